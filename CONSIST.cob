       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIST.
      ******************************************************************
      * Author:ANA CAROLINA COLA
      * Date:15/10/2026
      * Purpose: CONSISTENCIA ENTRE CADASTRO, MOVIMENTOS, ACUMULADO E
      *          FILIAIS, COM RELATORIO DE OCORRENCIAS E CODIGO DE
      *          RETORNO (0=OK 4=SO AVISOS 8=ERROS)
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIGURACAO ASSIGN TO 'CLIENTES.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.

           SELECT CLIENTES ASSIGN
             USING WRK-ARQ-CLIENTES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS CLIENTES-STATUS
                   RECORD KEY IS CLIENTES-CHAVE
                   ALTERNATE RECORD KEY IS CLIENTES-NOME
                     WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CLIENTES-EMAIL
                     WITH DUPLICATES.

           SELECT MOVIMENTOS ASSIGN
             USING WRK-ARQ-MOVTO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS MOVTO-STATUS
                   RECORD KEY IS MOV-CHAVE.

           SELECT MOV-ACUMULADO ASSIGN
             USING WRK-ARQ-MOVACUM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS ACUM-STATUS
                   RECORD KEY IS ACUM-FONE.

           SELECT FILIAIS ASSIGN
             USING WRK-ARQ-FILIAIS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS FILIAIS-STATUS
                   RECORD KEY IS FIL-CODIGO.

           SELECT RELATO-CONS ASSIGN
             USING WRK-ARQ-RELCONSIST
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATA-NEGOCIO ASSIGN
             USING WRK-ARQ-DATANEG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS DTN-STATUS
                   RECORD KEY IS DTN-DATA.

       DATA DIVISION.
       FILE SECTION.
      **** ARQUIVO DE CONFIGURACAO COM LINHAS CHAVE=CAMINHO
       FD CONFIGURACAO.
       01 CFG-LINHA.
           05 CFG-DADOS            PIC X(160).

      **** ESTRUTURA IDENTICA A FD CLIENTES DE CLIENTES.COB
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE    PIC 9(09).
           05 CLIENTES-NOME        PIC X(30).
           05 CLIENTES-EMAIL       PIC X(40).
           05 CLIENTES-DT-CADASTRO   PIC 9(08).
           05 CLIENTES-DT-ALTERACAO  PIC 9(08).
           05 CLIENTES-FILIAL        PIC 9(02).
           05 CLIENTES-SEGMENTO      PIC X(01).
           05 CLIENTES-CONTATO       PIC X(01).

      **** ESTRUTURA IDENTICA A FD MOVIMENTOS DE CLIENTES.COB
       FD MOVIMENTOS.
       01 MOVIMENTOS-REG.
           05 MOV-CHAVE.
               10 MOV-FONE         PIC 9(09).
               10 MOV-DATA         PIC 9(08).
               10 MOV-SEQ          PIC 9(03).
           05 MOV-VALOR            PIC 9(07)V99.
           05 MOV-FILIAL           PIC 9(02).
           05 MOV-TIPO             PIC X(01).
           05 MOV-MOTIVO           PIC X(03).
           05 MOV-SEQ-ORIGEM       PIC 9(03).
           05 MOV-OPERADOR         PIC X(20).

      **** ESTRUTURA IDENTICA A FD MOV-ACUMULADO DE ARQMOV.COB
       FD MOV-ACUMULADO.
       01 ACUM-REG.
           05 ACUM-FONE            PIC 9(09).
           05 ACUM-QT              PIC 9(07).
           05 ACUM-VALOR           PIC 9(11)V99.

      **** ESTRUTURA IDENTICA A FD FILIAIS DE CLIENTES.COB
       FD FILIAIS.
       01 FILIAIS-REG.
           05 FIL-CODIGO           PIC 9(02).
           05 FIL-NOME             PIC X(20).
           05 FIL-ATIVA            PIC X(01).

      **** RELATORIO FORMATADO PARA IMPRESSAO
       FD RELATO-CONS.
       01 RELATO-CONS-REG.
           05 RELATO-CONS-DADOS    PIC X(132).

      **** ESTRUTURA IDENTICA A FD DATA-NEGOCIO DE DATANEG.COB
       FD DATA-NEGOCIO.
       01 DTN-REG.
           05 DTN-DATA             PIC 9(08).
           05 DTN-DATA-ATUAL       PIC 9(08).
           05 DTN-DT-REGISTRO      PIC 9(08).
           05 DTN-HORA-REGISTRO    PIC 9(08).
           05 DTN-ORIGEM           PIC X(08).

       WORKING-STORAGE SECTION.
      **** CAMINHOS DOS ARQUIVOS, SOBREPOSTOS PELO CLIENTES.CFG
           77 WRK-ARQ-CLIENTES     PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CLIENTES.DAT'.
           77 WRK-ARQ-MOVTO        PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVTO.DAT'.
           77 WRK-ARQ-MOVACUM      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVACUM.DAT'.
           77 WRK-ARQ-FILIAIS      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\FILIAIS.DAT'.
           77 WRK-ARQ-RELCONSIST   PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CONSIST.TXT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 CFG-STATUS           PIC 9(02).
           77 WRK-CFG-CHAVE        PIC X(20).
           77 WRK-CFG-VALOR        PIC X(128).
           77 CLIENTES-STATUS      PIC 9(02).
           77 MOVTO-STATUS         PIC 9(02).
           77 ACUM-STATUS          PIC 9(02).
           77 FILIAIS-STATUS       PIC 9(02).
           77 WRK-ACUM-DISPONIVEL  PIC X(01) VALUE 'N'.
           77 WRK-RC               PIC 9(01) VALUE 0.
           77 WRK-DATA-HOJE        PIC 9(08).
           77 WRK-DATA-90          PIC 9(08).
           77 WRK-DATA-365         PIC 9(08).
           77 WRK-REC-INT          PIC 9(07) VALUE 0.
           77 WRK-MOV-QT           PIC 9(07) VALUE 0.
           77 WRK-MOV-TOTAL        PIC S9(11)V99 VALUE 0.
           77 WRK-MOV-ULTIMA       PIC 9(08) VALUE 0.
           77 WRK-SEGMENTO         PIC X(01).
           77 WRK-FONE-ATUAL       PIC 9(09) VALUE 0.
           77 WRK-DATA-GRUPO       PIC 9(08) VALUE 0.
           77 WRK-CLI-EXISTE       PIC X(01) VALUE 'S'.
           77 WRK-FIL-CODIGO       PIC 9(02) VALUE 0.
           77 WRK-QT-FILIAIS       PIC 9(03) VALUE 0.
           77 WRK-VALOR-ED         PIC ZZZZZZZZZZ9.99.
           77 WRK-SEQ-ED           PIC 9(03).
           77 WRK-QT-CLIENTES      PIC 9(07) VALUE 0.
           77 WRK-QT-MOVTOS        PIC 9(07) VALUE 0.
           77 WRK-QT-ACUMULADOS    PIC 9(07) VALUE 0.
           77 WRK-QT-MOV-ORFAOS    PIC 9(07) VALUE 0.
           77 WRK-QT-ACUM-ORFAOS   PIC 9(07) VALUE 0.
           77 WRK-QT-EST-SEM-ORIG  PIC 9(07) VALUE 0.
           77 WRK-QT-EST-DUPLOS    PIC 9(07) VALUE 0.
           77 WRK-QT-FIL-AUSENTE   PIC 9(07) VALUE 0.
           77 WRK-QT-FIL-INATIVA   PIC 9(07) VALUE 0.
           77 WRK-QT-SEG-DIVERGE   PIC 9(07) VALUE 0.
           77 WRK-OCOR-GRAV        PIC X(05).
           77 WRK-OCOR-TEXTO       PIC X(30).
           77 WRK-OCOR-FONE        PIC 9(09).
           77 WRK-OCOR-DATA        PIC 9(08).
           77 WRK-OCOR-SEQ         PIC 9(03).
           77 WRK-OCOR-INFO        PIC X(40).
           77 WRK-IMP-PAGINA       PIC 9(04) VALUE 0.
           77 WRK-IMP-LINHA-QT     PIC 9(02) VALUE 99.
           77 WRK-IMP-SAIDA        PIC X(132).

      **** SITUACAO DE CADA CODIGO DE FILIAL: A=ATIVA I=INATIVA
      **** BRANCO=NAO CADASTRADA
           01 WRK-FIL-TAB.
               05 WRK-FIL-SIT OCCURS 100  PIC X(01).

      **** LANCAMENTOS DO GRUPO FONE+DATA CORRENTE, PELA SEQUENCIA:
      **** TIPO JA LIDO E QUANTOS ESTORNOS APONTAM PARA ELE
           01 WRK-SEQ-TAB.
               05 WRK-SEQ-ITEM OCCURS 1000.
                   10 WRK-SEQ-TIPO         PIC X(01).
                   10 WRK-SEQ-ESTORNOS     PIC 9(03).

           01 WRK-IMP-CAB1.
               05 FILLER                   PIC X(31)
                  VALUE 'CONSISTENCIA ENTRE ARQUIVOS'.
               05 FILLER                   PIC X(06) VALUE 'DATA: '.
               05 WRK-IMP-CAB-DATA         PIC 9(08).
               05 FILLER                   PIC X(04) VALUE SPACES.
               05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
               05 WRK-IMP-CAB-PAG          PIC ZZZ9.

           01 WRK-IMP-COLS.
               05 FILLER                   PIC X(06) VALUE 'GRAV.'.
               05 FILLER                   PIC X(31) VALUE 'OCORRENCIA'.
               05 FILLER                   PIC X(10) VALUE 'FONE'.
               05 FILLER                   PIC X(09) VALUE 'DATA'.
               05 FILLER                   PIC X(04) VALUE 'SEQ'.
               05 FILLER                   PIC X(40) VALUE 'DETALHE'.

           01 WRK-IMP-TRACO.
               05 FILLER                   PIC X(100) VALUE ALL '-'.

           01 WRK-IMP-DET.
               05 WRK-IMP-DET-GRAV         PIC X(05).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-TEXTO        PIC X(30).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-FONE         PIC 9(09).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-DATA         PIC 9(08) BLANK WHEN ZERO.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-SEQ          PIC ZZ9 BLANK WHEN ZERO.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-INFO         PIC X(40).

           01 WRK-IMP-TOT.
               05 WRK-IMP-TOT-ROTULO       PIC X(31).
               05 WRK-IMP-TOT-QT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CONFERE-CLIENTES.
           PERFORM 2500-CONFERE-MOVIMENTOS.
           PERFORM 2600-CONFERE-ACUMULADO.
           PERFORM 3000-FINALIZAR.
           MOVE WRK-RC TO RETURN-CODE.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1050-LE-CONFIG.
           PERFORM 1040-LE-DATA-NEGOCIO.
           COMPUTE WRK-REC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 90.
           COMPUTE WRK-DATA-90 = FUNCTION DATE-OF-INTEGER(WRK-REC-INT).
           COMPUTE WRK-REC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 365.
           COMPUTE WRK-DATA-365 = FUNCTION DATE-OF-INTEGER(WRK-REC-INT).
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES: ' CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMENTOS.
           IF MOVTO-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR MOVIMENTOS: ' MOVTO-STATUS
               CLOSE CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      **** O ACUMULADO SO EXISTE DEPOIS DO PRIMEIRO ARQMOV
           OPEN INPUT MOV-ACUMULADO.
           IF ACUM-STATUS = 0
               MOVE 'S' TO WRK-ACUM-DISPONIVEL
           END-IF.
           PERFORM 1100-CARREGA-FILIAIS.
           OPEN OUTPUT RELATO-CONS.
           MOVE WRK-DATA-HOJE TO WRK-IMP-CAB-DATA.

      **** DATA DE PROCESSAMENTO VEM DO DATANEG.DAT; SEM ELE, VALE A
      **** DATA DO SISTEMA COM AVISO
       1040-LE-DATA-NEGOCIO.
           MOVE 0 TO WRK-DATA-HOJE.
           OPEN INPUT DATA-NEGOCIO.
           IF DTN-STATUS = 0
               MOVE 0 TO DTN-DATA
               READ DATA-NEGOCIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DTN-DATA-ATUAL TO WRK-DATA-HOJE
               END-READ
               CLOSE DATA-NEGOCIO
           END-IF.
           IF WRK-DATA-HOJE = 0
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               DISPLAY 'AVISO - DATA DE NEGOCIO NAO DEFINIDA, USANDO '
                       'A DATA DO SISTEMA: ' WRK-DATA-HOJE
           END-IF.

       1050-LE-CONFIG.
           OPEN INPUT CONFIGURACAO.
           IF CFG-STATUS = 0
               READ CONFIGURACAO
                   AT END
                       MOVE 10 TO CFG-STATUS
               END-READ
               PERFORM UNTIL CFG-STATUS = 10
                   PERFORM 1060-APLICA-CONFIG
                   READ CONFIGURACAO
                       AT END
                           MOVE 10 TO CFG-STATUS
                   END-READ
               END-PERFORM
               CLOSE CONFIGURACAO
           END-IF.

       1060-APLICA-CONFIG.
           MOVE SPACES TO WRK-CFG-CHAVE WRK-CFG-VALOR.
           UNSTRING CFG-DADOS DELIMITED BY '='
               INTO WRK-CFG-CHAVE WRK-CFG-VALOR
           END-UNSTRING.
           EVALUATE WRK-CFG-CHAVE
               WHEN 'CLIENTES'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-CLIENTES
               WHEN 'MOVTO'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-MOVTO
               WHEN 'MOVACUM'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-MOVACUM
               WHEN 'FILIAIS'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-FILIAIS
               WHEN 'RELCONSIST'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-RELCONSIST
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      **** CADASTRO DE FILIAIS VAZIO OU AUSENTE LIBERA QUALQUER CODIGO,
      **** COMO NA INCLUSAO DO CLIENTES.COB
       1100-CARREGA-FILIAIS.
           MOVE SPACES TO WRK-FIL-TAB.
           MOVE 0 TO WRK-QT-FILIAIS.
           OPEN INPUT FILIAIS.
           IF FILIAIS-STATUS = 0
               MOVE 0 TO FIL-CODIGO
               START FILIAIS KEY NOT LESS THAN FIL-CODIGO
                   INVALID KEY
                       MOVE 10 TO FILIAIS-STATUS
               END-START
               IF FILIAIS-STATUS = 0
                   READ FILIAIS NEXT
                       AT END
                           MOVE 10 TO FILIAIS-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL FILIAIS-STATUS = 10
                   ADD 1 TO WRK-QT-FILIAIS
                   IF FIL-ATIVA = 'S'
                       MOVE 'A' TO WRK-FIL-SIT(FIL-CODIGO + 1)
                   ELSE
                       MOVE 'I' TO WRK-FIL-SIT(FIL-CODIGO + 1)
                   END-IF
                   READ FILIAIS NEXT
                       AT END
                           MOVE 10 TO FILIAIS-STATUS
                   END-READ
               END-PERFORM
               CLOSE FILIAIS
           END-IF.

      **** FILIAL E SEGMENTO DE CADA CLIENTE
       2000-CONFERE-CLIENTES.
           MOVE LOW-VALUES TO CLIENTES-CHAVE.
           START CLIENTES KEY NOT LESS THAN CLIENTES-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF CLIENTES-STATUS = 0
               READ CLIENTES NEXT
                   AT END
                       MOVE 10 TO CLIENTES-STATUS
               END-READ
               PERFORM UNTIL CLIENTES-STATUS = 10
                   ADD 1 TO WRK-QT-CLIENTES
                   PERFORM 2100-CONFERE-CLIENTE
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2100-CONFERE-CLIENTE.
           MOVE CLIENTES-FONE TO WRK-FONE-ATUAL WRK-OCOR-FONE.
           MOVE 0 TO WRK-OCOR-DATA WRK-OCOR-SEQ.
           MOVE CLIENTES-FILIAL TO WRK-FIL-CODIGO.
           PERFORM 2150-CONFERE-FILIAL.
           PERFORM 2200-SOMA-MOVIMENTOS.
           PERFORM 2300-SOMA-ACUMULADO.
           PERFORM 2400-DEFINE-SEGMENTO.
           IF CLIENTES-SEGMENTO NOT = WRK-SEGMENTO
               ADD 1 TO WRK-QT-SEG-DIVERGE
               MOVE 'AVISO' TO WRK-OCOR-GRAV
               MOVE 'SEGMENTO DIFERE DO CALCULADO' TO WRK-OCOR-TEXTO
               MOVE SPACES TO WRK-OCOR-INFO
               STRING 'GRAVADO [' CLIENTES-SEGMENTO
                      '] CALCULADO [' WRK-SEGMENTO ']'
                   DELIMITED BY SIZE INTO WRK-OCOR-INFO
               END-STRING
               PERFORM 2900-REGISTRA-OCORRENCIA
           END-IF.

      **** FILIAL EM WRK-FIL-CODIGO; CHAVE DA OCORRENCIA JA MONTADA
       2150-CONFERE-FILIAL.
           IF WRK-QT-FILIAIS > 0
               MOVE SPACES TO WRK-OCOR-INFO
               STRING 'FILIAL ' WRK-FIL-CODIGO
                   DELIMITED BY SIZE INTO WRK-OCOR-INFO
               END-STRING
               EVALUATE WRK-FIL-SIT(WRK-FIL-CODIGO + 1)
                   WHEN 'A'
                       CONTINUE
                   WHEN 'I'
                       ADD 1 TO WRK-QT-FIL-INATIVA
                       MOVE 'AVISO' TO WRK-OCOR-GRAV
                       MOVE 'FILIAL INATIVA' TO WRK-OCOR-TEXTO
                       PERFORM 2900-REGISTRA-OCORRENCIA
                   WHEN OTHER
                       ADD 1 TO WRK-QT-FIL-AUSENTE
                       MOVE 'ERRO' TO WRK-OCOR-GRAV
                       MOVE 'FILIAL NAO CADASTRADA' TO WRK-OCOR-TEXTO
                       PERFORM 2900-REGISTRA-OCORRENCIA
               END-EVALUATE
           END-IF.

      **** MESMA LOGICA DO 2200-SOMA-MOVIMENTOS DE SEGCLI.COB
       2200-SOMA-MOVIMENTOS.
           MOVE 0 TO WRK-MOV-QT WRK-MOV-TOTAL WRK-MOV-ULTIMA.
           MOVE WRK-FONE-ATUAL TO MOV-FONE.
           MOVE 0 TO MOV-DATA MOV-SEQ.
           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO MOVTO-STATUS
           END-START.
           IF MOVTO-STATUS = 0
               READ MOVIMENTOS NEXT
                   AT END
                       MOVE 10 TO MOVTO-STATUS
               END-READ
               PERFORM UNTIL MOVTO-STATUS = 10
                       OR MOV-FONE NOT = WRK-FONE-ATUAL
                   ADD 1 TO WRK-MOV-QT
                   IF MOV-TIPO = 'E'
                       SUBTRACT MOV-VALOR FROM WRK-MOV-TOTAL
                   ELSE
                       ADD MOV-VALOR TO WRK-MOV-TOTAL
                       IF MOV-DATA > WRK-MOV-ULTIMA
                           MOVE MOV-DATA TO WRK-MOV-ULTIMA
                       END-IF
                   END-IF
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE 0 TO MOVTO-STATUS.

      **** MESMA LOGICA DO 2300-SOMA-ACUMULADO DE SEGCLI.COB
       2300-SOMA-ACUMULADO.
           IF WRK-ACUM-DISPONIVEL = 'S'
               MOVE WRK-FONE-ATUAL TO ACUM-FONE
               READ MOV-ACUMULADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ACUM-QT TO WRK-MOV-QT
                       ADD ACUM-VALOR TO WRK-MOV-TOTAL
               END-READ
           END-IF.

      **** MESMA LOGICA DO 2400-DEFINE-SEGMENTO DE SEGCLI.COB
       2400-DEFINE-SEGMENTO.
           MOVE SPACE TO WRK-SEGMENTO.
           IF WRK-MOV-QT > 0
               EVALUATE TRUE
                   WHEN WRK-MOV-ULTIMA >= WRK-DATA-90
                           AND (WRK-MOV-QT >= 3
                            OR WRK-MOV-TOTAL >= 1000)
                       MOVE 'A' TO WRK-SEGMENTO
                   WHEN WRK-MOV-ULTIMA >= WRK-DATA-365
                       MOVE 'B' TO WRK-SEGMENTO
                   WHEN OTHER
                       MOVE 'C' TO WRK-SEGMENTO
               END-EVALUATE
           END-IF.

      **** MOVIMENTOS EM ORDEM DE CHAVE: CLIENTE E FILIAL DE CADA UM
      **** E ESTORNOS CONFERIDOS DENTRO DO GRUPO FONE+DATA
       2500-CONFERE-MOVIMENTOS.
           MOVE 0 TO WRK-FONE-ATUAL WRK-DATA-GRUPO.
           MOVE LOW-VALUES TO MOV-CHAVE.
           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO MOVTO-STATUS
           END-START.
           IF MOVTO-STATUS = 0
               READ MOVIMENTOS NEXT
                   AT END
                       MOVE 10 TO MOVTO-STATUS
               END-READ
               PERFORM UNTIL MOVTO-STATUS = 10
                   ADD 1 TO WRK-QT-MOVTOS
                   PERFORM 2510-CONFERE-MOVIMENTO
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2510-CONFERE-MOVIMENTO.
           IF WRK-QT-MOVTOS = 1 OR MOV-FONE NOT = WRK-FONE-ATUAL
               MOVE MOV-FONE TO WRK-FONE-ATUAL
               MOVE MOV-FONE TO CLIENTES-FONE
               MOVE 'S' TO WRK-CLI-EXISTE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'N' TO WRK-CLI-EXISTE
               END-READ
               MOVE 0 TO WRK-DATA-GRUPO
           END-IF.
           IF MOV-DATA NOT = WRK-DATA-GRUPO
               MOVE MOV-DATA TO WRK-DATA-GRUPO
               MOVE ZEROS TO WRK-SEQ-TAB
           END-IF.
           MOVE MOV-FONE TO WRK-OCOR-FONE.
           MOVE MOV-DATA TO WRK-OCOR-DATA.
           MOVE MOV-SEQ  TO WRK-OCOR-SEQ.
           IF WRK-CLI-EXISTE = 'N'
               ADD 1 TO WRK-QT-MOV-ORFAOS
               MOVE 'ERRO' TO WRK-OCOR-GRAV
               MOVE 'MOVIMENTO SEM CLIENTE' TO WRK-OCOR-TEXTO
               MOVE MOV-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO WRK-OCOR-INFO
               STRING 'VALOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-OCOR-INFO
               END-STRING
               PERFORM 2900-REGISTRA-OCORRENCIA
           END-IF.
           MOVE MOV-FILIAL TO WRK-FIL-CODIGO.
           PERFORM 2150-CONFERE-FILIAL.
           IF MOV-TIPO = 'E'
               PERFORM 2520-CONFERE-ESTORNO
           END-IF.
           MOVE MOV-TIPO TO WRK-SEQ-TIPO(MOV-SEQ + 1).

      **** A VENDA SEMPRE TEM SEQUENCIA MENOR QUE O SEU ESTORNO, ENTAO
      **** JA FOI LIDA QUANDO O ESTORNO CHEGA
       2520-CONFERE-ESTORNO.
           MOVE MOV-SEQ-ORIGEM TO WRK-SEQ-ED.
           MOVE SPACES TO WRK-OCOR-INFO.
           STRING 'SEQ ORIGEM ' WRK-SEQ-ED
               DELIMITED BY SIZE INTO WRK-OCOR-INFO
           END-STRING.
      **** VENDA ANTIGA TEM TIPO EM BRANCO; '0' = SEQUENCIA NAO LIDA
           IF WRK-SEQ-TIPO(MOV-SEQ-ORIGEM + 1) = '0' OR = 'E'
               ADD 1 TO WRK-QT-EST-SEM-ORIG
               MOVE 'ERRO' TO WRK-OCOR-GRAV
               MOVE 'ESTORNO SEM VENDA DE ORIGEM' TO WRK-OCOR-TEXTO
               PERFORM 2900-REGISTRA-OCORRENCIA
           ELSE
               ADD 1 TO WRK-SEQ-ESTORNOS(MOV-SEQ-ORIGEM + 1)
               IF WRK-SEQ-ESTORNOS(MOV-SEQ-ORIGEM + 1) = 2
                   ADD 1 TO WRK-QT-EST-DUPLOS
                   MOVE 'ERRO' TO WRK-OCOR-GRAV
                   MOVE 'VENDA ESTORNADA MAIS DE 1 VEZ'
                       TO WRK-OCOR-TEXTO
                   MOVE MOV-SEQ-ORIGEM TO WRK-OCOR-SEQ
                   MOVE MOV-SEQ TO WRK-SEQ-ED
                   MOVE SPACES TO WRK-OCOR-INFO
                   STRING 'ESTORNO REPETIDO SEQ ' WRK-SEQ-ED
                       DELIMITED BY SIZE INTO WRK-OCOR-INFO
                   END-STRING
                   PERFORM 2900-REGISTRA-OCORRENCIA
               END-IF
           END-IF.

      **** TOTAL VITALICIO DE FONE QUE NAO ESTA MAIS NO CADASTRO
       2600-CONFERE-ACUMULADO.
           IF WRK-ACUM-DISPONIVEL = 'S'
               MOVE 0 TO ACUM-FONE
               START MOV-ACUMULADO KEY NOT LESS THAN ACUM-FONE
                   INVALID KEY
                       MOVE 10 TO ACUM-STATUS
               END-START
               IF ACUM-STATUS = 0
                   READ MOV-ACUMULADO NEXT
                       AT END
                           MOVE 10 TO ACUM-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL ACUM-STATUS = 10
                   ADD 1 TO WRK-QT-ACUMULADOS
                   MOVE ACUM-FONE TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           ADD 1 TO WRK-QT-ACUM-ORFAOS
                           MOVE 'ERRO' TO WRK-OCOR-GRAV
                           MOVE 'ACUMULADO SEM CLIENTE'
                               TO WRK-OCOR-TEXTO
                           MOVE ACUM-FONE TO WRK-OCOR-FONE
                           MOVE 0 TO WRK-OCOR-DATA WRK-OCOR-SEQ
                           MOVE ACUM-VALOR TO WRK-VALOR-ED
                           MOVE SPACES TO WRK-OCOR-INFO
                           STRING 'VALOR ' WRK-VALOR-ED
                               DELIMITED BY SIZE INTO WRK-OCOR-INFO
                           END-STRING
                           PERFORM 2900-REGISTRA-OCORRENCIA
                   END-READ
                   READ MOV-ACUMULADO NEXT
                       AT END
                           MOVE 10 TO ACUM-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      **** ERRO LEVA O RETORNO A 8; AVISO SO A 4
       2900-REGISTRA-OCORRENCIA.
           IF WRK-OCOR-GRAV = 'ERRO'
               MOVE 8 TO WRK-RC
           ELSE
               IF WRK-RC < 4
                   MOVE 4 TO WRK-RC
               END-IF
           END-IF.
           MOVE WRK-OCOR-GRAV  TO WRK-IMP-DET-GRAV.
           MOVE WRK-OCOR-TEXTO TO WRK-IMP-DET-TEXTO.
           MOVE WRK-OCOR-FONE  TO WRK-IMP-DET-FONE.
           MOVE WRK-OCOR-DATA  TO WRK-IMP-DET-DATA.
           MOVE WRK-OCOR-SEQ   TO WRK-IMP-DET-SEQ.
           MOVE WRK-OCOR-INFO  TO WRK-IMP-DET-INFO.
           MOVE WRK-IMP-DET TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.

       3000-FINALIZAR.
           MOVE WRK-IMP-TRACO TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           MOVE 'MOVIMENTOS SEM CLIENTE.......: ' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-QT-MOV-ORFAOS TO WRK-IMP-TOT-QT.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE 'ACUMULADOS SEM CLIENTE.......: ' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-QT-ACUM-ORFAOS TO WRK-IMP-TOT-QT.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE 'ESTORNOS SEM VENDA DE ORIGEM.: ' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-QT-EST-SEM-ORIG TO WRK-IMP-TOT-QT.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE 'VENDAS ESTORNADAS MAIS DE 1X.: ' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-QT-EST-DUPLOS TO WRK-IMP-TOT-QT.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE 'FILIAL NAO CADASTRADA........: ' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-QT-FIL-AUSENTE TO WRK-IMP-TOT-QT.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE 'FILIAL INATIVA...............: ' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-QT-FIL-INATIVA TO WRK-IMP-TOT-QT.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE 'SEGMENTO DIFERE DO CALCULADO.: ' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-QT-SEG-DIVERGE TO WRK-IMP-TOT-QT.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE 'CODIGO DE RETORNO............: ' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-RC TO WRK-IMP-TOT-QT.
           PERFORM 3100-IMPRIME-TOTAL.
           CLOSE RELATO-CONS.
           CLOSE CLIENTES.
           CLOSE MOVIMENTOS.
           IF WRK-ACUM-DISPONIVEL = 'S'
               CLOSE MOV-ACUMULADO
           END-IF.
           DISPLAY 'CONSIST - RESUMO DA CONSISTENCIA'.
           DISPLAY 'CLIENTES LIDOS.......: ' WRK-QT-CLIENTES.
           DISPLAY 'MOVIMENTOS LIDOS.....: ' WRK-QT-MOVTOS.
           DISPLAY 'ACUMULADOS LIDOS.....: ' WRK-QT-ACUMULADOS.
           DISPLAY 'MOVTOS SEM CLIENTE...: ' WRK-QT-MOV-ORFAOS.
           DISPLAY 'ACUMUL. SEM CLIENTE..: ' WRK-QT-ACUM-ORFAOS.
           DISPLAY 'ESTORNOS SEM ORIGEM..: ' WRK-QT-EST-SEM-ORIG.
           DISPLAY 'ESTORNOS REPETIDOS...: ' WRK-QT-EST-DUPLOS.
           DISPLAY 'FILIAL NAO CADASTRADA: ' WRK-QT-FIL-AUSENTE.
           DISPLAY 'FILIAL INATIVA.......: ' WRK-QT-FIL-INATIVA.
           DISPLAY 'SEGMENTO DIVERGENTE..: ' WRK-QT-SEG-DIVERGE.
           DISPLAY 'CODIGO DE RETORNO....: ' WRK-RC.

       3100-IMPRIME-TOTAL.
           MOVE WRK-IMP-TOT TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.

       9160-IMP-GRAVA.
           IF WRK-IMP-LINHA-QT > 55
               ADD 1 TO WRK-IMP-PAGINA
               MOVE WRK-IMP-PAGINA TO WRK-IMP-CAB-PAG
               MOVE WRK-IMP-CAB1 TO RELATO-CONS-REG
               WRITE RELATO-CONS-REG
               MOVE WRK-IMP-COLS TO RELATO-CONS-REG
               WRITE RELATO-CONS-REG
               MOVE WRK-IMP-TRACO TO RELATO-CONS-REG
               WRITE RELATO-CONS-REG
               MOVE 3 TO WRK-IMP-LINHA-QT
           END-IF.
           MOVE WRK-IMP-SAIDA TO RELATO-CONS-REG.
           WRITE RELATO-CONS-REG.
           ADD 1 TO WRK-IMP-LINHA-QT.
