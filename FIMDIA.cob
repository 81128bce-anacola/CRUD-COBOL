      ******************************************************************
      * Author:ANA CAROLINA COLA
      * Date:02/09/2026
      * Purpose: CADEIA DE FIM DE DIA: CONFERENCIA, INTEGRIDADE, DES-
      *          CARGA, EXPORTACAO PARA MARKETING E RELATORIO DE VENDAS,
      *          DIARIO CONTABIL DAS VENDAS POR FILIAL, COM DIARIO DE
      *          EXECUCAO POR PASSO; CADEIA LIMPA FECHA A DATA DE
      *          NEGOCIO E AVANCA PARA O DIA SEGUINTE
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
                   FILE STATUS IS CLIENTES-STATUS
                   RECORD KEY IS CLIENTES-CHAVE
                   ALTERNATE RECORD KEY IS CLIENTES-NOME
                     WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CLIENTES-EMAIL
                     WITH DUPLICATES.

           SELECT MOVIMENTOS ASSIGN
                   FILE STATUS IS FILIAIS-STATUS
                   RECORD KEY IS FIL-CODIGO.

           SELECT MOV-ACUMULADO ASSIGN
             USING WRK-ARQ-MOVACUM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS ACUM-STATUS
                   RECORD KEY IS ACUM-FONE.

           SELECT RELATO-CONS ASSIGN
             USING WRK-ARQ-RELCONSIST
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOG ASSIGN
             USING WRK-ARQ-JOBLOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOBLOG-STATUS.

           SELECT DATA-NEGOCIO ASSIGN
             USING WRK-ARQ-DATANEG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS DTN-STATUS
                   RECORD KEY IS DTN-DATA.

           SELECT CONTA-MAPA ASSIGN
             USING WRK-ARQ-CTBMAP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS CTM-STATUS
                   RECORD KEY IS CTM-FILIAL.

           SELECT DIARIO-CTB ASSIGN
             USING WRK-ARQ-DIARIOCTB
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CTB-STATUS.

           SELECT CTB-LANCADOS ASSIGN
             USING WRK-ARQ-CTBLANC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS CTL-STATUS
                   RECORD KEY IS CTL-CHAVE.

       DATA DIVISION.
       FILE SECTION.
      **** ARQUIVO DE CONFIGURACAO COM LINHAS CHAVE=CAMINHO
           05 FIL-NOME             PIC X(20).
           05 FIL-ATIVA            PIC X(01).

      **** ESTRUTURA IDENTICA A FD MOV-ACUMULADO DE ARQMOV.COB
       FD MOV-ACUMULADO.
       01 ACUM-REG.
           05 ACUM-FONE            PIC 9(09).
           05 ACUM-QT              PIC 9(07).
           05 ACUM-VALOR           PIC 9(11)V99.

      **** RELATORIO DE OCORRENCIAS (VER CONSIST.COB)
       FD RELATO-CONS.
       01 RELATO-CONS-REG.
           05 RELATO-CONS-DADOS    PIC X(132).

      **** DIARIO DE EXECUCAO DA CADEIA, UMA LINHA POR EVENTO
       FD JOBLOG.
       01 JOBLOG-REG.
           05 JOBLOG-LINHA         PIC X(80).

      **** ESTRUTURA IDENTICA A FD DATA-NEGOCIO DE DATANEG.COB
       FD DATA-NEGOCIO.
       01 DTN-REG.
           05 DTN-DATA             PIC 9(08).
           05 DTN-DATA-ATUAL       PIC 9(08).
           05 DTN-DT-REGISTRO      PIC 9(08).
           05 DTN-HORA-REGISTRO    PIC 9(08).
           05 DTN-ORIGEM           PIC X(08).

      **** ESTRUTURA IDENTICA A FD CONTA-MAPA DE CLIENTES.COB
       FD CONTA-MAPA.
       01 CTBMAP-REG.
           05 CTM-FILIAL           PIC 9(02).
           05 CTM-CONTAS.
               10 CTM-CONTA-CAIXA   PIC X(12).
               10 CTM-CONTA-RECEITA PIC X(12).
               10 CTM-CONTA-ESTORNO PIC X(12).
           05 CTM-DT-ALTERACAO     PIC 9(08).

      **** ESTRUTURA IDENTICA A FD DIARIO-CTB DE CONTAB.COB
       FD DIARIO-CTB.
       01 DIARIO-CTB-REG.
           05 CTB-TIPO-REG         PIC X(01).
           05 CTB-LANCAMENTO.
               10 CTB-DATA         PIC 9(08).
               10 CTB-PAR          PIC 9(05).
               10 CTB-FILIAL       PIC 9(02).
               10 CTB-CONTA        PIC X(12).
               10 CTB-DC           PIC X(01).
               10 CTB-VALOR        PIC 9(11)V99.
               10 CTB-ORIGEM       PIC X(01).
               10 CTB-MOTIVO       PIC X(03).
               10 CTB-QT-MOVTOS    PIC 9(07).
               10 CTB-HISTORICO    PIC X(30).
           05 CTB-CABECALHO REDEFINES CTB-LANCAMENTO.
               10 CTB-CAB-DATA     PIC 9(08).
               10 CTB-CAB-DT-GERACAO   PIC 9(08).
               10 CTB-CAB-HORA-GERACAO PIC 9(08).
               10 CTB-CAB-PROGRAMA PIC X(08).
               10 FILLER           PIC X(50).
           05 CTB-CONTROLE REDEFINES CTB-LANCAMENTO.
               10 CTB-CTL-DATA     PIC 9(08).
               10 CTB-CTL-QT-LINHAS    PIC 9(07).
               10 CTB-CTL-TOT-DEBITO   PIC 9(13)V99.
               10 CTB-CTL-TOT-CREDITO  PIC 9(13)V99.
               10 FILLER           PIC X(37).

      **** ESTRUTURA IDENTICA A FD CTB-LANCADOS DE CONTAB.COB
       FD CTB-LANCADOS.
       01 CTBLANC-REG.
           05 CTL-CHAVE.
               10 CTL-FONE         PIC 9(09).
               10 CTL-DATA         PIC 9(08).
               10 CTL-SEQ          PIC 9(03).
           05 CTL-DT-DIARIO        PIC 9(08).

       WORKING-STORAGE SECTION.
      **** CAMINHOS DOS ARQUIVOS, SOBREPOSTOS PELO CLIENTES.CFG
           77 WRK-ARQ-CLIENTES     PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\FILIAIS.DAT'.
           77 WRK-ARQ-JOBLOG       PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\FIMDIA.LOG'.
           77 WRK-ARQ-MOVACUM      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVACUM.DAT'.
           77 WRK-ARQ-RELCONSIST   PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CONSIST.TXT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 WRK-ARQ-CTBMAP       PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CTBMAP.DAT'.
           77 WRK-ARQ-DIARIOCTB    PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DIARIOCTB.DAT'.
           77 WRK-ARQ-CTBLANC      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CTBLANC.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 CFG-STATUS           PIC 9(02).
           77 WRK-CFG-CHAVE        PIC X(20).
           77 WRK-CFG-VALOR        PIC X(128).
           77 EXPS-STATUS          PIC 9(02).
           77 FILIAIS-STATUS       PIC 9(02).
           77 JOBLOG-STATUS        PIC 9(02).
           77 ACUM-STATUS          PIC 9(02).
           77 CTM-STATUS           PIC 9(02).
           77 CTB-STATUS           PIC 9(02).
           77 CTL-STATUS           PIC 9(02).
           77 WRK-TRAVADO          PIC X(01) VALUE 'N'.
           77 WRK-DATA-HOJE        PIC 9(08).
           77 WRK-DATA-PROXIMA     PIC 9(08) VALUE 0.
           77 WRK-DTN-FECHADA      PIC X(01) VALUE 'N'.
           77 WRK-HORA             PIC 9(08).
           77 WRK-RC-PASSO         PIC 9(01) VALUE 0.
           77 WRK-RC-CADEIA        PIC 9(01) VALUE 0.
           77 WRK-IMP-SAIDA        PIC X(132).
           77 WRK-QT-GERAL         PIC 9(07) VALUE 0.
           77 WRK-VL-GERAL         PIC S9(11)V99 VALUE 0.
           77 WRK-ACUM-DISPONIVEL  PIC X(01) VALUE 'N'.
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
           77 WRK-CONS-MOVTOS      PIC 9(07) VALUE 0.
           77 WRK-CONS-OCORRENCIAS PIC 9(07) VALUE 0.
           77 WRK-CONS-MOV-ORFAOS  PIC 9(07) VALUE 0.
           77 WRK-CONS-ACUM-ORFAOS PIC 9(07) VALUE 0.
           77 WRK-CONS-EST-SEM-ORIG PIC 9(07) VALUE 0.
           77 WRK-CONS-EST-DUPLOS  PIC 9(07) VALUE 0.
           77 WRK-CONS-FIL-AUSENTE PIC 9(07) VALUE 0.
           77 WRK-CONS-FIL-INATIVA PIC 9(07) VALUE 0.
           77 WRK-CONS-SEG-DIVERGE PIC 9(07) VALUE 0.
           77 WRK-OCOR-GRAV        PIC X(05).
           77 WRK-OCOR-TEXTO       PIC X(30).
           77 WRK-OCOR-FONE        PIC 9(09).
           77 WRK-OCOR-DATA        PIC 9(08).
           77 WRK-OCOR-SEQ         PIC 9(03).
           77 WRK-OCOR-INFO        PIC X(40).
           77 WRK-CONS-PAGINA      PIC 9(04) VALUE 0.
           77 WRK-CONS-LINHA-QT    PIC 9(02) VALUE 99.
           77 WRK-CTB-QT-SEM-CONTA PIC 9(03) VALUE 0.
           77 WRK-CTB-QT-MOVTOS    PIC 9(07) VALUE 0.
           77 WRK-CTB-QT-REGISTRADOS PIC 9(07) VALUE 0.
           77 WRK-CTB-QT-IMPLANTADOS PIC 9(07) VALUE 0.
           77 WRK-CTB-SELECIONADO  PIC X(01).
           77 WRK-CTB-QT-LINHAS    PIC 9(07) VALUE 0.
           77 WRK-CTB-QT-PARES     PIC 9(05) VALUE 0.
           77 WRK-CTB-TOT-DEBITO   PIC 9(13)V99 VALUE 0.
           77 WRK-CTB-TOT-CREDITO  PIC 9(13)V99 VALUE 0.
           77 WRK-CTB-OCUP         PIC 9(03) VALUE 0.
           77 WRK-CTB-IDX          PIC 9(03) VALUE 0.
           77 WRK-CTB-ACHOU        PIC X(01).
           77 WRK-CTB-CHEIA        PIC X(01) VALUE 'N'.
           77 WRK-CTB-TIPO         PIC X(01).
           77 WRK-CTB-MOTIVO       PIC X(03).
           77 WRK-CTB-FIL-IDX      PIC 9(03) VALUE 0.
           77 WRK-CTB-CONTA-DEBITO PIC X(12).
           77 WRK-CTB-CONTA-CREDITO PIC X(12).

           01 WRK-FIL-TAB.
               05 WRK-FIL-ITEM OCCURS 100.
                   10 WRK-FIL-QT           PIC 9(07).
                   10 WRK-FIL-VALOR        PIC S9(11)V99.

      **** SITUACAO DE CADA CODIGO DE FILIAL: A=ATIVA I=INATIVA
      **** BRANCO=NAO CADASTRADA
           01 WRK-FSIT-TAB.
               05 WRK-FSIT OCCURS 100      PIC X(01).

      **** LANCAMENTOS DO GRUPO FONE+DATA CORRENTE, PELA SEQUENCIA:
      **** TIPO JA LIDO E QUANTOS ESTORNOS APONTAM PARA ELE
           01 WRK-SEQ-TAB.
               05 WRK-SEQ-ITEM OCCURS 1000.
                   10 WRK-SEQ-TIPO         PIC X(01).
                   10 WRK-SEQ-ESTORNOS     PIC 9(03).

      **** TOTAIS DO DIA POR FILIAL + ORIGEM + MOTIVO PARA O DIARIO
      **** CONTABIL, NA ORDEM EM QUE APARECEM NO MOVTO
           01 WRK-CTB-TAB.
               05 WRK-CTB-ITEM OCCURS 500.
                   10 WRK-CTB-FILIAL       PIC 9(02).
                   10 WRK-CTB-ORIGEM       PIC X(01).
                   10 WRK-CTB-MOT          PIC X(03).
                   10 WRK-CTB-QT           PIC 9(07).
                   10 WRK-CTB-VALOR        PIC 9(11)V99.

      **** CONTAS DE CADA FILIAL COM MOVIMENTO NO DIA
      **** SITUACAO: BRANCO=SEM MOVIMENTO M=COM MOVIMENTO
      ****           S=MAPEADA N=SEM CONTAS
           01 WRK-MAPA-TAB.
               05 WRK-MAPA-ITEM OCCURS 100.
                   10 WRK-MAPA-SIT         PIC X(01).
                   10 WRK-MAPA-CAIXA       PIC X(12).
                   10 WRK-MAPA-RECEITA     PIC X(12).
                   10 WRK-MAPA-ESTORNO     PIC X(12).

           01 WRK-LOG-LINHA.
               05 WRK-LOG-DATA             PIC 9(08).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 FILLER                   PIC X(03) VALUE SPACES.
               05 WRK-IMP-TOT-VALOR        PIC -ZZZZZZZZZ9.99.

           01 WRK-CONS-CAB1.
               05 FILLER                   PIC X(31)
                  VALUE 'CONSISTENCIA ENTRE ARQUIVOS'.
               05 FILLER                   PIC X(06) VALUE 'DATA: '.
               05 WRK-CONS-CAB-DATA        PIC 9(08).
               05 FILLER                   PIC X(04) VALUE SPACES.
               05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
               05 WRK-CONS-CAB-PAG         PIC ZZZ9.

           01 WRK-CONS-COLS.
               05 FILLER                   PIC X(06) VALUE 'GRAV.'.
               05 FILLER                   PIC X(31) VALUE 'OCORRENCIA'.
               05 FILLER                   PIC X(10) VALUE 'FONE'.
               05 FILLER                   PIC X(09) VALUE 'DATA'.
               05 FILLER                   PIC X(04) VALUE 'SEQ'.
               05 FILLER                   PIC X(40) VALUE 'DETALHE'.

           01 WRK-CONS-TRACO.
               05 FILLER                   PIC X(100) VALUE ALL '-'.

           01 WRK-CONS-DET.
               05 WRK-CONS-DET-GRAV        PIC X(05).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-CONS-DET-TEXTO       PIC X(30).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-CONS-DET-FONE        PIC 9(09).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-CONS-DET-DATA        PIC 9(08) BLANK WHEN ZERO.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-CONS-DET-SEQ         PIC ZZ9 BLANK WHEN ZERO.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-CONS-DET-INFO        PIC X(40).

           01 WRK-CONS-TOT.
               05 WRK-CONS-TOT-ROTULO      PIC X(31).
               05 WRK-CONS-TOT-QT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.

       1000-INICIAR.
           PERFORM 1050-LE-CONFIG.
           PERFORM 1040-LE-DATA-NEGOCIO.
           OPEN EXTEND JOBLOG.
           IF JOBLOG-STATUS = 35
               OPEN OUTPUT JOBLOG
               DISPLAY 'SISTEMA EM USO - FIM DE DIA NAO INICIADO'
           ELSE
               PERFORM 8210-GRAVA-TRAVA
               PERFORM 1045-CONFERE-DATA-FECHADA
           END-IF.

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

      **** UMA DATA JA FECHADA NAO PODE SER PROCESSADA DE NOVO
       1045-CONFERE-DATA-FECHADA.
           OPEN INPUT DATA-NEGOCIO.
           IF DTN-STATUS = 0
               MOVE WRK-DATA-HOJE TO DTN-DATA
               READ DATA-NEGOCIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 8 TO WRK-RC-CADEIA
                       MOVE 8 TO WRK-RC-PASSO
                       MOVE 'DATA FECHADA' TO WRK-PASSO
                       PERFORM 7100-LOG-FIM
                       DISPLAY 'DATA DE NEGOCIO ' WRK-DATA-HOJE
                               ' JA FECHADA - CADEIA NAO INICIADA'
               END-READ
               CLOSE DATA-NEGOCIO
           END-IF.

       1050-LE-CONFIG.
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-FILIAIS
               WHEN 'JOBLOG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-JOBLOG
               WHEN 'MOVACUM'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-MOVACUM
               WHEN 'RELCONSIST'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-RELCONSIST
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN 'CTBMAP'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-CTBMAP
               WHEN 'DIARIOCTB'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DIARIOCTB
               WHEN 'CTBLANC'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-CTBLANC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 7000-LOG-INICIO.
           PERFORM 2100-PASSO-CONFERENCIA.
           PERFORM 7100-LOG-FIM.
           IF WRK-RC-CADEIA = 0
               MOVE 'INTEGRIDADE' TO WRK-PASSO
               PERFORM 7000-LOG-INICIO
               PERFORM 2500-PASSO-INTEGRIDADE
               PERFORM 7100-LOG-FIM
           END-IF.
           IF WRK-RC-CADEIA = 0
               MOVE 'DESCARGA' TO WRK-PASSO
               PERFORM 7000-LOG-INICIO
               PERFORM 2400-PASSO-RELATORIO
               PERFORM 7100-LOG-FIM
           END-IF.
           IF WRK-RC-CADEIA = 0
               MOVE 'CONTABIL' TO WRK-PASSO
               PERFORM 7000-LOG-INICIO
               PERFORM 2700-PASSO-CONTABIL
               PERFORM 7100-LOG-FIM
           END-IF.
           IF WRK-RC-CADEIA = 0
               MOVE 'DATANEG' TO WRK-PASSO
               PERFORM 7000-LOG-INICIO
               PERFORM 2600-PASSO-DATA-NEGOCIO
               PERFORM 7100-LOG-FIM
           END-IF.

      **** MESMA LOGICA DO 9500-CONFERENCIA DE CLIENTES.COB, SEM
      **** OPERADOR: DIVERGENCIA DERRUBA A CADEIA COM RC=8
               END-READ
           END-IF.

      **** MESMA LOGICA DO CONSIST.COB: ERRO DE INTEGRIDADE DERRUBA
      **** A CADEIA COM RC=8; SO AVISOS SEGUEM COM RC=4
       2500-PASSO-INTEGRIDADE.
           MOVE 0 TO WRK-RC-PASSO.
           MOVE 0 TO WRK-CONS-MOVTOS WRK-CONS-OCORRENCIAS.
           COMPUTE WRK-REC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 90.
           COMPUTE WRK-DATA-90 = FUNCTION DATE-OF-INTEGER(WRK-REC-INT).
           COMPUTE WRK-REC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 365.
           COMPUTE WRK-DATA-365 = FUNCTION DATE-OF-INTEGER(WRK-REC-INT).
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               MOVE 8 TO WRK-RC-PASSO
           ELSE
               OPEN INPUT MOVIMENTOS
               IF MOVTO-STATUS NOT = 0
                   MOVE 8 TO WRK-RC-PASSO
                   CLOSE CLIENTES
               ELSE
                   MOVE 'N' TO WRK-ACUM-DISPONIVEL
                   OPEN INPUT MOV-ACUMULADO
                   IF ACUM-STATUS = 0
                       MOVE 'S' TO WRK-ACUM-DISPONIVEL
                   END-IF
                   PERFORM 2510-CONS-CARREGA-FILIAIS
                   OPEN OUTPUT RELATO-CONS
                   MOVE WRK-DATA-HOJE TO WRK-CONS-CAB-DATA
                   PERFORM 2520-CONS-CLIENTES
                   PERFORM 2560-CONS-MOVIMENTOS
                   PERFORM 2580-CONS-ACUMULADO
                   PERFORM 2595-CONS-TOTAIS
                   CLOSE RELATO-CONS
                   IF WRK-ACUM-DISPONIVEL = 'S'
                       CLOSE MOV-ACUMULADO
                   END-IF
                   CLOSE MOVIMENTOS
                   CLOSE CLIENTES
               END-IF
           END-IF.
           IF WRK-RC-PASSO = 8
               MOVE 8 TO WRK-RC-CADEIA
               DISPLAY 'FIMDIA - INTEGRIDADE COM ERROS, VER RELATORIO'
           END-IF.

       2510-CONS-CARREGA-FILIAIS.
           MOVE SPACES TO WRK-FSIT-TAB.
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
                       MOVE 'A' TO WRK-FSIT(FIL-CODIGO + 1)
                   ELSE
                       MOVE 'I' TO WRK-FSIT(FIL-CODIGO + 1)
                   END-IF
                   READ FILIAIS NEXT
                       AT END
                           MOVE 10 TO FILIAIS-STATUS
                   END-READ
               END-PERFORM
               CLOSE FILIAIS
           END-IF.

       2520-CONS-CLIENTES.
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
                   PERFORM 2530-CONS-CLIENTE
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2530-CONS-CLIENTE.
           MOVE CLIENTES-FONE TO WRK-FONE-ATUAL WRK-OCOR-FONE.
           MOVE 0 TO WRK-OCOR-DATA WRK-OCOR-SEQ.
           MOVE CLIENTES-FILIAL TO WRK-FIL-CODIGO.
           PERFORM 2535-CONS-FILIAL.
           PERFORM 2540-CONS-SOMA-MOVIMENTOS.
           PERFORM 2545-CONS-SOMA-ACUMULADO.
           PERFORM 2550-CONS-DEFINE-SEGMENTO.
           IF CLIENTES-SEGMENTO NOT = WRK-SEGMENTO
               ADD 1 TO WRK-CONS-SEG-DIVERGE
               MOVE 'AVISO' TO WRK-OCOR-GRAV
               MOVE 'SEGMENTO DIFERE DO CALCULADO' TO WRK-OCOR-TEXTO
               MOVE SPACES TO WRK-OCOR-INFO
               STRING 'GRAVADO [' CLIENTES-SEGMENTO
                      '] CALCULADO [' WRK-SEGMENTO ']'
                   DELIMITED BY SIZE INTO WRK-OCOR-INFO
               END-STRING
               PERFORM 2590-CONS-OCORRENCIA
           END-IF.

       2535-CONS-FILIAL.
           IF WRK-QT-FILIAIS > 0
               MOVE SPACES TO WRK-OCOR-INFO
               STRING 'FILIAL ' WRK-FIL-CODIGO
                   DELIMITED BY SIZE INTO WRK-OCOR-INFO
               END-STRING
               EVALUATE WRK-FSIT(WRK-FIL-CODIGO + 1)
                   WHEN 'A'
                       CONTINUE
                   WHEN 'I'
                       ADD 1 TO WRK-CONS-FIL-INATIVA
                       MOVE 'AVISO' TO WRK-OCOR-GRAV
                       MOVE 'FILIAL INATIVA' TO WRK-OCOR-TEXTO
                       PERFORM 2590-CONS-OCORRENCIA
                   WHEN OTHER
                       ADD 1 TO WRK-CONS-FIL-AUSENTE
                       MOVE 'ERRO' TO WRK-OCOR-GRAV
                       MOVE 'FILIAL NAO CADASTRADA' TO WRK-OCOR-TEXTO
                       PERFORM 2590-CONS-OCORRENCIA
               END-EVALUATE
           END-IF.

      **** MESMA LOGICA DO 2200-SOMA-MOVIMENTOS DE SEGCLI.COB
       2540-CONS-SOMA-MOVIMENTOS.
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
       2545-CONS-SOMA-ACUMULADO.
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
       2550-CONS-DEFINE-SEGMENTO.
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

       2560-CONS-MOVIMENTOS.
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
                   ADD 1 TO WRK-CONS-MOVTOS
                   PERFORM 2565-CONS-MOVIMENTO
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2565-CONS-MOVIMENTO.
           IF WRK-CONS-MOVTOS = 1 OR MOV-FONE NOT = WRK-FONE-ATUAL
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
               ADD 1 TO WRK-CONS-MOV-ORFAOS
               MOVE 'ERRO' TO WRK-OCOR-GRAV
               MOVE 'MOVIMENTO SEM CLIENTE' TO WRK-OCOR-TEXTO
               MOVE MOV-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO WRK-OCOR-INFO
               STRING 'VALOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-OCOR-INFO
               END-STRING
               PERFORM 2590-CONS-OCORRENCIA
           END-IF.
           MOVE MOV-FILIAL TO WRK-FIL-CODIGO.
           PERFORM 2535-CONS-FILIAL.
           IF MOV-TIPO = 'E'
               PERFORM 2570-CONS-ESTORNO
           END-IF.
           MOVE MOV-TIPO TO WRK-SEQ-TIPO(MOV-SEQ + 1).

       2570-CONS-ESTORNO.
           MOVE MOV-SEQ-ORIGEM TO WRK-SEQ-ED.
           MOVE SPACES TO WRK-OCOR-INFO.
           STRING 'SEQ ORIGEM ' WRK-SEQ-ED
               DELIMITED BY SIZE INTO WRK-OCOR-INFO
           END-STRING.
      **** VENDA ANTIGA TEM TIPO EM BRANCO; '0' = SEQUENCIA NAO LIDA
           IF WRK-SEQ-TIPO(MOV-SEQ-ORIGEM + 1) = '0' OR = 'E'
               ADD 1 TO WRK-CONS-EST-SEM-ORIG
               MOVE 'ERRO' TO WRK-OCOR-GRAV
               MOVE 'ESTORNO SEM VENDA DE ORIGEM' TO WRK-OCOR-TEXTO
               PERFORM 2590-CONS-OCORRENCIA
           ELSE
               ADD 1 TO WRK-SEQ-ESTORNOS(MOV-SEQ-ORIGEM + 1)
               IF WRK-SEQ-ESTORNOS(MOV-SEQ-ORIGEM + 1) = 2
                   ADD 1 TO WRK-CONS-EST-DUPLOS
                   MOVE 'ERRO' TO WRK-OCOR-GRAV
                   MOVE 'VENDA ESTORNADA MAIS DE 1 VEZ'
                       TO WRK-OCOR-TEXTO
                   MOVE MOV-SEQ-ORIGEM TO WRK-OCOR-SEQ
                   MOVE MOV-SEQ TO WRK-SEQ-ED
                   MOVE SPACES TO WRK-OCOR-INFO
                   STRING 'ESTORNO REPETIDO SEQ ' WRK-SEQ-ED
                       DELIMITED BY SIZE INTO WRK-OCOR-INFO
                   END-STRING
                   PERFORM 2590-CONS-OCORRENCIA
               END-IF
           END-IF.

       2580-CONS-ACUMULADO.
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
                   MOVE ACUM-FONE TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           ADD 1 TO WRK-CONS-ACUM-ORFAOS
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
                           PERFORM 2590-CONS-OCORRENCIA
                   END-READ
                   READ MOV-ACUMULADO NEXT
                       AT END
                           MOVE 10 TO ACUM-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2590-CONS-OCORRENCIA.
           ADD 1 TO WRK-CONS-OCORRENCIAS.
           IF WRK-OCOR-GRAV = 'ERRO'
               MOVE 8 TO WRK-RC-PASSO
           ELSE
               IF WRK-RC-PASSO < 4
                   MOVE 4 TO WRK-RC-PASSO
               END-IF
           END-IF.
           MOVE WRK-OCOR-GRAV  TO WRK-CONS-DET-GRAV.
           MOVE WRK-OCOR-TEXTO TO WRK-CONS-DET-TEXTO.
           MOVE WRK-OCOR-FONE  TO WRK-CONS-DET-FONE.
           MOVE WRK-OCOR-DATA  TO WRK-CONS-DET-DATA.
           MOVE WRK-OCOR-SEQ   TO WRK-CONS-DET-SEQ.
           MOVE WRK-OCOR-INFO  TO WRK-CONS-DET-INFO.
           MOVE WRK-CONS-DET TO WRK-IMP-SAIDA.
           PERFORM 9170-CONS-GRAVA.

       2595-CONS-TOTAIS.
           MOVE WRK-CONS-TRACO TO WRK-IMP-SAIDA.
           PERFORM 9170-CONS-GRAVA.
           MOVE 'MOVIMENTOS SEM CLIENTE.......: '
               TO WRK-CONS-TOT-ROTULO.
           MOVE WRK-CONS-MOV-ORFAOS TO WRK-CONS-TOT-QT.
           PERFORM 2596-CONS-IMPRIME-TOTAL.
           MOVE 'ACUMULADOS SEM CLIENTE.......: '
               TO WRK-CONS-TOT-ROTULO.
           MOVE WRK-CONS-ACUM-ORFAOS TO WRK-CONS-TOT-QT.
           PERFORM 2596-CONS-IMPRIME-TOTAL.
           MOVE 'ESTORNOS SEM VENDA DE ORIGEM.: '
               TO WRK-CONS-TOT-ROTULO.
           MOVE WRK-CONS-EST-SEM-ORIG TO WRK-CONS-TOT-QT.
           PERFORM 2596-CONS-IMPRIME-TOTAL.
           MOVE 'VENDAS ESTORNADAS MAIS DE 1X.: '
               TO WRK-CONS-TOT-ROTULO.
           MOVE WRK-CONS-EST-DUPLOS TO WRK-CONS-TOT-QT.
           PERFORM 2596-CONS-IMPRIME-TOTAL.
           MOVE 'FILIAL NAO CADASTRADA........: '
               TO WRK-CONS-TOT-ROTULO.
           MOVE WRK-CONS-FIL-AUSENTE TO WRK-CONS-TOT-QT.
           PERFORM 2596-CONS-IMPRIME-TOTAL.
           MOVE 'FILIAL INATIVA...............: '
               TO WRK-CONS-TOT-ROTULO.
           MOVE WRK-CONS-FIL-INATIVA TO WRK-CONS-TOT-QT.
           PERFORM 2596-CONS-IMPRIME-TOTAL.
           MOVE 'SEGMENTO DIFERE DO CALCULADO.: '
               TO WRK-CONS-TOT-ROTULO.
           MOVE WRK-CONS-SEG-DIVERGE TO WRK-CONS-TOT-QT.
           PERFORM 2596-CONS-IMPRIME-TOTAL.
           MOVE 'CODIGO DE RETORNO............: '
               TO WRK-CONS-TOT-ROTULO.
           MOVE WRK-RC-PASSO TO WRK-CONS-TOT-QT.
           PERFORM 2596-CONS-IMPRIME-TOTAL.

       2596-CONS-IMPRIME-TOTAL.
           MOVE WRK-CONS-TOT TO WRK-IMP-SAIDA.
           PERFORM 9170-CONS-GRAVA.

      **** SO RODA COM A CADEIA LIMPA: GRAVA A DATA PROCESSADA COMO
      **** FECHADA E MOVE O REGISTRO DE CONTROLE PARA O PRIMEIRO DIA
      **** SEGUINTE AINDA NAO FECHADO (DATAS JA RODADAS DEPOIS DE UMA
      **** DATA RECUPERADA PELO DATANEG SAO PULADAS)
       2600-PASSO-DATA-NEGOCIO.
           MOVE 0 TO WRK-RC-PASSO.
           COMPUTE WRK-REC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) + 1.
           COMPUTE WRK-DATA-PROXIMA =
               FUNCTION DATE-OF-INTEGER(WRK-REC-INT).
           OPEN I-O DATA-NEGOCIO.
           IF DTN-STATUS = 35
               OPEN OUTPUT DATA-NEGOCIO
               CLOSE DATA-NEGOCIO
               OPEN I-O DATA-NEGOCIO
           END-IF.
           IF DTN-STATUS NOT = 0
               MOVE 8 TO WRK-RC-PASSO
           ELSE
               MOVE WRK-DATA-HOJE TO DTN-DATA
               MOVE WRK-DATA-PROXIMA TO DTN-DATA-ATUAL
               ACCEPT DTN-DT-REGISTRO FROM DATE YYYYMMDD
               ACCEPT DTN-HORA-REGISTRO FROM TIME
               MOVE 'FIMDIA' TO DTN-ORIGEM
               WRITE DTN-REG
                   INVALID KEY
                       MOVE 8 TO WRK-RC-PASSO
               END-WRITE
               IF WRK-RC-PASSO = 0
                   PERFORM 2605-PULA-FECHADAS
                   PERFORM 2610-AVANCA-CONTROLE
               END-IF
               CLOSE DATA-NEGOCIO
           END-IF.
           IF WRK-RC-PASSO = 8
               MOVE 8 TO WRK-RC-CADEIA
               MOVE 0 TO WRK-DATA-PROXIMA
               DISPLAY 'FIMDIA - DATA DE NEGOCIO NAO AVANCADA'
           END-IF.

       2605-PULA-FECHADAS.
           MOVE 'S' TO WRK-DTN-FECHADA.
           PERFORM UNTIL WRK-DTN-FECHADA = 'N'
               MOVE WRK-DATA-PROXIMA TO DTN-DATA
               READ DATA-NEGOCIO
                   INVALID KEY
                       MOVE 'N' TO WRK-DTN-FECHADA
                   NOT INVALID KEY
                       ADD 1 TO WRK-REC-INT
                       COMPUTE WRK-DATA-PROXIMA =
                           FUNCTION DATE-OF-INTEGER(WRK-REC-INT)
               END-READ
           END-PERFORM.

       2610-AVANCA-CONTROLE.
           MOVE 0 TO DTN-DATA.
           READ DATA-NEGOCIO
               INVALID KEY
                   MOVE 0 TO DTN-DATA
                   MOVE WRK-DATA-PROXIMA TO DTN-DATA-ATUAL
                   ACCEPT DTN-DT-REGISTRO FROM DATE YYYYMMDD
                   ACCEPT DTN-HORA-REGISTRO FROM TIME
                   MOVE 'FIMDIA' TO DTN-ORIGEM
                   WRITE DTN-REG
                       INVALID KEY
                           MOVE 8 TO WRK-RC-PASSO
                   END-WRITE
               NOT INVALID KEY
                   MOVE WRK-DATA-PROXIMA TO DTN-DATA-ATUAL
                   ACCEPT DTN-DT-REGISTRO FROM DATE YYYYMMDD
                   ACCEPT DTN-HORA-REGISTRO FROM TIME
                   MOVE 'FIMDIA' TO DTN-ORIGEM
                   REWRITE DTN-REG
                       INVALID KEY
                           MOVE 8 TO WRK-RC-PASSO
                   END-REWRITE
           END-READ.

      **** MESMA LOGICA DO CONTAB.COB: ENTRA TODO MOVIMENTO ATE A DATA
      **** DE NEGOCIO AINDA FORA DO CTBLANC; FILIAL COM MOVIMENTO E SEM
      **** AS TRES CONTAS NO CTBMAP DERRUBA A CADEIA COM RC=8 SEM
      **** TOCAR NO ULTIMO DIARIO; A DATA DE NEGOCIO NAO AVANCA; SEM
      **** MOVIMENTO NOVO (JA LANCADO POR UM CONTAB AVULSO, P.EX.) O
      **** ULTIMO DIARIO TAMBEM E MANTIDO
       2700-PASSO-CONTABIL.
           MOVE 0 TO WRK-RC-PASSO.
           MOVE 0 TO WRK-CTB-OCUP WRK-CTB-QT-SEM-CONTA
                     WRK-CTB-QT-LINHAS WRK-CTB-QT-PARES
                     WRK-CTB-TOT-DEBITO WRK-CTB-TOT-CREDITO
                     WRK-CTB-QT-MOVTOS WRK-CTB-QT-REGISTRADOS.
           MOVE 'N' TO WRK-CTB-CHEIA.
           MOVE SPACES TO WRK-MAPA-TAB.
           OPEN INPUT MOVIMENTOS.
           IF MOVTO-STATUS NOT = 0
               MOVE 8 TO WRK-RC-PASSO
           ELSE
               PERFORM 2705-CTB-ABRE-LANCADOS
               IF CTL-STATUS NOT = 0
                   MOVE 8 TO WRK-RC-PASSO
               ELSE
                   PERFORM 2710-CTB-ACUMULA-DIA
                   PERFORM 2720-CTB-CONFERE-CONTAS
                   IF WRK-RC-PASSO = 0 AND WRK-CTB-QT-MOVTOS > 0
                       OPEN OUTPUT DIARIO-CTB
                       PERFORM 2730-CTB-GRAVA-DIARIO
                       CLOSE DIARIO-CTB
                   END-IF
                   IF WRK-RC-PASSO = 0 AND WRK-CTB-QT-MOVTOS > 0
                       PERFORM 2750-CTB-REGISTRA-LANCADOS
                   END-IF
                   CLOSE CTB-LANCADOS
               END-IF
               CLOSE MOVIMENTOS
           END-IF.
           IF WRK-RC-PASSO = 8
               MOVE 8 TO WRK-RC-CADEIA
               DISPLAY 'FIMDIA - DIARIO CONTABIL NAO GERADO'
           END-IF.
           IF WRK-RC-PASSO = 0 AND WRK-CTB-QT-MOVTOS = 0
               DISPLAY 'FIMDIA - SEM MOVIMENTO NOVO, DIARIO MANTIDO'
           END-IF.

      **** CRIACAO IGUAL AO 1100-ABRE-LANCADOS DO CONTAB.COB
       2705-CTB-ABRE-LANCADOS.
           OPEN I-O CTB-LANCADOS
               IF CTL-STATUS = 35 THEN
                   OPEN OUTPUT CTB-LANCADOS
                   CLOSE CTB-LANCADOS
                   OPEN I-O CTB-LANCADOS
                   IF CTL-STATUS = 0
                       MOVE ZEROS TO CTL-CHAVE
                       MOVE WRK-DATA-HOJE TO CTL-DT-DIARIO
                       WRITE CTBLANC-REG
                       PERFORM 2706-CTB-IMPLANTA-LANCADOS
                       DISPLAY 'FIMDIA - REGISTRO DE LANCADOS CRIADO, '
                               'MOVIMENTOS ANTERIORES: '
                               WRK-CTB-QT-IMPLANTADOS
                   END-IF
               END-IF.

       2706-CTB-IMPLANTA-LANCADOS.
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
                   IF MOV-DATA < WRK-DATA-HOJE
                       MOVE MOV-CHAVE TO CTL-CHAVE
                       MOVE 0 TO CTL-DT-DIARIO
                       WRITE CTBLANC-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-CTB-QT-IMPLANTADOS
                       END-WRITE
                   END-IF
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2710-CTB-ACUMULA-DIA.
           MOVE LOW-VALUES TO MOV-CHAVE.
           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF MOVTO-STATUS = 0
               READ MOVIMENTOS NEXT
                   AT END
                       MOVE 10 TO MOVTO-STATUS
               END-READ
               PERFORM UNTIL MOVTO-STATUS = 10
                   PERFORM 2712-CTB-SELECIONA-MOVIMENTO
                   IF WRK-CTB-SELECIONADO = 'S'
                       ADD 1 TO WRK-CTB-QT-MOVTOS
                       PERFORM 2715-CTB-ACUMULA-MOVIMENTO
                   END-IF
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2712-CTB-SELECIONA-MOVIMENTO.
           MOVE 'N' TO WRK-CTB-SELECIONADO.
           IF MOV-DATA NOT > WRK-DATA-HOJE
               MOVE MOV-CHAVE TO CTL-CHAVE
               READ CTB-LANCADOS
                   INVALID KEY
                       MOVE 'S' TO WRK-CTB-SELECIONADO
               END-READ
           END-IF.

       2715-CTB-ACUMULA-MOVIMENTO.
           IF MOV-TIPO = 'E'
               MOVE 'E' TO WRK-CTB-TIPO
               MOVE MOV-MOTIVO TO WRK-CTB-MOTIVO
           ELSE
               MOVE 'V' TO WRK-CTB-TIPO
               MOVE SPACES TO WRK-CTB-MOTIVO
           END-IF.
           MOVE 'M' TO WRK-MAPA-SIT(MOV-FILIAL + 1).
           MOVE 'N' TO WRK-CTB-ACHOU.
           PERFORM VARYING WRK-CTB-IDX FROM 1 BY 1
                   UNTIL WRK-CTB-IDX > WRK-CTB-OCUP
                   OR WRK-CTB-ACHOU = 'S'
               IF WRK-CTB-FILIAL(WRK-CTB-IDX) = MOV-FILIAL
                       AND WRK-CTB-ORIGEM(WRK-CTB-IDX) = WRK-CTB-TIPO
                       AND WRK-CTB-MOT(WRK-CTB-IDX) = WRK-CTB-MOTIVO
                   MOVE 'S' TO WRK-CTB-ACHOU
                   ADD 1 TO WRK-CTB-QT(WRK-CTB-IDX)
                   ADD MOV-VALOR TO WRK-CTB-VALOR(WRK-CTB-IDX)
               END-IF
           END-PERFORM.
           IF WRK-CTB-ACHOU = 'N'
               IF WRK-CTB-OCUP < 500
                   ADD 1 TO WRK-CTB-OCUP
                   MOVE MOV-FILIAL TO WRK-CTB-FILIAL(WRK-CTB-OCUP)
                   MOVE WRK-CTB-TIPO TO WRK-CTB-ORIGEM(WRK-CTB-OCUP)
                   MOVE WRK-CTB-MOTIVO TO WRK-CTB-MOT(WRK-CTB-OCUP)
                   MOVE 1 TO WRK-CTB-QT(WRK-CTB-OCUP)
                   MOVE MOV-VALOR TO WRK-CTB-VALOR(WRK-CTB-OCUP)
               ELSE
                   MOVE 'S' TO WRK-CTB-CHEIA
               END-IF
           END-IF.

       2720-CTB-CONFERE-CONTAS.
           IF WRK-CTB-CHEIA = 'S'
               DISPLAY 'FIMDIA - MAIS DE 500 GRUPOS NO DIARIO CONTABIL'
               MOVE 8 TO WRK-RC-PASSO
           END-IF.
           OPEN INPUT CONTA-MAPA.
           PERFORM VARYING WRK-CTB-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-CTB-FIL-IDX > 100
               IF WRK-MAPA-SIT(WRK-CTB-FIL-IDX) = 'M'
                   PERFORM 2725-CTB-BUSCA-CONTAS
               END-IF
           END-PERFORM.
           IF CTM-STATUS NOT = 35
               CLOSE CONTA-MAPA
           END-IF.
           IF WRK-CTB-QT-SEM-CONTA > 0
               MOVE 8 TO WRK-RC-PASSO
           END-IF.

       2725-CTB-BUSCA-CONTAS.
           MOVE 'N' TO WRK-MAPA-SIT(WRK-CTB-FIL-IDX).
           IF CTM-STATUS NOT = 35
               COMPUTE CTM-FILIAL = WRK-CTB-FIL-IDX - 1
               READ CONTA-MAPA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTM-CONTA-CAIXA NOT = SPACES
                               AND CTM-CONTA-RECEITA NOT = SPACES
                               AND CTM-CONTA-ESTORNO NOT = SPACES
                           MOVE 'S' TO WRK-MAPA-SIT(WRK-CTB-FIL-IDX)
                           MOVE CTM-CONTA-CAIXA
                               TO WRK-MAPA-CAIXA(WRK-CTB-FIL-IDX)
                           MOVE CTM-CONTA-RECEITA
                               TO WRK-MAPA-RECEITA(WRK-CTB-FIL-IDX)
                           MOVE CTM-CONTA-ESTORNO
                               TO WRK-MAPA-ESTORNO(WRK-CTB-FIL-IDX)
                       END-IF
               END-READ
           END-IF.
           IF WRK-MAPA-SIT(WRK-CTB-FIL-IDX) = 'N'
               ADD 1 TO WRK-CTB-QT-SEM-CONTA
               COMPUTE CTM-FILIAL = WRK-CTB-FIL-IDX - 1
               DISPLAY 'FIMDIA - FILIAL ' CTM-FILIAL
                       ' SEM CONTAS CONTABEIS NO CTBMAP'
           END-IF.

       2730-CTB-GRAVA-DIARIO.
           MOVE SPACES TO DIARIO-CTB-REG.
           MOVE 'H' TO CTB-TIPO-REG.
           MOVE WRK-DATA-HOJE TO CTB-CAB-DATA.
           ACCEPT CTB-CAB-DT-GERACAO FROM DATE YYYYMMDD.
           ACCEPT CTB-CAB-HORA-GERACAO FROM TIME.
           MOVE 'FIMDIA' TO CTB-CAB-PROGRAMA.
           WRITE DIARIO-CTB-REG.
           PERFORM VARYING WRK-CTB-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-CTB-FIL-IDX > 100
               IF WRK-MAPA-SIT(WRK-CTB-FIL-IDX) = 'S'
                   MOVE 'V' TO WRK-CTB-TIPO
                   PERFORM 2735-CTB-GRAVA-FILIAL
                   MOVE 'E' TO WRK-CTB-TIPO
                   PERFORM 2735-CTB-GRAVA-FILIAL
               END-IF
           END-PERFORM.
           MOVE SPACES TO DIARIO-CTB-REG.
           MOVE 'T' TO CTB-TIPO-REG.
           MOVE WRK-DATA-HOJE TO CTB-CTL-DATA.
           MOVE WRK-CTB-QT-LINHAS TO CTB-CTL-QT-LINHAS.
           MOVE WRK-CTB-TOT-DEBITO TO CTB-CTL-TOT-DEBITO.
           MOVE WRK-CTB-TOT-CREDITO TO CTB-CTL-TOT-CREDITO.
           WRITE DIARIO-CTB-REG.
           IF CTB-STATUS NOT = 0
               MOVE 8 TO WRK-RC-PASSO
           END-IF.

       2735-CTB-GRAVA-FILIAL.
           PERFORM VARYING WRK-CTB-IDX FROM 1 BY 1
                   UNTIL WRK-CTB-IDX > WRK-CTB-OCUP
               IF WRK-CTB-FILIAL(WRK-CTB-IDX) = WRK-CTB-FIL-IDX - 1
                       AND WRK-CTB-ORIGEM(WRK-CTB-IDX) = WRK-CTB-TIPO
                       AND WRK-CTB-VALOR(WRK-CTB-IDX) > 0
                   PERFORM 2740-CTB-GRAVA-PAR
               END-IF
           END-PERFORM.

      **** VENDA: D CAIXA / C RECEITA; ESTORNO: D ESTORNO / C CAIXA
       2740-CTB-GRAVA-PAR.
           ADD 1 TO WRK-CTB-QT-PARES.
           IF WRK-CTB-TIPO = 'V'
               MOVE WRK-MAPA-CAIXA(WRK-CTB-FIL-IDX)
                   TO WRK-CTB-CONTA-DEBITO
               MOVE WRK-MAPA-RECEITA(WRK-CTB-FIL-IDX)
                   TO WRK-CTB-CONTA-CREDITO
           ELSE
               MOVE WRK-MAPA-ESTORNO(WRK-CTB-FIL-IDX)
                   TO WRK-CTB-CONTA-DEBITO
               MOVE WRK-MAPA-CAIXA(WRK-CTB-FIL-IDX)
                   TO WRK-CTB-CONTA-CREDITO
           END-IF.
           MOVE SPACES TO DIARIO-CTB-REG.
           MOVE 'L' TO CTB-TIPO-REG.
           MOVE WRK-DATA-HOJE TO CTB-DATA.
           MOVE WRK-CTB-QT-PARES TO CTB-PAR.
           MOVE WRK-CTB-FILIAL(WRK-CTB-IDX) TO CTB-FILIAL.
           MOVE WRK-CTB-VALOR(WRK-CTB-IDX) TO CTB-VALOR.
           MOVE WRK-CTB-ORIGEM(WRK-CTB-IDX) TO CTB-ORIGEM.
           MOVE WRK-CTB-MOT(WRK-CTB-IDX) TO CTB-MOTIVO.
           MOVE WRK-CTB-QT(WRK-CTB-IDX) TO CTB-QT-MOVTOS.
           IF WRK-CTB-TIPO = 'V'
               MOVE 'VENDAS DO DIA' TO CTB-HISTORICO
           ELSE
               MOVE SPACES TO CTB-HISTORICO
               STRING 'ESTORNOS DO DIA - MOTIVO '
                   WRK-CTB-MOT(WRK-CTB-IDX)
                   DELIMITED BY SIZE INTO CTB-HISTORICO
               END-STRING
           END-IF.
           MOVE WRK-CTB-CONTA-DEBITO TO CTB-CONTA.
           MOVE 'D' TO CTB-DC.
           WRITE DIARIO-CTB-REG.
           ADD CTB-VALOR TO WRK-CTB-TOT-DEBITO.
           MOVE WRK-CTB-CONTA-CREDITO TO CTB-CONTA.
           MOVE 'C' TO CTB-DC.
           WRITE DIARIO-CTB-REG.
           ADD CTB-VALOR TO WRK-CTB-TOT-CREDITO.
           ADD 2 TO WRK-CTB-QT-LINHAS.

       2750-CTB-REGISTRA-LANCADOS.
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
                   PERFORM 2712-CTB-SELECIONA-MOVIMENTO
                   IF WRK-CTB-SELECIONADO = 'S'
                       MOVE MOV-CHAVE TO CTL-CHAVE
                       MOVE WRK-DATA-HOJE TO CTL-DT-DIARIO
                       WRITE CTBLANC-REG
                           INVALID KEY
                               MOVE 8 TO WRK-RC-PASSO
                           NOT INVALID KEY
                               ADD 1 TO WRK-CTB-QT-REGISTRADOS
                       END-WRITE
                   END-IF
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-CTB-QT-REGISTRADOS NOT = WRK-CTB-QT-MOVTOS
               MOVE 8 TO WRK-RC-PASSO
           END-IF.

       3000-FINALIZAR.
           IF WRK-TRAVADO = 'N'
               PERFORM 8220-LIBERA-TRAVA
           CLOSE JOBLOG.
           DISPLAY 'FIMDIA - RESUMO DA CADEIA'.
           DISPLAY 'CONFERIDOS...........: ' WRK-QT-ATUAL.
           DISPLAY 'OCORRENCIAS INTEGRID.: ' WRK-CONS-OCORRENCIAS.
           DISPLAY 'DESCARREGADOS........: ' WRK-QT-DESCARREGADOS.
           DISPLAY 'EXPORTADOS NOVOS.....: ' WRK-QT-NOVOS.
           DISPLAY 'EXPORTADOS ALTERADOS.: ' WRK-QT-ALTERADOS.
           DISPLAY 'SUPRIMIDOS...........: ' WRK-QT-SUPRIMIDOS.
           DISPLAY 'VENDAS DO DIA........: ' WRK-QT-GERAL.
           DISPLAY 'LANCAMENTOS CONTAB...: ' WRK-CTB-QT-LINHAS.
           DISPLAY 'DATA DE NEGOCIO......: ' WRK-DATA-HOJE.
           DISPLAY 'PROXIMA DATA.........: ' WRK-DATA-PROXIMA.
           DISPLAY 'RESULTADO DA CADEIA..: ' WRK-RC-CADEIA.

       7000-LOG-INICIO.
           MOVE WRK-IMP-SAIDA TO RELATO-MOV-REG.
           WRITE RELATO-MOV-REG.
           ADD 1 TO WRK-IMP-LINHA-QT.

       9170-CONS-GRAVA.
           IF WRK-CONS-LINHA-QT > 55
               ADD 1 TO WRK-CONS-PAGINA
               MOVE WRK-CONS-PAGINA TO WRK-CONS-CAB-PAG
               MOVE WRK-CONS-CAB1 TO RELATO-CONS-REG
               WRITE RELATO-CONS-REG
               MOVE WRK-CONS-COLS TO RELATO-CONS-REG
               WRITE RELATO-CONS-REG
               MOVE WRK-CONS-TRACO TO RELATO-CONS-REG
               WRITE RELATO-CONS-REG
               MOVE 3 TO WRK-CONS-LINHA-QT
           END-IF.
           MOVE WRK-IMP-SAIDA TO RELATO-CONS-REG.
           WRITE RELATO-CONS-REG.
           ADD 1 TO WRK-CONS-LINHA-QT.
