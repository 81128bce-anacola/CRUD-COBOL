       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSEG.
      ******************************************************************
      * Author:ANA CAROLINA COLA
      * Date:15/10/2026
      * Purpose: MIGRACAO DE SEGMENTO DO MES POR FILIAL A PARTIR DO
      *          HISTORICO DO SEGCLI, E EXTRATO DE RECUPERACAO DOS
      *          CLIENTES QUE CAIRAM DE A OU B PARA C
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIGURACAO ASSIGN TO 'CLIENTES.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.

           SELECT SEG-HIST ASSIGN
             USING WRK-ARQ-SEGHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SEGH-STATUS.

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

           SELECT FILIAIS ASSIGN
             USING WRK-ARQ-FILIAIS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS FILIAIS-STATUS
                   RECORD KEY IS FIL-CODIGO.

           SELECT RELATO-SEG ASSIGN
             USING WRK-ARQ-RELSEG
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECUPERACAO ASSIGN
             USING WRK-ARQ-RECUPERA
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RECUP-STATUS.

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

      **** ESTRUTURA IDENTICA A FD SEG-HIST DE SEGCLI.COB
       FD SEG-HIST.
       01 SEGH-REG.
           05 SEGH-FONE            PIC 9(09).
           05 SEGH-FILIAL          PIC 9(02).
           05 SEGH-SEG-ANTERIOR    PIC X(01).
           05 SEGH-SEG-NOVO        PIC X(01).
           05 SEGH-DATA            PIC 9(08).

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

      **** ESTRUTURA IDENTICA A FD FILIAIS DE CLIENTES.COB
       FD FILIAIS.
       01 FILIAIS-REG.
           05 FIL-CODIGO           PIC 9(02).
           05 FIL-NOME             PIC X(20).
           05 FIL-ATIVA            PIC X(01).

      **** RELATORIO FORMATADO PARA IMPRESSAO
       FD RELATO-SEG.
       01 RELATO-SEG-REG.
           05 RELATO-SEG-DADOS     PIC X(132).

      **** CLIENTE A LIGAR: FILIAL DA MUDANCA, DADOS DE CONTATO,
      **** SEGMENTO DE ONDE CAIU E DATA DA QUEDA
       FD RECUPERACAO.
       01 RECUP-REG.
           05 RECUP-FILIAL         PIC 9(02).
           05 RECUP-FONE           PIC 9(09).
           05 RECUP-NOME           PIC X(30).
           05 RECUP-EMAIL          PIC X(40).
           05 RECUP-SEG-ANTERIOR   PIC X(01).
           05 RECUP-DATA           PIC 9(08).

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
           77 WRK-ARQ-SEGHIST      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\SEGHIST.DAT'.
           77 WRK-ARQ-CLIENTES     PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CLIENTES.DAT'.
           77 WRK-ARQ-FILIAIS      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\FILIAIS.DAT'.
           77 WRK-ARQ-RELSEG       PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\RELSEG.TXT'.
           77 WRK-ARQ-RECUPERA     PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\RECUPERA.DAT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 CFG-STATUS           PIC 9(02).
           77 WRK-CFG-CHAVE        PIC X(20).
           77 WRK-CFG-VALOR        PIC X(128).
           77 SEGH-STATUS          PIC 9(02).
           77 CLIENTES-STATUS      PIC 9(02).
           77 FILIAIS-STATUS       PIC 9(02).
           77 RECUP-STATUS         PIC 9(02).
           77 WRK-FIL-DISPONIVEL   PIC X(01) VALUE 'N'.
           77 WRK-DATA-HOJE        PIC 9(08).
           77 WRK-ANOMES           PIC 9(06) VALUE 0.
           77 WRK-SEG-LETRA        PIC X(01).
           77 WRK-SEG-IDX          PIC 9(01).
           77 WRK-DE               PIC 9(01).
           77 WRK-PARA             PIC 9(01).
           77 WRK-FIL              PIC 9(03).
           77 WRK-QT-LIDOS         PIC 9(07) VALUE 0.
           77 WRK-QT-MES           PIC 9(07) VALUE 0.
           77 WRK-QT-RECUPERACAO   PIC 9(07) VALUE 0.
           77 WRK-QT-SEM-CONTATO   PIC 9(07) VALUE 0.
           77 WRK-QT-JA-VOLTOU     PIC 9(07) VALUE 0.
           77 WRK-BLOCO-MUDANCAS   PIC 9(07) VALUE 0.
           77 WRK-BLOCO-RECUP      PIC 9(07) VALUE 0.
           77 WRK-IMP-PAGINA       PIC 9(04) VALUE 0.
           77 WRK-IMP-LINHA-QT     PIC 9(02) VALUE 99.
           77 WRK-IMP-SAIDA        PIC X(132).

      **** MATRIZ DE->PARA POR FILIAL; POSICOES 1=A 2=B 3=C 4=NENHUM
           01 WRK-MIG-TAB.
               05 WRK-MIG-FILIAL OCCURS 100.
                   10 WRK-MIG-QT           PIC 9(07).
                   10 WRK-MIG-RECUP        PIC 9(07).
                   10 WRK-MIG-MATRIZ.
                       15 WRK-MIG-DE OCCURS 4.
                           20 WRK-MIG-PARA OCCURS 4 PIC 9(07).

           01 WRK-GER-MATRIZ.
               05 WRK-GER-DE OCCURS 4.
                   10 WRK-GER-PARA OCCURS 4    PIC 9(07).

      **** MATRIZ DO BLOCO EM IMPRESSAO (UMA FILIAL OU O TOTAL)
           01 WRK-PRT-MATRIZ.
               05 WRK-PRT-DE OCCURS 4.
                   10 WRK-PRT-PARA OCCURS 4    PIC 9(07).

           01 WRK-IMP-CAB1.
               05 FILLER                   PIC X(31)
                  VALUE 'MIGRACAO DE SEGMENTO'.
               05 FILLER                   PIC X(06) VALUE 'DATA: '.
               05 WRK-IMP-CAB-DATA         PIC 9(08).
               05 FILLER                   PIC X(04) VALUE SPACES.
               05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
               05 WRK-IMP-CAB-PAG          PIC ZZZ9.

           01 WRK-IMP-CAB2.
               05 FILLER                   PIC X(05) VALUE 'MES: '.
               05 WRK-IMP-CAB-MES          PIC 9(06).

           01 WRK-IMP-TRACO.
               05 FILLER                   PIC X(80) VALUE ALL '-'.

           01 WRK-IMP-GRP.
               05 FILLER                   PIC X(08) VALUE 'FILIAL: '.
               05 WRK-IMP-GRP-FILIAL       PIC 9(02).
               05 FILLER                   PIC X(03) VALUE ' - '.
               05 WRK-IMP-GRP-NOME         PIC X(20).

           01 WRK-IMP-COLS.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(15) VALUE 'DE \ PARA'.
               05 FILLER                   PIC X(10) VALUE '         A'.
               05 FILLER                   PIC X(10) VALUE '         B'.
               05 FILLER                   PIC X(10) VALUE '         C'.
               05 FILLER                   PIC X(10) VALUE '    NENHUM'.

           01 WRK-IMP-LIN.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-IMP-LIN-ROTULO       PIC X(15).
               05 FILLER                   PIC X(03) VALUE SPACES.
               05 WRK-IMP-LIN-A            PIC ZZZZZZ9.
               05 FILLER                   PIC X(03) VALUE SPACES.
               05 WRK-IMP-LIN-B            PIC ZZZZZZ9.
               05 FILLER                   PIC X(03) VALUE SPACES.
               05 WRK-IMP-LIN-C            PIC ZZZZZZ9.
               05 FILLER                   PIC X(03) VALUE SPACES.
               05 WRK-IMP-LIN-N            PIC ZZZZZZ9.

           01 WRK-IMP-SUBT.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(11) VALUE 'MUDANCAS: '.
               05 WRK-IMP-SUBT-QT          PIC ZZZZZZ9.
               05 FILLER                   PIC X(05) VALUE SPACES.
               05 FILLER                   PIC X(24)
                  VALUE 'PARA RECUPERACAO (->C): '.
               05 WRK-IMP-SUBT-RECUP       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-LE-HISTORICO.
           PERFORM 4000-IMPRIME-MIGRACAO.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1050-LE-CONFIG.
           PERFORM 1040-LE-DATA-NEGOCIO.
           DISPLAY 'RELSEG - MES AAAAMM (0 = MES CORRENTE) ?'.
           ACCEPT WRK-ANOMES.
           IF WRK-ANOMES = 0
               MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES
           END-IF.
           OPEN INPUT SEG-HIST.
           IF SEGH-STATUS NOT = 0
               DISPLAY 'HISTORICO DE SEGMENTO NAO ENCONTRADO'
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES: ' CLIENTES-STATUS
               CLOSE SEG-HIST
               STOP RUN
           END-IF.
           OPEN INPUT FILIAIS.
           IF FILIAIS-STATUS = 0
               MOVE 'S' TO WRK-FIL-DISPONIVEL
           END-IF.
           OPEN OUTPUT RELATO-SEG.
           OPEN OUTPUT RECUPERACAO.
           MOVE ZEROS TO WRK-MIG-TAB WRK-GER-MATRIZ.
           MOVE WRK-DATA-HOJE TO WRK-IMP-CAB-DATA.
           MOVE WRK-ANOMES TO WRK-IMP-CAB-MES.

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
               WHEN 'SEGHIST'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-SEGHIST
               WHEN 'CLIENTES'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-CLIENTES
               WHEN 'FILIAIS'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-FILIAIS
               WHEN 'RELSEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-RELSEG
               WHEN 'RECUPERA'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-RECUPERA
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-LE-HISTORICO.
           READ SEG-HIST
               AT END
                   MOVE 10 TO SEGH-STATUS
           END-READ.
           PERFORM UNTIL SEGH-STATUS = 10
               ADD 1 TO WRK-QT-LIDOS
               IF SEGH-DATA(1:6) = WRK-ANOMES
                   PERFORM 2100-ACUMULA-MUDANCA
               END-IF
               READ SEG-HIST
                   AT END
                       MOVE 10 TO SEGH-STATUS
               END-READ
           END-PERFORM.

       2100-ACUMULA-MUDANCA.
           ADD 1 TO WRK-QT-MES.
           MOVE SEGH-SEG-ANTERIOR TO WRK-SEG-LETRA.
           PERFORM 2150-INDICE-SEGMENTO.
           MOVE WRK-SEG-IDX TO WRK-DE.
           MOVE SEGH-SEG-NOVO TO WRK-SEG-LETRA.
           PERFORM 2150-INDICE-SEGMENTO.
           MOVE WRK-SEG-IDX TO WRK-PARA.
           COMPUTE WRK-FIL = SEGH-FILIAL + 1.
           ADD 1 TO WRK-MIG-QT(WRK-FIL).
           ADD 1 TO WRK-MIG-PARA(WRK-FIL, WRK-DE, WRK-PARA).
           ADD 1 TO WRK-GER-PARA(WRK-DE, WRK-PARA).
           IF WRK-PARA = 3 AND (WRK-DE = 1 OR WRK-DE = 2)
               PERFORM 2200-AVALIA-RECUPERACAO
           END-IF.

      **** A=1 B=2 C=3; BRANCO (SEM COMPRAS) OU OUTRO VALOR = 4
       2150-INDICE-SEGMENTO.
           EVALUATE WRK-SEG-LETRA
               WHEN 'A'
                   MOVE 1 TO WRK-SEG-IDX
               WHEN 'B'
                   MOVE 2 TO WRK-SEG-IDX
               WHEN 'C'
                   MOVE 3 TO WRK-SEG-IDX
               WHEN OTHER
                   MOVE 4 TO WRK-SEG-IDX
           END-EVALUATE.

      **** SO ENTRA NO EXTRATO QUEM AINDA ESTA NO CADASTRO, CONTINUA
      **** EM C E NAO TEM BLOQUEIO DE CONTATO (MESMO CRITERIO DO
      **** EXPMARK)
       2200-AVALIA-RECUPERACAO.
           MOVE SEGH-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO WRK-QT-JA-VOLTOU
               NOT INVALID KEY
                   IF CLIENTES-CONTATO = 'N'
                       ADD 1 TO WRK-QT-SEM-CONTATO
                   ELSE
                       IF CLIENTES-SEGMENTO NOT = 'C'
                           ADD 1 TO WRK-QT-JA-VOLTOU
                       ELSE
                           PERFORM 2250-GRAVA-RECUPERACAO
                       END-IF
                   END-IF
           END-READ.

       2250-GRAVA-RECUPERACAO.
           MOVE SEGH-FILIAL       TO RECUP-FILIAL.
           MOVE SEGH-FONE         TO RECUP-FONE.
           MOVE CLIENTES-NOME     TO RECUP-NOME.
           MOVE CLIENTES-EMAIL    TO RECUP-EMAIL.
           MOVE SEGH-SEG-ANTERIOR TO RECUP-SEG-ANTERIOR.
           MOVE SEGH-DATA         TO RECUP-DATA.
           WRITE RECUP-REG.
           ADD 1 TO WRK-QT-RECUPERACAO.
           ADD 1 TO WRK-MIG-RECUP(WRK-FIL).

      **** UM BLOCO POR FILIAL COM MUDANCA NO MES E UM BLOCO FINAL
      **** COM TODAS AS FILIAIS
       4000-IMPRIME-MIGRACAO.
           PERFORM VARYING WRK-FIL FROM 1 BY 1 UNTIL WRK-FIL > 100
               IF WRK-MIG-QT(WRK-FIL) > 0
                   COMPUTE WRK-IMP-GRP-FILIAL = WRK-FIL - 1
                   PERFORM 4050-BUSCA-NOME-FILIAL
                   MOVE WRK-MIG-MATRIZ(WRK-FIL) TO WRK-PRT-MATRIZ
                   MOVE WRK-MIG-QT(WRK-FIL) TO WRK-BLOCO-MUDANCAS
                   MOVE WRK-MIG-RECUP(WRK-FIL) TO WRK-BLOCO-RECUP
                   MOVE WRK-IMP-GRP TO WRK-IMP-SAIDA
                   PERFORM 9160-IMP-GRAVA
                   PERFORM 4100-IMPRIME-BLOCO
               END-IF
           END-PERFORM.
           MOVE WRK-IMP-TRACO TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           MOVE 'TODAS AS FILIAIS' TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           MOVE WRK-GER-MATRIZ TO WRK-PRT-MATRIZ.
           MOVE WRK-QT-MES TO WRK-BLOCO-MUDANCAS.
           MOVE WRK-QT-RECUPERACAO TO WRK-BLOCO-RECUP.
           PERFORM 4100-IMPRIME-BLOCO.

       4050-BUSCA-NOME-FILIAL.
           MOVE SPACES TO WRK-IMP-GRP-NOME.
           IF WRK-FIL-DISPONIVEL = 'S'
               MOVE WRK-IMP-GRP-FILIAL TO FIL-CODIGO
               READ FILIAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIL-NOME TO WRK-IMP-GRP-NOME
               END-READ
           END-IF.

       4100-IMPRIME-BLOCO.
           MOVE WRK-IMP-COLS TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           PERFORM VARYING WRK-DE FROM 1 BY 1 UNTIL WRK-DE > 4
               PERFORM 4150-IMPRIME-LINHA
           END-PERFORM.
           MOVE WRK-BLOCO-MUDANCAS TO WRK-IMP-SUBT-QT.
           MOVE WRK-BLOCO-RECUP TO WRK-IMP-SUBT-RECUP.
           MOVE WRK-IMP-SUBT TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           MOVE SPACES TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.

       4150-IMPRIME-LINHA.
           EVALUATE WRK-DE
               WHEN 1
                   MOVE 'A (QUENTE)' TO WRK-IMP-LIN-ROTULO
               WHEN 2
                   MOVE 'B (MORNO)' TO WRK-IMP-LIN-ROTULO
               WHEN 3
                   MOVE 'C (FRIO)' TO WRK-IMP-LIN-ROTULO
               WHEN OTHER
                   MOVE 'NENHUM' TO WRK-IMP-LIN-ROTULO
           END-EVALUATE.
           MOVE WRK-PRT-PARA(WRK-DE, 1) TO WRK-IMP-LIN-A.
           MOVE WRK-PRT-PARA(WRK-DE, 2) TO WRK-IMP-LIN-B.
           MOVE WRK-PRT-PARA(WRK-DE, 3) TO WRK-IMP-LIN-C.
           MOVE WRK-PRT-PARA(WRK-DE, 4) TO WRK-IMP-LIN-N.
           MOVE WRK-IMP-LIN TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.

       3000-FINALIZAR.
           CLOSE SEG-HIST.
           CLOSE CLIENTES.
           IF WRK-FIL-DISPONIVEL = 'S'
               CLOSE FILIAIS
           END-IF.
           CLOSE RELATO-SEG.
           CLOSE RECUPERACAO.
           DISPLAY 'RELSEG - RESUMO DA MIGRACAO'.
           DISPLAY 'MES..................: ' WRK-ANOMES.
           DISPLAY 'HISTORICO LIDO.......: ' WRK-QT-LIDOS.
           DISPLAY 'MUDANCAS NO MES......: ' WRK-QT-MES.
           DISPLAY 'EXTRATO RECUPERACAO..: ' WRK-QT-RECUPERACAO.
           DISPLAY 'SEM CONTATO (N)......: ' WRK-QT-SEM-CONTATO.
           DISPLAY 'JA SAIRAM DE C.......: ' WRK-QT-JA-VOLTOU.

       9160-IMP-GRAVA.
           IF WRK-IMP-LINHA-QT > 55
               ADD 1 TO WRK-IMP-PAGINA
               MOVE WRK-IMP-PAGINA TO WRK-IMP-CAB-PAG
               MOVE WRK-IMP-CAB1 TO RELATO-SEG-REG
               WRITE RELATO-SEG-REG
               MOVE WRK-IMP-CAB2 TO RELATO-SEG-REG
               WRITE RELATO-SEG-REG
               MOVE WRK-IMP-TRACO TO RELATO-SEG-REG
               WRITE RELATO-SEG-REG
               MOVE 3 TO WRK-IMP-LINHA-QT
           END-IF.
           MOVE WRK-IMP-SAIDA TO RELATO-SEG-REG.
           WRITE RELATO-SEG-REG.
           ADD 1 TO WRK-IMP-LINHA-QT.
