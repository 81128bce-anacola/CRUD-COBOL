       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAVEND.
      ******************************************************************
      * Author:ANA CAROLINA COLA
      * Date:15/10/2026
      * Purpose: ANALISE DE VENDAS POR FILIAL E MES SOBRE OS MOVIMENTOS
      *          VIVOS E ARQUIVADOS, COM VARIACAO SOBRE O MES ANTERIOR
      *          E SOBRE O MESMO MES DO ANO ANTERIOR
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIGURACAO ASSIGN TO 'CLIENTES.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.

           SELECT MOVIMENTOS ASSIGN
             USING WRK-ARQ-MOVTO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS MOVTO-STATUS
                   RECORD KEY IS MOV-CHAVE.

           SELECT MOV-ARQUIVO ASSIGN
             USING WRK-ARQ-MOVARQ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS MOVARQ-STATUS.

           SELECT FILIAIS ASSIGN
             USING WRK-ARQ-FILIAIS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS FILIAIS-STATUS
                   RECORD KEY IS FIL-CODIGO.

           SELECT RELATO-VEND ASSIGN
             USING WRK-ARQ-RELATOVEND
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRAB-VENDAS ASSIGN TO 'ANAVEND.SRT'.

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

      **** ESTRUTURA IDENTICA A FD MOV-ARQUIVO DE ARQMOV.COB
       FD MOV-ARQUIVO.
       01 MOVARQ-REG.
           05 MOVARQ-FONE          PIC 9(09).
           05 MOVARQ-DATA          PIC 9(08).
           05 MOVARQ-SEQ           PIC 9(03).
           05 MOVARQ-VALOR         PIC 9(07)V99.
           05 MOVARQ-FILIAL        PIC 9(02).
           05 MOVARQ-TIPO          PIC X(01).
           05 MOVARQ-MOTIVO        PIC X(03).
           05 MOVARQ-SEQ-ORIGEM    PIC 9(03).
           05 MOVARQ-OPERADOR      PIC X(20).

      **** ESTRUTURA IDENTICA A FD FILIAIS DE CLIENTES.COB
       FD FILIAIS.
       01 FILIAIS-REG.
           05 FIL-CODIGO           PIC 9(02).
           05 FIL-NOME             PIC X(20).
           05 FIL-ATIVA            PIC X(01).

      **** RELATORIO FORMATADO PARA IMPRESSAO
       FD RELATO-VEND.
       01 RELATO-VEND-REG.
           05 RELATO-VEND-DADOS    PIC X(132).

      **** MOVIMENTOS DAS DUAS ORIGENS, ORDENADOS POR FILIAL, MES E
      **** FONE PARA CONTAR OS CLIENTES DISTINTOS DE CADA MES
       SD TRAB-VENDAS.
       01 SRT-REG.
           05 SRT-FILIAL           PIC 9(02).
           05 SRT-ANOMES           PIC 9(06).
           05 SRT-FONE             PIC 9(09).
           05 SRT-TIPO             PIC X(01).
           05 SRT-VALOR            PIC 9(07)V99.

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
           77 WRK-ARQ-MOVTO        PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVTO.DAT'.
           77 WRK-ARQ-MOVARQ       PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVARQ.DAT'.
           77 WRK-ARQ-FILIAIS      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\FILIAIS.DAT'.
           77 WRK-ARQ-RELATOVEND   PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\ANAVEND.TXT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 CFG-STATUS           PIC 9(02).
           77 WRK-CFG-CHAVE        PIC X(20).
           77 WRK-CFG-VALOR        PIC X(128).
           77 MOVTO-STATUS         PIC 9(02).
           77 MOVARQ-STATUS        PIC 9(02).
           77 FILIAIS-STATUS       PIC 9(02).
           77 WRK-FIL-DISPONIVEL   PIC X(01) VALUE 'N'.
           77 WRK-DATA-HOJE        PIC 9(08).
           77 WRK-ANOMES-DE        PIC 9(06) VALUE 0.
           77 WRK-ANOMES-ATE       PIC 9(06) VALUE 0.
           77 WRK-ANOMES-BASE      PIC 9(06) VALUE 0.
           77 WRK-ANOMES-MOV       PIC 9(06) VALUE 0.
           77 WRK-NUM-DE           PIC 9(06) VALUE 0.
           77 WRK-NUM-ATE          PIC 9(06) VALUE 0.
           77 WRK-NUM-BASE         PIC 9(06) VALUE 0.
           77 WRK-NUM              PIC 9(06) VALUE 0.
           77 WRK-ANO              PIC 9(04) VALUE 0.
           77 WRK-MES              PIC 9(02) VALUE 0.
           77 WRK-MES-IDX          PIC 9(03) VALUE 0.
           77 WRK-PERIODO-OK       PIC X(01) VALUE 'S'.
           77 WRK-SRT-FIM          PIC X(01).
           77 WRK-FIL-ATUAL        PIC 9(03) VALUE 999.
           77 WRK-ANOMES-CONTADO   PIC 9(06) VALUE 0.
           77 WRK-FONE-CONTADO     PIC 9(09) VALUE 0.
           77 WRK-VAR-ATUAL        PIC S9(11)V99 VALUE 0.
           77 WRK-VAR-ANTERIOR     PIC S9(11)V99 VALUE 0.
           77 WRK-VAR-TEXTO        PIC X(09).
           77 WRK-PCT              PIC S9(05)V9 VALUE 0.
           77 WRK-PCT-ED           PIC -ZZZZ9.9.
           77 WRK-TICKET           PIC S9(07)V99 VALUE 0.
           77 WRK-QT-VIVOS         PIC 9(07) VALUE 0.
           77 WRK-QT-ARQUIVADOS    PIC 9(07) VALUE 0.
           77 WRK-QT-FILIAIS       PIC 9(03) VALUE 0.
           77 WRK-FIL-VENDAS       PIC 9(07) VALUE 0.
           77 WRK-FIL-ESTORNOS     PIC 9(07) VALUE 0.
           77 WRK-FIL-VALOR        PIC S9(11)V99 VALUE 0.
           77 WRK-GER-VENDAS       PIC 9(07) VALUE 0.
           77 WRK-GER-ESTORNOS     PIC 9(07) VALUE 0.
           77 WRK-GER-VALOR        PIC S9(11)V99 VALUE 0.
           77 WRK-IMP-PAGINA       PIC 9(04) VALUE 0.
           77 WRK-IMP-LINHA-QT     PIC 9(02) VALUE 99.
           77 WRK-IMP-SAIDA        PIC X(132).

      **** UMA POSICAO POR MES, DO MES BASE (12 ANTES DO INICIAL,
      **** PARA A COMPARACAO ANUAL) ATE O MES FINAL DO PERIODO
           01 WRK-MES-TAB.
               05 WRK-MES-ITEM OCCURS 120.
                   10 WRK-MES-VENDAS       PIC 9(07).
                   10 WRK-MES-ESTORNOS     PIC 9(07).
                   10 WRK-MES-VALOR        PIC S9(11)V99.
                   10 WRK-MES-CLIENTES     PIC 9(07).

           01 WRK-IMP-CAB1.
               05 FILLER                   PIC X(31)
                  VALUE 'ANALISE DE VENDAS POR FILIAL'.
               05 FILLER                   PIC X(06) VALUE 'DATA: '.
               05 WRK-IMP-CAB-DATA         PIC 9(08).
               05 FILLER                   PIC X(04) VALUE SPACES.
               05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
               05 WRK-IMP-CAB-PAG          PIC ZZZ9.

           01 WRK-IMP-CAB2.
               05 FILLER                   PIC X(09) VALUE 'PERIODO: '.
               05 WRK-IMP-CAB-DE           PIC 9(06).
               05 FILLER                   PIC X(03) VALUE ' A '.
               05 WRK-IMP-CAB-ATE          PIC 9(06).
               05 FILLER                   PIC X(30)
                  VALUE '  (MOVIMENTOS VIVOS E ARQUIV.)'.

           01 WRK-IMP-TRACO.
               05 FILLER                   PIC X(90) VALUE ALL '-'.

           01 WRK-IMP-GRP.
               05 FILLER                   PIC X(08) VALUE 'FILIAL: '.
               05 WRK-IMP-GRP-FILIAL       PIC 9(02).
               05 FILLER                   PIC X(03) VALUE ' - '.
               05 WRK-IMP-GRP-NOME         PIC X(20).

           01 WRK-IMP-COLS.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(09) VALUE 'MES'.
               05 FILLER                   PIC X(09) VALUE '  VENDAS'.
               05 FILLER                   PIC X(09) VALUE 'ESTORNOS'.
               05 FILLER                   PIC X(15)
                  VALUE ' VALOR LIQUIDO'.
               05 FILLER                   PIC X(12)
                  VALUE 'TICKET MED.'.
               05 FILLER                   PIC X(09) VALUE 'CLIENTES'.
               05 FILLER                   PIC X(10) VALUE ' % MES ANT'.
               05 FILLER                   PIC X(09) VALUE '% ANO ANT'.

           01 WRK-IMP-DET.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-IMP-DET-MES          PIC 9(06).
               05 FILLER                   PIC X(03) VALUE SPACES.
               05 WRK-IMP-DET-VENDAS       PIC ZZZZZZZ9.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-ESTORNOS     PIC ZZZZZZZ9.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-VALOR        PIC -ZZZZZZZZZ9.99.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-TICKET       PIC -ZZZZZZ9.99.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-CLIENTES     PIC ZZZZZZZ9.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-VMES         PIC X(09) JUSTIFIED RIGHT.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-DET-VANO         PIC X(09) JUSTIFIED RIGHT.

           01 WRK-IMP-TOT.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-IMP-TOT-ROTULO       PIC X(09).
               05 WRK-IMP-TOT-VENDAS       PIC ZZZZZZZ9.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-TOT-ESTORNOS     PIC ZZZZZZZ9.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-TOT-VALOR        PIC -ZZZZZZZZZ9.99.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-IMP-TOT-TICKET       PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           SORT TRAB-VENDAS
               ON ASCENDING KEY SRT-FILIAL SRT-ANOMES SRT-FONE
               INPUT PROCEDURE IS 2000-SELECIONA
               OUTPUT PROCEDURE IS 4000-ANALISA.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1050-LE-CONFIG.
           PERFORM 1040-LE-DATA-NEGOCIO.
           DISPLAY 'ANAVEND - MES FINAL AAAAMM (0 = MES CORRENTE) ?'.
           ACCEPT WRK-ANOMES-ATE.
           IF WRK-ANOMES-ATE = 0
               MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES-ATE
           END-IF.
           MOVE WRK-ANOMES-ATE TO WRK-ANOMES-MOV.
           PERFORM 1100-MES-PARA-NUMERO.
           MOVE WRK-NUM TO WRK-NUM-ATE.
           DISPLAY 'ANAVEND - MES INICIAL AAAAMM (0 = 12 MESES) ?'.
           ACCEPT WRK-ANOMES-DE.
           IF WRK-ANOMES-DE = 0
               COMPUTE WRK-NUM = WRK-NUM-ATE - 11
               PERFORM 1150-NUMERO-PARA-MES
               MOVE WRK-ANOMES-MOV TO WRK-ANOMES-DE
           END-IF.
           MOVE WRK-ANOMES-DE TO WRK-ANOMES-MOV.
           PERFORM 1100-MES-PARA-NUMERO.
           MOVE WRK-NUM TO WRK-NUM-DE.
      **** A TABELA DE MESES COMPORTA O PERIODO MAIS OS 12 MESES
      **** ANTERIORES USADOS NA COMPARACAO ANUAL
           IF WRK-NUM-DE > WRK-NUM-ATE
                   OR WRK-NUM-ATE - WRK-NUM-DE > 107
               MOVE 'N' TO WRK-PERIODO-OK
           END-IF.
           IF WRK-PERIODO-OK = 'N'
               DISPLAY 'ANAVEND - PERIODO INVALIDO (MAXIMO 108 MESES)'
               STOP RUN
           END-IF.
           COMPUTE WRK-NUM-BASE = WRK-NUM-DE - 12.
           MOVE WRK-NUM-BASE TO WRK-NUM.
           PERFORM 1150-NUMERO-PARA-MES.
           MOVE WRK-ANOMES-MOV TO WRK-ANOMES-BASE.
      **** SEM O DETALHE VIVO A ANALISE SAIRIA INCOMPLETA
           OPEN INPUT MOVIMENTOS.
           IF MOVTO-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR MOVIMENTOS: ' MOVTO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATO-VEND.
           OPEN INPUT FILIAIS.
           IF FILIAIS-STATUS = 0
               MOVE 'S' TO WRK-FIL-DISPONIVEL
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-IMP-CAB-DATA.
           MOVE WRK-ANOMES-DE  TO WRK-IMP-CAB-DE.
           MOVE WRK-ANOMES-ATE TO WRK-IMP-CAB-ATE.

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
               WHEN 'MOVTO'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-MOVTO
               WHEN 'MOVARQ'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-MOVARQ
               WHEN 'FILIAIS'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-FILIAIS
               WHEN 'RELATOVEND'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-RELATOVEND
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      **** AAAAMM EM WRK-ANOMES-MOV -> NUMERO CORRIDO DE MESES EM
      **** WRK-NUM (ANO X 12 + MES - 1), PARA SOMAR E SUBTRAIR MESES
       1100-MES-PARA-NUMERO.
           DIVIDE WRK-ANOMES-MOV BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12
               MOVE 'N' TO WRK-PERIODO-OK
               MOVE 1 TO WRK-MES
           END-IF.
           COMPUTE WRK-NUM = (WRK-ANO * 12) + WRK-MES - 1.

       1150-NUMERO-PARA-MES.
           DIVIDE WRK-NUM BY 12 GIVING WRK-ANO REMAINDER WRK-MES.
           COMPUTE WRK-ANOMES-MOV = (WRK-ANO * 100) + WRK-MES + 1.

      **** ENTRADA DO SORT: MOVIMENTOS VIVOS E ARQUIVADOS DO MES BASE
      **** AO MES FINAL
       2000-SELECIONA.
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
           END-IF.
           PERFORM UNTIL MOVTO-STATUS = 10
               ADD 1 TO WRK-QT-VIVOS
               MOVE MOV-DATA(1:6) TO WRK-ANOMES-MOV
               IF WRK-ANOMES-MOV >= WRK-ANOMES-BASE
                       AND WRK-ANOMES-MOV <= WRK-ANOMES-ATE
                   MOVE MOV-FILIAL     TO SRT-FILIAL
                   MOVE WRK-ANOMES-MOV TO SRT-ANOMES
                   MOVE MOV-FONE       TO SRT-FONE
                   MOVE MOV-TIPO       TO SRT-TIPO
                   MOVE MOV-VALOR      TO SRT-VALOR
                   RELEASE SRT-REG
               END-IF
               READ MOVIMENTOS NEXT
                   AT END
                       MOVE 10 TO MOVTO-STATUS
               END-READ
           END-PERFORM.
           CLOSE MOVIMENTOS.
      **** SEM ARQMOV RODADO AINDA NAO HA ARQUIVO MORTO
           OPEN INPUT MOV-ARQUIVO.
           IF MOVARQ-STATUS = 0
               READ MOV-ARQUIVO
                   AT END
                       MOVE 10 TO MOVARQ-STATUS
               END-READ
               PERFORM UNTIL MOVARQ-STATUS = 10
                   ADD 1 TO WRK-QT-ARQUIVADOS
                   MOVE MOVARQ-DATA(1:6) TO WRK-ANOMES-MOV
                   IF WRK-ANOMES-MOV >= WRK-ANOMES-BASE
                           AND WRK-ANOMES-MOV <= WRK-ANOMES-ATE
                       MOVE MOVARQ-FILIAL  TO SRT-FILIAL
                       MOVE WRK-ANOMES-MOV TO SRT-ANOMES
                       MOVE MOVARQ-FONE    TO SRT-FONE
                       MOVE MOVARQ-TIPO    TO SRT-TIPO
                       MOVE MOVARQ-VALOR   TO SRT-VALOR
                       RELEASE SRT-REG
                   END-IF
                   READ MOV-ARQUIVO
                       AT END
                           MOVE 10 TO MOVARQ-STATUS
                   END-READ
               END-PERFORM
               CLOSE MOV-ARQUIVO
           END-IF.

      **** SAIDA DO SORT: QUEBRA POR FILIAL; DENTRO DELA CADA MES
      **** ACUMULA NA SUA POSICAO DA TABELA
       4000-ANALISA.
           MOVE 'N' TO WRK-SRT-FIM.
           RETURN TRAB-VENDAS
               AT END
                   MOVE 'S' TO WRK-SRT-FIM
           END-RETURN.
           PERFORM UNTIL WRK-SRT-FIM = 'S'
               IF SRT-FILIAL NOT = WRK-FIL-ATUAL
                   IF WRK-FIL-ATUAL NOT = 999
                       PERFORM 4200-IMPRIME-FILIAL
                   END-IF
                   MOVE SRT-FILIAL TO WRK-FIL-ATUAL
                   MOVE ZEROS TO WRK-MES-TAB
                   MOVE 0 TO WRK-ANOMES-CONTADO WRK-FONE-CONTADO
               END-IF
               PERFORM 4100-ACUMULA-MES
               RETURN TRAB-VENDAS
                   AT END
                       MOVE 'S' TO WRK-SRT-FIM
               END-RETURN
           END-PERFORM.
           IF WRK-FIL-ATUAL NOT = 999
               PERFORM 4200-IMPRIME-FILIAL
           END-IF.
           MOVE WRK-IMP-TRACO TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           MOVE 'GERAL' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-GER-VENDAS TO WRK-IMP-TOT-VENDAS.
           MOVE WRK-GER-ESTORNOS TO WRK-IMP-TOT-ESTORNOS.
           MOVE WRK-GER-VALOR TO WRK-IMP-TOT-VALOR.
           MOVE 0 TO WRK-TICKET.
           IF WRK-GER-VENDAS > 0
               COMPUTE WRK-TICKET ROUNDED =
                   WRK-GER-VALOR / WRK-GER-VENDAS
           END-IF.
           MOVE WRK-TICKET TO WRK-IMP-TOT-TICKET.
           MOVE WRK-IMP-TOT TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.

      **** O CLIENTE CONTA UMA VEZ POR MES, NA PRIMEIRA VENDA DELE;
      **** QUEM SO TEVE ESTORNO NO MES NAO E CLIENTE COMPRADOR
       4100-ACUMULA-MES.
           MOVE SRT-ANOMES TO WRK-ANOMES-MOV.
           PERFORM 1100-MES-PARA-NUMERO.
           COMPUTE WRK-MES-IDX = WRK-NUM - WRK-NUM-BASE + 1.
           IF SRT-TIPO = 'E'
               ADD 1 TO WRK-MES-ESTORNOS(WRK-MES-IDX)
               SUBTRACT SRT-VALOR FROM WRK-MES-VALOR(WRK-MES-IDX)
           ELSE
               ADD 1 TO WRK-MES-VENDAS(WRK-MES-IDX)
               ADD SRT-VALOR TO WRK-MES-VALOR(WRK-MES-IDX)
               IF SRT-ANOMES NOT = WRK-ANOMES-CONTADO
                       OR SRT-FONE NOT = WRK-FONE-CONTADO
                   ADD 1 TO WRK-MES-CLIENTES(WRK-MES-IDX)
                   MOVE SRT-ANOMES TO WRK-ANOMES-CONTADO
                   MOVE SRT-FONE TO WRK-FONE-CONTADO
               END-IF
           END-IF.

       4200-IMPRIME-FILIAL.
           ADD 1 TO WRK-QT-FILIAIS.
           MOVE 0 TO WRK-FIL-VENDAS WRK-FIL-ESTORNOS WRK-FIL-VALOR.
           MOVE WRK-FIL-ATUAL TO WRK-IMP-GRP-FILIAL.
           PERFORM 4250-BUSCA-NOME-FILIAL.
           MOVE WRK-IMP-GRP TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           MOVE WRK-IMP-COLS TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           PERFORM VARYING WRK-NUM FROM WRK-NUM-DE BY 1
                   UNTIL WRK-NUM > WRK-NUM-ATE
               PERFORM 4300-IMPRIME-MES
           END-PERFORM.
           MOVE 'TOTAL' TO WRK-IMP-TOT-ROTULO.
           MOVE WRK-FIL-VENDAS TO WRK-IMP-TOT-VENDAS.
           MOVE WRK-FIL-ESTORNOS TO WRK-IMP-TOT-ESTORNOS.
           MOVE WRK-FIL-VALOR TO WRK-IMP-TOT-VALOR.
           MOVE 0 TO WRK-TICKET.
           IF WRK-FIL-VENDAS > 0
               COMPUTE WRK-TICKET ROUNDED =
                   WRK-FIL-VALOR / WRK-FIL-VENDAS
           END-IF.
           MOVE WRK-TICKET TO WRK-IMP-TOT-TICKET.
           MOVE WRK-IMP-TOT TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           MOVE SPACES TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.

      **** NOME DA FILIAL NO CABECALHO; SEM CADASTRO, FICA EM BRANCO
       4250-BUSCA-NOME-FILIAL.
           MOVE SPACES TO WRK-IMP-GRP-NOME.
           IF WRK-FIL-DISPONIVEL = 'S'
               MOVE WRK-FIL-ATUAL TO FIL-CODIGO
               READ FILIAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIL-NOME TO WRK-IMP-GRP-NOME
               END-READ
           END-IF.

       4300-IMPRIME-MES.
           COMPUTE WRK-MES-IDX = WRK-NUM - WRK-NUM-BASE + 1.
           PERFORM 1150-NUMERO-PARA-MES.
           MOVE WRK-ANOMES-MOV TO WRK-IMP-DET-MES.
           MOVE WRK-MES-VENDAS(WRK-MES-IDX) TO WRK-IMP-DET-VENDAS.
           MOVE WRK-MES-ESTORNOS(WRK-MES-IDX) TO WRK-IMP-DET-ESTORNOS.
           MOVE WRK-MES-VALOR(WRK-MES-IDX) TO WRK-IMP-DET-VALOR.
           MOVE WRK-MES-CLIENTES(WRK-MES-IDX) TO WRK-IMP-DET-CLIENTES.
      **** TICKET MEDIO = VALOR LIQUIDO DO MES / QUANTIDADE DE VENDAS
           MOVE 0 TO WRK-TICKET.
           IF WRK-MES-VENDAS(WRK-MES-IDX) > 0
               COMPUTE WRK-TICKET ROUNDED =
                   WRK-MES-VALOR(WRK-MES-IDX)
                   / WRK-MES-VENDAS(WRK-MES-IDX)
           END-IF.
           MOVE WRK-TICKET TO WRK-IMP-DET-TICKET.
           MOVE WRK-MES-VALOR(WRK-MES-IDX) TO WRK-VAR-ATUAL.
           MOVE WRK-MES-VALOR(WRK-MES-IDX - 1) TO WRK-VAR-ANTERIOR.
           PERFORM 4400-CALCULA-VARIACAO.
           MOVE WRK-VAR-TEXTO TO WRK-IMP-DET-VMES.
           MOVE WRK-MES-VALOR(WRK-MES-IDX - 12) TO WRK-VAR-ANTERIOR.
           PERFORM 4400-CALCULA-VARIACAO.
           MOVE WRK-VAR-TEXTO TO WRK-IMP-DET-VANO.
           MOVE WRK-IMP-DET TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           ADD WRK-MES-VENDAS(WRK-MES-IDX) TO WRK-FIL-VENDAS
                                              WRK-GER-VENDAS.
           ADD WRK-MES-ESTORNOS(WRK-MES-IDX) TO WRK-FIL-ESTORNOS
                                                WRK-GER-ESTORNOS.
           ADD WRK-MES-VALOR(WRK-MES-IDX) TO WRK-FIL-VALOR
                                             WRK-GER-VALOR.

      **** VARIACAO PERCENTUAL DO VALOR LIQUIDO; SEM BASE POSITIVA
      **** PARA COMPARAR SAI N/D
       4400-CALCULA-VARIACAO.
           IF WRK-VAR-ANTERIOR NOT > 0
               MOVE 'N/D' TO WRK-VAR-TEXTO
           ELSE
               COMPUTE WRK-PCT ROUNDED =
                   (WRK-VAR-ATUAL - WRK-VAR-ANTERIOR) * 100
                   / WRK-VAR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 99999.9 TO WRK-PCT
               END-COMPUTE
               MOVE WRK-PCT TO WRK-PCT-ED
               MOVE WRK-PCT-ED TO WRK-VAR-TEXTO
           END-IF.

       3000-FINALIZAR.
           CLOSE RELATO-VEND.
           IF WRK-FIL-DISPONIVEL = 'S'
               CLOSE FILIAIS
           END-IF.
           DISPLAY 'ANAVEND - RESUMO DA ANALISE'.
           DISPLAY 'PERIODO..............: ' WRK-ANOMES-DE
               ' A ' WRK-ANOMES-ATE.
           DISPLAY 'MOVIMENTOS VIVOS.....: ' WRK-QT-VIVOS.
           DISPLAY 'MOVIMENTOS ARQUIVADOS: ' WRK-QT-ARQUIVADOS.
           DISPLAY 'FILIAIS COM VENDAS...: ' WRK-QT-FILIAIS.

       9160-IMP-GRAVA.
           IF WRK-IMP-LINHA-QT > 55
               ADD 1 TO WRK-IMP-PAGINA
               MOVE WRK-IMP-PAGINA TO WRK-IMP-CAB-PAG
               MOVE WRK-IMP-CAB1 TO RELATO-VEND-REG
               WRITE RELATO-VEND-REG
               MOVE WRK-IMP-CAB2 TO RELATO-VEND-REG
               WRITE RELATO-VEND-REG
               MOVE WRK-IMP-TRACO TO RELATO-VEND-REG
               WRITE RELATO-VEND-REG
               MOVE 3 TO WRK-IMP-LINHA-QT
           END-IF.
           MOVE WRK-IMP-SAIDA TO RELATO-VEND-REG.
           WRITE RELATO-VEND-REG.
           ADD 1 TO WRK-IMP-LINHA-QT.
