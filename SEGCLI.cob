                   FILE STATUS IS CLIENTES-STATUS
                   RECORD KEY IS CLIENTES-CHAVE
                   ALTERNATE RECORD KEY IS CLIENTES-NOME
                     WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CLIENTES-EMAIL
                     WITH DUPLICATES.

           SELECT MOVIMENTOS ASSIGN
                   FILE STATUS IS ACUM-STATUS
                   RECORD KEY IS ACUM-FONE.

           SELECT SEG-HIST ASSIGN
             USING WRK-ARQ-SEGHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SEGH-STATUS.

           SELECT TRAVA ASSIGN
             USING WRK-ARQ-TRAVA
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TRAVA-STATUS.

           SELECT DATA-NEGOCIO ASSIGN
             USING WRK-ARQ-DATANEG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS DTN-STATUS
                   RECORD KEY IS DTN-DATA.

       DATA DIVISION.
       FILE SECTION.
      **** ARQUIVO DE CONFIGURACAO COM LINHAS CHAVE=CAMINHO
           05 ACUM-QT              PIC 9(07).
           05 ACUM-VALOR           PIC 9(11)V99.

      **** UMA LINHA POR CLIENTE QUE MUDOU DE SEGMENTO NA RODADA;
      **** SEGMENTO EM BRANCO = SEM COMPRAS
       FD SEG-HIST.
       01 SEGH-REG.
           05 SEGH-FONE            PIC 9(09).
           05 SEGH-FILIAL          PIC 9(02).
           05 SEGH-SEG-ANTERIOR    PIC X(01).
           05 SEGH-SEG-NOVO        PIC X(01).
           05 SEGH-DATA            PIC 9(08).

      **** TRAVA DE ESCRITOR UNICO ENTRE O ONLINE E A CARGA EM LOTE
       FD TRAVA.
       01 TRAVA-REG.
           05 TRAVA-DATA           PIC 9(08).
           05 TRAVA-HORA           PIC 9(08).

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
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVACUM.DAT'.
           77 WRK-ARQ-TRAVA        PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\TRAVA.DAT'.
           77 WRK-ARQ-SEGHIST      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\SEGHIST.DAT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 SEGH-STATUS          PIC 9(02).
           77 TRAVA-STATUS         PIC 9(02).
           77 WRK-TRAVADO          PIC X(01) VALUE 'N'.
           77 CFG-STATUS           PIC 9(02).
           77 WRK-QT-SEG-B         PIC 9(07) VALUE 0.
           77 WRK-QT-SEG-C         PIC 9(07) VALUE 0.
           77 WRK-QT-SEM-COMPRA    PIC 9(07) VALUE 0.
           77 WRK-QT-MUDANCAS      PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
               STOP RUN
           END-IF.
           PERFORM 8210-GRAVA-TRAVA.
           PERFORM 1040-LE-DATA-NEGOCIO.
           COMPUTE WRK-REC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 90.
           COMPUTE WRK-DATA-90 = FUNCTION DATE-OF-INTEGER(WRK-REC-INT).
           IF ACUM-STATUS = 0
               MOVE 'S' TO WRK-ACUM-DISPONIVEL
           END-IF.
           OPEN EXTEND SEG-HIST.
           IF SEGH-STATUS = 35
               OPEN OUTPUT SEG-HIST
               CLOSE SEG-HIST
               OPEN EXTEND SEG-HIST
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

       1050-LE-CONFIG.
           OPEN INPUT CONFIGURACAO.
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-MOVACUM
               WHEN 'TRAVA'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-TRAVA
               WHEN 'SEGHIST'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-SEGHIST
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2300-SOMA-ACUMULADO.
           PERFORM 2400-DEFINE-SEGMENTO.
           IF CLIENTES-SEGMENTO NOT = WRK-SEGMENTO
               MOVE CLIENTES-SEGMENTO TO SEGH-SEG-ANTERIOR
               MOVE WRK-SEGMENTO TO CLIENTES-SEGMENTO
      **** NAO MEXE NA DT-ALTERACAO: SEGMENTACAO NAO E ALTERACAO
      **** CADASTRAL E NAO DEVE REEXPORTAR O CLIENTE NO EXPMARK
               REWRITE CLIENTES-REG
               PERFORM 2150-GRAVA-HISTORICO
           END-IF.
           EVALUATE WRK-SEGMENTO
               WHEN 'A'
                   ADD 1 TO WRK-QT-SEM-COMPRA
           END-EVALUATE.

      **** SEGMENTO ANTERIOR JA POSTO EM SEGH-SEG-ANTERIOR
       2150-GRAVA-HISTORICO.
           MOVE CLIENTES-FONE     TO SEGH-FONE.
           MOVE CLIENTES-FILIAL   TO SEGH-FILIAL.
           MOVE CLIENTES-SEGMENTO TO SEGH-SEG-NOVO.
           MOVE WRK-DATA-HOJE     TO SEGH-DATA.
           WRITE SEGH-REG.
           ADD 1 TO WRK-QT-MUDANCAS.

       2200-SOMA-MOVIMENTOS.
           MOVE 0 TO WRK-MOV-QT WRK-MOV-TOTAL WRK-MOV-ULTIMA.
           MOVE WRK-FONE-ATUAL TO MOV-FONE.
           IF WRK-ACUM-DISPONIVEL = 'S'
               CLOSE MOV-ACUMULADO
           END-IF.
           CLOSE SEG-HIST.
           PERFORM 8220-LIBERA-TRAVA.
           DISPLAY 'SEGCLI - RESUMO DA SEGMENTACAO'.
           DISPLAY 'CLIENTES LIDOS.......: ' WRK-QT-CLIENTES.
           DISPLAY 'SEGMENTO B (MORNO)...: ' WRK-QT-SEG-B.
           DISPLAY 'SEGMENTO C (FRIO)....: ' WRK-QT-SEG-C.
           DISPLAY 'SEM COMPRAS..........: ' WRK-QT-SEM-COMPRA.
           DISPLAY 'MUDANCAS DE SEGMENTO.: ' WRK-QT-MUDANCAS.

       8200-VERIFICA-TRAVA.
           MOVE 'N' TO WRK-TRAVADO.
