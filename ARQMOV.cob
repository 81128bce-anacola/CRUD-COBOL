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
           77 WRK-ARQ-MOVTO        PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVACUM.DAT'.
           77 WRK-ARQ-TRAVA        PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\TRAVA.DAT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 TRAVA-STATUS         PIC 9(02).
           77 WRK-TRAVADO          PIC X(01) VALUE 'N'.
           77 CFG-STATUS           PIC 9(02).
               STOP RUN
           END-IF.
           PERFORM 8210-GRAVA-TRAVA.
           PERFORM 1040-LE-DATA-NEGOCIO.
           DISPLAY 'ARQMOV - DATA DE CORTE AAAAMMDD (0 = 24 MESES) ?'.
           ACCEPT WRK-DATA-CORTE.
      **** SEM DATA INFORMADA, CORTA EM 24 MESES (730 DIAS) ATRAS
                   OPEN I-O MOV-ACUMULADO
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
           IF CFG-STATUS = 0
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-MOVACUM
               WHEN 'TRAVA'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-TRAVA
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
