       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATANEG.
      ******************************************************************
      * Author:ANA CAROLINA COLA
      * Date:15/10/2026
      * Purpose: CONSULTA E AJUSTE DA DATA DE NEGOCIO USADA PELOS
      *          PROGRAMAS EM LOTE; PERMITE VOLTAR A UMA DATA PERDIDA,
      *          NUNCA A UMA DATA JA FECHADA PELO FIMDIA
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIGURACAO ASSIGN TO 'CLIENTES.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.

           SELECT DATA-NEGOCIO ASSIGN
             USING WRK-ARQ-DATANEG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS DTN-STATUS
                   RECORD KEY IS DTN-DATA.

           SELECT TRAVA ASSIGN
             USING WRK-ARQ-TRAVA
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TRAVA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      **** ARQUIVO DE CONFIGURACAO COM LINHAS CHAVE=CAMINHO
       FD CONFIGURACAO.
       01 CFG-LINHA.
           05 CFG-DADOS            PIC X(160).

      **** CHAVE 00000000 E O REGISTRO DE CONTROLE, COM A DATA DE
      **** NEGOCIO CORRENTE EM DTN-DATA-ATUAL; AS DEMAIS CHAVES SAO
      **** AS DATAS JA FECHADAS PELO FIMDIA, COM A DATA SEGUINTE
       FD DATA-NEGOCIO.
       01 DTN-REG.
           05 DTN-DATA             PIC 9(08).
           05 DTN-DATA-ATUAL       PIC 9(08).
           05 DTN-DT-REGISTRO      PIC 9(08).
           05 DTN-HORA-REGISTRO    PIC 9(08).
           05 DTN-ORIGEM           PIC X(08).

      **** TRAVA DE ESCRITOR UNICO ENTRE O ONLINE E A CARGA EM LOTE
       FD TRAVA.
       01 TRAVA-REG.
           05 TRAVA-ORIGEM         PIC X(08).
           05 TRAVA-DATA           PIC 9(08).
           05 TRAVA-HORA           PIC 9(08).

       WORKING-STORAGE SECTION.
      **** CAMINHOS DOS ARQUIVOS, SOBREPOSTOS PELO CLIENTES.CFG
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 WRK-ARQ-TRAVA        PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\TRAVA.DAT'.
           77 CFG-STATUS           PIC 9(02).
           77 WRK-CFG-CHAVE        PIC X(20).
           77 WRK-CFG-VALOR        PIC X(128).
           77 DTN-STATUS           PIC 9(02).
           77 TRAVA-STATUS         PIC 9(02).
           77 WRK-TRAVADO          PIC X(01) VALUE 'N'.
           77 WRK-DATA-SISTEMA     PIC 9(08).
           77 WRK-DATA-ATUAL       PIC 9(08) VALUE 0.
           77 WRK-DATA-ANTERIOR    PIC 9(08) VALUE 0.
           77 WRK-DATA-NOVA        PIC 9(08) VALUE 0.
           77 WRK-ULTIMA-FECHADA   PIC 9(08) VALUE 0.
           77 WRK-QT-FECHADAS      PIC 9(07) VALUE 0.
           77 WRK-CONTROLE-EXISTE  PIC X(01) VALUE 'N'.
           77 WRK-DATA-OK          PIC X(01) VALUE 'N'.
           77 WRK-CONFIRMA         PIC X(01).
           77 WRK-MSGERRO          PIC X(50).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-AJUSTAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1050-LE-CONFIG.
           PERFORM 8200-VERIFICA-TRAVA.
           IF WRK-TRAVADO = 'S'
               DISPLAY 'SISTEMA EM USO - DATA DE NEGOCIO NAO ALTERADA'
               STOP RUN
           END-IF.
           PERFORM 8210-GRAVA-TRAVA.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN I-O DATA-NEGOCIO.
           IF DTN-STATUS = 35
               OPEN OUTPUT DATA-NEGOCIO
               CLOSE DATA-NEGOCIO
               OPEN I-O DATA-NEGOCIO
           END-IF.
           IF DTN-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR DATA DE NEGOCIO: ' DTN-STATUS
               PERFORM 8220-LIBERA-TRAVA
               STOP RUN
           END-IF.
           PERFORM 1100-LE-SITUACAO.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-ANTERIOR.

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
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN 'TRAVA'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-TRAVA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      **** DATA CORRENTE DO REGISTRO DE CONTROLE E QUANTIDADE / ULTIMA
      **** DAS DATAS FECHADAS, LIDAS EM ORDEM DE CHAVE
       1100-LE-SITUACAO.
           MOVE 0 TO DTN-DATA.
           READ DATA-NEGOCIO
               INVALID KEY
                   MOVE 'N' TO WRK-CONTROLE-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CONTROLE-EXISTE
                   MOVE DTN-DATA-ATUAL TO WRK-DATA-ATUAL
           END-READ.
           MOVE 0 TO DTN-DATA.
           START DATA-NEGOCIO KEY IS GREATER THAN DTN-DATA
               INVALID KEY
                   MOVE 10 TO DTN-STATUS
           END-START.
           IF DTN-STATUS NOT = 10
               READ DATA-NEGOCIO NEXT
                   AT END
                       MOVE 10 TO DTN-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL DTN-STATUS = 10
               ADD 1 TO WRK-QT-FECHADAS
               MOVE DTN-DATA TO WRK-ULTIMA-FECHADA
               READ DATA-NEGOCIO NEXT
                   AT END
                       MOVE 10 TO DTN-STATUS
               END-READ
           END-PERFORM.

       2000-AJUSTAR.
           IF WRK-CONTROLE-EXISTE = 'S'
               DISPLAY 'DATA DE NEGOCIO ATUAL: ' WRK-DATA-ATUAL
           ELSE
               DISPLAY 'DATA DE NEGOCIO AINDA NAO DEFINIDA'
           END-IF.
           DISPLAY 'ULTIMA DATA FECHADA..: ' WRK-ULTIMA-FECHADA.
           DISPLAY 'DATANEG - NOVA DATA AAAAMMDD (0 = MANTER) ?'.
           ACCEPT WRK-DATA-NOVA.
           IF WRK-DATA-NOVA = 0
               DISPLAY 'DATA DE NEGOCIO MANTIDA'
           ELSE
               PERFORM 2100-VALIDA-DATA
               IF WRK-DATA-OK = 'N'
                   DISPLAY WRK-MSGERRO
               ELSE
                   DISPLAY 'DATANEG - CONFIRMA ' WRK-DATA-NOVA
                           ' COMO DATA DE NEGOCIO (S/N) ?'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       PERFORM 2200-GRAVA-CONTROLE
                   ELSE
                       DISPLAY 'DATA DE NEGOCIO MANTIDA'
                   END-IF
               END-IF
           END-IF.

      **** DATA VALIDA, NAO FUTURA E AINDA NAO FECHADA: E ESTA
      **** CONFERENCIA QUE IMPEDE PROCESSAR O MESMO DIA DUAS VEZES
       2100-VALIDA-DATA.
           MOVE 'S' TO WRK-DATA-OK.
           MOVE SPACES TO WRK-MSGERRO.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NOVA) NOT = 0
               MOVE 'DATA INVALIDA' TO WRK-MSGERRO
               MOVE 'N' TO WRK-DATA-OK
           END-IF.
           IF WRK-DATA-OK = 'S'
               IF WRK-DATA-NOVA > WRK-DATA-SISTEMA
                   MOVE 'DATA FUTURA NAO PODE SER PROCESSADA'
                       TO WRK-MSGERRO
                   MOVE 'N' TO WRK-DATA-OK
               END-IF
           END-IF.
           IF WRK-DATA-OK = 'S'
               IF WRK-CONTROLE-EXISTE = 'S'
                       AND WRK-DATA-NOVA = WRK-DATA-ATUAL
                   MOVE 'JA E A DATA DE NEGOCIO ATUAL' TO WRK-MSGERRO
                   MOVE 'N' TO WRK-DATA-OK
               END-IF
           END-IF.
           IF WRK-DATA-OK = 'S'
               MOVE WRK-DATA-NOVA TO DTN-DATA
               READ DATA-NEGOCIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING 'DATA JA FECHADA PELO FIMDIA EM '
                              DTN-DT-REGISTRO
                              DELIMITED BY SIZE INTO WRK-MSGERRO
                       END-STRING
                       MOVE 'N' TO WRK-DATA-OK
               END-READ
           END-IF.

       2200-GRAVA-CONTROLE.
           MOVE 0 TO DTN-DATA.
           MOVE WRK-DATA-NOVA TO DTN-DATA-ATUAL.
           ACCEPT DTN-DT-REGISTRO FROM DATE YYYYMMDD.
           ACCEPT DTN-HORA-REGISTRO FROM TIME.
           MOVE 'DATANEG' TO DTN-ORIGEM.
           IF WRK-CONTROLE-EXISTE = 'S'
               REWRITE DTN-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR DATA DE NEGOCIO: '
                               DTN-STATUS
               END-REWRITE
           ELSE
               WRITE DTN-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR DATA DE NEGOCIO: '
                               DTN-STATUS
               END-WRITE
           END-IF.
           IF DTN-STATUS = 0
               MOVE WRK-DATA-NOVA TO WRK-DATA-ATUAL
               DISPLAY 'DATA DE NEGOCIO ALTERADA'
           END-IF.

       3000-FINALIZAR.
           CLOSE DATA-NEGOCIO.
           PERFORM 8220-LIBERA-TRAVA.
           DISPLAY 'DATANEG - RESUMO DA DATA DE NEGOCIO'.
           DISPLAY 'DATA DO SISTEMA......: ' WRK-DATA-SISTEMA.
           DISPLAY 'DATA ANTERIOR........: ' WRK-DATA-ANTERIOR.
           DISPLAY 'DATA DE NEGOCIO......: ' WRK-DATA-ATUAL.
           DISPLAY 'DATAS JA FECHADAS....: ' WRK-QT-FECHADAS.
           DISPLAY 'ULTIMA DATA FECHADA..: ' WRK-ULTIMA-FECHADA.

       8200-VERIFICA-TRAVA.
           MOVE 'N' TO WRK-TRAVADO.
           OPEN INPUT TRAVA.
           IF TRAVA-STATUS = 0
               READ TRAVA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WRK-TRAVADO
               END-READ
               CLOSE TRAVA
           END-IF.

       8210-GRAVA-TRAVA.
           OPEN OUTPUT TRAVA.
           MOVE 'LOTE' TO TRAVA-ORIGEM.
           ACCEPT TRAVA-DATA FROM DATE YYYYMMDD.
           ACCEPT TRAVA-HORA FROM TIME.
           WRITE TRAVA-REG.
           CLOSE TRAVA.

       8220-LIBERA-TRAVA.
           OPEN OUTPUT TRAVA.
           CLOSE TRAVA.
