       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCPTS.
      ******************************************************************
      * Author:ANA CAROLINA COLA
      * Date:15/10/2026
      * Purpose: LANCAMENTO NOTURNO DE PONTOS DE FIDELIDADE A PARTIR
      *          DOS MOVIMENTOS DE COMPRA, COM EXPIRACAO DOS PONTOS
      *          VENCIDOS
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

           SELECT PONTOS ASSIGN
             USING WRK-ARQ-PONTOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PTS-STATUS
                   RECORD KEY IS PTS-CHAVE.

           SELECT PTS-LANCADOS ASSIGN
             USING WRK-ARQ-PTSLANC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PLC-STATUS
                   RECORD KEY IS PLC-CHAVE.

           SELECT TAXA-PONTOS ASSIGN
             USING WRK-ARQ-TAXAPTS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS TXP-STATUS
                   RECORD KEY IS TXP-FILIAL.

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

      **** EXTRATO DE PONTOS POR CLIENTE, UM REGISTRO POR MES DE
      **** AQUISICAO PARA PERMITIR A EXPIRACAO; SALDO = GANHOS -
      **** ESTORNADOS - RESGATADOS - EXPIRADOS
       FD PONTOS.
       01 PONTOS-REG.
           05 PTS-CHAVE.
               10 PTS-FONE         PIC 9(09).
               10 PTS-ANOMES       PIC 9(06).
           05 PTS-GANHOS           PIC 9(09).
           05 PTS-ESTORNADOS       PIC 9(09).
           05 PTS-RESGATADOS       PIC 9(09).
           05 PTS-EXPIRADOS        PIC 9(09).
           05 PTS-SALDO            PIC 9(09).
           05 PTS-DT-ATUALIZACAO   PIC 9(08).

      **** MOVIMENTOS JA PONTUADOS (MESMA CHAVE DO MOVIMENTO); GUARDA
      **** OS PONTOS DA VENDA PARA O ESTORNO DEVOLVER O MESMO TANTO
       FD PTS-LANCADOS.
       01 PTSLANC-REG.
           05 PLC-CHAVE.
               10 PLC-FONE         PIC 9(09).
               10 PLC-DATA         PIC 9(08).
               10 PLC-SEQ          PIC 9(03).
           05 PLC-TIPO             PIC X(01).
           05 PLC-PONTOS           PIC 9(09).
           05 PLC-ANOMES           PIC 9(06).
           05 PLC-DT-LANCAMENTO    PIC 9(08).

      **** PONTOS CONCEDIDOS POR REAL GASTO, POR FILIAL
       FD TAXA-PONTOS.
       01 TAXAPTS-REG.
           05 TXP-FILIAL           PIC 9(02).
           05 TXP-PONTOS-REAL      PIC 9(03)V99.
           05 TXP-DT-ALTERACAO     PIC 9(08).

      **** TRAVA DE ESCRITOR UNICO ENTRE O ONLINE E A CARGA EM LOTE
       FD TRAVA.
       01 TRAVA-REG.
           05 TRAVA-ORIGEM         PIC X(08).
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
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVTO.DAT'.
           77 WRK-ARQ-PONTOS       PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\PONTOS.DAT'.
           77 WRK-ARQ-PTSLANC      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\PTSLANC.DAT'.
           77 WRK-ARQ-TAXAPTS      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\TAXAPTS.DAT'.
           77 WRK-ARQ-TRAVA        PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\TRAVA.DAT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 TRAVA-STATUS         PIC 9(02).
           77 WRK-TRAVADO          PIC X(01) VALUE 'N'.
           77 CFG-STATUS           PIC 9(02).
           77 WRK-CFG-CHAVE        PIC X(20).
           77 WRK-CFG-VALOR        PIC X(128).
           77 MOVTO-STATUS         PIC 9(02).
           77 PTS-STATUS           PIC 9(02).
           77 PLC-STATUS           PIC 9(02).
           77 TXP-STATUS           PIC 9(02).
           77 WRK-TXP-DISPONIVEL   PIC X(01) VALUE 'N'.
           77 WRK-LANC-OK          PIC X(01) VALUE 'S'.
           77 WRK-MOV-ABERTO       PIC X(01) VALUE 'N'.
           77 WRK-DATA-HOJE        PIC 9(08).
           77 WRK-ANOMES-HOJE      PIC 9(06).
           77 WRK-ANOMES-CORTE     PIC 9(06).
           77 WRK-VALIDADE         PIC 9(03) VALUE 0.
           77 WRK-MESES            PIC 9(06) VALUE 0.
           77 WRK-ANO              PIC 9(04) VALUE 0.
           77 WRK-MES              PIC 9(02) VALUE 0.
           77 WRK-PONTOS           PIC 9(09) VALUE 0.
           77 WRK-PTS-FALTA        PIC 9(09) VALUE 0.
           77 WRK-PTS-TIRA         PIC 9(09) VALUE 0.
           77 WRK-PTS-FIM          PIC X(01).
           77 WRK-QT-LIDOS         PIC 9(07) VALUE 0.
           77 WRK-QT-JA-LANCADOS   PIC 9(07) VALUE 0.
           77 WRK-QT-VENDAS        PIC 9(07) VALUE 0.
           77 WRK-QT-ESTORNOS      PIC 9(07) VALUE 0.
           77 WRK-QT-SEM-TAXA      PIC 9(07) VALUE 0.
           77 WRK-QT-EXPIRADOS     PIC 9(07) VALUE 0.
           77 WRK-PTS-CREDITADOS   PIC 9(11) VALUE 0.
           77 WRK-PTS-ESTORNADOS   PIC 9(11) VALUE 0.
           77 WRK-PTS-NAO-RECUP    PIC 9(11) VALUE 0.
           77 WRK-PTS-EXPIRADOS    PIC 9(11) VALUE 0.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-LANC-OK = 'S'
               PERFORM 2000-LANCAR
               PERFORM 4000-EXPIRAR
           END-IF.
           PERFORM 3000-FINALIZAR.
           IF WRK-LANC-OK = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1050-LE-CONFIG.
           PERFORM 8200-VERIFICA-TRAVA.
           IF WRK-TRAVADO = 'S'
               DISPLAY 'SISTEMA EM USO - PONTUACAO NAO INICIADA'
               STOP RUN
           END-IF.
           PERFORM 8210-GRAVA-TRAVA.
           PERFORM 1040-LE-DATA-NEGOCIO.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES-HOJE.
           DISPLAY 'LANCPTS - VALIDADE DOS PONTOS EM MESES (0 = 12) ?'.
           ACCEPT WRK-VALIDADE.
           IF WRK-VALIDADE = 0
               MOVE 12 TO WRK-VALIDADE
           END-IF.
      **** VENCEM OS MESES DE AQUISICAO ATE (MES CORRENTE - VALIDADE):
      **** COM 12 MESES, O QUE FOI GANHO EM 10/2025 VENCE EM 10/2026
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-MES.
           COMPUTE WRK-MESES = (WRK-ANO * 12) + WRK-MES - 1
               - WRK-VALIDADE.
           DIVIDE WRK-MESES BY 12 GIVING WRK-ANO REMAINDER WRK-MES.
           ADD 1 TO WRK-MES.
           COMPUTE WRK-ANOMES-CORTE = (WRK-ANO * 100) + WRK-MES.
           OPEN INPUT MOVIMENTOS.
           IF MOVTO-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR MOVIMENTOS: ' MOVTO-STATUS
               MOVE 'N' TO WRK-LANC-OK
           ELSE
               MOVE 'S' TO WRK-MOV-ABERTO
           END-IF.
           OPEN I-O PONTOS
               IF PTS-STATUS = 35 THEN
                   OPEN OUTPUT PONTOS
                   CLOSE PONTOS
                   OPEN I-O PONTOS
               END-IF.
           IF PTS-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR PONTOS: ' PTS-STATUS
               MOVE 'N' TO WRK-LANC-OK
           END-IF.
           OPEN I-O PTS-LANCADOS
               IF PLC-STATUS = 35 THEN
                   OPEN OUTPUT PTS-LANCADOS
                   CLOSE PTS-LANCADOS
                   OPEN I-O PTS-LANCADOS
               END-IF.
      **** SEM A MARCA DE LANCADO A PROXIMA EXECUCAO PONTUARIA DE NOVO
           IF PLC-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR PONTUADOS: ' PLC-STATUS
               MOVE 'N' TO WRK-LANC-OK
           END-IF.
      **** SEM TABELA DE TAXAS NENHUMA VENDA PONTUA, MAS ESTORNOS E
      **** EXPIRACAO SEGUEM NORMALMENTE
           OPEN INPUT TAXA-PONTOS.
           IF TXP-STATUS = 0
               MOVE 'S' TO WRK-TXP-DISPONIVEL
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
               WHEN 'PONTOS'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-PONTOS
               WHEN 'PTSLANC'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-PTSLANC
               WHEN 'TAXAPTS'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-TAXAPTS
               WHEN 'TRAVA'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-TRAVA
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      **** A ORDEM DA CHAVE GARANTE QUE A VENDA (SEQ MENOR) E
      **** PONTUADA ANTES DO SEU ESTORNO, NA MESMA RODADA
       2000-LANCAR.
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
                   ADD 1 TO WRK-QT-LIDOS
                   PERFORM 2100-LANCA-MOVIMENTO
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2100-LANCA-MOVIMENTO.
           MOVE MOV-CHAVE TO PLC-CHAVE.
           READ PTS-LANCADOS
               INVALID KEY
                   IF MOV-TIPO = 'E'
                       PERFORM 2300-ESTORNA-PONTOS
                   ELSE
                       PERFORM 2200-CREDITA-PONTOS
                   END-IF
                   MOVE MOV-CHAVE TO PLC-CHAVE
                   MOVE WRK-DATA-HOJE TO PLC-DT-LANCAMENTO
                   WRITE PTSLANC-REG
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-JA-LANCADOS
           END-READ.

      **** VENDA: PONTOS = VALOR X TAXA DA FILIAL, SEM FRACAO, NO MES
      **** DA COMPRA
       2200-CREDITA-PONTOS.
           ADD 1 TO WRK-QT-VENDAS.
           MOVE 0 TO WRK-PONTOS.
           IF WRK-TXP-DISPONIVEL = 'S'
               MOVE MOV-FILIAL TO TXP-FILIAL
               READ TAXA-PONTOS
                   INVALID KEY
                       ADD 1 TO WRK-QT-SEM-TAXA
                   NOT INVALID KEY
                       COMPUTE WRK-PONTOS = MOV-VALOR * TXP-PONTOS-REAL
               END-READ
           ELSE
               ADD 1 TO WRK-QT-SEM-TAXA
           END-IF.
           MOVE 'V' TO PLC-TIPO.
           MOVE WRK-PONTOS TO PLC-PONTOS.
           MOVE MOV-DATA(1:6) TO PLC-ANOMES.
           IF WRK-PONTOS > 0
               MOVE MOV-FONE TO PTS-FONE
               MOVE MOV-DATA(1:6) TO PTS-ANOMES
               READ PONTOS
                   INVALID KEY
                       MOVE MOV-FONE TO PTS-FONE
                       MOVE MOV-DATA(1:6) TO PTS-ANOMES
                       MOVE WRK-PONTOS TO PTS-GANHOS PTS-SALDO
                       MOVE 0 TO PTS-ESTORNADOS PTS-RESGATADOS
                                 PTS-EXPIRADOS
                       MOVE WRK-DATA-HOJE TO PTS-DT-ATUALIZACAO
                       WRITE PONTOS-REG
                   NOT INVALID KEY
                       ADD WRK-PONTOS TO PTS-GANHOS PTS-SALDO
                       MOVE WRK-DATA-HOJE TO PTS-DT-ATUALIZACAO
                       REWRITE PONTOS-REG
               END-READ
               ADD WRK-PONTOS TO WRK-PTS-CREDITADOS
           END-IF.

      **** ESTORNO: DEVOLVE OS PONTOS QUE A VENDA DE ORIGEM GANHOU,
      **** PRIMEIRO DO MES EM QUE ENTRARAM E O RESTO DOS MESES MAIS
      **** ANTIGOS; O QUE JA FOI RESGATADO OU VENCEU FICA REGISTRADO
      **** COMO NAO RECUPERADO
       2300-ESTORNA-PONTOS.
           ADD 1 TO WRK-QT-ESTORNOS.
           MOVE 0 TO WRK-PONTOS.
           MOVE MOV-FONE TO PLC-FONE.
           MOVE MOV-DATA TO PLC-DATA.
           MOVE MOV-SEQ-ORIGEM TO PLC-SEQ.
           READ PTS-LANCADOS
               INVALID KEY
                   MOVE MOV-DATA(1:6) TO PLC-ANOMES
               NOT INVALID KEY
                   IF PLC-TIPO NOT = 'E'
                       MOVE PLC-PONTOS TO WRK-PONTOS
                   END-IF
           END-READ.
           MOVE WRK-PONTOS TO WRK-PTS-FALTA.
           IF WRK-PTS-FALTA > 0
               MOVE MOV-FONE TO PTS-FONE
               MOVE PLC-ANOMES TO PTS-ANOMES
               READ PONTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2350-RETIRA-DO-MES
                       REWRITE PONTOS-REG
               END-READ
           END-IF.
           IF WRK-PTS-FALTA > 0
               PERFORM 2400-RETIRA-MAIS-ANTIGOS
           END-IF.
           ADD WRK-PTS-FALTA TO WRK-PTS-NAO-RECUP.
           COMPUTE WRK-PTS-ESTORNADOS = WRK-PTS-ESTORNADOS
               + WRK-PONTOS - WRK-PTS-FALTA.
           MOVE 'E' TO PLC-TIPO.
           COMPUTE PLC-PONTOS = WRK-PONTOS - WRK-PTS-FALTA.

       2350-RETIRA-DO-MES.
           IF PTS-SALDO < WRK-PTS-FALTA
               MOVE PTS-SALDO TO WRK-PTS-TIRA
           ELSE
               MOVE WRK-PTS-FALTA TO WRK-PTS-TIRA
           END-IF.
           SUBTRACT WRK-PTS-TIRA FROM PTS-SALDO WRK-PTS-FALTA.
           ADD WRK-PTS-TIRA TO PTS-ESTORNADOS.
           MOVE WRK-DATA-HOJE TO PTS-DT-ATUALIZACAO.

       2400-RETIRA-MAIS-ANTIGOS.
           MOVE 'N' TO WRK-PTS-FIM.
           MOVE MOV-FONE TO PTS-FONE.
           MOVE 0 TO PTS-ANOMES.
           START PONTOS KEY NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-PTS-FIM
           END-START.
           PERFORM UNTIL WRK-PTS-FIM = 'S' OR WRK-PTS-FALTA = 0
               READ PONTOS NEXT
                   AT END
                       MOVE 'S' TO WRK-PTS-FIM
               END-READ
               IF WRK-PTS-FIM = 'N' AND PTS-FONE NOT = MOV-FONE
                   MOVE 'S' TO WRK-PTS-FIM
               END-IF
               IF WRK-PTS-FIM = 'N' AND PTS-SALDO > 0
                   PERFORM 2350-RETIRA-DO-MES
                   REWRITE PONTOS-REG
               END-IF
           END-PERFORM.

      **** ZERA O SALDO DOS MESES DE AQUISICAO JA VENCIDOS
       4000-EXPIRAR.
           MOVE LOW-VALUES TO PTS-CHAVE.
           START PONTOS KEY NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 10 TO PTS-STATUS
           END-START.
           IF PTS-STATUS = 0
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
               PERFORM UNTIL PTS-STATUS = 10
                   IF PTS-ANOMES <= WRK-ANOMES-CORTE AND PTS-SALDO > 0
                       ADD 1 TO WRK-QT-EXPIRADOS
                       ADD PTS-SALDO TO WRK-PTS-EXPIRADOS PTS-EXPIRADOS
                       MOVE 0 TO PTS-SALDO
                       MOVE WRK-DATA-HOJE TO PTS-DT-ATUALIZACAO
                       REWRITE PONTOS-REG
                   END-IF
                   READ PONTOS NEXT
                       AT END
                           MOVE 10 TO PTS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       3000-FINALIZAR.
           IF WRK-MOV-ABERTO = 'S'
               CLOSE MOVIMENTOS
           END-IF.
           CLOSE PONTOS.
           CLOSE PTS-LANCADOS.
           IF WRK-TXP-DISPONIVEL = 'S'
               CLOSE TAXA-PONTOS
           END-IF.
           PERFORM 8220-LIBERA-TRAVA.
           DISPLAY 'LANCPTS - RESUMO DA PONTUACAO'.
           DISPLAY 'VALIDADE (MESES).....: ' WRK-VALIDADE.
           DISPLAY 'VENCIDOS ATE.........: ' WRK-ANOMES-CORTE.
           DISPLAY 'MOVIMENTOS LIDOS.....: ' WRK-QT-LIDOS.
           DISPLAY 'JA LANCADOS ANTES....: ' WRK-QT-JA-LANCADOS.
           DISPLAY 'VENDAS LANCADAS......: ' WRK-QT-VENDAS.
           DISPLAY 'VENDAS SEM TAXA......: ' WRK-QT-SEM-TAXA.
           DISPLAY 'PONTOS CREDITADOS....: ' WRK-PTS-CREDITADOS.
           DISPLAY 'ESTORNOS LANCADOS....: ' WRK-QT-ESTORNOS.
           DISPLAY 'PONTOS ESTORNADOS....: ' WRK-PTS-ESTORNADOS.
           DISPLAY 'PONTOS NAO RECUPER...: ' WRK-PTS-NAO-RECUP.
           DISPLAY 'MESES EXPIRADOS......: ' WRK-QT-EXPIRADOS.
           DISPLAY 'PONTOS EXPIRADOS.....: ' WRK-PTS-EXPIRADOS.
           IF WRK-LANC-OK = 'N'
               DISPLAY 'PONTUACAO NAO EXECUTADA POR ERRO'
           END-IF.

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
