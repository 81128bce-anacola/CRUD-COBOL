      * Author:ANA CAROLINA COLA
      * Date:02/09/2026
      * Purpose: CARGA EM LOTE DE MOVIMENTOS DE COMPRA DO EXTRATO POS
      *          OPCAO L: LIBERA UM LOTE QUE FICOU COM A CARGA
      *          INTERROMPIDA (SITUACAO P). LISTA AS VENDAS JA GRAVADAS
      *          PELO LOTE (OPERADOR = LOTE + FILIAL + DATA + NUMERO) E,
      *          COM TODAS ELAS ESTORNADAS NO ONLINE E CONFIRMACAO,
      *          MARCA O LOTE COMO R (LIBERADO) PARA SER CARREGADO DE
      *          NOVO
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

           SELECT LOTES-CARGA ASSIGN
             USING WRK-ARQ-LOTES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS LOTE-STATUS
                   RECORD KEY IS LOTE-CHAVE.

           SELECT DATA-NEGOCIO ASSIGN
             USING WRK-ARQ-DATANEG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS DTN-STATUS
                   RECORD KEY IS DTN-DATA.

       DATA DIVISION.
       FILE SECTION.
      **** ARQUIVO DE CONFIGURACAO COM LINHAS CHAVE=CAMINHO
       01 CFG-LINHA.
           05 CFG-DADOS            PIC X(160).

      **** EXTRATO NOTURNO DO POS: CABECALHO COM FILIAL, DATA DO
      **** EXTRATO E NUMERO DO LOTE; DETALHES FONE + DATA + VALOR +
      **** FILIAL; RODAPE COM QUANTIDADE E VALOR TOTAL DOS DETALHES
      **** TIPO H=CABECALHO D=DETALHE T=RODAPE
       FD ENTRADA-MOVTO.
       01 ENTRADA-MOVTO-REG.
           05 EM-TIPO-REG          PIC X(01).
           05 EM-DETALHE.
               10 EM-FONE          PIC 9(09).
               10 EM-DATA          PIC 9(08).
               10 EM-VALOR         PIC 9(07)V99.
               10 EM-FILIAL        PIC 9(02).
           05 EM-CABECALHO REDEFINES EM-DETALHE.
               10 EM-CAB-FILIAL    PIC 9(02).
               10 EM-CAB-DATA      PIC 9(08).
               10 EM-CAB-LOTE      PIC 9(06).
               10 FILLER           PIC X(12).
           05 EM-RODAPE REDEFINES EM-DETALHE.
               10 EM-ROD-QT        PIC 9(07).
               10 EM-ROD-VALOR     PIC 9(11)V99.
               10 FILLER           PIC X(08).

      **** ESTRUTURA IDENTICA A FD CLIENTES DE CLIENTES.COB
       FD CLIENTES.
           05 FIL-NOME             PIC X(20).
           05 FIL-ATIVA            PIC X(01).

      **** LOTES DO POS JA CARREGADOS: FILIAL + DATA DO EXTRATO +
      **** NUMERO DO LOTE; SITUACAO P=CARGA EM ANDAMENTO C=CONCLUIDA
      **** R=LIBERADO PARA NOVA CARGA DEPOIS DE ESTORNADA A INTERROMPIDA
       FD LOTES-CARGA.
       01 LOTE-REG.
           05 LOTE-CHAVE.
               10 LOTE-FILIAL      PIC 9(02).
               10 LOTE-DATA        PIC 9(08).
               10 LOTE-NUMERO      PIC 9(06).
           05 LOTE-SITUACAO        PIC X(01).
           05 LOTE-DT-CARGA        PIC 9(08).
           05 LOTE-HORA-CARGA      PIC 9(08).
           05 LOTE-QT-EXTRATO      PIC 9(07).
           05 LOTE-VL-EXTRATO      PIC 9(11)V99.
           05 LOTE-QT-CARREGADOS   PIC 9(07).
           05 LOTE-VL-CARREGADOS   PIC 9(11)V99.
           05 LOTE-QT-REJEITADOS   PIC 9(07).
           05 LOTE-VL-REJEITADOS   PIC 9(11)V99.

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
           77 WRK-ARQ-ENTRADA      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\TRAVA.DAT'.
           77 WRK-ARQ-FILIAIS      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\FILIAIS.DAT'.
           77 WRK-ARQ-LOTES        PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVLOTES.DAT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 TRAVA-STATUS         PIC 9(02).
           77 WRK-TRAVADO          PIC X(01) VALUE 'N'.
           77 CFG-STATUS           PIC 9(02).
           77 MOVTO-STATUS         PIC 9(02).
           77 WRK-MSGERRO          PIC X(50).
           77 WRK-DATA-HOJE        PIC 9(08).
           77 WRK-QT-LIDOS         PIC 9(07) VALUE 0.
           77 WRK-QT-CARREGADOS    PIC 9(07) VALUE 0.
           77 WRK-QT-REJEITADOS    PIC 9(07) VALUE 0.
           77 WRK-MOV-VALIDO       PIC X(01).
           77 WRK-MOV-GRAVOU       PIC X(01).
           77 WRK-MOV-TENTA        PIC 9(04) VALUE 0.
           77 WRK-FIL-ACHADA       PIC X(01).
           77 WRK-FIL-ATIVA        PIC X(01).
           77 WRK-QT-FILIAIS       PIC 9(03) VALUE 0.
           77 LOTE-STATUS          PIC 9(02).
           77 WRK-LOTE-FILIAL      PIC 9(02) VALUE 0.
           77 WRK-LOTE-DATA        PIC 9(08) VALUE 0.
           77 WRK-LOTE-NUMERO      PIC 9(06) VALUE 0.
           77 WRK-LOTE-OK          PIC X(01).
           77 WRK-ROD-LIDO         PIC X(01).
           77 WRK-ROD-QT           PIC 9(07) VALUE 0.
           77 WRK-ROD-VALOR        PIC 9(11)V99 VALUE 0.
           77 WRK-CONF-QT          PIC 9(07) VALUE 0.
           77 WRK-CONF-VALOR       PIC 9(11)V99 VALUE 0.
           77 WRK-VL-LIDOS         PIC 9(11)V99 VALUE 0.
           77 WRK-VL-CARREGADOS    PIC 9(11)V99 VALUE 0.
           77 WRK-VL-REJEITADOS    PIC 9(11)V99 VALUE 0.
           77 WRK-QT-ED            PIC ZZZZZZ9.
           77 WRK-VALOR-ED         PIC ZZZZZZZZZZ9.99.
           77 WRK-OPCAO            PIC X(01).
           77 WRK-CONFIRMA         PIC X(01).
           77 WRK-LOTE-LIBERADO    PIC X(01) VALUE 'N'.
           77 WRK-LIB-QT-VENDAS    PIC 9(07) VALUE 0.
           77 WRK-LIB-VL-VENDAS    PIC 9(11)V99 VALUE 0.
           77 WRK-LIB-QT-PENDENTES PIC 9(07) VALUE 0.
           77 WRK-LIB-VL-PENDENTES PIC 9(11)V99 VALUE 0.
           77 WRK-GRP-FONE         PIC 9(09) VALUE 0.
           77 WRK-GRP-DATA         PIC 9(08) VALUE 0.
           77 WRK-GRP-OCUP         PIC 9(03) VALUE 0.
           77 WRK-GRP-IDX          PIC 9(03) VALUE 0.

      **** MARCA GRAVADA EM MOV-OPERADOR NAS VENDAS DO LOTE, PARA A
      **** LIBERACAO ACHAR O QUE UMA CARGA INTERROMPIDA CHEGOU A GRAVAR
           01 WRK-LOTE-MARCA.
               05 FILLER                   PIC X(04) VALUE 'LOTE'.
               05 WRK-MARCA-FILIAL         PIC 9(02).
               05 WRK-MARCA-DATA           PIC 9(08).
               05 WRK-MARCA-NUMERO         PIC 9(06).

      **** VENDAS DO LOTE NO GRUPO FONE+DATA CORRENTE E SE JA TEM
      **** ESTORNO APONTANDO PARA ELAS
           01 WRK-GRP-TAB.
               05 WRK-GRP-ITEM OCCURS 999.
                   10 WRK-GRP-SEQ          PIC 9(03).
                   10 WRK-GRP-VALOR        PIC 9(07)V99.
                   10 WRK-GRP-ESTORNADA    PIC X(01).

           01 WRK-LIB-LINHA.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-LIB-FONE             PIC 9(09).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LIB-DATA             PIC 9(08).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LIB-SEQ              PIC 9(03).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LIB-VALOR            PIC ZZZZZZ9.99.
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LIB-SITUACAO         PIC X(09).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
               STOP RUN
           END-IF.
           PERFORM 8210-GRAVA-TRAVA.
           PERFORM 1040-LE-DATA-NEGOCIO.
           DISPLAY 'CARGAMOV - (C)ARGA DO EXTRATO OU (L)IBERACAO DE '
                   'LOTE INTERROMPIDO ?'.
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO = 'L' OR WRK-OPCAO = 'l'
               PERFORM 6000-LIBERA-LOTE
           END-IF.
           OPEN INPUT ENTRADA-MOVTO.
           IF ENTRADA-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR EXTRATO: ' ENTRADA-STATUS
               PERFORM 8220-LIBERA-TRAVA
               STOP RUN
           END-IF.
      **** NADA E GRAVADO ANTES DE O EXTRATO INTEIRO BATER COM O
      **** RODAPE E DE O LOTE SE MOSTRAR INEDITO NO REGISTRO DE LOTES
           PERFORM 1100-CONFERE-EXTRATO.
           CLOSE ENTRADA-MOVTO.
           IF WRK-LOTE-OK = 'N'
               PERFORM 1900-RECUSA-LOTE
           END-IF.
           PERFORM 1200-VERIFICA-LOTE.
           IF WRK-LOTE-OK = 'N'
               PERFORM 1900-RECUSA-LOTE
           END-IF.
           OPEN INPUT ENTRADA-MOVTO.
      **** SEM O CADASTRO ABERTO NAO HA COMO VALIDAR OS FONES, E A
      **** CARGA NAO PODE SEGUIR AS CEGAS
           OPEN INPUT CLIENTES.
           IF FILIAIS-STATUS = 0
               PERFORM 4150-CONTA-FILIAIS
           END-IF.
           PERFORM 1300-REGISTRA-LOTE.
      **** PULA O CABECALHO, JA CONFERIDO, E POSICIONA NO 1O DETALHE
           READ ENTRADA-MOVTO
               AT END
                   MOVE 10 TO ENTRADA-STATUS
           END-READ.
           PERFORM 2900-LE-DETALHE.

      **** PRIMEIRA PASSADA: CABECALHO NO INICIO, RODAPE NO FIM, E A
      **** QUANTIDADE E O VALOR DOS DETALHES IGUAIS AOS DO RODAPE
       1100-CONFERE-EXTRATO.
           MOVE 'S' TO WRK-LOTE-OK.
           MOVE 'N' TO WRK-ROD-LIDO.
           MOVE 0 TO WRK-CONF-QT WRK-CONF-VALOR.
           READ ENTRADA-MOVTO
               AT END
                   MOVE 10 TO ENTRADA-STATUS
           END-READ.
           IF ENTRADA-STATUS = 10 OR EM-TIPO-REG NOT = 'H'
               MOVE 'EXTRATO SEM CABECALHO' TO WRK-MSGERRO
               MOVE 'N' TO WRK-LOTE-OK
           ELSE
               MOVE EM-CAB-FILIAL TO WRK-LOTE-FILIAL
               MOVE EM-CAB-DATA   TO WRK-LOTE-DATA
               MOVE EM-CAB-LOTE   TO WRK-LOTE-NUMERO
               MOVE EM-CAB-FILIAL TO WRK-MARCA-FILIAL
               MOVE EM-CAB-DATA   TO WRK-MARCA-DATA
               MOVE EM-CAB-LOTE   TO WRK-MARCA-NUMERO
               IF WRK-LOTE-DATA = 0 OR WRK-LOTE-DATA > WRK-DATA-HOJE
                   MOVE 'DATA DO EXTRATO INVALIDA' TO WRK-MSGERRO
                   MOVE 'N' TO WRK-LOTE-OK
               END-IF
               READ ENTRADA-MOVTO
                   AT END
                       MOVE 10 TO ENTRADA-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ENTRADA-STATUS = 10 OR WRK-LOTE-OK = 'N'
               EVALUATE TRUE
                   WHEN WRK-ROD-LIDO = 'S'
                       MOVE 'REGISTRO APOS O RODAPE' TO WRK-MSGERRO
                       MOVE 'N' TO WRK-LOTE-OK
                   WHEN EM-TIPO-REG = 'D'
                       ADD 1 TO WRK-CONF-QT
                       ADD EM-VALOR TO WRK-CONF-VALOR
                   WHEN EM-TIPO-REG = 'T'
                       MOVE 'S' TO WRK-ROD-LIDO
                       MOVE EM-ROD-QT TO WRK-ROD-QT
                       MOVE EM-ROD-VALOR TO WRK-ROD-VALOR
                   WHEN OTHER
                       MOVE 'TIPO DE REGISTRO INVALIDO' TO WRK-MSGERRO
                       MOVE 'N' TO WRK-LOTE-OK
               END-EVALUATE
               READ ENTRADA-MOVTO
                   AT END
                       MOVE 10 TO ENTRADA-STATUS
               END-READ
           END-PERFORM.
           IF WRK-LOTE-OK = 'S' AND WRK-ROD-LIDO = 'N'
               MOVE 'EXTRATO SEM RODAPE' TO WRK-MSGERRO
               MOVE 'N' TO WRK-LOTE-OK
           END-IF.
           IF WRK-LOTE-OK = 'S'
               IF WRK-CONF-QT NOT = WRK-ROD-QT
                       OR WRK-CONF-VALOR NOT = WRK-ROD-VALOR
                   MOVE 'EXTRATO NAO CONFERE COM O RODAPE'
                       TO WRK-MSGERRO
                   MOVE 'N' TO WRK-LOTE-OK
               END-IF
           END-IF.

      **** O MESMO LOTE NAO ENTRA DUAS VEZES; UM LOTE QUE FICOU EM
      **** ANDAMENTO (CARGA INTERROMPIDA) TAMBEM E RECUSADO ATE SER
      **** LIBERADO PELA OPCAO L; O LIBERADO (R) ENTRA DE NOVO
       1200-VERIFICA-LOTE.
           OPEN I-O LOTES-CARGA
               IF LOTE-STATUS = 35 THEN
                   OPEN OUTPUT LOTES-CARGA
                   CLOSE LOTES-CARGA
                   OPEN I-O LOTES-CARGA
               END-IF.
           IF LOTE-STATUS NOT = 0
               MOVE 'ERRO AO ABRIR REGISTRO DE LOTES' TO WRK-MSGERRO
               MOVE 'N' TO WRK-LOTE-OK
           ELSE
               MOVE WRK-LOTE-FILIAL TO LOTE-FILIAL
               MOVE WRK-LOTE-DATA   TO LOTE-DATA
               MOVE WRK-LOTE-NUMERO TO LOTE-NUMERO
               READ LOTES-CARGA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE LOTE-SITUACAO
                           WHEN 'R'
                               MOVE 'S' TO WRK-LOTE-LIBERADO
                           WHEN 'P'
                               MOVE 'CARGA INTERROMPIDA - LIBERAR (L)'
                                   TO WRK-MSGERRO
                               MOVE 'N' TO WRK-LOTE-OK
                           WHEN OTHER
                               MOVE 'LOTE JA CARREGADO' TO WRK-MSGERRO
                               MOVE 'N' TO WRK-LOTE-OK
                       END-EVALUATE
               END-READ
               IF WRK-LOTE-OK = 'N'
                   CLOSE LOTES-CARGA
               END-IF
           END-IF.

       1300-REGISTRA-LOTE.
           MOVE WRK-LOTE-FILIAL TO LOTE-FILIAL.
           MOVE WRK-LOTE-DATA   TO LOTE-DATA.
           MOVE WRK-LOTE-NUMERO TO LOTE-NUMERO.
           MOVE 'P' TO LOTE-SITUACAO.
           ACCEPT LOTE-DT-CARGA FROM DATE YYYYMMDD.
           ACCEPT LOTE-HORA-CARGA FROM TIME.
           MOVE WRK-ROD-QT    TO LOTE-QT-EXTRATO.
           MOVE WRK-ROD-VALOR TO LOTE-VL-EXTRATO.
           MOVE 0 TO LOTE-QT-CARREGADOS LOTE-VL-CARREGADOS
                     LOTE-QT-REJEITADOS LOTE-VL-REJEITADOS.
           IF WRK-LOTE-LIBERADO = 'S'
               REWRITE LOTE-REG
           ELSE
               WRITE LOTE-REG
           END-IF.

       1900-RECUSA-LOTE.
           DISPLAY 'CARGAMOV - LOTE RECUSADO: ' WRK-MSGERRO.
           DISPLAY 'LOTE.................: ' WRK-LOTE-FILIAL '/'
               WRK-LOTE-DATA '/' WRK-LOTE-NUMERO.
           PERFORM 8220-LIBERA-TRAVA.
           STOP RUN.

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
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-TRAVA
               WHEN 'FILIAIS'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-FILIAIS
               WHEN 'MOVLOTES'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-LOTES
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-PROCESSAR-LOTE.
           ADD 1 TO WRK-QT-LIDOS.
           ADD EM-VALOR TO WRK-VL-LIDOS.
           PERFORM 5050-VALIDA-MOVIMENTO.
           IF WRK-MOV-VALIDO = 'N'
               ADD 1 TO WRK-QT-REJEITADOS
               ADD EM-VALOR TO WRK-VL-REJEITADOS
               PERFORM 8900-GRAVA-EXCECAO
           ELSE
               MOVE EM-FONE   TO MOV-FONE
               MOVE 'V' TO MOV-TIPO
               MOVE SPACES TO MOV-MOTIVO
               MOVE 0 TO MOV-SEQ-ORIGEM
               MOVE WRK-LOTE-MARCA TO MOV-OPERADOR
               PERFORM 9620-PROXIMO-SEQ
               IF WRK-MOV-GRAVOU = 'S'
                   ADD 1 TO WRK-QT-CARREGADOS
                   ADD EM-VALOR TO WRK-VL-CARREGADOS
               ELSE
                   ADD 1 TO WRK-QT-REJEITADOS
                   ADD EM-VALOR TO WRK-VL-REJEITADOS
                   MOVE 'ERRO AO GRAVAR MOVIMENTO' TO WRK-MSGERRO
                   PERFORM 8900-GRAVA-EXCECAO
               END-IF
           END-IF.
           PERFORM 2900-LE-DETALHE.

      **** O RODAPE ENCERRA OS DETALHES DO LOTE
       2900-LE-DETALHE.
           READ ENTRADA-MOVTO
               AT END
                   MOVE 10 TO ENTRADA-STATUS
           END-READ.
           IF ENTRADA-STATUS NOT = 10 AND EM-TIPO-REG NOT = 'D'
               MOVE 10 TO ENTRADA-STATUS
           END-IF.

       3000-FINALIZAR.
           CLOSE ENTRADA-MOVTO.
           IF FILIAIS-STATUS NOT = 35
               CLOSE FILIAIS
           END-IF.
           PERFORM 3100-CONCLUI-LOTE.
           PERFORM 8220-LIBERA-TRAVA.
           DISPLAY 'CARGAMOV - RESUMO DA CARGA'.
           DISPLAY 'LOTE.................: ' WRK-LOTE-FILIAL '/'
               WRK-LOTE-DATA '/' WRK-LOTE-NUMERO.
           DISPLAY '                        QUANTIDADE          VALOR'.
           MOVE WRK-ROD-QT TO WRK-QT-ED.
           MOVE WRK-ROD-VALOR TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DO EXTRATO.....: ' WRK-QT-ED '   '
               WRK-VALOR-ED.
           MOVE WRK-QT-LIDOS TO WRK-QT-ED.
           MOVE WRK-VL-LIDOS TO WRK-VALOR-ED.
           DISPLAY 'REGISTROS LIDOS......: ' WRK-QT-ED '   '
               WRK-VALOR-ED.
           MOVE WRK-QT-CARREGADOS TO WRK-QT-ED.
           MOVE WRK-VL-CARREGADOS TO WRK-VALOR-ED.
           DISPLAY 'CARREGADOS...........: ' WRK-QT-ED '   '
               WRK-VALOR-ED.
           MOVE WRK-QT-REJEITADOS TO WRK-QT-ED.
           MOVE WRK-VL-REJEITADOS TO WRK-VALOR-ED.
           DISPLAY 'REJEITADOS...........: ' WRK-QT-ED '   '
               WRK-VALOR-ED.

      **** FECHA O LOTE NO REGISTRO COM O QUE ENTROU E O QUE FICOU
      **** DE FORA; A PARTIR DAQUI ELE NAO PODE MAIS SER RECARREGADO
       3100-CONCLUI-LOTE.
           MOVE WRK-LOTE-FILIAL TO LOTE-FILIAL.
           MOVE WRK-LOTE-DATA   TO LOTE-DATA.
           MOVE WRK-LOTE-NUMERO TO LOTE-NUMERO.
           READ LOTES-CARGA
               INVALID KEY
                   DISPLAY 'LOTE NAO ENCONTRADO NO REGISTRO'
               NOT INVALID KEY
                   MOVE 'C' TO LOTE-SITUACAO
                   MOVE WRK-QT-CARREGADOS TO LOTE-QT-CARREGADOS
                   MOVE WRK-VL-CARREGADOS TO LOTE-VL-CARREGADOS
                   MOVE WRK-QT-REJEITADOS TO LOTE-QT-REJEITADOS
                   MOVE WRK-VL-REJEITADOS TO LOTE-VL-REJEITADOS
                   REWRITE LOTE-REG
           END-READ.
           CLOSE LOTES-CARGA.

      **** O FONE PRECISA EXISTIR NO CADASTRO; DATA E VALOR DO EXTRATO
      **** TEM QUE VIR PREENCHIDOS, A CARGA NAO INVENTA NADA
                       MOVE 'N' TO WRK-MOV-VALIDO
               END-READ
           END-IF.
      **** VENDA POSTERIOR A DATA DO EXTRATO NAO PODE ESTAR NELE
           IF WRK-MOV-VALIDO = 'S'
               IF EM-DATA = 0 OR EM-DATA > WRK-DATA-HOJE
                       OR EM-DATA > WRK-LOTE-DATA
                   MOVE 'DATA INVALIDA' TO WRK-MSGERRO
                   MOVE 'N' TO WRK-MOV-VALIDO
               END-IF
           END-IF.
      **** COM O CADASTRO DE FILIAIS POVOADO, A FILIAL TEM QUE
      **** EXISTIR E ESTAR ATIVA; VAZIO LIBERA PARA O ARRANQUE
      **** O EXTRATO E DE UMA FILIAL SO, A DO CABECALHO
           IF WRK-MOV-VALIDO = 'S' AND EM-FILIAL NOT = WRK-LOTE-FILIAL
               MOVE 'FILIAL DIFERE DO CABECALHO' TO WRK-MSGERRO
               MOVE 'N' TO WRK-MOV-VALIDO
           END-IF.
           IF WRK-MOV-VALIDO = 'S' AND WRK-QT-FILIAIS > 0
               MOVE EM-FILIAL TO FIL-CODIGO
               PERFORM 4100-BUSCA-FILIAL
               MOVE 0 TO FILIAIS-STATUS
           END-IF.

      **** LIBERACAO DE LOTE INTERROMPIDO, SOB A TRAVA: AS VENDAS QUE A
      **** CARGA CHEGOU A GRAVAR SAO ESTORNADAS NO ONLINE (OPCAO DE
      **** ESTORNO); SO COM TODAS ESTORNADAS O LOTE PASSA A R
       6000-LIBERA-LOTE.
           DISPLAY 'CARGAMOV - FILIAL DO LOTE ?'.
           ACCEPT WRK-LOTE-FILIAL.
           DISPLAY 'CARGAMOV - DATA DO EXTRATO AAAAMMDD ?'.
           ACCEPT WRK-LOTE-DATA.
           DISPLAY 'CARGAMOV - NUMERO DO LOTE ?'.
           ACCEPT WRK-LOTE-NUMERO.
           MOVE WRK-LOTE-FILIAL TO WRK-MARCA-FILIAL.
           MOVE WRK-LOTE-DATA   TO WRK-MARCA-DATA.
           MOVE WRK-LOTE-NUMERO TO WRK-MARCA-NUMERO.
           OPEN I-O LOTES-CARGA.
           IF LOTE-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR REGISTRO DE LOTES: ' LOTE-STATUS
           ELSE
               MOVE WRK-LOTE-FILIAL TO LOTE-FILIAL
               MOVE WRK-LOTE-DATA   TO LOTE-DATA
               MOVE WRK-LOTE-NUMERO TO LOTE-NUMERO
               READ LOTES-CARGA
                   INVALID KEY
                       DISPLAY 'LOTE NAO ENCONTRADO NO REGISTRO'
                   NOT INVALID KEY
                       IF LOTE-SITUACAO NOT = 'P'
                           DISPLAY 'LOTE SEM CARGA INTERROMPIDA: '
                               LOTE-SITUACAO
                       ELSE
                           PERFORM 6100-LISTA-VENDAS
                       END-IF
               END-READ
               CLOSE LOTES-CARGA
           END-IF.
           PERFORM 8220-LIBERA-TRAVA.
           STOP RUN.

       6100-LISTA-VENDAS.
           OPEN INPUT MOVIMENTOS.
           IF MOVTO-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR MOVIMENTOS: ' MOVTO-STATUS
           ELSE
               DISPLAY 'VENDAS GRAVADAS PELO LOTE ' WRK-LOTE-FILIAL '/'
                   WRK-LOTE-DATA '/' WRK-LOTE-NUMERO
               DISPLAY '  FONE      DATA     SEQ      VALOR SITUACAO'
               PERFORM 6110-PERCORRE-MOVIMENTOS
               CLOSE MOVIMENTOS
               PERFORM 6150-CONFIRMA-LIBERACAO
           END-IF.

      **** O ESTORNO TEM O MESMO FONE+DATA DA VENDA E SEQUENCIA MAIOR,
      **** ENTAO APARECE DEPOIS DELA NO MESMO GRUPO DA CHAVE
       6110-PERCORRE-MOVIMENTOS.
           MOVE 0 TO WRK-GRP-FONE WRK-GRP-DATA WRK-GRP-OCUP.
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
                   IF MOV-FONE NOT = WRK-GRP-FONE
                           OR MOV-DATA NOT = WRK-GRP-DATA
                       PERFORM 6130-FECHA-GRUPO
                       MOVE MOV-FONE TO WRK-GRP-FONE
                       MOVE MOV-DATA TO WRK-GRP-DATA
                   END-IF
                   PERFORM 6120-AVALIA-MOVIMENTO
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
               PERFORM 6130-FECHA-GRUPO
           END-IF.

       6120-AVALIA-MOVIMENTO.
           IF MOV-TIPO = 'E'
               PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                       UNTIL WRK-GRP-IDX > WRK-GRP-OCUP
                   IF WRK-GRP-SEQ(WRK-GRP-IDX) = MOV-SEQ-ORIGEM
                       MOVE 'S' TO WRK-GRP-ESTORNADA(WRK-GRP-IDX)
                   END-IF
               END-PERFORM
           ELSE
               IF MOV-OPERADOR = WRK-LOTE-MARCA AND WRK-GRP-OCUP < 999
                   ADD 1 TO WRK-GRP-OCUP
                   MOVE MOV-SEQ TO WRK-GRP-SEQ(WRK-GRP-OCUP)
                   MOVE MOV-VALOR TO WRK-GRP-VALOR(WRK-GRP-OCUP)
                   MOVE 'N' TO WRK-GRP-ESTORNADA(WRK-GRP-OCUP)
               END-IF
           END-IF.

       6130-FECHA-GRUPO.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-OCUP
               ADD 1 TO WRK-LIB-QT-VENDAS
               ADD WRK-GRP-VALOR(WRK-GRP-IDX) TO WRK-LIB-VL-VENDAS
               MOVE WRK-GRP-FONE TO WRK-LIB-FONE
               MOVE WRK-GRP-DATA TO WRK-LIB-DATA
               MOVE WRK-GRP-SEQ(WRK-GRP-IDX) TO WRK-LIB-SEQ
               MOVE WRK-GRP-VALOR(WRK-GRP-IDX) TO WRK-LIB-VALOR
               IF WRK-GRP-ESTORNADA(WRK-GRP-IDX) = 'S'
                   MOVE 'ESTORNADA' TO WRK-LIB-SITUACAO
               ELSE
                   MOVE 'PENDENTE' TO WRK-LIB-SITUACAO
                   ADD 1 TO WRK-LIB-QT-PENDENTES
                   ADD WRK-GRP-VALOR(WRK-GRP-IDX)
                       TO WRK-LIB-VL-PENDENTES
               END-IF
               DISPLAY WRK-LIB-LINHA
           END-PERFORM.
           MOVE 0 TO WRK-GRP-OCUP.

       6150-CONFIRMA-LIBERACAO.
           DISPLAY '                        QUANTIDADE          VALOR'.
           MOVE WRK-LIB-QT-VENDAS TO WRK-QT-ED.
           MOVE WRK-LIB-VL-VENDAS TO WRK-VALOR-ED.
           DISPLAY 'VENDAS DO LOTE.......: ' WRK-QT-ED '   '
               WRK-VALOR-ED.
           MOVE WRK-LIB-QT-PENDENTES TO WRK-QT-ED.
           MOVE WRK-LIB-VL-PENDENTES TO WRK-VALOR-ED.
           DISPLAY 'SEM ESTORNO..........: ' WRK-QT-ED '   '
               WRK-VALOR-ED.
           IF WRK-LIB-QT-PENDENTES > 0
               DISPLAY 'ESTORNAR AS VENDAS PENDENTES NO ONLINE ANTES '
                       'DE LIBERAR O LOTE'
           ELSE
               DISPLAY 'CARGAMOV - CONFIRMA A LIBERACAO DO LOTE (S/N) ?'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   MOVE 'R' TO LOTE-SITUACAO
                   REWRITE LOTE-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR REGISTRO DE LOTES: '
                               LOTE-STATUS
                       NOT INVALID KEY
                           DISPLAY 'LOTE LIBERADO PARA NOVA CARGA'
                   END-REWRITE
               ELSE
                   DISPLAY 'LOTE MANTIDO COM CARGA INTERROMPIDA'
               END-IF
           END-IF.

       8200-VERIFICA-TRAVA.
           MOVE 'N' TO WRK-TRAVADO.
           OPEN INPUT TRAVA.
