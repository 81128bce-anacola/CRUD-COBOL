       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAB.
      ******************************************************************
      * Author:ANA CAROLINA COLA
      * Date:15/10/2026
      * Purpose: INTERFACE CONTABIL: DIARIO DO DIA COM UM PAR DEBITO/
      *          CREDITO POR FILIAL PARA AS VENDAS E UM PAR POR FILIAL E
      *          MOTIVO PARA OS ESTORNOS, COM REGISTRO DE CONTROLE;
      *          ENTRA TODO MOVIMENTO ATE A DATA DE NEGOCIO AINDA NAO
      *          LEVADO A UM DIARIO (CTBLANC), INCLUSIVE ESTORNOS E
      *          CARGAS ATRASADAS DE DATAS JA FECHADAS;
      *          FILIAL SEM CONTAS NO CTBMAP IMPEDE O DIARIO (RC=8)
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

      **** ESTRUTURA IDENTICA A FD CONTA-MAPA DE CLIENTES.COB
       FD CONTA-MAPA.
       01 CTBMAP-REG.
           05 CTM-FILIAL           PIC 9(02).
           05 CTM-CONTAS.
               10 CTM-CONTA-CAIXA   PIC X(12).
               10 CTM-CONTA-RECEITA PIC X(12).
               10 CTM-CONTA-ESTORNO PIC X(12).
           05 CTM-DT-ALTERACAO     PIC 9(08).

      **** DIARIO CONTABIL DO DIA: CABECALHO COM A DATA DE NEGOCIO,
      **** LANCAMENTOS EM PARES D/C E CONTROLE COM TOTAL DE DEBITOS,
      **** TOTAL DE CREDITOS E QUANTIDADE DE LANCAMENTOS
      **** TIPO H=CABECALHO L=LANCAMENTO T=CONTROLE
      **** ORIGEM V=VENDAS E=ESTORNOS (MOTIVO PREENCHIDO SO NO E)
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

      **** MOVIMENTOS JA LEVADOS A UM DIARIO (MESMA CHAVE DO MOVIMENTO),
      **** GRAVADOS SO DEPOIS DO REGISTRO DE CONTROLE DO DIARIO; A CHAVE
      **** ZERADA GUARDA A DATA DE IMPLANTACAO; DATA DE DIARIO ZERO =
      **** MOVIMENTO JA EXISTENTE NA IMPLANTACAO, CONTABILIZADO A MAO
       FD CTB-LANCADOS.
       01 CTBLANC-REG.
           05 CTL-CHAVE.
               10 CTL-FONE         PIC 9(09).
               10 CTL-DATA         PIC 9(08).
               10 CTL-SEQ          PIC 9(03).
           05 CTL-DT-DIARIO        PIC 9(08).

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
           77 WRK-ARQ-CTBMAP       PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CTBMAP.DAT'.
           77 WRK-ARQ-DIARIOCTB    PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DIARIOCTB.DAT'.
           77 WRK-ARQ-CTBLANC      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CTBLANC.DAT'.
           77 WRK-ARQ-TRAVA        PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\TRAVA.DAT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 CFG-STATUS           PIC 9(02).
           77 WRK-CFG-CHAVE        PIC X(20).
           77 WRK-CFG-VALOR        PIC X(128).
           77 MOVTO-STATUS         PIC 9(02).
           77 CTM-STATUS           PIC 9(02).
           77 CTB-STATUS           PIC 9(02).
           77 CTL-STATUS           PIC 9(02).
           77 TRAVA-STATUS         PIC 9(02).
           77 WRK-TRAVADO          PIC X(01) VALUE 'N'.
           77 WRK-RC               PIC 9(01) VALUE 0.
           77 WRK-DATA-HOJE        PIC 9(08).
           77 WRK-DATA-IMPLANTACAO PIC 9(08) VALUE 0.
           77 WRK-MOV-SELECIONADO  PIC X(01).
           77 WRK-QT-MOVTOS        PIC 9(07) VALUE 0.
           77 WRK-QT-ATRASADOS     PIC 9(07) VALUE 0.
           77 WRK-QT-REGISTRADOS   PIC 9(07) VALUE 0.
           77 WRK-QT-IMPLANTADOS   PIC 9(07) VALUE 0.
           77 WRK-QT-SEM-CONTA     PIC 9(03) VALUE 0.
           77 WRK-QT-LINHAS        PIC 9(07) VALUE 0.
           77 WRK-QT-PARES         PIC 9(05) VALUE 0.
           77 WRK-TOT-DEBITO       PIC 9(13)V99 VALUE 0.
           77 WRK-TOT-CREDITO      PIC 9(13)V99 VALUE 0.
           77 WRK-TOT-ED           PIC ZZZZZZZZZZZZ9.99.
           77 WRK-CTB-OCUP         PIC 9(03) VALUE 0.
           77 WRK-CTB-IDX          PIC 9(03) VALUE 0.
           77 WRK-CTB-ACHOU        PIC X(01).
           77 WRK-CTB-CHEIA        PIC X(01) VALUE 'N'.
           77 WRK-CTB-TIPO         PIC X(01).
           77 WRK-CTB-MOTIVO       PIC X(03).
           77 WRK-FIL-IDX          PIC 9(03) VALUE 0.
           77 WRK-CONTA-DEBITO     PIC X(12).
           77 WRK-CONTA-CREDITO    PIC X(12).

      **** TOTAIS DO DIA POR FILIAL + ORIGEM + MOTIVO, NA ORDEM EM QUE
      **** APARECEM NO MOVTO; A GRAVACAO PERCORRE POR FILIAL
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

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-ACUMULA-DIA.
           PERFORM 2500-CONFERE-CONTAS.
      **** EXECUCAO RECUSADA OU SEM MOVIMENTO NOVO PRESERVA O ULTIMO
      **** DIARIO GERADO (O FIMDIA GRAVA O MESMO ARQUIVO)
           IF WRK-RC = 0 AND WRK-QT-MOVTOS > 0
               OPEN OUTPUT DIARIO-CTB
               PERFORM 3000-GRAVA-DIARIO
               CLOSE DIARIO-CTB
           END-IF.
           IF WRK-RC = 0 AND WRK-QT-MOVTOS > 0
               PERFORM 3500-REGISTRA-LANCADOS
           END-IF.
           PERFORM 4000-FINALIZAR.
           MOVE WRK-RC TO RETURN-CODE.
           STOP RUN.

      **** SOB A TRAVA: O REGISTRO DE LANCADOS SO E CONFIAVEL SE
      **** NINGUEM GRAVA MOVIMENTO ENTRE O DIARIO E O REGISTRO
       1000-INICIAR.
           PERFORM 1050-LE-CONFIG.
           PERFORM 8200-VERIFICA-TRAVA.
           IF WRK-TRAVADO = 'S'
               DISPLAY 'SISTEMA EM USO - DIARIO CONTABIL NAO GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 8210-GRAVA-TRAVA.
           PERFORM 1040-LE-DATA-NEGOCIO.
           MOVE SPACES TO WRK-MAPA-TAB.
           OPEN INPUT MOVIMENTOS.
           IF MOVTO-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR MOVIMENTOS: ' MOVTO-STATUS
               PERFORM 8220-LIBERA-TRAVA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-ABRE-LANCADOS.
           IF CTL-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR LANCADOS: ' CTL-STATUS
               CLOSE MOVIMENTOS
               PERFORM 8220-LIBERA-TRAVA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **** NA CRIACAO DO REGISTRO, A DATA DE NEGOCIO VIRA A DATA DE
      **** IMPLANTACAO E O MOVIMENTO DE DATAS ANTERIORES, JA
      **** CONTABILIZADO A MAO, ENTRA COMO LANCADO; O QUE APARECER
      **** DEPOIS, MESMO COM DATA ANTIGA (ESTORNO), VAI PARA O DIARIO
       1100-ABRE-LANCADOS.
           OPEN I-O CTB-LANCADOS
               IF CTL-STATUS = 35 THEN
                   OPEN OUTPUT CTB-LANCADOS
                   CLOSE CTB-LANCADOS
                   OPEN I-O CTB-LANCADOS
                   IF CTL-STATUS = 0
                       MOVE ZEROS TO CTL-CHAVE
                       MOVE WRK-DATA-HOJE TO CTL-DT-DIARIO
                       WRITE CTBLANC-REG
                       PERFORM 1110-IMPLANTA-LANCADOS
                       DISPLAY 'CONTAB - REGISTRO DE LANCADOS CRIADO, '
                               'DIARIO A PARTIR DE ' WRK-DATA-HOJE
                       DISPLAY 'CONTAB - MOVIMENTOS ANTERIORES: '
                               WRK-QT-IMPLANTADOS
                   END-IF
               END-IF.
           IF CTL-STATUS = 0
               MOVE ZEROS TO CTL-CHAVE
               READ CTB-LANCADOS
                   INVALID KEY
                       MOVE 0 TO WRK-DATA-IMPLANTACAO
                   NOT INVALID KEY
                       MOVE CTL-DT-DIARIO TO WRK-DATA-IMPLANTACAO
               END-READ
               MOVE 0 TO CTL-STATUS
           END-IF.

       1110-IMPLANTA-LANCADOS.
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
                               ADD 1 TO WRK-QT-IMPLANTADOS
                       END-WRITE
                   END-IF
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
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
               WHEN 'CTBMAP'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-CTBMAP
               WHEN 'DIARIOCTB'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DIARIOCTB
               WHEN 'CTBLANC'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-CTBLANC
               WHEN 'TRAVA'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-TRAVA
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      **** MOVIMENTOS AINDA FORA DE DIARIO ATE A DATA DE NEGOCIO; TIPO
      **** EM BRANCO (ANTIGOS) CONTA COMO VENDA, COMO NO RELMOV
       2000-ACUMULA-DIA.
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
                   PERFORM 2050-SELECIONA-MOVIMENTO
                   IF WRK-MOV-SELECIONADO = 'S'
                       ADD 1 TO WRK-QT-MOVTOS
                       IF MOV-DATA < WRK-DATA-HOJE
                           ADD 1 TO WRK-QT-ATRASADOS
                       END-IF
                       PERFORM 2100-ACUMULA-MOVIMENTO
                   END-IF
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      **** ESTORNO DE VENDA ANTIGA LEVA A DATA DA VENDA, E A CARGA
      **** ACEITA EXTRATO ATRASADO: A DATA SO LIMITA POR CIMA
       2050-SELECIONA-MOVIMENTO.
           MOVE 'N' TO WRK-MOV-SELECIONADO.
           IF MOV-DATA NOT > WRK-DATA-HOJE
               MOVE MOV-CHAVE TO CTL-CHAVE
               READ CTB-LANCADOS
                   INVALID KEY
                       MOVE 'S' TO WRK-MOV-SELECIONADO
               END-READ
           END-IF.

       2100-ACUMULA-MOVIMENTO.
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

      **** TODA FILIAL COM MOVIMENTO NO DIA PRECISA DAS TRES CONTAS;
      **** UMA SO SEM MAPEAMENTO E O DIARIO INTEIRO NAO E GERADO
       2500-CONFERE-CONTAS.
           IF WRK-CTB-CHEIA = 'S'
               DISPLAY 'CONTAB - MAIS DE 500 GRUPOS NO DIA'
               MOVE 8 TO WRK-RC
           END-IF.
           OPEN INPUT CONTA-MAPA.
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 100
               IF WRK-MAPA-SIT(WRK-FIL-IDX) = 'M'
                   PERFORM 2510-BUSCA-CONTAS
               END-IF
           END-PERFORM.
           IF CTM-STATUS NOT = 35
               CLOSE CONTA-MAPA
           END-IF.
           IF WRK-QT-SEM-CONTA > 0
               MOVE 8 TO WRK-RC
           END-IF.

       2510-BUSCA-CONTAS.
           MOVE 'N' TO WRK-MAPA-SIT(WRK-FIL-IDX).
           IF CTM-STATUS NOT = 35
               COMPUTE CTM-FILIAL = WRK-FIL-IDX - 1
               READ CONTA-MAPA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTM-CONTA-CAIXA NOT = SPACES
                               AND CTM-CONTA-RECEITA NOT = SPACES
                               AND CTM-CONTA-ESTORNO NOT = SPACES
                           MOVE 'S' TO WRK-MAPA-SIT(WRK-FIL-IDX)
                           MOVE CTM-CONTA-CAIXA
                               TO WRK-MAPA-CAIXA(WRK-FIL-IDX)
                           MOVE CTM-CONTA-RECEITA
                               TO WRK-MAPA-RECEITA(WRK-FIL-IDX)
                           MOVE CTM-CONTA-ESTORNO
                               TO WRK-MAPA-ESTORNO(WRK-FIL-IDX)
                       END-IF
               END-READ
           END-IF.
           IF WRK-MAPA-SIT(WRK-FIL-IDX) = 'N'
               ADD 1 TO WRK-QT-SEM-CONTA
               COMPUTE CTM-FILIAL = WRK-FIL-IDX - 1
               DISPLAY 'CONTAB - FILIAL ' CTM-FILIAL
                       ' SEM CONTAS CONTABEIS NO CTBMAP'
           END-IF.

      **** CABECALHO, PARES POR FILIAL (VENDAS E DEPOIS ESTORNOS POR
      **** MOTIVO) E CONTROLE
       3000-GRAVA-DIARIO.
           MOVE SPACES TO DIARIO-CTB-REG.
           MOVE 'H' TO CTB-TIPO-REG.
           MOVE WRK-DATA-HOJE TO CTB-CAB-DATA.
           ACCEPT CTB-CAB-DT-GERACAO FROM DATE YYYYMMDD.
           ACCEPT CTB-CAB-HORA-GERACAO FROM TIME.
           MOVE 'CONTAB' TO CTB-CAB-PROGRAMA.
           WRITE DIARIO-CTB-REG.
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 100
               IF WRK-MAPA-SIT(WRK-FIL-IDX) = 'S'
                   MOVE 'V' TO WRK-CTB-TIPO
                   PERFORM 3100-GRAVA-FILIAL
                   MOVE 'E' TO WRK-CTB-TIPO
                   PERFORM 3100-GRAVA-FILIAL
               END-IF
           END-PERFORM.
           MOVE SPACES TO DIARIO-CTB-REG.
           MOVE 'T' TO CTB-TIPO-REG.
           MOVE WRK-DATA-HOJE TO CTB-CTL-DATA.
           MOVE WRK-QT-LINHAS TO CTB-CTL-QT-LINHAS.
           MOVE WRK-TOT-DEBITO TO CTB-CTL-TOT-DEBITO.
           MOVE WRK-TOT-CREDITO TO CTB-CTL-TOT-CREDITO.
           WRITE DIARIO-CTB-REG.
           IF CTB-STATUS NOT = 0
               DISPLAY 'CONTAB - ERRO AO GRAVAR O DIARIO: ' CTB-STATUS
               MOVE 8 TO WRK-RC
           END-IF.

       3100-GRAVA-FILIAL.
           PERFORM VARYING WRK-CTB-IDX FROM 1 BY 1
                   UNTIL WRK-CTB-IDX > WRK-CTB-OCUP
               IF WRK-CTB-FILIAL(WRK-CTB-IDX) = WRK-FIL-IDX - 1
                       AND WRK-CTB-ORIGEM(WRK-CTB-IDX) = WRK-CTB-TIPO
                       AND WRK-CTB-VALOR(WRK-CTB-IDX) > 0
                   PERFORM 3200-GRAVA-PAR
               END-IF
           END-PERFORM.

      **** VENDA: D CAIXA / C RECEITA; ESTORNO: D ESTORNO / C CAIXA
       3200-GRAVA-PAR.
           ADD 1 TO WRK-QT-PARES.
           IF WRK-CTB-TIPO = 'V'
               MOVE WRK-MAPA-CAIXA(WRK-FIL-IDX) TO WRK-CONTA-DEBITO
               MOVE WRK-MAPA-RECEITA(WRK-FIL-IDX) TO WRK-CONTA-CREDITO
           ELSE
               MOVE WRK-MAPA-ESTORNO(WRK-FIL-IDX) TO WRK-CONTA-DEBITO
               MOVE WRK-MAPA-CAIXA(WRK-FIL-IDX) TO WRK-CONTA-CREDITO
           END-IF.
           MOVE SPACES TO DIARIO-CTB-REG.
           MOVE 'L' TO CTB-TIPO-REG.
           MOVE WRK-DATA-HOJE TO CTB-DATA.
           MOVE WRK-QT-PARES TO CTB-PAR.
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
           MOVE WRK-CONTA-DEBITO TO CTB-CONTA.
           MOVE 'D' TO CTB-DC.
           WRITE DIARIO-CTB-REG.
           ADD CTB-VALOR TO WRK-TOT-DEBITO.
           MOVE WRK-CONTA-CREDITO TO CTB-CONTA.
           MOVE 'C' TO CTB-DC.
           WRITE DIARIO-CTB-REG.
           ADD CTB-VALOR TO WRK-TOT-CREDITO.
           ADD 2 TO WRK-QT-LINHAS.

      **** MESMA SELECAO DO 2000, AGORA COM O CONTROLE DO DIARIO JA
      **** GRAVADO: CADA MOVIMENTO ENTRA NO REGISTRO DE LANCADOS
       3500-REGISTRA-LANCADOS.
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
                   PERFORM 2050-SELECIONA-MOVIMENTO
                   IF WRK-MOV-SELECIONADO = 'S'
                       MOVE MOV-CHAVE TO CTL-CHAVE
                       MOVE WRK-DATA-HOJE TO CTL-DT-DIARIO
                       WRITE CTBLANC-REG
                           INVALID KEY
                               MOVE 8 TO WRK-RC
                           NOT INVALID KEY
                               ADD 1 TO WRK-QT-REGISTRADOS
                       END-WRITE
                   END-IF
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-QT-REGISTRADOS NOT = WRK-QT-MOVTOS
               DISPLAY 'CONTAB - REGISTRO DE LANCADOS NAO CONFERE COM '
                       'O DIARIO'
               MOVE 8 TO WRK-RC
           END-IF.

       4000-FINALIZAR.
           CLOSE MOVIMENTOS.
           CLOSE CTB-LANCADOS.
           PERFORM 8220-LIBERA-TRAVA.
           DISPLAY 'CONTAB - RESUMO DO DIARIO CONTABIL'.
           DISPLAY 'DATA DE NEGOCIO......: ' WRK-DATA-HOJE.
           DISPLAY 'DIARIO A PARTIR DE...: ' WRK-DATA-IMPLANTACAO.
           DISPLAY 'MOVIMENTOS LANCADOS..: ' WRK-QT-MOVTOS.
           DISPLAY 'DE DATAS ANTERIORES..: ' WRK-QT-ATRASADOS.
           DISPLAY 'REGISTRADOS..........: ' WRK-QT-REGISTRADOS.
           DISPLAY 'FILIAIS SEM CONTAS...: ' WRK-QT-SEM-CONTA.
           DISPLAY 'LANCAMENTOS GRAVADOS.: ' WRK-QT-LINHAS.
           MOVE WRK-TOT-DEBITO TO WRK-TOT-ED.
           DISPLAY 'TOTAL DE DEBITOS.....: ' WRK-TOT-ED.
           MOVE WRK-TOT-CREDITO TO WRK-TOT-ED.
           DISPLAY 'TOTAL DE CREDITOS....: ' WRK-TOT-ED.
           IF WRK-RC = 8
               DISPLAY 'DIARIO NAO GERADO - CORRIGIR O CTBMAP E RODAR '
                       'DE NOVO'
           END-IF.
           IF WRK-RC = 0 AND WRK-QT-MOVTOS = 0
               DISPLAY 'SEM MOVIMENTO NOVO - DIARIO ANTERIOR MANTIDO'
           END-IF.
           DISPLAY 'CODIGO DE RETORNO....: ' WRK-RC.

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
