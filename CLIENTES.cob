                   FILE STATUS IS CLIENTES-STATUS
                   RECORD KEY IS CLIENTES-CHAVE
                   ALTERNATE RECORD KEY IS CLIENTES-NOME
                     WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CLIENTES-EMAIL
                     WITH DUPLICATES.

           SELECT RELATO ASSIGN
             USING WRK-ARQ-RELATOIMP
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITORIA ASSIGN
             USING WRK-ARQ-AUDITORIA
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AUD-STATUS.

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

           SELECT MOV-ARQUIVO ASSIGN
             USING WRK-ARQ-MOVARQ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS MOVARQ-STATUS.

           SELECT SEG-HIST ASSIGN
             USING WRK-ARQ-SEGHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SEGH-STATUS.

           SELECT RELATO-LGPD ASSIGN
             USING WRK-ARQ-RELLGPD
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANON-LOG ASSIGN
             USING WRK-ARQ-ANONLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ANL-STATUS.

           SELECT CONTA-MAPA ASSIGN
             USING WRK-ARQ-CTBMAP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS CTM-STATUS
                   RECORD KEY IS CTM-FILIAL.

           SELECT CTB-LANCADOS ASSIGN
             USING WRK-ARQ-CTBLANC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS CTL-STATUS
                   RECORD KEY IS CTL-CHAVE.

       DATA DIVISION.
       FILE SECTION.
      **** ARQUIVO DE CONFIGURACAO COM LINHAS CHAVE=CAMINHO
           05 ACUM-QT              PIC 9(07).
           05 ACUM-VALOR           PIC 9(11)V99.

      **** TRILHA DE AUDITORIA DO ONLINE: QUEM, QUANDO, QUAL FUNCAO E
      **** AS IMAGENS ANTES/DEPOIS DO REGISTRO TOCADO
      **** TIPO C=CLIENTE M=MOVIMENTO F=FILIAL O=OPERADOR (LOGIN)
      ****      P=PONTOS
       FD AUDITORIA.
       01 AUD-REG.
           05 AUD-USUARIO          PIC X(20).
           05 AUD-DATA             PIC 9(08).
           05 AUD-HORA             PIC 9(08).
           05 AUD-FUNCAO           PIC X(10).
           05 AUD-TIPO-REG         PIC X(01).
           05 AUD-FONE             PIC 9(09).
           05 AUD-CHAVE            PIC X(20).
           05 AUD-ANTES            PIC X(100).
           05 AUD-DEPOIS           PIC X(100).

      **** ESTRUTURA IDENTICA A FD PONTOS DE LANCPTS.COB
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

      **** ESTRUTURA IDENTICA A FD PTS-LANCADOS DE LANCPTS.COB
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

      **** ESTRUTURA IDENTICA A FD SEG-HIST DE SEGCLI.COB
       FD SEG-HIST.
       01 SEGH-REG.
           05 SEGH-FONE            PIC 9(09).
           05 SEGH-FILIAL          PIC 9(02).
           05 SEGH-SEG-ANTERIOR    PIC X(01).
           05 SEGH-SEG-NOVO        PIC X(01).
           05 SEGH-DATA            PIC 9(08).

      **** RELATORIO DO TITULAR: TUDO O QUE SE GUARDA DE UM FONE
       FD RELATO-LGPD.
       01 RELATO-LGPD-REG.
           05 RELATO-LGPD-DADOS    PIC X(132).

      **** PROVA DE CADA ANONIMIZACAO: PSEUDONIMO, QUEM, QUANDO E
      **** QUANTOS REGISTROS FORAM REGRAVADOS; NAO GUARDA O FONE REAL
       FD ANON-LOG.
       01 ANL-REG.
           05 ANL-FONE-PSEUDO      PIC 9(09).
           05 ANL-USUARIO          PIC X(20).
           05 ANL-DATA             PIC 9(08).
           05 ANL-HORA             PIC 9(08).
           05 ANL-QT-MOVTO         PIC 9(05).
           05 ANL-QT-HIST          PIC 9(05).
           05 ANL-QT-MOVARQ        PIC 9(05).
           05 ANL-QT-SEGHIST       PIC 9(05).
           05 ANL-QT-AUDITORIA     PIC 9(05).

      **** CONTAS CONTABEIS DA FILIAL PARA O DIARIO DO CONTAB:
      **** VENDA = D CAIXA / C RECEITA; ESTORNO = D ESTORNO / C CAIXA
       FD CONTA-MAPA.
       01 CTBMAP-REG.
           05 CTM-FILIAL           PIC 9(02).
           05 CTM-CONTAS.
               10 CTM-CONTA-CAIXA   PIC X(12).
               10 CTM-CONTA-RECEITA PIC X(12).
               10 CTM-CONTA-ESTORNO PIC X(12).
           05 CTM-DT-ALTERACAO     PIC 9(08).

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
              'C:\Users\anaco\Documents\Cobol\COBOL2\OPERADOR.DAT'.
           77 WRK-ARQ-FILIAIS      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\FILIAIS.DAT'.
           77 WRK-ARQ-AUDITORIA    PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\AUDITORIA.DAT'.
           77 WRK-ARQ-PONTOS       PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\PONTOS.DAT'.
           77 WRK-ARQ-PTSLANC      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\PTSLANC.DAT'.
           77 WRK-ARQ-TAXAPTS      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\TAXAPTS.DAT'.
           77 WRK-ARQ-MOVARQ       PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\MOVARQ.DAT'.
           77 WRK-ARQ-SEGHIST      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\SEGHIST.DAT'.
           77 WRK-ARQ-RELLGPD      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\RELLGPD.TXT'.
           77 WRK-ARQ-ANONLOG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\ANONLOG.DAT'.
           77 WRK-ARQ-CTBMAP       PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CTBMAP.DAT'.
           77 WRK-ARQ-CTBLANC      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CTBLANC.DAT'.
           77 CFG-STATUS           PIC 9(02).
           77 WRK-CFG-CHAVE        PIC X(20).
           77 WRK-CFG-VALOR        PIC X(128).
           77 WRK-NOME-DE          PIC X(30).
           77 WRK-NOME-ATE         PIC X(30).
           77 WRK-REG-VALIDO       PIC X(01).
           77 WRK-EMAIL-EM-USO     PIC X(01).
           77 WRK-EMAIL-FONE       PIC 9(09).
           77 WRK-CONTA-ARROBA     PIC 9(02) VALUE 0.
           77 WRK-CONTA-IGUAL      PIC 9(02) VALUE 0.
           77 WRK-FONE-ALFA        PIC X(09).
           77 WRK-MERGE-OK         PIC X(01).
           77 WRK-FONE-SOBREVIVE   PIC 9(09) VALUE 0.
           77 WRK-FONE-DUPLICADO   PIC 9(09) VALUE 0.
           77 AUD-STATUS           PIC 9(02).
           77 WRK-AUD-FUNCAO       PIC X(10).
           77 WRK-AUD-TIPO         PIC X(01).
           77 WRK-AUD-FONE         PIC 9(09) VALUE 0.
           77 WRK-AUD-CHAVE        PIC X(20).
           77 WRK-AUD-ANTES        PIC X(100).
           77 WRK-AUD-DEPOIS       PIC X(100).
           77 PTS-STATUS           PIC 9(02).
           77 PLC-STATUS           PIC 9(02).
           77 TXP-STATUS           PIC 9(02).
           77 WRK-PTS-DISPONIVEL   PIC X(01) VALUE 'N'.
           77 WRK-PLC-DISPONIVEL   PIC X(01) VALUE 'N'.
           77 WRK-PTS-SALDO        PIC 9(09) VALUE 0.
           77 WRK-PTS-SALDO-ED     PIC ZZZZZZZZ9.
           77 WRK-PTS-RESGATE      PIC 9(09) VALUE 0.
           77 WRK-PTS-FALTA        PIC 9(09) VALUE 0.
           77 WRK-PTS-TIRA         PIC 9(09) VALUE 0.
           77 WRK-PTS-FIM          PIC X(01).
           77 WRK-FIL-GRAVOU       PIC X(01).
           77 WRK-TXP-ANTERIOR     PIC 9(03)V99 VALUE 0.
           77 WRK-TXP-EXISTE       PIC X(01).
           77 MOVARQ-STATUS        PIC 9(02).
           77 SEGH-STATUS          PIC 9(02).
           77 ANL-STATUS           PIC 9(02).
      **** FONES ATE ESTE VALOR SAO PSEUDONIMOS DA ANONIMIZACAO
           77 WRK-FONE-PSEUDO-MAX  PIC 9(09) VALUE 000999999.
           77 WRK-LGPD-FONE        PIC 9(09) VALUE 0.
           77 WRK-LGPD-CADASTRADO  PIC X(01).
           77 WRK-LGPD-QT          PIC 9(05) VALUE 0.
           77 WRK-LGPD-FIM         PIC X(01).
           77 WRK-LGPD-OCUPADO     PIC X(01).
           77 WRK-ANON-OK          PIC X(01).
           77 WRK-ANON-QT-MOVTO    PIC 9(05) VALUE 0.
           77 WRK-ANON-QT-HIST     PIC 9(05) VALUE 0.
           77 WRK-ANON-QT-MOVARQ   PIC 9(05) VALUE 0.
           77 WRK-ANON-QT-SEGHIST  PIC 9(05) VALUE 0.
           77 WRK-ANON-QT-AUDIT    PIC 9(05) VALUE 0.
           77 WRK-CADEIA-OCUP      PIC 9(02) VALUE 0.
           77 WRK-CADEIA-IDX       PIC 9(02) VALUE 0.
           77 WRK-CADEIA-PROX      PIC 9(02) VALUE 0.
           77 WRK-CADEIA-ACHOU     PIC X(01).
           77 WRK-CADEIA-TESTE-FONE PIC 9(09).
           77 WRK-CADEIA-FONE-ANT  PIC 9(09).
           77 WRK-CADEIA-ULTIMO    PIC 9(16).
           77 CTM-STATUS           PIC 9(02).
           77 WRK-CTM-EXISTE       PIC X(01).
           77 WRK-CTM-ANTERIOR     PIC X(36).
           77 CTL-STATUS           PIC 9(02).
           77 WRK-CTL-DISPONIVEL   PIC X(01) VALUE 'N'.
           77 WRK-CTL-DT-DIARIO    PIC 9(08).

           01 WRK-ACHADO-REG.
               05 WRK-ACHADO-FONE          PIC 9(09).
               05 WRK-MOVTRANS-SEQ-ORIGEM  PIC 9(03).
               05 WRK-MOVTRANS-OPERADOR    PIC X(20).

      **** COPIA DO MES DE PONTOS EM TRANSFERENCIA PARA OUTRO FONE
           01 WRK-PTS-GUARDA.
               05 WRK-PTSG-FONE            PIC 9(09).
               05 WRK-PTSG-ANOMES          PIC 9(06).
               05 WRK-PTSG-GANHOS          PIC 9(09).
               05 WRK-PTSG-ESTORNADOS      PIC 9(09).
               05 WRK-PTSG-RESGATADOS      PIC 9(09).
               05 WRK-PTSG-EXPIRADOS       PIC 9(09).
               05 WRK-PTSG-SALDO           PIC 9(09).
               05 WRK-PTSG-DT-ATUALIZACAO  PIC 9(08).

           01 WRK-PLC-GUARDA.
               05 WRK-PLCG-FONE            PIC 9(09).
               05 WRK-PLCG-DATA            PIC 9(08).
               05 WRK-PLCG-SEQ             PIC 9(03).
               05 WRK-PLCG-TIPO            PIC X(01).
               05 WRK-PLCG-PONTOS          PIC 9(09).
               05 WRK-PLCG-ANOMES          PIC 9(06).
               05 WRK-PLCG-DT-LANCAMENTO   PIC 9(08).

      **** LINHAS DO RELATORIO DO TITULAR
           01 WRK-LGPD-CAMPO.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-LGPD-ROTULO          PIC X(24).
               05 WRK-LGPD-VALOR           PIC X(60).

           01 WRK-LGPD-HIST.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-LGPD-HIST-DATA       PIC 9(08).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-HIST-HORA       PIC 9(08).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-HIST-OPER       PIC X(10).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-HIST-USUARIO    PIC X(08).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-HIST-FONE       PIC 9(09).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-HIST-NOME       PIC X(30).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-HIST-EMAIL      PIC X(40).

           01 WRK-LGPD-MOV.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-LGPD-MOV-DATA        PIC 9(08).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-MOV-SEQ         PIC 9(03).
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-LGPD-MOV-VALOR       PIC ZZZZZZ9.99.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-LGPD-MOV-TIPO        PIC X(07).
               05 FILLER                   PIC X(09) VALUE '  FILIAL '.
               05 WRK-LGPD-MOV-FILIAL      PIC 9(02).
               05 FILLER                   PIC X(09) VALUE '  MOTIVO '.
               05 WRK-LGPD-MOV-MOTIVO      PIC X(03).

           01 WRK-LGPD-SEG.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-LGPD-SEG-DATA        PIC 9(08).
               05 FILLER                   PIC X(05) VALUE '  DE '.
               05 WRK-LGPD-SEG-DE          PIC X(01).
               05 FILLER                   PIC X(06) VALUE ' PARA '.
               05 WRK-LGPD-SEG-PARA        PIC X(01).
               05 FILLER                   PIC X(09) VALUE '  FILIAL '.
               05 WRK-LGPD-SEG-FILIAL      PIC 9(02).

           01 WRK-LGPD-AUD.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-LGPD-AUD-DATA        PIC 9(08).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-AUD-HORA        PIC 9(08).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-AUD-FUNCAO      PIC X(10).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-AUD-TIPO        PIC X(01).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-AUD-FONE        PIC 9(09).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-AUD-USUARIO     PIC X(20).
               05 FILLER                   PIC X(01) VALUE SPACE.
               05 WRK-LGPD-AUD-CHAVE       PIC X(20).

      **** FONES QUE O TITULAR JA USOU, SEGUINDO AS TROCAS DE FONE DA
      **** AUDITORIA; CADA FONE SO VALE ENTRE OS MOMENTOS DE/ATE
      **** (DATA+HORA), POIS ANTES OU DEPOIS PODE SER DE OUTRA PESSOA
           01 WRK-CADEIA-TAB.
               05 WRK-CADEIA-ITEM OCCURS 50 TIMES.
                   10 WRK-CADEIA-FONE      PIC 9(09).
                   10 WRK-CADEIA-DE        PIC 9(16).
                   10 WRK-CADEIA-ATE       PIC 9(16).

           01 WRK-CADEIA-MOMENTO.
               05 WRK-CADEIA-MOM-DATA      PIC 9(08).
               05 WRK-CADEIA-MOM-HORA      PIC 9(08).
           01 WRK-CADEIA-MOMENTO-N REDEFINES WRK-CADEIA-MOMENTO
                                           PIC 9(16).

      **** IMAGEM DE CLIENTES-REG OU MOVIMENTOS-REG GRAVADA NA
      **** AUDITORIA; NO MOVIMENTO SO O FONE E APROVEITADO
           01 WRK-CADEIA-IMAGEM.
               05 WRK-CADIMG-FONE          PIC 9(09).
               05 WRK-CADIMG-NOME          PIC X(30).
               05 WRK-CADIMG-EMAIL         PIC X(40).
               05 FILLER                   PIC X(21).

           01  ESC-CODE PIC 99 VALUE 0.
               88  ESC-KEY  VALUE 01.

           05 LINE 16 COLUMN 15 VALUE 'A - ESTATISTICAS'.
           05 LINE 17 COLUMN 15 VALUE 'B - DUPLICADOS'.
           05 LINE 18 COLUMN 15 VALUE 'C - FILIAIS'.
           05 LINE 19 COLUMN 15 VALUE 'D - RESGATE DE PONTOS'.
           05 LINE 20 COLUMN 15 VALUE 'E - DADOS DO TITULAR (LGPD)'.
           05 LINE 21 COLUMN 15 VALUE 'F - ANONIMIZAR CLIENTE (LGPD)'.
           05 LINE 22 COLUMN 15 VALUE 'x - SAIDA'.
           05 LINE 23 COLUMN 15 VALUE 'OPCAO...:'.
           05 LINE 23 COLUMN 28 USING WRK-OPCAO.

       01 TELA-LOGIN.
           05 LINE 08 COLUMN 15 VALUE 'IDENTIFICACAO DO OPERADOR'.
           05 LINE 12 COLUMN 10 VALUE 'ATIVA (S/N)'.
           05 COLUMN PLUS 2 PIC X(01) USING FIL-ATIVA.

       01 TELA-FILIAL-TAXA.
           05 LINE 13 COLUMN 10 VALUE 'PONTOS POR REAL'.
           05 COLUMN PLUS 2 PIC 9(03)V99 USING TXP-PONTOS-REAL.

       01 TELA-FILIAL-CONTAS.
           05 LINE 14 COLUMN 10 VALUE 'CONTA CAIXA'.
           05 COLUMN PLUS 2 PIC X(12) USING CTM-CONTA-CAIXA.
           05 LINE 14 COLUMN 40 VALUE 'CONTA RECEITA'.
           05 COLUMN PLUS 2 PIC X(12) USING CTM-CONTA-RECEITA.
           05 LINE 15 COLUMN 10 VALUE 'CONTA ESTORNO'.
           05 COLUMN PLUS 2 PIC X(12) USING CTM-CONTA-ESTORNO.

       01 TELA-RESGATE-FONE.
           05 LINE 10 COLUMN 10 VALUE 'TELEFONE'.
           05 COLUMN PLUS 2 PIC 9(09) USING CLIENTES-FONE
              BLANK WHEN ZEROS.

       01 TELA-RESGATE-DADOS.
           05 LINE 11 COLUMN 10 VALUE 'NOME...'.
           05 COLUMN PLUS 2 PIC X(30) FROM CLIENTES-NOME.
           05 LINE 12 COLUMN 10 VALUE 'SALDO DE PONTOS'.
           05 COLUMN PLUS 2 PIC X(09) FROM WRK-PTS-SALDO-ED.
           05 LINE 13 COLUMN 10 VALUE 'PONTOS A RESGATAR'.
           05 COLUMN PLUS 2 PIC 9(09) USING WRK-PTS-RESGATE
              BLANK WHEN ZEROS.

       01 TELA-DUP-PAR.
           05 LINE 06 COLUMN 05 VALUE 'POSSIVEL DUPLICIDADE:'.
           05 LINE 08 COLUMN 05 VALUE '(1)'.
           ELSE
               MOVE 'N' TO WRK-ACUM-DISPONIVEL
           END-IF.
      **** PONTOS E MOVIMENTOS PONTUADOS NASCEM NO PRIMEIRO LANCPTS
           OPEN I-O PONTOS.
           IF PTS-STATUS = 0
               MOVE 'S' TO WRK-PTS-DISPONIVEL
           ELSE
               MOVE 'N' TO WRK-PTS-DISPONIVEL
           END-IF.
           OPEN I-O PTS-LANCADOS.
           IF PLC-STATUS = 0
               MOVE 'S' TO WRK-PLC-DISPONIVEL
           ELSE
               MOVE 'N' TO WRK-PLC-DISPONIVEL
           END-IF.
           OPEN I-O TAXA-PONTOS
               IF TXP-STATUS = 35 THEN
                   OPEN OUTPUT TAXA-PONTOS
                   CLOSE TAXA-PONTOS
                   OPEN I-O TAXA-PONTOS
               END-IF.
           OPEN I-O CONTA-MAPA
               IF CTM-STATUS = 35 THEN
                   OPEN OUTPUT CONTA-MAPA
                   CLOSE CONTA-MAPA
                   OPEN I-O CONTA-MAPA
               END-IF.
      **** MOVIMENTOS JA LEVADOS AO DIARIO NASCEM NO PRIMEIRO CONTAB
           OPEN I-O CTB-LANCADOS.
           IF CTL-STATUS = 0
               MOVE 'S' TO WRK-CTL-DISPONIVEL
           ELSE
               MOVE 'N' TO WRK-CTL-DISPONIVEL
           END-IF.
           PERFORM 8200-VERIFICA-TRAVA.
           IF WRK-TRAVADO = 'N' AND WRK-TRAVA-EXISTE = 'N'
               PERFORM 8210-GRAVA-TRAVA
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-OPERADOR
               WHEN 'FILIAIS'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-FILIAIS
               WHEN 'AUDITORIA'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-AUDITORIA
               WHEN 'PONTOS'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-PONTOS
               WHEN 'PTSLANC'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-PTSLANC
               WHEN 'TAXAPTS'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-TAXAPTS
               WHEN 'MOVARQ'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-MOVARQ
               WHEN 'SEGHIST'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-SEGHIST
               WHEN 'RELLGPD'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-RELLGPD
               WHEN 'ANONLOG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-ANONLOG
               WHEN 'CTBMAP'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-CTBMAP
               WHEN 'CTBLANC'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-CTBLANC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   ACCEPT TELA-LOGIN
                   PERFORM 1080-CONFERE-OPERADOR
                   IF WRK-LOGIN-OK = 'N'
      **** TENTATIVA FRUSTRADA FICA NA TRILHA COM O ID DIGITADO
                       MOVE 'LOGINFALHA' TO WRK-AUD-FUNCAO
                       MOVE 'O' TO WRK-AUD-TIPO
                       MOVE 0 TO WRK-AUD-FONE
                       MOVE WRK-LOGIN-ID TO WRK-AUD-CHAVE
                       MOVE SPACES TO WRK-AUD-ANTES WRK-AUD-DEPOIS
                       PERFORM 8060-GRAVA-AUDITORIA
                       MOVE 'OPERADOR OU SENHA INVALIDOS' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-IF
           MOVE 0 TO CLIENTES-FILIAL.
           MOVE 'N' TO WRK-TRAVADO.
           IF WRK-OPCAO = '1' OR '3' OR '4' OR '7' OR '8' OR '9'
                   OR 'B' OR 'b' OR 'C' OR 'c' OR 'D' OR 'd'
                   OR 'F' OR 'f'
               PERFORM 8200-VERIFICA-TRAVA
               IF WRK-TRAVADO = 'N' AND WRK-TRAVA-EXISTE = 'N'
                       AND WRK-TRAVA-MINHA = 'N'
                   ELSE
                       PERFORM 2150-SEM-PERMISSAO
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   PERFORM 9950-RESGATA-PONTOS
               WHEN 'E'
               WHEN 'e'
                   IF WRK-PERFIL = 'S'
                       PERFORM 9970-DADOS-TITULAR
                   ELSE
                       PERFORM 2150-SEM-PERMISSAO
                   END-IF
               WHEN 'F'
               WHEN 'f'
                   IF WRK-PERFIL = 'S'
                       PERFORM 9980-ANONIMIZAR
                   ELSE
                       PERFORM 2150-SEM-PERMISSAO
                   END-IF
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL 'X'
                       DISPLAY 'ENTRADA ERRADA'
           IF WRK-ACUM-DISPONIVEL = 'S'
               CLOSE MOV-ACUMULADO
           END-IF.
           IF WRK-PTS-DISPONIVEL = 'S'
               CLOSE PONTOS
           END-IF.
           IF WRK-PLC-DISPONIVEL = 'S'
               CLOSE PTS-LANCADOS
           END-IF.
           CLOSE TAXA-PONTOS.
           CLOSE CONTA-MAPA.
           IF WRK-CTL-DISPONIVEL = 'S'
               CLOSE CTB-LANCADOS
           END-IF.
           PERFORM 8220-LIBERA-TRAVA.

       5050-VALIDA-REGISTRO.
                   END-IF
               END-IF
           END-IF.
      **** A FAIXA BAIXA E RESERVADA AOS PSEUDONIMOS DA ANONIMIZACAO
           IF WRK-REG-VALIDO = 'S'
               IF CLIENTES-FONE NOT > WRK-FONE-PSEUDO-MAX
                   MOVE 'TELEFONE EM FAIXA RESERVADA' TO WRK-MSGERRO
                   MOVE 'N' TO WRK-REG-VALIDO
               END-IF
           END-IF.
      **** COM O CADASTRO DE FILIAIS POVOADO, A FILIAL TEM QUE
      **** EXISTIR E ESTAR ATIVA; VAZIO LIBERA PARA O ARRANQUE
           IF WRK-REG-VALIDO = 'S' AND WRK-QT-FILIAIS > 0
               END-IF
           END-IF.

      **** SO AVISA QUANDO O EMAIL JA PERTENCE A OUTRO FONE; O REGISTRO
      **** DIGITADO FICA GUARDADO NA AREA DE TROCA DURANTE A LEITURA
       5060-VERIFICA-EMAIL.
           MOVE 'N' TO WRK-EMAIL-EM-USO.
           IF CLIENTES-EMAIL NOT = SPACES
               MOVE CLIENTES-REG TO WRK-TROCA-REG
               START CLIENTES KEY IS EQUAL TO CLIENTES-EMAIL
                   INVALID KEY
                       MOVE 10 TO CLIENTES-STATUS
               END-START
               IF CLIENTES-STATUS = 0
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL CLIENTES-STATUS = 10
                       OR WRK-EMAIL-EM-USO = 'S'
                       OR CLIENTES-EMAIL NOT = WRK-TROCA-EMAIL
                   IF CLIENTES-FONE NOT = WRK-TROCA-FONE
                       MOVE 'S' TO WRK-EMAIL-EM-USO
                       MOVE CLIENTES-FONE TO WRK-EMAIL-FONE
                   ELSE
                       READ CLIENTES NEXT
                           AT END
                               MOVE 10 TO CLIENTES-STATUS
                       END-READ
                   END-IF
               END-PERFORM
               MOVE 0 TO CLIENTES-STATUS
               MOVE WRK-TROCA-REG TO CLIENTES-REG
               IF WRK-EMAIL-EM-USO = 'S'
                   MOVE SPACES TO WRK-MSGERRO
                   STRING 'EMAIL JA USADO PELO FONE ' WRK-EMAIL-FONE
                       DELIMITED BY SIZE INTO WRK-MSGERRO
                   END-STRING
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

      **** BUSCA UMA FILIAL PELO CODIGO JA POSTO EM FIL-CODIGO
       4100-BUSCA-FILIAL.
           MOVE 'N' TO WRK-FIL-ACHADA.
               ACCEPT MOSTRA-ERRO
               PERFORM 5000-INCLUIR
           ELSE
               PERFORM 5060-VERIFICA-EMAIL
               WRITE CLIENTES-REG
                INVALID KEY
                 MOVE 'JA EXISTE! (N)OVO REGISTRO?' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'I' TO WRK-CTRL-OPERACAO
                 PERFORM 8100-ATUALIZA-CONTROLE
                 MOVE 'INCLUSAO' TO WRK-AUD-FUNCAO
                 MOVE SPACES TO WRK-AUD-ANTES
                 MOVE CLIENTES-REG TO WRK-AUD-DEPOIS
                 PERFORM 8065-AUDITA-CLIENTE
                END-WRITE
           END-IF.

                   ACCEPT MOSTRA-ERRO.

       6150-MOSTRA-MOVIMENTOS.
           PERFORM 6155-MOSTRA-PONTOS.
           MOVE 0 TO WRK-MOV-QT WRK-MOV-TOTAL WRK-MOV-OCUP.
           PERFORM 6140-LE-ACUMULADO.
           MOVE CLIENTES-FONE TO MOV-FONE.
               END-IF
           END-IF.

       6155-MOSTRA-PONTOS.
           IF WRK-PTS-DISPONIVEL = 'S'
               PERFORM 9955-SALDO-PONTOS
               MOVE WRK-PTS-SALDO TO WRK-PTS-SALDO-ED
               DISPLAY 'SALDO DE PONTOS:' AT 1510
               DISPLAY WRK-PTS-SALDO-ED AT 1527
           END-IF.

      **** BUSCA O ACUMULADO DE COMPRAS ARQUIVADAS DO CLIENTE
       6140-LE-ACUMULADO.
           MOVE 0 TO WRK-ACUM-QT WRK-ACUM-VALOR.
                   REWRITE ACUM-REG
           END-READ.

      **** LEVA (OU FUNDE) OS PONTOS DE UM FONE PARA OUTRO, MES A MES,
      **** COM OS MESMOS FONES DE/PARA DO 6170
       6190-TRANSFERE-PONTOS.
           IF WRK-PTS-DISPONIVEL = 'S'
               MOVE 'N' TO WRK-PTS-FIM
           ELSE
               MOVE 'S' TO WRK-PTS-FIM
           END-IF.
           PERFORM UNTIL WRK-PTS-FIM = 'S'
               MOVE WRK-ACUM-FONE-DE TO PTS-FONE
               MOVE 0 TO PTS-ANOMES
               START PONTOS KEY NOT LESS THAN PTS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-PTS-FIM
               END-START
               IF WRK-PTS-FIM = 'N'
                   READ PONTOS NEXT
                       AT END
                           MOVE 'S' TO WRK-PTS-FIM
                   END-READ
               END-IF
               IF WRK-PTS-FIM = 'N'
                       AND PTS-FONE NOT = WRK-ACUM-FONE-DE
                   MOVE 'S' TO WRK-PTS-FIM
               END-IF
               IF WRK-PTS-FIM = 'N'
                   MOVE PONTOS-REG TO WRK-PTS-GUARDA
                   DELETE PONTOS
                       INVALID KEY
                           MOVE 'S' TO WRK-PTS-FIM
                       NOT INVALID KEY
                           PERFORM 6192-GRAVA-PONTOS-DESTINO
                   END-DELETE
               END-IF
           END-PERFORM.

       6192-GRAVA-PONTOS-DESTINO.
           MOVE WRK-ACUM-FONE-PARA TO PTS-FONE.
           MOVE WRK-PTSG-ANOMES TO PTS-ANOMES.
           READ PONTOS
               INVALID KEY
                   MOVE WRK-PTS-GUARDA TO PONTOS-REG
                   MOVE WRK-ACUM-FONE-PARA TO PTS-FONE
                   WRITE PONTOS-REG
               NOT INVALID KEY
                   ADD WRK-PTSG-GANHOS     TO PTS-GANHOS
                   ADD WRK-PTSG-ESTORNADOS TO PTS-ESTORNADOS
                   ADD WRK-PTSG-RESGATADOS TO PTS-RESGATADOS
                   ADD WRK-PTSG-EXPIRADOS  TO PTS-EXPIRADOS
                   ADD WRK-PTSG-SALDO      TO PTS-SALDO
                   ACCEPT PTS-DT-ATUALIZACAO FROM DATE YYYYMMDD
                   REWRITE PONTOS-REG
           END-READ.

      **** MESMO CRITERIO DO 6180 PARA OS PONTOS DO FONE EXCLUIDO
       6195-EXCLUI-PONTOS.
           IF WRK-PTS-DISPONIVEL = 'S'
               MOVE 'N' TO WRK-PTS-FIM
           ELSE
               MOVE 'S' TO WRK-PTS-FIM
           END-IF.
           PERFORM UNTIL WRK-PTS-FIM = 'S'
               MOVE WRK-ACUM-FONE-DE TO PTS-FONE
               MOVE 0 TO PTS-ANOMES
               START PONTOS KEY NOT LESS THAN PTS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-PTS-FIM
               END-START
               IF WRK-PTS-FIM = 'N'
                   READ PONTOS NEXT
                       AT END
                           MOVE 'S' TO WRK-PTS-FIM
                   END-READ
               END-IF
               IF WRK-PTS-FIM = 'N'
                       AND PTS-FONE NOT = WRK-ACUM-FONE-DE
                   MOVE 'S' TO WRK-PTS-FIM
               END-IF
               IF WRK-PTS-FIM = 'N'
                   DELETE PONTOS
                       INVALID KEY
                           MOVE 'S' TO WRK-PTS-FIM
                   END-DELETE
               END-IF
           END-PERFORM.

      **** FONE EXCLUIDO NAO PODE LEGAR HISTORICO ARQUIVADO A UM
      **** FUTURO CLIENTE QUE RECEBA O MESMO NUMERO
       6180-EXCLUI-ACUMULADO.
                READ CLIENTES
                   IF CLIENTES-STATUS = 0
                    DISPLAY SS-DADOS
      **** CLIENTE ANONIMIZADO NAO VOLTA A RECEBER DADOS PESSOAIS
                    IF CLIENTES-FONE NOT > WRK-FONE-PSEUDO-MAX
                        MOVE 'CLIENTE ANONIMIZADO NAO E ALTERAVEL'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE
                        MOVE SPACE TO WRK-OPCAO-ALTERA
                        DISPLAY TELA-ALTERA-OPCAO
                        ACCEPT TELA-ALTERA-OPCAO
                        IF WRK-OPCAO-ALTERA = '2'
                            PERFORM 7100-ALTERAR-FONE
                        ELSE
                            PERFORM 7050-ALTERAR-DADOS
                        END-IF
                    END-IF
                   ELSE
                       MOVE 'REGISTRO NAO ENCONTRADO' TO WRK-MSGERRO
                   END-IF.

       7050-ALTERAR-DADOS.
           MOVE CLIENTES-REG TO WRK-AUD-ANTES.
           MOVE 'N' TO WRK-REG-VALIDO.
           PERFORM UNTIL WRK-REG-VALIDO = 'S'
               ACCEPT SS-DADOS
           ACCEPT CLIENTES-DT-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE CLIENTES-REG.
           IF CLIENTES-STATUS = 0
               MOVE 'ALTERACAO' TO WRK-AUD-FUNCAO
               MOVE CLIENTES-REG TO WRK-AUD-DEPOIS
               PERFORM 8065-AUDITA-CLIENTE
               MOVE 'REGISTRO ALTERADO ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
                   MOVE 'ERRO AO GRAVAR NOVO TELEFONE' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE CLIENTES-REG TO WRK-AUD-DEPOIS
                   MOVE WRK-TROCA-FONE TO CLIENTES-FONE
                   DELETE CLIENTES
                       INVALID KEY
                           MOVE WRK-TROCA-FONE TO WRK-ACUM-FONE-DE
                           MOVE WRK-FONE-NOVO TO WRK-ACUM-FONE-PARA
                           PERFORM 6170-TRANSFERE-ACUMULADO
                           PERFORM 6190-TRANSFERE-PONTOS
                           MOVE WRK-TROCA-REG TO CLIENTES-REG
                           MOVE 'TROCAFONE' TO WRK-HIST-OPERACAO
                           PERFORM 8050-GRAVA-HISTORICO
                           MOVE 'TROCAFONE' TO WRK-AUD-FUNCAO
                           MOVE WRK-TROCA-REG TO WRK-AUD-ANTES
                           PERFORM 8065-AUDITA-CLIENTE
                           MOVE 'TELEFONE ALTERADO' TO WRK-MSGERRO
                           ACCEPT MOSTRA-ERRO
                   END-DELETE
                   TO WRK-MAPA-SEQ-ANT(WRK-MAPA-OCUP)
               MOVE MOV-SEQ TO WRK-MAPA-SEQ-NOVO(WRK-MAPA-OCUP)
           END-IF.
           IF WRK-MOV-GRAVOU = 'S'
               PERFORM 7175-TRANSFERE-LANCAMENTO
           END-IF.

      **** O MOVIMENTO JA PONTUADO LEVA SUA MARCA PARA A CHAVE NOVA,
      **** SENAO O LANCPTS O PONTUARIA DE NOVO
       7175-TRANSFERE-LANCAMENTO.
           IF WRK-PLC-DISPONIVEL = 'S'
               MOVE WRK-MOVTRANS-FONE TO PLC-FONE
               MOVE WRK-MOVTRANS-DATA TO PLC-DATA
               MOVE WRK-MOVTRANS-SEQ  TO PLC-SEQ
               READ PTS-LANCADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PTSLANC-REG TO WRK-PLC-GUARDA
                       DELETE PTS-LANCADOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WRK-PLC-GUARDA TO PTSLANC-REG
                               MOVE MOV-CHAVE TO PLC-CHAVE
                               WRITE PTSLANC-REG
                       END-DELETE
               END-READ
           END-IF.
           PERFORM 7176-TRANSFERE-DIARIO.

      **** IDEM PARA A MARCA DO DIARIO CONTABIL, SENAO O CONTAB
      **** LANCARIA A MESMA VENDA DE NOVO SOB A CHAVE NOVA
       7176-TRANSFERE-DIARIO.
           IF WRK-CTL-DISPONIVEL = 'S'
               MOVE WRK-MOVTRANS-FONE TO CTL-FONE
               MOVE WRK-MOVTRANS-DATA TO CTL-DATA
               MOVE WRK-MOVTRANS-SEQ  TO CTL-SEQ
               READ CTB-LANCADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-DT-DIARIO TO WRK-CTL-DT-DIARIO
                       DELETE CTB-LANCADOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE MOV-CHAVE TO CTL-CHAVE
                               MOVE WRK-CTL-DT-DIARIO
                                   TO CTL-DT-DIARIO
                               WRITE CTBLANC-REG
                       END-DELETE
               END-READ
           END-IF.

       7180-REMAPEIA-SEQ-ORIGEM.
           MOVE 'N' TO WRK-MAPA-ACHOU.
                       NOT INVALID KEY
                       MOVE 'EXCLUSAO' TO WRK-HIST-OPERACAO
                       PERFORM 8050-GRAVA-HISTORICO
                       MOVE 'EXCLUSAO' TO WRK-AUD-FUNCAO
                       MOVE CLIENTES-REG TO WRK-AUD-ANTES
                       MOVE SPACES TO WRK-AUD-DEPOIS
                       PERFORM 8065-AUDITA-CLIENTE
                       MOVE CLIENTES-FONE TO WRK-ACUM-FONE-DE
                       PERFORM 6180-EXCLUI-ACUMULADO
                       PERFORM 6195-EXCLUI-PONTOS
                       MOVE 'D' TO WRK-CTRL-OPERACAO
                       PERFORM 8100-ATUALIZA-CONTROLE
                       END-DELETE
           WRITE HIST-REG.
           CLOSE CLIENTES-HIST.

      **** GRAVA UMA ENTRADA NA TRILHA DE AUDITORIA; FUNCAO, TIPO,
      **** FONE, CHAVE E IMAGENS JA MONTADOS NAS WRK-AUD-...
       8060-GRAVA-AUDITORIA.
           MOVE WRK-LOGIN-ID   TO AUD-USUARIO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WRK-AUD-FUNCAO TO AUD-FUNCAO.
           MOVE WRK-AUD-TIPO   TO AUD-TIPO-REG.
           MOVE WRK-AUD-FONE   TO AUD-FONE.
           MOVE WRK-AUD-CHAVE  TO AUD-CHAVE.
           MOVE WRK-AUD-ANTES  TO AUD-ANTES.
           MOVE WRK-AUD-DEPOIS TO AUD-DEPOIS.
           OPEN EXTEND AUDITORIA.
           IF AUD-STATUS = 35
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           WRITE AUD-REG.
           CLOSE AUDITORIA.

      **** CLIENTE: CHAVE E O FONE DO CLIENTES-REG CORRENTE
       8065-AUDITA-CLIENTE.
           MOVE 'C' TO WRK-AUD-TIPO.
           MOVE CLIENTES-FONE TO WRK-AUD-FONE.
           MOVE CLIENTES-FONE TO WRK-AUD-CHAVE.
           PERFORM 8060-GRAVA-AUDITORIA.

      **** MOVIMENTO: CHAVE FONE+DATA+SEQ DO LANCAMENTO GRAVADO
       8070-AUDITA-MOVIMENTO.
           MOVE 'M' TO WRK-AUD-TIPO.
           MOVE MOV-FONE TO WRK-AUD-FONE.
           MOVE MOV-CHAVE TO WRK-AUD-CHAVE.
           MOVE MOVIMENTOS-REG TO WRK-AUD-DEPOIS.
           PERFORM 8060-GRAVA-AUDITORIA.

       8075-AUDITA-FILIAL.
           MOVE 'F' TO WRK-AUD-TIPO.
           MOVE 0 TO WRK-AUD-FONE.
           MOVE FIL-CODIGO TO WRK-AUD-CHAVE.
           MOVE FILIAIS-REG TO WRK-AUD-DEPOIS.
           PERFORM 8060-GRAVA-AUDITORIA.

      **** PONTOS: IMAGENS SAO O SALDO ANTES E DEPOIS DO RESGATE
       8080-AUDITA-PONTOS.
           MOVE 'P' TO WRK-AUD-TIPO.
           MOVE CLIENTES-FONE TO WRK-AUD-FONE.
           MOVE CLIENTES-FONE TO WRK-AUD-CHAVE.
           PERFORM 8060-GRAVA-AUDITORIA.

       8500-RESTAURAR.
           MOVE 'MODULO - RESTAURAR' TO WRK-MODULO.
           DISPLAY TELA.
                       NOT INVALID KEY
                           MOVE 'I' TO WRK-CTRL-OPERACAO
                           PERFORM 8100-ATUALIZA-CONTROLE
                           MOVE 'RESTAURADO' TO WRK-AUD-FUNCAO
                           MOVE SPACES TO WRK-AUD-ANTES
                           MOVE CLIENTES-REG TO WRK-AUD-DEPOIS
                           PERFORM 8065-AUDITA-CLIENTE
                           MOVE 'S' TO WRK-RESTAUROU
                   END-WRITE
               NOT INVALID KEY
                   INVALID KEY
                       MOVE 'ERRO AO GRAVAR MOVIMENTO' TO WRK-MSGERRO
                   NOT INVALID KEY
                       MOVE 'MOVIMENTO' TO WRK-AUD-FUNCAO
                       MOVE SPACES TO WRK-AUD-ANTES
                       PERFORM 8070-AUDITA-MOVIMENTO
                       MOVE 'MOVIMENTO GRAVADO' TO WRK-MSGERRO
               END-WRITE
               ACCEPT MOSTRA-ERRO
               INVALID KEY
                   MOVE 'ERRO AO GRAVAR ESTORNO' TO WRK-MSGERRO
               NOT INVALID KEY
      **** ANTES = VENDA ESTORNADA, DEPOIS = LANCAMENTO COMPENSATORIO
                   MOVE 'ESTORNO' TO WRK-AUD-FUNCAO
                   MOVE WRK-MOVESTORNO-REG TO WRK-AUD-ANTES
                   PERFORM 8070-AUDITA-MOVIMENTO
                   MOVE 'ESTORNO GRAVADO' TO WRK-MSGERRO
           END-WRITE.
           ACCEPT MOSTRA-ERRO.
                   MOVE 'SOBREVIVENTE NAO ENCONTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE CLIENTES-REG TO WRK-AUD-ANTES
                   IF WRK-TROCA-DT-CADASTRO < CLIENTES-DT-CADASTRO
                       MOVE WRK-TROCA-DT-CADASTRO
                           TO CLIENTES-DT-CADASTRO
                   ACCEPT CLIENTES-DT-ALTERACAO FROM DATE YYYYMMDD
                   REWRITE CLIENTES-REG
                   IF CLIENTES-STATUS = 0
                       MOVE 'FUSAO' TO WRK-AUD-FUNCAO
                       MOVE CLIENTES-REG TO WRK-AUD-DEPOIS
                       PERFORM 8065-AUDITA-CLIENTE
                       PERFORM 9850-RETIRA-DUPLICADO
                   ELSE
                       MOVE 'ERRO AO GRAVAR SOBREVIVENTE'
           MOVE WRK-FONE-DUPLICADO TO WRK-ACUM-FONE-DE.
           MOVE WRK-FONE-SOBREVIVE TO WRK-ACUM-FONE-PARA.
           PERFORM 6170-TRANSFERE-ACUMULADO.
           PERFORM 6190-TRANSFERE-PONTOS.
           MOVE WRK-TROCA-REG TO CLIENTES-REG.
           DELETE CLIENTES
               INVALID KEY
               NOT INVALID KEY
                   MOVE 'DUPLICADO' TO WRK-HIST-OPERACAO
                   PERFORM 8050-GRAVA-HISTORICO
                   MOVE 'DUPLICADO' TO WRK-AUD-FUNCAO
                   MOVE WRK-TROCA-REG TO WRK-AUD-ANTES
                   MOVE SPACES TO WRK-AUD-DEPOIS
                   PERFORM 8065-AUDITA-CLIENTE
                   MOVE 'D' TO WRK-CTRL-OPERACAO
                   PERFORM 8100-ATUALIZA-CONTROLE
                   MOVE 'S' TO WRK-MERGE-OK
           MOVE SPACES TO FIL-NOME FIL-ATIVA.
           DISPLAY TELA-FILIAL-CODIGO.
           ACCEPT TELA-FILIAL-CODIGO.
           MOVE 'N' TO WRK-FIL-GRAVOU.
           READ FILIAIS
               INVALID KEY
                   PERFORM 9910-INCLUI-FILIAL
               NOT INVALID KEY
                   PERFORM 9920-ALTERA-FILIAL
           END-READ.
           IF WRK-FIL-GRAVOU = 'S'
               PERFORM 9930-TAXA-PONTOS
               PERFORM 9940-CONTAS-CONTABEIS
           END-IF.

       9910-INCLUI-FILIAL.
           MOVE SPACES TO FIL-NOME.
                       MOVE 'ERRO AO GRAVAR FILIAL' TO WRK-MSGERRO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-FILIAIS
                       MOVE 'S' TO WRK-FIL-GRAVOU
                       MOVE 'FILIAL-INC' TO WRK-AUD-FUNCAO
                       MOVE SPACES TO WRK-AUD-ANTES
                       PERFORM 8075-AUDITA-FILIAL
                       MOVE 'FILIAL INCLUIDA' TO WRK-MSGERRO
               END-WRITE
           END-IF.
           ACCEPT MOSTRA-ERRO.

       9920-ALTERA-FILIAL.
           MOVE FILIAIS-REG TO WRK-AUD-ANTES.
           DISPLAY TELA-FILIAL-DADOS.
           ACCEPT TELA-FILIAL-DADOS.
           IF FIL-NOME = SPACES
               END-IF
               REWRITE FILIAIS-REG
               IF FILIAIS-STATUS = 0
                   MOVE 'S' TO WRK-FIL-GRAVOU
                   MOVE 'FILIAL-ALT' TO WRK-AUD-FUNCAO
                   PERFORM 8075-AUDITA-FILIAL
                   MOVE 'FILIAL ALTERADA' TO WRK-MSGERRO
               ELSE
                   MOVE 'ERRO AO GRAVAR FILIAL' TO WRK-MSGERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.

      **** TAXA DE PONTOS DA FILIAL (PONTOS POR REAL) USADA PELO
      **** LANCPTS; SEM TAXA A FILIAL NAO PONTUA
       9930-TAXA-PONTOS.
           MOVE FIL-CODIGO TO TXP-FILIAL.
           READ TAXA-PONTOS
               INVALID KEY
                   MOVE 'N' TO WRK-TXP-EXISTE
                   MOVE 0 TO TXP-PONTOS-REAL
                   MOVE SPACES TO WRK-AUD-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TXP-EXISTE
                   MOVE TAXAPTS-REG TO WRK-AUD-ANTES
           END-READ.
           MOVE TXP-PONTOS-REAL TO WRK-TXP-ANTERIOR.
           DISPLAY TELA-FILIAL-TAXA.
           ACCEPT TELA-FILIAL-TAXA.
           IF TXP-PONTOS-REAL NOT = WRK-TXP-ANTERIOR
               MOVE FIL-CODIGO TO TXP-FILIAL
               ACCEPT TXP-DT-ALTERACAO FROM DATE YYYYMMDD
               IF WRK-TXP-EXISTE = 'S'
                   REWRITE TAXAPTS-REG
               ELSE
                   WRITE TAXAPTS-REG
               END-IF
               IF TXP-STATUS = 0
                   MOVE 'TAXA-PTS' TO WRK-AUD-FUNCAO
                   MOVE 'F' TO WRK-AUD-TIPO
                   MOVE 0 TO WRK-AUD-FONE
                   MOVE FIL-CODIGO TO WRK-AUD-CHAVE
                   MOVE TAXAPTS-REG TO WRK-AUD-DEPOIS
                   PERFORM 8060-GRAVA-AUDITORIA
                   MOVE 'TAXA DE PONTOS GRAVADA' TO WRK-MSGERRO
               ELSE
                   MOVE 'ERRO AO GRAVAR TAXA DE PONTOS' TO WRK-MSGERRO
               END-IF
               ACCEPT MOSTRA-ERRO
           END-IF.

      **** CONTAS DA FILIAL NO PLANO CONTABIL, USADAS PELO CONTAB;
      **** SEM AS TRES CONTAS O DIARIO DO DIA NAO E GERADO
       9940-CONTAS-CONTABEIS.
           MOVE FIL-CODIGO TO CTM-FILIAL.
           READ CONTA-MAPA
               INVALID KEY
                   MOVE 'N' TO WRK-CTM-EXISTE
                   MOVE SPACES TO CTM-CONTAS
                   MOVE SPACES TO WRK-AUD-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CTM-EXISTE
                   MOVE CTBMAP-REG TO WRK-AUD-ANTES
           END-READ.
           MOVE CTM-CONTAS TO WRK-CTM-ANTERIOR.
           DISPLAY TELA-FILIAL-CONTAS.
           ACCEPT TELA-FILIAL-CONTAS.
           IF CTM-CONTAS NOT = WRK-CTM-ANTERIOR
               IF CTM-CONTA-CAIXA = SPACES
                       OR CTM-CONTA-RECEITA = SPACES
                       OR CTM-CONTA-ESTORNO = SPACES
                   MOVE 'CONTAS INCOMPLETAS - NAO GRAVADAS'
                       TO WRK-MSGERRO
               ELSE
                   MOVE FIL-CODIGO TO CTM-FILIAL
                   ACCEPT CTM-DT-ALTERACAO FROM DATE YYYYMMDD
                   IF WRK-CTM-EXISTE = 'S'
                       REWRITE CTBMAP-REG
                   ELSE
                       WRITE CTBMAP-REG
                   END-IF
                   IF CTM-STATUS = 0
                       MOVE 'CONTAS-CTB' TO WRK-AUD-FUNCAO
                       MOVE 'F' TO WRK-AUD-TIPO
                       MOVE 0 TO WRK-AUD-FONE
                       MOVE FIL-CODIGO TO WRK-AUD-CHAVE
                       MOVE CTBMAP-REG TO WRK-AUD-DEPOIS
                       PERFORM 8060-GRAVA-AUDITORIA
                       MOVE 'CONTAS CONTABEIS GRAVADAS' TO WRK-MSGERRO
                   ELSE
                       MOVE 'ERRO AO GRAVAR CONTAS CONTABEIS'
                           TO WRK-MSGERRO
                   END-IF
               END-IF
               ACCEPT MOSTRA-ERRO
           END-IF.

      **** RESGATE DE PONTOS NO BALCAO: CONSOME OS MESES MAIS ANTIGOS
      **** PRIMEIRO, QUE SAO OS PRIMEIROS A VENCER
       9950-RESGATA-PONTOS.
           MOVE 'MODULO - RESGATE PONTOS' TO WRK-MODULO.
           DISPLAY TELA.
           IF WRK-PTS-DISPONIVEL = 'N'
               MOVE 'EXTRATO DE PONTOS INDISPONIVEL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE ZEROS TO CLIENTES-CHAVE
               DISPLAY TELA-RESGATE-FONE
               ACCEPT TELA-RESGATE-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   NOT INVALID KEY
                       PERFORM 9952-CONFIRMA-RESGATE
               END-READ
           END-IF.

       9952-CONFIRMA-RESGATE.
           PERFORM 9955-SALDO-PONTOS.
           MOVE WRK-PTS-SALDO TO WRK-PTS-SALDO-ED.
           MOVE 0 TO WRK-PTS-RESGATE.
           DISPLAY TELA-RESGATE-DADOS.
           ACCEPT TELA-RESGATE-DADOS.
           IF WRK-PTS-RESGATE = 0 OR WRK-PTS-RESGATE > WRK-PTS-SALDO
               MOVE 'SALDO DE PONTOS INSUFICIENTE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE 'CONFIRMA RESGATE (S/N) ?' TO WRK-MSGERRO
               MOVE SPACE TO WRK-TECLA
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                   MOVE WRK-PTS-SALDO TO WRK-AUD-ANTES
                   PERFORM 9960-CONSOME-PONTOS
                   PERFORM 9955-SALDO-PONTOS
                   MOVE 'RESGATE' TO WRK-AUD-FUNCAO
                   MOVE WRK-PTS-SALDO TO WRK-AUD-DEPOIS
                   PERFORM 8080-AUDITA-PONTOS
                   MOVE 'PONTOS RESGATADOS' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

      **** SOMA O SALDO DE TODOS OS MESES DO FONE EM CLIENTES-FONE
       9955-SALDO-PONTOS.
           MOVE 0 TO WRK-PTS-SALDO.
           MOVE 'N' TO WRK-PTS-FIM.
           MOVE CLIENTES-FONE TO PTS-FONE.
           MOVE 0 TO PTS-ANOMES.
           START PONTOS KEY NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-PTS-FIM
           END-START.
           PERFORM UNTIL WRK-PTS-FIM = 'S'
               READ PONTOS NEXT
                   AT END
                       MOVE 'S' TO WRK-PTS-FIM
               END-READ
               IF WRK-PTS-FIM = 'N' AND PTS-FONE NOT = CLIENTES-FONE
                   MOVE 'S' TO WRK-PTS-FIM
               END-IF
               IF WRK-PTS-FIM = 'N'
                   ADD PTS-SALDO TO WRK-PTS-SALDO
               END-IF
           END-PERFORM.

       9960-CONSOME-PONTOS.
           MOVE WRK-PTS-RESGATE TO WRK-PTS-FALTA.
           MOVE 'N' TO WRK-PTS-FIM.
           MOVE CLIENTES-FONE TO PTS-FONE.
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
               IF WRK-PTS-FIM = 'N' AND PTS-FONE NOT = CLIENTES-FONE
                   MOVE 'S' TO WRK-PTS-FIM
               END-IF
               IF WRK-PTS-FIM = 'N' AND PTS-SALDO > 0
                   IF PTS-SALDO < WRK-PTS-FALTA
                       MOVE PTS-SALDO TO WRK-PTS-TIRA
                   ELSE
                       MOVE WRK-PTS-FALTA TO WRK-PTS-TIRA
                   END-IF
                   SUBTRACT WRK-PTS-TIRA FROM PTS-SALDO WRK-PTS-FALTA
                   ADD WRK-PTS-TIRA TO PTS-RESGATADOS
                   ACCEPT PTS-DT-ATUALIZACAO FROM DATE YYYYMMDD
                   REWRITE PONTOS-REG
               END-IF
           END-PERFORM.

      **** RELATORIO DO TITULAR: CADASTRO, HISTORICO, COMPRAS VIVAS E
      **** ARQUIVADAS, SEGMENTOS E TOTAIS DE UM FONE, MESMO EXCLUIDO
       9970-DADOS-TITULAR.
           MOVE 'MODULO - DADOS DO TITULAR' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO CLIENTES-CHAVE.
           DISPLAY TELA-RESGATE-FONE.
           ACCEPT TELA-RESGATE-FONE.
           IF CLIENTES-FONE = 0
               MOVE 'TELEFONE INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE CLIENTES-FONE TO WRK-LGPD-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'N' TO WRK-LGPD-CADASTRADO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-LGPD-CADASTRADO
               END-READ
               PERFORM 9991-MONTA-CADEIA
               PERFORM 9972-IMPRIME-TITULAR
               MOVE WRK-LGPD-FONE TO CLIENTES-FONE
               MOVE 'LGPDRELAT' TO WRK-AUD-FUNCAO
               MOVE SPACES TO WRK-AUD-ANTES WRK-AUD-DEPOIS
               PERFORM 8065-AUDITA-CLIENTE
               MOVE 'RELATORIO DO TITULAR GERADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           END-IF.

       9971-IMP-CAMPO.
           MOVE WRK-LGPD-CAMPO TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.

       9972-IMPRIME-TITULAR.
           MOVE 0 TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA-QT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-IMP-CAB-DATA.
           OPEN OUTPUT RELATO-LGPD.
           MOVE 'RELATORIO DO TITULAR DOS DADOS (LGPD)'
               TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 'TELEFONE SOLICITADO' TO WRK-LGPD-ROTULO.
           MOVE WRK-LGPD-FONE TO WRK-LGPD-VALOR.
           PERFORM 9971-IMP-CAMPO.
           PERFORM VARYING WRK-CADEIA-IDX FROM 2 BY 1
                   UNTIL WRK-CADEIA-IDX > WRK-CADEIA-OCUP
               MOVE 'TELEFONE ANTERIOR' TO WRK-LGPD-ROTULO
               MOVE WRK-CADEIA-FONE(WRK-CADEIA-IDX) TO WRK-LGPD-VALOR
               PERFORM 9971-IMP-CAMPO
           END-PERFORM.
           MOVE 'EMITIDO POR' TO WRK-LGPD-ROTULO.
           MOVE WRK-LOGIN-ID TO WRK-LGPD-VALOR.
           PERFORM 9971-IMP-CAMPO.
           MOVE SPACES TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 'CADASTRO ATUAL' TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           IF WRK-LGPD-CADASTRADO = 'S'
               MOVE 'NOME' TO WRK-LGPD-ROTULO
               MOVE CLIENTES-NOME TO WRK-LGPD-VALOR
               PERFORM 9971-IMP-CAMPO
               MOVE 'EMAIL' TO WRK-LGPD-ROTULO
               MOVE CLIENTES-EMAIL TO WRK-LGPD-VALOR
               PERFORM 9971-IMP-CAMPO
               MOVE 'FILIAL' TO WRK-LGPD-ROTULO
               MOVE CLIENTES-FILIAL TO WRK-LGPD-VALOR
               PERFORM 9971-IMP-CAMPO
               MOVE 'DATA DE CADASTRO' TO WRK-LGPD-ROTULO
               MOVE CLIENTES-DT-CADASTRO TO WRK-LGPD-VALOR
               PERFORM 9971-IMP-CAMPO
               MOVE 'DATA DE ALTERACAO' TO WRK-LGPD-ROTULO
               MOVE CLIENTES-DT-ALTERACAO TO WRK-LGPD-VALOR
               PERFORM 9971-IMP-CAMPO
               MOVE 'SEGMENTO' TO WRK-LGPD-ROTULO
               MOVE CLIENTES-SEGMENTO TO WRK-LGPD-VALOR
               PERFORM 9971-IMP-CAMPO
               MOVE 'ACEITA CONTATO (S/N)' TO WRK-LGPD-ROTULO
               MOVE CLIENTES-CONTATO TO WRK-LGPD-VALOR
               PERFORM 9971-IMP-CAMPO
           ELSE
               MOVE '  TELEFONE SEM CADASTRO ATIVO' TO WRK-IMP-SAIDA
               PERFORM 9979-LGPD-GRAVA
           END-IF.
           PERFORM 9973-IMP-HISTORICO.
           PERFORM 9974-IMP-MOVTO.
           PERFORM 9975-IMP-ARQUIVADOS.
           PERFORM 9976-IMP-SEGMENTOS.
           PERFORM 9977-IMP-TOTAIS.
           PERFORM 9978-IMP-AUDITORIA.
           CLOSE RELATO-LGPD.

      **** ENTRADAS DO HISTORICO PELO FONE E PELOS FONES ANTERIORES
      **** DA CADEIA DE TROCAS, CADA UM NO SEU PERIODO (9993)
       9973-IMP-HISTORICO.
           MOVE SPACES TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 'HISTORICO DO CADASTRO (CLIENTHIST)' TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 0 TO WRK-LGPD-QT.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN INPUT CLIENTES-HIST.
           IF HIST-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ CLIENTES-HIST
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           MOVE HIST-FONE TO WRK-CADEIA-TESTE-FONE
                           MOVE HIST-DATA TO WRK-CADEIA-MOM-DATA
                           MOVE HIST-HORA TO WRK-CADEIA-MOM-HORA
                           PERFORM 9993-TESTA-CADEIA
                           IF WRK-CADEIA-ACHOU = 'S'
                               MOVE HIST-DATA TO WRK-LGPD-HIST-DATA
                               MOVE HIST-HORA TO WRK-LGPD-HIST-HORA
                               MOVE HIST-OPERACAO TO WRK-LGPD-HIST-OPER
                               MOVE HIST-USUARIO
                                   TO WRK-LGPD-HIST-USUARIO
                               MOVE HIST-FONE TO WRK-LGPD-HIST-FONE
                               MOVE HIST-NOME TO WRK-LGPD-HIST-NOME
                               MOVE HIST-EMAIL TO WRK-LGPD-HIST-EMAIL
                               MOVE WRK-LGPD-HIST TO WRK-IMP-SAIDA
                               PERFORM 9979-LGPD-GRAVA
                               ADD 1 TO WRK-LGPD-QT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-HIST
           END-IF.
           IF WRK-LGPD-QT = 0
               MOVE '  NENHUM REGISTRO' TO WRK-IMP-SAIDA
               PERFORM 9979-LGPD-GRAVA
           END-IF.

      **** DETALHE VIVO; DEIXA EM WRK-MOV-TOTAL O LIQUIDO DAS COMPRAS
       9974-IMP-MOVTO.
           MOVE SPACES TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 'COMPRAS NO DETALHE VIVO (MOVTO)' TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 0 TO WRK-MOV-QT WRK-MOV-TOTAL.
           MOVE WRK-LGPD-FONE TO MOV-FONE.
           MOVE 0 TO MOV-DATA MOV-SEQ.
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
                       OR MOV-FONE NOT = WRK-LGPD-FONE
                   ADD 1 TO WRK-MOV-QT
                   IF MOV-TIPO = 'E'
                       SUBTRACT MOV-VALOR FROM WRK-MOV-TOTAL
                       MOVE 'ESTORNO' TO WRK-LGPD-MOV-TIPO
                   ELSE
                       ADD MOV-VALOR TO WRK-MOV-TOTAL
                       MOVE 'VENDA' TO WRK-LGPD-MOV-TIPO
                   END-IF
                   MOVE MOV-DATA TO WRK-LGPD-MOV-DATA
                   MOVE MOV-SEQ TO WRK-LGPD-MOV-SEQ
                   MOVE MOV-VALOR TO WRK-LGPD-MOV-VALOR
                   MOVE MOV-FILIAL TO WRK-LGPD-MOV-FILIAL
                   MOVE MOV-MOTIVO TO WRK-LGPD-MOV-MOTIVO
                   MOVE WRK-LGPD-MOV TO WRK-IMP-SAIDA
                   PERFORM 9979-LGPD-GRAVA
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-MOV-QT = 0
               MOVE '  NENHUM REGISTRO' TO WRK-IMP-SAIDA
               PERFORM 9979-LGPD-GRAVA
           END-IF.

       9975-IMP-ARQUIVADOS.
           MOVE SPACES TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 'COMPRAS ARQUIVADAS (MOVARQ)' TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 0 TO WRK-LGPD-QT.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN INPUT MOV-ARQUIVO.
           IF MOVARQ-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ MOV-ARQUIVO
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           MOVE MOVARQ-FONE TO WRK-CADEIA-TESTE-FONE
                           MOVE MOVARQ-DATA TO WRK-CADEIA-MOM-DATA
                           PERFORM 9994-TESTA-CADEIA-DATA
                           IF WRK-CADEIA-ACHOU = 'S'
                               IF MOVARQ-TIPO = 'E'
                                   MOVE 'ESTORNO' TO WRK-LGPD-MOV-TIPO
                               ELSE
                                   MOVE 'VENDA' TO WRK-LGPD-MOV-TIPO
                               END-IF
                               MOVE MOVARQ-DATA TO WRK-LGPD-MOV-DATA
                               MOVE MOVARQ-SEQ TO WRK-LGPD-MOV-SEQ
                               MOVE MOVARQ-VALOR TO WRK-LGPD-MOV-VALOR
                               MOVE MOVARQ-FILIAL
                                   TO WRK-LGPD-MOV-FILIAL
                               MOVE MOVARQ-MOTIVO
                                   TO WRK-LGPD-MOV-MOTIVO
                               MOVE WRK-LGPD-MOV TO WRK-IMP-SAIDA
                               PERFORM 9979-LGPD-GRAVA
                               ADD 1 TO WRK-LGPD-QT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOV-ARQUIVO
           END-IF.
           IF WRK-LGPD-QT = 0
               MOVE '  NENHUM REGISTRO' TO WRK-IMP-SAIDA
               PERFORM 9979-LGPD-GRAVA
           END-IF.

       9976-IMP-SEGMENTOS.
           MOVE SPACES TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 'MUDANCAS DE SEGMENTO (SEGHIST)' TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 0 TO WRK-LGPD-QT.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN INPUT SEG-HIST.
           IF SEGH-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ SEG-HIST
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           MOVE SEGH-FONE TO WRK-CADEIA-TESTE-FONE
                           MOVE SEGH-DATA TO WRK-CADEIA-MOM-DATA
                           PERFORM 9994-TESTA-CADEIA-DATA
                           IF WRK-CADEIA-ACHOU = 'S'
                               MOVE SEGH-DATA TO WRK-LGPD-SEG-DATA
                               MOVE SEGH-SEG-ANTERIOR
                                   TO WRK-LGPD-SEG-DE
                               MOVE SEGH-SEG-NOVO TO WRK-LGPD-SEG-PARA
                               MOVE SEGH-FILIAL TO WRK-LGPD-SEG-FILIAL
                               MOVE WRK-LGPD-SEG TO WRK-IMP-SAIDA
                               PERFORM 9979-LGPD-GRAVA
                               ADD 1 TO WRK-LGPD-QT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEG-HIST
           END-IF.
           IF WRK-LGPD-QT = 0
               MOVE '  NENHUM REGISTRO' TO WRK-IMP-SAIDA
               PERFORM 9979-LGPD-GRAVA
           END-IF.

      **** TOTAL VITALICIO = DETALHE VIVO + ACUMULADO DO ARQMOV
       9977-IMP-TOTAIS.
           MOVE SPACES TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 'TOTAIS' TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE WRK-LGPD-FONE TO CLIENTES-FONE.
           PERFORM 6140-LE-ACUMULADO.
           MOVE 'COMPRAS VIVAS (LIQUIDO)' TO WRK-LGPD-ROTULO.
           MOVE WRK-MOV-TOTAL TO WRK-MOV-TOTAL-ED.
           MOVE WRK-MOV-TOTAL-ED TO WRK-LGPD-VALOR.
           PERFORM 9971-IMP-CAMPO.
           MOVE 'ARQUIVADAS - QUANTIDADE' TO WRK-LGPD-ROTULO.
           MOVE WRK-ACUM-QT TO WRK-ACUM-QT-ED.
           MOVE WRK-ACUM-QT-ED TO WRK-LGPD-VALOR.
           PERFORM 9971-IMP-CAMPO.
           MOVE 'ARQUIVADAS - VALOR' TO WRK-LGPD-ROTULO.
           MOVE WRK-ACUM-VALOR TO WRK-ACUM-VALOR-ED.
           MOVE WRK-ACUM-VALOR-ED TO WRK-LGPD-VALOR.
           PERFORM 9971-IMP-CAMPO.
           COMPUTE WRK-MOV-TOTAL = WRK-MOV-TOTAL + WRK-ACUM-VALOR.
           MOVE 'TOTAL VITALICIO' TO WRK-LGPD-ROTULO.
           MOVE WRK-MOV-TOTAL TO WRK-MOV-TOTAL-ED.
           MOVE WRK-MOV-TOTAL-ED TO WRK-LGPD-VALOR.
           PERFORM 9971-IMP-CAMPO.
           IF WRK-PTS-DISPONIVEL = 'S'
               PERFORM 9955-SALDO-PONTOS
               MOVE 'SALDO DE PONTOS' TO WRK-LGPD-ROTULO
               MOVE WRK-PTS-SALDO TO WRK-PTS-SALDO-ED
               MOVE WRK-PTS-SALDO-ED TO WRK-LGPD-VALOR
               PERFORM 9971-IMP-CAMPO
           END-IF.

      **** TRILHA DE AUDITORIA DO TITULAR, PELO MESMO CRITERIO DO 9973
       9978-IMP-AUDITORIA.
           MOVE SPACES TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 'TRILHA DE AUDITORIA (AUDITORIA)' TO WRK-IMP-SAIDA.
           PERFORM 9979-LGPD-GRAVA.
           MOVE 0 TO WRK-LGPD-QT.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN INPUT AUDITORIA.
           IF AUD-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ AUDITORIA
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           MOVE AUD-FONE TO WRK-CADEIA-TESTE-FONE
                           MOVE AUD-DATA TO WRK-CADEIA-MOM-DATA
                           MOVE AUD-HORA TO WRK-CADEIA-MOM-HORA
                           PERFORM 9993-TESTA-CADEIA
                           IF WRK-CADEIA-ACHOU = 'S'
                               MOVE AUD-DATA TO WRK-LGPD-AUD-DATA
                               MOVE AUD-HORA TO WRK-LGPD-AUD-HORA
                               MOVE AUD-FUNCAO TO WRK-LGPD-AUD-FUNCAO
                               MOVE AUD-TIPO-REG TO WRK-LGPD-AUD-TIPO
                               MOVE AUD-FONE TO WRK-LGPD-AUD-FONE
                               MOVE AUD-USUARIO
                                   TO WRK-LGPD-AUD-USUARIO
                               MOVE AUD-CHAVE TO WRK-LGPD-AUD-CHAVE
                               MOVE WRK-LGPD-AUD TO WRK-IMP-SAIDA
                               PERFORM 9979-LGPD-GRAVA
                               ADD 1 TO WRK-LGPD-QT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.
           IF WRK-LGPD-QT = 0
               MOVE '  NENHUM REGISTRO' TO WRK-IMP-SAIDA
               PERFORM 9979-LGPD-GRAVA
           END-IF.

       9979-LGPD-GRAVA.
           IF WRK-IMP-LINHA-QT > 55
               ADD 1 TO WRK-IMP-PAGINA
               MOVE WRK-IMP-PAGINA TO WRK-IMP-CAB-PAG
               MOVE WRK-IMP-CAB1 TO RELATO-LGPD-REG
               WRITE RELATO-LGPD-REG
               MOVE WRK-IMP-TRACO TO RELATO-LGPD-REG
               WRITE RELATO-LGPD-REG
               MOVE 2 TO WRK-IMP-LINHA-QT
           END-IF.
           MOVE WRK-IMP-SAIDA TO RELATO-LGPD-REG.
           WRITE RELATO-LGPD-REG.
           ADD 1 TO WRK-IMP-LINHA-QT.

      **** ANONIMIZACAO: O FONE VIRA UM PSEUDONIMO DA FAIXA RESERVADA
      **** EM TODOS OS ARQUIVOS, NOME E EMAIL SAO APAGADOS; AS COMPRAS
      **** CONTINUAM SOMANDO NAS FILIAIS SOB O PSEUDONIMO
       9980-ANONIMIZAR.
           MOVE 'MODULO - ANONIMIZAR' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO CLIENTES-CHAVE.
           DISPLAY TELA-RESGATE-FONE.
           ACCEPT TELA-RESGATE-FONE.
           IF CLIENTES-FONE NOT > WRK-FONE-PSEUDO-MAX
               MOVE 'TELEFONE INVALIDO OU JA ANONIMIZADO'
                   TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE CLIENTES-FONE TO WRK-LGPD-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'N' TO WRK-LGPD-CADASTRADO
                       MOVE 'FONE SEM CADASTRO-ANONIMIZAR (S/N) ?'
                           TO WRK-MSGERRO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-LGPD-CADASTRADO
                       DISPLAY SS-DADOS
                       MOVE 'ANONIMIZAR CLIENTE (S/N) ?' TO WRK-MSGERRO
               END-READ
               MOVE SPACE TO WRK-TECLA
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                   PERFORM 9981-EXECUTA-ANONIMIZACAO
               END-IF
           END-IF.

      **** O CADASTRO TROCA DE CHAVE COMO NO 7150; FONE SEM CADASTRO
      **** (JA EXCLUIDO) SO TEM OS DEMAIS ARQUIVOS ANONIMIZADOS
       9981-EXECUTA-ANONIMIZACAO.
           IF WRK-LGPD-CADASTRADO = 'S'
               MOVE CLIENTES-REG TO WRK-TROCA-REG
           ELSE
               INITIALIZE WRK-TROCA-REG
               MOVE WRK-LGPD-FONE TO WRK-TROCA-FONE
           END-IF.
           PERFORM 9982-PROXIMO-PSEUDONIMO.
           IF WRK-FONE-NOVO = 0
               MOVE 'FAIXA DE PSEUDONIMOS ESGOTADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE WRK-TROCA-REG TO CLIENTES-REG
               MOVE WRK-FONE-NOVO TO CLIENTES-FONE
               MOVE 'ANONIMIZADO' TO CLIENTES-NOME
               MOVE SPACES TO CLIENTES-EMAIL
               MOVE 'N' TO CLIENTES-CONTATO
               ACCEPT CLIENTES-DT-ALTERACAO FROM DATE YYYYMMDD
               MOVE CLIENTES-REG TO WRK-AUD-DEPOIS
               MOVE 'S' TO WRK-ANON-OK
               IF WRK-LGPD-CADASTRADO = 'S'
                   WRITE CLIENTES-REG
                       INVALID KEY
                           MOVE 'N' TO WRK-ANON-OK
                       NOT INVALID KEY
                           MOVE WRK-TROCA-FONE TO CLIENTES-FONE
                           DELETE CLIENTES
                               INVALID KEY
                                   MOVE 'N' TO WRK-ANON-OK
                           END-DELETE
                   END-WRITE
               END-IF
               IF WRK-ANON-OK = 'N'
                   MOVE 'ERRO AO GRAVAR CLIENTE ANONIMIZADO'
                       TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
                   PERFORM 9983-ANONIMIZA-ARQUIVOS
               END-IF
           END-IF.

      **** PROXIMO PSEUDONIMO = MAIOR DO ANONLOG + 1, PULANDO FONES
      **** CADASTRADOS ANTES DA FAIXA SER RESERVADA; 0 = ESGOTADA
       9982-PROXIMO-PSEUDONIMO.
           MOVE 0 TO WRK-FONE-NOVO.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN INPUT ANON-LOG.
           IF ANL-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ ANON-LOG
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           IF ANL-FONE-PSEUDO > WRK-FONE-NOVO
                               MOVE ANL-FONE-PSEUDO TO WRK-FONE-NOVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANON-LOG
           END-IF.
           MOVE 'S' TO WRK-LGPD-OCUPADO.
           PERFORM UNTIL WRK-LGPD-OCUPADO = 'N'
               ADD 1 TO WRK-FONE-NOVO
               IF WRK-FONE-NOVO > WRK-FONE-PSEUDO-MAX
                   MOVE 0 TO WRK-FONE-NOVO
                   MOVE 'N' TO WRK-LGPD-OCUPADO
               ELSE
                   MOVE WRK-FONE-NOVO TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           MOVE 'N' TO WRK-LGPD-OCUPADO
                   END-READ
               END-IF
           END-PERFORM.

      **** MOVTO, PONTUADOS E PONTOS PELOS MESMOS PARAGRAFOS DA TROCA
      **** DE FONE; ACUMULADO PELO 6170; ARQUIVOS SEQUENCIAIS NO LUGAR;
      **** HISTORICO E AUDITORIA SEGUEM A CADEIA DE FONES DO TITULAR
       9983-ANONIMIZA-ARQUIVOS.
           PERFORM 9991-MONTA-CADEIA.
           PERFORM 9984-CONTA-MOVTO.
           PERFORM 7160-TRANSFERE-MOVIMENTOS.
           MOVE WRK-TROCA-FONE TO WRK-ACUM-FONE-DE.
           MOVE WRK-FONE-NOVO TO WRK-ACUM-FONE-PARA.
           PERFORM 6170-TRANSFERE-ACUMULADO.
           PERFORM 6190-TRANSFERE-PONTOS.
           PERFORM 9985-ANONIMIZA-HISTORICO.
           PERFORM 9986-ANONIMIZA-ARQUIVADOS.
           PERFORM 9987-ANONIMIZA-SEGMENTOS.
           PERFORM 9989-ANONIMIZA-AUDITORIA.
           MOVE WRK-AUD-DEPOIS TO CLIENTES-REG.
           MOVE 'ANONIMIZA' TO WRK-HIST-OPERACAO.
           PERFORM 8050-GRAVA-HISTORICO.
           MOVE 'ANONIMIZA' TO WRK-AUD-FUNCAO.
           MOVE SPACES TO WRK-AUD-ANTES.
           PERFORM 8065-AUDITA-CLIENTE.
           PERFORM 9988-GRAVA-ANONLOG.
           MOVE SPACES TO WRK-MSGERRO.
           STRING 'ANONIMIZADO COMO FONE ' WRK-FONE-NOVO
               DELIMITED BY SIZE INTO WRK-MSGERRO
           END-STRING.
           ACCEPT MOSTRA-ERRO.

       9984-CONTA-MOVTO.
           MOVE 0 TO WRK-ANON-QT-MOVTO.
           MOVE WRK-TROCA-FONE TO MOV-FONE.
           MOVE 0 TO MOV-DATA MOV-SEQ.
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
                       OR MOV-FONE NOT = WRK-TROCA-FONE
                   ADD 1 TO WRK-ANON-QT-MOVTO
                   READ MOVIMENTOS NEXT
                       AT END
                           MOVE 10 TO MOVTO-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      **** MESMO CRITERIO DO 9973: FONES DA CADEIA NO SEU PERIODO
       9985-ANONIMIZA-HISTORICO.
           MOVE 0 TO WRK-ANON-QT-HIST.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN I-O CLIENTES-HIST.
           IF HIST-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ CLIENTES-HIST
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           MOVE HIST-FONE TO WRK-CADEIA-TESTE-FONE
                           MOVE HIST-DATA TO WRK-CADEIA-MOM-DATA
                           MOVE HIST-HORA TO WRK-CADEIA-MOM-HORA
                           PERFORM 9993-TESTA-CADEIA
                           IF WRK-CADEIA-ACHOU = 'S'
                               MOVE WRK-FONE-NOVO TO HIST-FONE
                               MOVE 'ANONIMIZADO' TO HIST-NOME
                               MOVE SPACES TO HIST-EMAIL
                               REWRITE HIST-REG
                               ADD 1 TO WRK-ANON-QT-HIST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-HIST
           END-IF.

       9986-ANONIMIZA-ARQUIVADOS.
           MOVE 0 TO WRK-ANON-QT-MOVARQ.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN I-O MOV-ARQUIVO.
           IF MOVARQ-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ MOV-ARQUIVO
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           MOVE MOVARQ-FONE TO WRK-CADEIA-TESTE-FONE
                           MOVE MOVARQ-DATA TO WRK-CADEIA-MOM-DATA
                           PERFORM 9994-TESTA-CADEIA-DATA
                           IF WRK-CADEIA-ACHOU = 'S'
                               MOVE WRK-FONE-NOVO TO MOVARQ-FONE
                               REWRITE MOVARQ-REG
                               ADD 1 TO WRK-ANON-QT-MOVARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOV-ARQUIVO
           END-IF.

       9987-ANONIMIZA-SEGMENTOS.
           MOVE 0 TO WRK-ANON-QT-SEGHIST.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN I-O SEG-HIST.
           IF SEGH-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ SEG-HIST
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           MOVE SEGH-FONE TO WRK-CADEIA-TESTE-FONE
                           MOVE SEGH-DATA TO WRK-CADEIA-MOM-DATA
                           PERFORM 9994-TESTA-CADEIA-DATA
                           IF WRK-CADEIA-ACHOU = 'S'
                               MOVE WRK-FONE-NOVO TO SEGH-FONE
                               REWRITE SEGH-REG
                               ADD 1 TO WRK-ANON-QT-SEGHIST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEG-HIST
           END-IF.

      **** O LOG GUARDA SO O PSEUDONIMO, NUNCA O FONE ORIGINAL
       9988-GRAVA-ANONLOG.
           MOVE WRK-FONE-NOVO TO ANL-FONE-PSEUDO.
           MOVE WRK-LOGIN-ID TO ANL-USUARIO.
           ACCEPT ANL-DATA FROM DATE YYYYMMDD.
           ACCEPT ANL-HORA FROM TIME.
           MOVE WRK-ANON-QT-MOVTO TO ANL-QT-MOVTO.
           MOVE WRK-ANON-QT-HIST TO ANL-QT-HIST.
           MOVE WRK-ANON-QT-MOVARQ TO ANL-QT-MOVARQ.
           MOVE WRK-ANON-QT-SEGHIST TO ANL-QT-SEGHIST.
           MOVE WRK-ANON-QT-AUDIT TO ANL-QT-AUDITORIA.
           OPEN EXTEND ANON-LOG.
           IF ANL-STATUS = 35
               OPEN OUTPUT ANON-LOG
               CLOSE ANON-LOG
               OPEN EXTEND ANON-LOG
           END-IF.
           WRITE ANL-REG.
           CLOSE ANON-LOG.

      **** A TRILHA GUARDA AS IMAGENS DO CADASTRO; AS ENTRADAS DO
      **** TITULAR FICAM SOB O PSEUDONIMO, SEM NOME E SEM EMAIL
       9989-ANONIMIZA-AUDITORIA.
           MOVE 0 TO WRK-ANON-QT-AUDIT.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN I-O AUDITORIA.
           IF AUD-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ AUDITORIA
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           MOVE AUD-FONE TO WRK-CADEIA-TESTE-FONE
                           MOVE AUD-DATA TO WRK-CADEIA-MOM-DATA
                           MOVE AUD-HORA TO WRK-CADEIA-MOM-HORA
                           PERFORM 9993-TESTA-CADEIA
                           IF WRK-CADEIA-ACHOU = 'S'
                               PERFORM 9990-ANONIMIZA-ENTRADA-AUD
                               REWRITE AUD-REG
                               ADD 1 TO WRK-ANON-QT-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

      **** CLIENTE: CHAVE E IMAGENS COMPLETAS; MOVIMENTO: FONE NO
      **** INICIO DA CHAVE E DAS IMAGENS; PONTOS: IMAGENS SAO SALDOS
       9990-ANONIMIZA-ENTRADA-AUD.
           MOVE WRK-FONE-NOVO TO AUD-FONE.
           EVALUATE AUD-TIPO-REG
               WHEN 'C'
                   MOVE WRK-FONE-NOVO TO AUD-CHAVE
                   IF AUD-ANTES NOT = SPACES
                       MOVE AUD-ANTES TO WRK-CADEIA-IMAGEM
                       MOVE WRK-FONE-NOVO TO WRK-CADIMG-FONE
                       MOVE 'ANONIMIZADO' TO WRK-CADIMG-NOME
                       MOVE SPACES TO WRK-CADIMG-EMAIL
                       MOVE WRK-CADEIA-IMAGEM TO AUD-ANTES
                   END-IF
                   IF AUD-DEPOIS NOT = SPACES
                       MOVE AUD-DEPOIS TO WRK-CADEIA-IMAGEM
                       MOVE WRK-FONE-NOVO TO WRK-CADIMG-FONE
                       MOVE 'ANONIMIZADO' TO WRK-CADIMG-NOME
                       MOVE SPACES TO WRK-CADIMG-EMAIL
                       MOVE WRK-CADEIA-IMAGEM TO AUD-DEPOIS
                   END-IF
               WHEN 'M'
                   MOVE WRK-FONE-NOVO TO AUD-CHAVE(1:9)
                   IF AUD-ANTES NOT = SPACES
                       MOVE AUD-ANTES TO WRK-CADEIA-IMAGEM
                       MOVE WRK-FONE-NOVO TO WRK-CADIMG-FONE
                       MOVE WRK-CADEIA-IMAGEM TO AUD-ANTES
                   END-IF
                   IF AUD-DEPOIS NOT = SPACES
                       MOVE AUD-DEPOIS TO WRK-CADEIA-IMAGEM
                       MOVE WRK-FONE-NOVO TO WRK-CADIMG-FONE
                       MOVE WRK-CADEIA-IMAGEM TO AUD-DEPOIS
                   END-IF
               WHEN OTHER
                   MOVE WRK-FONE-NOVO TO AUD-CHAVE
           END-EVALUATE.

      **** MONTA A CADEIA A PARTIR DE WRK-LGPD-FONE: PARA CADA FONE,
      **** A TROCA MAIS RECENTE PARA ELE (ATE O FIM DO SEU PERIODO)
      **** FECHA O INICIO DO PERIODO E TRAZ O FONE ANTERIOR
       9991-MONTA-CADEIA.
           MOVE 1 TO WRK-CADEIA-OCUP.
           MOVE WRK-LGPD-FONE TO WRK-CADEIA-FONE(1).
           MOVE 0 TO WRK-CADEIA-DE(1).
           MOVE 9999999999999999 TO WRK-CADEIA-ATE(1).
           PERFORM VARYING WRK-CADEIA-PROX FROM 1 BY 1
                   UNTIL WRK-CADEIA-PROX > WRK-CADEIA-OCUP
               PERFORM 9992-BUSCA-TROCA
           END-PERFORM.

       9992-BUSCA-TROCA.
           MOVE 0 TO WRK-CADEIA-ULTIMO WRK-CADEIA-FONE-ANT.
           MOVE 'N' TO WRK-LGPD-FIM.
           OPEN INPUT AUDITORIA.
           IF AUD-STATUS = 0
               PERFORM UNTIL WRK-LGPD-FIM = 'S'
                   READ AUDITORIA
                       AT END
                           MOVE 'S' TO WRK-LGPD-FIM
                       NOT AT END
                           MOVE AUD-DEPOIS TO WRK-CADEIA-IMAGEM
                           MOVE AUD-DATA TO WRK-CADEIA-MOM-DATA
                           MOVE AUD-HORA TO WRK-CADEIA-MOM-HORA
                           IF AUD-FUNCAO = 'TROCAFONE'
                              AND AUD-TIPO-REG = 'C'
                              AND AUD-FONE NOT = WRK-CADIMG-FONE
                              AND WRK-CADIMG-FONE =
                                  WRK-CADEIA-FONE(WRK-CADEIA-PROX)
                              AND WRK-CADEIA-MOMENTO-N NOT >
                                  WRK-CADEIA-ATE(WRK-CADEIA-PROX)
                              AND WRK-CADEIA-MOMENTO-N NOT <
                                  WRK-CADEIA-ULTIMO
                               MOVE WRK-CADEIA-MOMENTO-N
                                   TO WRK-CADEIA-ULTIMO
                               MOVE AUD-FONE TO WRK-CADEIA-FONE-ANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.
           IF WRK-CADEIA-FONE-ANT NOT = 0
               MOVE WRK-CADEIA-ULTIMO
                   TO WRK-CADEIA-DE(WRK-CADEIA-PROX)
               IF WRK-CADEIA-OCUP < 50
                   ADD 1 TO WRK-CADEIA-OCUP
                   MOVE WRK-CADEIA-FONE-ANT
                       TO WRK-CADEIA-FONE(WRK-CADEIA-OCUP)
                   MOVE 0 TO WRK-CADEIA-DE(WRK-CADEIA-OCUP)
                   MOVE WRK-CADEIA-ULTIMO
                       TO WRK-CADEIA-ATE(WRK-CADEIA-OCUP)
               END-IF
           END-IF.

      **** WRK-CADEIA-ACHOU = 'S' SE O FONE EM WRK-CADEIA-TESTE-FONE,
      **** NO MOMENTO EM WRK-CADEIA-MOMENTO, PERTENCE AO TITULAR
       9993-TESTA-CADEIA.
           MOVE 'N' TO WRK-CADEIA-ACHOU.
           PERFORM VARYING WRK-CADEIA-IDX FROM 1 BY 1
                   UNTIL WRK-CADEIA-IDX > WRK-CADEIA-OCUP
                   OR WRK-CADEIA-ACHOU = 'S'
               IF WRK-CADEIA-FONE(WRK-CADEIA-IDX) =
                      WRK-CADEIA-TESTE-FONE
                  AND WRK-CADEIA-MOMENTO-N NOT <
                      WRK-CADEIA-DE(WRK-CADEIA-IDX)
                  AND WRK-CADEIA-MOMENTO-N NOT >
                      WRK-CADEIA-ATE(WRK-CADEIA-IDX)
                   MOVE 'S' TO WRK-CADEIA-ACHOU
               END-IF
           END-PERFORM.

      **** MOVARQ E SEGHIST SO TEM DATA: O FONE SOLICITADO VALE EM
      **** QUALQUER DATA, POIS A TROCA LEVA AS COMPRAS VIVAS COM A
      **** DATA ORIGINAL E O ARQMOV PODE ARQUIVA-LAS DEPOIS; UM FONE
      **** ANTERIOR VALE DO DIA SEGUINTE AO QUE O TITULAR PASSOU A
      **** USA-LO ATE O DIA EM QUE O TROCOU
       9994-TESTA-CADEIA-DATA.
           IF WRK-CADEIA-TESTE-FONE = WRK-LGPD-FONE
               MOVE 'S' TO WRK-CADEIA-ACHOU
           ELSE
               MOVE 0 TO WRK-CADEIA-MOM-HORA
               PERFORM 9993-TESTA-CADEIA
           END-IF.

       9050-FILTRO-RELATORIO.
           MOVE SPACE TO WRK-FILTRO-TIPO.
           MOVE ZEROS TO WRK-FONE-DE WRK-FONE-ATE.
