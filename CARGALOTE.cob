                   FILE STATUS IS CLIENTES-STATUS
                   RECORD KEY IS CLIENTES-CHAVE
                   ALTERNATE RECORD KEY IS CLIENTES-NOME
                     WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CLIENTES-EMAIL
                     WITH DUPLICATES.

           SELECT LOTE-EXCECAO ASSIGN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CKPT-STATUS.

           SELECT DATA-NEGOCIO ASSIGN
             USING WRK-ARQ-DATANEG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS DTN-STATUS
                   RECORD KEY IS DTN-DATA.

       DATA DIVISION.
       FILE SECTION.
      **** ARQUIVO DE CONFIGURACAO COM LINHAS CHAVE=CAMINHO
           05 CKL-DATA             PIC 9(08).
           05 CKL-CTRL-BASE        PIC 9(07).

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
              'C:\Users\anaco\Documents\Cobol\COBOL2\FILIAIS.DAT'.
           77 WRK-ARQ-CKPTLOTE     PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\CKPTLOTE.DAT'.
           77 WRK-ARQ-DATANEG      PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\DATANEG.DAT'.
           77 DTN-STATUS           PIC 9(02).
           77 TRAVA-STATUS         PIC 9(02).
           77 WRK-TRAVADO          PIC X(01) VALUE 'N'.
           77 WRK-TRAVA-ORIGEM     PIC X(08) VALUE SPACES.
           77 WRK-QT-ALTERADOS     PIC 9(05) VALUE 0.
           77 WRK-QT-REJEITADOS    PIC 9(05) VALUE 0.
           77 WRK-REG-VALIDO       PIC X(01).
           77 WRK-EMAIL-EM-USO     PIC X(01).
           77 WRK-EMAIL-FONE       PIC 9(09).
           77 WRK-CLI-GUARDA       PIC X(99).
           77 WRK-QT-EMAIL-USADO   PIC 9(05) VALUE 0.
           77 WRK-CONTA-ARROBA     PIC 9(02) VALUE 0.
           77 WRK-CONTA-IGUAL      PIC 9(02) VALUE 0.
           77 WRK-FONE-ALFA        PIC X(09).
      **** FONES ATE ESTE VALOR SAO PSEUDONIMOS DA ANONIMIZACAO
           77 WRK-FONE-PSEUDO-MAX  PIC 9(09) VALUE 000999999.
           77 FILIAIS-STATUS       PIC 9(02).
           77 WRK-FIL-ACHADA       PIC X(01).
           77 WRK-FIL-ATIVA        PIC X(01).
               END-IF
           END-IF.
           PERFORM 8210-GRAVA-TRAVA.
           PERFORM 1040-LE-DATA-NEGOCIO.
           OPEN INPUT ENTRADA-LOTE.
           OPEN I-O CLIENTES
               IF CLIENTES-STATUS = 35 THEN
                   MOVE 10 TO ENTRADA-STATUS
           END-READ.

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
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-FILIAIS
               WHEN 'CKPTLOTE'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-CKPTLOTE
               WHEN 'DATANEG'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-DATANEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                       MOVE WRK-DATA-HOJE TO CLIENTES-DT-ALTERACAO
                       MOVE SPACE TO CLIENTES-SEGMENTO
                       MOVE SPACE TO CLIENTES-CONTATO
                       PERFORM 5060-VERIFICA-EMAIL
                       WRITE CLIENTES-REG
                           INVALID KEY
                               ADD 1 TO WRK-QT-REJEITADOS
           DISPLAY 'INCLUIDOS............: ' WRK-QT-INCLUIDOS.
           DISPLAY 'ATUALIZADOS..........: ' WRK-QT-ALTERADOS.
           DISPLAY 'REJEITADOS...........: ' WRK-QT-REJEITADOS.
           DISPLAY 'EMAIL DE OUTRO FONE..: ' WRK-QT-EMAIL-USADO.

       5050-VALIDA-REGISTRO.
           MOVE 'S' TO WRK-REG-VALIDO.
                   END-IF
               END-IF
           END-IF.
      **** A FAIXA BAIXA E RESERVADA AOS PSEUDONIMOS DA ANONIMIZACAO
      **** DO ONLINE; A CARGA NAO INCLUI NEM ATUALIZA NESSA FAIXA
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

      **** CLIENTE NOVO COM EMAIL DE OUTRO FONE ENTRA MESMO ASSIM,
      **** COM AVISO NO ARQUIVO DE EXCECOES
       5060-VERIFICA-EMAIL.
           MOVE 'N' TO WRK-EMAIL-EM-USO.
           IF CLIENTES-EMAIL NOT = SPACES
               MOVE CLIENTES-REG TO WRK-CLI-GUARDA
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
                       OR CLIENTES-EMAIL NOT = EL-EMAIL
                   IF CLIENTES-FONE NOT = EL-FONE
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
               MOVE WRK-CLI-GUARDA TO CLIENTES-REG
               IF WRK-EMAIL-EM-USO = 'S'
                   ADD 1 TO WRK-QT-EMAIL-USADO
                   MOVE SPACES TO WRK-MSGERRO
                   STRING 'AVISO - EMAIL JA USADO PELO FONE '
                          WRK-EMAIL-FONE
                       DELIMITED BY SIZE INTO WRK-MSGERRO
                   END-STRING
                   PERFORM 8900-GRAVA-EXCECAO
               END-IF
           END-IF.

      **** BUSCA UMA FILIAL PELO CODIGO JA POSTO EM FIL-CODIGO
       4100-BUSCA-FILIAL.
           MOVE 'N' TO WRK-FIL-ACHADA.
