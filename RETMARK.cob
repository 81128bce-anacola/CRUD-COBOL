                   FILE STATUS IS CLIENTES-STATUS
                   RECORD KEY IS CLIENTES-CHAVE
                   ALTERNATE RECORD KEY IS CLIENTES-NOME
                     WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CLIENTES-EMAIL
                     WITH DUPLICATES.

           SELECT TRAVA ASSIGN
                   PERFORM 2300-BLOQUEIA-CONTATO
           END-READ.

      **** SEM FONE NO RETORNO, POSICIONA PELA CHAVE DE EMAIL;
      **** TODOS OS REGISTROS COM AQUELE EMAIL FICAM BLOQUEADOS
       2200-MARCA-POR-EMAIL.
           MOVE RET-EMAIL TO CLIENTES-EMAIL.
           START CLIENTES KEY IS EQUAL TO CLIENTES-EMAIL
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START.
           IF CLIENTES-STATUS = 0
               READ CLIENTES NEXT
                       MOVE 10 TO CLIENTES-STATUS
               END-READ
               PERFORM UNTIL CLIENTES-STATUS = 10
                       OR CLIENTES-EMAIL NOT = RET-EMAIL
                   PERFORM 2300-BLOQUEIA-CONTATO
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE 0 TO CLIENTES-STATUS.

      **** NAO MEXE NA DT-ALTERACAO: O BLOQUEIO NAO E ALTERACAO
      **** CADASTRAL E O EXPMARK JA SUPRIME O CLIENTE PELO FLAG
