                   FILE STATUS IS CLIENTES-STATUS
                   RECORD KEY IS CLIENTES-CHAVE
                   ALTERNATE RECORD KEY IS CLIENTES-NOME
                     WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CLIENTES-EMAIL
                     WITH DUPLICATES.

           SELECT BACKUP-CLI ASSIGN
           77 WRK-DESCARGA-OK      PIC X(01) VALUE 'S'.
           77 WRK-QT-RECONSTRUIDOS PIC 9(07) VALUE 0.
           77 WRK-QT-REJEITADOS    PIC 9(07) VALUE 0.
           77 WRK-QT-INDICE-EMAIL  PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
                   CLOSE CLIENTES
                   CLOSE BACKUP-CLI
                   PERFORM 4000-GRAVA-CONTROLE
                   PERFORM 3300-CONFERE-INDICE-EMAIL
                   DISPLAY 'BACKCLI - RESUMO DA RECONSTRUCAO'
                   DISPLAY 'RECONSTRUIDOS........: '
                       WRK-QT-RECONSTRUIDOS
                   DISPLAY 'REJEITADOS...........: '
                       WRK-QT-REJEITADOS
                   DISPLAY 'INDICE DE EMAIL......: '
                       WRK-QT-INDICE-EMAIL
                   IF WRK-QT-INDICE-EMAIL NOT = WRK-QT-RECONSTRUIDOS
                       DISPLAY 'INDICE DE EMAIL DIVERGE DO CADASTRO'
                   END-IF
               END-IF
           END-IF.

               END-READ
           END-PERFORM.

      **** O OPEN OUTPUT RECRIA O CADASTRO COM TODAS AS CHAVES
      **** ALTERNADAS; AQUI O INDICE DE EMAIL E PERCORRIDO INTEIRO PARA
      **** CONFIRMAR QUE COBRE TODOS OS REGISTROS CARREGADOS
       3300-CONFERE-INDICE-EMAIL.
           MOVE 0 TO WRK-QT-INDICE-EMAIL.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS = 0
               MOVE LOW-VALUES TO CLIENTES-EMAIL
               START CLIENTES KEY NOT LESS THAN CLIENTES-EMAIL
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
                   ADD 1 TO WRK-QT-INDICE-EMAIL
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.

       4000-GRAVA-CONTROLE.
           MOVE WRK-QT-RECONSTRUIDOS TO CTRL-QTREGISTROS.
           OPEN OUTPUT CONTROLE.
