       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAUD.
      ******************************************************************
      * Author:ANA CAROLINA COLA
      * Date:15/10/2026
      * Purpose: RELATORIO DA TRILHA DE AUDITORIA DO ONLINE POR
      *          OPERADOR, PERIODO OU TELEFONE DO CLIENTE
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIGURACAO ASSIGN TO 'CLIENTES.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.

           SELECT AUDITORIA ASSIGN
             USING WRK-ARQ-AUDITORIA
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AUD-STATUS.

           SELECT RELATO-AUD ASSIGN
             USING WRK-ARQ-RELATOAUD
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      **** ARQUIVO DE CONFIGURACAO COM LINHAS CHAVE=CAMINHO
       FD CONFIGURACAO.
       01 CFG-LINHA.
           05 CFG-DADOS            PIC X(160).

      **** ESTRUTURA IDENTICA A FD AUDITORIA DE CLIENTES.COB
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

      **** RELATORIO FORMATADO PARA IMPRESSAO
       FD RELATO-AUD.
       01 RELATO-AUD-REG.
           05 RELATO-AUD-DADOS     PIC X(132).

       WORKING-STORAGE SECTION.
      **** CAMINHOS DOS ARQUIVOS, SOBREPOSTOS PELO CLIENTES.CFG
           77 WRK-ARQ-AUDITORIA    PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\AUDITORIA.DAT'.
           77 WRK-ARQ-RELATOAUD    PIC X(128) VALUE
              'C:\Users\anaco\Documents\Cobol\COBOL2\RELAUD.TXT'.
           77 CFG-STATUS           PIC 9(02).
           77 WRK-CFG-CHAVE        PIC X(20).
           77 WRK-CFG-VALOR        PIC X(128).
           77 AUD-STATUS           PIC 9(02).
           77 WRK-DATA-HOJE        PIC 9(08).
           77 WRK-FILTRO-OPER      PIC X(08) VALUE SPACES.
           77 WRK-DATA-DE          PIC 9(08) VALUE 0.
           77 WRK-DATA-ATE         PIC 9(08) VALUE 0.
           77 WRK-FILTRO-FONE      PIC 9(09) VALUE 0.
           77 WRK-FONE-ALFA        PIC X(09).
           77 WRK-SELECIONA        PIC X(01).
           77 WRK-QT-LIDOS         PIC 9(07) VALUE 0.
           77 WRK-QT-LISTADOS      PIC 9(07) VALUE 0.
           77 WRK-IMP-PAGINA       PIC 9(04) VALUE 0.
           77 WRK-IMP-LINHA-QT     PIC 9(02) VALUE 99.
           77 WRK-IMP-SAIDA        PIC X(132).

           01 WRK-IMP-CAB1.
               05 FILLER                   PIC X(31)
                  VALUE 'TRILHA DE AUDITORIA DO ONLINE'.
               05 FILLER                   PIC X(06) VALUE 'DATA: '.
               05 WRK-IMP-CAB-DATA         PIC 9(08).
               05 FILLER                   PIC X(04) VALUE SPACES.
               05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
               05 WRK-IMP-CAB-PAG          PIC ZZZ9.

           01 WRK-IMP-CAB2.
               05 FILLER                   PIC X(10) VALUE 'OPERADOR: '.
               05 WRK-IMP-CAB-OPER         PIC X(08).
               05 FILLER                   PIC X(11)
                  VALUE '  PERIODO: '.
               05 WRK-IMP-CAB-DE           PIC 9(08).
               05 FILLER                   PIC X(03) VALUE ' A '.
               05 WRK-IMP-CAB-ATE          PIC 9(08).
               05 FILLER                   PIC X(08) VALUE '  FONE: '.
               05 WRK-IMP-CAB-FONE         PIC 9(09).

           01 WRK-IMP-TRACO.
               05 FILLER                   PIC X(132) VALUE ALL '-'.

           01 WRK-IMP-COLS.
               05 FILLER                   PIC X(10) VALUE 'DATA'.
               05 FILLER                   PIC X(10) VALUE 'HORA'.
               05 FILLER                   PIC X(22) VALUE 'OPERADOR'.
               05 FILLER                   PIC X(12) VALUE 'FUNCAO'.
               05 FILLER                   PIC X(05) VALUE 'TIPO'.
               05 FILLER                   PIC X(11) VALUE 'TELEFONE'.
               05 FILLER                   PIC X(20) VALUE 'CHAVE'.

           01 WRK-IMP-DET.
               05 WRK-IMP-DET-DATA         PIC 9(08).
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-IMP-DET-HORA         PIC 9(08).
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-IMP-DET-OPER         PIC X(20).
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-IMP-DET-FUNCAO       PIC X(10).
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-IMP-DET-TIPO         PIC X(01).
               05 FILLER                   PIC X(04) VALUE SPACES.
               05 WRK-IMP-DET-FONE         PIC Z(08)9.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-IMP-DET-CHAVE        PIC X(20).

           01 WRK-IMP-IMAGEM.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 WRK-IMP-IMG-ROTULO       PIC X(08).
               05 WRK-IMP-IMG-DADOS        PIC X(100).

           01 WRK-IMP-TOT.
               05 FILLER                   PIC X(22)
                  VALUE 'ENTRADAS LISTADAS...: '.
               05 WRK-IMP-TOT-QT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-RELATORIO.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1050-LE-CONFIG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'RELAUD - OPERADOR (BRANCO = TODOS) ?'.
           ACCEPT WRK-FILTRO-OPER.
           DISPLAY 'RELAUD - DATA INICIAL AAAAMMDD (0 = INICIO) ?'.
           ACCEPT WRK-DATA-DE.
           DISPLAY 'RELAUD - DATA FINAL AAAAMMDD (0 = HOJE) ?'.
           ACCEPT WRK-DATA-ATE.
           IF WRK-DATA-ATE = 0
               MOVE WRK-DATA-HOJE TO WRK-DATA-ATE
           END-IF.
           DISPLAY 'RELAUD - TELEFONE DO CLIENTE (0 = TODOS) ?'.
           ACCEPT WRK-FILTRO-FONE.
           MOVE WRK-FILTRO-FONE TO WRK-FONE-ALFA.
           OPEN INPUT AUDITORIA.
           IF AUD-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR AUDITORIA: ' AUD-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATO-AUD.
           MOVE WRK-DATA-HOJE   TO WRK-IMP-CAB-DATA.
           MOVE WRK-FILTRO-OPER TO WRK-IMP-CAB-OPER.
           MOVE WRK-DATA-DE     TO WRK-IMP-CAB-DE.
           MOVE WRK-DATA-ATE    TO WRK-IMP-CAB-ATE.
           MOVE WRK-FILTRO-FONE TO WRK-IMP-CAB-FONE.

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
               WHEN 'AUDITORIA'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-AUDITORIA
               WHEN 'RELATOAUD'
                   MOVE WRK-CFG-VALOR TO WRK-ARQ-RELATOAUD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      **** A TRILHA E GRAVADA EM ORDEM CRONOLOGICA; O RELATORIO SEGUE
      **** A MESMA ORDEM E SO APLICA OS FILTROS INFORMADOS
       2000-RELATORIO.
           MOVE WRK-IMP-COLS TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           READ AUDITORIA
               AT END
                   MOVE 10 TO AUD-STATUS
           END-READ.
           PERFORM UNTIL AUD-STATUS = 10
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 2100-APLICA-FILTRO
               IF WRK-SELECIONA = 'S'
                   PERFORM 2200-IMPRIME-ENTRADA
               END-IF
               READ AUDITORIA
                   AT END
                       MOVE 10 TO AUD-STATUS
               END-READ
           END-PERFORM.
           MOVE WRK-IMP-TRACO TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           MOVE WRK-QT-LISTADOS TO WRK-IMP-TOT-QT.
           MOVE WRK-IMP-TOT TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.

       2100-APLICA-FILTRO.
           MOVE 'S' TO WRK-SELECIONA.
           IF WRK-FILTRO-OPER NOT = SPACES
                   AND AUD-USUARIO NOT = WRK-FILTRO-OPER
               MOVE 'N' TO WRK-SELECIONA
           END-IF.
           IF AUD-DATA < WRK-DATA-DE OR AUD-DATA > WRK-DATA-ATE
               MOVE 'N' TO WRK-SELECIONA
           END-IF.
      **** CLIENTE E MOVIMENTO TRAZEM O FONE NOS 9 PRIMEIROS BYTES DAS
      **** IMAGENS: A TROCA DE FONE APARECE PELO NUMERO ANTIGO E NOVO
           IF WRK-FILTRO-FONE NOT = 0 AND WRK-SELECIONA = 'S'
               IF AUD-FONE NOT = WRK-FILTRO-FONE
                   MOVE 'N' TO WRK-SELECIONA
                   IF (AUD-TIPO-REG = 'C' OR AUD-TIPO-REG = 'M')
                      AND (AUD-ANTES(1:9) = WRK-FONE-ALFA
                        OR AUD-DEPOIS(1:9) = WRK-FONE-ALFA)
                       MOVE 'S' TO WRK-SELECIONA
                   END-IF
               END-IF
           END-IF.

       2200-IMPRIME-ENTRADA.
           ADD 1 TO WRK-QT-LISTADOS.
           MOVE AUD-DATA     TO WRK-IMP-DET-DATA.
           MOVE AUD-HORA     TO WRK-IMP-DET-HORA.
           MOVE AUD-USUARIO  TO WRK-IMP-DET-OPER.
           MOVE AUD-FUNCAO   TO WRK-IMP-DET-FUNCAO.
           MOVE AUD-TIPO-REG TO WRK-IMP-DET-TIPO.
           MOVE AUD-FONE     TO WRK-IMP-DET-FONE.
           MOVE AUD-CHAVE    TO WRK-IMP-DET-CHAVE.
           MOVE WRK-IMP-DET  TO WRK-IMP-SAIDA.
           PERFORM 9160-IMP-GRAVA.
           IF AUD-ANTES NOT = SPACES
               MOVE 'ANTES :' TO WRK-IMP-IMG-ROTULO
               MOVE AUD-ANTES TO WRK-IMP-IMG-DADOS
               MOVE WRK-IMP-IMAGEM TO WRK-IMP-SAIDA
               PERFORM 9160-IMP-GRAVA
           END-IF.
           IF AUD-DEPOIS NOT = SPACES
               MOVE 'DEPOIS:' TO WRK-IMP-IMG-ROTULO
               MOVE AUD-DEPOIS TO WRK-IMP-IMG-DADOS
               MOVE WRK-IMP-IMAGEM TO WRK-IMP-SAIDA
               PERFORM 9160-IMP-GRAVA
           END-IF.

       3000-FINALIZAR.
           CLOSE AUDITORIA.
           CLOSE RELATO-AUD.
           DISPLAY 'RELAUD - RESUMO DO RELATORIO'.
           DISPLAY 'ENTRADAS LIDAS.......: ' WRK-QT-LIDOS.
           DISPLAY 'ENTRADAS LISTADAS....: ' WRK-QT-LISTADOS.

       9160-IMP-GRAVA.
           IF WRK-IMP-LINHA-QT > 55
               ADD 1 TO WRK-IMP-PAGINA
               MOVE WRK-IMP-PAGINA TO WRK-IMP-CAB-PAG
               MOVE WRK-IMP-CAB1 TO RELATO-AUD-REG
               WRITE RELATO-AUD-REG
               MOVE WRK-IMP-CAB2 TO RELATO-AUD-REG
               WRITE RELATO-AUD-REG
               MOVE WRK-IMP-TRACO TO RELATO-AUD-REG
               WRITE RELATO-AUD-REG
               MOVE 3 TO WRK-IMP-LINHA-QT
           END-IF.
           MOVE WRK-IMP-SAIDA TO RELATO-AUD-REG.
           WRITE RELATO-AUD-REG.
           ADD 1 TO WRK-IMP-LINHA-QT.
