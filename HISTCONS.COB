      *==           LISTA OS EMPRESTIMOS ANTIGOS DE UM CLIENTE OU,
      *==           COM CLIENTE ZERO, O ARQUIVO INTEIRO
      *== DATA: 22/08/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - TITULAR DE CONTA FAMILIA (FAMILIA.DAT) VE
      *==                   TAMBEM OS EMPRESTIMOS DOS DEPENDENTES
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-CLIENTE WITH DUPLICATES.

           SELECT FAMILIA ASSIGN TO 'DADOS\FAMILIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-DEPENDENTE
               ALTERNATE RECORD KEY IS FAM-TITULAR WITH DUPLICATES
               FILE STATUS IS FS-FAMILIA.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD EMPHIST.
           COPY "EMPHISTREG".

       FD FAMILIA.
           COPY "FAMREG".

       WORKING-STORAGE            SECTION.
       77 EMPHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 FS-FAMILIA            PIC 9(02) VALUE ZEROS.
       77 WRK-CLIENTE-BUSCA     PIC 9(09) VALUE ZEROS.
       77 WRK-DEPENDENTE        PIC 9(09) VALUE ZEROS.
       77 WRK-QT-LISTADOS       PIC 9(05) VALUE ZEROS.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.

           IF EMPHIST-STATUS EQUAL 35
               DISPLAY "EMPHIST.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT FAMILIA.

      *----LISTA O HISTORICO DO CLIENTE INFORMADO (OU TODO O MORTO)---
       0200-PROCESSAR             SECTION.
                               READ EMPHIST NEXT
                           END-PERFORM
                   END-START
                   IF FS-FAMILIA EQUAL ZEROS
                       PERFORM 0220-LISTAR-DEPENDENTES
                   END-IF
               END-IF
           END-IF.

                   " DEV: " HIST-DATA-DEVOLUCAO
                   " ST: " HIST-STATUS.

      *----TITULAR DE CONTA FAMILIA: LISTA O MORTO DOS DEPENDENTES----
       0220-LISTAR-DEPENDENTES    SECTION.
           MOVE WRK-CLIENTE-BUSCA TO FAM-TITULAR.
           START FAMILIA KEY IS EQUAL TO FAM-TITULAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FAMILIA NEXT
                   PERFORM UNTIL FS-FAMILIA EQUAL 10
                           OR FAM-TITULAR NOT EQUAL WRK-CLIENTE-BUSCA
                       MOVE FAM-DEPENDENTE TO WRK-DEPENDENTE
                       DISPLAY "DEPENDENTE: " WRK-DEPENDENTE
                               " (" FAM-PARENTESCO ")"
                       PERFORM 0230-LISTAR-DEPENDENTE
                       READ FAMILIA NEXT
                   END-PERFORM
           END-START.

       0230-LISTAR-DEPENDENTE     SECTION.
           MOVE WRK-DEPENDENTE TO HIST-CLIENTE.
           START EMPHIST KEY IS EQUAL TO HIST-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMPHIST NEXT
                   PERFORM UNTIL EMPHIST-STATUS = 10
                           OR HIST-CLIENTE NOT EQUAL WRK-DEPENDENTE
                       PERFORM 0210-EXIBIR-REGISTRO
                       READ EMPHIST NEXT
                   END-PERFORM
           END-START.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE EMPHIST.
           CLOSE FAMILIA.
