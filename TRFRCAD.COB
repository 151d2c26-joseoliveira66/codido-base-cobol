       IDENTIFICATION              DIVISION.
       PROGRAM-ID. TRFRCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CADASTRO/MANUTENCAO DAS TRANSFERENCIAS RECORRENTES
      *==           ENTRE CONTAS DE SALDO (TRFREC.DAT), CONSIDERADAS
      *==           PELO FLUXOPROJ NA PROJECAO DE CAIXA
      *== DATA: 15/10/2026
      *== OBSERVACOES: PARA DEIXAR DE PROJETAR, GRAVAR A SITUACAO 'I'
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT TRFREC ASSIGN TO 'DADOS\TRFREC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRR-NUMERO
               FILE STATUS IS FS-TRFREC.

         SELECT CONTAS ASSIGN TO "C:\COBOL\DADOS\CONTAS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CONTA-NUMERO
         FILE STATUS IS FS-CONTAS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD TRFREC.
           COPY "TRFRECREG".

       FD CONTAS.
           COPY "CONTAREG".

       WORKING-STORAGE            SECTION.
       77 FS-TRFREC        PIC 9(02) VALUE ZEROS.
       77 FS-CONTAS        PIC 9(02) VALUE ZEROS.
       77 WRK-NUMERO       PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-DEB    PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-CRE    PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(07) VALUE ZEROS.
       77 WRK-DIA          PIC 9(02) VALUE ZEROS.
       77 WRK-DESCRICAO    PIC X(20) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-OK           PIC X(01) VALUE 'S'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE O CADASTRO, CRIANDO O ARQUIVO SE AINDA NAO EXISTIR----
       0100-INICIALIZAR           SECTION.
           OPEN I-O TRFREC.
           IF FS-TRFREC EQUAL 35
               OPEN OUTPUT TRFREC
               CLOSE TRFREC
               OPEN I-O TRFREC
           END-IF.
           OPEN INPUT CONTAS.

      *----INCLUI OU ALTERA UMA TRANSFERENCIA RECORRENTE---------------
       0200-PROCESSAR             SECTION.
           DISPLAY "NUMERO DA TRANSFERENCIA (1 A 999).."
           ACCEPT WRK-NUMERO.
           DISPLAY "CONTA A DEBITAR...................."
           ACCEPT WRK-CONTA-DEB.
           DISPLAY "CONTA A CREDITAR..................."
           ACCEPT WRK-CONTA-CRE.
           DISPLAY "VALOR.............................."
           ACCEPT WRK-VALOR.
           DISPLAY "DIA DO MES (1 A 31)................"
           ACCEPT WRK-DIA.
           DISPLAY "DESCRICAO.........................."
           ACCEPT WRK-DESCRICAO.
           DISPLAY "SITUACAO (A-ATIVA / I-INATIVA)....."
           ACCEPT WRK-SITUACAO.

           PERFORM 0220-VALIDAR.
           IF WRK-OK EQUAL 'S'
               MOVE WRK-NUMERO TO TRR-NUMERO
               READ TRFREC
                   INVALID KEY
                       PERFORM 0210-MONTAR-REGISTRO
                       WRITE TRR-REG
                       DISPLAY "TRANSFERENCIA RECORRENTE INCLUIDA."
                   NOT INVALID KEY
                       PERFORM 0210-MONTAR-REGISTRO
                       REWRITE TRR-REG
                       DISPLAY "TRANSFERENCIA RECORRENTE ATUALIZADA."
               END-READ
           END-IF.

           DISPLAY "CADASTRAR OUTRA (S/N).............."
           ACCEPT WRK-CONTINUA.

       0210-MONTAR-REGISTRO       SECTION.
           MOVE WRK-CONTA-DEB TO TRR-CONTA-DEBITO.
           MOVE WRK-CONTA-CRE TO TRR-CONTA-CREDITO.
           MOVE WRK-VALOR     TO TRR-VALOR.
           MOVE WRK-DIA       TO TRR-DIA.
           MOVE WRK-DESCRICAO TO TRR-DESCRICAO.
           MOVE WRK-SITUACAO  TO TRR-SITUACAO.

      *----AS DUAS CONTAS PRECISAM EXISTIR E SER DIFERENTES------------
       0220-VALIDAR               SECTION.
           MOVE 'S' TO WRK-OK.
           IF WRK-NUMERO EQUAL ZEROS
               DISPLAY "NUMERO INVALIDO"
               MOVE 'N' TO WRK-OK
           END-IF.
           IF WRK-DIA LESS 1 OR WRK-DIA GREATER 31
               DISPLAY "DIA INVALIDO"
               MOVE 'N' TO WRK-OK
           END-IF.
           IF WRK-SITUACAO EQUAL 'a'
               MOVE 'A' TO WRK-SITUACAO
           END-IF.
           IF WRK-SITUACAO EQUAL 'i'
               MOVE 'I' TO WRK-SITUACAO
           END-IF.
           IF WRK-SITUACAO NOT EQUAL 'A' AND
              WRK-SITUACAO NOT EQUAL 'I'
               DISPLAY "SITUACAO INVALIDA"
               MOVE 'N' TO WRK-OK
           END-IF.
           IF WRK-CONTA-DEB EQUAL WRK-CONTA-CRE
               DISPLAY "CONTAS DE DEBITO E CREDITO IGUAIS"
               MOVE 'N' TO WRK-OK
           END-IF.
           MOVE WRK-CONTA-DEB TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA A DEBITAR NAO CADASTRADA"
                   MOVE 'N' TO WRK-OK
           END-READ.
           MOVE WRK-CONTA-CRE TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA A CREDITAR NAO CADASTRADA"
                   MOVE 'N' TO WRK-OK
           END-READ.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE TRFREC.
           CLOSE CONTAS.
