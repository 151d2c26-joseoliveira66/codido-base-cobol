       IDENTIFICATION              DIVISION.
       PROGRAM-ID. ORCREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: ORCADO X REALIZADO DAS CONTAS DE SALDO NA
      *==           COMPETENCIA - COMPARA O ORCAMENTO.DAT (ORCCAD) COM
      *==           OS DEBITOS E CREDITOS DO JORNAL MOVIMENT.DAT E COM
      *==           OS PAGAMENTOS FEITOS DA AGENDA.DAT, POR CONTA, TIPO
      *==           DE MOVIMENTO E LADO, NO MES E NO ACUMULADO DO ANO,
      *==           COM A VARIACAO EM VALOR E EM PERCENTUAL, E MARCA O
      *==           DEBITO QUE PASSOU DO ORCADO ALEM DA TOLERANCIA.
      *==           RELATORIO EM DADOS\ORCAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: A TOLERANCIA (%) E PEDIDA NA EXECUCAO (ZERO
      *==           VALE 10%). PAGAMENTO DA AGENDA ENTRA COMO TIPO 'PG'
      *==           NO LADO DEBITO. A CONTA INTERNA 9999 FICA DE FORA.
      *==           DEBITO REALIZADO SEM ORCAMENTO TAMBEM E ESTOURO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO 'DADOS\ORCAMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS FS-ORCAMENTO.

           SELECT MOVIMENT ASSIGN TO 'DADOS\MOVIMENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVIMENT.

         SELECT AGENDA ASSIGN TO "C:\COBOL\DADOS\AGENDA.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS AGEND-CHAVE
         FILE STATUS IS FS-AGENDA.

         SELECT CONTAS ASSIGN TO "C:\COBOL\DADOS\CONTAS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CONTA-NUMERO
         FILE STATUS IS FS-CONTAS.

           SELECT RELORC ASSIGN TO WRK-RELORC-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELORC-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD ORCAMENTO.
           COPY "ORCREG".

       FD MOVIMENT.
           COPY "MOVREG".

       FD AGENDA.
           COPY "AGENDREG".

       FD CONTAS.
           COPY "CONTAREG".

       FD RELORC.
       01 RELORC-REG.
           05 RELORC-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-ORCAMENTO      PIC 9(02)      VALUE ZEROS.
       77 FS-MOVIMENT       PIC 9(02)      VALUE ZEROS.
       77 FS-AGENDA         PIC 9(02)      VALUE ZEROS.
       77 FS-CONTAS         PIC 9(02)      VALUE ZEROS.
       77 RELORC-STATUS     PIC 9(02)      VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)      VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)      VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-COMPETENCIA   PIC 9(06)      VALUE ZEROS.
       77 WRK-ANO           PIC 9(04)      VALUE ZEROS.
       77 WRK-COMP-INI      PIC 9(06)      VALUE ZEROS.
       77 WRK-DATA-INI      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-MES      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-TOLERANCIA    PIC 9(02)V9    VALUE ZEROS.
       77 WRK-RELORC-NOME   PIC X(030)     VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)     VALUE SPACES.
       77 WRK-I             PIC 9(04)      VALUE ZEROS.
       77 WRK-J             PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-LINHAS    PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-ESTOURO   PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-IMPRESSOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
       77 WRK-CABECALHO     PIC X(01)      VALUE 'N'.
       77 WRK-ESTOUROU      PIC X(01)      VALUE 'N'.
       77 WRK-NO-MES        PIC X(01)      VALUE 'N'.
       77 WRK-BUS-CONTA     PIC 9(04)      VALUE ZEROS.
       77 WRK-BUS-TIPO      PIC X(02)      VALUE SPACES.
       77 WRK-BUS-LADO      PIC X(01)      VALUE SPACES.
       77 WRK-BUS-VALOR     PIC 9(07)      VALUE ZEROS.
       77 WRK-BUS-NOME      PIC X(30)      VALUE SPACES.
       77 WRK-ORCADO        PIC 9(09)      VALUE ZEROS.
       77 WRK-REALIZADO     PIC 9(09)      VALUE ZEROS.
       77 WRK-LIMITE        PIC 9(10)V99   VALUE ZEROS.
       77 WRK-VARIACAO      PIC S9(09)     VALUE ZEROS.
       77 WRK-PERCENTUAL    PIC S9(04)V9   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZZ9  VALUE ZEROS.
       77 WRK-VARIACAO-ED   PIC -ZZZZZZZZ9 VALUE ZEROS.
       77 WRK-PERC-ED       PIC -ZZZ9,9    VALUE ZEROS.
       77 WRK-TOL-ED        PIC Z9,9       VALUE ZEROS.
       77 WRK-TOT-ORC-DEB   PIC 9(09)      VALUE ZEROS.
       77 WRK-TOT-REAL-DEB  PIC 9(09)      VALUE ZEROS.
       77 WRK-TOT-ORC-CRE   PIC 9(09)      VALUE ZEROS.
       77 WRK-TOT-REAL-CRE  PIC 9(09)      VALUE ZEROS.

      *----ORCADO E REALIZADO POR CONTA, TIPO E LADO-------------------
       01 WRK-TAB-LINHAS.
           05 WRK-LIN OCCURS 500 TIMES.
               10 WRK-LIN-CONTA     PIC 9(04).
               10 WRK-LIN-TIPO      PIC X(02).
               10 WRK-LIN-LADO      PIC X(01).
               10 WRK-LIN-ORC-MES   PIC 9(09).
               10 WRK-LIN-REAL-MES  PIC 9(09).
               10 WRK-LIN-ORC-ANO   PIC 9(09).
               10 WRK-LIN-REAL-ANO  PIC 9(09).
               10 WRK-LIN-IMPRESSA  PIC X(01).

      *----CONTAS QUE ESTOURARAM O ORCAMENTO NO MES OU NO ANO----------
       01 WRK-TAB-ESTOURO.
           05 WRK-EST OCCURS 50 TIMES.
               10 WRK-EST-CONTA     PIC 9(04).
               10 WRK-EST-NOME      PIC X(30).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO ORCADO X REALIZADO".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           DISPLAY "TOLERANCIA DE ESTOURO EM % (0 = 10).."
           ACCEPT WRK-TOLERANCIA.
           IF WRK-TOLERANCIA EQUAL ZEROS
               MOVE 10 TO WRK-TOLERANCIA
           END-IF.
           MOVE WRK-COMPETENCIA(1:4) TO WRK-ANO.
           COMPUTE WRK-COMP-INI = WRK-ANO * 100 + 1.
           COMPUTE WRK-DATA-INI = WRK-COMP-INI * 100 + 1.
           COMPUTE WRK-DATA-MES = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-DATA-FIM = WRK-COMPETENCIA * 100 + 31.
           OPEN INPUT ORCAMENTO.
           IF FS-ORCAMENTO NOT EQUAL ZEROS
               DISPLAY "ORCAMENTO.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT MOVIMENT.
           IF FS-MOVIMENT NOT EQUAL ZEROS
               DISPLAY "MOVIMENT.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT AGENDA.
           IF FS-AGENDA NOT EQUAL ZEROS
               DISPLAY "AGENDA.DAT AINDA NAO POSSUI PAGAMENTOS"
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL ZEROS
               DISPLAY "CONTAS.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.

       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0210-CARREGAR-ORCAMENTO
               PERFORM 0220-CARREGAR-JORNAL
               PERFORM 0230-CARREGAR-AGENDA
           END-IF.

      *----ORCADO DE JANEIRO ATE A COMPETENCIA, DEBITO E CREDITO-------
       0210-CARREGAR-ORCAMENTO    SECTION.
           IF FS-ORCAMENTO EQUAL ZEROS
               MOVE ZEROS TO ORC-CONTA ORC-COMPETENCIA
               MOVE SPACES TO ORC-TIPO
               START ORCAMENTO KEY >= ORC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ORCAMENTO NEXT
                       PERFORM UNTIL FS-ORCAMENTO NOT EQUAL ZEROS
                           IF ORC-COMPETENCIA NOT LESS WRK-COMP-INI
                              AND ORC-COMPETENCIA NOT GREATER
                                  WRK-COMPETENCIA
                               PERFORM 0215-SOMAR-ORCAMENTO
                           END-IF
                           READ ORCAMENTO NEXT
                       END-PERFORM
               END-START
           END-IF.

       0215-SOMAR-ORCAMENTO       SECTION.
           MOVE ORC-CONTA TO WRK-BUS-CONTA.
           MOVE ORC-TIPO TO WRK-BUS-TIPO.
           IF ORC-DEBITO GREATER ZEROS
               MOVE 'D' TO WRK-BUS-LADO
               PERFORM 0250-LOCALIZAR-LINHA
               IF WRK-I GREATER ZEROS
                   ADD ORC-DEBITO TO WRK-LIN-ORC-ANO(WRK-I)
                   IF ORC-COMPETENCIA EQUAL WRK-COMPETENCIA
                       ADD ORC-DEBITO TO WRK-LIN-ORC-MES(WRK-I)
                   END-IF
               END-IF
           END-IF.
           IF ORC-CREDITO GREATER ZEROS
               MOVE 'C' TO WRK-BUS-LADO
               PERFORM 0250-LOCALIZAR-LINHA
               IF WRK-I GREATER ZEROS
                   ADD ORC-CREDITO TO WRK-LIN-ORC-ANO(WRK-I)
                   IF ORC-COMPETENCIA EQUAL WRK-COMPETENCIA
                       ADD ORC-CREDITO TO WRK-LIN-ORC-MES(WRK-I)
                   END-IF
               END-IF
           END-IF.

      *----REALIZADO DO JORNAL NO ANO ATE O FIM DA COMPETENCIA---------
       0220-CARREGAR-JORNAL       SECTION.
           IF FS-MOVIMENT EQUAL ZEROS
               MOVE WRK-DATA-INI TO MOV-DATA
               MOVE ZEROS TO MOV-ID
               MOVE SPACES TO MOV-LADO
               START MOVIMENT KEY >= MOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MOVIMENT NEXT
                       PERFORM UNTIL FS-MOVIMENT NOT EQUAL ZEROS
                               OR MOV-DATA GREATER WRK-DATA-FIM
                           IF MOV-CONTA NOT EQUAL 9999
                               MOVE MOV-CONTA TO WRK-BUS-CONTA
                               MOVE MOV-TIPO TO WRK-BUS-TIPO
                               MOVE MOV-LADO TO WRK-BUS-LADO
                               MOVE MOV-VALOR TO WRK-BUS-VALOR
                               MOVE 'N' TO WRK-NO-MES
                               IF MOV-DATA NOT LESS WRK-DATA-MES
                                   MOVE 'S' TO WRK-NO-MES
                               END-IF
                               PERFORM 0240-SOMAR-REALIZADO
                           END-IF
                           READ MOVIMENT NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----PAGAMENTOS FEITOS DA AGENDA: TIPO 'PG', LADO DEBITO---------
       0230-CARREGAR-AGENDA       SECTION.
           IF FS-AGENDA EQUAL ZEROS
               MOVE WRK-DATA-INI TO AGEND-DATA
               MOVE ZEROS TO AGEND-SEQ
               START AGENDA KEY >= AGEND-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AGENDA NEXT
                       PERFORM UNTIL FS-AGENDA NOT EQUAL ZEROS
                               OR AGEND-DATA GREATER WRK-DATA-FIM
                           IF AGEND-PAGO
                               MOVE AGEND-CONTA TO WRK-BUS-CONTA
                               MOVE 'PG' TO WRK-BUS-TIPO
                               MOVE 'D' TO WRK-BUS-LADO
                               MOVE AGEND-VALOR TO WRK-BUS-VALOR
                               MOVE 'N' TO WRK-NO-MES
                               IF AGEND-DATA NOT LESS WRK-DATA-MES
                                   MOVE 'S' TO WRK-NO-MES
                               END-IF
                               PERFORM 0240-SOMAR-REALIZADO
                           END-IF
                           READ AGENDA NEXT
                       END-PERFORM
               END-START
           END-IF.

       0240-SOMAR-REALIZADO       SECTION.
           PERFORM 0250-LOCALIZAR-LINHA.
           IF WRK-I GREATER ZEROS
               ADD WRK-BUS-VALOR TO WRK-LIN-REAL-ANO(WRK-I)
               IF WRK-NO-MES EQUAL 'S'
                   ADD WRK-BUS-VALOR TO WRK-LIN-REAL-MES(WRK-I)
               END-IF
           END-IF.

      *----WRK-I = LINHA DA CONTA/TIPO/LADO (ZERO SE A TABELA ENCHEU)--
       0250-LOCALIZAR-LINHA       SECTION.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-LINHAS
                      OR WRK-ACHOU EQUAL 'S'
               IF WRK-LIN-CONTA(WRK-I) EQUAL WRK-BUS-CONTA
                  AND WRK-LIN-TIPO(WRK-I) EQUAL WRK-BUS-TIPO
                  AND WRK-LIN-LADO(WRK-I) EQUAL WRK-BUS-LADO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WRK-I
           ELSE
               IF WRK-QTD-LINHAS LESS 500
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE WRK-QTD-LINHAS TO WRK-I
                   MOVE WRK-BUS-CONTA TO WRK-LIN-CONTA(WRK-I)
                   MOVE WRK-BUS-TIPO TO WRK-LIN-TIPO(WRK-I)
                   MOVE WRK-BUS-LADO TO WRK-LIN-LADO(WRK-I)
                   MOVE ZEROS TO WRK-LIN-ORC-MES(WRK-I)
                                 WRK-LIN-REAL-MES(WRK-I)
                                 WRK-LIN-ORC-ANO(WRK-I)
                                 WRK-LIN-REAL-ANO(WRK-I)
                   MOVE 'N' TO WRK-LIN-IMPRESSA(WRK-I)
               ELSE
                   DISPLAY "MAIS DE 500 LINHAS CONTA/TIPO/LADO - "
                           "AMPLIAR"
                   MOVE 'ER' TO WRK-JOB-ST
                   MOVE ZEROS TO WRK-I
               END-IF
           END-IF.

      *----RELATORIO NA ORDEM DO CADASTRO DE CONTAS--------------------
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-RELORC-NOME.
           STRING
               'DADOS\ORC'          DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELORC-NOME
           END-STRING.
           OPEN OUTPUT RELORC.
           MOVE WRK-TOLERANCIA TO WRK-TOL-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'ORCADO X REALIZADO - COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA                     DELIMITED BY SIZE
               ' - TOLERANCIA '                    DELIMITED BY SIZE
               WRK-TOL-ED                          DELIMITED BY SIZE
               '%'                                 DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'TP L' TO WRK-LINHA-REL(3:4).
           MOVE '----------------- MES -------------------'
               TO WRK-LINHA-REL(8:41).
           MOVE '------------- ACUMULADO NO ANO ------------'
               TO WRK-LINHA-REL(50:42).
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE '   ORCADO' TO WRK-LINHA-REL(8:9).
           MOVE ' REALIZADO' TO WRK-LINHA-REL(17:10).
           MOVE '  VARIACAO' TO WRK-LINHA-REL(28:10).
           MOVE '      %' TO WRK-LINHA-REL(39:7).
           MOVE '   ORCADO' TO WRK-LINHA-REL(50:9).
           MOVE ' REALIZADO' TO WRK-LINHA-REL(59:10).
           MOVE '  VARIACAO' TO WRK-LINHA-REL(70:10).
           MOVE '      %' TO WRK-LINHA-REL(81:7).
           PERFORM 0450-GRAVAR-LINHA.

           IF WRK-JOB-ST EQUAL 'OK'
               MOVE ZEROS TO CONTA-NUMERO
               START CONTAS KEY >= CONTA-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CONTAS NEXT
                       PERFORM UNTIL FS-CONTAS NOT EQUAL ZEROS
                           MOVE CONTA-NUMERO TO WRK-BUS-CONTA
                           MOVE CONTA-NOME TO WRK-BUS-NOME
                           PERFORM 0410-IMPRIMIR-CONTA
                           READ CONTAS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-CONTAS
      *----SOBRA DA TABELA: CONTA FORA DO CADASTRO---------------------
               PERFORM VARYING WRK-J FROM 1 BY 1
                       UNTIL WRK-J GREATER WRK-QTD-LINHAS
                   IF WRK-LIN-IMPRESSA(WRK-J) EQUAL 'N'
                       MOVE WRK-LIN-CONTA(WRK-J) TO WRK-BUS-CONTA
                       MOVE 'CONTA NAO CADASTRADA' TO WRK-BUS-NOME
                       PERFORM 0410-IMPRIMIR-CONTA
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'TOTAL DO MES - DEBITOS ORCADO' TO WRK-LINHA-REL.
           MOVE WRK-TOT-ORC-DEB TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(31:9).
           MOVE 'REALIZADO' TO WRK-LINHA-REL(42:9).
           MOVE WRK-TOT-REAL-DEB TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(52:9).
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'TOTAL DO MES - CREDITOS ORCADO' TO WRK-LINHA-REL.
           MOVE WRK-TOT-ORC-CRE TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(31:9).
           MOVE 'REALIZADO' TO WRK-LINHA-REL(42:9).
           MOVE WRK-TOT-REAL-CRE TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(52:9).
           PERFORM 0450-GRAVAR-LINHA.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-QTD-ESTOURO EQUAL ZEROS
               MOVE 'NENHUMA CONTA ACIMA DO ORCADO ALEM DA TOLERANCIA'
                   TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
           ELSE
               MOVE 'CONTAS ACIMA DO ORCADO ALEM DA TOLERANCIA'
                   TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I GREATER WRK-QTD-ESTOURO
                   MOVE SPACES TO WRK-LINHA-REL
                   MOVE WRK-EST-CONTA(WRK-I) TO WRK-LINHA-REL(3:4)
                   MOVE WRK-EST-NOME(WRK-I) TO WRK-LINHA-REL(8:30)
                   PERFORM 0450-GRAVAR-LINHA
               END-PERFORM
           END-IF.
           CLOSE RELORC.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELORC-NOME.

      *----CABECALHO DA CONTA E UMA LINHA POR TIPO/LADO----------------
       0410-IMPRIMIR-CONTA        SECTION.
           MOVE 'N' TO WRK-CABECALHO.
           MOVE 'N' TO WRK-ESTOUROU.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-LINHAS
               IF WRK-LIN-CONTA(WRK-I) EQUAL WRK-BUS-CONTA
                  AND WRK-LIN-IMPRESSA(WRK-I) EQUAL 'N'
                   IF WRK-CABECALHO EQUAL 'N'
                       MOVE 'S' TO WRK-CABECALHO
                       MOVE SPACES TO WRK-LINHA-REL
                       PERFORM 0450-GRAVAR-LINHA
                       STRING
                           'CONTA '         DELIMITED BY SIZE
                           WRK-BUS-CONTA    DELIMITED BY SIZE
                           ' '              DELIMITED BY SIZE
                           WRK-BUS-NOME     DELIMITED BY SIZE
                           INTO WRK-LINHA-REL
                       END-STRING
                       PERFORM 0450-GRAVAR-LINHA
                   END-IF
                   PERFORM 0420-LINHA-TIPO
               END-IF
           END-PERFORM.
           IF WRK-ESTOUROU EQUAL 'S'
               IF WRK-QTD-ESTOURO LESS 50
                   ADD 1 TO WRK-QTD-ESTOURO
                   MOVE WRK-BUS-CONTA TO WRK-EST-CONTA(WRK-QTD-ESTOURO)
                   MOVE WRK-BUS-NOME TO WRK-EST-NOME(WRK-QTD-ESTOURO)
               ELSE
                   DISPLAY "MAIS DE 50 CONTAS ESTOURADAS - CONTA "
                           WRK-BUS-CONTA " FORA DA LISTA FINAL"
               END-IF
           END-IF.

       0420-LINHA-TIPO            SECTION.
           MOVE 'S' TO WRK-LIN-IMPRESSA(WRK-I).
           ADD 1 TO WRK-QT-IMPRESSOS.
           IF WRK-LIN-LADO(WRK-I) EQUAL 'D'
               ADD WRK-LIN-ORC-MES(WRK-I) TO WRK-TOT-ORC-DEB
               ADD WRK-LIN-REAL-MES(WRK-I) TO WRK-TOT-REAL-DEB
           ELSE
               ADD WRK-LIN-ORC-MES(WRK-I) TO WRK-TOT-ORC-CRE
               ADD WRK-LIN-REAL-MES(WRK-I) TO WRK-TOT-REAL-CRE
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-LIN-TIPO(WRK-I) TO WRK-LINHA-REL(3:2).
           MOVE WRK-LIN-LADO(WRK-I) TO WRK-LINHA-REL(6:1).
           MOVE WRK-LIN-ORC-MES(WRK-I) TO WRK-ORCADO.
           MOVE WRK-LIN-REAL-MES(WRK-I) TO WRK-REALIZADO.
           PERFORM 0430-MONTAR-VARIACAO.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(8:9).
           MOVE WRK-REALIZADO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(18:9).
           MOVE WRK-VARIACAO-ED TO WRK-LINHA-REL(28:10).
           MOVE WRK-PERC-ED TO WRK-LINHA-REL(39:7).
           IF WRK-LIN-ORC-MES(WRK-I) EQUAL ZEROS
               MOVE '    ---' TO WRK-LINHA-REL(39:7)
           END-IF.
           PERFORM 0440-VERIFICAR-ESTOURO.
           IF WRK-ACHOU EQUAL 'S'
               MOVE '*' TO WRK-LINHA-REL(47:1)
           END-IF.
           MOVE WRK-LIN-ORC-ANO(WRK-I) TO WRK-ORCADO.
           MOVE WRK-LIN-REAL-ANO(WRK-I) TO WRK-REALIZADO.
           PERFORM 0430-MONTAR-VARIACAO.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(50:9).
           MOVE WRK-REALIZADO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(60:9).
           MOVE WRK-VARIACAO-ED TO WRK-LINHA-REL(70:10).
           MOVE WRK-PERC-ED TO WRK-LINHA-REL(81:7).
           IF WRK-LIN-ORC-ANO(WRK-I) EQUAL ZEROS
               MOVE '    ---' TO WRK-LINHA-REL(81:7)
           END-IF.
           PERFORM 0440-VERIFICAR-ESTOURO.
           IF WRK-ACHOU EQUAL 'S'
               MOVE '*' TO WRK-LINHA-REL(89:1)
           END-IF.
           IF WRK-LINHA-REL(47:1) EQUAL '*'
              OR WRK-LINHA-REL(89:1) EQUAL '*'
               MOVE 'ESTOURO' TO WRK-LINHA-REL(91:7)
               MOVE 'S' TO WRK-ESTOUROU
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

      *----VARIACAO = REALIZADO - ORCADO; % SOBRE O ORCADO-------------
       0430-MONTAR-VARIACAO       SECTION.
           MOVE WRK-ORCADO TO WRK-VALOR-ED.
           COMPUTE WRK-VARIACAO = WRK-REALIZADO - WRK-ORCADO.
           MOVE WRK-VARIACAO TO WRK-VARIACAO-ED.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-ORCADO GREATER ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-VARIACAO * 100 / WRK-ORCADO
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-PERCENTUAL
               END-COMPUTE
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-PERC-ED.

      *----WRK-ACHOU = 'S' SE O DEBITO PASSOU DO ORCADO + TOLERANCIA---
       0440-VERIFICAR-ESTOURO     SECTION.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-LIN-LADO(WRK-I) EQUAL 'D'
               COMPUTE WRK-LIMITE =
                   WRK-ORCADO * (100 + WRK-TOLERANCIA) / 100
               IF WRK-REALIZADO GREATER WRK-LIMITE
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELORC-DADOS.
           WRITE RELORC-REG.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR             SECTION.
           CLOSE ORCAMENTO.
           CLOSE MOVIMENT.
           CLOSE AGENDA.
           CLOSE CONTAS.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "LINHAS IMPRESSAS: " WRK-QT-IMPRESSOS.
           DISPLAY "CONTAS ACIMA DO ORCADO: " WRK-QTD-ESTOURO.
           DISPLAY "FIM DO ORCADO X REALIZADO".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'ORCREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-IMPRESSOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
