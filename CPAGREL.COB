       IDENTIFICATION              DIVISION.
       PROGRAM-ID. CPAGREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CONTAS A PAGAR A DISTRIBUIDORAS (CPAGAR.DAT) -
      *==           ENVELHECIMENTO DO QUE SE DEVE POR DISTRIBUIDORA
      *==           (A VENCER / VENCIDO ATE 30 / 31-60 / 61-90 / MAIS
      *==           DE 90 DIAS) E A NECESSIDADE DE CAIXA DA SEMANA:
      *==           TITULOS QUE VENCEM NOS PROXIMOS 7, 15 E 30 DIAS,
      *==           COM O ACUMULADO DE CADA PRAZO. RELATORIO DATADO
      *==           CPAGAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: VALORES PELO SALDO DO TITULO (VALOR MENOS O JA
      *==           PAGO). OS TITULOS VEM ORDENADOS POR DISTRIBUIDORA
      *==           NA CHAVE, ENTAO A QUEBRA E FEITA NA LEITURA. O
      *==           VENCIDO ENTRA NA NECESSIDADE DE CAIXA COMO PAGAR JA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CPAGAR ASSIGN TO 'DADOS\CPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAG-CHAVE
               FILE STATUS IS FS-CPAGAR.

           SELECT DISTRIB ASSIGN TO 'DADOS\DISTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIST-CODIGO
               FILE STATUS IS FS-DISTRIB.

      *----NOME GERADO EM 0100-INICIALIZAR COM A DATA DO DIA----------
           SELECT RELCPAG ASSIGN TO WRK-RELCPAG-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCPAG-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CPAGAR.
           COPY "CPAGREG".

       FD DISTRIB.
           COPY "DISTREG".

       FD RELCPAG.
       01 RELCPAG-REG.
           05 RELCPAG-DADOS         PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-CPAGAR             PIC 9(02) VALUE ZEROS.
       77 FS-DISTRIB            PIC 9(02) VALUE ZEROS.
       77 RELCPAG-STATUS        PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS              PIC S9(05) VALUE ZEROS.
       77 WRK-RELCPAG-NOME      PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-QT-DIST           PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TITULOS        PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-ITEM        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIST-ATUAL        PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-DIST          PIC X(01) VALUE 'N'.
       77 WRK-NOME-ATUAL        PIC X(30) VALUE SPACES.
      *----FAIXA DA NECESSIDADE DE CAIXA EM LISTAGEM: DE/ATE DIAS-----
       77 WRK-FX-DE             PIC S9(05) VALUE ZEROS.
       77 WRK-FX-ATE            PIC S9(05) VALUE ZEROS.
       77 WRK-FX-TOTAL          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ACUMULADO         PIC 9(08)V99 VALUE ZEROS.
      *----FAIXAS DA DISTRIBUIDORA CORRENTE----------------------------
       77 WRK-DIS-AVENCER       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIS-F30           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIS-F60           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIS-F90           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIS-FMAIS         PIC 9(08)V99 VALUE ZEROS.
      *----FAIXAS TOTAIS DO RELATORIO----------------------------------
       77 WRK-TOT-AVENCER       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-F30           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-F60           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-F90           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-FMAIS         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ED-AVENCER        PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-F30            PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-F60            PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-F90            PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-FMAIS          PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-VALOR          PIC ZZZZZZ9,99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS E O RELATORIO DATADO----------------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DAS CONTAS A PAGAR".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CPAGAR.
           IF FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY "CPAGAR.DAT AINDA NAO POSSUI TITULOS"
           END-IF.
           OPEN INPUT DISTRIB.
           MOVE SPACES TO WRK-RELCPAG-NOME.
           STRING
               'DADOS\CPAG'         DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELCPAG-NOME
           END-STRING.
           OPEN OUTPUT RELCPAG.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CONTAS A PAGAR A DISTRIBUIDORAS EM: '
                                    DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'ENVELHECIMENTO - DISTRIBUIDORA / A VENCER / VENCIDO ATE
      -         ' 30 / 31-60 / 61-90 / MAIS DE 90'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE '==============================================='
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           IF FS-CPAGAR EQUAL ZEROS
               PERFORM 0210-ENVELHECIMENTO
               PERFORM 0500-TOTALIZAR
               PERFORM 0600-NECESSIDADE-CAIXA
           ELSE
               PERFORM 0500-TOTALIZAR
           END-IF.

      *----VARRE OS TITULOS EM ABERTO COM QUEBRA POR DISTRIBUIDORA----
       0210-ENVELHECIMENTO        SECTION.
           MOVE ZEROS TO CPAG-CHAVE.
           START CPAGAR KEY >= CPAG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CPAGAR NEXT
                   PERFORM UNTIL FS-CPAGAR NOT EQUAL ZEROS
                       IF CPAG-EM-ABERTO
                           PERFORM 0220-ACUMULAR-TITULO
                       END-IF
                       READ CPAGAR NEXT
                   END-PERFORM
           END-START.
           IF WRK-TEM-DIST EQUAL 'S'
               PERFORM 0240-FECHAR-DISTRIBUIDORA
           END-IF.

      *----ACUMULA O SALDO DO TITULO NA FAIXA PELOS DIAS DE ATRASO----
       0220-ACUMULAR-TITULO       SECTION.
           IF WRK-TEM-DIST EQUAL 'N' OR
              CPAG-DISTRIBUIDORA NOT EQUAL WRK-DIST-ATUAL
               IF WRK-TEM-DIST EQUAL 'S'
                   PERFORM 0240-FECHAR-DISTRIBUIDORA
               END-IF
               PERFORM 0230-ABRIR-DISTRIBUIDORA
           END-IF.
           ADD 1 TO WRK-QT-TITULOS.
           COMPUTE WRK-SALDO-ITEM = CPAG-VALOR - CPAG-VLR-PAGO.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-HOJE)
               - FUNCTION INTEGER-OF-DATE(CPAG-VENCIMENTO).
           IF WRK-DIAS NOT GREATER ZEROS
               ADD WRK-SALDO-ITEM TO WRK-DIS-AVENCER WRK-TOT-AVENCER
           ELSE
               IF WRK-DIAS NOT GREATER 30
                   ADD WRK-SALDO-ITEM TO WRK-DIS-F30 WRK-TOT-F30
               ELSE
                   IF WRK-DIAS NOT GREATER 60
                       ADD WRK-SALDO-ITEM TO WRK-DIS-F60 WRK-TOT-F60
                   ELSE
                       IF WRK-DIAS NOT GREATER 90
                           ADD WRK-SALDO-ITEM TO WRK-DIS-F90
                                                 WRK-TOT-F90
                       ELSE
                           ADD WRK-SALDO-ITEM TO WRK-DIS-FMAIS
                                                 WRK-TOT-FMAIS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----COMECA A APURACAO DE UMA NOVA DISTRIBUIDORA----------------
       0230-ABRIR-DISTRIBUIDORA   SECTION.
           MOVE 'S' TO WRK-TEM-DIST.
           MOVE CPAG-DISTRIBUIDORA TO WRK-DIST-ATUAL.
           MOVE ZEROS TO WRK-DIS-AVENCER WRK-DIS-F30 WRK-DIS-F60
                         WRK-DIS-F90 WRK-DIS-FMAIS.
           PERFORM 0250-NOME-DISTRIBUIDORA.

      *----IMPRIME A LINHA DA DISTRIBUIDORA QUE TERMINOU--------------
       0240-FECHAR-DISTRIBUIDORA  SECTION.
           ADD 1 TO WRK-QT-DIST.
           MOVE WRK-DIS-AVENCER TO WRK-ED-AVENCER.
           MOVE WRK-DIS-F30   TO WRK-ED-F30.
           MOVE WRK-DIS-F60   TO WRK-ED-F60.
           MOVE WRK-DIS-F90   TO WRK-ED-F90.
           MOVE WRK-DIS-FMAIS TO WRK-ED-FMAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-DIST-ATUAL     DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WRK-NOME-ATUAL(1:20) DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WRK-ED-AVENCER     DELIMITED BY SIZE
               ' / '              DELIMITED BY SIZE
               WRK-ED-F30         DELIMITED BY SIZE
               ' / '              DELIMITED BY SIZE
               WRK-ED-F60         DELIMITED BY SIZE
               ' / '              DELIMITED BY SIZE
               WRK-ED-F90         DELIMITED BY SIZE
               ' / '              DELIMITED BY SIZE
               WRK-ED-FMAIS       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----NOME DA DISTRIBUIDORA DO TITULO CORRENTE-------------------
       0250-NOME-DISTRIBUIDORA    SECTION.
           MOVE 'NAO CADASTRADA' TO WRK-NOME-ATUAL.
           IF FS-DISTRIB EQUAL ZEROS
               MOVE CPAG-DISTRIBUIDORA TO DIST-CODIGO
               READ DISTRIB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIST-NOME TO WRK-NOME-ATUAL
               END-READ
               MOVE ZEROS TO FS-DISTRIB
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELCPAG-DADOS.
           WRITE RELCPAG-REG.

      *----TOTAIS DO ENVELHECIMENTO-----------------------------------
       0500-TOTALIZAR             SECTION.
           MOVE '-----------------------------------------------'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-AVENCER TO WRK-ED-AVENCER.
           MOVE WRK-TOT-F30   TO WRK-ED-F30.
           MOVE WRK-TOT-F60   TO WRK-ED-F60.
           MOVE WRK-TOT-F90   TO WRK-ED-F90.
           MOVE WRK-TOT-FMAIS TO WRK-ED-FMAIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'TOTAIS: '     DELIMITED BY SIZE
               WRK-ED-AVENCER DELIMITED BY SIZE
               ' / '          DELIMITED BY SIZE
               WRK-ED-F30     DELIMITED BY SIZE
               ' / '          DELIMITED BY SIZE
               WRK-ED-F60     DELIMITED BY SIZE
               ' / '          DELIMITED BY SIZE
               WRK-ED-F90     DELIMITED BY SIZE
               ' / '          DELIMITED BY SIZE
               WRK-ED-FMAIS   DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'DISTRIBUIDORAS COM SALDO: ' DELIMITED BY SIZE
               WRK-QT-DIST                  DELIMITED BY SIZE
               ' / TITULOS EM ABERTO: '     DELIMITED BY SIZE
               WRK-QT-TITULOS               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----NECESSIDADE DE CAIXA: VENCIDOS (PAGAR JA) E OS QUE VENCEM--
      *----EM ATE 7, DE 8 A 15 E DE 16 A 30 DIAS, COM O ACUMULADO------
       0600-NECESSIDADE-CAIXA     SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'NECESSIDADE DE CAIXA - DISTRIBUIDORA / PEDIDO / VENCIME
      -         'NTO / SALDO'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE '==============================================='
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-ACUMULADO.
           MOVE -99999 TO WRK-FX-DE.
           MOVE -1 TO WRK-FX-ATE.
           MOVE 'VENCIDOS - PAGAR JA' TO WRK-LINHA-REL.
           PERFORM 0610-LISTAR-FAIXA.
           MOVE ZEROS TO WRK-FX-DE.
           MOVE 7 TO WRK-FX-ATE.
           MOVE 'VENCEM EM ATE 7 DIAS' TO WRK-LINHA-REL.
           PERFORM 0610-LISTAR-FAIXA.
           MOVE 8 TO WRK-FX-DE.
           MOVE 15 TO WRK-FX-ATE.
           MOVE 'VENCEM DE 8 A 15 DIAS' TO WRK-LINHA-REL.
           PERFORM 0610-LISTAR-FAIXA.
           MOVE 16 TO WRK-FX-DE.
           MOVE 30 TO WRK-FX-ATE.
           MOVE 'VENCEM DE 16 A 30 DIAS' TO WRK-LINHA-REL.
           PERFORM 0610-LISTAR-FAIXA.

      *----UMA FAIXA: LISTA OS TITULOS, O TOTAL E O ACUMULADO---------
       0610-LISTAR-FAIXA          SECTION.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-FX-TOTAL.
           MOVE ZEROS TO CPAG-CHAVE.
           START CPAGAR KEY >= CPAG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CPAGAR NEXT
                   PERFORM UNTIL FS-CPAGAR NOT EQUAL ZEROS
                       IF CPAG-EM-ABERTO
                           COMPUTE WRK-DIAS =
                               FUNCTION INTEGER-OF-DATE(CPAG-VENCIMENTO)
                               - FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                           IF WRK-DIAS NOT LESS WRK-FX-DE AND
                              WRK-DIAS NOT GREATER WRK-FX-ATE
                               PERFORM 0620-LINHA-TITULO
                           END-IF
                       END-IF
                       READ CPAGAR NEXT
                   END-PERFORM
           END-START.
           ADD WRK-FX-TOTAL TO WRK-ACUMULADO.
           MOVE WRK-FX-TOTAL TO WRK-ED-VALOR.
           MOVE WRK-ACUMULADO TO WRK-ED-AVENCER.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '   TOTAL DA FAIXA: ' DELIMITED BY SIZE
               WRK-ED-VALOR          DELIMITED BY SIZE
               ' / ACUMULADO: '      DELIMITED BY SIZE
               WRK-ED-AVENCER        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0620-LINHA-TITULO          SECTION.
           COMPUTE WRK-SALDO-ITEM = CPAG-VALOR - CPAG-VLR-PAGO.
           ADD WRK-SALDO-ITEM TO WRK-FX-TOTAL.
           MOVE WRK-SALDO-ITEM TO WRK-ED-VALOR.
           PERFORM 0250-NOME-DISTRIBUIDORA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '   '                DELIMITED BY SIZE
               CPAG-DISTRIBUIDORA   DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-NOME-ATUAL(1:20) DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               CPAG-PEDIDO          DELIMITED BY SIZE
               '/'                  DELIMITED BY SIZE
               CPAG-SEQ             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               CPAG-VENCIMENTO      DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-VALOR         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0300-FINALIZAR             SECTION.
           CLOSE CPAGAR.
           CLOSE DISTRIB.
           CLOSE RELCPAG.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELCPAG-NOME.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DAS CONTAS A PAGAR".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'CPAGREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-TITULOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
