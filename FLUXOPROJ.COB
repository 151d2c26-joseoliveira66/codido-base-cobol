       IDENTIFICATION              DIVISION.
       PROGRAM-ID. FLUXOPROJ.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: PROJECAO DE CAIXA DAS CONTAS DE SALDO, DIA A DIA,
      *==           PARA OS PROXIMOS 30/60/90 DIAS - PARTE DO
      *==           CONTA-SALDO DE HOJE, TIRA OS PAGAMENTOS PENDENTES
      *==           DA AGENDA.DAT, APLICA AS TRANSFERENCIAS
      *==           RECORRENTES (TRFREC.DAT/TRFRCAD) E SOMA O
      *==           MOVIMENTO DIARIO HABITUAL TIRADO DO SALDHIST.DAT,
      *==           E MARCA O PRIMEIRO DIA EM QUE CADA CONTA PASSA DO
      *==           LIMITE DE CHEQUE ESPECIAL. RELATORIO EM
      *==           DADOS\FLUXOAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: MOVIMENTO HABITUAL = VARIACAO MEDIA POR DIA DO
      *==           SALDO NAS FOTOS DOS ULTIMOS 30 DIAS, SEM OS
      *==           PAGAMENTOS DA AGENDA E SEM AS TRANSFERENCIAS ('TR'
      *==           DO JORNAL), QUE JA SAO PROJETADOS A PARTE. AGENDA
      *==           PENDENTE VENCIDA ENTRA NO PRIMEIRO DIA. LIMITE
      *==           ZERADO NO CADASTRO VALE O PADRAO -500
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
         SELECT CONTAS ASSIGN TO "C:\COBOL\DADOS\CONTAS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CONTA-NUMERO
         FILE STATUS IS FS-CONTAS.

         SELECT AGENDA ASSIGN TO "C:\COBOL\DADOS\AGENDA.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS AGEND-CHAVE
         FILE STATUS IS FS-AGENDA.

           SELECT TRFREC ASSIGN TO 'DADOS\TRFREC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRR-NUMERO
               FILE STATUS IS FS-TRFREC.

           SELECT SALDHIST ASSIGN TO 'DADOS\SALDHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDH-CHAVE
               FILE STATUS IS FS-SALDHIST.

           SELECT MOVIMENT ASSIGN TO 'DADOS\MOVIMENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVIMENT.

           SELECT RELFLX ASSIGN TO WRK-RELFLX-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELFLX-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CONTAS.
           COPY "CONTAREG".

       FD AGENDA.
           COPY "AGENDREG".

       FD TRFREC.
           COPY "TRFRECREG".

       FD SALDHIST.
           COPY "SALDHREG".

       FD MOVIMENT.
           COPY "MOVREG".

       FD RELFLX.
       01 RELFLX-REG.
           05 RELFLX-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-CONTAS         PIC 9(02)      VALUE ZEROS.
       77 FS-AGENDA         PIC 9(02)      VALUE ZEROS.
       77 FS-TRFREC         PIC 9(02)      VALUE ZEROS.
       77 FS-SALDHIST       PIC 9(02)      VALUE ZEROS.
       77 FS-MOVIMENT       PIC 9(02)      VALUE ZEROS.
       77 RELFLX-STATUS     PIC 9(02)      VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)      VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)      VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-HOJE-INT      PIC 9(07)      VALUE ZEROS.
       77 WRK-HORIZONTE     PIC 9(02)      VALUE ZEROS.
       77 WRK-DATA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-HIST-INI      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA          PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-SEG      PIC 9(08)      VALUE ZEROS.
       77 WRK-DIA           PIC 9(02)      VALUE ZEROS.
       77 WRK-ULTIMO-DIA    PIC X(01)      VALUE 'N'.
       77 WRK-RELFLX-NOME   PIC X(030)     VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)     VALUE SPACES.
       77 WRK-I             PIC 9(04)      VALUE ZEROS.
       77 WRK-J             PIC 9(04)      VALUE ZEROS.
       77 WRK-K             PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-CONTAS    PIC 9(02)      VALUE ZEROS.
       77 WRK-QTD-AGENDA    PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-TRF       PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-CRUZA     PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(05)      VALUE ZEROS.
       77 WRK-SALDO         PIC S9(09)V99  VALUE ZEROS.
       77 WRK-PAGAR         PIC 9(08)      VALUE ZEROS.
       77 WRK-TRF-ENTRA     PIC 9(08)      VALUE ZEROS.
       77 WRK-TRF-SAI       PIC 9(08)      VALUE ZEROS.
       77 WRK-PRIMEIRO-DIA  PIC 9(08)      VALUE ZEROS.
       77 WRK-MENOR-SALDO   PIC S9(09)V99  VALUE ZEROS.
       77 WRK-MENOR-DATA    PIC 9(08)      VALUE ZEROS.
       77 WRK-SD-30         PIC S9(09)V99  VALUE ZEROS.
       77 WRK-SD-60         PIC S9(09)V99  VALUE ZEROS.
       77 WRK-SD-90         PIC S9(09)V99  VALUE ZEROS.
       77 WRK-FOTO-DATA-1   PIC 9(08)      VALUE ZEROS.
       77 WRK-FOTO-SALDO-1  PIC S9(07)     VALUE ZEROS.
       77 WRK-FOTO-DATA-2   PIC 9(08)      VALUE ZEROS.
       77 WRK-FOTO-SALDO-2  PIC S9(07)     VALUE ZEROS.
       77 WRK-FORA-HABITO   PIC S9(09)     VALUE ZEROS.
       77 WRK-DIAS-HIST     PIC 9(03)      VALUE ZEROS.
       77 WRK-SALDO-ED      PIC -ZZZZZZZ9  VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZ9   VALUE ZEROS.
       77 WRK-MEDIA-ED      PIC -ZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIMITE-ED     PIC -ZZZZ9     VALUE ZEROS.

      *----CONTAS: SALDO DE HOJE, LIMITE E MOVIMENTO HABITUAL----------
       01 WRK-TAB-CONTAS.
           05 WRK-CTA OCCURS 50 TIMES.
               10 WRK-CTA-NUMERO    PIC 9(04).
               10 WRK-CTA-NOME      PIC X(30).
               10 WRK-CTA-SALDO     PIC S9(07).
               10 WRK-CTA-LIMITE    PIC S9(05).
               10 WRK-CTA-MEDIA     PIC S9(07)V99.
               10 WRK-CTA-CRUZA     PIC 9(08).

      *----PAGAMENTOS PENDENTES DA AGENDA ATE O FIM DO HORIZONTE-------
       01 WRK-TAB-AGENDA.
           05 WRK-AGE OCCURS 500 TIMES.
               10 WRK-AGE-CONTA     PIC 9(04).
               10 WRK-AGE-DATA      PIC 9(08).
               10 WRK-AGE-VALOR     PIC 9(05).

      *----TRANSFERENCIAS RECORRENTES ATIVAS---------------------------
       01 WRK-TAB-TRF.
           05 WRK-TRF OCCURS 100 TIMES.
               10 WRK-TRF-DEBITO    PIC 9(04).
               10 WRK-TRF-CREDITO   PIC 9(04).
               10 WRK-TRF-VALOR     PIC 9(07).
               10 WRK-TRF-DIA       PIC 9(02).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA PROJECAO DE CAIXA".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "HORIZONTE EM DIAS (30/60/90, 0 = 90)..."
           ACCEPT WRK-HORIZONTE.
           IF WRK-HORIZONTE NOT EQUAL 30 AND
              WRK-HORIZONTE NOT EQUAL 60
               MOVE 90 TO WRK-HORIZONTE
           END-IF.
           COMPUTE WRK-HOJE-INT = FUNCTION INTEGER-OF-DATE(WRK-HOJE).
           COMPUTE WRK-DATA-FIM = FUNCTION DATE-OF-INTEGER(
               WRK-HOJE-INT + WRK-HORIZONTE).
           COMPUTE WRK-HIST-INI = FUNCTION DATE-OF-INTEGER(
               WRK-HOJE-INT - 30).
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL ZEROS
               DISPLAY "CONTAS.DAT INDISPONIVEL (VER CONTACAD)"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT AGENDA.
           IF FS-AGENDA NOT EQUAL ZEROS
               DISPLAY "AGENDA.DAT SEM PAGAMENTOS PROGRAMADOS"
           END-IF.
           OPEN INPUT TRFREC.
           IF FS-TRFREC NOT EQUAL ZEROS
               DISPLAY "TRFREC.DAT SEM TRANSFERENCIAS RECORRENTES"
           END-IF.
           OPEN INPUT SALDHIST.
           IF FS-SALDHIST NOT EQUAL ZEROS
               DISPLAY "SALDHIST.DAT INDISPONIVEL (RODAR SALDODIA) - "
                       "SEM MOVIMENTO HABITUAL"
           END-IF.
           OPEN INPUT MOVIMENT.
           IF FS-MOVIMENT NOT EQUAL ZEROS
               DISPLAY "MOVIMENT.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.

       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0210-CARREGAR-CONTAS
               PERFORM 0220-CARREGAR-AGENDA
               PERFORM 0230-CARREGAR-TRANSFERENCIAS
               PERFORM 0240-MEDIA-HABITUAL
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-CONTAS
           END-IF.

       0210-CARREGAR-CONTAS       SECTION.
           MOVE ZEROS TO CONTA-NUMERO.
           START CONTAS KEY >= CONTA-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CONTAS NEXT
                   PERFORM UNTIL FS-CONTAS NOT EQUAL ZEROS
                       IF WRK-QTD-CONTAS LESS 50
                           ADD 1 TO WRK-QTD-CONTAS
                           MOVE WRK-QTD-CONTAS TO WRK-I
                           MOVE CONTA-NUMERO TO WRK-CTA-NUMERO(WRK-I)
                           MOVE CONTA-NOME TO WRK-CTA-NOME(WRK-I)
                           MOVE CONTA-SALDO TO WRK-CTA-SALDO(WRK-I)
                           MOVE CONTA-LIMITE TO WRK-CTA-LIMITE(WRK-I)
                           IF CONTA-LIMITE EQUAL ZEROS
                               MOVE -500 TO WRK-CTA-LIMITE(WRK-I)
                           END-IF
                           MOVE ZEROS TO WRK-CTA-MEDIA(WRK-I)
                                         WRK-CTA-CRUZA(WRK-I)
                       ELSE
                           DISPLAY "MAIS DE 50 CONTAS - CONTA "
                                   CONTA-NUMERO " FORA DA PROJECAO"
                           MOVE 'ER' TO WRK-JOB-ST
                       END-IF
                       READ CONTAS NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-CONTAS.

      *----PENDENTES (INCLUSIVE VENCIDOS) ATE O FIM DO HORIZONTE-------
       0220-CARREGAR-AGENDA       SECTION.
           IF FS-AGENDA EQUAL ZEROS
               MOVE ZEROS TO AGEND-DATA AGEND-SEQ
               START AGENDA KEY >= AGEND-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AGENDA NEXT
                       PERFORM UNTIL FS-AGENDA NOT EQUAL ZEROS
                               OR AGEND-DATA GREATER WRK-DATA-FIM
                           IF AGEND-PENDENTE
                               PERFORM 0225-GUARDAR-AGENDA
                           END-IF
                           READ AGENDA NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-AGENDA
           END-IF.

       0225-GUARDAR-AGENDA        SECTION.
           IF WRK-QTD-AGENDA LESS 500
               ADD 1 TO WRK-QTD-AGENDA
               MOVE AGEND-CONTA TO WRK-AGE-CONTA(WRK-QTD-AGENDA)
               MOVE AGEND-DATA TO WRK-AGE-DATA(WRK-QTD-AGENDA)
               MOVE AGEND-VALOR TO WRK-AGE-VALOR(WRK-QTD-AGENDA)
           ELSE
               DISPLAY "MAIS DE 500 PAGAMENTOS PENDENTES - AMPLIAR"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.

       0230-CARREGAR-TRANSFERENCIAS SECTION.
           IF FS-TRFREC EQUAL ZEROS
               MOVE ZEROS TO TRR-NUMERO
               START TRFREC KEY >= TRR-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ TRFREC NEXT
                       PERFORM UNTIL FS-TRFREC NOT EQUAL ZEROS
                           IF TRR-ATIVA
                               PERFORM 0235-GUARDAR-TRANSFERENCIA
                           END-IF
                           READ TRFREC NEXT
                       END-PERFORM
               END-START
           END-IF.

       0235-GUARDAR-TRANSFERENCIA SECTION.
           IF WRK-QTD-TRF LESS 100
               ADD 1 TO WRK-QTD-TRF
               MOVE TRR-CONTA-DEBITO TO WRK-TRF-DEBITO(WRK-QTD-TRF)
               MOVE TRR-CONTA-CREDITO TO WRK-TRF-CREDITO(WRK-QTD-TRF)
               MOVE TRR-VALOR TO WRK-TRF-VALOR(WRK-QTD-TRF)
               MOVE TRR-DIA TO WRK-TRF-DIA(WRK-QTD-TRF)
           ELSE
               DISPLAY "MAIS DE 100 TRANSFERENCIAS RECORRENTES - "
                       "AMPLIAR"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.

      *----VARIACAO MEDIA DIARIA ENTRE A 1A E A ULTIMA FOTO DOS-------
      *----ULTIMOS 30 DIAS, SEM AGENDA PAGA E SEM TRANSFERENCIAS-------
       0240-MEDIA-HABITUAL        SECTION.
           MOVE ZEROS TO WRK-FOTO-DATA-1 WRK-FOTO-DATA-2
                         WRK-FOTO-SALDO-1 WRK-FOTO-SALDO-2.
           IF FS-SALDHIST EQUAL ZEROS
               MOVE WRK-CTA-NUMERO(WRK-I) TO SDH-CONTA
               MOVE WRK-HIST-INI TO SDH-DATA
               START SALDHIST KEY >= SDH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SALDHIST NEXT
                       PERFORM UNTIL FS-SALDHIST NOT EQUAL ZEROS
                               OR SDH-CONTA NOT EQUAL
                                  WRK-CTA-NUMERO(WRK-I)
                               OR SDH-DATA GREATER WRK-HOJE
                           IF WRK-FOTO-DATA-1 EQUAL ZEROS
                               MOVE SDH-DATA TO WRK-FOTO-DATA-1
                               MOVE SDH-SALDO TO WRK-FOTO-SALDO-1
                           END-IF
                           MOVE SDH-DATA TO WRK-FOTO-DATA-2
                           MOVE SDH-SALDO TO WRK-FOTO-SALDO-2
                           READ SALDHIST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-SALDHIST
           END-IF.
           IF WRK-FOTO-DATA-2 GREATER WRK-FOTO-DATA-1
               COMPUTE WRK-DIAS-HIST =
                   FUNCTION INTEGER-OF-DATE(WRK-FOTO-DATA-2)
                   - FUNCTION INTEGER-OF-DATE(WRK-FOTO-DATA-1)
               MOVE ZEROS TO WRK-FORA-HABITO
               PERFORM 0245-AGENDA-PAGA-NO-PERIODO
               PERFORM 0247-TRANSFERENCIAS-NO-PERIODO
               COMPUTE WRK-CTA-MEDIA(WRK-I) ROUNDED =
                   (WRK-FOTO-SALDO-2 - WRK-FOTO-SALDO-1
                    - WRK-FORA-HABITO) / WRK-DIAS-HIST
           END-IF.

      *----PAGAMENTOS DA AGENDA DEPOIS DA 1A FOTO ATE A ULTIMA---------
       0245-AGENDA-PAGA-NO-PERIODO SECTION.
           IF FS-AGENDA EQUAL ZEROS
               COMPUTE AGEND-DATA = WRK-FOTO-DATA-1 + 1
               MOVE ZEROS TO AGEND-SEQ
               START AGENDA KEY >= AGEND-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AGENDA NEXT
                       PERFORM UNTIL FS-AGENDA NOT EQUAL ZEROS
                               OR AGEND-DATA GREATER WRK-FOTO-DATA-2
                           IF AGEND-PAGO AND
                              AGEND-CONTA EQUAL WRK-CTA-NUMERO(WRK-I)
                               SUBTRACT AGEND-VALOR
                                   FROM WRK-FORA-HABITO
                           END-IF
                           READ AGENDA NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-AGENDA
           END-IF.

      *----TRANSFERENCIAS DO JORNAL DEPOIS DA 1A FOTO ATE A ULTIMA-----
       0247-TRANSFERENCIAS-NO-PERIODO SECTION.
           IF FS-MOVIMENT EQUAL ZEROS
               COMPUTE MOV-DATA = WRK-FOTO-DATA-1 + 1
               MOVE ZEROS TO MOV-ID
               MOVE SPACES TO MOV-LADO
               START MOVIMENT KEY >= MOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MOVIMENT NEXT
                       PERFORM UNTIL FS-MOVIMENT NOT EQUAL ZEROS
                               OR MOV-DATA GREATER WRK-FOTO-DATA-2
                           IF MOV-TIPO EQUAL 'TR' AND
                              MOV-CONTA EQUAL WRK-CTA-NUMERO(WRK-I)
                               IF MOV-LADO EQUAL 'C'
                                   ADD MOV-VALOR TO WRK-FORA-HABITO
                               ELSE
                                   SUBTRACT MOV-VALOR
                                       FROM WRK-FORA-HABITO
                               END-IF
                           END-IF
                           READ MOVIMENT NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-MOVIMENT
           END-IF.

      *----UMA SECAO POR CONTA, UMA LINHA POR DIA DO HORIZONTE---------
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-RELFLX-NOME.
           STRING
               'DADOS\FLUXO'        DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELFLX-NOME
           END-STRING.
           OPEN OUTPUT RELFLX.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'PROJECAO DE CAIXA A PARTIR DE ' DELIMITED BY SIZE
               WRK-HOJE                         DELIMITED BY SIZE
               ' - '                            DELIMITED BY SIZE
               WRK-HORIZONTE                    DELIMITED BY SIZE
               ' DIAS'                          DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0410-PROJETAR-CONTA
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-CONTAS
           END-IF.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-QTD-CRUZA EQUAL ZEROS
               MOVE 'NENHUMA CONTA PASSA DO LIMITE NO HORIZONTE'
                   TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
           ELSE
               MOVE 'CONTAS QUE PASSAM DO LIMITE (PRIMEIRO DIA)'
                   TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I GREATER WRK-QTD-CONTAS
                   IF WRK-CTA-CRUZA(WRK-I) GREATER ZEROS
                       MOVE WRK-CTA-NUMERO(WRK-I) TO WRK-LINHA-REL(3:4)
                       MOVE WRK-CTA-NOME(WRK-I) TO WRK-LINHA-REL(8:30)
                       MOVE WRK-CTA-CRUZA(WRK-I) TO WRK-LINHA-REL(39:8)
                       PERFORM 0450-GRAVAR-LINHA
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE RELFLX.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELFLX-NOME.

       0410-PROJETAR-CONTA        SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-CTA-SALDO(WRK-I) TO WRK-SALDO-ED.
           MOVE WRK-CTA-LIMITE(WRK-I) TO WRK-LIMITE-ED.
           MOVE WRK-CTA-MEDIA(WRK-I) TO WRK-MEDIA-ED.
           STRING
               'CONTA '                DELIMITED BY SIZE
               WRK-CTA-NUMERO(WRK-I)   DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WRK-CTA-NOME(WRK-I)     DELIMITED BY SIZE
               ' SALDO '               DELIMITED BY SIZE
               WRK-SALDO-ED            DELIMITED BY SIZE
               ' LIMITE '              DELIMITED BY SIZE
               WRK-LIMITE-ED           DELIMITED BY SIZE
               ' HABITUAL/DIA '        DELIMITED BY SIZE
               WRK-MEDIA-ED            DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE '    DATA' TO WRK-LINHA-REL(3:8).
           MOVE ' PAGAMENTOS' TO WRK-LINHA-REL(13:11).
           MOVE ' TRF ENTRA' TO WRK-LINHA-REL(25:10).
           MOVE '  TRF SAI' TO WRK-LINHA-REL(36:9).
           MOVE ' SALDO PROJ' TO WRK-LINHA-REL(46:11).
           PERFORM 0450-GRAVAR-LINHA.

           MOVE WRK-CTA-SALDO(WRK-I) TO WRK-SALDO.
           MOVE WRK-SALDO TO WRK-MENOR-SALDO.
           MOVE WRK-HOJE TO WRK-MENOR-DATA.
           MOVE ZEROS TO WRK-PRIMEIRO-DIA WRK-SD-30 WRK-SD-60
                         WRK-SD-90.
           PERFORM 0420-PROJETAR-DIA
               VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K GREATER WRK-HORIZONTE.
           MOVE WRK-PRIMEIRO-DIA TO WRK-CTA-CRUZA(WRK-I).

           MOVE WRK-SD-30 TO WRK-SALDO-ED.
           MOVE 'SALDO EM 30 DIAS' TO WRK-LINHA-REL(3:16).
           MOVE WRK-SALDO-ED TO WRK-LINHA-REL(20:9).
           IF WRK-HORIZONTE NOT LESS 60
               MOVE WRK-SD-60 TO WRK-SALDO-ED
               MOVE '60 DIAS' TO WRK-LINHA-REL(31:7)
               MOVE WRK-SALDO-ED TO WRK-LINHA-REL(39:9)
           END-IF.
           IF WRK-HORIZONTE NOT LESS 90
               MOVE WRK-SD-90 TO WRK-SALDO-ED
               MOVE '90 DIAS' TO WRK-LINHA-REL(50:7)
               MOVE WRK-SALDO-ED TO WRK-LINHA-REL(58:9)
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-MENOR-SALDO TO WRK-SALDO-ED.
           STRING
               '  MENOR SALDO '     DELIMITED BY SIZE
               WRK-SALDO-ED         DELIMITED BY SIZE
               ' EM '               DELIMITED BY SIZE
               WRK-MENOR-DATA       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-PRIMEIRO-DIA EQUAL ZEROS
               MOVE '  NAO PASSA DO LIMITE NO HORIZONTE'
                   TO WRK-LINHA-REL
           ELSE
               ADD 1 TO WRK-QTD-CRUZA
               STRING
                   '  *** PASSA DO LIMITE EM ' DELIMITED BY SIZE
                   WRK-PRIMEIRO-DIA            DELIMITED BY SIZE
                   ' ***'                      DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

      *----SALDO DO DIA K = ANTERIOR + HABITUAL - AGENDA +/- TRF-------
       0420-PROJETAR-DIA          SECTION.
           COMPUTE WRK-DATA = FUNCTION DATE-OF-INTEGER(
               WRK-HOJE-INT + WRK-K).
           COMPUTE WRK-DATA-SEG = FUNCTION DATE-OF-INTEGER(
               WRK-HOJE-INT + WRK-K + 1).
           MOVE WRK-DATA(7:2) TO WRK-DIA.
           MOVE 'N' TO WRK-ULTIMO-DIA.
           IF WRK-DATA-SEG(7:2) EQUAL '01'
               MOVE 'S' TO WRK-ULTIMO-DIA
           END-IF.
           MOVE ZEROS TO WRK-PAGAR WRK-TRF-ENTRA WRK-TRF-SAI.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QTD-AGENDA
               IF WRK-AGE-CONTA(WRK-J) EQUAL WRK-CTA-NUMERO(WRK-I)
                  AND (WRK-AGE-DATA(WRK-J) EQUAL WRK-DATA
                       OR (WRK-K EQUAL 1 AND
                           WRK-AGE-DATA(WRK-J) LESS WRK-DATA))
                   ADD WRK-AGE-VALOR(WRK-J) TO WRK-PAGAR
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QTD-TRF
               IF WRK-TRF-DIA(WRK-J) EQUAL WRK-DIA
                  OR (WRK-ULTIMO-DIA EQUAL 'S' AND
                      WRK-TRF-DIA(WRK-J) GREATER WRK-DIA)
                   IF WRK-TRF-DEBITO(WRK-J) EQUAL
                      WRK-CTA-NUMERO(WRK-I)
                       ADD WRK-TRF-VALOR(WRK-J) TO WRK-TRF-SAI
                   END-IF
                   IF WRK-TRF-CREDITO(WRK-J) EQUAL
                      WRK-CTA-NUMERO(WRK-I)
                       ADD WRK-TRF-VALOR(WRK-J) TO WRK-TRF-ENTRA
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WRK-SALDO = WRK-SALDO + WRK-CTA-MEDIA(WRK-I)
               - WRK-PAGAR + WRK-TRF-ENTRA - WRK-TRF-SAI.
           IF WRK-SALDO LESS WRK-MENOR-SALDO
               MOVE WRK-SALDO TO WRK-MENOR-SALDO
               MOVE WRK-DATA TO WRK-MENOR-DATA
           END-IF.
           EVALUATE WRK-K
               WHEN 30
                   MOVE WRK-SALDO TO WRK-SD-30
               WHEN 60
                   MOVE WRK-SALDO TO WRK-SD-60
               WHEN 90
                   MOVE WRK-SALDO TO WRK-SD-90
           END-EVALUATE.
           MOVE WRK-DATA TO WRK-LINHA-REL(3:8).
           MOVE WRK-PAGAR TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(16:8).
           MOVE WRK-TRF-ENTRA TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(27:8).
           MOVE WRK-TRF-SAI TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(37:8).
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           MOVE WRK-SALDO-ED TO WRK-LINHA-REL(48:9).
           IF WRK-SALDO LESS WRK-CTA-LIMITE(WRK-I)
               MOVE '*' TO WRK-LINHA-REL(58:1)
               IF WRK-PRIMEIRO-DIA EQUAL ZEROS
                   MOVE WRK-DATA TO WRK-PRIMEIRO-DIA
                   MOVE 'PASSA DO LIMITE' TO WRK-LINHA-REL(60:15)
               END-IF
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELFLX-DADOS.
           WRITE RELFLX-REG.
           ADD 1 TO WRK-QT-LINHAS.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR             SECTION.
           CLOSE CONTAS.
           CLOSE AGENDA.
           CLOSE TRFREC.
           CLOSE SALDHIST.
           CLOSE MOVIMENT.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "CONTAS PROJETADAS: " WRK-QTD-CONTAS.
           DISPLAY "CONTAS QUE PASSAM DO LIMITE: " WRK-QTD-CRUZA.
           DISPLAY "FIM DA PROJECAO DE CAIXA".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'FLUXOPROJ' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QTD-CONTAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
