       IDENTIFICATION              DIVISION.
       PROGRAM-ID. NOTTAXA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: TAXA DE ENTREGA MENSAL DAS NOTIFICACOES POR
      *==           CANAL - CONTA O QUE O NOTEXTR DESPACHOU NO MES
      *==           (NOTIFQ.DAT EXTRAIDAS, PELO CANAL EFETIVAMENTE
      *==           USADO) E O QUE VOLTOU DEVOLVIDO NO MES
      *==           (NOTDEV.DAT, GRAVADO PELO NOTDEVOL), E IMPRIME
      *==           ENVIADAS / DEVOLVIDAS / ENTREGUES / TAXA % EM
      *==           NOTTAXAAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: LIGACAO (CANAL 'T') NAO TEM RETORNO - FICA COM
      *==           A TAXA CHEIA. MES ZERO = MES CORRENTE. A
      *==           DEVOLUCAO CONTA NO MES EM QUE CHEGOU
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT NOTIFQ ASSIGN TO 'DADOS\NOTIFQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-CHAVE
               FILE STATUS IS FS-NOTIFQ.

           SELECT NOTDEV ASSIGN TO 'DADOS\NOTDEV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDV-CHAVE
               FILE STATUS IS FS-NOTDEV.

           SELECT RELTAXA ASSIGN TO WRK-RELTAXA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELTAXA-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD NOTIFQ.
           COPY "NOTIFQREG".

       FD NOTDEV.
           COPY "NOTDEVREG".

       FD RELTAXA.
       01 RELTAXA-REG.
           05 RELTAXA-DADOS         PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-NOTIFQ             PIC 9(02) VALUE ZEROS.
       77 FS-NOTDEV             PIC 9(02) VALUE ZEROS.
       77 RELTAXA-STATUS        PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-MES               PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INI          PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-RELTAXA-NOME      PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-I                 PIC 9(01) VALUE ZEROS.
       77 WRK-ENTREGUES         PIC S9(07) VALUE ZEROS.
       77 WRK-PCT               PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-ED            PIC ZZ9,9 VALUE ZEROS.
       77 WRK-ENV-ED            PIC ZZZZZZ9 VALUE ZEROS.
       77 WRK-DEV-ED            PIC ZZZZZZ9 VALUE ZEROS.
       77 WRK-ENT-ED            PIC ZZZZZZ9 VALUE ZEROS.
       77 WRK-QT-LIDOS          PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-CLI        PIC 9(05) VALUE ZEROS.

      *----DATA DE EXTRACAO SEPARADA EM MES E DIA----------------------
       01 WRK-DATA-AUX.
           05 WRK-AUX-MES           PIC 9(06).
           05 WRK-AUX-DIA           PIC 9(02).

      *----TOTAIS POR CANAL: 1 CARTA / 2 E-MAIL / 3 LIGACAO------------
       01 WRK-TAB-CANAL.
           05 WRK-CAN OCCURS 3 TIMES.
               10 WRK-CAN-NOME      PIC X(10).
               10 WRK-CAN-ENVIADAS  PIC 9(07).
               10 WRK-CAN-DEVOLV    PIC 9(07).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
               PERFORM 0400-IMPRIMIR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----PEDE O MES E ABRE OS ARQUIVOS------------------------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA TAXA DE ENTREGA DAS NOTIFICACOES".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "MES DE REFERENCIA AAAAMM (0 = MES CORRENTE)......"
           ACCEPT WRK-MES.
           IF WRK-MES EQUAL ZEROS
               MOVE WRK-HOJE TO WRK-DATA-AUX
               MOVE WRK-AUX-MES TO WRK-MES
           END-IF.
           COMPUTE WRK-DATA-INI = WRK-MES * 100 + 1.
           COMPUTE WRK-DATA-FIM = WRK-MES * 100 + 31.
           MOVE 'CARTA' TO WRK-CAN-NOME(1).
           MOVE 'E-MAIL' TO WRK-CAN-NOME(2).
           MOVE 'LIGACAO' TO WRK-CAN-NOME(3).
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 3
               MOVE ZEROS TO WRK-CAN-ENVIADAS(WRK-I)
               MOVE ZEROS TO WRK-CAN-DEVOLV(WRK-I)
           END-PERFORM.
           OPEN INPUT NOTIFQ.
           IF FS-NOTIFQ NOT EQUAL ZEROS
               DISPLAY "NOTIFQ.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT NOTDEV.
           IF FS-NOTDEV NOT EQUAL ZEROS
               DISPLAY "NOTDEV.DAT NAO ENCONTRADO - SEM DEVOLUCOES"
           END-IF.
           MOVE SPACES TO WRK-RELTAXA-NOME.
           STRING
               'DADOS\NOTTAXA'      DELIMITED BY SIZE
               WRK-MES              DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELTAXA-NOME
           END-STRING.
           OPEN OUTPUT RELTAXA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'TAXA DE ENTREGA DAS NOTIFICACOES - MES ' DELIMITED
                                                          BY SIZE
               WRK-MES                                   DELIMITED
                                                          BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----CONTA AS DESPACHADAS E AS DEVOLVIDAS DO MES----------------
       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO NQ-DATA.
           MOVE ZEROS TO NQ-SEQ.
           START NOTIFQ KEY IS NOT LESS THAN NQ-CHAVE
               INVALID KEY
                   MOVE 23 TO FS-NOTIFQ
               NOT INVALID KEY
                   READ NOTIFQ NEXT RECORD
                   PERFORM UNTIL FS-NOTIFQ NOT EQUAL ZEROS
                       ADD 1 TO WRK-QT-LIDOS
                       MOVE NQ-DATA-EXTRACAO TO WRK-DATA-AUX
                       IF NQ-EXTRAIDO AND WRK-AUX-MES EQUAL WRK-MES
                           PERFORM 0210-SOMAR-ENVIADA
                       END-IF
                       READ NOTIFQ NEXT RECORD
                   END-PERFORM
           END-START.
           IF FS-NOTDEV EQUAL ZEROS
               MOVE WRK-DATA-INI TO NDV-DATA
               MOVE ZEROS TO NDV-SEQ
               START NOTDEV KEY IS NOT LESS THAN NDV-CHAVE
                   INVALID KEY
                       MOVE 23 TO FS-NOTDEV
                   NOT INVALID KEY
                       READ NOTDEV NEXT RECORD
                       PERFORM UNTIL FS-NOTDEV NOT EQUAL ZEROS
                               OR NDV-DATA GREATER WRK-DATA-FIM
                           PERFORM 0220-SOMAR-DEVOLVIDA
                           READ NOTDEV NEXT RECORD
                       END-PERFORM
               END-START
           END-IF.

       0210-SOMAR-ENVIADA         SECTION.
           EVALUATE NQ-CANAL
               WHEN 'E'
                   ADD 1 TO WRK-CAN-ENVIADAS(2)
               WHEN 'T'
                   ADD 1 TO WRK-CAN-ENVIADAS(3)
               WHEN OTHER
                   ADD 1 TO WRK-CAN-ENVIADAS(1)
           END-EVALUATE.

       0220-SOMAR-DEVOLVIDA       SECTION.
           IF NDV-CLIENTE EQUAL ZEROS
               ADD 1 TO WRK-QT-SEM-CLI
           END-IF.
           IF NDV-EMAIL
               ADD 1 TO WRK-CAN-DEVOLV(2)
           ELSE
               ADD 1 TO WRK-CAN-DEVOLV(1)
           END-IF.

      *----UMA LINHA POR CANAL COM A TAXA DE ENTREGA------------------
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'CANAL       ENVIADAS DEVOLVIDAS ENTREGUES  TAXA %'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 3
               COMPUTE WRK-ENTREGUES = WRK-CAN-ENVIADAS(WRK-I)
                   - WRK-CAN-DEVOLV(WRK-I)
               IF WRK-ENTREGUES LESS ZEROS
                   MOVE ZEROS TO WRK-ENTREGUES
               END-IF
               IF WRK-CAN-ENVIADAS(WRK-I) GREATER ZEROS
                   COMPUTE WRK-PCT ROUNDED = WRK-ENTREGUES * 100
                       / WRK-CAN-ENVIADAS(WRK-I)
               ELSE
                   MOVE ZEROS TO WRK-PCT
               END-IF
               MOVE WRK-CAN-ENVIADAS(WRK-I) TO WRK-ENV-ED
               MOVE WRK-CAN-DEVOLV(WRK-I) TO WRK-DEV-ED
               MOVE WRK-ENTREGUES TO WRK-ENT-ED
               MOVE WRK-PCT TO WRK-PCT-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   WRK-CAN-NOME(WRK-I) DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WRK-ENV-ED          DELIMITED BY SIZE
                   '    '             DELIMITED BY SIZE
                   WRK-DEV-ED          DELIMITED BY SIZE
                   '   '               DELIMITED BY SIZE
                   WRK-ENT-ED          DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   WRK-PCT-ED          DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'E-MAILS DEVOLVIDOS SEM CLIENTE NO CADASTRO: '
                                     DELIMITED BY SIZE
               WRK-QT-SEM-CLI        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELTAXA-DADOS.
           WRITE RELTAXA-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELTAXA.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELTAXA-NOME.
           CLOSE NOTIFQ.
           CLOSE NOTDEV.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA TAXA DE ENTREGA DAS NOTIFICACOES".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'NOTTAXA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-LIDOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
