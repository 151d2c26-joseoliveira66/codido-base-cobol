       IDENTIFICATION              DIVISION.
       PROGRAM-ID. MOTORREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: VIAGENS E KM POR MOTORISTA NO MES - PARA CADA
      *==           MOTORISTA DO MOTORIST.DAT CONTA AS VIAGENS
      *==           REALIZADAS NO MES (VIAGENS.DAT) COM OS KM DA
      *==           APURACAO (VIAGRES.DAT) E AS AINDA ABERTAS, EM
      *==           MOTORAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: VIAGEM REALIZADA SEM APURACAO CONTA OS KM DO
      *==           DESTINO; VIAGENS SEM MOTORISTA (ANTIGAS) SAEM EM
      *==           LINHA PROPRIA NO FIM
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT MOTORIST ASSIGN TO 'DADOS\MOTORIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT-CODIGO
               FILE STATUS IS FS-MOTORIST.

           SELECT VIAGENS ASSIGN TO 'DADOS\VIAGENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIAG-NUMERO
               FILE STATUS IS FS-VIAGENS.

           SELECT VIAGRES ASSIGN TO 'DADOS\VIAGRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRS-VIAGEM
               FILE STATUS IS FS-VIAGRES.

         SELECT DESTINOS ASSIGN TO "C:\COBOL\DADOS\DESTINOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS DESTINO-CODIGO
         FILE STATUS IS FS-DESTINOS.

           SELECT RELMOT ASSIGN TO WRK-RELMOT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELMOT-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD MOTORIST.
           COPY "MOTORREG".

       FD VIAGENS.
           COPY "VIAGEMREG".

       FD VIAGRES.
           COPY "VIAGRESREG".

       FD DESTINOS.
           COPY "DESTINOREG".

       FD RELMOT.
       01 RELMOT-REG.
           05 RELMOT-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-MOTORIST       PIC 9(02)    VALUE ZEROS.
       77 FS-VIAGENS        PIC 9(02)    VALUE ZEROS.
       77 FS-VIAGRES        PIC 9(02)    VALUE ZEROS.
       77 FS-DESTINOS       PIC 9(02)    VALUE ZEROS.
       77 RELMOT-STATUS     PIC 9(02)    VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)    VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)    VALUE 'OK'.
       77 WRK-COMPETENCIA   PIC 9(06)    VALUE ZEROS.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.
       77 WRK-RELMOT-NOME   PIC X(030)   VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)   VALUE SPACES.
       77 WRK-QT-MOTORISTAS PIC 9(04)    VALUE ZEROS.
       77 WRK-MOT-ATUAL     PIC 9(04)    VALUE ZEROS.
       77 WRK-MOT-VIAGEM    PIC 9(04)    VALUE ZEROS.
       77 WRK-QT-REALIZADAS PIC 9(04)    VALUE ZEROS.
       77 WRK-QT-ABERTAS    PIC 9(04)    VALUE ZEROS.
       77 WRK-KM-MES        PIC 9(07)    VALUE ZEROS.
       77 WRK-TOT-REALIZADAS PIC 9(05)   VALUE ZEROS.
       77 WRK-TOT-ABERTAS   PIC 9(05)    VALUE ZEROS.
       77 WRK-TOT-KM        PIC 9(08)    VALUE ZEROS.
       77 WRK-AVISO-CNH     PIC X(12)    VALUE SPACES.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RELATORIO DE VIAGENS POR MOTORISTA".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           OPEN INPUT MOTORIST.
           IF FS-MOTORIST NOT EQUAL ZEROS
               DISPLAY "MOTORIST.DAT INDISPONIVEL (VER MOTORCAD)"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT VIAGENS.
           IF FS-VIAGENS NOT EQUAL ZEROS
               DISPLAY "VIAGENS.DAT INDISPONIVEL (VER VIAGEMCAD)"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT VIAGRES.
           OPEN INPUT DESTINOS.
           MOVE SPACES TO WRK-RELMOT-NOME.
           STRING
               'DADOS\MOTOR'        DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELMOT-NOME
           END-STRING.
           OPEN OUTPUT RELMOT.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'VIAGENS E KM POR MOTORISTA - MES: ' DELIMITED BY SIZE
               WRK-COMPETENCIA                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'COD. NOME' TO WRK-LINHA-REL.
           MOVE 'REAL' TO WRK-LINHA-REL(37:4).
           MOVE 'KM' TO WRK-LINHA-REL(47:2).
           MOVE 'ABER' TO WRK-LINHA-REL(50:4).
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO MOT-CODIGO.
           START MOTORIST KEY >= MOT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MOTORIST NEXT
                   PERFORM UNTIL FS-MOTORIST NOT EQUAL ZEROS
                       ADD 1 TO WRK-QT-MOTORISTAS
                       MOVE MOT-CODIGO TO WRK-MOT-ATUAL
                       PERFORM 0210-APURAR-MOTORISTA
                       MOVE SPACES TO WRK-AVISO-CNH
                       IF MOT-VALIDADE LESS WRK-HOJE
                           MOVE 'CNH VENCIDA' TO WRK-AVISO-CNH
                       END-IF
                       PERFORM 0250-LINHA-MOTORISTA
                       READ MOTORIST NEXT
                   END-PERFORM
           END-START.
      *----VIAGENS DO MES SEM MOTORISTA (ABERTAS ANTES DA ESCALA)-----
           MOVE ZEROS TO WRK-MOT-ATUAL.
           PERFORM 0210-APURAR-MOTORISTA.
           IF WRK-QT-REALIZADAS GREATER ZEROS OR
              WRK-QT-ABERTAS GREATER ZEROS
               MOVE ZEROS TO MOT-CODIGO
               MOVE '*** SEM MOTORISTA ***' TO MOT-NOME
               MOVE SPACES TO WRK-AVISO-CNH
               PERFORM 0250-LINHA-MOTORISTA
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'MOTORISTAS: '       DELIMITED BY SIZE
               WRK-QT-MOTORISTAS    DELIMITED BY SIZE
               ' VIAGENS REALIZADAS: ' DELIMITED BY SIZE
               WRK-TOT-REALIZADAS   DELIMITED BY SIZE
               ' KM: '              DELIMITED BY SIZE
               WRK-TOT-KM           DELIMITED BY SIZE
               ' ABERTAS: '         DELIMITED BY SIZE
               WRK-TOT-ABERTAS      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----VARRE AS VIAGENS DO MES DO MOTORISTA (ZERO = SEM ESCALA)---
       0210-APURAR-MOTORISTA      SECTION.
           MOVE ZEROS TO WRK-QT-REALIZADAS WRK-QT-ABERTAS WRK-KM-MES.
           MOVE ZEROS TO VIAG-NUMERO.
           START VIAGENS KEY >= VIAG-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VIAGENS NEXT
                   PERFORM UNTIL FS-VIAGENS NOT EQUAL ZEROS
                       IF VIAG-MOTORISTA IS NUMERIC
                           MOVE VIAG-MOTORISTA TO WRK-MOT-VIAGEM
                       ELSE
                           MOVE ZEROS TO WRK-MOT-VIAGEM
                       END-IF
                       IF VIAG-DATA(1:6) EQUAL WRK-COMPETENCIA AND
                          WRK-MOT-VIAGEM EQUAL WRK-MOT-ATUAL
                           PERFORM 0220-CONTAR-VIAGEM
                       END-IF
                       READ VIAGENS NEXT
                   END-PERFORM
           END-START.

       0220-CONTAR-VIAGEM         SECTION.
           IF VIAG-ABERTA
               ADD 1 TO WRK-QT-ABERTAS
           END-IF.
           IF VIAG-REALIZADA
               ADD 1 TO WRK-QT-REALIZADAS
               MOVE VIAG-NUMERO TO VRS-VIAGEM
               READ VIAGRES
                   INVALID KEY
                       MOVE ZEROS TO DESTINO-KM
                       MOVE VIAG-DESTINO TO DESTINO-CODIGO
                       READ DESTINOS
                           INVALID KEY
                               MOVE ZEROS TO DESTINO-KM
                       END-READ
                       ADD DESTINO-KM TO WRK-KM-MES
                   NOT INVALID KEY
                       ADD VRS-KM TO WRK-KM-MES
               END-READ
           END-IF.

       0250-LINHA-MOTORISTA       SECTION.
           ADD WRK-QT-REALIZADAS TO WRK-TOT-REALIZADAS.
           ADD WRK-QT-ABERTAS TO WRK-TOT-ABERTAS.
           ADD WRK-KM-MES TO WRK-TOT-KM.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               MOT-CODIGO           DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               MOT-NOME             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-QT-REALIZADAS    DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-KM-MES           DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-QT-ABERTAS       DELIMITED BY SIZE
               '    '               DELIMITED BY SIZE
               WRK-AVISO-CNH        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELMOT-DADOS.
           WRITE RELMOT-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELMOT.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELMOT-NOME.
           CLOSE MOTORIST.
           CLOSE VIAGENS.
           CLOSE VIAGRES.
           CLOSE DESTINOS.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RELATORIO POR MOTORISTA".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'MOTORREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-MOTORISTAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
