       IDENTIFICATION              DIVISION.
       PROGRAM-ID. VIAGRESREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RESULTADO DAS VIAGENS REALIZADAS NO MES - LISTA
      *==           A APURACAO DE CADA VIAGEM (VIAGRES.DAT, GRAVADA
      *==           PELO VIAGEMCAD AO FECHAR A VIAGEM) COM RECEITA,
      *==           CUSTOS E MARGEM, TOTALIZA POR DESTINO A OCUPACAO
      *==           MEDIA E A MARGEM, E APONTA OS DESTINOS QUE DAO
      *==           PREJUIZO ABAIXO DA OCUPACAO MINIMA PEDIDA, EM
      *==           VIAGRESAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: VALORES MARCADOS COM (E) SAIRAM DO CADASTRO
      *==           POR FALTA DE CAPTACAO DE KM OU ABASTECIMENTO NO
      *==           DIA DA VIAGEM
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
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

           SELECT RELRES ASSIGN TO WRK-RELRES-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELRES-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD VIAGRES.
           COPY "VIAGRESREG".

       FD DESTINOS.
           COPY "DESTINOREG".

       FD RELRES.
       01 RELRES-REG.
           05 RELRES-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-VIAGRES        PIC 9(02)    VALUE ZEROS.
       77 FS-DESTINOS       PIC 9(02)    VALUE ZEROS.
       77 RELRES-STATUS     PIC 9(02)    VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)    VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)    VALUE 'OK'.
       77 WRK-COMPETENCIA   PIC 9(06)    VALUE ZEROS.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.
       77 WRK-OCUP-MINIMA   PIC 9(03)    VALUE ZEROS.
       77 WRK-RELRES-NOME   PIC X(030)   VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)   VALUE SPACES.
       77 WRK-QT-VIAGENS    PIC 9(05)    VALUE ZEROS.
       77 WRK-QT-PREJUIZO   PIC 9(02)    VALUE ZEROS.
       77 WRK-IND           PIC 9(02)    VALUE ZEROS.
       77 WRK-MARCA-KM      PIC X(03)    VALUE SPACES.
       77 WRK-MARCA-COMB    PIC X(03)    VALUE SPACES.
       77 WRK-OCUP-MEDIA    PIC 9(03)V9  VALUE ZEROS.
       77 WRK-TOT-RECEITA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MARGEM    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-OCUP-ED       PIC ZZ9,9    VALUE ZEROS.
       77 WRK-RECEITA-ED    PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-MARGEM-ED     PIC -ZZZZZZZZ9,99 VALUE ZEROS.
      *----ACUMULADOS POR DESTINO (CODIGO 1 A 9; 0 VAI NA POSICAO 10)--
       01 WRK-TAB-DESTINOS.
           05 WRK-DST OCCURS 10 TIMES.
               10 WRK-DST-QT        PIC 9(05).
               10 WRK-DST-OCUP      PIC 9(07)V9.
               10 WRK-DST-RECEITA   PIC 9(09)V99.
               10 WRK-DST-CUSTO     PIC 9(09)V99.
               10 WRK-DST-MARGEM    PIC S9(09)V99.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
               PERFORM 0250-RESUMO-DESTINOS
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RESULTADO DAS VIAGENS REALIZADAS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           DISPLAY "OCUPACAO MINIMA EM % (0 = 50)..........."
           ACCEPT WRK-OCUP-MINIMA.
           IF WRK-OCUP-MINIMA EQUAL ZEROS
               MOVE 50 TO WRK-OCUP-MINIMA
           END-IF.
           INITIALIZE WRK-TAB-DESTINOS.
           OPEN INPUT VIAGRES.
           IF FS-VIAGRES NOT EQUAL ZEROS
               DISPLAY "VIAGRES.DAT INDISPONIVEL (FECHAR AS VIAGENS "
                       "NO VIAGEMCAD)"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT DESTINOS.
           MOVE SPACES TO WRK-RELRES-NOME.
           STRING
               'DADOS\VIAGRES'      DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELRES-NOME
           END-STRING.
           OPEN OUTPUT RELRES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'RESULTADO DAS VIAGENS REALIZADAS - MES: '
                                    DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               ' - OCUPACAO MINIMA ' DELIMITED BY SIZE
               WRK-OCUP-MINIMA      DELIMITED BY SIZE
               '%'                  DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'VIAG. D DATA     PLACA   OCUP% KM' TO WRK-LINHA-REL.
           MOVE 'RECEITA' TO WRK-LINHA-REL(43:7).
           MOVE 'CUSTO' TO WRK-LINHA-REL(56:5).
           MOVE 'MARGEM' TO WRK-LINHA-REL(71:6).
           PERFORM 0450-GRAVAR-LINHA.

      *----MARGEM DE CADA VIAGEM FECHADA NO MES-----------------------
       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO VRS-VIAGEM.
           START VIAGRES KEY >= VRS-VIAGEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VIAGRES NEXT
                   PERFORM UNTIL FS-VIAGRES NOT EQUAL ZEROS
                       IF VRS-DATA(1:6) EQUAL WRK-COMPETENCIA
                           PERFORM 0210-LINHA-VIAGEM
                       END-IF
                       READ VIAGRES NEXT
                   END-PERFORM
           END-START.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-RECEITA TO WRK-RECEITA-ED.
           MOVE WRK-TOT-CUSTO TO WRK-CUSTO-ED.
           MOVE WRK-TOT-MARGEM TO WRK-MARGEM-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'VIAGENS: '          DELIMITED BY SIZE
               WRK-QT-VIAGENS       DELIMITED BY SIZE
               ' RECEITA '          DELIMITED BY SIZE
               WRK-RECEITA-ED       DELIMITED BY SIZE
               ' CUSTO '            DELIMITED BY SIZE
               WRK-CUSTO-ED         DELIMITED BY SIZE
               ' MARGEM '           DELIMITED BY SIZE
               WRK-MARGEM-ED        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0210-LINHA-VIAGEM          SECTION.
           ADD 1 TO WRK-QT-VIAGENS.
           ADD VRS-RECEITA TO WRK-TOT-RECEITA.
           ADD VRS-CUSTO-TOTAL TO WRK-TOT-CUSTO.
           ADD VRS-MARGEM TO WRK-TOT-MARGEM.
           IF VRS-DESTINO EQUAL ZEROS
               MOVE 10 TO WRK-IND
           ELSE
               MOVE VRS-DESTINO TO WRK-IND
           END-IF.
           ADD 1 TO WRK-DST-QT(WRK-IND).
           ADD VRS-OCUPACAO TO WRK-DST-OCUP(WRK-IND).
           ADD VRS-RECEITA TO WRK-DST-RECEITA(WRK-IND).
           ADD VRS-CUSTO-TOTAL TO WRK-DST-CUSTO(WRK-IND).
           ADD VRS-MARGEM TO WRK-DST-MARGEM(WRK-IND).
           MOVE SPACES TO WRK-MARCA-KM WRK-MARCA-COMB.
           IF VRS-KM-ESTIMADO EQUAL 'S'
               MOVE '(E)' TO WRK-MARCA-KM
           END-IF.
           IF VRS-COMB-ESTIMADO EQUAL 'S'
               MOVE '(E)' TO WRK-MARCA-COMB
           END-IF.
           MOVE VRS-OCUPACAO TO WRK-OCUP-ED.
           MOVE VRS-RECEITA TO WRK-RECEITA-ED.
           MOVE VRS-CUSTO-TOTAL TO WRK-CUSTO-ED.
           MOVE VRS-MARGEM TO WRK-MARGEM-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               VRS-VIAGEM           DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               VRS-DESTINO          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               VRS-DATA             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               VRS-PLACA            DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-OCUP-ED          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               VRS-KM               DELIMITED BY SIZE
               WRK-MARCA-KM         DELIMITED BY SIZE
               WRK-RECEITA-ED       DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-CUSTO-ED         DELIMITED BY SIZE
               WRK-MARCA-COMB       DELIMITED BY SIZE
               WRK-MARGEM-ED        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----OCUPACAO MEDIA E MARGEM POR DESTINO; PREJUIZO ABAIXO DA----
      *----OCUPACAO MINIMA VAI PARA A LISTA DE ATENCAO------------------
       0250-RESUMO-DESTINOS       SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'RESUMO POR DESTINO' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 10
               IF WRK-DST-QT(WRK-IND) GREATER ZEROS
                   PERFORM 0260-LINHA-DESTINO
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'DESTINOS COM PREJUIZO ABAIXO DE ' DELIMITED BY SIZE
               WRK-OCUP-MINIMA      DELIMITED BY SIZE
               '% DE OCUPACAO: '    DELIMITED BY SIZE
               WRK-QT-PREJUIZO      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0260-LINHA-DESTINO         SECTION.
           COMPUTE WRK-OCUP-MEDIA ROUNDED =
               WRK-DST-OCUP(WRK-IND) / WRK-DST-QT(WRK-IND).
           MOVE 'DESTINO NAO CADASTRADO' TO DESTINO-NOME.
           IF WRK-IND LESS 10
               MOVE WRK-IND TO DESTINO-CODIGO
               READ DESTINOS
                   INVALID KEY
                       MOVE 'DESTINO NAO CADASTRADO' TO DESTINO-NOME
               END-READ
           END-IF.
           MOVE WRK-OCUP-MEDIA TO WRK-OCUP-ED.
           MOVE WRK-DST-MARGEM(WRK-IND) TO WRK-MARGEM-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               DESTINO-NOME         DELIMITED BY SIZE
               ' VIAGENS '          DELIMITED BY SIZE
               WRK-DST-QT(WRK-IND)  DELIMITED BY SIZE
               ' OCUP.MEDIA '       DELIMITED BY SIZE
               WRK-OCUP-ED          DELIMITED BY SIZE
               '% MARGEM '          DELIMITED BY SIZE
               WRK-MARGEM-ED        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           IF WRK-DST-MARGEM(WRK-IND) LESS ZEROS AND
              WRK-OCUP-MEDIA LESS WRK-OCUP-MINIMA
               MOVE '*** PREJUIZO' TO WRK-LINHA-REL(88:)
               ADD 1 TO WRK-QT-PREJUIZO
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELRES-DADOS.
           WRITE RELRES-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELRES.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELRES-NOME.
           CLOSE VIAGRES.
           CLOSE DESTINOS.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RESULTADO DAS VIAGENS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'VIAGRESREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-VIAGENS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
