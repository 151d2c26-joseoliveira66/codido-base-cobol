       IDENTIFICATION              DIVISION.
       PROGRAM-ID. PROVISAO.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: PROVISAO MENSAL DE FERIAS E 13O SALARIO EM LOTE -
      *==           PARA CADA FUNCIONARIO (FUNCIONARIOS.DAT) CONSTITUI
      *==           NA COMPETENCIA 1/12 DO SALARIO MAIS 1/3 DE FERIAS,
      *==           1/12 DE 13O E OS ENCARGOS (INSS PATRONAL E FGTS)
      *==           SOBRE AS DUAS; REVERTE O QUE FOI PAGO NO MES
      *==           (FERIAS MARCADAS EM FERIAS.DAT COM O VALOR DA
      *==           COMPETENCIA AAAA(MES+20) DO FOLHALEDG.DAT, 13O DAS
      *==           COMPETENCIAS AAAA13 EM NOVEMBRO E AAAA14 EM
      *==           DEZEMBRO), GRAVA EM PROVISAO.DAT E GERA O
      *==           RELATORIO PROVAAAAMM.TXT COM O SALDO ACUMULADO POR
      *==           AREA (FUNC-AREA)
      *== DATA: 15/10/2026
      *== OBSERVACOES: RODAR DEPOIS DO FERIASCAD E DO DECIMO13 DO
      *==           MES, EM ORDEM DE COMPETENCIA (O SALDO PARTE DO MES
      *==           ANTERIOR). RODAR DE NOVO A MESMA COMPETENCIA
      *==           REGRAVA O MES. ADMITIDO ATE O DIA 15 JA PROVISIONA
      *==           O MES. DESLIGADO TEM O SALDO TODO REVERTIDO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

         SELECT FOLHALEDG ASSIGN TO "C:\COBOL\DADOS\FOLHALEDG.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FLH-CHAVE
         FILE STATUS IS FS-FOLHALEDG.

           SELECT FERIAS ASSIGN TO 'DADOS\FERIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS FS-FERIAS.

           SELECT PROVISAO ASSIGN TO 'DADOS\PROVISAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-CHAVE
               FILE STATUS IS FS-PROVISAO.

      *----NOME GERADO COM A COMPETENCIA------------------------------
           SELECT RELPROV ASSIGN TO WRK-RELPROV-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELPROV-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD FUNCIONARIOS.
           COPY "FUNCREG".

       FD FOLHALEDG.
           COPY "FOLHALEREG".

       FD FERIAS.
           COPY "FERIASREG".

       FD PROVISAO.
           COPY "PROVREG".

       FD RELPROV.
       01 RELPROV-REG.
           05 RELPROV-DADOS         PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 FS-FOLHALEDG          PIC 9(02) VALUE ZEROS.
       77 FS-FERIAS             PIC 9(02) VALUE ZEROS.
       77 FS-PROVISAO           PIC 9(02) VALUE ZEROS.
       77 RELPROV-STATUS        PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-ANTERIOR     PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-BUSCA        PIC 9(06) VALUE ZEROS.
       77 WRK-ANO               PIC 9(04) VALUE ZEROS.
       77 WRK-MES               PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-CORTE         PIC 9(08) VALUE ZEROS.
       77 WRK-RELPROV-NOME      PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
      *----ENCARGOS SOBRE A PROVISAO: INSS PATRONAL MAIS FGTS (EM %)--
       77 WRK-PCT-INSS          PIC 9(02)V99 VALUE 20,00.
       77 WRK-PCT-FGTS          PIC 9(02)V99 VALUE 08,00.
      *----FUNCIONARIO CORRENTE---------------------------------------
       77 WRK-ANT-FERIAS        PIC S9(08)V99 VALUE ZEROS.
       77 WRK-ANT-13            PIC S9(08)V99 VALUE ZEROS.
       77 WRK-ANT-ENCARGOS      PIC S9(08)V99 VALUE ZEROS.
       77 WRK-ACHOU-GOZO        PIC X(01) VALUE 'N'.
       77 WRK-PROV-MES          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-REV-MES           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO             PIC S9(09)V99 VALUE ZEROS.
      *----TOTAIS-----------------------------------------------------
       77 WRK-QT-FUNC           PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-PROV          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-REV           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ED-VALOR          PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-VALOR2         PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-SALDO          PIC ZZZZZZZZ9,99- VALUE ZEROS.
       77 WRK-ED-SALDO2         PIC ZZZZZZZZ9,99- VALUE ZEROS.
       77 WRK-ED-SALDO3         PIC ZZZZZZZZ9,99- VALUE ZEROS.
      *----SALDO ACUMULADO POR AREA-----------------------------------
       77 WRK-QT-AREA           PIC 9(02) VALUE ZEROS.
       77 WRK-IND               PIC 9(02) VALUE ZEROS.
       77 WRK-J                 PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-AREAS.
           05 WRK-ARE OCCURS 30 TIMES.
               10 WRK-ARE-NOME      PIC X(10).
               10 WRK-ARE-QT        PIC 9(04).
               10 WRK-ARE-PROV      PIC 9(08)V99.
               10 WRK-ARE-REV       PIC 9(08)V99.
               10 WRK-ARE-FERIAS    PIC S9(09)V99.
               10 WRK-ARE-13        PIC S9(09)V99.
               10 WRK-ARE-ENCARGOS  PIC S9(09)V99.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA PROVISAO DE FERIAS E 13O".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           MOVE WRK-COMPETENCIA(1:4) TO WRK-ANO.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-MES.
           IF WRK-MES EQUAL 1
               COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 89
           ELSE
               COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 1
           END-IF.
           COMPUTE WRK-DIA-CORTE = WRK-COMPETENCIA * 100 + 15.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL ZEROS
               DISPLAY "FUNCIONARIOS.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT FOLHALEDG.
           IF FS-FOLHALEDG NOT EQUAL ZEROS
               DISPLAY "FOLHALEDG.DAT INDISPONIVEL - SEM REVERSAO"
           END-IF.
           OPEN INPUT FERIAS.
           IF FS-FERIAS NOT EQUAL ZEROS
               DISPLAY "FERIAS.DAT INDISPONIVEL - SEM REVERSAO DE "
                       "FERIAS"
           END-IF.
           OPEN I-O PROVISAO.
           IF FS-PROVISAO EQUAL 35
               OPEN OUTPUT PROVISAO
               CLOSE PROVISAO
               OPEN I-O PROVISAO
           END-IF.
           MOVE SPACES TO WRK-RELPROV-NOME.
           STRING
               'DADOS\PROV'         DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELPROV-NOME
           END-STRING.
           OPEN OUTPUT RELPROV.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'PROVISAO DE FERIAS E 13O - COMPETENCIA '
                                    DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'FUNC NOME' TO WRK-LINHA-REL.
           MOVE 'AREA' TO WRK-LINHA-REL(27:4).
           MOVE '  PROV MES' TO WRK-LINHA-REL(38:10).
           MOVE '  REVERSAO' TO WRK-LINHA-REL(49:10).
           MOVE ' SALDO TOTAL' TO WRK-LINHA-REL(60:12).
           PERFORM 0450-GRAVAR-LINHA.

      *----TODO O CADASTRO: ATIVO PROVISIONA, DESLIGADO REVERTE-------
       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               MOVE ZEROS TO FUNC-CODIGO
               START FUNCIONARIOS KEY >= FUNC-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FUNCIONARIOS NEXT
                       PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL ZEROS
                           IF FUNC-ADMISSAO(1:6) NOT GREATER
                                   WRK-COMPETENCIA
                               PERFORM 0210-CALCULAR
                           END-IF
                           READ FUNCIONARIOS NEXT
                       END-PERFORM
               END-START
           END-IF.

       0210-CALCULAR              SECTION.
           MOVE ZEROS TO WRK-ANT-FERIAS WRK-ANT-13 WRK-ANT-ENCARGOS.
           MOVE FUNC-CODIGO TO PROV-FUNCIONARIO.
           MOVE WRK-COMP-ANTERIOR TO PROV-COMPETENCIA.
           READ PROVISAO
               INVALID KEY
                   MOVE ZEROS TO FS-PROVISAO
               NOT INVALID KEY
                   MOVE PROV-SALDO-FERIAS TO WRK-ANT-FERIAS
                   MOVE PROV-SALDO-13 TO WRK-ANT-13
                   MOVE PROV-SALDO-ENCARGOS TO WRK-ANT-ENCARGOS
           END-READ.
           IF NOT FUNC-ESTA-ATIVO AND
              WRK-ANT-FERIAS EQUAL ZEROS AND
              WRK-ANT-13 EQUAL ZEROS AND
              WRK-ANT-ENCARGOS EQUAL ZEROS
               GO TO 0210-FIM
           END-IF.
           INITIALIZE PROV-REG.
           MOVE FUNC-CODIGO TO PROV-FUNCIONARIO.
           MOVE WRK-COMPETENCIA TO PROV-COMPETENCIA.
           MOVE FUNC-AREA TO PROV-AREA.
           MOVE FUNC-SALARIO TO PROV-SALARIO.
           MOVE WRK-HOJE TO PROV-DATA.
           IF FUNC-ESTA-ATIVO
               PERFORM 0220-CONSTITUIR
               PERFORM 0230-REVERTER-PAGOS
           ELSE
      *----DESLIGADO: A RESCISAO PAGOU, O SALDO INTEIRO SAI-----------
               MOVE WRK-ANT-FERIAS TO PROV-REV-FERIAS
               MOVE WRK-ANT-13 TO PROV-REV-13
               MOVE WRK-ANT-ENCARGOS TO PROV-REV-ENCARGOS
           END-IF.
           COMPUTE PROV-SALDO-FERIAS = WRK-ANT-FERIAS
               + PROV-MES-FERIAS - PROV-REV-FERIAS.
           COMPUTE PROV-SALDO-13 = WRK-ANT-13
               + PROV-MES-13 - PROV-REV-13.
           COMPUTE PROV-SALDO-ENCARGOS = WRK-ANT-ENCARGOS
               + PROV-MES-ENCARGOS - PROV-REV-ENCARGOS.
           WRITE PROV-REG
               INVALID KEY
                   REWRITE PROV-REG
           END-WRITE.
           COMPUTE WRK-PROV-MES = PROV-MES-FERIAS + PROV-MES-13
               + PROV-MES-ENCARGOS.
           COMPUTE WRK-REV-MES = PROV-REV-FERIAS + PROV-REV-13
               + PROV-REV-ENCARGOS.
           COMPUTE WRK-SALDO = PROV-SALDO-FERIAS + PROV-SALDO-13
               + PROV-SALDO-ENCARGOS.
           ADD 1 TO WRK-QT-FUNC.
           ADD WRK-PROV-MES TO WRK-TOT-PROV.
           ADD WRK-REV-MES TO WRK-TOT-REV.
           ADD WRK-SALDO TO WRK-TOT-SALDO.
           PERFORM 0240-SOMAR-AREA.
           MOVE WRK-PROV-MES TO WRK-ED-VALOR.
           MOVE WRK-REV-MES TO WRK-ED-VALOR2.
           MOVE WRK-SALDO TO WRK-ED-SALDO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               FUNC-CODIGO          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               FUNC-NOME(1:20)      DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               PROV-AREA            DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-VALOR         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-VALOR2        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-SALDO         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
       0210-FIM.
           EXIT.

      *----1/12 DO SALARIO (+ 1/3 NAS FERIAS) E OS ENCARGOS; QUEM-----
      *----ENTROU DEPOIS DO DIA 15 SO PROVISIONA A PARTIR DO MES------
      *----SEGUINTE-----------------------------------------------------
       0220-CONSTITUIR            SECTION.
           IF FUNC-ADMISSAO NOT GREATER WRK-DIA-CORTE
               COMPUTE PROV-MES-FERIAS ROUNDED =
                   FUNC-SALARIO / 12 * 4 / 3
               COMPUTE PROV-MES-13 ROUNDED = FUNC-SALARIO / 12
               COMPUTE PROV-MES-ENCARGOS ROUNDED =
                   (PROV-MES-FERIAS + PROV-MES-13)
                   * (WRK-PCT-INSS + WRK-PCT-FGTS) / 100
           END-IF.

      *----PAGAMENTOS DO MES: FERIAS COM GOZO INICIADO NA COMPETENCIA-
      *----(VALOR NA AAAA(MES+20) DO RAZAO) E AS PARCELAS DO 13O-------
       0230-REVERTER-PAGOS        SECTION.
           MOVE 'N' TO WRK-ACHOU-GOZO.
           IF FS-FERIAS EQUAL ZEROS
               MOVE FUNC-CODIGO TO FER-FUNCIONARIO
               MOVE ZEROS TO FER-PERIODO-INI
               START FERIAS KEY >= FER-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FERIAS NEXT
                       PERFORM UNTIL FS-FERIAS NOT EQUAL ZEROS
                               OR FER-FUNCIONARIO NOT EQUAL FUNC-CODIGO
                           IF (FER-MARCADO OR FER-PAGO) AND
                              FER-GOZO-INI(1:6) EQUAL WRK-COMPETENCIA
                               MOVE 'S' TO WRK-ACHOU-GOZO
                           END-IF
                           READ FERIAS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-FERIAS
           END-IF.
           IF WRK-ACHOU-GOZO EQUAL 'S'
               COMPUTE WRK-COMP-BUSCA = WRK-COMPETENCIA + 20
               PERFORM 0235-LER-RAZAO
               MOVE FLH-BRUTO TO PROV-REV-FERIAS
           END-IF.
           IF WRK-MES EQUAL 11
               COMPUTE WRK-COMP-BUSCA = WRK-ANO * 100 + 13
               PERFORM 0235-LER-RAZAO
               MOVE FLH-BRUTO TO PROV-REV-13
           END-IF.
           IF WRK-MES EQUAL 12
               COMPUTE WRK-COMP-BUSCA = WRK-ANO * 100 + 14
               PERFORM 0235-LER-RAZAO
               MOVE FLH-BRUTO TO PROV-REV-13
           END-IF.
           COMPUTE PROV-REV-ENCARGOS ROUNDED =
               (PROV-REV-FERIAS + PROV-REV-13)
               * (WRK-PCT-INSS + WRK-PCT-FGTS) / 100.

      *----BRUTO DO RAZAO NA COMPETENCIA WRK-COMP-BUSCA (ZERO SE NAO-
      *----HOUVER LANCAMENTO)-------------------------------------------
       0235-LER-RAZAO             SECTION.
           MOVE ZEROS TO FLH-BRUTO.
           IF FS-FOLHALEDG EQUAL ZEROS
               MOVE FUNC-CODIGO TO FLH-FUNCIONARIO
               MOVE WRK-COMP-BUSCA TO FLH-COMPETENCIA
               READ FOLHALEDG
                   INVALID KEY
                       MOVE ZEROS TO FLH-BRUTO
                       MOVE ZEROS TO FS-FOLHALEDG
               END-READ
           END-IF.

      *----ACUMULA O FUNCIONARIO NA LINHA DA SUA AREA-----------------
       0240-SOMAR-AREA            SECTION.
           MOVE ZEROS TO WRK-IND.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QT-AREA
               IF WRK-ARE-NOME(WRK-J) EQUAL PROV-AREA
                   MOVE WRK-J TO WRK-IND
               END-IF
           END-PERFORM.
           IF WRK-IND EQUAL ZEROS
               IF WRK-QT-AREA LESS 30
                   ADD 1 TO WRK-QT-AREA
                   MOVE WRK-QT-AREA TO WRK-IND
                   MOVE PROV-AREA TO WRK-ARE-NOME(WRK-IND)
                   MOVE ZEROS TO WRK-ARE-QT(WRK-IND)
                                 WRK-ARE-PROV(WRK-IND)
                                 WRK-ARE-REV(WRK-IND)
                                 WRK-ARE-FERIAS(WRK-IND)
                                 WRK-ARE-13(WRK-IND)
                                 WRK-ARE-ENCARGOS(WRK-IND)
               ELSE
                   DISPLAY "MAIS DE 30 AREAS - AREA " PROV-AREA
                           " FORA DO RESUMO"
                   MOVE 'ER' TO WRK-JOB-ST
               END-IF
           END-IF.
           IF WRK-IND GREATER ZEROS
               ADD 1 TO WRK-ARE-QT(WRK-IND)
               ADD WRK-PROV-MES TO WRK-ARE-PROV(WRK-IND)
               ADD WRK-REV-MES TO WRK-ARE-REV(WRK-IND)
               ADD PROV-SALDO-FERIAS TO WRK-ARE-FERIAS(WRK-IND)
               ADD PROV-SALDO-13 TO WRK-ARE-13(WRK-IND)
               ADD PROV-SALDO-ENCARGOS TO WRK-ARE-ENCARGOS(WRK-IND)
           END-IF.

      *----RESUMO POR AREA, TOTAIS E HISTORICO------------------------
       0300-FINALIZAR             SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'SALDO ACUMULADO POR AREA' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'AREA       QTDE' TO WRK-LINHA-REL.
           MOVE '  PROV MES' TO WRK-LINHA-REL(17:10).
           MOVE '  REVERSAO' TO WRK-LINHA-REL(28:10).
           MOVE '      FERIAS' TO WRK-LINHA-REL(39:12).
           MOVE '         13O' TO WRK-LINHA-REL(53:12).
           MOVE '    ENCARGOS' TO WRK-LINHA-REL(67:12).
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND GREATER WRK-QT-AREA
               PERFORM 0310-LINHA-AREA
           END-PERFORM.
           MOVE WRK-TOT-PROV TO WRK-ED-VALOR.
           MOVE WRK-TOT-REV TO WRK-ED-VALOR2.
           MOVE WRK-TOT-SALDO TO WRK-ED-SALDO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'FUNCIONARIOS: '     DELIMITED BY SIZE
               WRK-QT-FUNC          DELIMITED BY SIZE
               ' / PROVISAO: '      DELIMITED BY SIZE
               WRK-ED-VALOR         DELIMITED BY SIZE
               ' / REVERSAO: '      DELIMITED BY SIZE
               WRK-ED-VALOR2        DELIMITED BY SIZE
               ' / SALDO: '         DELIMITED BY SIZE
               WRK-ED-SALDO         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELPROV.
           CLOSE FUNCIONARIOS.
           CLOSE FOLHALEDG.
           CLOSE FERIAS.
           CLOSE PROVISAO.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FUNCIONARIOS PROVISIONADOS: " WRK-QT-FUNC.
           DISPLAY "RELATORIO EM " WRK-RELPROV-NOME.
           DISPLAY "FIM DA PROVISAO DE FERIAS E 13O".

       0310-LINHA-AREA            SECTION.
           MOVE WRK-ARE-PROV(WRK-IND) TO WRK-ED-VALOR.
           MOVE WRK-ARE-REV(WRK-IND) TO WRK-ED-VALOR2.
           MOVE WRK-ARE-FERIAS(WRK-IND) TO WRK-ED-SALDO.
           MOVE WRK-ARE-13(WRK-IND) TO WRK-ED-SALDO2.
           MOVE WRK-ARE-ENCARGOS(WRK-IND) TO WRK-ED-SALDO3.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-ARE-NOME(WRK-IND) DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WRK-ARE-QT(WRK-IND)   DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WRK-ED-VALOR          DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WRK-ED-VALOR2         DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WRK-ED-SALDO          DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WRK-ED-SALDO2         DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WRK-ED-SALDO3         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELPROV-DADOS.
           WRITE RELPROV-REG.

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'PROVISAO' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-FUNC TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
