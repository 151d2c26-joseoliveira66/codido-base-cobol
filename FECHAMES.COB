       IDENTIFICATION              DIVISION.
       PROGRAM-ID. FECHAMES.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: FECHAMENTO FINANCEIRO DO MES - CONFERE NO
      *==           JOBHIST.LOG SE CADA JOB MENSAL OBRIGATORIO
      *==           (PLANOFAT, FIDELIDADE, JUROSMES, PONTOFECHA,
      *==           FOLHA, MENSGERA E CONTAGING) TERMINOU 'OK' PARA A
      *==           COMPETENCIA, IMPRIME O CHECKLIST EM
      *==           FECHAMESAAAAMM.TXT E, COM TUDO OK, TRAVA A
      *==           COMPETENCIA EM PERIODO.DAT. A PARTIR DAI FILMESJC,
      *==           CONTACLI, TRANSFER, PAGAGEND E MENSPAGA RECUSAM
      *==           LANCAMENTO COM DATA DENTRO DO MES (PERIODOCHK).
      *==           A REABERTURA E SO DO SUPERVISOR, COM MOTIVO, E
      *==           FICA NA TRILHA PERAUD.LOG JUNTO COM O FECHAMENTO
      *== DATA: 15/10/2026
      *== OBSERVACOES: VALE PARA A COMPETENCIA A EXECUCAO 'OK' INICIADA
      *==           DO DIA 1 DO MES ATE O FIM DO MES SEGUINTE (OS
      *==           JOBS DE FIM DE MES RODAM NA VIRADA). SO FECHA MES
      *==           JA ENCERRADO. REABERTO PODE SER FECHADO DE NOVO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PERIODO ASSIGN TO 'DADOS\PERIODO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS FS-PERIODO.

           SELECT PERAUD ASSIGN TO 'DADOS\PERAUD.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PERAUD.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

           SELECT RELFECHA ASSIGN TO WRK-RELFECHA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELFECHA-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD PERIODO.
           COPY "PERIODOREG".

       FD PERAUD.
           COPY "PERAUDREG".

       FD JOBHIST.
           COPY "JOBHISTREG".

       FD RELFECHA.
       01 RELFECHA-REG.
           05 RELFECHA-DADOS        PIC X(100).

       WORKING-STORAGE            SECTION.
       77 FS-PERIODO            PIC 9(02) VALUE ZEROS.
       77 FS-PERAUD             PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 RELFECHA-STATUS       PIC 9(02) VALUE ZEROS.
       77 WRK-RELFECHA-NOME     PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
       77 WRK-TECLA             PIC X(01) VALUE SPACES.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-ATUAL        PIC 9(06) VALUE ZEROS.
       77 WRK-PROX-COMP         PIC 9(06) VALUE ZEROS.
       77 WRK-JANELA-INI        PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO            PIC X(30) VALUE SPACES.
       77 WRK-ACAO-AUD          PIC X(01) VALUE SPACES.
       77 WRK-I                 PIC 9(02) VALUE ZEROS.
       77 WRK-QT-JOBS           PIC 9(02) VALUE 7.
       77 WRK-QT-PENDENTES      PIC 9(02) VALUE ZEROS.
       77 WRK-SITUACAO          PIC X(12) VALUE SPACES.
      *----COMPETENCIA SEPARADA EM ANO E MES---------------------------
       01 WRK-COMP-AUX.
           05 WRK-COMP-ANO          PIC 9(04).
           05 WRK-COMP-MES          PIC 9(02).
      *----JOBS MENSAIS OBRIGATORIOS E O QUE O JOBHIST DISSE DELES----
       01 WRK-TAB-JOBS.
           05 WRK-JOB OCCURS 7 TIMES.
               10 WRK-JOB-NOME      PIC X(10).
               10 WRK-JOB-ULT-DATA  PIC 9(08).
               10 WRK-JOB-ULT-ST    PIC X(02).
               10 WRK-JOB-OK        PIC X(01).
      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
           05 WRK-OPER-NOME     PIC X(30) VALUE SPACES.
           05 WRK-OPER-NIVEL    PIC 9(01) VALUE ZEROS.
           05 WRK-OPER-LOJA     PIC 9(02) VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ENTRADA PELO LOGON E ABERTURA DOS ARQUIVOS------------------
       0100-INICIALIZAR           SECTION.
           CALL "LOGON" USING WRK-OPERADOR-LOGADO.
           IF WRK-OPER-NIVEL EQUAL ZEROS
               DISPLAY "ENTRADA RECUSADA - PROGRAMA ENCERRADO"
               STOP RUN
           END-IF.
           OPEN I-O PERIODO.
           IF FS-PERIODO EQUAL 35
               OPEN OUTPUT PERIODO
               CLOSE PERIODO
               OPEN I-O PERIODO
           END-IF.
           OPEN EXTEND PERAUD.
           IF FS-PERAUD EQUAL 35
               OPEN OUTPUT PERAUD
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE(1:6) TO WRK-COMP-ATUAL.
           MOVE 'PLANOFAT' TO WRK-JOB-NOME(1).
           MOVE 'FIDELIDADE' TO WRK-JOB-NOME(2).
           MOVE 'JUROSMES' TO WRK-JOB-NOME(3).
           MOVE 'PONTOFECHA' TO WRK-JOB-NOME(4).
           MOVE 'FOLHA' TO WRK-JOB-NOME(5).
           MOVE 'MENSGERA' TO WRK-JOB-NOME(6).
           MOVE 'CONTAGING' TO WRK-JOB-NOME(7).

      *----MENU DO FECHAMENTO------------------------------------------
       0200-PROCESSAR             SECTION.
           DISPLAY "F-FECHAR MES  R-REABRIR  C-CONSULTAR..."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'F'
               WHEN 'f'
                   PERFORM 0210-FECHAR
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0230-REABRIR
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0240-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----CHECKLIST DOS JOBS E, COM TUDO OK, TRAVA A COMPETENCIA-----
       0210-FECHAR                SECTION.
           DISPLAY "COMPETENCIA A FECHAR (AAAAMM)....."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA NOT LESS WRK-COMP-ATUAL
               DISPLAY "SO FECHA MES JA ENCERRADO"
           ELSE
               MOVE WRK-COMPETENCIA TO PER-COMPETENCIA
               READ PERIODO
                   INVALID KEY
                       MOVE SPACES TO PER-STATUS
               END-READ
               IF PER-FECHADO
                   DISPLAY "COMPETENCIA JA FECHADA EM " PER-DATA-FECHA
               ELSE
                   PERFORM 0215-CONFERIR-JOBS
                   PERFORM 0220-IMPRIMIR-CHECKLIST
                   IF WRK-QT-PENDENTES GREATER ZEROS
                       DISPLAY "FECHAMENTO RECUSADO - JOBS PENDENTES: "
                               WRK-QT-PENDENTES
                   ELSE
                       DISPLAY "TODOS OS JOBS OK. CONFIRMA O "
                               "FECHAMENTO (S/N)..."
                       ACCEPT WRK-TECLA
                       IF WRK-TECLA EQUAL 'S' OR WRK-TECLA EQUAL 's'
                           PERFORM 0225-GRAVAR-FECHAMENTO
                       ELSE
                           DISPLAY "NAO CONFIRMADO"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----VARRE O JOBHIST GUARDANDO A ULTIMA EXECUCAO DE CADA JOB----
      *----DENTRO DA JANELA DA COMPETENCIA----------------------------
       0215-CONFERIR-JOBS         SECTION.
           MOVE WRK-COMPETENCIA TO WRK-COMP-AUX.
           IF WRK-COMP-MES EQUAL 12
               ADD 1 TO WRK-COMP-ANO
               MOVE 1 TO WRK-COMP-MES
           ELSE
               ADD 1 TO WRK-COMP-MES
           END-IF.
           MOVE WRK-COMP-AUX TO WRK-PROX-COMP.
           COMPUTE WRK-JANELA-INI = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-JANELA-FIM = WRK-PROX-COMP * 100 + 31.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-JOBS
               MOVE ZEROS TO WRK-JOB-ULT-DATA(WRK-I)
               MOVE SPACES TO WRK-JOB-ULT-ST(WRK-I)
               MOVE 'N' TO WRK-JOB-OK(WRK-I)
           END-PERFORM.
           OPEN INPUT JOBHIST.
           IF JOBHIST-STATUS EQUAL ZEROS
               READ JOBHIST
               PERFORM UNTIL JOBHIST-STATUS NOT EQUAL ZEROS
                   IF JOB-DATA-INICIO NOT LESS WRK-JANELA-INI AND
                      JOB-DATA-INICIO NOT GREATER WRK-JANELA-FIM
                       PERFORM 0217-ANOTAR-JOB
                   END-IF
                   READ JOBHIST
               END-PERFORM
               CLOSE JOBHIST
           ELSE
               DISPLAY "JOBHIST.LOG NAO ENCONTRADO"
           END-IF.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-JOBS
               IF WRK-JOB-OK(WRK-I) NOT EQUAL 'S'
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
           END-PERFORM.

       0217-ANOTAR-JOB            SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-JOBS
               IF JOB-NOME EQUAL WRK-JOB-NOME(WRK-I)
                   IF JOB-DATA-INICIO NOT LESS WRK-JOB-ULT-DATA(WRK-I)
                       MOVE JOB-DATA-INICIO TO WRK-JOB-ULT-DATA(WRK-I)
                       MOVE JOB-STATUS TO WRK-JOB-ULT-ST(WRK-I)
                   END-IF
                   IF JOB-STATUS EQUAL 'OK'
                       MOVE 'S' TO WRK-JOB-OK(WRK-I)
                   END-IF
               END-IF
           END-PERFORM.

      *----CHECKLIST EM DISCO E NA TELA-------------------------------
       0220-IMPRIMIR-CHECKLIST    SECTION.
           MOVE SPACES TO WRK-RELFECHA-NOME.
           STRING
               'DADOS\FECHAMES'     DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELFECHA-NOME
           END-STRING.
           OPEN OUTPUT RELFECHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CHECKLIST DO FECHAMENTO - COMPETENCIA ' DELIMITED
                                                         BY SIZE
               WRK-COMPETENCIA                          DELIMITED
                                                         BY SIZE
               ' - EMITIDO EM '                         DELIMITED
                                                         BY SIZE
               WRK-HOJE                                 DELIMITED
                                                         BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'JOB        ULTIMA EXEC  ST  SITUACAO' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-JOBS
               IF WRK-JOB-OK(WRK-I) EQUAL 'S'
                   MOVE '[X] OK' TO WRK-SITUACAO
               ELSE
                   IF WRK-JOB-ULT-DATA(WRK-I) EQUAL ZEROS
                       MOVE '[ ] NAO RODOU' TO WRK-SITUACAO
                   ELSE
                       MOVE '[ ] COM ERRO' TO WRK-SITUACAO
                   END-IF
               END-IF
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   WRK-JOB-NOME(WRK-I)     DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WRK-JOB-ULT-DATA(WRK-I) DELIMITED BY SIZE
                   '     '                 DELIMITED BY SIZE
                   WRK-JOB-ULT-ST(WRK-I)   DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   WRK-SITUACAO            DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'JOBS PENDENTES: '   DELIMITED BY SIZE
               WRK-QT-PENDENTES     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELFECHA.
           DISPLAY "CHECKLIST GRAVADO EM " WRK-RELFECHA-NOME.

      *----TRAVA A COMPETENCIA E REGISTRA NA TRILHA--------------------
       0225-GRAVAR-FECHAMENTO     SECTION.
           MOVE WRK-COMPETENCIA TO PER-COMPETENCIA.
           MOVE 'F' TO PER-STATUS.
           MOVE WRK-HOJE TO PER-DATA-FECHA.
           MOVE WRK-OPER-CODIGO TO PER-OPER-FECHA.
           WRITE PER-REG
               INVALID KEY
                   REWRITE PER-REG
           END-WRITE.
           MOVE 'F' TO WRK-ACAO-AUD.
           MOVE 'CHECKLIST OK' TO WRK-MOTIVO.
           PERFORM 0900-GRAVAR-AUDITORIA.
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA " FECHADA.".

      *----REABRE UMA COMPETENCIA FECHADA (SO SUPERVISOR, COM MOTIVO)-
       0230-REABRIR               SECTION.
           IF WRK-OPER-NIVEL NOT EQUAL 9
               DISPLAY "REABERTURA SO COM SUPERVISOR"
           ELSE
               DISPLAY "COMPETENCIA A REABRIR (AAAAMM)...."
               ACCEPT WRK-COMPETENCIA
               MOVE WRK-COMPETENCIA TO PER-COMPETENCIA
               READ PERIODO
                   INVALID KEY
                       DISPLAY "COMPETENCIA NAO FOI FECHADA"
                   NOT INVALID KEY
                       IF PER-FECHADO
                           DISPLAY "MOTIVO DA REABERTURA.............."
                           ACCEPT WRK-MOTIVO
                           IF WRK-MOTIVO EQUAL SPACES
                               DISPLAY "SEM MOTIVO NAO HA REABERTURA"
                           ELSE
                               MOVE 'R' TO PER-STATUS
                               MOVE WRK-HOJE TO PER-DATA-REABRE
                               MOVE WRK-OPER-CODIGO TO PER-OPER-REABRE
                               MOVE WRK-MOTIVO TO PER-MOTIVO-REABRE
                               REWRITE PER-REG
                               MOVE 'R' TO WRK-ACAO-AUD
                               PERFORM 0900-GRAVAR-AUDITORIA
                               DISPLAY "COMPETENCIA REABERTA."
                           END-IF
                       ELSE
                           DISPLAY "COMPETENCIA NAO ESTA FECHADA"
                       END-IF
               END-READ
           END-IF.

      *----LISTA AS COMPETENCIAS JA TRATADAS---------------------------
       0240-CONSULTAR             SECTION.
           MOVE ZEROS TO PER-COMPETENCIA.
           START PERIODO KEY >= PER-COMPETENCIA
               INVALID KEY
                   DISPLAY "NENHUMA COMPETENCIA FECHADA"
               NOT INVALID KEY
                   READ PERIODO NEXT
                   PERFORM UNTIL FS-PERIODO NOT EQUAL ZEROS
                       IF PER-FECHADO
                           DISPLAY PER-COMPETENCIA " FECHADA EM "
                                   PER-DATA-FECHA " POR "
                                   PER-OPER-FECHA
                       ELSE
                           DISPLAY PER-COMPETENCIA " REABERTA EM "
                                   PER-DATA-REABRE " POR "
                                   PER-OPER-REABRE " - "
                                   PER-MOTIVO-REABRE
                       END-IF
                       READ PERIODO NEXT
                   END-PERFORM
           END-START.

      *----GRAVA UMA LINHA NO CHECKLIST E NA TELA---------------------
       0450-GRAVAR-LINHA          SECTION.
           DISPLAY WRK-LINHA-REL.
           MOVE WRK-LINHA-REL TO RELFECHA-DADOS.
           WRITE RELFECHA-REG.

      *----GRAVA A ACAO NA TRILHA PERAUD.LOG--------------------------
       0900-GRAVAR-AUDITORIA      SECTION.
           ACCEPT PAUD-DATA FROM DATE YYYYMMDD.
           ACCEPT PAUD-HORA FROM TIME.
           MOVE WRK-OPER-CODIGO TO PAUD-OPERADOR.
           MOVE WRK-COMPETENCIA TO PAUD-COMPETENCIA.
           MOVE WRK-ACAO-AUD TO PAUD-ACAO.
           MOVE WRK-MOTIVO TO PAUD-MOTIVO.
           WRITE PAUD-REG.

       0300-FINALIZAR             SECTION.
           CLOSE PERIODO.
           CLOSE PERAUD.
           DISPLAY "FIM DE PROGRAMA".
