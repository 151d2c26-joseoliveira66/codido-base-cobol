       IDENTIFICATION              DIVISION.
       PROGRAM-ID. PLANODEV.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RELATORIO DE COBRANCA DOS PLANOS DE ASSINATURA -
      *==           VARRE AS MENSALIDADES PENDENTES (PLANOCOB.DAT) E
      *==           LISTA POR CLIENTE (TELEFONE E NOME) A QUANTIDADE,
      *==           O TOTAL DEVIDO, A GERACAO MAIS ANTIGA E OS DIAS
      *==           DE ATRASO, DESTACANDO QUEM JA ESTA COM A
      *==           COBERTURA SUSPENSA NO BALCAO, EM
      *==           PLNDEVAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: O ATRASO E CONTADO DA DATA DE GERACAO PELO
      *==           PLANOFAT. O LIMITE DA SUSPENSAO E O MESMO DO
      *==           FILMESJC (PARAM-PLANO-DIAS-ATRASO, ZERO = 10)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PLANOCOB ASSIGN TO 'DADOS\PLANOCOB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLNCOB-CHAVE
               FILE STATUS IS FS-PLANOCOB.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

           SELECT PARAMS ASSIGN TO 'DADOS\PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY IS PARAM-CHAVE.

           SELECT RELDEV ASSIGN TO WRK-RELDEV-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELDEV-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD PLANOCOB.
           COPY "PLNCOBREG".

       FD CLIENTES.
           COPY "CLIENTREG".

       FD PARAMS.
           COPY "PARAMREG".

       FD RELDEV.
       01 RELDEV-REG.
           05 RELDEV-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-PLANOCOB           PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 PARAMS-STATUS         PIC 9(02) VALUE ZEROS.
       77 RELDEV-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-RELDEV-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-LIMITE-DIAS       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIDOS          PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLIENTES       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-VLR-GERAL         PIC 9(09)V99 VALUE ZEROS.
      *----ACUMULADO DO CLIENTE NA QUEBRA-----------------------------
       77 WRK-CLIENTE-ATUAL     PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-QT            PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-VALOR         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CLI-MAIS-ANTIGA   PIC 9(08) VALUE ZEROS.
       77 WRK-CLI-DIAS          PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-GERAL-ED          PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DESTAQUE          PIC X(12) VALUE SPACES.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS, LE O LIMITE E ABRE O RELATORIO-----------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RELATORIO DE COBRANCA DOS PLANOS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT PLANOCOB.
           IF FS-PLANOCOB NOT EQUAL ZEROS
               DISPLAY "PLANOCOB.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT PARAMS.
           MOVE ZEROS TO PARAM-PLANO-DIAS-ATRASO.
           MOVE 1 TO PARAM-CHAVE.
           IF PARAMS-STATUS EQUAL ZEROS
               READ PARAMS
                   INVALID KEY
                       MOVE ZEROS TO PARAM-PLANO-DIAS-ATRASO
               END-READ
           END-IF.
           MOVE PARAM-PLANO-DIAS-ATRASO TO WRK-LIMITE-DIAS.
           IF WRK-LIMITE-DIAS EQUAL ZEROS
               MOVE 10 TO WRK-LIMITE-DIAS
           END-IF.

           MOVE SPACES TO WRK-RELDEV-NOME.
           STRING
               'DADOS\PLNDEV'       DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELDEV-NOME
           END-STRING.
           OPEN OUTPUT RELDEV.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'COBRANCA DOS PLANOS - DIA: '  DELIMITED BY SIZE
               WRK-HOJE                       DELIMITED BY SIZE
               ' / SUSPENSO ACIMA DE '        DELIMITED BY SIZE
               WRK-LIMITE-DIAS                DELIMITED BY SIZE
               ' DIAS'                        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'FONE/CLI  NOME                           QT      DEV
      -         'IDO MAIS ANTIGA  DIAS' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.

      *----A CHAVE COMECA PELO CLIENTE: QUEBRA A CADA CLIENTE NOVO----
       0200-PROCESSAR             SECTION.
           IF FS-PLANOCOB EQUAL ZEROS
               MOVE ZEROS TO PLNCOB-CHAVE
               START PLANOCOB KEY >= PLNCOB-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PLANOCOB NEXT
                       PERFORM UNTIL FS-PLANOCOB NOT EQUAL ZEROS
                           IF PLNCOB-PENDENTE
                               PERFORM 0210-ACUMULAR-PENDENTE
                           END-IF
                           READ PLANOCOB NEXT
                       END-PERFORM
               END-START
           END-IF.
           IF WRK-CLIENTE-ATUAL GREATER ZEROS
               PERFORM 0220-LINHA-CLIENTE
           END-IF.

       0210-ACUMULAR-PENDENTE     SECTION.
           ADD 1 TO WRK-QT-LIDOS.
           IF PLNCOB-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
               IF WRK-CLIENTE-ATUAL GREATER ZEROS
                   PERFORM 0220-LINHA-CLIENTE
               END-IF
               MOVE PLNCOB-CLIENTE TO WRK-CLIENTE-ATUAL
               MOVE ZEROS TO WRK-CLI-QT WRK-CLI-VALOR
                             WRK-CLI-MAIS-ANTIGA
           END-IF.
           ADD 1 TO WRK-CLI-QT.
           ADD PLNCOB-VALOR TO WRK-CLI-VALOR.
           IF WRK-CLI-MAIS-ANTIGA EQUAL ZEROS OR
              PLNCOB-DATA-GERACAO LESS WRK-CLI-MAIS-ANTIGA
               MOVE PLNCOB-DATA-GERACAO TO WRK-CLI-MAIS-ANTIGA
           END-IF.

      *----UMA LINHA POR CLIENTE DEVEDOR------------------------------
       0220-LINHA-CLIENTE         SECTION.
           ADD 1 TO WRK-QT-CLIENTES.
           ADD WRK-CLI-VALOR TO WRK-VLR-GERAL.
           MOVE ZEROS TO WRK-CLI-DIAS.
           IF WRK-CLI-MAIS-ANTIGA GREATER ZEROS AND
              WRK-CLI-MAIS-ANTIGA LESS WRK-HOJE
               COMPUTE WRK-CLI-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
                   FUNCTION INTEGER-OF-DATE(WRK-CLI-MAIS-ANTIGA)
           END-IF.
           MOVE SPACES TO WRK-DESTAQUE.
           IF WRK-CLI-DIAS GREATER WRK-LIMITE-DIAS
               MOVE '<< SUSPENSO' TO WRK-DESTAQUE
               ADD 1 TO WRK-QT-BLOQUEADOS
           END-IF.
           MOVE WRK-CLIENTE-ATUAL TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CLIENTES-NOME
           END-READ.
           MOVE WRK-CLI-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-CLIENTE-ATUAL    DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               CLIENTES-NOME        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-CLI-QT           DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-CLI-MAIS-ANTIGA  DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-CLI-DIAS         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-DESTAQUE         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELDEV-DADOS.
           WRITE RELDEV-REG.

       0300-FINALIZAR             SECTION.
           MOVE WRK-VLR-GERAL TO WRK-GERAL-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CLIENTES DEVEDORES: ' DELIMITED BY SIZE
               WRK-QT-CLIENTES        DELIMITED BY SIZE
               ' / SUSPENSOS: '       DELIMITED BY SIZE
               WRK-QT-BLOQUEADOS      DELIMITED BY SIZE
               ' / TOTAL DEVIDO R$ '  DELIMITED BY SIZE
               WRK-GERAL-ED           DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELDEV.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELDEV-NOME.
           CLOSE PLANOCOB.
           CLOSE CLIENTES.
           CLOSE PARAMS.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RELATORIO DE COBRANCA DOS PLANOS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'PLANODEV' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-LIDOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
