       IDENTIFICATION              DIVISION.
       PROGRAM-ID. GAVETAREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RELATORIO MENSAL DE SOBRAS E FALTAS DE GAVETA -
      *==           VARRE AS CONTAGENS CEGAS JA APURADAS PELO
      *==           CAIXAFECHA (CONTAGEM.DAT) DO MES E TOTALIZA POR
      *==           OPERADOR: DIAS CONTADOS, FALTAS, SOBRAS E DIAS
      *==           SEM CONTAGEM, DESTACANDO QUEM TEVE FALTAS
      *==           REPETIDAS, EM GAVETAMESAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: O MINIMO DE FALTAS PARA O DESTAQUE E PEDIDO
      *==           NA EXECUCAO (0 = 3 FALTAS NO MES)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM ASSIGN TO 'DADOS\CONTAGEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-CHAVE
               FILE STATUS IS FS-CONTAGEM.

           SELECT OPERADORES ASSIGN TO 'DADOS\OPERADORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS FS-OPERADORES.

           SELECT RELGAV ASSIGN TO WRK-RELGAV-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELGAV-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CONTAGEM.
           COPY "CONTAGREG".

       FD OPERADORES.
           COPY "OPERREG".

       FD RELGAV.
       01 RELGAV-REG.
           05 RELGAV-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-CONTAGEM           PIC 9(02) VALUE ZEROS.
       77 FS-OPERADORES         PIC 9(02) VALUE ZEROS.
       77 RELGAV-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-MES-ALVO          PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-MIN-FALTAS        PIC 9(02) VALUE ZEROS.
       77 WRK-RELGAV-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-I                 PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU             PIC X(01) VALUE 'N'.
       77 WRK-QT-CONTAGENS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REINCIDENTES   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-OPE           PIC 9(03) VALUE ZEROS.
       77 WRK-FALTAS-ED         PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-SOBRAS-ED         PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DESTAQUE          PIC X(12) VALUE SPACES.

       01 WRK-TAB-OPERADORES.
           05 WRK-OPE OCCURS 100 TIMES.
               10 WRK-OPE-CODIGO    PIC 9(04).
               10 WRK-OPE-DIAS      PIC 9(03).
               10 WRK-OPE-QT-FALTAS PIC 9(03).
               10 WRK-OPE-FALTAS    PIC 9(08)V99.
               10 WRK-OPE-QT-SOBRAS PIC 9(03).
               10 WRK-OPE-SOBRAS    PIC 9(08)V99.
               10 WRK-OPE-SEM-CONT  PIC 9(03).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RELATORIO MENSAL DE GAVETAS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "MES A APURAR (AAAAMM / 0 = ATUAL)..."
           ACCEPT WRK-MES-ALVO.
           IF WRK-MES-ALVO EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-MES-ALVO
           END-IF.
           DISPLAY "MINIMO DE FALTAS PARA DESTACAR (0 = 3)..."
           ACCEPT WRK-MIN-FALTAS.
           IF WRK-MIN-FALTAS EQUAL ZEROS
               MOVE 3 TO WRK-MIN-FALTAS
           END-IF.
           OPEN INPUT CONTAGEM.
           IF FS-CONTAGEM NOT EQUAL ZEROS
               DISPLAY "CONTAGEM.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT OPERADORES.

      *----A CHAVE COMECA PELA DATA: POSICIONA NO DIA 1 DO MES E LE---
      *----ATE O MES MUDAR---------------------------------------------
       0200-PROCESSAR             SECTION.
           IF FS-CONTAGEM EQUAL ZEROS
               MOVE ZEROS TO CONT-CHAVE
               MOVE WRK-MES-ALVO TO CONT-DATA(1:6)
               START CONTAGEM KEY >= CONT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CONTAGEM NEXT
                       PERFORM UNTIL FS-CONTAGEM NOT EQUAL ZEROS
                               OR CONT-DATA(1:6) NOT EQUAL
                                  WRK-MES-ALVO
                           IF CONT-JA-APURADA
                               PERFORM 0210-ACUMULAR-CONTAGEM
                           END-IF
                           READ CONTAGEM NEXT
                       END-PERFORM
               END-START
           END-IF.

       0210-ACUMULAR-CONTAGEM     SECTION.
           ADD 1 TO WRK-QT-CONTAGENS.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-OPE
                      OR WRK-ACHOU EQUAL 'S'
               IF WRK-OPE-CODIGO(WRK-I) EQUAL CONT-OPERADOR
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WRK-I
           ELSE
               IF WRK-QTD-OPE LESS 100
                   ADD 1 TO WRK-QTD-OPE
                   MOVE WRK-QTD-OPE TO WRK-I
                   INITIALIZE WRK-OPE(WRK-I)
                   MOVE CONT-OPERADOR TO WRK-OPE-CODIGO(WRK-I)
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-IF.
           IF WRK-ACHOU EQUAL 'S'
               EVALUATE TRUE
                   WHEN CONT-SEM-CONTAGEM
                       ADD 1 TO WRK-OPE-SEM-CONT(WRK-I)
                   WHEN CONT-VLR-DIFERENCA LESS ZEROS
                       ADD 1 TO WRK-OPE-DIAS(WRK-I)
                       ADD 1 TO WRK-OPE-QT-FALTAS(WRK-I)
                       SUBTRACT CONT-VLR-DIFERENCA
                           FROM WRK-OPE-FALTAS(WRK-I)
                   WHEN CONT-VLR-DIFERENCA GREATER ZEROS
                       ADD 1 TO WRK-OPE-DIAS(WRK-I)
                       ADD 1 TO WRK-OPE-QT-SOBRAS(WRK-I)
                       ADD CONT-VLR-DIFERENCA TO WRK-OPE-SOBRAS(WRK-I)
                   WHEN OTHER
                       ADD 1 TO WRK-OPE-DIAS(WRK-I)
               END-EVALUATE
           END-IF.

      *----GRAVA O RELATORIO DO MES-----------------------------------
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-RELGAV-NOME.
           STRING
               'DADOS\GAVETAMES' DELIMITED BY SIZE
               WRK-MES-ALVO      DELIMITED BY SIZE
               '.TXT'            DELIMITED BY SIZE
               INTO WRK-RELGAV-NOME
           END-STRING.
           OPEN OUTPUT RELGAV.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'SOBRAS E FALTAS DE GAVETA - MES: ' DELIMITED BY SIZE
               WRK-MES-ALVO                        DELIMITED BY SIZE
               ' / DESTAQUE A PARTIR DE '          DELIMITED BY SIZE
               WRK-MIN-FALTAS                      DELIMITED BY SIZE
               ' FALTAS'                           DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'OPER NOME                           DIAS FALTAS    VALO
      -         'R SOBRAS     VALOR S/CONT' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.

           PERFORM 0420-LINHA-OPERADOR
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I GREATER WRK-QTD-OPE.

           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CONTAGENS APURADAS: '  DELIMITED BY SIZE
               WRK-QT-CONTAGENS        DELIMITED BY SIZE
               ' / OPERADORES COM FALTAS REPETIDAS: '
                                       DELIMITED BY SIZE
               WRK-QT-REINCIDENTES     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELGAV.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELGAV-NOME.

       0420-LINHA-OPERADOR        SECTION.
           MOVE WRK-OPE-CODIGO(WRK-I) TO OPER-CODIGO.
           MOVE 'OPERADOR NAO CADASTRADO' TO OPER-NOME.
           READ OPERADORES
               INVALID KEY
                   MOVE 'OPERADOR NAO CADASTRADO' TO OPER-NOME
           END-READ.
           MOVE SPACES TO WRK-DESTAQUE.
           IF WRK-OPE-QT-FALTAS(WRK-I) NOT LESS WRK-MIN-FALTAS
               MOVE '<< REPETIDAS' TO WRK-DESTAQUE
               ADD 1 TO WRK-QT-REINCIDENTES
           END-IF.
           MOVE WRK-OPE-FALTAS(WRK-I) TO WRK-FALTAS-ED.
           MOVE WRK-OPE-SOBRAS(WRK-I) TO WRK-SOBRAS-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-OPE-CODIGO(WRK-I)    DELIMITED BY SIZE
               ' '                      DELIMITED BY SIZE
               OPER-NOME                DELIMITED BY SIZE
               ' '                      DELIMITED BY SIZE
               WRK-OPE-DIAS(WRK-I)      DELIMITED BY SIZE
               '    '                   DELIMITED BY SIZE
               WRK-OPE-QT-FALTAS(WRK-I) DELIMITED BY SIZE
               ' '                      DELIMITED BY SIZE
               WRK-FALTAS-ED            DELIMITED BY SIZE
               '    '                   DELIMITED BY SIZE
               WRK-OPE-QT-SOBRAS(WRK-I) DELIMITED BY SIZE
               ' '                      DELIMITED BY SIZE
               WRK-SOBRAS-ED            DELIMITED BY SIZE
               '    '                   DELIMITED BY SIZE
               WRK-OPE-SEM-CONT(WRK-I)  DELIMITED BY SIZE
               ' '                      DELIMITED BY SIZE
               WRK-DESTAQUE             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELGAV-DADOS.
           WRITE RELGAV-REG.

       0300-FINALIZAR             SECTION.
           CLOSE CONTAGEM.
           CLOSE OPERADORES.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RELATORIO MENSAL DE GAVETAS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'GAVETAREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-CONTAGENS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
