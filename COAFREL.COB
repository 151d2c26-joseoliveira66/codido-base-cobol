       IDENTIFICATION              DIVISION.
       PROGRAM-ID. COAFREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RELATORIO MENSAL DA MESA DE CAMBIO PARA A
      *==           COMUNICACAO AO COAF - AS OPERACOES DO MES EM
      *==           CAMBMOV.DAT COM VALOR EM REAIS IGUAL OU ACIMA DE
      *==           PARAM-COAF-VALOR E OS CLIENTES (CPF) QUE
      *==           FRACIONARAM - DUAS OU MAIS OPERACOES ABAIXO DO
      *==           VALOR QUE SOMADAS NO MES O ALCANCAM. RELATORIO EM
      *==           DADOS\COAFAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: VALOR DO COAF ZERADO NO PARAMCAD VALE 10.000.
      *==           SO ENTRAM OPERACOES COM CLIENTE IDENTIFICADO (AS
      *==           ANTERIORES AO CPF OBRIGATORIO NA MESA SAEM COMO
      *==           CPF ZERADO)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CAMBMOV ASSIGN TO 'DADOS\CAMBMOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMOV-CHAVE
               FILE STATUS IS FS-CAMBMOV.

           SELECT PARAMS ASSIGN TO 'DADOS\PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               FILE STATUS IS PARAMS-STATUS.

           SELECT RELCOAF ASSIGN TO WRK-RELCOAF-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCOAF-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CAMBMOV.
           COPY "CAMBMOVREG".

       FD PARAMS.
           COPY "PARAMREG".

       FD RELCOAF.
       01 RELCOAF-REG.
           05 RELCOAF-DADOS         PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-CAMBMOV        PIC 9(02)      VALUE ZEROS.
       77 PARAMS-STATUS     PIC 9(02)      VALUE ZEROS.
       77 RELCOAF-STATUS    PIC 9(02)      VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)      VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)      VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-COMPETENCIA   PIC 9(06)      VALUE ZEROS.
       77 WRK-RELCOAF-NOME  PIC X(030)     VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)     VALUE SPACES.
       77 WRK-I             PIC 9(04)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
       77 WRK-QTD-CLIENTES  PIC 9(04)      VALUE ZEROS.
       77 WRK-QT-LIDAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-ACIMA      PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-FRACIONOU  PIC 9(04)      VALUE ZEROS.
       77 WRK-TOT-ACIMA     PIC 9(10)V99   VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ME-ED         PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED        PIC ZZ9        VALUE ZEROS.

      *----OPERACOES DO MES ABAIXO DO VALOR, POR CPF-------------------
       01 WRK-TAB-CLIENTES.
           05 WRK-CLI OCCURS 1000 TIMES.
               10 WRK-CLI-CPF       PIC 9(11).
               10 WRK-CLI-NOME      PIC X(30).
               10 WRK-CLI-QTD       PIC 9(03).
               10 WRK-CLI-TOTAL     PIC 9(09)V99.
               10 WRK-CLI-PRIMEIRA  PIC 9(08).
               10 WRK-CLI-ULTIMA    PIC 9(08).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-FRACIONAMENTO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RELATORIO DO COAF".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           OPEN INPUT PARAMS.
           MOVE 1 TO PARAM-CHAVE.
           IF PARAMS-STATUS EQUAL ZEROS
               READ PARAMS
                   INVALID KEY
                       MOVE ZEROS TO PARAM-COAF-VALOR
               END-READ
           ELSE
               MOVE ZEROS TO PARAM-COAF-VALOR
           END-IF.
           IF PARAM-COAF-VALOR NOT NUMERIC OR
              PARAM-COAF-VALOR EQUAL ZEROS
               MOVE 10000,00 TO PARAM-COAF-VALOR
           END-IF.
           OPEN INPUT CAMBMOV.
           IF FS-CAMBMOV NOT EQUAL ZEROS
               DISPLAY "CAMBMOV.DAT SEM OPERACOES DA MESA"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           MOVE SPACES TO WRK-RELCOAF-NOME.
           STRING
               'DADOS\COAF'         DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELCOAF-NOME
           END-STRING.
           OPEN OUTPUT RELCOAF.
           MOVE PARAM-COAF-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'MESA DE CAMBIO - OPERACOES PARA O COAF - COMPETENCIA '
                                    DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           STRING
               'VALOR DE COMUNICACAO (R$): ' DELIMITED BY SIZE
               WRK-VALOR-ED                  DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'OPERACOES IGUAIS OU ACIMA DO VALOR' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'DATA     MOEDA T   QUANTIA ME     EM REAIS CPF'
               TO WRK-LINHA-REL.
           MOVE 'NOME' TO WRK-LINHA-REL(59:4).
           MOVE 'OPER' TO WRK-LINHA-REL(90:4).
           PERFORM 0450-GRAVAR-LINHA.

      *----TODO O ARQUIVO: A CHAVE COMECA PELA MOEDA-------------------
       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               MOVE LOW-VALUES TO CMOV-CHAVE
               START CAMBMOV KEY >= CMOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CAMBMOV NEXT
                       PERFORM UNTIL FS-CAMBMOV NOT EQUAL ZEROS
                           IF CMOV-DATA(1:6) EQUAL WRK-COMPETENCIA
                               ADD 1 TO WRK-QT-LIDAS
                               PERFORM 0210-CLASSIFICAR
                           END-IF
                           READ CAMBMOV NEXT
                       END-PERFORM
               END-START
           END-IF.

       0210-CLASSIFICAR           SECTION.
           IF CMOV-VALOR-BRL NOT LESS PARAM-COAF-VALOR
               ADD 1 TO WRK-QT-ACIMA
               ADD CMOV-VALOR-BRL TO WRK-TOT-ACIMA
               PERFORM 0220-LINHA-OPERACAO
           ELSE
               IF CMOV-CLIENTE-CPF GREATER ZEROS
                   PERFORM 0230-SOMAR-CLIENTE
               END-IF
           END-IF.

       0220-LINHA-OPERACAO        SECTION.
           MOVE CMOV-DATA TO WRK-LINHA-REL(1:8).
           MOVE CMOV-MOEDA TO WRK-LINHA-REL(10:3).
           MOVE CMOV-TIPO TO WRK-LINHA-REL(16:1).
           MOVE CMOV-VALOR-ME TO WRK-ME-ED.
           MOVE WRK-ME-ED TO WRK-LINHA-REL(18:10).
           MOVE CMOV-VALOR-BRL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(29:11).
           MOVE CMOV-CLIENTE-CPF TO WRK-LINHA-REL(41:11).
           MOVE CMOV-CLIENTE-ORIGEM TO WRK-LINHA-REL(53:1).
           MOVE CMOV-CLIENTE-NOME TO WRK-LINHA-REL(59:30).
           MOVE CMOV-OPERADOR TO WRK-LINHA-REL(90:4).
           PERFORM 0450-GRAVAR-LINHA.

       0230-SOMAR-CLIENTE         SECTION.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-CLIENTES
                      OR WRK-ACHOU EQUAL 'S'
               IF WRK-CLI-CPF(WRK-I) EQUAL CMOV-CLIENTE-CPF
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WRK-I
           ELSE
               IF WRK-QTD-CLIENTES LESS 1000
                   ADD 1 TO WRK-QTD-CLIENTES
                   MOVE WRK-QTD-CLIENTES TO WRK-I
                   MOVE CMOV-CLIENTE-CPF TO WRK-CLI-CPF(WRK-I)
                   MOVE CMOV-CLIENTE-NOME TO WRK-CLI-NOME(WRK-I)
                   MOVE ZEROS TO WRK-CLI-QTD(WRK-I)
                                 WRK-CLI-TOTAL(WRK-I)
                                 WRK-CLI-ULTIMA(WRK-I)
                   MOVE CMOV-DATA TO WRK-CLI-PRIMEIRA(WRK-I)
               ELSE
                   DISPLAY "MAIS DE 1000 CLIENTES NO MES - AMPLIAR"
                   MOVE 'ER' TO WRK-JOB-ST
                   MOVE ZEROS TO WRK-I
               END-IF
           END-IF.
           IF WRK-I GREATER ZEROS
               ADD 1 TO WRK-CLI-QTD(WRK-I)
               ADD CMOV-VALOR-BRL TO WRK-CLI-TOTAL(WRK-I)
               IF CMOV-DATA LESS WRK-CLI-PRIMEIRA(WRK-I)
                   MOVE CMOV-DATA TO WRK-CLI-PRIMEIRA(WRK-I)
               END-IF
               IF CMOV-DATA GREATER WRK-CLI-ULTIMA(WRK-I)
                   MOVE CMOV-DATA TO WRK-CLI-ULTIMA(WRK-I)
               END-IF
           END-IF.

      *----CPF COM 2 OU MAIS OPERACOES ABAIXO QUE SOMAM O VALOR--------
       0400-FRACIONAMENTO         SECTION.
           MOVE WRK-TOT-ACIMA TO WRK-VALOR-ED.
           STRING
               'TOTAL: '            DELIMITED BY SIZE
               WRK-QT-ACIMA         DELIMITED BY SIZE
               ' OPERACOES / R$ '   DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'CLIENTES COM OPERACOES FRACIONADAS ABAIXO DO VALOR'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'CPF         NOME' TO WRK-LINHA-REL.
           MOVE 'QTD     SOMA NO MES PRIMEIRA   ULTIMA'
               TO WRK-LINHA-REL(44:37).
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-CLIENTES
               IF WRK-CLI-QTD(WRK-I) GREATER 1 AND
                  WRK-CLI-TOTAL(WRK-I) NOT LESS PARAM-COAF-VALOR
                   ADD 1 TO WRK-QT-FRACIONOU
                   MOVE WRK-CLI-CPF(WRK-I) TO WRK-LINHA-REL(1:11)
                   MOVE WRK-CLI-NOME(WRK-I) TO WRK-LINHA-REL(13:30)
                   MOVE WRK-CLI-QTD(WRK-I) TO WRK-QTD-ED
                   MOVE WRK-QTD-ED TO WRK-LINHA-REL(44:3)
                   MOVE WRK-CLI-TOTAL(WRK-I) TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-LINHA-REL(52:11)
                   MOVE WRK-CLI-PRIMEIRA(WRK-I) TO WRK-LINHA-REL(64:8)
                   MOVE WRK-CLI-ULTIMA(WRK-I) TO WRK-LINHA-REL(73:8)
                   PERFORM 0450-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-QT-FRACIONOU EQUAL ZEROS
               MOVE 'NENHUM CLIENTE' TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELCOAF-DADOS.
           WRITE RELCOAF-REG.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR             SECTION.
           CLOSE CAMBMOV.
           CLOSE PARAMS.
           CLOSE RELCOAF.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELCOAF-NOME.
           DISPLAY "OPERACOES ACIMA DO VALOR: " WRK-QT-ACIMA.
           DISPLAY "CLIENTES COM FRACIONAMENTO: " WRK-QT-FRACIONOU.
           DISPLAY "FIM DO RELATORIO DO COAF".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'COAFREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-LIDAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
