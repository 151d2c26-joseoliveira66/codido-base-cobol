       IDENTIFICATION              DIVISION.
       PROGRAM-ID. BANCONC.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CONCILIACAO BANCARIA DAS CONTAS DE SALDO -
      *==           IMPORTA O EXTRATO DIARIO DO BANCO
      *==           (DADOS\EXTBANCO.TXT, LAYOUT FIXO: CONTA 4 / DATA 8
      *==           / LADO D OU C 1 / VALOR 7 / DESCRICAO 20 /
      *==           DOCUMENTO 10) PARA EXTBANC.DAT, CASA CADA
      *==           LANCAMENTO COM O JORNAL MOVIMENT.DAT E COM OS
      *==           PAGAMENTOS FEITOS DA AGENDA.DAT PELA CONTA, DATA,
      *==           LADO, VALOR E DESCRICAO, E IMPRIME EM
      *==           BANCONCAAAAMMDD.TXT OS CASADOS, OS QUE SO O BANCO
      *==           TEM (TARIFAS, DEPOSITOS) E OS NOSSOS QUE O BANCO
      *==           NAO VIU
      *== DATA: 15/10/2026
      *== OBSERVACOES: A CASA TENTA PRIMEIRO COM OS 10 PRIMEIROS
      *==           CARACTERES DA DESCRICAO IGUAIS E DEPOIS SO POR
      *==           DATA, LADO E VALOR. OS AJUSTES DO BANCAJU (TIPO
      *==           'AJ') E A CONTA INTERNA 9999 FICAM FORA DO NOSSO
      *==           LADO. REPROCESSAR O MESMO ARQUIVO REFAZ A CASA DO
      *==           PERIODO, SEM TOCAR NO QUE JA FOI AJUSTADO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT EXTBTXT ASSIGN TO 'DADOS\EXTBANCO.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTBTXT.

           SELECT EXTBANC ASSIGN TO 'DADOS\EXTBANC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXB-CHAVE
               FILE STATUS IS FS-EXTBANC.

           SELECT MOVIMENT ASSIGN TO 'DADOS\MOVIMENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVIMENT.

         SELECT AGENDA ASSIGN TO "C:\COBOL\DADOS\AGENDA.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS AGEND-CHAVE
         FILE STATUS IS FS-AGENDA.

           SELECT RELBCO ASSIGN TO WRK-RELBCO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELBCO-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD EXTBTXT.
       01 EXTBTXT-REG.
           05 ETXT-CONTA            PIC 9(04).
           05 ETXT-DATA             PIC 9(08).
           05 ETXT-LADO             PIC X(01).
           05 ETXT-VALOR            PIC 9(07).
           05 ETXT-DESCRICAO        PIC X(20).
           05 ETXT-DOCUMENTO        PIC X(10).

       FD EXTBANC.
           COPY "EXTBREG".

       FD MOVIMENT.
           COPY "MOVREG".

       FD AGENDA.
           COPY "AGENDREG".

       FD RELBCO.
       01 RELBCO-REG.
           05 RELBCO-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-EXTBTXT        PIC 9(02)      VALUE ZEROS.
       77 FS-EXTBANC        PIC 9(02)      VALUE ZEROS.
       77 FS-MOVIMENT       PIC 9(02)      VALUE ZEROS.
       77 FS-AGENDA         PIC 9(02)      VALUE ZEROS.
       77 RELBCO-STATUS     PIC 9(02)      VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)      VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)      VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-RELBCO-NOME   PIC X(030)     VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)     VALUE SPACES.
       77 WRK-DATA-INI      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-QT-IMPORTADOS PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-CASADOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-SO-BANCO   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-SO-NOSSO   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-AJUSTADOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-I             PIC 9(04)      VALUE ZEROS.
       77 WRK-J             PIC 9(04)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
       77 WRK-PASSO         PIC 9(01)      VALUE ZEROS.
       77 WRK-SITUACAO      PIC X(01)      VALUE SPACES.
       77 WRK-CONTA-OK      PIC X(01)      VALUE 'N'.
       77 WRK-CONTA-BUSCA   PIC 9(04)      VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZ9    VALUE ZEROS.
       77 WRK-TOT-SO-BANCO  PIC 9(08)      VALUE ZEROS.
       77 WRK-TOT-SO-NOSSO  PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-CONTAS    PIC 9(02)      VALUE ZEROS.
       77 WRK-QTD-DIAS      PIC 9(03)      VALUE ZEROS.
       77 WRK-QTD-NOSSO     PIC 9(04)      VALUE ZEROS.

      *----CONTAS PRESENTES NO ARQUIVO DO BANCO------------------------
       01 WRK-TAB-CONTAS.
           05 WRK-CTA-NUMERO        PIC 9(04) OCCURS 50 TIMES.

      *----LANCAMENTOS POR CONTA E DIA, PARA NUMERAR O EXB-SEQ---------
       01 WRK-TAB-DIAS.
           05 WRK-DIA OCCURS 500 TIMES.
               10 WRK-DIA-CONTA     PIC 9(04).
               10 WRK-DIA-DATA      PIC 9(08).
               10 WRK-DIA-QT        PIC 9(03).

      *----NOSSO LADO NO PERIODO: JORNAL E AGENDA PAGA-----------------
       01 WRK-TAB-NOSSO.
           05 WRK-NOS OCCURS 3000 TIMES.
               10 WRK-NOS-CONTA     PIC 9(04).
               10 WRK-NOS-DATA      PIC 9(08).
               10 WRK-NOS-LADO      PIC X(01).
               10 WRK-NOS-VALOR     PIC 9(07).
               10 WRK-NOS-DESCRICAO PIC X(20).
               10 WRK-NOS-ORIGEM    PIC X(02).
               10 WRK-NOS-REF       PIC 9(05).
               10 WRK-NOS-CASADO    PIC X(01).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA CONCILIACAO BANCARIA".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT EXTBTXT.
           IF FS-EXTBTXT NOT EQUAL ZEROS
               DISPLAY "EXTBANCO.TXT NAO ENCONTRADO - NADA A CONCILIAR"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN I-O EXTBANC.
           IF FS-EXTBANC EQUAL 35
               OPEN OUTPUT EXTBANC
               CLOSE EXTBANC
               OPEN I-O EXTBANC
           END-IF.
           OPEN INPUT MOVIMENT.
           IF FS-MOVIMENT NOT EQUAL ZEROS
               DISPLAY "MOVIMENT.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT AGENDA.
           IF FS-AGENDA NOT EQUAL ZEROS
               DISPLAY "AGENDA.DAT AINDA NAO POSSUI PAGAMENTOS"
           END-IF.

       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0210-IMPORTAR-ARQUIVO
               PERFORM 0220-CARREGAR-JORNAL
               PERFORM 0225-CARREGAR-AGENDA
               MOVE 1 TO WRK-PASSO
               PERFORM 0230-CASAR-EXTRATO
               MOVE 2 TO WRK-PASSO
               PERFORM 0230-CASAR-EXTRATO
           END-IF.

      *----GRAVA OS LANCAMENTOS DO ARQUIVO E GUARDA O PERIODO----------
       0210-IMPORTAR-ARQUIVO      SECTION.
           READ EXTBTXT NEXT RECORD.
           PERFORM UNTIL FS-EXTBTXT NOT EQUAL ZEROS
               ADD 1 TO WRK-QT-IMPORTADOS
               PERFORM 0212-NUMERAR-LANCAMENTO
               PERFORM 0214-GUARDAR-CONTA
               MOVE ETXT-CONTA TO EXB-CONTA
               MOVE ETXT-DATA TO EXB-DATA
               MOVE WRK-DIA-QT(WRK-I) TO EXB-SEQ
               READ EXTBANC
                   INVALID KEY
                       INITIALIZE EXB-REG
                       MOVE ETXT-CONTA TO EXB-CONTA
                       MOVE ETXT-DATA TO EXB-DATA
                       MOVE WRK-DIA-QT(WRK-I) TO EXB-SEQ
                       MOVE 'B' TO EXB-SITUACAO
               END-READ
               MOVE ETXT-LADO TO EXB-LADO
               MOVE ETXT-VALOR TO EXB-VALOR
               MOVE ETXT-DESCRICAO TO EXB-DESCRICAO
               MOVE ETXT-DOCUMENTO TO EXB-DOCUMENTO
               MOVE WRK-HOJE TO EXB-DATA-IMPORTACAO
               WRITE EXB-REG
                   INVALID KEY
                       REWRITE EXB-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               IF WRK-DATA-INI EQUAL ZEROS
                  OR EXB-DATA LESS WRK-DATA-INI
                   MOVE EXB-DATA TO WRK-DATA-INI
               END-IF
               IF EXB-DATA GREATER WRK-DATA-FIM
                   MOVE EXB-DATA TO WRK-DATA-FIM
               END-IF
               READ EXTBTXT NEXT RECORD
           END-PERFORM.
           MOVE ZEROS TO FS-EXTBANC.

      *----EXB-SEQ: ORDEM DO LANCAMENTO NO DIA DA CONTA (WRK-I)--------
       0212-NUMERAR-LANCAMENTO    SECTION.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-DIAS
                      OR WRK-ACHOU EQUAL 'S'
               IF WRK-DIA-CONTA(WRK-I) EQUAL ETXT-CONTA
                  AND WRK-DIA-DATA(WRK-I) EQUAL ETXT-DATA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WRK-I
               ADD 1 TO WRK-DIA-QT(WRK-I)
           ELSE
               IF WRK-QTD-DIAS LESS 500
                   ADD 1 TO WRK-QTD-DIAS
                   MOVE WRK-QTD-DIAS TO WRK-I
                   MOVE ETXT-CONTA TO WRK-DIA-CONTA(WRK-I)
                   MOVE ETXT-DATA TO WRK-DIA-DATA(WRK-I)
                   MOVE 1 TO WRK-DIA-QT(WRK-I)
               ELSE
                   DISPLAY "MAIS DE 500 DIAS/CONTAS NO ARQUIVO - "
                           "AMPLIAR"
                   MOVE 'ER' TO WRK-JOB-ST
                   MOVE 500 TO WRK-I
               END-IF
           END-IF.

       0214-GUARDAR-CONTA         SECTION.
           MOVE ETXT-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 0216-CONTA-NO-ARQUIVO.
           IF WRK-CONTA-OK EQUAL 'N'
               IF WRK-QTD-CONTAS LESS 50
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE ETXT-CONTA TO WRK-CTA-NUMERO(WRK-QTD-CONTAS)
               ELSE
                   DISPLAY "MAIS DE 50 CONTAS NO ARQUIVO - CONTA "
                           ETXT-CONTA " FORA DA CONCILIACAO"
                   MOVE 'ER' TO WRK-JOB-ST
               END-IF
           END-IF.

      *----WRK-CONTA-OK = 'S' SE WRK-CONTA-BUSCA VEIO NO ARQUIVO-------
       0216-CONTA-NO-ARQUIVO      SECTION.
           MOVE 'N' TO WRK-CONTA-OK.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QTD-CONTAS
               IF WRK-CTA-NUMERO(WRK-J) EQUAL WRK-CONTA-BUSCA
                   MOVE 'S' TO WRK-CONTA-OK
               END-IF
           END-PERFORM.

      *----LANCAMENTOS DO JORNAL NO PERIODO NAS CONTAS DO ARQUIVO------
       0220-CARREGAR-JORNAL       SECTION.
           IF FS-MOVIMENT EQUAL ZEROS
               MOVE WRK-DATA-INI TO MOV-DATA
               MOVE ZEROS TO MOV-ID
               MOVE SPACES TO MOV-LADO
               START MOVIMENT KEY >= MOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MOVIMENT NEXT
                       PERFORM UNTIL FS-MOVIMENT NOT EQUAL ZEROS
                               OR MOV-DATA GREATER WRK-DATA-FIM
                           MOVE MOV-CONTA TO WRK-CONTA-BUSCA
                           PERFORM 0216-CONTA-NO-ARQUIVO
                           IF WRK-CONTA-OK EQUAL 'S'
                              AND MOV-CONTA NOT EQUAL 9999
                              AND MOV-TIPO NOT EQUAL 'AJ'
                               PERFORM 0222-GUARDAR-JORNAL
                           END-IF
                           READ MOVIMENT NEXT
                       END-PERFORM
               END-START
           END-IF.

       0222-GUARDAR-JORNAL        SECTION.
           IF WRK-QTD-NOSSO LESS 3000
               ADD 1 TO WRK-QTD-NOSSO
               MOVE WRK-QTD-NOSSO TO WRK-I
               MOVE MOV-CONTA TO WRK-NOS-CONTA(WRK-I)
               MOVE MOV-DATA TO WRK-NOS-DATA(WRK-I)
               MOVE MOV-LADO TO WRK-NOS-LADO(WRK-I)
               MOVE MOV-VALOR TO WRK-NOS-VALOR(WRK-I)
               MOVE MOV-DESCRICAO TO WRK-NOS-DESCRICAO(WRK-I)
               MOVE 'MV' TO WRK-NOS-ORIGEM(WRK-I)
               MOVE MOV-ID TO WRK-NOS-REF(WRK-I)
               MOVE 'N' TO WRK-NOS-CASADO(WRK-I)
           ELSE
               DISPLAY "TABELA DO JORNAL CHEIA - AMPLIAR"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.

      *----PAGAMENTOS DA AGENDA FEITOS NO PERIODO (DEBITO NA CONTA)----
       0225-CARREGAR-AGENDA       SECTION.
           IF FS-AGENDA EQUAL ZEROS
               MOVE WRK-DATA-INI TO AGEND-DATA
               MOVE ZEROS TO AGEND-SEQ
               START AGENDA KEY >= AGEND-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AGENDA NEXT
                       PERFORM UNTIL FS-AGENDA NOT EQUAL ZEROS
                               OR AGEND-DATA GREATER WRK-DATA-FIM
                           MOVE AGEND-CONTA TO WRK-CONTA-BUSCA
                           PERFORM 0216-CONTA-NO-ARQUIVO
                           IF WRK-CONTA-OK EQUAL 'S' AND AGEND-PAGO
                               PERFORM 0227-GUARDAR-AGENDA
                           END-IF
                           READ AGENDA NEXT
                       END-PERFORM
               END-START
           END-IF.

       0227-GUARDAR-AGENDA        SECTION.
           IF WRK-QTD-NOSSO LESS 3000
               ADD 1 TO WRK-QTD-NOSSO
               MOVE WRK-QTD-NOSSO TO WRK-I
               MOVE AGEND-CONTA TO WRK-NOS-CONTA(WRK-I)
               MOVE AGEND-DATA TO WRK-NOS-DATA(WRK-I)
               MOVE 'D' TO WRK-NOS-LADO(WRK-I)
               MOVE AGEND-VALOR TO WRK-NOS-VALOR(WRK-I)
               MOVE AGEND-DESCRICAO TO WRK-NOS-DESCRICAO(WRK-I)
               MOVE 'AG' TO WRK-NOS-ORIGEM(WRK-I)
               MOVE AGEND-SEQ TO WRK-NOS-REF(WRK-I)
               MOVE 'N' TO WRK-NOS-CASADO(WRK-I)
           ELSE
               DISPLAY "TABELA DO JORNAL CHEIA - AMPLIAR"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.

      *----PASSO 1 REFAZ A CASA COM A DESCRICAO; PASSO 2 CASA O QUE----
      *----SOBROU SO POR DATA, LADO E VALOR----------------------------
       0230-CASAR-EXTRATO         SECTION.
           MOVE ZEROS TO EXB-CHAVE.
           START EXTBANC KEY >= EXB-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-EXTBANC
           END-START.
           IF FS-EXTBANC EQUAL ZEROS
               READ EXTBANC NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-EXTBANC NOT EQUAL ZEROS
               MOVE EXB-CONTA TO WRK-CONTA-BUSCA
               PERFORM 0216-CONTA-NO-ARQUIVO
               IF WRK-CONTA-OK EQUAL 'S'
                  AND EXB-DATA NOT LESS WRK-DATA-INI
                  AND EXB-DATA NOT GREATER WRK-DATA-FIM
                  AND NOT EXB-AJUSTADO
                   PERFORM 0235-CASAR-LANCAMENTO
               END-IF
               READ EXTBANC NEXT RECORD
           END-PERFORM.
           MOVE ZEROS TO FS-EXTBANC.

       0235-CASAR-LANCAMENTO      SECTION.
           IF WRK-PASSO EQUAL 1
               MOVE 'B' TO EXB-SITUACAO
               MOVE SPACES TO EXB-ORIGEM
               MOVE ZEROS TO EXB-REFERENCIA
           END-IF.
           IF EXB-SO-BANCO
               MOVE 'N' TO WRK-ACHOU
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I GREATER WRK-QTD-NOSSO
                          OR WRK-ACHOU EQUAL 'S'
                   IF WRK-NOS-CASADO(WRK-I) EQUAL 'N'
                      AND WRK-NOS-CONTA(WRK-I) EQUAL EXB-CONTA
                      AND WRK-NOS-DATA(WRK-I) EQUAL EXB-DATA
                      AND WRK-NOS-LADO(WRK-I) EQUAL EXB-LADO
                      AND WRK-NOS-VALOR(WRK-I) EQUAL EXB-VALOR
                      AND (WRK-PASSO EQUAL 2 OR
                           WRK-NOS-DESCRICAO(WRK-I)(1:10) EQUAL
                           EXB-DESCRICAO(1:10))
                       MOVE 'S' TO WRK-ACHOU
                       MOVE 'S' TO WRK-NOS-CASADO(WRK-I)
                       MOVE 'C' TO EXB-SITUACAO
                       MOVE WRK-NOS-ORIGEM(WRK-I) TO EXB-ORIGEM
                       MOVE WRK-NOS-REF(WRK-I) TO EXB-REFERENCIA
                   END-IF
               END-PERFORM
           END-IF.
           REWRITE EXB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *----GRAVA O RELATORIO DA CONCILIACAO----------------------------
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-RELBCO-NOME.
           STRING
               'DADOS\BANCONC'      DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELBCO-NOME
           END-STRING.
           OPEN OUTPUT RELBCO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CONCILIACAO BANCARIA - EXTRATO DE ' DELIMITED BY SIZE
               WRK-DATA-INI                         DELIMITED BY SIZE
               ' A '                                DELIMITED BY SIZE
               WRK-DATA-FIM                         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'LANCAMENTOS CASADOS' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-JOB-ST EQUAL 'OK'
               MOVE 'C' TO WRK-SITUACAO
               PERFORM 0410-LISTAR-EXTRATO
           END-IF.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'SO NO BANCO (CONFIRMAR O AJUSTE NO BANCAJU)'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-JOB-ST EQUAL 'OK'
               MOVE 'B' TO WRK-SITUACAO
               PERFORM 0410-LISTAR-EXTRATO
           END-IF.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'SO NO NOSSO LADO (O BANCO NAO VIU)' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0420-LINHA-NOSSO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I GREATER WRK-QTD-NOSSO.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'IMPORTADOS: '       DELIMITED BY SIZE
               WRK-QT-IMPORTADOS    DELIMITED BY SIZE
               ' / CASADOS: '       DELIMITED BY SIZE
               WRK-QT-CASADOS       DELIMITED BY SIZE
               ' / SO NO BANCO: '   DELIMITED BY SIZE
               WRK-QT-SO-BANCO      DELIMITED BY SIZE
               ' / SO NOSSOS: '     DELIMITED BY SIZE
               WRK-QT-SO-NOSSO      DELIMITED BY SIZE
               ' / JA AJUSTADOS: '  DELIMITED BY SIZE
               WRK-QT-AJUSTADOS     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'TOTAL SO NO BANCO: ' DELIMITED BY SIZE
               WRK-TOT-SO-BANCO      DELIMITED BY SIZE
               ' / TOTAL SO NOSSO: ' DELIMITED BY SIZE
               WRK-TOT-SO-NOSSO      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELBCO.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELBCO-NOME.

      *----LANCAMENTOS DO EXTRATO NO PERIODO NA SITUACAO PEDIDA-------
       0410-LISTAR-EXTRATO        SECTION.
           MOVE ZEROS TO EXB-CHAVE.
           START EXTBANC KEY >= EXB-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-EXTBANC
           END-START.
           IF FS-EXTBANC EQUAL ZEROS
               READ EXTBANC NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-EXTBANC NOT EQUAL ZEROS
               MOVE EXB-CONTA TO WRK-CONTA-BUSCA
               PERFORM 0216-CONTA-NO-ARQUIVO
               IF WRK-CONTA-OK EQUAL 'S'
                  AND EXB-DATA NOT LESS WRK-DATA-INI
                  AND EXB-DATA NOT GREATER WRK-DATA-FIM
                   IF EXB-AJUSTADO AND WRK-SITUACAO EQUAL 'C'
                       ADD 1 TO WRK-QT-AJUSTADOS
                   END-IF
                   IF EXB-SITUACAO EQUAL WRK-SITUACAO
                       PERFORM 0415-LINHA-EXTRATO
                   END-IF
               END-IF
               READ EXTBANC NEXT RECORD
           END-PERFORM.
           MOVE ZEROS TO FS-EXTBANC.

       0415-LINHA-EXTRATO         SECTION.
           IF EXB-CASADO
               ADD 1 TO WRK-QT-CASADOS
           ELSE
               ADD 1 TO WRK-QT-SO-BANCO
               ADD EXB-VALOR TO WRK-TOT-SO-BANCO
           END-IF.
           MOVE EXB-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CONTA '             DELIMITED BY SIZE
               EXB-CONTA            DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               EXB-DATA             DELIMITED BY SIZE
               ' SEQ '              DELIMITED BY SIZE
               EXB-SEQ              DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               EXB-LADO             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               EXB-DESCRICAO        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               EXB-DOCUMENTO        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           IF EXB-CASADO
               MOVE EXB-ORIGEM TO WRK-LINHA-REL(83:2)
               MOVE EXB-REFERENCIA TO WRK-LINHA-REL(86:5)
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

       0420-LINHA-NOSSO           SECTION.
           IF WRK-NOS-CASADO(WRK-I) EQUAL 'N'
               ADD 1 TO WRK-QT-SO-NOSSO
               ADD WRK-NOS-VALOR(WRK-I) TO WRK-TOT-SO-NOSSO
               MOVE WRK-NOS-VALOR(WRK-I) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   'CONTA '                 DELIMITED BY SIZE
                   WRK-NOS-CONTA(WRK-I)     DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-NOS-DATA(WRK-I)      DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-NOS-ORIGEM(WRK-I)    DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-NOS-REF(WRK-I)       DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-NOS-LADO(WRK-I)      DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-VALOR-ED             DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-NOS-DESCRICAO(WRK-I) DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELBCO-DADOS.
           WRITE RELBCO-REG.

       0300-FINALIZAR             SECTION.
           CLOSE EXTBTXT.
           CLOSE EXTBANC.
           CLOSE MOVIMENT.
           CLOSE AGENDA.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "LANCAMENTOS IMPORTADOS: " WRK-QT-IMPORTADOS.
           DISPLAY "FIM DA CONCILIACAO BANCARIA".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'BANCONC' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-IMPORTADOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
