       IDENTIFICATION              DIVISION.
       PROGRAM-ID. CARTCONC.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CONCILIACAO DAS VENDAS EM CARTAO COM A ADQUIRENTE
      *==           - IMPORTA O ARQUIVO DIARIO DE LIQUIDACAO
      *==           (DADOS\CARTLIQ.TXT, LAYOUT FIXO: DATA DA VENDA 8 /
      *==           LOJA 2 / AUTORIZACAO 12 / BRUTO 11 / TAXA 11 /
      *==           LIQUIDO 11, VALORES EM CENTAVOS / DATA PREVISTA
      *==           DO CREDITO 8) PARA CARTLIQ.DAT, CASA CADA
      *==           LIQUIDACAO COM OS LANCAMENTOS EM CARTAO DO RAZAO
      *==           DO BALCAO (CAIXAMOV.LOG - LOCACAO, FRETE, MULTA,
      *==           PARCELA, RENOVACAO, VENDA DE USADO, RECEBIMENTO DA
      *==           CONTA, CARTAO PRESENTE E CAUCAO) E IMPRIME EM
      *==           CARTCONCAAAAMMDD.TXT AS VENDAS SEM LIQUIDACAO, AS
      *==           LIQUIDACOES SEM VENDA, AS TAXAS POR LOJA E OS
      *==           CREDITOS AINDA A RECEBER
      *== DATA: 15/10/2026
      *== OBSERVACOES: OS LANCAMENTOS DO MESMO ATENDIMENTO (MESMO DIA,
      *==           LOJA, OPERADOR, CLIENTE E PROGRAMA, COM ATE UM
      *==           MINUTO DE DIFERENCA) SAO SOMADOS NUMA VENDA SO,
      *==           POIS A MAQUININHA PASSA O TOTAL DE UMA VEZ. A
      *==           CASA E POR DIA, LOJA E VALOR BRUTO - O BALCAO NAO
      *==           GUARDA A AUTORIZACAO. DEVOLUCAO DE CAUCAO NO
      *==           CARTAO ('CD') NAO ENTRA: E ESTORNO, NAO VENDA.
      *==           REPROCESSAR O MESMO ARQUIVO REFAZ A CASA DO
      *==           PERIODO INTEIRO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CARTLIQTXT ASSIGN TO 'DADOS\CARTLIQ.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CARTLIQTXT.

           SELECT CARTLIQ ASSIGN TO 'DADOS\CARTLIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS FS-CARTLIQ.

           SELECT CAIXAMOV ASSIGN TO 'DADOS\CAIXAMOV.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXAMOV.

           SELECT RELCART ASSIGN TO WRK-RELCART-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCART-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CARTLIQTXT.
       01 CARTLIQTXT-REG.
           05 LTXT-DATA             PIC 9(08).
           05 LTXT-LOJA             PIC 9(02).
           05 LTXT-AUTORIZACAO      PIC X(12).
           05 LTXT-BRUTO            PIC 9(09)V99.
           05 LTXT-TAXA             PIC 9(09)V99.
           05 LTXT-LIQUIDO          PIC 9(09)V99.
           05 LTXT-DATA-PAGTO       PIC 9(08).

       FD CARTLIQ.
           COPY "LIQCARTREG".

       FD CAIXAMOV.
           COPY "CXMOVREG".

       FD RELCART.
       01 RELCART-REG.
           05 RELCART-DADOS         PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-CARTLIQTXT     PIC 9(02)      VALUE ZEROS.
       77 FS-CARTLIQ        PIC 9(02)      VALUE ZEROS.
       77 FS-CAIXAMOV       PIC 9(02)      VALUE ZEROS.
       77 RELCART-STATUS    PIC 9(02)      VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)      VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)      VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-RELCART-NOME  PIC X(030)     VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)     VALUE SPACES.
       77 WRK-DATA-INI      PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-FIM      PIC 9(08)      VALUE ZEROS.
       77 WRK-QT-IMPORTADAS PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-CASADAS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-SEM-VENDA  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-SEM-LIQ    PIC 9(05)      VALUE ZEROS.
       77 WRK-LOJA-REG      PIC 9(02)      VALUE ZEROS.
       77 WRK-MINUTO        PIC 9(04)      VALUE ZEROS.
       77 WRK-DIF-MINUTO    PIC S9(04)     VALUE ZEROS.
       77 WRK-I             PIC 9(04)      VALUE ZEROS.
       77 WRK-J             PIC 9(04)      VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01)      VALUE 'N'.
       77 WRK-VALOR-ED      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-ED       PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED    PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOT-SEM-LIQ   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOT-SEM-VENDA PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOT-A-RECEBER PIC 9(08)V99   VALUE ZEROS.
       77 WRK-QTD-VENDAS    PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-PAGTOS    PIC 9(03)      VALUE ZEROS.

       01 WRK-HORA-AUX              PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-PARTES REDEFINES WRK-HORA-AUX.
           05 WRK-HORA-HH           PIC 9(02).
           05 WRK-HORA-MM           PIC 9(02).
           05 FILLER                PIC 9(04).

      *----VENDAS EM CARTAO DO RAZAO NO PERIODO DO ARQUIVO-------------
       01 WRK-TAB-VENDAS.
           05 WRK-VEN OCCURS 3000 TIMES.
               10 WRK-VEN-DATA      PIC 9(08).
               10 WRK-VEN-HORA      PIC 9(08).
               10 WRK-VEN-MINUTO    PIC 9(04).
               10 WRK-VEN-LOJA      PIC 9(02).
               10 WRK-VEN-OPERADOR  PIC 9(04).
               10 WRK-VEN-CLIENTE   PIC 9(09).
               10 WRK-VEN-ORIGEM    PIC X(10).
               10 WRK-VEN-TIPO      PIC X(02).
               10 WRK-VEN-VALOR     PIC 9(07)V99.
               10 WRK-VEN-CASADA    PIC X(01).

      *----BRUTO, TAXA E LIQUIDO DO ARQUIVO POR LOJA-------------------
       01 WRK-TAB-LOJAS.
           05 WRK-LJ OCCURS 99 TIMES.
               10 WRK-LJ-QT         PIC 9(05).
               10 WRK-LJ-BRUTO      PIC 9(08)V99.
               10 WRK-LJ-TAXA       PIC 9(08)V99.
               10 WRK-LJ-LIQUIDO    PIC 9(08)V99.

      *----CREDITOS A RECEBER POR DATA PREVISTA E LOJA-----------------
       01 WRK-TAB-PAGTOS.
           05 WRK-PAG OCCURS 500 TIMES.
               10 WRK-PAG-DATA      PIC 9(08).
               10 WRK-PAG-LOJA      PIC 9(02).
               10 WRK-PAG-QT        PIC 9(05).
               10 WRK-PAG-LIQUIDO   PIC 9(08)V99.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA CONCILIACAO DE CARTOES".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WRK-TAB-LOJAS.
           OPEN INPUT CARTLIQTXT.
           IF FS-CARTLIQTXT NOT EQUAL ZEROS
               DISPLAY "CARTLIQ.TXT NAO ENCONTRADO - NADA A CONCILIAR"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN I-O CARTLIQ.
           IF FS-CARTLIQ EQUAL 35
               OPEN OUTPUT CARTLIQ
               CLOSE CARTLIQ
               OPEN I-O CARTLIQ
           END-IF.

       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0210-IMPORTAR-ARQUIVO
               PERFORM 0220-CARREGAR-VENDAS
               PERFORM 0230-CASAR-LIQUIDACOES
           END-IF.

      *----GRAVA AS LIQUIDACOES DO ARQUIVO E GUARDA O PERIODO----------
       0210-IMPORTAR-ARQUIVO      SECTION.
           READ CARTLIQTXT NEXT RECORD.
           PERFORM UNTIL FS-CARTLIQTXT NOT EQUAL ZEROS
               ADD 1 TO WRK-QT-IMPORTADAS
               INITIALIZE LIQ-REG
               MOVE LTXT-DATA TO LIQ-DATA
               MOVE LTXT-LOJA TO LIQ-LOJA
               IF LIQ-LOJA EQUAL ZEROS
                   MOVE 1 TO LIQ-LOJA
               END-IF
               MOVE LTXT-AUTORIZACAO TO LIQ-AUTORIZACAO
               MOVE LTXT-BRUTO TO LIQ-VLR-BRUTO
               MOVE LTXT-TAXA TO LIQ-VLR-TAXA
               MOVE LTXT-LIQUIDO TO LIQ-VLR-LIQUIDO
               MOVE LTXT-DATA-PAGTO TO LIQ-DATA-PAGTO
               MOVE 'N' TO LIQ-CONCILIADA
               MOVE WRK-HOJE TO LIQ-DATA-IMPORTACAO
               WRITE LIQ-REG
                   INVALID KEY
                       REWRITE LIQ-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               IF WRK-DATA-INI EQUAL ZEROS
                  OR LIQ-DATA LESS WRK-DATA-INI
                   MOVE LIQ-DATA TO WRK-DATA-INI
               END-IF
               IF LIQ-DATA GREATER WRK-DATA-FIM
                   MOVE LIQ-DATA TO WRK-DATA-FIM
               END-IF
               ADD 1 TO WRK-LJ-QT(LIQ-LOJA)
               ADD LIQ-VLR-BRUTO TO WRK-LJ-BRUTO(LIQ-LOJA)
               ADD LIQ-VLR-TAXA TO WRK-LJ-TAXA(LIQ-LOJA)
               ADD LIQ-VLR-LIQUIDO TO WRK-LJ-LIQUIDO(LIQ-LOJA)
               READ CARTLIQTXT NEXT RECORD
           END-PERFORM.

      *----CARTAO DO RAZAO NO PERIODO, JUNTANDO O MESMO ATENDIMENTO----
       0220-CARREGAR-VENDAS       SECTION.
           OPEN INPUT CAIXAMOV.
           IF FS-CAIXAMOV NOT EQUAL ZEROS
               DISPLAY "CAIXAMOV.LOG AINDA NAO POSSUI REGISTROS"
           ELSE
               READ CAIXAMOV
               PERFORM UNTIL FS-CAIXAMOV NOT EQUAL ZEROS
                   IF CXM-CARTAO
                      AND CXM-TIPO NOT EQUAL 'CD'
                      AND CXM-VALOR GREATER ZEROS
                      AND CXM-DATA NOT LESS WRK-DATA-INI
                      AND CXM-DATA NOT GREATER WRK-DATA-FIM
                       PERFORM 0225-ACUMULAR-VENDA
                   END-IF
                   READ CAIXAMOV
               END-PERFORM
               CLOSE CAIXAMOV
           END-IF.

       0225-ACUMULAR-VENDA        SECTION.
           MOVE CXM-LOJA TO WRK-LOJA-REG.
           IF WRK-LOJA-REG EQUAL ZEROS
               MOVE 1 TO WRK-LOJA-REG
           END-IF.
           MOVE CXM-HORA TO WRK-HORA-AUX.
           COMPUTE WRK-MINUTO = WRK-HORA-HH * 60 + WRK-HORA-MM.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-I FROM WRK-QTD-VENDAS BY -1
                   UNTIL WRK-I LESS 1
                      OR WRK-ACHOU EQUAL 'S'
               IF WRK-VEN-DATA(WRK-I) EQUAL CXM-DATA
                  AND WRK-VEN-LOJA(WRK-I) EQUAL WRK-LOJA-REG
                  AND WRK-VEN-OPERADOR(WRK-I) EQUAL CXM-OPERADOR
                  AND WRK-VEN-CLIENTE(WRK-I) EQUAL CXM-CLIENTE
                  AND WRK-VEN-ORIGEM(WRK-I) EQUAL CXM-ORIGEM
                   COMPUTE WRK-DIF-MINUTO =
                       WRK-MINUTO - WRK-VEN-MINUTO(WRK-I)
                   IF WRK-DIF-MINUTO NOT LESS -1
                      AND WRK-DIF-MINUTO NOT GREATER 1
                       MOVE 'S' TO WRK-ACHOU
                       ADD CXM-VALOR TO WRK-VEN-VALOR(WRK-I)
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'N'
               IF WRK-QTD-VENDAS LESS 3000
                   ADD 1 TO WRK-QTD-VENDAS
                   MOVE WRK-QTD-VENDAS TO WRK-I
                   MOVE CXM-DATA TO WRK-VEN-DATA(WRK-I)
                   MOVE CXM-HORA TO WRK-VEN-HORA(WRK-I)
                   MOVE WRK-MINUTO TO WRK-VEN-MINUTO(WRK-I)
                   MOVE WRK-LOJA-REG TO WRK-VEN-LOJA(WRK-I)
                   MOVE CXM-OPERADOR TO WRK-VEN-OPERADOR(WRK-I)
                   MOVE CXM-CLIENTE TO WRK-VEN-CLIENTE(WRK-I)
                   MOVE CXM-ORIGEM TO WRK-VEN-ORIGEM(WRK-I)
                   MOVE CXM-TIPO TO WRK-VEN-TIPO(WRK-I)
                   MOVE CXM-VALOR TO WRK-VEN-VALOR(WRK-I)
                   MOVE 'N' TO WRK-VEN-CASADA(WRK-I)
               ELSE
                   DISPLAY "TABELA DE VENDAS CHEIA - AMPLIAR"
                   MOVE 'ER' TO WRK-JOB-ST
               END-IF
           END-IF.

      *----REFAZ A CASA DE TODAS AS LIQUIDACOES DO PERIODO-------------
       0230-CASAR-LIQUIDACOES     SECTION.
           MOVE LOW-VALUES TO LIQ-CHAVE.
           MOVE WRK-DATA-INI TO LIQ-DATA.
           START CARTLIQ KEY NOT LESS LIQ-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CARTLIQ
           END-START.
           IF FS-CARTLIQ EQUAL ZEROS
               READ CARTLIQ NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CARTLIQ NOT EQUAL ZEROS
                   OR LIQ-DATA GREATER WRK-DATA-FIM
               PERFORM 0235-CASAR-LIQUIDACAO
               READ CARTLIQ NEXT RECORD
           END-PERFORM.

       0235-CASAR-LIQUIDACAO      SECTION.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-VENDAS
                      OR WRK-ACHOU EQUAL 'S'
               IF WRK-VEN-CASADA(WRK-I) EQUAL 'N'
                  AND WRK-VEN-DATA(WRK-I) EQUAL LIQ-DATA
                  AND WRK-VEN-LOJA(WRK-I) EQUAL LIQ-LOJA
                  AND WRK-VEN-VALOR(WRK-I) EQUAL LIQ-VLR-BRUTO
                   MOVE 'S' TO WRK-ACHOU
                   MOVE 'S' TO WRK-VEN-CASADA(WRK-I)
                   MOVE WRK-VEN-HORA(WRK-I) TO LIQ-HORA-VENDA
                   MOVE WRK-VEN-OPERADOR(WRK-I) TO LIQ-OPERADOR
                   MOVE WRK-VEN-ORIGEM(WRK-I) TO LIQ-ORIGEM
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'S'
               MOVE 'S' TO LIQ-CONCILIADA
               ADD 1 TO WRK-QT-CASADAS
           ELSE
               MOVE 'N' TO LIQ-CONCILIADA
               MOVE ZEROS TO LIQ-HORA-VENDA
               MOVE ZEROS TO LIQ-OPERADOR
               MOVE SPACES TO LIQ-ORIGEM
           END-IF.
           REWRITE LIQ-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *----GRAVA O RELATORIO DA CONCILIACAO----------------------------
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-RELCART-NOME.
           STRING
               'DADOS\CARTCONC'     DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELCART-NOME
           END-STRING.
           OPEN OUTPUT RELCART.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CONCILIACAO DE CARTOES - VENDAS DE ' DELIMITED BY SIZE
               WRK-DATA-INI                          DELIMITED BY SIZE
               ' A '                                 DELIMITED BY SIZE
               WRK-DATA-FIM                          DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'VENDAS EM CARTAO SEM LIQUIDACAO DA ADQUIRENTE'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0410-LINHA-VENDA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I GREATER WRK-QTD-VENDAS.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'LIQUIDACOES SEM VENDA NO BALCAO' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0420-LIQUIDACOES-SEM-VENDA
           END-IF.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'LOJA  QTDE      BRUTO       TAXA    LIQUIDO'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0430-LINHA-LOJA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I GREATER 99.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'CREDITOS A RECEBER (DATA PREVISTA / LOJA)'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0440-CREDITOS-PENDENTES.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-SEM-LIQ TO WRK-VALOR-ED.
           MOVE WRK-TOT-SEM-VENDA TO WRK-TAXA-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'IMPORTADAS: '       DELIMITED BY SIZE
               WRK-QT-IMPORTADAS    DELIMITED BY SIZE
               ' / CASADAS: '       DELIMITED BY SIZE
               WRK-QT-CASADAS       DELIMITED BY SIZE
               ' / VENDAS SEM LIQ: ' DELIMITED BY SIZE
               WRK-QT-SEM-LIQ       DELIMITED BY SIZE
               ' ('                 DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ') / LIQ SEM VENDA: ' DELIMITED BY SIZE
               WRK-QT-SEM-VENDA     DELIMITED BY SIZE
               ' ('                 DELIMITED BY SIZE
               WRK-TAXA-ED          DELIMITED BY SIZE
               ')'                  DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELCART.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELCART-NOME.

       0410-LINHA-VENDA           SECTION.
           IF WRK-VEN-CASADA(WRK-I) EQUAL 'N'
               ADD 1 TO WRK-QT-SEM-LIQ
               ADD WRK-VEN-VALOR(WRK-I) TO WRK-TOT-SEM-LIQ
               MOVE WRK-VEN-VALOR(WRK-I) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   WRK-VEN-DATA(WRK-I)     DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WRK-VEN-HORA(WRK-I)(1:4) DELIMITED BY SIZE
                   ' LJ '                  DELIMITED BY SIZE
                   WRK-VEN-LOJA(WRK-I)     DELIMITED BY SIZE
                   ' OPER '                DELIMITED BY SIZE
                   WRK-VEN-OPERADOR(WRK-I) DELIMITED BY SIZE
                   ' CLI '                 DELIMITED BY SIZE
                   WRK-VEN-CLIENTE(WRK-I)  DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WRK-VEN-TIPO(WRK-I)     DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WRK-VEN-ORIGEM(WRK-I)   DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WRK-VALOR-ED            DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

       0420-LIQUIDACOES-SEM-VENDA SECTION.
           MOVE LOW-VALUES TO LIQ-CHAVE.
           MOVE WRK-DATA-INI TO LIQ-DATA.
           START CARTLIQ KEY NOT LESS LIQ-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CARTLIQ
           END-START.
           IF FS-CARTLIQ EQUAL ZEROS
               READ CARTLIQ NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CARTLIQ NOT EQUAL ZEROS
                   OR LIQ-DATA GREATER WRK-DATA-FIM
               IF NOT LIQ-JA-CONCILIADA
                   ADD 1 TO WRK-QT-SEM-VENDA
                   ADD LIQ-VLR-BRUTO TO WRK-TOT-SEM-VENDA
                   MOVE LIQ-VLR-BRUTO TO WRK-VALOR-ED
                   MOVE LIQ-VLR-TAXA TO WRK-TAXA-ED
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING
                       LIQ-DATA          DELIMITED BY SIZE
                       ' LJ '            DELIMITED BY SIZE
                       LIQ-LOJA          DELIMITED BY SIZE
                       ' AUT '           DELIMITED BY SIZE
                       LIQ-AUTORIZACAO   DELIMITED BY SIZE
                       ' BRUTO '         DELIMITED BY SIZE
                       WRK-VALOR-ED      DELIMITED BY SIZE
                       ' TAXA '          DELIMITED BY SIZE
                       WRK-TAXA-ED       DELIMITED BY SIZE
                       ' CREDITO '       DELIMITED BY SIZE
                       LIQ-DATA-PAGTO    DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0450-GRAVAR-LINHA
               END-IF
               READ CARTLIQ NEXT RECORD
           END-PERFORM.

       0430-LINHA-LOJA            SECTION.
           IF WRK-LJ-QT(WRK-I) GREATER ZEROS
               MOVE WRK-LJ-BRUTO(WRK-I) TO WRK-VALOR-ED
               MOVE WRK-LJ-TAXA(WRK-I) TO WRK-TAXA-ED
               MOVE WRK-LJ-LIQUIDO(WRK-I) TO WRK-LIQUIDO-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   ' '               DELIMITED BY SIZE
                   WRK-I(3:2)        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WRK-LJ-QT(WRK-I)  DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WRK-VALOR-ED      DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WRK-TAXA-ED       DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WRK-LIQUIDO-ED    DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

      *----TODO O CARTLIQ COM CREDITO PREVISTO DEPOIS DE HOJE----------
       0440-CREDITOS-PENDENTES    SECTION.
           MOVE LOW-VALUES TO LIQ-CHAVE.
           START CARTLIQ KEY NOT LESS LIQ-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CARTLIQ
           END-START.
           IF FS-CARTLIQ EQUAL ZEROS
               READ CARTLIQ NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CARTLIQ NOT EQUAL ZEROS
               IF LIQ-DATA-PAGTO GREATER WRK-HOJE
                   PERFORM 0445-SOMAR-PAGTO
               END-IF
               READ CARTLIQ NEXT RECORD
           END-PERFORM.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-PAGTOS
               ADD WRK-PAG-LIQUIDO(WRK-I) TO WRK-TOT-A-RECEBER
               MOVE WRK-PAG-LIQUIDO(WRK-I) TO WRK-LIQUIDO-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   WRK-PAG-DATA(WRK-I)  DELIMITED BY SIZE
                   ' LJ '               DELIMITED BY SIZE
                   WRK-PAG-LOJA(WRK-I)  DELIMITED BY SIZE
                   ' QTDE '             DELIMITED BY SIZE
                   WRK-PAG-QT(WRK-I)    DELIMITED BY SIZE
                   ' LIQUIDO '          DELIMITED BY SIZE
                   WRK-LIQUIDO-ED       DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-PERFORM.
           MOVE WRK-TOT-A-RECEBER TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'TOTAL A RECEBER DA ADQUIRENTE: ' DELIMITED BY SIZE
               WRK-LIQUIDO-ED                    DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----A TABELA FICA EM ORDEM DE DATA PREVISTA E LOJA--------------
       0445-SOMAR-PAGTO           SECTION.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-PAGTOS
                      OR WRK-ACHOU EQUAL 'S'
               IF WRK-PAG-DATA(WRK-I) EQUAL LIQ-DATA-PAGTO
                  AND WRK-PAG-LOJA(WRK-I) EQUAL LIQ-LOJA
                   MOVE 'S' TO WRK-ACHOU
                   ADD 1 TO WRK-PAG-QT(WRK-I)
                   ADD LIQ-VLR-LIQUIDO TO WRK-PAG-LIQUIDO(WRK-I)
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'N' AND WRK-QTD-PAGTOS LESS 500
               MOVE 1 TO WRK-I
               PERFORM UNTIL WRK-I GREATER WRK-QTD-PAGTOS
                   OR WRK-PAG-DATA(WRK-I) GREATER LIQ-DATA-PAGTO
                   OR (WRK-PAG-DATA(WRK-I) EQUAL LIQ-DATA-PAGTO
                       AND WRK-PAG-LOJA(WRK-I) GREATER LIQ-LOJA)
                   ADD 1 TO WRK-I
               END-PERFORM
               PERFORM VARYING WRK-J FROM WRK-QTD-PAGTOS BY -1
                       UNTIL WRK-J LESS WRK-I
                   MOVE WRK-PAG(WRK-J) TO WRK-PAG(WRK-J + 1)
               END-PERFORM
               ADD 1 TO WRK-QTD-PAGTOS
               MOVE LIQ-DATA-PAGTO TO WRK-PAG-DATA(WRK-I)
               MOVE LIQ-LOJA TO WRK-PAG-LOJA(WRK-I)
               MOVE 1 TO WRK-PAG-QT(WRK-I)
               MOVE LIQ-VLR-LIQUIDO TO WRK-PAG-LIQUIDO(WRK-I)
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELCART-DADOS.
           WRITE RELCART-REG.

       0300-FINALIZAR             SECTION.
           CLOSE CARTLIQTXT.
           CLOSE CARTLIQ.
           IF WRK-JOB-ST EQUAL 'OK'
              AND (WRK-QT-SEM-LIQ GREATER ZEROS
                   OR WRK-QT-SEM-VENDA GREATER ZEROS)
               DISPLAY "HA DIFERENCAS NA CONCILIACAO - VER RELATORIO"
           END-IF.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA CONCILIACAO DE CARTOES".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'CARTCONC' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-IMPORTADAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
