       IDENTIFICATION              DIVISION.
       PROGRAM-ID. CAMBMES.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RESUMO MENSAL DO RESULTADO DA MESA DE CAMBIO PARA
      *==           A CONTABILIDADE - POR MOEDA, AS COMPRAS E VENDAS
      *==           DO MES EM CAMBMOV.DAT, A MARGEM REALIZADA NAS
      *==           VENDAS (SOBRE O CUSTO MEDIO) E O ESTOQUE DA
      *==           POSICAO (CAMBPOS.DAT) AO CUSTO E A MERCADO PELA
      *==           ULTIMA COTACAO DO MES NO COTAHIST.DAT. RELATORIO EM
      *==           DADOS\CAMBMESAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: O LUCRO DA MESA NO MES E O REALIZADO. O
      *==           ESTOQUE E O DA POSICAO NA DATA DA EXECUCAO, ENTAO O
      *==           NAO REALIZADO SO VALE PARA O MES CORRENTE OU RODADO
      *==           LOGO NO FECHAMENTO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CAMBPOS ASSIGN TO 'DADOS\CAMBPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPOS-MOEDA
               FILE STATUS IS FS-CAMBPOS.

           SELECT CAMBMOV ASSIGN TO 'DADOS\CAMBMOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMOV-CHAVE
               FILE STATUS IS FS-CAMBMOV.

         SELECT COTAHIST ASSIGN TO "C:\COBOL\DADOS\COTAHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CHIST-CHAVE
         FILE STATUS IS FS-COTAHIST.

           SELECT RELMES ASSIGN TO WRK-RELMES-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELMES-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CAMBPOS.
           COPY "CAMBPOSREG".

       FD CAMBMOV.
           COPY "CAMBMOVREG".

       FD COTAHIST.
           COPY "COTAHISTREG".

       FD RELMES.
       01 RELMES-REG.
           05 RELMES-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-CAMBPOS            PIC 9(02) VALUE ZEROS.
       77 FS-CAMBMOV            PIC 9(02) VALUE ZEROS.
       77 FS-COTAHIST           PIC 9(02) VALUE ZEROS.
       77 RELMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INI          PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-RELMES-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-MOEDA-ATUAL       PIC X(03) VALUE SPACES.
       77 WRK-QT-MOEDAS         PIC 9(03) VALUE ZEROS.
       77 WRK-QT-COMPRAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENDAS         PIC 9(05) VALUE ZEROS.
       77 WRK-BRL-COMPRADO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-BRL-VENDIDO       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-REALIZADO         PIC S9(10)V99 VALUE ZEROS.
       77 WRK-COTACAO-MES       PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DATA-COTACAO      PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-CUSTO       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-MERCADO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-NAO-REALIZADO     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-COMPRADO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VENDIDO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REALIZADO     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-MERCADO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-NAO-REALIZ    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-RESULT-ED         PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ESTOQUE-ED        PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED          PIC ZZZZ9,9999 VALUE ZEROS.
       77 WRK-COTACAO-ED        PIC ZZZZ9,99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RESUMO MENSAL DA MESA DE CAMBIO".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           COMPUTE WRK-DATA-INI = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-DATA-FIM = WRK-COMPETENCIA * 100 + 31.
           OPEN INPUT CAMBPOS.
           IF FS-CAMBPOS NOT EQUAL ZEROS
               DISPLAY "CAMBPOS.DAT AINDA NAO POSSUI REGISTROS"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT CAMBMOV.
           OPEN INPUT COTAHIST.
           MOVE SPACES TO WRK-RELMES-NOME.
           STRING
               'DADOS\CAMBMES'      DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELMES-NOME
           END-STRING.
           OPEN OUTPUT RELMES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'RESULTADO DA MESA DE CAMBIO - COMPETENCIA '
                                    DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----UM BLOCO POR MOEDA DA CARTEIRA-----------------------------
       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               MOVE SPACES TO CPOS-MOEDA
               START CAMBPOS KEY >= CPOS-MOEDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CAMBPOS NEXT
                       PERFORM UNTIL FS-CAMBPOS NOT EQUAL ZEROS
                           MOVE CPOS-MOEDA TO WRK-MOEDA-ATUAL
                           PERFORM 0210-APURAR-MOEDA
                           READ CAMBPOS NEXT
                       END-PERFORM
               END-START
           END-IF.
           PERFORM 0400-TOTAIS.

       0210-APURAR-MOEDA          SECTION.
           ADD 1 TO WRK-QT-MOEDAS.
           MOVE ZEROS TO WRK-QT-COMPRAS WRK-QT-VENDAS WRK-REALIZADO
                         WRK-BRL-COMPRADO WRK-BRL-VENDIDO.
           MOVE WRK-MOEDA-ATUAL TO CMOV-MOEDA.
           MOVE WRK-DATA-INI TO CMOV-DATA.
           MOVE ZEROS TO CMOV-SEQ.
           START CAMBMOV KEY >= CMOV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CAMBMOV NEXT
                   PERFORM UNTIL FS-CAMBMOV NOT EQUAL ZEROS
                           OR CMOV-MOEDA NOT EQUAL WRK-MOEDA-ATUAL
                           OR CMOV-DATA GREATER WRK-DATA-FIM
                       IF CMOV-COMPRA
                           ADD 1 TO WRK-QT-COMPRAS
                           ADD CMOV-VALOR-BRL TO WRK-BRL-COMPRADO
                       ELSE
                           ADD 1 TO WRK-QT-VENDAS
                           ADD CMOV-VALOR-BRL TO WRK-BRL-VENDIDO
                           IF CMOV-MARGEM IS NUMERIC
                               ADD CMOV-MARGEM TO WRK-REALIZADO
                           END-IF
                       END-IF
                       READ CAMBMOV NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-CAMBMOV.
      *----ULTIMA COTACAO DO MES NO HISTORICO--------------------------
           MOVE ZEROS TO WRK-COTACAO-MES WRK-DATA-COTACAO.
           IF FS-COTAHIST EQUAL ZEROS
               MOVE WRK-MOEDA-ATUAL TO CHIST-MOEDA
               MOVE WRK-DATA-INI TO CHIST-DATA
               START COTAHIST KEY >= CHIST-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COTAHIST NEXT
                       PERFORM UNTIL FS-COTAHIST NOT EQUAL ZEROS
                               OR CHIST-MOEDA NOT EQUAL WRK-MOEDA-ATUAL
                               OR CHIST-DATA GREATER WRK-DATA-FIM
                           MOVE CHIST-VALOR TO WRK-COTACAO-MES
                           MOVE CHIST-DATA TO WRK-DATA-COTACAO
                           READ COTAHIST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-COTAHIST
           END-IF.
           IF CPOS-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO CPOS-CUSTO-MEDIO
           END-IF.
           COMPUTE WRK-VALOR-CUSTO ROUNDED =
               CPOS-ESTOQUE * CPOS-CUSTO-MEDIO.
           COMPUTE WRK-VALOR-MERCADO ROUNDED =
               CPOS-ESTOQUE * WRK-COTACAO-MES.
           COMPUTE WRK-NAO-REALIZADO =
               WRK-VALOR-MERCADO - WRK-VALOR-CUSTO.
           ADD WRK-BRL-COMPRADO TO WRK-TOT-COMPRADO.
           ADD WRK-BRL-VENDIDO TO WRK-TOT-VENDIDO.
           ADD WRK-REALIZADO TO WRK-TOT-REALIZADO.
           IF WRK-COTACAO-MES GREATER ZEROS
               ADD WRK-VALOR-CUSTO TO WRK-TOT-CUSTO
               ADD WRK-VALOR-MERCADO TO WRK-TOT-MERCADO
               ADD WRK-NAO-REALIZADO TO WRK-TOT-NAO-REALIZ
           END-IF.
           PERFORM 0220-IMPRIMIR-MOEDA.

       0220-IMPRIMIR-MOEDA        SECTION.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'MOEDA ' TO WRK-LINHA-REL.
           MOVE WRK-MOEDA-ATUAL TO WRK-LINHA-REL(7:3).
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-QT-COMPRAS TO WRK-QTD-ED.
           MOVE WRK-BRL-COMPRADO TO WRK-VALOR-ED.
           STRING
               '  COMPRAS '         DELIMITED BY SIZE
               WRK-QTD-ED           DELIMITED BY SIZE
               ' EM REAIS '         DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-QT-VENDAS TO WRK-QTD-ED.
           MOVE WRK-BRL-VENDIDO TO WRK-VALOR-ED.
           MOVE WRK-REALIZADO TO WRK-RESULT-ED.
           STRING
               '  VENDAS  '         DELIMITED BY SIZE
               WRK-QTD-ED           DELIMITED BY SIZE
               ' EM REAIS '         DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' MARGEM REALIZADA ' DELIMITED BY SIZE
               WRK-RESULT-ED        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE CPOS-ESTOQUE TO WRK-ESTOQUE-ED.
           MOVE CPOS-CUSTO-MEDIO TO WRK-CUSTO-ED.
           MOVE WRK-VALOR-CUSTO TO WRK-VALOR-ED.
           STRING
               '  ESTOQUE '         DELIMITED BY SIZE
               WRK-ESTOQUE-ED       DELIMITED BY SIZE
               ' CUSTO MEDIO '      DELIMITED BY SIZE
               WRK-CUSTO-ED         DELIMITED BY SIZE
               ' AO CUSTO '         DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-COTACAO-MES EQUAL ZEROS
               MOVE '  SEM COTACAO NO MES NO COTAHIST - SEM MARCACAO'
                   TO WRK-LINHA-REL
           ELSE
               MOVE WRK-COTACAO-MES TO WRK-COTACAO-ED
               MOVE WRK-VALOR-MERCADO TO WRK-VALOR-ED
               MOVE WRK-NAO-REALIZADO TO WRK-RESULT-ED
               STRING
                   '  COTACAO '         DELIMITED BY SIZE
                   WRK-COTACAO-ED       DELIMITED BY SIZE
                   ' EM '               DELIMITED BY SIZE
                   WRK-DATA-COTACAO     DELIMITED BY SIZE
                   ' A MERCADO '        DELIMITED BY SIZE
                   WRK-VALOR-ED         DELIMITED BY SIZE
                   ' NAO REALIZADO '    DELIMITED BY SIZE
                   WRK-RESULT-ED        DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

       0400-TOTAIS                SECTION.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'TOTAL DA MESA' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-COMPRADO TO WRK-VALOR-ED.
           STRING
               '  COMPRADO EM REAIS.......... ' DELIMITED BY SIZE
               WRK-VALOR-ED                     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-VENDIDO TO WRK-VALOR-ED.
           STRING
               '  VENDIDO EM REAIS........... ' DELIMITED BY SIZE
               WRK-VALOR-ED                     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-REALIZADO TO WRK-RESULT-ED.
           STRING
               '  LUCRO REALIZADO NO MES.....' DELIMITED BY SIZE
               WRK-RESULT-ED                   DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-CUSTO TO WRK-VALOR-ED.
           STRING
               '  ESTOQUE AO CUSTO MEDIO..... ' DELIMITED BY SIZE
               WRK-VALOR-ED                     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-MERCADO TO WRK-VALOR-ED.
           STRING
               '  ESTOQUE A MERCADO.......... ' DELIMITED BY SIZE
               WRK-VALOR-ED                     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-NAO-REALIZ TO WRK-RESULT-ED.
           STRING
               '  RESULTADO NAO REALIZADO....' DELIMITED BY SIZE
               WRK-RESULT-ED                   DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELMES-DADOS.
           WRITE RELMES-REG.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR             SECTION.
           CLOSE RELMES.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELMES-NOME.
           CLOSE CAMBPOS.
           CLOSE CAMBMOV.
           CLOSE COTAHIST.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RESUMO MENSAL DA MESA DE CAMBIO".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'CAMBMES' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-MOEDAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
