       IDENTIFICATION              DIVISION.
       PROGRAM-ID. RENTAB.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RELATORIO DE RENTABILIDADE E PAYBACK POR TITULO
      *==           E POR COPIA FISICA - CONFRONTA O CUSTO DE
      *==           AQUISICAO (AQUISICAO.DAT) COM TUDO O QUE O TITULO
      *==           RENDEU: LOCACOES (EMPRESTIMOS.DAT E EMPHIST.DAT),
      *==           RENOVACOES (RENOV.DAT), MULTAS PAGAS (MULTAS.DAT)
      *==           E VENDA DA COPIA USADA (VENDAS.DAT). MOSTRA EM
      *==           QUANTOS MESES O TITULO SE PAGOU, MARCA OS QUE
      *==           COM MAIS DE UM ANO AINDA NAO COBRIRAM O CUSTO E
      *==           TOTALIZA POR GENERO E POR DISTRIBUIDORA, EM
      *==           RENTABAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: RENOVACAO E MULTA NAO TEM COPIA NO REGISTRO E
      *==           ENTRAM SO NO TITULO; O CUSTO DA COPIA E O CUSTO
      *==           DO TITULO RATEADO PELAS COPIAS CADASTRADAS.
      *==           TAXA DE ENTREGA NAO CONTA COMO RECEITA DO TITULO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT AQUISICAO ASSIGN TO 'DADOS\AQUISICAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS AQUISICAO-STATUS
               RECORD KEY IS AQUIS-CODFILME.

           SELECT FILMES ASSIGN TO 'DADOS\FILMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO
                   WITH DUPLICATES.

           SELECT COPIAS ASSIGN TO 'DADOS\COPIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS COPIAS-STATUS
               RECORD KEY IS COPIA-CHAVE.

           SELECT EMPRESTIMOS ASSIGN TO 'DADOS\EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMP-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

           SELECT EMPHIST ASSIGN TO 'DADOS\EMPHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPHIST-STATUS
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-CLIENTE WITH DUPLICATES.

           SELECT RENOV ASSIGN TO 'DADOS\RENOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-RENOV
               RECORD KEY IS RENOV-CHAVE.

           SELECT MULTAS ASSIGN TO 'DADOS\MULTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MULTAS-STATUS
               RECORD KEY IS MUL-CHAVE.

           SELECT VENDAS ASSIGN TO 'DADOS\VENDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDA-CHAVE
               FILE STATUS IS FS-VENDAS.

      *----RELATORIO, NOME COM A DATA----------------------------------
           SELECT RELREN ASSIGN TO WRK-RELREN-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELREN-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD AQUISICAO.
           COPY "AQUISREG".

       FD FILMES.
       01 FILMES-REG.
           05 FILMES-CHAVE.
               10 CODFILME          PIC 9(005) BLANK WHEN ZEROS.
           05 TITULO                PIC X(030).
           05 GENERO                PIC X(008).
           05 DURACAO               PIC 9(003).
           05 DISTRIBUIDORA         PIC X(015).
           05 NOTA                  PIC 9(002).
           05 FILMES-CLASSIF        PIC 9(002).

       FD COPIAS.
           COPY "COPIAREG".

       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD EMPHIST.
           COPY "EMPHISTREG".

       FD RENOV.
           COPY "RENOVREG".

       FD MULTAS.
           COPY "MULTAREG".

       FD VENDAS.
           COPY "VENDAREG".

       FD RELREN.
       01 RELREN-REG.
           05 RELREN-DADOS          PIC X(100).

       WORKING-STORAGE            SECTION.
       77 AQUISICAO-STATUS      PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 COPIAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 EMPHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 FS-RENOV              PIC 9(02) VALUE ZEROS.
       77 MULTAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-VENDAS             PIC 9(02) VALUE ZEROS.
       77 RELREN-STATUS         PIC 9(02) VALUE ZEROS.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-RELREN-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-I                 PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU             PIC X(01) VALUE 'N'.
       77 WRK-CODFILME          PIC 9(05) VALUE ZEROS.
       77 WRK-TITULO-REL        PIC X(30) VALUE SPACES.
       77 WRK-GENERO-REL        PIC X(08) VALUE SPACES.
       77 WRK-DISTRIB-REL       PIC X(15) VALUE SPACES.
      *----MOVIMENTO QUE ESTA SENDO SOMADO AO TITULO--------------------
       77 WRK-DATA-MOV          PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-MOV         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-COPIA-MOV         PIC 9(02) VALUE ZEROS.
       77 WRK-TIPO-MOV          PIC X(01) VALUE SPACES.
           88 WRK-MOV-LOCACAO            VALUE 'L'.
           88 WRK-MOV-RENOVACAO          VALUE 'R'.
           88 WRK-MOV-MULTA              VALUE 'M'.
           88 WRK-MOV-VENDA              VALUE 'V'.
      *----MESES CORRIDOS DESDE A COMPRA--------------------------------
       77 WRK-AUX-ANO           PIC 9(04) VALUE ZEROS.
       77 WRK-AUX-MES           PIC 9(02) VALUE ZEROS.
       77 WRK-MES-COMPRA        PIC 9(06) VALUE ZEROS.
       77 WRK-MES-MOV           PIC 9(06) VALUE ZEROS.
       77 WRK-MES-HOJE          PIC 9(06) VALUE ZEROS.
       77 WRK-MES-IDX           PIC S9(04) VALUE ZEROS.
       77 WRK-MESES-IDADE       PIC 9(04) VALUE ZEROS.
       77 WRK-MESES-PAYBACK     PIC 9(04) VALUE ZEROS.
       77 WRK-PAGOU             PIC X(01) VALUE 'N'.
       77 WRK-ACUMULADO         PIC 9(09)V99 VALUE ZEROS.
      *----TOTAIS DO TITULO---------------------------------------------
       77 WRK-REC-LOCACAO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REC-RENOVACAO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REC-MULTA         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REC-VENDA         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REC-TOTAL         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RESULTADO         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QT-COPIAS         PIC 9(03) VALUE ZEROS.
       77 WRK-CUSTO-COPIA       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-TITULO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-REC-COPIA         PIC 9(09)V99 VALUE ZEROS.
      *----TOTAIS GERAIS------------------------------------------------
       77 WRK-QT-TITULOS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PAGOS          PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABAIXO         PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CUSTO         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RECEITA       PIC 9(09)V99 VALUE ZEROS.
      *----EDICAO-------------------------------------------------------
       77 WRK-VALOR-ED          PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2         PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-RESULT-ED         PIC -ZZZZZZZZ9,99 VALUE ZEROS.

      *----RECEITA DO TITULO POR MES DESDE A COMPRA (O ULTIMO BALDE----
      *----ACUMULA TUDO DEPOIS DE CINCO ANOS)---------------------------
       01 WRK-TAB-MESES.
           05 WRK-MES-VALOR OCCURS 61 TIMES PIC 9(07)V99.

      *----RECEITA POR COPIA FISICA DO TITULO---------------------------
       01 WRK-TAB-COPIAS.
           05 WRK-CP OCCURS 99 TIMES.
               10 WRK-CP-EXISTE     PIC X(01).
               10 WRK-CP-QT-LOC     PIC 9(05).
               10 WRK-CP-VLR-LOC    PIC 9(07)V99.
               10 WRK-CP-VLR-VENDA  PIC 9(07)V99.

       77 WRK-QTD-GENEROS       PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-GENEROS.
           05 WRK-GEN OCCURS 20 TIMES.
               10 WRK-GEN-NOME      PIC X(08).
               10 WRK-GEN-QTDE      PIC 9(05).
               10 WRK-GEN-ABAIXO    PIC 9(05).
               10 WRK-GEN-CUSTO     PIC 9(09)V99.
               10 WRK-GEN-RECEITA   PIC 9(09)V99.

       77 WRK-QTD-DISTRIB       PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-DISTRIB.
           05 WRK-DIS OCCURS 50 TIMES.
               10 WRK-DIS-NOME      PIC X(15).
               10 WRK-DIS-QTDE      PIC 9(05).
               10 WRK-DIS-ABAIXO    PIC 9(05).
               10 WRK-DIS-CUSTO     PIC 9(09)V99.
               10 WRK-DIS-RECEITA   PIC 9(09)V99.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-TOTAIS.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS E O RELATORIO-----------------------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RELATORIO DE RENTABILIDADE".
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE(1:4) TO WRK-AUX-ANO.
           MOVE WRK-HOJE(5:2) TO WRK-AUX-MES.
           COMPUTE WRK-MES-HOJE = WRK-AUX-ANO * 12 + WRK-AUX-MES.
           OPEN INPUT AQUISICAO.
           IF AQUISICAO-STATUS EQUAL 35
               DISPLAY "AQUISICAO.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT FILMES.
           OPEN INPUT COPIAS.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT EMPHIST.
           OPEN INPUT RENOV.
           OPEN INPUT MULTAS.
           OPEN INPUT VENDAS.
           MOVE SPACES TO WRK-RELREN-NOME.
           STRING
               'DADOS\RENTAB'       DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELREN-NOME
           END-STRING.
           OPEN OUTPUT RELREN.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'RENTABILIDADE E PAYBACK DOS TITULOS EM: '
                                    DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE '(** = MAIS DE 12 MESES E AINDA ABAIXO DO CUSTO)'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.

      *----UM BLOCO POR TITULO COM CUSTO DE AQUISICAO------------------
       0200-PROCESSAR             SECTION.
           IF AQUISICAO-STATUS EQUAL ZEROS
               MOVE ZEROS TO AQUIS-CODFILME
               START AQUISICAO KEY >= AQUIS-CODFILME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AQUISICAO NEXT
                       PERFORM UNTIL AQUISICAO-STATUS NOT EQUAL ZEROS
                           PERFORM 0210-AVALIAR-TITULO
                           READ AQUISICAO NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----JUNTA AS RECEITAS DO TITULO, CALCULA O PAYBACK E IMPRIME---
       0210-AVALIAR-TITULO        SECTION.
           MOVE AQUIS-CODFILME TO WRK-CODFILME.
           MOVE 'TITULO NAO CADASTRADO' TO WRK-TITULO-REL.
           MOVE SPACES TO WRK-GENERO-REL WRK-DISTRIB-REL.
           MOVE WRK-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TITULO TO WRK-TITULO-REL
                   MOVE GENERO TO WRK-GENERO-REL
                   MOVE DISTRIBUIDORA TO WRK-DISTRIB-REL
           END-READ.
           MOVE AQUIS-DATA-COMPRA(1:4) TO WRK-AUX-ANO.
           MOVE AQUIS-DATA-COMPRA(5:2) TO WRK-AUX-MES.
           COMPUTE WRK-MES-COMPRA = WRK-AUX-ANO * 12 + WRK-AUX-MES.
           MOVE ZEROS TO WRK-REC-LOCACAO WRK-REC-RENOVACAO
                         WRK-REC-MULTA WRK-REC-VENDA WRK-REC-TOTAL.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 61
               MOVE ZEROS TO WRK-MES-VALOR(WRK-I)
           END-PERFORM.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 99
               MOVE 'N' TO WRK-CP-EXISTE(WRK-I)
               MOVE ZEROS TO WRK-CP-QT-LOC(WRK-I)
                             WRK-CP-VLR-LOC(WRK-I)
                             WRK-CP-VLR-VENDA(WRK-I)
           END-PERFORM.
           PERFORM 0220-CONTAR-COPIAS.
      *----CUSTO DO TITULO: TOTAL DAS ENTREGAS; SEM ELE (CADASTRO----
      *----MANUAL OU REGISTRO ANTIGO), CUSTO DA COPIA X COPIAS---------
           IF AQUIS-CUSTO-TOTAL IS NUMERIC AND
              AQUIS-CUSTO-TOTAL GREATER ZEROS
               MOVE AQUIS-CUSTO-TOTAL TO WRK-CUSTO-TITULO
           ELSE
               COMPUTE WRK-CUSTO-TITULO = AQUIS-CUSTO * WRK-QT-COPIAS
           END-IF.
           PERFORM 0230-SOMAR-EMPRESTIMOS.
           PERFORM 0240-SOMAR-HISTORICO.
           PERFORM 0250-SOMAR-RENOVACOES.
           PERFORM 0260-SOMAR-MULTAS.
           PERFORM 0270-SOMAR-VENDAS.
           PERFORM 0280-CALCULAR-PAYBACK.
           PERFORM 0410-LINHA-TITULO.
           PERFORM 0420-LINHAS-COPIAS.
           PERFORM 0430-ACUMULAR-GRUPOS.

      *----COPIAS CADASTRADAS DO TITULO (ATIVAS OU NAO) PARA O RATEIO--
      *----DO CUSTO; SEM REGISTRO O TITULO E A COPIA UNICA 01----------
       0220-CONTAR-COPIAS         SECTION.
           MOVE ZEROS TO WRK-QT-COPIAS.
           MOVE WRK-CODFILME TO COPIA-CODFILME.
           MOVE ZEROS TO COPIA-NUMERO.
           START COPIAS KEY >= COPIA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COPIAS NEXT
                   PERFORM UNTIL COPIAS-STATUS NOT EQUAL ZEROS
                           OR COPIA-CODFILME NOT EQUAL WRK-CODFILME
                       IF COPIA-NUMERO GREATER ZEROS
                           ADD 1 TO WRK-QT-COPIAS
                           MOVE 'S' TO WRK-CP-EXISTE(COPIA-NUMERO)
                       END-IF
                       READ COPIAS NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-COPIAS EQUAL ZEROS
               MOVE 1 TO WRK-QT-COPIAS
               MOVE 'S' TO WRK-CP-EXISTE(1)
           END-IF.

      *----LOCACOES EM ABERTO E DEVOLVIDAS AINDA NO ARQUIVO ATIVO-----
       0230-SOMAR-EMPRESTIMOS     SECTION.
           MOVE WRK-CODFILME TO EMP-CODFILME.
           START EMPRESTIMOS KEY IS EQUAL TO EMP-CODFILME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMPRESTIMOS NEXT
                   PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                           OR EMP-CODFILME NOT EQUAL WRK-CODFILME
                       MOVE 'L' TO WRK-TIPO-MOV
                       MOVE EMP-DATA-EMPRESTIMO TO WRK-DATA-MOV
                       MOVE EMP-VALOR-COBRADO TO WRK-VALOR-MOV
                       MOVE EMP-COPIA TO WRK-COPIA-MOV
                       PERFORM 0290-SOMAR-MOVIMENTO
                       READ EMPRESTIMOS NEXT
                   END-PERFORM
           END-START.

      *----LOCACOES JA ARQUIVADAS PELO EMPARQUIVA---------------------
       0240-SOMAR-HISTORICO       SECTION.
           MOVE WRK-CODFILME TO HIST-CODFILME.
           MOVE ZEROS TO HIST-CLIENTE HIST-DATA-EMPRESTIMO.
           START EMPHIST KEY >= HIST-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMPHIST NEXT
                   PERFORM UNTIL EMPHIST-STATUS NOT EQUAL ZEROS
                           OR HIST-CODFILME NOT EQUAL WRK-CODFILME
                       MOVE 'L' TO WRK-TIPO-MOV
                       MOVE HIST-DATA-EMPRESTIMO TO WRK-DATA-MOV
                       MOVE HIST-VALOR-COBRADO TO WRK-VALOR-MOV
                       MOVE HIST-COPIA TO WRK-COPIA-MOV
                       PERFORM 0290-SOMAR-MOVIMENTO
                       READ EMPHIST NEXT
                   END-PERFORM
           END-START.

       0250-SOMAR-RENOVACOES      SECTION.
           MOVE WRK-CODFILME TO RENOV-CODFILME.
           MOVE ZEROS TO RENOV-CLIENTE RENOV-DATA.
           START RENOV KEY >= RENOV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RENOV NEXT
                   PERFORM UNTIL FS-RENOV NOT EQUAL ZEROS
                           OR RENOV-CODFILME NOT EQUAL WRK-CODFILME
                       MOVE 'R' TO WRK-TIPO-MOV
                       MOVE RENOV-DATA TO WRK-DATA-MOV
                       MOVE RENOV-VALOR TO WRK-VALOR-MOV
                       MOVE ZEROS TO WRK-COPIA-MOV
                       PERFORM 0290-SOMAR-MOVIMENTO
                       READ RENOV NEXT
                   END-PERFORM
           END-START.

      *----MULTAS PAGAS DO TITULO (A CHAVE COMECA PELO CLIENTE, ENTAO-
      *----O ARQUIVO E LIDO INTEIRO)------------------------------------
       0260-SOMAR-MULTAS          SECTION.
           IF MULTAS-STATUS NOT EQUAL 35
               MOVE ZEROS TO MUL-CHAVE
               START MULTAS KEY >= MUL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MULTAS NEXT
                       PERFORM UNTIL MULTAS-STATUS NOT EQUAL ZEROS
                           IF MUL-CODFILME EQUAL WRK-CODFILME
                              AND MUL-PAGA
                               MOVE 'M' TO WRK-TIPO-MOV
                               MOVE MUL-DATA-PAGAMENTO TO WRK-DATA-MOV
                               IF WRK-DATA-MOV EQUAL ZEROS
                                   MOVE MUL-DATA-GERACAO
                                        TO WRK-DATA-MOV
                               END-IF
                               MOVE MUL-VALOR TO WRK-VALOR-MOV
                               IF MUL-VALOR-CAUCAO IS NUMERIC
                                   ADD MUL-VALOR-CAUCAO
                                       TO WRK-VALOR-MOV
                               END-IF
                               MOVE ZEROS TO WRK-COPIA-MOV
                               PERFORM 0290-SOMAR-MOVIMENTO
                           END-IF
                           READ MULTAS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----VENDA DA COPIA USADA PELO VENDACOP-------------------------
       0270-SOMAR-VENDAS          SECTION.
           MOVE WRK-CODFILME TO VENDA-CODFILME.
           MOVE ZEROS TO VENDA-COPIA.
           START VENDAS KEY >= VENDA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VENDAS NEXT
                   PERFORM UNTIL FS-VENDAS NOT EQUAL ZEROS
                           OR VENDA-CODFILME NOT EQUAL WRK-CODFILME
                       MOVE 'V' TO WRK-TIPO-MOV
                       MOVE VENDA-DATA TO WRK-DATA-MOV
                       MOVE VENDA-VALOR TO WRK-VALOR-MOV
                       MOVE VENDA-COPIA TO WRK-COPIA-MOV
                       PERFORM 0290-SOMAR-MOVIMENTO
                       READ VENDAS NEXT
                   END-PERFORM
           END-START.

      *----PRIMEIRO MES EM QUE A RECEITA ACUMULADA COBRE O CUSTO------
       0280-CALCULAR-PAYBACK      SECTION.
           MOVE 'N' TO WRK-PAGOU.
           MOVE ZEROS TO WRK-MESES-PAYBACK WRK-ACUMULADO.
           COMPUTE WRK-MES-IDX = WRK-MES-HOJE - WRK-MES-COMPRA.
           IF WRK-MES-IDX LESS ZEROS
               MOVE ZEROS TO WRK-MES-IDX
           END-IF.
           MOVE WRK-MES-IDX TO WRK-MESES-IDADE.
           IF WRK-CUSTO-TITULO EQUAL ZEROS
               MOVE 'S' TO WRK-PAGOU
           END-IF.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER 61 OR WRK-PAGOU EQUAL 'S'
               ADD WRK-MES-VALOR(WRK-I) TO WRK-ACUMULADO
               IF WRK-ACUMULADO NOT LESS WRK-CUSTO-TITULO
                   MOVE 'S' TO WRK-PAGOU
                   COMPUTE WRK-MESES-PAYBACK = WRK-I - 1
               END-IF
           END-PERFORM.
           COMPUTE WRK-RESULTADO = WRK-REC-TOTAL - WRK-CUSTO-TITULO.

      *----SOMA UM MOVIMENTO NO TITULO, NO MES E NA COPIA-------------
       0290-SOMAR-MOVIMENTO       SECTION.
           EVALUATE TRUE
               WHEN WRK-MOV-LOCACAO
                   ADD WRK-VALOR-MOV TO WRK-REC-LOCACAO
               WHEN WRK-MOV-RENOVACAO
                   ADD WRK-VALOR-MOV TO WRK-REC-RENOVACAO
               WHEN WRK-MOV-MULTA
                   ADD WRK-VALOR-MOV TO WRK-REC-MULTA
               WHEN WRK-MOV-VENDA
                   ADD WRK-VALOR-MOV TO WRK-REC-VENDA
           END-EVALUATE.
           ADD WRK-VALOR-MOV TO WRK-REC-TOTAL.
           MOVE WRK-DATA-MOV(1:4) TO WRK-AUX-ANO.
           MOVE WRK-DATA-MOV(5:2) TO WRK-AUX-MES.
           COMPUTE WRK-MES-MOV = WRK-AUX-ANO * 12 + WRK-AUX-MES.
           COMPUTE WRK-MES-IDX = WRK-MES-MOV - WRK-MES-COMPRA + 1.
           IF WRK-MES-IDX LESS 1
               MOVE 1 TO WRK-MES-IDX
           END-IF.
           IF WRK-MES-IDX GREATER 61
               MOVE 61 TO WRK-MES-IDX
           END-IF.
           ADD WRK-VALOR-MOV TO WRK-MES-VALOR(WRK-MES-IDX).
           IF WRK-COPIA-MOV EQUAL ZEROS
              AND (WRK-MOV-LOCACAO OR WRK-MOV-VENDA)
               MOVE 1 TO WRK-COPIA-MOV
           END-IF.
           IF WRK-COPIA-MOV GREATER ZEROS
               MOVE 'S' TO WRK-CP-EXISTE(WRK-COPIA-MOV)
               IF WRK-MOV-LOCACAO
                   ADD 1 TO WRK-CP-QT-LOC(WRK-COPIA-MOV)
                   ADD WRK-VALOR-MOV TO WRK-CP-VLR-LOC(WRK-COPIA-MOV)
               END-IF
               IF WRK-MOV-VENDA
                   ADD WRK-VALOR-MOV
                       TO WRK-CP-VLR-VENDA(WRK-COPIA-MOV)
               END-IF
           END-IF.

      *----LINHAS DO TITULO: CUSTO, RECEITAS, RESULTADO E PAYBACK-----
       0410-LINHA-TITULO          SECTION.
           ADD 1 TO WRK-QT-TITULOS.
           ADD WRK-CUSTO-TITULO TO WRK-TOT-CUSTO.
           ADD WRK-REC-TOTAL TO WRK-TOT-RECEITA.
           MOVE '-----------------------------------------------'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-CODFILME         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-TITULO-REL       DELIMITED BY SIZE
               ' ['                 DELIMITED BY SIZE
               WRK-GENERO-REL       DELIMITED BY SIZE
               '] DIST: '           DELIMITED BY SIZE
               WRK-DISTRIB-REL      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-CUSTO-TITULO TO WRK-VALOR-ED.
           MOVE WRK-REC-TOTAL TO WRK-VALOR-ED2.
           MOVE WRK-RESULTADO TO WRK-RESULT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '  COMPRA: '         DELIMITED BY SIZE
               AQUIS-DATA-COMPRA    DELIMITED BY SIZE
               ' CUSTO: '           DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' RECEITA: '         DELIMITED BY SIZE
               WRK-VALOR-ED2        DELIMITED BY SIZE
               ' RESULT: '          DELIMITED BY SIZE
               WRK-RESULT-ED        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-REC-LOCACAO TO WRK-VALOR-ED.
           MOVE WRK-REC-RENOVACAO TO WRK-VALOR-ED2.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '  LOCACOES: '       DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' RENOVACOES: '      DELIMITED BY SIZE
               WRK-VALOR-ED2        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-REC-MULTA TO WRK-VALOR-ED.
           MOVE WRK-REC-VENDA TO WRK-VALOR-ED2.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '  MULTAS:   '       DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' VENDA USADA:'      DELIMITED BY SIZE
               WRK-VALOR-ED2        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           IF WRK-PAGOU EQUAL 'S'
               ADD 1 TO WRK-QT-PAGOS
               STRING
                   '  PAYBACK EM '      DELIMITED BY SIZE
                   WRK-MESES-PAYBACK    DELIMITED BY SIZE
                   ' MES(ES) / IDADE: ' DELIMITED BY SIZE
                   WRK-MESES-IDADE      DELIMITED BY SIZE
                   ' MES(ES)'           DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           ELSE
               STRING
                   '  AINDA NAO SE PAGOU / IDADE: ' DELIMITED BY SIZE
                   WRK-MESES-IDADE      DELIMITED BY SIZE
                   ' MES(ES)'           DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               IF WRK-MESES-IDADE NOT LESS 12
                   ADD 1 TO WRK-QT-ABAIXO
                   MOVE '**' TO WRK-LINHA-REL(1:2)
               END-IF
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

      *----UMA LINHA POR COPIA: LOCACOES, VENDA E CUSTO RATEADO-------
       0420-LINHAS-COPIAS         SECTION.
           COMPUTE WRK-CUSTO-COPIA ROUNDED =
               WRK-CUSTO-TITULO / WRK-QT-COPIAS.
           MOVE WRK-CUSTO-COPIA TO WRK-VALOR-ED.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 99
               IF WRK-CP-EXISTE(WRK-I) EQUAL 'S'
                   COMPUTE WRK-REC-COPIA = WRK-CP-VLR-LOC(WRK-I)
                                         + WRK-CP-VLR-VENDA(WRK-I)
                   COMPUTE WRK-RESULTADO =
                       WRK-REC-COPIA - WRK-CUSTO-COPIA
                   MOVE WRK-REC-COPIA TO WRK-VALOR-ED2
                   MOVE WRK-RESULTADO TO WRK-RESULT-ED
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING
                       '    COPIA '             DELIMITED BY SIZE
                       WRK-I(2:2)               DELIMITED BY SIZE
                       ' LOCACOES: '            DELIMITED BY SIZE
                       WRK-CP-QT-LOC(WRK-I)     DELIMITED BY SIZE
                       ' CUSTO: '               DELIMITED BY SIZE
                       WRK-VALOR-ED             DELIMITED BY SIZE
                       ' RECEITA: '             DELIMITED BY SIZE
                       WRK-VALOR-ED2            DELIMITED BY SIZE
                       ' RES: '                 DELIMITED BY SIZE
                       WRK-RESULT-ED            DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0450-GRAVAR-LINHA
               END-IF
           END-PERFORM.

      *----ACUMULA O TITULO NO SEU GENERO E NA SUA DISTRIBUIDORA------
       0430-ACUMULAR-GRUPOS       SECTION.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-GENEROS
               IF WRK-GEN-NOME(WRK-I) EQUAL WRK-GENERO-REL
                   MOVE 'S' TO WRK-ACHOU
                   PERFORM 0431-SOMAR-GENERO
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'N' AND WRK-QTD-GENEROS LESS 20
               ADD 1 TO WRK-QTD-GENEROS
               MOVE WRK-QTD-GENEROS TO WRK-I
               MOVE WRK-GENERO-REL TO WRK-GEN-NOME(WRK-I)
               MOVE ZEROS TO WRK-GEN-QTDE(WRK-I) WRK-GEN-ABAIXO(WRK-I)
                             WRK-GEN-CUSTO(WRK-I) WRK-GEN-RECEITA(WRK-I)
               PERFORM 0431-SOMAR-GENERO
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-DISTRIB
               IF WRK-DIS-NOME(WRK-I) EQUAL WRK-DISTRIB-REL
                   MOVE 'S' TO WRK-ACHOU
                   PERFORM 0432-SOMAR-DISTRIB
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'N' AND WRK-QTD-DISTRIB LESS 50
               ADD 1 TO WRK-QTD-DISTRIB
               MOVE WRK-QTD-DISTRIB TO WRK-I
               MOVE WRK-DISTRIB-REL TO WRK-DIS-NOME(WRK-I)
               MOVE ZEROS TO WRK-DIS-QTDE(WRK-I) WRK-DIS-ABAIXO(WRK-I)
                             WRK-DIS-CUSTO(WRK-I) WRK-DIS-RECEITA(WRK-I)
               PERFORM 0432-SOMAR-DISTRIB
           END-IF.

       0431-SOMAR-GENERO          SECTION.
           ADD 1 TO WRK-GEN-QTDE(WRK-I).
           ADD WRK-CUSTO-TITULO TO WRK-GEN-CUSTO(WRK-I).
           ADD WRK-REC-TOTAL TO WRK-GEN-RECEITA(WRK-I).
           IF WRK-PAGOU EQUAL 'N' AND WRK-MESES-IDADE NOT LESS 12
               ADD 1 TO WRK-GEN-ABAIXO(WRK-I)
           END-IF.

       0432-SOMAR-DISTRIB         SECTION.
           ADD 1 TO WRK-DIS-QTDE(WRK-I).
           ADD WRK-CUSTO-TITULO TO WRK-DIS-CUSTO(WRK-I).
           ADD WRK-REC-TOTAL TO WRK-DIS-RECEITA(WRK-I).
           IF WRK-PAGOU EQUAL 'N' AND WRK-MESES-IDADE NOT LESS 12
               ADD 1 TO WRK-DIS-ABAIXO(WRK-I)
           END-IF.

      *----QUADROS POR GENERO E POR DISTRIBUIDORA E TOTAL GERAL-------
       0400-TOTAIS                SECTION.
           MOVE '==============================================='
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'POR GENERO: TITULOS / ABAIXO / CUSTO / RECEITA'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-GENEROS
               MOVE WRK-GEN-CUSTO(WRK-I) TO WRK-VALOR-ED
               MOVE WRK-GEN-RECEITA(WRK-I) TO WRK-VALOR-ED2
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   '  '                     DELIMITED BY SIZE
                   WRK-GEN-NOME(WRK-I)      DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-GEN-QTDE(WRK-I)      DELIMITED BY SIZE
                   ' / '                    DELIMITED BY SIZE
                   WRK-GEN-ABAIXO(WRK-I)    DELIMITED BY SIZE
                   ' / '                    DELIMITED BY SIZE
                   WRK-VALOR-ED             DELIMITED BY SIZE
                   ' / '                    DELIMITED BY SIZE
                   WRK-VALOR-ED2            DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-PERFORM.
           MOVE 'POR DISTRIBUIDORA: TITULOS / ABAIXO / CUSTO / RECEITA'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QTD-DISTRIB
               MOVE WRK-DIS-CUSTO(WRK-I) TO WRK-VALOR-ED
               MOVE WRK-DIS-RECEITA(WRK-I) TO WRK-VALOR-ED2
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   '  '                     DELIMITED BY SIZE
                   WRK-DIS-NOME(WRK-I)      DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-DIS-QTDE(WRK-I)      DELIMITED BY SIZE
                   ' / '                    DELIMITED BY SIZE
                   WRK-DIS-ABAIXO(WRK-I)    DELIMITED BY SIZE
                   ' / '                    DELIMITED BY SIZE
                   WRK-VALOR-ED             DELIMITED BY SIZE
                   ' / '                    DELIMITED BY SIZE
                   WRK-VALOR-ED2            DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-PERFORM.
           MOVE '-----------------------------------------------'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-TOT-RECEITA TO WRK-VALOR-ED2.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'TITULOS: '          DELIMITED BY SIZE
               WRK-QT-TITULOS       DELIMITED BY SIZE
               ' CUSTO: '           DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' RECEITA: '         DELIMITED BY SIZE
               WRK-VALOR-ED2        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'JA SE PAGARAM: '    DELIMITED BY SIZE
               WRK-QT-PAGOS         DELIMITED BY SIZE
               ' / ABAIXO DO CUSTO APOS 1 ANO: ' DELIMITED BY SIZE
               WRK-QT-ABAIXO        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELREN-DADOS.
           WRITE RELREN-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELREN.
           CLOSE AQUISICAO.
           CLOSE FILMES.
           CLOSE COPIAS.
           CLOSE EMPRESTIMOS.
           CLOSE EMPHIST.
           CLOSE RENOV.
           CLOSE MULTAS.
           CLOSE VENDAS.
           DISPLAY "ABAIXO DO CUSTO APOS 1 ANO...." WRK-QT-ABAIXO.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELREN-NOME.
           DISPLAY "FIM DO RELATORIO DE RENTABILIDADE".
