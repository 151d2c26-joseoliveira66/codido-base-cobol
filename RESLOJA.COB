       IDENTIFICATION              DIVISION.
       PROGRAM-ID. RESLOJA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RESULTADO MENSAL POR LOJA DA REDE - CONFRONTA A
      *==           RECEITA DOS FECHAMENTOS DE CAIXA (CAIXA.DAT) COM
      *==           O CUSTO DE PESSOAL DO RAZAO DA FOLHA (FOLHALEDG.DAT
      *==           PELA LOJA DE LOTACAO DO FUNCIONARIO), A
      *==           DEPRECIACAO DO ACERVO DE CADA LOJA (AQUISICAO.DAT
      *==           RATEADA PELAS COPIAS, COPIA-LOJA, PARAM-DEPREC-ANO),
      *==           O CUSTO DAS PARADAS DO ENTREGADOR (ROTA.DAT X
      *==           PARAM-CUSTO-PARADA) E AS BAIXAS DE COPIAS AVARIADAS
      *==           OU EXTRAVIADAS NO BALCAO (VALOR CONTABIL DA COPIA).
      *==           IMPRIME O RANKING DAS LOJAS PELO RESULTADO E O
      *==           TOTAL DA REDE EM RESLOJAAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: RECEITA = LOCACOES + ENTREGAS + MULTAS + VENDAS
      *==           DE USADOS + RENOVACOES + PLANOS DO DIA (O
      *==           RECEBIMENTO DA CONTA, O PARCELAMENTO E A CARGA DE
      *==           CARTAO PRESENTE NAO SAO RECEITA NOVA). O FECHAMENTO
      *==           CONSOLIDADO (LOJA ZERO) SO CONTA NO DIA SEM
      *==           FECHAMENTO POR LOJA, E VAI PARA A MATRIZ. PESSOAL =
      *==           BRUTO DA COMPETENCIA, DAS FERIAS GOZADAS NO MES E
      *==           DO 13O (1A PARCELA EM NOVEMBRO, 2A EM DEZEMBRO). A
      *==           COMPRA DE COPIAS NO MES SAI A PARTE, COMO
      *==           INVESTIMENTO: NO RESULTADO ENTRA SO A DEPRECIACAO.
      *==           LOJA ZERO NOS MOVIMENTOS VALE LOJA 1 (MATRIZ)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CAIXA ASSIGN TO 'DADOS\CAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CAIXA-STATUS
               RECORD KEY IS CAIXA-CHAVE.

         SELECT FOLHALEDG ASSIGN TO "C:\COBOL\DADOS\FOLHALEDG.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FLH-CHAVE
         FILE STATUS IS FS-FOLHALEDG.

         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

           SELECT COPIAS ASSIGN TO 'DADOS\COPIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS COPIAS-STATUS
               RECORD KEY IS COPIA-CHAVE.

           SELECT AQUISICAO ASSIGN TO 'DADOS\AQUISICAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS AQUISICAO-STATUS
               RECORD KEY IS AQUIS-CODFILME.

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

           SELECT ROTA ASSIGN TO 'DADOS\ROTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROTA-CHAVE
               FILE STATUS IS FS-ROTA.

           SELECT LOJAS ASSIGN TO 'DADOS\LOJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-CODIGO
               FILE STATUS IS FS-LOJAS.

           SELECT PARAMS ASSIGN TO 'DADOS\PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY IS PARAM-CHAVE.

      *----NOME GERADO EM 0400-IMPRIMIR COM O MES APURADO-------------
           SELECT RELRES ASSIGN TO WRK-RELRES-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELRES-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CAIXA.
           COPY "CAIXAREG".

       FD FOLHALEDG.
           COPY "FOLHALEREG".

       FD FUNCIONARIOS.
           COPY "FUNCREG".

       FD COPIAS.
           COPY "COPIAREG".

       FD AQUISICAO.
           COPY "AQUISREG".

       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD EMPHIST.
           COPY "EMPHISTREG".

       FD ROTA.
           COPY "ROTAREG".

       FD LOJAS.
           COPY "LOJAREG".

       FD PARAMS.
           COPY "PARAMREG".

       FD RELRES.
       01 RELRES-REG.
           05 RELRES-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 CAIXA-STATUS          PIC 9(02) VALUE ZEROS.
       77 FS-FOLHALEDG          PIC 9(02) VALUE ZEROS.
       77 FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 COPIAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 AQUISICAO-STATUS      PIC 9(02) VALUE ZEROS.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 EMPHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 FS-ROTA               PIC 9(02) VALUE ZEROS.
       77 FS-LOJAS              PIC 9(02) VALUE ZEROS.
       77 PARAMS-STATUS         PIC 9(02) VALUE ZEROS.
       77 RELRES-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-MES               PIC 9(06) VALUE ZEROS.
       77 WRK-MES-INI           PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM           PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-FERIAS       PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-13O          PIC 9(06) VALUE ZEROS.
       77 WRK-RELRES-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-LOJA              PIC 9(02) VALUE ZEROS.
       77 WRK-I                 PIC 9(03) VALUE ZEROS.
       77 WRK-J                 PIC 9(03) VALUE ZEROS.
       77 WRK-K                 PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LOJAS          PIC 9(03) VALUE ZEROS.
       77 WRK-AUX-LOJA          PIC 9(02) VALUE ZEROS.
      *----RECEITA DO DIA DO CAIXA E O CONSOLIDADO GUARDADO ATE-------
      *----SABER SE O DIA TEVE FECHAMENTO POR LOJA---------------------
       77 WRK-DIA-ATUAL         PIC 9(08) VALUE ZEROS.
       77 WRK-RECEITA-DIA       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RECEITA-CONSOL    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TEM-CONSOL        PIC X(01) VALUE 'N'.
       77 WRK-TEM-LOJA          PIC X(01) VALUE 'N'.
      *----ACERVO: COPIAS DO TITULO EM LEITURA, CUSTO RATEADO E-------
      *----IDADE EM MESES PARA A DEPRECIACAO----------------------------
       77 WRK-CODFILME          PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COPIAS         PIC 9(03) VALUE ZEROS.
       77 WRK-CUSTO-COPIA       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DEPREC-MES        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-CONTABIL    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MESES-IDADE       PIC S9(05) VALUE ZEROS.
       77 WRK-DATA-BAIXA        PIC 9(08) VALUE ZEROS.
       77 WRK-ST-BAIXA          PIC X(01) VALUE SPACES.
       77 WRK-COPIA-BAIXA       PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA-BAIXA        PIC 9(02) VALUE ZEROS.
      *----TOTAIS DA REDE E EDICAO-------------------------------------
       77 WRK-TOT-RECEITA       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-FOLHA         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DEPREC        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ENTREGA       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-BAIXAS        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-AQUIS         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RESULTADO     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-MARGEM            PIC S9(03)V9 VALUE ZEROS.
       77 WRK-ED-RECEITA        PIC ZZZZZZ9,99.
       77 WRK-ED-FOLHA          PIC ZZZZZZ9,99.
       77 WRK-ED-DEPREC         PIC ZZZZZZ9,99.
       77 WRK-ED-ENTREGA        PIC ZZZZZZ9,99.
       77 WRK-ED-BAIXAS         PIC ZZZZZZ9,99.
       77 WRK-ED-RESULTADO      PIC -ZZZZZZ9,99.
       77 WRK-ED-MARGEM         PIC -ZZ9,9.
       77 WRK-ED-POS            PIC Z9.
       77 WRK-NOME-LOJA         PIC X(12) VALUE SPACES.
      *----DATAS QUEBRADAS EM ANO E MES PARA A IDADE DA COPIA----------
       01 WRK-MES-AUX.
           05 WRK-MES-ANO           PIC 9(04).
           05 WRK-MES-MM            PIC 9(02).
       01 WRK-DATA-AQ               PIC 9(08).
       01 FILLER REDEFINES WRK-DATA-AQ.
           05 WRK-AQ-ANO            PIC 9(04).
           05 WRK-AQ-MM             PIC 9(02).
           05 WRK-AQ-DD             PIC 9(02).
      *----COPIAS DO TITULO EM LEITURA (RATEIO DO CUSTO)---------------
       01 WRK-TAB-COPIAS.
           05 WRK-CP OCCURS 99 TIMES.
               10 WRK-CP-LOJA       PIC 9(02).
               10 WRK-CP-DATA       PIC 9(08).
               10 WRK-CP-ATIVA      PIC X(01).
      *----QUADRO DO MES POR LOJA (INDICE = CODIGO DA LOJA)------------
       01 WRK-TAB-LOJAS.
           05 WRK-RL OCCURS 99 TIMES.
               10 WRK-RL-NOME       PIC X(12).
               10 WRK-RL-USADA      PIC X(01).
               10 WRK-RL-RECEITA    PIC 9(09)V99.
               10 WRK-RL-FOLHA      PIC 9(09)V99.
               10 WRK-RL-DEPREC     PIC 9(09)V99.
               10 WRK-RL-PARADAS    PIC 9(05).
               10 WRK-RL-ENTREGA    PIC 9(09)V99.
               10 WRK-RL-BAIXAS     PIC 9(09)V99.
               10 WRK-RL-AQUIS      PIC 9(09)V99.
               10 WRK-RL-RESULTADO  PIC S9(09)V99.
      *----ORDEM DO RANKING (CODIGOS DE LOJA PELO RESULTADO)-----------
       01 WRK-TAB-RANKING.
           05 WRK-RANK-LOJA OCCURS 99 TIMES PIC 9(02).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS E PEDE O MES A APURAR---------------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RESULTADO POR LOJA".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CAIXA.
           IF CAIXA-STATUS NOT EQUAL ZEROS
               DISPLAY "CAIXA.DAT INDISPONIVEL - SEM RECEITA"
           END-IF.
           OPEN INPUT FOLHALEDG.
           IF FS-FOLHALEDG NOT EQUAL ZEROS
               DISPLAY "FOLHALEDG.DAT INDISPONIVEL - SEM PESSOAL"
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           OPEN INPUT COPIAS.
           OPEN INPUT AQUISICAO.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT EMPHIST.
           OPEN INPUT ROTA.
           OPEN INPUT LOJAS.
           OPEN INPUT PARAMS.
           MOVE 1 TO PARAM-CHAVE.
           IF PARAMS-STATUS EQUAL ZEROS
               READ PARAMS
                   INVALID KEY
                       MOVE 20 TO PARAM-DEPREC-ANO
                       MOVE ZEROS TO PARAM-CUSTO-PARADA
               END-READ
           ELSE
               MOVE 20 TO PARAM-DEPREC-ANO
               MOVE ZEROS TO PARAM-CUSTO-PARADA
           END-IF.
           IF PARAM-DEPREC-ANO EQUAL ZEROS
               MOVE 20 TO PARAM-DEPREC-ANO
           END-IF.
           DISPLAY "MES A APURAR (AAAAMM / 0 = MES ANTERIOR)..."
           ACCEPT WRK-MES.
           IF WRK-MES EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-MES-AUX
               IF WRK-MES-MM EQUAL 1
                   SUBTRACT 1 FROM WRK-MES-ANO
                   MOVE 12 TO WRK-MES-MM
               ELSE
                   SUBTRACT 1 FROM WRK-MES-MM
               END-IF
               MOVE WRK-MES-AUX TO WRK-MES
           END-IF.
           MOVE WRK-MES TO WRK-MES-AUX.
           COMPUTE WRK-MES-INI = WRK-MES * 100 + 1.
           COMPUTE WRK-MES-FIM = WRK-MES * 100 + 31.
           COMPUTE WRK-COMP-FERIAS = WRK-MES + 20.
           MOVE ZEROS TO WRK-COMP-13O.
           IF WRK-MES-MM EQUAL 11
               COMPUTE WRK-COMP-13O = WRK-MES-ANO * 100 + 13
           END-IF.
           IF WRK-MES-MM EQUAL 12
               COMPUTE WRK-COMP-13O = WRK-MES-ANO * 100 + 14
           END-IF.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 99
               MOVE SPACES TO WRK-RL-NOME(WRK-I)
               MOVE 'N' TO WRK-RL-USADA(WRK-I)
               MOVE ZEROS TO WRK-RL-RECEITA(WRK-I) WRK-RL-FOLHA(WRK-I)
                             WRK-RL-DEPREC(WRK-I) WRK-RL-PARADAS(WRK-I)
                             WRK-RL-ENTREGA(WRK-I) WRK-RL-BAIXAS(WRK-I)
                             WRK-RL-AQUIS(WRK-I)
                             WRK-RL-RESULTADO(WRK-I)
           END-PERFORM.
           PERFORM 0110-CARREGAR-LOJAS.

      *----LOJAS ATIVAS DO CADASTRO ENTRAM NO QUADRO MESMO SEM--------
      *----MOVIMENTO NO MES---------------------------------------------
       0110-CARREGAR-LOJAS        SECTION.
           MOVE 'MATRIZ' TO WRK-RL-NOME(1).
           IF FS-LOJAS EQUAL ZEROS
               MOVE ZEROS TO LOJA-CODIGO
               START LOJAS KEY >= LOJA-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ LOJAS NEXT
                       PERFORM UNTIL FS-LOJAS NOT EQUAL ZEROS
                           IF LOJA-CODIGO GREATER ZEROS
                               MOVE LOJA-NOME
                                    TO WRK-RL-NOME(LOJA-CODIGO)
                               IF LOJA-ESTA-ATIVA
                                   MOVE 'S'
                                    TO WRK-RL-USADA(LOJA-CODIGO)
                               END-IF
                           END-IF
                           READ LOJAS NEXT
                       END-PERFORM
               END-START
           END-IF.

       0200-PROCESSAR             SECTION.
           PERFORM 0210-APURAR-RECEITA.
           PERFORM 0220-APURAR-PESSOAL.
           PERFORM 0230-APURAR-ACERVO.
           PERFORM 0240-APURAR-BAIXAS.
           PERFORM 0250-APURAR-ENTREGAS.
           PERFORM 0260-CALCULAR-RESULTADO.
           PERFORM 0270-CLASSIFICAR.
           PERFORM 0400-IMPRIMIR.

      *----RECEITA DOS FECHAMENTOS DE CAIXA DO MES, DIA A DIA---------
       0210-APURAR-RECEITA        SECTION.
           IF CAIXA-STATUS EQUAL ZEROS
               MOVE ZEROS TO WRK-DIA-ATUAL
               MOVE 'N' TO WRK-TEM-CONSOL WRK-TEM-LOJA
               MOVE WRK-MES-INI TO CAIXA-DATA
               MOVE ZEROS TO CAIXA-LOJA
               START CAIXA KEY >= CAIXA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CAIXA NEXT
                       PERFORM UNTIL CAIXA-STATUS NOT EQUAL ZEROS
                               OR CAIXA-DATA GREATER WRK-MES-FIM
                           IF CAIXA-DATA NOT EQUAL WRK-DIA-ATUAL
                               PERFORM 0215-FECHAR-DIA
                               MOVE CAIXA-DATA TO WRK-DIA-ATUAL
                           END-IF
                           COMPUTE WRK-RECEITA-DIA =
                               CAIXA-VLR-LOCACOES + CAIXA-VLR-ENTREGAS
                               + CAIXA-VLR-MULTAS + CAIXA-VLR-VENDAS
                               + CAIXA-VLR-RENOV + CAIXA-VLR-PLANOS
                           IF CAIXA-LOJA EQUAL ZEROS
                               MOVE WRK-RECEITA-DIA
                                    TO WRK-RECEITA-CONSOL
                               MOVE 'S' TO WRK-TEM-CONSOL
                           ELSE
                               MOVE 'S' TO WRK-TEM-LOJA
                               ADD WRK-RECEITA-DIA
                                   TO WRK-RL-RECEITA(CAIXA-LOJA)
                               MOVE 'S' TO WRK-RL-USADA(CAIXA-LOJA)
                           END-IF
                           READ CAIXA NEXT
                       END-PERFORM
                       PERFORM 0215-FECHAR-DIA
               END-START
           END-IF.

      *----DIA SO COM O CONSOLIDADO: A RECEITA VAI PARA A MATRIZ------
       0215-FECHAR-DIA            SECTION.
           IF WRK-TEM-CONSOL EQUAL 'S' AND WRK-TEM-LOJA EQUAL 'N'
               ADD WRK-RECEITA-CONSOL TO WRK-RL-RECEITA(1)
               MOVE 'S' TO WRK-RL-USADA(1)
           END-IF.
           MOVE 'N' TO WRK-TEM-CONSOL WRK-TEM-LOJA.
           MOVE ZEROS TO WRK-RECEITA-CONSOL.

      *----BRUTO DO RAZAO DA FOLHA NA LOJA DE LOTACAO: COMPETENCIA----
      *----DO MES, FERIAS GOZADAS NO MES E A PARCELA DO 13O DO MES-----
       0220-APURAR-PESSOAL        SECTION.
           IF FS-FOLHALEDG EQUAL ZEROS
               MOVE ZEROS TO FLH-CHAVE
               START FOLHALEDG KEY >= FLH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FOLHALEDG NEXT
                       PERFORM UNTIL FS-FOLHALEDG NOT EQUAL ZEROS
                           IF FLH-COMPETENCIA EQUAL WRK-MES OR
                              FLH-COMPETENCIA EQUAL WRK-COMP-FERIAS OR
                              (WRK-COMP-13O GREATER ZEROS AND
                               FLH-COMPETENCIA EQUAL WRK-COMP-13O)
                               PERFORM 0225-LANCAR-PESSOAL
                           END-IF
                           READ FOLHALEDG NEXT
                       END-PERFORM
               END-START
           END-IF.

       0225-LANCAR-PESSOAL        SECTION.
           MOVE 1 TO WRK-LOJA.
           MOVE FLH-FUNCIONARIO TO FUNC-CODIGO.
           READ FUNCIONARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNC-LOJA GREATER ZEROS
                       MOVE FUNC-LOJA TO WRK-LOJA
                   END-IF
           END-READ.
           ADD FLH-BRUTO TO WRK-RL-FOLHA(WRK-LOJA).
           MOVE 'S' TO WRK-RL-USADA(WRK-LOJA).

      *----VARRE AS COPIAS TITULO A TITULO: A COMPRA DO MES VAI PARA--
      *----O INVESTIMENTO E A COPIA EM CIRCULACAO DEPRECIA NO MES------
       0230-APURAR-ACERVO         SECTION.
           IF COPIAS-STATUS EQUAL ZEROS
               MOVE ZEROS TO WRK-CODFILME WRK-QT-COPIAS
               MOVE ZEROS TO COPIA-CHAVE
               START COPIAS KEY >= COPIA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COPIAS NEXT
                       PERFORM UNTIL COPIAS-STATUS NOT EQUAL ZEROS
                           IF COPIA-CODFILME NOT EQUAL WRK-CODFILME
                               PERFORM 0235-FECHAR-TITULO
                               MOVE COPIA-CODFILME TO WRK-CODFILME
                           END-IF
                           IF COPIA-NUMERO GREATER ZEROS
                               ADD 1 TO WRK-QT-COPIAS
                               MOVE COPIA-LOJA
                                    TO WRK-CP-LOJA(WRK-QT-COPIAS)
                               MOVE COPIA-DATA-AQUISICAO
                                    TO WRK-CP-DATA(WRK-QT-COPIAS)
                               MOVE COPIA-ATIVA
                                    TO WRK-CP-ATIVA(WRK-QT-COPIAS)
                           END-IF
                           READ COPIAS NEXT
                       END-PERFORM
                       PERFORM 0235-FECHAR-TITULO
               END-START
           END-IF.

      *----CUSTO DO TITULO RATEADO PELAS COPIAS CADASTRADAS, COMO NO--
      *----RENTAB; SEM AQUISICAO CADASTRADA O TITULO NAO TEM CUSTO-----
       0235-FECHAR-TITULO         SECTION.
           IF WRK-QT-COPIAS GREATER ZEROS
               MOVE WRK-CODFILME TO AQUIS-CODFILME
               READ AQUISICAO
                   INVALID KEY
                       MOVE ZEROS TO AQUIS-CUSTO AQUIS-DATA-COMPRA
                                     AQUIS-CUSTO-TOTAL
               END-READ
               IF AQUIS-CUSTO-TOTAL IS NUMERIC AND
                  AQUIS-CUSTO-TOTAL GREATER ZEROS
                   COMPUTE WRK-CUSTO-COPIA ROUNDED =
                       AQUIS-CUSTO-TOTAL / WRK-QT-COPIAS
               ELSE
                   MOVE AQUIS-CUSTO TO WRK-CUSTO-COPIA
               END-IF
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I GREATER WRK-QT-COPIAS
                   PERFORM 0237-APURAR-COPIA
               END-PERFORM
           END-IF.
           MOVE ZEROS TO WRK-QT-COPIAS.

       0237-APURAR-COPIA          SECTION.
           MOVE WRK-CP-LOJA(WRK-I) TO WRK-LOJA.
           IF WRK-LOJA EQUAL ZEROS
               MOVE 1 TO WRK-LOJA
           END-IF.
           MOVE WRK-CP-DATA(WRK-I) TO WRK-DATA-AQ.
           IF WRK-DATA-AQ EQUAL ZEROS
               MOVE AQUIS-DATA-COMPRA TO WRK-DATA-AQ
           END-IF.
           IF WRK-DATA-AQ NOT LESS WRK-MES-INI AND
              WRK-DATA-AQ NOT GREATER WRK-MES-FIM
               ADD WRK-CUSTO-COPIA TO WRK-RL-AQUIS(WRK-LOJA)
               MOVE 'S' TO WRK-RL-USADA(WRK-LOJA)
           END-IF.
           IF WRK-CP-ATIVA(WRK-I) EQUAL 'S' AND
              WRK-DATA-AQ GREATER ZEROS AND
              WRK-DATA-AQ NOT GREATER WRK-MES-FIM
               PERFORM 0238-CALCULAR-IDADE
      *----JA TOTALMENTE DEPRECIADA NAO PESA MAIS NO RESULTADO---------
               IF WRK-MESES-IDADE * PARAM-DEPREC-ANO LESS 1200
                   COMPUTE WRK-DEPREC-MES ROUNDED =
                       WRK-CUSTO-COPIA * PARAM-DEPREC-ANO / 1200
                   ADD WRK-DEPREC-MES TO WRK-RL-DEPREC(WRK-LOJA)
                   MOVE 'S' TO WRK-RL-USADA(WRK-LOJA)
               END-IF
           END-IF.

      *----MESES ENTRE A AQUISICAO (WRK-DATA-AQ) E O MES APURADO------
       0238-CALCULAR-IDADE        SECTION.
           COMPUTE WRK-MESES-IDADE =
               (WRK-MES-ANO * 12 + WRK-MES-MM)
               - (WRK-AQ-ANO * 12 + WRK-AQ-MM).
           IF WRK-MESES-IDADE LESS ZEROS
               MOVE ZEROS TO WRK-MESES-IDADE
           END-IF.

      *----COPIAS BAIXADAS NO BALCAO NO MES (DEVOLUCAO AVARIADA OU----
      *----EXTRAVIO), NO ARQUIVO VIVO E NO MORTO------------------------
       0240-APURAR-BAIXAS         SECTION.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               MOVE ZEROS TO EMP-CHAVE
               START EMPRESTIMOS KEY >= EMP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPRESTIMOS NEXT
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                           IF (EMP-DEV-AVARIADO OR EMP-EXTRAVIADO) AND
                              EMP-DATA-DEVOLUCAO NOT LESS WRK-MES-INI
                              AND EMP-DATA-DEVOLUCAO NOT GREATER
                                  WRK-MES-FIM
                               MOVE EMP-CODFILME TO WRK-CODFILME
                               MOVE EMP-COPIA TO WRK-COPIA-BAIXA
                               MOVE EMP-LOJA TO WRK-LOJA-BAIXA
                               MOVE EMP-DATA-DEVOLUCAO TO WRK-DATA-BAIXA
                               PERFORM 0245-LANCAR-BAIXA
                           END-IF
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
           END-IF.
           IF EMPHIST-STATUS EQUAL ZEROS
               MOVE ZEROS TO HIST-CHAVE
               START EMPHIST KEY >= HIST-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPHIST NEXT
                       PERFORM UNTIL EMPHIST-STATUS NOT EQUAL ZEROS
                           MOVE HIST-STATUS TO WRK-ST-BAIXA
                           IF (WRK-ST-BAIXA EQUAL 'V' OR
                               WRK-ST-BAIXA EQUAL 'E') AND
                              HIST-DATA-DEVOLUCAO NOT LESS WRK-MES-INI
                              AND HIST-DATA-DEVOLUCAO NOT GREATER
                                  WRK-MES-FIM
                               MOVE HIST-CODFILME TO WRK-CODFILME
                               MOVE HIST-COPIA TO WRK-COPIA-BAIXA
                               MOVE HIST-LOJA TO WRK-LOJA-BAIXA
                               MOVE HIST-DATA-DEVOLUCAO
                                    TO WRK-DATA-BAIXA
                               PERFORM 0245-LANCAR-BAIXA
                           END-IF
                           READ EMPHIST NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----VALOR CONTABIL DA COPIA NA BAIXA (CUSTO RATEADO MENOS A----
      *----DEPRECIACAO ACUMULADA), NA LOJA DONA DA COPIA---------------
       0245-LANCAR-BAIXA          SECTION.
           IF WRK-COPIA-BAIXA EQUAL ZEROS
               MOVE 1 TO WRK-COPIA-BAIXA
           END-IF.
           MOVE WRK-CODFILME TO AQUIS-CODFILME.
           READ AQUISICAO
               INVALID KEY
                   MOVE ZEROS TO AQUIS-CUSTO AQUIS-DATA-COMPRA
                                 AQUIS-CUSTO-TOTAL
           END-READ.
           MOVE ZEROS TO WRK-QT-COPIAS WRK-DATA-AQ.
           MOVE WRK-LOJA-BAIXA TO WRK-LOJA.
           IF COPIAS-STATUS NOT EQUAL 35
               MOVE WRK-CODFILME TO COPIA-CODFILME
               MOVE ZEROS TO COPIA-NUMERO
               START COPIAS KEY >= COPIA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COPIAS NEXT
                       PERFORM UNTIL COPIAS-STATUS NOT EQUAL ZEROS
                               OR COPIA-CODFILME NOT EQUAL WRK-CODFILME
                           IF COPIA-NUMERO GREATER ZEROS
                               ADD 1 TO WRK-QT-COPIAS
                           END-IF
                           IF COPIA-NUMERO EQUAL WRK-COPIA-BAIXA
                               MOVE COPIA-DATA-AQUISICAO TO WRK-DATA-AQ
                               MOVE COPIA-LOJA TO WRK-LOJA
                           END-IF
                           READ COPIAS NEXT
                       END-PERFORM
               END-START
           END-IF.
           IF WRK-QT-COPIAS EQUAL ZEROS
               MOVE 1 TO WRK-QT-COPIAS
           END-IF.
           IF WRK-LOJA EQUAL ZEROS
               MOVE 1 TO WRK-LOJA
           END-IF.
           IF WRK-DATA-AQ EQUAL ZEROS
               MOVE AQUIS-DATA-COMPRA TO WRK-DATA-AQ
           END-IF.
           IF AQUIS-CUSTO-TOTAL IS NUMERIC AND
              AQUIS-CUSTO-TOTAL GREATER ZEROS
               COMPUTE WRK-CUSTO-COPIA ROUNDED =
                   AQUIS-CUSTO-TOTAL / WRK-QT-COPIAS
           ELSE
               MOVE AQUIS-CUSTO TO WRK-CUSTO-COPIA
           END-IF.
           MOVE ZEROS TO WRK-MESES-IDADE.
           IF WRK-DATA-AQ GREATER ZEROS
               PERFORM 0238-CALCULAR-IDADE
           END-IF.
           IF WRK-MESES-IDADE * PARAM-DEPREC-ANO NOT LESS 1200
               MOVE ZEROS TO WRK-VALOR-CONTABIL
           ELSE
               COMPUTE WRK-VALOR-CONTABIL ROUNDED = WRK-CUSTO-COPIA *
                   (1200 - WRK-MESES-IDADE * PARAM-DEPREC-ANO) / 1200
           END-IF.
           ADD WRK-VALOR-CONTABIL TO WRK-RL-BAIXAS(WRK-LOJA).
           MOVE 'S' TO WRK-RL-USADA(WRK-LOJA).

      *----PARADAS DO ENTREGADOR NO MES (ENTREGA E COLETA, COM OU-----
      *----SEM SUCESSO: A VIAGEM FOI FEITA) PELO CUSTO POR PARADA------
       0250-APURAR-ENTREGAS       SECTION.
           IF FS-ROTA EQUAL ZEROS
               MOVE LOW-VALUES TO ROTA-CHAVE
               MOVE WRK-MES-INI TO ROTA-DATA
               START ROTA KEY >= ROTA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ROTA NEXT
                       PERFORM UNTIL FS-ROTA NOT EQUAL ZEROS
                               OR ROTA-DATA GREATER WRK-MES-FIM
                           MOVE ROTA-LOJA TO WRK-LOJA
                           IF WRK-LOJA EQUAL ZEROS
                               MOVE 1 TO WRK-LOJA
                           END-IF
                           ADD 1 TO WRK-RL-PARADAS(WRK-LOJA)
                           MOVE 'S' TO WRK-RL-USADA(WRK-LOJA)
                           READ ROTA NEXT
                       END-PERFORM
               END-START
           END-IF.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 99
               COMPUTE WRK-RL-ENTREGA(WRK-I) =
                   WRK-RL-PARADAS(WRK-I) * PARAM-CUSTO-PARADA
           END-PERFORM.

      *----RESULTADO DE CADA LOJA E TOTAIS DA REDE---------------------
       0260-CALCULAR-RESULTADO    SECTION.
           MOVE ZEROS TO WRK-QT-LOJAS.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 99
               IF WRK-RL-USADA(WRK-I) EQUAL 'S'
                   COMPUTE WRK-RL-RESULTADO(WRK-I) =
                       WRK-RL-RECEITA(WRK-I) - WRK-RL-FOLHA(WRK-I)
                       - WRK-RL-DEPREC(WRK-I) - WRK-RL-ENTREGA(WRK-I)
                       - WRK-RL-BAIXAS(WRK-I)
                   ADD WRK-RL-RECEITA(WRK-I) TO WRK-TOT-RECEITA
                   ADD WRK-RL-FOLHA(WRK-I) TO WRK-TOT-FOLHA
                   ADD WRK-RL-DEPREC(WRK-I) TO WRK-TOT-DEPREC
                   ADD WRK-RL-ENTREGA(WRK-I) TO WRK-TOT-ENTREGA
                   ADD WRK-RL-BAIXAS(WRK-I) TO WRK-TOT-BAIXAS
                   ADD WRK-RL-AQUIS(WRK-I) TO WRK-TOT-AQUIS
                   ADD WRK-RL-RESULTADO(WRK-I) TO WRK-TOT-RESULTADO
                   ADD 1 TO WRK-QT-LOJAS
                   MOVE WRK-I TO WRK-RANK-LOJA(WRK-QT-LOJAS)
               END-IF
           END-PERFORM.

      *----ORDENA AS LOJAS DO MAIOR PARA O MENOR RESULTADO------------
       0270-CLASSIFICAR           SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I NOT LESS WRK-QT-LOJAS
               PERFORM VARYING WRK-J FROM 1 BY 1
                       UNTIL WRK-J GREATER WRK-QT-LOJAS - WRK-I
                   COMPUTE WRK-K = WRK-J + 1
                   IF WRK-RL-RESULTADO(WRK-RANK-LOJA(WRK-J)) LESS
                      WRK-RL-RESULTADO(WRK-RANK-LOJA(WRK-K))
                       MOVE WRK-RANK-LOJA(WRK-J) TO WRK-AUX-LOJA
                       MOVE WRK-RANK-LOJA(WRK-K)
                            TO WRK-RANK-LOJA(WRK-J)
                       MOVE WRK-AUX-LOJA TO WRK-RANK-LOJA(WRK-K)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----RELATORIO DATADO: RANKING, TOTAL DA REDE E INVESTIMENTO----
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-RELRES-NOME.
           STRING
               'DADOS\RESLOJA'      DELIMITED BY SIZE
               WRK-MES              DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELRES-NOME
           END-STRING.
           OPEN OUTPUT RELRES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'RESULTADO POR LOJA - MES: ' DELIMITED BY SIZE
               WRK-MES                      DELIMITED BY SIZE
               ' - EMITIDO EM '             DELIMITED BY SIZE
               WRK-HOJE                     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'RK LJ NOME            RECEITA    PESSOAL '
                                             DELIMITED BY SIZE
               'DEPRECIAC    ENTREGA     BAIXAS  RESULTADO  MARG%'
                                             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-LOJAS
               MOVE WRK-RANK-LOJA(WRK-I) TO WRK-LOJA
               PERFORM 0410-LINHA-LOJA
           END-PERFORM.
           MOVE '-----------------------------------------------'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-RECEITA TO WRK-ED-RECEITA.
           MOVE WRK-TOT-FOLHA TO WRK-ED-FOLHA.
           MOVE WRK-TOT-DEPREC TO WRK-ED-DEPREC.
           MOVE WRK-TOT-ENTREGA TO WRK-ED-ENTREGA.
           MOVE WRK-TOT-BAIXAS TO WRK-ED-BAIXAS.
           MOVE WRK-TOT-RESULTADO TO WRK-ED-RESULTADO.
           MOVE ZEROS TO WRK-MARGEM.
           IF WRK-TOT-RECEITA GREATER ZEROS
               COMPUTE WRK-MARGEM ROUNDED =
                   WRK-TOT-RESULTADO * 100 / WRK-TOT-RECEITA
           END-IF.
           MOVE WRK-MARGEM TO WRK-ED-MARGEM.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'REDE           '    DELIMITED BY SIZE
               WRK-ED-RECEITA       DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-FOLHA         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-DEPREC        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-ENTREGA       DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-BAIXAS        DELIMITED BY SIZE
               WRK-ED-RESULTADO     DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-MARGEM        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'COMPRA DE COPIAS NO MES (INVESTIMENTO)'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-LOJAS
               MOVE WRK-RANK-LOJA(WRK-I) TO WRK-LOJA
               IF WRK-RL-AQUIS(WRK-LOJA) GREATER ZEROS
                   MOVE WRK-RL-AQUIS(WRK-LOJA) TO WRK-ED-RECEITA
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING
                       '   '                 DELIMITED BY SIZE
                       WRK-LOJA              DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       WRK-RL-NOME(WRK-LOJA) DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       WRK-ED-RECEITA        DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0450-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-AQUIS TO WRK-ED-RECEITA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '   TOTAL DA REDE   ' DELIMITED BY SIZE
               WRK-ED-RECEITA        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           IF PARAM-CUSTO-PARADA EQUAL ZEROS
               MOVE 'ATENCAO: CUSTO POR PARADA NAO CADASTRADO'
                    TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
           END-IF.
           CLOSE RELRES.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELRES-NOME.

      *----UMA LINHA DO RANKING---------------------------------------
       0410-LINHA-LOJA            SECTION.
           MOVE WRK-I TO WRK-ED-POS.
           MOVE WRK-RL-NOME(WRK-LOJA) TO WRK-NOME-LOJA.
           MOVE WRK-RL-RECEITA(WRK-LOJA) TO WRK-ED-RECEITA.
           MOVE WRK-RL-FOLHA(WRK-LOJA) TO WRK-ED-FOLHA.
           MOVE WRK-RL-DEPREC(WRK-LOJA) TO WRK-ED-DEPREC.
           MOVE WRK-RL-ENTREGA(WRK-LOJA) TO WRK-ED-ENTREGA.
           MOVE WRK-RL-BAIXAS(WRK-LOJA) TO WRK-ED-BAIXAS.
           MOVE WRK-RL-RESULTADO(WRK-LOJA) TO WRK-ED-RESULTADO.
           MOVE ZEROS TO WRK-MARGEM.
           IF WRK-RL-RECEITA(WRK-LOJA) GREATER ZEROS
               COMPUTE WRK-MARGEM ROUNDED =
                   WRK-RL-RESULTADO(WRK-LOJA) * 100
                   / WRK-RL-RECEITA(WRK-LOJA)
           END-IF.
           MOVE WRK-MARGEM TO WRK-ED-MARGEM.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-ED-POS           DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-LOJA             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-NOME-LOJA        DELIMITED BY SIZE
               WRK-ED-RECEITA       DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-FOLHA         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-DEPREC        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-ENTREGA       DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-BAIXAS        DELIMITED BY SIZE
               WRK-ED-RESULTADO     DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-MARGEM        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELRES-DADOS.
           WRITE RELRES-REG.

       0300-FINALIZAR             SECTION.
           CLOSE CAIXA.
           CLOSE FOLHALEDG.
           CLOSE FUNCIONARIOS.
           CLOSE COPIAS.
           CLOSE AQUISICAO.
           CLOSE EMPRESTIMOS.
           CLOSE EMPHIST.
           CLOSE ROTA.
           CLOSE LOJAS.
           CLOSE PARAMS.
           DISPLAY "LOJAS NO QUADRO........" WRK-QT-LOJAS.
           DISPLAY "RESULTADO DA REDE......" WRK-ED-RESULTADO.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RESULTADO POR LOJA".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'RESLOJA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-LOJAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
