       IDENTIFICATION              DIVISION.
       PROGRAM-ID. DESGASTE.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: JOB MENSAL DE DESGASTE DAS COPIAS FISICAS - CONTA
      *==           AS LOCACOES DE CADA COPIA (EMP-COPIA NO
      *==           EMPRESTIMOS.DAT E HIST-COPIA NO EMPHIST.DAT) E AS
      *==           DEVOLUCOES AVARIADAS, OLHA A CONDICAO E A DATA DE
      *==           AQUISICAO DA COPIA (COPIAS.DAT) E PROPOE PARA
      *==           APOSENTADORIA AS COPIAS GASTAS, AVARIADAS OU
      *==           VELHAS E OCIOSAS. A LISTA VAI PARA VENDASUG.DAT
      *==           COM O PRECO SUGERIDO, PARA O VENDACOP, E PARA O
      *==           RELATORIO DESGASTEAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: A LISTA E REFEITA A CADA EXECUCAO. O PRECO
      *==           SEGUE A REGRA DO VENDACOP (CUSTO DEPRECIADO POR
      *==           PARAM-DEPREC-ANO, PISO PARAM-VENDA-MINIMO).
      *==           LIMITES EM PARAM-DESG-* (PARAMCAD)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
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

           SELECT PARAMS ASSIGN TO 'DADOS\PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY IS PARAM-CHAVE.

      *----LISTA DE COPIAS A APOSENTAR, LIDA PELO VENDACOP-------------
           SELECT VENDASUG ASSIGN TO 'DADOS\VENDASUG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSUG-CHAVE
               FILE STATUS IS FS-VENDASUG.

      *----RELATORIO DO MES, NOME COM O ANO/MES------------------------
           SELECT RELDES ASSIGN TO WRK-RELDES-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELDES-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD COPIAS.
           COPY "COPIAREG".

       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD EMPHIST.
           COPY "EMPHISTREG".

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

       FD PARAMS.
           COPY "PARAMREG".

       FD VENDASUG.
           COPY "VSUGREG".

       FD RELDES.
       01 RELDES-REG.
           05 RELDES-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 COPIAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 EMPHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 AQUISICAO-STATUS      PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 PARAMS-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-VENDASUG           PIC 9(02) VALUE ZEROS.
       77 RELDES-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-RELDES-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-TITULO-REL        PIC X(30) VALUE SPACES.
       77 WRK-CODFILME-ATUAL    PIC 9(05) VALUE ZEROS.
       77 WRK-COPIA             PIC 9(02) VALUE ZEROS.
       77 WRK-I                 PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO            PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO-DESC       PIC X(14) VALUE SPACES.
       77 WRK-DATA-BASE         PIC 9(08) VALUE ZEROS.
       77 WRK-ANOS              PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-PARADA       PIC 9(05) VALUE ZEROS.
       77 WRK-PRECO             PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-ED          PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-QT-COPIAS-LIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PROPOSTAS      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PRECO         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-PRECO-ED      PIC ZZZZZZ9,99 VALUE ZEROS.

      *----USO DE CADA COPIA DO TITULO CORRENTE------------------------
       01 WRK-TAB-USO.
           05 WRK-USO OCCURS 99 TIMES.
               10 WRK-USO-QT-LOC    PIC 9(05).
               10 WRK-USO-QT-AVAR   PIC 9(03).
               10 WRK-USO-ULTIMA    PIC 9(08).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS, LE OS LIMITES E REFAZ A LISTA------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO DESGASTE DAS COPIAS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT COPIAS.
           IF COPIAS-STATUS EQUAL 35
               DISPLAY "COPIAS.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT EMPHIST.
           OPEN INPUT AQUISICAO.
           OPEN INPUT FILMES.
           OPEN INPUT PARAMS.
           MOVE 1 TO PARAM-CHAVE.
           IF PARAMS-STATUS EQUAL ZEROS
               READ PARAMS
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF PARAM-DEPREC-ANO EQUAL ZEROS
               MOVE 20 TO PARAM-DEPREC-ANO
           END-IF.
           IF PARAM-VENDA-MINIMO EQUAL ZEROS
               MOVE 5,00 TO PARAM-VENDA-MINIMO
           END-IF.
           IF PARAM-DESG-MAX-LOC EQUAL ZEROS
               MOVE 60 TO PARAM-DESG-MAX-LOC
           END-IF.
           IF PARAM-DESG-MAX-AVARIA EQUAL ZEROS
               MOVE 1 TO PARAM-DESG-MAX-AVARIA
           END-IF.
           IF PARAM-DESG-ANOS EQUAL ZEROS
               MOVE 3 TO PARAM-DESG-ANOS
           END-IF.
           IF PARAM-DESG-DIAS-OCIOSA EQUAL ZEROS
               MOVE 180 TO PARAM-DESG-DIAS-OCIOSA
           END-IF.
           OPEN OUTPUT VENDASUG.
           MOVE SPACES TO WRK-RELDES-NOME.
           STRING
               'DADOS\DESGASTE'     DELIMITED BY SIZE
               WRK-HOJE(1:6)        DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELDES-NOME
           END-STRING.
           OPEN OUTPUT RELDES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'COPIAS PROPOSTAS PARA APOSENTADORIA EM: '
                                    DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'FILME TITULO / COPIA / MOTIVO / LOCACOES / AVARIAS /'
                TO WRK-LINHA-REL.
           MOVE 'ULTIMA SAIDA / PRECO SUGERIDO' TO WRK-LINHA-REL(54:29).
           PERFORM 0450-GRAVAR-LINHA.
           MOVE '==============================================='
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.

      *----PERCORRE AS COPIAS NA ORDEM DA CHAVE; A CADA TITULO NOVO---
      *----CARREGA O USO DE TODAS AS SUAS COPIAS-----------------------
       0200-PROCESSAR             SECTION.
           IF COPIAS-STATUS EQUAL ZEROS
               MOVE ZEROS TO COPIA-CODFILME COPIA-NUMERO
               START COPIAS KEY >= COPIA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COPIAS NEXT
                       PERFORM UNTIL COPIAS-STATUS NOT EQUAL ZEROS
                           IF COPIA-CODFILME NOT EQUAL
                              WRK-CODFILME-ATUAL
                               MOVE COPIA-CODFILME
                                    TO WRK-CODFILME-ATUAL
                               PERFORM 0210-CARREGAR-USO
                           END-IF
                           IF COPIA-EM-CIRCULACAO
                              AND COPIA-NUMERO GREATER ZEROS
                               ADD 1 TO WRK-QT-COPIAS-LIDAS
                               PERFORM 0230-AVALIAR-COPIA
                           END-IF
                           READ COPIAS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----LOCACOES, AVARIAS E ULTIMA SAIDA POR COPIA DO TITULO-------
       0210-CARREGAR-USO          SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 99
               MOVE ZEROS TO WRK-USO-QT-LOC(WRK-I)
                             WRK-USO-QT-AVAR(WRK-I)
                             WRK-USO-ULTIMA(WRK-I)
           END-PERFORM.
           MOVE WRK-CODFILME-ATUAL TO EMP-CODFILME.
           START EMPRESTIMOS KEY IS EQUAL TO EMP-CODFILME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMPRESTIMOS NEXT
                   PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                           OR EMP-CODFILME NOT EQUAL WRK-CODFILME-ATUAL
                       MOVE EMP-COPIA TO WRK-COPIA
                       IF WRK-COPIA EQUAL ZEROS
                           MOVE 1 TO WRK-COPIA
                       END-IF
                       ADD 1 TO WRK-USO-QT-LOC(WRK-COPIA)
                       IF EMP-DEV-AVARIADO
                           ADD 1 TO WRK-USO-QT-AVAR(WRK-COPIA)
                       END-IF
                       IF EMP-DATA-EMPRESTIMO GREATER
                          WRK-USO-ULTIMA(WRK-COPIA)
                           MOVE EMP-DATA-EMPRESTIMO
                                TO WRK-USO-ULTIMA(WRK-COPIA)
                       END-IF
                       READ EMPRESTIMOS NEXT
                   END-PERFORM
           END-START.
           MOVE WRK-CODFILME-ATUAL TO HIST-CODFILME.
           MOVE ZEROS TO HIST-CLIENTE HIST-DATA-EMPRESTIMO.
           START EMPHIST KEY >= HIST-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMPHIST NEXT
                   PERFORM UNTIL EMPHIST-STATUS NOT EQUAL ZEROS
                           OR HIST-CODFILME NOT EQUAL WRK-CODFILME-ATUAL
                       MOVE HIST-COPIA TO WRK-COPIA
                       IF WRK-COPIA EQUAL ZEROS
                           MOVE 1 TO WRK-COPIA
                       END-IF
                       ADD 1 TO WRK-USO-QT-LOC(WRK-COPIA)
                       IF HIST-STATUS EQUAL 'V'
                           ADD 1 TO WRK-USO-QT-AVAR(WRK-COPIA)
                       END-IF
                       IF HIST-DATA-EMPRESTIMO GREATER
                          WRK-USO-ULTIMA(WRK-COPIA)
                           MOVE HIST-DATA-EMPRESTIMO
                                TO WRK-USO-ULTIMA(WRK-COPIA)
                       END-IF
                       READ EMPHIST NEXT
                   END-PERFORM
           END-START.

      *----REGRAS DE APOSENTADORIA, NA ORDEM: USO, AVARIA, CONDICAO---
      *----DO CADASTRO E COPIA VELHA QUE NINGUEM LEVA-------------------
       0230-AVALIAR-COPIA         SECTION.
           MOVE COPIA-NUMERO TO WRK-COPIA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO AQUIS-CUSTO AQUIS-DATA-COMPRA.
           MOVE COPIA-CODFILME TO AQUIS-CODFILME.
           READ AQUISICAO
               INVALID KEY
                   MOVE ZEROS TO AQUIS-CUSTO AQUIS-DATA-COMPRA
           END-READ.
           IF COPIA-DATA-AQUISICAO GREATER ZEROS
               MOVE COPIA-DATA-AQUISICAO TO WRK-DATA-BASE
           ELSE
               MOVE AQUIS-DATA-COMPRA TO WRK-DATA-BASE
           END-IF.
           IF WRK-DATA-BASE GREATER ZEROS
               COMPUTE WRK-ANOS =
                   (FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)) / 365
           ELSE
               MOVE ZEROS TO WRK-ANOS
           END-IF.
           IF WRK-USO-ULTIMA(WRK-COPIA) GREATER ZEROS
               COMPUTE WRK-DIAS-PARADA =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WRK-USO-ULTIMA(WRK-COPIA))
           ELSE
               MOVE 99999 TO WRK-DIAS-PARADA
           END-IF.
           EVALUATE TRUE
               WHEN WRK-USO-QT-LOC(WRK-COPIA) NOT LESS
                    PARAM-DESG-MAX-LOC
                   MOVE 'U' TO WRK-MOTIVO
                   MOVE 'MUITO USO' TO WRK-MOTIVO-DESC
               WHEN WRK-USO-QT-AVAR(WRK-COPIA) GREATER
                    PARAM-DESG-MAX-AVARIA
                   MOVE 'A' TO WRK-MOTIVO
                   MOVE 'AVARIADA' TO WRK-MOTIVO-DESC
               WHEN COPIA-CONDICAO EQUAL 'D'
                   MOVE 'C' TO WRK-MOTIVO
                   MOVE 'CONDICAO RUIM' TO WRK-MOTIVO-DESC
               WHEN WRK-ANOS NOT LESS PARAM-DESG-ANOS
                    AND WRK-DIAS-PARADA GREATER PARAM-DESG-DIAS-OCIOSA
                   MOVE 'O' TO WRK-MOTIVO
                   MOVE 'VELHA/OCIOSA' TO WRK-MOTIVO-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0240-CALCULAR-PRECO
               PERFORM 0250-GRAVAR-SUGESTAO
               PERFORM 0410-LINHA-COPIA
           END-IF.

      *----PRECO SUGERIDO PELA MESMA REGRA DO VENDACOP----------------
       0240-CALCULAR-PRECO        SECTION.
           IF WRK-ANOS * PARAM-DEPREC-ANO NOT LESS 100
               MOVE ZEROS TO WRK-PRECO
           ELSE
               COMPUTE WRK-PRECO = AQUIS-CUSTO *
                   (100 - (WRK-ANOS * PARAM-DEPREC-ANO)) / 100
           END-IF.
           IF WRK-PRECO LESS PARAM-VENDA-MINIMO
               MOVE PARAM-VENDA-MINIMO TO WRK-PRECO
           END-IF.

       0250-GRAVAR-SUGESTAO       SECTION.
           MOVE COPIA-CODFILME TO VSUG-CODFILME.
           MOVE COPIA-NUMERO TO VSUG-COPIA.
           MOVE WRK-MOTIVO TO VSUG-MOTIVO.
           MOVE WRK-USO-QT-LOC(WRK-COPIA) TO VSUG-QT-LOCACOES.
           MOVE WRK-USO-QT-AVAR(WRK-COPIA) TO VSUG-QT-AVARIAS.
           MOVE WRK-USO-ULTIMA(WRK-COPIA) TO VSUG-ULTIMA-SAIDA.
           MOVE WRK-PRECO TO VSUG-PRECO.
           MOVE WRK-HOJE TO VSUG-DATA-GERACAO.
           WRITE VSUG-REG
               INVALID KEY
                   DISPLAY "SUGESTAO DUPLICADA: " VSUG-CHAVE
           END-WRITE.
           ADD 1 TO WRK-QT-PROPOSTAS.
           ADD WRK-PRECO TO WRK-TOT-PRECO.

      *----UMA LINHA DO RELATORIO POR COPIA PROPOSTA------------------
       0410-LINHA-COPIA           SECTION.
           MOVE 'TITULO NAO CADASTRADO' TO WRK-TITULO-REL.
           MOVE COPIA-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TITULO TO WRK-TITULO-REL
           END-READ.
           MOVE WRK-PRECO TO WRK-PRECO-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               COPIA-CODFILME              DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WRK-TITULO-REL              DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               COPIA-NUMERO                DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WRK-MOTIVO-DESC             DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WRK-USO-QT-LOC(WRK-COPIA)   DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WRK-USO-QT-AVAR(WRK-COPIA)  DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WRK-USO-ULTIMA(WRK-COPIA)   DELIMITED BY SIZE
               ' R$'                       DELIMITED BY SIZE
               WRK-PRECO-ED                DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELDES-DADOS.
           WRITE RELDES-REG.

       0300-FINALIZAR             SECTION.
           MOVE '-----------------------------------------------'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-PRECO TO WRK-TOT-PRECO-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'COPIAS AVALIADAS: '   DELIMITED BY SIZE
               WRK-QT-COPIAS-LIDAS    DELIMITED BY SIZE
               ' / PROPOSTAS: '       DELIMITED BY SIZE
               WRK-QT-PROPOSTAS       DELIMITED BY SIZE
               ' / VENDA ESTIMADA: R$ ' DELIMITED BY SIZE
               WRK-TOT-PRECO-ED       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELDES.
           CLOSE VENDASUG.
           CLOSE COPIAS.
           CLOSE EMPRESTIMOS.
           CLOSE EMPHIST.
           CLOSE AQUISICAO.
           CLOSE FILMES.
           CLOSE PARAMS.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELDES-NOME.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO DESGASTE DAS COPIAS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'DESGASTE' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-PROPOSTAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
