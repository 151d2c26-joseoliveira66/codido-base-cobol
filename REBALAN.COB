       IDENTIFICATION              DIVISION.
       PROGRAM-ID. REBALAN.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: PROPOSTA SEMANAL DE REMANEJAMENTO DE COPIAS ENTRE
      *==           LOJAS - PARA CADA TITULO COM FILA DE RESERVA,
      *==           CRUZA POR LOJA AS COPIAS OCIOSAS (ATIVAS, FORA DE
      *==           TRANSITO E SEM EMPRESTIMO EM ABERTO), A FILA DO
      *==           RESERVAS.DAT E AS SAIDAS DOS ULTIMOS 30 DIAS, E
      *==           PROPOE COPIAS DE LOJAS COM SOBRA PARA AS LOJAS
      *==           COM FILA. AS LINHAS VAO PARA O REBALPROP.DAT, DE
      *==           ONDE O LOJATRANS APROVA E ENVIA EM LOTE, E PARA
      *==           O RELATORIO REBALAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: A LOJA DOADORA SO CEDE COPIA OCIOSA QUE SOBRA
      *==           DEPOIS DE ATENDER A PROPRIA FILA, E GUARDA UMA
      *==           COPIA SE O TITULO SAIU NELA NOS ULTIMOS 30 DIAS.
      *==           LOJA ZERO NOS ARQUIVOS VALE LOJA 1. ATE 20 LOJAS
      *==           POR TITULO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RESERVAS ASSIGN TO 'DADOS\RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RESERVAS-STATUS
               RECORD KEY IS RES-CHAVE.

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

           SELECT FILMES ASSIGN TO 'DADOS\FILMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO
                   WITH DUPLICATES.

           SELECT REBALPROP ASSIGN TO 'DADOS\REBALPROP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS REBALPROP-STATUS
               RECORD KEY IS RBP-CHAVE.

           SELECT RELREB ASSIGN TO WRK-RELREB-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELREB-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD RESERVAS.
           COPY "RESERVAREG".

       FD COPIAS.
           COPY "COPIAREG".

       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD EMPHIST.
           COPY "EMPHISTREG".

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

       FD REBALPROP.
           COPY "RBPREG".

       FD RELREB.
       01 RELREB-REG.
           05 RELREB-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 RESERVAS-STATUS       PIC 9(02) VALUE ZEROS.
       77 COPIAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 EMPHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 REBALPROP-STATUS      PIC 9(02) VALUE ZEROS.
       77 RELREB-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-30         PIC 9(08) VALUE ZEROS.
       77 WRK-RELREB-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-CODFILME-ATUAL    PIC 9(05) VALUE ZEROS.
       77 WRK-TITULO-REL        PIC X(30) VALUE SPACES.
       77 WRK-LOJA-BUSCA        PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-COPIA         PIC 9(02) VALUE ZEROS.
       77 WRK-I                 PIC 9(03) VALUE ZEROS.
       77 WRK-J                 PIC 9(03) VALUE ZEROS.
       77 WRK-K                 PIC 9(03) VALUE ZEROS.
       77 WRK-DOADORA           PIC 9(03) VALUE ZEROS.
       77 WRK-MAIOR-SOBRA       PIC S9(03) VALUE ZEROS.
       77 WRK-SOBRA             PIC S9(03) VALUE ZEROS.
       77 WRK-FALTA             PIC S9(03) VALUE ZEROS.
       77 WRK-QT-LOJAS          PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIVRES         PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ               PIC 9(04) VALUE ZEROS.
       77 WRK-QT-TITULOS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PROPOSTAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUPERADAS      PIC 9(05) VALUE ZEROS.
       77 WRK-TEM-FALTA         PIC X(01) VALUE 'N'.

      *----SITUACAO DO TITULO EM CADA LOJA-----------------------------
       01 WRK-TAB-LOJAS.
           05 WRK-LOJ OCCURS 20 TIMES.
               10 WRK-LOJ-CODIGO    PIC 9(02).
               10 WRK-LOJ-FILA      PIC 9(03).
               10 WRK-LOJ-LIVRES    PIC 9(03).
               10 WRK-LOJ-SAIDAS    PIC 9(03).

      *----COPIAS DO TITULO COM EMPRESTIMO EM ABERTO (POR NUMERO)------
       01 WRK-TAB-ABERTAS.
           05 WRK-COPIA-ABERTA      PIC X(01) OCCURS 99 TIMES.

      *----COPIAS OCIOSAS DO TITULO E A LOJA ONDE ESTAO---------------
       01 WRK-TAB-LIVRES.
           05 WRK-LIV OCCURS 99 TIMES.
               10 WRK-LIV-COPIA     PIC 9(02).
               10 WRK-LIV-LOJA      PIC 9(03).
               10 WRK-LIV-USADA     PIC X(01).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-SUPERAR-PENDENTES.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS E O RELATORIO DA SEMANA-------------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA PROPOSTA DE REMANEJAMENTO".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-LIMITE-30 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) - 30).
           OPEN INPUT RESERVAS.
           IF RESERVAS-STATUS NOT EQUAL ZEROS
               DISPLAY "RESERVAS.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT COPIAS.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT EMPHIST.
           OPEN INPUT FILMES.
           OPEN I-O REBALPROP.
           IF REBALPROP-STATUS EQUAL 35
               OPEN OUTPUT REBALPROP
               CLOSE REBALPROP
               OPEN I-O REBALPROP
           END-IF.
           MOVE SPACES TO WRK-RELREB-NOME.
           STRING
               'DADOS\REBAL'   DELIMITED BY SIZE
               WRK-HOJE        DELIMITED BY SIZE
               '.TXT'          DELIMITED BY SIZE
               INTO WRK-RELREB-NOME
           END-STRING.
           OPEN OUTPUT RELREB.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'PROPOSTA DE REMANEJAMENTO ENTRE LOJAS - '
                               DELIMITED BY SIZE
               WRK-HOJE        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----LINHAS PENDENTES DE RODADAS ANTERIORES FICAM SUPERADAS; A--
      *----RODADA DO MESMO DIA CONTINUA A NUMERACAO--------------------
       0150-SUPERAR-PENDENTES     SECTION.
           MOVE ZEROS TO RBP-DATA RBP-SEQ WRK-SEQ.
           START REBALPROP KEY >= RBP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REBALPROP NEXT
                   PERFORM UNTIL REBALPROP-STATUS NOT EQUAL ZEROS
                       IF RBP-DATA EQUAL WRK-HOJE
                           MOVE RBP-SEQ TO WRK-SEQ
                       END-IF
                       IF RBP-PROPOSTA
                           MOVE 'S' TO RBP-SITUACAO
                           MOVE WRK-HOJE TO RBP-DATA-DECISAO
                           REWRITE RBP-REG
                           ADD 1 TO WRK-QT-SUPERADAS
                       END-IF
                       READ REBALPROP NEXT
                   END-PERFORM
           END-START.

      *----A FILA VEM NA ORDEM DA CHAVE (TITULO, DATA, CLIENTE): A----
      *----CADA TROCA DE TITULO ANALISA AS LOJAS DO TITULO ANTERIOR----
       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO WRK-CODFILME-ATUAL WRK-QT-LOJAS.
           IF RESERVAS-STATUS EQUAL ZEROS
               MOVE ZEROS TO RES-CHAVE
               START RESERVAS KEY >= RES-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RESERVAS NEXT
                       PERFORM UNTIL RESERVAS-STATUS NOT EQUAL ZEROS
                           IF RES-CODFILME NOT EQUAL WRK-CODFILME-ATUAL
                               PERFORM 0210-ANALISAR-TITULO
                               MOVE RES-CODFILME TO WRK-CODFILME-ATUAL
                               MOVE ZEROS TO WRK-QT-LOJAS
                           END-IF
                           MOVE RES-LOJA TO WRK-LOJA-BUSCA
                           PERFORM 0260-ACHAR-LOJA
                           IF WRK-K GREATER ZEROS
                               ADD 1 TO WRK-LOJ-FILA(WRK-K)
                           END-IF
                           READ RESERVAS NEXT
                       END-PERFORM
               END-START
               PERFORM 0210-ANALISAR-TITULO
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'TITULOS ANALISADOS: ' DELIMITED BY SIZE
               WRK-QT-TITULOS         DELIMITED BY SIZE
               ' / COPIAS PROPOSTAS: ' DELIMITED BY SIZE
               WRK-QT-PROPOSTAS       DELIMITED BY SIZE
               ' / LINHAS SUPERADAS: ' DELIMITED BY SIZE
               WRK-QT-SUPERADAS       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----MONTA A SITUACAO DO TITULO POR LOJA E PROPOE AS COPIAS-----
       0210-ANALISAR-TITULO       SECTION.
           IF WRK-CODFILME-ATUAL GREATER ZEROS
               ADD 1 TO WRK-QT-TITULOS
               PERFORM 0220-LER-EMPRESTIMOS
               PERFORM 0225-LER-ARQUIVO-MORTO
               PERFORM 0230-LISTAR-LIVRES
               MOVE 'N' TO WRK-TEM-FALTA
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I GREATER WRK-QT-LOJAS
                   IF WRK-LOJ-FILA(WRK-I) GREATER WRK-LOJ-LIVRES(WRK-I)
                       MOVE 'S' TO WRK-TEM-FALTA
                   END-IF
               END-PERFORM
               IF WRK-TEM-FALTA EQUAL 'S'
                   PERFORM 0235-CABECALHO-TITULO
                   PERFORM 0240-PROPOR-COPIAS
               END-IF
           END-IF.

      *----COPIAS NA RUA E SAIDAS DOS ULTIMOS 30 DIAS (ARQUIVO VIVO)---
       0220-LER-EMPRESTIMOS       SECTION.
           MOVE ALL 'N' TO WRK-TAB-ABERTAS.
           MOVE WRK-CODFILME-ATUAL TO EMP-CODFILME.
           START EMPRESTIMOS KEY IS EQUAL TO EMP-CODFILME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMPRESTIMOS NEXT
                   PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                           OR EMP-CODFILME NOT EQUAL WRK-CODFILME-ATUAL
                       IF EMP-ABERTO
                           MOVE EMP-COPIA TO WRK-NUM-COPIA
                           IF WRK-NUM-COPIA EQUAL ZEROS
                               MOVE 1 TO WRK-NUM-COPIA
                           END-IF
                           MOVE 'S' TO WRK-COPIA-ABERTA(WRK-NUM-COPIA)
                       END-IF
                       IF EMP-DATA-EMPRESTIMO NOT LESS WRK-LIMITE-30
                           MOVE EMP-LOJA TO WRK-LOJA-BUSCA
                           PERFORM 0260-ACHAR-LOJA
                           IF WRK-K GREATER ZEROS
                               ADD 1 TO WRK-LOJ-SAIDAS(WRK-K)
                           END-IF
                       END-IF
                       READ EMPRESTIMOS NEXT
                   END-PERFORM
           END-START.

      *----SAIDAS DOS ULTIMOS 30 DIAS JA LEVADAS AO ARQUIVO MORTO------
       0225-LER-ARQUIVO-MORTO     SECTION.
           IF EMPHIST-STATUS EQUAL ZEROS
               MOVE WRK-CODFILME-ATUAL TO HIST-CODFILME
               MOVE ZEROS TO HIST-CLIENTE HIST-DATA-EMPRESTIMO
               START EMPHIST KEY >= HIST-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPHIST NEXT
                       PERFORM UNTIL EMPHIST-STATUS NOT EQUAL ZEROS
                               OR HIST-CODFILME NOT EQUAL
                                  WRK-CODFILME-ATUAL
                           IF HIST-DATA-EMPRESTIMO NOT LESS
                              WRK-LIMITE-30
                               MOVE HIST-LOJA TO WRK-LOJA-BUSCA
                               PERFORM 0260-ACHAR-LOJA
                               IF WRK-K GREATER ZEROS
                                   ADD 1 TO WRK-LOJ-SAIDAS(WRK-K)
                               END-IF
                           END-IF
                           READ EMPHIST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPHIST-STATUS
           END-IF.

      *----COPIAS OCIOSAS: ATIVAS, FORA DE TRANSITO E SEM EMPRESTIMO--
       0230-LISTAR-LIVRES         SECTION.
           MOVE ZEROS TO WRK-QT-LIVRES.
           MOVE WRK-CODFILME-ATUAL TO COPIA-CODFILME.
           MOVE ZEROS TO COPIA-NUMERO.
           START COPIAS KEY >= COPIA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COPIAS NEXT
                   PERFORM UNTIL COPIAS-STATUS NOT EQUAL ZEROS
                           OR COPIA-CODFILME NOT EQUAL
                              WRK-CODFILME-ATUAL
                       IF COPIA-EM-CIRCULACAO AND
                          NOT COPIA-EM-TRANSITO AND
                          COPIA-NUMERO GREATER ZEROS AND
                          WRK-COPIA-ABERTA(COPIA-NUMERO) EQUAL 'N'
                           MOVE COPIA-LOJA TO WRK-LOJA-BUSCA
                           PERFORM 0260-ACHAR-LOJA
                           IF WRK-K GREATER ZEROS
                               ADD 1 TO WRK-LOJ-LIVRES(WRK-K)
                               ADD 1 TO WRK-QT-LIVRES
                               MOVE COPIA-NUMERO
                                    TO WRK-LIV-COPIA(WRK-QT-LIVRES)
                               MOVE WRK-K TO WRK-LIV-LOJA(WRK-QT-LIVRES)
                               MOVE 'N' TO WRK-LIV-USADA(WRK-QT-LIVRES)
                           END-IF
                       END-IF
                       READ COPIAS NEXT
                   END-PERFORM
           END-START.

      *----TITULO E SITUACAO DE CADA LOJA NO RELATORIO----------------
       0235-CABECALHO-TITULO      SECTION.
           MOVE 'TITULO NAO CADASTRADO' TO WRK-TITULO-REL.
           MOVE WRK-CODFILME-ATUAL TO CODFILME.
           READ FILMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TITULO TO WRK-TITULO-REL
           END-READ.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           STRING
               'FILME '           DELIMITED BY SIZE
               WRK-CODFILME-ATUAL DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               WRK-TITULO-REL     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-LOJAS
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   '   LOJA '              DELIMITED BY SIZE
                   WRK-LOJ-CODIGO(WRK-I)   DELIMITED BY SIZE
                   ' FILA '                DELIMITED BY SIZE
                   WRK-LOJ-FILA(WRK-I)     DELIMITED BY SIZE
                   ' OCIOSAS '             DELIMITED BY SIZE
                   WRK-LOJ-LIVRES(WRK-I)   DELIMITED BY SIZE
                   ' SAIDAS 30 DIAS '      DELIMITED BY SIZE
                   WRK-LOJ-SAIDAS(WRK-I)   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-PERFORM.

      *----PARA CADA LOJA COM FILA MAIOR QUE AS OCIOSAS, TIRA COPIAS--
      *----DA LOJA COM MAIS SOBRA ATE ZERAR A FALTA OU ACABAR A SOBRA--
       0240-PROPOR-COPIAS         SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-LOJAS
               COMPUTE WRK-FALTA = WRK-LOJ-FILA(WRK-I)
                                 - WRK-LOJ-LIVRES(WRK-I)
               MOVE 1 TO WRK-DOADORA
               PERFORM UNTIL WRK-FALTA NOT GREATER ZEROS
                       OR WRK-DOADORA EQUAL ZEROS
                   PERFORM 0245-ESCOLHER-DOADORA
                   IF WRK-DOADORA GREATER ZEROS
                       PERFORM 0250-GRAVAR-PROPOSTA
                       SUBTRACT 1 FROM WRK-FALTA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----LOJA COM MAIOR SOBRA DE OCIOSAS (ZERO = NENHUMA)------------
       0245-ESCOLHER-DOADORA      SECTION.
           MOVE ZEROS TO WRK-DOADORA WRK-MAIOR-SOBRA.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QT-LOJAS
               IF WRK-J NOT EQUAL WRK-I
                   COMPUTE WRK-SOBRA = WRK-LOJ-LIVRES(WRK-J)
                                     - WRK-LOJ-FILA(WRK-J)
                   IF WRK-LOJ-SAIDAS(WRK-J) GREATER ZEROS
                       SUBTRACT 1 FROM WRK-SOBRA
                   END-IF
                   IF WRK-SOBRA GREATER WRK-MAIOR-SOBRA
                       MOVE WRK-SOBRA TO WRK-MAIOR-SOBRA
                       MOVE WRK-J TO WRK-DOADORA
                   END-IF
               END-IF
           END-PERFORM.

      *----PEGA UMA COPIA OCIOSA DA DOADORA E GRAVA A LINHA-----------
       0250-GRAVAR-PROPOSTA       SECTION.
           MOVE ZEROS TO WRK-K.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QT-LIVRES
                   OR WRK-K GREATER ZEROS
               IF WRK-LIV-LOJA(WRK-J) EQUAL WRK-DOADORA AND
                  WRK-LIV-USADA(WRK-J) EQUAL 'N'
                   MOVE WRK-J TO WRK-K
               END-IF
           END-PERFORM.
           IF WRK-K EQUAL ZEROS
               MOVE ZEROS TO WRK-DOADORA
           ELSE
               MOVE 'S' TO WRK-LIV-USADA(WRK-K)
               SUBTRACT 1 FROM WRK-LOJ-LIVRES(WRK-DOADORA)
               ADD 1 TO WRK-SEQ
               MOVE WRK-HOJE TO RBP-DATA
               MOVE WRK-SEQ TO RBP-SEQ
               MOVE WRK-CODFILME-ATUAL TO RBP-CODFILME
               MOVE WRK-LIV-COPIA(WRK-K) TO RBP-COPIA
               MOVE WRK-LOJ-CODIGO(WRK-DOADORA) TO RBP-LOJA-ORIGEM
               MOVE WRK-LOJ-CODIGO(WRK-I) TO RBP-LOJA-DESTINO
               MOVE WRK-LOJ-FILA(WRK-I) TO RBP-FILA-DESTINO
               MOVE WRK-LOJ-SAIDAS(WRK-DOADORA) TO RBP-SAIDAS-ORIGEM
               MOVE 'P' TO RBP-SITUACAO
               MOVE ZEROS TO RBP-OPERADOR RBP-DATA-DECISAO
               WRITE RBP-REG
                   INVALID KEY
                       MOVE 'ER' TO WRK-JOB-ST
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-PROPOSTAS
               END-WRITE
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   '   -> LINHA '      DELIMITED BY SIZE
                   RBP-SEQ             DELIMITED BY SIZE
                   ': COPIA '          DELIMITED BY SIZE
                   RBP-COPIA           DELIMITED BY SIZE
                   ' DA LOJA '         DELIMITED BY SIZE
                   RBP-LOJA-ORIGEM     DELIMITED BY SIZE
                   ' PARA A LOJA '     DELIMITED BY SIZE
                   RBP-LOJA-DESTINO    DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

      *----POSICAO DA LOJA NA TABELA DO TITULO (INCLUI SE NOVA);------
      *----WRK-K = ZERO QUANDO A TABELA ESTA CHEIA----------------------
       0260-ACHAR-LOJA            SECTION.
           IF WRK-LOJA-BUSCA EQUAL ZEROS
               MOVE 1 TO WRK-LOJA-BUSCA
           END-IF.
           MOVE ZEROS TO WRK-K.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QT-LOJAS
               IF WRK-LOJ-CODIGO(WRK-J) EQUAL WRK-LOJA-BUSCA
                   MOVE WRK-J TO WRK-K
               END-IF
           END-PERFORM.
           IF WRK-K EQUAL ZEROS AND WRK-QT-LOJAS LESS 20
               ADD 1 TO WRK-QT-LOJAS
               MOVE WRK-QT-LOJAS TO WRK-K
               MOVE WRK-LOJA-BUSCA TO WRK-LOJ-CODIGO(WRK-K)
               MOVE ZEROS TO WRK-LOJ-FILA(WRK-K) WRK-LOJ-LIVRES(WRK-K)
                             WRK-LOJ-SAIDAS(WRK-K)
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELREB-DADOS.
           WRITE RELREB-REG.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR             SECTION.
           CLOSE RESERVAS.
           CLOSE COPIAS.
           CLOSE EMPRESTIMOS.
           CLOSE EMPHIST.
           CLOSE FILMES.
           CLOSE REBALPROP.
           CLOSE RELREB.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELREB-NOME.
           DISPLAY "COPIAS PROPOSTAS......" WRK-QT-PROPOSTAS.
           DISPLAY "FIM DA PROPOSTA DE REMANEJAMENTO".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'REBALAN' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-PROPOSTAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
