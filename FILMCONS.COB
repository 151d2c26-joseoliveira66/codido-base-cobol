      *==           CADASTRADAS, QUANTAS ESTAO NA RUA, O PRECO DA
      *==           TABELA E A DATA PREVISTA DE VOLTA MAIS PROXIMA
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - TITULO EMBARGADO ATE A DATA DE LANCAMENTO
      *==                   (FILMDATAS.DAT) APARECE COMO EM BREVE
      *==   15/10/2026 JO - DISPONIBILIDADE ABERTA POR FORMATO DE MIDIA
      *==                   (DVD/BLU-RAY/4K) DA COPIA
      *==   15/10/2026 JO - BUSCA POR ATOR/DIRETOR (PESSOAS.DAT E
      *==                   ELENCO.DAT) COM A DISPONIBILIDADE DE CADA
      *==                   TITULO DA PESSOA
      *==   15/10/2026 JO - MEDIA DAS NOTAS DOS CLIENTES (AVALMED.DAT)
      *==                   AO LADO DA NOTA DO CATALOGO
      *== OBSERVACOES: TITULO SEM COPIA CADASTRADA CIRCULA COMO COPIA
      *==           UNICA, IGUAL A REGRA DO BALCAO
      *========================================
               FILE STATUS IS PRECOS-STATUS
               RECORD KEY IS PRECO-CHAVE.

           SELECT FILMDATAS ASSIGN TO 'DADOS\FILMDATAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDAT-CODFILME
               FILE STATUS IS FS-FILMDATAS.

           SELECT PESSOAS ASSIGN TO 'DADOS\PESSOAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-NOME
               FILE STATUS IS PESSOAS-STATUS.

           SELECT ELENCO ASSIGN TO 'DADOS\ELENCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELE-CHAVE
               ALTERNATE RECORD KEY IS ELE-NOME WITH DUPLICATES
               FILE STATUS IS ELENCO-STATUS.

           SELECT AVALMED ASSIGN TO 'DADOS\AVALMED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-CODFILME
               FILE STATUS IS AVALMED-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD FILMES.
       FD PRECOS.
           COPY "PRECOREG".

       FD FILMDATAS.
           COPY "FILMDATREG".

       FD PESSOAS.
           COPY "PESSOAREG".

       FD ELENCO.
           COPY "ELENCOREG".

       FD AVALMED.
           COPY "AVMREG".

       WORKING-STORAGE            SECTION.
       77 FILMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 COPIAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 PRECOS-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-FILMDATAS          PIC 9(02) VALUE ZEROS.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-LANCAMENTO        PIC 9(08) VALUE ZEROS.
       77 WRK-TEM-FILMDATAS     PIC X(01) VALUE 'N'.
       77 PESSOAS-STATUS        PIC 9(02) VALUE ZEROS.
       77 ELENCO-STATUS         PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-ELENCO        PIC X(01) VALUE 'N'.
       77 AVALMED-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-AVALMED       PIC X(01) VALUE 'N'.
       77 WRK-MEDIA-ED          PIC 9,99 VALUE ZEROS.
       77 WRK-VOTOS-ED          PIC ZZZZ9 VALUE ZEROS.
       77 WRK-PESSOA-BUSCA      PIC X(30) VALUE SPACES.
       77 WRK-PESSOA-ESCOLHIDA  PIC X(30) VALUE SPACES.
       77 WRK-TAM-BUSCA         PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PESSOAS        PIC 9(02) VALUE ZEROS.
       77 WRK-OPC-PESSOA        PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
       77 WRK-TITULO-BUSCA      PIC X(30) VALUE SPACES.
       77 WRK-VALOR-ED          PIC ZZZZ9,99 VALUE ZEROS.

       77 WRK-I                 PIC 9(02) VALUE ZEROS.
       77 WRK-IND-COPIA         PIC 9(03) VALUE ZEROS.
       77 WRK-IND-FMT           PIC 9(01) VALUE ZEROS.
      *----COPIAS E EMPRESTIMOS POR FORMATO: 1-DVD 2-BLU-RAY 3-4K------
       01 WRK-FORMATOS-TAB.
           05 WRK-FMT-ITEM OCCURS 3 TIMES.
               10 WRK-FMT-COPIAS    PIC 9(02).
               10 WRK-FMT-ABERTOS   PIC 9(02).
               10 WRK-FMT-LIVRES    PIC 9(02).
       01 WRK-COPIA-FMT-TAB.
           05 WRK-COPIA-FMT-IND     PIC 9(01) OCCURS 99 TIMES.
       01 WRK-LISTA-FILMES OCCURS 20 TIMES.
           05 WRK-LISTA-CODFILME    PIC 9(05).
       01 WRK-LISTA-PESSOAS OCCURS 10 TIMES.
           05 WRK-LISTA-PESSOA      PIC X(30).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           OPEN INPUT COPIAS.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT PRECOS.
           OPEN INPUT FILMDATAS.
           IF FS-FILMDATAS EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-FILMDATAS
           END-IF.
           OPEN INPUT PESSOAS.
           OPEN INPUT ELENCO.
           IF PESSOAS-STATUS EQUAL ZEROS AND ELENCO-STATUS EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-ELENCO
           END-IF.
           OPEN INPUT AVALMED.
           IF AVALMED-STATUS EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-AVALMED
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

      *----BUSCA POR TITULO, POR GENERO OU POR ATOR/DIRETOR-----------
       0200-PROCESSAR             SECTION.
           DISPLAY "BUSCA POR T-TITULO G-GENERO OU"
           DISPLAY "P-ATOR/DIRETOR...................."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'T'
               WHEN 'G'
               WHEN 'g'
                   PERFORM 0220-BUSCAR-GENERO
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0230-BUSCAR-PESSOA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
               PERFORM 0240-DETALHAR-LISTA
           END-IF.

      *----BUSCA A PESSOA PELO NOME EXATO OU PELO INICIO DELE; COM----
      *----MAIS DE UM NOME PARECIDO, O ATENDENTE ESCOLHE NA LISTA------
       0230-BUSCAR-PESSOA         SECTION.
           DISPLAY "NOME OU INICIO DO NOME............"
           ACCEPT WRK-PESSOA-BUSCA.
           MOVE 0 TO WRK-QT-PESSOAS WRK-QTDACHADOS WRK-TAM-BUSCA.
           MOVE SPACES TO WRK-PESSOA-ESCOLHIDA.
           INSPECT WRK-PESSOA-BUSCA TALLYING WRK-TAM-BUSCA
               FOR CHARACTERS BEFORE INITIAL '  '.
           IF WRK-TEM-ELENCO NOT EQUAL 'S' OR WRK-TAM-BUSCA EQUAL 0
               DISPLAY "NENHUMA PESSOA COM ESSE NOME"
           ELSE
               MOVE WRK-PESSOA-BUSCA TO PES-NOME
               START PESSOAS KEY >= PES-NOME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PESSOAS NEXT
                       PERFORM UNTIL PESSOAS-STATUS NOT EQUAL ZEROS
                           OR PES-NOME(1:WRK-TAM-BUSCA) NOT EQUAL
                              WRK-PESSOA-BUSCA(1:WRK-TAM-BUSCA)
                           OR WRK-QT-PESSOAS EQUAL 10
                           ADD 1 TO WRK-QT-PESSOAS
                           MOVE PES-NOME
                                TO WRK-LISTA-PESSOA(WRK-QT-PESSOAS)
                           DISPLAY WRK-QT-PESSOAS " - " PES-NOME
                                   " (" PES-TIPO ")"
                           READ PESSOAS NEXT
                       END-PERFORM
               END-START
               EVALUATE WRK-QT-PESSOAS
                   WHEN 0
                       DISPLAY "NENHUMA PESSOA COM ESSE NOME"
                   WHEN 1
                       MOVE WRK-LISTA-PESSOA(1) TO WRK-PESSOA-ESCOLHIDA
                   WHEN OTHER
                       DISPLAY "NUMERO DA PESSOA.................."
                       ACCEPT WRK-OPC-PESSOA
                       IF WRK-OPC-PESSOA GREATER 0 AND
                          WRK-OPC-PESSOA NOT GREATER WRK-QT-PESSOAS
                           MOVE WRK-LISTA-PESSOA(WRK-OPC-PESSOA)
                                TO WRK-PESSOA-ESCOLHIDA
                       ELSE
                           DISPLAY "OPCAO INVALIDA"
                       END-IF
               END-EVALUATE
           END-IF.
           IF WRK-PESSOA-ESCOLHIDA NOT EQUAL SPACES
               PERFORM 0235-TITULOS-DA-PESSOA
           END-IF.

      *----TITULOS DA PESSOA PELA CHAVE ALTERNADA DO ELENCO-----------
       0235-TITULOS-DA-PESSOA     SECTION.
           MOVE WRK-PESSOA-ESCOLHIDA TO ELE-NOME.
           START ELENCO KEY IS EQUAL ELE-NOME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ELENCO NEXT
                   PERFORM UNTIL ELENCO-STATUS NOT EQUAL ZEROS
                            OR ELE-NOME NOT EQUAL WRK-PESSOA-ESCOLHIDA
                            OR WRK-QTDACHADOS EQUAL 20
                       ADD 1 TO WRK-QTDACHADOS
                       MOVE ELE-CODFILME
                            TO WRK-LISTA-CODFILME(WRK-QTDACHADOS)
                       READ ELENCO NEXT
                   END-PERFORM
           END-START.
           IF WRK-QTDACHADOS EQUAL 0
               DISPLAY "NENHUM TITULO VINCULADO A " WRK-PESSOA-ESCOLHIDA
           ELSE
               DISPLAY "TITULOS DE " WRK-PESSOA-ESCOLHIDA ":"
               PERFORM 0240-DETALHAR-LISTA
           END-IF.

      *----DETALHA CADA TITULO ENCONTRADO NA BUSCA--------------------
       0240-DETALHAR-LISTA        SECTION.
           PERFORM 0250-MOSTRAR-TITULO
               MOVE ZEROS TO WRK-QT-LIVRES
           END-IF.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           PERFORM 0290-BUSCAR-LANCAMENTO.
           PERFORM 0295-BUSCAR-AVALIACAO.
           DISPLAY CODFILME " " TITULO " [" GENERO "]".
           IF AVM-QT-VOTOS GREATER ZEROS
               DISPLAY "   NOTA: " NOTA " / CLIENTES: " WRK-MEDIA-ED
                       " (" WRK-VOTOS-ED " VOTO(S))"
           ELSE
               DISPLAY "   NOTA: " NOTA " / CLIENTES: SEM VOTOS"
           END-IF.
           IF WRK-LANCAMENTO GREATER WRK-HOJE
               DISPLAY "   EM BREVE - LANCAMENTO EM " WRK-LANCAMENTO
                       " / " WRK-QT-COPIAS " COPIA(S) / R$ "
                       WRK-VALOR-ED
           ELSE
           IF WRK-QT-LIVRES GREATER ZEROS
               DISPLAY "   DISPONIVEL: " WRK-QT-LIVRES " DE "
                       WRK-QT-COPIAS " COPIA(S) / R$ " WRK-VALOR-ED
               DISPLAY "   TODAS AS " WRK-QT-COPIAS " COPIA(S) NA "
                       "RUA / VOLTA PREVISTA: " WRK-DATA-VOLTA
                       " / R$ " WRK-VALOR-ED
           END-IF
           PERFORM 0255-MOSTRAR-FORMATOS
           END-IF.

      *----COPIAS LIVRES/CADASTRADAS DE CADA FORMATO DE MIDIA---------
       0255-MOSTRAR-FORMATOS      SECTION.
           PERFORM VARYING WRK-IND-FMT FROM 1 BY 1
                   UNTIL WRK-IND-FMT GREATER 3
               IF WRK-FMT-ABERTOS(WRK-IND-FMT) LESS
                  WRK-FMT-COPIAS(WRK-IND-FMT)
                   COMPUTE WRK-FMT-LIVRES(WRK-IND-FMT) =
                       WRK-FMT-COPIAS(WRK-IND-FMT) -
                       WRK-FMT-ABERTOS(WRK-IND-FMT)
               ELSE
                   MOVE 0 TO WRK-FMT-LIVRES(WRK-IND-FMT)
               END-IF
           END-PERFORM.
           DISPLAY "   LIVRES POR FORMATO - DVD: " WRK-FMT-LIVRES(1)
                   "/" WRK-FMT-COPIAS(1)
                   "  BLU-RAY: " WRK-FMT-LIVRES(2) "/" WRK-FMT-COPIAS(2)
                   "  4K: " WRK-FMT-LIVRES(3) "/" WRK-FMT-COPIAS(3).

      *----COPIAS ATIVAS DO TITULO (SEM REGISTRO VALE COPIA UNICA)----
       0260-CONTAR-COPIAS         SECTION.
           MOVE 0 TO WRK-QT-COPIAS.
           MOVE 'N' TO WRK-TEM-REG-COPIA.
           INITIALIZE WRK-FORMATOS-TAB.
           PERFORM VARYING WRK-IND-COPIA FROM 1 BY 1
                   UNTIL WRK-IND-COPIA GREATER 99
               MOVE 1 TO WRK-COPIA-FMT-IND(WRK-IND-COPIA)
           END-PERFORM.
           MOVE WRK-CODFILME-BUSCA TO COPIA-CODFILME.
           MOVE ZEROS TO COPIA-NUMERO.
           START COPIAS KEY >= COPIA-CHAVE
                           OR COPIA-CODFILME NOT EQUAL
                              WRK-CODFILME-BUSCA
                       MOVE 'S' TO WRK-TEM-REG-COPIA
                       EVALUATE TRUE
                           WHEN COPIA-FMT-BLURAY
                               MOVE 2 TO WRK-IND-FMT
                           WHEN COPIA-FMT-4K
                               MOVE 3 TO WRK-IND-FMT
                           WHEN OTHER
                               MOVE 1 TO WRK-IND-FMT
                       END-EVALUATE
                       IF COPIA-NUMERO GREATER 0
                           MOVE WRK-IND-FMT
                                TO WRK-COPIA-FMT-IND(COPIA-NUMERO)
                       END-IF
                       IF COPIA-EM-CIRCULACAO
                           ADD 1 TO WRK-QT-COPIAS
                           ADD 1 TO WRK-FMT-COPIAS(WRK-IND-FMT)
                       END-IF
                       READ COPIAS NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-COPIAS EQUAL 0 AND WRK-TEM-REG-COPIA EQUAL 'N'
               MOVE 1 TO WRK-QT-COPIAS
               MOVE 1 TO WRK-FMT-COPIAS(1)
           END-IF.

      *----EMPRESTIMOS EM ABERTO E A VOLTA PREVISTA MAIS PROXIMA------
                           OR EMP-CODFILME NOT EQUAL WRK-CODFILME-BUSCA
                       IF EMP-ABERTO
                           ADD 1 TO WRK-QT-ABERTOS
                           MOVE 1 TO WRK-IND-FMT
                           IF EMP-COPIA GREATER 0
                               MOVE WRK-COPIA-FMT-IND(EMP-COPIA)
                                    TO WRK-IND-FMT
                           END-IF
                           ADD 1 TO WRK-FMT-ABERTOS(WRK-IND-FMT)
                           IF EMP-DATA-PREVISTA LESS WRK-DATA-VOLTA
                               MOVE EMP-DATA-PREVISTA
                                    TO WRK-DATA-VOLTA
                   MOVE PRECO-VALOR TO WRK-VALOR
           END-READ.

      *----DATA DE LANCAMENTO DO TITULO (ZERO = JA LANCADO)-----------
       0290-BUSCAR-LANCAMENTO     SECTION.
           MOVE ZEROS TO WRK-LANCAMENTO.
           IF WRK-TEM-FILMDATAS EQUAL 'S'
               MOVE WRK-CODFILME-BUSCA TO FDAT-CODFILME
               READ FILMDATAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FDAT-LANCAMENTO TO WRK-LANCAMENTO
               END-READ
           END-IF.

      *----MEDIA DAS NOTAS DOS CLIENTES APURADA NA NOITE ANTERIOR-----
       0295-BUSCAR-AVALIACAO      SECTION.
           MOVE ZEROS TO AVM-MEDIA AVM-QT-VOTOS.
           IF WRK-TEM-AVALMED EQUAL 'S'
               MOVE WRK-CODFILME-BUSCA TO AVM-CODFILME
               READ AVALMED
                   INVALID KEY
                       MOVE ZEROS TO AVM-MEDIA AVM-QT-VOTOS
               END-READ
           END-IF.
           MOVE AVM-MEDIA TO WRK-MEDIA-ED.
           MOVE AVM-QT-VOTOS TO WRK-VOTOS-ED.

       0300-FINALIZAR             SECTION.
           CLOSE FILMES.
           CLOSE COPIAS.
           CLOSE PESSOAS.
           CLOSE ELENCO.
           CLOSE EMPRESTIMOS.
           CLOSE PRECOS.
           IF WRK-TEM-FILMDATAS EQUAL 'S'
               CLOSE FILMDATAS
           END-IF.
           IF WRK-TEM-AVALMED EQUAL 'S'
               CLOSE AVALMED
           END-IF.
           DISPLAY "FIM DA CONSULTA".
