       IDENTIFICATION              DIVISION.
       PROGRAM-ID. LANCDIA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: LISTA DO DIA DE LANCAMENTO - PARA CADA TITULO
      *==           CUJA DATA DE RUA (FDAT-LANCAMENTO NO
      *==           FILMDATAS.DAT) E HOJE, QUANTAS COPIAS CADA LOJA
      *==           TEM NA PRATELEIRA (COPIAS.DAT) E QUAIS CLIENTES
      *==           ESTAO NA FILA DE RESERVAS (RESERVAS.DAT), NA
      *==           ORDEM DE CHEGADA, EM LANCDIAAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: RODA TODO DIA ANTES DA ABERTURA; A PARTIR DE
      *==           HOJE O BALCAO JA EMPRESTA O TITULO. A FILA DE
      *==           RESERVAS E UNICA DA REDE (SEM LOJA)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT FILMDATAS ASSIGN TO 'DADOS\FILMDATAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDAT-CODFILME
               FILE STATUS IS FS-FILMDATAS.

           SELECT COPIAS ASSIGN TO 'DADOS\COPIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS COPIAS-STATUS
               RECORD KEY IS COPIA-CHAVE.

           SELECT RESERVAS ASSIGN TO 'DADOS\RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RESERVAS-STATUS
               RECORD KEY IS RES-CHAVE.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

           SELECT FILMES ASSIGN TO 'DADOS\FILMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO
                   WITH DUPLICATES.

           SELECT LOJAS ASSIGN TO 'DADOS\LOJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-CODIGO
               FILE STATUS IS FS-LOJAS.

      *----LISTA DO DIA, NOME COM A DATA-------------------------------
           SELECT RELLAN ASSIGN TO WRK-RELLAN-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELLAN-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD FILMDATAS.
           COPY "FILMDATREG".

       FD COPIAS.
           COPY "COPIAREG".

       FD RESERVAS.
           COPY "RESERVAREG".

       FD CLIENTES.
           COPY "CLIENTREG".

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

       FD LOJAS.
           COPY "LOJAREG".

       FD RELLAN.
       01 RELLAN-REG.
           05 RELLAN-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-FILMDATAS          PIC 9(02) VALUE ZEROS.
       77 COPIAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 RESERVAS-STATUS       PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-LOJAS              PIC 9(02) VALUE ZEROS.
       77 RELLAN-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-RELLAN-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-TITULO-REL        PIC X(30) VALUE SPACES.
       77 WRK-NOME-LOJA         PIC X(30) VALUE SPACES.
       77 WRK-NOME-CLIENTE      PIC X(30) VALUE SPACES.
       77 WRK-LOJA              PIC 9(02) VALUE ZEROS.
       77 WRK-IND-LOJA          PIC 9(03) VALUE ZEROS.
       77 WRK-QT-TITULOS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FILA           PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-REG-COPIA     PIC X(01) VALUE 'N'.
       01 WRK-COPIAS-LOJA OCCURS 99 TIMES.
           05 WRK-QT-COPIAS-LOJA    PIC 9(03).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS E A LISTA DO DIA--------------------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA LISTA DE LANCAMENTOS DO DIA".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT FILMDATAS.
           IF FS-FILMDATAS EQUAL 35
               DISPLAY "FILMDATAS.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT COPIAS.
           OPEN INPUT RESERVAS.
           OPEN INPUT CLIENTES.
           OPEN INPUT FILMES.
           OPEN INPUT LOJAS.
           MOVE SPACES TO WRK-RELLAN-NOME.
           STRING
               'DADOS\LANCDIA'      DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELLAN-NOME
           END-STRING.
           OPEN OUTPUT RELLAN.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'LANCAMENTOS DO DIA: '  DELIMITED BY SIZE
               WRK-HOJE                DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----VARRE AS DATAS DOS TITULOS PROCURANDO O LANCAMENTO DE HOJE-
       0200-PROCESSAR             SECTION.
           IF FS-FILMDATAS EQUAL ZEROS
               MOVE ZEROS TO FDAT-CODFILME
               START FILMDATAS KEY >= FDAT-CODFILME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FILMDATAS NEXT
                       PERFORM UNTIL FS-FILMDATAS NOT EQUAL ZEROS
                           IF FDAT-LANCAMENTO EQUAL WRK-HOJE
                               PERFORM 0210-LANCAR-TITULO
                           END-IF
                           READ FILMDATAS NEXT
                       END-PERFORM
               END-START
           END-IF.
           IF WRK-QT-TITULOS EQUAL ZEROS
               MOVE 'NENHUM TITULO LANCADO HOJE' TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

      *----BLOCO DE UM TITULO: CABECALHO, COPIAS POR LOJA E FILA------
       0210-LANCAR-TITULO         SECTION.
           ADD 1 TO WRK-QT-TITULOS.
           MOVE 'TITULO NAO CADASTRADO' TO WRK-TITULO-REL.
           MOVE FDAT-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TITULO TO WRK-TITULO-REL
           END-READ.
           MOVE '==============================================='
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               FDAT-CODFILME    DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               WRK-TITULO-REL   DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0220-COPIAS-POR-LOJA.
           PERFORM 0240-FILA-RESERVAS.

      *----COPIAS EM CIRCULACAO DO TITULO SOMADAS POR LOJA (LOJA 0----
      *----VALE LOJA 1, IGUAL AO BALCAO)-------------------------------
       0220-COPIAS-POR-LOJA       SECTION.
           PERFORM VARYING WRK-IND-LOJA FROM 1 BY 1
                   UNTIL WRK-IND-LOJA GREATER 99
               MOVE ZEROS TO WRK-QT-COPIAS-LOJA(WRK-IND-LOJA)
           END-PERFORM.
           MOVE 'N' TO WRK-TEM-REG-COPIA.
           MOVE FDAT-CODFILME TO COPIA-CODFILME.
           MOVE ZEROS TO COPIA-NUMERO.
           START COPIAS KEY >= COPIA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COPIAS NEXT
                   PERFORM UNTIL COPIAS-STATUS NOT EQUAL ZEROS
                           OR COPIA-CODFILME NOT EQUAL FDAT-CODFILME
                       MOVE 'S' TO WRK-TEM-REG-COPIA
                       IF COPIA-EM-CIRCULACAO
                           MOVE COPIA-LOJA TO WRK-LOJA
                           IF WRK-LOJA EQUAL ZEROS
                               MOVE 1 TO WRK-LOJA
                           END-IF
                           ADD 1 TO WRK-QT-COPIAS-LOJA(WRK-LOJA)
                       END-IF
                       READ COPIAS NEXT
                   END-PERFORM
           END-START.
           IF WRK-TEM-REG-COPIA EQUAL 'N'
               MOVE 1 TO WRK-QT-COPIAS-LOJA(1)
           END-IF.
           MOVE '  COPIAS NA PRATELEIRA POR LOJA:' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-LOJA FROM 1 BY 1
                   UNTIL WRK-IND-LOJA GREATER 99
               IF WRK-QT-COPIAS-LOJA(WRK-IND-LOJA) GREATER ZEROS
                   MOVE WRK-IND-LOJA TO WRK-LOJA
                   PERFORM 0230-LINHA-LOJA
               END-IF
           END-PERFORM.

       0230-LINHA-LOJA            SECTION.
           MOVE 'LOJA NAO CADASTRADA' TO WRK-NOME-LOJA.
           MOVE WRK-LOJA TO LOJA-CODIGO.
           READ LOJAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOJA-NOME TO WRK-NOME-LOJA
           END-READ.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '    LOJA '                  DELIMITED BY SIZE
               WRK-LOJA                     DELIMITED BY SIZE
               ' '                          DELIMITED BY SIZE
               WRK-NOME-LOJA                DELIMITED BY SIZE
               ' COPIAS: '                  DELIMITED BY SIZE
               WRK-QT-COPIAS-LOJA(WRK-LOJA) DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----CLIENTES NA FILA DE RESERVAS DO TITULO, NA ORDEM DA CHAVE--
      *----(ORDEM DE CHEGADA)-------------------------------------------
       0240-FILA-RESERVAS         SECTION.
           MOVE ZEROS TO WRK-QT-FILA.
           MOVE '  CLIENTES AGUARDANDO NA FILA DE RESERVAS:'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE FDAT-CODFILME TO RES-CODFILME.
           MOVE ZEROS TO RES-DATA-PEDIDO.
           MOVE ZEROS TO RES-CLIENTE.
           START RESERVAS KEY >= RES-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RESERVAS NEXT
                   PERFORM UNTIL RESERVAS-STATUS NOT EQUAL ZEROS
                           OR RES-CODFILME NOT EQUAL FDAT-CODFILME
                       ADD 1 TO WRK-QT-FILA
                       PERFORM 0250-LINHA-CLIENTE
                       READ RESERVAS NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-FILA EQUAL ZEROS
               MOVE '    NENHUM CLIENTE NA FILA' TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

       0250-LINHA-CLIENTE         SECTION.
           MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-CLIENTE.
           MOVE RES-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTES-NOME TO WRK-NOME-CLIENTE
           END-READ.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '    '               DELIMITED BY SIZE
               WRK-QT-FILA          DELIMITED BY SIZE
               ' FONE '             DELIMITED BY SIZE
               RES-CLIENTE          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-NOME-CLIENTE     DELIMITED BY SIZE
               ' PEDIDO EM '        DELIMITED BY SIZE
               RES-DATA-PEDIDO      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NA LISTA-----------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELLAN-DADOS.
           WRITE RELLAN-REG.

       0300-FINALIZAR             SECTION.
           MOVE '-----------------------------------------------'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'TITULOS LANCADOS HOJE: ' DELIMITED BY SIZE
               WRK-QT-TITULOS            DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELLAN.
           CLOSE FILMDATAS.
           CLOSE COPIAS.
           CLOSE RESERVAS.
           CLOSE CLIENTES.
           CLOSE FILMES.
           CLOSE LOJAS.
           DISPLAY "LISTA GRAVADA EM " WRK-RELLAN-NOME.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA LISTA DE LANCAMENTOS DO DIA".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'LANCDIA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-TITULOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
