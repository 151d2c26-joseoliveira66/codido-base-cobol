       IDENTIFICATION              DIVISION.
       PROGRAM-ID. LICVENC.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RELATORIO SEMANAL DA JANELA DE LICENCA DOS
      *==           TITULOS (FILMDATAS.DAT) - LISTA OS TITULOS CUJA
      *==           LICENCA VENCE NOS PROXIMOS 30 DIAS E OS JA
      *==           VENCIDOS QUE AINDA TEM COPIAS EM CIRCULACAO NO
      *==           COPIAS.DAT, PARA TIRAR DA PRATELEIRA OU MANDAR
      *==           PARA A VENDA (VENDACOP), EM LICVENCAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: O BALCAO JA RECUSA EMPRESTIMO E RENOVACAO DE
      *==           TITULO FORA DA JANELA; ESTE RELATORIO E PARA A
      *==           RETIRADA FISICA DAS COPIAS
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

           SELECT FILMES ASSIGN TO 'DADOS\FILMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO
                   WITH DUPLICATES.

      *----RELATORIO DA SEMANA, NOME COM A DATA------------------------
           SELECT RELLIC ASSIGN TO WRK-RELLIC-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELLIC-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD FILMDATAS.
           COPY "FILMDATREG".

       FD COPIAS.
           COPY "COPIAREG".

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

       FD RELLIC.
       01 RELLIC-REG.
           05 RELLIC-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-FILMDATAS          PIC 9(02) VALUE ZEROS.
       77 COPIAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 RELLIC-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-30         PIC 9(08) VALUE ZEROS.
       77 WRK-RELLIC-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-TITULO-REL        PIC X(30) VALUE SPACES.
       77 WRK-QT-COPIAS         PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-REG-COPIA     PIC X(01) VALUE 'N'.
       77 WRK-QT-VENCENDO       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-PASSO             PIC X(01) VALUE SPACES.
           88 WRK-PASSO-VENCENDO         VALUE 'V'.
           88 WRK-PASSO-VENCIDOS         VALUE 'X'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS E O RELATORIO DA SEMANA-------------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RELATORIO DE LICENCAS A VENCER".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-LIMITE-30 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) + 30).
           OPEN INPUT FILMDATAS.
           IF FS-FILMDATAS EQUAL 35
               DISPLAY "FILMDATAS.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT COPIAS.
           OPEN INPUT FILMES.
           MOVE SPACES TO WRK-RELLIC-NOME.
           STRING
               'DADOS\LICVENC'      DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELLIC-NOME
           END-STRING.
           OPEN OUTPUT RELLIC.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'JANELA DE LICENCA DOS TITULOS EM: ' DELIMITED BY SIZE
               WRK-HOJE                             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----DUAS PASSADAS: PRIMEIRO OS QUE VENCEM EM 30 DIAS, DEPOIS---
      *----OS JA VENCIDOS COM COPIA NA PRATELEIRA---------------------
       0200-PROCESSAR             SECTION.
           MOVE '==============================================='
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'LICENCA VENCENDO NOS PROXIMOS 30 DIAS' TO
                WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'V' TO WRK-PASSO.
           PERFORM 0210-VARRER.
           MOVE '==============================================='
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'LICENCA VENCIDA COM COPIAS EM CIRCULACAO' TO
                WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'X' TO WRK-PASSO.
           PERFORM 0210-VARRER.

       0210-VARRER                SECTION.
           IF FS-FILMDATAS EQUAL ZEROS
               MOVE ZEROS TO FDAT-CODFILME
               START FILMDATAS KEY >= FDAT-CODFILME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FILMDATAS NEXT
                       PERFORM UNTIL FS-FILMDATAS NOT EQUAL ZEROS
                           IF FDAT-LIC-FIM GREATER ZEROS
                               PERFORM 0220-AVALIAR-TITULO
                           END-IF
                           READ FILMDATAS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-FILMDATAS
           END-IF.

       0220-AVALIAR-TITULO        SECTION.
           IF WRK-PASSO-VENCENDO
              AND FDAT-LIC-FIM NOT LESS WRK-HOJE
              AND FDAT-LIC-FIM NOT GREATER WRK-LIMITE-30
               PERFORM 0230-CONTAR-COPIAS
               ADD 1 TO WRK-QT-VENCENDO
               PERFORM 0410-LINHA-TITULO
           END-IF.
           IF WRK-PASSO-VENCIDOS
              AND FDAT-LIC-FIM LESS WRK-HOJE
               PERFORM 0230-CONTAR-COPIAS
               IF WRK-QT-COPIAS GREATER ZEROS
                   ADD 1 TO WRK-QT-VENCIDOS
                   PERFORM 0410-LINHA-TITULO
               END-IF
           END-IF.

      *----COPIAS AINDA EM CIRCULACAO (QUALQUER LOJA); TITULO SEM-----
      *----REGISTRO DE COPIA CIRCULA COMO COPIA UNICA 01--------------
       0230-CONTAR-COPIAS         SECTION.
           MOVE ZEROS TO WRK-QT-COPIAS.
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
                       IF COPIA-EM-CIRCULACAO AND COPIA-NUMERO
                          GREATER 0
                           ADD 1 TO WRK-QT-COPIAS
                       END-IF
                       READ COPIAS NEXT
                   END-PERFORM
           END-START.
           IF WRK-TEM-REG-COPIA EQUAL 'N'
               MOVE 1 TO WRK-QT-COPIAS
           END-IF.

      *----UMA LINHA DO RELATORIO COM TITULO, FIM E COPIAS------------
       0410-LINHA-TITULO          SECTION.
           MOVE 'TITULO NAO CADASTRADO' TO WRK-TITULO-REL.
           MOVE FDAT-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TITULO TO WRK-TITULO-REL
           END-READ.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               FDAT-CODFILME    DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               WRK-TITULO-REL   DELIMITED BY SIZE
               ' / FIM: '       DELIMITED BY SIZE
               FDAT-LIC-FIM     DELIMITED BY SIZE
               ' / COPIAS: '    DELIMITED BY SIZE
               WRK-QT-COPIAS    DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELLIC-DADOS.
           WRITE RELLIC-REG.

       0300-FINALIZAR             SECTION.
           MOVE '-----------------------------------------------'
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'VENCENDO: '         DELIMITED BY SIZE
               WRK-QT-VENCENDO      DELIMITED BY SIZE
               ' / VENCIDOS COM COPIA: ' DELIMITED BY SIZE
               WRK-QT-VENCIDOS      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELLIC.
           CLOSE FILMDATAS.
           CLOSE COPIAS.
           CLOSE FILMES.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELLIC-NOME.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RELATORIO DE LICENCAS A VENCER".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'LICVENC' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           COMPUTE JOB-REGISTROS = WRK-QT-VENCENDO + WRK-QT-VENCIDOS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
