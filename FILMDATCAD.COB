       IDENTIFICATION              DIVISION.
       PROGRAM-ID. FILMDATCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CADASTRO/MANUTENCAO DAS DATAS CONTRATUAIS DE
      *==           CADA TITULO (FILMDATAS.DAT) - INICIO E FIM DA
      *==           JANELA DE LICENCA DE LOCACAO DADA PELO CONTRATO
      *==           DA DISTRIBUIDORA - E DA DATA DE LANCAMENTO
      *==           (EMBARGO DE RUA), QUE O RECEBPED JA PREENCHE NO
      *==           RECEBIMENTO
      *== DATA: 15/10/2026
      *== OBSERVACOES: DATA ZERADA = SEM RESTRICAO NAQUELA PONTA
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

           SELECT FILMES ASSIGN TO 'DADOS\FILMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO
                   WITH DUPLICATES.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD FILMDATAS.
           COPY "FILMDATREG".

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

       WORKING-STORAGE            SECTION.
       77 FS-FILMDATAS     PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-CODFILME     PIC 9(05) VALUE ZEROS.
       77 WRK-LIC-INICIO   PIC 9(08) VALUE ZEROS.
       77 WRK-LIC-FIM      PIC 9(08) VALUE ZEROS.
       77 WRK-LANCAMENTO   PIC 9(08) VALUE ZEROS.
       77 WRK-VALIDO       PIC X(01) VALUE 'S'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE O ARQUIVO DE DATAS, CRIANDO SE NAO EXISTIR------------
       0100-INICIALIZAR           SECTION.
           OPEN I-O FILMDATAS.
           IF FS-FILMDATAS EQUAL 35
               OPEN OUTPUT FILMDATAS
               CLOSE FILMDATAS
               OPEN I-O FILMDATAS
           END-IF.
           OPEN INPUT FILMES.

      *----INCLUI OU ALTERA AS DATAS DE UM TITULO---------------------
       0200-PROCESSAR             SECTION.
           DISPLAY "CODIGO DO FILME...................."
           ACCEPT WRK-CODFILME.
           MOVE WRK-CODFILME TO FDAT-CODFILME.
           READ FILMDATAS
               INVALID KEY
                   MOVE ZEROS TO FDAT-LIC-INICIO FDAT-LIC-FIM
                                 FDAT-LANCAMENTO
               NOT INVALID KEY
                   DISPLAY "LICENCA ATUAL: " FDAT-LIC-INICIO
                           " A " FDAT-LIC-FIM
                   DISPLAY "LANCAMENTO ATUAL: " FDAT-LANCAMENTO
           END-READ.
           DISPLAY "INICIO DA LICENCA (AAAAMMDD, 0=SEM)"
           ACCEPT WRK-LIC-INICIO.
           DISPLAY "FIM DA LICENCA (AAAAMMDD, 0=SEM)..."
           ACCEPT WRK-LIC-FIM.
           DISPLAY "LANCAMENTO (AAAAMMDD, 0=LIBERADO).."
           ACCEPT WRK-LANCAMENTO.

           PERFORM 0205-VALIDAR.
           IF WRK-VALIDO EQUAL 'S'
               MOVE WRK-CODFILME TO FDAT-CODFILME
               READ FILMDATAS
                   INVALID KEY
                       PERFORM 0210-MOVER-CAMPOS
                       WRITE FDAT-REG
                       DISPLAY "DATAS CADASTRADAS."
                   NOT INVALID KEY
                       PERFORM 0210-MOVER-CAMPOS
                       REWRITE FDAT-REG
                       DISPLAY "DATAS ATUALIZADAS."
               END-READ
           END-IF.

           DISPLAY "CADASTRAR OUTRO (S/N)............."
           ACCEPT WRK-CONTINUA.

      *----CONFERE O TITULO E A ORDEM DAS DATAS-----------------------
       0205-VALIDAR               SECTION.
           MOVE 'S' TO WRK-VALIDO.
           MOVE WRK-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   DISPLAY "FILME NAO CADASTRADO."
                   MOVE 'N' TO WRK-VALIDO
           END-READ.
           IF WRK-LIC-FIM GREATER ZEROS AND
              WRK-LIC-FIM LESS WRK-LIC-INICIO
               DISPLAY "FIM DA LICENCA ANTES DO INICIO."
               MOVE 'N' TO WRK-VALIDO
           END-IF.

      *----MOVE OS CAMPOS DA TELA PARA O REGISTRO---------------------
       0210-MOVER-CAMPOS          SECTION.
           MOVE WRK-LIC-INICIO TO FDAT-LIC-INICIO.
           MOVE WRK-LIC-FIM    TO FDAT-LIC-FIM.
           MOVE WRK-LANCAMENTO TO FDAT-LANCAMENTO.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE FILMDATAS.
           CLOSE FILMES.
