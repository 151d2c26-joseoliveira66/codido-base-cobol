       IDENTIFICATION              DIVISION.
       PROGRAM-ID. CTRREPCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CADASTRO/MANUTENCAO DOS CONTRATOS DE REPASSE DE
      *==           RECEITA (CONTRREP.DAT) - TITULO, DISTRIBUIDORA
      *==           DO DISTRIB.DAT, PERCENTUAL E VIGENCIA - USADOS
      *==           PELO ACERTO MENSAL DO REPASSE
      *== DATA: 15/10/2026
      *== OBSERVACOES: TITULO E DISTRIBUIDORA SAO CONFERIDOS NOS
      *==           CADASTROS ANTES DE GRAVAR
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTRREP ASSIGN TO 'DADOS\CONTRREP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREP-CHAVE
               FILE STATUS IS FS-CONTRREP.

           SELECT DISTRIB ASSIGN TO 'DADOS\DISTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIST-CODIGO
               FILE STATUS IS FS-DISTRIB.

           SELECT FILMES ASSIGN TO 'DADOS\FILMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO
                   WITH DUPLICATES.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CONTRREP.
           COPY "CTRREPREG".

       FD DISTRIB.
           COPY "DISTREG".

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
       77 FS-CONTRREP      PIC 9(02) VALUE ZEROS.
       77 FS-DISTRIB       PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-CODFILME     PIC 9(05) VALUE ZEROS.
       77 WRK-DISTRIB      PIC 9(03) VALUE ZEROS.
       77 WRK-PERCENTUAL   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 WRK-ATIVO        PIC X(01) VALUE 'S'.
       77 WRK-VALIDO       PIC X(01) VALUE 'S'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE O ARQUIVO DE CONTRATOS, CRIANDO SE NAO EXISTIR-------
       0100-INICIALIZAR           SECTION.
           OPEN I-O CONTRREP.
           IF FS-CONTRREP EQUAL 35
               OPEN OUTPUT CONTRREP
               CLOSE CONTRREP
               OPEN I-O CONTRREP
           END-IF.
           OPEN INPUT DISTRIB.
           OPEN INPUT FILMES.

      *----INCLUI OU ALTERA UM CONTRATO DE REPASSE--------------------
       0200-PROCESSAR             SECTION.
           DISPLAY "CODIGO DO FILME...................."
           ACCEPT WRK-CODFILME.
           DISPLAY "CODIGO DA DISTRIBUIDORA............"
           ACCEPT WRK-DISTRIB.
           DISPLAY "PERCENTUAL DE REPASSE (999,99)....."
           ACCEPT WRK-PERCENTUAL.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD)......"
           ACCEPT WRK-DATA-INICIO.
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0=SEM).."
           ACCEPT WRK-DATA-FIM.
           DISPLAY "ATIVO (S/N)........................"
           ACCEPT WRK-ATIVO.

           PERFORM 0205-VALIDAR.
           IF WRK-VALIDO EQUAL 'S'
               MOVE WRK-CODFILME TO CREP-CODFILME
               MOVE WRK-DISTRIB  TO CREP-DISTRIB
               READ CONTRREP
                   INVALID KEY
                       PERFORM 0210-MOVER-CAMPOS
                       WRITE CREP-REG
                       DISPLAY "CONTRATO CADASTRADO."
                   NOT INVALID KEY
                       PERFORM 0210-MOVER-CAMPOS
                       REWRITE CREP-REG
                       DISPLAY "CONTRATO ATUALIZADO."
               END-READ
           END-IF.

           DISPLAY "CADASTRAR OUTRO (S/N)............."
           ACCEPT WRK-CONTINUA.

      *----CONFERE TITULO, DISTRIBUIDORA, PERCENTUAL E VIGENCIA------
       0205-VALIDAR               SECTION.
           MOVE 'S' TO WRK-VALIDO.
           MOVE WRK-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   DISPLAY "FILME NAO CADASTRADO."
                   MOVE 'N' TO WRK-VALIDO
           END-READ.
           MOVE WRK-DISTRIB TO DIST-CODIGO.
           READ DISTRIB
               INVALID KEY
                   DISPLAY "DISTRIBUIDORA NAO CADASTRADA."
                   MOVE 'N' TO WRK-VALIDO
           END-READ.
           IF WRK-PERCENTUAL GREATER 100
               DISPLAY "PERCENTUAL ACIMA DE 100."
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-DATA-FIM GREATER ZEROS AND
              WRK-DATA-FIM LESS WRK-DATA-INICIO
               DISPLAY "FIM DA VIGENCIA ANTES DO INICIO."
               MOVE 'N' TO WRK-VALIDO
           END-IF.

      *----MOVE OS CAMPOS DA TELA PARA O REGISTRO---------------------
       0210-MOVER-CAMPOS          SECTION.
           MOVE WRK-PERCENTUAL  TO CREP-PERCENTUAL.
           MOVE WRK-DATA-INICIO TO CREP-DATA-INICIO.
           MOVE WRK-DATA-FIM    TO CREP-DATA-FIM.
           IF WRK-ATIVO EQUAL 'N' OR WRK-ATIVO EQUAL 'n'
               MOVE 'N' TO CREP-ATIVO
           ELSE
               MOVE 'S' TO CREP-ATIVO
           END-IF.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CONTRREP.
           CLOSE DISTRIB.
           CLOSE FILMES.
