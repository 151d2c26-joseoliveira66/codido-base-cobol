       IDENTIFICATION              DIVISION.
       PROGRAM-ID. MOTORCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CADASTRO DE MOTORISTAS DAS VIAGENS (MOTORIST.DAT)
      *==           - NOME, NUMERO E CATEGORIA DA CNH, VALIDADE E,
      *==           QUANDO O MOTORISTA E DO QUADRO, O CODIGO DO
      *==           FUNCIONARIO (FUNCIONARIOS.DAT)
      *== DATA: 15/10/2026
      *== OBSERVACOES: A ESCALA NA VIAGEM E FEITA NO VIAGEMCAD
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT MOTORIST ASSIGN TO 'DADOS\MOTORIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT-CODIGO
               FILE STATUS IS FS-MOTORIST.

         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD MOTORIST.
           COPY "MOTORREG".

       FD FUNCIONARIOS.
           COPY "FUNCREG".

       WORKING-STORAGE            SECTION.
       77 FS-MOTORIST       PIC 9(02)    VALUE ZEROS.
       77 FS-FUNCIONARIOS   PIC 9(02)    VALUE ZEROS.
       77 WRK-TEM-FUNC      PIC X(01)    VALUE 'N'.
       77 WRK-CONTINUA      PIC X(01)    VALUE 'S'.
       77 WRK-OPCAO         PIC X(01)    VALUE SPACES.
       77 WRK-CODIGO        PIC 9(04)    VALUE ZEROS.
       77 WRK-NOME          PIC X(30)    VALUE SPACES.
       77 WRK-CNH           PIC 9(11)    VALUE ZEROS.
       77 WRK-CATEGORIA     PIC X(02)    VALUE SPACES.
       77 WRK-VALIDADE      PIC 9(08)    VALUE ZEROS.
       77 WRK-FUNCIONARIO   PIC 9(04)    VALUE ZEROS.
       77 WRK-ATIVO         PIC X(01)    VALUE 'S'.
       77 WRK-VALIDO        PIC X(01)    VALUE 'S'.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "CADASTRO DE MOTORISTAS".
           OPEN I-O MOTORIST.
           IF FS-MOTORIST EQUAL 35
               OPEN OUTPUT MOTORIST
               CLOSE MOTORIST
               OPEN I-O MOTORIST
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-FUNC
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

       0200-PROCESSAR             SECTION.
           DISPLAY "G-GRAVAR MOTORISTA  C-CONSULTAR..."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'G'
               WHEN 'g'
                   PERFORM 0210-GRAVAR
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0230-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----INCLUI OU ALTERA UM MOTORISTA------------------------------
       0210-GRAVAR                SECTION.
           DISPLAY "CODIGO DO MOTORISTA..............."
           ACCEPT WRK-CODIGO.
           DISPLAY "FUNCIONARIO DO QUADRO (0 = NAO E)."
           ACCEPT WRK-FUNCIONARIO.
           DISPLAY "NOME (BRANCO = NOME DO FUNCIONARIO)"
           ACCEPT WRK-NOME.
           DISPLAY "NUMERO DA CNH....................."
           ACCEPT WRK-CNH.
           DISPLAY "CATEGORIA DA CNH (EX: D, AD, AE).."
           ACCEPT WRK-CATEGORIA.
           DISPLAY "VALIDADE DA CNH (AAAAMMDD)........"
           ACCEPT WRK-VALIDADE.
           DISPLAY "ATIVO (S/N)......................."
           ACCEPT WRK-ATIVO.
           PERFORM 0220-VALIDAR.
           IF WRK-VALIDO EQUAL 'S'
               MOVE WRK-CODIGO TO MOT-CODIGO
               READ MOTORIST
                   INVALID KEY
                       PERFORM 0215-MOVER-CAMPOS
                       WRITE MOT-REG
                       DISPLAY "MOTORISTA CADASTRADO."
                   NOT INVALID KEY
                       PERFORM 0215-MOVER-CAMPOS
                       REWRITE MOT-REG
                       DISPLAY "MOTORISTA ATUALIZADO."
               END-READ
               IF MOT-VALIDADE LESS WRK-HOJE
                   DISPLAY "AVISO: CNH VENCIDA - NAO SERA ESCALADO"
               END-IF
           END-IF.

       0215-MOVER-CAMPOS          SECTION.
           MOVE WRK-NOME        TO MOT-NOME.
           MOVE WRK-CNH         TO MOT-CNH.
           MOVE WRK-CATEGORIA   TO MOT-CATEGORIA.
           MOVE WRK-VALIDADE    TO MOT-VALIDADE.
           MOVE WRK-FUNCIONARIO TO MOT-FUNCIONARIO.
           IF WRK-ATIVO EQUAL 'N' OR WRK-ATIVO EQUAL 'n'
               MOVE 'N' TO MOT-ATIVO
           ELSE
               MOVE 'S' TO MOT-ATIVO
           END-IF.

      *----CONFERE CNH, CATEGORIA E O FUNCIONARIO INFORMADO-----------
       0220-VALIDAR               SECTION.
           MOVE 'S' TO WRK-VALIDO.
           IF WRK-CODIGO EQUAL ZEROS
               DISPLAY "CODIGO DO MOTORISTA OBRIGATORIO"
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-CNH EQUAL ZEROS
               DISPLAY "NUMERO DA CNH OBRIGATORIO"
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           INSPECT WRK-CATEGORIA CONVERTING 'abcde' TO 'ABCDE'.
           IF WRK-CATEGORIA(1:1) NOT EQUAL 'A' AND
              WRK-CATEGORIA(1:1) NOT EQUAL 'B' AND
              WRK-CATEGORIA(1:1) NOT EQUAL 'C' AND
              WRK-CATEGORIA(1:1) NOT EQUAL 'D' AND
              WRK-CATEGORIA(1:1) NOT EQUAL 'E'
               DISPLAY "CATEGORIA DA CNH INVALIDA"
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-VALIDADE EQUAL ZEROS
               DISPLAY "VALIDADE DA CNH OBRIGATORIA"
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-FUNCIONARIO GREATER ZEROS
               IF WRK-TEM-FUNC EQUAL 'N'
                   DISPLAY "FUNCIONARIOS.DAT INDISPONIVEL"
                   MOVE 'N' TO WRK-VALIDO
               ELSE
                   MOVE WRK-FUNCIONARIO TO FUNC-CODIGO
                   READ FUNCIONARIOS
                       INVALID KEY
                           DISPLAY "FUNCIONARIO NAO CADASTRADO"
                           MOVE 'N' TO WRK-VALIDO
                       NOT INVALID KEY
                           IF WRK-NOME EQUAL SPACES
                               MOVE FUNC-NOME TO WRK-NOME
                           END-IF
                           IF NOT FUNC-ESTA-ATIVO
                               DISPLAY "AVISO: FUNCIONARIO INATIVO"
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WRK-NOME EQUAL SPACES
               DISPLAY "NOME DO MOTORISTA OBRIGATORIO"
               MOVE 'N' TO WRK-VALIDO
           END-IF.

       0230-CONSULTAR             SECTION.
           DISPLAY "CODIGO DO MOTORISTA..............."
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO MOT-CODIGO.
           READ MOTORIST
               INVALID KEY
                   DISPLAY "MOTORISTA NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "NOME......: " MOT-NOME
                   DISPLAY "CNH.......: " MOT-CNH
                           " CATEGORIA " MOT-CATEGORIA
                   DISPLAY "VALIDADE..: " MOT-VALIDADE
                   IF MOT-VALIDADE LESS WRK-HOJE
                       DISPLAY "*** CNH VENCIDA ***"
                   END-IF
                   DISPLAY "FUNCIONARIO: " MOT-FUNCIONARIO
                           " ATIVO: " MOT-ATIVO
           END-READ.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE MOTORIST.
           CLOSE FUNCIONARIOS.
