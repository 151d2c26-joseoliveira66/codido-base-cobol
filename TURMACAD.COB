      *==           MESMO ESPIRITO DO GENERCAD. O ALUNO RECEBE A
      *==           TURMA NO ALUNOCAD
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - LIMITE DE VAGAS DA TURMA (0 = SEM LIMITE),
      *==                   QUE NAO PODE FICAR ABAIXO DOS ALUNOS JA
      *==                   NA TURMA
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.

         SELECT ALUNOS ASSIGN TO "C:\COBOL\DADOS\ALUNOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ALUNO-MATRICULA
         FILE STATUS IS FS-ALUNOS.

           SELECT INSCRICAO ASSIGN TO 'DADOS\INSCRICAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-NUMERO
               FILE STATUS IS FS-INSCRICAO.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD TURMAS.
           COPY "TURMAREG".

       FD ALUNOS.
           COPY "ALUNOREG".

       FD INSCRICAO.
           COPY "INSCREG".

       WORKING-STORAGE            SECTION.
       77 FS-TURMAS        PIC 9(02)    VALUE ZEROS.
       77 FS-ALUNOS        PIC 9(02)    VALUE ZEROS.
       77 FS-INSCRICAO     PIC 9(02)    VALUE ZEROS.
       77 WRK-CODIGO       PIC 9(03)    VALUE ZEROS.
       77 WRK-ANO          PIC 9(04)    VALUE ZEROS.
       77 WRK-SERIE        PIC 9(02)    VALUE ZEROS.
       77 WRK-PROFESSOR    PIC X(30)    VALUE SPACES.
       77 WRK-MENSALIDADE  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CONTINUA     PIC X(01)    VALUE 'S'.
       77 WRK-VAGAS        PIC 9(03)    VALUE ZEROS.
       77 WRK-OCUPADAS     PIC 9(04)    VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           ACCEPT WRK-PROFESSOR.
           DISPLAY "MENSALIDADE DA SERIE (EX: 450,00)."
           ACCEPT WRK-MENSALIDADE.
           DISPLAY "VAGAS DA TURMA (0 = SEM LIMITE)..."
           ACCEPT WRK-VAGAS.
           IF WRK-VAGAS GREATER ZEROS
               PERFORM 0220-CONTAR-OCUPADAS
               IF WRK-OCUPADAS GREATER WRK-VAGAS
                   DISPLAY "A TURMA JA TEM " WRK-OCUPADAS
                           " ALUNOS/RESERVAS - VAGAS AJUSTADAS"
                   MOVE WRK-OCUPADAS TO WRK-VAGAS
               END-IF
           END-IF.

           MOVE WRK-CODIGO TO TUR-CODIGO.
           READ TURMAS
           MOVE WRK-SERIE       TO TUR-SERIE.
           MOVE WRK-PROFESSOR   TO TUR-PROFESSOR.
           MOVE WRK-MENSALIDADE TO TUR-MENSALIDADE.
           MOVE WRK-VAGAS       TO TUR-VAGAS.

      *----ALUNOS NA TURMA MAIS AS VAGAS RESERVADAS NA MATRICULA-------
       0220-CONTAR-OCUPADAS       SECTION.
           MOVE ZEROS TO WRK-OCUPADAS.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS EQUAL ZEROS
               MOVE ZEROS TO ALUNO-MATRICULA
               START ALUNOS KEY >= ALUNO-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ALUNOS NEXT
                       PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                           IF ALUNO-TURMA EQUAL WRK-CODIGO
                               ADD 1 TO WRK-OCUPADAS
                           END-IF
                           READ ALUNOS NEXT
                       END-PERFORM
               END-START
           END-IF.
           CLOSE ALUNOS.
           OPEN INPUT INSCRICAO.
           IF FS-INSCRICAO EQUAL ZEROS
               MOVE ZEROS TO INS-NUMERO
               START INSCRICAO KEY >= INS-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ INSCRICAO NEXT
                       PERFORM UNTIL FS-INSCRICAO NOT EQUAL ZEROS
                           IF INS-RESERVADA AND
                              INS-TURMA EQUAL WRK-CODIGO
                               ADD 1 TO WRK-OCUPADAS
                           END-IF
                           READ INSCRICAO NEXT
                       END-PERFORM
               END-START
           END-IF.
           CLOSE INSCRICAO.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
