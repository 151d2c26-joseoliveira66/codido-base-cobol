      *==           DE TURMA (PROGRAMA17)
      *== DATA: 05/03/2025
      *== ALTERACOES:
      *==   15/10/2026 JO - CPF DO RESPONSAVEL DO ALUNO (LIGA OS IRMAOS
      *==                   PARA O DESCONTO DE IRMAO)
      *==   15/10/2026 JO - NAO COLOCA ALUNO EM TURMA LOTADA (TUR-VAGAS
      *==                   CONTRA ALUNOS DA TURMA MAIS VAGAS
      *==                   RESERVADAS NA MATRICULA - MATRICAD)
      *==   01/09/2026 JO - TURMA DO ALUNO CAPTADA E VALIDADA CONTRA
      *==                   TURMAS.DAT (TURMACAD)
      *==   22/08/2026 JO - RESPEITA A TRAVA DE FECHAMENTO DO PERIODO
         RECORD KEY IS TUR-CODIGO
         FILE STATUS IS FS-TURMAS.

      *----INSCRICOES DA MATRICULA, COM AS VAGAS RESERVADAS-----------
           SELECT INSCRICAO ASSIGN TO 'DADOS\INSCRICAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-NUMERO
               FILE STATUS IS FS-INSCRICAO.

      *----AUDITORIA DAS ALTERACOES DE NOTAS COM O PERIODO FECHADO----
         SELECT NOTAAUD ASSIGN TO "C:\COBOL\DADOS\NOTAAUD.LOG"
         ORGANIZATION IS SEQUENTIAL
       FD TURMAS.
           COPY "TURMAREG".

       FD INSCRICAO.
           COPY "INSCREG".

       FD NOTAAUD.
           COPY "NOTAAUDREG".

       77 FS-TURMAS         PIC 9(02) VALUE ZEROS.
       77 WRK-TURMA         PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA-OK      PIC X(01) VALUE 'S'.
       77 FS-INSCRICAO      PIC 9(02) VALUE ZEROS.
       77 WRK-RESP-CPF      PIC 9(11) VALUE ZEROS.
       77 WRK-TEM-INSCRICAO PIC X(01) VALUE 'N'.
       77 WRK-VAGAS         PIC 9(03) VALUE ZEROS.
       77 WRK-OCUPADAS      PIC 9(04) VALUE ZEROS.
       01 WRK-NOTAS-ANT OCCURS 5 TIMES PIC 9(02)V99 VALUE ZEROS.

       01 WRK-OPERADOR-LOGADO.
               CLOSE TURMAS
               OPEN INPUT TURMAS
           END-IF.
           OPEN INPUT INSCRICAO.
           IF FS-INSCRICAO EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-INSCRICAO
           END-IF.

      *----COM O PERIODO FECHADO (TERMFECHA) SO SUPERVISOR ENTRA E-----
      *----TODA ALTERACAO VAI PARA A AUDITORIA DE NOTAS-----------------
           ACCEPT WRK-MATRICULA.
           DISPLAY "NOME DO ALUNO......................"
           ACCEPT WRK-NOME.
           DISPLAY "CPF DO RESPONSAVEL (0 = NAO INFORMADO)"
           ACCEPT WRK-RESP-CPF.
           PERFORM 0206-RECEBER-TURMA.
           IF WRK-TURMA-OK EQUAL 'N'
               DISPLAY "TURMA NAO CADASTRADA (VER TURMACAD) - "
                       "ALUNO NAO GRAVADO"
               GO TO 0200-FIM
           END-IF.
           IF WRK-TURMA-OK EQUAL 'L'
               DISPLAY "TURMA LOTADA (" WRK-OCUPADAS " DE "
                       WRK-VAGAS " VAGAS) - USAR A MATRICULA "
                       "(MATRICAD) - ALUNO NAO GRAVADO"
               GO TO 0200-FIM
           END-IF.
           PERFORM 0205-RECEBER-QTD-NOTAS.

           PERFORM 0210-RECEBER-NOTAS
                       MOVE 'N' TO WRK-TURMA-OK
               END-READ
           END-IF.
           IF WRK-TURMA GREATER ZEROS AND WRK-TURMA-OK EQUAL 'S'
               PERFORM 0207-VERIFICAR-VAGA
           END-IF.

      *----SO CONFERE A VAGA QUANDO O ALUNO ENTRA NA TURMA: QUEM JA----
      *----ESTA NELA NAO E BARRADO-----------------------------------
       0207-VERIFICAR-VAGA        SECTION.
           IF TUR-VAGAS IS NUMERIC
               MOVE TUR-VAGAS TO WRK-VAGAS
           ELSE
               MOVE ZEROS TO WRK-VAGAS
           END-IF.
           IF WRK-VAGAS EQUAL ZEROS
               GO TO 0207-FIM
           END-IF.
           MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE ZEROS TO ALUNO-TURMA
           END-READ.
           IF ALUNO-TURMA EQUAL WRK-TURMA
               GO TO 0207-FIM
           END-IF.
           MOVE ZEROS TO WRK-OCUPADAS.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY >= ALUNO-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUNOS NEXT
                   PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                       IF ALUNO-TURMA EQUAL WRK-TURMA
                           ADD 1 TO WRK-OCUPADAS
                       END-IF
                       READ ALUNOS NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-ALUNOS.
           IF WRK-TEM-INSCRICAO EQUAL 'S'
               MOVE ZEROS TO INS-NUMERO
               START INSCRICAO KEY >= INS-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ INSCRICAO NEXT
                       PERFORM UNTIL FS-INSCRICAO NOT EQUAL ZEROS
                           IF INS-RESERVADA AND
                              INS-TURMA EQUAL WRK-TURMA
                               ADD 1 TO WRK-OCUPADAS
                           END-IF
                           READ INSCRICAO NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-INSCRICAO
           END-IF.
           IF WRK-OCUPADAS NOT LESS WRK-VAGAS
               MOVE 'L' TO WRK-TURMA-OK
           END-IF.

       0207-FIM.
           EXIT.

      *----PEDE A QUANTIDADE DE MATERIAS, REPETINDO ATE UM VALOR-------
      *----VALIDO DE 1 A 5, LIMITE DA TABELA WRK-NOTAS------------------
           MOVE WRK-NOME      TO ALUNO-NOME.
           MOVE WRK-TURMA     TO ALUNO-TURMA.
           MOVE SPACES        TO ALUNO-SIT-ROLL.
           MOVE WRK-RESP-CPF  TO ALUNO-RESP-CPF.
           MOVE WRK-QTD-NOTAS TO ALUNO-QTD-NOTAS.
           PERFORM VARYING WRK-INDICE-NOTA FROM 1 BY 1
                   UNTIL WRK-INDICE-NOTA GREATER 5
           DISPLAY "FIM DE PROGRAMA".
           CLOSE ALUNOS.
           CLOSE TURMAS.
           IF WRK-TEM-INSCRICAO EQUAL 'S'
               CLOSE INSCRICAO
           END-IF.
           IF WRK-TRAVADO EQUAL 'S'
               CLOSE NOTAAUD
           END-IF.
