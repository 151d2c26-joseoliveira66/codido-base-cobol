      *==           (OPERADORES.DAT), USADOS NA ENTRADA (LOGON) DE
      *==           CLIENTES, PROJETO E FILMESJC
      *== DATA: 22/08/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - CAPTA O FUNCIONARIO DO OPERADOR, CONFERIDO
      *==                   NO FUNCIONARIOS.DAT, PARA A COMISSAO
      *== OBSERVACOES: SEMEIA O SUPERVISOR 0001 NA PRIMEIRA EXECUCAO
      *==           PARA A LOJA NAO FICAR TRANCADA PARA FORA. A
      *==           PROPRIA MANUTENCAO EXIGE SUPERVISOR NO LOGON -
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS FS-OPERADORES.

         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD OPERADORES.
           COPY "OPERREG".

       FD FUNCIONARIOS.
           COPY "FUNCREG".

       WORKING-STORAGE            SECTION.
       77 FS-OPERADORES    PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO       PIC 9(04) VALUE ZEROS.
       77 WRK-NOME         PIC X(30) VALUE SPACES.
       77 WRK-NIVEL        PIC 9(01) VALUE ZEROS.
       77 WRK-ATIVO        PIC X(01) VALUE 'S'.
       77 WRK-FUNCIONARIO  PIC 9(04) VALUE ZEROS.
       77 FS-FUNCIONARIOS  PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.

       01 WRK-OPERADOR-LOGADO.
               CLOSE OPERADORES
               OPEN I-O OPERADORES
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           PERFORM 0110-CARGA-INICIAL.

      *----SEMEIA O SUPERVISOR PADRAO NA PRIMEIRA EXECUCAO-------------
           MOVE "SUPERVISOR" TO OPER-NOME.
           MOVE 9 TO OPER-NIVEL.
           MOVE 'S' TO OPER-ATIVO.
           MOVE ZEROS TO OPER-FUNCIONARIO.
           WRITE OPER-REG INVALID KEY CONTINUE END-WRITE.

      *----INCLUI OU ALTERA UM OPERADOR---------------------------------
           ACCEPT WRK-NIVEL.
           DISPLAY "ATIVO (S/N)........................"
           ACCEPT WRK-ATIVO.
           DISPLAY "FUNCIONARIO (COMISSAO / 0 = NENHUM)"
           ACCEPT WRK-FUNCIONARIO.
           IF WRK-FUNCIONARIO GREATER ZEROS AND
              FS-FUNCIONARIOS EQUAL ZEROS
               MOVE WRK-FUNCIONARIO TO FUNC-CODIGO
               READ FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO CADASTRADO - "
                               "OPERADOR FICA SEM VINCULO"
                       MOVE ZEROS TO WRK-FUNCIONARIO
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO: " FUNC-NOME
               END-READ
           END-IF.

           MOVE WRK-CODIGO TO OPER-CODIGO.
           READ OPERADORES
           MOVE WRK-NOME  TO OPER-NOME.
           MOVE WRK-NIVEL TO OPER-NIVEL.
           MOVE WRK-ATIVO TO OPER-ATIVO.
           MOVE WRK-FUNCIONARIO TO OPER-FUNCIONARIO.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE OPERADORES.
           CLOSE FUNCIONARIOS.
