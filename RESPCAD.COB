       IDENTIFICATION              DIVISION.
       PROGRAM-ID. RESPCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CADASTRO DOS RESPONSAVEIS PELO ALUNO
      *==           (RESPONS.DAT) - NOME, CPF, PARENTESCO, TELEFONE,
      *==           E-MAIL, ENDERECO, CANAL PREFERIDO DE AVISO E
      *==           MARCA DE RESPONSAVEL FINANCEIRO. O FINANCEIRO E
      *==           UNICO POR ALUNO E SEU CPF VAI PARA O
      *==           ALUNO-RESP-CPF, QUE O MENSGERA USA NA COBRANCA
      *== DATA: 15/10/2026
      *== OBSERVACOES: OS AVISOS DE FALTAS E NOTAS (RESPAVISO) SAEM
      *==           PELO CANAL PREFERIDO DE CADA RESPONSAVEL
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RESPONS ASSIGN TO 'DADOS\RESPONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS FS-RESPONS.

         SELECT ALUNOS ASSIGN TO "C:\COBOL\DADOS\ALUNOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ALUNO-MATRICULA
         FILE STATUS IS FS-ALUNOS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD RESPONS.
           COPY "RESPREG".

       FD ALUNOS.
           COPY "ALUNOREG".

       WORKING-STORAGE            SECTION.
       77 FS-RESPONS        PIC 9(02) VALUE ZEROS.
       77 FS-ALUNOS         PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-EXISTE        PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-CPF           PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-OK        PIC X(01) VALUE 'N'.
       77 WRK-QT-RESP       PIC 9(02) VALUE ZEROS.
      *----DIGITOS VERIFICADORES DO CPF (MODULO 11)--------------------
       77 WRK-CPF-SOMA      PIC 9(04) VALUE ZEROS.
       77 WRK-CPF-RESTO     PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-DV        PIC 9(01) VALUE ZEROS.
       77 WRK-CPF-I         PIC 9(02) VALUE ZEROS.
       01 WRK-CPF-DIGITOS.
           05 WRK-CPF-D         PIC 9(01) OCCURS 11 TIMES.
      *----DADOS DIGITADOS, GUARDADOS ENQUANTO O FINANCEIRO ANTERIOR---
      *----E DESMARCADO-------------------------------------------------
       01 WRK-RSP-NOVO.
           05 WRK-RSP-NOME          PIC X(30) VALUE SPACES.
           05 WRK-RSP-PARENTESCO    PIC X(10) VALUE SPACES.
           05 WRK-RSP-FONE          PIC 9(11) VALUE ZEROS.
           05 WRK-RSP-EMAIL         PIC X(40) VALUE SPACES.
           05 WRK-RSP-RUA           PIC X(30) VALUE SPACES.
           05 WRK-RSP-NUMERO        PIC X(06) VALUE SPACES.
           05 WRK-RSP-CIDADE        PIC X(20) VALUE SPACES.
           05 WRK-RSP-UF            PIC X(02) VALUE SPACES.
           05 WRK-RSP-CANAL         PIC X(01) VALUE 'C'.
           05 WRK-RSP-FINANCEIRO    PIC X(01) VALUE 'N'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           OPEN I-O RESPONS.
           IF FS-RESPONS EQUAL 35
               OPEN OUTPUT RESPONS
               CLOSE RESPONS
               OPEN I-O RESPONS
           END-IF.
      *----EM I-O: O CPF DO FINANCEIRO VAI PARA O ALUNO-RESP-CPF------
           OPEN I-O ALUNOS.
           IF FS-ALUNOS NOT EQUAL ZEROS
               DISPLAY "ALUNOS.DAT INDISPONIVEL (VER ALUNOCAD)"
               STOP RUN
           END-IF.

       0200-PROCESSAR             SECTION.
           DISPLAY "G-GRAVAR  E-EXCLUIR  C-CONSULTAR RESPONSAVEIS...".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'G'
               WHEN 'g'
                   PERFORM 0210-GRAVAR
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0230-EXCLUIR
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0240-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----INCLUI OU ALTERA UM RESPONSAVEL DO ALUNO--------------------
       0210-GRAVAR                SECTION.
           PERFORM 0250-PEDIR-ALUNO.
           IF WRK-EXISTE EQUAL 'N'
               GO TO 0210-FIM
           END-IF.
           DISPLAY "CPF DO RESPONSAVEL (11 DIGITOS)..."
           ACCEPT WRK-CPF.
           PERFORM 0260-VALIDAR-CPF.
           IF WRK-CPF-OK EQUAL 'N'
               GO TO 0210-FIM
           END-IF.
           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE WRK-CPF TO RSP-CPF.
           READ RESPONS
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE
                   DISPLAY "RESPONSAVEL NOVO"
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE
                   DISPLAY "ALTERACAO DE: " RSP-NOME
                   DISPLAY "FONE " RSP-FONE " E-MAIL " RSP-EMAIL
                   DISPLAY "CANAL " RSP-CANAL
                           " FINANCEIRO " RSP-FINANCEIRO
           END-READ.
           DISPLAY "NOME DO RESPONSAVEL..............."
           ACCEPT WRK-RSP-NOME.
           DISPLAY "PARENTESCO (MAE, PAI, AVO...)....."
           ACCEPT WRK-RSP-PARENTESCO.
           DISPLAY "TELEFONE COM DDD (11 DIGITOS)....."
           ACCEPT WRK-RSP-FONE.
           DISPLAY "E-MAIL............................"
           ACCEPT WRK-RSP-EMAIL.
           DISPLAY "RUA..............................."
           ACCEPT WRK-RSP-RUA.
           DISPLAY "NUMERO............................"
           ACCEPT WRK-RSP-NUMERO.
           DISPLAY "CIDADE............................"
           ACCEPT WRK-RSP-CIDADE.
           DISPLAY "UF................................"
           ACCEPT WRK-RSP-UF.
           DISPLAY "CANAL DE AVISO (C-CARTA E-EMAIL T-TELEFONE)"
           ACCEPT WRK-RSP-CANAL.
           EVALUATE WRK-RSP-CANAL
               WHEN 'e'
                   MOVE 'E' TO WRK-RSP-CANAL
               WHEN 't'
                   MOVE 'T' TO WRK-RSP-CANAL
               WHEN 'E'
               WHEN 'T'
                   CONTINUE
               WHEN OTHER
                   MOVE 'C' TO WRK-RSP-CANAL
           END-EVALUATE.
           IF WRK-RSP-CANAL EQUAL 'E' AND WRK-RSP-EMAIL EQUAL SPACES
               DISPLAY "SEM E-MAIL - AVISO POR CARTA"
               MOVE 'C' TO WRK-RSP-CANAL
           END-IF.
           DISPLAY "RESPONSAVEL FINANCEIRO (S/N)......"
           ACCEPT WRK-RSP-FINANCEIRO.
           IF WRK-RSP-FINANCEIRO EQUAL 's'
               MOVE 'S' TO WRK-RSP-FINANCEIRO
           END-IF.
           IF WRK-RSP-FINANCEIRO NOT EQUAL 'S'
               MOVE 'N' TO WRK-RSP-FINANCEIRO
           END-IF.
           IF WRK-RSP-FINANCEIRO EQUAL 'S'
               PERFORM 0220-DESMARCAR-FINANCEIRO
           END-IF.
           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE WRK-CPF TO RSP-CPF.
           MOVE WRK-RSP-NOME TO RSP-NOME.
           MOVE WRK-RSP-PARENTESCO TO RSP-PARENTESCO.
           MOVE WRK-RSP-FONE TO RSP-FONE.
           MOVE WRK-RSP-EMAIL TO RSP-EMAIL.
           MOVE WRK-RSP-RUA TO RSP-RUA.
           MOVE WRK-RSP-NUMERO TO RSP-NUMERO.
           MOVE WRK-RSP-CIDADE TO RSP-CIDADE.
           MOVE WRK-RSP-UF TO RSP-UF.
           MOVE WRK-RSP-CANAL TO RSP-CANAL.
           MOVE WRK-RSP-FINANCEIRO TO RSP-FINANCEIRO.
           WRITE RSP-REG
               INVALID KEY
                   REWRITE RSP-REG
                   DISPLAY "RESPONSAVEL ALTERADO."
               NOT INVALID KEY
                   DISPLAY "RESPONSAVEL GRAVADO."
           END-WRITE.
      *----O FINANCEIRO PASSA A SER O RESPONSAVEL DO ALUNO (COBRANCA---
      *----E LIGACAO DOS IRMAOS PARA O DESCONTO)------------------------
           IF WRK-RSP-FINANCEIRO EQUAL 'S'
               MOVE WRK-MATRICULA TO ALUNO-MATRICULA
               READ ALUNOS
                   NOT INVALID KEY
                       MOVE WRK-CPF TO ALUNO-RESP-CPF
                       REWRITE ALUNO-REG
                       DISPLAY "CPF GRAVADO COMO RESPONSAVEL DO ALUNO"
               END-READ
           END-IF.

       0210-FIM.
           EXIT.

      *----SO UM FINANCEIRO POR ALUNO: DESMARCA OS OUTROS-------------
       0220-DESMARCAR-FINANCEIRO  SECTION.
           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE ZEROS TO RSP-CPF.
           START RESPONS KEY >= RSP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RESPONS NEXT
                   PERFORM UNTIL FS-RESPONS NOT EQUAL ZEROS
                           OR RSP-MATRICULA NOT EQUAL WRK-MATRICULA
                       IF RSP-RESP-FINANCEIRO AND
                          RSP-CPF NOT EQUAL WRK-CPF
                           MOVE 'N' TO RSP-FINANCEIRO
                           REWRITE RSP-REG
                           DISPLAY "DEIXA DE SER FINANCEIRO: " RSP-NOME
                       END-IF
                       READ RESPONS NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-RESPONS.

       0230-EXCLUIR               SECTION.
           PERFORM 0250-PEDIR-ALUNO.
           IF WRK-EXISTE EQUAL 'N'
               GO TO 0230-FIM
           END-IF.
           DISPLAY "CPF DO RESPONSAVEL A EXCLUIR......"
           ACCEPT WRK-CPF.
           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE WRK-CPF TO RSP-CPF.
           READ RESPONS
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO CADASTRADO PARA O ALUNO"
                   GO TO 0230-FIM
           END-READ.
           DISPLAY "EXCLUIR " RSP-NOME " (S/N)?"
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO EQUAL 'S' OR WRK-OPCAO EQUAL 's'
               DELETE RESPONS
                   INVALID KEY
                       DISPLAY "ERRO NA EXCLUSAO"
                   NOT INVALID KEY
                       DISPLAY "RESPONSAVEL EXCLUIDO."
               END-DELETE
               IF RSP-RESP-FINANCEIRO
                   DISPLAY "ALUNO FICOU SEM RESPONSAVEL FINANCEIRO"
               END-IF
           END-IF.

       0230-FIM.
           EXIT.

      *----LISTA OS RESPONSAVEIS DO ALUNO-----------------------------
       0240-CONSULTAR             SECTION.
           PERFORM 0250-PEDIR-ALUNO.
           IF WRK-EXISTE EQUAL 'N'
               GO TO 0240-FIM
           END-IF.
           MOVE ZEROS TO WRK-QT-RESP.
           MOVE WRK-MATRICULA TO RSP-MATRICULA.
           MOVE ZEROS TO RSP-CPF.
           START RESPONS KEY >= RSP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RESPONS NEXT
                   PERFORM UNTIL FS-RESPONS NOT EQUAL ZEROS
                           OR RSP-MATRICULA NOT EQUAL WRK-MATRICULA
                       ADD 1 TO WRK-QT-RESP
                       DISPLAY RSP-CPF " " RSP-NOME " " RSP-PARENTESCO
                       DISPLAY "   FONE " RSP-FONE " CANAL " RSP-CANAL
                               " FINANCEIRO " RSP-FINANCEIRO
                       DISPLAY "   " RSP-EMAIL
                       READ RESPONS NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-RESPONS.
           IF WRK-QT-RESP EQUAL ZEROS
               DISPLAY "ALUNO SEM RESPONSAVEL CADASTRADO"
           END-IF.

       0240-FIM.
           EXIT.

       0250-PEDIR-ALUNO           SECTION.
           DISPLAY "MATRICULA DO ALUNO................"
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE
                   DISPLAY "ALUNO NAO CADASTRADO"
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE
                   DISPLAY "ALUNO: " ALUNO-NOME
           END-READ.

      *----WRK-CPF-OK = 'S' SE OS DOIS DIGITOS DO CPF CONFEREM---------
       0260-VALIDAR-CPF           SECTION.
           MOVE 'N' TO WRK-CPF-OK.
           MOVE WRK-CPF TO WRK-CPF-DIGITOS.
           MOVE ZEROS TO WRK-CPF-SOMA.
           PERFORM VARYING WRK-CPF-I FROM 1 BY 1
                   UNTIL WRK-CPF-I GREATER 9
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   WRK-CPF-D(WRK-CPF-I) * (11 - WRK-CPF-I)
           END-PERFORM.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-I
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO LESS 2
               MOVE ZEROS TO WRK-CPF-DV
           ELSE
               COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
           END-IF.
           IF WRK-CPF-DV EQUAL WRK-CPF-D(10)
               MOVE ZEROS TO WRK-CPF-SOMA
               PERFORM VARYING WRK-CPF-I FROM 1 BY 1
                       UNTIL WRK-CPF-I GREATER 10
                   COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                       WRK-CPF-D(WRK-CPF-I) * (12 - WRK-CPF-I)
               END-PERFORM
               DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-I
                   REMAINDER WRK-CPF-RESTO
               IF WRK-CPF-RESTO LESS 2
                   MOVE ZEROS TO WRK-CPF-DV
               ELSE
                   COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
               END-IF
               IF WRK-CPF-DV EQUAL WRK-CPF-D(11)
                   MOVE 'S' TO WRK-CPF-OK
               END-IF
           END-IF.
           IF WRK-CPF EQUAL ZEROS
               MOVE 'N' TO WRK-CPF-OK
           END-IF.
           IF WRK-CPF-OK EQUAL 'N'
               DISPLAY "CPF INVALIDO"
           END-IF.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE RESPONS.
           CLOSE ALUNOS.
