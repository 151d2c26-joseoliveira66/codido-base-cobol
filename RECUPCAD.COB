       IDENTIFICATION              DIVISION.
       PROGRAM-ID. RECUPCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CAPTACAO DA NOTA DA PROVA DE RECUPERACAO POR
      *==           ALUNO E MATERIA (RECUPERA.DAT), VALIDANDO O
      *==           ALUNO E A MATERIA EM ALUNOS.DAT. A NOTA DO
      *==           PERIODO NAO E ALTERADA; O RESFINAL COMBINA AS
      *==           DUAS PELA REGRA DO ESCPARAM
      *== DATA: 15/10/2026
      *== OBSERVACOES: O MESMO ALUNO/MATERIA REGRAVADO SUBSTITUI A
      *==           NOTA DA RECUPERACAO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RECUPERA ASSIGN TO 'DADOS\RECUPERA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS FS-RECUPERA.

         SELECT ALUNOS ASSIGN TO "C:\COBOL\DADOS\ALUNOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ALUNO-MATRICULA
         FILE STATUS IS FS-ALUNOS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD RECUPERA.
           COPY "RECUPREG".

       FD ALUNOS.
           COPY "ALUNOREG".

       WORKING-STORAGE            SECTION.
       77 FS-RECUPERA       PIC 9(02) VALUE ZEROS.
       77 FS-ALUNOS         PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-MATERIA       PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA          PIC 9(02)V99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           OPEN I-O RECUPERA.
           IF FS-RECUPERA EQUAL 35
               OPEN OUTPUT RECUPERA
               CLOSE RECUPERA
               OPEN I-O RECUPERA
           END-IF.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL ZEROS
               DISPLAY "ALUNOS.DAT INDISPONIVEL (VER ALUNOCAD)"
               STOP RUN
           END-IF.

       0200-PROCESSAR             SECTION.
           DISPLAY "MATRICULA DO ALUNO................"
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   DISPLAY "ALUNO NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "ALUNO: " ALUNO-NOME
                   DISPLAY "MATERIA (1 A " ALUNO-QTD-NOTAS ")........"
                   ACCEPT WRK-MATERIA
                   IF WRK-MATERIA LESS 1 OR
                      WRK-MATERIA GREATER ALUNO-QTD-NOTAS
                       DISPLAY "MATERIA INVALIDA"
                   ELSE
                       DISPLAY "NOTA DO PERIODO: "
                               ALUNO-NOTAS(WRK-MATERIA)
                       DISPLAY "NOTA DA RECUPERACAO (EX: 7,50)...."
                       ACCEPT WRK-NOTA
                       IF WRK-NOTA GREATER 10
                           DISPLAY "NOTA MAIOR QUE 10 - "
                                   "CAPTACAO RECUSADA"
                       ELSE
                           PERFORM 0210-GRAVAR
                       END-IF
                   END-IF
           END-READ.
           DISPLAY "OUTRA CAPTACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

       0210-GRAVAR                SECTION.
           MOVE WRK-MATRICULA TO REC-MATRICULA.
           MOVE WRK-MATERIA TO REC-MATERIA.
           MOVE WRK-NOTA TO REC-NOTA.
           ACCEPT REC-DATA FROM DATE YYYYMMDD.
           WRITE REC-REG
               INVALID KEY
                   REWRITE REC-REG
                   DISPLAY "RECUPERACAO REGRAVADA."
               NOT INVALID KEY
                   DISPLAY "RECUPERACAO GRAVADA."
           END-WRITE.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE RECUPERA.
           CLOSE ALUNOS.
