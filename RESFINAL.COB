       IDENTIFICATION              DIVISION.
       PROGRAM-ID. RESFINAL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RESULTADO FINAL DO ANO LETIVO DEPOIS DA PROVA
      *==           DE RECUPERACAO - PARA CADA ALUNO (DA ESCOLA OU
      *==           DE UMA TURMA) COMBINA A NOTA DO PERIODO COM A
      *==           DA RECUPERACAO (RECUPERA.DAT) PELA REGRA DO
      *==           ESCPARAM, REFAZ APROVACAO/REPROVACAO COM O
      *==           LIMITE DE FALTAS, MARCA O REPROVADO PARA
      *==           REMATRICULA E GRAVA NO HISTESC.DAT A MEDIA DO
      *==           PERIODO, AS NOTAS DA RECUPERACAO E A MEDIA
      *==           FINAL. O RESUMO SAI EM RESFINALAAAA.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: RODAR DEPOIS DO TERMFECHA E DA CAPTACAO DAS
      *==           RECUPERACOES (RECUPCAD) E ANTES DO TURMAROLL.
      *==           PODE SER REPETIDO: O HISTORICO DO ANO E
      *==           REGRAVADO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
         SELECT ALUNOS ASSIGN TO "C:\COBOL\DADOS\ALUNOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ALUNO-MATRICULA
         FILE STATUS IS FS-ALUNOS.

         SELECT ESCPARAM ASSIGN TO "C:\COBOL\DADOS\ESCPARAM.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ESCPAR-CHAVE
         FILE STATUS IS FS-ESCPARAM.

         SELECT FALTAS ASSIGN TO "DADOS\FALTAS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FAL-CHAVE
         FILE STATUS IS FS-FALTAS.

         SELECT HISTESC ASSIGN TO "DADOS\HISTESC.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HES-CHAVE
         FILE STATUS IS FS-HISTESC.

           SELECT RECUPERA ASSIGN TO 'DADOS\RECUPERA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS FS-RECUPERA.

           SELECT RELFIN ASSIGN TO WRK-RELFIN-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELFIN-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD ALUNOS.
           COPY "ALUNOREG".

       FD ESCPARAM.
           COPY "ESCPARREG".

       FD FALTAS.
           COPY "FALTAREG".

       FD HISTESC.
           COPY "HISTESCREG".

       FD RECUPERA.
           COPY "RECUPREG".

       FD RELFIN.
       01 RELFIN-REG.
           05 RELFIN-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-ALUNOS         PIC 9(02)    VALUE ZEROS.
       77 FS-ESCPARAM       PIC 9(02)    VALUE ZEROS.
       77 FS-FALTAS         PIC 9(02)    VALUE ZEROS.
       77 FS-HISTESC        PIC 9(02)    VALUE ZEROS.
       77 FS-RECUPERA       PIC 9(02)    VALUE ZEROS.
       77 WRK-TEM-FALTAS    PIC X(01)    VALUE 'S'.
       77 WRK-TEM-RECUP     PIC X(01)    VALUE 'S'.
       77 RELFIN-STATUS     PIC 9(02)    VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)    VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)    VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.
       77 WRK-ANO-LETIVO    PIC 9(04)    VALUE ZEROS.
       77 WRK-TURMA-ALVO    PIC 9(03)    VALUE ZEROS.
       77 WRK-RELFIN-NOME   PIC X(030)   VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)   VALUE SPACES.
       77 WRK-I             PIC 9(01)    VALUE ZEROS.
       77 WRK-NOTA-FINAL    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-SOMA-NOTAS    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-SOMA-FINAL    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-TOT-AULAS     PIC 9(04)    VALUE ZEROS.
       77 WRK-TOT-FALTAS    PIC 9(04)    VALUE ZEROS.
       77 WRK-MEDIA-ED      PIC Z9,99    VALUE ZEROS.
       77 WRK-FEZ-RECUP     PIC X(01)    VALUE 'N'.
       77 WRK-REPROVADO     PIC X(01)    VALUE 'N'.
       77 WRK-QT-ALUNOS     PIC 9(04)    VALUE ZEROS.
       77 WRK-QT-APROVADOS  PIC 9(04)    VALUE ZEROS.
       77 WRK-QT-APROV-REC  PIC 9(04)    VALUE ZEROS.
       77 WRK-QT-REPROVADOS PIC 9(04)    VALUE ZEROS.
       77 WRK-QT-REP-FALTA  PIC 9(04)    VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RESULTADO FINAL DO ANO LETIVO".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "ANO LETIVO (AAAA / 0 = ATUAL)......"
           ACCEPT WRK-ANO-LETIVO.
           IF WRK-ANO-LETIVO EQUAL ZEROS
               MOVE WRK-HOJE(1:4) TO WRK-ANO-LETIVO
           END-IF.
           DISPLAY "TURMA (0 = ESCOLA INTEIRA)........."
           ACCEPT WRK-TURMA-ALVO.
           OPEN I-O ALUNOS.
           IF FS-ALUNOS NOT EQUAL ZEROS
               DISPLAY "ALUNOS.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT ESCPARAM.
           MOVE 1 TO ESCPAR-CHAVE.
           IF FS-ESCPARAM EQUAL ZEROS
               READ ESCPARAM
                   INVALID KEY
                       MOVE 6,00 TO ESCPAR-MEDIA-APROV
                       MOVE 25 TO ESCPAR-MAX-FALTAS-PCT
                       MOVE 'M' TO ESCPAR-REGRA-FINAL
               END-READ
           ELSE
               MOVE 6,00 TO ESCPAR-MEDIA-APROV
               MOVE 25 TO ESCPAR-MAX-FALTAS-PCT
               MOVE 'M' TO ESCPAR-REGRA-FINAL
           END-IF.
           IF ESCPAR-MAX-FALTAS-PCT EQUAL ZEROS
               MOVE 25 TO ESCPAR-MAX-FALTAS-PCT
           END-IF.
      *----PARAMETRO GRAVADO ANTES DA REGRA FINAL VALE COMO 'M'--------
           IF NOT ESCPAR-FINAL-MEDIA
               MOVE 'M' TO ESCPAR-REGRA-FINAL
           END-IF.
           OPEN INPUT FALTAS.
           IF FS-FALTAS NOT EQUAL ZEROS
               MOVE 'N' TO WRK-TEM-FALTAS
           END-IF.
      *----SEM RECUPERACOES CAPTADAS VALE A NOTA DO PERIODO------------
           OPEN INPUT RECUPERA.
           IF FS-RECUPERA NOT EQUAL ZEROS
               MOVE 'N' TO WRK-TEM-RECUP
           END-IF.
           OPEN I-O HISTESC.
           IF FS-HISTESC EQUAL 35
               OPEN OUTPUT HISTESC
               CLOSE HISTESC
               OPEN I-O HISTESC
           END-IF.
           MOVE SPACES TO WRK-RELFIN-NOME.
           STRING
               'DADOS\RESFINAL'     DELIMITED BY SIZE
               WRK-ANO-LETIVO       DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELFIN-NOME
           END-STRING.
           OPEN OUTPUT RELFIN.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'RESULTADO FINAL DO ANO LETIVO ' DELIMITED BY SIZE
               WRK-ANO-LETIVO           DELIMITED BY SIZE
               ' - TURMA '              DELIMITED BY SIZE
               WRK-TURMA-ALVO           DELIMITED BY SIZE
               ' - REGRA '              DELIMITED BY SIZE
               ESCPAR-REGRA-FINAL       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'MATRIC NOME                           MEDIA PER.  '
                TO WRK-LINHA-REL.
           MOVE 'MEDIA FINAL  SITUACAO' TO WRK-LINHA-REL(52:21).
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY >= ALUNO-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUNOS NEXT
                   PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                       IF WRK-TURMA-ALVO EQUAL ZEROS OR
                          ALUNO-TURMA EQUAL WRK-TURMA-ALVO
                           PERFORM 0210-APURAR-ALUNO
                       END-IF
                       READ ALUNOS NEXT
                   END-PERFORM
           END-START.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'ALUNOS: '          DELIMITED BY SIZE
               WRK-QT-ALUNOS       DELIMITED BY SIZE
               ' / APROVADOS: '    DELIMITED BY SIZE
               WRK-QT-APROVADOS    DELIMITED BY SIZE
               ' / APROV.RECUP: '  DELIMITED BY SIZE
               WRK-QT-APROV-REC    DELIMITED BY SIZE
               ' / REPROVADOS: '   DELIMITED BY SIZE
               WRK-QT-REPROVADOS   DELIMITED BY SIZE
               ' / REPROV.FALTA: ' DELIMITED BY SIZE
               WRK-QT-REP-FALTA    DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----NOTA FINAL POR MATERIA, MEDIA FINAL E SITUACAO DO ALUNO-----
       0210-APURAR-ALUNO          SECTION.
           ADD 1 TO WRK-QT-ALUNOS.
           MOVE ALUNO-MATRICULA TO HES-MATRICULA.
           MOVE WRK-ANO-LETIVO TO HES-ANO.
           MOVE ALUNO-NOME TO HES-NOME.
           MOVE ALUNO-TURMA TO HES-TURMA.
           MOVE ALUNO-QTD-NOTAS TO HES-QTD-NOTAS.
           MOVE ZEROS TO WRK-SOMA-NOTAS WRK-SOMA-FINAL
                         WRK-TOT-AULAS WRK-TOT-FALTAS.
           MOVE 'N' TO WRK-FEZ-RECUP.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER 5
               MOVE ALUNO-NOTAS(WRK-I) TO HES-NOTAS(WRK-I)
               MOVE ZEROS TO HES-FALTAS(WRK-I)
               MOVE ZEROS TO HES-NOTAS-RECUP(WRK-I)
               IF WRK-I NOT GREATER ALUNO-QTD-NOTAS
                   PERFORM 0220-NOTA-FINAL
                   PERFORM 0230-FALTAS-MATERIA
               END-IF
           END-PERFORM.
           IF ALUNO-QTD-NOTAS GREATER ZEROS
               COMPUTE HES-MEDIA = WRK-SOMA-NOTAS / ALUNO-QTD-NOTAS
               COMPUTE HES-MEDIA-FINAL =
                   WRK-SOMA-FINAL / ALUNO-QTD-NOTAS
           ELSE
               MOVE ZEROS TO HES-MEDIA HES-MEDIA-FINAL
           END-IF.
           MOVE ZEROS TO HES-PCT-FALTAS.
           IF WRK-TOT-AULAS GREATER ZEROS
               COMPUTE HES-PCT-FALTAS =
                   WRK-TOT-FALTAS * 100 / WRK-TOT-AULAS
           END-IF.
      *----DEPOIS DA RECUPERACAO NAO HA MAIS 'RECUPERACAO': OU--------
      *----APROVA PELA MEDIA FINAL OU REPROVA--------------------------
           MOVE 'N' TO WRK-REPROVADO.
           EVALUATE TRUE
               WHEN HES-PCT-FALTAS GREATER ESCPAR-MAX-FALTAS-PCT
                   MOVE 'REPROV.FALTA' TO HES-SITUACAO
                   MOVE 'S' TO WRK-REPROVADO
                   ADD 1 TO WRK-QT-REP-FALTA
               WHEN HES-MEDIA-FINAL LESS ESCPAR-MEDIA-APROV
                   MOVE 'REPROVADO' TO HES-SITUACAO
                   MOVE 'S' TO WRK-REPROVADO
                   ADD 1 TO WRK-QT-REPROVADOS
               WHEN WRK-FEZ-RECUP EQUAL 'S' AND
                    HES-MEDIA LESS ESCPAR-MEDIA-APROV
                   MOVE 'APROV.RECUP' TO HES-SITUACAO
                   ADD 1 TO WRK-QT-APROV-REC
               WHEN OTHER
                   MOVE 'APROVADO' TO HES-SITUACAO
                   ADD 1 TO WRK-QT-APROVADOS
           END-EVALUATE.
           WRITE HES-REG
               INVALID KEY
                   REWRITE HES-REG
           END-WRITE.
      *----MARCA DE REMATRICULA LIDA PELA VIRADA DE ANO (TURMAROLL)---
      *----O APROVADO SEM VAGA ('V') FICA COMO ESTA--------------------
           IF WRK-REPROVADO EQUAL 'S'
               MOVE 'R' TO ALUNO-SIT-ROLL
           ELSE
               IF ALUNO-REMATRICULAR
                   MOVE SPACES TO ALUNO-SIT-ROLL
               END-IF
           END-IF.
           REWRITE ALUNO-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE ALUNO-MATRICULA TO WRK-LINHA-REL(1:6).
           MOVE ALUNO-NOME TO WRK-LINHA-REL(8:30).
           MOVE HES-MEDIA TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-ED TO WRK-LINHA-REL(40:5).
           MOVE HES-MEDIA-FINAL TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-ED TO WRK-LINHA-REL(53:5).
           MOVE HES-SITUACAO TO WRK-LINHA-REL(65:12).
           PERFORM 0450-GRAVAR-LINHA.

      *----REGRA DO ESCPARAM: MAIOR DAS DUAS OU MEDIA DAS DUAS---------
       0220-NOTA-FINAL            SECTION.
           ADD ALUNO-NOTAS(WRK-I) TO WRK-SOMA-NOTAS.
           MOVE ALUNO-NOTAS(WRK-I) TO WRK-NOTA-FINAL.
           IF WRK-TEM-RECUP EQUAL 'S'
               MOVE ALUNO-MATRICULA TO REC-MATRICULA
               MOVE WRK-I TO REC-MATERIA
               READ RECUPERA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-FEZ-RECUP
                       MOVE REC-NOTA TO HES-NOTAS-RECUP(WRK-I)
                       IF ESCPAR-FINAL-MEDIA
                           COMPUTE WRK-NOTA-FINAL ROUNDED =
                               (ALUNO-NOTAS(WRK-I) + REC-NOTA) / 2
                       ELSE
                           IF REC-NOTA GREATER ALUNO-NOTAS(WRK-I)
                               MOVE REC-NOTA TO WRK-NOTA-FINAL
                           END-IF
                       END-IF
               END-READ
           END-IF.
           ADD WRK-NOTA-FINAL TO WRK-SOMA-FINAL.

       0230-FALTAS-MATERIA        SECTION.
           IF WRK-TEM-FALTAS EQUAL 'S'
               MOVE ALUNO-MATRICULA TO FAL-MATRICULA
               MOVE WRK-I TO FAL-MATERIA
               READ FALTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FAL-FALTAS TO HES-FALTAS(WRK-I)
                       ADD FAL-AULAS-DADAS TO WRK-TOT-AULAS
                       ADD FAL-FALTAS TO WRK-TOT-FALTAS
               END-READ
           END-IF.

      *----GRAVA UMA LINHA NO RESUMO----------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELFIN-DADOS.
           WRITE RELFIN-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELFIN.
           DISPLAY "RESUMO GRAVADO EM " WRK-RELFIN-NOME.
           CLOSE ALUNOS.
           CLOSE ESCPARAM.
           CLOSE FALTAS.
           CLOSE RECUPERA.
           CLOSE HISTESC.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RESULTADO FINAL".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'RESFINAL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-ALUNOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
