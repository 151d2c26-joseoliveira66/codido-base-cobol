      *==           MESMA SERIE MARCADO PARA REMATRICULA. O RESUMO
      *==           SAI EM ROLOVERAAAA.TXT
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - RESPEITA AS VAGAS DA TURMA DE DESTINO
      *==                   (ALUNOS JA NELA MAIS RESERVAS DA
      *==                   MATRICULA): APROVADO SEM VAGA FICA NA
      *==                   TURMA DE ORIGEM MARCADO 'V' E SAI NO
      *==                   RESUMO
      *==   15/10/2026 JO - A MEDIA DO ALUNO CONSIDERA A PROVA DE
      *==                   RECUPERACAO (RECUPERA.DAT) PELA REGRA
      *==                   FINAL DO ESCPARAM, COMO O RESFINAL, E AS
      *==                   RECUPERACOES DO ANO SAO APAGADAS NA
      *==                   VIRADA
      *== OBSERVACOES: RODAR DEPOIS DO TERMFECHA, QUE JA LEVOU AS
      *==           NOTAS DO ANO PARA O HISTORICO, E DO RESFINAL
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
         RECORD KEY IS FAL-CHAVE
         FILE STATUS IS FS-FALTAS.

           SELECT RECUPERA ASSIGN TO 'DADOS\RECUPERA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS FS-RECUPERA.

           SELECT INSCRICAO ASSIGN TO 'DADOS\INSCRICAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-NUMERO
               FILE STATUS IS FS-INSCRICAO.

           SELECT RELROLL ASSIGN TO WRK-RELROLL-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELROLL-STATUS.
       FD FALTAS.
           COPY "FALTAREG".

       FD RECUPERA.
           COPY "RECUPREG".

       FD INSCRICAO.
           COPY "INSCREG".

       FD RELROLL.
       01 RELROLL-REG.
           05 RELROLL-DADOS         PIC X(100).
       77 WRK-QT-PROMOVIDOS PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-RETIDOS    PIC 9(03)    VALUE ZEROS.
       77 WRK-MATRICULA-ATU PIC 9(06)    VALUE ZEROS.
       77 FS-INSCRICAO      PIC 9(02)    VALUE ZEROS.
       77 WRK-VAGAS         PIC 9(03)    VALUE ZEROS.
       77 WRK-OCUPADAS      PIC 9(04)    VALUE ZEROS.
       77 WRK-QT-SEM-VAGA   PIC 9(03)    VALUE ZEROS.
       77 FS-RECUPERA       PIC 9(02)    VALUE ZEROS.
       77 WRK-TEM-RECUP     PIC X(01)    VALUE 'S'.
       77 WRK-NOTA-FINAL    PIC 9(02)V99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
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
           IF NOT ESCPAR-FINAL-MEDIA
               MOVE 'M' TO ESCPAR-REGRA-FINAL
           END-IF.
      *----EM I-O: AS RECUPERACOES DO ANO SAO APAGADAS NA VIRADA------
           OPEN I-O RECUPERA.
           IF FS-RECUPERA NOT EQUAL ZEROS
               MOVE 'N' TO WRK-TEM-RECUP
           END-IF.
           OPEN INPUT TURMAS.
      *----EM I-O: AS FALTAS DO PROMOVIDO SAO APAGADAS NA VIRADA-------
           OPEN I-O FALTAS.
                           "(VER TURMACAD)"
                   MOVE 'ER' TO WRK-JOB-ST
           END-READ.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0150-CONTAR-OCUPADAS
           END-IF.
           MOVE SPACES TO WRK-RELROLL-NOME.
           STRING
               'DADOS\ROLOVER'      DELIMITED BY SIZE
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----OCUPACAO DA TURMA DE DESTINO ANTES DA VIRADA: ALUNOS JA----
      *----NELA MAIS AS VAGAS RESERVADAS NA MATRICULA (MATRICAD)-------
       0150-CONTAR-OCUPADAS       SECTION.
           IF TUR-VAGAS IS NUMERIC
               MOVE TUR-VAGAS TO WRK-VAGAS
           ELSE
               MOVE ZEROS TO WRK-VAGAS
           END-IF.
           MOVE ZEROS TO WRK-OCUPADAS.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY >= ALUNO-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUNOS NEXT
                   PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                       IF ALUNO-TURMA EQUAL WRK-TURMA-DESTINO
                           ADD 1 TO WRK-OCUPADAS
                       END-IF
                       READ ALUNOS NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-ALUNOS.
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
                              INS-TURMA EQUAL WRK-TURMA-DESTINO
                               ADD 1 TO WRK-OCUPADAS
                           END-IF
                           READ INSCRICAO NEXT
                       END-PERFORM
               END-START
           END-IF.
           CLOSE INSCRICAO.

       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY >= ALUNO-MATRICULA
               WRK-QT-PROMOVIDOS  DELIMITED BY SIZE
               ' / RETIDOS P/ REMATRICULA: ' DELIMITED BY SIZE
               WRK-QT-RETIDOS     DELIMITED BY SIZE
               ' / APROVADOS SEM VAGA: ' DELIMITED BY SIZE
               WRK-QT-SEM-VAGA    DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----MESMA REGRA DO RESFINAL: MEDIA FINAL (COM A RECUPERACAO)----
      *----E LIMITE DE FALTAS------------------------------------------
       0210-VIRAR-ALUNO           SECTION.
           MOVE ZEROS TO WRK-SOMA-NOTAS.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER ALUNO-QTD-NOTAS
               PERFORM 0212-NOTA-FINAL
               ADD WRK-NOTA-FINAL TO WRK-SOMA-NOTAS
           END-PERFORM.
           PERFORM 0218-LIMPAR-RECUPERACAO.
           IF ALUNO-QTD-NOTAS GREATER ZEROS
               COMPUTE WRK-MEDIA = WRK-SOMA-NOTAS / ALUNO-QTD-NOTAS
           ELSE
              WRK-PCT-FALTAS NOT GREATER ESCPAR-MAX-FALTAS-PCT
               MOVE 'S' TO WRK-APROVADO
           END-IF.
           IF WRK-APROVADO EQUAL 'S' AND WRK-VAGAS GREATER ZEROS
              AND WRK-OCUPADAS NOT LESS WRK-VAGAS
               MOVE 'V' TO WRK-APROVADO
           END-IF.
           IF WRK-APROVADO EQUAL 'V'
               MOVE 'V' TO ALUNO-SIT-ROLL
               ADD 1 TO WRK-QT-SEM-VAGA
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   'APROVADO SEM VAGA NA TURMA DESTINO: '
                                    DELIMITED BY SIZE
                   ALUNO-MATRICULA  DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   ALUNO-NOME       DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           END-IF.
           IF WRK-APROVADO EQUAL 'S'
               ADD 1 TO WRK-OCUPADAS
               MOVE WRK-TURMA-DESTINO TO ALUNO-TURMA
               MOVE SPACES TO ALUNO-SIT-ROLL
               PERFORM VARYING WRK-I FROM 1 BY 1
                   ALUNO-NOME       DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           END-IF.
           IF WRK-APROVADO EQUAL 'N'
               MOVE 'R' TO ALUNO-SIT-ROLL
               ADD 1 TO WRK-QT-RETIDOS
               MOVE SPACES TO WRK-LINHA-REL
                   CONTINUE
           END-REWRITE.

      *----NOTA DA MATERIA COMBINADA COM A DA RECUPERACAO-------------
       0212-NOTA-FINAL            SECTION.
           MOVE ALUNO-NOTAS(WRK-I) TO WRK-NOTA-FINAL.
           IF WRK-TEM-RECUP EQUAL 'S'
               MOVE ALUNO-MATRICULA TO REC-MATRICULA
               MOVE WRK-I TO REC-MATERIA
               READ RECUPERA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
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

      *----A RECUPERACAO VALE SO PARA O ANO QUE VIROU (A CHAVE NAO----
      *----TEM ANO); O RESFINAL JA A LEVOU PARA O HISTESC--------------
       0218-LIMPAR-RECUPERACAO    SECTION.
           IF WRK-TEM-RECUP EQUAL 'S'
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I GREATER 5
                   MOVE ALUNO-MATRICULA TO REC-MATRICULA
                   MOVE WRK-I TO REC-MATERIA
                   DELETE RECUPERA
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-PERFORM
           END-IF.

      *----APAGA AS FALTAS DO ANO DO PROMOVIDO, COMO AS NOTAS: A-------
      *----CHAVE NAO TEM ANO E ELAS SOMARIAM NO BOLETIM SEGUINTE.-------
      *----O TERMFECHA JA AS ARQUIVOU NO HISTESC------------------------
           CLOSE ESCPARAM.
           CLOSE TURMAS.
           CLOSE FALTAS.
           CLOSE RECUPERA.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA VIRADA DE ANO".

           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           COMPUTE JOB-REGISTROS =
               WRK-QT-PROMOVIDOS + WRK-QT-RETIDOS + WRK-QT-SEM-VAGA.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
