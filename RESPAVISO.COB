       IDENTIFICATION              DIVISION.
       PROGRAM-ID. RESPAVISO.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: AVISO SEMANAL AOS RESPONSAVEIS - PARA CADA ALUNO
      *==           COM TURMA, CONFERE AS FALTAS (FALTAS.DAT) CONTRA
      *==           O ESCPAR-MAX-FALTAS-PCT E A MEDIA DAS NOTAS,
      *==           PELA MESMA CONTA DO BOLETIM, CONTRA A
      *==           ESCPAR-MEDIA-RECUP. CADA CASO GRAVA UM EVENTO NA
      *==           FILA NOTIFQ.DAT PARA CADA RESPONSAVEL DO ALUNO
      *==           (RESPONS.DAT), QUE O NOTEXTR DESPACHA PELO CANAL
      *==           PREFERIDO DELE. RESUMO EM AVISOESCAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: RODAR UMA VEZ POR SEMANA, ANTES DO NOTEXTR.
      *==           ALUNO AINDA SEM NOTA LANCADA NAO E AVISADO POR
      *==           MEDIA; ALUNO SEM RESPONSAVEL SAI NO RESUMO
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

           SELECT RESPONS ASSIGN TO 'DADOS\RESPONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS FS-RESPONS.

           SELECT NOTIFQ ASSIGN TO 'DADOS\NOTIFQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-CHAVE
               FILE STATUS IS FS-NOTIFQ.

           SELECT RELAVI ASSIGN TO WRK-RELAVI-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELAVI-STATUS.

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

       FD RESPONS.
           COPY "RESPREG".

       FD NOTIFQ.
           COPY "NOTIFQREG".

       FD RELAVI.
       01 RELAVI-REG.
           05 RELAVI-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-ALUNOS         PIC 9(02)    VALUE ZEROS.
       77 FS-ESCPARAM       PIC 9(02)    VALUE ZEROS.
       77 FS-FALTAS         PIC 9(02)    VALUE ZEROS.
       77 FS-RESPONS        PIC 9(02)    VALUE ZEROS.
       77 FS-NOTIFQ         PIC 9(02)    VALUE ZEROS.
       77 WRK-TEM-FALTAS    PIC X(01)    VALUE 'S'.
       77 WRK-TEM-RESPONS   PIC X(01)    VALUE 'S'.
       77 RELAVI-STATUS     PIC 9(02)    VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)    VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)    VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.
       77 WRK-RELAVI-NOME   PIC X(030)   VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)   VALUE SPACES.
       77 WRK-I             PIC 9(01)    VALUE ZEROS.
       77 WRK-SOMA-NOTAS    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-MEDIA         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TOT-AULAS     PIC 9(04)    VALUE ZEROS.
       77 WRK-TOT-FALTAS    PIC 9(04)    VALUE ZEROS.
       77 WRK-PCT-FALTAS    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ9,99   VALUE ZEROS.
       77 WRK-TIPO-AVISO    PIC X(01)    VALUE SPACES.
       77 WRK-TEXTO-AVISO   PIC X(40)    VALUE SPACES.
       77 WRK-NQ-GRAVADO    PIC X(01)    VALUE 'N'.
       77 WRK-QT-RESP-ALUNO PIC 9(02)    VALUE ZEROS.
       77 WRK-QT-ALUNOS     PIC 9(05)    VALUE ZEROS.
       77 WRK-QT-CASO-FALTA PIC 9(05)    VALUE ZEROS.
       77 WRK-QT-CASO-NOTA  PIC 9(05)    VALUE ZEROS.
       77 WRK-QT-AVISOS     PIC 9(05)    VALUE ZEROS.
       77 WRK-QT-SEM-RESP   PIC 9(05)    VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DOS AVISOS AOS RESPONSAVEIS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL ZEROS
               DISPLAY "ALUNOS.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT ESCPARAM.
           MOVE 1 TO ESCPAR-CHAVE.
           IF FS-ESCPARAM EQUAL ZEROS
               READ ESCPARAM
                   INVALID KEY
                       MOVE 4,00 TO ESCPAR-MEDIA-RECUP
                       MOVE 25 TO ESCPAR-MAX-FALTAS-PCT
               END-READ
           ELSE
               MOVE 4,00 TO ESCPAR-MEDIA-RECUP
               MOVE 25 TO ESCPAR-MAX-FALTAS-PCT
           END-IF.
           IF ESCPAR-MAX-FALTAS-PCT EQUAL ZEROS
               MOVE 25 TO ESCPAR-MAX-FALTAS-PCT
           END-IF.
           OPEN INPUT FALTAS.
           IF FS-FALTAS NOT EQUAL ZEROS
               MOVE 'N' TO WRK-TEM-FALTAS
           END-IF.
      *----SEM RESPONSAVEIS CADASTRADOS OS CASOS SO SAEM NO RESUMO-----
           OPEN INPUT RESPONS.
           IF FS-RESPONS NOT EQUAL ZEROS
               MOVE 'N' TO WRK-TEM-RESPONS
           END-IF.
           OPEN I-O NOTIFQ.
           IF FS-NOTIFQ EQUAL 35
               OPEN OUTPUT NOTIFQ
               CLOSE NOTIFQ
               OPEN I-O NOTIFQ
           END-IF.
           MOVE SPACES TO WRK-RELAVI-NOME.
           STRING
               'DADOS\AVISOESC'     DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELAVI-NOME
           END-STRING.
           OPEN OUTPUT RELAVI.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'AVISOS DE FALTAS E NOTAS AOS RESPONSAVEIS - '
                                    DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY >= ALUNO-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUNOS NEXT
                   PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                       IF ALUNO-TURMA GREATER ZEROS
                           PERFORM 0210-VERIFICAR-ALUNO
                       END-IF
                       READ ALUNOS NEXT
                   END-PERFORM
           END-START.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'ALUNOS: '            DELIMITED BY SIZE
               WRK-QT-ALUNOS         DELIMITED BY SIZE
               ' / EXCESSO DE FALTAS: ' DELIMITED BY SIZE
               WRK-QT-CASO-FALTA     DELIMITED BY SIZE
               ' / MEDIA BAIXA: '    DELIMITED BY SIZE
               WRK-QT-CASO-NOTA      DELIMITED BY SIZE
               ' / AVISOS: '         DELIMITED BY SIZE
               WRK-QT-AVISOS         DELIMITED BY SIZE
               ' / SEM RESPONSAVEL: ' DELIMITED BY SIZE
               WRK-QT-SEM-RESP       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----FREQUENCIA E MEDIA DO ALUNO, PELA MESMA CONTA DO BOLETIM----
       0210-VERIFICAR-ALUNO       SECTION.
           ADD 1 TO WRK-QT-ALUNOS.
           MOVE ZEROS TO WRK-TOT-AULAS WRK-TOT-FALTAS WRK-PCT-FALTAS
                         WRK-SOMA-NOTAS WRK-MEDIA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER ALUNO-QTD-NOTAS
               ADD ALUNO-NOTAS(WRK-I) TO WRK-SOMA-NOTAS
               IF WRK-TEM-FALTAS EQUAL 'S'
                   MOVE ALUNO-MATRICULA TO FAL-MATRICULA
                   MOVE WRK-I TO FAL-MATERIA
                   READ FALTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD FAL-AULAS-DADAS TO WRK-TOT-AULAS
                           ADD FAL-FALTAS TO WRK-TOT-FALTAS
                   END-READ
               END-IF
           END-PERFORM.
           IF WRK-TOT-AULAS GREATER ZEROS
               COMPUTE WRK-PCT-FALTAS =
                   WRK-TOT-FALTAS * 100 / WRK-TOT-AULAS
               IF WRK-PCT-FALTAS GREATER ESCPAR-MAX-FALTAS-PCT
                   ADD 1 TO WRK-QT-CASO-FALTA
                   MOVE WRK-PCT-FALTAS TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-TEXTO-AVISO
                   STRING
                       'ALUNO '         DELIMITED BY SIZE
                       ALUNO-MATRICULA  DELIMITED BY SIZE
                       ' COM '          DELIMITED BY SIZE
                       WRK-VALOR-ED     DELIMITED BY SIZE
                       '% DE FALTAS'    DELIMITED BY SIZE
                       INTO WRK-TEXTO-AVISO
                   END-STRING
                   MOVE 'F' TO WRK-TIPO-AVISO
                   PERFORM 0220-AVISAR-RESPONSAVEIS
               END-IF
           END-IF.
      *----SEM NOTA LANCADA AINDA NAO HA MEDIA PARA AVISAR-------------
           IF ALUNO-QTD-NOTAS GREATER ZEROS AND
              WRK-SOMA-NOTAS GREATER ZEROS
               COMPUTE WRK-MEDIA = WRK-SOMA-NOTAS / ALUNO-QTD-NOTAS
               IF WRK-MEDIA LESS ESCPAR-MEDIA-RECUP
                   ADD 1 TO WRK-QT-CASO-NOTA
                   MOVE WRK-MEDIA TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-TEXTO-AVISO
                   STRING
                       'ALUNO '         DELIMITED BY SIZE
                       ALUNO-MATRICULA  DELIMITED BY SIZE
                       ' COM MEDIA '    DELIMITED BY SIZE
                       WRK-VALOR-ED     DELIMITED BY SIZE
                       ' EM RISCO'      DELIMITED BY SIZE
                       INTO WRK-TEXTO-AVISO
                   END-STRING
                   MOVE 'N' TO WRK-TIPO-AVISO
                   PERFORM 0220-AVISAR-RESPONSAVEIS
               END-IF
           END-IF.

      *----UM EVENTO NA FILA PARA CADA RESPONSAVEL DO ALUNO-----------
       0220-AVISAR-RESPONSAVEIS   SECTION.
           MOVE ZEROS TO WRK-QT-RESP-ALUNO.
           IF WRK-TEM-RESPONS EQUAL 'S'
               MOVE ALUNO-MATRICULA TO RSP-MATRICULA
               MOVE ZEROS TO RSP-CPF
               START RESPONS KEY >= RSP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RESPONS NEXT
                       PERFORM UNTIL FS-RESPONS NOT EQUAL ZEROS
                               OR RSP-MATRICULA NOT EQUAL
                                  ALUNO-MATRICULA
                           PERFORM 0230-GRAVAR-EVENTO
                           READ RESPONS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-RESPONS
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               ALUNO-MATRICULA      DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               ALUNO-NOME           DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-TEXTO-AVISO      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           IF WRK-QT-RESP-ALUNO EQUAL ZEROS
               ADD 1 TO WRK-QT-SEM-RESP
               MOVE 'SEM RESPONSAVEL' TO WRK-LINHA-REL(80:15)
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

       0230-GRAVAR-EVENTO         SECTION.
           MOVE ALUNO-MATRICULA TO NQ-CLIENTE.
           MOVE WRK-TIPO-AVISO TO NQ-TIPO.
           MOVE ZEROS TO NQ-CODFILME.
           MOVE WRK-TEXTO-AVISO TO NQ-TEXTO.
           MOVE RSP-CPF TO NQ-RESP-CPF.
           MOVE SPACES TO NQ-CANAL.
           MOVE ZEROS TO NQ-DATA-EXTRACAO.
           MOVE WRK-HOJE TO NQ-DATA.
           MOVE 1 TO NQ-SEQ.
           MOVE 'P' TO NQ-STATUS.
           MOVE 'N' TO WRK-NQ-GRAVADO.
           PERFORM 0235-TENTAR-GRAVAR
               UNTIL WRK-NQ-GRAVADO EQUAL 'S' OR NQ-SEQ GREATER 99998.
           IF WRK-NQ-GRAVADO EQUAL 'S'
               ADD 1 TO WRK-QT-RESP-ALUNO
               ADD 1 TO WRK-QT-AVISOS
           END-IF.

       0235-TENTAR-GRAVAR         SECTION.
           WRITE NQ-REG
               INVALID KEY
                   ADD 1 TO NQ-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WRK-NQ-GRAVADO
           END-WRITE.

      *----GRAVA UMA LINHA NO RESUMO----------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELAVI-DADOS.
           WRITE RELAVI-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELAVI.
           DISPLAY "RESUMO GRAVADO EM " WRK-RELAVI-NOME.
           CLOSE ALUNOS.
           CLOSE ESCPARAM.
           CLOSE FALTAS.
           IF WRK-TEM-RESPONS EQUAL 'S'
               CLOSE RESPONS
           END-IF.
           CLOSE NOTIFQ.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "AVISOS NA FILA: " WRK-QT-AVISOS.
           DISPLAY "FIM DOS AVISOS AOS RESPONSAVEIS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'RESPAVISO' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-AVISOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
