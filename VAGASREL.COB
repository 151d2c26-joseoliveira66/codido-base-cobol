       IDENTIFICATION              DIVISION.
       PROGRAM-ID. VAGASREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RELATORIO DE VAGAS POR SERIE DO ANO LETIVO - PARA
      *==           CADA TURMA, AS VAGAS (TUR-VAGAS), OS ALUNOS JA NA
      *==           TURMA, AS VAGAS RESERVADAS NA MATRICULA E AS
      *==           LIVRES; POR SERIE, O TOTAL OCUPADO, LIVRE E A
      *==           LISTA DE ESPERA. SAIDA EM DADOS\VAGASAAAA.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: TURMA SEM LIMITE DE VAGAS SAI COMO "SEM
      *==           LIMITE" E NAO ENTRA NO TOTAL DE LIVRES DA SERIE
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
         SELECT TURMAS ASSIGN TO "DADOS\TURMAS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
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

           SELECT RELVAG ASSIGN TO WRK-RELVAG-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELVAG-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD TURMAS.
           COPY "TURMAREG".

       FD ALUNOS.
           COPY "ALUNOREG".

       FD INSCRICAO.
           COPY "INSCREG".

       FD RELVAG.
       01 RELVAG-REG.
           05 RELVAG-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-TURMAS         PIC 9(02) VALUE ZEROS.
       77 FS-ALUNOS         PIC 9(02) VALUE ZEROS.
       77 FS-INSCRICAO      PIC 9(02) VALUE ZEROS.
       77 RELVAG-STATUS     PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02) VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-ANO           PIC 9(04) VALUE ZEROS.
       77 WRK-RELVAG-NOME   PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100) VALUE SPACES.
       77 WRK-QT-TURMAS     PIC 9(03) VALUE ZEROS.
       77 WRK-I             PIC 9(03) VALUE ZEROS.
       77 WRK-S             PIC 9(03) VALUE ZEROS.
       77 WRK-LIVRES        PIC 9(04) VALUE ZEROS.
       77 WRK-SER-TURMAS    PIC 9(03) VALUE ZEROS.
       77 WRK-SER-OCUPADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-SER-LIVRES    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-OCUPADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-LIVRES    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ESPERA    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ED        PIC ZZZZ9 VALUE ZEROS.
      *----TURMAS DO ANO LETIVO COM A OCUPACAO APURADA-----------------
       01 WRK-TAB-TURMAS.
           05 WRK-TUR OCCURS 200 TIMES.
               10 WRK-TUR-CODIGO    PIC 9(03).
               10 WRK-TUR-SERIE     PIC 9(02).
               10 WRK-TUR-VAGAS     PIC 9(03).
               10 WRK-TUR-ALUNOS    PIC 9(04).
               10 WRK-TUR-RESERVAS  PIC 9(04).
      *----LISTA DE ESPERA DO ANO POR SERIE----------------------------
       01 WRK-TAB-ESPERA.
           05 WRK-ESPERA OCCURS 99 TIMES PIC 9(04).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
               PERFORM 0400-IMPRIMIR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RELATORIO DE VAGAS POR SERIE".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "ANO LETIVO (AAAA / 0 = ANO ATUAL)......"
           ACCEPT WRK-ANO.
           IF WRK-ANO EQUAL ZEROS
               MOVE WRK-HOJE(1:4) TO WRK-ANO
           END-IF.
           MOVE ZEROS TO WRK-TAB-ESPERA.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL ZEROS
               DISPLAY "TURMAS.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT ALUNOS.
           OPEN INPUT INSCRICAO.
           MOVE SPACES TO WRK-RELVAG-NOME.
           STRING
               'DADOS\VAGAS'        DELIMITED BY SIZE
               WRK-ANO              DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELVAG-NOME
           END-STRING.
           OPEN OUTPUT RELVAG.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'VAGAS POR SERIE - ANO LETIVO ' DELIMITED BY SIZE
               WRK-ANO                         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           PERFORM 0210-CARREGAR-TURMAS.
           IF FS-ALUNOS EQUAL ZEROS
               PERFORM 0220-CONTAR-ALUNOS
           END-IF.
           IF FS-INSCRICAO EQUAL ZEROS
               PERFORM 0230-CONTAR-INSCRICOES
           END-IF.

       0210-CARREGAR-TURMAS       SECTION.
           MOVE ZEROS TO TUR-CODIGO.
           START TURMAS KEY >= TUR-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TURMAS NEXT
                   PERFORM UNTIL FS-TURMAS NOT EQUAL ZEROS
                       IF TUR-ANO EQUAL WRK-ANO
                           IF WRK-QT-TURMAS LESS 200
                               ADD 1 TO WRK-QT-TURMAS
                               MOVE TUR-CODIGO
                                   TO WRK-TUR-CODIGO(WRK-QT-TURMAS)
                               MOVE TUR-SERIE
                                   TO WRK-TUR-SERIE(WRK-QT-TURMAS)
                               IF TUR-VAGAS IS NUMERIC
                                   MOVE TUR-VAGAS
                                     TO WRK-TUR-VAGAS(WRK-QT-TURMAS)
                               ELSE
                                   MOVE ZEROS
                                     TO WRK-TUR-VAGAS(WRK-QT-TURMAS)
                               END-IF
                               MOVE ZEROS
                                   TO WRK-TUR-ALUNOS(WRK-QT-TURMAS)
                                      WRK-TUR-RESERVAS(WRK-QT-TURMAS)
                           ELSE
                               DISPLAY "TABELA DE TURMAS CHEIA"
                               MOVE 'ER' TO WRK-JOB-ST
                           END-IF
                       END-IF
                       READ TURMAS NEXT
                   END-PERFORM
           END-START.

       0220-CONTAR-ALUNOS         SECTION.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY >= ALUNO-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUNOS NEXT
                   PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                       PERFORM VARYING WRK-I FROM 1 BY 1
                               UNTIL WRK-I GREATER WRK-QT-TURMAS
                           IF WRK-TUR-CODIGO(WRK-I) EQUAL ALUNO-TURMA
                               ADD 1 TO WRK-TUR-ALUNOS(WRK-I)
                           END-IF
                       END-PERFORM
                       READ ALUNOS NEXT
                   END-PERFORM
           END-START.

      *----RESERVADAS OCUPAM A TURMA; EM ESPERA CONTAM NA SERIE--------
       0230-CONTAR-INSCRICOES     SECTION.
           MOVE ZEROS TO INS-NUMERO.
           START INSCRICAO KEY >= INS-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INSCRICAO NEXT
                   PERFORM UNTIL FS-INSCRICAO NOT EQUAL ZEROS
                       IF INS-RESERVADA
                           PERFORM VARYING WRK-I FROM 1 BY 1
                                   UNTIL WRK-I GREATER WRK-QT-TURMAS
                               IF WRK-TUR-CODIGO(WRK-I) EQUAL INS-TURMA
                                   ADD 1 TO WRK-TUR-RESERVAS(WRK-I)
                               END-IF
                           END-PERFORM
                       END-IF
                       IF INS-EM-ESPERA AND INS-ANO EQUAL WRK-ANO
                          AND INS-SERIE GREATER ZEROS
                           ADD 1 TO WRK-ESPERA(INS-SERIE)
                       END-IF
                       READ INSCRICAO NEXT
                   END-PERFORM
           END-START.

      *----UM BLOCO POR SERIE, NA ORDEM DA SERIE----------------------
       0400-IMPRIMIR              SECTION.
           PERFORM VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S GREATER 99
               PERFORM 0410-IMPRIMIR-SERIE
           END-PERFORM.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-OCUPADAS TO WRK-QTD-ED.
           STRING
               'TOTAL DO ANO - OCUPADAS ' DELIMITED BY SIZE
               WRK-QTD-ED                 DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           MOVE WRK-TOT-LIVRES TO WRK-QTD-ED.
           MOVE ' LIVRES ' TO WRK-LINHA-REL(30:8).
           MOVE WRK-QTD-ED TO WRK-LINHA-REL(38:5).
           MOVE WRK-TOT-ESPERA TO WRK-QTD-ED.
           MOVE ' EM ESPERA ' TO WRK-LINHA-REL(43:11).
           MOVE WRK-QTD-ED TO WRK-LINHA-REL(54:5).
           PERFORM 0450-GRAVAR-LINHA.

       0410-IMPRIMIR-SERIE        SECTION.
           MOVE ZEROS TO WRK-SER-TURMAS WRK-SER-OCUPADAS
                         WRK-SER-LIVRES.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-TURMAS
               IF WRK-TUR-SERIE(WRK-I) EQUAL WRK-S
                   ADD 1 TO WRK-SER-TURMAS
               END-IF
           END-PERFORM.
           IF WRK-SER-TURMAS EQUAL ZEROS AND
              WRK-ESPERA(WRK-S) EQUAL ZEROS
               GO TO 0410-FIM
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'SERIE ' TO WRK-LINHA-REL.
           MOVE WRK-S(2:2) TO WRK-LINHA-REL(7:2).
           PERFORM 0450-GRAVAR-LINHA.
           MOVE '  TURMA   VAGAS  ALUNOS  RESERVAS  LIVRES'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-TURMAS
               IF WRK-TUR-SERIE(WRK-I) EQUAL WRK-S
                   PERFORM 0420-IMPRIMIR-TURMA
               END-IF
           END-PERFORM.
           MOVE WRK-SER-OCUPADAS TO WRK-QTD-ED.
           STRING
               '  TOTAL DA SERIE - OCUPADAS ' DELIMITED BY SIZE
               WRK-QTD-ED                     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           MOVE WRK-SER-LIVRES TO WRK-QTD-ED.
           MOVE ' LIVRES ' TO WRK-LINHA-REL(34:8).
           MOVE WRK-QTD-ED TO WRK-LINHA-REL(42:5).
           MOVE WRK-ESPERA(WRK-S) TO WRK-QTD-ED.
           MOVE ' EM ESPERA ' TO WRK-LINHA-REL(47:11).
           MOVE WRK-QTD-ED TO WRK-LINHA-REL(58:5).
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-SER-TURMAS EQUAL ZEROS
               MOVE '  SERIE SEM TURMA NO ANO - VER TURMACAD'
                   TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
           END-IF.
           ADD WRK-SER-OCUPADAS TO WRK-TOT-OCUPADAS.
           ADD WRK-SER-LIVRES TO WRK-TOT-LIVRES.
           ADD WRK-ESPERA(WRK-S) TO WRK-TOT-ESPERA.

       0410-FIM.
           EXIT.

       0420-IMPRIMIR-TURMA        SECTION.
           MOVE WRK-TUR-CODIGO(WRK-I) TO WRK-LINHA-REL(5:3).
           IF WRK-TUR-VAGAS(WRK-I) EQUAL ZEROS
               MOVE 'S/LIM' TO WRK-LINHA-REL(11:5)
           ELSE
               MOVE WRK-TUR-VAGAS(WRK-I) TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO WRK-LINHA-REL(11:5)
           END-IF.
           MOVE WRK-TUR-ALUNOS(WRK-I) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-LINHA-REL(19:5).
           MOVE WRK-TUR-RESERVAS(WRK-I) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-LINHA-REL(29:5).
           ADD WRK-TUR-ALUNOS(WRK-I) WRK-TUR-RESERVAS(WRK-I)
               TO WRK-SER-OCUPADAS.
           IF WRK-TUR-VAGAS(WRK-I) EQUAL ZEROS
               MOVE 'SEM LIMITE' TO WRK-LINHA-REL(37:10)
           ELSE
               MOVE ZEROS TO WRK-LIVRES
               IF WRK-TUR-VAGAS(WRK-I) GREATER
                  WRK-TUR-ALUNOS(WRK-I) + WRK-TUR-RESERVAS(WRK-I)
                   COMPUTE WRK-LIVRES = WRK-TUR-VAGAS(WRK-I)
                       - WRK-TUR-ALUNOS(WRK-I)
                       - WRK-TUR-RESERVAS(WRK-I)
               END-IF
               ADD WRK-LIVRES TO WRK-SER-LIVRES
               MOVE WRK-LIVRES TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO WRK-LINHA-REL(37:5)
               IF WRK-LIVRES EQUAL ZEROS
                   MOVE 'LOTADA' TO WRK-LINHA-REL(45:6)
               END-IF
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELVAG-DADOS.
           WRITE RELVAG-REG.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR             SECTION.
           CLOSE RELVAG.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELVAG-NOME.
           CLOSE TURMAS.
           CLOSE ALUNOS.
           CLOSE INSCRICAO.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RELATORIO DE VAGAS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'VAGASREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-TURMAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
