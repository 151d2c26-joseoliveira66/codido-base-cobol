      *==           PASSADO, POR ALUNO, COM O TOTAL POR TURMA, EM
      *==           MENSDEVAAAAMMDD.TXT
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - AVISA NO CABECALHO QUANDO O RETORNO DE
      *==                   BOLETOS DO DIA (MENSRET) AINDA NAO FOI
      *==                   IMPORTADO: SEM ELE, BOLETO PAGO NO BANCO
      *==                   AINDA APARECE COMO PENDENTE
      *== OBSERVACOES: RODAR DEPOIS DO MENSRET DO DIA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77 WRK-I             PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-TURMAS    PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-RETORNO-DIA   PIC X(01) VALUE 'N'.

       01 WRK-TAB-TURMAS.
           05 WRK-TUR OCCURS 30 TIMES.
           OPEN OUTPUT RELDEV.
           MOVE 'MENSALIDADES EM ATRASO' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0150-VERIFICAR-RETORNO.
           IF WRK-RETORNO-DIA EQUAL 'N'
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   'ATENCAO: RETORNO DE BOLETOS DE HOJE NAO IMPORTADO'
                                    DELIMITED BY SIZE
                   ' (MENSRET)'     DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

      *----PROCURA NO HISTORICO DE JOBS O MENSRET DE HOJE COM SUCESSO--
       0150-VERIFICAR-RETORNO     SECTION.
           MOVE 'N' TO WRK-RETORNO-DIA.
           OPEN INPUT JOBHIST.
           IF JOBHIST-STATUS EQUAL ZEROS
               READ JOBHIST NEXT RECORD
               PERFORM UNTIL JOBHIST-STATUS NOT EQUAL ZEROS
                   IF JOB-NOME EQUAL 'MENSRET' AND
                      JOB-DATA-INICIO EQUAL WRK-HOJE AND
                      JOB-STATUS EQUAL 'OK'
                       MOVE 'S' TO WRK-RETORNO-DIA
                   END-IF
                   READ JOBHIST NEXT RECORD
               END-PERFORM
               CLOSE JOBHIST
           END-IF.

       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
