      *==           COPIA LIVRE, PARA O BALCAO ENTREGAR COM O RECIBO.
      *==           SAI EM SUGESTAOAAAAMM.TXT
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - TITULO QUE O CLIENTE AVALIOU MAL (NOTA 1 OU
      *==                   2 EM AVALIACAO.DAT) NAO E SUGERIDO E NAO
      *==                   CONTA NO PERFIL DE GENEROS
      *== OBSERVACOES: ATE 5 SUGESTOES POR CLIENTE, DOS 2 GENEROS
      *==           MAIS EMPRESTADOS DO PERFIL
      *========================================
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELSUG-STATUS.

           SELECT AVALIACAO ASSIGN TO 'DADOS\AVALIACAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS AVALIACAO-STATUS
               RECORD KEY IS AVAL-CHAVE.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.
       01 RELSUG-REG.
           05 RELSUG-DADOS          PIC X(100).

       FD AVALIACAO.
           COPY "AVALREG".

       FD JOBHIST.
           COPY "JOBHISTREG".

       77 COPIAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 RELSUG-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 AVALIACAO-STATUS      PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-AVALIACAO     PIC X(01) VALUE 'N'.
       77 WRK-AVALIOU-MAL       PIC X(01) VALUE 'N'.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
           OPEN INPUT EMPHIST.
           OPEN INPUT FILMES.
           OPEN INPUT COPIAS.
           OPEN INPUT AVALIACAO.
           IF AVALIACAO-STATUS EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-AVALIACAO
           END-IF.
           MOVE SPACES TO WRK-RELSUG-NOME.
           STRING
               'DADOS\SUGESTAO'     DELIMITED BY SIZE
               MOVE WRK-CODFILME-SUG
                    TO WRK-LEV-CODFILME(WRK-QTD-LEVADOS)
           END-IF.
           PERFORM 0257-TESTAR-AVALIACAO.
           IF WRK-AVALIOU-MAL EQUAL 'N'
               PERFORM 0236-SOMAR-GENERO
           END-IF.

      *----SOMA O GENERO DO TITULO LEVADO NO PERFIL-------------------
       0236-SOMAR-GENERO          SECTION.
           MOVE WRK-CODFILME-SUG TO CODFILME.
           READ FILMES
               INVALID KEY
           END-PERFORM.
           IF WRK-JA-LEVOU EQUAL 'N'
               MOVE CODFILME TO WRK-CODFILME-SUG
               PERFORM 0257-TESTAR-AVALIACAO
           END-IF.
           IF WRK-JA-LEVOU EQUAL 'N' AND WRK-AVALIOU-MAL EQUAL 'N'
               PERFORM 0260-VERIFICAR-DISPONIVEL
               IF WRK-QT-ABERTOS LESS WRK-QT-COPIAS
                   ADD 1 TO WRK-QT-SUGERIDOS
               END-READ
           END-IF.

      *----NOTA 1 OU 2 DO CLIENTE PARA O TITULO (AVALIACAO.DAT)-------
       0257-TESTAR-AVALIACAO      SECTION.
           MOVE 'N' TO WRK-AVALIOU-MAL.
           IF WRK-TEM-AVALIACAO EQUAL 'S'
               MOVE WRK-CODFILME-SUG TO AVAL-CODFILME
               MOVE WRK-CLIENTE TO AVAL-CLIENTE
               READ AVALIACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AVAL-NOTA-RUIM
                           MOVE 'S' TO WRK-AVALIOU-MAL
                       END-IF
               END-READ
           END-IF.

      *----COPIAS ATIVAS X EMPRESTIMOS EM ABERTO DO TITULO------------
       0260-VERIFICAR-DISPONIVEL  SECTION.
           MOVE 0 TO WRK-QT-COPIAS WRK-QT-ABERTOS.
           CLOSE EMPHIST.
           CLOSE FILMES.
           CLOSE COPIAS.
           IF WRK-TEM-AVALIACAO EQUAL 'S'
               CLOSE AVALIACAO
           END-IF.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA LISTA DE SUGESTOES".

