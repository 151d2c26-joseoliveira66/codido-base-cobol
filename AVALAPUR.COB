       IDENTIFICATION              DIVISION.
       PROGRAM-ID. AVALAPUR.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: APURACAO NOTURNA DAS AVALIACOES DOS CLIENTES -
      *==           LE O AVALIACAO.DAT (NOTA 1 A 5 POR TITULO E
      *==           CLIENTE, CAPTADA NA DEVOLUCAO DO FILMESJC) E
      *==           RECRIA O AVALMED.DAT COM A MEDIA E A QUANTIDADE
      *==           DE VOTOS DE CADA TITULO, PARA O FILMCONS
      *== DATA: 15/10/2026
      *== OBSERVACOES: O AVALMED E REFEITO DO ZERO A CADA EXECUCAO;
      *==           NOTA FORA DE 1 A 5 E IGNORADA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT AVALIACAO ASSIGN TO 'DADOS\AVALIACAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVAL-CHAVE
               FILE STATUS IS FS-AVALIACAO.

           SELECT AVALMED ASSIGN TO 'DADOS\AVALMED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-CODFILME
               FILE STATUS IS FS-AVALMED.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD AVALIACAO.
           COPY "AVALREG".

       FD AVALMED.
           COPY "AVMREG".

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-AVALIACAO          PIC 9(02) VALUE ZEROS.
       77 FS-AVALMED            PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-CODFILME-ATUAL    PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-NOTAS        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-VOTOS          PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIDAS          PIC 9(07) VALUE ZEROS.
       77 WRK-QT-TITULOS        PIC 9(05) VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE AS AVALIACOES E RECRIA O ARQUIVO DE MEDIAS------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA APURACAO DAS AVALIACOES".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT AVALIACAO.
           IF FS-AVALIACAO NOT EQUAL ZEROS
               DISPLAY "AVALIACAO.DAT INDISPONIVEL - SEM VOTOS"
           END-IF.
           OPEN OUTPUT AVALMED.

      *----AS AVALIACOES VEM NA ORDEM DA CHAVE (TITULO, CLIENTE):-----
      *----FECHA A MEDIA A CADA TROCA DE TITULO------------------------
       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO WRK-CODFILME-ATUAL WRK-SOMA-NOTAS
                         WRK-QT-VOTOS.
           IF FS-AVALIACAO EQUAL ZEROS
               MOVE ZEROS TO AVAL-CODFILME AVAL-CLIENTE
               START AVALIACAO KEY >= AVAL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AVALIACAO NEXT
                       PERFORM UNTIL FS-AVALIACAO NOT EQUAL ZEROS
                           ADD 1 TO WRK-QT-LIDAS
                           IF AVAL-CODFILME NOT EQUAL WRK-CODFILME-ATUAL
                               PERFORM 0210-GRAVAR-MEDIA
                               MOVE AVAL-CODFILME TO WRK-CODFILME-ATUAL
                           END-IF
                           IF AVAL-NOTA-VALIDA
                               ADD AVAL-NOTA TO WRK-SOMA-NOTAS
                               ADD 1 TO WRK-QT-VOTOS
                           END-IF
                           READ AVALIACAO NEXT
                       END-PERFORM
               END-START
               PERFORM 0210-GRAVAR-MEDIA
           END-IF.

      *----GRAVA A MEDIA DO TITULO ACUMULADO E ZERA OS ACUMULADORES---
       0210-GRAVAR-MEDIA          SECTION.
           IF WRK-QT-VOTOS GREATER ZEROS
               MOVE WRK-CODFILME-ATUAL TO AVM-CODFILME
               COMPUTE AVM-MEDIA ROUNDED =
                   WRK-SOMA-NOTAS / WRK-QT-VOTOS
               MOVE WRK-QT-VOTOS TO AVM-QT-VOTOS
               MOVE WRK-HOJE TO AVM-DATA-APURACAO
               WRITE AVM-REG
                   INVALID KEY
                       MOVE 'ER' TO WRK-JOB-ST
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-TITULOS
               END-WRITE
           END-IF.
           MOVE ZEROS TO WRK-SOMA-NOTAS WRK-QT-VOTOS.

       0300-FINALIZAR             SECTION.
           CLOSE AVALIACAO.
           CLOSE AVALMED.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "AVALIACOES LIDAS......" WRK-QT-LIDAS.
           DISPLAY "TITULOS COM MEDIA....." WRK-QT-TITULOS.
           DISPLAY "FIM DA APURACAO DAS AVALIACOES".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'AVALAPUR' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-TITULOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
