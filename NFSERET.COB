       IDENTIFICATION              DIVISION.
       PROGRAM-ID. NFSERET.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RETORNO DA PREFEITURA PARA AS NFS-E ENVIADAS PELO
      *==           NFSEGERA - LE DADOS\NFSERET.TXT (LAYOUT FIXO:
      *==           FILME 5 / CLIENTE 9 / DATA DA LOCACAO 8 /
      *==           SITUACAO 1 N-NOTA EMITIDA R-RECUSADA / NUMERO DA
      *==           NFS-E 15), GRAVA O NUMERO DA NOTA NA LOCACAO PARA
      *==           A REIMPRESSAO DO RECIBO E LISTA AS RECUSADAS EM
      *==           NFSERETAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: LINHA DO RETORNO CUJA LOCACAO JA FOI TROCADA
      *==           POR OUTRA (MESMO FILME E CLIENTE, OUTRA DATA) OU
      *==           NAO EXISTE MAIS SAI COMO AVISO NO RELATORIO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT NFSERETTXT ASSIGN TO 'DADOS\NFSERET.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFSERETTXT.

           SELECT EMPRESTIMOS ASSIGN TO 'DADOS\EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMP-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

           SELECT RELRET ASSIGN TO WRK-RELRET-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELRET-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD NFSERETTXT.
       01 NFSERETTXT-REG.
           05 NRET-CODFILME         PIC 9(05).
           05 NRET-CLIENTE          PIC 9(09).
           05 NRET-DATA-LOCACAO     PIC 9(08).
           05 NRET-SITUACAO         PIC X(01).
           05 NRET-NUMERO           PIC 9(15).

       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD RELRET.
       01 RELRET-REG.
           05 RELRET-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-NFSERETTXT     PIC 9(02)      VALUE ZEROS.
       77 EMPRESTIMOS-STATUS PIC 9(02)     VALUE ZEROS.
       77 RELRET-STATUS     PIC 9(02)      VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)      VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)      VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-RELRET-NOME   PIC X(030)     VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)     VALUE SPACES.
       77 WRK-QT-EMITIDAS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-RECUSADAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-AVISOS     PIC 9(05)      VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RETORNO DA NFS-E".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT NFSERETTXT.
           IF FS-NFSERETTXT NOT EQUAL ZEROS
               DISPLAY "NFSERET.TXT NAO ENCONTRADO - NADA A PROCESSAR"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN I-O EMPRESTIMOS.
           IF EMPRESTIMOS-STATUS NOT EQUAL ZEROS
               DISPLAY "EMPRESTIMOS.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           MOVE SPACES TO WRK-RELRET-NOME.
           STRING
               'DADOS\NFSERET'      DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELRET-NOME
           END-STRING.
           OPEN OUTPUT RELRET.
           MOVE 'NFS-E RECUSADAS PELA PREFEITURA E AVISOS'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               READ NFSERETTXT NEXT RECORD
               PERFORM UNTIL FS-NFSERETTXT NOT EQUAL ZEROS
                   PERFORM 0210-BAIXAR-LINHA
                   READ NFSERETTXT NEXT RECORD
               END-PERFORM
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'EMITIDAS: '      DELIMITED BY SIZE
               WRK-QT-EMITIDAS   DELIMITED BY SIZE
               ' / RECUSADAS: '  DELIMITED BY SIZE
               WRK-QT-RECUSADAS  DELIMITED BY SIZE
               ' / AVISOS: '     DELIMITED BY SIZE
               WRK-QT-AVISOS     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0210-BAIXAR-LINHA          SECTION.
           MOVE NRET-CODFILME TO EMP-CODFILME.
           MOVE NRET-CLIENTE TO EMP-CLIENTE.
           READ EMPRESTIMOS
               INVALID KEY
                   MOVE ZEROS TO EMP-DATA-EMPRESTIMO
           END-READ.
           IF EMP-DATA-EMPRESTIMO NOT EQUAL NRET-DATA-LOCACAO
               ADD 1 TO WRK-QT-AVISOS
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   'AVISO: RETORNO SEM LOCACAO - FILME '
                                      DELIMITED BY SIZE
                   NRET-CODFILME      DELIMITED BY SIZE
                   ' CLIENTE '        DELIMITED BY SIZE
                   NRET-CLIENTE       DELIMITED BY SIZE
                   ' DATA '           DELIMITED BY SIZE
                   NRET-DATA-LOCACAO  DELIMITED BY SIZE
                   ' NFS-E '          DELIMITED BY SIZE
                   NRET-NUMERO        DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           ELSE
               IF NRET-SITUACAO EQUAL 'N'
                   MOVE NRET-NUMERO TO EMP-NFSE-NUMERO
                   MOVE 'N' TO EMP-NFSE-SITUACAO
                   ADD 1 TO WRK-QT-EMITIDAS
               ELSE
                   MOVE ZEROS TO EMP-NFSE-NUMERO
                   MOVE 'R' TO EMP-NFSE-SITUACAO
                   ADD 1 TO WRK-QT-RECUSADAS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING
                       'RECUSADA: FILME '  DELIMITED BY SIZE
                       EMP-CODFILME        DELIMITED BY SIZE
                       ' CLIENTE '         DELIMITED BY SIZE
                       EMP-CLIENTE         DELIMITED BY SIZE
                       ' DATA '            DELIMITED BY SIZE
                       EMP-DATA-EMPRESTIMO DELIMITED BY SIZE
                       ' LOJA '            DELIMITED BY SIZE
                       EMP-LOJA            DELIMITED BY SIZE
                       ' - VOLTA NO PROXIMO ENVIO'
                                           DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0450-GRAVAR-LINHA
               END-IF
               REWRITE EMP-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELRET-DADOS.
           WRITE RELRET-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELRET.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELRET-NOME.
           CLOSE NFSERETTXT.
           CLOSE EMPRESTIMOS.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RETORNO DA NFS-E".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'NFSERET' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           COMPUTE JOB-REGISTROS =
               WRK-QT-EMITIDAS + WRK-QT-RECUSADAS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
