       IDENTIFICATION              DIVISION.
       PROGRAM-ID. MENSRET.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: IMPORTACAO DIARIA DO RETORNO DE BOLETOS DAS
      *==           MENSALIDADES - LE DADOS\RETBOLAAAAMMDD.TXT (LAYOUT
      *==           FIXO: MATRICULA 6 / COMPETENCIA 6 / OCORRENCIA 1
      *==           L-LIQUIDADO R-REJEITADO / DATA DO PAGAMENTO 8 /
      *==           VALOR PAGO EM CENTAVOS 13 / MOTIVO 20), BAIXA A
      *==           COBRANCA EM MENSALID.DAT COM A DATA E O VALOR DO
      *==           BANCO E LEVA REJEITADOS E DIVERGENTES PARA O
      *==           RELATORIO DE CONCILIACAO CONCBOLAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - PAGAMENTO COM DATA EM PERIODO JA FECHADO
      *==                   (PERIODOCHK) NAO BAIXA; SAI NA CONCILIACAO
      *== OBSERVACOES: O VALOR ESPERADO E O DA COBRANCA, COM O
      *==           ACRESCIMO DO ESCFIN SE PAGO DEPOIS DO VENCIMENTO.
      *==           PAGO A MENOR NAO BAIXA; PAGO A MAIOR BAIXA E SAI
      *==           NA CONCILIACAO; COBRANCA JA QUITADA (JANELA OU
      *==           OUTRO RETORNO) SAI COMO PAGAMENTO EM DUPLICIDADE
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RETBOL ASSIGN TO WRK-RETBOL-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RETBOL.

           SELECT MENSALID ASSIGN TO 'DADOS\MENSALID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALID.

           SELECT ESCFIN ASSIGN TO 'DADOS\ESCFIN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCFIN-CHAVE
               FILE STATUS IS FS-ESCFIN.

           SELECT RELCON ASSIGN TO WRK-RELCON-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCON-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD RETBOL.
       01 RETBOL-REG.
           05 RTB-MATRICULA         PIC 9(06).
           05 RTB-COMPETENCIA       PIC 9(06).
           05 RTB-OCORRENCIA        PIC X(01).
               88 RTB-LIQUIDADO     VALUE 'L'.
               88 RTB-REJEITADO     VALUE 'R'.
           05 RTB-DATA-PGTO         PIC 9(08).
           05 RTB-VALOR             PIC 9(13).
           05 RTB-MOTIVO            PIC X(20).

       FD MENSALID.
           COPY "MENSALREG".

       FD ESCFIN.
           COPY "ESCFINREG".

       FD RELCON.
       01 RELCON-REG.
           05 RELCON-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-RETBOL         PIC 9(02) VALUE ZEROS.
       77 FS-MENSALID       PIC 9(02) VALUE ZEROS.
       77 FS-ESCFIN         PIC 9(02) VALUE ZEROS.
       77 RELCON-STATUS     PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02) VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-RETORNO  PIC 9(08) VALUE ZEROS.
       77 WRK-RETBOL-NOME   PIC X(030) VALUE SPACES.
       77 WRK-RELCON-NOME   PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100) VALUE SPACES.
       77 WRK-ACRESCIMO-PCT PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VALOR-PAGO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ESPERADO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BAIXADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77 WRK-PER-FECHADO   PIC X(01) VALUE 'N'.
       77 WRK-VLR-BAIXADO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ESPERADO-ED   PIC ZZZZZZ9,99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA IMPORTACAO DO RETORNO DE BOLETOS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "DATA DO RETORNO (AAAAMMDD / 0 = HOJE)..."
           ACCEPT WRK-DATA-RETORNO.
           IF WRK-DATA-RETORNO EQUAL ZEROS
               MOVE WRK-HOJE TO WRK-DATA-RETORNO
           END-IF.
           MOVE SPACES TO WRK-RETBOL-NOME.
           STRING
               'DADOS\RETBOL'       DELIMITED BY SIZE
               WRK-DATA-RETORNO     DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RETBOL-NOME
           END-STRING.
           OPEN INPUT RETBOL.
           IF FS-RETBOL NOT EQUAL ZEROS
               DISPLAY "RETORNO " WRK-RETBOL-NOME
                       " NAO ENCONTRADO - NADA A IMPORTAR"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN I-O MENSALID.
           IF FS-MENSALID NOT EQUAL ZEROS
               DISPLAY "MENSALID.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           MOVE 2,00 TO WRK-ACRESCIMO-PCT.
           OPEN INPUT ESCFIN.
           IF FS-ESCFIN EQUAL ZEROS
               MOVE 1 TO ESCFIN-CHAVE
               READ ESCFIN
                   NOT INVALID KEY
                       MOVE ESCFIN-ACRESCIMO-PCT TO WRK-ACRESCIMO-PCT
               END-READ
           END-IF.
           CLOSE ESCFIN.
           MOVE SPACES TO WRK-RELCON-NOME.
           STRING
               'DADOS\CONCBOL'      DELIMITED BY SIZE
               WRK-DATA-RETORNO     DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELCON-NOME
           END-STRING.
           OPEN OUTPUT RELCON.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CONCILIACAO DO RETORNO DE BOLETOS DE '
                                    DELIMITED BY SIZE
               WRK-DATA-RETORNO     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'MATRIC COMPET OCORRENCIA                       PAGO'
               TO WRK-LINHA-REL.
           MOVE '   ESPERADO DATA PGTO' TO WRK-LINHA-REL(55:21).
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           READ RETBOL NEXT RECORD.
           PERFORM UNTIL FS-RETBOL NOT EQUAL ZEROS
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 0210-CONCILIAR-BOLETO
               READ RETBOL NEXT RECORD
           END-PERFORM.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'LIDOS: '           DELIMITED BY SIZE
               WRK-QT-LIDOS        DELIMITED BY SIZE
               ' / BAIXADOS: '     DELIMITED BY SIZE
               WRK-QT-BAIXADOS     DELIMITED BY SIZE
               ' / REJEITADOS: '   DELIMITED BY SIZE
               WRK-QT-REJEITADOS   DELIMITED BY SIZE
               ' / DIVERGENTES: '  DELIMITED BY SIZE
               WRK-QT-DIVERGENTES  DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-VLR-BAIXADO TO WRK-VALOR-ED.
           STRING
               'VALOR BAIXADO PELO BANCO: ' DELIMITED BY SIZE
               WRK-VALOR-ED                 DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0210-CONCILIAR-BOLETO      SECTION.
           COMPUTE WRK-VALOR-PAGO = RTB-VALOR / 100.
           MOVE ZEROS TO WRK-VALOR-ESPERADO.
           MOVE RTB-MATRICULA TO MEN-MATRICULA.
           MOVE RTB-COMPETENCIA TO MEN-COMPETENCIA.
           READ MENSALID
               INVALID KEY
                   MOVE 'BOLETO SEM COBRANCA NO CADASTRO'
                       TO WRK-MOTIVO
                   PERFORM 0220-LINHA-DIVERGENTE
                   GO TO 0210-FIM
           END-READ.
           IF RTB-REJEITADO
               ADD 1 TO WRK-QT-REJEITADOS
               MOVE SPACES TO WRK-MOTIVO
               STRING
                   'REJEITADO: '    DELIMITED BY SIZE
                   RTB-MOTIVO       DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               END-STRING
               PERFORM 0230-LINHA-CONCILIACAO
               GO TO 0210-FIM
           END-IF.
           IF NOT RTB-LIQUIDADO
               MOVE 'OCORRENCIA DESCONHECIDA' TO WRK-MOTIVO
               PERFORM 0220-LINHA-DIVERGENTE
               GO TO 0210-FIM
           END-IF.
           IF MEN-QUITADA
               IF MEN-PAGO-JANELA
                   MOVE 'DUPLICIDADE - PAGO NA JANELA'
                       TO WRK-MOTIVO
               ELSE
                   MOVE 'DUPLICIDADE - JA BAIXADO' TO WRK-MOTIVO
               END-IF
               PERFORM 0220-LINHA-DIVERGENTE
               GO TO 0210-FIM
           END-IF.
           MOVE MEN-VALOR TO WRK-VALOR-ESPERADO.
           IF RTB-DATA-PGTO GREATER MEN-VENCIMENTO
               COMPUTE WRK-VALOR-ESPERADO ROUNDED = MEN-VALOR
                   + MEN-VALOR * WRK-ACRESCIMO-PCT / 100
           END-IF.
           CALL "PERIODOCHK" USING RTB-DATA-PGTO, WRK-PER-FECHADO.
           IF WRK-PER-FECHADO EQUAL 'S'
               MOVE 'PERIODO FECHADO - NAO BAIXADO' TO WRK-MOTIVO
               PERFORM 0220-LINHA-DIVERGENTE
               GO TO 0210-FIM
           END-IF.
           IF WRK-VALOR-PAGO LESS WRK-VALOR-ESPERADO
               MOVE 'PAGO A MENOR - NAO BAIXADO' TO WRK-MOTIVO
               PERFORM 0220-LINHA-DIVERGENTE
               GO TO 0210-FIM
           END-IF.
           MOVE WRK-VALOR-PAGO TO MEN-VALOR-PAGO.
           MOVE RTB-DATA-PGTO TO MEN-DATA-PGTO.
           MOVE 'Q' TO MEN-STATUS.
           MOVE 'B' TO MEN-FORMA-PGTO.
           REWRITE MEN-REG
               INVALID KEY
                   MOVE 'ERRO NA BAIXA DA COBRANCA' TO WRK-MOTIVO
                   PERFORM 0220-LINHA-DIVERGENTE
                   GO TO 0210-FIM
           END-REWRITE.
           ADD 1 TO WRK-QT-BAIXADOS.
           ADD WRK-VALOR-PAGO TO WRK-VLR-BAIXADO.
           IF WRK-VALOR-PAGO GREATER WRK-VALOR-ESPERADO
               MOVE 'PAGO A MAIOR - BAIXADO' TO WRK-MOTIVO
               PERFORM 0220-LINHA-DIVERGENTE
           END-IF.

       0210-FIM.
           EXIT.

       0220-LINHA-DIVERGENTE      SECTION.
           ADD 1 TO WRK-QT-DIVERGENTES.
           PERFORM 0230-LINHA-CONCILIACAO.

      *----UMA LINHA DO RELATORIO: BOLETO, MOTIVO, PAGO E ESPERADO-----
       0230-LINHA-CONCILIACAO     SECTION.
           MOVE RTB-MATRICULA TO WRK-LINHA-REL(1:6).
           MOVE RTB-COMPETENCIA TO WRK-LINHA-REL(8:6).
           MOVE WRK-MOTIVO TO WRK-LINHA-REL(15:30).
           MOVE WRK-VALOR-PAGO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(45:10).
           MOVE WRK-VALOR-ESPERADO TO WRK-ESPERADO-ED.
           MOVE WRK-ESPERADO-ED TO WRK-LINHA-REL(56:10).
           MOVE RTB-DATA-PGTO TO WRK-LINHA-REL(67:8).
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELCON-DADOS.
           WRITE RELCON-REG.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR             SECTION.
           CLOSE RELCON.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELCON-NOME.
           CLOSE RETBOL.
           CLOSE MENSALID.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA IMPORTACAO DO RETORNO DE BOLETOS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'MENSRET' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-LIDOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
