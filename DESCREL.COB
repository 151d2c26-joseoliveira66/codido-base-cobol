       IDENTIFICATION              DIVISION.
       PROGRAM-ID. DESCREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RELATORIO MENSAL DOS DESCONTOS CONCEDIDOS NAS
      *==           MENSALIDADES DA COMPETENCIA (MENSALID.DAT), POR
      *==           TIPO - BOLSA, IRMAO E FILHO DE FUNCIONARIO - COM
      *==           A QUANTIDADE DE COBRANCAS E O VALOR, E O TOTAL
      *==           BRUTO, DE DESCONTOS E LIQUIDO DO MES. SAIDA EM
      *==           DADOS\DESCAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: COBRANCA GERADA ANTES DO DESCONTO POR TIPO
      *==           (SEM VALOR BRUTO GRAVADO) ENTRA PELO VALOR CHEIO,
      *==           SEM DESCONTO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT MENSALID ASSIGN TO 'DADOS\MENSALID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALID.

           SELECT RELDSC ASSIGN TO WRK-RELDSC-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELDSC-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD MENSALID.
           COPY "MENSALREG".

       FD RELDSC.
       01 RELDSC-REG.
           05 RELDSC-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-MENSALID       PIC 9(02) VALUE ZEROS.
       77 RELDSC-STATUS     PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02) VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WRK-RELDSC-NOME   PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100) VALUE SPACES.
       77 WRK-QT-COBRANCAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BOLSA      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-IRMAO      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FUNC       PIC 9(05) VALUE ZEROS.
       77 WRK-VL-BOLSA      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VL-IRMAO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VL-FUNC       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-BRUTO     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-ED        PIC ZZZZ9 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.

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
           DISPLAY "INICIO DO RELATORIO DE DESCONTOS DO MES".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           OPEN INPUT MENSALID.
           IF FS-MENSALID NOT EQUAL ZEROS
               DISPLAY "MENSALID.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           MOVE SPACES TO WRK-RELDSC-NOME.
           STRING
               'DADOS\DESC'         DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELDSC-NOME
           END-STRING.
           OPEN OUTPUT RELDSC.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'DESCONTOS CONCEDIDOS NAS MENSALIDADES - COMPETENCIA '
                                    DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----A CHAVE COMECA PELA MATRICULA: VARRE TUDO E FILTRA O MES----
       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO MEN-CHAVE.
           START MENSALID KEY >= MEN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MENSALID NEXT
                   PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS
                       IF MEN-COMPETENCIA EQUAL WRK-COMPETENCIA
                           PERFORM 0210-SOMAR-COBRANCA
                       END-IF
                       READ MENSALID NEXT
                   END-PERFORM
           END-START.

       0210-SOMAR-COBRANCA        SECTION.
           ADD 1 TO WRK-QT-COBRANCAS.
           ADD MEN-VALOR TO WRK-TOT-LIQUIDO.
           IF MEN-VALOR-BRUTO IS NOT NUMERIC OR
              MEN-DESC-BOLSA IS NOT NUMERIC OR
              MEN-DESC-IRMAO IS NOT NUMERIC OR
              MEN-DESC-FUNC IS NOT NUMERIC
               ADD MEN-VALOR TO WRK-TOT-BRUTO
           ELSE
               ADD MEN-VALOR-BRUTO TO WRK-TOT-BRUTO
               IF MEN-DESC-BOLSA GREATER ZEROS
                   ADD 1 TO WRK-QT-BOLSA
                   ADD MEN-DESC-BOLSA TO WRK-VL-BOLSA
               END-IF
               IF MEN-DESC-IRMAO GREATER ZEROS
                   ADD 1 TO WRK-QT-IRMAO
                   ADD MEN-DESC-IRMAO TO WRK-VL-IRMAO
               END-IF
               IF MEN-DESC-FUNC GREATER ZEROS
                   ADD 1 TO WRK-QT-FUNC
                   ADD MEN-DESC-FUNC TO WRK-VL-FUNC
               END-IF
           END-IF.

       0400-IMPRIMIR              SECTION.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'TIPO DE DESCONTO            COBRANCAS        VALOR'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'BOLSA' TO WRK-LINHA-REL.
           MOVE WRK-QT-BOLSA TO WRK-QTD-ED.
           MOVE WRK-VL-BOLSA TO WRK-TOTAL-ED.
           PERFORM 0410-LINHA-TIPO.
           MOVE 'IRMAO' TO WRK-LINHA-REL.
           MOVE WRK-QT-IRMAO TO WRK-QTD-ED.
           MOVE WRK-VL-IRMAO TO WRK-TOTAL-ED.
           PERFORM 0410-LINHA-TIPO.
           MOVE 'FILHO DE FUNCIONARIO' TO WRK-LINHA-REL.
           MOVE WRK-QT-FUNC TO WRK-QTD-ED.
           MOVE WRK-VL-FUNC TO WRK-TOTAL-ED.
           PERFORM 0410-LINHA-TIPO.
           COMPUTE WRK-TOT-DESCONTO =
               WRK-VL-BOLSA + WRK-VL-IRMAO + WRK-VL-FUNC.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-QT-COBRANCAS TO WRK-QTD-ED.
           STRING
               'COBRANCAS DO MES............... ' DELIMITED BY SIZE
               WRK-QTD-ED                         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           STRING
               'TOTAL BRUTO.................... ' DELIMITED BY SIZE
               WRK-TOTAL-ED                       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-ED.
           STRING
               'TOTAL DE DESCONTOS............. ' DELIMITED BY SIZE
               WRK-TOTAL-ED                       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           STRING
               'TOTAL LIQUIDO COBRADO.......... ' DELIMITED BY SIZE
               WRK-TOTAL-ED                       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0410-LINHA-TIPO            SECTION.
           MOVE WRK-QTD-ED TO WRK-LINHA-REL(33:5).
           MOVE WRK-TOTAL-ED TO WRK-LINHA-REL(40:11).
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELDSC-DADOS.
           WRITE RELDSC-REG.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR             SECTION.
           CLOSE RELDSC.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELDSC-NOME.
           CLOSE MENSALID.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RELATORIO DE DESCONTOS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'DESCREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-COBRANCAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
