       IDENTIFICATION              DIVISION.
       PROGRAM-ID. VIAGCAIXA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CAIXA DIARIO DAS VIAGENS - LISTA OS PAGAMENTOS E
      *==           REEMBOLSOS DE PASSAGEM DO DIA (PASSPGTO.DAT,
      *==           GRAVADO PELO VIAGEMCAD), TOTALIZA RECEBIDO,
      *==           DEVOLVIDO E LIQUIDO POR ESPECIE E O DINHEIRO
      *==           ESPERADO NA GAVETA DE CADA OPERADOR, COMO O
      *==           CAIXAFECHA FAZ NO BALCAO DA LOCADORA, EM
      *==           VIAGCXAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: SO O DINHEIRO E ESPERADO NA GAVETA; CARTAO E
      *==           TRANSFERENCIA/PIX CONFEREM COM O EXTRATO. PODE SER
      *==           RODADO DE NOVO PARA O MESMO DIA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PASSPGTO ASSIGN TO 'DADOS\PASSPGTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPG-CHAVE
               FILE STATUS IS FS-PASSPGTO.

           SELECT RELCX ASSIGN TO WRK-RELCX-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCX-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD PASSPGTO.
           COPY "PASSPGREG".

       FD RELCX.
       01 RELCX-REG.
           05 RELCX-DADOS           PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-PASSPGTO       PIC 9(02)    VALUE ZEROS.
       77 RELCX-STATUS      PIC 9(02)    VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)    VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)    VALUE 'OK'.
       77 WRK-DATA-CAIXA    PIC 9(08)    VALUE ZEROS.
       77 WRK-RELCX-NOME    PIC X(030)   VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)   VALUE SPACES.
       77 WRK-QT-LANC       PIC 9(05)    VALUE ZEROS.
       77 WRK-IND           PIC 9(03)    VALUE ZEROS.
       77 WRK-IND-OPER      PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-OPER       PIC 9(03)    VALUE ZEROS.
       77 WRK-TIPO-TXT      PIC X(09)    VALUE SPACES.
       77 WRK-ESPECIE-TXT   PIC X(14)    VALUE SPACES.
       77 WRK-LIQUIDO       PIC S9(08)V99 VALUE ZEROS.
       77 WRK-TOT-RECEB     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-REEMB     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED    PIC -ZZZZZZZ9,99 VALUE ZEROS.
      *----TOTAIS POR ESPECIE: 1 DINHEIRO / 2 CARTAO / 3 TRANSF-PIX---
       01 WRK-TAB-ESPECIES.
           05 WRK-ESP OCCURS 3 TIMES.
               10 WRK-ESP-QT-REC    PIC 9(05).
               10 WRK-ESP-VLR-REC   PIC 9(08)V99.
               10 WRK-ESP-QT-DEV    PIC 9(05).
               10 WRK-ESP-VLR-DEV   PIC 9(08)V99.
      *----DINHEIRO DO DIA POR OPERADOR---------------------------------
       01 WRK-TAB-OPERADORES.
           05 WRK-TOP-ITEM OCCURS 100 TIMES.
               10 WRK-TOP-OPERADOR  PIC 9(04).
               10 WRK-TOP-ENTRADAS  PIC 9(07)V99.
               10 WRK-TOP-SAIDAS    PIC 9(07)V99.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
               PERFORM 0250-TOTAIS
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO CAIXA DIARIO DAS VIAGENS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           DISPLAY "DATA DO CAIXA (AAAAMMDD / 0 = HOJE)..."
           ACCEPT WRK-DATA-CAIXA.
           IF WRK-DATA-CAIXA EQUAL ZEROS
               ACCEPT WRK-DATA-CAIXA FROM DATE YYYYMMDD
           END-IF.
           INITIALIZE WRK-TAB-ESPECIES WRK-TAB-OPERADORES.
           OPEN INPUT PASSPGTO.
           IF FS-PASSPGTO NOT EQUAL ZEROS
               DISPLAY "PASSPGTO.DAT AINDA NAO POSSUI REGISTROS"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           MOVE SPACES TO WRK-RELCX-NOME.
           STRING
               'DADOS\VIAGCX'       DELIMITED BY SIZE
               WRK-DATA-CAIXA       DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELCX-NOME
           END-STRING.
           OPEN OUTPUT RELCX.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CAIXA DIARIO DAS VIAGENS - DATA: ' DELIMITED BY SIZE
               WRK-DATA-CAIXA                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'VIAG. SEQ HORA     LANCAMENTO ESPECIE' TO
                WRK-LINHA-REL.
           MOVE 'VALOR OPER' TO WRK-LINHA-REL(51:).
           PERFORM 0450-GRAVAR-LINHA.

      *----LANCAMENTOS DO DIA, UM POR LINHA----------------------------
       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO PPG-VIAGEM PPG-SEQ PPG-ITEM.
           START PASSPGTO KEY >= PPG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PASSPGTO NEXT
                   PERFORM UNTIL FS-PASSPGTO NOT EQUAL ZEROS
                       IF PPG-DATA EQUAL WRK-DATA-CAIXA
                           PERFORM 0210-SOMAR-LANCAMENTO
                       END-IF
                       READ PASSPGTO NEXT
                   END-PERFORM
           END-START.

       0210-SOMAR-LANCAMENTO      SECTION.
           ADD 1 TO WRK-QT-LANC.
           EVALUATE TRUE
               WHEN PPG-CARTAO
                   MOVE 2 TO WRK-IND
                   MOVE 'CARTAO' TO WRK-ESPECIE-TXT
               WHEN PPG-TRANSFERENCIA
                   MOVE 3 TO WRK-IND
                   MOVE 'TRANSF/PIX' TO WRK-ESPECIE-TXT
               WHEN OTHER
                   MOVE 1 TO WRK-IND
                   MOVE 'DINHEIRO' TO WRK-ESPECIE-TXT
           END-EVALUATE.
           PERFORM 0220-ACHAR-OPERADOR.
           IF PPG-REEMBOLSO
               MOVE 'REEMBOLSO' TO WRK-TIPO-TXT
               ADD 1 TO WRK-ESP-QT-DEV(WRK-IND)
               ADD PPG-VALOR TO WRK-ESP-VLR-DEV(WRK-IND)
               IF WRK-IND EQUAL 1 AND WRK-IND-OPER GREATER ZEROS
                   ADD PPG-VALOR TO WRK-TOP-SAIDAS(WRK-IND-OPER)
               END-IF
           ELSE
               MOVE 'PAGAMENTO' TO WRK-TIPO-TXT
               ADD 1 TO WRK-ESP-QT-REC(WRK-IND)
               ADD PPG-VALOR TO WRK-ESP-VLR-REC(WRK-IND)
               IF WRK-IND EQUAL 1 AND WRK-IND-OPER GREATER ZEROS
                   ADD PPG-VALOR TO WRK-TOP-ENTRADAS(WRK-IND-OPER)
               END-IF
           END-IF.
           MOVE PPG-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               PPG-VIAGEM           DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               PPG-SEQ              DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               PPG-HORA             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-TIPO-TXT         DELIMITED BY SIZE
               '  '                 DELIMITED BY SIZE
               WRK-ESPECIE-TXT      DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               PPG-OPERADOR         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----POSICAO DO OPERADOR NA TABELA (INCLUI SE FOR NOVO)---------
       0220-ACHAR-OPERADOR        SECTION.
           MOVE ZEROS TO WRK-IND-OPER.
           PERFORM VARYING WRK-IND-OPER FROM 1 BY 1
                   UNTIL WRK-IND-OPER > WRK-QT-OPER
                      OR WRK-TOP-OPERADOR(WRK-IND-OPER)
                         EQUAL PPG-OPERADOR
               CONTINUE
           END-PERFORM.
           IF WRK-IND-OPER > WRK-QT-OPER
               IF WRK-QT-OPER LESS 100
                   ADD 1 TO WRK-QT-OPER
                   MOVE WRK-QT-OPER TO WRK-IND-OPER
                   MOVE PPG-OPERADOR TO
                        WRK-TOP-OPERADOR(WRK-IND-OPER)
               ELSE
                   MOVE ZEROS TO WRK-IND-OPER
               END-IF
           END-IF.

      *----QUADRO POR ESPECIE E DINHEIRO ESPERADO POR OPERADOR--------
       0250-TOTAIS                SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'ESPECIE          RECEBIDO   DEVOLVIDO     LIQUIDO'
             TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 3
               EVALUATE WRK-IND
                   WHEN 1
                       MOVE 'DINHEIRO' TO WRK-ESPECIE-TXT
                   WHEN 2
                       MOVE 'CARTAO' TO WRK-ESPECIE-TXT
                   WHEN OTHER
                       MOVE 'TRANSF/PIX' TO WRK-ESPECIE-TXT
               END-EVALUATE
               ADD WRK-ESP-VLR-REC(WRK-IND) TO WRK-TOT-RECEB
               ADD WRK-ESP-VLR-DEV(WRK-IND) TO WRK-TOT-REEMB
               COMPUTE WRK-LIQUIDO = WRK-ESP-VLR-REC(WRK-IND)
                                   - WRK-ESP-VLR-DEV(WRK-IND)
               MOVE WRK-ESP-VLR-REC(WRK-IND) TO WRK-VALOR-ED
               MOVE WRK-ESP-VLR-DEV(WRK-IND) TO WRK-VALOR2-ED
               PERFORM 0260-LINHA-TOTAL
           END-PERFORM.
           MOVE 'TOTAL' TO WRK-ESPECIE-TXT.
           COMPUTE WRK-LIQUIDO = WRK-TOT-RECEB - WRK-TOT-REEMB.
           MOVE WRK-TOT-RECEB TO WRK-VALOR-ED.
           MOVE WRK-TOT-REEMB TO WRK-VALOR2-ED.
           PERFORM 0260-LINHA-TOTAL.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'DINHEIRO ESPERADO POR OPERADOR' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-OPER FROM 1 BY 1
                   UNTIL WRK-IND-OPER > WRK-QT-OPER
               COMPUTE WRK-LIQUIDO =
                   WRK-TOP-ENTRADAS(WRK-IND-OPER)
                 - WRK-TOP-SAIDAS(WRK-IND-OPER)
               MOVE WRK-TOP-ENTRADAS(WRK-IND-OPER) TO WRK-VALOR-ED
               MOVE WRK-TOP-SAIDAS(WRK-IND-OPER) TO WRK-VALOR2-ED
               MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   'OPERADOR '      DELIMITED BY SIZE
                   WRK-TOP-OPERADOR(WRK-IND-OPER) DELIMITED BY SIZE
                   ' ENTRADAS '     DELIMITED BY SIZE
                   WRK-VALOR-ED     DELIMITED BY SIZE
                   ' SAIDAS '       DELIMITED BY SIZE
                   WRK-VALOR2-ED    DELIMITED BY SIZE
                   ' ESPERADO '     DELIMITED BY SIZE
                   WRK-LIQUIDO-ED   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-PERFORM.

       0260-LINHA-TOTAL           SECTION.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-ESPECIE-TXT      DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-VALOR2-ED        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-LIQUIDO-ED       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELCX-DADOS.
           WRITE RELCX-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELCX.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELCX-NOME.
           CLOSE PASSPGTO.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO CAIXA DIARIO DAS VIAGENS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'VIAGCAIXA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-LANC TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
