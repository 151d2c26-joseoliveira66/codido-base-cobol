      *==           EM RESCISAOAAAAMMDD.TXT E DESATIVA O FUNCIONARIO
      *==           NO CADASTRO PARA A FOLHA PARAR DE PAGAR
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - MULTA DE 40% DO FGTS NA DISPENSA SEM JUSTA
      *==                   CAUSA SOBRE O SALDO REAL DE FGTS.DAT
      *==                   (DEPOSITOS DA FOLHA) MAIS O DEPOSITO
      *==                   RESCISORIO (8% DO SALDO DE SALARIO E DO 13O
      *==                   PROPORCIONAL), DISCRIMINADOS NO TERMO
      *==   15/10/2026 JO - ACERTO DO BANCO DE HORAS (BANCOHOR.DAT):
      *==                   SALDO CREDOR PAGO COMO EXTRA A 50% E SALDO
      *==                   DEVEDOR DESCONTADO PELA HORA NORMAL; OS
      *==                   LOTES FICAM BAIXADOS NO MES DO DESLIGAMENTO
      *== OBSERVACOES: CAUSA 'J' (JUSTA CAUSA) NAO LEVA O 13O NEM AS
      *==           FERIAS PROPORCIONAIS. MES COM 15 DIAS OU MAIS
      *==           CONTA INTEIRO NA PROPORCAO. O FGTS (DEPOSITO
      *==           RESCISORIO E MULTA) VAI PARA A CONTA VINCULADA E
      *==           NAO ENTRA NO TOTAL A PAGAR
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
         RECORD KEY IS FLH-CHAVE
         FILE STATUS IS FS-FOLHALEDG.

      *----SALDO DO FGTS DO FUNCIONARIO (POSTADO PELA FOLHA)-----------
           SELECT FGTS ASSIGN TO 'DADOS\FGTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FGTS-STATUS
               RECORD KEY IS FGTS-CHAVE.

      *----BANCO DE HORAS DO FUNCIONARIO (PONTOFECHA)------------------
           SELECT BANCOHOR ASSIGN TO 'DADOS\BANCOHOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BANCOHOR-STATUS
               RECORD KEY IS BH-CHAVE.

           SELECT TERMO ASSIGN TO WRK-TERMO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TERMO.
       FD FOLHALEDG.
           COPY "FOLHALEREG".

       FD FGTS.
           COPY "FGTSREG".

       FD BANCOHOR.
           COPY "BANCOHREG".

       FD TERMO.
       01 TERMO-REG.
           05 TERMO-DADOS           PIC X(79).
       77 FS-FUNCIONARIOS   PIC 9(02)      VALUE ZEROS.
       77 FS-FOLHALEDG      PIC 9(02)      VALUE ZEROS.
       77 FS-TERMO          PIC 9(02)      VALUE ZEROS.
       77 FGTS-STATUS       PIC 9(02)      VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01)      VALUE 'S'.
       77 WRK-FUNCIONARIO   PIC 9(04)      VALUE ZEROS.
       77 WRK-DATA-DESLIG   PIC 9(08)      VALUE ZEROS.
       77 WRK-ACHOU-TABIR   PIC X(01)      VALUE 'N'.
       77 WRK-MES-ADMISSAO  PIC 9(02)      VALUE ZEROS.
       77 WRK-ANO-ADMISSAO  PIC 9(04)      VALUE ZEROS.
      *----FGTS: SALDO DA CONTA, DEPOSITO RESCISORIO E MULTA-----------
       77 WRK-FGTS-PCT      PIC 9(02)V99   VALUE 8,00.
       77 WRK-MULTA-PCT     PIC 9(02)V99   VALUE 40,00.
       77 WRK-FGTS-SALDO    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-FGTS-RESC     PIC 9(06)V99   VALUE ZEROS.
       77 WRK-FGTS-MULTA    PIC 9(07)V99   VALUE ZEROS.
       77 WRK-FGTS-RECOLHER PIC 9(07)V99   VALUE ZEROS.
       77 WRK-TEM-FGTS      PIC X(01)      VALUE 'N'.
      *----BANCO DE HORAS: SALDO EM HORAS (NEGATIVO = DEVEDOR)---------
       77 BANCOHOR-STATUS   PIC 9(02)      VALUE ZEROS.
       77 WRK-BH-SALDO      PIC S9(05)V99  VALUE ZEROS.
       77 WRK-BH-HORAS      PIC 9(05)V99   VALUE ZEROS.
       77 WRK-BH-VALOR      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-BH-DESCONTO   PIC 9(06)V99   VALUE ZEROS.
       77 WRK-TEM-BANCO     PIC X(01)      VALUE 'N'.

       01 WRK-TABELA-IR OCCURS 4 TIMES.
           05 IR-FAIXA-ATE      PIC 9(006)V99.
               STOP RUN
           END-IF.
           OPEN INPUT FOLHALEDG.
           OPEN INPUT FGTS.
           OPEN I-O BANCOHOR.
           IF FGTS-STATUS NOT EQUAL ZEROS
               DISPLAY "FGTS.DAT AINDA SEM DEPOSITOS (VER FOLHA)"
           END-IF.

       0200-PROCESSAR             SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO............."
      *----MESES DO ANO PARA O 13O (MES COM 15+ DIAS CONTA)-----------
           PERFORM 0220-CONTAR-MESES-ANO.
           PERFORM 0230-CONTAR-MESES-12.
           PERFORM 0225-ACERTAR-BANCO-HORAS.
           IF WRK-CAUSA EQUAL 'J' OR WRK-CAUSA EQUAL 'j'
               MOVE ZEROS TO WRK-13-PROP WRK-FERIAS-PROP WRK-TERCO
           ELSE
           MOVE ZEROS TO WRK-IR.
           IF WRK-ACHOU-TABIR EQUAL 'S'
               COMPUTE WRK-BASE-IR = WRK-SALDO-SALARIO + WRK-13-PROP
                   + WRK-BH-VALOR
               PERFORM VARYING WRK-INDICE-FAIXA FROM 1 BY 1
                       UNTIL WRK-INDICE-FAIXA GREATER WRK-QTD-FAIXAS
                   IF WRK-BASE-IR NOT GREATER
               END-PERFORM
           END-IF.
           COMPUTE WRK-TOTAL = WRK-SALDO-SALARIO + WRK-13-PROP
               + WRK-FERIAS-PROP + WRK-TERCO - WRK-IR
               + WRK-BH-VALOR - WRK-BH-DESCONTO.
           PERFORM 0235-APURAR-FGTS.
           PERFORM 0240-IMPRIMIR-TERMO.
      *----DESATIVA O FUNCIONARIO NO ATO, PARA A FOLHA PARAR DE-------
      *----PAGAR SEM DEPENDER DE LEMBRAR DO FUNCAD----------------------
               MOVE 12 TO WRK-MESES-ANO
           END-IF.

      *----SALDO DO BANCO DE HORAS (CREDITOS NAO PAGOS MENOS FOLGAS)--
      *----ACERTADO NA RESCISAO; OS LOTES FICAM BAIXADOS---------------
       0225-ACERTAR-BANCO-HORAS   SECTION.
           MOVE ZEROS TO WRK-BH-SALDO WRK-BH-HORAS WRK-BH-VALOR
                         WRK-BH-DESCONTO.
           MOVE 'N' TO WRK-TEM-BANCO.
           IF BANCOHOR-STATUS EQUAL ZEROS
               MOVE WRK-FUNCIONARIO TO BH-FUNCIONARIO
               MOVE ZEROS TO BH-COMPETENCIA
               START BANCOHOR KEY >= BH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ BANCOHOR NEXT
                       PERFORM UNTIL BANCOHOR-STATUS NOT EQUAL ZEROS
                               OR BH-FUNCIONARIO NOT EQUAL
                                  WRK-FUNCIONARIO
                           MOVE 'S' TO WRK-TEM-BANCO
                           COMPUTE WRK-BH-SALDO = WRK-BH-SALDO
                               + BH-CREDITO - BH-HORAS-PAGAS
                               - BH-DEBITO
                           IF BH-SALDO-LOTE GREATER ZEROS
                               ADD BH-SALDO-LOTE TO BH-HORAS-PAGAS
                               MOVE ZEROS TO BH-SALDO-LOTE
                               MOVE WRK-DATA-DESLIG(1:6)
                                   TO BH-COMP-PAGO
                               REWRITE BH-REG
                           END-IF
                           READ BANCOHOR NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO BANCOHOR-STATUS
           END-IF.
           IF WRK-BH-SALDO GREATER ZEROS
               MOVE WRK-BH-SALDO TO WRK-BH-HORAS
               COMPUTE WRK-BH-VALOR ROUNDED =
                   FUNC-SALARIO / 220 * 1,5 * WRK-BH-HORAS
           END-IF.
           IF WRK-BH-SALDO LESS ZEROS
               COMPUTE WRK-BH-HORAS = ZEROS - WRK-BH-SALDO
               COMPUTE WRK-BH-DESCONTO ROUNDED =
                   FUNC-SALARIO / 220 * WRK-BH-HORAS
           END-IF.

      *----MESES TRABALHADOS NOS 12 MESES ANTERIORES (PELO RAZAO),----
      *----PARA AS FERIAS PROPORCIONAIS----------------------------------
       0230-CONTAR-MESES-12       SECTION.
               MOVE 12 TO WRK-MESES-12
           END-IF.

      *----SALDO REAL DO FGTS (REGISTRO 000000 DE FGTS.DAT), DEPOSITO-
      *----RESCISORIO E MULTA DE 40% SO NA DISPENSA SEM JUSTA CAUSA----
       0235-APURAR-FGTS           SECTION.
           MOVE ZEROS TO WRK-FGTS-SALDO WRK-FGTS-MULTA.
           MOVE 'N' TO WRK-TEM-FGTS.
           IF FGTS-STATUS EQUAL ZEROS
               MOVE WRK-FUNCIONARIO TO FGTS-FUNCIONARIO
               MOVE ZEROS TO FGTS-COMPETENCIA
               READ FGTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-FGTS
                       MOVE FGTS-SALDO TO WRK-FGTS-SALDO
               END-READ
               MOVE ZEROS TO FGTS-STATUS
           END-IF.
           COMPUTE WRK-FGTS-RESC ROUNDED =
               (WRK-SALDO-SALARIO + WRK-13-PROP) * WRK-FGTS-PCT / 100.
           IF WRK-CAUSA EQUAL 'S' OR WRK-CAUSA EQUAL 's'
               COMPUTE WRK-FGTS-MULTA ROUNDED =
                   (WRK-FGTS-SALDO + WRK-FGTS-RESC)
                   * WRK-MULTA-PCT / 100
           END-IF.
           COMPUTE WRK-FGTS-RECOLHER = WRK-FGTS-RESC + WRK-FGTS-MULTA.

      *----TERMO DISCRIMINADO DA RESCISAO-----------------------------
       0240-IMPRIMIR-TERMO        SECTION.
           MOVE SPACES TO WRK-TERMO-NOME.
               WRK-TERCO                  DELIMITED BY SIZE
               INTO TERMO-DADOS.
           WRITE TERMO-REG.
           IF WRK-TEM-BANCO EQUAL 'S'
               MOVE SPACES TO TERMO-DADOS
               IF WRK-BH-DESCONTO GREATER ZEROS
                   STRING
                       'BANCO DE HORAS DEVEDOR: -' DELIMITED BY SIZE
                       WRK-BH-DESCONTO            DELIMITED BY SIZE
                       ' ('                       DELIMITED BY SIZE
                       WRK-BH-HORAS               DELIMITED BY SIZE
                       ' HORAS)'                  DELIMITED BY SIZE
                       INTO TERMO-DADOS
               ELSE
                   STRING
                       'BANCO DE HORAS (50%)..: ' DELIMITED BY SIZE
                       WRK-BH-VALOR               DELIMITED BY SIZE
                       ' ('                       DELIMITED BY SIZE
                       WRK-BH-HORAS               DELIMITED BY SIZE
                       ' HORAS)'                  DELIMITED BY SIZE
                       INTO TERMO-DADOS
               END-IF
               WRITE TERMO-REG
           END-IF.
           MOVE SPACES TO TERMO-DADOS.
           STRING
               'IR RETIDO.............: ' DELIMITED BY SIZE
               WRK-TOTAL                  DELIMITED BY SIZE
               INTO TERMO-DADOS.
           WRITE TERMO-REG.
           MOVE SPACES TO TERMO-DADOS.
           IF WRK-TEM-FGTS EQUAL 'S'
               STRING
                   'SALDO FGTS NA CONTA...: ' DELIMITED BY SIZE
                   WRK-FGTS-SALDO             DELIMITED BY SIZE
                   INTO TERMO-DADOS
           ELSE
               MOVE 'SALDO FGTS NA CONTA...: SEM DEPOSITOS EM FGTS.DAT'
                    TO TERMO-DADOS
           END-IF.
           WRITE TERMO-REG.
           MOVE SPACES TO TERMO-DADOS.
           STRING
               'FGTS RESCISORIO (8%)..: ' DELIMITED BY SIZE
               WRK-FGTS-RESC              DELIMITED BY SIZE
               INTO TERMO-DADOS.
           WRITE TERMO-REG.
           MOVE SPACES TO TERMO-DADOS.
           STRING
               'MULTA 40% DO FGTS.....: ' DELIMITED BY SIZE
               WRK-FGTS-MULTA             DELIMITED BY SIZE
               INTO TERMO-DADOS.
           WRITE TERMO-REG.
           MOVE SPACES TO TERMO-DADOS.
           STRING
               'FGTS A RECOLHER.......: ' DELIMITED BY SIZE
               WRK-FGTS-RECOLHER          DELIMITED BY SIZE
               INTO TERMO-DADOS.
           WRITE TERMO-REG.
           MOVE '=============================================='
                TO TERMO-DADOS.
           WRITE TERMO-REG.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE FUNCIONARIOS.
           CLOSE FOLHALEDG.
           CLOSE FGTS.
           CLOSE BANCOHOR.
