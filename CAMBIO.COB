      *==           E IMPRIMINDO O RECIBO EM DISCO. O FECHAMENTO
      *==           DIARIO DA POSICAO SAI NO CAMBIOPOS
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - TODA OPERACAO IDENTIFICA O CLIENTE (CPF E
      *==                   NOME) PELO CLIENTES.DAT OU DIGITADO PARA
      *==                   O AVULSO, RECUSA A QUE PASSA DO LIMITE
      *==                   MENSAL POR CPF (PARAM-CAMBIO-LIM-MES) E
      *==                   AVISA A QUE ALCANCA O VALOR DO COAF
      *==   15/10/2026 JO - CUSTO MEDIO PONDERADO DA MOEDA NA POSICAO
      *==                   ATUALIZADO A CADA COMPRA E MARGEM
      *==                   REALIZADA GRAVADA EM CADA VENDA
      *== OBSERVACOES: A VENDA E RECUSADA SEM ESTOQUE SUFICIENTE DA
      *==           MOEDA NA POSICAO
      *========================================
               RECORD KEY IS CMOV-CHAVE
               FILE STATUS IS FS-CAMBMOV.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

           SELECT PARAMS ASSIGN TO 'DADOS\PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               FILE STATUS IS PARAMS-STATUS.

           SELECT RECIBO ASSIGN TO WRK-RECIBO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RECIBO.
       FD CAMBMOV.
           COPY "CAMBMOVREG".

       FD CLIENTES.
           COPY "CLIENTREG".

       FD PARAMS.
           COPY "PARAMREG".

       FD RECIBO.
       01 RECIBO-REG.
           05 RECIBO-DADOS          PIC X(79).
       77 FS-CAMBPOS        PIC 9(02)    VALUE ZEROS.
       77 FS-CAMBMOV        PIC 9(02)    VALUE ZEROS.
       77 FS-RECIBO         PIC 9(02)    VALUE ZEROS.
       77 CLIENTES-STATUS   PIC 9(02)    VALUE ZEROS.
       77 PARAMS-STATUS     PIC 9(02)    VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01)    VALUE 'S'.
       77 WRK-MOEDA         PIC X(03)    VALUE SPACES.
       77 WRK-TIPO          PIC X(01)    VALUE 'C'.
       77 WRK-RECIBO-NOME   PIC X(035)   VALUE SPACES.
       77 WRK-GRAVADO       PIC X(01)    VALUE 'N'.
       77 WRK-TECLA         PIC X(01)    VALUE SPACES.
       77 WRK-CLI-CPF       PIC 9(11)    VALUE ZEROS.
       77 WRK-CLI-NOME      PIC X(30)    VALUE SPACES.
       77 WRK-CLI-ORIGEM    PIC X(01)    VALUE SPACES.
       77 WRK-CLI-OK        PIC X(01)    VALUE 'N'.
       77 WRK-CLI-MES       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-TOTAL     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MES           PIC 9(06)    VALUE ZEROS.
       77 WRK-CUSTO-MEDIO   PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-MARGEM        PIC S9(08)V99  VALUE ZEROS.
      *----DIGITOS VERIFICADORES DO CPF (MODULO 11)--------------------
       77 WRK-CPF-SOMA      PIC 9(04)    VALUE ZEROS.
       77 WRK-CPF-RESTO     PIC 9(02)    VALUE ZEROS.
       77 WRK-CPF-DV        PIC 9(01)    VALUE ZEROS.
       77 WRK-CPF-I         PIC 9(02)    VALUE ZEROS.
       01 WRK-CPF-DIGITOS.
           05 WRK-CPF-D         PIC 9(01) OCCURS 11 TIMES.
      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
               OPEN I-O CAMBMOV
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE(1:6) TO WRK-MES.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT EQUAL ZEROS
               DISPLAY "CLIENTES.DAT INDISPONIVEL - SO CLIENTE AVULSO"
           END-IF.
           OPEN INPUT PARAMS.
           MOVE 1 TO PARAM-CHAVE.
           IF PARAMS-STATUS EQUAL ZEROS
               READ PARAMS
                   INVALID KEY
                       MOVE ZEROS TO PARAM-CAMBIO-LIM-MES
                                     PARAM-COAF-VALOR
               END-READ
           ELSE
               MOVE ZEROS TO PARAM-CAMBIO-LIM-MES PARAM-COAF-VALOR
           END-IF.
           IF PARAM-CAMBIO-LIM-MES NOT NUMERIC
               MOVE ZEROS TO PARAM-CAMBIO-LIM-MES
           END-IF.
           IF PARAM-COAF-VALOR NOT NUMERIC OR
              PARAM-COAF-VALOR EQUAL ZEROS
               MOVE 10000,00 TO PARAM-COAF-VALOR
           END-IF.

      *----UMA OPERACAO DE COMPRA OU VENDA----------------------------
       0200-PROCESSAR             SECTION.
           END-IF.
           DISPLAY "QUANTIA NA MOEDA (EX: 100,00)....."
           ACCEPT WRK-VALOR-ME.
           PERFORM 0205-IDENTIFICAR-CLIENTE.
           IF WRK-CLI-OK EQUAL 'S'
               MOVE WRK-MOEDA TO COTACAO-MOEDA
               READ COTACAO
                   INVALID KEY
                       DISPLAY "MOEDA SEM COTACAO (VER COTACAD)"
                   NOT INVALID KEY
                       PERFORM 0210-CALCULAR-TAXA
                       PERFORM 0215-VERIFICAR-LIMITE
                       IF WRK-CLI-OK EQUAL 'S'
                           PERFORM 0220-VALIDAR-E-EFETIVAR
                       END-IF
               END-READ
           ELSE
               DISPLAY "CLIENTE NAO IDENTIFICADO - OPERACAO RECUSADA"
           END-IF.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----CPF OBRIGATORIO: NOME DO CADASTRO OU DIGITADO (AVULSO)-----
       0205-IDENTIFICAR-CLIENTE   SECTION.
           MOVE 'N' TO WRK-CLI-OK.
           MOVE SPACES TO WRK-CLI-NOME.
           DISPLAY "CPF DO CLIENTE (11 DIGITOS)......."
           ACCEPT WRK-CLI-CPF.
           PERFORM 0207-VALIDAR-CPF.
           IF WRK-CLI-OK EQUAL 'S'
               MOVE 'A' TO WRK-CLI-ORIGEM
               IF CLIENTES-STATUS EQUAL ZEROS
                   MOVE WRK-CLI-CPF TO CLIENTES-CPF
                   READ CLIENTES KEY IS CLIENTES-CPF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'C' TO WRK-CLI-ORIGEM
                           MOVE CLIENTES-NOME TO WRK-CLI-NOME
                   END-READ
                   MOVE ZEROS TO CLIENTES-STATUS
               END-IF
               IF WRK-CLI-ORIGEM EQUAL 'C'
                   DISPLAY "CLIENTE: " WRK-CLI-NOME
               ELSE
                   DISPLAY "CPF FORA DO CADASTRO - CLIENTE AVULSO"
                   DISPLAY "NOME COMPLETO DO CLIENTE.........."
                   ACCEPT WRK-CLI-NOME
                   IF WRK-CLI-NOME EQUAL SPACES
                       MOVE 'N' TO WRK-CLI-OK
                   END-IF
               END-IF
           END-IF.

      *----WRK-CLI-OK = 'S' SE OS DOIS DIGITOS DO CPF CONFEREM---------
       0207-VALIDAR-CPF           SECTION.
           MOVE WRK-CLI-CPF TO WRK-CPF-DIGITOS.
           MOVE ZEROS TO WRK-CPF-SOMA.
           PERFORM VARYING WRK-CPF-I FROM 1 BY 1
                   UNTIL WRK-CPF-I GREATER 9
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   WRK-CPF-D(WRK-CPF-I) * (11 - WRK-CPF-I)
           END-PERFORM.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-I
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO LESS 2
               MOVE ZEROS TO WRK-CPF-DV
           ELSE
               COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
           END-IF.
           IF WRK-CPF-DV EQUAL WRK-CPF-D(10)
               MOVE ZEROS TO WRK-CPF-SOMA
               PERFORM VARYING WRK-CPF-I FROM 1 BY 1
                       UNTIL WRK-CPF-I GREATER 10
                   COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                       WRK-CPF-D(WRK-CPF-I) * (12 - WRK-CPF-I)
               END-PERFORM
               DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-I
                   REMAINDER WRK-CPF-RESTO
               IF WRK-CPF-RESTO LESS 2
                   MOVE ZEROS TO WRK-CPF-DV
               ELSE
                   COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
               END-IF
               IF WRK-CPF-DV EQUAL WRK-CPF-D(11)
                   MOVE 'S' TO WRK-CLI-OK
               END-IF
           END-IF.
           IF WRK-CLI-CPF EQUAL ZEROS
               MOVE 'N' TO WRK-CLI-OK
           END-IF.
           IF WRK-CLI-OK EQUAL 'N'
               DISPLAY "CPF INVALIDO"
           END-IF.

      *----TAXA DO DIA COM O SPREAD DA MOEDA--------------------------
       0210-CALCULAR-TAXA         SECTION.
           MOVE WRK-MOEDA TO CAMB-MOEDA.
           DISPLAY "TAXA APLICADA: " WRK-TAXA
                   " / VALOR EM REAIS: " WRK-VALOR-BRL.

      *----OPERACOES DO CPF NO MES (TODAS AS MOEDAS) CONTRA O LIMITE--
       0215-VERIFICAR-LIMITE      SECTION.
           MOVE ZEROS TO WRK-CLI-MES.
           MOVE LOW-VALUES TO CMOV-CHAVE.
           START CAMBMOV KEY >= CMOV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CAMBMOV NEXT
                   PERFORM UNTIL FS-CAMBMOV NOT EQUAL ZEROS
                       IF CMOV-CLIENTE-CPF EQUAL WRK-CLI-CPF
                          AND CMOV-DATA(1:6) EQUAL WRK-MES
                           ADD CMOV-VALOR-BRL TO WRK-CLI-MES
                       END-IF
                       READ CAMBMOV NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-CAMBMOV.
           COMPUTE WRK-CLI-TOTAL = WRK-CLI-MES + WRK-VALOR-BRL.
           IF PARAM-CAMBIO-LIM-MES GREATER ZEROS AND
              WRK-CLI-TOTAL GREATER PARAM-CAMBIO-LIM-MES
               DISPLAY "CLIENTE JA OPEROU " WRK-CLI-MES
                       " NO MES - LIMITE " PARAM-CAMBIO-LIM-MES
               DISPLAY "OPERACAO RECUSADA PELO LIMITE MENSAL"
               MOVE 'N' TO WRK-CLI-OK
           ELSE
               IF WRK-VALOR-BRL NOT LESS PARAM-COAF-VALOR
                   DISPLAY "ATENCAO: OPERACAO ALCANCA O VALOR DE "
                           "COMUNICACAO AO COAF"
               END-IF
           END-IF.

      *----CONFIRMA, MEXE NA POSICAO E GRAVA A OPERACAO---------------
       0220-VALIDAR-E-EFETIVAR    SECTION.
           MOVE WRK-MOEDA TO CPOS-MOEDA.
               INVALID KEY
                   MOVE WRK-MOEDA TO CPOS-MOEDA
                   MOVE ZEROS TO CPOS-ESTOQUE
                   MOVE ZEROS TO CPOS-CUSTO-MEDIO
                   WRITE CPOS-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
      *----ESTOQUE ANTERIOR AO CUSTO MEDIO ENTRA PELA COTACAO DO DIA---
           IF CPOS-CUSTO-MEDIO NOT NUMERIC
              OR (CPOS-CUSTO-MEDIO EQUAL ZEROS AND
                  CPOS-ESTOQUE GREATER ZEROS)
               MOVE COTACAO-VALOR TO CPOS-CUSTO-MEDIO
           END-IF.
           IF WRK-TIPO EQUAL 'V' AND WRK-VALOR-ME GREATER CPOS-ESTOQUE
               DISPLAY "ESTOQUE INSUFICIENTE DA MOEDA ("
                       CPOS-ESTOQUE ") - VENDA RECUSADA"
               DISPLAY "CONFIRMA A OPERACAO (S/N)........."
               ACCEPT WRK-TECLA
               IF WRK-TECLA EQUAL 'S' OR WRK-TECLA EQUAL 's'
                   MOVE ZEROS TO WRK-MARGEM
                   IF WRK-TIPO EQUAL 'C'
                       COMPUTE CPOS-CUSTO-MEDIO ROUNDED =
                           (CPOS-ESTOQUE * CPOS-CUSTO-MEDIO
                            + WRK-VALOR-BRL)
                           / (CPOS-ESTOQUE + WRK-VALOR-ME)
                       ADD WRK-VALOR-ME TO CPOS-ESTOQUE
                   ELSE
                       COMPUTE WRK-MARGEM ROUNDED = WRK-VALOR-BRL
                           - WRK-VALOR-ME * CPOS-CUSTO-MEDIO
                       SUBTRACT WRK-VALOR-ME FROM CPOS-ESTOQUE
                   END-IF
                   MOVE CPOS-CUSTO-MEDIO TO WRK-CUSTO-MEDIO
                   REWRITE CPOS-REG
                   PERFORM 0230-GRAVAR-MOVIMENTO
                   PERFORM 0240-GRAVAR-RECIBO
           MOVE WRK-TAXA TO CMOV-TAXA.
           MOVE WRK-VALOR-BRL TO CMOV-VALOR-BRL.
           MOVE WRK-OPER-CODIGO TO CMOV-OPERADOR.
           MOVE WRK-CLI-CPF TO CMOV-CLIENTE-CPF.
           MOVE WRK-CLI-NOME TO CMOV-CLIENTE-NOME.
           MOVE WRK-CLI-ORIGEM TO CMOV-CLIENTE-ORIGEM.
           MOVE WRK-CUSTO-MEDIO TO CMOV-CUSTO-MEDIO.
           MOVE WRK-MARGEM TO CMOV-MARGEM.
           MOVE 'N' TO WRK-GRAVADO.
           PERFORM 0235-TENTAR-GRAVAR
               UNTIL WRK-GRAVADO EQUAL 'S' OR CMOV-SEQ GREATER 998.
               WRK-HOJE       DELIMITED BY SIZE
               INTO RECIBO-DADOS.
           WRITE RECIBO-REG.
           MOVE SPACES TO RECIBO-DADOS.
           STRING
               'CLIENTE: '    DELIMITED BY SIZE
               WRK-CLI-NOME   DELIMITED BY SIZE
               ' / CPF: '     DELIMITED BY SIZE
               WRK-CLI-CPF    DELIMITED BY SIZE
               INTO RECIBO-DADOS.
           WRITE RECIBO-REG.
           MOVE '----------------------------------------------'
                TO RECIBO-DADOS.
           WRITE RECIBO-REG.
           CLOSE CAMBIOCFG.
           CLOSE CAMBPOS.
           CLOSE CAMBMOV.
           CLOSE CLIENTES.
           CLOSE PARAMS.
