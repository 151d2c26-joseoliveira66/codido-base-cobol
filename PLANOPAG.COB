       IDENTIFICATION              DIVISION.
       PROGRAM-ID. PLANOPAG.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: PAGAMENTO NO BALCAO DAS MENSALIDADES DOS PLANOS DE
      *==           ASSINATURA (PLANOCOB.DAT) - MOSTRA AS COMPETENCIAS
      *==           PENDENTES DO CLIENTE COM OS DIAS DE ATRASO, QUITA
      *==           A COMPETENCIA ESCOLHIDA COM A FORMA DE PAGAMENTO
      *==           E LANCA O RECEBIMENTO NO RAZAO DO BALCAO
      *==           (CAIXAMOV.LOG, TIPO 'PL') PELO CXLANCA
      *== DATA: 15/10/2026
      *== OBSERVACOES: O ATRASO E CONTADO DA DATA DE GERACAO DA
      *==           MENSALIDADE (PLANOFAT). A MENSALIDADE E PAGA
      *==           INTEIRA - NAO HA PAGAMENTO PARCIAL DE COMPETENCIA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PLANOCOB ASSIGN TO 'DADOS\PLANOCOB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLNCOB-CHAVE
               FILE STATUS IS FS-PLANOCOB.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD PLANOCOB.
           COPY "PLNCOBREG".

       FD CLIENTES.
           COPY "CLIENTREG".

       WORKING-STORAGE            SECTION.
       77 FS-PLANOCOB           PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-CONFIRMA          PIC X(01) VALUE SPACES.
       77 WRK-CLIENTE           PIC 9(09) VALUE ZEROS.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-MAIS-ANTIGA       PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES      PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO             PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-ED          PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZ9,99 VALUE ZEROS.
      *----FORMA DE PAGAMENTO DA MENSALIDADE (D/C)---------------------
       77 WRK-TENDER            PIC X(01) VALUE 'D'.
      *----LANCAMENTO DO RAZAO DO BALCAO (CXLANCA)---------------------
       77 WRK-CXM-GRAVOU        PIC X(01) VALUE 'N'.
       COPY "CXMOVREG".
      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
           05 WRK-OPER-NOME     PIC X(30) VALUE SPACES.
           05 WRK-OPER-NIVEL    PIC 9(01) VALUE ZEROS.
           05 WRK-OPER-LOJA     PIC 9(02) VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ENTRADA PELO LOGON E ABERTURA DOS ARQUIVOS------------------
       0100-INICIALIZAR           SECTION.
           CALL "LOGON" USING WRK-OPERADOR-LOGADO.
           IF WRK-OPER-NIVEL EQUAL ZEROS
               DISPLAY "ENTRADA RECUSADA - PROGRAMA ENCERRADO"
               STOP RUN
           END-IF.
           OPEN I-O PLANOCOB.
           IF FS-PLANOCOB EQUAL 35
               OPEN OUTPUT PLANOCOB
               CLOSE PLANOCOB
               OPEN I-O PLANOCOB
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS EQUAL 35
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN INPUT CLIENTES
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

      *----MOSTRA AS MENSALIDADES PENDENTES E RECEBE UMA---------------
       0200-PROCESSAR             SECTION.
           DISPLAY "NUMERO DO CLIENTE................."
           ACCEPT WRK-CLIENTE.
           MOVE WRK-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "CLIENTE: " CLIENTES-NOME
                   PERFORM 0210-LISTAR-PENDENTES
                   IF WRK-QT-PENDENTES EQUAL ZEROS
                       DISPLAY "CLIENTE SEM MENSALIDADE PENDENTE"
                   ELSE
                       PERFORM 0220-RECEBER-MENSALIDADE
                   END-IF
           END-READ.
           DISPLAY "ATENDER OUTRO CLIENTE (S/N)......."
           ACCEPT WRK-CONTINUA.

      *----LISTA AS COMPETENCIAS PENDENTES COM OS DIAS DE ATRASO------
       0210-LISTAR-PENDENTES      SECTION.
           MOVE ZEROS TO WRK-SALDO WRK-QT-PENDENTES WRK-MAIS-ANTIGA.
           MOVE WRK-CLIENTE TO PLNCOB-CLIENTE.
           MOVE ZEROS TO PLNCOB-COMPETENCIA.
           START PLANOCOB KEY >= PLNCOB-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PLANOCOB NEXT
                   PERFORM UNTIL FS-PLANOCOB NOT EQUAL ZEROS
                           OR PLNCOB-CLIENTE NOT EQUAL WRK-CLIENTE
                       IF PLNCOB-PENDENTE
                           PERFORM 0215-EXIBIR-PENDENTE
                       END-IF
                       READ PLANOCOB NEXT
                   END-PERFORM
           END-START.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY "TOTAL PENDENTE: R$ " WRK-SALDO-ED.

      *----EXIBE UMA COMPETENCIA PENDENTE-----------------------------
       0215-EXIBIR-PENDENTE       SECTION.
           ADD 1 TO WRK-QT-PENDENTES.
           IF WRK-MAIS-ANTIGA EQUAL ZEROS
               MOVE PLNCOB-COMPETENCIA TO WRK-MAIS-ANTIGA
           END-IF.
           ADD PLNCOB-VALOR TO WRK-SALDO.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF PLNCOB-DATA-GERACAO GREATER ZEROS AND
              PLNCOB-DATA-GERACAO LESS WRK-HOJE
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
                   FUNCTION INTEGER-OF-DATE(PLNCOB-DATA-GERACAO)
           END-IF.
           MOVE PLNCOB-VALOR TO WRK-VALOR-ED.
           DISPLAY "COMPETENCIA " PLNCOB-COMPETENCIA
                   " PLANO " PLNCOB-PLANO
                   " VALOR: R$ " WRK-VALOR-ED
                   " ATRASO: " WRK-DIAS-ATRASO " DIAS".

      *----RECEBE A COMPETENCIA ESCOLHIDA, INTEIRA--------------------
       0220-RECEBER-MENSALIDADE   SECTION.
           DISPLAY "COMPETENCIA A PAGAR (AAAAMM / 0 = MAIS ANTIGA)"
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-MAIS-ANTIGA TO WRK-COMPETENCIA
           END-IF.
           MOVE WRK-CLIENTE TO PLNCOB-CLIENTE.
           MOVE WRK-COMPETENCIA TO PLNCOB-COMPETENCIA.
           READ PLANOCOB
               INVALID KEY
                   DISPLAY "COMPETENCIA NAO FATURADA PARA O CLIENTE"
               NOT INVALID KEY
                   IF PLNCOB-PAGA
                       DISPLAY "COMPETENCIA JA PAGA EM "
                               PLNCOB-DATA-PAGAMENTO
                   ELSE
                       PERFORM 0230-CONFIRMAR-PAGAMENTO
                   END-IF
           END-READ.

      *----FORMA DE PAGAMENTO, CONFIRMACAO E BAIXA DA COMPETENCIA-----
       0230-CONFIRMAR-PAGAMENTO   SECTION.
           DISPLAY "PAGAMENTO EM D-DINHEIRO OU C-CARTAO"
           ACCEPT WRK-TENDER.
           IF WRK-TENDER EQUAL 'C' OR WRK-TENDER EQUAL 'c'
               MOVE 'C' TO WRK-TENDER
           ELSE
               MOVE 'D' TO WRK-TENDER
           END-IF.
           MOVE PLNCOB-VALOR TO WRK-VALOR-ED.
           DISPLAY "CONFIRMA O PAGAMENTO DE R$ " WRK-VALOR-ED
                   " (S/N)"
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
               MOVE 'Q' TO PLNCOB-STATUS
               MOVE WRK-HOJE TO PLNCOB-DATA-PAGAMENTO
               MOVE WRK-TENDER TO PLNCOB-TENDER
               MOVE WRK-OPER-LOJA TO PLNCOB-LOJA
               MOVE WRK-OPER-CODIGO TO PLNCOB-OPERADOR
               REWRITE PLNCOB-REG
                   INVALID KEY
                       DISPLAY "ERRO AO BAIXAR A MENSALIDADE"
                   NOT INVALID KEY
                       DISPLAY "MENSALIDADE " PLNCOB-COMPETENCIA
                               " QUITADA"
                       PERFORM 0250-LANCAR-CAIXA
               END-REWRITE
           ELSE
               DISPLAY "PAGAMENTO CANCELADO"
           END-IF.

      *----A MENSALIDADE ENTRA NO RAZAO DO BALCAO DA LOJA DA SESSAO---
       0250-LANCAR-CAIXA          SECTION.
           MOVE ZEROS TO CXM-DATA CXM-HORA CXM-CODFILME.
           MOVE WRK-OPER-LOJA TO CXM-LOJA.
           MOVE WRK-OPER-CODIGO TO CXM-OPERADOR.
           MOVE 'PL' TO CXM-TIPO.
           MOVE PLNCOB-TENDER TO CXM-TENDER.
           MOVE PLNCOB-VALOR TO CXM-VALOR.
           MOVE WRK-CLIENTE TO CXM-CLIENTE.
           MOVE 'PLANOPAG' TO CXM-ORIGEM.
           CALL "CXLANCA" USING CXM-REG, WRK-CXM-GRAVOU.
           IF WRK-CXM-GRAVOU NOT EQUAL 'S'
               DISPLAY "ATENCAO: MENSALIDADE NAO LANCADA NO CAIXAMOV"
           END-IF.

       0300-FINALIZAR             SECTION.
           CLOSE PLANOCOB.
           CLOSE CLIENTES.
           DISPLAY "FIM DE PROGRAMA".
