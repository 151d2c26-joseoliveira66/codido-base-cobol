       IDENTIFICATION              DIVISION.
       PROGRAM-ID. GAVETA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CONTROLE DA GAVETA DO OPERADOR NA LOJA DA SESSAO
      *==           - TROCO INICIAL E SANGRIA PARA O COFRE (LANCADOS
      *==           NO RAZAO DO BALCAO CAIXAMOV.LOG PELO CXLANCA) E
      *==           CONTAGEM CEGA NO FIM DO TURNO (CONTAGEM.DAT): O
      *==           OPERADOR INFORMA AS NOTAS E MOEDAS SEM VER O
      *==           VALOR ESPERADO. A SOBRA/FALTA E APURADA NO
      *==           CAIXAFECHA
      *== DATA: 15/10/2026
      *== OBSERVACOES: UM TROCO INICIAL E UMA CONTAGEM POR OPERADOR,
      *==           LOJA E DIA; DEPOIS DA CONTAGEM A GAVETA DO DIA
      *==           FICA FECHADA PARA O OPERADOR
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *----RAZAO DOS LANCAMENTOS DO BALCAO (SO LEITURA AQUI)-----------
           SELECT CAIXAMOV ASSIGN TO 'DADOS\CAIXAMOV.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXAMOV.

           SELECT CONTAGEM ASSIGN TO 'DADOS\CONTAGEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-CHAVE
               FILE STATUS IS FS-CONTAGEM.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CAIXAMOV.
       01 CAIXAMOV-REG.
           05 CXMOV-DATA            PIC 9(08).
           05 FILLER                PIC X(08).
           05 CXMOV-LOJA            PIC 9(02).
           05 CXMOV-OPERADOR        PIC 9(04).
           05 CXMOV-TIPO            PIC X(02).
           05 FILLER                PIC X(46).

       FD CONTAGEM.
           COPY "CONTAGREG".

       WORKING-STORAGE            SECTION.
       77 FS-CAIXAMOV           PIC 9(02) VALUE ZEROS.
       77 FS-CONTAGEM           PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA          PIC X(01) VALUE SPACES.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA              PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR             PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-IND               PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ABERTURAS      PIC 9(03) VALUE ZEROS.
       77 WRK-JA-CONTOU         PIC X(01) VALUE 'N'.
       77 WRK-CXM-GRAVOU        PIC X(01) VALUE 'N'.
      *----CEDULAS DA CONTAGEM, NA ORDEM DE CONT-QT-NOTA---------------
       01 WRK-CEDULAS-VALORES.
           05 FILLER            PIC 9(03) VALUE 200.
           05 FILLER            PIC 9(03) VALUE 100.
           05 FILLER            PIC 9(03) VALUE 050.
           05 FILLER            PIC 9(03) VALUE 020.
           05 FILLER            PIC 9(03) VALUE 010.
           05 FILLER            PIC 9(03) VALUE 005.
           05 FILLER            PIC 9(03) VALUE 002.
       01 WRK-CEDULAS REDEFINES WRK-CEDULAS-VALORES.
           05 WRK-CEDULA        PIC 9(03) OCCURS 7 TIMES.
      *----LANCAMENTO DO RAZAO DO BALCAO (CXLANCA)---------------------
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

      *----ENTRADA PELO LOGON E ABERTURA DA CONTAGEM-------------------
       0100-INICIALIZAR           SECTION.
           CALL "LOGON" USING WRK-OPERADOR-LOGADO.
           IF WRK-OPER-NIVEL EQUAL ZEROS
               DISPLAY "ENTRADA RECUSADA - PROGRAMA ENCERRADO"
               STOP RUN
           END-IF.
           OPEN I-O CONTAGEM.
           IF FS-CONTAGEM EQUAL 35
               OPEN OUTPUT CONTAGEM
               CLOSE CONTAGEM
               OPEN I-O CONTAGEM
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-OPER-LOJA TO WRK-LOJA.
           IF WRK-LOJA EQUAL ZEROS
               MOVE 1 TO WRK-LOJA
           END-IF.

      *----MENU DA GAVETA----------------------------------------------
       0200-PROCESSAR             SECTION.
           PERFORM 0250-VERIFICAR-GAVETA.
           DISPLAY "T-TROCO INICIAL  S-SANGRIA  C-CONTAGEM CEGA..."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'T'
               WHEN 't'
                   PERFORM 0210-TROCO-INICIAL
               WHEN 'S'
               WHEN 's'
                   PERFORM 0220-SANGRIA
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0230-CONTAGEM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----TROCO INICIAL: UM POR DIA, ANTES DA CONTAGEM----------------
       0210-TROCO-INICIAL         SECTION.
           IF WRK-JA-CONTOU EQUAL 'S'
               DISPLAY "GAVETA DO DIA JA CONTADA - OPERACAO RECUSADA"
           ELSE
           IF WRK-QT-ABERTURAS GREATER ZEROS
               DISPLAY "TROCO INICIAL JA REGISTRADO HOJE"
           ELSE
               DISPLAY "VALOR DO TROCO INICIAL (R$)......."
               ACCEPT WRK-VALOR
               MOVE WRK-VALOR TO WRK-VALOR-ED
               DISPLAY "CONFIRMA TROCO DE R$ " WRK-VALOR-ED " (S/N)"
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                   MOVE 'AB' TO CXM-TIPO
                   PERFORM 0240-LANCAR-CAIXA
               ELSE
                   DISPLAY "TROCO NAO REGISTRADO"
               END-IF
           END-IF
           END-IF.

      *----SANGRIA: RETIRADA DE DINHEIRO DA GAVETA PARA O COFRE--------
       0220-SANGRIA               SECTION.
           IF WRK-JA-CONTOU EQUAL 'S'
               DISPLAY "GAVETA DO DIA JA CONTADA - OPERACAO RECUSADA"
           ELSE
               DISPLAY "VALOR DA SANGRIA (R$)............."
               ACCEPT WRK-VALOR
               IF WRK-VALOR EQUAL ZEROS
                   DISPLAY "VALOR INVALIDO"
               ELSE
                   MOVE WRK-VALOR TO WRK-VALOR-ED
                   DISPLAY "CONFIRMA SANGRIA DE R$ " WRK-VALOR-ED
                           " (S/N)"
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL 'S' OR
                      WRK-CONFIRMA EQUAL 's'
                       MOVE 'SG' TO CXM-TIPO
                       PERFORM 0240-LANCAR-CAIXA
                   ELSE
                       DISPLAY "SANGRIA NAO REGISTRADA"
                   END-IF
               END-IF
           END-IF.

      *----CONTAGEM CEGA: NOTAS POR CEDULA E MOEDAS; O ESPERADO NAO---
      *----E MOSTRADO, SO O TOTAL CONTADO PARA CONFERENCIA------------
       0230-CONTAGEM              SECTION.
           IF WRK-JA-CONTOU EQUAL 'S'
               DISPLAY "CONTAGEM DO DIA JA REGISTRADA"
           ELSE
               INITIALIZE CONT-REG
               MOVE WRK-HOJE TO CONT-DATA
               MOVE WRK-LOJA TO CONT-LOJA
               MOVE WRK-OPER-CODIGO TO CONT-OPERADOR
               MOVE 1 TO WRK-IND
               PERFORM UNTIL WRK-IND GREATER 7
                   DISPLAY "QTDE DE NOTAS DE R$ " WRK-CEDULA(WRK-IND)
                           "............"
                   ACCEPT CONT-QT-NOTA(WRK-IND)
                   COMPUTE CONT-VLR-CONTADO = CONT-VLR-CONTADO
                       + CONT-QT-NOTA(WRK-IND) * WRK-CEDULA(WRK-IND)
                   ADD 1 TO WRK-IND
               END-PERFORM
               DISPLAY "TOTAL EM MOEDAS (R$).............."
               ACCEPT CONT-VLR-MOEDAS
               ADD CONT-VLR-MOEDAS TO CONT-VLR-CONTADO
               MOVE CONT-VLR-CONTADO TO WRK-VALOR-ED
               DISPLAY "TOTAL CONTADO: R$ " WRK-VALOR-ED
               DISPLAY "CONFIRMA A CONTAGEM (S/N)........."
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                   ACCEPT CONT-HORA FROM TIME
                   MOVE 'C' TO CONT-SITUACAO
                   MOVE 'N' TO CONT-APURADA
                   WRITE CONT-REG
                       INVALID KEY
                           DISPLAY "CONTAGEM DO DIA JA REGISTRADA"
                       NOT INVALID KEY
                           DISPLAY "CONTAGEM REGISTRADA - GAVETA "
                                   "FECHADA"
                   END-WRITE
               ELSE
                   DISPLAY "CONTAGEM DESCARTADA - REFACA"
               END-IF
           END-IF.

      *----TROCO E SANGRIA VAO PARA O RAZAO DO BALCAO EM DINHEIRO-----
       0240-LANCAR-CAIXA          SECTION.
           MOVE ZEROS TO CXM-DATA CXM-HORA CXM-CODFILME CXM-CLIENTE.
           MOVE WRK-LOJA TO CXM-LOJA.
           MOVE WRK-OPER-CODIGO TO CXM-OPERADOR.
           MOVE 'D' TO CXM-TENDER.
           MOVE WRK-VALOR TO CXM-VALOR.
           MOVE 'GAVETA' TO CXM-ORIGEM.
           CALL "CXLANCA" USING CXM-REG, WRK-CXM-GRAVOU.
           IF WRK-CXM-GRAVOU EQUAL 'S'
               DISPLAY "LANCAMENTO REGISTRADO"
           ELSE
               DISPLAY "ERRO AO LANCAR NO CAIXAMOV"
           END-IF.

      *----SITUACAO DA GAVETA DO OPERADOR HOJE: JA CONTADA? JA TEM----
      *----TROCO INICIAL NO RAZAO?-------------------------------------
       0250-VERIFICAR-GAVETA      SECTION.
           MOVE 'N' TO WRK-JA-CONTOU.
           MOVE WRK-HOJE TO CONT-DATA.
           MOVE WRK-LOJA TO CONT-LOJA.
           MOVE WRK-OPER-CODIGO TO CONT-OPERADOR.
           READ CONTAGEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-CONTOU
           END-READ.
           MOVE ZEROS TO WRK-QT-ABERTURAS.
           OPEN INPUT CAIXAMOV.
           IF FS-CAIXAMOV EQUAL ZEROS
               READ CAIXAMOV
               PERFORM UNTIL FS-CAIXAMOV NOT EQUAL ZEROS
                   IF CXMOV-DATA EQUAL WRK-HOJE
                      AND CXMOV-OPERADOR EQUAL WRK-OPER-CODIGO
                      AND CXMOV-TIPO EQUAL 'AB'
                      AND (CXMOV-LOJA EQUAL WRK-LOJA OR
                           (CXMOV-LOJA EQUAL ZEROS AND WRK-LOJA = 1))
                       ADD 1 TO WRK-QT-ABERTURAS
                   END-IF
                   READ CAIXAMOV
               END-PERFORM
               CLOSE CAIXAMOV
           END-IF.

       0300-FINALIZAR             SECTION.
           CLOSE CONTAGEM.
           DISPLAY "FIM DE PROGRAMA".
