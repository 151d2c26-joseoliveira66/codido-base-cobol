      *==           DO DIA NO HISTORICO COTAHIST.DAT, EM
      *==           CAMBPOSAAAAMMDD.TXT
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - RESULTADO REALIZADO DO DIA POR MOEDA (SOMA
      *==                   DAS MARGENS DAS VENDAS) E MARCACAO A
      *==                   MERCADO DO ESTOQUE PELA COTACAO DO DIA
      *==                   CONTRA O CUSTO MEDIO, COM TOTAIS DA MESA
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
       77 WRK-ME-VENDIDO        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ABERTURA          PIC S9(08)V99 VALUE ZEROS.
       77 WRK-COTACAO-DIA       PIC 9(05)V99 VALUE ZEROS.
       77 WRK-REALIZADO         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-CUSTO       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-MERCADO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-NAO-REALIZADO     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-REALIZADO     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-MERCADO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-NAO-REALIZ    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-ED          PIC ZZZZ9,9999 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-RESULT-ED         PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-MERCADO-ED        PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-NAO-REAL-ED       PIC -ZZZZZZZZZ9,99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-REALIZADO TO WRK-RESULT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'RESULTADO REALIZADO NO DIA (R$): ' DELIMITED BY SIZE
               WRK-RESULT-ED                       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-TOT-MERCADO TO WRK-MERCADO-ED.
           MOVE WRK-TOT-NAO-REALIZ TO WRK-NAO-REAL-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'ESTOQUE AO CUSTO: '   DELIMITED BY SIZE
               WRK-VALOR-ED           DELIMITED BY SIZE
               ' / A MERCADO: '       DELIMITED BY SIZE
               WRK-MERCADO-ED         DELIMITED BY SIZE
               ' / NAO REALIZADO: '   DELIMITED BY SIZE
               WRK-NAO-REAL-ED        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0210-APURAR-MOEDA          SECTION.
           ADD 1 TO WRK-QT-MOEDAS.
           MOVE ZEROS TO WRK-QT-COMPRAS WRK-QT-VENDAS
                         WRK-ME-COMPRADO WRK-ME-VENDIDO
                         WRK-REALIZADO.
           MOVE WRK-MOEDA-ATUAL TO CMOV-MOEDA.
           MOVE WRK-DIA TO CMOV-DATA.
           MOVE ZEROS TO CMOV-SEQ.
                       ELSE
                           ADD 1 TO WRK-QT-VENDAS
                           ADD CMOV-VALOR-ME TO WRK-ME-VENDIDO
                           IF CMOV-MARGEM IS NUMERIC
                               ADD CMOV-MARGEM TO WRK-REALIZADO
                           END-IF
                       END-IF
                       READ CAMBMOV NEXT
                   END-PERFORM
                   NOT INVALID KEY
                       MOVE CHIST-VALOR TO WRK-COTACAO-DIA
               END-READ
               MOVE ZEROS TO FS-COTAHIST
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0220-RESULTADO-MOEDA.
      *----REPOSICIONA A VARREDURA DA POSICAO, DESLOCADA PELAS--------
      *----LEITURAS DE APOIO--------------------------------------------
           MOVE WRK-MOEDA-ATUAL TO CPOS-MOEDA.
                   CONTINUE
           END-READ.

      *----REALIZADO DO DIA E ESTOQUE A MERCADO CONTRA O CUSTO MEDIO---
       0220-RESULTADO-MOEDA       SECTION.
           IF CPOS-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO CPOS-CUSTO-MEDIO
           END-IF.
           COMPUTE WRK-VALOR-CUSTO ROUNDED =
               CPOS-ESTOQUE * CPOS-CUSTO-MEDIO.
           ADD WRK-REALIZADO TO WRK-TOT-REALIZADO.
           MOVE CPOS-CUSTO-MEDIO TO WRK-CUSTO-ED.
           MOVE WRK-REALIZADO TO WRK-RESULT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '    CUSTO MEDIO '   DELIMITED BY SIZE
               WRK-CUSTO-ED         DELIMITED BY SIZE
               ' / REALIZADO '      DELIMITED BY SIZE
               WRK-RESULT-ED        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           IF WRK-COTACAO-DIA EQUAL ZEROS
               MOVE '/ SEM COTACAO DO DIA NO COTAHIST'
                   TO WRK-LINHA-REL(59:32)
           ELSE
               COMPUTE WRK-VALOR-MERCADO ROUNDED =
                   CPOS-ESTOQUE * WRK-COTACAO-DIA
               COMPUTE WRK-NAO-REALIZADO =
                   WRK-VALOR-MERCADO - WRK-VALOR-CUSTO
               ADD WRK-VALOR-CUSTO TO WRK-TOT-CUSTO
               ADD WRK-VALOR-MERCADO TO WRK-TOT-MERCADO
               ADD WRK-NAO-REALIZADO TO WRK-TOT-NAO-REALIZ
               MOVE WRK-NAO-REALIZADO TO WRK-NAO-REAL-ED
               MOVE '/ A MERCADO NAO REALIZADO'
                   TO WRK-LINHA-REL(59:25)
               MOVE WRK-NAO-REAL-ED TO WRK-LINHA-REL(85:14)
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELPOS-DADOS.
