      *==           PARCIAL NO ULTIMO ITEM. CADA RECEBIMENTO ENTRA EM
      *==           RECEBCC.DAT PARA O FECHAMENTO DE CAIXA
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - RECEBIMENTO GRAVADO TAMBEM E LANCADO NO
      *==                   RAZAO DO BALCAO (CAIXAMOV.LOG, TIPO 'RC')
      *==                   PELO CXLANCA
      *==   15/10/2026 JO - RECEBIMENTO RECUSADO COM O MES FECHADO
      *==                   PELO FECHAMES (PERIODOCHK)
      *== OBSERVACOES: O ENVELHECIMENTO 30/60/90 DO SALDO SAI NO
      *==           CONTAGING
      *========================================
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-CLIENTE           PIC 9(09) VALUE ZEROS.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-PER-FECHADO       PIC X(01) VALUE 'N'.
       77 WRK-SALDO             PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-ITEM        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-RECEBIDO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-GRAVADO           PIC X(01) VALUE 'N'.
      *----FORMA DE PAGAMENTO DO RECEBIMENTO (D/C)---------------------
       77 WRK-TENDER            PIC X(01) VALUE 'D'.
      *----LANCAMENTO DO RAZAO DO BALCAO (CXLANCA)---------------------
       77 WRK-CXM-GRAVOU        PIC X(01) VALUE 'N'.
       COPY "CXMOVREG".
      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
       0220-RECEBER-PAGAMENTO     SECTION.
           DISPLAY "VALOR RECEBIDO (0 = SO CONSULTA)..."
           ACCEPT WRK-VALOR-RECEBIDO.
           IF WRK-VALOR-RECEBIDO GREATER ZEROS
               CALL "PERIODOCHK" USING WRK-HOJE, WRK-PER-FECHADO
               IF WRK-PER-FECHADO EQUAL 'S'
                   DISPLAY "PERIODO FECHADO - RECEBIMENTO RECUSADO"
                   MOVE ZEROS TO WRK-VALOR-RECEBIDO
               END-IF
           END-IF.
           IF WRK-VALOR-RECEBIDO GREATER ZEROS
               IF WRK-VALOR-RECEBIDO GREATER WRK-SALDO
                   DISPLAY "VALOR MAIOR QUE O SALDO - RECEBIDO SO "
           MOVE 'N' TO WRK-GRAVADO.
           PERFORM 0245-TENTAR-GRAVAR
               UNTIL WRK-GRAVADO EQUAL 'S' OR RECEB-SEQ GREATER 998.
           IF WRK-GRAVADO EQUAL 'S'
               PERFORM 0250-LANCAR-CAIXA
           END-IF.

      *----A CHAVE LEVA UM SEQUENCIAL NO DIA: NA DUPLICIDADE AVANCA---
       0245-TENTAR-GRAVAR         SECTION.
                   MOVE 'S' TO WRK-GRAVADO
           END-WRITE.

      *----O RECEBIMENTO ENTRA NO RAZAO DO BALCAO DA LOJA DA SESSAO---
       0250-LANCAR-CAIXA          SECTION.
           MOVE ZEROS TO CXM-DATA CXM-HORA CXM-CODFILME.
           MOVE WRK-OPER-LOJA TO CXM-LOJA.
           MOVE WRK-OPER-CODIGO TO CXM-OPERADOR.
           MOVE 'RC' TO CXM-TIPO.
           MOVE RECEB-TENDER TO CXM-TENDER.
           MOVE RECEB-VALOR TO CXM-VALOR.
           MOVE WRK-CLIENTE TO CXM-CLIENTE.
           MOVE 'CONTACLI' TO CXM-ORIGEM.
           CALL "CXLANCA" USING CXM-REG, WRK-CXM-GRAVOU.
           IF WRK-CXM-GRAVOU NOT EQUAL 'S'
               DISPLAY "ATENCAO: RECEBIMENTO NAO LANCADO NO CAIXAMOV"
           END-IF.

       0300-FINALIZAR             SECTION.
           CLOSE CLICC.
           CLOSE RECEBCC.
