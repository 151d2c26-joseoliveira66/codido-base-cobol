      *==           PARA O CAIXAFECHA SOMAR AS CARGAS DO DIA. O
      *==           RESGATE E FEITO NO BALCAO DO FILMESJC
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - CARGA VENDIDA TAMBEM E LANCADA NO RAZAO DO
      *==                   BALCAO (CAIXAMOV.LOG, TIPO 'GC') PELO
      *==                   CXLANCA
      *==   15/10/2026 JO - CARTAO GRAVA A LOJA DA VENDA E O CLIENTE
      *==                   COMPRADOR (PARA O AVISO DE CARTAO PARADO DO
      *==                   GIFTREL); RECARGA CONTA COMO USO E CARTAO
      *==                   EXPIRADO NAO ACEITA RECARGA
      *== OBSERVACOES: O CANCELAMENTO DE CARTAO EXIGE NIVEL DE
      *==           SUPERVISOR NO LOGON
      *========================================
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
       77 WRK-NUMERO            PIC 9(08) VALUE ZEROS.
       77 WRK-CLIENTE           PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR             PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TENDER            PIC X(01) VALUE 'D'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-ED          PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-GRAVADO           PIC X(01) VALUE 'N'.
      *----LANCAMENTO DO RAZAO DO BALCAO (CXLANCA)---------------------
       77 WRK-CXM-GRAVOU        PIC X(01) VALUE 'N'.
       COPY "CXMOVREG".
      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
           ACCEPT WRK-NUMERO.
           DISPLAY "VALOR DA CARGA (EX: 50,00)........"
           ACCEPT WRK-VALOR.
           DISPLAY "FONE DO CLIENTE (0 = NAO INFORMADO)"
           ACCEPT WRK-CLIENTE.
           PERFORM 0250-PEDIR-TENDER.
           MOVE WRK-NUMERO TO GIFT-NUMERO.
           READ GIFTCARD
                   MOVE WRK-HOJE TO GIFT-DATA-VENDA
                   MOVE ZEROS TO GIFT-DATA-ULT-USO
                   MOVE 'A' TO GIFT-STATUS
                   MOVE WRK-OPER-LOJA TO GIFT-LOJA
                   MOVE WRK-CLIENTE TO GIFT-CLIENTE
                   MOVE ZEROS TO GIFT-DATA-AVISO
                   WRITE GIFT-REG
                   MOVE 'V' TO GMOV-TIPO
                   PERFORM 0260-GRAVAR-MOVIMENTO
               INVALID KEY
                   DISPLAY "CARTAO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF GIFT-CANCELADO OR GIFT-EXPIRADO
                       DISPLAY "CARTAO CANCELADO/EXPIRADO - RECARGA "
                               "RECUSADA"
                   ELSE
                       DISPLAY "VALOR DA RECARGA (EX: 50,00)......"
                       ACCEPT WRK-VALOR
                       PERFORM 0250-PEDIR-TENDER
                       ADD WRK-VALOR TO GIFT-SALDO
                       MOVE 'A' TO GIFT-STATUS
                       MOVE WRK-HOJE TO GIFT-DATA-ULT-USO
                       MOVE ZEROS TO GIFT-DATA-AVISO
                       REWRITE GIFT-REG
                       MOVE 'V' TO GMOV-TIPO
                       PERFORM 0260-GRAVAR-MOVIMENTO
           MOVE 'N' TO WRK-GRAVADO.
           PERFORM 0265-TENTAR-GRAVAR
               UNTIL WRK-GRAVADO EQUAL 'S' OR GMOV-SEQ GREATER 998.
           IF WRK-GRAVADO EQUAL 'S'
               PERFORM 0270-LANCAR-CAIXA
           END-IF.

       0265-TENTAR-GRAVAR         SECTION.
           WRITE GMOV-REG
                   MOVE 'S' TO WRK-GRAVADO
           END-WRITE.

      *----A CARGA VENDIDA ENTRA NO RAZAO DO BALCAO DA LOJA DA SESSAO-
       0270-LANCAR-CAIXA          SECTION.
           MOVE ZEROS TO CXM-DATA CXM-HORA CXM-CODFILME CXM-CLIENTE.
           MOVE WRK-OPER-LOJA TO CXM-LOJA.
           MOVE WRK-OPER-CODIGO TO CXM-OPERADOR.
           MOVE 'GC' TO CXM-TIPO.
           MOVE GMOV-TENDER TO CXM-TENDER.
           MOVE GMOV-VALOR TO CXM-VALOR.
           MOVE 'GIFTVEND' TO CXM-ORIGEM.
           CALL "CXLANCA" USING CXM-REG, WRK-CXM-GRAVOU.
           IF WRK-CXM-GRAVOU NOT EQUAL 'S'
               DISPLAY "ATENCAO: CARGA NAO LANCADA NO CAIXAMOV"
           END-IF.

       0300-FINALIZAR             SECTION.
           CLOSE GIFTCARD.
           CLOSE GIFTMOV.
