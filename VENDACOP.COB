      *==           GRAVA A VENDA EM VENDAS.DAT PARA O CAIXAFECHA E
      *==           IMPRIME O RECIBO EM DISCO COMO O DO EMPRESTIMO
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - LISTA DE COPIAS A APOSENTAR (VENDASUG.DAT,
      *==                   GERADA PELO DESGASTE) MOSTRADA NA ENTRADA;
      *==                   A COPIA DA LISTA JA VEM COM O PRECO E O
      *==                   MOTIVO, E SAI DA LISTA QUANDO VENDIDA
      *==   15/10/2026 JO - VENDA GRAVADA TAMBEM E LANCADA NO RAZAO DO
      *==                   BALCAO (CAIXAMOV.LOG, TIPO 'VU') PELO
      *==                   CXLANCA
      *== OBSERVACOES: COPIA COM EMPRESTIMO EM ABERTO NAO PODE SER
      *==           VENDIDA. COPIA-CONDICAO 'V' = VENDIDA
      *========================================
               RECORD KEY IS VENDA-CHAVE
               FILE STATUS IS FS-VENDAS.

      *----COPIAS PROPOSTAS PARA APOSENTADORIA PELO DESGASTE----------
           SELECT VENDASUG ASSIGN TO 'DADOS\VENDASUG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSUG-CHAVE
               FILE STATUS IS FS-VENDASUG.

      *----RECIBO DA VENDA, NOME GERADO COM FILME+COPIA---------------
           SELECT RECIBO ASSIGN TO WRK-RECIBO-NOME
               ORGANIZATION IS SEQUENTIAL
       FD VENDAS.
           COPY "VENDAREG".

       FD VENDASUG.
           COPY "VSUGREG".

       FD RECIBO.
       01 RECIBO-REG.
           05 RECIBO-DADOS          PIC X(79).
       77 PARAMS-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-VENDAS             PIC 9(02) VALUE ZEROS.
       77 RECIBO-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-VENDASUG           PIC 9(02) VALUE ZEROS.
       77 WRK-QT-SUGESTOES      PIC 9(05) VALUE ZEROS.
       77 WRK-RECIBO-NOME       PIC X(035) VALUE SPACES.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-CODFILME          PIC 9(05) VALUE ZEROS.
       77 WRK-TECLA             PIC X(01) VALUE SPACES.
       77 WRK-EMPRESTADA        PIC X(01) VALUE 'N'.
       77 WRK-DATA-BASE         PIC 9(08) VALUE ZEROS.
      *----LANCAMENTO DO RAZAO DO BALCAO (CXLANCA)---------------------
       77 WRK-CXM-GRAVOU        PIC X(01) VALUE 'N'.
       COPY "CXMOVREG".
      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
               CLOSE VENDAS
               OPEN I-O VENDAS
           END-IF.
           OPEN I-O VENDASUG.
           IF FS-VENDASUG EQUAL 35
               OPEN OUTPUT VENDASUG
               CLOSE VENDASUG
               OPEN I-O VENDASUG
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-LISTAR-SUGESTOES.

      *----MOSTRA AS COPIAS PROPOSTAS PARA VENDA PELO DESGASTE---------
       0110-LISTAR-SUGESTOES      SECTION.
           MOVE ZEROS TO WRK-QT-SUGESTOES.
           MOVE ZEROS TO VSUG-CODFILME VSUG-COPIA.
           START VENDASUG KEY >= VSUG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VENDASUG NEXT
                   PERFORM UNTIL FS-VENDASUG NOT EQUAL ZEROS
                       ADD 1 TO WRK-QT-SUGESTOES
                       IF WRK-QT-SUGESTOES EQUAL 1
                           DISPLAY "COPIAS PROPOSTAS PARA VENDA "
                                   "(FILME/COPIA/MOTIVO/PRECO):"
                       END-IF
                       MOVE VSUG-PRECO TO WRK-PRECO-ED
                       DISPLAY "  " VSUG-CODFILME " / " VSUG-COPIA
                               " / " VSUG-MOTIVO " / R$ " WRK-PRECO-ED
                       READ VENDASUG NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-SUGESTOES EQUAL ZEROS
               DISPLAY "NENHUMA COPIA PROPOSTA PARA VENDA"
           END-IF.

      *----VENDE UMA COPIA USADA--------------------------------------
       0200-PROCESSAR             SECTION.
           IF WRK-PRECO LESS PARAM-VENDA-MINIMO
               MOVE PARAM-VENDA-MINIMO TO WRK-PRECO
           END-IF.
      *----COPIA DA LISTA DE APOSENTADORIA VEM COM O PRECO DO DESGASTE-
           MOVE WRK-CODFILME TO VSUG-CODFILME.
           MOVE WRK-COPIA TO VSUG-COPIA.
           READ VENDASUG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "COPIA NA LISTA DE APOSENTADORIA - MOTIVO "
                           VSUG-MOTIVO
                   MOVE VSUG-PRECO TO WRK-PRECO
           END-READ.
           MOVE WRK-PRECO TO WRK-PRECO-ED.
           DISPLAY "PRECO SUGERIDO: R$ " WRK-PRECO-ED.

           WRITE VENDA-REG
               INVALID KEY
                   DISPLAY "COPIA JA CONSTA COMO VENDIDA"
               NOT INVALID KEY
                   PERFORM 0245-LANCAR-CAIXA
           END-WRITE.
           MOVE WRK-CODFILME TO VSUG-CODFILME.
           MOVE WRK-COPIA TO VSUG-COPIA.
           DELETE VENDASUG
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *----A VENDA ENTRA NO RAZAO DO BALCAO DA LOJA DA SESSAO---------
       0245-LANCAR-CAIXA          SECTION.
           MOVE ZEROS TO CXM-DATA CXM-HORA CXM-CLIENTE.
           MOVE WRK-OPER-LOJA TO CXM-LOJA.
           MOVE WRK-OPER-CODIGO TO CXM-OPERADOR.
           MOVE 'VU' TO CXM-TIPO.
           MOVE VENDA-TENDER TO CXM-TENDER.
           MOVE VENDA-VALOR TO CXM-VALOR.
           MOVE VENDA-CODFILME TO CXM-CODFILME.
           MOVE 'VENDACOP' TO CXM-ORIGEM.
           CALL "CXLANCA" USING CXM-REG, WRK-CXM-GRAVOU.
           IF WRK-CXM-GRAVOU NOT EQUAL 'S'
               DISPLAY "ATENCAO: VENDA NAO LANCADA NO CAIXAMOV"
           END-IF.

      *----RECIBO DA VENDA EM DISCO, NO ESPIRITO DO RECIBO DE---------
      *----LOCACAO DO FILMESJC------------------------------------------
           CLOSE EMPRESTIMOS.
           CLOSE PARAMS.
           CLOSE VENDAS.
           CLOSE VENDASUG.
           DISPLAY "FIM DE PROGRAMA".
