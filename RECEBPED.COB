      *==           DIGITACOES SEPARADAS QUE O INTEGCHK VIVIA
      *==           APONTANDO
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - DATA DE LANCAMENTO (STREET DATE) PEDIDA NA
      *==                   CRIACAO DO CATALOGO E GRAVADA NO
      *==                   FILMDATAS.DAT: ATE A DATA O BALCAO NAO
      *==                   EMPRESTA O TITULO RECEBIDO ANTECIPADO
      *==   15/10/2026 JO - FORMATO DE MIDIA DAS COPIAS ENTREGUES
      *==                   (D-DVD/B-BLU-RAY/4-4K) PEDIDO NA CRIACAO
      *==   15/10/2026 JO - CADA RECEBIMENTO CONFIRMADO GERA O TITULO A
      *==                   PAGAR DA DISTRIBUIDORA EM CPAGAR.DAT
      *==                   (CUSTO X QUANTIDADE ENTREGUE, VENCIMENTO
      *==                   PELO DIST-PRAZO-PGTO)
      *==   15/10/2026 JO - ENTREGA DE REPOSICAO DE DEVOLUCAO (DEVDIST)
      *==                   REAPROVEITA O CATALOGO DO ITEM, NUMERA AS
      *==                   COPIAS DEPOIS DA MAIOR EXISTENTE, BAIXA A
      *==                   DEVOLUCAO EM ABERTO E NAO GERA TITULO A
      *==                   PAGAR DA QUANTIDADE REPOSTA. AQUIS-CUSTO
      *==                   FICA COM O CUSTO DE UMA COPIA E
      *==                   AQUIS-CUSTO-TOTAL ACUMULA O CUSTO DE TODAS
      *==                   AS ENTREGAS DO TITULO (CUSTO X QUANTIDADE)
      *== OBSERVACOES: ENTREGA PARCIAL DEIXA O PEDIDO ABERTO E AS
      *==           COPIAS SEGUINTES CONTINUAM A NUMERACAO. O
      *==           CATALOGO CRIADO ENTRA NO FILMAUD.LOG COMO
               FILE STATUS IS GENEROS-STATUS
               RECORD KEY IS GEN-NOME.

           SELECT FILMDATAS ASSIGN TO 'DADOS\FILMDATAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDAT-CODFILME
               FILE STATUS IS FS-FILMDATAS.

           SELECT DISTRIB ASSIGN TO 'DADOS\DISTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIST-CODIGO
               FILE STATUS IS FS-DISTRIB.

           SELECT CPAGAR ASSIGN TO 'DADOS\CPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAG-CHAVE
               FILE STATUS IS FS-CPAGAR.

           SELECT DEVDIST ASSIGN TO 'DADOS\DEVDIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVD-NUMERO
               FILE STATUS IS FS-DEVDIST.

           SELECT FILMAUD ASSIGN TO 'DADOS\FILMAUD.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILMAUD-STATUS.
       FD GENEROS.
           COPY "GENEROREG".

       FD FILMDATAS.
           COPY "FILMDATREG".

       FD DISTRIB.
           COPY "DISTREG".

       FD CPAGAR.
           COPY "CPAGREG".

       FD DEVDIST.
           COPY "DEVDISTREG".

       FD FILMAUD.
           COPY "FILMAUDREG".

       77 CTLFILME-STATUS       PIC 9(02) VALUE ZEROS.
       77 GENEROS-STATUS        PIC 9(02) VALUE ZEROS.
       77 FILMAUD-STATUS        PIC 9(02) VALUE ZEROS.
       77 FS-FILMDATAS          PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-NUMERO            PIC 9(05) VALUE ZEROS.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-IND-COPIA         PIC 9(02) VALUE ZEROS.
       77 WRK-CODFILME-NOVO     PIC 9(05) VALUE ZEROS.
       77 WRK-ITENS-RECEBIDOS   PIC 9(03) VALUE ZEROS.
       77 WRK-LANCAMENTO        PIC 9(08) VALUE ZEROS.
       77 WRK-FORMATO           PIC X(01) VALUE SPACES.
       77 FS-DISTRIB            PIC 9(02) VALUE ZEROS.
       77 FS-CPAGAR             PIC 9(02) VALUE ZEROS.
       77 WRK-VLR-ENTREGA       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRAZO             PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-CPAG          PIC 9(02) VALUE ZEROS.
       77 FS-DEVDIST            PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-COPIA         PIC 9(02) VALUE ZEROS.
       77 WRK-QT-COPIAS-ANT     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-REPOSTA        PIC 9(02) VALUE ZEROS.
       77 WRK-CATALOGO-EXISTE   PIC X(01) VALUE 'N'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
               OPEN I-O CTLFILME
           END-IF.
           OPEN INPUT GENEROS.
           OPEN I-O FILMDATAS.
           IF FS-FILMDATAS EQUAL 35
               OPEN OUTPUT FILMDATAS
               CLOSE FILMDATAS
               OPEN I-O FILMDATAS
           END-IF.
           OPEN INPUT DISTRIB.
           OPEN I-O CPAGAR.
           IF FS-CPAGAR EQUAL 35
               OPEN OUTPUT CPAGAR
               CLOSE CPAGAR
               OPEN I-O CPAGAR
           END-IF.
           OPEN I-O DEVDIST.
           OPEN EXTEND FILMAUD.
           IF FILMAUD-STATUS EQUAL 35
               OPEN OUTPUT FILMAUD
                       MOVE PED-DISTRIBUIDORA TO WRK-DISTRIBUIDORA
                       PERFORM 0210-RECEBER-ITENS
                       PERFORM 0260-FECHAR-SE-COMPLETO
                       IF WRK-VLR-ENTREGA GREATER ZEROS
                           PERFORM 0270-GERAR-CONTA-PAGAR
                       END-IF
                   END-IF
           END-READ.
           DISPLAY "RECEBER OUTRO PEDIDO (S/N)........"

      *----PASSA PELOS ITENS DO PEDIDO CONFERINDO A ENTREGA-----------
       0210-RECEBER-ITENS         SECTION.
           MOVE ZEROS TO WRK-ITENS-RECEBIDOS WRK-VLR-ENTREGA.
           MOVE 'S' TO WRK-PEDIDO-COMPLETO.
           MOVE WRK-NUMERO TO PED-NUMERO.
           MOVE 1 TO PED-ITEM.
      *----CRIA O CATALOGO NA PRIMEIRA ENTREGA E AS COPIAS FISICAS----
      *----DE TODA ENTREGA, E BAIXA A QUANTIDADE NO ITEM---------------
       0230-EFETIVAR-RECEBIMENTO  SECTION.
           PERFORM 0235-VERIFICAR-CATALOGO.
           IF WRK-CATALOGO-EXISTE EQUAL 'N'
               PERFORM 0240-CRIAR-CATALOGO
           ELSE
               MOVE PED-CODFILME TO WRK-CODFILME-NOVO
               PERFORM 0247-SOMAR-CUSTO
           END-IF.
           PERFORM 0250-CRIAR-COPIAS.
           ADD WRK-QT-ENTREGUE TO PED-QT-RECEBIDA.
           PERFORM 0237-BAIXAR-DEVOLUCOES.
           COMPUTE WRK-VLR-ENTREGA = WRK-VLR-ENTREGA +
               PED-CUSTO * (WRK-QT-ENTREGUE - WRK-QT-REPOSTA).
           MOVE WRK-CODFILME-NOVO TO PED-CODFILME.
           REWRITE PED-REG
               INVALID KEY
           ADD 1 TO WRK-ITENS-RECEBIDOS.
           DISPLAY "RECEBIDO. CODFILME: " WRK-CODFILME-NOVO.

      *----ITEM JA RECEBIDO ANTES (OU DEVOLVIDO TODO A DISTRIBUIDORA)-
      *----TEM O FILME NO CATALOGO COM O MESMO TITULO-------------------
       0235-VERIFICAR-CATALOGO    SECTION.
           MOVE 'N' TO WRK-CATALOGO-EXISTE.
           IF PED-QT-RECEBIDA GREATER ZEROS
               MOVE 'S' TO WRK-CATALOGO-EXISTE
           ELSE
               IF PED-CODFILME IS NUMERIC AND
                  PED-CODFILME GREATER ZEROS
                   MOVE PED-CODFILME TO CODFILME
                   READ FILMES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TITULO EQUAL PED-TITULO
                               MOVE 'S' TO WRK-CATALOGO-EXISTE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *----A ENTREGA REPOE AS DEVOLUCOES EM ABERTO DO ITEM (DEVDIST),-
      *----DA MAIS ANTIGA EM DIANTE, ATE A QUANTIDADE ENTREGUE---------
       0237-BAIXAR-DEVOLUCOES     SECTION.
           MOVE ZEROS TO WRK-QT-REPOSTA.
           IF FS-DEVDIST EQUAL ZEROS
               MOVE ZEROS TO DEVD-NUMERO
               START DEVDIST KEY >= DEVD-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DEVDIST NEXT
                       PERFORM UNTIL FS-DEVDIST NOT EQUAL ZEROS
                           IF DEVD-EM-ABERTO AND
                              DEVD-PEDIDO EQUAL PED-NUMERO AND
                              DEVD-ITEM EQUAL PED-ITEM AND
                              WRK-QT-REPOSTA + DEVD-QTDE NOT GREATER
                                  WRK-QT-ENTREGUE
                               ADD DEVD-QTDE TO WRK-QT-REPOSTA
                               MOVE 'R' TO DEVD-SITUACAO
                               MOVE WRK-HOJE TO DEVD-DATA-BAIXA
                               REWRITE DEVD-REG
                               DISPLAY "DEVOLUCAO " DEVD-NUMERO
                                       " REPOSTA NESTA ENTREGA"
                           END-IF
                           READ DEVDIST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-DEVDIST
           END-IF.

      *----CRIA O FILME NO CATALOGO (CODIGO PELO CTLFILME.DAT) E O----
      *----CUSTO DE AQUISICAO, COM AUDITORIA NO FILMAUD.LOG------------
       0240-CRIAR-CATALOGO        SECTION.
           MOVE SPACES TO AQUIS-FORNECEDOR.
           MOVE WRK-DISTRIBUIDORA TO AQUIS-FORNECEDOR(1:3).
           MOVE PED-CUSTO TO AQUIS-CUSTO.
           COMPUTE AQUIS-CUSTO-TOTAL = PED-CUSTO * WRK-QT-ENTREGUE.
           WRITE AQUIS-REG
               INVALID KEY
                   REWRITE AQUIS-REG
           MOVE 'INCLUSAO' TO FAUD-OPERACAO.
           MOVE WRK-CODFILME-NOVO TO FAUD-CODFILME.
           WRITE FAUD-REG.
           PERFORM 0245-GRAVAR-LANCAMENTO.

      *----ENTREGA SEGUINTE DO TITULO SOMA O CUSTO NA AQUISICAO-------
       0247-SOMAR-CUSTO           SECTION.
           MOVE WRK-CODFILME-NOVO TO AQUIS-CODFILME.
           READ AQUISICAO
               INVALID KEY
                   MOVE WRK-HOJE TO AQUIS-DATA-COMPRA
                   MOVE SPACES TO AQUIS-FORNECEDOR
                   MOVE WRK-DISTRIBUIDORA TO AQUIS-FORNECEDOR(1:3)
                   MOVE PED-CUSTO TO AQUIS-CUSTO
                   COMPUTE AQUIS-CUSTO-TOTAL =
                       PED-CUSTO * WRK-QT-ENTREGUE
                   WRITE AQUIS-REG
               NOT INVALID KEY
                   IF AQUIS-CUSTO-TOTAL IS NOT NUMERIC
                       PERFORM 0248-TOTAL-ANTIGO
                   END-IF
                   MOVE PED-CUSTO TO AQUIS-CUSTO
                   COMPUTE AQUIS-CUSTO-TOTAL = AQUIS-CUSTO-TOTAL
                       + PED-CUSTO * WRK-QT-ENTREGUE
                   REWRITE AQUIS-REG
           END-READ.

      *----REGISTRO ANTIGO SEM O TOTAL: CUSTO DA COPIA VEZES AS-------
      *----COPIAS JA CADASTRADAS DO TITULO (NO MINIMO UMA)-------------
       0248-TOTAL-ANTIGO          SECTION.
           MOVE ZEROS TO WRK-QT-COPIAS-ANT.
           MOVE WRK-CODFILME-NOVO TO COPIA-CODFILME.
           MOVE ZEROS TO COPIA-NUMERO.
           START COPIAS KEY >= COPIA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COPIAS NEXT
                   PERFORM UNTIL COPIAS-STATUS NOT EQUAL ZEROS
                           OR COPIA-CODFILME NOT EQUAL WRK-CODFILME-NOVO
                       IF COPIA-NUMERO GREATER ZEROS
                           ADD 1 TO WRK-QT-COPIAS-ANT
                       END-IF
                       READ COPIAS NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-COPIAS-ANT EQUAL ZEROS
               MOVE 1 TO WRK-QT-COPIAS-ANT
           END-IF.
           COMPUTE AQUIS-CUSTO-TOTAL = AQUIS-CUSTO * WRK-QT-COPIAS-ANT.

      *----CAIXA QUE CHEGA ANTES DO LANCAMENTO FICA EMBARGADA ATE A---
      *----DATA DE RUA DA DISTRIBUIDORA (0 = JA LANCADO)---------------
       0245-GRAVAR-LANCAMENTO     SECTION.
           DISPLAY "DATA DE LANCAMENTO (AAAAMMDD, 0=JA LANCADO)"
           ACCEPT WRK-LANCAMENTO.
           IF WRK-LANCAMENTO GREATER WRK-HOJE
               MOVE WRK-CODFILME-NOVO TO FDAT-CODFILME
               READ FILMDATAS
                   INVALID KEY
                       MOVE ZEROS TO FDAT-LIC-INICIO FDAT-LIC-FIM
                       MOVE WRK-LANCAMENTO TO FDAT-LANCAMENTO
                       WRITE FDAT-REG
                   NOT INVALID KEY
                       MOVE WRK-LANCAMENTO TO FDAT-LANCAMENTO
                       REWRITE FDAT-REG
               END-READ
               DISPLAY "TITULO EMBARGADO ATE " WRK-LANCAMENTO
           END-IF.

      *----CRIA AS COPIAS FISICAS ENTREGUES, CONTINUANDO A------------
      *----NUMERACAO DEPOIS DA MAIOR COPIA EXISTENTE DO TITULO---------
       0250-CRIAR-COPIAS          SECTION.
           MOVE ZEROS TO WRK-ULT-COPIA.
           MOVE WRK-CODFILME-NOVO TO COPIA-CODFILME.
           MOVE ZEROS TO COPIA-NUMERO.
           START COPIAS KEY >= COPIA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COPIAS NEXT
                   PERFORM UNTIL COPIAS-STATUS NOT EQUAL ZEROS
                           OR COPIA-CODFILME NOT EQUAL WRK-CODFILME-NOVO
                       MOVE COPIA-NUMERO TO WRK-ULT-COPIA
                       READ COPIAS NEXT
                   END-PERFORM
           END-START.
           DISPLAY "FORMATO DAS COPIAS (D-DVD B-BLU-RAY 4-4K)"
           ACCEPT WRK-FORMATO.
           IF WRK-FORMATO EQUAL 'b'
               MOVE 'B' TO WRK-FORMATO
           END-IF.
           IF WRK-FORMATO NOT EQUAL 'B' AND WRK-FORMATO NOT EQUAL '4'
               MOVE 'D' TO WRK-FORMATO
           END-IF.
           PERFORM VARYING WRK-IND-COPIA FROM 1 BY 1
                   UNTIL WRK-IND-COPIA GREATER WRK-QT-ENTREGUE
               MOVE WRK-CODFILME-NOVO TO COPIA-CODFILME
               COMPUTE COPIA-NUMERO =
                   WRK-ULT-COPIA + WRK-IND-COPIA
               MOVE 'O' TO COPIA-CONDICAO
               MOVE WRK-HOJE TO COPIA-DATA-AQUISICAO
               MOVE 'S' TO COPIA-ATIVA
               MOVE 1 TO COPIA-LOJA
               MOVE 'N' TO COPIA-TRANSITO
               MOVE WRK-FORMATO TO COPIA-FORMATO
               WRITE COPIA-REG
                   INVALID KEY
                       REWRITE COPIA-REG
                   END-IF
           END-READ.

      *----TITULO A PAGAR DA ENTREGA: PROXIMA SEQUENCIA DO PEDIDO,----
      *----VENCIMENTO PELO PRAZO DA DISTRIBUIDORA (SEM CADASTRO OU----
      *----PRAZO ZERO = A VISTA, VENCE HOJE)---------------------------
       0270-GERAR-CONTA-PAGAR     SECTION.
           MOVE ZEROS TO WRK-PRAZO.
           MOVE WRK-DISTRIBUIDORA TO DIST-CODIGO.
           IF FS-DISTRIB EQUAL ZEROS
               READ DISTRIB
                   INVALID KEY
                       DISPLAY "AVISO: DISTRIBUIDORA FORA DO CADASTRO "
                               "- TITULO A VISTA"
                   NOT INVALID KEY
                       MOVE DIST-PRAZO-PGTO TO WRK-PRAZO
               END-READ
               MOVE ZEROS TO FS-DISTRIB
           END-IF.
           MOVE ZEROS TO WRK-SEQ-CPAG.
           MOVE WRK-DISTRIBUIDORA TO CPAG-DISTRIBUIDORA.
           MOVE WRK-NUMERO TO CPAG-PEDIDO.
           MOVE ZEROS TO CPAG-SEQ.
           START CPAGAR KEY >= CPAG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CPAGAR NEXT
                   PERFORM UNTIL FS-CPAGAR NOT EQUAL ZEROS
                           OR CPAG-DISTRIBUIDORA NOT EQUAL
                              WRK-DISTRIBUIDORA
                           OR CPAG-PEDIDO NOT EQUAL WRK-NUMERO
                       MOVE CPAG-SEQ TO WRK-SEQ-CPAG
                       READ CPAGAR NEXT
                   END-PERFORM
           END-START.
           MOVE WRK-DISTRIBUIDORA TO CPAG-DISTRIBUIDORA.
           MOVE WRK-NUMERO TO CPAG-PEDIDO.
           COMPUTE CPAG-SEQ = WRK-SEQ-CPAG + 1.
           MOVE WRK-HOJE TO CPAG-EMISSAO.
           COMPUTE CPAG-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) + WRK-PRAZO).
           MOVE WRK-VLR-ENTREGA TO CPAG-VALOR.
           MOVE ZEROS TO CPAG-VLR-PAGO CPAG-DATA-ULT-PGTO.
           MOVE 'A' TO CPAG-SITUACAO.
           WRITE CPAG-REG
               INVALID KEY
                   DISPLAY "ERRO AO GERAR O TITULO A PAGAR"
               NOT INVALID KEY
                   DISPLAY "TITULO A PAGAR: " CPAG-VALOR
                           " VENCE EM " CPAG-VENCIMENTO
           END-WRITE.

       0300-FINALIZAR             SECTION.
           CLOSE PEDIDOS.
           CLOSE FILMES.
           CLOSE AQUISICAO.
           CLOSE CTLFILME.
           CLOSE GENEROS.
           CLOSE FILMDATAS.
           CLOSE DISTRIB.
           CLOSE CPAGAR.
           CLOSE DEVDIST.
           CLOSE FILMAUD.
           DISPLAY "FIM DO RECEBIMENTO DE PEDIDOS".
