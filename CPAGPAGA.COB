       IDENTIFICATION              DIVISION.
       PROGRAM-ID. CPAGPAGA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: PAGAMENTO DE TITULOS A DISTRIBUIDORAS (CPAGAR.DAT
      *==           GERADO PELO RECEBPED) - LISTA O QUE ESTA EM ABERTO
      *==           DA DISTRIBUIDORA, BAIXA O TITULO ESCOLHIDO NO TODO
      *==           OU EM PARTE E REGISTRA CADA PAGAMENTO EM
      *==           CPAGMOV.LOG COM O OPERADOR LOGADO
      *== DATA: 15/10/2026
      *== OBSERVACOES: PAGAMENTO PARCIAL DEIXA O TITULO EM ABERTO COM
      *==           O SALDO; QUITA QUANDO O PAGO ALCANCA O VALOR. MES
      *==           FECHADO PELO FECHAMES (PERIODOCHK) RECUSA A BAIXA
      *== ALTERACOES:
      *==   15/10/2026 JO - MOSTRA O CREDITO DE DEVOLUCOES EM ABERTO DA
      *==                   DISTRIBUIDORA (DEVDIST.DAT) JUNTO DO SALDO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CPAGAR ASSIGN TO 'DADOS\CPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAG-CHAVE
               FILE STATUS IS FS-CPAGAR.

           SELECT DISTRIB ASSIGN TO 'DADOS\DISTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIST-CODIGO
               FILE STATUS IS FS-DISTRIB.

           SELECT DEVDIST ASSIGN TO 'DADOS\DEVDIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVD-NUMERO
               FILE STATUS IS FS-DEVDIST.

           SELECT CPAGMOV ASSIGN TO 'DADOS\CPAGMOV.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CPAGMOV.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CPAGAR.
           COPY "CPAGREG".

       FD DISTRIB.
           COPY "DISTREG".

       FD DEVDIST.
           COPY "DEVDISTREG".

       FD CPAGMOV.
           COPY "CPAGMOVREG".

       WORKING-STORAGE            SECTION.
       77 FS-CPAGAR         PIC 9(02) VALUE ZEROS.
       77 FS-DISTRIB        PIC 9(02) VALUE ZEROS.
       77 FS-CPAGMOV        PIC 9(02) VALUE ZEROS.
       77 FS-DEVDIST        PIC 9(02) VALUE ZEROS.
       77 WRK-CREDITO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-DISTRIBUIDORA PIC 9(03) VALUE ZEROS.
       77 WRK-PEDIDO        PIC 9(05) VALUE ZEROS.
       77 WRK-SEQ           PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ABERTOS    PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-DIST    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ED-VALOR      PIC ZZZZZZ9,99.
       77 WRK-ED-SALDO      PIC ZZZZZZ9,99.
       77 WRK-ATRASO        PIC X(08) VALUE SPACES.
       77 WRK-TECLA         PIC X(01) VALUE SPACES.
       77 WRK-PER-FECHADO   PIC X(01) VALUE 'N'.
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
           DISPLAY "PAGAMENTO A DISTRIBUIDORAS".
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CPAGAR.
           IF FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY "CPAGAR.DAT INDISPONIVEL (VER RECEBPED)"
               STOP RUN
           END-IF.
           OPEN INPUT DISTRIB.
           OPEN INPUT DEVDIST.
           OPEN EXTEND CPAGMOV.
           IF FS-CPAGMOV EQUAL 35
               OPEN OUTPUT CPAGMOV
           END-IF.

      *----ESCOLHE A DISTRIBUIDORA, LISTA O ABERTO E BAIXA UM TITULO--
       0200-PROCESSAR             SECTION.
           DISPLAY "CODIGO DA DISTRIBUIDORA..........."
           ACCEPT WRK-DISTRIBUIDORA.
           MOVE WRK-DISTRIBUIDORA TO DIST-CODIGO.
           MOVE 'NAO CADASTRADA' TO DIST-NOME.
           IF FS-DISTRIB EQUAL ZEROS
               READ DISTRIB
                   INVALID KEY
                       MOVE 'NAO CADASTRADA' TO DIST-NOME
               END-READ
               MOVE ZEROS TO FS-DISTRIB
           END-IF.
           DISPLAY "DISTRIBUIDORA: " DIST-NOME.
           PERFORM 0210-LISTAR-ABERTOS.
           PERFORM 0215-CREDITO-DEVOLUCOES.
           IF WRK-QT-ABERTOS EQUAL ZEROS
               DISPLAY "NENHUM TITULO EM ABERTO"
           ELSE
               CALL "PERIODOCHK" USING WRK-HOJE, WRK-PER-FECHADO
               IF WRK-PER-FECHADO EQUAL 'S'
                   DISPLAY "PERIODO FECHADO - PAGAMENTO RECUSADO"
               ELSE
                   PERFORM 0220-PAGAR-TITULO
               END-IF
           END-IF.
           DISPLAY "OUTRO PAGAMENTO (S/N)............."
           ACCEPT WRK-CONTINUA.
           IF WRK-CONTINUA EQUAL 's'
               MOVE 'S' TO WRK-CONTINUA
           END-IF.

      *----TITULOS EM ABERTO DA DISTRIBUIDORA, COM O SALDO DE CADA----
       0210-LISTAR-ABERTOS        SECTION.
           MOVE ZEROS TO WRK-QT-ABERTOS WRK-SALDO-DIST.
           MOVE WRK-DISTRIBUIDORA TO CPAG-DISTRIBUIDORA.
           MOVE ZEROS TO CPAG-PEDIDO CPAG-SEQ.
           START CPAGAR KEY >= CPAG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CPAGAR NEXT
                   PERFORM UNTIL FS-CPAGAR NOT EQUAL ZEROS
                           OR CPAG-DISTRIBUIDORA NOT EQUAL
                              WRK-DISTRIBUIDORA
                       IF CPAG-EM-ABERTO
                           ADD 1 TO WRK-QT-ABERTOS
                           COMPUTE WRK-SALDO =
                               CPAG-VALOR - CPAG-VLR-PAGO
                           ADD WRK-SALDO TO WRK-SALDO-DIST
                           MOVE CPAG-VALOR TO WRK-ED-VALOR
                           MOVE WRK-SALDO TO WRK-ED-SALDO
                           MOVE SPACES TO WRK-ATRASO
                           IF CPAG-VENCIMENTO LESS WRK-HOJE
                               MOVE 'VENCIDO' TO WRK-ATRASO
                           END-IF
                           DISPLAY "PEDIDO " CPAG-PEDIDO "/" CPAG-SEQ
                                   " VENC " CPAG-VENCIMENTO
                                   " VALOR " WRK-ED-VALOR
                                   " SALDO " WRK-ED-SALDO
                                   " " WRK-ATRASO
                       END-IF
                       READ CPAGAR NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-ABERTOS GREATER ZEROS
               MOVE WRK-SALDO-DIST TO WRK-ED-SALDO
               DISPLAY "TOTAL EM ABERTO: " WRK-ED-SALDO
           END-IF.

      *----DEVOLUCOES A DISTRIBUIDORA AINDA SEM CREDITO OU REPOSICAO--
       0215-CREDITO-DEVOLUCOES    SECTION.
           MOVE ZEROS TO WRK-CREDITO.
           IF FS-DEVDIST EQUAL ZEROS
               MOVE ZEROS TO DEVD-NUMERO
               START DEVDIST KEY >= DEVD-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DEVDIST NEXT
                       PERFORM UNTIL FS-DEVDIST NOT EQUAL ZEROS
                           IF DEVD-EM-ABERTO AND
                              DEVD-DISTRIBUIDORA EQUAL WRK-DISTRIBUIDORA
                               ADD DEVD-VALOR TO WRK-CREDITO
                           END-IF
                           READ DEVDIST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-DEVDIST
           END-IF.
           IF WRK-CREDITO GREATER ZEROS
               MOVE WRK-CREDITO TO WRK-ED-SALDO
               DISPLAY "CREDITO DE DEVOLUCOES EM ABERTO: " WRK-ED-SALDO
                       " (VER DEVDIST)"
           END-IF.

      *----BAIXA TOTAL OU PARCIAL DO TITULO ESCOLHIDO-----------------
       0220-PAGAR-TITULO          SECTION.
           DISPLAY "PEDIDO A PAGAR...................."
           ACCEPT WRK-PEDIDO.
           DISPLAY "SEQUENCIA DO RECEBIMENTO.........."
           ACCEPT WRK-SEQ.
           MOVE WRK-DISTRIBUIDORA TO CPAG-DISTRIBUIDORA.
           MOVE WRK-PEDIDO TO CPAG-PEDIDO.
           MOVE WRK-SEQ TO CPAG-SEQ.
           READ CPAGAR
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF CPAG-QUITADO
                       DISPLAY "TITULO JA QUITADO"
                   ELSE
                       PERFORM 0230-BAIXAR
                   END-IF
           END-READ.

      *----VALOR ZERO PAGA O SALDO TODO; ACIMA DO SALDO E RECUSADO----
       0230-BAIXAR                SECTION.
           COMPUTE WRK-SALDO = CPAG-VALOR - CPAG-VLR-PAGO.
           MOVE WRK-SALDO TO WRK-ED-SALDO.
           DISPLAY "SALDO DO TITULO: " WRK-ED-SALDO.
           DISPLAY "VALOR PAGO AGORA (0 = SALDO TODO)."
           ACCEPT WRK-VALOR.
           IF WRK-VALOR EQUAL ZEROS
               MOVE WRK-SALDO TO WRK-VALOR
           END-IF.
           IF WRK-VALOR GREATER WRK-SALDO
               DISPLAY "VALOR MAIOR QUE O SALDO - NAO PAGO"
           ELSE
               MOVE WRK-VALOR TO WRK-ED-VALOR
               DISPLAY "CONFIRMA O PAGAMENTO DE " WRK-ED-VALOR
                       " (S/N)"
               ACCEPT WRK-TECLA
               IF WRK-TECLA EQUAL 'S' OR WRK-TECLA EQUAL 's'
                   ADD WRK-VALOR TO CPAG-VLR-PAGO
                   MOVE WRK-HOJE TO CPAG-DATA-ULT-PGTO
                   IF CPAG-VLR-PAGO NOT LESS CPAG-VALOR
                       MOVE 'Q' TO CPAG-SITUACAO
                   END-IF
                   REWRITE CPAG-REG
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR O TITULO"
                       NOT INVALID KEY
                           PERFORM 0240-GRAVAR-MOVIMENTO
                           IF CPAG-QUITADO
                               DISPLAY "TITULO QUITADO."
                           ELSE
                               DISPLAY "PAGAMENTO PARCIAL REGISTRADO."
                           END-IF
                   END-REWRITE
               ELSE
                   DISPLAY "NAO CONFIRMADO"
               END-IF
           END-IF.

      *----REGISTRA O PAGAMENTO NO CPAGMOV.LOG------------------------
       0240-GRAVAR-MOVIMENTO      SECTION.
           MOVE CPAG-DISTRIBUIDORA TO CPGM-DISTRIBUIDORA.
           MOVE CPAG-PEDIDO TO CPGM-PEDIDO.
           MOVE CPAG-SEQ TO CPGM-SEQ.
           MOVE WRK-HOJE TO CPGM-DATA.
           ACCEPT CPGM-HORA FROM TIME.
           MOVE WRK-VALOR TO CPGM-VALOR.
           COMPUTE CPGM-SALDO = CPAG-VALOR - CPAG-VLR-PAGO.
           MOVE WRK-OPER-CODIGO TO CPGM-OPERADOR.
           WRITE CPGM-REG.

       0300-FINALIZAR             SECTION.
           CLOSE CPAGAR.
           CLOSE DISTRIB.
           CLOSE DEVDIST.
           CLOSE CPAGMOV.
           DISPLAY "FIM DO PAGAMENTO A DISTRIBUIDORAS".
