       IDENTIFICATION              DIVISION.
       PROGRAM-ID. DEVDIST.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: DEVOLUCAO A DISTRIBUIDORA DE COPIAS RECEBIDAS COM
      *==           DEFEITO OU COM O TITULO ERRADO, CONTRA O PEDIDO
      *==           ORIGINAL (PEDIDOS.DAT) - RETIRA AS COPIAS DO
      *==           COPIAS.DAT, DEVOLVE A QUANTIDADE AO ITEM DO PEDIDO
      *==           (PED-QT-RECEBIDA) E REABRE O PEDIDO PARA A
      *==           REPOSICAO, ABATE O CUSTO EM AQUISICAO.DAT E
      *==           REGISTRA EM DEVDIST.DAT O CREDITO QUE A
      *==           DISTRIBUIDORA NOS DEVE. BAIXA A DEVOLUCAO QUANDO O
      *==           CREDITO CHEGA E LISTA AS DEVOLUCOES EM ABERTO POR
      *==           DISTRIBUIDORA
      *== DATA: 15/10/2026
      *== OBSERVACOES: A DEVOLUCAO FICA EM ABERTO ATE A NOTA DE
      *==           CREDITO (BAIXA AQUI) OU A REPOSICAO (BAIXA NO
      *==           RECEBPED, QUE NAO GERA TITULO A PAGAR PARA A
      *==           QUANTIDADE REPOSTA). COPIA EMPRESTADA NAO SAI.
      *==           O REGISTRO GUARDA AS COPIAS RETIRADAS, O OPERADOR
      *==           E A DATA (TRILHA DA RETIRADA)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'DADOS\PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT COPIAS ASSIGN TO 'DADOS\COPIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS COPIAS-STATUS
               RECORD KEY IS COPIA-CHAVE.

           SELECT AQUISICAO ASSIGN TO 'DADOS\AQUISICAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS AQUISICAO-STATUS
               RECORD KEY IS AQUIS-CODFILME.

           SELECT EMPRESTIMOS ASSIGN TO 'DADOS\EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMP-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

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

       DATA                       DIVISION.
       FILE                       SECTION.
       FD PEDIDOS.
           COPY "PEDIDOREG".

       FD COPIAS.
           COPY "COPIAREG".

       FD AQUISICAO.
           COPY "AQUISREG".

       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD DISTRIB.
           COPY "DISTREG".

       FD DEVDIST.
           COPY "DEVDISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-PEDIDOS            PIC 9(02) VALUE ZEROS.
       77 COPIAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 AQUISICAO-STATUS      PIC 9(02) VALUE ZEROS.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 FS-DISTRIB            PIC 9(02) VALUE ZEROS.
       77 FS-DEVDIST            PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
       77 WRK-OK                PIC X(01) VALUE 'S'.
       77 WRK-TECLA             PIC X(01) VALUE SPACES.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-PEDIDO            PIC 9(05) VALUE ZEROS.
       77 WRK-ITEM              PIC 9(02) VALUE ZEROS.
       77 WRK-DISTRIBUIDORA     PIC 9(03) VALUE ZEROS.
       77 WRK-CODFILME          PIC 9(05) VALUE ZEROS.
       77 WRK-COPIA             PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO            PIC X(01) VALUE SPACES.
       77 WRK-QT-DEVOL          PIC 9(02) VALUE ZEROS.
       77 WRK-I                 PIC 9(02) VALUE ZEROS.
       77 WRK-NUMERO            PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR             PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ED-VALOR          PIC ZZZZZZ9,99.
       77 WRK-TOT-DIST          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-ABERTAS        PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA-CREDITO      PIC X(15) VALUE SPACES.
       77 WRK-EMPRESTADA        PIC X(01) VALUE 'N'.
      *----COPIAS ESCOLHIDAS PARA A DEVOLUCAO EM ANDAMENTO-------------
       01 WRK-TAB-DEVOL.
           05 WRK-DV-COPIA OCCURS 20 TIMES PIC 9(02).
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
           DISPLAY "DEVOLUCAO A DISTRIBUIDORAS".
           OPEN I-O PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               DISPLAY "PEDIDOS.DAT INDISPONIVEL (VER PEDCAD)"
               STOP RUN
           END-IF.
           OPEN I-O COPIAS.
           OPEN I-O AQUISICAO.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT DISTRIB.
           OPEN I-O DEVDIST.
           IF FS-DEVDIST EQUAL 35
               OPEN OUTPUT DEVDIST
               CLOSE DEVDIST
               OPEN I-O DEVDIST
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

      *----MENU DAS DEVOLUCOES----------------------------------------
       0200-PROCESSAR             SECTION.
           DISPLAY "D-DEVOLVER  B-BAIXAR COM CREDITO  L-LISTAR ABERTAS"
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0210-DEVOLVER
               WHEN 'B'
               WHEN 'b'
                   PERFORM 0250-BAIXAR-CREDITO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0260-LISTAR-ABERTAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.
           IF WRK-CONTINUA EQUAL 's'
               MOVE 'S' TO WRK-CONTINUA
           END-IF.

      *----ESCOLHE O ITEM DO PEDIDO E AS COPIAS A DEVOLVER------------
       0210-DEVOLVER              SECTION.
           MOVE 'S' TO WRK-OK.
           DISPLAY "NUMERO DO PEDIDO.................."
           ACCEPT WRK-PEDIDO.
           MOVE WRK-PEDIDO TO PED-NUMERO.
           MOVE ZEROS TO PED-ITEM.
           READ PEDIDOS
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO"
                   MOVE 'N' TO WRK-OK
               NOT INVALID KEY
                   IF PED-CANCELADO
                       DISPLAY "PEDIDO CANCELADO"
                       MOVE 'N' TO WRK-OK
                   ELSE
                       MOVE PED-DISTRIBUIDORA TO WRK-DISTRIBUIDORA
                   END-IF
           END-READ.
           IF WRK-OK EQUAL 'S'
               DISPLAY "ITEM DO PEDIDO...................."
               ACCEPT WRK-ITEM
               MOVE WRK-PEDIDO TO PED-NUMERO
               MOVE WRK-ITEM TO PED-ITEM
               READ PEDIDOS
                   INVALID KEY
                       DISPLAY "ITEM NAO ENCONTRADO"
                       MOVE 'N' TO WRK-OK
                   NOT INVALID KEY
                       IF WRK-ITEM EQUAL ZEROS OR
                          PED-QT-RECEBIDA EQUAL ZEROS
                           DISPLAY "ITEM SEM COPIAS RECEBIDAS"
                           MOVE 'N' TO WRK-OK
                       ELSE
                           MOVE PED-CODFILME TO WRK-CODFILME
                           DISPLAY "ITEM " PED-ITEM " " PED-TITULO
                                   " CODFILME " PED-CODFILME
                                   " RECEBIDAS " PED-QT-RECEBIDA
                       END-IF
               END-READ
           END-IF.
           IF WRK-OK EQUAL 'S'
               PERFORM 0215-ESCOLHER-COPIAS
           END-IF.
           IF WRK-OK EQUAL 'S' AND WRK-QT-DEVOL GREATER ZEROS
               DISPLAY "MOTIVO (D-DEFEITO E-TITULO ERRADO)"
               ACCEPT WRK-MOTIVO
               IF WRK-MOTIVO EQUAL 'e'
                   MOVE 'E' TO WRK-MOTIVO
               END-IF
               IF WRK-MOTIVO NOT EQUAL 'E'
                   MOVE 'D' TO WRK-MOTIVO
               END-IF
               COMPUTE WRK-VALOR = PED-CUSTO * WRK-QT-DEVOL
               MOVE WRK-VALOR TO WRK-ED-VALOR
               DISPLAY "DEVOLVER " WRK-QT-DEVOL " COPIA(S) - CREDITO "
                       WRK-ED-VALOR " - CONFIRMA (S/N)"
               ACCEPT WRK-TECLA
               IF WRK-TECLA EQUAL 'S' OR WRK-TECLA EQUAL 's'
                   PERFORM 0220-EFETIVAR-DEVOLUCAO
               ELSE
                   DISPLAY "NAO CONFIRMADO"
               END-IF
           END-IF.

      *----PEDE AS COPIAS UMA A UMA (0 ENCERRA); SO COPIA DO TITULO---
      *----QUE NAO ESTEJA EMPRESTADA-----------------------------------
       0215-ESCOLHER-COPIAS       SECTION.
           MOVE ZEROS TO WRK-QT-DEVOL.
           MOVE 99 TO WRK-COPIA.
           PERFORM UNTIL WRK-COPIA EQUAL ZEROS
                   OR WRK-QT-DEVOL NOT LESS PED-QT-RECEBIDA
                   OR WRK-QT-DEVOL EQUAL 20
               DISPLAY "NUMERO DA COPIA A DEVOLVER (0=FIM)"
               ACCEPT WRK-COPIA
               IF WRK-COPIA GREATER ZEROS
                   PERFORM 0217-CRITICAR-COPIA
               END-IF
           END-PERFORM.

       0217-CRITICAR-COPIA        SECTION.
           MOVE WRK-CODFILME TO COPIA-CODFILME.
           MOVE WRK-COPIA TO COPIA-NUMERO.
           READ COPIAS
               INVALID KEY
                   DISPLAY "COPIA NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM 0218-VERIFICAR-EMPRESTIMO
                   IF WRK-EMPRESTADA EQUAL 'S'
                       DISPLAY "COPIA EMPRESTADA - NAO PODE SAIR"
                   ELSE
                       MOVE 'N' TO WRK-TECLA
                       PERFORM VARYING WRK-I FROM 1 BY 1
                               UNTIL WRK-I GREATER WRK-QT-DEVOL
                           IF WRK-DV-COPIA(WRK-I) EQUAL WRK-COPIA
                               MOVE 'S' TO WRK-TECLA
                           END-IF
                       END-PERFORM
                       IF WRK-TECLA EQUAL 'S'
                           DISPLAY "COPIA JA ESCOLHIDA"
                       ELSE
                           ADD 1 TO WRK-QT-DEVOL
                           MOVE WRK-COPIA TO WRK-DV-COPIA(WRK-QT-DEVOL)
                       END-IF
                   END-IF
           END-READ.

      *----EMPRESTIMO EM ABERTO DESTA COPIA NO EMPRESTIMOS.DAT--------
       0218-VERIFICAR-EMPRESTIMO  SECTION.
           MOVE 'N' TO WRK-EMPRESTADA.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               MOVE WRK-CODFILME TO EMP-CODFILME
               MOVE ZEROS TO EMP-CLIENTE
               START EMPRESTIMOS KEY >= EMP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPRESTIMOS NEXT
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                               OR EMP-CODFILME NOT EQUAL WRK-CODFILME
                           IF EMP-ABERTO AND EMP-COPIA EQUAL WRK-COPIA
                               MOVE 'S' TO WRK-EMPRESTADA
                           END-IF
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPRESTIMOS-STATUS
           END-IF.

      *----RETIRA AS COPIAS, DEVOLVE A QUANTIDADE AO PEDIDO, ABATE O--
      *----CUSTO E GRAVA A DEVOLUCAO EM ABERTO--------------------------
       0220-EFETIVAR-DEVOLUCAO    SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-DEVOL
               MOVE WRK-CODFILME TO COPIA-CODFILME
               MOVE WRK-DV-COPIA(WRK-I) TO COPIA-NUMERO
               DELETE COPIAS
                   INVALID KEY
                       DISPLAY "ERRO AO RETIRAR A COPIA "
                               WRK-DV-COPIA(WRK-I)
               END-DELETE
           END-PERFORM.
           MOVE WRK-PEDIDO TO PED-NUMERO.
           MOVE WRK-ITEM TO PED-ITEM.
           READ PEDIDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WRK-QT-DEVOL FROM PED-QT-RECEBIDA
                   REWRITE PED-REG
           END-READ.
           MOVE WRK-PEDIDO TO PED-NUMERO.
           MOVE ZEROS TO PED-ITEM.
           READ PEDIDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PED-RECEBIDO
                       MOVE 'A' TO PED-STATUS
                       REWRITE PED-REG
                       DISPLAY "PEDIDO REABERTO PARA A REPOSICAO."
                   END-IF
           END-READ.
           MOVE WRK-CODFILME TO AQUIS-CODFILME.
           READ AQUISICAO
               INVALID KEY
                   CONTINUE
      *----O CREDITO ABATE O CUSTO TOTAL DO TITULO; REGISTRO ANTIGO---
      *----SEM O TOTAL FICA COMO ESTA (OS RELATORIOS ESTIMAM)----------
               NOT INVALID KEY
                   IF AQUIS-CUSTO-TOTAL IS NUMERIC
                       IF AQUIS-CUSTO-TOTAL GREATER WRK-VALOR
                           SUBTRACT WRK-VALOR FROM AQUIS-CUSTO-TOTAL
                       ELSE
                           MOVE ZEROS TO AQUIS-CUSTO-TOTAL
                       END-IF
                       REWRITE AQUIS-REG
                   END-IF
           END-READ.
           PERFORM 0230-PROXIMO-NUMERO.
           INITIALIZE DEVD-REG.
           MOVE WRK-NUMERO TO DEVD-NUMERO.
           MOVE WRK-DISTRIBUIDORA TO DEVD-DISTRIBUIDORA.
           MOVE WRK-PEDIDO TO DEVD-PEDIDO.
           MOVE WRK-ITEM TO DEVD-ITEM.
           MOVE WRK-CODFILME TO DEVD-CODFILME.
           MOVE WRK-HOJE TO DEVD-DATA.
           MOVE WRK-OPER-CODIGO TO DEVD-OPERADOR.
           MOVE WRK-MOTIVO TO DEVD-MOTIVO.
           MOVE WRK-QT-DEVOL TO DEVD-QTDE.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-DEVOL
               MOVE WRK-DV-COPIA(WRK-I) TO DEVD-COPIA(WRK-I)
           END-PERFORM.
           MOVE WRK-VALOR TO DEVD-VALOR.
           MOVE 'A' TO DEVD-SITUACAO.
           MOVE ZEROS TO DEVD-DATA-BAIXA.
           MOVE SPACES TO DEVD-NOTA-CREDITO.
           WRITE DEVD-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DEVOLUCAO"
               NOT INVALID KEY
                   DISPLAY "DEVOLUCAO " DEVD-NUMERO " REGISTRADA."
           END-WRITE.

      *----ULTIMO NUMERO DE DEVOLUCAO + 1-----------------------------
       0230-PROXIMO-NUMERO        SECTION.
           MOVE ZEROS TO WRK-NUMERO.
           MOVE ZEROS TO DEVD-NUMERO.
           START DEVDIST KEY >= DEVD-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DEVDIST NEXT
                   PERFORM UNTIL FS-DEVDIST NOT EQUAL ZEROS
                       MOVE DEVD-NUMERO TO WRK-NUMERO
                       READ DEVDIST NEXT
                   END-PERFORM
           END-START.
           ADD 1 TO WRK-NUMERO.

      *----NOTA DE CREDITO RECEBIDA DA DISTRIBUIDORA FECHA A----------
      *----DEVOLUCAO EM ABERTO------------------------------------------
       0250-BAIXAR-CREDITO        SECTION.
           DISPLAY "NUMERO DA DEVOLUCAO..............."
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO DEVD-NUMERO.
           READ DEVDIST
               INVALID KEY
                   DISPLAY "DEVOLUCAO NAO ENCONTRADA"
               NOT INVALID KEY
                   IF NOT DEVD-EM-ABERTO
                       DISPLAY "DEVOLUCAO JA BAIXADA EM "
                               DEVD-DATA-BAIXA
                   ELSE
                       MOVE DEVD-VALOR TO WRK-ED-VALOR
                       DISPLAY "PEDIDO " DEVD-PEDIDO "/" DEVD-ITEM
                               " CREDITO " WRK-ED-VALOR
                       DISPLAY "NUMERO DA NOTA DE CREDITO........."
                       ACCEPT WRK-NOTA-CREDITO
                       IF WRK-NOTA-CREDITO EQUAL SPACES
                           DISPLAY "NOTA NAO INFORMADA - NAO BAIXADA"
                       ELSE
                           MOVE WRK-NOTA-CREDITO TO DEVD-NOTA-CREDITO
                           MOVE 'C' TO DEVD-SITUACAO
                           MOVE WRK-HOJE TO DEVD-DATA-BAIXA
                           REWRITE DEVD-REG
                           DISPLAY "DEVOLUCAO BAIXADA PELO CREDITO."
                       END-IF
                   END-IF
           END-READ.

      *----DEVOLUCOES EM ABERTO DE UMA DISTRIBUIDORA (0 = TODAS)------
       0260-LISTAR-ABERTAS        SECTION.
           DISPLAY "DISTRIBUIDORA (0 = TODAS)........."
           ACCEPT WRK-DISTRIBUIDORA.
           MOVE ZEROS TO WRK-TOT-DIST WRK-QT-ABERTAS.
           MOVE ZEROS TO DEVD-NUMERO.
           START DEVDIST KEY >= DEVD-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DEVDIST NEXT
                   PERFORM UNTIL FS-DEVDIST NOT EQUAL ZEROS
                       IF DEVD-EM-ABERTO AND
                          (WRK-DISTRIBUIDORA EQUAL ZEROS OR
                           DEVD-DISTRIBUIDORA EQUAL WRK-DISTRIBUIDORA)
                           PERFORM 0265-LINHA-ABERTA
                       END-IF
                       READ DEVDIST NEXT
                   END-PERFORM
           END-START.
           MOVE WRK-TOT-DIST TO WRK-ED-VALOR.
           DISPLAY "DEVOLUCOES EM ABERTO: " WRK-QT-ABERTAS
                   " / CREDITO A RECEBER: " WRK-ED-VALOR.

       0265-LINHA-ABERTA          SECTION.
           ADD 1 TO WRK-QT-ABERTAS.
           ADD DEVD-VALOR TO WRK-TOT-DIST.
           MOVE DEVD-VALOR TO WRK-ED-VALOR.
           MOVE 'NAO CADASTRADA' TO DIST-NOME.
           IF FS-DISTRIB EQUAL ZEROS
               MOVE DEVD-DISTRIBUIDORA TO DIST-CODIGO
               READ DISTRIB
                   INVALID KEY
                       MOVE 'NAO CADASTRADA' TO DIST-NOME
               END-READ
               MOVE ZEROS TO FS-DISTRIB
           END-IF.
           DISPLAY DEVD-NUMERO " " DEVD-DISTRIBUIDORA " "
                   DIST-NOME(1:20) " PED " DEVD-PEDIDO "/" DEVD-ITEM
                   " EM " DEVD-DATA " QT " DEVD-QTDE
                   " MOT " DEVD-MOTIVO " " WRK-ED-VALOR.

       0300-FINALIZAR             SECTION.
           CLOSE PEDIDOS.
           CLOSE COPIAS.
           CLOSE AQUISICAO.
           CLOSE EMPRESTIMOS.
           CLOSE DISTRIB.
           CLOSE DEVDIST.
           DISPLAY "FIM DA DEVOLUCAO A DISTRIBUIDORAS".
