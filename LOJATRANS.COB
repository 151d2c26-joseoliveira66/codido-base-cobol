      *==           O RECEBIMENTO NA OUTRA PONTA TIRA A MARCA DE
      *==           TRANSITO. CADA MOVIMENTO ENTRA NO TRANSLOG.TXT
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - OPCAO P: O SUPERVISOR APROVA AS LINHAS DA
      *==                   PROPOSTA DE REMANEJAMENTO (REBALPROP.DAT,
      *==                   GERADA PELO REBALAN) E ENVIA EM LOTE AS
      *==                   COPIAS APROVADAS
      *== OBSERVACOES: COPIA COM EMPRESTIMO EM ABERTO NAO VIAJA
      *========================================
       ENVIRONMENT                DIVISION.
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

           SELECT REBALPROP ASSIGN TO 'DADOS\REBALPROP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REBALPROP
               RECORD KEY IS RBP-CHAVE.

           SELECT TRANSLOG ASSIGN TO 'DADOS\TRANSLOG.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRANSLOG.
       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD REBALPROP.
           COPY "RBPREG".

       FD TRANSLOG.
       01 TRANSLOG-REG              PIC X(100).

       77 WRK-LOJA-ORIGEM       PIC 9(02) VALUE ZEROS.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-EMPRESTADA        PIC X(01) VALUE 'N'.
       77 FS-REBALPROP          PIC 9(02) VALUE ZEROS.
       77 WRK-DECISAO           PIC X(01) VALUE SPACES.
       77 WRK-QT-APROVADAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ENVIADAS       PIC 9(04) VALUE ZEROS.
       77 WRK-QT-FALHAS         PIC 9(04) VALUE ZEROS.
       77 WRK-LOJA-COPIA        PIC 9(02) VALUE ZEROS.
      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
           END-IF.
           OPEN INPUT LOJAS.
           OPEN INPUT EMPRESTIMOS.
           OPEN I-O REBALPROP.
           OPEN EXTEND TRANSLOG.
           IF FS-TRANSLOG EQUAL 35
               OPEN OUTPUT TRANSLOG

      *----ENVIO OU RECEBIMENTO DE UMA COPIA--------------------------
       0200-PROCESSAR             SECTION.
           DISPLAY "E-ENVIAR  R-RECEBER  P-PROPOSTA..."
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO EQUAL 'P' OR WRK-OPCAO EQUAL 'p'
               MOVE 'P' TO WRK-OPCAO
               PERFORM 0230-PROPOSTA-LOTE
           ELSE
               PERFORM 0205-UMA-COPIA
           END-IF.
           DISPLAY "OUTRA TRANSFERENCIA (S/N)........."
           ACCEPT WRK-CONTINUA.

      *----TRANSFERENCIA DE UMA COPIA DIGITADA-------------------------
       0205-UMA-COPIA             SECTION.
           DISPLAY "CODIGO DO FILME..................."
           ACCEPT WRK-CODFILME.
           DISPLAY "NUMERO DA COPIA..................."
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE
           END-READ.

      *----ENVIA A COPIA: MARCA O TRANSITO E JA GRAVA A LOJA DESTINO--
       0210-ENVIAR                SECTION.
               DISPLAY "COPIA RECEBIDA NA LOJA " COPIA-LOJA
           END-IF.

      *----PROPOSTA DE REMANEJAMENTO: APROVACAO LINHA A LINHA PELO----
      *----SUPERVISOR E DEPOIS ENVIO EM LOTE DAS LINHAS APROVADAS-------
       0230-PROPOSTA-LOTE         SECTION.
           IF WRK-OPER-NIVEL NOT EQUAL 9
               DISPLAY "PROPOSTA SO COM SUPERVISOR"
           ELSE
               IF FS-REBALPROP NOT EQUAL ZEROS
                   DISPLAY "SEM PROPOSTA DE REMANEJAMENTO (REBALAN)"
               ELSE
                   PERFORM 0235-APROVAR-LINHAS
                   DISPLAY "LINHAS APROVADAS A ENVIAR........"
                           WRK-QT-APROVADAS
                   IF WRK-QT-APROVADAS GREATER ZEROS
                       DISPLAY "ENVIAR AS APROVADAS AGORA (S/N).."
                       ACCEPT WRK-DECISAO
                       IF WRK-DECISAO EQUAL 'S' OR WRK-DECISAO EQUAL 's'
                           PERFORM 0240-ENVIAR-LOTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----MOSTRA CADA LINHA PENDENTE: S APROVA, N RECUSA, F PARA-----
      *----(LINHA APROVADA DE OUTRA VEZ E AINDA NAO ENVIADA VAI JUNTO)--
       0235-APROVAR-LINHAS        SECTION.
           MOVE ZEROS TO WRK-QT-APROVADAS RBP-DATA RBP-SEQ.
           MOVE SPACES TO WRK-DECISAO.
           START REBALPROP KEY >= RBP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REBALPROP NEXT
                   PERFORM UNTIL FS-REBALPROP NOT EQUAL ZEROS
                       IF RBP-APROVADA
                           ADD 1 TO WRK-QT-APROVADAS
                       END-IF
                       IF RBP-PROPOSTA AND WRK-DECISAO NOT EQUAL 'F'
                           DISPLAY "FILME " RBP-CODFILME
                                   " COPIA " RBP-COPIA
                                   " DA LOJA " RBP-LOJA-ORIGEM
                                   " PARA A LOJA " RBP-LOJA-DESTINO
                           DISPLAY "   FILA NO DESTINO "
                                   RBP-FILA-DESTINO
                                   " / SAIDAS 30 DIAS NA ORIGEM "
                                   RBP-SAIDAS-ORIGEM
                           DISPLAY "APROVAR (S/N, F=FIM)............."
                           ACCEPT WRK-DECISAO
                           EVALUATE WRK-DECISAO
                               WHEN 'S'
                               WHEN 's'
                                   MOVE 'A' TO RBP-SITUACAO
                                   ADD 1 TO WRK-QT-APROVADAS
                               WHEN 'N'
                               WHEN 'n'
                                   MOVE 'R' TO RBP-SITUACAO
                               WHEN OTHER
                                   MOVE 'F' TO WRK-DECISAO
                           END-EVALUATE
                           IF NOT RBP-PROPOSTA
                               MOVE WRK-OPER-CODIGO TO RBP-OPERADOR
                               MOVE WRK-HOJE TO RBP-DATA-DECISAO
                               REWRITE RBP-REG
                           END-IF
                       END-IF
                       READ REBALPROP NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-REBALPROP.

      *----ENVIA CADA LINHA APROVADA COMO NO ENVIO AVULSO; A COPIA QUE-
      *----MUDOU DESDE A PROPOSTA (SAIU, VIAJOU, BAIXOU) FICA COMO FALHA
       0240-ENVIAR-LOTE           SECTION.
           MOVE ZEROS TO WRK-QT-ENVIADAS WRK-QT-FALHAS RBP-DATA RBP-SEQ.
           START REBALPROP KEY >= RBP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REBALPROP NEXT
                   PERFORM UNTIL FS-REBALPROP NOT EQUAL ZEROS
                       IF RBP-APROVADA
                           PERFORM 0245-ENVIAR-LINHA
                           REWRITE RBP-REG
                       END-IF
                       READ REBALPROP NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-REBALPROP.
           DISPLAY "COPIAS ENVIADAS.................." WRK-QT-ENVIADAS.
           DISPLAY "LINHAS COM FALHA................." WRK-QT-FALHAS.

       0245-ENVIAR-LINHA          SECTION.
           MOVE 'F' TO RBP-SITUACAO.
           MOVE RBP-CODFILME TO WRK-CODFILME COPIA-CODFILME.
           MOVE RBP-COPIA TO WRK-COPIA COPIA-NUMERO.
           READ COPIAS
               INVALID KEY
                   MOVE 'N' TO COPIA-ATIVA
           END-READ.
           MOVE COPIA-LOJA TO WRK-LOJA-COPIA.
           IF WRK-LOJA-COPIA EQUAL ZEROS
               MOVE 1 TO WRK-LOJA-COPIA
           END-IF.
           IF COPIA-EM-CIRCULACAO AND NOT COPIA-EM-TRANSITO AND
              WRK-LOJA-COPIA EQUAL RBP-LOJA-ORIGEM
               PERFORM 0215-VERIFICAR-EMPRESTIMO
               IF WRK-EMPRESTADA EQUAL 'N'
                   MOVE RBP-LOJA-ORIGEM TO WRK-LOJA-ORIGEM
                   MOVE RBP-LOJA-DESTINO TO WRK-LOJA-DESTINO
                                            COPIA-LOJA
                   MOVE 'S' TO COPIA-TRANSITO
                   REWRITE COPIA-REG
                   PERFORM 0900-GRAVAR-LOG
                   MOVE 'E' TO RBP-SITUACAO
               END-IF
           END-IF.
           IF RBP-ENVIADA
               ADD 1 TO WRK-QT-ENVIADAS
           ELSE
               ADD 1 TO WRK-QT-FALHAS
               DISPLAY "NAO ENVIADA: FILME " RBP-CODFILME
                       " COPIA " RBP-COPIA
           END-IF.
           MOVE WRK-OPER-CODIGO TO RBP-OPERADOR.
           MOVE WRK-HOJE TO RBP-DATA-DECISAO.

      *----A COPIA NAO PODE ESTAR NA RUA------------------------------
       0215-VERIFICAR-EMPRESTIMO  SECTION.
           MOVE 'N' TO WRK-EMPRESTADA.
           CLOSE LOJAS.
           CLOSE EMPRESTIMOS.
           CLOSE TRANSLOG.
           IF FS-REBALPROP EQUAL ZEROS
               CLOSE REBALPROP
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
