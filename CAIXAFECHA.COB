      *==                   (LOJA 0): A CHAVE DE CAIXA.DAT PASSA A SER
      *==                   DATA+LOJA E O MOVIMENTO E FILTRADO PELA
      *==                   LOJA CARIMBADA NOS REGISTROS
      *==   15/10/2026 JO - QUADRO DE CAUCOES (CAUCAO.DAT) COMO
      *==                   PASSIVO, FORA DO TOTAL GERAL: RECEBIDAS,
      *==                   DEVOLVIDAS, APLICADAS EM MULTA E SALDO
      *==                   RETIDO; A MULTA QUITADA PELA CAUCAO (TENDER
      *==                   'K') NAO ENTRA EM MULTAS PAGAS
      *==   15/10/2026 JO - APURACAO DO DIA PELO RAZAO DO BALCAO
      *==                   (CAIXAMOV.LOG, GRAVADO PELO CXLANCA): CADA
      *==                   LANCAMENTO CAI NO QUADRO DO SEU TIPO E NA
      *==                   SUA ESPECIE. SO O SALDO RETIDO DE CAUCOES
      *==                   (ESTOQUE, NAO MOVIMENTO) CONTINUA LIDO DO
      *==                   CAUCAO.DAT. A CONFERENCIA COM OS ARQUIVOS
      *==                   DE ORIGEM FICA NO CXCONCIL
      *==   15/10/2026 JO - GAVETA POR OPERADOR: TROCO INICIAL E
      *==                   SANGRIA DO RAZAO ('AB'/'SG'), ESPERADO DE
      *==                   CADA OPERADOR CONTRA A CONTAGEM CEGA DO
      *==                   GAVETA (CONTAGEM.DAT, QUE RECEBE O
      *==                   ESPERADO E A SOBRA/FALTA) E SOBRA/FALTA
      *==                   DO DIA. OPERADOR COM MOVIMENTO E SEM
      *==                   CONTAGEM SAI COMO 'SEM CONTAGEM'
      *==   15/10/2026 JO - MENSALIDADES DE PLANO PAGAS NO BALCAO
      *==                   (TIPO 'PL' DO RAZAO, GRAVADO PELO PLANOPAG)
      *==                   EM QUADRO PROPRIO E NO TOTAL GERAL
      *== OBSERVACOES: UM DIA JA FECHADO NAO E FECHADO DE NOVO - O
      *==           PROGRAMA APENAS REIMPRIME O RELATORIO A PARTIR
      *==           DO REGISTRO GRAVADO EM CAIXA.DAT

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *----RAZAO DOS LANCAMENTOS DO BALCAO (CXLANCA)------------------
           SELECT CAIXAMOV ASSIGN TO 'DADOS\CAIXAMOV.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXAMOV.

      *----CAUCOES DOS EMPRESTIMOS (FILMESJC)-------------------------
           SELECT CAUCAO ASSIGN TO 'DADOS\CAUCAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAU-CHAVE
               FILE STATUS IS FS-CAUCAO.

      *----CONTAGEM CEGA DAS GAVETAS (GAVETA)-------------------------
           SELECT CONTAGEM ASSIGN TO 'DADOS\CONTAGEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-CHAVE
               FILE STATUS IS FS-CONTAGEM.

           SELECT CAIXA ASSIGN TO 'DADOS\CAIXA.DAT'
               ORGANIZATION IS INDEXED

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CAIXAMOV.
           COPY "CXMOVREG".

       FD CAUCAO.
           COPY "CAUCAOREG".

       FD CONTAGEM.
           COPY "CONTAGREG".

       FD CAIXA.
           COPY "CAIXAREG".
           05 RELCAIXA-DADOS        PIC X(79).

       WORKING-STORAGE            SECTION.
       77 FS-CAIXAMOV           PIC 9(02) VALUE ZEROS.
       77 CAIXA-STATUS          PIC 9(02) VALUE ZEROS.
       77 RELCAIXA-STATUS       PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-FECHAMENTO   PIC 9(08) VALUE ZEROS.
       77 WRK-VLR-LOCACOES-ED   PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-MULTAS-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-TOTAL-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-GIFT-ED       PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-VENDAS-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-PARC-ED       PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-RENOV-ED      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-ENTREGAS-ED   PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-RECEB-ED      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-PLANOS-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-DINHEIRO-ED   PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-CARTAO-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-NA-CONTA-ED   PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 FS-CAUCAO             PIC 9(02) VALUE ZEROS.
       77 WRK-VLR-CAUCAO-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-GAVETA            PIC S9(08)V99 VALUE ZEROS.
       77 WRK-GAVETA-ED         PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 FS-CONTAGEM           PIC 9(02) VALUE ZEROS.
       77 WRK-QT-OPER           PIC 9(03) VALUE ZEROS.
       77 WRK-IND-OPER          PIC 9(03) VALUE ZEROS.
       77 WRK-LOJA-GAV          PIC 9(02) VALUE ZEROS.
       77 WRK-OPER-GAV          PIC 9(04) VALUE ZEROS.
       77 WRK-ESPERADO-ED       PIC -ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CONTADO-ED        PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIFERENCA-ED      PIC -ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-SITUACAO-GAV      PIC X(12) VALUE SPACES.
      *----MOVIMENTO DE DINHEIRO DO DIA POR LOJA E OPERADOR------------
       01 WRK-TAB-OPERADORES.
           05 WRK-TOP-ITEM OCCURS 100 TIMES.
               10 WRK-TOP-LOJA      PIC 9(02).
               10 WRK-TOP-OPERADOR  PIC 9(04).
               10 WRK-TOP-ABERTURA  PIC 9(07)V99.
               10 WRK-TOP-ENTRADAS  PIC 9(07)V99.
               10 WRK-TOP-SAIDAS    PIC 9(07)V99.
               10 WRK-TOP-SANGRIA   PIC 9(07)V99.
               10 WRK-TOP-CONTADA   PIC X(01).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
      *----ABRE OS ARQUIVOS DO DIA E PEDE A DATA DO FECHAMENTO--------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO FECHAMENTO DE CAIXA".
           OPEN INPUT CAIXAMOV.
           IF FS-CAIXAMOV EQUAL 35
               DISPLAY "CAIXAMOV.LOG AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT CAUCAO.
           IF FS-CAUCAO EQUAL 35
               DISPLAY "CAUCAO.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN I-O CONTAGEM.
           IF FS-CONTAGEM EQUAL 35
               OPEN OUTPUT CONTAGEM
               CLOSE CONTAGEM
               OPEN I-O CONTAGEM
           END-IF.
           OPEN I-O CAIXA.
           IF CAIXA-STATUS EQUAL 35
           MOVE WRK-LOJA-FECHAMENTO TO CAIXA-LOJA.
           READ CAIXA
               INVALID KEY
                   PERFORM 0210-APURAR-RAZAO
                   PERFORM 0232-APURAR-CAUCOES
                   PERFORM 0234-APURAR-GAVETAS
                   PERFORM 0230-GRAVAR-FECHAMENTO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-FECHADO
           END-READ.
           PERFORM 0400-IMPRIMIR.

      *----LE O RAZAO DO BALCAO E SOMA OS LANCAMENTOS DO DIA DA-------
      *----LOJA PEDIDA NOS QUADROS DO FECHAMENTO-----------------------
       0210-APURAR-RAZAO          SECTION.
           MOVE WRK-DATA-FECHAMENTO TO CAIXA-DATA.
           MOVE WRK-LOJA-FECHAMENTO TO CAIXA-LOJA.
           MOVE ZEROS TO CAIXA-QT-LOCACOES CAIXA-VLR-LOCACOES
                         CAIXA-VLR-ENTREGAS
                         CAIXA-QT-MULTAS CAIXA-VLR-MULTAS
                         CAIXA-QT-RECEB CAIXA-VLR-RECEB
                         CAIXA-QT-GIFT CAIXA-VLR-GIFT
                         CAIXA-QT-VENDAS CAIXA-VLR-VENDAS
                         CAIXA-QT-PARC CAIXA-VLR-PARC
                         CAIXA-QT-RENOV CAIXA-VLR-RENOV
                         CAIXA-QT-PLANOS CAIXA-VLR-PLANOS
                         CAIXA-VLR-DINHEIRO CAIXA-VLR-CARTAO
                         CAIXA-VLR-NA-CONTA
                         CAIXA-QT-CAUCAO-REC CAIXA-VLR-CAUCAO-REC
                         CAIXA-DIN-CAUCAO-REC CAIXA-QT-CAUCAO-DEV
                         CAIXA-VLR-CAUCAO-DEV CAIXA-DIN-CAUCAO-DEV
                         CAIXA-VLR-CAUCAO-APL
                         CAIXA-VLR-ABERTURA CAIXA-VLR-SANGRIA
                         WRK-QT-OPER.
           IF FS-CAIXAMOV EQUAL ZEROS
               READ CAIXAMOV
               PERFORM UNTIL FS-CAIXAMOV NOT EQUAL ZEROS
                   MOVE CXM-LOJA TO WRK-LOJA-REG
                   PERFORM 0205-TESTAR-LOJA
                   IF CXM-DATA EQUAL WRK-DATA-FECHAMENTO
                      AND WRK-LOJA-PASSA EQUAL 'S'
                       PERFORM 0215-SOMAR-LANCAMENTO
                       PERFORM 0217-SOMAR-GAVETA
                   END-IF
                   READ CAIXAMOV
               END-PERFORM
           END-IF.

      *----O REGISTRO SO ENTRA NO FECHAMENTO QUANDO A LOJA DELE------
               END-IF
           END-IF.

      *----CADA TIPO CAI NO SEU QUADRO; A RECEITA ENTRA TAMBEM NA----
      *----ESPECIE. O FRETE DA ENTREGA TEM QUADRO PROPRIO PORQUE A-----
      *----CONTABILIDADE LANCA A ENTREGA EM CONTA SEPARADA DA LOCACAO--
       0215-SOMAR-LANCAMENTO      SECTION.
           EVALUATE CXM-TIPO
               WHEN 'LO'
                   ADD 1 TO CAIXA-QT-LOCACOES
                   ADD CXM-VALOR TO CAIXA-VLR-LOCACOES
                   PERFORM 0222-SOMAR-ESPECIE
               WHEN 'EN'
                   ADD CXM-VALOR TO CAIXA-VLR-ENTREGAS
                   PERFORM 0222-SOMAR-ESPECIE
               WHEN 'MU'
                   ADD 1 TO CAIXA-QT-MULTAS
                   ADD CXM-VALOR TO CAIXA-VLR-MULTAS
                   PERFORM 0222-SOMAR-ESPECIE
               WHEN 'RC'
                   ADD 1 TO CAIXA-QT-RECEB
                   ADD CXM-VALOR TO CAIXA-VLR-RECEB
                   PERFORM 0222-SOMAR-ESPECIE
               WHEN 'GC'
                   ADD 1 TO CAIXA-QT-GIFT
                   ADD CXM-VALOR TO CAIXA-VLR-GIFT
                   PERFORM 0222-SOMAR-ESPECIE
               WHEN 'VU'
                   ADD 1 TO CAIXA-QT-VENDAS
                   ADD CXM-VALOR TO CAIXA-VLR-VENDAS
                   PERFORM 0222-SOMAR-ESPECIE
               WHEN 'PM'
                   ADD 1 TO CAIXA-QT-PARC
                   ADD CXM-VALOR TO CAIXA-VLR-PARC
                   PERFORM 0222-SOMAR-ESPECIE
               WHEN 'RN'
                   ADD 1 TO CAIXA-QT-RENOV
                   ADD CXM-VALOR TO CAIXA-VLR-RENOV
                   PERFORM 0222-SOMAR-ESPECIE
               WHEN 'PL'
                   ADD 1 TO CAIXA-QT-PLANOS
                   ADD CXM-VALOR TO CAIXA-VLR-PLANOS
                   PERFORM 0222-SOMAR-ESPECIE
      *----CAUCOES SAO PASSIVO, NAO RECEITA: FICAM FORA DO TOTAL------
      *----GERAL E DA ESPECIE; SO A PARTE EM DINHEIRO MEXE NA GAVETA---
               WHEN 'CA'
                   ADD 1 TO CAIXA-QT-CAUCAO-REC
                   ADD CXM-VALOR TO CAIXA-VLR-CAUCAO-REC
                   IF NOT CXM-CARTAO
                       ADD CXM-VALOR TO CAIXA-DIN-CAUCAO-REC
                   END-IF
               WHEN 'CD'
                   ADD 1 TO CAIXA-QT-CAUCAO-DEV
                   ADD CXM-VALOR TO CAIXA-VLR-CAUCAO-DEV
                   IF NOT CXM-CARTAO
                       ADD CXM-VALOR TO CAIXA-DIN-CAUCAO-DEV
                   END-IF
               WHEN 'CR'
                   ADD CXM-VALOR TO CAIXA-VLR-CAUCAO-APL
      *----TROCO E SANGRIA SO MEXEM NA GAVETA--------------------------
               WHEN 'AB'
                   ADD CXM-VALOR TO CAIXA-VLR-ABERTURA
               WHEN 'SG'
                   ADD CXM-VALOR TO CAIXA-VLR-SANGRIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----LEVA O LANCAMENTO PARA A GAVETA DO OPERADOR: SO O QUE------
      *----ENTRA OU SAI EM DINHEIRO CONTA NO ESPERADO------------------
       0217-SOMAR-GAVETA          SECTION.
           MOVE CXM-LOJA TO WRK-LOJA-GAV.
           IF WRK-LOJA-GAV EQUAL ZEROS
               MOVE 1 TO WRK-LOJA-GAV
           END-IF.
           MOVE CXM-OPERADOR TO WRK-OPER-GAV.
           PERFORM 0218-ACHAR-OPERADOR.
           IF WRK-IND-OPER GREATER WRK-QT-OPER
              AND WRK-QT-OPER LESS 100
               ADD 1 TO WRK-QT-OPER
               MOVE WRK-LOJA-GAV TO WRK-TOP-LOJA(WRK-IND-OPER)
               MOVE WRK-OPER-GAV TO WRK-TOP-OPERADOR(WRK-IND-OPER)
               MOVE ZEROS TO WRK-TOP-ABERTURA(WRK-IND-OPER)
                             WRK-TOP-ENTRADAS(WRK-IND-OPER)
                             WRK-TOP-SAIDAS(WRK-IND-OPER)
                             WRK-TOP-SANGRIA(WRK-IND-OPER)
               MOVE 'N' TO WRK-TOP-CONTADA(WRK-IND-OPER)
           END-IF.
           IF WRK-IND-OPER NOT GREATER WRK-QT-OPER
               EVALUATE TRUE
                   WHEN CXM-TIPO EQUAL 'AB'
                       ADD CXM-VALOR TO WRK-TOP-ABERTURA(WRK-IND-OPER)
                   WHEN CXM-TIPO EQUAL 'SG'
                       ADD CXM-VALOR TO WRK-TOP-SANGRIA(WRK-IND-OPER)
                   WHEN CXM-TIPO EQUAL 'CR'
                       CONTINUE
                   WHEN CXM-CARTAO OR CXM-NA-CONTA
                       CONTINUE
                   WHEN CXM-TIPO EQUAL 'CD'
                       ADD CXM-VALOR TO WRK-TOP-SAIDAS(WRK-IND-OPER)
                   WHEN OTHER
                       ADD CXM-VALOR TO WRK-TOP-ENTRADAS(WRK-IND-OPER)
               END-EVALUATE
           END-IF.

      *----PROCURA LOJA+OPERADOR NA TABELA; SEM ACHAR, O INDICE-------
      *----FICA UMA POSICAO ALEM DA ULTIMA OCUPADA---------------------
       0218-ACHAR-OPERADOR        SECTION.
           MOVE 1 TO WRK-IND-OPER.
           PERFORM UNTIL WRK-IND-OPER GREATER WRK-QT-OPER
                   OR (WRK-TOP-LOJA(WRK-IND-OPER) EQUAL WRK-LOJA-GAV
                   AND WRK-TOP-OPERADOR(WRK-IND-OPER)
                       EQUAL WRK-OPER-GAV)
               ADD 1 TO WRK-IND-OPER
           END-PERFORM.

      *----CLASSIFICA A RECEITA NA ESPECIE CAPTADA NO BALCAO----------
       0222-SOMAR-ESPECIE         SECTION.
           EVALUATE TRUE
               WHEN CXM-CARTAO
                   ADD CXM-VALOR TO CAIXA-VLR-CARTAO
               WHEN CXM-NA-CONTA
                   ADD CXM-VALOR TO CAIXA-VLR-NA-CONTA
               WHEN OTHER
                   ADD CXM-VALOR TO CAIXA-VLR-DINHEIRO
           END-EVALUATE.

      *----O SALDO RETIDO DE CAUCOES E ESTOQUE, NAO MOVIMENTO DO-----
      *----DIA: CONTINUA APURADO NO CAUCAO.DAT PELA LOJA DO EMPRESTIMO-
       0232-APURAR-CAUCOES        SECTION.
           MOVE ZEROS TO CAIXA-VLR-CAUCAO-SALDO.
           IF FS-CAUCAO EQUAL ZEROS
               MOVE ZEROS TO CAU-CHAVE
               START CAUCAO KEY >= CAU-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CAUCAO NEXT
                       PERFORM UNTIL FS-CAUCAO NOT EQUAL ZEROS
                           PERFORM 0233-SOMAR-CAUCAO
                           READ CAUCAO NEXT
                       END-PERFORM
               END-START
           END-IF.

       0233-SOMAR-CAUCAO          SECTION.
           MOVE CAU-LOJA TO WRK-LOJA-REG.
           PERFORM 0205-TESTAR-LOJA.
           IF WRK-LOJA-PASSA EQUAL 'S' AND CAU-RETIDA AND
              CAU-DATA-EMPRESTIMO NOT GREATER WRK-DATA-FECHAMENTO
               ADD CAU-VALOR TO CAIXA-VLR-CAUCAO-SALDO
           END-IF.
      *----DEVOLVIDA PELA URNA: O RESTO AINDA ESTA COM A LOJA---------
           IF WRK-LOJA-PASSA EQUAL 'S' AND CAU-A-ENTREGAR
               COMPUTE CAIXA-VLR-CAUCAO-SALDO = CAIXA-VLR-CAUCAO-SALDO
                   + CAU-VALOR - CAU-VALOR-APLICADO
           END-IF.

      *----CONFRONTA A CONTAGEM CEGA DE CADA OPERADOR DO DIA COM O----
      *----ESPERADO DA GAVETA E GRAVA O RESULTADO NA PROPRIA CONTAGEM;-
      *----QUEM TEVE MOVIMENTO E NAO CONTOU GANHA REGISTRO 'S'---------
       0234-APURAR-GAVETAS        SECTION.
           MOVE ZEROS TO CAIXA-VLR-CONTADO CAIXA-VLR-DIFERENCA.
           MOVE WRK-DATA-FECHAMENTO TO CONT-DATA.
           MOVE ZEROS TO CONT-LOJA CONT-OPERADOR.
           START CONTAGEM KEY >= CONT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CONTAGEM NEXT
                   PERFORM UNTIL FS-CONTAGEM NOT EQUAL ZEROS
                           OR CONT-DATA NOT EQUAL WRK-DATA-FECHAMENTO
                       MOVE CONT-LOJA TO WRK-LOJA-REG
                       PERFORM 0205-TESTAR-LOJA
                       IF WRK-LOJA-PASSA EQUAL 'S'
                           PERFORM 0235-APURAR-CONTAGEM
                       END-IF
                       READ CONTAGEM NEXT
                   END-PERFORM
           END-START.
           MOVE 1 TO WRK-IND-OPER.
           PERFORM UNTIL WRK-IND-OPER GREATER WRK-QT-OPER
               IF WRK-TOP-CONTADA(WRK-IND-OPER) EQUAL 'N'
                   PERFORM 0236-GRAVAR-SEM-CONTAGEM
               END-IF
               ADD 1 TO WRK-IND-OPER
           END-PERFORM.

       0235-APURAR-CONTAGEM       SECTION.
           MOVE CONT-LOJA TO WRK-LOJA-GAV.
           MOVE CONT-OPERADOR TO WRK-OPER-GAV.
           PERFORM 0218-ACHAR-OPERADOR.
           IF WRK-IND-OPER GREATER WRK-QT-OPER
               MOVE ZEROS TO CONT-VLR-ABERTURA CONT-VLR-ENTRADAS
                             CONT-VLR-SAIDAS CONT-VLR-SANGRIA
           ELSE
               MOVE 'S' TO WRK-TOP-CONTADA(WRK-IND-OPER)
               MOVE WRK-TOP-ABERTURA(WRK-IND-OPER)
                    TO CONT-VLR-ABERTURA
               MOVE WRK-TOP-ENTRADAS(WRK-IND-OPER)
                    TO CONT-VLR-ENTRADAS
               MOVE WRK-TOP-SAIDAS(WRK-IND-OPER) TO CONT-VLR-SAIDAS
               MOVE WRK-TOP-SANGRIA(WRK-IND-OPER) TO CONT-VLR-SANGRIA
           END-IF.
           COMPUTE CONT-VLR-ESPERADO = CONT-VLR-ABERTURA
               + CONT-VLR-ENTRADAS - CONT-VLR-SAIDAS - CONT-VLR-SANGRIA.
           IF CONT-CONTADA
               COMPUTE CONT-VLR-DIFERENCA =
                   CONT-VLR-CONTADO - CONT-VLR-ESPERADO
               ADD CONT-VLR-CONTADO TO CAIXA-VLR-CONTADO
               ADD CONT-VLR-DIFERENCA TO CAIXA-VLR-DIFERENCA
           ELSE
               MOVE ZEROS TO CONT-VLR-DIFERENCA
           END-IF.
           MOVE 'S' TO CONT-APURADA.
           REWRITE CONT-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A CONTAGEM " CONT-CHAVE
           END-REWRITE.

       0236-GRAVAR-SEM-CONTAGEM   SECTION.
           INITIALIZE CONT-REG.
           MOVE WRK-DATA-FECHAMENTO TO CONT-DATA.
           MOVE WRK-TOP-LOJA(WRK-IND-OPER) TO CONT-LOJA.
           MOVE WRK-TOP-OPERADOR(WRK-IND-OPER) TO CONT-OPERADOR.
           MOVE 'S' TO CONT-SITUACAO.
           MOVE 'S' TO CONT-APURADA.
           MOVE WRK-TOP-ABERTURA(WRK-IND-OPER) TO CONT-VLR-ABERTURA.
           MOVE WRK-TOP-ENTRADAS(WRK-IND-OPER) TO CONT-VLR-ENTRADAS.
           MOVE WRK-TOP-SAIDAS(WRK-IND-OPER) TO CONT-VLR-SAIDAS.
           MOVE WRK-TOP-SANGRIA(WRK-IND-OPER) TO CONT-VLR-SANGRIA.
           COMPUTE CONT-VLR-ESPERADO = CONT-VLR-ABERTURA
               + CONT-VLR-ENTRADAS - CONT-VLR-SAIDAS - CONT-VLR-SANGRIA.
           WRITE CONT-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *----GRAVA O FECHAMENTO DO DIA EM CAIXA.DAT----------------------
       0230-GRAVAR-FECHAMENTO     SECTION.
               + CAIXA-VLR-MULTAS
               + CAIXA-VLR-RECEB + CAIXA-VLR-GIFT
               + CAIXA-VLR-VENDAS + CAIXA-VLR-PARC
               + CAIXA-VLR-RENOV + CAIXA-VLR-PLANOS.
           WRITE CAIXA-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O FECHAMENTO EM CAIXA.DAT"
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

           MOVE CAIXA-VLR-PLANOS TO WRK-VLR-PLANOS-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'PLANOS......: '  DELIMITED BY SIZE
               CAIXA-QT-PLANOS   DELIMITED BY SIZE
               ' / R$ '          DELIMITED BY SIZE
               WRK-VLR-PLANOS-ED DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

           MOVE CAIXA-VLR-TOTAL TO WRK-VLR-TOTAL-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

           MOVE '---------- CAUCOES (PASSIVO - NAO E RECEITA) ---'
                TO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

           MOVE CAIXA-VLR-CAUCAO-REC TO WRK-VLR-CAUCAO-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'RECEBIDAS...: '      DELIMITED BY SIZE
               CAIXA-QT-CAUCAO-REC   DELIMITED BY SIZE
               ' / R$ '              DELIMITED BY SIZE
               WRK-VLR-CAUCAO-ED     DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

           MOVE CAIXA-VLR-CAUCAO-DEV TO WRK-VLR-CAUCAO-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'DEVOLVIDAS..: '      DELIMITED BY SIZE
               CAIXA-QT-CAUCAO-DEV   DELIMITED BY SIZE
               ' / R$ '              DELIMITED BY SIZE
               WRK-VLR-CAUCAO-ED     DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

           MOVE CAIXA-VLR-CAUCAO-APL TO WRK-VLR-CAUCAO-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'APLICADAS EM MULTA/REPOSICAO: R$ '
                                     DELIMITED BY SIZE
               WRK-VLR-CAUCAO-ED     DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

           MOVE CAIXA-VLR-CAUCAO-SALDO TO WRK-VLR-CAUCAO-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'SALDO RETIDO (A DEVOLVER)...: R$ '
                                     DELIMITED BY SIZE
               WRK-VLR-CAUCAO-ED     DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

      *----A GAVETA TEM O DINHEIRO DA RECEITA MAIS AS CAUCOES EM------
      *----DINHEIRO RECEBIDAS MENOS AS DEVOLVIDAS NO DIA---------------
           COMPUTE WRK-GAVETA = CAIXA-VLR-DINHEIRO
               + CAIXA-DIN-CAUCAO-REC - CAIXA-DIN-CAUCAO-DEV.
           MOVE WRK-GAVETA TO WRK-GAVETA-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'GAVETA COM AS CAUCOES........: R$'
                                     DELIMITED BY SIZE
               WRK-GAVETA-ED         DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

           PERFORM 0410-IMPRIMIR-GAVETAS.

           CLOSE RELCAIXA.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELCAIXA-NOME.

      *----GAVETA DO DIA: TROCO, SANGRIA E A CONTAGEM CEGA DE CADA----
      *----OPERADOR COM A SOBRA/FALTA GRAVADA NA APURACAO--------------
       0410-IMPRIMIR-GAVETAS      SECTION.
           COMPUTE WRK-GAVETA = WRK-GAVETA + CAIXA-VLR-ABERTURA
                              - CAIXA-VLR-SANGRIA.
           MOVE WRK-GAVETA TO WRK-GAVETA-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'GAVETA ESPERADA (+TROCO -SANGRIA): R$'
                                     DELIMITED BY SIZE
               WRK-GAVETA-ED         DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

           MOVE '---------- CONTAGEM CEGA POR OPERADOR ---------'
                TO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.
           MOVE WRK-DATA-FECHAMENTO TO CONT-DATA.
           MOVE ZEROS TO CONT-LOJA CONT-OPERADOR.
           START CONTAGEM KEY >= CONT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CONTAGEM NEXT
                   PERFORM UNTIL FS-CONTAGEM NOT EQUAL ZEROS
                           OR CONT-DATA NOT EQUAL WRK-DATA-FECHAMENTO
                       MOVE CONT-LOJA TO WRK-LOJA-REG
                       PERFORM 0205-TESTAR-LOJA
                       IF WRK-LOJA-PASSA EQUAL 'S'
                           PERFORM 0415-LINHA-GAVETA
                       END-IF
                       READ CONTAGEM NEXT
                   END-PERFORM
           END-START.

           MOVE CAIXA-VLR-CONTADO TO WRK-VLR-CAUCAO-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'TOTAL CONTADO NAS GAVETAS....: R$ '
                                     DELIMITED BY SIZE
               WRK-VLR-CAUCAO-ED     DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.
           MOVE CAIXA-VLR-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'SOBRA/FALTA DO DIA...........: R$ '
                                     DELIMITED BY SIZE
               WRK-DIFERENCA-ED      DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

       0415-LINHA-GAVETA          SECTION.
           MOVE CONT-VLR-ESPERADO TO WRK-ESPERADO-ED.
           MOVE CONT-VLR-CONTADO TO WRK-CONTADO-ED.
           MOVE CONT-VLR-DIFERENCA TO WRK-DIFERENCA-ED.
           EVALUATE TRUE
               WHEN CONT-SEM-CONTAGEM
                   MOVE 'SEM CONTAGEM' TO WRK-SITUACAO-GAV
               WHEN NOT CONT-JA-APURADA
                   MOVE 'NAO APURADA' TO WRK-SITUACAO-GAV
               WHEN CONT-VLR-DIFERENCA LESS ZEROS
                   MOVE 'FALTA' TO WRK-SITUACAO-GAV
               WHEN CONT-VLR-DIFERENCA GREATER ZEROS
                   MOVE 'SOBRA' TO WRK-SITUACAO-GAV
               WHEN OTHER
                   MOVE 'OK' TO WRK-SITUACAO-GAV
           END-EVALUATE.
           MOVE SPACES TO RELCAIXA-DADOS.
           STRING
               'OPER '               DELIMITED BY SIZE
               CONT-OPERADOR         DELIMITED BY SIZE
               ' LJ '                DELIMITED BY SIZE
               CONT-LOJA             DELIMITED BY SIZE
               ' ESP '               DELIMITED BY SIZE
               WRK-ESPERADO-ED       DELIMITED BY SIZE
               ' CONT '              DELIMITED BY SIZE
               WRK-CONTADO-ED        DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WRK-DIFERENCA-ED      DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WRK-SITUACAO-GAV      DELIMITED BY SIZE
               INTO RELCAIXA-DADOS.
           WRITE RELCAIXA-REG.

       0300-FINALIZAR             SECTION.
           CLOSE CONTAGEM.
           CLOSE CAIXAMOV.
           CLOSE CAUCAO.
           CLOSE CAIXA.
           DISPLAY "FIM DO FECHAMENTO DE CAIXA".
