      *==                   CONSOLIDADA (LOJA 0); OS MOVIMENTOS DE
      *==                   CLIENTES E FILMES SEGUEM GLOBAIS (CADASTRO
      *==                   UNICO DA REDE)
      *==   15/10/2026 JO - DEVOLUCAO CONTA NA LOJA QUE A RECEBEU
      *==                   (EMP-LOJA-DEVOL) E O RELATORIO MOSTRA
      *==                   QUANTAS ERAM DE EMPRESTIMO DE OUTRA LOJA
      *==   15/10/2026 JO - MOVIMENTO DE DINHEIRO DO DIA LIDO DO RAZAO
      *==                   DO BALCAO (CAIXAMOV.LOG): QUANTIDADE DE
      *==                   LANCAMENTOS, RECEITA POR ESPECIE E CAUCOES
      *==                   EM DINHEIRO RECEBIDAS/DEVOLVIDAS (TROCO
      *==                   E SANGRIA DA GAVETA FICAM DE FORA)
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILMAUD-STATUS.

      *----RAZAO DOS LANCAMENTOS DO BALCAO (CXLANCA)------------------
           SELECT CAIXAMOV ASSIGN TO 'DADOS\CAIXAMOV.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXAMOV.

      *----NOME GERADO EM 0100-INICIALIZAR COM A DATA APURADA----------
           SELECT RELDIA ASSIGN TO WRK-RELDIA-NOME
               ORGANIZATION IS SEQUENTIAL
       FD FILMAUD.
           COPY "FILMAUDREG".

       FD CAIXAMOV.
           COPY "CXMOVREG".

       FD RELDIA.
       01 RELDIA-REG.
           05 RELDIA-DADOS          PIC X(79).
       77 WRK-LOJA-PASSA        PIC X(01) VALUE 'S'.
       77 WRK-QT-EMPRESTADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEVOLVIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEV-OUTRA      PIC 9(05) VALUE ZEROS.
       77 WRK-LOJA-EMP          PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ATRASADOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLI-INCL       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLI-ALT        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLI-EXCL       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FIL-INCL       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FIL-EXCL       PIC 9(05) VALUE ZEROS.
       77 FS-CAIXAMOV           PIC 9(02) VALUE ZEROS.
       77 WRK-QT-LANCAMENTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-VLR-DINHEIRO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-CARTAO        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-NA-CONTA      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-CAUCAO-REC    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-CAUCAO-DEV    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZZZZZ9,99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0200-APURAR-EMPRESTIMOS.
           PERFORM 0220-APURAR-CLIENTES.
           PERFORM 0240-APURAR-FILMES.
           PERFORM 0260-APURAR-CAIXA.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0300-FINALIZAR.
           GOBACK.
           END-IF.
           OPEN INPUT AUDITORIA.
           OPEN INPUT FILMAUD.
           OPEN INPUT CAIXAMOV.
           MOVE SPACES TO WRK-RELDIA-NOME.
           STRING
               'DADOS\OPERDIA'  DELIMITED BY SIZE
                               IF EMP-DATA-EMPRESTIMO EQUAL WRK-DIA
                                   ADD 1 TO WRK-QT-EMPRESTADOS
                               END-IF
                               IF EMP-ABERTO AND
                                      EMP-DATA-PREVISTA LESS WRK-DIA
                                   ADD 1 TO WRK-QT-ATRASADOS
                               END-IF
                           END-IF
                           IF EMP-ENCERRADO AND
                                  EMP-DATA-DEVOLUCAO EQUAL WRK-DIA
                               PERFORM 0210-APURAR-DEVOLUCAO
                           END-IF
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----A DEVOLUCAO CONTA NA LOJA QUE A RECEBEU (ZERO = A LOJA DO--
      *----EMPRESTIMO); SEPARA AS QUE VIERAM DE OUTRA LOJA-------------
       0210-APURAR-DEVOLUCAO      SECTION.
           MOVE EMP-LOJA TO WRK-LOJA-EMP.
           IF WRK-LOJA-EMP EQUAL ZEROS
               MOVE 1 TO WRK-LOJA-EMP
           END-IF.
           MOVE EMP-LOJA-DEVOL TO WRK-LOJA-REG.
           IF WRK-LOJA-REG EQUAL ZEROS
               MOVE WRK-LOJA-EMP TO WRK-LOJA-REG
           END-IF.
           PERFORM 0205-TESTAR-LOJA.
           IF WRK-LOJA-PASSA EQUAL 'S'
               ADD 1 TO WRK-QT-DEVOLVIDOS
               IF WRK-LOJA-REG NOT EQUAL WRK-LOJA-EMP
                   ADD 1 TO WRK-QT-DEV-OUTRA
               END-IF
           END-IF.

      *----O EMPRESTIMO SO ENTRA NA APURACAO QUANDO A LOJA DELE------
      *----BATE COM A PEDIDA (ZERO NO REGISTRO VALE LOJA 1)------------
       0205-TESTAR-LOJA           SECTION.
               END-PERFORM
           END-IF.

      *----DINHEIRO DO DIA NO RAZAO DO BALCAO, NA LOJA PEDIDA: A------
      *----RECEITA POR ESPECIE E A CAUCAO EM DINHEIRO (PASSIVO)--------
       0260-APURAR-CAIXA          SECTION.
           IF FS-CAIXAMOV EQUAL ZEROS
               READ CAIXAMOV
               PERFORM UNTIL FS-CAIXAMOV NOT EQUAL ZEROS
                   MOVE CXM-LOJA TO WRK-LOJA-REG
                   PERFORM 0205-TESTAR-LOJA
                   IF CXM-DATA EQUAL WRK-DIA
                      AND WRK-LOJA-PASSA EQUAL 'S'
                       PERFORM 0265-SOMAR-LANCAMENTO
                   END-IF
                   READ CAIXAMOV
               END-PERFORM
           END-IF.

       0265-SOMAR-LANCAMENTO      SECTION.
           ADD 1 TO WRK-QT-LANCAMENTOS.
           EVALUATE TRUE
               WHEN CXM-TIPO EQUAL 'CA'
                   IF NOT CXM-CARTAO
                       ADD CXM-VALOR TO WRK-VLR-CAUCAO-REC
                   END-IF
               WHEN CXM-TIPO EQUAL 'CD'
                   IF NOT CXM-CARTAO
                       ADD CXM-VALOR TO WRK-VLR-CAUCAO-DEV
                   END-IF
               WHEN CXM-TIPO EQUAL 'CR'
                   CONTINUE
      *----TROCO E SANGRIA DA GAVETA NAO SAO RECEITA-------------------
               WHEN CXM-TIPO EQUAL 'AB' OR CXM-TIPO EQUAL 'SG'
                   CONTINUE
               WHEN CXM-CARTAO
                   ADD CXM-VALOR TO WRK-VLR-CARTAO
               WHEN CXM-NA-CONTA
                   ADD CXM-VALOR TO WRK-VLR-NA-CONTA
               WHEN OTHER
                   ADD CXM-VALOR TO WRK-VLR-DINHEIRO
           END-EVALUATE.

      *----GRAVA O RELATORIO CONSOLIDADO DO DIA-------------------------
       0400-IMPRIMIR              SECTION.
           OPEN OUTPUT RELDIA.
           PERFORM 0430-LINHA-CLIENTES.
           PERFORM 0440-LINHA-FILMES.
           PERFORM 0450-LINHA-ATRASADOS.
           PERFORM 0460-LINHA-CAIXA.

           CLOSE RELDIA.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELDIA-NOME.
               WRK-QT-DEVOLVIDOS                    DELIMITED BY SIZE
               INTO RELDIA-DADOS.
           WRITE RELDIA-REG.
           MOVE SPACES TO RELDIA-DADOS.
           STRING
               '  DE EMPRESTIMO DE OUTRA LOJA...: ' DELIMITED BY SIZE
               WRK-QT-DEV-OUTRA                     DELIMITED BY SIZE
               INTO RELDIA-DADOS.
           WRITE RELDIA-REG.

       0430-LINHA-CLIENTES        SECTION.
           MOVE SPACES TO RELDIA-DADOS.
               INTO RELDIA-DADOS.
           WRITE RELDIA-REG.

       0460-LINHA-CAIXA           SECTION.
           MOVE SPACES TO RELDIA-DADOS.
           STRING
               'LANCAMENTOS DE CAIXA NO DIA.....: ' DELIMITED BY SIZE
               WRK-QT-LANCAMENTOS                   DELIMITED BY SIZE
               INTO RELDIA-DADOS.
           WRITE RELDIA-REG.
           MOVE WRK-VLR-DINHEIRO TO WRK-VALOR-ED.
           MOVE SPACES TO RELDIA-DADOS.
           STRING
               '  RECEITA EM DINHEIRO.......: R$ ' DELIMITED BY SIZE
               WRK-VALOR-ED                        DELIMITED BY SIZE
               INTO RELDIA-DADOS.
           WRITE RELDIA-REG.
           MOVE WRK-VLR-CARTAO TO WRK-VALOR-ED.
           MOVE SPACES TO RELDIA-DADOS.
           STRING
               '  RECEITA EM CARTAO.........: R$ ' DELIMITED BY SIZE
               WRK-VALOR-ED                        DELIMITED BY SIZE
               INTO RELDIA-DADOS.
           WRITE RELDIA-REG.
           MOVE WRK-VLR-NA-CONTA TO WRK-VALOR-ED.
           MOVE SPACES TO RELDIA-DADOS.
           STRING
               '  RECEITA NA CONTA..........: R$ ' DELIMITED BY SIZE
               WRK-VALOR-ED                        DELIMITED BY SIZE
               INTO RELDIA-DADOS.
           WRITE RELDIA-REG.
           MOVE WRK-VLR-CAUCAO-REC TO WRK-VALOR-ED.
           MOVE SPACES TO RELDIA-DADOS.
           STRING
               '  CAUCAO RECEBIDA (DINHEIRO): R$ ' DELIMITED BY SIZE
               WRK-VALOR-ED                        DELIMITED BY SIZE
               INTO RELDIA-DADOS.
           WRITE RELDIA-REG.
           MOVE WRK-VLR-CAUCAO-DEV TO WRK-VALOR-ED.
           MOVE SPACES TO RELDIA-DADOS.
           STRING
               '  CAUCAO DEVOLVIDA (DINHEIRO): R$' DELIMITED BY SIZE
               WRK-VALOR-ED                        DELIMITED BY SIZE
               INTO RELDIA-DADOS.
           WRITE RELDIA-REG.

       0300-FINALIZAR             SECTION.
           CLOSE EMPRESTIMOS.
           CLOSE AUDITORIA.
           CLOSE FILMAUD.
           CLOSE CAIXAMOV.
           DISPLAY "FIM DO FECHAMENTO OPERACIONAL".
