       IDENTIFICATION              DIVISION.
       PROGRAM-ID. ROTABAIXA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: BAIXA DO ROTEIRO DO ENTREGADOR - NA VOLTA DA
      *==           ROTA O OPERADOR DIGITA O RESULTADO DE CADA PARADA
      *==           DA LOJA DA SESSAO EM ROTA.DAT (GRAVADA PELO
      *==           ROTAGERA): E ENTREGUE / C COLETADO / A AUSENTE
      *== DATA: 15/10/2026
      *== OBSERVACOES: ENTER MANTEM O RESULTADO DA PARADA. PARADA
      *==           AUSENTE OU SEM RESULTADO SAI NO ROTAFALHA DA
      *==           MANHA SEGUINTE. A COLETA SO REGISTRA A VISITA: A
      *==           DEVOLUCAO DO FILME SEGUE SENDO FEITA NO BALCAO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ROTA ASSIGN TO 'DADOS\ROTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROTA-CHAVE
               FILE STATUS IS FS-ROTA.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD ROTA.
           COPY "ROTAREG".

       FD CLIENTES.
           COPY "CLIENTREG".

       WORKING-STORAGE            SECTION.
       77 FS-ROTA               PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ROTA         PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA              PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ROTA          PIC X(01) VALUE 'N'.
       77 WRK-RESULTADO         PIC X(01) VALUE SPACES.
       77 WRK-TIPO-ED           PIC X(07) VALUE SPACES.
       77 WRK-QT-PARADAS        PIC 9(03) VALUE ZEROS.
       77 WRK-QT-BAIXADAS       PIC 9(03) VALUE ZEROS.
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
           OPEN I-O ROTA.
           IF FS-ROTA NOT EQUAL ZEROS
               DISPLAY "ROTA.DAT INDISPONIVEL - RODAR O ROTAGERA"
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-OPER-LOJA TO WRK-LOJA.
           IF WRK-LOJA EQUAL ZEROS
               MOVE 1 TO WRK-LOJA
           END-IF.

      *----PERCORRE AS PARADAS DO DIA DA LOJA DA SESSAO---------------
       0200-PROCESSAR             SECTION.
           DISPLAY "DATA DA ROTA (AAAAMMDD, 0 = HOJE)."
           ACCEPT WRK-DATA-ROTA.
           IF WRK-DATA-ROTA EQUAL ZEROS
               MOVE WRK-HOJE TO WRK-DATA-ROTA
           END-IF.
           MOVE ZEROS TO WRK-QT-PARADAS.
           MOVE ZEROS TO WRK-QT-BAIXADAS.
           MOVE WRK-DATA-ROTA TO ROTA-DATA.
           MOVE WRK-LOJA TO ROTA-LOJA.
           MOVE SPACES TO ROTA-CIDADE.
           MOVE ZEROS TO ROTA-CEP.
           MOVE SPACES TO ROTA-TIPO.
           MOVE ZEROS TO ROTA-CLIENTE.
           MOVE ZEROS TO ROTA-CODFILME.
           MOVE 'N' TO WRK-FIM-ROTA.
           START ROTA KEY IS NOT LESS ROTA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ROTA
           END-START.
           PERFORM UNTIL WRK-FIM-ROTA EQUAL 'S'
               READ ROTA NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ROTA
               END-READ
               IF WRK-FIM-ROTA EQUAL 'N'
                   IF ROTA-DATA NOT EQUAL WRK-DATA-ROTA
                      OR ROTA-LOJA NOT EQUAL WRK-LOJA
                       MOVE 'S' TO WRK-FIM-ROTA
                   ELSE
                       ADD 1 TO WRK-QT-PARADAS
                       PERFORM 0210-BAIXAR-PARADA
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QT-PARADAS EQUAL ZEROS
               DISPLAY "NENHUMA PARADA NA ROTA DESTA LOJA NA DATA"
           ELSE
               DISPLAY "PARADAS: " WRK-QT-PARADAS
                       " / BAIXADAS AGORA: " WRK-QT-BAIXADAS
           END-IF.
           DISPLAY "OUTRA ROTA (S/N).................."
           ACCEPT WRK-CONTINUA.

      *----MOSTRA A PARADA E ACEITA O RESULTADO (ENTER MANTEM)--------
       0210-BAIXAR-PARADA         SECTION.
           MOVE ROTA-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CLIENTES-NOME
           END-READ.
           IF ROTA-ENTREGA
               MOVE 'ENTREGA' TO WRK-TIPO-ED
           ELSE
               MOVE 'COLETA ' TO WRK-TIPO-ED
           END-IF.
           DISPLAY WRK-TIPO-ED " " ROTA-CIDADE " CEP " ROTA-CEP.
           DISPLAY "  " CLIENTES-NOME " FILME " ROTA-CODFILME
                   " RESULTADO ATUAL: [" ROTA-RESULTADO "]".
           IF ROTA-ENTREGA
               DISPLAY "  E-ENTREGUE  A-AUSENTE  ENTER-MANTEM......"
           ELSE
               DISPLAY "  C-COLETADO  A-AUSENTE  ENTER-MANTEM......"
           END-IF.
           MOVE SPACES TO WRK-RESULTADO.
           ACCEPT WRK-RESULTADO.
           EVALUATE WRK-RESULTADO
               WHEN 'e'
                   MOVE 'E' TO WRK-RESULTADO
               WHEN 'c'
                   MOVE 'C' TO WRK-RESULTADO
               WHEN 'a'
                   MOVE 'A' TO WRK-RESULTADO
           END-EVALUATE.
           IF WRK-RESULTADO NOT EQUAL SPACES
               IF WRK-RESULTADO EQUAL 'A'
                  OR (WRK-RESULTADO EQUAL 'E' AND ROTA-ENTREGA)
                  OR (WRK-RESULTADO EQUAL 'C' AND ROTA-COLETA)
                   MOVE WRK-RESULTADO TO ROTA-RESULTADO
                   MOVE WRK-HOJE TO ROTA-DATA-BAIXA
                   MOVE WRK-OPER-CODIGO TO ROTA-OPERADOR
                   REWRITE ROTA-REG
                       INVALID KEY
                           DISPLAY "ERRO NA GRAVACAO DA PARADA"
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-BAIXADAS
                   END-REWRITE
               ELSE
                   DISPLAY "RESULTADO INVALIDO - PARADA MANTIDA"
               END-IF
           END-IF.

       0300-FINALIZAR             SECTION.
           CLOSE ROTA.
           CLOSE CLIENTES.
           DISPLAY "FIM DE PROGRAMA".
