       77 WRK-SENHA-TENTAT   PIC 9(01) VALUE ZEROS.
       77 WRK-EMPFUN-MAXPCT  PIC 9(02) VALUE ZEROS.
       77 WRK-VENDA-MINIMO   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DESG-MAX-LOC   PIC 9(03) VALUE ZEROS.
       77 WRK-DESG-MAX-AVAR  PIC 9(02) VALUE ZEROS.
       77 WRK-DESG-ANOS      PIC 9(02) VALUE ZEROS.
       77 WRK-DESG-DIAS      PIC 9(03) VALUE ZEROS.
       77 WRK-ADOTA          PIC X(01) VALUE SPACES.
       77 WRK-ALTERA-CAUCAO  PIC X(01) VALUE SPACES.
       77 WRK-CAUCAO-NOVO    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PLANO-ATRASO   PIC 9(03) VALUE ZEROS.
       77 WRK-NEGAT-DIAS     PIC 9(03) VALUE ZEROS.
       77 WRK-GIFT-MESES     PIC 9(03) VALUE ZEROS.
       77 WRK-GIFT-AVISO     PIC 9(03) VALUE ZEROS.
       77 WRK-REATIV-MESES   PIC 9(02) VALUE ZEROS.
       77 WRK-CUSTO-PARADA   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-BH-MESES       PIC 9(02) VALUE ZEROS.
       77 WRK-CAMBIO-LIM     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-COAF-VALOR     PIC 9(08)V99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
                   MOVE 90 TO PARAM-SENHA-DIAS
                   MOVE 3 TO PARAM-SENHA-TENTAT
                   MOVE 30 TO PARAM-EMPFUN-MAXPCT
                   MOVE 60 TO PARAM-DESG-MAX-LOC
                   MOVE 1 TO PARAM-DESG-MAX-AVARIA
                   MOVE 3 TO PARAM-DESG-ANOS
                   MOVE 180 TO PARAM-DESG-DIAS-OCIOSA
                   MOVE 'N' TO PARAM-ADOTA-DEVOLUCAO
                   MOVE ZEROS TO PARAM-CAUCAO-NOVO
                   MOVE 10 TO PARAM-PLANO-DIAS-ATRASO
                   MOVE 90 TO PARAM-NEGAT-DIAS
                   MOVE 12 TO PARAM-GIFT-MESES
                   MOVE 30 TO PARAM-GIFT-DIAS-AVISO
                   MOVE 6 TO PARAM-REATIV-MESES
                   MOVE ZEROS TO PARAM-CUSTO-PARADA
                   MOVE 6 TO PARAM-BH-MESES
                   MOVE ZEROS TO PARAM-CAMBIO-LIM-MES
                   MOVE 10000,00 TO PARAM-COAF-VALOR
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE
           END-READ.
               MOVE WRK-EMPFUN-MAXPCT TO PARAM-EMPFUN-MAXPCT
           END-IF.

           DISPLAY "DESGASTE: LOCACOES QUE APOSENTAM A COPIA:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-DESG-MAX-LOC.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-DESG-MAX-LOC.
           IF WRK-DESG-MAX-LOC GREATER ZEROS
               MOVE WRK-DESG-MAX-LOC TO PARAM-DESG-MAX-LOC
           END-IF.

           DISPLAY "DESGASTE: DEVOLUCOES AVARIADAS TOLERADAS:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-DESG-MAX-AVARIA.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-DESG-MAX-AVAR.
           IF WRK-DESG-MAX-AVAR GREATER ZEROS
               MOVE WRK-DESG-MAX-AVAR TO PARAM-DESG-MAX-AVARIA
           END-IF.

           DISPLAY "DESGASTE: IDADE DA COPIA VELHA (ANOS):".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-DESG-ANOS.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-DESG-ANOS.
           IF WRK-DESG-ANOS GREATER ZEROS
               MOVE WRK-DESG-ANOS TO PARAM-DESG-ANOS
           END-IF.

           DISPLAY "DESGASTE: DIAS SEM SAIR DA COPIA OCIOSA:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-DESG-DIAS-OCIOSA.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-DESG-DIAS.
           IF WRK-DESG-DIAS GREATER ZEROS
               MOVE WRK-DESG-DIAS TO PARAM-DESG-DIAS-OCIOSA
           END-IF.

           DISPLAY "DEVOLUCAO EM OUTRA LOJA - ADOTA A COPIA SE".
           DISPLAY "A FILA DE RESERVA FOR DA LOJA QUE RECEBEU:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-ADOTA-DEVOLUCAO.
           DISPLAY "S-ADOTA / N-VOLTA (BRANCO MANTEM).."
           ACCEPT WRK-ADOTA.
           IF WRK-ADOTA EQUAL 'S' OR WRK-ADOTA EQUAL 's'
               MOVE 'S' TO PARAM-ADOTA-DEVOLUCAO
           END-IF.
           IF WRK-ADOTA EQUAL 'N' OR WRK-ADOTA EQUAL 'n'
               MOVE 'N' TO PARAM-ADOTA-DEVOLUCAO
           END-IF.

      *----ZERO E VALOR VALIDO AQUI (DESLIGA A CAUCAO DO CLIENTE------
      *----NOVO), POR ISSO A ALTERACAO E CONFIRMADA ANTES DO VALOR-----
           DISPLAY "CAUCAO DO CLIENTE SEM HISTORICO:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-CAUCAO-NOVO.
           DISPLAY "ALTERAR? (S / BRANCO MANTEM)......"
           ACCEPT WRK-ALTERA-CAUCAO.
           IF WRK-ALTERA-CAUCAO EQUAL 'S' OR
              WRK-ALTERA-CAUCAO EQUAL 's'
               DISPLAY "NOVO VALOR (EX: 20,00 / 0 NAO EXIGE)"
               ACCEPT WRK-CAUCAO-NOVO
               MOVE WRK-CAUCAO-NOVO TO PARAM-CAUCAO-NOVO
           END-IF.

           DISPLAY "PLANO: DIAS DE ATRASO DA MENSALIDADE".
           DISPLAY "QUE SUSPENDEM A COBERTURA:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-PLANO-DIAS-ATRASO.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-PLANO-ATRASO.
           IF WRK-PLANO-ATRASO GREATER ZEROS
               MOVE WRK-PLANO-ATRASO TO PARAM-PLANO-DIAS-ATRASO
           END-IF.

           DISPLAY "BIRO DE CREDITO: DIAS DE ATRASO DA".
           DISPLAY "DIVIDA PARA INCLUIR O CLIENTE:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-NEGAT-DIAS.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-NEGAT-DIAS.
           IF WRK-NEGAT-DIAS GREATER ZEROS
               MOVE WRK-NEGAT-DIAS TO PARAM-NEGAT-DIAS
           END-IF.

           DISPLAY "CARTAO PRESENTE: MESES SEM USO ATE O".
           DISPLAY "AVISO DE EXPIRACAO:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-GIFT-MESES.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-GIFT-MESES.
           IF WRK-GIFT-MESES GREATER ZEROS
               MOVE WRK-GIFT-MESES TO PARAM-GIFT-MESES
           END-IF.

           DISPLAY "CARTAO PRESENTE: DIAS ENTRE O AVISO E".
           DISPLAY "A EXPIRACAO DO SALDO:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-GIFT-DIAS-AVISO.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-GIFT-AVISO.
           IF WRK-GIFT-AVISO GREATER ZEROS
               MOVE WRK-GIFT-AVISO TO PARAM-GIFT-DIAS-AVISO
           END-IF.

           DISPLAY "REATIVACAO: MESES SEM EMPRESTIMO QUE".
           DISPLAY "FAZEM O CLIENTE PARADO:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-REATIV-MESES.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-REATIV-MESES.
           IF WRK-REATIV-MESES GREATER ZEROS
               MOVE WRK-REATIV-MESES TO PARAM-REATIV-MESES
           END-IF.

           DISPLAY "ENTREGA: CUSTO DE CADA PARADA DO".
           DISPLAY "ENTREGADOR (RESULTADO POR LOJA):".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-CUSTO-PARADA.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-CUSTO-PARADA.
           IF WRK-CUSTO-PARADA GREATER ZEROS
               MOVE WRK-CUSTO-PARADA TO PARAM-CUSTO-PARADA
           END-IF.

           DISPLAY "BANCO DE HORAS: MESES ATE A HORA NAO".
           DISPLAY "COMPENSADA SER PAGA COMO EXTRA:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-BH-MESES.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-BH-MESES.
           IF WRK-BH-MESES GREATER ZEROS
               MOVE WRK-BH-MESES TO PARAM-BH-MESES
           END-IF.

           DISPLAY "CAMBIO: LIMITE MENSAL EM REAIS POR".
           DISPLAY "CLIENTE (ZERO = SEM LIMITE):".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-CAMBIO-LIM-MES.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-CAMBIO-LIM.
           IF WRK-CAMBIO-LIM GREATER ZEROS
               MOVE WRK-CAMBIO-LIM TO PARAM-CAMBIO-LIM-MES
           END-IF.

           DISPLAY "CAMBIO: VALOR DA OPERACAO QUE VAI".
           DISPLAY "PARA O RELATORIO DO COAF:".
           DISPLAY "VALOR ATUAL......................."
                   PARAM-COAF-VALOR.
           DISPLAY "NOVO VALOR (0 MANTEM).............."
           ACCEPT WRK-COAF-VALOR.
           IF WRK-COAF-VALOR GREATER ZEROS
               MOVE WRK-COAF-VALOR TO PARAM-COAF-VALOR
           END-IF.

           MOVE 1 TO PARAM-CHAVE.
           IF WRK-EXISTE EQUAL 'S'
               REWRITE PARAM-REG
