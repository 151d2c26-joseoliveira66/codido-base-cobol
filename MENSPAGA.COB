      *==           DE ATRASO DE ESCFIN.DAT DEPOIS DO VENCIMENTO, E
      *==           IMPRIME O RECIBO EM DISCO
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - RECEBIMENTO RECUSADO COM O MES FECHADO
      *==                   PELO FECHAMES (PERIODOCHK)
      *==   15/10/2026 JO - MARCA O PAGAMENTO COMO FEITO NA JANELA,
      *==                   PARA A CONCILIACAO DO RETORNO DE BOLETOS
      *==                   (MENSRET)
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
       77 WRK-ACRESCIMO     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-RECIBO-NOME   PIC X(035) VALUE SPACES.
       77 WRK-TECLA         PIC X(01) VALUE SPACES.
       77 WRK-PER-FECHADO   PIC X(01) VALUE 'N'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
                   IF MEN-QUITADA
                       DISPLAY "MENSALIDADE JA QUITADA"
                   ELSE
                       CALL "PERIODOCHK" USING WRK-HOJE,
                                               WRK-PER-FECHADO
                       IF WRK-PER-FECHADO EQUAL 'S'
                           DISPLAY "PERIODO FECHADO - RECEBIMENTO "
                                   "RECUSADO"
                       ELSE
                           PERFORM 0210-RECEBER
                       END-IF
                   END-IF
           END-READ.
           DISPLAY "OUTRO RECEBIMENTO (S/N)..........."
               MOVE WRK-VALOR-DEVIDO TO MEN-VALOR-PAGO
               MOVE WRK-HOJE TO MEN-DATA-PGTO
               MOVE 'Q' TO MEN-STATUS
               MOVE 'J' TO MEN-FORMA-PGTO
               REWRITE MEN-REG
                   INVALID KEY
                       DISPLAY "ERRO AO QUITAR A MENSALIDADE"
