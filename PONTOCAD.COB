      *==           CADASTRO FUNCIONARIOS.DAT (FUNCAD). O FECHAMENTO
      *==           MENSAL E DO PONTOFECHA
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - FALTA LANCADA COMO FOLGA DO BANCO DE HORAS
      *==                   ('B'), SO PARA FUNCIONARIO EM BANCO DE
      *==                   HORAS (FUNC-BANCO-HORAS)
      *== OBSERVACOES: O MESMO DIA REGRAVADO SUBSTITUI A MARCACAO
      *========================================
       ENVIRONMENT                DIVISION.
           MOVE 'N' TO WRK-JUSTIFICADA.
           IF WRK-FALTA EQUAL 'S' OR WRK-FALTA EQUAL 's'
               MOVE 'S' TO WRK-FALTA
               DISPLAY "FALTA JUSTIFICADA (S/N/B-FOLGA DO BANCO "
                       "DE HORAS)"
               ACCEPT WRK-JUSTIFICADA
               IF WRK-JUSTIFICADA EQUAL 's'
                   MOVE 'S' TO WRK-JUSTIFICADA
               END-IF
               IF WRK-JUSTIFICADA EQUAL 'b'
                   MOVE 'B' TO WRK-JUSTIFICADA
               END-IF
               IF WRK-JUSTIFICADA EQUAL 'B' AND
                  NOT FUNC-EM-BANCO-HORAS
                   DISPLAY "FUNCIONARIO FORA DO BANCO DE HORAS - "
                           "MARCACAO RECUSADA"
                   GO TO 0210-FIM
               END-IF
           ELSE
               MOVE 'N' TO WRK-FALTA
               DISPLAY "ENTRADA (HHMM)...................."
