      *==                   DE PRESENCA E REPROVA POR FALTA QUANDO AS
      *==                   FALTAS PASSAM DE ESCPAR-MAX-FALTAS-PCT,
      *==                   MESMO COM MEDIA DE APROVACAO
      *==   15/10/2026 JO - REGRA DA NOTA FINAL APOS A RECUPERACAO
      *==                   (M = MAIOR NOTA / A = MEDIA DAS DUAS)
      *==                   AJUSTADA JUNTO COM AS MEDIAS DE CORTE
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
                   MOVE 4,00 TO ESCPAR-MEDIA-RECUP
                   MOVE 'N' TO ESCPAR-TRAVA
                   MOVE 25 TO ESCPAR-MAX-FALTAS-PCT
                   MOVE 'M' TO ESCPAR-REGRA-FINAL
                   WRITE ESCPAR-REG INVALID KEY CONTINUE END-WRITE
           END-READ.
           IF ESCPAR-MAX-FALTAS-PCT EQUAL ZEROS
               MOVE 25 TO ESCPAR-MAX-FALTAS-PCT
           END-IF.
           IF NOT ESCPAR-FINAL-MEDIA
               MOVE 'M' TO ESCPAR-REGRA-FINAL
           END-IF.
           DISPLAY "MEDIA DE APROVACAO ATUAL: " ESCPAR-MEDIA-APROV.
           DISPLAY "MEDIA DE RECUPERACAO ATUAL: " ESCPAR-MEDIA-RECUP.
           DISPLAY "ALTERAR AS MEDIAS DE CORTE (S/N)?"
               IF WRK-PCT-NOVO GREATER ZEROS
                   MOVE WRK-PCT-NOVO TO ESCPAR-MAX-FALTAS-PCT
               END-IF
               DISPLAY "REGRA DA NOTA FINAL APOS RECUPERACAO: "
                       ESCPAR-REGRA-FINAL
               DISPLAY "M = MAIOR NOTA / A = MEDIA DAS DUAS "
                       "(BRANCO MANTEM)"
               ACCEPT WRK-RESP
               EVALUATE WRK-RESP
                   WHEN 'M'
                   WHEN 'm'
                       MOVE 'M' TO ESCPAR-REGRA-FINAL
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'A' TO ESCPAR-REGRA-FINAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               REWRITE ESCPAR-REG
                   INVALID KEY
                       WRITE ESCPAR-REG
