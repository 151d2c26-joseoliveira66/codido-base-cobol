      *==                   ALUNO (NOTAS, FALTAS, MEDIA E SITUACAO)
      *==                   PARA O HISTORICO ESCOLAR PERMANENTE
      *==                   HISTESC.DAT, IMPRESSO PELO HISTREL
      *==   15/10/2026 JO - A FOTO SAI SEM RECUPERACAO (MEDIA FINAL =
      *==                   MEDIA DO PERIODO); O RESFINAL COMPLETA
      *==                   DEPOIS DA PROVA DE RECUPERACAO
      *== OBSERVACOES: SO OPERADOR DE NIVEL SUPERVISOR (LOGON) PODE
      *==           MEXER NA TRAVA
      *========================================
                   MOVE 6,00 TO ESCPAR-MEDIA-APROV
                   MOVE 4,00 TO ESCPAR-MEDIA-RECUP
                   MOVE 'N' TO ESCPAR-TRAVA
                   MOVE 'M' TO ESCPAR-REGRA-FINAL
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE
           END-READ.
                   UNTIL WRK-I GREATER 5
               MOVE ALUNO-NOTAS(WRK-I) TO HES-NOTAS(WRK-I)
               MOVE ZEROS TO HES-FALTAS(WRK-I)
               MOVE ZEROS TO HES-NOTAS-RECUP(WRK-I)
               IF WRK-I NOT GREATER ALUNO-QTD-NOTAS
                   ADD ALUNO-NOTAS(WRK-I) TO WRK-SOMA-NOTAS
                   IF WRK-TEM-FALTAS EQUAL 'S'
           ELSE
               MOVE ZEROS TO HES-MEDIA
           END-IF.
           MOVE HES-MEDIA TO HES-MEDIA-FINAL.
           MOVE ZEROS TO HES-PCT-FALTAS.
           IF WRK-TOT-AULAS GREATER ZEROS
               COMPUTE HES-PCT-FALTAS =
