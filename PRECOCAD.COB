      *==           (PRECOS.DAT) - PRECO POR GENERO COM EXCECAO POR
      *==           FILME PARA LANCAMENTOS, USADA PELO FILMESJC
      *== DATA: 22/08/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - ACRESCIMO POR FORMATO DE MIDIA (TIPO 'M',
      *==                   FORMATO D-DVD/B-BLU-RAY/4-4K)
      *==   15/10/2026 JO - CAUCAO DO FILME (TIPO 'C') PARA O
      *==                   LANCAMENTO CARO
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
       77 WRK-TIPO         PIC X(01)     VALUE SPACES.
       77 WRK-GENERO       PIC X(08)     VALUE SPACES.
       77 WRK-CODFILME     PIC 9(05)     VALUE ZEROS.
       77 WRK-FORMATO      PIC X(01)     VALUE SPACES.
       77 WRK-VALOR        PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CONTINUA     PIC X(01)     VALUE 'S'.


      *----INCLUI OU ALTERA UM PRECO DE GENERO OU DE FILME------------
       0200-PROCESSAR             SECTION.
           DISPLAY "PRECO POR G-GENERO, F-FILME OU"
           DISPLAY "M-ACRESCIMO DO FORMATO OU"
           DISPLAY "C-CAUCAO DO FILME................."
           ACCEPT WRK-TIPO.

           MOVE SPACES TO PRECO-CODIGO.
           EVALUATE WRK-TIPO
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO PRECO-TIPO
                   DISPLAY "CODIGO DO FILME..................."
                   ACCEPT WRK-CODFILME
                   MOVE WRK-CODFILME TO PRECO-CODFILME
               WHEN 'M'
               WHEN 'm'
                   MOVE 'M' TO PRECO-TIPO
                   DISPLAY "FORMATO (D-DVD B-BLU-RAY 4-4K)...."
                   ACCEPT WRK-FORMATO
                   IF WRK-FORMATO EQUAL 'b'
                       MOVE 'B' TO WRK-FORMATO
                   END-IF
                   IF WRK-FORMATO NOT EQUAL 'B' AND
                      WRK-FORMATO NOT EQUAL '4'
                       MOVE 'D' TO WRK-FORMATO
                   END-IF
                   MOVE WRK-FORMATO TO PRECO-CODIGO
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO PRECO-TIPO
                   DISPLAY "CODIGO DO FILME..................."
                   ACCEPT WRK-CODFILME
                   MOVE WRK-CODFILME TO PRECO-CODFILME
               WHEN OTHER
                   MOVE 'G' TO PRECO-TIPO
                   DISPLAY "GENERO (ATE 8 LETRAS)............."
                   ACCEPT WRK-GENERO
                   MOVE WRK-GENERO TO PRECO-CODIGO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN PRECO-POR-FORMATO
                   DISPLAY "ACRESCIMO DO FORMATO (EX: 2,00)..."
               WHEN PRECO-CAUCAO
                   DISPLAY "CAUCAO DO FILME (EX: 30,00)......."
               WHEN OTHER
                   DISPLAY "VALOR DA LOCACAO (EX: 9,90)......."
           END-EVALUATE.
           ACCEPT WRK-VALOR.

           READ PRECOS
