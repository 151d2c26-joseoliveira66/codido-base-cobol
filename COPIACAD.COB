      *== ALTERACOES:
      *==   01/09/2026 JO - LOJA DONA DA COPIA NO CADASTRO (ZERO =
      *==                   LOJA 1); A MARCA DE TRANSITO E DO LOJATRANS
      *==   15/10/2026 JO - FORMATO DE MIDIA DA COPIA (D-DVD/B-BLU-RAY/
      *==                   4-4K), PRECIFICADO PELO TIPO 'M' DO PRECOCAD
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
       77 WRK-DATA-AQUIS   PIC 9(08) VALUE ZEROS.
       77 WRK-ATIVA        PIC X(01) VALUE 'S'.
       77 WRK-LOJA         PIC 9(02) VALUE ZEROS.
       77 WRK-FORMATO      PIC X(01) VALUE SPACES.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.

       PROCEDURE                  DIVISION.
           ACCEPT WRK-ATIVA.
           DISPLAY "LOJA DA COPIA (0 = MATRIZ)........."
           ACCEPT WRK-LOJA.
           DISPLAY "FORMATO (D-DVD B-BLU-RAY 4-4K)...."
           ACCEPT WRK-FORMATO.

           MOVE WRK-CODFILME TO COPIA-CODFILME.
           MOVE WRK-NUMERO   TO COPIA-NUMERO.
           ELSE
               MOVE WRK-LOJA TO COPIA-LOJA
           END-IF.
           IF WRK-FORMATO EQUAL 'b'
               MOVE 'B' TO WRK-FORMATO
           END-IF.
           MOVE WRK-FORMATO    TO COPIA-FORMATO.
           IF NOT COPIA-FMT-VALIDO
               MOVE 'D' TO COPIA-FORMATO
           END-IF.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
