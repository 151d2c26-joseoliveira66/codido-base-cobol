      *==           CADASTRO). O COMPARATIVO COTADO X ABASTECIDO SAI
      *==           NO VEICREL
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - CAPTA A CATEGORIA DE CNH EXIGIDA PARA
      *==                   DIRIGIR O VEICULO (PADRAO PELA CAPACIDADE)
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
       77 WRK-CUSTO-FIXO    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CAPACIDADE    PIC 9(02)    VALUE ZEROS.
       77 WRK-ATIVO         PIC X(01)    VALUE 'S'.
       77 WRK-CATEGORIA     PIC X(01)    VALUE SPACES.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.
       77 WRK-LITROS        PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR         PIC 9(06)V99 VALUE ZEROS.
           ACCEPT WRK-CAPACIDADE.
           DISPLAY "ATIVO (S/N)......................."
           ACCEPT WRK-ATIVO.
           DISPLAY "CATEGORIA CNH EXIGIDA (B/C/D/E)..."
           DISPLAY "(BRANCO = D ACIMA DE 8 PASSAGEIROS, SENAO B)"
           ACCEPT WRK-CATEGORIA.

           MOVE WRK-PLACA TO VEIC-PLACA.
           READ VEICULOS
           ELSE
               MOVE 'S' TO VEIC-ATIVO
           END-IF.
           INSPECT WRK-CATEGORIA CONVERTING 'bcde' TO 'BCDE'.
           IF WRK-CATEGORIA EQUAL 'B' OR WRK-CATEGORIA EQUAL 'C' OR
              WRK-CATEGORIA EQUAL 'D' OR WRK-CATEGORIA EQUAL 'E'
               MOVE WRK-CATEGORIA TO VEIC-CATEGORIA
           ELSE
               IF WRK-CAPACIDADE GREATER 8
                   MOVE 'D' TO VEIC-CATEGORIA
               ELSE
                   MOVE 'B' TO VEIC-CATEGORIA
               END-IF
           END-IF.

      *----CAPTA UM ABASTECIMENTO DO VEICULO--------------------------
       0220-ABASTECER             SECTION.
