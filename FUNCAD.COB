      *==                   TRABALHO (MODULO DE FERIAS E 13O)
      *==   01/09/2026 JO - CAPTA BANCO/AGENCIA/CONTA DO CREDITO DE
      *==                   SALARIO (REMESSA BANCARIA)
      *==   15/10/2026 JO - CAPTA A LOJA DE LOTACAO (RESULTADO POR
      *==                   LOJA NO RESLOJA)
      *==   15/10/2026 JO - CAPTA A ADESAO AO BANCO DE HORAS
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
       77 WRK-BANCO        PIC 9(03)     VALUE ZEROS.
       77 WRK-AGENCIA      PIC 9(04)     VALUE ZEROS.
       77 WRK-CONTA        PIC 9(08)     VALUE ZEROS.
       77 WRK-LOJA         PIC 9(02)     VALUE ZEROS.
       77 WRK-BANCO-HORAS  PIC X(01)     VALUE 'N'.
       77 WRK-CONTINUA     PIC X(01)     VALUE 'S'.

       PROCEDURE                  DIVISION.
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA (8 DIGITOS).................."
           ACCEPT WRK-CONTA.
           DISPLAY "LOJA DE LOTACAO (0 = MATRIZ)......."
           ACCEPT WRK-LOJA.
           DISPLAY "BANCO DE HORAS (S/N)..............."
           ACCEPT WRK-BANCO-HORAS.
           IF WRK-BANCO-HORAS EQUAL 's'
               MOVE 'S' TO WRK-BANCO-HORAS
           END-IF.

           MOVE WRK-CODIGO TO FUNC-CODIGO.
           READ FUNCIONARIOS
           MOVE WRK-BANCO        TO FUNC-BANCO.
           MOVE WRK-AGENCIA      TO FUNC-AGENCIA.
           MOVE WRK-CONTA        TO FUNC-CONTA.
           MOVE WRK-LOJA         TO FUNC-LOJA.
           MOVE WRK-BANCO-HORAS  TO FUNC-BANCO-HORAS.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
