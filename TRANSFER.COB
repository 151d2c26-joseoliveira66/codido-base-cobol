      *==           GRAVA OS DOIS LADOS NO JORNAL MOVIMENT.DAT COM O
      *==           MESMO IDENTIFICADOR (RELATORIO DIARIO NO MOVREL)
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - TRANSFERENCIA RECUSADA COM O MES FECHADO
      *==                   PELO FECHAMES (PERIODOCHK)
      *== OBSERVACOES: LIMITE ZERADO NO CADASTRO VALE O PADRAO -500,
      *==           COMO NAS DEMAIS TELAS DE CONTA
      *========================================
       77 WRK-TECLA         PIC X(01)  VALUE SPACES.
       77 WRK-ID            PIC 9(05)  VALUE ZEROS.
       77 WRK-GRAVADO       PIC X(01)  VALUE 'N'.
       77 WRK-PER-FECHADO   PIC X(01)  VALUE 'N'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
               IF WRK-VALOR EQUAL ZEROS
                   DISPLAY "VALOR ZERADO - NADA FEITO"
               ELSE
                   CALL "PERIODOCHK" USING WRK-HOJE, WRK-PER-FECHADO
                   IF WRK-PER-FECHADO EQUAL 'S'
                       DISPLAY "PERIODO FECHADO - TRANSFERENCIA "
                               "RECUSADA"
                   ELSE
                       PERFORM 0210-VALIDAR-E-EXECUTAR
                   END-IF
               END-IF
           END-IF.
           DISPLAY "OUTRA TRANSFERENCIA (S/N)........."
