      *==           USADAS PELO EXPORTADOR NOTURNO CONTABEXP
      *== DATA: 01/09/2026
      *== OBSERVACOES: TIPOS PREVISTOS: LO, MU, MG, RC, GC, VU,
      *==           PM (PARCELAS DE MULTA), RN (RENOVACOES), EN
      *==           (FRETES DE ENTREGA) E CA/CD/CR (CAUCOES
      *==           RECEBIDAS/DEVOLVIDAS/RETIDAS)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

      *----INCLUI OU ALTERA UM MAPEAMENTO DE CONTAS-------------------
       0200-PROCESSAR             SECTION.
           DISPLAY "TIPO (LO/MU/MG/RC/GC/VU/PM/RN/EN/"
           DISPLAY "      CA/CD/CR)....................."
           ACCEPT WRK-TIPO.
           DISPLAY "DESCRICAO........................."
           ACCEPT WRK-DESCRICAO.
