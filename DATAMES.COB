      *==                   DATPROXUTIL (PROXIMO DIA UTIL),
      *==                   DATADDUTIL (SOMA N DIAS UTEIS) E
      *==                   DATEHUTIL (E DIA UTIL?)
      *==   15/10/2026 JO - NOVA ENTRADA DATANTUTIL (DIA UTIL ANTERIOR
      *==                   A DATA INFORMADA), PARA A DEVOLUCAO PELA
      *==                   URNA DO FILMESJC
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
           PERFORM 1450-FECHAR-FERIADOS.
           GOBACK.

      *----ENTRADA: DIA UTIL ANTERIOR A DATA DE REFERENCIA-------------
       1300-ANT-UTIL                 SECTION.
           ENTRY "DATANTUTIL" USING LNK-DATA-REF, LNK-DATA-RESULT.
           PERFORM 1400-ABRIR-FERIADOS.
           MOVE LNK-DATA-REF TO WRK-DATA-UTIL.
           PERFORM 1310-VOLTAR-UM-DIA.
           PERFORM 1420-TESTAR-UTIL.
           PERFORM UNTIL WRK-EH-UTIL EQUAL 'S'
               PERFORM 1310-VOLTAR-UM-DIA
               PERFORM 1420-TESTAR-UTIL
           END-PERFORM.
           MOVE WRK-DATA-UTIL TO LNK-DATA-RESULT.
           PERFORM 1450-FECHAR-FERIADOS.
           GOBACK.

       1310-VOLTAR-UM-DIA            SECTION.
           COMPUTE WRK-DATA-UTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-UTIL) - 1).

      *----ROLA A DATA PARA FRENTE ATE CAIR EM DIA UTIL-----------------
       1410-ROLAR-PARA-UTIL          SECTION.
           PERFORM 1420-TESTAR-UTIL.
