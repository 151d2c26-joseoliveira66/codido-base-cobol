      *==           (TERMFECHA), EM HISTESCNNNNNN.TXT, PARA
      *==           TRANSFERENCIAS E CERTIFICADOS SEM REDIGITACAO
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - MOSTRA A NOTA DA RECUPERACAO POR MATERIA
      *==                   E A MEDIA FINAL GRAVADAS PELO RESFINAL
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
       77 WRK-LINHA-REL     PIC X(90) VALUE SPACES.
       77 WRK-QT-ANOS       PIC 9(02) VALUE ZEROS.
       77 WRK-I             PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA-ED       PIC Z9,99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.

       0210-IMPRIMIR-ANO          SECTION.
           ADD 1 TO WRK-QT-ANOS.
      *----ANO FECHADO ANTES DA RECUPERACAO NO HISTORICO: SEM NOTAS---
      *----DE RECUPERACAO E MEDIA FINAL IGUAL A DO PERIODO-------------
           IF HES-MEDIA-FINAL IS NOT NUMERIC
               MOVE HES-MEDIA TO HES-MEDIA-FINAL
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I GREATER 5
                   MOVE ZEROS TO HES-NOTAS-RECUP(WRK-I)
               END-PERFORM
           END-IF.
           IF WRK-QT-ANOS EQUAL 1
               MOVE SPACES TO WRK-LINHA-REL
               STRING
               HES-TURMA       DELIMITED BY SIZE
               ' / MEDIA '     DELIMITED BY SIZE
               HES-MEDIA       DELIMITED BY SIZE
               ' / FINAL '     DELIMITED BY SIZE
               HES-MEDIA-FINAL DELIMITED BY SIZE
               ' / FALTAS % '  DELIMITED BY SIZE
               HES-PCT-FALTAS  DELIMITED BY SIZE
               ' / '           DELIMITED BY SIZE
                   HES-FALTAS(WRK-I)  DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               IF HES-NOTAS-RECUP(WRK-I) GREATER ZEROS
                   MOVE ' / RECUPERACAO ' TO WRK-LINHA-REL(37:15)
                   MOVE HES-NOTAS-RECUP(WRK-I) TO WRK-NOTA-ED
                   MOVE WRK-NOTA-ED TO WRK-LINHA-REL(52:5)
               END-IF
               PERFORM 0450-GRAVAR-LINHA
           END-PERFORM.
           MOVE '------------------------------------------'
