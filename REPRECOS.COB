      *==           DE ARREDONDAMENTO, E IMPRIME O ANTES/DEPOIS DE
      *==           CADA REGISTRO EM REPRECOAAAAMMDD.TXT
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - A CAUCAO DO FILME (TIPO 'C') NAO E PRECO
      *==                   DE LOCACAO E FICA FORA DE QUALQUER ESCOPO
      *== OBSERVACOES: O CONTROLE REPRECTL.DAT GUARDA A DATA DA
      *==           ULTIMA APLICACAO E RECUSA UMA SEGUNDA RODADA NO
      *==           MESMO DIA, PARA O REAJUSTE NAO COMPOR EM DOBRO
                       MOVE 'N' TO WRK-APLICA
                   END-IF
           END-EVALUATE.
           IF PRECO-CAUCAO
               MOVE 'N' TO WRK-APLICA
           END-IF.

      *----APLICA O REAJUSTE, ARREDONDA E IMPRIME O ANTES/DEPOIS------
       0220-REAJUSTAR-REGISTRO    SECTION.
