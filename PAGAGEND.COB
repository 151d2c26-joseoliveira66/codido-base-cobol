      *==           APLICADOS E RECUSADOS NO EXTRATO DA CONTA
      *==           (SALDOLOGNNNN.TXT) COM A DESCRICAO
      *== DATA: 22/08/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - LOTE NAO RODA COM O MES FECHADO PELO
      *==                   FECHAMES (PERIODOCHK) - NADA E APLICADO
      *== OBSERVACOES: SUBSTITUI A DIGITACAO UM A UM DOS ~40
      *==           PAGAMENTOS RECORRENTES NO EXE1SEM3
      *========================================
       77 WRK-SD-PROJETADO   PIC S9(07) VALUE ZEROS.
       77 WRK-QT-APLICADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-RECUSADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-PER-FECHADO    PIC X(01) VALUE 'N'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
      *----VARRE A AGENDA EM ORDEM DE VENCIMENTO E APLICA TUDO O------
      *----QUE VENCE ATE HOJE E AINDA ESTA PENDENTE---------------------
       0200-PROCESSAR             SECTION.
           CALL "PERIODOCHK" USING WRK-HOJE, WRK-PER-FECHADO.
           IF WRK-PER-FECHADO EQUAL 'S'
               DISPLAY "PERIODO FECHADO - NENHUM PAGAMENTO APLICADO"
           END-IF.
           IF FS-AGENDA EQUAL ZEROS AND WRK-PER-FECHADO NOT EQUAL 'S'
               MOVE ZEROS TO AGEND-CHAVE
               START AGENDA KEY >= AGEND-CHAVE
                   INVALID KEY
