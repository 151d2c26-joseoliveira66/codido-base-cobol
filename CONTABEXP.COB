      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: EXPORTACAO CONTABIL NOTURNA - TRANSFORMA O
      *==           MOVIMENTO DO DIA NO RAZAO DO BALCAO
      *==           (CAIXAMOV.LOG) E AS MULTAS GERADAS NO DIA
      *==           (MULTAS.DAT) EM LANCAMENTOS DE DEBITO/CREDITO
      *==           BALANCEADOS NO ARQUIVO DE
      *==           INTERFACE CONTABAAAAMMDD.TXT (LAYOUT FIXO COM
      *==           TRAILER DE CONTROLE), USANDO O PLANO DE CONTAS
      *==           PLANOCTA.DAT (CTACAD)
      *==                   DE MULTA) SOMADOS DO FECHAMENTO DE CAIXA,
      *==                   PARA A INTERFACE SEGUIR BALANCEADA COM AS
      *==                   RECEITAS NOVAS DO BALCAO
      *==   15/10/2026 JO - CAUCOES DO FECHAMENTO COMO PASSIVO: 'CA'
      *==                   RECEBIDAS, 'CD' DEVOLVIDAS E 'CR' RETIDAS
      *==                   PARA MULTA/REPOSICAO
      *==   15/10/2026 JO - RECEITAS E CAUCOES SOMADAS DIRETO DO RAZAO
      *==                   DO BALCAO (CAIXAMOV.LOG) POR TIPO DE
      *==                   LANCAMENTO, SEM DEPENDER DO CAIXA.DAT
      *==   15/10/2026 JO - TIPO 'PL' (MENSALIDADES DE PLANO PAGAS NO
      *==                   BALCAO PELO PLANOPAG)
      *==   15/10/2026 JO - TIPO 'GX' (SALDO EXPIRADO DE CARTAO
      *==                   PRESENTE, MOVIMENTO 'X' DO GIFTMOV.DAT
      *==                   GRAVADO PELO GIFTREL) COMO RECEITA
      *==   15/10/2026 JO - MULTAS GERADAS SELECIONADAS PELA DATA DE
      *==                   LANCAMENTO (DEVOLUCAO PELA URNA E DATADA DO
      *==                   DIA UTIL ANTERIOR, JA EXPORTADO)
      *== OBSERVACOES: LAYOUT DA LINHA: TIPO(1) 'L' / DATA(8) /
      *==           CONTA(6) / D-C(1) / VALOR EM CENTAVOS(13) /
      *==           HISTORICO(30). TRAILER: TIPO 'T' / DATA(8) /
      *==           QTDE(6) / TOTAL DEBITOS(13) / TOTAL CREDITOS(13).
      *==           SOMA TODAS AS LOJAS DO DIA NO RAZAO. TIPO DE
      *==           RECEITA SEM MAPEAMENTO NO PLANO DE CONTAS ABENDA
      *==           O JOB PARA NAO GERAR INTERFACE FURADA
      *========================================

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *----RAZAO DOS LANCAMENTOS DO BALCAO (CXLANCA)------------------
           SELECT CAIXAMOV ASSIGN TO 'DADOS\CAIXAMOV.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXAMOV.

           SELECT MULTAS ASSIGN TO 'DADOS\MULTAS.DAT'
               ORGANIZATION IS INDEXED
               FILE STATUS IS MULTAS-STATUS
               RECORD KEY IS MUL-CHAVE.

           SELECT GIFTMOV ASSIGN TO 'DADOS\GIFTMOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GMOV-CHAVE
               FILE STATUS IS FS-GIFTMOV.

           SELECT PLANOCTA ASSIGN TO 'DADOS\PLANOCTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CAIXAMOV.
           COPY "CXMOVREG".

       FD MULTAS.
           COPY "MULTAREG".

       FD GIFTMOV.
           COPY "GIFTMOVREG".

       FD PLANOCTA.
           COPY "PLANCTAREG".

           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-CAIXAMOV           PIC 9(02) VALUE ZEROS.
       77 MULTAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-PLANOCTA           PIC 9(02) VALUE ZEROS.
       77 FS-GIFTMOV            PIC 9(02) VALUE ZEROS.
       77 FS-CONTAB             PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-DIA               PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MULTA        PIC 9(08) VALUE ZEROS.
       77 WRK-CONTAB-NOME       PIC X(030) VALUE SPACES.
       77 WRK-QT-LINHAS         PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-DEBITOS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-LANC        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TIPO-LANC         PIC X(02) VALUE SPACES.
       77 WRK-VLR-MULTAS-GER    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-GIFT-EXP      PIC 9(09)V99 VALUE ZEROS.
      *----ACUMULADORES DO DIA POR TIPO DE RECEITA---------------------
       77 WRK-VLR-LOCACOES      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-MULTAS        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-PARC          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-RENOV         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-ENTREGAS      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-PLANOS        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-CAUCAO-REC    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-CAUCAO-DEV    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-CAUCAO-APL    PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-SOMAR-RAZAO
               PERFORM 0220-SOMAR-MULTAS-GERADAS
               PERFORM 0230-SOMAR-GIFT-EXPIRADOS
               PERFORM 0400-GERAR-INTERFACE
           END-IF.
           PERFORM 0300-FINALIZAR.
           IF WRK-DIA EQUAL ZEROS
               ACCEPT WRK-DIA FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT CAIXAMOV.
           IF FS-CAIXAMOV NOT EQUAL ZEROS
               DISPLAY "CAIXAMOV.LOG INDISPONIVEL - SEM MOVIMENTO"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT MULTAS.
           OPEN INPUT GIFTMOV.
           OPEN INPUT PLANOCTA.
           IF FS-PLANOCTA NOT EQUAL ZEROS
               DISPLAY "PLANOCTA.DAT INDISPONIVEL (VER CTACAD)"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.

      *----LE O RAZAO INTEIRO E SOMA OS LANCAMENTOS DO DIA DE------
      *----TODAS AS LOJAS NO ACUMULADOR DO TIPO------------------------
       0200-SOMAR-RAZAO           SECTION.
           READ CAIXAMOV.
           PERFORM UNTIL FS-CAIXAMOV NOT EQUAL ZEROS
               IF CXM-DATA EQUAL WRK-DIA
                   PERFORM 0210-ACUMULAR-LANCAMENTO
               END-IF
               READ CAIXAMOV
           END-PERFORM.

       0210-ACUMULAR-LANCAMENTO   SECTION.
           EVALUATE CXM-TIPO
               WHEN 'LO'
                   ADD CXM-VALOR TO WRK-VLR-LOCACOES
               WHEN 'MU'
                   ADD CXM-VALOR TO WRK-VLR-MULTAS
               WHEN 'RC'
                   ADD CXM-VALOR TO WRK-VLR-RECEB
               WHEN 'GC'
                   ADD CXM-VALOR TO WRK-VLR-GIFT
               WHEN 'VU'
                   ADD CXM-VALOR TO WRK-VLR-VENDAS
               WHEN 'PM'
                   ADD CXM-VALOR TO WRK-VLR-PARC
               WHEN 'RN'
                   ADD CXM-VALOR TO WRK-VLR-RENOV
               WHEN 'EN'
                   ADD CXM-VALOR TO WRK-VLR-ENTREGAS
               WHEN 'PL'
                   ADD CXM-VALOR TO WRK-VLR-PLANOS
               WHEN 'CA'
                   ADD CXM-VALOR TO WRK-VLR-CAUCAO-REC
               WHEN 'CD'
                   ADD CXM-VALOR TO WRK-VLR-CAUCAO-DEV
               WHEN 'CR'
                   ADD CXM-VALOR TO WRK-VLR-CAUCAO-APL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----MULTAS GERADAS NO DIA ENTRAM COMO RECEBIVEL----------------
       0220-SOMAR-MULTAS-GERADAS  SECTION.
                   NOT INVALID KEY
                       READ MULTAS NEXT
                       PERFORM UNTIL MULTAS-STATUS NOT EQUAL ZEROS
                           IF MUL-DATA-LANCAMENTO IS NUMERIC AND
                              MUL-DATA-LANCAMENTO GREATER ZEROS
                               MOVE MUL-DATA-LANCAMENTO
                                    TO WRK-DATA-MULTA
                           ELSE
                               MOVE MUL-DATA-GERACAO TO WRK-DATA-MULTA
                           END-IF
                           IF WRK-DATA-MULTA EQUAL WRK-DIA
                               ADD MUL-VALOR TO WRK-VLR-MULTAS-GER
                           END-IF
                           READ MULTAS NEXT
               END-START
           END-IF.

      *----SALDO DE CARTAO PRESENTE EXPIRADO NO DIA SAI DO PASSIVO----
      *----PARA A RECEITA (NAO PASSA PELO BALCAO)-----------------------
       0230-SOMAR-GIFT-EXPIRADOS  SECTION.
           IF FS-GIFTMOV EQUAL ZEROS
               MOVE ZEROS TO GMOV-CHAVE
               START GIFTMOV KEY >= GMOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ GIFTMOV NEXT
                       PERFORM UNTIL FS-GIFTMOV NOT EQUAL ZEROS
                           IF GMOV-EXPIRACAO AND
                              GMOV-DATA EQUAL WRK-DIA
                               ADD GMOV-VALOR TO WRK-VLR-GIFT-EXP
                           END-IF
                           READ GIFTMOV NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----MONTA O ARQUIVO DE INTERFACE COM TRAILER DE CONTROLE-------
       0400-GERAR-INTERFACE       SECTION.
           MOVE SPACES TO WRK-CONTAB-NOME.
           MOVE 'GC' TO WRK-TIPO-LANC.
           MOVE WRK-VLR-GIFT TO WRK-VALOR-LANC.
           PERFORM 0410-LANCAR-PARTIDA.
           MOVE 'GX' TO WRK-TIPO-LANC.
           MOVE WRK-VLR-GIFT-EXP TO WRK-VALOR-LANC.
           PERFORM 0410-LANCAR-PARTIDA.
           MOVE 'VU' TO WRK-TIPO-LANC.
           MOVE WRK-VLR-VENDAS TO WRK-VALOR-LANC.
           PERFORM 0410-LANCAR-PARTIDA.
           MOVE 'EN' TO WRK-TIPO-LANC.
           MOVE WRK-VLR-ENTREGAS TO WRK-VALOR-LANC.
           PERFORM 0410-LANCAR-PARTIDA.
           MOVE 'PL' TO WRK-TIPO-LANC.
           MOVE WRK-VLR-PLANOS TO WRK-VALOR-LANC.
           PERFORM 0410-LANCAR-PARTIDA.
      *----CAUCOES: A RECEBIDA E A DEVOLVIDA MEXEM NO PASSIVO CONTRA O-
      *----CAIXA; A RETIDA SAI DO PASSIVO PARA A RECEITA DE MULTAS-----
           MOVE 'CA' TO WRK-TIPO-LANC.
           MOVE WRK-VLR-CAUCAO-REC TO WRK-VALOR-LANC.
           PERFORM 0410-LANCAR-PARTIDA.
           MOVE 'CD' TO WRK-TIPO-LANC.
           MOVE WRK-VLR-CAUCAO-DEV TO WRK-VALOR-LANC.
           PERFORM 0410-LANCAR-PARTIDA.
           MOVE 'CR' TO WRK-TIPO-LANC.
           MOVE WRK-VLR-CAUCAO-APL TO WRK-VALOR-LANC.
           PERFORM 0410-LANCAR-PARTIDA.

           PERFORM 0420-GRAVAR-TRAILER.
           CLOSE CONTAB.
           END-IF.

       0300-FINALIZAR             SECTION.
           CLOSE CAIXAMOV.
           CLOSE MULTAS.
           CLOSE GIFTMOV.
           CLOSE PLANOCTA.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA EXPORTACAO CONTABIL".
