       IDENTIFICATION              DIVISION.
       PROGRAM-ID. CXCONCIL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CONCILIACAO DO RAZAO DO BALCAO (CAIXAMOV.LOG)
      *==           COM OS ARQUIVOS DE ORIGEM - REAPURA O DIA PELAS
      *==           REGRAS ANTIGAS DO FECHAMENTO (EMPRESTIMOS,
      *==           MULTAS, RECEBCC, GIFTMOV, VENDAS, PARCELAS,
      *==           RENOV, PLANOCOB E CAUCAO), SOMA O RAZAO DO MESMO
      *==           DIA E LISTA, POR TIPO DE LANCAMENTO E POR
      *==           ESPECIE, OS DOIS VALORES E A DIFERENCA EM
      *==           CXCONCAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - MENSALIDADES DE PLANO PAGAS NO BALCAO
      *==                   (PLANOCOB.DAT X TIPO 'PL' DO RAZAO)
      *== OBSERVACOES: QUALQUER DIFERENCA TERMINA O JOB COM 'ER' NO
      *==           JOBHIST. NA APURACAO POR LOJA A MULTA DA ORIGEM
      *==           CONTA NA LOJA DA MULTA (MUL-LOJA) E A DO RAZAO NA
      *==           LOJA QUE RECEBEU - PARA PROVAR O RAZAO, RODAR
      *==           COM LOJA 0 (REDE)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMOS ASSIGN TO 'DADOS\EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMP-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

           SELECT MULTAS ASSIGN TO 'DADOS\MULTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MULTAS-STATUS
               RECORD KEY IS MUL-CHAVE.

      *----RECEBIMENTOS DA CONTA-CORRENTE DE CLIENTES (CONTACLI)------
           SELECT RECEBCC ASSIGN TO 'DADOS\RECEBCC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS FS-RECEBCC.

      *----RENOVACOES COBRADAS NO BALCAO (FILMESJC)-------------------
           SELECT RENOV ASSIGN TO 'DADOS\RENOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RENOV-CHAVE
               FILE STATUS IS FS-RENOV.

      *----PARCELAS DE MULTAS NEGOCIADAS (FILMESJC)-------------------
           SELECT PARCELAS ASSIGN TO 'DADOS\PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS FS-PARCELAS.

      *----MOVIMENTO DOS CARTOES PRESENTE (GIFTVEND/FILMESJC)---------
           SELECT GIFTMOV ASSIGN TO 'DADOS\GIFTMOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GMOV-CHAVE
               FILE STATUS IS FS-GIFTMOV.

      *----VENDAS DE COPIAS USADAS (VENDACOP)-------------------------
           SELECT VENDAS ASSIGN TO 'DADOS\VENDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDA-CHAVE
               FILE STATUS IS FS-VENDAS.

      *----CAUCOES DOS EMPRESTIMOS (FILMESJC)-------------------------
           SELECT CAUCAO ASSIGN TO 'DADOS\CAUCAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAU-CHAVE
               FILE STATUS IS FS-CAUCAO.

      *----MENSALIDADES DOS PLANOS DE ASSINATURA (PLANOPAG)-----------
           SELECT PLANOCOB ASSIGN TO 'DADOS\PLANOCOB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLNCOB-CHAVE
               FILE STATUS IS FS-PLANOCOB.

      *----RAZAO DOS LANCAMENTOS DO BALCAO (CXLANCA)------------------
           SELECT CAIXAMOV ASSIGN TO 'DADOS\CAIXAMOV.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXAMOV.

      *----NOME GERADO EM 0400-IMPRIMIR COM A DATA CONCILIADA---------
           SELECT RELCONC ASSIGN TO WRK-RELCONC-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RELCONC.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD MULTAS.
           COPY "MULTAREG".

       FD RECEBCC.
           COPY "RECEBREG".

       FD RENOV.
           COPY "RENOVREG".

       FD PARCELAS.
           COPY "PARCREG".

       FD GIFTMOV.
           COPY "GIFTMOVREG".

       FD VENDAS.
           COPY "VENDAREG".

       FD CAUCAO.
           COPY "CAUCAOREG".

       FD PLANOCOB.
           COPY "PLNCOBREG".

       FD CAIXAMOV.
           COPY "CXMOVREG".

       FD RELCONC.
       01 RELCONC-REG.
           05 RELCONC-DADOS         PIC X(79).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 MULTAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-RECEBCC            PIC 9(02) VALUE ZEROS.
       77 FS-GIFTMOV            PIC 9(02) VALUE ZEROS.
       77 FS-VENDAS             PIC 9(02) VALUE ZEROS.
       77 FS-PARCELAS           PIC 9(02) VALUE ZEROS.
       77 FS-RENOV              PIC 9(02) VALUE ZEROS.
       77 FS-CAUCAO             PIC 9(02) VALUE ZEROS.
       77 FS-PLANOCOB           PIC 9(02) VALUE ZEROS.
       77 FS-CAIXAMOV           PIC 9(02) VALUE ZEROS.
       77 FS-RELCONC            PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-DATA-FECHAMENTO   PIC 9(08) VALUE ZEROS.
      *----LOJA A CONCILIAR (0 = REDE INTEIRA)-------------------------
       77 WRK-LOJA-FECHAMENTO   PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA-REG          PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA-PASSA        PIC X(01) VALUE 'S'.
       77 WRK-RELCONC-NOME      PIC X(030) VALUE SPACES.
       77 WRK-QT-RAZAO          PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIFERENCAS     PIC 9(05) VALUE ZEROS.
       77 WRK-IND               PIC 9(02) VALUE ZEROS.
       77 WRK-DIFERENCA         PIC S9(08)V99 VALUE ZEROS.
       77 WRK-FONTE-ED          PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-RAZAO-ED          PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIFERENCA-ED      PIC -ZZZZZZZ9,99 VALUE ZEROS.
      *----APURACAO PELOS ARQUIVOS DE ORIGEM, NO LAYOUT DO CAIXA.DAT---
       COPY "CAIXAREG".
      *----TIPOS DE LANCAMENTO E ESPECIES COMPARADOS, NA ORDEM DO-----
      *----RELATORIO: VALOR DA ORIGEM E VALOR DO RAZAO-----------------
       01 WRK-TIPOS-CONC.
           05 FILLER PIC X(16) VALUE 'LOLOCACOES      '.
           05 FILLER PIC X(16) VALUE 'ENENTREGAS      '.
           05 FILLER PIC X(16) VALUE 'MUMULTAS PAGAS  '.
           05 FILLER PIC X(16) VALUE 'RCRECEB. CONTA  '.
           05 FILLER PIC X(16) VALUE 'GCCARGAS GIFT   '.
           05 FILLER PIC X(16) VALUE 'VUVENDAS USADOS '.
           05 FILLER PIC X(16) VALUE 'PMPARC. MULTAS  '.
           05 FILLER PIC X(16) VALUE 'RNRENOVACOES    '.
           05 FILLER PIC X(16) VALUE 'PLPLANOS        '.
           05 FILLER PIC X(16) VALUE 'CACAUCAO RECEB. '.
           05 FILLER PIC X(16) VALUE 'CDCAUCAO DEVOLV.'.
           05 FILLER PIC X(16) VALUE 'CRCAUCAO RETIDA '.
           05 FILLER PIC X(16) VALUE '* DINHEIRO      '.
           05 FILLER PIC X(16) VALUE '* CARTAO        '.
           05 FILLER PIC X(16) VALUE '* NA CONTA      '.
       01 WRK-TAB-TIPOS REDEFINES WRK-TIPOS-CONC.
           05 WRK-TIPO-ITEM OCCURS 15 TIMES.
               10 WRK-TIPO-COD      PIC X(02).
               10 WRK-TIPO-DESC     PIC X(14).
       01 WRK-TAB-VALORES.
           05 WRK-VALOR-ITEM OCCURS 15 TIMES.
               10 WRK-VLR-FONTE     PIC 9(08)V99.
               10 WRK-VLR-RAZAO     PIC 9(08)V99.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE AS ORIGENS E O RAZAO E PEDE A DATA A CONCILIAR--------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA CONCILIACAO DO RAZAO DO BALCAO".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           OPEN INPUT EMPRESTIMOS.
           IF EMPRESTIMOS-STATUS EQUAL 35
               DISPLAY "EMPRESTIMOS.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT MULTAS.
           IF MULTAS-STATUS EQUAL 35
               DISPLAY "MULTAS.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT RECEBCC.
           IF FS-RECEBCC EQUAL 35
               DISPLAY "RECEBCC.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT GIFTMOV.
           IF FS-GIFTMOV EQUAL 35
               DISPLAY "GIFTMOV.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT RENOV.
           IF FS-RENOV EQUAL 35
               DISPLAY "RENOV.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT PARCELAS.
           IF FS-PARCELAS EQUAL 35
               DISPLAY "PARCELAS.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT VENDAS.
           IF FS-VENDAS EQUAL 35
               DISPLAY "VENDAS.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT CAUCAO.
           IF FS-CAUCAO EQUAL 35
               DISPLAY "CAUCAO.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT PLANOCOB.
           IF FS-PLANOCOB EQUAL 35
               DISPLAY "PLANOCOB.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT CAIXAMOV.
           IF FS-CAIXAMOV EQUAL 35
               DISPLAY "CAIXAMOV.LOG AINDA NAO POSSUI REGISTROS"
           END-IF.

           DISPLAY "DATA A CONCILIAR (AAAAMMDD / 0 = HOJE)..."
           ACCEPT WRK-DATA-FECHAMENTO.
           IF WRK-DATA-FECHAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-FECHAMENTO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "LOJA A CONCILIAR (0 = REDE)..."
           ACCEPT WRK-LOJA-FECHAMENTO.
           MOVE ZEROS TO WRK-TAB-VALORES.

      *----APURA O DIA PELAS ORIGENS, SOMA O RAZAO E MONTA A TABELA---
       0200-PROCESSAR             SECTION.
           PERFORM 0210-APURAR-LOCACOES.
           PERFORM 0220-APURAR-MULTAS.
           PERFORM 0225-APURAR-RECEBIMENTOS.
           PERFORM 0227-APURAR-GIFTCARD.
           PERFORM 0228-APURAR-VENDAS.
           PERFORM 0229-APURAR-PARCELAS.
           PERFORM 0231-APURAR-RENOVACOES.
           PERFORM 0232-APURAR-CAUCOES.
           PERFORM 0234-APURAR-PLANOS.
           MOVE CAIXA-VLR-LOCACOES   TO WRK-VLR-FONTE(01).
           MOVE CAIXA-VLR-ENTREGAS   TO WRK-VLR-FONTE(02).
           MOVE CAIXA-VLR-MULTAS     TO WRK-VLR-FONTE(03).
           MOVE CAIXA-VLR-RECEB      TO WRK-VLR-FONTE(04).
           MOVE CAIXA-VLR-GIFT       TO WRK-VLR-FONTE(05).
           MOVE CAIXA-VLR-VENDAS     TO WRK-VLR-FONTE(06).
           MOVE CAIXA-VLR-PARC       TO WRK-VLR-FONTE(07).
           MOVE CAIXA-VLR-RENOV      TO WRK-VLR-FONTE(08).
           MOVE CAIXA-VLR-PLANOS     TO WRK-VLR-FONTE(09).
           MOVE CAIXA-VLR-CAUCAO-REC TO WRK-VLR-FONTE(10).
           MOVE CAIXA-VLR-CAUCAO-DEV TO WRK-VLR-FONTE(11).
           MOVE CAIXA-VLR-CAUCAO-APL TO WRK-VLR-FONTE(12).
           MOVE CAIXA-VLR-DINHEIRO   TO WRK-VLR-FONTE(13).
           MOVE CAIXA-VLR-CARTAO     TO WRK-VLR-FONTE(14).
           MOVE CAIXA-VLR-NA-CONTA   TO WRK-VLR-FONTE(15).
           PERFORM 0240-SOMAR-RAZAO.

      *----SOMA AS LOCACOES FEITAS NA DATA DO FECHAMENTO--------------
       0210-APURAR-LOCACOES       SECTION.
           MOVE WRK-DATA-FECHAMENTO TO CAIXA-DATA.
           MOVE WRK-LOJA-FECHAMENTO TO CAIXA-LOJA.
           MOVE ZEROS TO CAIXA-QT-LOCACOES CAIXA-VLR-LOCACOES
                         CAIXA-VLR-ENTREGAS
                         CAIXA-VLR-DINHEIRO CAIXA-VLR-CARTAO
                         CAIXA-VLR-NA-CONTA.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               MOVE ZEROS TO EMP-CHAVE
               START EMPRESTIMOS KEY >= EMP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPRESTIMOS NEXT
                       PERFORM UNTIL EMPRESTIMOS-STATUS = 10
                           MOVE EMP-LOJA TO WRK-LOJA-REG
                           PERFORM 0205-TESTAR-LOJA
                           IF EMP-DATA-EMPRESTIMO EQUAL
                                   WRK-DATA-FECHAMENTO
                              AND WRK-LOJA-PASSA EQUAL 'S'
                               ADD 1 TO CAIXA-QT-LOCACOES
                               ADD EMP-VALOR-COBRADO
                                   TO CAIXA-VLR-LOCACOES
      *----O FRETE DA ENTREGA TEM CAMPO PROPRIO: A CONTABILIDADE------
      *----LANCA A ENTREGA EM CONTA SEPARADA DA LOCACAO-----------------
                               ADD EMP-VALOR-ENTREGA
                                   TO CAIXA-VLR-ENTREGAS
                               PERFORM 0215-SOMAR-ESPECIE-EMP
                           END-IF
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----O REGISTRO SO ENTRA NO FECHAMENTO QUANDO A LOJA DELE------
      *----BATE COM A LOJA PEDIDA (ZERO NO REGISTRO VALE LOJA 1;------
      *----FECHAMENTO DA LOJA 0 CONSOLIDA A REDE INTEIRA)--------------
       0205-TESTAR-LOJA           SECTION.
           MOVE 'S' TO WRK-LOJA-PASSA.
           IF WRK-LOJA-FECHAMENTO GREATER ZEROS
               IF WRK-LOJA-REG EQUAL ZEROS
                   MOVE 1 TO WRK-LOJA-REG
               END-IF
               IF WRK-LOJA-REG NOT EQUAL WRK-LOJA-FECHAMENTO
                   MOVE 'N' TO WRK-LOJA-PASSA
               END-IF
           END-IF.

      *----CLASSIFICA A LOCACAO NA ESPECIE CAPTADA NO BALCAO;--------
      *----REGISTRO ANTIGO SEM ESPECIE VALE DINHEIRO-------------------
       0215-SOMAR-ESPECIE-EMP     SECTION.
           EVALUATE TRUE
               WHEN EMP-PAGO-CARTAO
                   ADD EMP-VALOR-COBRADO TO CAIXA-VLR-CARTAO
                   ADD EMP-VALOR-ENTREGA TO CAIXA-VLR-CARTAO
               WHEN EMP-PAGO-NA-CONTA
                   ADD EMP-VALOR-COBRADO TO CAIXA-VLR-NA-CONTA
                   ADD EMP-VALOR-ENTREGA TO CAIXA-VLR-NA-CONTA
               WHEN OTHER
                   ADD EMP-VALOR-COBRADO TO CAIXA-VLR-DINHEIRO
                   ADD EMP-VALOR-ENTREGA TO CAIXA-VLR-DINHEIRO
           END-EVALUATE.

      *----SOMA AS MULTAS QUITADAS NA DATA DO FECHAMENTO--------------
       0220-APURAR-MULTAS         SECTION.
           MOVE ZEROS TO CAIXA-QT-MULTAS CAIXA-VLR-MULTAS.
           IF MULTAS-STATUS EQUAL ZEROS
               MOVE ZEROS TO MUL-CHAVE
               START MULTAS KEY >= MUL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MULTAS NEXT
                       PERFORM UNTIL MULTAS-STATUS = 10
                           MOVE MUL-LOJA TO WRK-LOJA-REG
                           PERFORM 0205-TESTAR-LOJA
                           IF MUL-PAGA AND MUL-DATA-PAGAMENTO EQUAL
                                   WRK-DATA-FECHAMENTO
                              AND WRK-LOJA-PASSA EQUAL 'S'
                              AND NOT MUL-PAGO-PARCELADO
                              AND NOT MUL-PAGO-CAUCAO
                               ADD 1 TO CAIXA-QT-MULTAS
                               ADD MUL-VALOR TO CAIXA-VLR-MULTAS
                               PERFORM 0222-SOMAR-ESPECIE-MUL
                           END-IF
                           READ MULTAS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----CLASSIFICA A MULTA NA ESPECIE CAPTADA NA BAIXA;-----------
      *----REGISTRO ANTIGO SEM ESPECIE VALE DINHEIRO-------------------
       0222-SOMAR-ESPECIE-MUL     SECTION.
           EVALUATE TRUE
               WHEN MUL-PAGO-CARTAO
                   ADD MUL-VALOR TO CAIXA-VLR-CARTAO
               WHEN MUL-PAGO-NA-CONTA
                   ADD MUL-VALOR TO CAIXA-VLR-NA-CONTA
               WHEN OTHER
                   ADD MUL-VALOR TO CAIXA-VLR-DINHEIRO
           END-EVALUATE.

      *----SOMA OS RECEBIMENTOS DA CONTA-CORRENTE FEITOS NO DIA-------
       0225-APURAR-RECEBIMENTOS   SECTION.
           MOVE ZEROS TO CAIXA-QT-RECEB CAIXA-VLR-RECEB.
           IF FS-RECEBCC EQUAL ZEROS
               MOVE ZEROS TO RECEB-CHAVE
               START RECEBCC KEY >= RECEB-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RECEBCC NEXT
                       PERFORM UNTIL FS-RECEBCC NOT EQUAL ZEROS
                           MOVE RECEB-LOJA TO WRK-LOJA-REG
                           PERFORM 0205-TESTAR-LOJA
                           IF RECEB-DATA EQUAL WRK-DATA-FECHAMENTO
                              AND WRK-LOJA-PASSA EQUAL 'S'
                               ADD 1 TO CAIXA-QT-RECEB
                               ADD RECEB-VALOR TO CAIXA-VLR-RECEB
                               IF RECEB-EM-CARTAO
                                   ADD RECEB-VALOR TO CAIXA-VLR-CARTAO
                               ELSE
                                   ADD RECEB-VALOR
                                       TO CAIXA-VLR-DINHEIRO
                               END-IF
                           END-IF
                           READ RECEBCC NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----SOMA AS CARGAS DE CARTAO PRESENTE VENDIDAS NO DIA;--------
      *----O RESGATE NAO ENTRA (A RECEITA JA ENTROU NA CARGA)----------
       0227-APURAR-GIFTCARD       SECTION.
           MOVE ZEROS TO CAIXA-QT-GIFT CAIXA-VLR-GIFT.
           IF FS-GIFTMOV EQUAL ZEROS
               MOVE ZEROS TO GMOV-CHAVE
               START GIFTMOV KEY >= GMOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ GIFTMOV NEXT
                       PERFORM UNTIL FS-GIFTMOV NOT EQUAL ZEROS
                           MOVE GMOV-LOJA TO WRK-LOJA-REG
                           PERFORM 0205-TESTAR-LOJA
                           IF GMOV-VENDA AND GMOV-DATA EQUAL
                                   WRK-DATA-FECHAMENTO
                              AND WRK-LOJA-PASSA EQUAL 'S'
                               ADD 1 TO CAIXA-QT-GIFT
                               ADD GMOV-VALOR TO CAIXA-VLR-GIFT
                               IF GMOV-TENDER EQUAL 'C'
                                   ADD GMOV-VALOR TO CAIXA-VLR-CARTAO
                               ELSE
                                   ADD GMOV-VALOR
                                       TO CAIXA-VLR-DINHEIRO
                               END-IF
                           END-IF
                           READ GIFTMOV NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----SOMA AS VENDAS DE COPIAS USADAS FEITAS NO DIA--------------
       0228-APURAR-VENDAS         SECTION.
           MOVE ZEROS TO CAIXA-QT-VENDAS CAIXA-VLR-VENDAS.
           IF FS-VENDAS EQUAL ZEROS
               MOVE ZEROS TO VENDA-CHAVE
               START VENDAS KEY >= VENDA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ VENDAS NEXT
                       PERFORM UNTIL FS-VENDAS NOT EQUAL ZEROS
                           MOVE VENDA-LOJA TO WRK-LOJA-REG
                           PERFORM 0205-TESTAR-LOJA
                           IF VENDA-DATA EQUAL WRK-DATA-FECHAMENTO
                              AND WRK-LOJA-PASSA EQUAL 'S'
                               ADD 1 TO CAIXA-QT-VENDAS
                               ADD VENDA-VALOR TO CAIXA-VLR-VENDAS
                               IF VENDA-TENDER EQUAL 'C'
                                   ADD VENDA-VALOR TO CAIXA-VLR-CARTAO
                               ELSE
                                   ADD VENDA-VALOR
                                       TO CAIXA-VLR-DINHEIRO
                               END-IF
                           END-IF
                           READ VENDAS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----SOMA AS PARCELAS DE MULTA RECEBIDAS NO DIA-----------------
       0229-APURAR-PARCELAS       SECTION.
           MOVE ZEROS TO CAIXA-QT-PARC CAIXA-VLR-PARC.
           IF FS-PARCELAS EQUAL ZEROS
               MOVE LOW-VALUES TO PARC-CHAVE
               START PARCELAS KEY >= PARC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PARCELAS NEXT
                       PERFORM UNTIL FS-PARCELAS NOT EQUAL ZEROS
                           MOVE PARC-LOJA TO WRK-LOJA-REG
                           PERFORM 0205-TESTAR-LOJA
                           IF PARC-QUITADA AND PARC-DATA-PAGAMENTO
                                   EQUAL WRK-DATA-FECHAMENTO
                              AND WRK-LOJA-PASSA EQUAL 'S'
                               ADD 1 TO CAIXA-QT-PARC
                               ADD PARC-VALOR TO CAIXA-VLR-PARC
                               IF PARC-TENDER EQUAL 'C'
                                   ADD PARC-VALOR TO CAIXA-VLR-CARTAO
                               ELSE
                                   ADD PARC-VALOR
                                       TO CAIXA-VLR-DINHEIRO
                               END-IF
                           END-IF
                           READ PARCELAS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----SOMA AS RENOVACOES COBRADAS NO DIA-------------------------
       0231-APURAR-RENOVACOES     SECTION.
           MOVE ZEROS TO CAIXA-QT-RENOV CAIXA-VLR-RENOV.
           IF FS-RENOV EQUAL ZEROS
               MOVE ZEROS TO RENOV-CHAVE
               START RENOV KEY >= RENOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RENOV NEXT
                       PERFORM UNTIL FS-RENOV NOT EQUAL ZEROS
                           MOVE RENOV-LOJA TO WRK-LOJA-REG
                           PERFORM 0205-TESTAR-LOJA
                           IF RENOV-DATA EQUAL WRK-DATA-FECHAMENTO
                              AND WRK-LOJA-PASSA EQUAL 'S'
                               ADD 1 TO CAIXA-QT-RENOV
                               ADD RENOV-VALOR TO CAIXA-VLR-RENOV
                               EVALUATE RENOV-TENDER
                                   WHEN 'C'
                                       ADD RENOV-VALOR
                                           TO CAIXA-VLR-CARTAO
                                   WHEN 'F'
                                       ADD RENOV-VALOR
                                           TO CAIXA-VLR-NA-CONTA
                                   WHEN OTHER
                                       ADD RENOV-VALOR
                                           TO CAIXA-VLR-DINHEIRO
                               END-EVALUATE
                           END-IF
                           READ RENOV NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----CAUCOES SAO PASSIVO, NAO RECEITA: FICAM FORA DO TOTAL------
      *----GERAL. A RECEBIDA CONTA NA LOJA DO EMPRESTIMO, A APLICADA--
      *----NA QUE RECEBEU A DEVOLUCAO E A DEVOLVIDA NA QUE ENTREGOU----
       0232-APURAR-CAUCOES        SECTION.
           MOVE ZEROS TO CAIXA-QT-CAUCAO-REC CAIXA-VLR-CAUCAO-REC
                         CAIXA-DIN-CAUCAO-REC CAIXA-QT-CAUCAO-DEV
                         CAIXA-VLR-CAUCAO-DEV CAIXA-DIN-CAUCAO-DEV
                         CAIXA-VLR-CAUCAO-APL CAIXA-VLR-CAUCAO-SALDO.
           IF FS-CAUCAO EQUAL ZEROS
               MOVE ZEROS TO CAU-CHAVE
               START CAUCAO KEY >= CAU-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CAUCAO NEXT
                       PERFORM UNTIL FS-CAUCAO NOT EQUAL ZEROS
                           PERFORM 0233-SOMAR-CAUCAO
                           READ CAUCAO NEXT
                       END-PERFORM
               END-START
           END-IF.

       0233-SOMAR-CAUCAO          SECTION.
           MOVE CAU-LOJA TO WRK-LOJA-REG.
           PERFORM 0205-TESTAR-LOJA.
           IF WRK-LOJA-PASSA EQUAL 'S'
               IF CAU-DATA-EMPRESTIMO EQUAL WRK-DATA-FECHAMENTO
                   ADD 1 TO CAIXA-QT-CAUCAO-REC
                   ADD CAU-VALOR TO CAIXA-VLR-CAUCAO-REC
                   IF NOT CAU-EM-CARTAO
                       ADD CAU-VALOR TO CAIXA-DIN-CAUCAO-REC
                   END-IF
               END-IF
               IF CAU-RETIDA AND
                  CAU-DATA-EMPRESTIMO NOT GREATER WRK-DATA-FECHAMENTO
                   ADD CAU-VALOR TO CAIXA-VLR-CAUCAO-SALDO
               END-IF
               IF CAU-A-ENTREGAR
                   COMPUTE CAIXA-VLR-CAUCAO-SALDO =
                       CAIXA-VLR-CAUCAO-SALDO
                       + CAU-VALOR - CAU-VALOR-APLICADO
               END-IF
           END-IF.
           MOVE CAU-LOJA-BAIXA TO WRK-LOJA-REG.
           PERFORM 0205-TESTAR-LOJA.
           IF WRK-LOJA-PASSA EQUAL 'S' AND CAU-BAIXADA
              AND CAU-DATA-BAIXA EQUAL WRK-DATA-FECHAMENTO
               ADD CAU-VALOR-APLICADO TO CAIXA-VLR-CAUCAO-APL
           END-IF.
      *----O RESTO DEVOLVIDO CONTA NO DIA E NA LOJA DA ENTREGA (PELA--
      *----URNA, QUANDO O CLIENTE VEIO AO BALCAO)----------------------
           MOVE CAU-LOJA-ENTREGA TO WRK-LOJA-REG.
           PERFORM 0205-TESTAR-LOJA.
           IF WRK-LOJA-PASSA EQUAL 'S' AND CAU-BAIXADA
              AND CAU-DATA-ENTREGA EQUAL WRK-DATA-FECHAMENTO
               IF CAU-VALOR-DEVOLVIDO GREATER ZEROS
                   ADD 1 TO CAIXA-QT-CAUCAO-DEV
                   ADD CAU-VALOR-DEVOLVIDO TO CAIXA-VLR-CAUCAO-DEV
                   IF NOT CAU-EM-CARTAO
                       ADD CAU-VALOR-DEVOLVIDO TO CAIXA-DIN-CAUCAO-DEV
                   END-IF
               END-IF
           END-IF.

      *----SOMA AS MENSALIDADES DE PLANO PAGAS NO DIA NA LOJA QUE-----
      *----RECEBEU-----------------------------------------------------
       0234-APURAR-PLANOS         SECTION.
           MOVE ZEROS TO CAIXA-QT-PLANOS CAIXA-VLR-PLANOS.
           IF FS-PLANOCOB EQUAL ZEROS
               MOVE ZEROS TO PLNCOB-CHAVE
               START PLANOCOB KEY >= PLNCOB-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PLANOCOB NEXT
                       PERFORM UNTIL FS-PLANOCOB NOT EQUAL ZEROS
                           MOVE PLNCOB-LOJA TO WRK-LOJA-REG
                           PERFORM 0205-TESTAR-LOJA
                           IF PLNCOB-PAGA AND PLNCOB-DATA-PAGAMENTO
                                   EQUAL WRK-DATA-FECHAMENTO
                              AND WRK-LOJA-PASSA EQUAL 'S'
                               ADD 1 TO CAIXA-QT-PLANOS
                               ADD PLNCOB-VALOR TO CAIXA-VLR-PLANOS
                               IF PLNCOB-TENDER EQUAL 'C'
                                   ADD PLNCOB-VALOR
                                       TO CAIXA-VLR-CARTAO
                               ELSE
                                   ADD PLNCOB-VALOR
                                       TO CAIXA-VLR-DINHEIRO
                               END-IF
                           END-IF
                           READ PLANOCOB NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----SOMA O RAZAO DO DIA NA LINHA DO TIPO E, SE FOR RECEITA,---
      *----NA LINHA DA ESPECIE----------------------------------------
       0240-SOMAR-RAZAO           SECTION.
           IF FS-CAIXAMOV EQUAL ZEROS
               READ CAIXAMOV
               PERFORM UNTIL FS-CAIXAMOV NOT EQUAL ZEROS
                   MOVE CXM-LOJA TO WRK-LOJA-REG
                   PERFORM 0205-TESTAR-LOJA
                   IF CXM-DATA EQUAL WRK-DATA-FECHAMENTO
                      AND WRK-LOJA-PASSA EQUAL 'S'
                       PERFORM 0245-SOMAR-LANCAMENTO
                   END-IF
                   READ CAIXAMOV
               END-PERFORM
           END-IF.

       0245-SOMAR-LANCAMENTO      SECTION.
           ADD 1 TO WRK-QT-RAZAO.
           MOVE 1 TO WRK-IND.
           PERFORM UNTIL WRK-IND GREATER 12
                   OR WRK-TIPO-COD(WRK-IND) EQUAL CXM-TIPO
               ADD 1 TO WRK-IND
           END-PERFORM.
           IF WRK-IND NOT GREATER 12
               ADD CXM-VALOR TO WRK-VLR-RAZAO(WRK-IND)
      *----CAUCAO NAO E RECEITA: FICA FORA DA ABERTURA POR ESPECIE-----
               IF WRK-IND LESS 10
                   EVALUATE TRUE
                       WHEN CXM-CARTAO
                           ADD CXM-VALOR TO WRK-VLR-RAZAO(14)
                       WHEN CXM-NA-CONTA
                           ADD CXM-VALOR TO WRK-VLR-RAZAO(15)
                       WHEN OTHER
                           ADD CXM-VALOR TO WRK-VLR-RAZAO(13)
                   END-EVALUATE
               END-IF
           END-IF.

      *----IMPRIME ORIGEM x RAZAO POR TIPO E ESPECIE------------------
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-RELCONC-NOME.
           STRING
               'DADOS\CXCONC'       DELIMITED BY SIZE
               WRK-DATA-FECHAMENTO  DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELCONC-NOME
           END-STRING.
           OPEN OUTPUT RELCONC.

           MOVE SPACES TO RELCONC-DADOS.
           STRING
               'CONCILIACAO DO RAZAO DO BALCAO - DIA: '
                                     DELIMITED BY SIZE
               WRK-DATA-FECHAMENTO   DELIMITED BY SIZE
               ' / LOJA: '           DELIMITED BY SIZE
               WRK-LOJA-FECHAMENTO   DELIMITED BY SIZE
               INTO RELCONC-DADOS.
           WRITE RELCONC-REG.
           MOVE 'TIPO                   ORIGEM       RAZAO    DIFERENCA'
                TO RELCONC-DADOS.
           WRITE RELCONC-REG.
           MOVE '======================================================'
                TO RELCONC-DADOS.
           WRITE RELCONC-REG.

           MOVE 1 TO WRK-IND.
           PERFORM UNTIL WRK-IND GREATER 15
               PERFORM 0410-LINHA-TIPO
               ADD 1 TO WRK-IND
           END-PERFORM.

           MOVE SPACES TO RELCONC-DADOS.
           IF WRK-QT-DIFERENCAS EQUAL ZEROS
               STRING
                   'RAZAO CONFERE COM AS ORIGENS - LANCAMENTOS: '
                                     DELIMITED BY SIZE
                   WRK-QT-RAZAO      DELIMITED BY SIZE
                   INTO RELCONC-DADOS
           ELSE
               STRING
                   'LINHAS COM DIFERENCA: ' DELIMITED BY SIZE
                   WRK-QT-DIFERENCAS        DELIMITED BY SIZE
                   ' - VERIFICAR ANTES DO FECHAMENTO'
                                            DELIMITED BY SIZE
                   INTO RELCONC-DADOS
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           WRITE RELCONC-REG.

           CLOSE RELCONC.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELCONC-NOME.

       0410-LINHA-TIPO            SECTION.
           COMPUTE WRK-DIFERENCA = WRK-VLR-RAZAO(WRK-IND)
                                 - WRK-VLR-FONTE(WRK-IND).
           MOVE WRK-VLR-FONTE(WRK-IND) TO WRK-FONTE-ED.
           MOVE WRK-VLR-RAZAO(WRK-IND) TO WRK-RAZAO-ED.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE SPACES TO RELCONC-DADOS.
           STRING
               WRK-TIPO-COD(WRK-IND)  DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WRK-TIPO-DESC(WRK-IND) DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WRK-FONTE-ED           DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WRK-RAZAO-ED           DELIMITED BY SIZE
               ' '                    DELIMITED BY SIZE
               WRK-DIFERENCA-ED       DELIMITED BY SIZE
               INTO RELCONC-DADOS.
           IF WRK-DIFERENCA NOT EQUAL ZEROS
               MOVE '<<' TO RELCONC-DADOS(56:2)
               ADD 1 TO WRK-QT-DIFERENCAS
           END-IF.
           WRITE RELCONC-REG.

       0300-FINALIZAR             SECTION.
           CLOSE EMPRESTIMOS.
           CLOSE MULTAS.
           CLOSE RECEBCC.
           CLOSE GIFTMOV.
           CLOSE VENDAS.
           CLOSE PARCELAS.
           CLOSE RENOV.
           CLOSE CAUCAO.
           CLOSE PLANOCOB.
           CLOSE CAIXAMOV.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA CONCILIACAO DO RAZAO DO BALCAO".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'CXCONCIL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-RAZAO TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
