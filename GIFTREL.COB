       IDENTIFICATION              DIVISION.
       PROGRAM-ID. GIFTREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: FECHAMENTO MENSAL DOS CARTOES PRESENTE - APURA O
      *==           SALDO EM ABERTO (GIFT-SALDO, DINHEIRO DO CLIENTE
      *==           AINDA DEVIDO) POR LOJA DA VENDA E POR FAIXA DE
      *==           IDADE, AVISA PELA FILA NOTIFQ.DAT O COMPRADOR DE
      *==           CARTAO PARADO HA PARAM-GIFT-MESES E EXPIRA O
      *==           SALDO DO CARTAO JA AVISADO HA
      *==           PARAM-GIFT-DIAS-AVISO SEM USO, GRAVANDO O
      *==           MOVIMENTO 'X' EM GIFTMOV.DAT PARA O CONTABEXP
      *==           LANCAR A RECEITA (TIPO 'GX' DO PLANOCTA).
      *==           RELATORIO EM GIFTRELAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: RODAR NO ULTIMO DIA UTIL DO MES, ANTES DO
      *==           CONTABEXP DO DIA. FAIXAS: ATE 3 MESES / 4 A 6 /
      *==           7 A 12 / MAIS DE 12. A FAIXA POR LOJA CONTA OS
      *==           MESES DESDE O ULTIMO USO (OU DA VENDA, SE NUNCA
      *==           USADO); A LINHA DA REDE POR IDADE CONTA DESDE A
      *==           VENDA. CARTAO SEM LOJA (ANTERIOR AO CAMPO) CONTA
      *==           NA LOJA 1. COMPRADOR NAO INFORMADO NAO RECEBE
      *==           AVISO, MAS O PRAZO DA EXPIRACAO CORRE IGUAL
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT GIFTCARD ASSIGN TO 'DADOS\GIFTCARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIFT-NUMERO
               FILE STATUS IS FS-GIFTCARD.

           SELECT GIFTMOV ASSIGN TO 'DADOS\GIFTMOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GMOV-CHAVE
               FILE STATUS IS FS-GIFTMOV.

           SELECT NOTIFQ ASSIGN TO 'DADOS\NOTIFQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-CHAVE
               FILE STATUS IS FS-NOTIFQ.

           SELECT PARAMS ASSIGN TO 'DADOS\PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY IS PARAM-CHAVE.

           SELECT RELGIFT ASSIGN TO WRK-RELGIFT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELGIFT-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD GIFTCARD.
           COPY "GIFTREG".

       FD GIFTMOV.
           COPY "GIFTMOVREG".

       FD NOTIFQ.
           COPY "NOTIFQREG".

       FD PARAMS.
           COPY "PARAMREG".

       FD RELGIFT.
       01 RELGIFT-REG.
           05 RELGIFT-DADOS         PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-GIFTCARD           PIC 9(02) VALUE ZEROS.
       77 FS-GIFTMOV            PIC 9(02) VALUE ZEROS.
       77 FS-NOTIFQ             PIC 9(02) VALUE ZEROS.
       77 PARAMS-STATUS         PIC 9(02) VALUE ZEROS.
       77 RELGIFT-STATUS        PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-RELGIFT-NOME      PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-LIMITE-MESES      PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-AVISO      PIC 9(03) VALUE ZEROS.
       77 WRK-MESES             PIC S9(05) VALUE ZEROS.
       77 WRK-MESES-PARADO      PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-AVISO        PIC S9(07) VALUE ZEROS.
       77 WRK-FAIXA             PIC 9(01) VALUE ZEROS.
       77 WRK-LOJA              PIC 9(02) VALUE ZEROS.
       77 WRK-I                 PIC 9(03) VALUE ZEROS.
       77 WRK-F                 PIC 9(01) VALUE ZEROS.
       77 WRK-ACAO              PIC X(12) VALUE SPACES.
       77 WRK-VALOR-EXP         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-NQ-GRAVADO        PIC X(01) VALUE 'N'.
       77 WRK-GRAVADO           PIC X(01) VALUE 'N'.
       77 WRK-QT-LIDOS          PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ABERTOS        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-AVISOS         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXPIRADOS      PIC 9(05) VALUE ZEROS.
       77 WRK-VLR-ABERTO        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-EXPIRADO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED          PIC ZZZZZZZZ9,99 VALUE ZEROS.
      *----DATAS QUEBRADAS PARA A CONTAGEM DE MESES------------------
       01 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO      PIC 9(04).
           05 WRK-HOJE-MES      PIC 9(02).
           05 WRK-HOJE-DIA      PIC 9(02).
       01 WRK-DATA-REF          PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-REF-R REDEFINES WRK-DATA-REF.
           05 WRK-REF-ANO       PIC 9(04).
           05 WRK-REF-MES       PIC 9(02).
           05 WRK-REF-DIA       PIC 9(02).
      *----SALDO EM ABERTO POR LOJA E FAIXA DE MESES SEM USO----------
       01 WRK-TAB-LOJAS.
           05 WRK-LOJ OCCURS 99 TIMES.
               10 WRK-LOJ-QTDE      PIC 9(05).
               10 WRK-LOJ-FAIXA     PIC 9(07)V99 OCCURS 4 TIMES.
               10 WRK-LOJ-TOTAL     PIC 9(09)V99.
      *----SALDO EM ABERTO DA REDE POR FAIXA DE IDADE DA VENDA--------
       01 WRK-TAB-REDE.
           05 WRK-REDE-USO          PIC 9(09)V99 OCCURS 4 TIMES.
           05 WRK-REDE-VENDA        PIC 9(09)V99 OCCURS 4 TIMES.
       01 WRK-FAIXA-ED-TAB.
           05 WRK-FAIXA-ED          PIC ZZZZZZ9,99 OCCURS 4 TIMES.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
               PERFORM 0400-IMPRIMIR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS, LE OS PRAZOS E ABRE O RELATORIO----------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO FECHAMENTO DOS CARTOES PRESENTE".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WRK-TAB-LOJAS WRK-TAB-REDE.
           OPEN I-O GIFTCARD.
           IF FS-GIFTCARD NOT EQUAL ZEROS
               DISPLAY "GIFTCARD.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN I-O GIFTMOV.
           IF FS-GIFTMOV EQUAL 35
               OPEN OUTPUT GIFTMOV
               CLOSE GIFTMOV
               OPEN I-O GIFTMOV
           END-IF.
           OPEN I-O NOTIFQ.
           IF FS-NOTIFQ EQUAL 35
               OPEN OUTPUT NOTIFQ
               CLOSE NOTIFQ
               OPEN I-O NOTIFQ
           END-IF.
           OPEN INPUT PARAMS.
           MOVE ZEROS TO PARAM-GIFT-MESES PARAM-GIFT-DIAS-AVISO.
           MOVE 1 TO PARAM-CHAVE.
           IF PARAMS-STATUS EQUAL ZEROS
               READ PARAMS
                   INVALID KEY
                       MOVE ZEROS TO PARAM-GIFT-MESES
                                     PARAM-GIFT-DIAS-AVISO
               END-READ
           END-IF.
           MOVE PARAM-GIFT-MESES TO WRK-LIMITE-MESES.
           IF WRK-LIMITE-MESES EQUAL ZEROS
               MOVE 12 TO WRK-LIMITE-MESES
           END-IF.
           MOVE PARAM-GIFT-DIAS-AVISO TO WRK-LIMITE-AVISO.
           IF WRK-LIMITE-AVISO EQUAL ZEROS
               MOVE 30 TO WRK-LIMITE-AVISO
           END-IF.

           MOVE SPACES TO WRK-RELGIFT-NOME.
           STRING
               'DADOS\GIFTREL'      DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELGIFT-NOME
           END-STRING.
           OPEN OUTPUT RELGIFT.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CARTOES PRESENTE - POSICAO EM: ' DELIMITED BY SIZE
               WRK-HOJE                          DELIMITED BY SIZE
               ' / AVISO COM '                   DELIMITED BY SIZE
               WRK-LIMITE-MESES                  DELIMITED BY SIZE
               ' MESES / EXPIRA '                DELIMITED BY SIZE
               WRK-LIMITE-AVISO                  DELIMITED BY SIZE
               ' DIAS APOS'                      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'CARTAO   LJ CLIENTE   ULT.USO  MESES       SALDO ACAO'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.

      *----VARRE OS CARTOES ATIVOS COM SALDO--------------------------
       0200-PROCESSAR             SECTION.
           MOVE ZEROS TO GIFT-NUMERO.
           START GIFTCARD KEY >= GIFT-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ GIFTCARD NEXT
                   PERFORM UNTIL FS-GIFTCARD NOT EQUAL ZEROS
                       ADD 1 TO WRK-QT-LIDOS
                       IF GIFT-ATIVO AND GIFT-SALDO GREATER ZEROS
                           PERFORM 0210-TRATAR-CARTAO
                       END-IF
                       READ GIFTCARD NEXT
                   END-PERFORM
           END-START.

      *----CARTAO PARADO: PRIMEIRO O AVISO, DEPOIS A EXPIRACAO; O-----
      *----QUE CONTINUA ATIVO ENTRA NO SALDO EM ABERTO------------------
       0210-TRATAR-CARTAO         SECTION.
           MOVE GIFT-LOJA TO WRK-LOJA.
           IF WRK-LOJA EQUAL ZEROS
               MOVE 1 TO WRK-LOJA
           END-IF.
           MOVE GIFT-DATA-VENDA TO WRK-DATA-REF.
           IF GIFT-DATA-ULT-USO GREATER GIFT-DATA-VENDA
               MOVE GIFT-DATA-ULT-USO TO WRK-DATA-REF
           END-IF.
           PERFORM 0260-CONTAR-MESES.
           MOVE WRK-MESES TO WRK-MESES-PARADO.
           IF WRK-MESES-PARADO NOT LESS WRK-LIMITE-MESES
               IF GIFT-DATA-AVISO EQUAL ZEROS
                   PERFORM 0220-AVISAR
               ELSE
                   COMPUTE WRK-DIAS-AVISO =
                       FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
                       FUNCTION INTEGER-OF-DATE(GIFT-DATA-AVISO)
                   IF WRK-DIAS-AVISO NOT LESS WRK-LIMITE-AVISO
                       PERFORM 0230-EXPIRAR
                   END-IF
               END-IF
           END-IF.
           IF GIFT-ATIVO
               PERFORM 0250-ACUMULAR-ABERTO
           END-IF.

      *----AVISO AO COMPRADOR PELA FILA DE NOTIFICACOES---------------
       0220-AVISAR                SECTION.
           MOVE 'AVISO'  TO WRK-ACAO.
           IF GIFT-CLIENTE GREATER ZEROS
               MOVE GIFT-CLIENTE TO NQ-CLIENTE
               MOVE 'G' TO NQ-TIPO
               MOVE ZEROS TO NQ-CODFILME
               MOVE 'CARTAO PRESENTE PARADO - USE OU EXPIRA'
                   TO NQ-TEXTO
               PERFORM 0240-GRAVAR-EVENTO
           ELSE
               MOVE 'AVISO S/CLI' TO WRK-ACAO
           END-IF.
           MOVE WRK-HOJE TO GIFT-DATA-AVISO.
           REWRITE GIFT-REG
               INVALID KEY
                   MOVE 'ERRO REG.' TO WRK-ACAO
                   MOVE 'ER' TO WRK-JOB-ST
           END-REWRITE.
           ADD 1 TO WRK-QT-AVISOS.
           MOVE GIFT-SALDO TO WRK-VALOR-EXP.
           PERFORM 0270-LINHA-CARTAO.

      *----EXPIRA O SALDO: ZERA O CARTAO E GRAVA O MOVIMENTO 'X' QUE-
      *----O CONTABEXP LANCA COMO RECEITA-------------------------------
       0230-EXPIRAR               SECTION.
           MOVE 'EXPIRADO' TO WRK-ACAO.
           MOVE GIFT-SALDO TO WRK-VALOR-EXP.
           MOVE ZEROS TO GIFT-SALDO.
           MOVE 'X' TO GIFT-STATUS.
           REWRITE GIFT-REG
               INVALID KEY
                   MOVE 'ERRO REG.' TO WRK-ACAO
                   MOVE 'ER' TO WRK-JOB-ST
           END-REWRITE.
           IF WRK-ACAO EQUAL 'EXPIRADO'
               MOVE GIFT-NUMERO TO GMOV-NUMERO
               MOVE WRK-HOJE TO GMOV-DATA
               MOVE 1 TO GMOV-SEQ
               MOVE 'X' TO GMOV-TIPO
               MOVE WRK-VALOR-EXP TO GMOV-VALOR
               MOVE SPACES TO GMOV-TENDER
               MOVE ZEROS TO GMOV-OPERADOR
               MOVE WRK-LOJA TO GMOV-LOJA
               MOVE 'N' TO WRK-GRAVADO
               PERFORM 0235-TENTAR-GRAVAR-GMOV
                   UNTIL WRK-GRAVADO EQUAL 'S' OR GMOV-SEQ GREATER 998
               IF WRK-GRAVADO NOT EQUAL 'S'
                   DISPLAY "MOVIMENTO DE EXPIRACAO NAO GRAVADO: "
                           GIFT-NUMERO
                   MOVE 'ER' TO WRK-JOB-ST
               END-IF
               ADD 1 TO WRK-QT-EXPIRADOS
               ADD WRK-VALOR-EXP TO WRK-VLR-EXPIRADO
           END-IF.
           PERFORM 0270-LINHA-CARTAO.

       0235-TENTAR-GRAVAR-GMOV    SECTION.
           WRITE GMOV-REG
               INVALID KEY
                   ADD 1 TO GMOV-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRAVADO
           END-WRITE.

      *----GRAVA O EVENTO, AVANCANDO O SEQUENCIAL DO DIA--------------
       0240-GRAVAR-EVENTO         SECTION.
           MOVE WRK-HOJE TO NQ-DATA.
           MOVE 1 TO NQ-SEQ.
           MOVE 'P' TO NQ-STATUS.
           MOVE 'N' TO WRK-NQ-GRAVADO.
           PERFORM 0245-TENTAR-GRAVAR
               UNTIL WRK-NQ-GRAVADO EQUAL 'S' OR NQ-SEQ GREATER 99998.

       0245-TENTAR-GRAVAR         SECTION.
           WRITE NQ-REG
               INVALID KEY
                   ADD 1 TO NQ-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WRK-NQ-GRAVADO
           END-WRITE.

      *----SOMA O SALDO NA LOJA (FAIXA SEM USO) E NA REDE (IDADE)-----
       0250-ACUMULAR-ABERTO       SECTION.
           ADD 1 TO WRK-QT-ABERTOS.
           ADD GIFT-SALDO TO WRK-VLR-ABERTO.
           MOVE WRK-MESES-PARADO TO WRK-MESES.
           PERFORM 0265-ACHAR-FAIXA.
           ADD 1 TO WRK-LOJ-QTDE(WRK-LOJA).
           ADD GIFT-SALDO TO WRK-LOJ-FAIXA(WRK-LOJA WRK-FAIXA).
           ADD GIFT-SALDO TO WRK-LOJ-TOTAL(WRK-LOJA).
           ADD GIFT-SALDO TO WRK-REDE-USO(WRK-FAIXA).
           MOVE GIFT-DATA-VENDA TO WRK-DATA-REF.
           PERFORM 0260-CONTAR-MESES.
           PERFORM 0265-ACHAR-FAIXA.
           ADD GIFT-SALDO TO WRK-REDE-VENDA(WRK-FAIXA).

      *----MESES CHEIOS ENTRE WRK-DATA-REF E HOJE---------------------
       0260-CONTAR-MESES          SECTION.
           MOVE ZEROS TO WRK-MESES.
           IF WRK-DATA-REF GREATER ZEROS AND
              WRK-DATA-REF LESS WRK-HOJE
               COMPUTE WRK-MESES =
                   (WRK-HOJE-ANO * 12 + WRK-HOJE-MES) -
                   (WRK-REF-ANO * 12 + WRK-REF-MES)
               IF WRK-HOJE-DIA LESS WRK-REF-DIA
                   SUBTRACT 1 FROM WRK-MESES
               END-IF
           END-IF.

       0265-ACHAR-FAIXA           SECTION.
           EVALUATE TRUE
               WHEN WRK-MESES NOT GREATER 3
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-MESES NOT GREATER 6
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-MESES NOT GREATER 12
                   MOVE 3 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 4 TO WRK-FAIXA
           END-EVALUATE.

      *----UMA LINHA POR CARTAO AVISADO OU EXPIRADO-------------------
       0270-LINHA-CARTAO          SECTION.
           MOVE WRK-VALOR-EXP TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               GIFT-NUMERO          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-LOJA             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               GIFT-CLIENTE         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               GIFT-DATA-ULT-USO    DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-MESES-PARADO     DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ACAO             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----QUADRO DO SALDO EM ABERTO POR LOJA E FAIXA-----------------
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'SALDO EM ABERTO POR LOJA - MESES SEM USO:'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'LJ   QTDE   ATE 3 MESES    4 A 6 MES   7 A 12 MES   M
      -         'AIS DE 12        TOTAL' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0410-LINHA-LOJA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I GREATER 99.

           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F GREATER 4
               MOVE WRK-REDE-USO(WRK-F) TO WRK-FAIXA-ED(WRK-F)
           END-PERFORM.
           MOVE WRK-VLR-ABERTO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'REDE '              DELIMITED BY SIZE
               WRK-QT-ABERTOS       DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-FAIXA-ED(1)      DELIMITED BY SIZE
               '   '                DELIMITED BY SIZE
               WRK-FAIXA-ED(2)      DELIMITED BY SIZE
               '   '                DELIMITED BY SIZE
               WRK-FAIXA-ED(3)      DELIMITED BY SIZE
               '   '                DELIMITED BY SIZE
               WRK-FAIXA-ED(4)      DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-TOTAL-ED         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'SALDO EM ABERTO DA REDE - MESES DESDE A VENDA:'
               TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F GREATER 4
               MOVE WRK-REDE-VENDA(WRK-F) TO WRK-FAIXA-ED(WRK-F)
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'ATE 3: '            DELIMITED BY SIZE
               WRK-FAIXA-ED(1)      DELIMITED BY SIZE
               ' / 4-6: '           DELIMITED BY SIZE
               WRK-FAIXA-ED(2)      DELIMITED BY SIZE
               ' / 7-12: '          DELIMITED BY SIZE
               WRK-FAIXA-ED(3)      DELIMITED BY SIZE
               ' / +12: '           DELIMITED BY SIZE
               WRK-FAIXA-ED(4)      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-VLR-EXPIRADO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'AVISOS: '               DELIMITED BY SIZE
               WRK-QT-AVISOS            DELIMITED BY SIZE
               ' / EXPIRADOS: '         DELIMITED BY SIZE
               WRK-QT-EXPIRADOS         DELIMITED BY SIZE
               ' / SALDO EXPIRADO R$ '  DELIMITED BY SIZE
               WRK-TOTAL-ED             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----UMA LINHA POR LOJA COM SALDO EM ABERTO---------------------
       0410-LINHA-LOJA            SECTION.
           IF WRK-LOJ-QTDE(WRK-I) GREATER ZEROS
               PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F GREATER 4
                   MOVE WRK-LOJ-FAIXA(WRK-I WRK-F)
                       TO WRK-FAIXA-ED(WRK-F)
               END-PERFORM
               MOVE WRK-LOJ-TOTAL(WRK-I) TO WRK-TOTAL-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   WRK-I                DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   WRK-LOJ-QTDE(WRK-I)  DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WRK-FAIXA-ED(1)      DELIMITED BY SIZE
                   '   '                DELIMITED BY SIZE
                   WRK-FAIXA-ED(2)      DELIMITED BY SIZE
                   '   '                DELIMITED BY SIZE
                   WRK-FAIXA-ED(3)      DELIMITED BY SIZE
                   '   '                DELIMITED BY SIZE
                   WRK-FAIXA-ED(4)      DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WRK-TOTAL-ED         DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELGIFT-DADOS.
           WRITE RELGIFT-REG.

       0300-FINALIZAR             SECTION.
           IF RELGIFT-STATUS EQUAL ZEROS
               CLOSE RELGIFT
               DISPLAY "RELATORIO GRAVADO EM " WRK-RELGIFT-NOME
           END-IF.
           CLOSE GIFTCARD.
           CLOSE GIFTMOV.
           CLOSE NOTIFQ.
           CLOSE PARAMS.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "CARTOES AVISADOS: " WRK-QT-AVISOS
                   " / EXPIRADOS: " WRK-QT-EXPIRADOS.
           DISPLAY "FIM DO FECHAMENTO DOS CARTOES PRESENTE".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'GIFTREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-LIDOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
