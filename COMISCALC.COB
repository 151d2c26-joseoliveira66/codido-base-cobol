       IDENTIFICATION              DIVISION.
       PROGRAM-ID. COMISCALC.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: APURACAO MENSAL DA COMISSAO DO BALCAO EM LOTE -
      *==           PARA CADA OPERADOR LIGADO A UM FUNCIONARIO
      *==           (OPER-FUNCIONARIO), SOMA NA COMPETENCIA AS
      *==           LOCACOES (EMP-OPERADOR), AS RENOVACOES (RENOV.DAT),
      *==           A VENDA DE USADOS (VENDAS.DAT) E A VENDA DE CARTAO
      *==           PRESENTE (GIFTMOV.DAT), APLICA A REGRA VIGENTE DO
      *==           COMISSAO.DAT (COMISCAD) COM A META MENSAL, GRAVA O
      *==           VALOR EM COMISMES.DAT PARA A FOLHA PAGAR, O RESUMO
      *==           COMISAAAAMM.TXT E O EXTRATO DE CADA OPERADOR EM
      *==           EXTCOMOOOOAAAAMM.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: RODAR ANTES DA FOLHA DA COMPETENCIA. A LOCACAO
      *==           CONTA SO O VALOR COBRADO (A TAXA DE ENTREGA FICA
      *==           FORA). RODAR DE NOVO A MESMA COMPETENCIA REGRAVA
      *==           TUDO. FUNCIONARIO LIGADO A MAIS DE UM OPERADOR
      *==           FICA SO COM O PRIMEIRO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT COMISSAO ASSIGN TO 'DADOS\COMISSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMR-VIGENCIA
               FILE STATUS IS FS-COMISSAO.

           SELECT COMISMES ASSIGN TO 'DADOS\COMISMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMM-CHAVE
               FILE STATUS IS FS-COMISMES.

           SELECT OPERADORES ASSIGN TO 'DADOS\OPERADORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS FS-OPERADORES.

         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

           SELECT EMPRESTIMOS ASSIGN TO 'DADOS\EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMP-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

           SELECT RENOV ASSIGN TO 'DADOS\RENOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RENOV-CHAVE
               FILE STATUS IS FS-RENOV.

           SELECT VENDAS ASSIGN TO 'DADOS\VENDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDA-CHAVE
               FILE STATUS IS FS-VENDAS.

           SELECT GIFTMOV ASSIGN TO 'DADOS\GIFTMOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GMOV-CHAVE
               FILE STATUS IS FS-GIFTMOV.

      *----NOMES GERADOS COM A COMPETENCIA (E O OPERADOR)-------------
           SELECT RELCOM ASSIGN TO WRK-RELCOM-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCOM-STATUS.

           SELECT EXTCOM ASSIGN TO WRK-EXTCOM-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTCOM-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD COMISSAO.
           COPY "COMISREG".

       FD COMISMES.
           COPY "COMISMESREG".

       FD OPERADORES.
           COPY "OPERREG".

       FD FUNCIONARIOS.
           COPY "FUNCREG".

       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD RENOV.
           COPY "RENOVREG".

       FD VENDAS.
           COPY "VENDAREG".

       FD GIFTMOV.
           COPY "GIFTMOVREG".

       FD RELCOM.
       01 RELCOM-REG.
           05 RELCOM-DADOS          PIC X(100).

       FD EXTCOM.
       01 EXTCOM-REG.
           05 EXTCOM-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-COMISSAO           PIC 9(02) VALUE ZEROS.
       77 FS-COMISMES           PIC 9(02) VALUE ZEROS.
       77 FS-OPERADORES         PIC 9(02) VALUE ZEROS.
       77 FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 FS-RENOV              PIC 9(02) VALUE ZEROS.
       77 FS-VENDAS             PIC 9(02) VALUE ZEROS.
       77 FS-GIFTMOV            PIC 9(02) VALUE ZEROS.
       77 RELCOM-STATUS         PIC 9(02) VALUE ZEROS.
       77 EXTCOM-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-RELCOM-NOME       PIC X(030) VALUE SPACES.
       77 WRK-EXTCOM-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
      *----REGRA VIGENTE NA COMPETENCIA-------------------------------
       77 WRK-ACHOU-REGRA       PIC X(01) VALUE 'N'.
       77 WRK-REG-VIGENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-REG-PCT-LOC       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-REG-PCT-REN       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-REG-PCT-VEN       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-REG-PCT-GIF       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-REG-META          PIC 9(07)V99 VALUE ZEROS.
      *----OPERADOR CORRENTE------------------------------------------
       77 WRK-I                 PIC 9(02) VALUE ZEROS.
       77 WRK-J                 PIC 9(02) VALUE ZEROS.
       77 WRK-IND               PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-OPER          PIC 9(02) VALUE ZEROS.
       77 WRK-OPER-BUSCA        PIC 9(04) VALUE ZEROS.
       77 WRK-DUPLICADO         PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-VENDIDO     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-NOME              PIC X(30) VALUE SPACES.
       77 WRK-COM-LOC           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-COM-REN           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-COM-VEN           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-COM-GIF           PIC 9(06)V99 VALUE ZEROS.
      *----TOTAIS-----------------------------------------------------
       77 WRK-QT-GRAVADOS       PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-COMISSAO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ED-BASE           PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-VALOR          PIC ZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-PCT            PIC Z9,99 VALUE ZEROS.
       77 WRK-ED-TOTAL          PIC ZZZZZZZ9,99 VALUE ZEROS.

       01 WRK-TAB-OPER.
           05 WRK-OPE OCCURS 30 TIMES.
               10 WRK-OPE-CODIGO    PIC 9(04).
               10 WRK-OPE-FUNC      PIC 9(04).
               10 WRK-OPE-NOME      PIC X(30).
               10 WRK-OPE-LOCACAO   PIC 9(07)V99.
               10 WRK-OPE-QT-LOC    PIC 9(05).
               10 WRK-OPE-RENOV     PIC 9(07)V99.
               10 WRK-OPE-QT-REN    PIC 9(05).
               10 WRK-OPE-VENDA     PIC 9(07)V99.
               10 WRK-OPE-QT-VEN    PIC 9(05).
               10 WRK-OPE-GIFT      PIC 9(07)V99.
               10 WRK-OPE-QT-GIF    PIC 9(05).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA APURACAO DA COMISSAO DO BALCAO".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           OPEN INPUT COMISSAO.
           OPEN INPUT OPERADORES.
           OPEN INPUT FUNCIONARIOS.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT RENOV.
           OPEN INPUT VENDAS.
           OPEN INPUT GIFTMOV.
           OPEN I-O COMISMES.
           IF FS-COMISMES EQUAL 35
               OPEN OUTPUT COMISMES
               CLOSE COMISMES
               OPEN I-O COMISMES
           END-IF.
           PERFORM 0110-ACHAR-REGRA.
           IF WRK-ACHOU-REGRA EQUAL 'N'
               DISPLAY "SEM REGRA DE COMISSAO VIGENTE EM "
                       WRK-COMPETENCIA " (VER COMISCAD)"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           IF FS-OPERADORES NOT EQUAL ZEROS
               DISPLAY "OPERADORES.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0120-CARREGAR-OPERADORES
           END-IF.
           MOVE SPACES TO WRK-RELCOM-NOME.
           STRING
               'DADOS\COMIS'        DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELCOM-NOME
           END-STRING.
           OPEN OUTPUT RELCOM.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'COMISSAO DO BALCAO - COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA                     DELIMITED BY SIZE
               ' - REGRA DE '                      DELIMITED BY SIZE
               WRK-REG-VIGENCIA                    DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'OPER FUNC NOME' TO WRK-LINHA-REL.
           MOVE 'TOTAL VENDIDO' TO WRK-LINHA-REL(38:13).
           MOVE 'META' TO WRK-LINHA-REL(53:4).
           MOVE '  COMISSAO' TO WRK-LINHA-REL(58:10).
           PERFORM 0450-GRAVAR-LINHA.

      *----REGRA DE MAIOR VIGENCIA ATE A COMPETENCIA------------------
       0110-ACHAR-REGRA           SECTION.
           MOVE 'N' TO WRK-ACHOU-REGRA.
           IF FS-COMISSAO EQUAL ZEROS
               MOVE ZEROS TO COMR-VIGENCIA
               START COMISSAO KEY >= COMR-VIGENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COMISSAO NEXT
                       PERFORM UNTIL FS-COMISSAO NOT EQUAL ZEROS
                               OR COMR-VIGENCIA GREATER WRK-COMPETENCIA
                           MOVE 'S' TO WRK-ACHOU-REGRA
                           MOVE COMR-VIGENCIA TO WRK-REG-VIGENCIA
                           MOVE COMR-PCT-LOCACAO TO WRK-REG-PCT-LOC
                           MOVE COMR-PCT-RENOVACAO TO WRK-REG-PCT-REN
                           MOVE COMR-PCT-VENDA TO WRK-REG-PCT-VEN
                           MOVE COMR-PCT-GIFT TO WRK-REG-PCT-GIF
                           MOVE COMR-META TO WRK-REG-META
                           READ COMISSAO NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----OPERADORES LIGADOS A FUNCIONARIO ATIVO---------------------
       0120-CARREGAR-OPERADORES   SECTION.
           MOVE ZEROS TO OPER-CODIGO.
           START OPERADORES KEY >= OPER-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ OPERADORES NEXT
                   PERFORM UNTIL FS-OPERADORES NOT EQUAL ZEROS
                       IF OPER-FUNCIONARIO NUMERIC AND
                          OPER-FUNCIONARIO GREATER ZEROS
                           PERFORM 0125-INCLUIR-OPERADOR
                       END-IF
                       READ OPERADORES NEXT
                   END-PERFORM
           END-START.

       0125-INCLUIR-OPERADOR      SECTION.
           MOVE 'N' TO WRK-DUPLICADO.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QTD-OPER
               IF WRK-OPE-FUNC(WRK-J) EQUAL OPER-FUNCIONARIO
                   MOVE 'S' TO WRK-DUPLICADO
               END-IF
           END-PERFORM.
           MOVE OPER-FUNCIONARIO TO FUNC-CODIGO.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE 'N' TO FUNC-ATIVO
           END-READ.
           IF WRK-DUPLICADO EQUAL 'S'
               DISPLAY "OPERADOR " OPER-CODIGO " IGNORADO - "
                       "FUNCIONARIO " OPER-FUNCIONARIO
                       " JA LIGADO A OUTRO OPERADOR"
           ELSE
               IF FUNC-ESTA-ATIVO
                   IF WRK-QTD-OPER LESS 30
                       ADD 1 TO WRK-QTD-OPER
                       MOVE WRK-QTD-OPER TO WRK-IND
                       MOVE OPER-CODIGO TO WRK-OPE-CODIGO(WRK-IND)
                       MOVE OPER-FUNCIONARIO TO WRK-OPE-FUNC(WRK-IND)
                       MOVE FUNC-NOME TO WRK-OPE-NOME(WRK-IND)
                       MOVE ZEROS TO WRK-OPE-LOCACAO(WRK-IND)
                                     WRK-OPE-QT-LOC(WRK-IND)
                                     WRK-OPE-RENOV(WRK-IND)
                                     WRK-OPE-QT-REN(WRK-IND)
                                     WRK-OPE-VENDA(WRK-IND)
                                     WRK-OPE-QT-VEN(WRK-IND)
                                     WRK-OPE-GIFT(WRK-IND)
                                     WRK-OPE-QT-GIF(WRK-IND)
                   ELSE
                       DISPLAY "MAIS DE 30 OPERADORES COMISSIONADOS - "
                               "OPERADOR " OPER-CODIGO " IGNORADO"
                       MOVE 'ER' TO WRK-JOB-ST
                   END-IF
               END-IF
           END-IF.

      *----SOMA AS QUATRO BASES DO MES E CALCULA CADA OPERADOR--------
       0200-PROCESSAR             SECTION.
           IF WRK-QTD-OPER GREATER ZEROS
               PERFORM 0210-SOMAR-LOCACOES
               PERFORM 0220-SOMAR-RENOVACOES
               PERFORM 0230-SOMAR-VENDAS
               PERFORM 0240-SOMAR-CARTOES
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I GREATER WRK-QTD-OPER
                   PERFORM 0260-CALCULAR-OPERADOR
               END-PERFORM
           END-IF.

       0210-SOMAR-LOCACOES        SECTION.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               MOVE ZEROS TO EMP-CHAVE
               START EMPRESTIMOS KEY >= EMP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPRESTIMOS NEXT
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                           IF EMP-DATA-EMPRESTIMO(1:6) EQUAL
                                   WRK-COMPETENCIA
                               MOVE EMP-OPERADOR TO WRK-OPER-BUSCA
                               PERFORM 0250-ACHAR-OPERADOR
                               IF WRK-IND GREATER ZEROS
                                   ADD 1 TO WRK-OPE-QT-LOC(WRK-IND)
                                   ADD EMP-VALOR-COBRADO
                                       TO WRK-OPE-LOCACAO(WRK-IND)
                               END-IF
                           END-IF
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
           END-IF.

       0220-SOMAR-RENOVACOES      SECTION.
           IF FS-RENOV EQUAL ZEROS
               MOVE ZEROS TO RENOV-CHAVE
               START RENOV KEY >= RENOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RENOV NEXT
                       PERFORM UNTIL FS-RENOV NOT EQUAL ZEROS
                           IF RENOV-DATA(1:6) EQUAL WRK-COMPETENCIA
                               MOVE RENOV-OPERADOR TO WRK-OPER-BUSCA
                               PERFORM 0250-ACHAR-OPERADOR
                               IF WRK-IND GREATER ZEROS
                                   ADD 1 TO WRK-OPE-QT-REN(WRK-IND)
                                   ADD RENOV-VALOR
                                       TO WRK-OPE-RENOV(WRK-IND)
                               END-IF
                           END-IF
                           READ RENOV NEXT
                       END-PERFORM
               END-START
           END-IF.

       0230-SOMAR-VENDAS          SECTION.
           IF FS-VENDAS EQUAL ZEROS
               MOVE ZEROS TO VENDA-CHAVE
               START VENDAS KEY >= VENDA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ VENDAS NEXT
                       PERFORM UNTIL FS-VENDAS NOT EQUAL ZEROS
                           IF VENDA-DATA(1:6) EQUAL WRK-COMPETENCIA
                               MOVE VENDA-OPERADOR TO WRK-OPER-BUSCA
                               PERFORM 0250-ACHAR-OPERADOR
                               IF WRK-IND GREATER ZEROS
                                   ADD 1 TO WRK-OPE-QT-VEN(WRK-IND)
                                   ADD VENDA-VALOR
                                       TO WRK-OPE-VENDA(WRK-IND)
                               END-IF
                           END-IF
                           READ VENDAS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----SO A VENDA/RECARGA DO CARTAO; RESGATE E EXPIRACAO NAO------
       0240-SOMAR-CARTOES         SECTION.
           IF FS-GIFTMOV EQUAL ZEROS
               MOVE ZEROS TO GMOV-CHAVE
               START GIFTMOV KEY >= GMOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ GIFTMOV NEXT
                       PERFORM UNTIL FS-GIFTMOV NOT EQUAL ZEROS
                           IF GMOV-VENDA AND
                              GMOV-DATA(1:6) EQUAL WRK-COMPETENCIA
                               MOVE GMOV-OPERADOR TO WRK-OPER-BUSCA
                               PERFORM 0250-ACHAR-OPERADOR
                               IF WRK-IND GREATER ZEROS
                                   ADD 1 TO WRK-OPE-QT-GIF(WRK-IND)
                                   ADD GMOV-VALOR
                                       TO WRK-OPE-GIFT(WRK-IND)
                               END-IF
                           END-IF
                           READ GIFTMOV NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----LINHA DO OPERADOR NA TABELA (ZERO = NAO COMISSIONADO)------
       0250-ACHAR-OPERADOR        SECTION.
           MOVE ZEROS TO WRK-IND.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QTD-OPER
               IF WRK-OPE-CODIGO(WRK-J) EQUAL WRK-OPER-BUSCA
                   MOVE WRK-J TO WRK-IND
               END-IF
           END-PERFORM.

      *----COMISSAO DO OPERADOR: SO COM A META DO MES ATINGIDA--------
       0260-CALCULAR-OPERADOR     SECTION.
           COMPUTE WRK-TOTAL-VENDIDO = WRK-OPE-LOCACAO(WRK-I)
               + WRK-OPE-RENOV(WRK-I) + WRK-OPE-VENDA(WRK-I)
               + WRK-OPE-GIFT(WRK-I).
           COMPUTE WRK-COM-LOC ROUNDED =
               WRK-OPE-LOCACAO(WRK-I) * WRK-REG-PCT-LOC / 100.
           COMPUTE WRK-COM-REN ROUNDED =
               WRK-OPE-RENOV(WRK-I) * WRK-REG-PCT-REN / 100.
           COMPUTE WRK-COM-VEN ROUNDED =
               WRK-OPE-VENDA(WRK-I) * WRK-REG-PCT-VEN / 100.
           COMPUTE WRK-COM-GIF ROUNDED =
               WRK-OPE-GIFT(WRK-I) * WRK-REG-PCT-GIF / 100.
           MOVE WRK-OPE-FUNC(WRK-I) TO COMM-FUNCIONARIO.
           MOVE WRK-COMPETENCIA TO COMM-COMPETENCIA.
           MOVE WRK-OPE-CODIGO(WRK-I) TO COMM-OPERADOR.
           MOVE WRK-OPE-LOCACAO(WRK-I) TO COMM-BASE-LOCACAO.
           MOVE WRK-OPE-RENOV(WRK-I) TO COMM-BASE-RENOVACAO.
           MOVE WRK-OPE-VENDA(WRK-I) TO COMM-BASE-VENDA.
           MOVE WRK-OPE-GIFT(WRK-I) TO COMM-BASE-GIFT.
           MOVE WRK-REG-META TO COMM-META.
           IF WRK-TOTAL-VENDIDO NOT LESS WRK-REG-META
               MOVE 'S' TO COMM-META-ATINGIDA
               COMPUTE COMM-VALOR = WRK-COM-LOC + WRK-COM-REN
                   + WRK-COM-VEN + WRK-COM-GIF
           ELSE
               MOVE 'N' TO COMM-META-ATINGIDA
               MOVE ZEROS TO COMM-VALOR
           END-IF.
           WRITE COMM-REG
               INVALID KEY
                   REWRITE COMM-REG
           END-WRITE.
           ADD 1 TO WRK-QT-GRAVADOS.
           ADD COMM-VALOR TO WRK-TOT-COMISSAO.
           MOVE WRK-TOTAL-VENDIDO TO WRK-ED-BASE.
           MOVE COMM-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-OPE-CODIGO(WRK-I)   DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WRK-OPE-FUNC(WRK-I)     DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WRK-OPE-NOME(WRK-I)(1:25) DELIMITED BY SIZE
               '  '                    DELIMITED BY SIZE
               WRK-ED-BASE             DELIMITED BY SIZE
               '    '                  DELIMITED BY SIZE
               COMM-META-ATINGIDA      DELIMITED BY SIZE
               '  '                    DELIMITED BY SIZE
               WRK-ED-VALOR            DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0400-GERAR-EXTRATO.

      *----EXTRATO DO OPERADOR: CADA BASE, PERCENTUAL E COMISSAO------
       0400-GERAR-EXTRATO         SECTION.
           MOVE SPACES TO WRK-EXTCOM-NOME.
           STRING
               'DADOS\EXTCOM'          DELIMITED BY SIZE
               WRK-OPE-CODIGO(WRK-I)   DELIMITED BY SIZE
               WRK-COMPETENCIA         DELIMITED BY SIZE
               '.TXT'                  DELIMITED BY SIZE
               INTO WRK-EXTCOM-NOME
           END-STRING.
           OPEN OUTPUT EXTCOM.
           MOVE SPACES TO EXTCOM-DADOS.
           STRING
               'EXTRATO DE COMISSAO - COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA                      DELIMITED BY SIZE
               INTO EXTCOM-DADOS
           END-STRING.
           WRITE EXTCOM-REG.
           MOVE SPACES TO EXTCOM-DADOS.
           STRING
               'OPERADOR '             DELIMITED BY SIZE
               WRK-OPE-CODIGO(WRK-I)   DELIMITED BY SIZE
               ' - FUNCIONARIO '       DELIMITED BY SIZE
               WRK-OPE-FUNC(WRK-I)     DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WRK-OPE-NOME(WRK-I)     DELIMITED BY SIZE
               INTO EXTCOM-DADOS
           END-STRING.
           WRITE EXTCOM-REG.
           MOVE 'ITEM' TO EXTCOM-DADOS.
           MOVE 'QTDE' TO EXTCOM-DADOS(22:4).
           MOVE '      BASE' TO EXTCOM-DADOS(28:10).
           MOVE '    %' TO EXTCOM-DADOS(39:5).
           MOVE '  COMISSAO' TO EXTCOM-DADOS(45:10).
           WRITE EXTCOM-REG.
           MOVE 'LOCACOES' TO WRK-LINHA-REL.
           MOVE WRK-OPE-QT-LOC(WRK-I) TO WRK-LINHA-REL(21:5).
           MOVE WRK-OPE-LOCACAO(WRK-I) TO WRK-ED-BASE.
           MOVE WRK-REG-PCT-LOC TO WRK-ED-PCT.
           MOVE WRK-COM-LOC TO WRK-ED-VALOR.
           PERFORM 0410-LINHA-EXTRATO.
           MOVE 'RENOVACOES' TO WRK-LINHA-REL.
           MOVE WRK-OPE-QT-REN(WRK-I) TO WRK-LINHA-REL(21:5).
           MOVE WRK-OPE-RENOV(WRK-I) TO WRK-ED-BASE.
           MOVE WRK-REG-PCT-REN TO WRK-ED-PCT.
           MOVE WRK-COM-REN TO WRK-ED-VALOR.
           PERFORM 0410-LINHA-EXTRATO.
           MOVE 'VENDA DE USADOS' TO WRK-LINHA-REL.
           MOVE WRK-OPE-QT-VEN(WRK-I) TO WRK-LINHA-REL(21:5).
           MOVE WRK-OPE-VENDA(WRK-I) TO WRK-ED-BASE.
           MOVE WRK-REG-PCT-VEN TO WRK-ED-PCT.
           MOVE WRK-COM-VEN TO WRK-ED-VALOR.
           PERFORM 0410-LINHA-EXTRATO.
           MOVE 'CARTAO PRESENTE' TO WRK-LINHA-REL.
           MOVE WRK-OPE-QT-GIF(WRK-I) TO WRK-LINHA-REL(21:5).
           MOVE WRK-OPE-GIFT(WRK-I) TO WRK-ED-BASE.
           MOVE WRK-REG-PCT-GIF TO WRK-ED-PCT.
           MOVE WRK-COM-GIF TO WRK-ED-VALOR.
           PERFORM 0410-LINHA-EXTRATO.
           MOVE WRK-TOTAL-VENDIDO TO WRK-ED-BASE.
           MOVE WRK-REG-META TO WRK-ED-TOTAL.
           MOVE SPACES TO EXTCOM-DADOS.
           STRING
               'TOTAL VENDIDO: '       DELIMITED BY SIZE
               WRK-ED-BASE             DELIMITED BY SIZE
               ' / META: '             DELIMITED BY SIZE
               WRK-ED-TOTAL            DELIMITED BY SIZE
               INTO EXTCOM-DADOS
           END-STRING.
           WRITE EXTCOM-REG.
           MOVE COMM-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO EXTCOM-DADOS.
           IF COMM-BATEU-META
               STRING
                   'META ATINGIDA - COMISSAO A RECEBER NA FOLHA: '
                                           DELIMITED BY SIZE
                   WRK-ED-VALOR            DELIMITED BY SIZE
                   INTO EXTCOM-DADOS
               END-STRING
           ELSE
               MOVE 'META NAO ATINGIDA - SEM COMISSAO NO MES'
                   TO EXTCOM-DADOS
           END-IF.
           WRITE EXTCOM-REG.
           CLOSE EXTCOM.

       0410-LINHA-EXTRATO         SECTION.
           MOVE WRK-ED-BASE TO WRK-LINHA-REL(28:10).
           MOVE WRK-ED-PCT TO WRK-LINHA-REL(39:5).
           MOVE WRK-ED-VALOR TO WRK-LINHA-REL(46:9).
           MOVE WRK-LINHA-REL TO EXTCOM-DADOS.
           WRITE EXTCOM-REG.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR             SECTION.
           MOVE WRK-TOT-COMISSAO TO WRK-ED-TOTAL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'OPERADORES: '       DELIMITED BY SIZE
               WRK-QT-GRAVADOS      DELIMITED BY SIZE
               ' / COMISSAO TOTAL: ' DELIMITED BY SIZE
               WRK-ED-TOTAL         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELCOM.
           CLOSE COMISSAO.
           CLOSE COMISMES.
           CLOSE OPERADORES.
           CLOSE FUNCIONARIOS.
           CLOSE EMPRESTIMOS.
           CLOSE RENOV.
           CLOSE VENDAS.
           CLOSE GIFTMOV.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "COMISSOES GRAVADAS: " WRK-QT-GRAVADOS.
           DISPLAY "RELATORIO EM " WRK-RELCOM-NOME.
           DISPLAY "FIM DA APURACAO DA COMISSAO".

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELCOM-DADOS.
           WRITE RELCOM-REG.

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'COMISCALC' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-GRAVADOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
