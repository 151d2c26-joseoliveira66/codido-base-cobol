       IDENTIFICATION              DIVISION.
       PROGRAM-ID. DISSIDIO.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: REAJUSTE COLETIVO (DISSIDIO) EM LOTE - PROPOE O
      *==           PERCENTUAL DA CONVENCAO COM COMPETENCIA BASE,
      *==           AREA (FUNC-AREA) E PISO SALARIAL OPCIONAIS, GERA A
      *==           PREVIA ANTES/DEPOIS EM DISSIDIONNNNP.TXT E, SO COM
      *==           A APROVACAO DO SUPERVISOR DO LOGON, APLICA O NOVO
      *==           SALARIO NO CADASTRO E GRAVA EM DISSRET.DAT A
      *==           DIFERENCA RETROATIVA (BRUTO, INSS E IR) DE CADA
      *==           COMPETENCIA JA FECHADA NO RAZAO DESDE A BASE, PAGA
      *==           EM LINHA PROPRIA NA PROXIMA FOLHA
      *==           (DISSIDIONNNNA.TXT)
      *== DATA: 15/10/2026
      *== OBSERVACOES: A DIFERENCA DE CADA COMPETENCIA APLICA AO BRUTO
      *==           DO RAZAO A MESMA PROPORCAO DO SALARIO (AS HORAS
      *==           EXTRAS DO PONTO ACOMPANHAM O VALOR DA HORA) E
      *==           RECALCULA INSS E IR NAS TABELAS DAQUELA
      *==           COMPETENCIA, ANTES E DEPOIS, FICANDO A DIFERENCA.
      *==           FERIAS (AAAA(MM+20)) E 13O (AAAA13/14) JA PAGOS
      *==           NAO ENTRAM NO RETROATIVO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT DISSIDIO ASSIGN TO 'DADOS\DISSIDIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISS-NUMERO
               FILE STATUS IS FS-DISSIDIO.

           SELECT DISSRET ASSIGN TO 'DADOS\DISSRET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRT-CHAVE
               FILE STATUS IS FS-DISSRET.

         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

         SELECT FOLHALEDG ASSIGN TO "C:\COBOL\DADOS\FOLHALEDG.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FLH-CHAVE
         FILE STATUS IS FS-FOLHALEDG.

      *----PREVIA/APLICACAO, NOME COM O NUMERO DO DISSIDIO-------------
           SELECT RELDISS ASSIGN TO WRK-RELDISS-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELDISS-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD DISSIDIO.
           COPY "DISSREG".

       FD DISSRET.
           COPY "DISSRETREG".

       FD FUNCIONARIOS.
           COPY "FUNCREG".

       FD FOLHALEDG.
           COPY "FOLHALEREG".

       FD RELDISS.
       01 RELDISS-REG.
           05 RELDISS-DADOS         PIC X(100).

       WORKING-STORAGE            SECTION.
       77 FS-DISSIDIO       PIC 9(02) VALUE ZEROS.
       77 FS-DISSRET        PIC 9(02) VALUE ZEROS.
       77 FS-FUNCIONARIOS   PIC 9(02) VALUE ZEROS.
       77 FS-FOLHALEDG      PIC 9(02) VALUE ZEROS.
       77 RELDISS-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE 'N'.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(04) VALUE ZEROS.
       77 WRK-MES           PIC 9(02) VALUE ZEROS.
      *----'P' PREVIA (NADA E GRAVADO) / 'A' APLICACAO APROVADA-------
       77 WRK-MODO          PIC X(01) VALUE 'P'.
       77 WRK-RELDISS-NOME  PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100) VALUE SPACES.
      *----FUNCIONARIO CORRENTE---------------------------------------
       77 WRK-SAL-NOVO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-COMP       PIC 9(02) VALUE ZEROS.
       77 WRK-RET-BRUTO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RET-INSS      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-IR        PIC 9(06)V99 VALUE ZEROS.
      *----COMPETENCIA DO RAZAO EM RECALCULO (ANTES E DEPOIS)----------
       77 WRK-DATA-COMP     PIC 9(08) VALUE ZEROS.
       77 WRK-BRUTO-NOVO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CALC-BRUTO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CALC-INSS     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CALC-BASE     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CALC-IR       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-INSS-ANT      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IR-ANT        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ACHOU-TABIR   PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-INSS    PIC X(01) VALUE 'N'.
      *----TOTAIS DO DISSIDIO-----------------------------------------
       77 WRK-QT-FUNC       PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-ANTES     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-DEPOIS    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-RETRO     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ED-SAL-ANT    PIC ZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-SAL-NOVO   PIC ZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-BRUTO      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-INSS       PIC ZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-IR         PIC ZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-TOTAL      PIC ZZZZZZZ9,99 VALUE ZEROS.

      *---------------DEDUCAO POR DEPENDENTE (COMO NA FOLHA)------
       77 WRK-DEDUC-DEPEND  PIC 9(004)V99  VALUE 200,00.

      *---------------TABELA PROGRESSIVA DE IR--------------------
       01 WRK-TABELA-IR OCCURS 4 TIMES.
           05 IR-FAIXA-ATE      PIC 9(006)V99.
           05 IR-ALIQUOTA       PIC 9(001)V999.
           05 IR-PARCELA-DEDUZIR PIC 9(004)V99.

      *---------------TABELA PROGRESSIVA DE INSS------------------
       01 WRK-TABELA-INSS OCCURS 4 TIMES.
           05 INSS-FAIXA-ATE     PIC 9(006)V99.
           05 INSS-ALIQUOTA      PIC 9(001)V999.
           05 INSS-PARCELA       PIC 9(004)V99.

       77 WRK-QTD-FAIXAS      PIC 9(01) VALUE 4.
       77 WRK-INDICE-FAIXA    PIC 9(01) VALUE ZEROS.

      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
           05 WRK-OPER-NOME     PIC X(30) VALUE SPACES.
           05 WRK-OPER-NIVEL    PIC 9(01) VALUE ZEROS.
           05 WRK-OPER-LOJA     PIC 9(02) VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           CALL "LOGON" USING WRK-OPERADOR-LOGADO.
           IF WRK-OPER-NIVEL EQUAL ZEROS
               DISPLAY "ENTRADA RECUSADA - PROGRAMA ENCERRADO"
               STOP RUN
           END-IF.
           OPEN I-O FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL ZEROS
               DISPLAY "FUNCIONARIOS.DAT INDISPONIVEL (VER FUNCAD)"
               STOP RUN
           END-IF.
           OPEN I-O DISSIDIO.
           IF FS-DISSIDIO EQUAL 35
               OPEN OUTPUT DISSIDIO
               CLOSE DISSIDIO
               OPEN I-O DISSIDIO
           END-IF.
           OPEN I-O DISSRET.
           IF FS-DISSRET EQUAL 35
               OPEN OUTPUT DISSRET
               CLOSE DISSRET
               OPEN I-O DISSRET
           END-IF.
           OPEN INPUT FOLHALEDG.
           IF FS-FOLHALEDG NOT EQUAL ZEROS
               DISPLAY "FOLHALEDG.DAT SEM LANCAMENTOS - SEM RETROATIVO"
           END-IF.

       0200-PROCESSAR             SECTION.
           DISPLAY "P-PROPOR  A-APROVAR E APLICAR  C-CONSULTAR..."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0210-PROPOR
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0220-APROVAR
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0230-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----REGISTRA A PROPOSTA E GERA A PREVIA ANTES/DEPOIS-----------
       0210-PROPOR                SECTION.
           PERFORM 0215-NUMERAR.
           MOVE SPACES TO DISS-REG.
           DISPLAY "PERCENTUAL DO REAJUSTE (EX: 5,50)..."
           ACCEPT DISS-PERCENTUAL.
           DISPLAY "COMPETENCIA BASE (AAAAMM)..........."
           ACCEPT DISS-COMP-BASE.
           DISPLAY "AREA (BRANCO = TODAS)..............."
           ACCEPT DISS-AREA.
           DISPLAY "PISO SALARIAL (0 = SEM PISO)........"
           ACCEPT DISS-PISO.
           MOVE DISS-COMP-BASE(5:2) TO WRK-MES.
           IF DISS-PERCENTUAL EQUAL ZEROS AND DISS-PISO EQUAL ZEROS
               DISPLAY "INFORME O PERCENTUAL OU O PISO"
           ELSE
               IF WRK-MES LESS 1 OR WRK-MES GREATER 12
                   DISPLAY "COMPETENCIA BASE INVALIDA"
               ELSE
                   ACCEPT WRK-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-NUMERO TO DISS-NUMERO
                   MOVE 'P' TO DISS-SITUACAO
                   MOVE WRK-HOJE TO DISS-DATA-PROPOSTA
                   MOVE WRK-OPER-CODIGO TO DISS-OPER-PROPOSTA
                   MOVE ZEROS TO DISS-DATA-APROVACAO
                                 DISS-OPER-APROVACAO
                   MOVE 'P' TO WRK-MODO
                   PERFORM 0400-APURAR
                   MOVE WRK-QT-FUNC TO DISS-QT-FUNC
                   MOVE WRK-TOT-RETRO TO DISS-TOT-RETRO
                   WRITE DISS-REG
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O DISSIDIO"
                       NOT INVALID KEY
                           DISPLAY "DISSIDIO " DISS-NUMERO
                                   " PROPOSTO - AGUARDA APROVACAO DO "
                                   "SUPERVISOR"
                           DISPLAY "PREVIA EM " WRK-RELDISS-NOME
                   END-WRITE
               END-IF
           END-IF.

      *----PROXIMO NUMERO DEPOIS DO MAIOR JA CADASTRADO---------------
       0215-NUMERAR               SECTION.
           MOVE ZEROS TO WRK-NUMERO.
           MOVE ZEROS TO DISS-NUMERO.
           START DISSIDIO KEY >= DISS-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DISSIDIO NEXT
                   PERFORM UNTIL FS-DISSIDIO NOT EQUAL ZEROS
                       MOVE DISS-NUMERO TO WRK-NUMERO
                       READ DISSIDIO NEXT
                   END-PERFORM
           END-START.
           ADD 1 TO WRK-NUMERO.

      *----APROVACAO E SO DO SUPERVISOR: APLICA O SALARIO NOVO E------
      *----GRAVA O RETROATIVO PARA A PROXIMA FOLHA----------------------
       0220-APROVAR               SECTION.
           IF WRK-OPER-NIVEL NOT EQUAL 9
               DISPLAY "APROVACAO SO COM SUPERVISOR"
           ELSE
               PERFORM 0250-LER-DISSIDIO
               IF FS-DISSIDIO EQUAL ZEROS
                   IF DISS-PROPOSTO
                       PERFORM 0260-MOSTRAR
                       DISPLAY "CONFIRMA A APLICACAO (S/N)........"
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA EQUAL 'S' OR
                          WRK-CONFIRMA EQUAL 's'
                           MOVE 'A' TO WRK-MODO
                           PERFORM 0400-APURAR
                           ACCEPT WRK-HOJE FROM DATE YYYYMMDD
                           MOVE 'A' TO DISS-SITUACAO
                           MOVE WRK-HOJE TO DISS-DATA-APROVACAO
                           MOVE WRK-OPER-CODIGO TO DISS-OPER-APROVACAO
                           MOVE WRK-QT-FUNC TO DISS-QT-FUNC
                           MOVE WRK-TOT-RETRO TO DISS-TOT-RETRO
                           REWRITE DISS-REG
                           DISPLAY "DISSIDIO APLICADO - RETROATIVO NA "
                                   "PROXIMA FOLHA"
                           DISPLAY "RELATORIO EM " WRK-RELDISS-NOME
                       END-IF
                   ELSE
                       DISPLAY "DISSIDIO JA APLICADO"
                   END-IF
               END-IF
           END-IF.

       0230-CONSULTAR             SECTION.
           PERFORM 0250-LER-DISSIDIO.
           IF FS-DISSIDIO EQUAL ZEROS
               PERFORM 0260-MOSTRAR
           END-IF.

       0250-LER-DISSIDIO          SECTION.
           DISPLAY "NUMERO DO DISSIDIO................"
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO DISS-NUMERO.
           READ DISSIDIO
               INVALID KEY
                   DISPLAY "DISSIDIO NAO ENCONTRADO"
                   MOVE 23 TO FS-DISSIDIO
               NOT INVALID KEY
                   MOVE ZEROS TO FS-DISSIDIO
           END-READ.

       0260-MOSTRAR               SECTION.
           MOVE DISS-TOT-RETRO TO WRK-ED-TOTAL.
           DISPLAY "SITUACAO: " DISS-SITUACAO
                   " / PERCENTUAL: " DISS-PERCENTUAL
                   " / BASE: " DISS-COMP-BASE.
           DISPLAY "AREA: " DISS-AREA
                   " / PISO: " DISS-PISO
                   " / FUNCIONARIOS: " DISS-QT-FUNC.
           DISPLAY "RETROATIVO BRUTO: R$ " WRK-ED-TOTAL.

      *----VARRE OS ATIVOS DA AREA: NA PREVIA SO LISTA, NA APLICACAO--
      *----REGRAVA O SALARIO E O RETROATIVO DE CADA UM------------------
       0400-APURAR                SECTION.
           MOVE SPACES TO WRK-RELDISS-NOME.
           STRING
               'DADOS\DISSIDIO'     DELIMITED BY SIZE
               DISS-NUMERO          DELIMITED BY SIZE
               WRK-MODO             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELDISS-NOME
           END-STRING.
           OPEN OUTPUT RELDISS.
           MOVE SPACES TO WRK-LINHA-REL.
           IF WRK-MODO EQUAL 'P'
               STRING
                   'PREVIA DO DISSIDIO '  DELIMITED BY SIZE
                   DISS-NUMERO            DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           ELSE
               STRING
                   'DISSIDIO '            DELIMITED BY SIZE
                   DISS-NUMERO            DELIMITED BY SIZE
                   ' APLICADO POR '       DELIMITED BY SIZE
                   WRK-OPER-NOME          DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'PERCENTUAL: '         DELIMITED BY SIZE
               DISS-PERCENTUAL        DELIMITED BY SIZE
               ' / BASE: '            DELIMITED BY SIZE
               DISS-COMP-BASE         DELIMITED BY SIZE
               ' / AREA: '            DELIMITED BY SIZE
               DISS-AREA              DELIMITED BY SIZE
               ' / PISO: '            DELIMITED BY SIZE
               DISS-PISO              DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'FUNC NOME' TO WRK-LINHA-REL.
           MOVE '    ANTES' TO WRK-LINHA-REL(27:9).
           MOVE '   DEPOIS' TO WRK-LINHA-REL(37:9).
           MOVE 'MS' TO WRK-LINHA-REL(47:2).
           MOVE ' RETRO BRUTO' TO WRK-LINHA-REL(49:12).
           MOVE ' RETRO INSS' TO WRK-LINHA-REL(61:11).
           MOVE '   RETRO IR' TO WRK-LINHA-REL(72:11).
           PERFORM 0450-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QT-FUNC WRK-TOT-ANTES WRK-TOT-DEPOIS
                         WRK-TOT-RETRO.
           MOVE ZEROS TO FUNC-CODIGO.
           START FUNCIONARIOS KEY >= FUNC-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FUNCIONARIOS NEXT
                   PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL ZEROS
                       IF FUNC-ESTA-ATIVO AND
                          (DISS-AREA EQUAL SPACES OR
                           DISS-AREA EQUAL FUNC-AREA)
                           PERFORM 0410-FUNCIONARIO
                       END-IF
                       READ FUNCIONARIOS NEXT
                   END-PERFORM
           END-START.
           MOVE WRK-TOT-ANTES TO WRK-ED-TOTAL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'FUNCIONARIOS: '       DELIMITED BY SIZE
               WRK-QT-FUNC            DELIMITED BY SIZE
               ' / FOLHA ANTES: '     DELIMITED BY SIZE
               WRK-ED-TOTAL           DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           MOVE WRK-TOT-DEPOIS TO WRK-ED-TOTAL.
           MOVE ' / DEPOIS: ' TO WRK-LINHA-REL(50:11).
           MOVE WRK-ED-TOTAL TO WRK-LINHA-REL(61:11).
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-TOT-RETRO TO WRK-ED-TOTAL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'RETROATIVO BRUTO A PAGAR NA PROXIMA FOLHA: '
                                      DELIMITED BY SIZE
               WRK-ED-TOTAL           DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELDISS.
      *----A VARREDURA USOU O REGISTRO DO CADASTRO, NAO O DO DISSIDIO-
           MOVE ZEROS TO FS-FUNCIONARIOS.

      *----SALARIO NOVO (PERCENTUAL, COM O PISO) E RETROATIVO DAS-----
      *----COMPETENCIAS NORMAIS DO RAZAO DESDE A BASE-------------------
       0410-FUNCIONARIO           SECTION.
           COMPUTE WRK-SAL-NOVO ROUNDED =
               FUNC-SALARIO * (100 + DISS-PERCENTUAL) / 100.
           IF WRK-SAL-NOVO LESS DISS-PISO
               MOVE DISS-PISO TO WRK-SAL-NOVO
           END-IF.
           MOVE ZEROS TO WRK-QT-COMP WRK-RET-BRUTO WRK-RET-INSS
                         WRK-RET-IR.
           IF FS-FOLHALEDG EQUAL ZEROS AND
              FUNC-SALARIO GREATER ZEROS
               MOVE FUNC-CODIGO TO FLH-FUNCIONARIO
               MOVE DISS-COMP-BASE TO FLH-COMPETENCIA
               START FOLHALEDG KEY >= FLH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FOLHALEDG NEXT
                       PERFORM UNTIL FS-FOLHALEDG NOT EQUAL ZEROS
                               OR FLH-FUNCIONARIO NOT EQUAL FUNC-CODIGO
                           MOVE FLH-COMPETENCIA(5:2) TO WRK-MES
                           IF WRK-MES NOT LESS 1 AND
                              WRK-MES NOT GREATER 12
                               PERFORM 0420-DIFERENCA
                           END-IF
                           READ FOLHALEDG NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-FOLHALEDG
           END-IF.
           ADD 1 TO WRK-QT-FUNC.
           ADD FUNC-SALARIO TO WRK-TOT-ANTES.
           ADD WRK-SAL-NOVO TO WRK-TOT-DEPOIS.
           ADD WRK-RET-BRUTO TO WRK-TOT-RETRO.
           MOVE FUNC-SALARIO TO WRK-ED-SAL-ANT.
           MOVE WRK-SAL-NOVO TO WRK-ED-SAL-NOVO.
           MOVE WRK-RET-BRUTO TO WRK-ED-BRUTO.
           MOVE WRK-RET-INSS TO WRK-ED-INSS.
           MOVE WRK-RET-IR TO WRK-ED-IR.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               FUNC-CODIGO          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               FUNC-NOME(1:20)      DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-SAL-ANT       DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-SAL-NOVO      DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-QT-COMP          DELIMITED BY SIZE
               '  '                 DELIMITED BY SIZE
               WRK-ED-BRUTO         DELIMITED BY SIZE
               '  '                 DELIMITED BY SIZE
               WRK-ED-INSS          DELIMITED BY SIZE
               '  '                 DELIMITED BY SIZE
               WRK-ED-IR            DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-MODO EQUAL 'A'
               PERFORM 0415-APLICAR
           END-IF.

      *----GRAVA O SALARIO NOVO E O RETROATIVO A PAGAR-----------------
       0415-APLICAR               SECTION.
           IF WRK-RET-BRUTO GREATER ZEROS
               MOVE FUNC-CODIGO TO DRT-FUNCIONARIO
               MOVE DISS-NUMERO TO DRT-DISSIDIO
               MOVE FUNC-SALARIO TO DRT-SAL-ANTERIOR
               MOVE WRK-SAL-NOVO TO DRT-SAL-NOVO
               MOVE WRK-QT-COMP TO DRT-QT-COMPETENCIAS
               MOVE WRK-RET-BRUTO TO DRT-BRUTO
               MOVE WRK-RET-INSS TO DRT-INSS
               MOVE WRK-RET-IR TO DRT-IR
               MOVE ZEROS TO DRT-COMP-PAGO
               WRITE DRT-REG
                   INVALID KEY
                       REWRITE DRT-REG
               END-WRITE
           END-IF.
           MOVE WRK-SAL-NOVO TO FUNC-SALARIO.
           REWRITE FUNC-REG
               INVALID KEY
                   DISPLAY "ERRO AO REAJUSTAR O FUNCIONARIO "
                           FUNC-CODIGO
           END-REWRITE.

      *----DIFERENCA DE UMA COMPETENCIA: BRUTO NA PROPORCAO DO--------
      *----SALARIO, INSS E IR PELAS TABELAS VIGENTES NELA (ANTES E-----
      *----DEPOIS, PARA NAO MISTURAR COM ACERTOS FEITOS NA EPOCA)-----
       0420-DIFERENCA             SECTION.
           COMPUTE WRK-DATA-COMP = FLH-COMPETENCIA * 100 + 1.
           CALL "TABIRSEL" USING WRK-DATA-COMP, WRK-TABELA-IR(1),
                                 WRK-ACHOU-TABIR.
           IF WRK-ACHOU-TABIR NOT EQUAL 'S'
               PERFORM 0425-TABELA-RESERVA
           END-IF.
           CALL "INSSSEL" USING WRK-DATA-COMP,
                                WRK-TABELA-INSS(1),
                                WRK-ACHOU-INSS.
           COMPUTE WRK-BRUTO-NOVO ROUNDED =
               FLH-BRUTO * WRK-SAL-NOVO / FUNC-SALARIO.
      *----ANTES------------------------------------------------------
           MOVE FLH-BRUTO TO WRK-CALC-BRUTO.
           PERFORM 0430-CALCULAR-INSS.
           MOVE WRK-CALC-INSS TO WRK-INSS-ANT.
           PERFORM 0440-CALCULAR-IR.
           MOVE WRK-CALC-IR TO WRK-IR-ANT.
      *----DEPOIS-----------------------------------------------------
           MOVE WRK-BRUTO-NOVO TO WRK-CALC-BRUTO.
           PERFORM 0430-CALCULAR-INSS.
           PERFORM 0440-CALCULAR-IR.
           ADD 1 TO WRK-QT-COMP.
           IF WRK-BRUTO-NOVO GREATER FLH-BRUTO
               COMPUTE WRK-RET-BRUTO =
                   WRK-RET-BRUTO + WRK-BRUTO-NOVO - FLH-BRUTO
           END-IF.
           IF WRK-CALC-INSS GREATER WRK-INSS-ANT
               COMPUTE WRK-RET-INSS =
                   WRK-RET-INSS + WRK-CALC-INSS - WRK-INSS-ANT
           END-IF.
           IF WRK-CALC-IR GREATER WRK-IR-ANT
               COMPUTE WRK-RET-IR =
                   WRK-RET-IR + WRK-CALC-IR - WRK-IR-ANT
           END-IF.

      *----FAIXAS FIXAS DE RESERVA DA FOLHA QUANDO NAO HA TABIR.DAT---
       0425-TABELA-RESERVA        SECTION.
           MOVE 2000,00 TO IR-FAIXA-ATE(1).
           MOVE 0,000   TO IR-ALIQUOTA(1).
           MOVE 0,00    TO IR-PARCELA-DEDUZIR(1).

           MOVE 3000,00 TO IR-FAIXA-ATE(2).
           MOVE 0,100   TO IR-ALIQUOTA(2).
           MOVE 200,00  TO IR-PARCELA-DEDUZIR(2).

           MOVE 5000,00 TO IR-FAIXA-ATE(3).
           MOVE 0,150   TO IR-ALIQUOTA(3).
           MOVE 350,00  TO IR-PARCELA-DEDUZIR(3).

           MOVE 999999,99 TO IR-FAIXA-ATE(4).
           MOVE 0,200     TO IR-ALIQUOTA(4).
           MOVE 600,00    TO IR-PARCELA-DEDUZIR(4).

      *----INSS PROGRESSIVO COM TETO, COMO NA FOLHA-------------------
       0430-CALCULAR-INSS         SECTION.
           MOVE ZEROS TO WRK-CALC-INSS.
           IF WRK-ACHOU-INSS EQUAL 'S'
               PERFORM VARYING WRK-INDICE-FAIXA FROM 1 BY 1
                       UNTIL WRK-INDICE-FAIXA GREATER WRK-QTD-FAIXAS
                   IF WRK-CALC-BRUTO NOT GREATER
                           INSS-FAIXA-ATE(WRK-INDICE-FAIXA)
                       COMPUTE WRK-CALC-INSS =
                           (WRK-CALC-BRUTO *
                            INSS-ALIQUOTA(WRK-INDICE-FAIXA))
                           - INSS-PARCELA(WRK-INDICE-FAIXA)
                       MOVE WRK-QTD-FAIXAS TO WRK-INDICE-FAIXA
                   END-IF
               END-PERFORM
               IF WRK-CALC-BRUTO GREATER
                       INSS-FAIXA-ATE(WRK-QTD-FAIXAS)
                   COMPUTE WRK-CALC-INSS =
                       (INSS-FAIXA-ATE(WRK-QTD-FAIXAS) *
                        INSS-ALIQUOTA(WRK-QTD-FAIXAS))
                       - INSS-PARCELA(WRK-QTD-FAIXAS)
               END-IF
           END-IF.

      *----IR PROGRESSIVO SOBRE BRUTO - INSS - DEPENDENTES------------
       0440-CALCULAR-IR           SECTION.
           MOVE ZEROS TO WRK-CALC-IR WRK-CALC-BASE.
           IF WRK-CALC-BRUTO GREATER
                  WRK-CALC-INSS + (FUNC-DEPENDENTES * WRK-DEDUC-DEPEND)
               COMPUTE WRK-CALC-BASE =
                   WRK-CALC-BRUTO - WRK-CALC-INSS
                   - (FUNC-DEPENDENTES * WRK-DEDUC-DEPEND)
           END-IF.
           PERFORM VARYING WRK-INDICE-FAIXA FROM 1 BY 1
                   UNTIL WRK-INDICE-FAIXA GREATER WRK-QTD-FAIXAS
               IF WRK-CALC-BASE NOT GREATER
                       IR-FAIXA-ATE(WRK-INDICE-FAIXA)
                   COMPUTE WRK-CALC-IR =
                       (WRK-CALC-BASE *
                        IR-ALIQUOTA(WRK-INDICE-FAIXA))
                       - IR-PARCELA-DEDUZIR(WRK-INDICE-FAIXA)
                   MOVE WRK-QTD-FAIXAS TO WRK-INDICE-FAIXA
               END-IF
           END-PERFORM.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELDISS-DADOS.
           WRITE RELDISS-REG.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE DISSIDIO.
           CLOSE DISSRET.
           CLOSE FUNCIONARIOS.
           CLOSE FOLHALEDG.
