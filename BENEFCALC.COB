       IDENTIFICATION              DIVISION.
       PROGRAM-ID. BENEFCALC.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CALCULO MENSAL DOS BENEFICIOS EM LOTE - CONTA OS
      *==           DIAS UTEIS DA COMPETENCIA PELO CALENDARIO DA LOJA
      *==           (DATEHUTIL/FERIADOS.DAT), TIRA AS FALTAS DO
      *==           RESUMO DO PONTO (PONTORES.DAT), CALCULA O VALE-
      *==           TRANSPORTE, A COTA DE 6% DO FUNCIONARIO E O VALE-
      *==           REFEICAO DE CADA ADESAO (BENEF.DAT), GRAVA O MES
      *==           EM BENMES.DAT PARA A FOLHA DESCONTAR, E GERA O
      *==           RELATORIO BENEFAAAAMM.TXT E UM ARQUIVO DE PEDIDO
      *==           POR OPERADORA (PEDVTOOOAAAAMM.TXT /
      *==           PEDVROOOAAAAMM.TXT)
      *== DATA: 15/10/2026
      *== OBSERVACOES: RODAR DEPOIS DO PONTOFECHA DA COMPETENCIA E
      *==           ANTES DA FOLHA. A COTA DE 6% SAI DO SALARIO BASE
      *==           (FUNC-SALARIO), LIMITADA AO CUSTO DO VT. RODAR DE
      *==           NOVO A MESMA COMPETENCIA REGRAVA TUDO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT BENEF ASSIGN TO 'DADOS\BENEF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-FUNCIONARIO
               FILE STATUS IS FS-BENEF.

           SELECT BENMES ASSIGN TO 'DADOS\BENMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENM-CHAVE
               FILE STATUS IS FS-BENMES.

         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

           SELECT PONTORES ASSIGN TO 'DADOS\PONTORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRES-CHAVE
               FILE STATUS IS FS-PONTORES.

      *----NOMES GERADOS COM A COMPETENCIA (E A OPERADORA)------------
           SELECT RELBEN ASSIGN TO WRK-RELBEN-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELBEN-STATUS.

           SELECT PEDBEN ASSIGN TO WRK-PEDBEN-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PEDBEN-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD BENEF.
           COPY "BENEFREG".

       FD BENMES.
           COPY "BENMESREG".

       FD FUNCIONARIOS.
           COPY "FUNCREG".

       FD PONTORES.
           COPY "PONTORESREG".

       FD RELBEN.
       01 RELBEN-REG.
           05 RELBEN-DADOS          PIC X(100).

       FD PEDBEN.
       01 PEDBEN-REG.
           05 PEDBEN-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-BENEF              PIC 9(02) VALUE ZEROS.
       77 FS-BENMES             PIC 9(02) VALUE ZEROS.
       77 FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 FS-PONTORES           PIC 9(02) VALUE ZEROS.
       77 RELBEN-STATUS         PIC 9(02) VALUE ZEROS.
       77 PEDBEN-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-RELBEN-NOME       PIC X(030) VALUE SPACES.
       77 WRK-PEDBEN-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
      *----DIAS UTEIS DA COMPETENCIA----------------------------------
       77 WRK-DATA-DIA          PIC 9(08) VALUE ZEROS.
       77 WRK-INT-DIA           PIC 9(08) VALUE ZEROS.
       77 WRK-EH-UTIL           PIC X(01) VALUE 'S'.
       77 WRK-DIAS-UTEIS        PIC 9(02) VALUE ZEROS.
      *----FUNCIONARIO CORRENTE---------------------------------------
       77 WRK-FALTAS            PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS              PIC 9(02) VALUE ZEROS.
       77 WRK-COTA-VT           PIC 9(05)V99 VALUE ZEROS.
       77 WRK-NOME              PIC X(30) VALUE SPACES.
      *----TOTAIS-----------------------------------------------------
       77 WRK-QT-FUNC           PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-VT            PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-COTA          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-VR            PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-PEDIDO        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-PEDIDO         PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-PEDIDO      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ED-VT             PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-COTA           PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-VR             PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-TOTAL          PIC ZZZZZZZ9,99 VALUE ZEROS.
      *----OPERADORAS QUE RECEBEM PEDIDO NO MES-----------------------
       77 WRK-QT-OPE            PIC 9(02) VALUE ZEROS.
       77 WRK-IND               PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU             PIC X(01) VALUE 'N'.
       77 WRK-TIPO-BUSCA        PIC X(02) VALUE SPACES.
       77 WRK-OPE-BUSCA         PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-OPERADORAS.
           05 WRK-OPE OCCURS 30 TIMES.
               10 WRK-OPE-TIPO      PIC X(02).
               10 WRK-OPE-CODIGO    PIC 9(03).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO CALCULO DOS BENEFICIOS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           OPEN INPUT BENEF.
           IF FS-BENEF NOT EQUAL ZEROS
               DISPLAY "BENEF.DAT AINDA NAO POSSUI ADESOES"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           OPEN INPUT PONTORES.
           IF FS-PONTORES NOT EQUAL ZEROS
               DISPLAY "PONTORES.DAT INDISPONIVEL - SEM DESCONTO DE "
                       "FALTAS"
           END-IF.
           OPEN I-O BENMES.
           IF FS-BENMES EQUAL 35
               OPEN OUTPUT BENMES
               CLOSE BENMES
               OPEN I-O BENMES
           END-IF.
           MOVE SPACES TO WRK-RELBEN-NOME.
           STRING
               'DADOS\BENEF'        DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELBEN-NOME
           END-STRING.
           OPEN OUTPUT RELBEN.
           PERFORM 0110-CONTAR-DIAS-UTEIS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'BENEFICIOS DA COMPETENCIA '  DELIMITED BY SIZE
               WRK-COMPETENCIA               DELIMITED BY SIZE
               ' - DIAS UTEIS: '             DELIMITED BY SIZE
               WRK-DIAS-UTEIS                DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'FUNC NOME' TO WRK-LINHA-REL.
           MOVE 'FALT DIAS' TO WRK-LINHA-REL(27:9).
           MOVE '  VT CUSTO' TO WRK-LINHA-REL(37:10).
           MOVE '   COTA 6%' TO WRK-LINHA-REL(48:10).
           MOVE '        VR' TO WRK-LINHA-REL(59:10).
           PERFORM 0450-GRAVAR-LINHA.

      *----DIAS DA COMPETENCIA EM QUE A LOJA ABRE (SEM DOMINGO E------
      *----SEM FERIADO DO CALENDARIO)-----------------------------------
       0110-CONTAR-DIAS-UTEIS     SECTION.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           COMPUTE WRK-DATA-DIA = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-INT-DIA = FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA).
           PERFORM UNTIL WRK-DATA-DIA(1:6) NOT EQUAL WRK-COMPETENCIA
               CALL "DATEHUTIL" USING WRK-DATA-DIA, WRK-EH-UTIL
               IF WRK-EH-UTIL EQUAL 'S'
                   ADD 1 TO WRK-DIAS-UTEIS
               END-IF
               ADD 1 TO WRK-INT-DIA
               COMPUTE WRK-DATA-DIA =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DIA)
           END-PERFORM.

      *----CADA ADESAO DE FUNCIONARIO ATIVO---------------------------
       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               MOVE ZEROS TO BEN-FUNCIONARIO
               START BENEF KEY >= BEN-FUNCIONARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ BENEF NEXT
                       PERFORM UNTIL FS-BENEF NOT EQUAL ZEROS
                           MOVE BEN-FUNCIONARIO TO FUNC-CODIGO
                           READ FUNCIONARIOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF FUNC-ESTA-ATIVO
                                       PERFORM 0210-CALCULAR
                                   END-IF
                           END-READ
                           READ BENEF NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----DIAS DE BENEFICIO = UTEIS MENOS FALTAS NAO JUSTIFICADAS----
       0210-CALCULAR              SECTION.
           MOVE ZEROS TO WRK-FALTAS.
           IF FS-PONTORES EQUAL ZEROS
               MOVE BEN-FUNCIONARIO TO PRES-FUNCIONARIO
               MOVE WRK-COMPETENCIA TO PRES-COMPETENCIA
               READ PONTORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRES-FALTAS TO WRK-FALTAS
               END-READ
               MOVE ZEROS TO FS-PONTORES
           END-IF.
           IF WRK-FALTAS GREATER WRK-DIAS-UTEIS
               MOVE ZEROS TO WRK-DIAS
           ELSE
               COMPUTE WRK-DIAS = WRK-DIAS-UTEIS - WRK-FALTAS
           END-IF.
           MOVE BEN-FUNCIONARIO TO BENM-FUNCIONARIO.
           MOVE WRK-COMPETENCIA TO BENM-COMPETENCIA.
           MOVE WRK-DIAS-UTEIS TO BENM-DIAS-UTEIS.
           MOVE WRK-FALTAS TO BENM-FALTAS.
           MOVE WRK-DIAS TO BENM-DIAS.
           MOVE BEN-VT-OPERADORA TO BENM-VT-OPERADORA.
           MOVE BEN-VR-OPERADORA TO BENM-VR-OPERADORA.
           COMPUTE BENM-VT-VALOR =
               BEN-VT-TARIFA * BEN-VT-CONDUCOES * WRK-DIAS.
           COMPUTE BENM-VR-VALOR = BEN-VR-VALOR-DIA * WRK-DIAS.
      *----COTA LEGAL DE 6% DO SALARIO BASE, ATE O CUSTO DO VT--------
           COMPUTE WRK-COTA-VT ROUNDED = FUNC-SALARIO * 6 / 100.
           IF WRK-COTA-VT GREATER BENM-VT-VALOR
               MOVE BENM-VT-VALOR TO WRK-COTA-VT
           END-IF.
           MOVE WRK-COTA-VT TO BENM-VT-DESCONTO.
           WRITE BENM-REG
               INVALID KEY
                   REWRITE BENM-REG
           END-WRITE.
           ADD 1 TO WRK-QT-FUNC.
           ADD BENM-VT-VALOR TO WRK-TOT-VT.
           ADD BENM-VT-DESCONTO TO WRK-TOT-COTA.
           ADD BENM-VR-VALOR TO WRK-TOT-VR.
           IF BENM-VT-VALOR GREATER ZEROS
               MOVE 'VT' TO WRK-TIPO-BUSCA
               MOVE BENM-VT-OPERADORA TO WRK-OPE-BUSCA
               PERFORM 0220-REGISTRAR-OPERADORA
           END-IF.
           IF BENM-VR-VALOR GREATER ZEROS
               MOVE 'VR' TO WRK-TIPO-BUSCA
               MOVE BENM-VR-OPERADORA TO WRK-OPE-BUSCA
               PERFORM 0220-REGISTRAR-OPERADORA
           END-IF.
           MOVE BENM-VT-VALOR TO WRK-ED-VT.
           MOVE BENM-VT-DESCONTO TO WRK-ED-COTA.
           MOVE BENM-VR-VALOR TO WRK-ED-VR.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               BEN-FUNCIONARIO      DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               FUNC-NOME(1:20)      DELIMITED BY SIZE
               '   '                DELIMITED BY SIZE
               WRK-FALTAS           DELIMITED BY SIZE
               '   '                DELIMITED BY SIZE
               WRK-DIAS             DELIMITED BY SIZE
               '   '                DELIMITED BY SIZE
               WRK-ED-VT            DELIMITED BY SIZE
               '   '                DELIMITED BY SIZE
               WRK-ED-COTA          DELIMITED BY SIZE
               '   '                DELIMITED BY SIZE
               WRK-ED-VR            DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GUARDA A OPERADORA NA TABELA DOS PEDIDOS DO MES------------
       0220-REGISTRAR-OPERADORA   SECTION.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND GREATER WRK-QT-OPE
               IF WRK-OPE-TIPO(WRK-IND) EQUAL WRK-TIPO-BUSCA AND
                  WRK-OPE-CODIGO(WRK-IND) EQUAL WRK-OPE-BUSCA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'N'
               IF WRK-QT-OPE LESS 30
                   ADD 1 TO WRK-QT-OPE
                   MOVE WRK-TIPO-BUSCA TO WRK-OPE-TIPO(WRK-QT-OPE)
                   MOVE WRK-OPE-BUSCA TO WRK-OPE-CODIGO(WRK-QT-OPE)
               ELSE
                   DISPLAY "MAIS DE 30 OPERADORAS - PEDIDO DA "
                           WRK-TIPO-BUSCA " " WRK-OPE-BUSCA
                           " NAO GERADO"
                   MOVE 'ER' TO WRK-JOB-ST
               END-IF
           END-IF.

      *----TOTAIS, PEDIDOS POR OPERADORA E HISTORICO------------------
       0300-FINALIZAR             SECTION.
           MOVE WRK-TOT-VT TO WRK-ED-TOTAL.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'FUNCIONARIOS: '     DELIMITED BY SIZE
               WRK-QT-FUNC          DELIMITED BY SIZE
               ' / VT: '            DELIMITED BY SIZE
               WRK-ED-TOTAL         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           MOVE WRK-TOT-COTA TO WRK-ED-TOTAL.
           MOVE ' / COTA 6%: ' TO WRK-LINHA-REL(40:12).
           MOVE WRK-ED-TOTAL TO WRK-LINHA-REL(52:11).
           MOVE WRK-TOT-VR TO WRK-ED-TOTAL.
           MOVE ' / VR: ' TO WRK-LINHA-REL(63:7).
           MOVE WRK-ED-TOTAL TO WRK-LINHA-REL(70:11).
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND GREATER WRK-QT-OPE
               PERFORM 0400-GERAR-PEDIDO
           END-PERFORM.
           CLOSE RELBEN.
           CLOSE BENEF.
           CLOSE BENMES.
           CLOSE FUNCIONARIOS.
           CLOSE PONTORES.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "ADESOES CALCULADAS: " WRK-QT-FUNC.
           DISPLAY "RELATORIO EM " WRK-RELBEN-NOME.
           DISPLAY "FIM DO CALCULO DOS BENEFICIOS".

      *----PEDIDO DE UMA OPERADORA: FUNCIONARIOS DA COMPETENCIA COM---
      *----VALOR NAQUELE BENEFICIO--------------------------------------
       0400-GERAR-PEDIDO          SECTION.
           MOVE SPACES TO WRK-PEDBEN-NOME.
           STRING
               'DADOS\PED'                  DELIMITED BY SIZE
               WRK-OPE-TIPO(WRK-IND)        DELIMITED BY SIZE
               WRK-OPE-CODIGO(WRK-IND)      DELIMITED BY SIZE
               WRK-COMPETENCIA              DELIMITED BY SIZE
               '.TXT'                       DELIMITED BY SIZE
               INTO WRK-PEDBEN-NOME
           END-STRING.
           OPEN OUTPUT PEDBEN.
           MOVE SPACES TO PEDBEN-DADOS.
           STRING
               'PEDIDO DE '                 DELIMITED BY SIZE
               WRK-OPE-TIPO(WRK-IND)        DELIMITED BY SIZE
               ' - OPERADORA '              DELIMITED BY SIZE
               WRK-OPE-CODIGO(WRK-IND)      DELIMITED BY SIZE
               ' - COMPETENCIA '            DELIMITED BY SIZE
               WRK-COMPETENCIA              DELIMITED BY SIZE
               INTO PEDBEN-DADOS
           END-STRING.
           WRITE PEDBEN-REG.
           MOVE ZEROS TO WRK-QT-PEDIDO WRK-TOT-PEDIDO.
           MOVE ZEROS TO BENM-CHAVE.
           START BENMES KEY >= BENM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BENMES NEXT
                   PERFORM UNTIL FS-BENMES NOT EQUAL ZEROS
                       IF BENM-COMPETENCIA EQUAL WRK-COMPETENCIA
                           PERFORM 0410-ITEM-PEDIDO
                       END-IF
                       READ BENMES NEXT
                   END-PERFORM
           END-START.
           MOVE WRK-TOT-PEDIDO TO WRK-ED-TOTAL.
           MOVE SPACES TO PEDBEN-DADOS.
           STRING
               'TOTAL DO PEDIDO - FUNCIONARIOS: ' DELIMITED BY SIZE
               WRK-QT-PEDIDO                      DELIMITED BY SIZE
               ' / VALOR: '                       DELIMITED BY SIZE
               WRK-ED-TOTAL                       DELIMITED BY SIZE
               INTO PEDBEN-DADOS
           END-STRING.
           WRITE PEDBEN-REG.
           CLOSE PEDBEN.
           DISPLAY "PEDIDO GERADO EM " WRK-PEDBEN-NOME.

       0410-ITEM-PEDIDO           SECTION.
           MOVE ZEROS TO WRK-VALOR-PEDIDO.
           IF WRK-OPE-TIPO(WRK-IND) EQUAL 'VT'
               IF BENM-VT-OPERADORA EQUAL WRK-OPE-CODIGO(WRK-IND)
                   MOVE BENM-VT-VALOR TO WRK-VALOR-PEDIDO
               END-IF
           ELSE
               IF BENM-VR-OPERADORA EQUAL WRK-OPE-CODIGO(WRK-IND)
                   MOVE BENM-VR-VALOR TO WRK-VALOR-PEDIDO
               END-IF
           END-IF.
           IF WRK-VALOR-PEDIDO GREATER ZEROS
               MOVE SPACES TO WRK-NOME
               MOVE BENM-FUNCIONARIO TO FUNC-CODIGO
               READ FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNC-NOME TO WRK-NOME
               END-READ
               ADD 1 TO WRK-QT-PEDIDO
               ADD WRK-VALOR-PEDIDO TO WRK-TOT-PEDIDO
               MOVE WRK-VALOR-PEDIDO TO WRK-ED-VT
               MOVE SPACES TO PEDBEN-DADOS
               STRING
                   BENM-FUNCIONARIO     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WRK-NOME             DELIMITED BY SIZE
                   ' DIAS: '            DELIMITED BY SIZE
                   BENM-DIAS            DELIMITED BY SIZE
                   ' VALOR: '           DELIMITED BY SIZE
                   WRK-ED-VT            DELIMITED BY SIZE
                   INTO PEDBEN-DADOS
               END-STRING
               WRITE PEDBEN-REG
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELBEN-DADOS.
           WRITE RELBEN-REG.

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'BENEFCALC' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-FUNC TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
