      *==           SEM DUPLICAR COMPETENCIA JA GERADA. RESUMO EM
      *==           MENSGERAAAAAMM.TXT
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - APLICA OS DESCONTOS VIGENTES DO ALUNO
      *==                   (DESCONTO.DAT/DESCCAD) - BOLSA, IRMAO E
      *==                   FILHO DE FUNCIONARIO - E MOSTRA BRUTO,
      *==                   DESCONTO E LIQUIDO POR COBRANCA. IRMAO SO
      *==                   COM OUTRO ALUNO DO MESMO RESPONSAVEL
      *==                   COM TURMA
      *==   15/10/2026 JO - REMESSA DE BOLETOS AO BANCO (UM POR
      *==                   COBRANCA GERADA, COM VENCIMENTO E
      *==                   ACRESCIMO DE ATRASO DO ESCFIN) EM
      *==                   BOLETOAAAAMM.TXT. O RETORNO E BAIXADO
      *==                   PELO MENSRET
      *==   15/10/2026 JO - COBRANCA E BOLETO EM NOME DO RESPONSAVEL
      *==                   FINANCEIRO DO ALUNO (RESPONS.DAT/RESPCAD),
      *==                   COM O CPF DO PAGADOR NO BOLETO; SEM
      *==                   RESPONSAVEL FINANCEIRO VALE O
      *==                   ALUNO-RESP-CPF E O NOME DO ALUNO
      *==   15/10/2026 JO - COBRANCA DA COMPETENCIA JA EXISTENTE,
      *==                   PENDENTE E COM BOLETO NAO REMETIDO (PRIMEIRA
      *==                   MENSALIDADE DO MATRICAD) ENTRA NA REMESSA
      *== OBSERVACOES: OS PARAMETROS (DIA DE VENCIMENTO E ACRESCIMO)
      *==           PODEM SER AJUSTADOS NA PARTIDA, COMO AS MEDIAS
      *==           DE CORTE NO BOLETIM. BOLETO: 'D' / MATRICULA(6) /
      *==           COMPETENCIA(6) / VENCIMENTO(8) / VALOR EM
      *==           CENTAVOS(13) / ACRESCIMO % (4, 2 DECIMAIS) /
      *==           NOME DO PAGADOR(30) / CPF DO PAGADOR(11).
      *==           TRAILER: 'T' / QTDE(6) / SOMA EM CENTAVOS(15)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALID.

           SELECT DESCONTO ASSIGN TO 'DADOS\DESCONTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-CHAVE
               FILE STATUS IS FS-DESCONTO.

           SELECT RESPONS ASSIGN TO 'DADOS\RESPONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS FS-RESPONS.

           SELECT REMBOL ASSIGN TO WRK-REMBOL-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REMBOL.

           SELECT RELGER ASSIGN TO WRK-RELGER-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELGER-STATUS.
       FD MENSALID.
           COPY "MENSALREG".

       FD DESCONTO.
           COPY "DESCREG".

       FD RESPONS.
           COPY "RESPREG".

       FD REMBOL.
       01 REMBOL-REG.
           05 BOL-TIPO              PIC X(01).
           05 BOL-MATRICULA         PIC 9(06).
           05 BOL-COMPETENCIA       PIC 9(06).
           05 BOL-VENCIMENTO        PIC 9(08).
           05 BOL-VALOR             PIC 9(13).
           05 BOL-ACRESCIMO-PCT     PIC 9(02)V99.
           05 BOL-NOME              PIC X(30).
           05 BOL-PAGADOR-CPF       PIC 9(11).
       01 REMBOL-TRAILER REDEFINES REMBOL-REG.
           05 BOL-T-TIPO            PIC X(01).
           05 BOL-T-QTDE            PIC 9(06).
           05 BOL-T-SOMA            PIC 9(15).
           05 FILLER                PIC X(57).

       FD RELGER.
       01 RELGER-REG.
           05 RELGER-DADOS          PIC X(90).
       77 FS-TURMAS         PIC 9(02) VALUE ZEROS.
       77 FS-ESCFIN         PIC 9(02) VALUE ZEROS.
       77 FS-MENSALID       PIC 9(02) VALUE ZEROS.
       77 FS-RESPONS        PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-RESPONS   PIC X(01) VALUE 'N'.
       77 WRK-PAGADOR-NOME  PIC X(30) VALUE SPACES.
       77 RELGER-STATUS     PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-NOVO      PIC 9(02) VALUE ZEROS.
       77 WRK-PCT-NOVO      PIC 9(02)V99 VALUE ZEROS.
       77 WRK-EXISTE-FIN    PIC X(01) VALUE 'N'.
       77 FS-DESCONTO       PIC 9(02) VALUE ZEROS.
       77 FS-REMBOL         PIC 9(02) VALUE ZEROS.
       77 WRK-REMBOL-NOME   PIC X(030) VALUE SPACES.
       77 WRK-QT-BOLETOS    PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-BOLETOS  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TEM-DESCONTO  PIC X(01) VALUE 'N'.
       77 WRK-DESC-CALC     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DESC-TOTAL    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-RESTANTE      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QT-RESP       PIC 9(04) VALUE ZEROS.
       77 WRK-R             PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-BRUTO     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
      *----RESPONSAVEIS COM QUANTOS FILHOS TEM TURMA (IRMAOS)----------
       01 WRK-TAB-RESP.
           05 WRK-RESP OCCURS 2000 TIMES.
               10 WRK-RESP-CPF      PIC 9(11).
               10 WRK-RESP-QTD      PIC 9(03).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
               CLOSE MENSALID
               OPEN I-O MENSALID
           END-IF.
           OPEN INPUT DESCONTO.
           IF FS-DESCONTO EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-DESCONTO
           END-IF.
           OPEN INPUT RESPONS.
           IF FS-RESPONS EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-RESPONS
           END-IF.
           MOVE SPACES TO WRK-REMBOL-NOME.
           STRING
               'DADOS\BOLETO'       DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-REMBOL-NOME
           END-STRING.
           OPEN OUTPUT REMBOL.
           MOVE SPACES TO WRK-RELGER-NOME.
           STRING
               'DADOS\MENSGER'      DELIMITED BY SIZE
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           IF WRK-TEM-DESCONTO EQUAL 'S'
               PERFORM 0205-CARREGAR-RESPONSAVEIS
           END-IF.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY >= ALUNO-MATRICULA
               INVALID KEY
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE 'TOTAL BRUTO' TO WRK-LINHA-REL(1:11).
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO WRK-LINHA-REL(13:11).
           MOVE 'DESCONTOS' TO WRK-LINHA-REL(26:9).
           MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO WRK-LINHA-REL(36:11).
           MOVE 'LIQUIDO' TO WRK-LINHA-REL(49:7).
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO WRK-LINHA-REL(57:11).
           PERFORM 0450-GRAVAR-LINHA.
           PERFORM 0240-GRAVAR-TRAILER.

      *----QUANTOS ALUNOS COM TURMA CADA RESPONSAVEL TEM---------------
       0205-CARREGAR-RESPONSAVEIS SECTION.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY >= ALUNO-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ALUNOS NEXT
                   PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                       IF ALUNO-TURMA GREATER ZEROS AND
                          ALUNO-RESP-CPF IS NUMERIC AND
                          ALUNO-RESP-CPF GREATER ZEROS
                           PERFORM 0206-SOMAR-RESPONSAVEL
                       END-IF
                       READ ALUNOS NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-ALUNOS.

       0206-SOMAR-RESPONSAVEL     SECTION.
           PERFORM VARYING WRK-R FROM 1 BY 1
                   UNTIL WRK-R GREATER WRK-QT-RESP
                      OR WRK-RESP-CPF(WRK-R) EQUAL ALUNO-RESP-CPF
               CONTINUE
           END-PERFORM.
           IF WRK-R GREATER WRK-QT-RESP
               IF WRK-QT-RESP LESS 2000
                   ADD 1 TO WRK-QT-RESP
                   MOVE WRK-QT-RESP TO WRK-R
                   MOVE ALUNO-RESP-CPF TO WRK-RESP-CPF(WRK-R)
                   MOVE ZEROS TO WRK-RESP-QTD(WRK-R)
               ELSE
                   DISPLAY "TABELA DE RESPONSAVEIS CHEIA"
                   MOVE 'ER' TO WRK-JOB-ST
                   MOVE ZEROS TO WRK-R
               END-IF
           END-IF.
           IF WRK-R GREATER ZEROS
               ADD 1 TO WRK-RESP-QTD(WRK-R)
           END-IF.

       0210-GERAR-COBRANCA        SECTION.
           MOVE ALUNO-TURMA TO TUR-CODIGO.
               MOVE ALUNO-MATRICULA TO MEN-MATRICULA
               MOVE WRK-COMPETENCIA TO MEN-COMPETENCIA
               MOVE ALUNO-TURMA TO MEN-TURMA
               MOVE TUR-MENSALIDADE TO MEN-VALOR-BRUTO
               PERFORM 0220-APLICAR-DESCONTOS
               COMPUTE MEN-VALOR = MEN-VALOR-BRUTO - WRK-DESC-TOTAL
               COMPUTE MEN-VENCIMENTO =
                   WRK-COMPETENCIA * 100 + ESCFIN-DIA-VENC
               MOVE ZEROS TO MEN-VALOR-PAGO MEN-DATA-PGTO
               MOVE 'P' TO MEN-STATUS
               MOVE 'S' TO MEN-BOLETO
               MOVE SPACES TO MEN-FORMA-PGTO
               PERFORM 0215-BUSCAR-PAGADOR
               WRITE MEN-REG
                   INVALID KEY
                       ADD 1 TO WRK-QT-JA-GERADAS
                       PERFORM 0212-REMETER-EXISTENTE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-GERADAS
                       PERFORM 0230-LINHA-COBRANCA
                       PERFORM 0235-GRAVAR-BOLETO
               END-WRITE
           END-IF.

      *----COBRANCA JA GRAVADA (EX.: PRIMEIRA MENSALIDADE DO MATRICAD)-
      *----AINDA PENDENTE E SEM BOLETO REMETIDO VAI NA REMESSA AGORA---
       0212-REMETER-EXISTENTE     SECTION.
           READ MENSALID
               INVALID KEY
                   MOVE 'S' TO MEN-BOLETO
           END-READ.
           IF MEN-BOLETO NOT EQUAL 'S' AND MEN-PENDENTE
               COMPUTE WRK-DESC-TOTAL = MEN-VALOR-BRUTO - MEN-VALOR
               PERFORM 0230-LINHA-COBRANCA
               PERFORM 0235-GRAVAR-BOLETO
               MOVE 'S' TO MEN-BOLETO
               REWRITE MEN-REG
               END-REWRITE
           END-IF.

      *----A COBRANCA VAI PARA O RESPONSAVEL FINANCEIRO DO ALUNO; SEM--
      *----ELE, PARA O CPF DO ALUNO-RESP-CPF EM NOME DO PROPRIO ALUNO--
       0215-BUSCAR-PAGADOR        SECTION.
           MOVE ALUNO-NOME TO WRK-PAGADOR-NOME.
           IF ALUNO-RESP-CPF IS NUMERIC
               MOVE ALUNO-RESP-CPF TO MEN-RESP-CPF
           ELSE
               MOVE ZEROS TO MEN-RESP-CPF
           END-IF.
           IF WRK-TEM-RESPONS EQUAL 'S'
               MOVE ALUNO-MATRICULA TO RSP-MATRICULA
               MOVE ZEROS TO RSP-CPF
               START RESPONS KEY >= RSP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RESPONS NEXT
                       PERFORM UNTIL FS-RESPONS NOT EQUAL ZEROS
                               OR RSP-MATRICULA NOT EQUAL
                                  ALUNO-MATRICULA
                           IF RSP-RESP-FINANCEIRO
                               MOVE RSP-CPF TO MEN-RESP-CPF
                               MOVE RSP-NOME TO WRK-PAGADOR-NOME
                           END-IF
                           READ RESPONS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-RESPONS
           END-IF.

      *----DESCONTOS VIGENTES NA COMPETENCIA, CADA UM LIMITADO AO QUE--
      *----AINDA RESTA DO VALOR BRUTO----------------------------------
       0220-APLICAR-DESCONTOS     SECTION.
           MOVE ZEROS TO MEN-DESC-BOLSA MEN-DESC-IRMAO MEN-DESC-FUNC
                         WRK-DESC-TOTAL.
           MOVE MEN-VALOR-BRUTO TO WRK-RESTANTE.
           IF WRK-TEM-DESCONTO EQUAL 'S'
               MOVE ALUNO-MATRICULA TO DSC-MATRICULA
               MOVE LOW-VALUES TO DSC-TIPO
               START DESCONTO KEY >= DSC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DESCONTO NEXT
                       PERFORM UNTIL FS-DESCONTO NOT EQUAL ZEROS
                               OR DSC-MATRICULA NOT EQUAL
                                  ALUNO-MATRICULA
                           IF DSC-INICIO(1:6) NOT GREATER
                              WRK-COMPETENCIA AND
                              (DSC-FIM EQUAL ZEROS OR
                               DSC-FIM(1:6) NOT LESS WRK-COMPETENCIA)
                               PERFORM 0225-CALCULAR-DESCONTO
                           END-IF
                           READ DESCONTO NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-DESCONTO
           END-IF.

       0225-CALCULAR-DESCONTO     SECTION.
           IF DSC-IRMAO
               PERFORM VARYING WRK-R FROM 1 BY 1
                       UNTIL WRK-R GREATER WRK-QT-RESP
                          OR WRK-RESP-CPF(WRK-R) EQUAL ALUNO-RESP-CPF
                   CONTINUE
               END-PERFORM
               IF WRK-R GREATER WRK-QT-RESP
                   GO TO 0225-FIM
               END-IF
               IF WRK-RESP-QTD(WRK-R) LESS 2
                   GO TO 0225-FIM
               END-IF
           END-IF.
           IF DSC-PERCENTUAL
               COMPUTE WRK-DESC-CALC ROUNDED =
                   MEN-VALOR-BRUTO * DSC-PCT / 100
           ELSE
               MOVE DSC-VALOR TO WRK-DESC-CALC
           END-IF.
           IF WRK-DESC-CALC GREATER WRK-RESTANTE
               MOVE WRK-RESTANTE TO WRK-DESC-CALC
           END-IF.
           SUBTRACT WRK-DESC-CALC FROM WRK-RESTANTE.
           ADD WRK-DESC-CALC TO WRK-DESC-TOTAL.
           EVALUATE TRUE
               WHEN DSC-BOLSA
                   ADD WRK-DESC-CALC TO MEN-DESC-BOLSA
               WHEN DSC-IRMAO
                   ADD WRK-DESC-CALC TO MEN-DESC-IRMAO
               WHEN DSC-FUNC
                   ADD WRK-DESC-CALC TO MEN-DESC-FUNC
           END-EVALUATE.

       0225-FIM.
           EXIT.

      *----UMA LINHA POR COBRANCA GERADA: BRUTO, DESCONTO E LIQUIDO----
       0230-LINHA-COBRANCA        SECTION.
           ADD MEN-VALOR-BRUTO TO WRK-TOT-BRUTO.
           ADD WRK-DESC-TOTAL TO WRK-TOT-DESCONTO.
           ADD MEN-VALOR TO WRK-TOT-LIQUIDO.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE ALUNO-MATRICULA TO WRK-LINHA-REL(1:6).
           MOVE ALUNO-NOME TO WRK-LINHA-REL(8:30).
           MOVE 'BRUTO' TO WRK-LINHA-REL(39:5).
           MOVE MEN-VALOR-BRUTO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(45:8).
           MOVE 'DESC' TO WRK-LINHA-REL(54:4).
           MOVE WRK-DESC-TOTAL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(59:8).
           MOVE 'LIQ' TO WRK-LINHA-REL(68:3).
           MOVE MEN-VALOR TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA-REL(72:8).
           PERFORM 0450-GRAVAR-LINHA.

      *----UM BOLETO NA REMESSA POR COBRANCA GERADA-------------------
       0235-GRAVAR-BOLETO         SECTION.
           MOVE SPACES TO REMBOL-REG.
           MOVE 'D' TO BOL-TIPO.
           MOVE MEN-MATRICULA TO BOL-MATRICULA.
           MOVE MEN-COMPETENCIA TO BOL-COMPETENCIA.
           MOVE MEN-VENCIMENTO TO BOL-VENCIMENTO.
           COMPUTE BOL-VALOR = MEN-VALOR * 100.
           MOVE ESCFIN-ACRESCIMO-PCT TO BOL-ACRESCIMO-PCT.
           MOVE WRK-PAGADOR-NOME TO BOL-NOME.
           MOVE MEN-RESP-CPF TO BOL-PAGADOR-CPF.
           WRITE REMBOL-REG.
           ADD 1 TO WRK-QT-BOLETOS.
           ADD MEN-VALOR TO WRK-SOMA-BOLETOS.

       0240-GRAVAR-TRAILER        SECTION.
           MOVE SPACES TO REMBOL-REG.
           MOVE 'T' TO BOL-T-TIPO.
           MOVE WRK-QT-BOLETOS TO BOL-T-QTDE.
           COMPUTE BOL-T-SOMA = WRK-SOMA-BOLETOS * 100.
           WRITE REMBOL-REG.
           CLOSE REMBOL.
           DISPLAY "REMESSA DE BOLETOS GRAVADA EM " WRK-REMBOL-NOME.

      *----GRAVA UMA LINHA NO RESUMO----------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELGER-DADOS.
           CLOSE TURMAS.
           CLOSE ESCFIN.
           CLOSE MENSALID.
           IF WRK-TEM-DESCONTO EQUAL 'S'
               CLOSE DESCONTO
           END-IF.
           IF WRK-TEM-RESPONS EQUAL 'S'
               CLOSE RESPONS
           END-IF.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA GERACAO DE MENSALIDADES".

