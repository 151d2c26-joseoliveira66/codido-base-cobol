      *==                   50%/100% SOMA E FALTA NAO JUSTIFICADA
      *==                   DESCONTA O DIA; FUNCIONARIO SEM RESUMO
      *==                   SEGUE NO SALARIO CHEIO, COMO ANTES
      *==   15/10/2026 JO - REGISTRA A EXECUCAO NO JOBHIST.LOG, PARA
      *==                   O CHECKLIST DO FECHAMENTO DO MES (FECHAMES)
      *==   15/10/2026 JO - PONTO DE CONTROLE EM CHKPT.DAT A CADA
      *==                   CONTRACHEQUE (FUNCIONARIO E TOTAIS); SE A
      *==                   FOLHA DA COMPETENCIA CAIU, RETOMA DEPOIS DO
      *==                   ULTIMO FUNCIONARIO PAGO SEM REPETIR
      *==                   CONTRACHEQUE E REGISTRA O REINICIO ('RI')
      *==                   NO JOBHIST.LOG. O RAZAO E POSTADO ANTES DO
      *==                   CONTRACHEQUE
      *==   15/10/2026 JO - DEPOSITO DO FGTS (8%) POR FUNCIONARIO E
      *==                   COMPETENCIA EM FGTS.DAT SOBRE O BRUTO DO
      *==                   MES MAIS AS FERIAS E O 13O PAGOS NELE, COM
      *==                   O SALDO ACUMULADO DO FUNCIONARIO, E A GUIA
      *==                   DE RECOLHIMENTO FGTSAAAAMM.TXT NO FIM
      *==   15/10/2026 JO - PAGA EM LINHA PROPRIA DO CONTRACHEQUE A
      *==                   DIFERENCA RETROATIVA DO DISSIDIO APROVADO
      *==                   (DISSRET.DAT), SOMADA NO RAZAO, NO FGTS E
      *==                   NOS TOTAIS DA COMPETENCIA
      *==   15/10/2026 JO - DESCONTA A COTA DE 6% DO VALE-TRANSPORTE
      *==                   (SALARIO BASE, ATE O CUSTO DO VT DO MES EM
      *==                   BENMES.DAT/BENEFCALC) EM LINHA PROPRIA DO
      *==                   CONTRACHEQUE
      *==   15/10/2026 JO - AFASTAMENTO POR DOENCA OU ACIDENTE
      *==                   (AFAST.DAT/AFASTCAD): A EMPRESA PAGA SO OS
      *==                   15 PRIMEIROS DIAS; OS DIAS SEGUINTES NA
      *==                   COMPETENCIA SAEM DO BRUTO, COM LINHA
      *==                   PROPRIA NO CONTRACHEQUE
      *==   15/10/2026 JO - PAGA COMO EXTRA A 50% AS HORAS DO BANCO DE
      *==                   HORAS (BANCOHOR.DAT) NAO COMPENSADAS EM
      *==                   PARAM-BH-MESES MESES, BAIXANDO O LOTE
      *==   15/10/2026 JO - PAGA A COMISSAO DO BALCAO APURADA PELO
      *==                   COMISCALC (COMISMES.DAT) COMO PROVENTO,
      *==                   COM LINHA PROPRIA NO CONTRACHEQUE
      *== OBSERVACOES: INFORMACOES RELEVANTES
      *========================================
       ENVIRONMENT                DIVISION.
         RECORD KEY IS FLH-CHAVE
         FILE STATUS IS FS-FOLHALEDG.

      *----DIFERENCA RETROATIVA DO DISSIDIO A PAGAR (DISSIDIO)--------
           SELECT DISSRET ASSIGN TO 'DADOS\DISSRET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DISSRET-STATUS
               RECORD KEY IS DRT-CHAVE.

      *----BENEFICIOS DO MES (BENEFCALC) PARA A COTA DO VT-------------
           SELECT BENMES ASSIGN TO 'DADOS\BENMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BENMES-STATUS
               RECORD KEY IS BENM-CHAVE.

      *----AFASTAMENTOS (AFASTCAD) PARA OS DIAS PAGOS PELO INSS-------
           SELECT AFAST ASSIGN TO 'DADOS\AFAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS AFAST-STATUS
               RECORD KEY IS AFA-CHAVE.

      *----BANCO DE HORAS (PONTOFECHA) PARA AS HORAS VENCIDAS---------
           SELECT BANCOHOR ASSIGN TO 'DADOS\BANCOHOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BANCOHOR-STATUS
               RECORD KEY IS BH-CHAVE.

      *----COMISSAO DO BALCAO DO MES (COMISCALC)----------------------
           SELECT COMISMES ASSIGN TO 'DADOS\COMISMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS COMISMES-STATUS
               RECORD KEY IS COMM-CHAVE.

      *----DEPOSITOS E SALDO DO FGTS POR FUNCIONARIO-------------------
           SELECT FGTS ASSIGN TO 'DADOS\FGTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FGTS-STATUS
               RECORD KEY IS FGTS-CHAVE.

      *----GUIA DE RECOLHIMENTO DO FGTS, NOME COM A COMPETENCIA--------
           SELECT GUIAFGTS ASSIGN TO WRK-GUIA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GUIAFGTS-STATUS.

      *----PONTO DE CONTROLE PARA REINICIO APOS QUEDA------------------
           SELECT CHKPT ASSIGN TO 'DADOS\CHKPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CHKPT-STATUS
               RECORD KEY IS CKP-JOB.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD FUNCIONARIOS.
       FD FOLHALEDG.
           COPY "FOLHALEREG".

       FD DISSRET.
           COPY "DISSRETREG".

       FD BENMES.
           COPY "BENMESREG".

       FD AFAST.
           COPY "AFASTREG".

       FD BANCOHOR.
           COPY "BANCOHREG".

       FD COMISMES.
           COPY "COMISMESREG".

       FD FGTS.
           COPY "FGTSREG".

       FD GUIAFGTS.
       01 GUIAFGTS-REG.
           05 GUIAFGTS-DADOS        PIC X(100).

       FD CHKPT.
           COPY "CKPTREG".

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-FUNCIONARIOS   PIC 9(02)      VALUE ZEROS.
       77 FS-CONTRACHEQUE   PIC 9(02)      VALUE ZEROS.
       77 FS-PONTORES       PIC 9(02)      VALUE ZEROS.
       77 FS-EMPFUNC        PIC 9(02)      VALUE ZEROS.
       77 PARAMS-STATUS     PIC 9(02)      VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)      VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)      VALUE 'OK'.
      *----PONTO DE CONTROLE: CKP-QTD(1) PAGOS / CKP-VALOR(1) A (4)---
      *----BRUTO, INSS, IR E LIQUIDO ACUMULADOS-------------------------
       77 CHKPT-STATUS      PIC 9(02)      VALUE ZEROS.
       77 WRK-REINICIO      PIC X(01)      VALUE 'N'.
       77 WRK-CKP-SITUACAO  PIC X(01)      VALUE 'A'.
      *----DESCONTO DO CONSIGNADO NA COMPETENCIA-----------------------
       77 WRK-EMPFUN        PIC 9(006)V99  VALUE ZEROS.
       77 WRK-EMPFUN-SALDO  PIC 9(006)V99  VALUE ZEROS.
       77 WRK-TOT-BRUTO     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOT-IR        PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOT-LIQUIDO   PIC 9(08)V99   VALUE ZEROS.
      *----RETROATIVO DO DISSIDIO PAGO NA COMPETENCIA------------------
       77 DISSRET-STATUS    PIC 9(02)      VALUE ZEROS.
       77 WRK-RET-BRUTO     PIC 9(07)V99   VALUE ZEROS.
       77 WRK-RET-INSS      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-RET-IR        PIC 9(06)V99   VALUE ZEROS.
       77 WRK-RET-QT-COMP   PIC 9(03)      VALUE ZEROS.
      *----COTA DO VALE-TRANSPORTE DESCONTADA NA COMPETENCIA----------
       77 BENMES-STATUS     PIC 9(02)      VALUE ZEROS.
       77 WRK-VT-DESCONTO   PIC 9(05)V99   VALUE ZEROS.
       77 WRK-VT-CUSTO      PIC 9(05)V99   VALUE ZEROS.
       77 WRK-TOT-VT        PIC 9(08)V99   VALUE ZEROS.
      *----DIAS DE AFASTAMENTO PAGOS PELO INSS NA COMPETENCIA---------
       77 AFAST-STATUS      PIC 9(02)      VALUE ZEROS.
       77 WRK-AFA-DIAS      PIC 9(02)      VALUE ZEROS.
       77 WRK-AFA-DESCONTO  PIC 9(006)V99  VALUE ZEROS.
       77 WRK-AFA-PRI-DIA   PIC 9(08)      VALUE ZEROS.
       77 WRK-AFA-ULT-DIA   PIC 9(08)      VALUE ZEROS.
       77 WRK-AFA-INT-PRI   PIC 9(07)      VALUE ZEROS.
       77 WRK-AFA-INT-ULT   PIC 9(07)      VALUE ZEROS.
       77 WRK-AFA-INT-INI   PIC 9(07)      VALUE ZEROS.
       77 WRK-AFA-INT-FIM   PIC 9(07)      VALUE ZEROS.
       77 WRK-AFA-DIAS-MES  PIC 9(02)      VALUE ZEROS.
      *----HORAS VENCIDAS DO BANCO DE HORAS PAGAS NA COMPETENCIA------
       77 BANCOHOR-STATUS   PIC 9(02)      VALUE ZEROS.
       77 WRK-BH-LIMITE     PIC 9(06)      VALUE ZEROS.
       77 WRK-BH-MESES-CONT PIC 9(06)      VALUE ZEROS.
       77 WRK-BH-ANO        PIC 9(04)      VALUE ZEROS.
       77 WRK-BH-MES        PIC 9(02)      VALUE ZEROS.
      *----COMISSAO DO BALCAO PAGA NA COMPETENCIA---------------------
       77 COMISMES-STATUS   PIC 9(02)      VALUE ZEROS.
       77 WRK-COMISSAO      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-BH-HORAS      PIC 9(04)V99   VALUE ZEROS.
       77 WRK-BH-VALOR      PIC 9(006)V99  VALUE ZEROS.
      *----DEPOSITO DO FGTS DA COMPETENCIA------------------------------
       77 FGTS-STATUS       PIC 9(02)      VALUE ZEROS.
       77 GUIAFGTS-STATUS   PIC 9(02)      VALUE ZEROS.
       77 WRK-GUIA-NOME     PIC X(030)     VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)     VALUE SPACES.
       77 WRK-FGTS-PCT      PIC 9(02)V99   VALUE 8,00.
       77 WRK-FGTS-ANT      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-FGTS          PIC 9(06)V99   VALUE ZEROS.
       77 WRK-FGTS-FERIAS   PIC 9(07)V99   VALUE ZEROS.
       77 WRK-FGTS-13       PIC 9(07)V99   VALUE ZEROS.
       77 WRK-FGTS-BASE     PIC 9(07)V99   VALUE ZEROS.
       77 WRK-FGTS-SALDO    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-COMP-FERIAS   PIC 9(06)      VALUE ZEROS.
       77 WRK-COMP-13       PIC 9(06)      VALUE ZEROS.
       77 WRK-MES           PIC 9(02)      VALUE ZEROS.
       77 WRK-QT-FGTS       PIC 9(04)      VALUE ZEROS.
       77 WRK-TOT-FGTS-BASE PIC 9(09)V99   VALUE ZEROS.
       77 WRK-TOT-FGTS      PIC 9(08)V99   VALUE ZEROS.
       77 WRK-ED-BASE       PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-FERIAS     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-13         PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-VALOR      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-SALDO      PIC ZZZZZZZ9,99 VALUE ZEROS.

      *---------------DEDUCAO POR DEPENDENTE---------------------
       77 WRK-DEDUC-DEPEND  PIC 9(004)V99  VALUE 200,00.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA FOLHA DE PAGAMENTO EM LOTE".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS EQUAL 35
               DISPLAY "FUNCIONARIOS.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           IF FS-FUNCIONARIOS NOT EQUAL ZEROS
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN EXTEND CONTRACHEQUE.
           IF FS-CONTRACHEQUE EQUAL 35
               OPEN OUTPUT CONTRACHEQUE
           IF PARAM-EMPFUN-MAXPCT EQUAL ZEROS
               MOVE 30 TO PARAM-EMPFUN-MAXPCT
           END-IF.
           IF PARAM-BH-MESES NOT NUMERIC OR PARAM-BH-MESES EQUAL ZEROS
               MOVE 6 TO PARAM-BH-MESES
           END-IF.
           OPEN I-O BANCOHOR.
           IF BANCOHOR-STATUS NOT EQUAL ZEROS
               DISPLAY "BANCOHOR.DAT SEM BANCO DE HORAS A VENCER"
           END-IF.
           OPEN I-O FOLHALEDG.
           IF FS-FOLHALEDG EQUAL 35
               OPEN OUTPUT FOLHALEDG
               CLOSE FOLHALEDG
               OPEN I-O FOLHALEDG
           END-IF.
           OPEN INPUT BENMES.
           IF BENMES-STATUS NOT EQUAL ZEROS
               DISPLAY "BENMES.DAT INDISPONIVEL - SEM DESCONTO DE VT"
           END-IF.
           OPEN INPUT AFAST.
           IF AFAST-STATUS NOT EQUAL ZEROS
               DISPLAY "AFAST.DAT SEM AFASTAMENTOS CADASTRADOS"
           END-IF.
           OPEN INPUT COMISMES.
           IF COMISMES-STATUS NOT EQUAL ZEROS
               DISPLAY "COMISMES.DAT SEM COMISSAO A PAGAR"
           END-IF.
           OPEN I-O DISSRET.
           IF DISSRET-STATUS NOT EQUAL ZEROS
               DISPLAY "DISSRET.DAT SEM RETROATIVO DE DISSIDIO A PAGAR"
           END-IF.
           OPEN I-O FGTS.
           IF FGTS-STATUS EQUAL 35
               OPEN OUTPUT FGTS
               CLOSE FGTS
               OPEN I-O FGTS
           END-IF.
           DISPLAY "COMPETENCIA (AAAAMM / 0 = MES ATUAL)..."
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
      *----FERIAS PAGAS NO MES FICAM NA COMPETENCIA AAAA(MES+20) E O---
      *----13O NA AAAA13 (1A PARCELA, NOVEMBRO) E AAAA14 (2A, DEZEMBRO)-
           MOVE WRK-COMPETENCIA(5:2) TO WRK-MES.
           COMPUTE WRK-COMP-FERIAS = WRK-COMPETENCIA + 20.
           MOVE ZEROS TO WRK-COMP-13.
           IF WRK-MES EQUAL 11
               COMPUTE WRK-COMP-13 = WRK-COMPETENCIA + 2
           END-IF.
           IF WRK-MES EQUAL 12
               COMPUTE WRK-COMP-13 = WRK-COMPETENCIA + 2
           END-IF.
      *----LOTE DO BANCO DE HORAS ATE ESTA COMPETENCIA JA VENCEU------
           MOVE WRK-COMPETENCIA(1:4) TO WRK-BH-ANO.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-BH-MES.
           COMPUTE WRK-BH-MESES-CONT =
               WRK-BH-ANO * 12 + WRK-BH-MES - 1 - PARAM-BH-MESES.
           DIVIDE WRK-BH-MESES-CONT BY 12 GIVING WRK-BH-ANO
               REMAINDER WRK-BH-MES.
           COMPUTE WRK-BH-LIMITE = WRK-BH-ANO * 100 + WRK-BH-MES + 1.
           PERFORM 0110-MONTAR-TABELA-IR.
           PERFORM 0130-MONTAR-TABELA-INSS.
           PERFORM 0150-VERIFICAR-CHECKPOINT.

      *----BUSCA AS FAIXAS VIGENTES NA COMPETENCIA EM TABIR.DAT;------
      *----SEM TABELA PARA A DATA VALEM AS FAIXAS FIXAS DE RESERVA-----
                       " - FOLHA SEM DEDUCAO DE INSS"
           END-IF.

      *----FOLHA DESTA COMPETENCIA INTERROMPIDA: RECUPERA OS TOTAIS---
      *----E MARCA O REINICIO DEPOIS DO ULTIMO FUNCIONARIO PAGO; PONTO-
      *----DE OUTRA COMPETENCIA EM ANDAMENTO SO E AVISADO--------------
       0150-VERIFICAR-CHECKPOINT  SECTION.
           MOVE 'N' TO WRK-REINICIO.
           OPEN I-O CHKPT.
           IF CHKPT-STATUS EQUAL 35
               OPEN OUTPUT CHKPT
               CLOSE CHKPT
               OPEN I-O CHKPT
           END-IF.
           MOVE 'FOLHA' TO CKP-JOB.
           READ CHKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CKP-EM-ANDAMENTO
                       IF CKP-COMPETENCIA EQUAL WRK-COMPETENCIA
                           MOVE 'S' TO WRK-REINICIO
                           MOVE CKP-QTD(1)   TO WRK-QT-PAGOS
                           MOVE CKP-VALOR(1) TO WRK-TOT-BRUTO
                           MOVE CKP-VALOR(2) TO WRK-TOT-INSS
                           MOVE CKP-VALOR(3) TO WRK-TOT-IR
                           MOVE CKP-VALOR(4) TO WRK-TOT-LIQUIDO
                           DISPLAY "FOLHA INTERROMPIDA - REINICIO APOS "
                                   "O FUNCIONARIO " CKP-ULT-CHAVE(1:4)
                           PERFORM 0910-GRAVAR-REINICIO
                       ELSE
                           DISPLAY "ATENCAO: A FOLHA DA COMPETENCIA "
                                   CKP-COMPETENCIA " FICOU INCOMPLETA"
                       END-IF
                   END-IF
           END-READ.

      *----VARRE O CADASTRO E CALCULA O PAGAMENTO DE CADA ATIVO--------
       0200-PROCESSAR             SECTION.
           IF FS-FUNCIONARIOS EQUAL ZEROS
               PERFORM 0205-POSICIONAR
               IF FS-FUNCIONARIOS EQUAL ZEROS
                   READ FUNCIONARIOS NEXT
                   PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 0
                       IF FUNC-ESTA-ATIVO
                           PERFORM 0210-CALCULAR-FUNCIONARIO
                       END-IF
                       READ FUNCIONARIOS NEXT
                   END-PERFORM
               END-IF
           END-IF.

      *----INICIO DO CADASTRO OU, NO REINICIO, LOGO DEPOIS DO ULTIMO---
      *----FUNCIONARIO COM CONTRACHEQUE GRAVADO-------------------------
       0205-POSICIONAR            SECTION.
           IF WRK-REINICIO EQUAL 'S'
               MOVE CKP-ULT-CHAVE(1:4) TO FUNC-CODIGO
               START FUNCIONARIOS KEY > FUNC-CODIGO
                   INVALID KEY
                       CONTINUE
               END-START
           ELSE
               MOVE ZEROS TO FUNC-CODIGO
               START FUNCIONARIOS KEY >= FUNC-CODIGO
                   INVALID KEY
                       CONTINUE
               END-START
           END-IF.

           END-PERFORM.

           PERFORM 0218-DESCONTAR-CONSIGNADO.
           PERFORM 0225-APURAR-RETROATIVO.
           PERFORM 0227-DESCONTAR-VT.
           COMPUTE WRK-SALARIOFINAL = WRK-BRUTO - WRK-INSS - WRK-IR
               - WRK-EMPFUN
               + WRK-RET-BRUTO - WRK-RET-INSS - WRK-RET-IR
               - WRK-VT-DESCONTO.
           ADD WRK-VT-DESCONTO  TO WRK-TOT-VT.
           ADD 1 TO WRK-QT-PAGOS.
           ADD WRK-BRUTO        TO WRK-TOT-BRUTO.
           ADD WRK-INSS         TO WRK-TOT-INSS.
           ADD WRK-IR           TO WRK-TOT-IR.
           ADD WRK-RET-BRUTO    TO WRK-TOT-BRUTO.
           ADD WRK-RET-INSS     TO WRK-TOT-INSS.
           ADD WRK-RET-IR       TO WRK-TOT-IR.
           ADD WRK-SALARIOFINAL TO WRK-TOT-LIQUIDO.
      *----RAZAO PRIMEIRO: REGRAVA-LO NO REINICIO NAO DUPLICA NADA;----
      *----O PONTO DE CONTROLE VEM LOGO DEPOIS DO CONTRACHEQUE---------
           PERFORM 0230-POSTAR-RAZAO.
           PERFORM 0240-POSTAR-FGTS.
           PERFORM 0220-GRAVAR-CONTRACHEQUE.
           PERFORM 0800-GRAVAR-CHECKPOINT.

      *----BRUTO DA COMPETENCIA: SALARIO MAIS EXTRAS E MENOS FALTAS---
      *----PELO RESUMO DO PONTO; SEM RESUMO VALE O SALARIO CHEIO-------
                           - (PRES-FALTAS * WRK-VALOR-DIA)
               END-READ
           END-IF.
           PERFORM 0214-PAGAR-BANCO-HORAS.
           PERFORM 0213-PAGAR-COMISSAO.
           PERFORM 0216-DESCONTAR-AFASTAMENTO.

      *----COMISSAO DO BALCAO APURADA PELO COMISCALC NA COMPETENCIA---
       0213-PAGAR-COMISSAO        SECTION.
           MOVE ZEROS TO WRK-COMISSAO.
           IF COMISMES-STATUS EQUAL ZEROS
               MOVE FUNC-CODIGO TO COMM-FUNCIONARIO
               MOVE WRK-COMPETENCIA TO COMM-COMPETENCIA
               READ COMISMES
                   INVALID KEY
                       MOVE ZEROS TO COMISMES-STATUS
                   NOT INVALID KEY
                       MOVE COMM-VALOR TO WRK-COMISSAO
                       ADD WRK-COMISSAO TO WRK-BRUTO
               END-READ
           END-IF.

      *----LOTES DO BANCO DE HORAS COM MAIS DE PARAM-BH-MESES MESES---
      *----AINDA COM SALDO: PAGOS COMO EXTRA A 50% E BAIXADOS. NO------
      *----RECALCULO DA MESMA COMPETENCIA REPETE O QUE JA FOI PAGO-----
       0214-PAGAR-BANCO-HORAS     SECTION.
           MOVE ZEROS TO WRK-BH-HORAS WRK-BH-VALOR.
           IF BANCOHOR-STATUS EQUAL ZEROS
               MOVE FUNC-CODIGO TO BH-FUNCIONARIO
               MOVE ZEROS TO BH-COMPETENCIA
               START BANCOHOR KEY >= BH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ BANCOHOR NEXT
                       PERFORM UNTIL BANCOHOR-STATUS NOT EQUAL ZEROS
                               OR BH-FUNCIONARIO NOT EQUAL FUNC-CODIGO
                               OR BH-COMPETENCIA GREATER WRK-BH-LIMITE
                           IF BH-COMP-PAGO EQUAL WRK-COMPETENCIA
                               ADD BH-HORAS-PAGAS TO WRK-BH-HORAS
                           ELSE
                               IF BH-SALDO-LOTE GREATER ZEROS
                                   ADD BH-SALDO-LOTE TO WRK-BH-HORAS
                                   ADD BH-SALDO-LOTE TO BH-HORAS-PAGAS
                                   MOVE ZEROS TO BH-SALDO-LOTE
                                   MOVE WRK-COMPETENCIA TO BH-COMP-PAGO
                                   REWRITE BH-REG
                               END-IF
                           END-IF
                           READ BANCOHOR NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO BANCOHOR-STATUS
           END-IF.
           IF WRK-BH-HORAS GREATER ZEROS
               COMPUTE WRK-BH-VALOR ROUNDED =
                   FUNC-SALARIO / 220 * 1,5 * WRK-BH-HORAS
               ADD WRK-BH-VALOR TO WRK-BRUTO
           END-IF.

      *----AFASTAMENTO POR DOENCA OU ACIDENTE: DO 16O DIA EM DIANTE---
      *----QUEM PAGA E O INSS; ESSES DIAS DENTRO DA COMPETENCIA SAEM---
      *----DO BRUTO (MES INTEIRO AFASTADO SAI O SALARIO TODO)----------
       0216-DESCONTAR-AFASTAMENTO SECTION.
           MOVE ZEROS TO WRK-AFA-DIAS WRK-AFA-DESCONTO.
           IF AFAST-STATUS EQUAL ZEROS
               COMPUTE WRK-AFA-PRI-DIA = WRK-COMPETENCIA * 100 + 1
               MOVE WRK-COMPETENCIA(5:2) TO WRK-MES
               IF WRK-MES EQUAL 12
                   COMPUTE WRK-AFA-ULT-DIA = WRK-AFA-PRI-DIA + 8900
               ELSE
                   COMPUTE WRK-AFA-ULT-DIA = WRK-AFA-PRI-DIA + 100
               END-IF
               COMPUTE WRK-AFA-INT-PRI =
                   FUNCTION INTEGER-OF-DATE(WRK-AFA-PRI-DIA)
               COMPUTE WRK-AFA-INT-ULT =
                   FUNCTION INTEGER-OF-DATE(WRK-AFA-ULT-DIA) - 1
               COMPUTE WRK-AFA-ULT-DIA =
                   FUNCTION DATE-OF-INTEGER(WRK-AFA-INT-ULT)
               COMPUTE WRK-AFA-DIAS-MES =
                   WRK-AFA-INT-ULT - WRK-AFA-INT-PRI + 1
               MOVE FUNC-CODIGO TO AFA-FUNCIONARIO
               MOVE ZEROS TO AFA-INICIO
               START AFAST KEY >= AFA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AFAST NEXT
                       PERFORM UNTIL AFAST-STATUS NOT EQUAL ZEROS
                               OR AFA-FUNCIONARIO NOT EQUAL FUNC-CODIGO
                               OR AFA-INICIO GREATER WRK-AFA-ULT-DIA
                           IF AFA-PAGO-INSS AND
                              AFA-FIM NOT LESS WRK-AFA-PRI-DIA
                               PERFORM 0226-CONTAR-DIAS-INSS
                           END-IF
                           READ AFAST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO AFAST-STATUS
           END-IF.
           IF WRK-AFA-DIAS GREATER ZEROS
               IF WRK-AFA-DIAS NOT LESS WRK-AFA-DIAS-MES
                   MOVE FUNC-SALARIO TO WRK-AFA-DESCONTO
               ELSE
                   COMPUTE WRK-AFA-DESCONTO ROUNDED =
                       FUNC-SALARIO / 30 * WRK-AFA-DIAS
               END-IF
               IF WRK-AFA-DESCONTO GREATER WRK-BRUTO
                   MOVE WRK-BRUTO TO WRK-AFA-DESCONTO
               END-IF
               SUBTRACT WRK-AFA-DESCONTO FROM WRK-BRUTO
           END-IF.

      *----DIAS DO AFASTAMENTO, A PARTIR DO 16O, DENTRO DO MES---------
       0226-CONTAR-DIAS-INSS      SECTION.
           COMPUTE WRK-AFA-INT-INI =
               FUNCTION INTEGER-OF-DATE(AFA-INICIO) + 15.
           IF WRK-AFA-INT-INI LESS WRK-AFA-INT-PRI
               MOVE WRK-AFA-INT-PRI TO WRK-AFA-INT-INI
           END-IF.
           IF AFA-FIM GREATER WRK-AFA-ULT-DIA
               MOVE WRK-AFA-INT-ULT TO WRK-AFA-INT-FIM
           ELSE
               COMPUTE WRK-AFA-INT-FIM =
                   FUNCTION INTEGER-OF-DATE(AFA-FIM)
           END-IF.
           IF WRK-AFA-INT-FIM NOT LESS WRK-AFA-INT-INI
               COMPUTE WRK-AFA-DIAS = WRK-AFA-DIAS
                   + WRK-AFA-INT-FIM - WRK-AFA-INT-INI + 1
           END-IF.

      *----INSS PROGRESSIVO SOBRE O BRUTO, COM A ULTIMA FAIXA---------
      *----FUNCIONANDO COMO TETO DA CONTRIBUICAO------------------------
               INTO CONTRACHEQUE-REG
           END-STRING.
           WRITE CONTRACHEQUE-REG.
           IF WRK-RET-BRUTO GREATER ZEROS
               MOVE SPACES TO CONTRACHEQUE-REG
               STRING
                   '  RETROATIVO DISSIDIO ('  DELIMITED BY SIZE
                   WRK-RET-QT-COMP            DELIMITED BY SIZE
                   ' MESES) BRUTO: '          DELIMITED BY SIZE
                   WRK-RET-BRUTO              DELIMITED BY SIZE
                   ' / INSS: '                DELIMITED BY SIZE
                   WRK-RET-INSS               DELIMITED BY SIZE
                   ' / IR: '                  DELIMITED BY SIZE
                   WRK-RET-IR                 DELIMITED BY SIZE
                   INTO CONTRACHEQUE-REG
               END-STRING
               WRITE CONTRACHEQUE-REG
           END-IF.
           IF WRK-BH-HORAS GREATER ZEROS
               MOVE SPACES TO CONTRACHEQUE-REG
               STRING
                   '  BANCO DE HORAS VENCIDO: '  DELIMITED BY SIZE
                   WRK-BH-HORAS                  DELIMITED BY SIZE
                   ' HORAS A 50% / VALOR: '      DELIMITED BY SIZE
                   WRK-BH-VALOR                  DELIMITED BY SIZE
                   INTO CONTRACHEQUE-REG
               END-STRING
               WRITE CONTRACHEQUE-REG
           END-IF.
           IF WRK-COMISSAO GREATER ZEROS
               MOVE SPACES TO CONTRACHEQUE-REG
               STRING
                   '  COMISSAO DO BALCAO: '      DELIMITED BY SIZE
                   WRK-COMISSAO                  DELIMITED BY SIZE
                   INTO CONTRACHEQUE-REG
               END-STRING
               WRITE CONTRACHEQUE-REG
           END-IF.
           IF WRK-AFA-DIAS GREATER ZEROS
               MOVE SPACES TO CONTRACHEQUE-REG
               STRING
                   '  AFASTADO PELO INSS: '      DELIMITED BY SIZE
                   WRK-AFA-DIAS                  DELIMITED BY SIZE
                   ' DIAS / DESCONTADO DO BRUTO: ' DELIMITED BY SIZE
                   WRK-AFA-DESCONTO              DELIMITED BY SIZE
                   INTO CONTRACHEQUE-REG
               END-STRING
               WRITE CONTRACHEQUE-REG
           END-IF.
           IF WRK-VT-DESCONTO GREATER ZEROS
               MOVE SPACES TO CONTRACHEQUE-REG
               STRING
                   '  VALE-TRANSPORTE - CUSTO: ' DELIMITED BY SIZE
                   WRK-VT-CUSTO                  DELIMITED BY SIZE
                   ' / DESCONTO 6%: '            DELIMITED BY SIZE
                   WRK-VT-DESCONTO               DELIMITED BY SIZE
                   INTO CONTRACHEQUE-REG
               END-STRING
               WRITE CONTRACHEQUE-REG
           END-IF.

      *----COTA LEGAL DO VALE-TRANSPORTE: 6% DO SALARIO BASE, NUNCA---
      *----MAIS QUE O CUSTO DO VT DO MES APURADO PELO BENEFCALC--------
       0227-DESCONTAR-VT          SECTION.
           MOVE ZEROS TO WRK-VT-DESCONTO WRK-VT-CUSTO.
           IF BENMES-STATUS EQUAL ZEROS
               MOVE FUNC-CODIGO TO BENM-FUNCIONARIO
               MOVE WRK-COMPETENCIA TO BENM-COMPETENCIA
               READ BENMES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BENM-VT-VALOR TO WRK-VT-CUSTO
                       COMPUTE WRK-VT-DESCONTO ROUNDED =
                           FUNC-SALARIO * 6 / 100
                       IF WRK-VT-DESCONTO GREATER WRK-VT-CUSTO
                           MOVE WRK-VT-CUSTO TO WRK-VT-DESCONTO
                       END-IF
               END-READ
               MOVE ZEROS TO BENMES-STATUS
           END-IF.

      *----RETROATIVO DE DISSIDIO APROVADO AINDA NAO PAGO (OU PAGO-----
      *----NESTA MESMA COMPETENCIA, NO RECALCULO/REINICIO): ENTRA EM---
      *----LINHA PROPRIA, COM O INSS E O IR JA APURADOS NO DISSIDIO----
       0225-APURAR-RETROATIVO     SECTION.
           MOVE ZEROS TO WRK-RET-BRUTO WRK-RET-INSS WRK-RET-IR
                         WRK-RET-QT-COMP.
           IF DISSRET-STATUS EQUAL ZEROS
               MOVE FUNC-CODIGO TO DRT-FUNCIONARIO
               MOVE ZEROS TO DRT-DISSIDIO
               START DISSRET KEY >= DRT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DISSRET NEXT
                       PERFORM UNTIL DISSRET-STATUS NOT EQUAL ZEROS
                               OR DRT-FUNCIONARIO NOT EQUAL FUNC-CODIGO
                           IF DRT-COMP-PAGO EQUAL ZEROS OR
                              DRT-COMP-PAGO EQUAL WRK-COMPETENCIA
                               ADD DRT-BRUTO TO WRK-RET-BRUTO
                               ADD DRT-INSS TO WRK-RET-INSS
                               ADD DRT-IR TO WRK-RET-IR
                               ADD DRT-QT-COMPETENCIAS
                                   TO WRK-RET-QT-COMP
                               MOVE WRK-COMPETENCIA TO DRT-COMP-PAGO
                               REWRITE DRT-REG
                           END-IF
                           READ DISSRET NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO DISSRET-STATUS
           END-IF.

      *----POSTA O PAGAMENTO NO RAZAO DA FOLHA - RECALCULO DA MESMA---
      *----COMPETENCIA REGRAVA O LANCAMENTO------------------------------
           MOVE FUNC-CODIGO      TO FLH-FUNCIONARIO.
           MOVE WRK-COMPETENCIA  TO FLH-COMPETENCIA.
           MOVE FUNC-NOME        TO FLH-NOME.
           COMPUTE FLH-BRUTO = WRK-BRUTO + WRK-RET-BRUTO.
           COMPUTE FLH-INSS = WRK-INSS + WRK-RET-INSS.
           COMPUTE FLH-IR = WRK-IR + WRK-RET-IR.
           MOVE WRK-EMPFUN       TO FLH-EMPFUN.
           MOVE WRK-CREDITO-ANT  TO FLH-CREDITO.
           MOVE WRK-SALARIOFINAL TO FLH-LIQUIDO.
                   REWRITE FLH-REG
           END-WRITE.

      *----DEPOSITO DO FGTS DA COMPETENCIA: 8% SOBRE O BRUTO DA FOLHA-
      *----MAIS AS FERIAS E O 13O PAGOS NO MES (LIDOS DO RAZAO). O------
      *----SALDO DO FUNCIONARIO TROCA O DEPOSITO ANTERIOR DA MESMA------
      *----COMPETENCIA PELO NOVO, ENTAO RECALCULO E REINICIO NAO DOBRAM-
       0240-POSTAR-FGTS           SECTION.
           MOVE ZEROS TO WRK-FGTS-FERIAS WRK-FGTS-13.
           MOVE FUNC-CODIGO TO FLH-FUNCIONARIO.
           MOVE WRK-COMP-FERIAS TO FLH-COMPETENCIA.
           READ FOLHALEDG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FLH-BRUTO TO WRK-FGTS-FERIAS
           END-READ.
           IF WRK-COMP-13 GREATER ZEROS
               MOVE FUNC-CODIGO TO FLH-FUNCIONARIO
               MOVE WRK-COMP-13 TO FLH-COMPETENCIA
               READ FOLHALEDG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FLH-BRUTO TO WRK-FGTS-13
               END-READ
           END-IF.
           COMPUTE WRK-FGTS-BASE = WRK-BRUTO + WRK-RET-BRUTO
               + WRK-FGTS-FERIAS + WRK-FGTS-13.
           COMPUTE WRK-FGTS ROUNDED =
               WRK-FGTS-BASE * WRK-FGTS-PCT / 100.
      *----DEPOSITO JA POSTADO NESTA COMPETENCIA (RECALCULO/REINICIO)--
           MOVE ZEROS TO WRK-FGTS-ANT.
           MOVE FUNC-CODIGO TO FGTS-FUNCIONARIO.
           MOVE WRK-COMPETENCIA TO FGTS-COMPETENCIA.
           READ FGTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FGTS-VALOR TO WRK-FGTS-ANT
           END-READ.
      *----REGISTRO DE SALDO (COMPETENCIA 000000) DO FUNCIONARIO-------
           MOVE FUNC-CODIGO TO FGTS-FUNCIONARIO.
           MOVE ZEROS TO FGTS-COMPETENCIA.
           READ FGTS
               INVALID KEY
                   MOVE ZEROS TO FGTS-SALDO
           END-READ.
           IF FGTS-SALDO LESS WRK-FGTS-ANT
               MOVE ZEROS TO WRK-FGTS-SALDO
           ELSE
               COMPUTE WRK-FGTS-SALDO = FGTS-SALDO - WRK-FGTS-ANT
           END-IF.
           ADD WRK-FGTS TO WRK-FGTS-SALDO.
           MOVE FUNC-CODIGO TO FGTS-FUNCIONARIO.
           MOVE ZEROS TO FGTS-COMPETENCIA.
           MOVE FUNC-NOME TO FGTS-NOME.
           MOVE ZEROS TO FGTS-BASE-MES FGTS-BASE-FERIAS FGTS-BASE-13
                         FGTS-BASE FGTS-VALOR.
           MOVE WRK-FGTS-SALDO TO FGTS-SALDO.
           ACCEPT FGTS-DATA FROM DATE YYYYMMDD.
           WRITE FGTS-REG
               INVALID KEY
                   REWRITE FGTS-REG
           END-WRITE.
      *----DEPOSITO DA COMPETENCIA-------------------------------------
           MOVE WRK-COMPETENCIA TO FGTS-COMPETENCIA.
           COMPUTE FGTS-BASE-MES = WRK-BRUTO + WRK-RET-BRUTO.
           MOVE WRK-FGTS-FERIAS TO FGTS-BASE-FERIAS.
           MOVE WRK-FGTS-13     TO FGTS-BASE-13.
           MOVE WRK-FGTS-BASE   TO FGTS-BASE.
           MOVE WRK-FGTS        TO FGTS-VALOR.
           WRITE FGTS-REG
               INVALID KEY
                   REWRITE FGTS-REG
           END-WRITE.

      *----PAGINA DE TOTAIS DA FOLHA------------------------------------
       0300-FINALIZAR             SECTION.
           MOVE SPACES TO CONTRACHEQUE-REG.
           CLOSE EMPFUNC.
           CLOSE PARAMS.
           CLOSE FOLHALEDG.
           CLOSE DISSRET.
           CLOSE BENMES.
           CLOSE AFAST.
           CLOSE BANCOHOR.
           CLOSE COMISMES.
           PERFORM 0700-GERAR-GUIA-FGTS.
           CLOSE FGTS.
           MOVE 'C' TO WRK-CKP-SITUACAO.
           PERFORM 0800-GRAVAR-CHECKPOINT.
           CLOSE CHKPT.
           DISPLAY "FUNCIONARIOS PAGOS...." WRK-QT-PAGOS.
           DISPLAY "TOTAL BRUTO..........." WRK-TOT-BRUTO.
           DISPLAY "TOTAL INSS............" WRK-TOT-INSS.
           DISPLAY "TOTAL IR.............." WRK-TOT-IR.
           DISPLAY "TOTAL LIQUIDO........." WRK-TOT-LIQUIDO.
           DISPLAY "TOTAL DESCONTO DE VT.." WRK-TOT-VT.
           DISPLAY "TOTAL FGTS A RECOLHER." WRK-TOT-FGTS.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA FOLHA DE PAGAMENTO".

      *----GUIA DE RECOLHIMENTO DO FGTS DA COMPETENCIA: SAI DOS--------
      *----DEPOSITOS GRAVADOS EM FGTS.DAT, E NAO DOS TOTAIS DA RODADA,--
      *----PARA FICAR COMPLETA TAMBEM DEPOIS DE UM REINICIO-------------
       0700-GERAR-GUIA-FGTS       SECTION.
           MOVE SPACES TO WRK-GUIA-NOME.
           STRING
               'DADOS\FGTS'         DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-GUIA-NOME
           END-STRING.
           OPEN OUTPUT GUIAFGTS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'GUIA DE RECOLHIMENTO DO FGTS - COMPETENCIA: '
                                    DELIMITED BY SIZE
               WRK-COMPETENCIA      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0750-GRAVAR-GUIA.
           MOVE 'FUNC NOME' TO WRK-LINHA-REL.
           MOVE '  BASE MES' TO WRK-LINHA-REL(27:10).
           MOVE '    FERIAS' TO WRK-LINHA-REL(38:10).
           MOVE '       13O' TO WRK-LINHA-REL(49:10).
           MOVE '  DEPOSITO' TO WRK-LINHA-REL(60:10).
           MOVE '      SALDO' TO WRK-LINHA-REL(71:11).
           PERFORM 0750-GRAVAR-GUIA.
           MOVE ZEROS TO WRK-QT-FGTS WRK-TOT-FGTS-BASE WRK-TOT-FGTS.
           IF FGTS-STATUS EQUAL ZEROS
               MOVE ZEROS TO FGTS-CHAVE
               START FGTS KEY >= FGTS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FGTS NEXT
                       PERFORM UNTIL FGTS-STATUS NOT EQUAL ZEROS
                           IF FGTS-COMPETENCIA EQUAL WRK-COMPETENCIA
                               PERFORM 0710-LINHA-GUIA
                           END-IF
                           READ FGTS NEXT
                       END-PERFORM
               END-START
           END-IF.
           MOVE WRK-TOT-FGTS-BASE TO WRK-ED-SALDO.
           MOVE WRK-TOT-FGTS TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'TOTAL DA GUIA - FUNCIONARIOS: ' DELIMITED BY SIZE
               WRK-QT-FGTS          DELIMITED BY SIZE
               ' / BASE: '          DELIMITED BY SIZE
               WRK-ED-SALDO         DELIMITED BY SIZE
               ' / A RECOLHER: '    DELIMITED BY SIZE
               WRK-ED-VALOR         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0750-GRAVAR-GUIA.
           CLOSE GUIAFGTS.

      *----UMA LINHA POR FUNCIONARIO, COM O SALDO APOS O DEPOSITO------
       0710-LINHA-GUIA            SECTION.
           ADD 1 TO WRK-QT-FGTS.
           ADD FGTS-BASE TO WRK-TOT-FGTS-BASE.
           ADD FGTS-VALOR TO WRK-TOT-FGTS.
           MOVE FGTS-BASE-MES    TO WRK-ED-BASE.
           MOVE FGTS-BASE-FERIAS TO WRK-ED-FERIAS.
           MOVE FGTS-BASE-13     TO WRK-ED-13.
           MOVE FGTS-VALOR       TO WRK-ED-VALOR.
           MOVE FGTS-SALDO       TO WRK-ED-SALDO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               FGTS-FUNCIONARIO     DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               FGTS-NOME(1:20)      DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-BASE          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-FERIAS        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-13            DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-VALOR         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ED-SALDO         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0750-GRAVAR-GUIA.

       0750-GRAVAR-GUIA           SECTION.
           MOVE WRK-LINHA-REL TO GUIAFGTS-DADOS.
           WRITE GUIAFGTS-REG.

      *----GRAVA O PONTO DE CONTROLE ('A' DURANTE A FOLHA, 'C' NO FIM--
      *----NORMAL, LIBERANDO A REMESSA DA COMPETENCIA)------------------
       0800-GRAVAR-CHECKPOINT     SECTION.
           MOVE 'FOLHA' TO CKP-JOB.
           MOVE WRK-CKP-SITUACAO TO CKP-SITUACAO.
           MOVE WRK-COMPETENCIA TO CKP-COMPETENCIA.
           ACCEPT CKP-DATA FROM DATE YYYYMMDD.
           ACCEPT CKP-HORA FROM TIME.
           MOVE FUNC-CODIGO TO CKP-ULT-CHAVE.
           MOVE WRK-QT-PAGOS TO CKP-QTD(1).
           MOVE ZEROS TO CKP-QTD(2) CKP-QTD(3) CKP-QTD(4).
           MOVE WRK-TOT-BRUTO TO CKP-VALOR(1).
           MOVE WRK-TOT-INSS TO CKP-VALOR(2).
           MOVE WRK-TOT-IR TO CKP-VALOR(3).
           MOVE WRK-TOT-LIQUIDO TO CKP-VALOR(4).
           WRITE CKP-REG
               INVALID KEY
                   REWRITE CKP-REG
           END-WRITE.

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'FOLHA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-PAGOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.

      *----REGISTRA NO HISTORICO O REINICIO APOS QUEDA, COM OS--------
      *----FUNCIONARIOS JA PAGOS ANTES DELA-----------------------------
       0910-GRAVAR-REINICIO       SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'FOLHA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-PAGOS TO JOB-REGISTROS.
           MOVE 'RI' TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
