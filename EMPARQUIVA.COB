      *==   01/09/2026 JO - ENCERRAMENTO COM GOBACK NO LUGAR DE STOP
      *==                   RUN, PARA RODAR TAMBEM VIA CALL DO
      *==                   DESPACHANTE DE JOBS (DISPATCH)
      *==   15/10/2026 JO - PONTO DE CONTROLE EM CHKPT.DAT A CADA
      *==                   EMPRESTIMO LIDO (CHAVE E CONTADORES); SE A
      *==                   EXECUCAO ANTERIOR CAIU, RETOMA DEPOIS DA
      *==                   ULTIMA CHAVE E REGISTRA O REINICIO ('RI')
      *==                   NO JOBHIST.LOG
      *== OBSERVACOES: RODAR COM O FILMESJC FECHADO. A CONSULTA DO
      *==           ARQUIVO MORTO E FEITA PELO HISTCONS
      *========================================
               RECORD KEY IS LOCK-CHAVE.


      *----PONTO DE CONTROLE PARA REINICIO APOS QUEDA------------------
           SELECT CHKPT ASSIGN TO 'DADOS\CHKPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CHKPT-STATUS
               RECORD KEY IS CKP-JOB.


      *----HISTORICO DE EXECUCAO DOS JOBS EM LOTE----------------------
           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
           COPY "LOCKREG".


      *----PONTO DE CONTROLE PARA REINICIO APOS QUEDA------------------
       FD CHKPT.
           COPY "CKPTREG".


      *----HISTORICO DE EXECUCAO DOS JOBS EM LOTE----------------------
       FD JOBHIST.
           COPY "JOBHISTREG".
       77 WRK-IDADE-DIAS        PIC S9(05) VALUE ZEROS.
       77 WRK-QT-LIDOS          PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ARQUIVADOS     PIC 9(05) VALUE ZEROS.
      *----PONTO DE CONTROLE: CKP-QTD(1) LIDOS / CKP-QTD(2) ARQUIVADOS-
       77 CHKPT-STATUS          PIC 9(02) VALUE ZEROS.
       77 WRK-REINICIO          PIC X(01) VALUE 'N'.
       77 WRK-CKP-SITUACAO      PIC X(01) VALUE 'A'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
               MOVE 90 TO PARAM-DIAS-ARQUIVO
           END-IF.
           DISPLAY "DIAS DE CORTE DO ARQUIVAMENTO: " PARAM-DIAS-ARQUIVO.
           PERFORM 0150-VERIFICAR-CHECKPOINT.

      *----EXECUCAO ANTERIOR INTERROMPIDA: RECUPERA OS CONTADORES E---
      *----MARCA O REINICIO A PARTIR DA ULTIMA CHAVE PROCESSADA--------
       0150-VERIFICAR-CHECKPOINT  SECTION.
           MOVE 'N' TO WRK-REINICIO.
           MOVE 'A' TO WRK-CKP-SITUACAO.
           MOVE ZEROS TO WRK-QT-LIDOS WRK-QT-ARQUIVADOS.
           OPEN I-O CHKPT.
           IF CHKPT-STATUS EQUAL 35
               OPEN OUTPUT CHKPT
               CLOSE CHKPT
               OPEN I-O CHKPT
           END-IF.
           MOVE 'EMPARQUIVA' TO CKP-JOB.
           READ CHKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CKP-EM-ANDAMENTO
                       MOVE 'S' TO WRK-REINICIO
                       MOVE CKP-QTD(1) TO WRK-QT-LIDOS
                       MOVE CKP-QTD(2) TO WRK-QT-ARQUIVADOS
                       DISPLAY "EXECUCAO ANTERIOR INTERROMPIDA - "
                               "REINICIO APOS A CHAVE "
                               CKP-ULT-CHAVE(1:14)
                       PERFORM 0910-GRAVAR-REINICIO
                   END-IF
           END-READ.

      *----VARRE O ARQUIVO VIVO E MOVE PARA O MORTO CADA EMPRESTIMO---
      *----ENCERRADO HA MAIS DIAS QUE O PARAMETRO-----------------------
       0200-PROCESSAR             SECTION.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               PERFORM 0205-POSICIONAR
               IF EMPRESTIMOS-STATUS EQUAL ZEROS
                   READ EMPRESTIMOS NEXT
                   PERFORM UNTIL EMPRESTIMOS-STATUS = 10
                       ADD 1 TO WRK-QT-LIDOS
                       IF EMP-ENCERRADO AND
                               EMP-DATA-DEVOLUCAO GREATER ZEROS
                           COMPUTE WRK-IDADE-DIAS =
                               FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                               - FUNCTION INTEGER-OF-DATE
                                 (EMP-DATA-DEVOLUCAO)
                           IF WRK-IDADE-DIAS GREATER
                                   PARAM-DIAS-ARQUIVO
                               PERFORM 0210-ARQUIVAR-EMPRESTIMO
                           END-IF
                       END-IF
                       PERFORM 0800-GRAVAR-CHECKPOINT
                       READ EMPRESTIMOS NEXT
                   END-PERFORM
               END-IF
           END-IF.

      *----INICIO DO ARQUIVO OU, NO REINICIO, LOGO DEPOIS DA ULTIMA----
      *----CHAVE DO PONTO DE CONTROLE. O EMPRESTIMO QUE CAIU ENTRE A---
      *----GRAVACAO NO MORTO E A EXCLUSAO JA PASSOU DO PONTO E E-------
      *----REFEITO: A CHAVE DO EMPHIST BARRA A DUPLICIDADE-------------
       0205-POSICIONAR            SECTION.
           IF WRK-REINICIO EQUAL 'S'
               MOVE CKP-ULT-CHAVE(1:14) TO EMP-CHAVE
               START EMPRESTIMOS KEY > EMP-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
           ELSE
               MOVE ZEROS TO EMP-CHAVE
               START EMPRESTIMOS KEY >= EMP-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
           END-IF.

           END-DELETE.

       0300-FINALIZAR             SECTION.
           MOVE 'C' TO WRK-CKP-SITUACAO.
           PERFORM 0800-GRAVAR-CHECKPOINT.
           CLOSE CHKPT.
           MOVE 1 TO LOCK-CHAVE.
           DELETE RUNLOCK
               INVALID KEY
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO ARQUIVAMENTO DE EMPRESTIMOS".

      *----GRAVA O PONTO DE CONTROLE ('A' DURANTE A VARREDURA, 'C' NO--
      *----FIM NORMAL)-------------------------------------------------
       0800-GRAVAR-CHECKPOINT     SECTION.
           MOVE 'EMPARQUIVA' TO CKP-JOB.
           MOVE WRK-CKP-SITUACAO TO CKP-SITUACAO.
           MOVE ZEROS TO CKP-COMPETENCIA.
           ACCEPT CKP-DATA FROM DATE YYYYMMDD.
           ACCEPT CKP-HORA FROM TIME.
           MOVE EMP-CHAVE TO CKP-ULT-CHAVE.
           MOVE WRK-QT-LIDOS TO CKP-QTD(1).
           MOVE WRK-QT-ARQUIVADOS TO CKP-QTD(2).
           MOVE ZEROS TO CKP-QTD(3) CKP-QTD(4).
           MOVE ZEROS TO CKP-VALOR(1) CKP-VALOR(2)
                         CKP-VALOR(3) CKP-VALOR(4).
           WRITE CKP-REG
               INVALID KEY
                   REWRITE CKP-REG
           END-WRITE.

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.

      *----REGISTRA NO HISTORICO O REINICIO APOS QUEDA, COM O QUE JA---
      *----TINHA SIDO ARQUIVADO ANTES DELA------------------------------
       0910-GRAVAR-REINICIO       SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'EMPARQUIVA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-ARQUIVADOS TO JOB-REGISTROS.
           MOVE 'RI' TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
