      *==           NA COMPETENCIA INFORMADA E IMPRIME O RELATORIO
      *==           DATADO PLNFATAAAAMM.TXT COM OS TOTAIS
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - LIMPA OS DADOS DE PAGAMENTO NO BALCAO
      *==                   (FORMA, LOJA E OPERADOR) DO LANCAMENTO
      *==   15/10/2026 JO - PONTO DE CONTROLE EM CHKPT.DAT A CADA
      *==                   CLIENTE (CHAVE E TOTAIS); SE O FATURAMENTO
      *==                   DA COMPETENCIA CAIU, RETOMA DEPOIS DO
      *==                   ULTIMO CLIENTE, CONTINUA O MESMO RELATORIO
      *==                   E REGISTRA O REINICIO ('RI') NO JOBHIST.LOG
      *== OBSERVACOES: COMPETENCIA JA FATURADA PARA UM CLIENTE NAO E
      *==           FATURADA DE NOVO (A CHAVE CLIENTE+COMPETENCIA
      *==           BARRA A DUPLICIDADE). CLIENTE COM PLANO INATIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELFAT-STATUS.

      *----PONTO DE CONTROLE PARA REINICIO APOS QUEDA------------------
           SELECT CHKPT ASSIGN TO 'DADOS\CHKPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CHKPT-STATUS
               RECORD KEY IS CKP-JOB.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.
       01 RELFAT-REG.
           05 RELFAT-DADOS          PIC X(79).

       FD CHKPT.
           COPY "CKPTREG".

       FD JOBHIST.
           COPY "JOBHISTREG".

       77 WRK-VLR-PLANO-ED      PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-RELFAT-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(79)  VALUE SPACES.
      *----PONTO DE CONTROLE: CKP-QTD(1) A (4) LIDOS, FATURADOS, JA----
      *----FATURADOS E AVISOS / CKP-VALOR(1) TOTAL FATURADO------------
       77 CHKPT-STATUS          PIC 9(02) VALUE ZEROS.
       77 WRK-REINICIO          PIC X(01) VALUE 'N'.
       77 WRK-CKP-SITUACAO      PIC X(01) VALUE 'A'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           PERFORM 0150-VERIFICAR-CHECKPOINT.

      *----FATURAMENTO DESTA COMPETENCIA INTERROMPIDO: RECUPERA OS----
      *----TOTAIS E MARCA O REINICIO DEPOIS DO ULTIMO CLIENTE----------
       0150-VERIFICAR-CHECKPOINT  SECTION.
           MOVE 'N' TO WRK-REINICIO.
           OPEN I-O CHKPT.
           IF CHKPT-STATUS EQUAL 35
               OPEN OUTPUT CHKPT
               CLOSE CHKPT
               OPEN I-O CHKPT
           END-IF.
           MOVE 'PLANOFAT' TO CKP-JOB.
           READ CHKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CKP-EM-ANDAMENTO AND
                      CKP-COMPETENCIA EQUAL WRK-COMPETENCIA
                       MOVE 'S' TO WRK-REINICIO
                       MOVE CKP-QTD(1)   TO WRK-QT-LIDOS
                       MOVE CKP-QTD(2)   TO WRK-QT-FATURADOS
                       MOVE CKP-QTD(3)   TO WRK-QT-JA-FATURADOS
                       MOVE CKP-QTD(4)   TO WRK-QT-AVISOS
                       MOVE CKP-VALOR(1) TO WRK-VLR-TOTAL
                       DISPLAY "FATURAMENTO INTERROMPIDO - REINICIO "
                               "APOS O CLIENTE " CKP-ULT-CHAVE(1:9)
                       PERFORM 0910-GRAVAR-REINICIO
                   END-IF
           END-READ.

      *----VARRE OS CLIENTES E FATURA OS QUE TEM PLANO ATRIBUIDO------
       0200-PROCESSAR             SECTION.
           PERFORM 0400-ABRIR-RELATORIO.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0205-POSICIONAR
               IF CLIENTES-STATUS EQUAL ZEROS
                   READ CLIENTES NEXT
                   PERFORM UNTIL CLIENTES-STATUS NOT EQUAL ZEROS
                       ADD 1 TO WRK-QT-LIDOS
                       IF CLIENTES-PLANO GREATER ZEROS
                           PERFORM 0210-FATURAR-CLIENTE
                       END-IF
                       PERFORM 0800-GRAVAR-CHECKPOINT
                       READ CLIENTES NEXT
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM 0500-TOTALIZAR-RELATORIO.

      *----INICIO DO CADASTRO OU, NO REINICIO, LOGO DEPOIS DO ULTIMO---
      *----CLIENTE DO PONTO DE CONTROLE. A CHAVE DO PLANOCOB BARRA A---
      *----COBRANCA EM DOBRO DO CLIENTE QUE CAIU NO MEIO---------------
       0205-POSICIONAR            SECTION.
           IF WRK-REINICIO EQUAL 'S'
               MOVE CKP-ULT-CHAVE(1:9) TO CLIENTES-CHAVE
               START CLIENTES KEY > CLIENTES-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
           ELSE
               MOVE ZEROS TO CLIENTES-FONE
               START CLIENTES KEY >= CLIENTES-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
           END-IF.

      *----GERA A COBRANCA DA COMPETENCIA PARA UM CLIENTE COM PLANO---
       0210-FATURAR-CLIENTE       SECTION.
           MOVE WRK-HOJE        TO PLNCOB-DATA-GERACAO.
           MOVE ZEROS           TO PLNCOB-DATA-PAGAMENTO.
           MOVE 'P'             TO PLNCOB-STATUS.
           MOVE SPACES          TO PLNCOB-TENDER.
           MOVE ZEROS           TO PLNCOB-LOJA PLNCOB-OPERADOR.
           WRITE PLNCOB-REG
               INVALID KEY
                   ADD 1 TO WRK-QT-JA-FATURADOS
                   PERFORM 0450-GRAVAR-LINHA
           END-WRITE.

      *----ABRE O RELATORIO DATADO DA COMPETENCIA; NO REINICIO--------
      *----CONTINUA O RELATORIO JA COMECADO-----------------------------
       0400-ABRIR-RELATORIO       SECTION.
           MOVE SPACES TO WRK-RELFAT-NOME.
           STRING
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELFAT-NOME
           END-STRING.
           IF WRK-REINICIO EQUAL 'S'
               OPEN EXTEND RELFAT
               IF RELFAT-STATUS EQUAL ZEROS
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING
                       '*** REINICIO APOS QUEDA - DEPOIS DO CLIENTE '
                                        DELIMITED BY SIZE
                       CKP-ULT-CHAVE(1:9) DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0450-GRAVAR-LINHA
                   GO TO 0400-FIM
               END-IF
           END-IF.
           OPEN OUTPUT RELFAT.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
           MOVE '==============================================='
                TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
       0400-FIM.
           EXIT.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           CLOSE CLIENTES.
           CLOSE PLANOS.
           CLOSE PLANOCOB.
           MOVE 'C' TO WRK-CKP-SITUACAO.
           PERFORM 0800-GRAVAR-CHECKPOINT.
           CLOSE CHKPT.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO FATURAMENTO DE PLANOS".

      *----GRAVA O PONTO DE CONTROLE ('A' DURANTE A VARREDURA, 'C' NO--
      *----FIM NORMAL)-------------------------------------------------
       0800-GRAVAR-CHECKPOINT     SECTION.
           MOVE 'PLANOFAT' TO CKP-JOB.
           MOVE WRK-CKP-SITUACAO TO CKP-SITUACAO.
           MOVE WRK-COMPETENCIA TO CKP-COMPETENCIA.
           ACCEPT CKP-DATA FROM DATE YYYYMMDD.
           ACCEPT CKP-HORA FROM TIME.
           MOVE CLIENTES-CHAVE TO CKP-ULT-CHAVE.
           MOVE WRK-QT-LIDOS TO CKP-QTD(1).
           MOVE WRK-QT-FATURADOS TO CKP-QTD(2).
           MOVE WRK-QT-JA-FATURADOS TO CKP-QTD(3).
           MOVE WRK-QT-AVISOS TO CKP-QTD(4).
           MOVE WRK-VLR-TOTAL TO CKP-VALOR(1).
           MOVE ZEROS TO CKP-VALOR(2) CKP-VALOR(3) CKP-VALOR(4).
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
      *----TINHA SIDO FATURADO ANTES DELA-------------------------------
       0910-GRAVAR-REINICIO       SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'PLANOFAT' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-FATURADOS TO JOB-REGISTROS.
           MOVE 'RI' TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
