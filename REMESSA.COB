      *==           CADASTRO, MARCANDO O LANCAMENTO COMO ENVIADO. O
      *==           RETORNO DO BANCO E CONCILIADO PELO RETBANCO
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - NAO GERA REMESSA DA COMPETENCIA CUJA FOLHA
      *==                   FICOU INTERROMPIDA (PONTO DE CONTROLE EM
      *==                   ANDAMENTO NO CHKPT.DAT)
      *== OBSERVACOES: LINHA DE DETALHE: 'D' / FUNCIONARIO(4) /
      *==           COMPETENCIA(6) / BANCO(3) / AGENCIA(4) / CONTA(8)
      *==           / VALOR EM CENTAVOS(13). TRAILER: 'T' / QTDE(6) /
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REMARQ.

      *----PONTO DE CONTROLE DA FOLHA (RAZAO INCOMPLETO SE CAIU)------
           SELECT CHKPT ASSIGN TO 'DADOS\CHKPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CHKPT-STATUS
               RECORD KEY IS CKP-JOB.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.
           05 REM-T-SOMA            PIC 9(15).
           05 FILLER                PIC X(17).

       FD CHKPT.
           COPY "CKPTREG".

       FD JOBHIST.
           COPY "JOBHISTREG".

       77 FS-FOLHALEDG      PIC 9(02)      VALUE ZEROS.
       77 FS-REMARQ         PIC 9(02)      VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)      VALUE ZEROS.
       77 CHKPT-STATUS      PIC 9(02)      VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)      VALUE 'OK'.
               DISPLAY "FOLHALEDG.DAT INDISPONIVEL - RODAR A FOLHA"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT CHKPT.
           IF CHKPT-STATUS EQUAL ZEROS
               MOVE 'FOLHA' TO CKP-JOB
               READ CHKPT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CKP-EM-ANDAMENTO AND
                          CKP-COMPETENCIA EQUAL WRK-COMPETENCIA
                           DISPLAY "FOLHA DA COMPETENCIA INTERROMPIDA"
                                   " - RODAR A FOLHA ATE O FIM ANTES "
                                   "DA REMESSA"
                           MOVE 'ER' TO WRK-JOB-ST
                       END-IF
               END-READ
               CLOSE CHKPT
           END-IF.
           MOVE SPACES TO WRK-REMARQ-NOME.
           STRING
               'DADOS\REMESSA'      DELIMITED BY SIZE
