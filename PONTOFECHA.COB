      *==           JUSTIFICADAS E GRAVA O RESUMO EM PONTORES.DAT
      *==           PARA A FOLHA CONSUMIR
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - FALTA EM DIA COBERTO POR AFASTAMENTO DO
      *==                   AFAST.DAT NAO E CONTADA
      *==   15/10/2026 JO - FUNCIONARIO EM BANCO DE HORAS: A EXTRA A
      *==                   50% VAI COMO CREDITO PARA BANCOHOR.DAT EM
      *==                   VEZ DO RESUMO, E CADA FOLGA 'B' DEBITA 8
      *==                   HORAS, CONSUMINDO OS LOTES MAIS ANTIGOS
      *== OBSERVACOES: JORNADA PADRAO DE 8 HORAS POR DIA MARCADO.
      *==           REFECHAR A MESMA COMPETENCIA REGRAVA O RESUMO
      *========================================
               RECORD KEY IS FERIADO-DATA
               FILE STATUS IS FS-FERIADOS.

           SELECT AFAST ASSIGN TO 'DADOS\AFAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS FS-AFAST.

           SELECT BANCOHOR ASSIGN TO 'DADOS\BANCOHOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS FS-BANCOHOR.

         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.
       FD FERIADOS.
           COPY "FERIADOREG".

       FD AFAST.
           COPY "AFASTREG".

       FD BANCOHOR.
           COPY "BANCOHREG".

       FD FUNCIONARIOS.
           COPY "FUNCREG".

       FD JOBHIST.
           COPY "JOBHISTREG".

       77 FS-PONTO              PIC 9(02) VALUE ZEROS.
       77 FS-PONTORES           PIC 9(02) VALUE ZEROS.
       77 FS-FERIADOS           PIC 9(02) VALUE ZEROS.
       77 FS-AFAST              PIC 9(02) VALUE ZEROS.
       77 WRK-AFASTADO          PIC X(01) VALUE 'N'.
      *----BANCO DE HORAS: LOTE DO MES E CONSUMO DOS LOTES-------------
       77 FS-BANCOHOR           PIC 9(02) VALUE ZEROS.
       77 FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 WRK-HORAS-FOLGA       PIC 9(02) VALUE 8.
       77 WRK-BH-DEBITOS        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BH-DISPONIVEL     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-BH-CONSUMO        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QT-BANCO          PIC 9(04) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-ACU-HE50          PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ACU-HE100         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ACU-FALTAS        PIC 9(02) VALUE ZEROS.
       77 WRK-ACU-FOLGAS        PIC 9(02) VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
               OPEN I-O PONTORES
           END-IF.
           OPEN INPUT FERIADOS.
           OPEN INPUT AFAST.
           OPEN INPUT FUNCIONARIOS.
           OPEN I-O BANCOHOR.
           IF FS-BANCOHOR EQUAL 35
               OPEN OUTPUT BANCOHOR
               CLOSE BANCOHOR
               OPEN I-O BANCOHOR
           END-IF.

      *----VARRE AS MARCACOES DA COMPETENCIA, COM QUEBRA POR----------
      *----FUNCIONARIO (A ORDEM DA CHAVE GARANTE O AGRUPAMENTO)--------
               MOVE PON-FUNCIONARIO TO WRK-FUNC-ATUAL
               MOVE ZEROS TO WRK-ACU-HORAS WRK-ACU-HE50
                             WRK-ACU-HE100 WRK-ACU-FALTAS
                             WRK-ACU-FOLGAS
           END-IF.
           IF PON-E-FALTA
               IF PON-FOLGA-BANCO
                   ADD 1 TO WRK-ACU-FOLGAS
               END-IF
               IF NOT PON-FALTA-JUSTA
                   PERFORM 0215-TESTAR-AFASTAMENTO
                   IF WRK-AFASTADO EQUAL 'N'
                       ADD 1 TO WRK-ACU-FALTAS
                   END-IF
               END-IF
           ELSE
               DIVIDE PON-ENTRADA BY 100 GIVING WRK-HH
               END-IF
           END-IF.

      *----DIA DENTRO DE UM AFASTAMENTO CADASTRADO DO FUNCIONARIO-----
       0215-TESTAR-AFASTAMENTO    SECTION.
           MOVE 'N' TO WRK-AFASTADO.
           IF FS-AFAST EQUAL ZEROS
               MOVE PON-FUNCIONARIO TO AFA-FUNCIONARIO
               MOVE ZEROS TO AFA-INICIO
               START AFAST KEY >= AFA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AFAST NEXT
                       PERFORM UNTIL FS-AFAST NOT EQUAL ZEROS
                               OR AFA-FUNCIONARIO NOT EQUAL
                                  PON-FUNCIONARIO
                               OR AFA-INICIO GREATER PON-DATA
                           IF AFA-FIM NOT LESS PON-DATA
                               MOVE 'S' TO WRK-AFASTADO
                           END-IF
                           READ AFAST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-AFAST
           END-IF.

      *----DOMINGO OU FERIADO DO CALENDARIO DA LOJA-------------------
       0220-TESTAR-DIA-ESPECIAL   SECTION.
           MOVE 'N' TO WRK-DIA-ESPECIAL.
           MOVE WRK-ACU-HE50 TO PRES-HE50.
           MOVE WRK-ACU-HE100 TO PRES-HE100.
           MOVE WRK-ACU-FALTAS TO PRES-FALTAS.
           MOVE WRK-FUNC-ATUAL TO FUNC-CODIGO.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE 'N' TO FUNC-BANCO-HORAS
           END-READ.
           IF FUNC-EM-BANCO-HORAS AND FS-BANCOHOR EQUAL ZEROS
               PERFORM 0240-LANCAR-BANCO-HORAS
               MOVE ZEROS TO PRES-HE50
           END-IF.
           WRITE PRES-REG
               INVALID KEY
                   REWRITE PRES-REG
           END-WRITE.
           ADD 1 TO WRK-QT-RESUMOS.

      *----LOTE DO MES NO BANCO DE HORAS: REFECHAR A COMPETENCIA------
      *----REGRAVA CREDITO E DEBITO, PRESERVANDO O QUE A FOLHA PAGOU---
       0240-LANCAR-BANCO-HORAS    SECTION.
           MOVE WRK-FUNC-ATUAL TO BH-FUNCIONARIO.
           MOVE WRK-COMPETENCIA TO BH-COMPETENCIA.
           READ BANCOHOR
               INVALID KEY
                   MOVE ZEROS TO BH-HORAS-PAGAS BH-COMP-PAGO
           END-READ.
           MOVE WRK-FUNC-ATUAL TO BH-FUNCIONARIO.
           MOVE WRK-COMPETENCIA TO BH-COMPETENCIA.
           MOVE WRK-ACU-HE50 TO BH-CREDITO.
           COMPUTE BH-DEBITO = WRK-ACU-FOLGAS * WRK-HORAS-FOLGA.
           MOVE ZEROS TO BH-SALDO-LOTE.
           WRITE BH-REG
               INVALID KEY
                   REWRITE BH-REG
           END-WRITE.
           PERFORM 0245-CONSUMIR-LOTES.
           ADD 1 TO WRK-QT-BANCO.

      *----AS FOLGAS DE TODOS OS MESES CONSOMEM OS CREDITOS DOS LOTES-
      *----MAIS ANTIGOS PRIMEIRO; O QUE A FOLHA JA PAGOU NAO VOLTA-----
       0245-CONSUMIR-LOTES        SECTION.
           MOVE ZEROS TO WRK-BH-DEBITOS.
           MOVE WRK-FUNC-ATUAL TO BH-FUNCIONARIO.
           MOVE ZEROS TO BH-COMPETENCIA.
           START BANCOHOR KEY >= BH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BANCOHOR NEXT
                   PERFORM UNTIL FS-BANCOHOR NOT EQUAL ZEROS
                           OR BH-FUNCIONARIO NOT EQUAL WRK-FUNC-ATUAL
                       ADD BH-DEBITO TO WRK-BH-DEBITOS
                       READ BANCOHOR NEXT
                   END-PERFORM
           END-START.
           MOVE WRK-FUNC-ATUAL TO BH-FUNCIONARIO.
           MOVE ZEROS TO BH-COMPETENCIA.
           START BANCOHOR KEY >= BH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BANCOHOR NEXT
                   PERFORM UNTIL FS-BANCOHOR NOT EQUAL ZEROS
                           OR BH-FUNCIONARIO NOT EQUAL WRK-FUNC-ATUAL
                       MOVE ZEROS TO WRK-BH-DISPONIVEL
                       IF BH-CREDITO GREATER BH-HORAS-PAGAS
                           COMPUTE WRK-BH-DISPONIVEL =
                               BH-CREDITO - BH-HORAS-PAGAS
                       END-IF
                       MOVE WRK-BH-DISPONIVEL TO WRK-BH-CONSUMO
                       IF WRK-BH-CONSUMO GREATER WRK-BH-DEBITOS
                           MOVE WRK-BH-DEBITOS TO WRK-BH-CONSUMO
                       END-IF
                       SUBTRACT WRK-BH-CONSUMO FROM WRK-BH-DEBITOS
                       COMPUTE BH-SALDO-LOTE =
                           WRK-BH-DISPONIVEL - WRK-BH-CONSUMO
                       REWRITE BH-REG
                       READ BANCOHOR NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-BANCOHOR.
           IF WRK-BH-DEBITOS GREATER ZEROS
               DISPLAY "FUNCIONARIO " WRK-FUNC-ATUAL
                       " DEVE " WRK-BH-DEBITOS " HORAS AO BANCO"
           END-IF.

       0300-FINALIZAR             SECTION.
           CLOSE PONTO.
           CLOSE PONTORES.
           CLOSE FERIADOS.
           CLOSE AFAST.
           CLOSE FUNCIONARIOS.
           CLOSE BANCOHOR.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "RESUMOS GRAVADOS: " WRK-QT-RESUMOS.
           DISPLAY "LOTES NO BANCO DE HORAS: " WRK-QT-BANCO.
           DISPLAY "FIM DO FECHAMENTO DO PONTO".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
