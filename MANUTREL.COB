       IDENTIFICATION              DIVISION.
       PROGRAM-ID. MANUTREL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: LISTA SEMANAL DE MANUTENCAO PREVENTIVA - PARA
      *==           CADA VEICULO ATIVO DA FROTA CONFERE OS SERVICOS
      *==           DO PLANO DO MODELO (MANPLANO.DAT) CONTRA A ULTIMA
      *==           MANUTENCAO FEITA (MANUT.DAT, VIA MANUTCHK) E O
      *==           ODOMETRO ATUAL, E LISTA OS VENCIDOS E A VENCER EM
      *==           MANUTAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: VEICULO ATIVO CUJO MODELO NAO TEM PLANO SAI NO
      *==           FIM DO RELATORIO PARA CADASTRAR NO MANUTCAD
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT VEICULOS ASSIGN TO 'DADOS\VEICULOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-PLACA
               FILE STATUS IS FS-VEICULOS.

           SELECT MANPLANO ASSIGN TO 'DADOS\MANPLANO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPL-CHAVE
               FILE STATUS IS FS-MANPLANO.

           SELECT RELMAN ASSIGN TO WRK-RELMAN-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELMAN-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD VEICULOS.
           COPY "VEICULOREG".

       FD MANPLANO.
           COPY "MANPLANREG".

       FD RELMAN.
       01 RELMAN-REG.
           05 RELMAN-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-VEICULOS       PIC 9(02)    VALUE ZEROS.
       77 FS-MANPLANO       PIC 9(02)    VALUE ZEROS.
       77 RELMAN-STATUS     PIC 9(02)    VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)    VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)    VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)    VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.
       77 WRK-RELMAN-NOME   PIC X(030)   VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)   VALUE SPACES.
       77 WRK-QT-VEICULOS   PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-VENCIDOS   PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-A-VENCER   PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-SEM-PLANO  PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-ITENS      PIC 9(03)    VALUE ZEROS.
       77 WRK-SITUACAO-TXT  PIC X(08)    VALUE SPACES.
       77 WRK-IND           PIC 9(02)    VALUE ZEROS.
       01 WRK-TAB-SEM-PLANO.
           05 WRK-SEM-PLANO OCCURS 50 TIMES PIC X(07).
           COPY "MANCHKREG".

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA LISTA DE MANUTENCAO PREVENTIVA".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT VEICULOS.
           IF FS-VEICULOS NOT EQUAL ZEROS
               DISPLAY "VEICULOS.DAT INDISPONIVEL (VER VEICULOCAD)"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT MANPLANO.
           IF FS-MANPLANO NOT EQUAL ZEROS
               DISPLAY "MANPLANO.DAT INDISPONIVEL (VER MANUTCAD)"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           MOVE SPACES TO WRK-RELMAN-NOME.
           STRING
               'DADOS\MANUT'        DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELMAN-NOME
           END-STRING.
           OPEN OUTPUT RELMAN.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'MANUTENCAO PREVENTIVA - VENCIDOS E A VENCER EM '
                                    DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'PLACA   MODELO               SERVICO         ULTIMA'
             TO WRK-LINHA-REL.
           MOVE 'KM/INTERVALO   MESES/INT SITUACAO'
             TO WRK-LINHA-REL(55:).
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           MOVE SPACES TO VEIC-PLACA.
           START VEICULOS KEY >= VEIC-PLACA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VEICULOS NEXT
                   PERFORM UNTIL FS-VEICULOS NOT EQUAL ZEROS
                       IF VEIC-ESTA-ATIVO
                           PERFORM 0210-CONFERIR-VEICULO
                       END-IF
                       READ VEICULOS NEXT
                   END-PERFORM
           END-START.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'VEICULOS ATIVOS: '  DELIMITED BY SIZE
               WRK-QT-VEICULOS      DELIMITED BY SIZE
               ' SERVICOS VENCIDOS: ' DELIMITED BY SIZE
               WRK-QT-VENCIDOS      DELIMITED BY SIZE
               ' A VENCER: '        DELIMITED BY SIZE
               WRK-QT-A-VENCER      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-QT-SEM-PLANO GREATER ZEROS
               MOVE 'VEICULOS CUJO MODELO NAO TEM PLANO:'
                 TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QT-SEM-PLANO
                          OR WRK-IND > 50
                   MOVE SPACES TO WRK-LINHA-REL
                   MOVE WRK-SEM-PLANO(WRK-IND) TO WRK-LINHA-REL(3:)
                   PERFORM 0450-GRAVAR-LINHA
               END-PERFORM
           END-IF.

      *----CONFERE CADA SERVICO DO PLANO DO MODELO DO VEICULO---------
       0210-CONFERIR-VEICULO      SECTION.
           ADD 1 TO WRK-QT-VEICULOS.
           MOVE ZEROS TO WRK-QT-ITENS.
           MOVE VEIC-MODELO TO MPL-MODELO.
           MOVE SPACES TO MPL-SERVICO.
           START MANPLANO KEY >= MPL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MANPLANO NEXT
                   PERFORM UNTIL FS-MANPLANO NOT EQUAL ZEROS
                           OR MPL-MODELO NOT EQUAL VEIC-MODELO
                       ADD 1 TO WRK-QT-ITENS
                       PERFORM 0220-CONFERIR-SERVICO
                       READ MANPLANO NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-ITENS EQUAL ZEROS
               ADD 1 TO WRK-QT-SEM-PLANO
               IF WRK-QT-SEM-PLANO NOT GREATER 50
                   MOVE VEIC-PLACA TO WRK-SEM-PLANO(WRK-QT-SEM-PLANO)
               END-IF
           END-IF.

       0220-CONFERIR-SERVICO      SECTION.
           MOVE VEIC-PLACA TO MCK-PLACA.
           MOVE MPL-SERVICO TO MCK-SERVICO.
           MOVE MPL-INTERV-KM TO MCK-INTERV-KM.
           MOVE MPL-INTERV-MESES TO MCK-INTERV-MESES.
           MOVE VEIC-ODOMETRO TO MCK-ODOMETRO.
           MOVE WRK-HOJE TO MCK-DATA-REF.
           CALL "MANUTCHK" USING MCK-AREA.
           IF NOT MCK-EM-DIA
               IF MCK-VENCIDO
                   ADD 1 TO WRK-QT-VENCIDOS
                   MOVE 'VENCIDO' TO WRK-SITUACAO-TXT
               ELSE
                   ADD 1 TO WRK-QT-A-VENCER
                   MOVE 'A VENCER' TO WRK-SITUACAO-TXT
               END-IF
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   VEIC-PLACA       DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   VEIC-MODELO      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   MPL-SERVICO      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   MCK-ULT-DATA     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   MCK-KM-RODADOS   DELIMITED BY SIZE
                   '/'              DELIMITED BY SIZE
                   MPL-INTERV-KM    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   MCK-MESES        DELIMITED BY SIZE
                   '/'              DELIMITED BY SIZE
                   MPL-INTERV-MESES DELIMITED BY SIZE
                   '    '           DELIMITED BY SIZE
                   WRK-SITUACAO-TXT DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELMAN-DADOS.
           WRITE RELMAN-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELMAN.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELMAN-NOME.
           CLOSE VEICULOS.
           CLOSE MANPLANO.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA LISTA DE MANUTENCAO".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'MANUTREL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-VEICULOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
