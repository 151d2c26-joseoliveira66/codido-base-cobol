       IDENTIFICATION              DIVISION.
       PROGRAM-ID. MANUTCHK.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CALL - SITUACAO DE UM ITEM DO PLANO DE MANUTENCAO
      *==           DE UM VEICULO: PROCURA EM MANUT.DAT A ULTIMA
      *==           MANUTENCAO DO SERVICO NA PLACA E COMPARA KM
      *==           RODADOS E MESES DECORRIDOS COM OS INTERVALOS DO
      *==           PLANO. USADO PELO MANUTCAD, MANUTREL E VIAGEMCAD
      *== DATA: 15/10/2026
      *== OBSERVACOES: SERVICO NUNCA FEITO CONTA O KM DESDE O ODOMETRO
      *==           ZERO E NAO TEM CONTROLE POR TEMPO. A VENCER =
      *==           90% DO INTERVALO DE KM OU MENOS DE UM MES PARA O
      *==           INTERVALO DE MESES
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT MANUT ASSIGN TO 'DADOS\MANUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CHAVE
               FILE STATUS IS FS-MANUT.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD MANUT.
           COPY "MANUTREG".

       WORKING-STORAGE            SECTION.
       77 FS-MANUT          PIC 9(02)    VALUE ZEROS.
       77 WRK-LIMITE-KM     PIC 9(07)    VALUE ZEROS.
       77 WRK-MESES-CALC    PIC S9(05)   VALUE ZEROS.
       01 WRK-DATA-REF.
           05 WRK-REF-ANO       PIC 9(04).
           05 WRK-REF-MES       PIC 9(02).
           05 WRK-REF-DIA       PIC 9(02).
       01 WRK-DATA-ULT.
           05 WRK-ULT-ANO       PIC 9(04).
           05 WRK-ULT-MES       PIC 9(02).
           05 WRK-ULT-DIA       PIC 9(02).

       LINKAGE                    SECTION.
           COPY "MANCHKREG".

       PROCEDURE                  DIVISION
           USING MCK-AREA.
       0001-PRINCIPAL             SECTION.
           MOVE ZEROS TO MCK-ULT-DATA MCK-ULT-KM MCK-KM-RODADOS
                         MCK-MESES.
           MOVE 'E' TO MCK-SITUACAO.
      *----ULTIMA MANUTENCAO DO SERVICO NA PLACA (CHAVE EM ORDEM------
      *----DE DATA: A ULTIMA QUE CASAR E A MAIS RECENTE)---------------
           OPEN INPUT MANUT.
           IF FS-MANUT EQUAL ZEROS
               MOVE MCK-PLACA TO MAN-PLACA
               MOVE ZEROS TO MAN-DATA MAN-SEQ
               START MANUT KEY >= MAN-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MANUT NEXT
                       PERFORM UNTIL FS-MANUT NOT EQUAL ZEROS
                               OR MAN-PLACA NOT EQUAL MCK-PLACA
                           IF MAN-SERVICO EQUAL MCK-SERVICO AND
                              MAN-DATA NOT GREATER MCK-DATA-REF
                               MOVE MAN-DATA TO MCK-ULT-DATA
                               MOVE MAN-ODOMETRO TO MCK-ULT-KM
                           END-IF
                           READ MANUT NEXT
                       END-PERFORM
               END-START
               CLOSE MANUT
           END-IF.
           IF MCK-ODOMETRO GREATER MCK-ULT-KM
               COMPUTE MCK-KM-RODADOS = MCK-ODOMETRO - MCK-ULT-KM
           END-IF.
           IF MCK-ULT-DATA GREATER ZEROS
               MOVE MCK-DATA-REF TO WRK-DATA-REF
               MOVE MCK-ULT-DATA TO WRK-DATA-ULT
               COMPUTE WRK-MESES-CALC =
                   (WRK-REF-ANO * 12 + WRK-REF-MES)
                 - (WRK-ULT-ANO * 12 + WRK-ULT-MES)
               IF WRK-REF-DIA LESS WRK-ULT-DIA
                   SUBTRACT 1 FROM WRK-MESES-CALC
               END-IF
               IF WRK-MESES-CALC GREATER ZEROS
                   MOVE WRK-MESES-CALC TO MCK-MESES
               END-IF
           END-IF.
      *----A VENCER: 90% DO KM OU A UM MES DO PRAZO--------------------
           IF MCK-INTERV-KM GREATER ZEROS
               COMPUTE WRK-LIMITE-KM = MCK-INTERV-KM * 0,9
               IF MCK-KM-RODADOS NOT LESS WRK-LIMITE-KM
                   MOVE 'A' TO MCK-SITUACAO
               END-IF
           END-IF.
           IF MCK-INTERV-MESES GREATER ZEROS AND
              MCK-ULT-DATA GREATER ZEROS
               IF MCK-MESES + 1 NOT LESS MCK-INTERV-MESES
                   MOVE 'A' TO MCK-SITUACAO
               END-IF
           END-IF.
      *----VENCIDO: ALCANCOU O INTERVALO DE KM OU DE MESES-------------
           IF MCK-INTERV-KM GREATER ZEROS AND
              MCK-KM-RODADOS NOT LESS MCK-INTERV-KM
               MOVE 'V' TO MCK-SITUACAO
           END-IF.
           IF MCK-INTERV-MESES GREATER ZEROS AND
              MCK-ULT-DATA GREATER ZEROS AND
              MCK-MESES NOT LESS MCK-INTERV-MESES
               MOVE 'V' TO MCK-SITUACAO
           END-IF.
           GOBACK.
