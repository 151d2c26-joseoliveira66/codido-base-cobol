       IDENTIFICATION              DIVISION.
       PROGRAM-ID. MANUTCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: MANUTENCAO DA FROTA - PLANO PREVENTIVO POR MODELO
      *==           DE VEICULO (MANPLANO.DAT: SERVICO E INTERVALO EM
      *==           KM E EM MESES), REGISTRO DAS MANUTENCOES FEITAS
      *==           (MANUT.DAT: ODOMETRO, CUSTO E OFICINA) E CONSULTA
      *==           DA SITUACAO DE CADA SERVICO DO VEICULO
      *== DATA: 15/10/2026
      *== OBSERVACOES: A LISTA SEMANAL DE VENCIDOS SAI NO MANUTREL
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

           SELECT MANUT ASSIGN TO 'DADOS\MANUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CHAVE
               FILE STATUS IS FS-MANUT.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD VEICULOS.
           COPY "VEICULOREG".

       FD MANPLANO.
           COPY "MANPLANREG".

       FD MANUT.
           COPY "MANUTREG".

       WORKING-STORAGE            SECTION.
       77 FS-VEICULOS       PIC 9(02)    VALUE ZEROS.
       77 FS-MANPLANO       PIC 9(02)    VALUE ZEROS.
       77 FS-MANUT          PIC 9(02)    VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01)    VALUE 'S'.
       77 WRK-OPCAO         PIC X(01)    VALUE SPACES.
       77 WRK-MODELO        PIC X(20)    VALUE SPACES.
       77 WRK-SERVICO       PIC X(15)    VALUE SPACES.
       77 WRK-INTERV-KM     PIC 9(06)    VALUE ZEROS.
       77 WRK-INTERV-MESES  PIC 9(02)    VALUE ZEROS.
       77 WRK-PLACA         PIC X(07)    VALUE SPACES.
       77 WRK-DATA          PIC 9(08)    VALUE ZEROS.
       77 WRK-ODOMETRO      PIC 9(07)    VALUE ZEROS.
       77 WRK-CUSTO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-OFICINA       PIC X(30)    VALUE SPACES.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.
       77 WRK-GRAVADO       PIC X(01)    VALUE 'N'.
       77 WRK-QT-ITENS      PIC 9(03)    VALUE ZEROS.
       77 WRK-SITUACAO-TXT  PIC X(10)    VALUE SPACES.
           COPY "MANCHKREG".

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "MANUTENCAO DA FROTA".
           OPEN INPUT VEICULOS.
           OPEN I-O MANPLANO.
           IF FS-MANPLANO EQUAL 35
               OPEN OUTPUT MANPLANO
               CLOSE MANPLANO
               OPEN I-O MANPLANO
           END-IF.
           OPEN I-O MANUT.
           IF FS-MANUT EQUAL 35
               OPEN OUTPUT MANUT
               CLOSE MANUT
               OPEN I-O MANUT
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

       0200-PROCESSAR             SECTION.
           DISPLAY "P-PLANO DO MODELO  X-EXCLUIR DO PLANO  "
                   "R-REGISTRAR MANUTENCAO  C-CONSULTAR VEICULO..."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0210-PLANO
               WHEN 'X'
               WHEN 'x'
                   PERFORM 0220-EXCLUIR-PLANO
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0230-REGISTRAR
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0240-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----INCLUI OU ALTERA UM SERVICO DO PLANO DO MODELO-------------
       0210-PLANO                 SECTION.
           DISPLAY "MODELO (COMO NO CADASTRO DA FROTA)"
           ACCEPT WRK-MODELO.
           DISPLAY "SERVICO (EX: TROCA OLEO)..........."
           ACCEPT WRK-SERVICO.
           DISPLAY "INTERVALO EM KM (0 = SEM CONTROLE)."
           ACCEPT WRK-INTERV-KM.
           DISPLAY "INTERVALO EM MESES (0 = SEM CONTR.)"
           ACCEPT WRK-INTERV-MESES.
           IF WRK-MODELO EQUAL SPACES OR WRK-SERVICO EQUAL SPACES
               DISPLAY "MODELO E SERVICO SAO OBRIGATORIOS"
           ELSE
               IF WRK-INTERV-KM EQUAL ZEROS AND
                  WRK-INTERV-MESES EQUAL ZEROS
                   DISPLAY "INFORME O INTERVALO EM KM OU EM MESES"
               ELSE
                   MOVE WRK-MODELO TO MPL-MODELO
                   MOVE WRK-SERVICO TO MPL-SERVICO
                   READ MANPLANO
                       INVALID KEY
                           MOVE WRK-INTERV-KM TO MPL-INTERV-KM
                           MOVE WRK-INTERV-MESES TO MPL-INTERV-MESES
                           WRITE MPL-REG
                           DISPLAY "SERVICO INCLUIDO NO PLANO."
                       NOT INVALID KEY
                           MOVE WRK-INTERV-KM TO MPL-INTERV-KM
                           MOVE WRK-INTERV-MESES TO MPL-INTERV-MESES
                           REWRITE MPL-REG
                           DISPLAY "PLANO ATUALIZADO."
                   END-READ
               END-IF
           END-IF.

       0220-EXCLUIR-PLANO         SECTION.
           DISPLAY "MODELO............................"
           ACCEPT WRK-MODELO.
           DISPLAY "SERVICO..........................."
           ACCEPT WRK-SERVICO.
           MOVE WRK-MODELO TO MPL-MODELO.
           MOVE WRK-SERVICO TO MPL-SERVICO.
           DELETE MANPLANO
               INVALID KEY
                   DISPLAY "SERVICO NAO ESTA NO PLANO DO MODELO"
               NOT INVALID KEY
                   DISPLAY "SERVICO RETIRADO DO PLANO."
           END-DELETE.

      *----REGISTRA UMA MANUTENCAO FEITA NO VEICULO-------------------
       0230-REGISTRAR             SECTION.
           DISPLAY "PLACA DO VEICULO.................."
           ACCEPT WRK-PLACA.
           MOVE WRK-PLACA TO VEIC-PLACA.
           READ VEICULOS
               INVALID KEY
                   DISPLAY "VEICULO NAO CADASTRADO (VER VEICULOCAD)"
               NOT INVALID KEY
                   PERFORM 0235-CAPTAR-MANUTENCAO
           END-READ.

       0235-CAPTAR-MANUTENCAO     SECTION.
           DISPLAY "SERVICO (COMO NO PLANO)..........."
           ACCEPT WRK-SERVICO.
           MOVE VEIC-MODELO TO MPL-MODELO.
           MOVE WRK-SERVICO TO MPL-SERVICO.
           READ MANPLANO
               INVALID KEY
                   DISPLAY "AVISO: SERVICO FORA DO PLANO DO MODELO "
                           VEIC-MODELO
           END-READ.
           DISPLAY "DATA DO SERVICO (AAAAMMDD/0=HOJE).."
           ACCEPT WRK-DATA.
           IF WRK-DATA EQUAL ZEROS
               MOVE WRK-HOJE TO WRK-DATA
           END-IF.
           DISPLAY "ODOMETRO NO SERVICO (0 = ATUAL "
                   VEIC-ODOMETRO ")"
           ACCEPT WRK-ODOMETRO.
           IF WRK-ODOMETRO EQUAL ZEROS
               MOVE VEIC-ODOMETRO TO WRK-ODOMETRO
           END-IF.
           DISPLAY "CUSTO (EX: 350,00)................"
           ACCEPT WRK-CUSTO.
           DISPLAY "OFICINA..........................."
           ACCEPT WRK-OFICINA.
           MOVE WRK-PLACA TO MAN-PLACA.
           MOVE WRK-DATA TO MAN-DATA.
           MOVE 1 TO MAN-SEQ.
           MOVE WRK-SERVICO TO MAN-SERVICO.
           MOVE WRK-ODOMETRO TO MAN-ODOMETRO.
           MOVE WRK-CUSTO TO MAN-CUSTO.
           MOVE WRK-OFICINA TO MAN-OFICINA.
           MOVE 'N' TO WRK-GRAVADO.
           PERFORM 0238-TENTAR-GRAVAR
               UNTIL WRK-GRAVADO EQUAL 'S'
                  OR MAN-SEQ GREATER 98.
           IF WRK-GRAVADO EQUAL 'S'
               DISPLAY "MANUTENCAO REGISTRADA."
           ELSE
               DISPLAY "ERRO AO REGISTRAR A MANUTENCAO"
           END-IF.

       0238-TENTAR-GRAVAR         SECTION.
           WRITE MAN-REG
               INVALID KEY
                   ADD 1 TO MAN-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRAVADO
           END-WRITE.

      *----SITUACAO DE CADA SERVICO DO PLANO PARA O VEICULO-----------
       0240-CONSULTAR             SECTION.
           DISPLAY "PLACA DO VEICULO.................."
           ACCEPT WRK-PLACA.
           MOVE WRK-PLACA TO VEIC-PLACA.
           READ VEICULOS
               INVALID KEY
                   DISPLAY "VEICULO NAO CADASTRADO (VER VEICULOCAD)"
               NOT INVALID KEY
                   DISPLAY "VEICULO " VEIC-PLACA " " VEIC-MODELO
                           " ODOMETRO " VEIC-ODOMETRO
                   PERFORM 0245-LISTAR-PLANO
           END-READ.

       0245-LISTAR-PLANO          SECTION.
           MOVE ZEROS TO WRK-QT-ITENS.
      *----O MANUTCHK ABRE O MANUT.DAT POR CONTA PROPRIA--------------
           CLOSE MANUT.
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
                       MOVE VEIC-PLACA TO MCK-PLACA
                       MOVE MPL-SERVICO TO MCK-SERVICO
                       MOVE MPL-INTERV-KM TO MCK-INTERV-KM
                       MOVE MPL-INTERV-MESES TO MCK-INTERV-MESES
                       MOVE VEIC-ODOMETRO TO MCK-ODOMETRO
                       MOVE WRK-HOJE TO MCK-DATA-REF
                       CALL "MANUTCHK" USING MCK-AREA
                       EVALUATE TRUE
                           WHEN MCK-VENCIDO
                               MOVE 'VENCIDO' TO WRK-SITUACAO-TXT
                           WHEN MCK-A-VENCER
                               MOVE 'A VENCER' TO WRK-SITUACAO-TXT
                           WHEN OTHER
                               MOVE 'EM DIA' TO WRK-SITUACAO-TXT
                       END-EVALUATE
                       DISPLAY MPL-SERVICO " ULTIMA " MCK-ULT-DATA
                               " KM " MCK-KM-RODADOS "/"
                               MPL-INTERV-KM " MESES " MCK-MESES "/"
                               MPL-INTERV-MESES " " WRK-SITUACAO-TXT
                       READ MANPLANO NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-ITENS EQUAL ZEROS
               DISPLAY "MODELO SEM PLANO DE MANUTENCAO"
           END-IF.
           OPEN I-O MANUT.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE VEICULOS.
           CLOSE MANPLANO.
           CLOSE MANUT.
