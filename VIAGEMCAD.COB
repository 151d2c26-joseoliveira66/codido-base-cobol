      *==   01/09/2026 JO - COM A PLACA NA FROTA (VEICULOS.DAT), A
      *==                   CAPACIDADE E O CONSUMO/CUSTO FIXO DO
      *==                   VEICULO ENTRAM NO PRECO DA VIAGEM
      *==   15/10/2026 JO - OPCAO F FECHA A VIAGEM COMO REALIZADA E
      *==                   GRAVA A APURACAO EM VIAGRES.DAT (RECEITA
      *==                   DAS PASSAGENS PAGAS X KM, COMBUSTIVEL,
      *==                   PEDAGIO E CUSTO FIXO DO VEICULO)
      *==   15/10/2026 JO - AVISA NA ABERTURA QUANDO O VEICULO TEM
      *==                   MANUTENCAO DO PLANO VENCIDA NA DATA DA
      *==                   VIAGEM (MANPLANO.DAT VIA MANUTCHK)
      *==   15/10/2026 JO - TODA VIAGEM TEM MOTORISTA (MOTORIST.DAT):
      *==                   RECUSA CNH VENCIDA NA DATA, CATEGORIA QUE
      *==                   NAO HABILITA PARA O VEICULO E MOTORISTA JA
      *==                   ESCALADO NO DIA; OPCAO T ESCALA/TROCA O
      *==                   MOTORISTA E O MANIFESTO MOSTRA QUEM DIRIGE
      *==   15/10/2026 JO - ENTRADA PELO LOGON. PAGAMENTOS POR RESERVA
      *==                   EM PASSPGTO.DAT (SINAL NA RESERVA E SALDO
      *==                   PELA OPCAO P, COM ESPECIE E OPERADOR);
      *==                   CANCELAMENTO REEMBOLSA CONFORME A POLITICA
      *==                   DO REEMBPOL.DAT PELOS DIAS QUE FALTAM PARA
      *==                   A VIAGEM; MANIFESTO MOSTRA O SALDO DEVIDO E
      *==                   A APURACAO USA O VALOR LIQUIDO RECEBIDO
      *==   15/10/2026 JO - CANCELAMENTO DE RESERVA SO EM VIAGEM
      *==                   ABERTA (REALIZADA NAO MEXE MAIS NA LISTA)
      *== OBSERVACOES: O NUMERO DA VIAGEM SAI DO CONTROLE
      *==           CTLVIAG.DAT, COMO O CTLFILME DO CATALOGO
      *========================================
               RECORD KEY IS CTLV-CHAVE
               FILE STATUS IS FS-CTLVIAG.

           SELECT VIAGKM ASSIGN TO 'DADOS\VIAGKM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VKM-CHAVE
               FILE STATUS IS FS-VIAGKM.

           SELECT ABASTEC ASSIGN TO 'DADOS\ABASTEC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABA-CHAVE
               FILE STATUS IS FS-ABASTEC.

           SELECT VIAGRES ASSIGN TO 'DADOS\VIAGRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRS-VIAGEM
               FILE STATUS IS FS-VIAGRES.

           SELECT MANPLANO ASSIGN TO 'DADOS\MANPLANO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPL-CHAVE
               FILE STATUS IS FS-MANPLANO.

           SELECT MOTORIST ASSIGN TO 'DADOS\MOTORIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT-CODIGO
               FILE STATUS IS FS-MOTORIST.

           SELECT PASSPGTO ASSIGN TO 'DADOS\PASSPGTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPG-CHAVE
               FILE STATUS IS FS-PASSPGTO.

           SELECT REEMBPOL ASSIGN TO 'DADOS\REEMBPOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-DIAS-MIN
               FILE STATUS IS FS-REEMBPOL.

           SELECT MANIF ASSIGN TO WRK-MANIF-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MANIF.
           05 CTLV-CHAVE            PIC 9(01).
           05 CTLV-ULTIMO           PIC 9(05).

       FD VIAGKM.
           COPY "VIAGKMREG".

       FD ABASTEC.
           COPY "ABASTREG".

       FD VIAGRES.
           COPY "VIAGRESREG".

       FD MANPLANO.
           COPY "MANPLANREG".

       FD MOTORIST.
           COPY "MOTORREG".

       FD PASSPGTO.
           COPY "PASSPGREG".

       FD REEMBPOL.
           COPY "REEMBREG".

       FD MANIF.
       01 MANIF-REG.
           05 MANIF-DADOS           PIC X(79).
       77 WRK-PRECO         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-NOME          PIC X(30)    VALUE SPACES.
       77 WRK-FONE          PIC 9(09)    VALUE ZEROS.
       77 WRK-SEQ           PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-CONFIRMADAS PIC 9(03)   VALUE ZEROS.
       77 WRK-GRAVADO       PIC X(01)    VALUE 'N'.
       77 WRK-SEQ-CANCELA   PIC 9(03)    VALUE ZEROS.
       77 WRK-PROMOVIDO     PIC X(01)    VALUE 'N'.
       77 WRK-ERA-CONFIRMADA PIC X(01)   VALUE 'N'.
       77 FS-VIAGKM         PIC 9(02)    VALUE ZEROS.
       77 FS-ABASTEC        PIC 9(02)    VALUE ZEROS.
       77 FS-VIAGRES        PIC 9(02)    VALUE ZEROS.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.
       77 WRK-CONSUMO       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-MARGEM-ED     PIC -ZZZZZZ9,99 VALUE ZEROS.
       77 FS-MANPLANO       PIC 9(02)    VALUE ZEROS.
       77 WRK-TEM-MANPLANO  PIC X(01)    VALUE 'N'.
       77 WRK-QT-VENCIDOS   PIC 9(02)    VALUE ZEROS.
       77 FS-MOTORIST       PIC 9(02)    VALUE ZEROS.
       77 WRK-TEM-MOTORIST  PIC X(01)    VALUE 'N'.
       77 WRK-MOTORISTA     PIC 9(04)    VALUE ZEROS.
       77 WRK-MOT-OK        PIC X(01)    VALUE 'N'.
       77 WRK-NUMERO-PROPRIA PIC 9(05)   VALUE ZEROS.
       77 WRK-VIAGEM-NO-DIA PIC 9(05)    VALUE ZEROS.
       77 WRK-CATEG-EXIGIDA PIC X(01)    VALUE SPACES.
       77 WRK-LETRA         PIC X(01)    VALUE SPACES.
       77 WRK-RANK          PIC 9(01)    VALUE ZEROS.
       77 WRK-RANK-EXIGIDO  PIC 9(01)    VALUE ZEROS.
       77 FS-PASSPGTO       PIC 9(02)    VALUE ZEROS.
       77 FS-REEMBPOL       PIC 9(02)    VALUE ZEROS.
       77 WRK-TEM-REEMBPOL  PIC X(01)    VALUE 'N'.
       77 WRK-VALOR-PAGO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TENDER        PIC X(01)    VALUE SPACES.
       77 WRK-TIPO-PGTO     PIC X(01)    VALUE SPACES.
       77 WRK-PG-VIAGEM     PIC 9(05)    VALUE ZEROS.
       77 WRK-PG-SEQ        PIC 9(03)    VALUE ZEROS.
       77 WRK-TEM-PAGTO     PIC X(01)    VALUE 'N'.
       77 WRK-TOT-PAGO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOT-REEMB     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PAGO-LIQ      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALDO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALDO-ED      PIC ZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIAS-ANTEC    PIC S9(07)   VALUE ZEROS.
       77 WRK-PERC-REEMB    PIC 9(03)    VALUE ZEROS.
       77 WRK-ACHOU-FAIXA   PIC X(01)    VALUE 'N'.
       77 WRK-VALOR-REEMB   PIC 9(06)V99 VALUE ZEROS.
      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
           05 WRK-OPER-NOME     PIC X(30) VALUE SPACES.
           05 WRK-OPER-NIVEL    PIC 9(01) VALUE ZEROS.
           05 WRK-OPER-LOJA     PIC 9(02) VALUE ZEROS.
           COPY "MANCHKREG".

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           CALL "LOGON" USING WRK-OPERADOR-LOGADO.
           IF WRK-OPER-NIVEL EQUAL ZEROS
               DISPLAY "ENTRADA RECUSADA - PROGRAMA ENCERRADO"
               STOP RUN
           END-IF.
           DISPLAY "CONTROLE DE VIAGENS PROGRAMADAS".
           OPEN I-O VIAGENS.
           IF FS-VIAGENS EQUAL 35
               CLOSE CTLVIAG
               OPEN I-O CTLVIAG
           END-IF.
           OPEN INPUT VIAGKM.
           OPEN INPUT ABASTEC.
           OPEN INPUT MANPLANO.
           IF FS-MANPLANO EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-MANPLANO
           END-IF.
           OPEN I-O VIAGRES.
           IF FS-VIAGRES EQUAL 35
               OPEN OUTPUT VIAGRES
               CLOSE VIAGRES
               OPEN I-O VIAGRES
           END-IF.
           OPEN I-O PASSPGTO.
           IF FS-PASSPGTO EQUAL 35
               OPEN OUTPUT PASSPGTO
               CLOSE PASSPGTO
               OPEN I-O PASSPGTO
           END-IF.
           OPEN INPUT REEMBPOL.
           IF FS-REEMBPOL EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-REEMBPOL
           END-IF.
           OPEN INPUT MOTORIST.
           IF FS-MOTORIST EQUAL ZEROS
               MOVE 'S' TO WRK-TEM-MOTORIST
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

      *----SEM TABELA DE CUSTOS VALE O MESMO PADRAO DA CALCULADORA----
       0110-CUSTOS-PADRAO         SECTION.

       0200-PROCESSAR             SECTION.
           DISPLAY "A-ABRIR VIAGEM  R-RESERVAR  C-CANCELAR RESERVA  "
                   "M-MANIFESTO  F-FECHAR VIAGEM REALIZADA  "
                   "T-ESCALAR MOTORISTA  P-PAGAMENTO..."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'A'
               WHEN 'M'
               WHEN 'm'
                   PERFORM 0240-MANIFESTO
               WHEN 'F'
               WHEN 'f'
                   PERFORM 0250-FECHAR-VIAGEM
               WHEN 'T'
               WHEN 't'
                   PERFORM 0260-ESCALAR-MOTORISTA
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0265-PAGAMENTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
                               DISPLAY "VEICULO: " VEIC-MODELO
                                       " / CAPACIDADE "
                                       VEIC-CAPACIDADE
                               PERFORM 0212-CONFERIR-MANUTENCAO
                       END-READ
                   END-IF
                   IF WRK-TEM-VEICULO EQUAL 'N'
                       DISPLAY "CAPACIDADE DE PASSAGEIROS........."
                       ACCEPT WRK-CAPACIDADE
                   END-IF
                   PERFORM 0219-CATEGORIA-EXIGIDA
                   MOVE ZEROS TO WRK-NUMERO-PROPRIA
                   PERFORM 0216-ESCOLHER-MOTORISTA
                   IF WRK-MOT-OK NOT EQUAL 'S'
                       DISPLAY "VIAGEM NAO ABERTA"
                   ELSE
                       IF WRK-TEM-VEICULO EQUAL 'S'
                           COMPUTE WRK-COMBUSTIVEL =
                               DESTINO-KM / VEIC-CONSUMO-KML
                               * CUSTO-LITRO
                           MOVE VEIC-CUSTO-FIXO TO CUSTO-FIXO-MOTORISTA
                       ELSE
                           COMPUTE WRK-COMBUSTIVEL =
                               DESTINO-KM / CUSTO-CONSUMO-KML
                               * CUSTO-LITRO
                       END-IF
                       COMPUTE WRK-CUSTO-BASE = WRK-COMBUSTIVEL
                           + DESTINO-PEDAGIO + CUSTO-FIXO-MOTORISTA
                       COMPUTE WRK-PRECO ROUNDED = WRK-CUSTO-BASE * 1,30
                       DISPLAY "PRECO POR PASSAGEIRO: " WRK-PRECO
                       PERFORM 0215-PROXIMO-NUMERO
                       MOVE WRK-NUMERO TO VIAG-NUMERO
                       MOVE WRK-DESTINO TO VIAG-DESTINO
                       MOVE WRK-DATA TO VIAG-DATA
                       MOVE WRK-PLACA TO VIAG-PLACA
                       MOVE WRK-CAPACIDADE TO VIAG-CAPACIDADE
                       MOVE WRK-PRECO TO VIAG-PRECO
                       MOVE 'A' TO VIAG-STATUS
                       MOVE WRK-MOTORISTA TO VIAG-MOTORISTA
                       WRITE VIAG-REG
                           INVALID KEY
                               DISPLAY "ERRO AO ABRIR A VIAGEM"
                           NOT INVALID KEY
                               DISPLAY "VIAGEM ABERTA: " WRK-NUMERO
                       END-WRITE
                   END-IF
           END-READ.

      *----AVISA OS SERVICOS DO PLANO DO MODELO JA VENCIDOS NA--------
      *----DATA DA VIAGEM (SO AVISO: QUEM DECIDE E O OPERADOR)---------
       0212-CONFERIR-MANUTENCAO   SECTION.
           MOVE ZEROS TO WRK-QT-VENCIDOS.
           IF WRK-TEM-MANPLANO EQUAL 'S'
               MOVE VEIC-MODELO TO MPL-MODELO
               MOVE SPACES TO MPL-SERVICO
               START MANPLANO KEY >= MPL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MANPLANO NEXT
                       PERFORM UNTIL FS-MANPLANO NOT EQUAL ZEROS
                               OR MPL-MODELO NOT EQUAL VEIC-MODELO
                           MOVE VEIC-PLACA TO MCK-PLACA
                           MOVE MPL-SERVICO TO MCK-SERVICO
                           MOVE MPL-INTERV-KM TO MCK-INTERV-KM
                           MOVE MPL-INTERV-MESES TO MCK-INTERV-MESES
                           MOVE VEIC-ODOMETRO TO MCK-ODOMETRO
                           MOVE WRK-DATA TO MCK-DATA-REF
                           CALL "MANUTCHK" USING MCK-AREA
                           IF MCK-VENCIDO
                               ADD 1 TO WRK-QT-VENCIDOS
                               DISPLAY "*** ATENCAO: MANUTENCAO VENCIDA"
                                       " - " MPL-SERVICO
                           END-IF
                           READ MANPLANO NEXT
                       END-PERFORM
               END-START
           END-IF.
           IF WRK-QT-VENCIDOS GREATER ZEROS
               DISPLAY "*** VEICULO COM " WRK-QT-VENCIDOS
                       " SERVICO(S) VENCIDO(S) - VER MANUTCAD"
           END-IF.

      *----ESCALA DO MOTORISTA: CADASTRADO E ATIVO, CNH VALIDA NA-----
      *----DATA DA VIAGEM, CATEGORIA QUE HABILITA PARA O VEICULO E-----
      *----SEM OUTRA VIAGEM NO MESMO DIA--------------------------------
       0216-ESCOLHER-MOTORISTA    SECTION.
           MOVE 'N' TO WRK-MOT-OK.
           DISPLAY "MOTORISTA (CODIGO DO MOTORCAD)....".
           ACCEPT WRK-MOTORISTA.
           IF WRK-TEM-MOTORIST EQUAL 'N'
               DISPLAY "MOTORIST.DAT INDISPONIVEL (VER MOTORCAD)"
               GO TO 0216-FIM
           END-IF.
           MOVE WRK-MOTORISTA TO MOT-CODIGO.
           READ MOTORIST
               INVALID KEY
                   DISPLAY "MOTORISTA NAO CADASTRADO"
                   GO TO 0216-FIM
           END-READ.
           IF NOT MOT-ESTA-ATIVO
               DISPLAY "MOTORISTA INATIVO"
               GO TO 0216-FIM
           END-IF.
           IF MOT-VALIDADE LESS WRK-DATA
               DISPLAY "CNH DE " MOT-NOME " VENCIDA EM " MOT-VALIDADE
               GO TO 0216-FIM
           END-IF.
           MOVE WRK-CATEG-EXIGIDA TO WRK-LETRA.
           PERFORM 0218-RANK-CATEGORIA.
           MOVE WRK-RANK TO WRK-RANK-EXIGIDO.
           IF MOT-CATEGORIA(2:1) NOT EQUAL SPACES
               MOVE MOT-CATEGORIA(2:1) TO WRK-LETRA
           ELSE
               MOVE MOT-CATEGORIA(1:1) TO WRK-LETRA
           END-IF.
           PERFORM 0218-RANK-CATEGORIA.
           IF WRK-RANK LESS WRK-RANK-EXIGIDO
               DISPLAY "CNH CATEGORIA " MOT-CATEGORIA
                       " NAO HABILITA PARA O VEICULO (EXIGE "
                       WRK-CATEG-EXIGIDA ")"
               GO TO 0216-FIM
           END-IF.
           PERFORM 0217-MOTORISTA-NO-DIA.
           IF WRK-VIAGEM-NO-DIA GREATER ZEROS
               DISPLAY "MOTORISTA JA ESCALADO NA VIAGEM "
                       WRK-VIAGEM-NO-DIA " NESSE DIA"
               GO TO 0216-FIM
           END-IF.
           MOVE 'S' TO WRK-MOT-OK.
           DISPLAY "MOTORISTA: " MOT-NOME.
       0216-FIM.
           EXIT.

      *----OUTRA VIAGEM NAO CANCELADA DO MOTORISTA NA MESMA DATA------
       0217-MOTORISTA-NO-DIA      SECTION.
           MOVE ZEROS TO WRK-VIAGEM-NO-DIA.
           MOVE ZEROS TO VIAG-NUMERO.
           START VIAGENS KEY >= VIAG-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VIAGENS NEXT
                   PERFORM UNTIL FS-VIAGENS NOT EQUAL ZEROS
                           OR WRK-VIAGEM-NO-DIA GREATER ZEROS
                       IF VIAG-DATA EQUAL WRK-DATA AND
                          NOT VIAG-CANCELADA AND
                          VIAG-NUMERO NOT EQUAL WRK-NUMERO-PROPRIA AND
                          VIAG-MOTORISTA IS NUMERIC
                           IF VIAG-MOTORISTA EQUAL WRK-MOTORISTA
                               MOVE VIAG-NUMERO TO WRK-VIAGEM-NO-DIA
                           END-IF
                       END-IF
                       READ VIAGENS NEXT
                   END-PERFORM
           END-START.

      *----ORDEM DAS CATEGORIAS DE CNH: E HABILITA D, C E B; D--------
      *----HABILITA C E B; C HABILITA B (A E SO MOTO)-------------------
       0218-RANK-CATEGORIA        SECTION.
           EVALUATE WRK-LETRA
               WHEN 'B'
               WHEN 'b'
                   MOVE 1 TO WRK-RANK
               WHEN 'C'
               WHEN 'c'
                   MOVE 2 TO WRK-RANK
               WHEN 'D'
               WHEN 'd'
                   MOVE 3 TO WRK-RANK
               WHEN 'E'
               WHEN 'e'
                   MOVE 4 TO WRK-RANK
               WHEN OTHER
                   MOVE 0 TO WRK-RANK
           END-EVALUATE.

      *----CATEGORIA DO CADASTRO DA FROTA; SEM ELA, PELA CAPACIDADE---
       0219-CATEGORIA-EXIGIDA     SECTION.
           MOVE SPACES TO WRK-CATEG-EXIGIDA.
           IF WRK-TEM-VEICULO EQUAL 'S'
               MOVE VEIC-CATEGORIA TO WRK-CATEG-EXIGIDA
           END-IF.
           MOVE WRK-CATEG-EXIGIDA TO WRK-LETRA.
           PERFORM 0218-RANK-CATEGORIA.
           IF WRK-RANK EQUAL ZEROS
               IF WRK-CAPACIDADE GREATER 8
                   MOVE 'D' TO WRK-CATEG-EXIGIDA
               ELSE
                   MOVE 'B' TO WRK-CATEG-EXIGIDA
               END-IF
           END-IF.

       0215-PROXIMO-NUMERO        SECTION.
           MOVE 1 TO CTLV-CHAVE.
           READ CTLVIAG
                       ACCEPT WRK-NOME
                       DISPLAY "TELEFONE.........................."
                       ACCEPT WRK-FONE
                       DISPLAY "PRECO DA PASSAGEM: " VIAG-PRECO
                       DISPLAY "VALOR PAGO AGORA (0 = NADA/SINAL).."
                       ACCEPT WRK-VALOR-PAGO
                       IF WRK-VALOR-PAGO GREATER VIAG-PRECO
                           MOVE VIAG-PRECO TO WRK-VALOR-PAGO
                           DISPLAY "VALOR LIMITADO AO PRECO"
                       END-IF
                       IF WRK-VALOR-PAGO GREATER ZEROS
                           PERFORM 0275-PEDIR-TENDER
                       END-IF
                       PERFORM 0225-CONTAR-CONFIRMADAS
                       MOVE WRK-NUMERO TO PASS-VIAGEM
                       MOVE 1 TO PASS-SEQ
                       MOVE WRK-NOME TO PASS-NOME
                       MOVE WRK-FONE TO PASS-FONE
                       IF WRK-VALOR-PAGO NOT LESS VIAG-PRECO
                           MOVE 'S' TO PASS-PAGO
                       ELSE
                           MOVE 'N' TO PASS-PAGO
                           UNTIL WRK-GRAVADO EQUAL 'S'
                              OR PASS-SEQ GREATER 998
                       DISPLAY "RESERVA GRAVADA (SEQ " PASS-SEQ ")"
                       IF WRK-VALOR-PAGO GREATER ZEROS
                           MOVE PASS-VIAGEM TO WRK-PG-VIAGEM
                           MOVE PASS-SEQ TO WRK-PG-SEQ
                           MOVE 'P' TO WRK-TIPO-PGTO
                           PERFORM 0280-GRAVAR-PAGTO
                       END-IF
                   END-IF
           END-READ.

           ACCEPT WRK-NUMERO.
           DISPLAY "SEQUENCIA DA RESERVA.............."
           ACCEPT WRK-SEQ-CANCELA.
           MOVE WRK-NUMERO TO VIAG-NUMERO.
           READ VIAGENS
               INVALID KEY
                   DISPLAY "VIAGEM NAO ENCONTRADA"
                   GO TO 0230-FIM
           END-READ.
           IF NOT VIAG-ABERTA
               DISPLAY "VIAGEM NAO ESTA ABERTA - RESERVA NAO CANCELADA"
               GO TO 0230-FIM
           END-IF.
           MOVE WRK-NUMERO TO PASS-VIAGEM.
           MOVE WRK-SEQ-CANCELA TO PASS-SEQ.
           READ PASSAGEM
                       MOVE 'C' TO PASS-STATUS
                       REWRITE PASS-REG
                       DISPLAY "RESERVA CANCELADA"
                       PERFORM 0290-REEMBOLSAR
      *----SO A SAIDA DE UM CONFIRMADO LIBERA ASSENTO: CANCELAR QUEM--
      *----ESTAVA NA ESPERA NAO ABRE VAGA PARA PROMOVER OUTRO-----------
                       IF WRK-ERA-CONFIRMADA EQUAL 'S'
                       END-IF
                   END-IF
           END-READ.
       0230-FIM.
           EXIT.

       0235-PROMOVER-ESPERA       SECTION.
           MOVE 'N' TO WRK-PROMOVIDO.
               VIAG-PRECO      DELIMITED BY SIZE
               INTO MANIF-DADOS.
           WRITE MANIF-REG.
           MOVE '*** SEM MOTORISTA ESCALADO ***' TO MANIF-DADOS.
           IF VIAG-MOTORISTA IS NUMERIC AND
              VIAG-MOTORISTA GREATER ZEROS AND
              WRK-TEM-MOTORIST EQUAL 'S'
               MOVE VIAG-MOTORISTA TO MOT-CODIGO
               READ MOTORIST
                   INVALID KEY
                       MOVE 'MOTORISTA NAO CADASTRADO' TO MOT-NOME
                       MOVE ZEROS TO MOT-CNH
                       MOVE SPACES TO MOT-CATEGORIA
               END-READ
               MOVE SPACES TO MANIF-DADOS
               STRING
                   'MOTORISTA '    DELIMITED BY SIZE
                   MOT-NOME        DELIMITED BY SIZE
                   ' / CNH '       DELIMITED BY SIZE
                   MOT-CNH         DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   MOT-CATEGORIA   DELIMITED BY SIZE
                   INTO MANIF-DADOS
               END-STRING
           END-IF.
           WRITE MANIF-REG.
           MOVE '----------------------------------------------'
                TO MANIF-DADOS.
           WRITE MANIF-REG.
           IF NOT PASS-CANCELADA
               MOVE SPACES TO MANIF-DADOS
               IF PASS-CONFIRMADA
                   PERFORM 0270-SALDO-RESERVA
                   IF WRK-SALDO EQUAL ZEROS
                       STRING
                           PASS-SEQ   DELIMITED BY SIZE
                           ' '        DELIMITED BY SIZE
                           INTO MANIF-DADOS
                       END-STRING
                   ELSE
                       MOVE WRK-SALDO TO WRK-SALDO-ED
                       STRING
                           PASS-SEQ   DELIMITED BY SIZE
                           ' '        DELIMITED BY SIZE
                           PASS-NOME  DELIMITED BY SIZE
                           ' - *** SALDO DEVIDO ' DELIMITED BY SIZE
                           WRK-SALDO-ED DELIMITED BY SIZE
                           ' ***'     DELIMITED BY SIZE
                           INTO MANIF-DADOS
                       END-STRING
                   END-IF
               WRITE MANIF-REG
           END-IF.

      *----FECHA A VIAGEM COMO REALIZADA E GRAVA A APURACAO----------
       0250-FECHAR-VIAGEM         SECTION.
           DISPLAY "NUMERO DA VIAGEM.................."
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO VIAG-NUMERO.
           READ VIAGENS
               INVALID KEY
                   DISPLAY "VIAGEM NAO ENCONTRADA"
                   GO TO 0250-FIM
           END-READ.
           IF NOT VIAG-ABERTA
               DISPLAY "VIAGEM NAO ESTA ABERTA"
               GO TO 0250-FIM
           END-IF.
           IF VIAG-DATA GREATER WRK-HOJE
               DISPLAY "VIAGEM AINDA NAO ACONTECEU (" VIAG-DATA ")"
               GO TO 0250-FIM
           END-IF.
           IF VIAG-MOTORISTA NOT NUMERIC OR
              VIAG-MOTORISTA EQUAL ZEROS
               DISPLAY "VIAGEM SEM MOTORISTA - ESCALAR ANTES (OPCAO T)"
               GO TO 0250-FIM
           END-IF.
           PERFORM 0255-APURAR-VIAGEM.
           MOVE 'R' TO VIAG-STATUS.
           REWRITE VIAG-REG.
           DISPLAY "VIAGEM FECHADA COMO REALIZADA".
       0250-FIM.
           EXIT.

      *----RECEITA DAS PASSAGENS PAGAS CONTRA OS CUSTOS REAIS DA------
      *----VIAGEM: KM DO VIAGKM E COMBUSTIVEL DO ABASTEC DO VEICULO----
      *----NO DIA, PEDAGIO DO DESTINO E CUSTO FIXO DO VEICULO----------
       0255-APURAR-VIAGEM         SECTION.
           MOVE ZEROS TO VRS-REG.
           MOVE VIAG-NUMERO TO VRS-VIAGEM.
           MOVE VIAG-DESTINO TO VRS-DESTINO.
           MOVE VIAG-DATA TO VRS-DATA.
           MOVE VIAG-PLACA TO VRS-PLACA.
           MOVE VIAG-CAPACIDADE TO VRS-CAPACIDADE.
           MOVE 'N' TO VRS-KM-ESTIMADO VRS-COMB-ESTIMADO.
           MOVE WRK-HOJE TO VRS-DATA-APURACAO.
      *----PASSAGEIROS CONFIRMADOS E PASSAGENS PAGAS-------------------
           MOVE WRK-NUMERO TO PASS-VIAGEM.
           MOVE ZEROS TO PASS-SEQ.
           START PASSAGEM KEY >= PASS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PASSAGEM NEXT
                   PERFORM UNTIL FS-PASSAGEM NOT EQUAL ZEROS
                           OR PASS-VIAGEM NOT EQUAL WRK-NUMERO
      *----RECEITA = VALOR LIQUIDO RECEBIDO DE TODAS AS RESERVAS,-----
      *----INCLUSIVE O QUE FICOU RETIDO DAS CANCELADAS-----------------
                       PERFORM 0270-SALDO-RESERVA
                       ADD WRK-PAGO-LIQ TO VRS-RECEITA
                       IF PASS-CONFIRMADA
                           ADD 1 TO VRS-CONFIRMADOS
                           IF WRK-SALDO EQUAL ZEROS
                               ADD 1 TO VRS-PAGOS
                           END-IF
                       END-IF
                       READ PASSAGEM NEXT
                   END-PERFORM
           END-START.
           IF VRS-CAPACIDADE GREATER ZEROS
               COMPUTE VRS-OCUPACAO ROUNDED =
                   VRS-CONFIRMADOS * 100 / VRS-CAPACIDADE
           END-IF.
      *----PEDAGIO DO DESTINO------------------------------------------
           MOVE ZEROS TO DESTINO-KM DESTINO-PEDAGIO.
           MOVE VIAG-DESTINO TO DESTINO-CODIGO.
           READ DESTINOS
               INVALID KEY
                   MOVE ZEROS TO DESTINO-KM DESTINO-PEDAGIO
           END-READ.
           MOVE DESTINO-PEDAGIO TO VRS-PEDAGIO.
      *----CUSTOS DO CADASTRO (O 0210 SOBREPOE O FIXO DO MOTORISTA)----
           MOVE 1 TO CUSTO-CHAVE.
           READ CUSTOS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CUSTOS NOT EQUAL ZEROS
               PERFORM 0110-CUSTOS-PADRAO
           END-IF.
           MOVE CUSTO-CONSUMO-KML TO WRK-CONSUMO.
           MOVE CUSTO-FIXO-MOTORISTA TO VRS-CUSTO-FIXO.
           MOVE 'N' TO WRK-TEM-VEICULO.
           IF VIAG-PLACA NOT EQUAL SPACES
               MOVE VIAG-PLACA TO VEIC-PLACA
               READ VEICULOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-VEICULO
                       MOVE VEIC-CUSTO-FIXO TO VRS-CUSTO-FIXO
                       IF VEIC-CONSUMO-KML GREATER ZEROS
                           MOVE VEIC-CONSUMO-KML TO WRK-CONSUMO
                       END-IF
               END-READ
           END-IF.
      *----KM RODADOS PELO VEICULO NO DIA DA VIAGEM--------------------
           MOVE VIAG-PLACA TO VKM-PLACA.
           MOVE VIAG-DATA TO VKM-DATA.
           MOVE ZEROS TO VKM-SEQ.
           START VIAGKM KEY >= VKM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VIAGKM NEXT
                   PERFORM UNTIL FS-VIAGKM NOT EQUAL ZEROS
                           OR VKM-PLACA NOT EQUAL VIAG-PLACA
                           OR VKM-DATA NOT EQUAL VIAG-DATA
                       ADD VKM-KM TO VRS-KM
                       READ VIAGKM NEXT
                   END-PERFORM
           END-START.
           IF VRS-KM EQUAL ZEROS
               MOVE DESTINO-KM TO VRS-KM
               MOVE 'S' TO VRS-KM-ESTIMADO
           END-IF.
      *----COMBUSTIVEL COMPRADO PARA O VEICULO NO DIA DA VIAGEM--------
           MOVE VIAG-PLACA TO ABA-PLACA.
           MOVE VIAG-DATA TO ABA-DATA.
           MOVE ZEROS TO ABA-SEQ.
           START ABASTEC KEY >= ABA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ABASTEC NEXT
                   PERFORM UNTIL FS-ABASTEC NOT EQUAL ZEROS
                           OR ABA-PLACA NOT EQUAL VIAG-PLACA
                           OR ABA-DATA NOT EQUAL VIAG-DATA
                       ADD ABA-VALOR TO VRS-COMBUSTIVEL
                       READ ABASTEC NEXT
                   END-PERFORM
           END-START.
           IF VRS-COMBUSTIVEL EQUAL ZEROS AND WRK-CONSUMO GREATER ZEROS
               COMPUTE VRS-COMBUSTIVEL ROUNDED =
                   VRS-KM / WRK-CONSUMO * CUSTO-LITRO
               MOVE 'S' TO VRS-COMB-ESTIMADO
           END-IF.
           COMPUTE VRS-CUSTO-TOTAL = VRS-COMBUSTIVEL + VRS-PEDAGIO
               + VRS-CUSTO-FIXO.
           COMPUTE VRS-MARGEM = VRS-RECEITA - VRS-CUSTO-TOTAL.
           WRITE VRS-REG
               INVALID KEY
                   REWRITE VRS-REG
           END-WRITE.
           DISPLAY "PASSAGEIROS " VRS-CONFIRMADOS " / PAGOS "
                   VRS-PAGOS " / OCUPACAO " VRS-OCUPACAO "%".
           MOVE VRS-RECEITA TO WRK-VALOR-ED.
           DISPLAY "RECEITA.............: " WRK-VALOR-ED.
           MOVE VRS-COMBUSTIVEL TO WRK-VALOR-ED.
           IF VRS-COMB-ESTIMADO EQUAL 'S'
               DISPLAY "COMBUSTIVEL (ESTIM.): " WRK-VALOR-ED
                       " - SEM ABASTECIMENTO NO DIA"
           ELSE
               DISPLAY "COMBUSTIVEL.........: " WRK-VALOR-ED
           END-IF.
           IF VRS-KM-ESTIMADO EQUAL 'S'
               DISPLAY "KM (DO DESTINO).....: " VRS-KM
                       " - SEM ODOMETRO NO DIA"
           ELSE
               DISPLAY "KM RODADOS..........: " VRS-KM
           END-IF.
           MOVE VRS-PEDAGIO TO WRK-VALOR-ED.
           DISPLAY "PEDAGIO.............: " WRK-VALOR-ED.
           MOVE VRS-CUSTO-FIXO TO WRK-VALOR-ED.
           DISPLAY "CUSTO FIXO..........: " WRK-VALOR-ED.
           MOVE VRS-MARGEM TO WRK-MARGEM-ED.
           DISPLAY "MARGEM DA VIAGEM....: " WRK-MARGEM-ED.

      *----ESCALA OU TROCA O MOTORISTA DE UMA VIAGEM ABERTA-----------
       0260-ESCALAR-MOTORISTA     SECTION.
           DISPLAY "NUMERO DA VIAGEM.................."
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO VIAG-NUMERO.
           READ VIAGENS
               INVALID KEY
                   DISPLAY "VIAGEM NAO ENCONTRADA"
                   GO TO 0260-FIM
           END-READ.
           IF NOT VIAG-ABERTA
               DISPLAY "VIAGEM NAO ESTA ABERTA"
               GO TO 0260-FIM
           END-IF.
           IF VIAG-MOTORISTA IS NUMERIC AND
              VIAG-MOTORISTA GREATER ZEROS
               DISPLAY "MOTORISTA ATUAL: " VIAG-MOTORISTA
           END-IF.
           MOVE VIAG-DATA TO WRK-DATA.
           MOVE VIAG-CAPACIDADE TO WRK-CAPACIDADE.
           MOVE 'N' TO WRK-TEM-VEICULO.
           MOVE VIAG-PLACA TO VEIC-PLACA.
           READ VEICULOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-VEICULO
           END-READ.
           PERFORM 0219-CATEGORIA-EXIGIDA.
           MOVE WRK-NUMERO TO WRK-NUMERO-PROPRIA.
           PERFORM 0216-ESCOLHER-MOTORISTA.
           IF WRK-MOT-OK EQUAL 'S'
               MOVE WRK-NUMERO TO VIAG-NUMERO
               READ VIAGENS
                   INVALID KEY
                       DISPLAY "VIAGEM NAO ENCONTRADA"
                   NOT INVALID KEY
                       MOVE WRK-MOTORISTA TO VIAG-MOTORISTA
                       REWRITE VIAG-REG
                       DISPLAY "MOTORISTA ESCALADO NA VIAGEM "
                               WRK-NUMERO
               END-READ
           END-IF.
       0260-FIM.
           EXIT.

      *----PAGAMENTO (SINAL OU SALDO) DE UMA RESERVA------------------
       0265-PAGAMENTO             SECTION.
           DISPLAY "NUMERO DA VIAGEM.................."
           ACCEPT WRK-NUMERO.
           DISPLAY "SEQUENCIA DA RESERVA.............."
           ACCEPT WRK-SEQ.
           MOVE WRK-NUMERO TO VIAG-NUMERO.
           READ VIAGENS
               INVALID KEY
                   DISPLAY "VIAGEM NAO ENCONTRADA"
                   GO TO 0265-FIM
           END-READ.
           MOVE WRK-NUMERO TO PASS-VIAGEM.
           MOVE WRK-SEQ TO PASS-SEQ.
           READ PASSAGEM
               INVALID KEY
                   DISPLAY "RESERVA NAO ENCONTRADA"
                   GO TO 0265-FIM
           END-READ.
           IF PASS-CANCELADA
               DISPLAY "RESERVA CANCELADA"
               GO TO 0265-FIM
           END-IF.
           PERFORM 0270-SALDO-RESERVA.
           DISPLAY PASS-NOME.
           DISPLAY "PRECO " VIAG-PRECO " / PAGO " WRK-PAGO-LIQ
                   " / SALDO " WRK-SALDO.
           IF WRK-SALDO EQUAL ZEROS
               DISPLAY "RESERVA JA QUITADA"
               GO TO 0265-FIM
           END-IF.
           DISPLAY "VALOR RECEBIDO...................."
           ACCEPT WRK-VALOR-PAGO.
           IF WRK-VALOR-PAGO EQUAL ZEROS
               GO TO 0265-FIM
           END-IF.
           IF WRK-VALOR-PAGO GREATER WRK-SALDO
               DISPLAY "VALOR ACIMA DO SALDO DEVIDO"
               GO TO 0265-FIM
           END-IF.
           PERFORM 0275-PEDIR-TENDER.
           MOVE WRK-NUMERO TO WRK-PG-VIAGEM.
           MOVE WRK-SEQ TO WRK-PG-SEQ.
           MOVE 'P' TO WRK-TIPO-PGTO.
           PERFORM 0280-GRAVAR-PAGTO.
           IF WRK-VALOR-PAGO EQUAL WRK-SALDO
               MOVE 'S' TO PASS-PAGO
               REWRITE PASS-REG
               DISPLAY "RESERVA QUITADA"
           END-IF.
       0265-FIM.
           EXIT.

      *----TOTAL PAGO, REEMBOLSADO E SALDO DA RESERVA EM PASS-REG-----
      *----(RESERVA ANTIGA PAGA E SEM REGISTRO VALE O PRECO CHEIO)-----
       0270-SALDO-RESERVA         SECTION.
           MOVE ZEROS TO WRK-TOT-PAGO WRK-TOT-REEMB WRK-PAGO-LIQ
                         WRK-SALDO.
           MOVE 'N' TO WRK-TEM-PAGTO.
           MOVE PASS-VIAGEM TO PPG-VIAGEM.
           MOVE PASS-SEQ TO PPG-SEQ.
           MOVE ZEROS TO PPG-ITEM.
           START PASSPGTO KEY >= PPG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PASSPGTO NEXT
                   PERFORM UNTIL FS-PASSPGTO NOT EQUAL ZEROS
                           OR PPG-VIAGEM NOT EQUAL PASS-VIAGEM
                           OR PPG-SEQ NOT EQUAL PASS-SEQ
                       IF PPG-PAGAMENTO
                           ADD PPG-VALOR TO WRK-TOT-PAGO
                           MOVE 'S' TO WRK-TEM-PAGTO
                       END-IF
                       IF PPG-REEMBOLSO
                           ADD PPG-VALOR TO WRK-TOT-REEMB
                       END-IF
                       READ PASSPGTO NEXT
                   END-PERFORM
           END-START.
           IF WRK-TEM-PAGTO EQUAL 'N' AND PASS-PAGO EQUAL 'S'
               MOVE VIAG-PRECO TO WRK-TOT-PAGO
           END-IF.
           IF WRK-TOT-PAGO GREATER WRK-TOT-REEMB
               COMPUTE WRK-PAGO-LIQ = WRK-TOT-PAGO - WRK-TOT-REEMB
           END-IF.
           IF VIAG-PRECO GREATER WRK-PAGO-LIQ
               COMPUTE WRK-SALDO = VIAG-PRECO - WRK-PAGO-LIQ
           END-IF.

       0275-PEDIR-TENDER          SECTION.
           MOVE SPACES TO WRK-TENDER.
           PERFORM UNTIL WRK-TENDER EQUAL 'D' OR WRK-TENDER EQUAL 'C'
                      OR WRK-TENDER EQUAL 'T'
               DISPLAY "ESPECIE (D-DINHEIRO C-CARTAO T-TRANSF/PIX)"
               ACCEPT WRK-TENDER
               INSPECT WRK-TENDER CONVERTING 'dct' TO 'DCT'
           END-PERFORM.

      *----GRAVA O PAGAMENTO OU REEMBOLSO COM DATA, HORA E OPERADOR---
       0280-GRAVAR-PAGTO          SECTION.
           MOVE WRK-PG-VIAGEM TO PPG-VIAGEM.
           MOVE WRK-PG-SEQ TO PPG-SEQ.
           MOVE 1 TO PPG-ITEM.
           MOVE WRK-TIPO-PGTO TO PPG-TIPO.
           MOVE WRK-HOJE TO PPG-DATA.
           ACCEPT PPG-HORA FROM TIME.
           IF PPG-REEMBOLSO
               MOVE WRK-VALOR-REEMB TO PPG-VALOR
           ELSE
               MOVE WRK-VALOR-PAGO TO PPG-VALOR
           END-IF.
           MOVE WRK-TENDER TO PPG-TENDER.
           MOVE WRK-OPER-CODIGO TO PPG-OPERADOR.
           MOVE 'N' TO WRK-GRAVADO.
           PERFORM 0285-TENTAR-GRAVAR-PGTO
               UNTIL WRK-GRAVADO EQUAL 'S'
                  OR PPG-ITEM GREATER 98.
           IF WRK-GRAVADO EQUAL 'S'
               DISPLAY "LANCAMENTO GRAVADO: " PPG-VALOR
           ELSE
               DISPLAY "ERRO AO GRAVAR O LANCAMENTO DA RESERVA"
           END-IF.

       0285-TENTAR-GRAVAR-PGTO    SECTION.
           WRITE PPG-REG
               INVALID KEY
                   ADD 1 TO PPG-ITEM
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRAVADO
           END-WRITE.

      *----REEMBOLSO DO CANCELAMENTO PELA POLITICA DE ANTECEDENCIA----
      *----(QUEM ESTAVA NA ESPERA NUNCA TEVE ASSENTO: DEVOLVE TUDO)-----
       0290-REEMBOLSAR            SECTION.
           MOVE WRK-NUMERO TO VIAG-NUMERO.
           READ VIAGENS
               INVALID KEY
                   DISPLAY "VIAGEM NAO ENCONTRADA - SEM REEMBOLSO"
                   GO TO 0290-FIM
           END-READ.
           PERFORM 0270-SALDO-RESERVA.
           IF WRK-PAGO-LIQ EQUAL ZEROS
               GO TO 0290-FIM
           END-IF.
           IF WRK-ERA-CONFIRMADA EQUAL 'S'
               PERFORM 0295-PERCENTUAL-REEMBOLSO
           ELSE
               MOVE 100 TO WRK-PERC-REEMB
           END-IF.
           COMPUTE WRK-VALOR-REEMB ROUNDED =
               WRK-PAGO-LIQ * WRK-PERC-REEMB / 100.
           MOVE WRK-PAGO-LIQ TO WRK-SALDO-ED.
           DISPLAY "PAGO " WRK-SALDO-ED " - REEMBOLSO DE "
                   WRK-PERC-REEMB "%".
           IF WRK-VALOR-REEMB EQUAL ZEROS
               DISPLAY "SEM REEMBOLSO PELA POLITICA DE CANCELAMENTO"
               GO TO 0290-FIM
           END-IF.
           MOVE WRK-VALOR-REEMB TO WRK-SALDO-ED.
           DISPLAY "VALOR A DEVOLVER: " WRK-SALDO-ED.
           PERFORM 0275-PEDIR-TENDER.
           MOVE WRK-NUMERO TO WRK-PG-VIAGEM.
           MOVE WRK-SEQ-CANCELA TO WRK-PG-SEQ.
           MOVE 'R' TO WRK-TIPO-PGTO.
           PERFORM 0280-GRAVAR-PAGTO.
       0290-FIM.
           EXIT.

      *----FAIXA DE MAIOR ANTECEDENCIA MINIMA QUE NAO PASSE DOS DIAS--
      *----QUE FALTAM PARA A VIAGEM; SEM TABELA VALE O PADRAO----------
       0295-PERCENTUAL-REEMBOLSO  SECTION.
           COMPUTE WRK-DIAS-ANTEC =
               FUNCTION INTEGER-OF-DATE(VIAG-DATA)
             - FUNCTION INTEGER-OF-DATE(WRK-HOJE).
           IF WRK-DIAS-ANTEC LESS ZEROS
               MOVE ZEROS TO WRK-DIAS-ANTEC
           END-IF.
           MOVE 'N' TO WRK-ACHOU-FAIXA.
           MOVE ZEROS TO WRK-PERC-REEMB.
           IF WRK-TEM-REEMBPOL EQUAL 'S'
               MOVE ZEROS TO RPO-DIAS-MIN
               START REEMBPOL KEY >= RPO-DIAS-MIN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      *----COM TABELA, ANTECEDENCIA ABAIXO DA MENOR FAIXA NAO DEVOLVE--
                       MOVE 'S' TO WRK-ACHOU-FAIXA
                       READ REEMBPOL NEXT
                       PERFORM UNTIL FS-REEMBPOL NOT EQUAL ZEROS
                               OR RPO-DIAS-MIN GREATER WRK-DIAS-ANTEC
                           MOVE RPO-PERCENTUAL TO WRK-PERC-REEMB
                           READ REEMBPOL NEXT
                       END-PERFORM
               END-START
           END-IF.
           IF WRK-ACHOU-FAIXA EQUAL 'N'
               EVALUATE TRUE
                   WHEN WRK-DIAS-ANTEC NOT LESS 7
                       MOVE 100 TO WRK-PERC-REEMB
                   WHEN WRK-DIAS-ANTEC NOT LESS 2
                       MOVE 50 TO WRK-PERC-REEMB
                   WHEN OTHER
                       MOVE ZEROS TO WRK-PERC-REEMB
               END-EVALUATE
           END-IF.
           IF WRK-PERC-REEMB GREATER 100
               MOVE 100 TO WRK-PERC-REEMB
           END-IF.
           DISPLAY "FALTAM " WRK-DIAS-ANTEC " DIAS PARA A VIAGEM".

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE VIAGENS.
           CLOSE CUSTOS.
           CLOSE VEICULOS.
           CLOSE CTLVIAG.
           CLOSE VIAGKM.
           CLOSE ABASTEC.
           CLOSE VIAGRES.
           CLOSE MANPLANO.
           CLOSE MOTORIST.
           CLOSE PASSPGTO.
           CLOSE REEMBPOL.
