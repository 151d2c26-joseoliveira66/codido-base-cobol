       IDENTIFICATION              DIVISION.
       PROGRAM-ID. NEGATIVA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: NEGATIVACAO NO BIRO DE CREDITO - VARRE OS
      *==           CLIENTES E SOMA AS DIVIDAS EM ABERTO DE CADA UM
      *==           (MULTAS PENDENTES, PARCELAS VENCIDAS E ITENS DA
      *==           CONTA-CORRENTE, PELAS MESMAS REGRAS DO PARCREL E
      *==           DO CONTAGING). QUEM TEM DIVIDA COM MAIS DIAS QUE
      *==           O PARAMETRO ENTRA NO ARQUIVO DE INCLUSAO
      *==           NEGINCAAAAMMDD.TXT E NO REGISTRO NEGATIV.DAT;
      *==           QUEM JA FOI INCLUIDO E QUITOU (CONTACLI, BAIXA
      *==           OU PARCELA NO FILMESJC) SAI NO ARQUIVO DE
      *==           EXCLUSAO NEGEXCAAAAMMDD.TXT. RESUMO EM
      *==           NEGATRELAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: MODO 'M' (MENSAL) GERA INCLUSOES E EXCLUSOES;
      *==           MODO 'E' SO EXCLUSOES - A BAIXA NO BIRO E
      *==           OBRIGACAO LEGAL E DEVE RODAR TODO DIA UTIL.
      *==           A EXCLUSAO SAI QUANDO NAO RESTA EM ABERTO NENHUMA
      *==           DIVIDA DE DATA ATE A DA INCLUSAO (DIVIDA NOVA NAO
      *==           SEGURA A NEGATIVACAO ANTIGA). CLIENTE SEM CPF NAO
      *==           E INCLUIDO - SAI NO RESUMO PARA CORRECAO.
      *==           ARQUIVOS DO BIRO: CABECALHO '1' / ACAO(1) 'I' OU
      *==           'E' / DATA(8). DETALHE '2' / CPF(11) / NOME(30) /
      *==           RUA(30) / NUMERO(6) / CIDADE(20) / UF(2) /
      *==           CEP(8) / CONTRATO = CLIENTE(9) / DATA DA
      *==           DIVIDA(8) / VALOR EM CENTAVOS(11). TRAILER '9' /
      *==           QTDE(6) / VALOR(13)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

           SELECT MULTAS ASSIGN TO 'DADOS\MULTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MULTAS-STATUS
               RECORD KEY IS MUL-CHAVE.

           SELECT PARCELAS ASSIGN TO 'DADOS\PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS FS-PARCELAS.

           SELECT CLICC ASSIGN TO 'DADOS\CLICC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCOR-CHAVE
               FILE STATUS IS FS-CLICC.

           SELECT PARAMS ASSIGN TO 'DADOS\PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY IS PARAM-CHAVE.

      *----REGISTRO DOS CLIENTES INFORMADOS AO BIRO--------------------
           SELECT NEGATIV ASSIGN TO 'DADOS\NEGATIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS FS-NEGATIV.

      *----NOMES GERADOS EM 0100-INICIALIZAR COM A DATA DO DIA--------
           SELECT NEGINC ASSIGN TO WRK-NEGINC-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NEGINC.

           SELECT NEGEXC ASSIGN TO WRK-NEGEXC-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NEGEXC.

           SELECT RELNEG ASSIGN TO WRK-RELNEG-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELNEG-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CLIENTES.
           COPY "CLIENTREG".

       FD MULTAS.
           COPY "MULTAREG".

       FD PARCELAS.
           COPY "PARCREG".

       FD CLICC.
           COPY "CCORREG".

       FD PARAMS.
           COPY "PARAMREG".

       FD NEGATIV.
           COPY "NEGATREG".

       FD NEGINC.
       01 NEGINC-REG                PIC X(136).

       FD NEGEXC.
       01 NEGEXC-REG                PIC X(136).

       FD RELNEG.
       01 RELNEG-REG.
           05 RELNEG-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 MULTAS-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-PARCELAS           PIC 9(02) VALUE ZEROS.
       77 FS-CLICC              PIC 9(02) VALUE ZEROS.
       77 PARAMS-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-NEGATIV            PIC 9(02) VALUE ZEROS.
       77 FS-NEGINC             PIC 9(02) VALUE ZEROS.
       77 FS-NEGEXC             PIC 9(02) VALUE ZEROS.
       77 RELNEG-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-MODO              PIC X(01) VALUE 'M'.
       77 WRK-LIMITE-DIAS       PIC 9(03) VALUE ZEROS.
       77 WRK-NEGINC-NOME       PIC X(030) VALUE SPACES.
       77 WRK-NEGEXC-NOME       PIC X(030) VALUE SPACES.
       77 WRK-RELNEG-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-QT-CLIENTES       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INCLUIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CPF        PIC 9(05) VALUE ZEROS.
       77 WRK-VLR-INCLUIDOS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VLR-EXCLUIDOS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
      *----DIVIDA DO CLIENTE CORRENTE----------------------------------
       77 WRK-CLIENTE-ATUAL     PIC 9(09) VALUE ZEROS.
       77 WRK-ELEG-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ELEG-ANTIGA       PIC 9(08) VALUE ZEROS.
       77 WRK-ANT-VALOR         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-NEGATIVADO        PIC X(01) VALUE 'N'.
       77 WRK-NEG-CHAVE         PIC X(19) VALUE SPACES.
       77 WRK-NEG-INCLUSAO      PIC 9(08) VALUE ZEROS.
      *----UM ITEM DE DIVIDA: DATA QUE ENVELHECE, DATA DE ORIGEM E-----
      *----SALDO EM ABERTO---------------------------------------------
       77 WRK-ITEM-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-ITEM-ORIGEM       PIC 9(08) VALUE ZEROS.
       77 WRK-ITEM-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIAS              PIC S9(05) VALUE ZEROS.
       77 WRK-ACAO              PIC X(09) VALUE SPACES.
       77 WRK-DATA-DIVIDA       PIC 9(08) VALUE ZEROS.

      *----REGISTRO DOS ARQUIVOS DO BIRO (INCLUSAO E EXCLUSAO)---------
       01 WRK-BIRO-DETALHE.
           05 BIR-TIPO              PIC X(01).
           05 BIR-CPF               PIC 9(11).
           05 BIR-NOME              PIC X(30).
           05 BIR-RUA               PIC X(30).
           05 BIR-NUMERO            PIC X(06).
           05 BIR-CIDADE            PIC X(20).
           05 BIR-UF                PIC X(02).
           05 BIR-CEP               PIC 9(08).
           05 BIR-CONTRATO          PIC 9(09).
           05 BIR-DATA-DIVIDA       PIC 9(08).
           05 BIR-VALOR             PIC 9(11).
       01 WRK-BIRO-CABECALHO REDEFINES WRK-BIRO-DETALHE.
           05 BIC-TIPO              PIC X(01).
           05 BIC-ACAO              PIC X(01).
           05 BIC-DATA              PIC 9(08).
           05 FILLER                PIC X(126).
       01 WRK-BIRO-TRAILER REDEFINES WRK-BIRO-DETALHE.
           05 BIT-TIPO              PIC X(01).
           05 BIT-QTDE              PIC 9(06).
           05 BIT-VALOR             PIC 9(13).
           05 FILLER                PIC X(116).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS, LE O LIMITE E ABRE AS SAIDAS DO DIA------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA NEGATIVACAO NO BIRO DE CREDITO".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "M-MENSAL (INCLUI E EXCLUI) / E-SO EXCLUSOES..."
           ACCEPT WRK-MODO.
           IF WRK-MODO EQUAL 'E' OR WRK-MODO EQUAL 'e'
               MOVE 'E' TO WRK-MODO
           ELSE
               MOVE 'M' TO WRK-MODO
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT EQUAL ZEROS
               DISPLAY "CLIENTES.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT MULTAS.
           OPEN INPUT PARCELAS.
           OPEN INPUT CLICC.
           OPEN I-O NEGATIV.
           IF FS-NEGATIV EQUAL 35
               OPEN OUTPUT NEGATIV
               CLOSE NEGATIV
               OPEN I-O NEGATIV
           END-IF.
           OPEN INPUT PARAMS.
           MOVE ZEROS TO PARAM-NEGAT-DIAS.
           MOVE 1 TO PARAM-CHAVE.
           IF PARAMS-STATUS EQUAL ZEROS
               READ PARAMS
                   INVALID KEY
                       MOVE ZEROS TO PARAM-NEGAT-DIAS
               END-READ
           END-IF.
           MOVE PARAM-NEGAT-DIAS TO WRK-LIMITE-DIAS.
           IF WRK-LIMITE-DIAS EQUAL ZEROS
               MOVE 90 TO WRK-LIMITE-DIAS
           END-IF.

           MOVE SPACES TO WRK-NEGINC-NOME WRK-NEGEXC-NOME
                          WRK-RELNEG-NOME.
           STRING
               'DADOS\NEGINC'       DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-NEGINC-NOME
           END-STRING.
           STRING
               'DADOS\NEGEXC'       DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-NEGEXC-NOME
           END-STRING.
           STRING
               'DADOS\NEGATREL'     DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELNEG-NOME
           END-STRING.
           IF WRK-MODO EQUAL 'M'
               OPEN OUTPUT NEGINC
               MOVE SPACES TO WRK-BIRO-CABECALHO
               MOVE '1' TO BIC-TIPO
               MOVE 'I' TO BIC-ACAO
               MOVE WRK-HOJE TO BIC-DATA
               WRITE NEGINC-REG FROM WRK-BIRO-CABECALHO
           END-IF.
           OPEN OUTPUT NEGEXC.
           MOVE SPACES TO WRK-BIRO-CABECALHO.
           MOVE '1' TO BIC-TIPO.
           MOVE 'E' TO BIC-ACAO.
           MOVE WRK-HOJE TO BIC-DATA.
           WRITE NEGEXC-REG FROM WRK-BIRO-CABECALHO.

           OPEN OUTPUT RELNEG.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'NEGATIVACAO NO BIRO - DIA: '  DELIMITED BY SIZE
               WRK-HOJE                       DELIMITED BY SIZE
               ' / MODO: '                    DELIMITED BY SIZE
               WRK-MODO                       DELIMITED BY SIZE
               ' / DIVIDA COM MAIS DE '       DELIMITED BY SIZE
               WRK-LIMITE-DIAS                DELIMITED BY SIZE
               ' DIAS'                        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'ACAO     CLIENTE   NOME                           CPF
      -         '              VALOR DIVIDA DE' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.

      *----UM CLIENTE POR VEZ: AS DIVIDAS DE TODOS OS ARQUIVOS TEM-----
      *----O CLIENTE NO INICIO DA CHAVE--------------------------------
       0200-PROCESSAR             SECTION.
           IF CLIENTES-STATUS EQUAL ZEROS
               MOVE ZEROS TO CLIENTES-FONE
               START CLIENTES KEY >= CLIENTES-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CLIENTES NEXT
                       PERFORM UNTIL CLIENTES-STATUS NOT EQUAL ZEROS
                           PERFORM 0210-AVALIAR-CLIENTE
                           READ CLIENTES NEXT
                       END-PERFORM
               END-START
           END-IF.

       0210-AVALIAR-CLIENTE       SECTION.
           ADD 1 TO WRK-QT-CLIENTES.
           MOVE CLIENTES-FONE TO WRK-CLIENTE-ATUAL.
           MOVE ZEROS TO WRK-ELEG-VALOR WRK-ELEG-ANTIGA WRK-ANT-VALOR
                         WRK-NEG-INCLUSAO.
           MOVE 'N' TO WRK-NEGATIVADO.
           IF CLIENTES-CPF GREATER ZEROS
               PERFORM 0215-BUSCAR-INCLUSAO
           END-IF.
           PERFORM 0220-SOMAR-MULTAS.
           PERFORM 0225-SOMAR-PARCELAS.
           PERFORM 0230-SOMAR-CONTA.
           IF WRK-NEGATIVADO EQUAL 'S'
               IF WRK-ANT-VALOR EQUAL ZEROS
                   PERFORM 0260-EXCLUIR
               END-IF
           ELSE
               IF WRK-MODO EQUAL 'M' AND WRK-ELEG-VALOR GREATER ZEROS
                   IF CLIENTES-CPF GREATER ZEROS
                       PERFORM 0250-INCLUIR
                   ELSE
                       ADD 1 TO WRK-QT-SEM-CPF
                       MOVE 'SEM CPF' TO WRK-ACAO
                       PERFORM 0270-LINHA-CLIENTE
                   END-IF
               END-IF
           END-IF.

      *----PROCURA A INCLUSAO ATIVA DO CPF PARA ESTE CLIENTE-----------
       0215-BUSCAR-INCLUSAO       SECTION.
           MOVE CLIENTES-CPF TO NEG-CPF.
           MOVE ZEROS TO NEG-DATA-INCLUSAO.
           START NEGATIV KEY >= NEG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ NEGATIV NEXT
                   PERFORM UNTIL FS-NEGATIV NOT EQUAL ZEROS
                           OR NEG-CPF NOT EQUAL CLIENTES-CPF
                       IF NEG-INCLUIDO AND
                          NEG-CLIENTE EQUAL WRK-CLIENTE-ATUAL
                           MOVE 'S' TO WRK-NEGATIVADO
                           MOVE NEG-CHAVE TO WRK-NEG-CHAVE
                           MOVE NEG-DATA-INCLUSAO TO WRK-NEG-INCLUSAO
                       END-IF
                       READ NEGATIV NEXT
                   END-PERFORM
           END-START.

      *----MULTAS PENDENTES ENVELHECEM DESDE A GERACAO (A NEGOCIADA----
      *----ESTA NAS PARCELAS)------------------------------------------
       0220-SOMAR-MULTAS          SECTION.
           IF MULTAS-STATUS EQUAL ZEROS
               MOVE LOW-VALUES TO MUL-CHAVE
               MOVE WRK-CLIENTE-ATUAL TO MUL-CLIENTE
               START MULTAS KEY >= MUL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MULTAS NEXT
                       PERFORM UNTIL MULTAS-STATUS NOT EQUAL ZEROS
                               OR MUL-CLIENTE NOT EQUAL
                                  WRK-CLIENTE-ATUAL
                           IF MUL-PENDENTE
                               MOVE MUL-DATA-GERACAO TO WRK-ITEM-DATA
                               MOVE MUL-DATA-GERACAO TO WRK-ITEM-ORIGEM
                               MOVE MUL-VALOR TO WRK-ITEM-VALOR
                               PERFORM 0240-CLASSIFICAR-ITEM
                           END-IF
                           READ MULTAS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----PARCELA PENDENTE ENVELHECE DESDE O VENCIMENTO (PARCREL); A-
      *----ORIGEM E A DATA DA MULTA NEGOCIADA--------------------------
       0225-SOMAR-PARCELAS        SECTION.
           IF FS-PARCELAS EQUAL ZEROS
               MOVE LOW-VALUES TO PARC-CHAVE
               MOVE WRK-CLIENTE-ATUAL TO PARC-CLIENTE
               START PARCELAS KEY >= PARC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PARCELAS NEXT
                       PERFORM UNTIL FS-PARCELAS NOT EQUAL ZEROS
                               OR PARC-CLIENTE NOT EQUAL
                                  WRK-CLIENTE-ATUAL
                           IF PARC-PENDENTE
                               MOVE PARC-VENCIMENTO TO WRK-ITEM-DATA
                               MOVE PARC-DATA-GERACAO
                                   TO WRK-ITEM-ORIGEM
                               MOVE PARC-VALOR TO WRK-ITEM-VALOR
                               PERFORM 0240-CLASSIFICAR-ITEM
                           END-IF
                           READ PARCELAS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----ITEM PENDENTE DA CONTA-CORRENTE PELO SALDO, DESDE A DATA---
      *----DO LANCAMENTO (CONTAGING)-----------------------------------
       0230-SOMAR-CONTA           SECTION.
           IF FS-CLICC EQUAL ZEROS
               MOVE WRK-CLIENTE-ATUAL TO CCOR-CLIENTE
               MOVE ZEROS TO CCOR-DATA CCOR-SEQ
               START CLICC KEY >= CCOR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CLICC NEXT
                       PERFORM UNTIL FS-CLICC NOT EQUAL ZEROS
                               OR CCOR-CLIENTE NOT EQUAL
                                  WRK-CLIENTE-ATUAL
                           IF CCOR-PENDENTE
                               MOVE CCOR-DATA TO WRK-ITEM-DATA
                               MOVE CCOR-DATA TO WRK-ITEM-ORIGEM
                               COMPUTE WRK-ITEM-VALOR =
                                   CCOR-VALOR - CCOR-VALOR-PAGO
                               PERFORM 0240-CLASSIFICAR-ITEM
                           END-IF
                           READ CLICC NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----SOMA O ITEM NA DIVIDA QUE NEGATIVA (MAIS DIAS QUE O--------
      *----LIMITE) E NA DIVIDA QUE SEGURA A INCLUSAO ATIVA-------------
       0240-CLASSIFICAR-ITEM      SECTION.
           MOVE ZEROS TO WRK-DIAS.
           IF WRK-ITEM-DATA GREATER ZEROS AND
              WRK-ITEM-DATA LESS WRK-HOJE
               COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WRK-ITEM-DATA)
           END-IF.
           IF WRK-DIAS GREATER WRK-LIMITE-DIAS
               ADD WRK-ITEM-VALOR TO WRK-ELEG-VALOR
               IF WRK-ELEG-ANTIGA EQUAL ZEROS OR
                  WRK-ITEM-DATA LESS WRK-ELEG-ANTIGA
                   MOVE WRK-ITEM-DATA TO WRK-ELEG-ANTIGA
               END-IF
           END-IF.
           IF WRK-NEGATIVADO EQUAL 'S' AND
              WRK-ITEM-ORIGEM NOT GREATER WRK-NEG-INCLUSAO
               ADD WRK-ITEM-VALOR TO WRK-ANT-VALOR
           END-IF.

      *----GRAVA O CLIENTE NO ARQUIVO DE INCLUSAO E NO REGISTRO-------
       0250-INCLUIR               SECTION.
           MOVE CLIENTES-CPF TO NEG-CPF.
           MOVE WRK-HOJE TO NEG-DATA-INCLUSAO.
           MOVE WRK-CLIENTE-ATUAL TO NEG-CLIENTE.
           MOVE CLIENTES-NOME TO NEG-NOME.
           MOVE WRK-ELEG-VALOR TO NEG-VALOR.
           MOVE WRK-ELEG-ANTIGA TO NEG-DATA-DIVIDA.
           MOVE ZEROS TO NEG-DATA-BAIXA.
           MOVE 'I' TO NEG-STATUS.
           WRITE NEG-REG
               INVALID KEY
                   MOVE 'JA HOJE' TO WRK-ACAO
                   PERFORM 0270-LINHA-CLIENTE
               NOT INVALID KEY
                   PERFORM 0255-DETALHE-BIRO
                   WRITE NEGINC-REG FROM WRK-BIRO-DETALHE
                   ADD 1 TO WRK-QT-INCLUIDOS
                   ADD NEG-VALOR TO WRK-VLR-INCLUIDOS
                   MOVE 'INCLUSAO' TO WRK-ACAO
                   PERFORM 0270-LINHA-CLIENTE
           END-WRITE.

      *----MONTA O DETALHE DO BIRO PELO REGISTRO E PELO CLIENTE-------
       0255-DETALHE-BIRO          SECTION.
           MOVE SPACES TO WRK-BIRO-DETALHE.
           MOVE '2' TO BIR-TIPO.
           MOVE NEG-CPF TO BIR-CPF.
           MOVE NEG-NOME TO BIR-NOME.
           MOVE CLIENTES-RUA TO BIR-RUA.
           MOVE CLIENTES-NUMERO TO BIR-NUMERO.
           MOVE CLIENTES-CIDADE TO BIR-CIDADE.
           MOVE CLIENTES-UF TO BIR-UF.
           MOVE ZEROS TO BIR-CEP.
           IF CLIENTES-CEP GREATER ZEROS
               MOVE CLIENTES-CEP TO BIR-CEP
           END-IF.
           MOVE NEG-CLIENTE TO BIR-CONTRATO.
           MOVE NEG-DATA-DIVIDA TO BIR-DATA-DIVIDA.
           COMPUTE BIR-VALOR = NEG-VALOR * 100.

      *----DIVIDA DA INCLUSAO QUITADA: BAIXA NO REGISTRO E EXCLUSAO---
      *----NO BIRO COM O MESMO VALOR INFORMADO NA INCLUSAO-------------
       0260-EXCLUIR               SECTION.
           MOVE WRK-NEG-CHAVE TO NEG-CHAVE.
           READ NEGATIV
               INVALID KEY
                   MOVE 'ER' TO WRK-JOB-ST
                   MOVE 'ERRO REG.' TO WRK-ACAO
                   PERFORM 0270-LINHA-CLIENTE
               NOT INVALID KEY
                   MOVE WRK-HOJE TO NEG-DATA-BAIXA
                   MOVE 'B' TO NEG-STATUS
                   REWRITE NEG-REG
                       INVALID KEY
                           MOVE 'ER' TO WRK-JOB-ST
                       NOT INVALID KEY
                           PERFORM 0255-DETALHE-BIRO
                           WRITE NEGEXC-REG FROM WRK-BIRO-DETALHE
                           ADD 1 TO WRK-QT-EXCLUIDOS
                           ADD NEG-VALOR TO WRK-VLR-EXCLUIDOS
                           MOVE 'EXCLUSAO' TO WRK-ACAO
                           PERFORM 0270-LINHA-CLIENTE
                   END-REWRITE
           END-READ.

      *----LINHA DO RESUMO COM A ACAO TOMADA PARA O CLIENTE-----------
       0270-LINHA-CLIENTE         SECTION.
           IF WRK-NEGATIVADO EQUAL 'S'
               MOVE NEG-VALOR TO WRK-VALOR-ED
               MOVE NEG-DATA-DIVIDA TO WRK-DATA-DIVIDA
           ELSE
               MOVE WRK-ELEG-VALOR TO WRK-VALOR-ED
               MOVE WRK-ELEG-ANTIGA TO WRK-DATA-DIVIDA
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-ACAO             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-CLIENTE-ATUAL    DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               CLIENTES-NOME        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               CLIENTES-CPF         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-VALOR-ED         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-DATA-DIVIDA      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RESUMO----------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELNEG-DADOS.
           WRITE RELNEG-REG.

      *----TRAILERS, TOTAIS DO RESUMO E FECHAMENTO--------------------
       0300-FINALIZAR             SECTION.
           IF WRK-MODO EQUAL 'M'
               MOVE SPACES TO WRK-BIRO-TRAILER
               MOVE '9' TO BIT-TIPO
               MOVE WRK-QT-INCLUIDOS TO BIT-QTDE
               COMPUTE BIT-VALOR = WRK-VLR-INCLUIDOS * 100
               WRITE NEGINC-REG FROM WRK-BIRO-TRAILER
               CLOSE NEGINC
               DISPLAY "INCLUSOES GRAVADAS EM " WRK-NEGINC-NOME
           END-IF.
           MOVE SPACES TO WRK-BIRO-TRAILER.
           MOVE '9' TO BIT-TIPO.
           MOVE WRK-QT-EXCLUIDOS TO BIT-QTDE.
           COMPUTE BIT-VALOR = WRK-VLR-EXCLUIDOS * 100.
           WRITE NEGEXC-REG FROM WRK-BIRO-TRAILER.
           CLOSE NEGEXC.
           DISPLAY "EXCLUSOES GRAVADAS EM " WRK-NEGEXC-NOME.

           MOVE WRK-VLR-INCLUIDOS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'INCLUSOES: '        DELIMITED BY SIZE
               WRK-QT-INCLUIDOS     DELIMITED BY SIZE
               ' / R$ '             DELIMITED BY SIZE
               WRK-TOTAL-ED         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-VLR-EXCLUIDOS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'EXCLUSOES: '        DELIMITED BY SIZE
               WRK-QT-EXCLUIDOS     DELIMITED BY SIZE
               ' / R$ '             DELIMITED BY SIZE
               WRK-TOTAL-ED         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CLIENTES LIDOS: '   DELIMITED BY SIZE
               WRK-QT-CLIENTES      DELIMITED BY SIZE
               ' / SEM CPF PARA INCLUIR: '
                                    DELIMITED BY SIZE
               WRK-QT-SEM-CPF       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE RELNEG.
           DISPLAY "RESUMO GRAVADO EM " WRK-RELNEG-NOME.

           CLOSE CLIENTES.
           CLOSE MULTAS.
           CLOSE PARCELAS.
           CLOSE CLICC.
           CLOSE NEGATIV.
           CLOSE PARAMS.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA NEGATIVACAO NO BIRO DE CREDITO".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'NEGATIVA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-CLIENTES TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
