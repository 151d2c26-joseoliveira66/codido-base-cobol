       IDENTIFICATION              DIVISION.
       PROGRAM-ID. NFSEGERA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: GERACAO DIARIA DO ARQUIVO DE NFS-E DAS LOCACOES -
      *==           UM ARQUIVO POR LOJA (NFSELLAAAAMMDD.TXT) NO LAYOUT
      *==           DA PREFEITURA, COM O CODIGO DO MUNICIPIO E A
      *==           ALIQUOTA DE ISS DA CIDADE DA LOJA (LOJAS.DAT ->
      *==           ISSMUN.DAT), O CPF DO TOMADOR QUANDO HOUVER NO
      *==           CLIENTES.DAT, E MARCA A LOCACAO COMO ENVIADA. O
      *==           NUMERO DA NOTA VOLTA PELO NFSERET
      *== DATA: 15/10/2026
      *== OBSERVACOES: CABECALHO: '1' / MUNICIPIO(7) / LOJA(2) /
      *==           DATA(8). DETALHE: '2' / RPS(6) / FILME(5) /
      *==           CLIENTE(9) / DATA DA LOCACAO(8) / CPF(11, ZEROS
      *==           SEM CPF) / NOME(30) / SERVICO(5) / VALOR EM
      *==           CENTAVOS(11) / ALIQUOTA(4) / ISS EM CENTAVOS(11).
      *==           TRAILER: '9' / QTDE(6) / VALOR(13) / ISS(13).
      *==           A BASE E A LOCACAO MAIS O FRETE DE ENTREGA (A
      *==           CAUCAO NAO E SERVICO). LOCACAO DE VALOR ZERO NAO
      *==           GERA NOTA. NOTA RECUSADA PELA PREFEITURA VOLTA NO
      *==           ENVIO SEGUINTE DA MESMA LOJA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMOS ASSIGN TO 'DADOS\EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMP-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

           SELECT LOJAS ASSIGN TO 'DADOS\LOJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-CODIGO
               FILE STATUS IS FS-LOJAS.

           SELECT ISSMUN ASSIGN TO 'DADOS\ISSMUN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-CHAVE
               FILE STATUS IS FS-ISSMUN.

      *----NOME GERADO POR LOJA EM 0220-ABRIR-ARQUIVO------------------
           SELECT NFSEARQ ASSIGN TO WRK-NFSEARQ-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFSEARQ.

           SELECT RELNFSE ASSIGN TO WRK-RELNFSE-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELNFSE-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD CLIENTES.
           COPY "CLIENTREG".

       FD LOJAS.
           COPY "LOJAREG".

       FD ISSMUN.
           COPY "ISSREG".

       FD NFSEARQ.
       01 NFSE-DETALHE.
           05 NFD-TIPO              PIC X(01).
           05 NFD-RPS               PIC 9(06).
           05 NFD-CODFILME          PIC 9(05).
           05 NFD-CLIENTE           PIC 9(09).
           05 NFD-DATA-LOCACAO      PIC 9(08).
           05 NFD-CPF               PIC 9(11).
           05 NFD-NOME              PIC X(30).
           05 NFD-SERVICO           PIC X(05).
           05 NFD-VALOR             PIC 9(11).
           05 NFD-ALIQUOTA          PIC 9(04).
           05 NFD-ISS               PIC 9(11).
       01 NFSE-CABECALHO REDEFINES NFSE-DETALHE.
           05 NFC-TIPO              PIC X(01).
           05 NFC-MUNICIPIO         PIC 9(07).
           05 NFC-LOJA              PIC 9(02).
           05 NFC-DATA              PIC 9(08).
           05 FILLER                PIC X(83).
       01 NFSE-TRAILER REDEFINES NFSE-DETALHE.
           05 NFT-TIPO              PIC X(01).
           05 NFT-QTDE              PIC 9(06).
           05 NFT-VALOR             PIC 9(13).
           05 NFT-ISS               PIC 9(13).
           05 FILLER                PIC X(68).

       FD RELNFSE.
       01 RELNFSE-REG.
           05 RELNFSE-DADOS         PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 EMPRESTIMOS-STATUS PIC 9(02)     VALUE ZEROS.
       77 CLIENTES-STATUS   PIC 9(02)      VALUE ZEROS.
       77 FS-LOJAS          PIC 9(02)      VALUE ZEROS.
       77 FS-ISSMUN         PIC 9(02)      VALUE ZEROS.
       77 FS-NFSEARQ        PIC 9(02)      VALUE ZEROS.
       77 RELNFSE-STATUS    PIC 9(02)      VALUE ZEROS.
       77 JOBHIST-STATUS    PIC 9(02)      VALUE ZEROS.
       77 WRK-JOB-DATA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-HORA-INI  PIC 9(08)      VALUE ZEROS.
       77 WRK-JOB-ST        PIC X(02)      VALUE 'OK'.
       77 WRK-HOJE          PIC 9(08)      VALUE ZEROS.
       77 WRK-DATA-MOV      PIC 9(08)      VALUE ZEROS.
       77 WRK-NFSEARQ-NOME  PIC X(030)     VALUE SPACES.
       77 WRK-RELNFSE-NOME  PIC X(030)     VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(100)     VALUE SPACES.
       77 WRK-LOJA-REG      PIC 9(02)      VALUE ZEROS.
       77 WRK-VALOR-SERVICO PIC 9(07)V99   VALUE ZEROS.
       77 WRK-VALOR-ISS     PIC 9(07)V99   VALUE ZEROS.
       77 WRK-QT-LOJA       PIC 9(06)      VALUE ZEROS.
       77 WRK-TOT-LOJA      PIC 9(09)V99   VALUE ZEROS.
       77 WRK-ISS-LOJA      PIC 9(09)V99   VALUE ZEROS.
       77 WRK-QT-NOTAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QT-LOJAS      PIC 9(02)      VALUE ZEROS.
       77 WRK-TOT-ED        PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ISS-ED        PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ALIQUOTA-ED   PIC Z9,99      VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA GERACAO DA NFS-E".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "DATA DAS LOCACOES (AAAAMMDD / 0 = HOJE)..."
           ACCEPT WRK-DATA-MOV.
           IF WRK-DATA-MOV EQUAL ZEROS
               MOVE WRK-HOJE TO WRK-DATA-MOV
           END-IF.
           OPEN I-O EMPRESTIMOS.
           IF EMPRESTIMOS-STATUS NOT EQUAL ZEROS
               DISPLAY "EMPRESTIMOS.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT LOJAS.
           IF FS-LOJAS NOT EQUAL ZEROS
               DISPLAY "LOJAS.DAT INDISPONIVEL - RODAR O LOJACAD"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT ISSMUN.
           IF FS-ISSMUN NOT EQUAL ZEROS
               DISPLAY "ISSMUN.DAT INDISPONIVEL - RODAR O ISSCAD"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           MOVE SPACES TO WRK-RELNFSE-NOME.
           STRING
               'DADOS\NFSEREL'      DELIMITED BY SIZE
               WRK-DATA-MOV         DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELNFSE-NOME
           END-STRING.
           OPEN OUTPUT RELNFSE.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'NFS-E DAS LOCACOES DE ' DELIMITED BY SIZE
               WRK-DATA-MOV             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----UM ARQUIVO PARA CADA LOJA ATIVA DO CADASTRO-----------------
       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               MOVE ZEROS TO LOJA-CODIGO
               START LOJAS KEY >= LOJA-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ LOJAS NEXT
                       PERFORM UNTIL FS-LOJAS NOT EQUAL ZEROS
                           IF LOJA-ESTA-ATIVA
                               PERFORM 0210-GERAR-LOJA
                           END-IF
                           READ LOJAS NEXT
                       END-PERFORM
               END-START
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'LOJAS: '          DELIMITED BY SIZE
               WRK-QT-LOJAS       DELIMITED BY SIZE
               ' / NOTAS ENVIADAS: ' DELIMITED BY SIZE
               WRK-QT-NOTAS       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0210-GERAR-LOJA            SECTION.
           MOVE LOJA-CIDADE TO ISS-CIDADE.
           MOVE LOJA-UF TO ISS-UF.
           READ ISSMUN
               INVALID KEY
                   MOVE 'ER' TO WRK-JOB-ST
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING
                       'LOJA '          DELIMITED BY SIZE
                       LOJA-CODIGO      DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       LOJA-CIDADE      DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       LOJA-UF          DELIMITED BY SIZE
                       ' SEM ISS NO ISSMUN - ARQUIVO NAO GERADO'
                                        DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0450-GRAVAR-LINHA
               NOT INVALID KEY
                   PERFORM 0220-ABRIR-ARQUIVO
                   MOVE ZEROS TO EMP-CHAVE
                   START EMPRESTIMOS KEY >= EMP-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ EMPRESTIMOS NEXT
                           PERFORM UNTIL EMPRESTIMOS-STATUS
                                         NOT EQUAL ZEROS
                               PERFORM 0230-TESTAR-EMPRESTIMO
                               READ EMPRESTIMOS NEXT
                           END-PERFORM
                   END-START
                   PERFORM 0240-FECHAR-ARQUIVO
           END-READ.

       0220-ABRIR-ARQUIVO         SECTION.
           ADD 1 TO WRK-QT-LOJAS.
           MOVE ZEROS TO WRK-QT-LOJA WRK-TOT-LOJA WRK-ISS-LOJA.
           MOVE SPACES TO WRK-NFSEARQ-NOME.
           STRING
               'DADOS\NFSE'         DELIMITED BY SIZE
               LOJA-CODIGO          DELIMITED BY SIZE
               WRK-DATA-MOV         DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-NFSEARQ-NOME
           END-STRING.
           OPEN OUTPUT NFSEARQ.
           MOVE SPACES TO NFSE-CABECALHO.
           MOVE '1' TO NFC-TIPO.
           MOVE ISS-COD-MUNICIPIO TO NFC-MUNICIPIO.
           MOVE LOJA-CODIGO TO NFC-LOJA.
           MOVE WRK-DATA-MOV TO NFC-DATA.
           WRITE NFSE-CABECALHO.

      *----LOCACAO DO DIA DESTA LOJA AINDA SEM NOTA, OU RECUSADA-------
       0230-TESTAR-EMPRESTIMO     SECTION.
           MOVE EMP-LOJA TO WRK-LOJA-REG.
           IF WRK-LOJA-REG EQUAL ZEROS
               MOVE 1 TO WRK-LOJA-REG
           END-IF.
           COMPUTE WRK-VALOR-SERVICO =
               EMP-VALOR-COBRADO + EMP-VALOR-ENTREGA.
           IF WRK-LOJA-REG EQUAL LOJA-CODIGO
              AND WRK-VALOR-SERVICO GREATER ZEROS
              AND NOT EMP-NFSE-EMITIDA
              AND (EMP-DATA-EMPRESTIMO EQUAL WRK-DATA-MOV
                   OR EMP-NFSE-RECUSADA)
               PERFORM 0235-GRAVAR-DETALHE
           END-IF.

       0235-GRAVAR-DETALHE        SECTION.
           MOVE EMP-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE ZEROS TO CLIENTES-CPF
                   MOVE 'CONSUMIDOR NAO IDENTIFICADO' TO CLIENTES-NOME
           END-READ.
           COMPUTE WRK-VALOR-ISS ROUNDED =
               WRK-VALOR-SERVICO * ISS-ALIQUOTA / 100.
           ADD 1 TO WRK-QT-LOJA.
           ADD WRK-VALOR-SERVICO TO WRK-TOT-LOJA.
           ADD WRK-VALOR-ISS TO WRK-ISS-LOJA.
           MOVE SPACES TO NFSE-DETALHE.
           MOVE '2' TO NFD-TIPO.
           MOVE WRK-QT-LOJA TO NFD-RPS.
           MOVE EMP-CODFILME TO NFD-CODFILME.
           MOVE EMP-CLIENTE TO NFD-CLIENTE.
           MOVE EMP-DATA-EMPRESTIMO TO NFD-DATA-LOCACAO.
           MOVE CLIENTES-CPF TO NFD-CPF.
           MOVE CLIENTES-NOME TO NFD-NOME.
           MOVE ISS-COD-SERVICO TO NFD-SERVICO.
           COMPUTE NFD-VALOR = WRK-VALOR-SERVICO * 100.
           COMPUTE NFD-ALIQUOTA = ISS-ALIQUOTA * 100.
           COMPUTE NFD-ISS = WRK-VALOR-ISS * 100.
           WRITE NFSE-DETALHE.
           MOVE 'E' TO EMP-NFSE-SITUACAO.
           REWRITE EMP-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       0240-FECHAR-ARQUIVO        SECTION.
           MOVE SPACES TO NFSE-TRAILER.
           MOVE '9' TO NFT-TIPO.
           MOVE WRK-QT-LOJA TO NFT-QTDE.
           COMPUTE NFT-VALOR = WRK-TOT-LOJA * 100.
           COMPUTE NFT-ISS = WRK-ISS-LOJA * 100.
           WRITE NFSE-TRAILER.
           CLOSE NFSEARQ.
           ADD WRK-QT-LOJA TO WRK-QT-NOTAS.
           MOVE WRK-TOT-LOJA TO WRK-TOT-ED.
           MOVE WRK-ISS-LOJA TO WRK-ISS-ED.
           MOVE ISS-ALIQUOTA TO WRK-ALIQUOTA-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'LOJA '          DELIMITED BY SIZE
               LOJA-CODIGO      DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               LOJA-CIDADE      DELIMITED BY SIZE
               ' NOTAS '        DELIMITED BY SIZE
               WRK-QT-LOJA      DELIMITED BY SIZE
               ' SERVICO '      DELIMITED BY SIZE
               WRK-TOT-ED       DELIMITED BY SIZE
               ' ISS '          DELIMITED BY SIZE
               WRK-ALIQUOTA-ED  DELIMITED BY SIZE
               '% '             DELIMITED BY SIZE
               WRK-ISS-ED       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELNFSE-DADOS.
           WRITE RELNFSE-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELNFSE.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELNFSE-NOME.
           CLOSE EMPRESTIMOS.
           CLOSE CLIENTES.
           CLOSE LOJAS.
           CLOSE ISSMUN.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA GERACAO DA NFS-E".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'NFSEGERA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-NOTAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
