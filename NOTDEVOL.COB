       IDENTIFICATION              DIVISION.
       PROGRAM-ID. NOTDEVOL.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: IMPORTACAO DIARIA DOS RETORNOS DAS NOTIFICACOES -
      *==           E-MAILS DEVOLVIDOS PELO PROVEDOR
      *==           (DADOS\BOUNCEAAAAMMDD.TXT, LAYOUT FIXO: E-MAIL 40
      *==           / MOTIVO 30) E CARTAS DEVOLVIDAS PELO CORREIO
      *==           (DADOS\CARTADEVAAAAMMDD.TXT: CLIENTE 9 / MOTIVO
      *==           30). MARCA O E-MAIL OU O ENDERECO DO CLIENTE COMO
      *==           INVALIDO E PEDE A CONFIRMACAO NO BALCAO, REGISTRA
      *==           O RETORNO EM NOTDEV.DAT PARA A TAXA DE ENTREGA
      *==           (NOTTAXA) E IMPRIME NOTDEVAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: OS DOIS ARQUIVOS SAO OPCIONAIS - O QUE NAO
      *==           VEIO NO DIA E PULADO. E-MAIL DEVOLVIDO QUE NAO
      *==           BATE COM NENHUM CLIENTE E REGISTRADO COM CLIENTE
      *==           ZERO E LISTADO PARA CONFERENCIA. O NOTEXTR PASSA
      *==           A USAR O OUTRO CANAL ENQUANTO A MARCA EXISTIR
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT BOUNCE ASSIGN TO WRK-BOUNCE-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BOUNCE.

           SELECT CARTADEV ASSIGN TO WRK-CARTADEV-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CARTADEV.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

           SELECT NOTDEV ASSIGN TO 'DADOS\NOTDEV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDV-CHAVE
               FILE STATUS IS FS-NOTDEV.

           SELECT RELDEV ASSIGN TO WRK-RELDEV-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELDEV-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD BOUNCE.
       01 BOUNCE-REG.
           05 BNC-EMAIL             PIC X(40).
           05 BNC-MOTIVO            PIC X(30).

       FD CARTADEV.
       01 CARTADEV-REG.
           05 CDV-CLIENTE           PIC X(09).
           05 CDV-MOTIVO            PIC X(30).

       FD CLIENTES.
           COPY "CLIENTREG".

       FD NOTDEV.
           COPY "NOTDEVREG".

       FD RELDEV.
       01 RELDEV-REG.
           05 RELDEV-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-BOUNCE             PIC 9(02) VALUE ZEROS.
       77 FS-CARTADEV           PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 FS-NOTDEV             PIC 9(02) VALUE ZEROS.
       77 RELDEV-STATUS         PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ARQ          PIC 9(08) VALUE ZEROS.
       77 WRK-BOUNCE-NOME       PIC X(030) VALUE SPACES.
       77 WRK-CARTADEV-NOME     PIC X(030) VALUE SPACES.
       77 WRK-RELDEV-NOME       PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-I                 PIC 9(03) VALUE ZEROS.
       77 WRK-QT-TAB            PIC 9(03) VALUE ZEROS.
       77 WRK-NDV-GRAVADO       PIC X(01) VALUE 'N'.
      *----CONTADORES-------------------------------------------------
       77 WRK-QT-EMAILS         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EMAIL-CLI      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EMAIL-SEM      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTAS         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTA-CLI      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTA-SEM      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-GRAVADOS       PIC 9(05) VALUE ZEROS.

      *----E-MAILS DEVOLVIDOS DO DIA, CONFRONTADOS COM O CADASTRO-----
       01 WRK-TAB-BOUNCE.
           05 WRK-BNC OCCURS 500 TIMES.
               10 WRK-BNC-EMAIL     PIC X(40).
               10 WRK-BNC-MOTIVO    PIC X(30).
               10 WRK-BNC-ACHOU     PIC X(01).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----PEDE A DATA DOS ARQUIVOS E ABRE TUDO-----------------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA IMPORTACAO DE NOTIFICACOES DEVOLVIDAS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "DATA DOS ARQUIVOS AAAAMMDD (0 = HOJE)............"
           ACCEPT WRK-DATA-ARQ.
           IF WRK-DATA-ARQ EQUAL ZEROS
               MOVE WRK-HOJE TO WRK-DATA-ARQ
           END-IF.
           MOVE SPACES TO WRK-BOUNCE-NOME.
           STRING
               'DADOS\BOUNCE'       DELIMITED BY SIZE
               WRK-DATA-ARQ         DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-BOUNCE-NOME
           END-STRING.
           MOVE SPACES TO WRK-CARTADEV-NOME.
           STRING
               'DADOS\CARTADEV'     DELIMITED BY SIZE
               WRK-DATA-ARQ         DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-CARTADEV-NOME
           END-STRING.
           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT EQUAL ZEROS
               DISPLAY "CLIENTES.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN I-O NOTDEV.
           IF FS-NOTDEV EQUAL 35
               OPEN OUTPUT NOTDEV
               CLOSE NOTDEV
               OPEN I-O NOTDEV
           END-IF.
           OPEN INPUT BOUNCE.
           IF FS-BOUNCE NOT EQUAL ZEROS
               DISPLAY "SEM E-MAILS DEVOLVIDOS EM " WRK-BOUNCE-NOME
           END-IF.
           OPEN INPUT CARTADEV.
           IF FS-CARTADEV NOT EQUAL ZEROS
               DISPLAY "SEM CARTAS DEVOLVIDAS EM " WRK-CARTADEV-NOME
           END-IF.
           MOVE SPACES TO WRK-RELDEV-NOME.
           STRING
               'DADOS\NOTDEV'       DELIMITED BY SIZE
               WRK-DATA-ARQ         DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELDEV-NOME
           END-STRING.
           OPEN OUTPUT RELDEV.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'NOTIFICACOES DEVOLVIDAS EM ' DELIMITED BY SIZE
               WRK-DATA-ARQ                  DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0200-PROCESSAR             SECTION.
           IF FS-BOUNCE EQUAL ZEROS
               PERFORM 0210-CARREGAR-BOUNCE
               IF WRK-QT-TAB GREATER ZEROS
                   PERFORM 0220-CONFRONTAR-CLIENTES
                   PERFORM 0230-LISTAR-SEM-CLIENTE
               END-IF
           END-IF.
           IF FS-CARTADEV EQUAL ZEROS
               MOVE SPACES TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
               MOVE 'CARTAS DEVOLVIDAS' TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
               READ CARTADEV NEXT RECORD
               PERFORM UNTIL FS-CARTADEV NOT EQUAL ZEROS
                   ADD 1 TO WRK-QT-CARTAS
                   PERFORM 0240-TRATAR-CARTA
                   READ CARTADEV NEXT RECORD
               END-PERFORM
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'E-MAILS DEVOLVIDOS: '  DELIMITED BY SIZE
               WRK-QT-EMAILS           DELIMITED BY SIZE
               ' / MARCADOS: '         DELIMITED BY SIZE
               WRK-QT-EMAIL-CLI        DELIMITED BY SIZE
               ' / SEM CLIENTE: '      DELIMITED BY SIZE
               WRK-QT-EMAIL-SEM        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CARTAS DEVOLVIDAS: '   DELIMITED BY SIZE
               WRK-QT-CARTAS           DELIMITED BY SIZE
               ' / MARCADAS: '         DELIMITED BY SIZE
               WRK-QT-CARTA-CLI        DELIMITED BY SIZE
               ' / SEM CLIENTE: '      DELIMITED BY SIZE
               WRK-QT-CARTA-SEM        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----CARREGA OS E-MAILS DEVOLVIDOS NA TABELA---------------------
       0210-CARREGAR-BOUNCE       SECTION.
           READ BOUNCE NEXT RECORD.
           PERFORM UNTIL FS-BOUNCE NOT EQUAL ZEROS
               IF BNC-EMAIL NOT EQUAL SPACES
                   ADD 1 TO WRK-QT-EMAILS
                   IF WRK-QT-TAB LESS 500
                       ADD 1 TO WRK-QT-TAB
                       MOVE BNC-EMAIL TO WRK-BNC-EMAIL(WRK-QT-TAB)
                       MOVE BNC-MOTIVO TO WRK-BNC-MOTIVO(WRK-QT-TAB)
                       MOVE 'N' TO WRK-BNC-ACHOU(WRK-QT-TAB)
                   ELSE
                       DISPLAY "TABELA CHEIA - E-MAIL IGNORADO: "
                           BNC-EMAIL
                   END-IF
               END-IF
               READ BOUNCE NEXT RECORD
           END-PERFORM.

      *----UMA PASSADA NO CADASTRO MARCANDO QUEM TEM E-MAIL DEVOLVIDO--
       0220-CONFRONTAR-CLIENTES   SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'E-MAILS DEVOLVIDOS' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE ZEROS TO CLIENTES-FONE.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
               INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
               NOT INVALID KEY
                   READ CLIENTES NEXT RECORD
                   PERFORM UNTIL CLIENTES-STATUS NOT EQUAL ZEROS
                       IF CLIENTES-EMAIL NOT EQUAL SPACES
                           PERFORM VARYING WRK-I FROM 1 BY 1
                                   UNTIL WRK-I GREATER WRK-QT-TAB
                               IF WRK-BNC-EMAIL(WRK-I) EQUAL
                                       CLIENTES-EMAIL
                                   PERFORM 0225-MARCAR-EMAIL
                               END-IF
                           END-PERFORM
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
           END-START.

       0225-MARCAR-EMAIL          SECTION.
           MOVE 'S' TO WRK-BNC-ACHOU(WRK-I).
           ADD 1 TO WRK-QT-EMAIL-CLI.
           MOVE 'I' TO CLIENTES-EMAIL-SIT.
           MOVE 'S' TO CLIENTES-CONFIRMAR.
           REWRITE CLIENTES-REG.
           MOVE CLIENTES-FONE TO NDV-CLIENTE.
           MOVE 'E' TO NDV-CANAL.
           MOVE WRK-BNC-EMAIL(WRK-I) TO NDV-DESTINO.
           MOVE WRK-BNC-MOTIVO(WRK-I) TO NDV-MOTIVO.
           PERFORM 0250-GRAVAR-NOTDEV.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               CLIENTES-FONE         DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               CLIENTES-NOME         DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WRK-BNC-MOTIVO(WRK-I) DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----E-MAIL DEVOLVIDO SEM DONO NO CADASTRO: REGISTRA E LISTA-----
       0230-LISTAR-SEM-CLIENTE    SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-TAB
               IF WRK-BNC-ACHOU(WRK-I) EQUAL 'N'
                   ADD 1 TO WRK-QT-EMAIL-SEM
                   MOVE ZEROS TO NDV-CLIENTE
                   MOVE 'E' TO NDV-CANAL
                   MOVE WRK-BNC-EMAIL(WRK-I) TO NDV-DESTINO
                   MOVE WRK-BNC-MOTIVO(WRK-I) TO NDV-MOTIVO
                   PERFORM 0250-GRAVAR-NOTDEV
                   MOVE SPACES TO WRK-LINHA-REL
                   STRING
                       'SEM CLIENTE: '       DELIMITED BY SIZE
                       WRK-BNC-EMAIL(WRK-I)  DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       WRK-BNC-MOTIVO(WRK-I) DELIMITED BY SIZE
                       INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0450-GRAVAR-LINHA
               END-IF
           END-PERFORM.

      *----CARTA DEVOLVIDA: MARCA O ENDERECO DO CLIENTE----------------
       0240-TRATAR-CARTA          SECTION.
           IF CDV-CLIENTE IS NOT NUMERIC
               ADD 1 TO WRK-QT-CARTA-SEM
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   'CLIENTE INVALIDO: '  DELIMITED BY SIZE
                   CDV-CLIENTE           DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           ELSE
               MOVE CDV-CLIENTE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       ADD 1 TO WRK-QT-CARTA-SEM
                       MOVE SPACES TO WRK-LINHA-REL
                       STRING
                           'CLIENTE NAO CADASTRADO: ' DELIMITED BY SIZE
                           CDV-CLIENTE                DELIMITED BY SIZE
                           INTO WRK-LINHA-REL
                       END-STRING
                       PERFORM 0450-GRAVAR-LINHA
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-CARTA-CLI
                       MOVE 'I' TO CLIENTES-END-SIT
                       MOVE 'S' TO CLIENTES-CONFIRMAR
                       REWRITE CLIENTES-REG
                       MOVE CLIENTES-FONE TO NDV-CLIENTE
                       MOVE 'C' TO NDV-CANAL
                       MOVE CLIENTES-RUA TO NDV-DESTINO
                       MOVE CDV-MOTIVO TO NDV-MOTIVO
                       PERFORM 0250-GRAVAR-NOTDEV
                       MOVE SPACES TO WRK-LINHA-REL
                       STRING
                           CLIENTES-FONE  DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           CLIENTES-NOME  DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           CDV-MOTIVO     DELIMITED BY SIZE
                           INTO WRK-LINHA-REL
                       END-STRING
                       PERFORM 0450-GRAVAR-LINHA
               END-READ
           END-IF.

      *----GRAVA O RETORNO NA PRIMEIRA SEQUENCIA LIVRE DO DIA----------
       0250-GRAVAR-NOTDEV         SECTION.
           MOVE WRK-DATA-ARQ TO NDV-DATA.
           MOVE 1 TO NDV-SEQ.
           MOVE 'N' TO WRK-NDV-GRAVADO.
           PERFORM UNTIL WRK-NDV-GRAVADO EQUAL 'S'
               WRITE NDV-REG
                   INVALID KEY
                       ADD 1 TO NDV-SEQ
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-NDV-GRAVADO
                       ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
           END-PERFORM.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELDEV-DADOS.
           WRITE RELDEV-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELDEV.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELDEV-NOME.
           CLOSE BOUNCE.
           CLOSE CARTADEV.
           CLOSE CLIENTES.
           CLOSE NOTDEV.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA IMPORTACAO DE NOTIFICACOES DEVOLVIDAS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'NOTDEVOL' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-GRAVADOS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
