       IDENTIFICATION              DIVISION.
       PROGRAM-ID. RESWEB.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: IMPORTACAO DIARIA DOS PEDIDOS DE RESERVA FEITOS
      *==           PELO SITE (DADOS\RESWEB.TXT, LAYOUT FIXO: CPF 11
      *==           OU FONE 9 + 2 BRANCOS / CODFILME 5 / DATA 8 /
      *==           HORA 6 DO PEDIDO) PARA A FILA DE RESERVAS.DAT,
      *==           NA ORDEM DE CHEGADA DO ARQUIVO. CRITICA O CLIENTE
      *==           (CLIENTES, SUSPENSO), O FILME (FILMES), GRAVA O
      *==           EVENTO DE CONFIRMACAO NA NOTIFQ.DAT E IMPRIME O
      *==           RELATORIO DE ACEITOS/REJEITADOS COM OS MOTIVOS
      *== DATA: 15/10/2026
      *== OBSERVACOES: A RESERVA ENTRA COM A DATA DO PEDIDO NO SITE,
      *==           NAO A DA IMPORTACAO, PARA NAO PERDER A VEZ NA FILA.
      *==           LOJA DA RESERVA ZERO (= LOJA 1). RODAR ANTES DO
      *==           NOTEXTR
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RESWEBTXT ASSIGN TO 'DADOS\RESWEB.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RESWEBTXT.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

           SELECT FILMES ASSIGN TO 'DADOS\FILMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO
                   WITH DUPLICATES.

           SELECT SUSPENSO ASSIGN TO 'DADOS\SUSPENSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-CLIENTE
               FILE STATUS IS FS-SUSPENSO.

           SELECT RESERVAS ASSIGN TO 'DADOS\RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RESERVAS-STATUS
               RECORD KEY IS RES-CHAVE.

           SELECT NOTIFQ ASSIGN TO 'DADOS\NOTIFQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-CHAVE
               FILE STATUS IS FS-NOTIFQ.

           SELECT RELIMP ASSIGN TO WRK-RELIMP-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELIMP-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD RESWEBTXT.
       01 RESWEBTXT-REG.
           05 RWEB-DOCUMENTO        PIC X(11).
           05 RWEB-DOC-FONE REDEFINES RWEB-DOCUMENTO.
               10 RWEB-FONE         PIC X(09).
               10 RWEB-FONE-RESTO   PIC X(02).
           05 RWEB-CODFILME         PIC X(05).
           05 RWEB-DATA             PIC X(08).
           05 RWEB-HORA             PIC X(06).

       FD CLIENTES.
           COPY "CLIENTREG".

       FD FILMES.
       01 FILMES-REG.
           05 FILMES-CHAVE.
               10 CODFILME          PIC 9(005) BLANK WHEN ZEROS.
           05 TITULO                PIC X(030).
           05 GENERO                PIC X(008).
           05 DURACAO               PIC 9(003).
           05 DISTRIBUIDORA         PIC X(015).
           05 NOTA                  PIC 9(002).
           05 FILMES-CLASSIF        PIC 9(002).

       FD SUSPENSO.
           COPY "SUSPREG".

       FD RESERVAS.
           COPY "RESERVAREG".

       FD NOTIFQ.
           COPY "NOTIFQREG".

       FD RELIMP.
       01 RELIMP-REG.
           05 RELIMP-DADOS          PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-RESWEBTXT     PIC 9(02)     VALUE ZEROS.
       77 CLIENTES-STATUS  PIC 9(02)     VALUE ZEROS.
       77 FILMES-STATUS    PIC 9(02)     VALUE ZEROS.
       77 FS-SUSPENSO      PIC 9(02)     VALUE ZEROS.
       77 RESERVAS-STATUS  PIC 9(02)     VALUE ZEROS.
       77 FS-NOTIFQ        PIC 9(02)     VALUE ZEROS.
       77 RELIMP-STATUS    PIC 9(02)     VALUE ZEROS.
       77 JOBHIST-STATUS   PIC 9(02)     VALUE ZEROS.
       77 WRK-JOB-DATA-INI PIC 9(08)     VALUE ZEROS.
       77 WRK-JOB-HORA-INI PIC 9(08)     VALUE ZEROS.
       77 WRK-JOB-ST       PIC X(02)     VALUE 'OK'.
       77 WRK-HOJE         PIC 9(08)     VALUE ZEROS.
       77 WRK-RELIMP-NOME  PIC X(030)    VALUE SPACES.
       77 WRK-LINHA-REL    PIC X(100)    VALUE SPACES.
       77 WRK-QT-LIDAS     PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-ACEITAS   PIC 9(05)     VALUE ZEROS.
       77 WRK-QT-REJEITADAS PIC 9(05)    VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30)     VALUE SPACES.
       77 WRK-CPF          PIC 9(11)     VALUE ZEROS.
       77 WRK-FONE         PIC 9(09)     VALUE ZEROS.
       77 WRK-CLIENTE      PIC 9(09)     VALUE ZEROS.
       77 WRK-CODFILME     PIC 9(05)     VALUE ZEROS.
       77 WRK-DATA-PEDIDO  PIC 9(08)     VALUE ZEROS.
       77 WRK-FIM-RES      PIC X(01)     VALUE 'N'.
       77 WRK-NQ-GRAVADO   PIC X(01)     VALUE 'N'.
      *----NOME GRAVADO PELO LGPDANON NO CLIENTE ANONIMIZADO-----------
       77 WRK-MARCADOR     PIC X(30)
              VALUE 'CLIENTE REMOVIDO LGPD'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA IMPORTACAO DE RESERVAS DO SITE".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT RESWEBTXT.
           IF FS-RESWEBTXT NOT EQUAL ZEROS
               DISPLAY "RESWEB.TXT NAO ENCONTRADO - NADA A IMPORTAR"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT EQUAL ZEROS
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT FILMES.
           IF FILMES-STATUS NOT EQUAL ZEROS
               DISPLAY "FILMES.DAT NAO ENCONTRADO"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN I-O SUSPENSO.
           IF FS-SUSPENSO EQUAL 35
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF.
           OPEN I-O RESERVAS.
           IF RESERVAS-STATUS EQUAL 35
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
           OPEN I-O NOTIFQ.
           IF FS-NOTIFQ EQUAL 35
               OPEN OUTPUT NOTIFQ
               CLOSE NOTIFQ
               OPEN I-O NOTIFQ
           END-IF.
           MOVE SPACES TO WRK-RELIMP-NOME.
           STRING
               'DADOS\RESWEB'       DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELIMP-NOME
           END-STRING.
           OPEN OUTPUT RELIMP.
           MOVE 'IMPORTACAO DE RESERVAS DO SITE' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.

      *----O ARQUIVO VEM NA ORDEM DE CHEGADA DOS PEDIDOS: PROCESSADO--
      *----LINHA A LINHA NESSA ORDEM------------------------------------
       0200-PROCESSAR             SECTION.
           IF WRK-JOB-ST EQUAL 'OK'
               READ RESWEBTXT NEXT RECORD
               PERFORM UNTIL FS-RESWEBTXT NOT EQUAL ZEROS
                   ADD 1 TO WRK-QT-LIDAS
                   PERFORM 0210-IMPORTAR-LINHA
                   READ RESWEBTXT NEXT RECORD
               END-PERFORM
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'LIDAS: '          DELIMITED BY SIZE
               WRK-QT-LIDAS       DELIMITED BY SIZE
               ' / ACEITAS: '     DELIMITED BY SIZE
               WRK-QT-ACEITAS     DELIMITED BY SIZE
               ' / REJEITADAS: '  DELIMITED BY SIZE
               WRK-QT-REJEITADAS  DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----CRITICA DE UMA LINHA; ACEITA VAI PARA A FILA E GERA O-------
      *----EVENTO DE CONFIRMACAO---------------------------------------
       0210-IMPORTAR-LINHA        SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-CLIENTE.
           IF RWEB-CODFILME IS NOT NUMERIC
              OR RWEB-DATA IS NOT NUMERIC
               MOVE 'CAMPO NAO NUMERICO' TO WRK-MOTIVO
           ELSE
               MOVE RWEB-CODFILME TO WRK-CODFILME
               MOVE RWEB-DATA TO WRK-DATA-PEDIDO
               IF WRK-DATA-PEDIDO EQUAL ZEROS
                  OR WRK-DATA-PEDIDO GREATER WRK-HOJE
                   MOVE 'DATA DO PEDIDO INVALIDA' TO WRK-MOTIVO
               ELSE
                   PERFORM 0220-ACHAR-CLIENTE
               END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0230-VERIFICAR-SUSPENSAO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               MOVE WRK-CODFILME TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'FILME NAO CADASTRADO' TO WRK-MOTIVO
               END-READ
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0240-VERIFICAR-FILA
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0250-GRAVAR-RESERVA
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0260-GRAVAR-EVENTO
               ADD 1 TO WRK-QT-ACEITAS
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   'ACEITA: '       DELIMITED BY SIZE
                   RWEB-DOCUMENTO   DELIMITED BY SIZE
                   ' CLIENTE '      DELIMITED BY SIZE
                   WRK-CLIENTE      DELIMITED BY SIZE
                   ' FILME '        DELIMITED BY SIZE
                   RWEB-CODFILME    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   RWEB-DATA        DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   RWEB-HORA        DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           ELSE
               ADD 1 TO WRK-QT-REJEITADAS
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   'REJEITADA: '    DELIMITED BY SIZE
                   RWEB-DOCUMENTO   DELIMITED BY SIZE
                   ' FILME '        DELIMITED BY SIZE
                   RWEB-CODFILME    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   RWEB-DATA        DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   RWEB-HORA        DELIMITED BY SIZE
                   ' - '            DELIMITED BY SIZE
                   WRK-MOTIVO       DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

      *----CPF (11 DIGITOS) PELA CHAVE ALTERNATIVA; FONE (9 DIGITOS---
      *----SEGUIDOS DE 2 BRANCOS) PELA CHAVE DO CADASTRO---------------
       0220-ACHAR-CLIENTE         SECTION.
           IF RWEB-DOCUMENTO IS NUMERIC
               MOVE RWEB-DOCUMENTO TO WRK-CPF
               MOVE WRK-CPF TO CLIENTES-CPF
               READ CLIENTES KEY IS CLIENTES-CPF
                   INVALID KEY
                       MOVE 'CPF NAO CADASTRADO' TO WRK-MOTIVO
               END-READ
           ELSE
               IF RWEB-FONE IS NUMERIC
                  AND RWEB-FONE-RESTO EQUAL SPACES
                   MOVE RWEB-FONE TO WRK-FONE
                   MOVE WRK-FONE TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           MOVE 'FONE NAO CADASTRADO' TO WRK-MOTIVO
                   END-READ
               ELSE
                   MOVE 'CPF/FONE INVALIDO' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               IF CLIENTES-NOME EQUAL WRK-MARCADOR
                   MOVE 'CLIENTE ANONIMIZADO (LGPD)' TO WRK-MOTIVO
               ELSE
                   MOVE CLIENTES-FONE TO WRK-CLIENTE
               END-IF
           END-IF.

      *----MESMA REGRA DO BALCAO: SUSPENSAO ATIVA BARRA; VENCIDA PELA--
      *----DATA E EXPIRADA AUTOMATICAMENTE-----------------------------
       0230-VERIFICAR-SUSPENSAO   SECTION.
           MOVE WRK-CLIENTE TO SUSP-CLIENTE.
           READ SUSPENSO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUSP-ATIVA
                       IF SUSP-DATA-FIM LESS WRK-HOJE
                           MOVE 'E' TO SUSP-STATUS
                           REWRITE SUSP-REG
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       ELSE
                           MOVE 'CLIENTE SUSPENSO' TO WRK-MOTIVO
                       END-IF
                   END-IF
           END-READ.

      *----O CLIENTE JA NA FILA DESTE FILME (PELO SITE OU BALCAO, EM---
      *----QUALQUER DATA) NAO ENTRA DE NOVO-----------------------------
       0240-VERIFICAR-FILA        SECTION.
           MOVE WRK-CODFILME TO RES-CODFILME.
           MOVE ZEROS TO RES-DATA-PEDIDO.
           MOVE ZEROS TO RES-CLIENTE.
           MOVE 'N' TO WRK-FIM-RES.
           START RESERVAS KEY IS NOT LESS RES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RES
           END-START.
           PERFORM UNTIL WRK-FIM-RES EQUAL 'S'
               READ RESERVAS NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-RES
               END-READ
               IF WRK-FIM-RES EQUAL 'N'
                   IF RES-CODFILME NOT EQUAL WRK-CODFILME
                       MOVE 'S' TO WRK-FIM-RES
                   ELSE
                       IF RES-CLIENTE EQUAL WRK-CLIENTE
                           MOVE 'JA NA FILA DESTE FILME'
                                TO WRK-MOTIVO
                           MOVE 'S' TO WRK-FIM-RES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----A RESERVA ENTRA COM A DATA DO PEDIDO NO SITE----------------
       0250-GRAVAR-RESERVA        SECTION.
           MOVE WRK-CODFILME TO RES-CODFILME.
           MOVE WRK-DATA-PEDIDO TO RES-DATA-PEDIDO.
           MOVE WRK-CLIENTE TO RES-CLIENTE.
           MOVE SPACES TO RES-FORMATO.
           MOVE ZEROS TO RES-LOJA.
           WRITE RES-REG
               INVALID KEY
                   MOVE 'RESERVA JA REGISTRADA' TO WRK-MOTIVO
           END-WRITE.

      *----EVENTO 'C' NA FILA CENTRAL, AVANCANDO O SEQUENCIAL DO DIA---
       0260-GRAVAR-EVENTO         SECTION.
           MOVE WRK-CLIENTE TO NQ-CLIENTE.
           MOVE 'C' TO NQ-TIPO.
           MOVE WRK-CODFILME TO NQ-CODFILME.
           MOVE 'RESERVA WEB CONFIRMADA - AGUARDE O AVISO'
                TO NQ-TEXTO.
           MOVE WRK-HOJE TO NQ-DATA.
           MOVE 1 TO NQ-SEQ.
           MOVE 'P' TO NQ-STATUS.
           MOVE 'N' TO WRK-NQ-GRAVADO.
           PERFORM 0265-TENTAR-GRAVAR
               UNTIL WRK-NQ-GRAVADO EQUAL 'S' OR NQ-SEQ GREATER 99998.

       0265-TENTAR-GRAVAR         SECTION.
           WRITE NQ-REG
               INVALID KEY
                   ADD 1 TO NQ-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WRK-NQ-GRAVADO
           END-WRITE.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELIMP-DADOS.
           WRITE RELIMP-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELIMP.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELIMP-NOME.
           CLOSE RESWEBTXT.
           CLOSE CLIENTES.
           CLOSE FILMES.
           CLOSE SUSPENSO.
           CLOSE RESERVAS.
           CLOSE NOTIFQ.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DA IMPORTACAO DE RESERVAS DO SITE".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'RESWEB' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-ACEITAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
