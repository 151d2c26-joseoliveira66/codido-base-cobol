       IDENTIFICATION              DIVISION.
       PROGRAM-ID. REATIVA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CAMPANHA DE REATIVACAO DE CLIENTES PARADOS -
      *==           MODO 'C' (MENSAL): ACHA O CLIENTE SEM EMPRESTIMO
      *==           NO ARQUIVO VIVO (EMPRESTIMOS.DAT) NEM NO MORTO
      *==           (EMPHIST.DAT) HA PARAM-REATIV-MESES, PULANDO O
      *==           SUSPENSO E O ANONIMIZADO, GRAVA O EVENTO 'S'
      *==           "SENTIMOS SUA FALTA" NA FILA NOTIFQ.DAT (O
      *==           NOTEXTR ESCOLHE O CANAL PREFERIDO) E REGISTRA O
      *==           CONTATO EM REATIV.DAT. MODO 'R' (60 DIAS DEPOIS):
      *==           PARA CADA CONTATADO DA CAMPANHA, LISTA O QUE
      *==           LOCOU DESDE O CONTATO E TOTALIZA QUANTOS VOLTARAM.
      *==           RELATORIOS REATIVAAAAMMDD.TXT E
      *==           REATRETAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: O MES DA JANELA CONTA 30 DIAS. CLIENTE QUE
      *==           NUNCA LOCOU NAO ENTRA (NAO E CLIENTE PERDIDO).
      *==           QUEM JA FOI CONTATADO DENTRO DA JANELA NAO E
      *==           CONTATADO DE NOVO. NO MODO 'R', DATA ZERO PEGA A
      *==           CAMPANHA MAIS RECENTE COM 60 DIAS OU MAIS
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

           SELECT EMPRESTIMOS ASSIGN TO 'DADOS\EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMP-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

           SELECT EMPHIST ASSIGN TO 'DADOS\EMPHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPHIST-STATUS
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-CLIENTE WITH DUPLICATES.

           SELECT SUSPENSO ASSIGN TO 'DADOS\SUSPENSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-CLIENTE
               FILE STATUS IS FS-SUSPENSO.

           SELECT FILMES ASSIGN TO 'DADOS\FILMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO
                   WITH DUPLICATES.

           SELECT NOTIFQ ASSIGN TO 'DADOS\NOTIFQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-CHAVE
               FILE STATUS IS FS-NOTIFQ.

           SELECT REATIV ASSIGN TO 'DADOS\REATIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTV-CHAVE
               ALTERNATE RECORD KEY IS RTV-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-REATIV.

           SELECT PARAMS ASSIGN TO 'DADOS\PARAMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY IS PARAM-CHAVE.

           SELECT RELREAT ASSIGN TO WRK-RELREAT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELREAT-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CLIENTES.
           COPY "CLIENTREG".

       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD EMPHIST.
           COPY "EMPHISTREG".

       FD SUSPENSO.
           COPY "SUSPREG".

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

       FD NOTIFQ.
           COPY "NOTIFQREG".

       FD REATIV.
           COPY "REATIVREG".

       FD PARAMS.
           COPY "PARAMREG".

       FD RELREAT.
       01 RELREAT-REG.
           05 RELREAT-DADOS         PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 EMPHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 FS-SUSPENSO           PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-NOTIFQ             PIC 9(02) VALUE ZEROS.
       77 FS-REATIV             PIC 9(02) VALUE ZEROS.
       77 PARAMS-STATUS         PIC 9(02) VALUE ZEROS.
       77 RELREAT-STATUS        PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-MODO              PIC X(01) VALUE SPACES.
       77 WRK-RELREAT-NOME      PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-MESES             PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-CORTE        PIC 9(08) VALUE ZEROS.
       77 WRK-FONE-BUSCA        PIC 9(09) VALUE ZEROS.
       77 WRK-ULT-EMP           PIC 9(08) VALUE ZEROS.
       77 WRK-TEM-ABERTO        PIC X(01) VALUE 'N'.
       77 WRK-PULAR             PIC X(01) VALUE 'N'.
       77 WRK-NQ-GRAVADO        PIC X(01) VALUE 'N'.
       77 WRK-CANAL             PIC X(01) VALUE SPACES.
      *----NOME GRAVADO PELO LGPDANON NO CLIENTE ANONIMIZADO-----------
       77 WRK-MARCADOR          PIC X(30)
              VALUE 'CLIENTE REMOVIDO LGPD'.
      *----APURACAO DO RETORNO DA CAMPANHA----------------------------
       77 WRK-CAMPANHA          PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-RET      PIC 9(08) VALUE ZEROS.
       77 WRK-CLI-QT            PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-PRIMEIRA      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LOC          PIC 9(08) VALUE ZEROS.
       77 WRK-CODFILME-LOC      PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-LOC         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-SITUACAO          PIC X(12) VALUE SPACES.
       77 WRK-PCT               PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-ED            PIC ZZ9,9 VALUE ZEROS.
      *----CONTADORES-------------------------------------------------
       77 WRK-QT-LIDOS          PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CONTATOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUSPENSOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ANONIMOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-CONTATO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VOLTARAM       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LOCACOES       PIC 9(05) VALUE ZEROS.
       77 WRK-VLR-LOCACOES      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED          PIC ZZZZZZ9,99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-JOB-ST EQUAL 'OK'
               IF WRK-MODO EQUAL 'R'
                   PERFORM 0500-APURAR-RETORNO
               ELSE
                   PERFORM 0200-PROCESSAR
               END-IF
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----PEDE O MODO, ABRE OS ARQUIVOS E LE A JANELA----------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DA CAMPANHA DE REATIVACAO DE CLIENTES".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "C-CAMPANHA DO MES / R-RETORNO DA CAMPANHA......"
           ACCEPT WRK-MODO.
           IF WRK-MODO EQUAL 'r' OR WRK-MODO EQUAL 'R'
               MOVE 'R' TO WRK-MODO
           ELSE
               MOVE 'C' TO WRK-MODO
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT EQUAL ZEROS
               DISPLAY "CLIENTES.DAT INDISPONIVEL"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT EMPHIST.
           OPEN INPUT SUSPENSO.
           OPEN INPUT FILMES.
           OPEN I-O NOTIFQ.
           IF FS-NOTIFQ EQUAL 35
               OPEN OUTPUT NOTIFQ
               CLOSE NOTIFQ
               OPEN I-O NOTIFQ
           END-IF.
           OPEN I-O REATIV.
           IF FS-REATIV EQUAL 35
               OPEN OUTPUT REATIV
               CLOSE REATIV
               OPEN I-O REATIV
           END-IF.
           OPEN INPUT PARAMS.
           MOVE ZEROS TO PARAM-REATIV-MESES.
           MOVE 1 TO PARAM-CHAVE.
           IF PARAMS-STATUS EQUAL ZEROS
               READ PARAMS
                   INVALID KEY
                       MOVE ZEROS TO PARAM-REATIV-MESES
               END-READ
           END-IF.
           MOVE PARAM-REATIV-MESES TO WRK-MESES.
           IF WRK-MESES EQUAL ZEROS
               MOVE 6 TO WRK-MESES
           END-IF.
           COMPUTE WRK-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) - WRK-MESES * 30).

           MOVE SPACES TO WRK-RELREAT-NOME.
           IF WRK-MODO EQUAL 'R'
               STRING
                   'DADOS\REATRET'      DELIMITED BY SIZE
                   WRK-HOJE             DELIMITED BY SIZE
                   '.TXT'               DELIMITED BY SIZE
                   INTO WRK-RELREAT-NOME
               END-STRING
           ELSE
               STRING
                   'DADOS\REATIVA'      DELIMITED BY SIZE
                   WRK-HOJE             DELIMITED BY SIZE
                   '.TXT'               DELIMITED BY SIZE
                   INTO WRK-RELREAT-NOME
               END-STRING
           END-IF.
           OPEN OUTPUT RELREAT.

      *----CAMPANHA: VARRE OS CLIENTES E CONTATA O PARADO-------------
       0200-PROCESSAR             SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'REATIVACAO - CAMPANHA DE: '  DELIMITED BY SIZE
               WRK-HOJE                      DELIMITED BY SIZE
               ' / SEM EMPRESTIMO DESDE '    DELIMITED BY SIZE
               WRK-DATA-CORTE                DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'FONE/CLI  NOME                           ULT.EMP  CAN
      -         'AL' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE ZEROS TO CLIENTES-FONE.
           START CLIENTES KEY >= CLIENTES-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CLIENTES NEXT
                   PERFORM UNTIL CLIENTES-STATUS NOT EQUAL ZEROS
                       ADD 1 TO WRK-QT-LIDOS
                       PERFORM 0210-AVALIAR-CLIENTE
                       READ CLIENTES NEXT
                   END-PERFORM
           END-START.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CONTATADOS: '           DELIMITED BY SIZE
               WRK-QT-CONTATOS          DELIMITED BY SIZE
               ' / SUSPENSOS: '         DELIMITED BY SIZE
               WRK-QT-SUSPENSOS         DELIMITED BY SIZE
               ' / ANONIMIZADOS: '      DELIMITED BY SIZE
               WRK-QT-ANONIMOS          DELIMITED BY SIZE
               ' / JA CONTATADOS: '     DELIMITED BY SIZE
               WRK-QT-JA-CONTATO        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----ANONIMIZADO E SUSPENSO FICAM FORA; O RESTO SO ENTRA SE-----
      *----O ULTIMO EMPRESTIMO FOR ANTERIOR AO CORTE--------------------
       0210-AVALIAR-CLIENTE       SECTION.
           MOVE CLIENTES-FONE TO WRK-FONE-BUSCA.
           MOVE 'N' TO WRK-PULAR.
           IF CLIENTES-NOME EQUAL WRK-MARCADOR
               ADD 1 TO WRK-QT-ANONIMOS
               MOVE 'S' TO WRK-PULAR
           END-IF.
           IF WRK-PULAR EQUAL 'N'
               PERFORM 0220-VERIFICAR-SUSPENSAO
           END-IF.
           IF WRK-PULAR EQUAL 'N'
               PERFORM 0230-ULTIMO-EMPRESTIMO
               IF WRK-TEM-ABERTO EQUAL 'S' OR
                  WRK-ULT-EMP EQUAL ZEROS OR
                  WRK-ULT-EMP NOT LESS WRK-DATA-CORTE
                   MOVE 'S' TO WRK-PULAR
               END-IF
           END-IF.
           IF WRK-PULAR EQUAL 'N'
               PERFORM 0240-VERIFICAR-CONTATO
           END-IF.
           IF WRK-PULAR EQUAL 'N'
               PERFORM 0250-CONTATAR
           END-IF.

      *----SUSPENSAO ATIVA E NAO VENCIDA TIRA O CLIENTE DA CAMPANHA---
       0220-VERIFICAR-SUSPENSAO   SECTION.
           IF FS-SUSPENSO EQUAL ZEROS
               MOVE WRK-FONE-BUSCA TO SUSP-CLIENTE
               READ SUSPENSO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SUSP-ATIVA AND
                          SUSP-DATA-FIM NOT LESS WRK-HOJE
                           ADD 1 TO WRK-QT-SUSPENSOS
                           MOVE 'S' TO WRK-PULAR
                       END-IF
               END-READ
               MOVE ZEROS TO FS-SUSPENSO
           END-IF.

      *----DATA DO ULTIMO EMPRESTIMO NO VIVO E NO MORTO---------------
       0230-ULTIMO-EMPRESTIMO     SECTION.
           MOVE ZEROS TO WRK-ULT-EMP.
           MOVE 'N' TO WRK-TEM-ABERTO.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               MOVE WRK-FONE-BUSCA TO EMP-CLIENTE
               START EMPRESTIMOS KEY IS EQUAL TO EMP-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPRESTIMOS NEXT
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                               OR EMP-CLIENTE NOT EQUAL WRK-FONE-BUSCA
                           IF EMP-ABERTO
                               MOVE 'S' TO WRK-TEM-ABERTO
                           END-IF
                           IF EMP-DATA-EMPRESTIMO GREATER WRK-ULT-EMP
                               MOVE EMP-DATA-EMPRESTIMO TO WRK-ULT-EMP
                           END-IF
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPRESTIMOS-STATUS
           END-IF.
           IF EMPHIST-STATUS EQUAL ZEROS
               MOVE WRK-FONE-BUSCA TO HIST-CLIENTE
               START EMPHIST KEY IS EQUAL TO HIST-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPHIST NEXT
                       PERFORM UNTIL EMPHIST-STATUS NOT EQUAL ZEROS
                               OR HIST-CLIENTE NOT EQUAL WRK-FONE-BUSCA
                           IF HIST-DATA-EMPRESTIMO GREATER WRK-ULT-EMP
                               MOVE HIST-DATA-EMPRESTIMO TO WRK-ULT-EMP
                           END-IF
                           READ EMPHIST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPHIST-STATUS
           END-IF.

      *----CONTATO FEITO DENTRO DA JANELA NAO SE REPETE---------------
       0240-VERIFICAR-CONTATO     SECTION.
           MOVE WRK-FONE-BUSCA TO RTV-CLIENTE.
           START REATIV KEY IS EQUAL TO RTV-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REATIV NEXT
                   PERFORM UNTIL FS-REATIV NOT EQUAL ZEROS
                           OR RTV-CLIENTE NOT EQUAL WRK-FONE-BUSCA
                       IF RTV-DATA-CAMPANHA NOT LESS WRK-DATA-CORTE
                           MOVE 'S' TO WRK-PULAR
                       END-IF
                       READ REATIV NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-REATIV.
           IF WRK-PULAR EQUAL 'S'
               ADD 1 TO WRK-QT-JA-CONTATO
           END-IF.

      *----EVENTO NA FILA E REGISTRO DO CONTATO-----------------------
       0250-CONTATAR              SECTION.
           MOVE WRK-FONE-BUSCA TO NQ-CLIENTE.
           MOVE 'S' TO NQ-TIPO.
           MOVE ZEROS TO NQ-CODFILME.
           MOVE 'SENTIMOS SUA FALTA - VOLTE A LOCADORA' TO NQ-TEXTO.
           MOVE WRK-HOJE TO NQ-DATA.
           MOVE 1 TO NQ-SEQ.
           MOVE 'P' TO NQ-STATUS.
           MOVE 'N' TO WRK-NQ-GRAVADO.
           PERFORM 0255-TENTAR-GRAVAR
               UNTIL WRK-NQ-GRAVADO EQUAL 'S' OR NQ-SEQ GREATER 99998.
           MOVE CLIENTES-CANAL TO WRK-CANAL.
           IF WRK-CANAL EQUAL SPACES
               MOVE 'C' TO WRK-CANAL
           END-IF.
           MOVE WRK-HOJE TO RTV-DATA-CAMPANHA.
           MOVE WRK-FONE-BUSCA TO RTV-CLIENTE.
           MOVE WRK-ULT-EMP TO RTV-DATA-ULT-EMP.
           MOVE WRK-CANAL TO RTV-CANAL.
           MOVE ZEROS TO RTV-DATA-RETORNO RTV-QT-RETORNO.
           MOVE 'C' TO RTV-STATUS.
           WRITE RTV-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WRK-QT-CONTATOS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               WRK-FONE-BUSCA       DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               CLIENTES-NOME        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-ULT-EMP          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-CANAL            DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

       0255-TENTAR-GRAVAR         SECTION.
           WRITE NQ-REG
               INVALID KEY
                   ADD 1 TO NQ-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WRK-NQ-GRAVADO
           END-WRITE.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELREAT-DADOS.
           WRITE RELREAT-REG.

      *----RETORNO: ESCOLHE A CAMPANHA E APURA CADA CONTATADO---------
       0500-APURAR-RETORNO        SECTION.
           COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) - 60).
           DISPLAY "DATA DA CAMPANHA (AAAAMMDD / 0 = HA 60 DIAS)..."
           ACCEPT WRK-CAMPANHA.
           IF WRK-CAMPANHA EQUAL ZEROS
               PERFORM 0510-ACHAR-CAMPANHA
           END-IF.
           IF WRK-CAMPANHA EQUAL ZEROS
               DISPLAY "NENHUMA CAMPANHA COM 60 DIAS OU MAIS"
               MOVE 'NENHUMA CAMPANHA COM 60 DIAS OU MAIS'
                   TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
           ELSE
               PERFORM 0520-LISTAR-CAMPANHA
           END-IF.

      *----A CAMPANHA MAIS RECENTE ATE A DATA LIMITE------------------
       0510-ACHAR-CAMPANHA        SECTION.
           MOVE ZEROS TO RTV-CHAVE.
           START REATIV KEY >= RTV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REATIV NEXT
                   PERFORM UNTIL FS-REATIV NOT EQUAL ZEROS
                           OR RTV-DATA-CAMPANHA GREATER WRK-DATA-LIMITE
                       MOVE RTV-DATA-CAMPANHA TO WRK-CAMPANHA
                       READ REATIV NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-REATIV.

       0520-LISTAR-CAMPANHA       SECTION.
           COMPUTE WRK-DATA-FIM-RET = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-CAMPANHA) + 60).
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'RETORNO DA REATIVACAO - CAMPANHA DE: '
                                    DELIMITED BY SIZE
               WRK-CAMPANHA         DELIMITED BY SIZE
               ' ATE '              DELIMITED BY SIZE
               WRK-DATA-FIM-RET     DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 'FONE/CLI  NOME                           CANAL QT 1A.L
      -         'OCACAO SITUACAO' TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE WRK-CAMPANHA TO RTV-DATA-CAMPANHA.
           MOVE ZEROS TO RTV-CLIENTE.
           START REATIV KEY >= RTV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REATIV NEXT
                   PERFORM UNTIL FS-REATIV NOT EQUAL ZEROS
                           OR RTV-DATA-CAMPANHA NOT EQUAL WRK-CAMPANHA
                       ADD 1 TO WRK-QT-LIDOS
                       PERFORM 0530-APURAR-CLIENTE
                       READ REATIV NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO WRK-PCT.
           IF WRK-QT-LIDOS GREATER ZEROS
               COMPUTE WRK-PCT ROUNDED =
                   WRK-QT-VOLTARAM * 100 / WRK-QT-LIDOS
           END-IF.
           MOVE WRK-PCT TO WRK-PCT-ED.
           MOVE WRK-VLR-LOCACOES TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'CONTATADOS: '        DELIMITED BY SIZE
               WRK-QT-LIDOS          DELIMITED BY SIZE
               ' / VOLTARAM: '       DELIMITED BY SIZE
               WRK-QT-VOLTARAM       DELIMITED BY SIZE
               ' ('                  DELIMITED BY SIZE
               WRK-PCT-ED            DELIMITED BY SIZE
               '%) / LOCACOES: '     DELIMITED BY SIZE
               WRK-QT-LOCACOES       DELIMITED BY SIZE
               ' R$ '                DELIMITED BY SIZE
               WRK-TOTAL-ED          DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----CONTA AS LOCACOES DO CONTATADO NA JANELA, LISTA CADA UMA---
      *----E GRAVA O RESULTADO NO REGISTRO DO CONTATO------------------
       0530-APURAR-CLIENTE        SECTION.
           MOVE RTV-CLIENTE TO WRK-FONE-BUSCA CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CLIENTES-NOME
           END-READ.
           MOVE ZEROS TO WRK-CLI-QT WRK-CLI-PRIMEIRA.
           PERFORM 0540-CONTAR-LOCACOES.
           IF WRK-CLI-QT GREATER ZEROS
               MOVE 'V' TO RTV-STATUS
               MOVE 'VOLTOU' TO WRK-SITUACAO
               ADD 1 TO WRK-QT-VOLTARAM
           ELSE
               MOVE 'N' TO RTV-STATUS
               MOVE 'NAO VOLTOU' TO WRK-SITUACAO
           END-IF.
           MOVE WRK-CLI-PRIMEIRA TO RTV-DATA-RETORNO.
           MOVE WRK-CLI-QT TO RTV-QT-RETORNO.
           REWRITE RTV-REG
               INVALID KEY
                   MOVE 'ER' TO WRK-JOB-ST
           END-REWRITE.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               RTV-CLIENTE          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               CLIENTES-NOME        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               RTV-CANAL            DELIMITED BY SIZE
               '     '              DELIMITED BY SIZE
               WRK-CLI-QT           DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-CLI-PRIMEIRA     DELIMITED BY SIZE
               '   '                DELIMITED BY SIZE
               WRK-SITUACAO         DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           IF WRK-CLI-QT GREATER ZEROS
               PERFORM 0560-LISTAR-LOCACOES
           END-IF.

      *----LOCACOES FEITAS DESDE O CONTATO (VIVO E MORTO)-------------
       0540-CONTAR-LOCACOES       SECTION.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               MOVE WRK-FONE-BUSCA TO EMP-CLIENTE
               START EMPRESTIMOS KEY IS EQUAL TO EMP-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPRESTIMOS NEXT
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                               OR EMP-CLIENTE NOT EQUAL WRK-FONE-BUSCA
                           MOVE EMP-DATA-EMPRESTIMO TO WRK-DATA-LOC
                           PERFORM 0550-CONTAR-SE-NA-JANELA
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPRESTIMOS-STATUS
           END-IF.
           IF EMPHIST-STATUS EQUAL ZEROS
               MOVE WRK-FONE-BUSCA TO HIST-CLIENTE
               START EMPHIST KEY IS EQUAL TO HIST-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPHIST NEXT
                       PERFORM UNTIL EMPHIST-STATUS NOT EQUAL ZEROS
                               OR HIST-CLIENTE NOT EQUAL WRK-FONE-BUSCA
                           MOVE HIST-DATA-EMPRESTIMO TO WRK-DATA-LOC
                           PERFORM 0550-CONTAR-SE-NA-JANELA
                           READ EMPHIST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPHIST-STATUS
           END-IF.

       0550-CONTAR-SE-NA-JANELA   SECTION.
           IF WRK-DATA-LOC NOT LESS WRK-CAMPANHA AND
              WRK-DATA-LOC NOT GREATER WRK-DATA-FIM-RET
               ADD 1 TO WRK-CLI-QT
               IF WRK-CLI-PRIMEIRA EQUAL ZEROS OR
                  WRK-DATA-LOC LESS WRK-CLI-PRIMEIRA
                   MOVE WRK-DATA-LOC TO WRK-CLI-PRIMEIRA
               END-IF
           END-IF.

      *----SEGUNDA PASSADA: UMA LINHA POR TITULO LOCADO NA JANELA-----
       0560-LISTAR-LOCACOES       SECTION.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               MOVE WRK-FONE-BUSCA TO EMP-CLIENTE
               START EMPRESTIMOS KEY IS EQUAL TO EMP-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPRESTIMOS NEXT
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                               OR EMP-CLIENTE NOT EQUAL WRK-FONE-BUSCA
                           MOVE EMP-DATA-EMPRESTIMO TO WRK-DATA-LOC
                           MOVE EMP-CODFILME TO WRK-CODFILME-LOC
                           MOVE EMP-VALOR-COBRADO TO WRK-VALOR-LOC
                           PERFORM 0570-LINHA-LOCACAO
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPRESTIMOS-STATUS
           END-IF.
           IF EMPHIST-STATUS EQUAL ZEROS
               MOVE WRK-FONE-BUSCA TO HIST-CLIENTE
               START EMPHIST KEY IS EQUAL TO HIST-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPHIST NEXT
                       PERFORM UNTIL EMPHIST-STATUS NOT EQUAL ZEROS
                               OR HIST-CLIENTE NOT EQUAL WRK-FONE-BUSCA
                           MOVE HIST-DATA-EMPRESTIMO TO WRK-DATA-LOC
                           MOVE HIST-CODFILME TO WRK-CODFILME-LOC
                           MOVE HIST-VALOR-COBRADO TO WRK-VALOR-LOC
                           PERFORM 0570-LINHA-LOCACAO
                           READ EMPHIST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPHIST-STATUS
           END-IF.

       0570-LINHA-LOCACAO         SECTION.
           IF WRK-DATA-LOC NOT LESS WRK-CAMPANHA AND
              WRK-DATA-LOC NOT GREATER WRK-DATA-FIM-RET
               ADD 1 TO WRK-QT-LOCACOES
               ADD WRK-VALOR-LOC TO WRK-VLR-LOCACOES
               MOVE 'TITULO NAO CADASTRADO' TO TITULO
               MOVE WRK-CODFILME-LOC TO CODFILME
               IF FILMES-STATUS EQUAL ZEROS
                   READ FILMES
                       INVALID KEY
                           MOVE 'TITULO NAO CADASTRADO' TO TITULO
                   END-READ
                   MOVE ZEROS TO FILMES-STATUS
               END-IF
               MOVE WRK-VALOR-LOC TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   '          '         DELIMITED BY SIZE
                   WRK-DATA-LOC         DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WRK-CODFILME-LOC     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   TITULO               DELIMITED BY SIZE
                   ' R$ '               DELIMITED BY SIZE
                   WRK-VALOR-ED         DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
           END-IF.

       0300-FINALIZAR             SECTION.
           IF RELREAT-STATUS EQUAL ZEROS
               CLOSE RELREAT
               DISPLAY "RELATORIO GRAVADO EM " WRK-RELREAT-NOME
           END-IF.
           CLOSE CLIENTES.
           CLOSE EMPRESTIMOS.
           CLOSE EMPHIST.
           CLOSE SUSPENSO.
           CLOSE FILMES.
           CLOSE NOTIFQ.
           CLOSE REATIV.
           CLOSE PARAMS.
           PERFORM 0900-GRAVAR-JOBHIST.
           IF WRK-MODO EQUAL 'R'
               DISPLAY "CONTATADOS: " WRK-QT-LIDOS
                       " / VOLTARAM: " WRK-QT-VOLTARAM
           ELSE
               DISPLAY "CLIENTES CONTATADOS: " WRK-QT-CONTATOS
           END-IF.
           DISPLAY "FIM DA CAMPANHA DE REATIVACAO".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'REATIVA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           IF WRK-MODO EQUAL 'R'
               MOVE WRK-QT-LIDOS TO JOB-REGISTROS
           ELSE
               MOVE WRK-QT-CONTATOS TO JOB-REGISTROS
           END-IF.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
