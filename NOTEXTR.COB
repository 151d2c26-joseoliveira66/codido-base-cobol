      *==           LIGARAAAAMMDD.TXT PARA O BALCAO. O EVENTO
      *==           EXTRAIDO E MARCADO E NAO SAI DE NOVO
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - E-MAIL OU ENDERECO MARCADO INVALIDO PELO
      *==                   NOTDEVOL CAI NO PROXIMO CANAL (E-MAIL ->
      *==                   CARTA -> LIGACAO / CARTA -> E-MAIL ->
      *==                   LIGACAO); O CANAL USADO E A DATA FICAM NO
      *==                   EVENTO PARA A TAXA DE ENTREGA (NOTTAXA)
      *==   15/10/2026 JO - AVISOS DA ESCOLA (TIPOS 'F' E 'N' DO
      *==                   RESPAVISO) VAO AO RESPONSAVEL DO ALUNO
      *==                   (RESPONS.DAT), PELO CANAL PREFERIDO DELE,
      *==                   NAS MESMAS TRES SAIDAS
      *== OBSERVACOES: CLIENTE COM CANAL E-MAIL MAS SEM E-MAIL NO
      *==           CADASTRO CAI NA CARTA
      *========================================
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

           SELECT RESPONS ASSIGN TO 'DADOS\RESPONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS FS-RESPONS.

           SELECT CARTAS ASSIGN TO WRK-CARTAS-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CARTAS.
       FD CLIENTES.
           COPY "CLIENTREG".

       FD RESPONS.
           COPY "RESPREG".

       FD CARTAS.
       01 CARTAS-REG.
           05 CARTAS-DADOS          PIC X(79).
       77 WRK-QT-EMAILS         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIGACOES       PIC 9(05) VALUE ZEROS.
       77 WRK-CANAL             PIC X(01) VALUE 'C'.
       77 FS-RESPONS            PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-RESPONS       PIC X(01) VALUE 'S'.
       77 WRK-TRATAMENTO        PIC X(16) VALUE 'AO CLIENTE: '.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT RESPONS.
           IF FS-RESPONS NOT EQUAL ZEROS
               MOVE 'N' TO WRK-TEM-RESPONS
           END-IF.
           MOVE SPACES TO WRK-CARTAS-NOME.
           STRING
               'DADOS\CARTAS'  DELIMITED BY SIZE
           MOVE 'NAO CADASTRADO' TO CLIENTES-NOME.
           MOVE SPACES TO CLIENTES-EMAIL.
           MOVE 'C' TO WRK-CANAL.
           MOVE 'AO CLIENTE: ' TO WRK-TRATAMENTO.
           IF NQ-TIPO-ESCOLA
               PERFORM 0250-BUSCAR-RESPONSAVEL
           ELSE
               MOVE NQ-CLIENTE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0215-ESCOLHER-CANAL
               END-READ
           END-IF.
           EVALUATE WRK-CANAL
               WHEN 'E'
                   PERFORM 0220-GRAVAR-EMAIL
               WHEN 'T'
                   IF NQ-TIPO-ESCOLA
                       PERFORM 0235-LIGAR-RESPONSAVEL
                   ELSE
                       PERFORM 0230-GRAVAR-LIGACAO
                   END-IF
               WHEN OTHER
                   PERFORM 0240-GRAVAR-CARTA
           END-EVALUATE.
           MOVE 'E' TO NQ-STATUS.
           MOVE WRK-CANAL TO NQ-CANAL.
           MOVE WRK-HOJE TO NQ-DATA-EXTRACAO.
           REWRITE NQ-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *----CANAL PREFERIDO; SE O CONTATO DELE ESTA MARCADO INVALIDO--
      *----(OU FALTA O E-MAIL), CAI NO PROXIMO CANAL VALIDO E, NO FIM,-
      *----NA LISTA DE LIGACOES DO BALCAO-------------------------------
       0215-ESCOLHER-CANAL        SECTION.
           IF CLIENTES-POR-FONE
               MOVE 'T' TO WRK-CANAL
           ELSE
               IF CLIENTES-POR-EMAIL
                   IF CLIENTES-EMAIL NOT EQUAL SPACES AND
                      NOT CLIENTES-EMAIL-INVALIDO
                       MOVE 'E' TO WRK-CANAL
                   ELSE
                       IF CLIENTES-END-INVALIDO
                           MOVE 'T' TO WRK-CANAL
                       ELSE
                           MOVE 'C' TO WRK-CANAL
                       END-IF
                   END-IF
               ELSE
                   IF NOT CLIENTES-END-INVALIDO
                       MOVE 'C' TO WRK-CANAL
                   ELSE
                       IF CLIENTES-EMAIL NOT EQUAL SPACES AND
                          NOT CLIENTES-EMAIL-INVALIDO
                           MOVE 'E' TO WRK-CANAL
                       ELSE
                           MOVE 'T' TO WRK-CANAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0220-GRAVAR-EMAIL          SECTION.
           MOVE SPACES TO EMAILS-DADOS.
           STRING
           WRITE LIGACOES-REG.
           ADD 1 TO WRK-QT-LIGACOES.

      *----NA LIGACAO AO RESPONSAVEL VAI O TELEFONE DELE (NQ-CLIENTE--
      *----DO AVISO DA ESCOLA E A MATRICULA DO ALUNO)-------------------
       0235-LIGAR-RESPONSAVEL     SECTION.
           MOVE SPACES TO LIGACOES-DADOS.
           STRING
               'FONE '          DELIMITED BY SIZE
               RSP-FONE         DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               CLIENTES-NOME    DELIMITED BY SIZE
               ' - '            DELIMITED BY SIZE
               NQ-TEXTO         DELIMITED BY SIZE
               INTO LIGACOES-DADOS
           END-STRING.
           WRITE LIGACOES-REG.
           ADD 1 TO WRK-QT-LIGACOES.

      *----CARTA NO ESPIRITO DAS CARTAS DE ATRASO DO NOTIFICA---------
       0240-GRAVAR-CARTA          SECTION.
           MOVE '==============================================='
           WRITE CARTAS-REG.
           MOVE SPACES TO CARTAS-DADOS.
           STRING
               WRK-TRATAMENTO  DELIMITED BY '  '
               ' '             DELIMITED BY SIZE
               CLIENTES-NOME   DELIMITED BY SIZE
               INTO CARTAS-DADOS
           END-STRING.
           WRITE CARTAS-REG.
           ADD 1 TO WRK-QT-CARTAS.

      *----AVISO DA ESCOLA: OS DADOS DO RESPONSAVEL OCUPAM OS CAMPOS---
      *----DO CLIENTE NAS SAIDAS; O CANAL E O PREFERIDO DELE, CAINDO---
      *----PARA O PROXIMO QUANDO FALTA O E-MAIL OU O ENDERECO-----------
       0250-BUSCAR-RESPONSAVEL    SECTION.
           MOVE 'AO RESPONSAVEL:' TO WRK-TRATAMENTO.
           MOVE SPACES TO CLIENTES-ENDERECO.
           MOVE ZEROS TO RSP-FONE.
           MOVE 'T' TO WRK-CANAL.
           IF WRK-TEM-RESPONS EQUAL 'N'
               GO TO 0250-FIM
           END-IF.
           MOVE NQ-CLIENTE TO RSP-MATRICULA.
           MOVE NQ-RESP-CPF TO RSP-CPF.
           READ RESPONS
               INVALID KEY
                   MOVE 'T' TO WRK-CANAL
               NOT INVALID KEY
                   MOVE RSP-NOME TO CLIENTES-NOME
                   MOVE RSP-EMAIL TO CLIENTES-EMAIL
                   MOVE RSP-RUA TO CLIENTES-RUA
                   MOVE RSP-NUMERO TO CLIENTES-NUMERO
                   MOVE RSP-CIDADE TO CLIENTES-CIDADE
                   MOVE RSP-UF TO CLIENTES-UF
                   EVALUATE TRUE
                       WHEN RSP-POR-FONE
                           MOVE 'T' TO WRK-CANAL
                       WHEN RSP-POR-EMAIL AND RSP-EMAIL NOT EQUAL
                            SPACES
                           MOVE 'E' TO WRK-CANAL
                       WHEN RSP-RUA NOT EQUAL SPACES
                           MOVE 'C' TO WRK-CANAL
                       WHEN RSP-EMAIL NOT EQUAL SPACES
                           MOVE 'E' TO WRK-CANAL
                       WHEN OTHER
                           MOVE 'T' TO WRK-CANAL
                   END-EVALUATE
           END-READ.

       0250-FIM.
           EXIT.

       0300-FINALIZAR             SECTION.
           CLOSE CARTAS.
           CLOSE EMAILS.
           CLOSE LIGACOES.
           CLOSE NOTIFQ.
           CLOSE CLIENTES.
           IF WRK-TEM-RESPONS EQUAL 'S'
               CLOSE RESPONS
           END-IF.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "CARTAS: " WRK-QT-CARTAS
                   " / E-MAILS: " WRK-QT-EMAILS
