       IDENTIFICATION              DIVISION.
       PROGRAM-ID. REPASSE.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: ACERTO MENSAL DO REPASSE DE RECEITA - PARA CADA
      *==           CONTRATO DO CONTRREP.DAT SOMA O VALOR COBRADO
      *==           DAS LOCACOES DO MES (EMPRESTIMOS.DAT E ARQUIVO
      *==           MORTO EMPHIST.DAT) E DAS RENOVACOES (RENOV.DAT)
      *==           DO TITULO, APLICA O PERCENTUAL E GRAVA UM
      *==           EXTRATO POR DISTRIBUIDORA EM REPASSEAAAAMM.TXT
      *==           COM O VALOR DEVIDO
      *== DATA: 15/10/2026
      *== OBSERVACOES: SO ENTRA O MOVIMENTO DENTRO DA VIGENCIA DO
      *==           CONTRATO (DATA DA LOCACAO/RENOVACAO). CONTRATO
      *==           INATIVO NAO E APURADO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTRREP ASSIGN TO 'DADOS\CONTRREP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREP-CHAVE
               FILE STATUS IS FS-CONTRREP.

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

           SELECT RENOV ASSIGN TO 'DADOS\RENOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RENOV-CHAVE
               FILE STATUS IS FS-RENOV.

           SELECT FILMES ASSIGN TO 'DADOS\FILMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO
                   WITH DUPLICATES.

           SELECT DISTRIB ASSIGN TO 'DADOS\DISTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIST-CODIGO
               FILE STATUS IS FS-DISTRIB.

      *----NOME GERADO EM 0400-IMPRIMIR COM O MES APURADO--------------
           SELECT RELREP ASSIGN TO WRK-RELREP-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RELREP.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CONTRREP.
           COPY "CTRREPREG".

       FD EMPRESTIMOS.
           COPY "EMPREG".

       FD EMPHIST.
           COPY "EMPHISTREG".

       FD RENOV.
           COPY "RENOVREG".

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

       FD DISTRIB.
           COPY "DISTREG".

       FD RELREP.
       01 RELREP-REG.
           05 RELREP-DADOS          PIC X(100).

       WORKING-STORAGE            SECTION.
       77 FS-CONTRREP           PIC 9(02) VALUE ZEROS.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 EMPHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 FS-RENOV              PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-DISTRIB            PIC 9(02) VALUE ZEROS.
       77 FS-RELREP             PIC 9(02) VALUE ZEROS.
       77 WRK-RELREP-NOME       PIC X(030) VALUE SPACES.
       77 WRK-MES-ALVO          PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CTR           PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DIST          PIC 9(03) VALUE ZEROS.
       77 WRK-I                 PIC 9(03) VALUE ZEROS.
       77 WRK-J                 PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU             PIC X(01) VALUE 'N'.
       77 WRK-CODFILME-BUSCA    PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-MOV          PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-MOV         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TIPO-MOV          PIC X(01) VALUE SPACES.
       77 WRK-NOME-DIST         PIC X(30) VALUE SPACES.
       77 WRK-DIST-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIST-DEVIDO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEVIDO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED         PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED            PIC ZZ9,99 VALUE ZEROS.

      *----CONTRATOS ATIVOS E O QUE CADA UM APUROU NO MES--------------
       01 WRK-TAB-CONTRATOS.
           05 WRK-CTR OCCURS 300 TIMES.
               10 WRK-CTR-CODFILME  PIC 9(05).
               10 WRK-CTR-DISTRIB   PIC 9(03).
               10 WRK-CTR-PCT       PIC 9(03)V99.
               10 WRK-CTR-INICIO    PIC 9(08).
               10 WRK-CTR-FIM       PIC 9(08).
               10 WRK-CTR-QT-LOC    PIC 9(05).
               10 WRK-CTR-QT-REN    PIC 9(05).
               10 WRK-CTR-BRUTO     PIC 9(07)V99.
               10 WRK-CTR-DEVIDO    PIC 9(07)V99.

       01 WRK-TAB-DIST.
           05 WRK-DIS-CODIGO OCCURS 100 TIMES PIC 9(03).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-CARREGAR-CONTRATOS.
           PERFORM 0200-PROCESSAR
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I GREATER WRK-QTD-CTR.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS E PEDE O MES A APURAR----------------------
       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO ACERTO MENSAL DE REPASSE".
           OPEN INPUT CONTRREP.
           IF FS-CONTRREP EQUAL 35
               DISPLAY "CONTRREP.DAT AINDA NAO POSSUI REGISTROS"
           END-IF.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT EMPHIST.
           OPEN INPUT RENOV.
           OPEN INPUT FILMES.
           OPEN INPUT DISTRIB.
           DISPLAY "MES A APURAR (AAAAMM)..."
           ACCEPT WRK-MES-ALVO.

      *----CARREGA OS CONTRATOS ATIVOS E A LISTA DE DISTRIBUIDORAS----
       0150-CARREGAR-CONTRATOS    SECTION.
           IF FS-CONTRREP EQUAL ZEROS
               MOVE LOW-VALUES TO CREP-CHAVE
               START CONTRREP KEY >= CREP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CONTRREP NEXT
                       PERFORM UNTIL FS-CONTRREP NOT EQUAL ZEROS
                           IF CREP-ESTA-ATIVO AND WRK-QTD-CTR LESS 300
                               PERFORM 0160-GUARDAR-CONTRATO
                           END-IF
                           READ CONTRREP NEXT
                       END-PERFORM
               END-START
           END-IF.

       0160-GUARDAR-CONTRATO      SECTION.
           ADD 1 TO WRK-QTD-CTR.
           MOVE CREP-CODFILME    TO WRK-CTR-CODFILME(WRK-QTD-CTR).
           MOVE CREP-DISTRIB     TO WRK-CTR-DISTRIB(WRK-QTD-CTR).
           MOVE CREP-PERCENTUAL  TO WRK-CTR-PCT(WRK-QTD-CTR).
           MOVE CREP-DATA-INICIO TO WRK-CTR-INICIO(WRK-QTD-CTR).
           MOVE CREP-DATA-FIM    TO WRK-CTR-FIM(WRK-QTD-CTR).
           MOVE ZEROS TO WRK-CTR-QT-LOC(WRK-QTD-CTR)
                         WRK-CTR-QT-REN(WRK-QTD-CTR)
                         WRK-CTR-BRUTO(WRK-QTD-CTR)
                         WRK-CTR-DEVIDO(WRK-QTD-CTR).
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J GREATER WRK-QTD-DIST
               IF WRK-DIS-CODIGO(WRK-J) EQUAL CREP-DISTRIB
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 'N' AND WRK-QTD-DIST LESS 100
               ADD 1 TO WRK-QTD-DIST
               MOVE CREP-DISTRIB TO WRK-DIS-CODIGO(WRK-QTD-DIST)
           END-IF.

      *----APURA UM CONTRATO: LOCACOES VIVAS, ARQUIVADAS E-------------
      *----RENOVACOES DO TITULO NO MES---------------------------------
       0200-PROCESSAR             SECTION.
           MOVE WRK-CTR-CODFILME(WRK-I) TO WRK-CODFILME-BUSCA.
           PERFORM 0210-SOMAR-EMPRESTIMOS.
           PERFORM 0220-SOMAR-MORTO.
           PERFORM 0230-SOMAR-RENOVACOES.
           COMPUTE WRK-CTR-DEVIDO(WRK-I) ROUNDED =
               WRK-CTR-BRUTO(WRK-I) * WRK-CTR-PCT(WRK-I) / 100.

       0210-SOMAR-EMPRESTIMOS     SECTION.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               MOVE WRK-CODFILME-BUSCA TO EMP-CODFILME
               START EMPRESTIMOS KEY IS EQUAL TO EMP-CODFILME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPRESTIMOS NEXT
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                               OR EMP-CODFILME NOT EQUAL
                                  WRK-CODFILME-BUSCA
                           MOVE EMP-DATA-EMPRESTIMO TO WRK-DATA-MOV
                           MOVE EMP-VALOR-COBRADO TO WRK-VALOR-MOV
                           MOVE 'L' TO WRK-TIPO-MOV
                           PERFORM 0250-ACUMULAR-MOVIMENTO
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPRESTIMOS-STATUS
           END-IF.

      *----O MES JA ARQUIVADO PELO EMPARQUIVA ESTA NO MORTO-----------
       0220-SOMAR-MORTO           SECTION.
           IF EMPHIST-STATUS EQUAL ZEROS
               MOVE WRK-CODFILME-BUSCA TO HIST-CODFILME
               MOVE ZEROS TO HIST-CLIENTE HIST-DATA-EMPRESTIMO
               START EMPHIST KEY >= HIST-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPHIST NEXT
                       PERFORM UNTIL EMPHIST-STATUS NOT EQUAL ZEROS
                               OR HIST-CODFILME NOT EQUAL
                                  WRK-CODFILME-BUSCA
                           MOVE HIST-DATA-EMPRESTIMO TO WRK-DATA-MOV
                           MOVE HIST-VALOR-COBRADO TO WRK-VALOR-MOV
                           MOVE 'L' TO WRK-TIPO-MOV
                           PERFORM 0250-ACUMULAR-MOVIMENTO
                           READ EMPHIST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO EMPHIST-STATUS
           END-IF.

       0230-SOMAR-RENOVACOES      SECTION.
           IF FS-RENOV EQUAL ZEROS
               MOVE WRK-CODFILME-BUSCA TO RENOV-CODFILME
               MOVE ZEROS TO RENOV-CLIENTE RENOV-DATA
               START RENOV KEY >= RENOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RENOV NEXT
                       PERFORM UNTIL FS-RENOV NOT EQUAL ZEROS
                               OR RENOV-CODFILME NOT EQUAL
                                  WRK-CODFILME-BUSCA
                           MOVE RENOV-DATA TO WRK-DATA-MOV
                           MOVE RENOV-VALOR TO WRK-VALOR-MOV
                           MOVE 'R' TO WRK-TIPO-MOV
                           PERFORM 0250-ACUMULAR-MOVIMENTO
                           READ RENOV NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-RENOV
           END-IF.

      *----SO CONTA O MOVIMENTO DO MES E DENTRO DA VIGENCIA------------
       0250-ACUMULAR-MOVIMENTO    SECTION.
           IF WRK-DATA-MOV(1:6) EQUAL WRK-MES-ALVO
              AND WRK-DATA-MOV NOT LESS WRK-CTR-INICIO(WRK-I)
              AND (WRK-CTR-FIM(WRK-I) EQUAL ZEROS OR
                   WRK-DATA-MOV NOT GREATER WRK-CTR-FIM(WRK-I))
               ADD WRK-VALOR-MOV TO WRK-CTR-BRUTO(WRK-I)
               IF WRK-TIPO-MOV EQUAL 'L'
                   ADD 1 TO WRK-CTR-QT-LOC(WRK-I)
               ELSE
                   ADD 1 TO WRK-CTR-QT-REN(WRK-I)
               END-IF
           END-IF.

      *----GRAVA UM EXTRATO POR DISTRIBUIDORA: UMA LINHA POR TITULO---
      *----E O TOTAL DEVIDO NO MES-------------------------------------
       0400-IMPRIMIR              SECTION.
           MOVE SPACES TO WRK-RELREP-NOME.
           STRING
               'DADOS\REPASSE' DELIMITED BY SIZE
               WRK-MES-ALVO    DELIMITED BY SIZE
               '.TXT'          DELIMITED BY SIZE
               INTO WRK-RELREP-NOME
           END-STRING.
           OPEN OUTPUT RELREP.
           MOVE SPACES TO RELREP-DADOS.
           STRING
               'ACERTO DE REPASSE A DISTRIBUIDORAS - MES '
                               DELIMITED BY SIZE
               WRK-MES-ALVO    DELIMITED BY SIZE
               INTO RELREP-DADOS
           END-STRING.
           WRITE RELREP-REG.
           PERFORM 0410-IMPRIMIR-DISTRIBUIDORA
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J GREATER WRK-QTD-DIST.
           MOVE WRK-TOTAL-DEVIDO TO WRK-VALOR-ED.
           MOVE SPACES TO RELREP-DADOS.
           STRING
               'TOTAL DE REPASSE DEVIDO NO MES R$ ' DELIMITED BY SIZE
               WRK-VALOR-ED                         DELIMITED BY SIZE
               INTO RELREP-DADOS
           END-STRING.
           WRITE RELREP-REG.
           CLOSE RELREP.
           DISPLAY RELREP-DADOS.
           DISPLAY "CONTRATOS APURADOS: " WRK-QTD-CTR.
           DISPLAY "EXTRATO GRAVADO EM " WRK-RELREP-NOME.

       0410-IMPRIMIR-DISTRIBUIDORA SECTION.
           MOVE SPACES TO WRK-NOME-DIST.
           MOVE WRK-DIS-CODIGO(WRK-J) TO DIST-CODIGO.
           READ DISTRIB
               INVALID KEY
                   MOVE 'DISTRIBUIDORA NAO CADASTRADA' TO WRK-NOME-DIST
               NOT INVALID KEY
                   MOVE DIST-NOME TO WRK-NOME-DIST
           END-READ.
           MOVE '----------------------------------------' TO
                RELREP-DADOS.
           WRITE RELREP-REG.
           MOVE SPACES TO RELREP-DADOS.
           STRING
               'DISTRIBUIDORA: '      DELIMITED BY SIZE
               WRK-DIS-CODIGO(WRK-J)  DELIMITED BY SIZE
               ' - '                  DELIMITED BY SIZE
               WRK-NOME-DIST          DELIMITED BY SIZE
               INTO RELREP-DADOS
           END-STRING.
           WRITE RELREP-REG.
           MOVE ZEROS TO WRK-DIST-BRUTO WRK-DIST-DEVIDO.
           PERFORM 0420-IMPRIMIR-CONTRATO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I GREATER WRK-QTD-CTR.
           MOVE WRK-DIST-BRUTO TO WRK-VALOR-ED.
           MOVE WRK-DIST-DEVIDO TO WRK-VALOR2-ED.
           MOVE SPACES TO RELREP-DADOS.
           STRING
               'RECEITA DOS TITULOS R$ ' DELIMITED BY SIZE
               WRK-VALOR-ED              DELIMITED BY SIZE
               ' / A PAGAR R$ '          DELIMITED BY SIZE
               WRK-VALOR2-ED             DELIMITED BY SIZE
               INTO RELREP-DADOS
           END-STRING.
           WRITE RELREP-REG.
           DISPLAY RELREP-DADOS.
           ADD WRK-DIST-DEVIDO TO WRK-TOTAL-DEVIDO.

       0420-IMPRIMIR-CONTRATO     SECTION.
           IF WRK-CTR-DISTRIB(WRK-I) EQUAL WRK-DIS-CODIGO(WRK-J)
               MOVE WRK-CTR-CODFILME(WRK-I) TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 'TITULO NAO CADASTRADO' TO TITULO
               END-READ
               MOVE WRK-CTR-PCT(WRK-I) TO WRK-PCT-ED
               MOVE WRK-CTR-BRUTO(WRK-I) TO WRK-VALOR-ED
               MOVE WRK-CTR-DEVIDO(WRK-I) TO WRK-VALOR2-ED
               MOVE SPACES TO RELREP-DADOS
               STRING
                   WRK-CTR-CODFILME(WRK-I) DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   TITULO(1:20)            DELIMITED BY SIZE
                   ' LOC:'                 DELIMITED BY SIZE
                   WRK-CTR-QT-LOC(WRK-I)   DELIMITED BY SIZE
                   ' REN:'                 DELIMITED BY SIZE
                   WRK-CTR-QT-REN(WRK-I)   DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WRK-VALOR-ED            DELIMITED BY SIZE
                   ' X'                    DELIMITED BY SIZE
                   WRK-PCT-ED              DELIMITED BY SIZE
                   '% ='                   DELIMITED BY SIZE
                   WRK-VALOR2-ED           DELIMITED BY SIZE
                   INTO RELREP-DADOS
               END-STRING
               WRITE RELREP-REG
               ADD WRK-CTR-BRUTO(WRK-I) TO WRK-DIST-BRUTO
               ADD WRK-CTR-DEVIDO(WRK-I) TO WRK-DIST-DEVIDO
           END-IF.

       0300-FINALIZAR             SECTION.
           CLOSE CONTRREP.
           CLOSE EMPRESTIMOS.
           CLOSE EMPHIST.
           CLOSE RENOV.
           CLOSE FILMES.
           CLOSE DISTRIB.
           DISPLAY "FIM DO ACERTO MENSAL DE REPASSE".
