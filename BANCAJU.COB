       IDENTIFICATION              DIVISION.
       PROGRAM-ID. BANCAJU.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: AJUSTE DA CONCILIACAO BANCARIA - LISTA OS
      *==           LANCAMENTOS QUE SO O BANCO TEM (EXTBANC.DAT,
      *==           SITUACAO 'B' DEIXADA PELO BANCONC) E, A CADA UM
      *==           CONFIRMADO PELO SUPERVISOR, ACERTA O SALDO DA
      *==           CONTA (CONTAS.DAT), GRAVA O PAR NO JORNAL
      *==           MOVIMENT.DAT (TIPO 'AJ', CONTRAPARTIDA NA CONTA
      *==           INTERNA 9999) E ANOTA NO EXTRATO SALDOLOGNNNN.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: O AJUSTE SEGUE O LADO DO BANCO (DEBITO DO BANCO
      *==           = DEBITO NA CONTA) E NAO E BARRADO PELO LIMITE: O
      *==           BANCO JA MOVIMENTOU. DATA DO LANCAMENTO = HOJE,
      *==           RECUSADO COM O MES FECHADO PELO FECHAMES
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT EXTBANC ASSIGN TO 'DADOS\EXTBANC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXB-CHAVE
               FILE STATUS IS FS-EXTBANC.

         SELECT CONTAS ASSIGN TO "C:\COBOL\DADOS\CONTAS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CONTA-NUMERO
         FILE STATUS IS FS-CONTAS.

           SELECT MOVIMENT ASSIGN TO 'DADOS\MOVIMENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVIMENT.

      *----EXTRATO DA CONTA, O MESMO DO EXE1SEM3-----------------------
           SELECT SALDOLOG ASSIGN TO WRK-SALDOLOG-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SALDOLOG.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD EXTBANC.
           COPY "EXTBREG".

       FD CONTAS.
           COPY "CONTAREG".

       FD MOVIMENT.
           COPY "MOVREG".

       FD SALDOLOG.
       01 SALDOLOG-REG              PIC X(80).

       WORKING-STORAGE            SECTION.
       77 FS-EXTBANC        PIC 9(02)  VALUE ZEROS.
       77 FS-CONTAS         PIC 9(02)  VALUE ZEROS.
       77 FS-MOVIMENT       PIC 9(02)  VALUE ZEROS.
       77 FS-SALDOLOG       PIC 9(02)  VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01)  VALUE 'S'.
       77 WRK-OPCAO         PIC X(01)  VALUE SPACES.
       77 WRK-TECLA         PIC X(01)  VALUE SPACES.
       77 WRK-CONTA         PIC 9(04)  VALUE ZEROS.
       77 WRK-HOJE          PIC 9(08)  VALUE ZEROS.
       77 WRK-ID            PIC 9(05)  VALUE ZEROS.
       77 WRK-GRAVADO       PIC X(01)  VALUE 'N'.
       77 WRK-PER-FECHADO   PIC X(01)  VALUE 'N'.
       77 WRK-QT-LIDOS      PIC 9(04)  VALUE ZEROS.
       77 WRK-QT-AJUSTES    PIC 9(04)  VALUE ZEROS.
       77 WRK-SALDOLOG-NOME PIC X(040) VALUE SPACES.
      *----OPERADOR LOGADO NA ENTRADA (DEVOLVIDO PELO LOGON)-----------
       01 WRK-OPERADOR-LOGADO.
           05 WRK-OPER-CODIGO   PIC 9(04) VALUE ZEROS.
           05 WRK-OPER-NOME     PIC X(30) VALUE SPACES.
           05 WRK-OPER-NIVEL    PIC 9(01) VALUE ZEROS.
           05 WRK-OPER-LOJA     PIC 9(02) VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           CALL "LOGON" USING WRK-OPERADOR-LOGADO.
           IF WRK-OPER-NIVEL EQUAL ZEROS
               DISPLAY "ENTRADA RECUSADA - PROGRAMA ENCERRADO"
               STOP RUN
           END-IF.
           OPEN I-O EXTBANC.
           IF FS-EXTBANC NOT EQUAL ZEROS
               DISPLAY "EXTBANC.DAT INDISPONIVEL (RODAR O BANCONC)"
               STOP RUN
           END-IF.
           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL ZEROS
               DISPLAY "CONTAS.DAT INDISPONIVEL (VER CONTACAD)"
               CLOSE EXTBANC
               STOP RUN
           END-IF.
           OPEN I-O MOVIMENT.
           IF FS-MOVIMENT EQUAL 35
               OPEN OUTPUT MOVIMENT
               CLOSE MOVIMENT
               OPEN I-O MOVIMENT
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

       0200-PROCESSAR             SECTION.
           DISPLAY "L-LISTAR PENDENTES  A-AJUSTAR CONTA........"
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'L'
               WHEN 'l'
                   MOVE 'L' TO WRK-OPCAO
                   PERFORM 0210-PERCORRER-PENDENTES
               WHEN 'A'
               WHEN 'a'
                   IF WRK-OPER-NIVEL NOT EQUAL 9
                       DISPLAY "AJUSTE BANCARIO SO COM SUPERVISOR"
                   ELSE
                       CALL "PERIODOCHK" USING WRK-HOJE,
                                               WRK-PER-FECHADO
                       IF WRK-PER-FECHADO EQUAL 'S'
                           DISPLAY "PERIODO FECHADO - AJUSTE RECUSADO"
                       ELSE
                           MOVE 'A' TO WRK-OPCAO
                           PERFORM 0210-PERCORRER-PENDENTES
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----PENDENTES DA CONTA: SO LISTA (L) OU PEDE A CONFIRMACAO (A)-
       0210-PERCORRER-PENDENTES   SECTION.
           DISPLAY "CONTA............................."
           ACCEPT WRK-CONTA.
           MOVE ZEROS TO WRK-QT-LIDOS.
           MOVE 'S' TO WRK-TECLA.
           MOVE WRK-CONTA TO EXB-CONTA.
           MOVE ZEROS TO EXB-DATA EXB-SEQ.
           START EXTBANC KEY >= EXB-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EXTBANC NEXT
                   PERFORM UNTIL FS-EXTBANC NOT EQUAL ZEROS
                           OR EXB-CONTA NOT EQUAL WRK-CONTA
                           OR WRK-TECLA EQUAL 'F' OR WRK-TECLA EQUAL 'f'
                       IF EXB-SO-BANCO
                           ADD 1 TO WRK-QT-LIDOS
                           DISPLAY EXB-DATA " " EXB-LADO " "
                                   EXB-VALOR " " EXB-DESCRICAO " "
                                   EXB-DOCUMENTO
                           IF WRK-OPCAO EQUAL 'A'
                               PERFORM 0220-CONFIRMAR
                           END-IF
                       END-IF
                       READ EXTBANC NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-EXTBANC.
           IF WRK-QT-LIDOS EQUAL ZEROS
               DISPLAY "NENHUM LANCAMENTO SO NO BANCO NESTA CONTA"
           END-IF.

       0220-CONFIRMAR             SECTION.
           DISPLAY "LANCA O AJUSTE (S/N/F = FIM)......"
           ACCEPT WRK-TECLA.
           IF WRK-TECLA EQUAL 'S' OR WRK-TECLA EQUAL 's'
               MOVE EXB-CONTA TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA - AJUSTE NAO FEITO"
                   NOT INVALID KEY
                       PERFORM 0230-EFETIVAR
               END-READ
           END-IF.

      *----ACERTA O SALDO, GRAVA O JORNAL E MARCA O LANCAMENTO--------
       0230-EFETIVAR              SECTION.
           IF EXB-CREDITO
               ADD EXB-VALOR TO CONTA-SALDO
           ELSE
               SUBTRACT EXB-VALOR FROM CONTA-SALDO
           END-IF.
           REWRITE CONTA-REG.
           PERFORM 0240-GRAVAR-JORNAL.
           MOVE 'A' TO EXB-SITUACAO.
           MOVE WRK-HOJE TO EXB-DATA-AJUSTE.
           MOVE WRK-ID TO EXB-MOV-ID.
           MOVE WRK-OPER-CODIGO TO EXB-OPERADOR.
           REWRITE EXB-REG
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR O LANCAMENTO DO EXTRATO"
           END-REWRITE.
           PERFORM 0260-ANOTAR-EXTRATO.
           ADD 1 TO WRK-QT-AJUSTES.
           DISPLAY "AJUSTE LANCADO (ID " WRK-ID ") - SALDO "
                   CONTA-SALDO.

      *----LADO DA CONTA IGUAL AO DO BANCO; A 9999 FICA COM O OUTRO---
       0240-GRAVAR-JORNAL         SECTION.
           MOVE WRK-HOJE TO MOV-DATA.
           MOVE 1 TO MOV-ID.
           MOVE EXB-LADO TO MOV-LADO.
           MOVE EXB-CONTA TO MOV-CONTA.
           MOVE EXB-VALOR TO MOV-VALOR.
           MOVE 'AJ' TO MOV-TIPO.
           MOVE EXB-DESCRICAO TO MOV-DESCRICAO.
           MOVE 'N' TO WRK-GRAVADO.
           PERFORM 0250-TENTAR-GRAVAR
               UNTIL WRK-GRAVADO EQUAL 'S' OR MOV-ID GREATER 99998.
           MOVE MOV-ID TO WRK-ID.
           IF EXB-CREDITO
               MOVE 'D' TO MOV-LADO
           ELSE
               MOVE 'C' TO MOV-LADO
           END-IF.
           MOVE 9999 TO MOV-CONTA.
           WRITE MOV-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONTRAPARTIDA"
           END-WRITE.

       0250-TENTAR-GRAVAR         SECTION.
           WRITE MOV-REG
               INVALID KEY
                   ADD 1 TO MOV-ID
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRAVADO
           END-WRITE.

      *----LINHA DO AJUSTE NO EXTRATO DA CONTA------------------------
       0260-ANOTAR-EXTRATO        SECTION.
           MOVE SPACES TO WRK-SALDOLOG-NOME.
           STRING
               'DADOS\SALDOLOG'     DELIMITED BY SIZE
               EXB-CONTA            DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-SALDOLOG-NOME
           END-STRING.
           OPEN EXTEND SALDOLOG.
           IF FS-SALDOLOG EQUAL 35
               OPEN OUTPUT SALDOLOG
           END-IF.
           MOVE SPACES TO SALDOLOG-REG.
           STRING
               'AJUSTE BANCO '      DELIMITED BY SIZE
               EXB-DATA             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               EXB-LADO             DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               EXB-VALOR            DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               EXB-DESCRICAO        DELIMITED BY SIZE
               ' SALDO '            DELIMITED BY SIZE
               CONTA-SALDO          DELIMITED BY SIZE
               INTO SALDOLOG-REG
           END-STRING.
           WRITE SALDOLOG-REG.
           CLOSE SALDOLOG.

       0300-FINALIZAR             SECTION.
           DISPLAY "AJUSTES LANCADOS: " WRK-QT-AJUSTES.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE EXTBANC.
           CLOSE CONTAS.
           CLOSE MOVIMENT.
