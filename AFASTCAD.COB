       IDENTIFICATION              DIVISION.
       PROGRAM-ID. AFASTCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CADASTRO DE AFASTAMENTOS DO FUNCIONARIO
      *==           (AFAST.DAT) - ATESTADO, DOENCA E ACIDENTE PELO
      *==           INSS, LICENCA MATERNIDADE E OUTRAS - COM INICIO,
      *==           FIM (OU SEM ALTA) E NUMERO DO DOCUMENTO, RECUSANDO
      *==           AFASTAMENTO SOBREPOSTO DO MESMO FUNCIONARIO. O
      *==           PONTOFECHA, A FOLHA E O FERIASCAD LEEM O CADASTRO
      *==           SOZINHOS, SEM MARCAR O PONTO DIA A DIA
      *== DATA: 15/10/2026
      *== OBSERVACOES: A ALTA (OPCAO F) SO GRAVA O FIM DE AFASTAMENTO
      *==           AINDA SEM ALTA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT AFAST ASSIGN TO 'DADOS\AFAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS FS-AFAST.

         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD AFAST.
           COPY "AFASTREG".

       FD FUNCIONARIOS.
           COPY "FUNCREG".

       WORKING-STORAGE            SECTION.
       77 FS-AFAST          PIC 9(02) VALUE ZEROS.
       77 FS-FUNCIONARIOS   PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCIONARIO   PIC 9(04) VALUE ZEROS.
       77 WRK-INICIO        PIC 9(08) VALUE ZEROS.
       77 WRK-FIM           PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO          PIC X(01) VALUE SPACES.
       77 WRK-DOCUMENTO     PIC X(20) VALUE SPACES.
       77 WRK-SOBREPOE      PIC X(01) VALUE 'N'.
       77 WRK-QT-LIDOS      PIC 9(03) VALUE ZEROS.
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
           OPEN I-O AFAST.
           IF FS-AFAST EQUAL 35
               OPEN OUTPUT AFAST
               CLOSE AFAST
               OPEN I-O AFAST
           END-IF.
           OPEN INPUT FUNCIONARIOS.

       0200-PROCESSAR             SECTION.
           DISPLAY "I-INCLUIR  F-ALTA (FIM)  L-LISTAR............"
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INCLUIR
               WHEN 'F'
               WHEN 'f'
                   PERFORM 0230-ALTA
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0240-LISTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----REGISTRA O AFASTAMENTO DO FUNCIONARIO----------------------
       0210-INCLUIR               SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO............."
           ACCEPT WRK-FUNCIONARIO.
           MOVE WRK-FUNCIONARIO TO FUNC-CODIGO.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO"
               NOT INVALID KEY
                   PERFORM 0215-CAPTAR
           END-READ.

       0215-CAPTAR                SECTION.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.
           DISPLAY "TIPO: A-ATESTADO D-DOENCA INSS T-ACIDENTE"
           DISPLAY "      M-MATERNIDADE O-OUTRAS.........."
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO TO AFA-TIPO.
           IF WRK-TIPO EQUAL 'a' MOVE 'A' TO AFA-TIPO END-IF.
           IF WRK-TIPO EQUAL 'd' MOVE 'D' TO AFA-TIPO END-IF.
           IF WRK-TIPO EQUAL 't' MOVE 'T' TO AFA-TIPO END-IF.
           IF WRK-TIPO EQUAL 'm' MOVE 'M' TO AFA-TIPO END-IF.
           IF WRK-TIPO EQUAL 'o' MOVE 'O' TO AFA-TIPO END-IF.
           MOVE AFA-TIPO TO WRK-TIPO.
           IF NOT AFA-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO"
           ELSE
               DISPLAY "INICIO (AAAAMMDD)................."
               ACCEPT WRK-INICIO
               DISPLAY "FIM (AAAAMMDD / 0 = SEM ALTA)....."
               ACCEPT WRK-FIM
               IF WRK-FIM EQUAL ZEROS
                   MOVE 99999999 TO WRK-FIM
               END-IF
               DISPLAY "DOCUMENTO (ATESTADO/BENEFICIO)...."
               ACCEPT WRK-DOCUMENTO
               IF WRK-FIM LESS WRK-INICIO
                   DISPLAY "FIM ANTES DO INICIO"
               ELSE
                   PERFORM 0220-VERIFICAR-SOBREPOSICAO
                   IF WRK-SOBREPOE EQUAL 'S'
                       DISPLAY "JA HA AFASTAMENTO NESSE INTERVALO - "
                               "INCLUSAO RECUSADA"
                   ELSE
                       PERFORM 0225-GRAVAR
                   END-IF
               END-IF
           END-IF.

      *----OUTRO AFASTAMENTO DO MESMO FUNCIONARIO NO INTERVALO--------
       0220-VERIFICAR-SOBREPOSICAO SECTION.
           MOVE 'N' TO WRK-SOBREPOE.
           MOVE WRK-FUNCIONARIO TO AFA-FUNCIONARIO.
           MOVE ZEROS TO AFA-INICIO.
           START AFAST KEY >= AFA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ AFAST NEXT
                   PERFORM UNTIL FS-AFAST NOT EQUAL ZEROS
                           OR AFA-FUNCIONARIO NOT EQUAL WRK-FUNCIONARIO
                       IF AFA-INICIO NOT GREATER WRK-FIM AND
                          AFA-FIM NOT LESS WRK-INICIO
                           MOVE 'S' TO WRK-SOBREPOE
                       END-IF
                       READ AFAST NEXT
                   END-PERFORM
           END-START.

       0225-GRAVAR                SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-FUNCIONARIO TO AFA-FUNCIONARIO.
           MOVE WRK-INICIO TO AFA-INICIO.
           MOVE WRK-FIM TO AFA-FIM.
           MOVE WRK-TIPO TO AFA-TIPO.
           MOVE WRK-DOCUMENTO TO AFA-DOCUMENTO.
           MOVE WRK-HOJE TO AFA-DATA-REGISTRO.
           MOVE WRK-OPER-CODIGO TO AFA-OPERADOR.
           WRITE AFA-REG
               INVALID KEY
                   DISPLAY "AFASTAMENTO JA CADASTRADO NESSA DATA"
               NOT INVALID KEY
                   DISPLAY "AFASTAMENTO REGISTRADO"
                   IF AFA-PAGO-INSS
                       DISPLAY "A EMPRESA PAGA OS 15 PRIMEIROS DIAS; "
                               "DAI EM DIANTE A FOLHA NAO PAGA"
                   END-IF
           END-WRITE.

      *----ALTA: GRAVA O FIM DO AFASTAMENTO AINDA EM ABERTO-----------
       0230-ALTA                  SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO............."
           ACCEPT WRK-FUNCIONARIO.
           DISPLAY "INICIO DO AFASTAMENTO (AAAAMMDD).."
           ACCEPT WRK-INICIO.
           MOVE WRK-FUNCIONARIO TO AFA-FUNCIONARIO.
           MOVE WRK-INICIO TO AFA-INICIO.
           READ AFAST
               INVALID KEY
                   DISPLAY "AFASTAMENTO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF AFA-FIM NOT EQUAL 99999999
                       DISPLAY "AFASTAMENTO JA TEM FIM EM " AFA-FIM
                   ELSE
                       DISPLAY "ULTIMO DIA AFASTADO (AAAAMMDD)...."
                       ACCEPT WRK-FIM
                       IF WRK-FIM LESS AFA-INICIO
                           DISPLAY "FIM ANTES DO INICIO"
                       ELSE
                           MOVE WRK-FIM TO AFA-FIM
                           REWRITE AFA-REG
                           DISPLAY "ALTA REGISTRADA"
                       END-IF
                   END-IF
           END-READ.

      *----AFASTAMENTOS DO FUNCIONARIO--------------------------------
       0240-LISTAR                SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO............."
           ACCEPT WRK-FUNCIONARIO.
           MOVE ZEROS TO WRK-QT-LIDOS.
           MOVE WRK-FUNCIONARIO TO AFA-FUNCIONARIO.
           MOVE ZEROS TO AFA-INICIO.
           START AFAST KEY >= AFA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ AFAST NEXT
                   PERFORM UNTIL FS-AFAST NOT EQUAL ZEROS
                           OR AFA-FUNCIONARIO NOT EQUAL WRK-FUNCIONARIO
                       ADD 1 TO WRK-QT-LIDOS
                       IF AFA-FIM EQUAL 99999999
                           DISPLAY AFA-TIPO " " AFA-INICIO
                                   " SEM ALTA        DOC " AFA-DOCUMENTO
                       ELSE
                           DISPLAY AFA-TIPO " " AFA-INICIO
                                   " A " AFA-FIM
                                   " DOC " AFA-DOCUMENTO
                       END-IF
                       READ AFAST NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-LIDOS EQUAL ZEROS
               DISPLAY "FUNCIONARIO SEM AFASTAMENTOS"
           END-IF.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE AFAST.
           CLOSE FUNCIONARIOS.
