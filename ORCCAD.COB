       IDENTIFICATION              DIVISION.
       PROGRAM-ID. ORCCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: ORCAMENTO DAS CONTAS DE SALDO (ORCAMENTO.DAT) -
      *==           DEBITO E CREDITO PREVISTOS POR CONTA, COMPETENCIA
      *==           E TIPO DE MOVIMENTO, CONSULTA DO ANO DE UMA CONTA
      *==           E COPIA DO ORCAMENTO DO ANO ANTERIOR (COM
      *==           REAJUSTE OPCIONAL). O CONFRONTO COM O REALIZADO E
      *==           DO ORCREL
      *== DATA: 15/10/2026
      *== OBSERVACOES: SO SUPERVISOR GRAVA E COPIA. A COPIA NAO
      *==           SOBREPOE MES JA ORCADO NO ANO DE DESTINO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO 'DADOS\ORCAMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS FS-ORCAMENTO.

         SELECT CONTAS ASSIGN TO "C:\COBOL\DADOS\CONTAS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CONTA-NUMERO
         FILE STATUS IS FS-CONTAS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD ORCAMENTO.
           COPY "ORCREG".

       FD CONTAS.
           COPY "CONTAREG".

       WORKING-STORAGE            SECTION.
       77 FS-ORCAMENTO      PIC 9(02) VALUE ZEROS.
       77 FS-CONTAS         PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA         PIC 9(04) VALUE ZEROS.
       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO          PIC X(02) VALUE SPACES.
       77 WRK-ANO           PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ORIGEM    PIC 9(04) VALUE ZEROS.
       77 WRK-REAJUSTE      PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-COPIADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EXISTENTES PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-DEBITO    PIC 9(08) VALUE ZEROS.
       77 WRK-TOT-CREDITO   PIC 9(08) VALUE ZEROS.
      *----ORCAMENTO DO ANO DE ORIGEM GUARDADO ANTES DA COPIA---------
       01 WRK-TAB-COPIA.
           05 WRK-CPY OCCURS 1000 TIMES.
               10 WRK-CPY-CONTA     PIC 9(04).
               10 WRK-CPY-MES       PIC 9(02).
               10 WRK-CPY-TIPO      PIC X(02).
               10 WRK-CPY-DEBITO    PIC 9(07).
               10 WRK-CPY-CREDITO   PIC 9(07).
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
           OPEN I-O ORCAMENTO.
           IF FS-ORCAMENTO EQUAL 35
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN I-O ORCAMENTO
           END-IF.
           OPEN INPUT CONTAS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

       0200-PROCESSAR             SECTION.
           DISPLAY "G-GRAVAR  C-CONSULTAR ANO  P-COPIAR ANO ANTERIOR.."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'G'
               WHEN 'g'
                   IF WRK-OPER-NIVEL NOT EQUAL 9
                       DISPLAY "ORCAMENTO SO COM SUPERVISOR"
                   ELSE
                       PERFORM 0210-GRAVAR
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0220-CONSULTAR
               WHEN 'P'
               WHEN 'p'
                   IF WRK-OPER-NIVEL NOT EQUAL 9
                       DISPLAY "ORCAMENTO SO COM SUPERVISOR"
                   ELSE
                       PERFORM 0230-COPIAR
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----ORCAMENTO NOVO OU ALTERACAO DE UM JA GRAVADO---------------
       0210-GRAVAR                SECTION.
           DISPLAY "CONTA............................."
           ACCEPT WRK-CONTA.
           MOVE WRK-CONTA TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA NAO CADASTRADA"
               NOT INVALID KEY
                   PERFORM 0215-CAPTAR
           END-READ.

       0215-CAPTAR                SECTION.
           DISPLAY "CONTA: " CONTA-NOME.
           DISPLAY "COMPETENCIA (AAAAMM).............."
           ACCEPT WRK-COMPETENCIA.
           DISPLAY "TIPO (TR/JU/AJ/PG = AGENDA)......."
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO TO ORC-TIPO.
           IF WRK-COMPETENCIA(5:2) LESS '01' OR
              WRK-COMPETENCIA(5:2) GREATER '12'
               DISPLAY "COMPETENCIA INVALIDA"
           ELSE
               IF NOT ORC-TIPO-VALIDO
                   DISPLAY "TIPO INVALIDO"
               ELSE
                   MOVE WRK-CONTA TO ORC-CONTA
                   MOVE WRK-COMPETENCIA TO ORC-COMPETENCIA
                   DISPLAY "DEBITOS PREVISTOS................."
                   ACCEPT ORC-DEBITO
                   DISPLAY "CREDITOS PREVISTOS................"
                   ACCEPT ORC-CREDITO
                   MOVE WRK-HOJE TO ORC-DATA-ALTERACAO
                   MOVE WRK-OPER-CODIGO TO ORC-OPERADOR
                   WRITE ORC-REG
                       INVALID KEY
                           REWRITE ORC-REG
                           DISPLAY "ORCAMENTO ALTERADO"
                       NOT INVALID KEY
                           DISPLAY "ORCAMENTO GRAVADO"
                   END-WRITE
               END-IF
           END-IF.

      *----O ANO DE UMA CONTA, MES A MES------------------------------
       0220-CONSULTAR             SECTION.
           DISPLAY "CONTA............................."
           ACCEPT WRK-CONTA.
           DISPLAY "ANO (AAAA)........................"
           ACCEPT WRK-ANO.
           MOVE ZEROS TO WRK-QT-LIDOS WRK-TOT-DEBITO WRK-TOT-CREDITO.
           MOVE WRK-CONTA TO ORC-CONTA.
           COMPUTE ORC-COMPETENCIA = WRK-ANO * 100.
           MOVE SPACES TO ORC-TIPO.
           START ORCAMENTO KEY >= ORC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ORCAMENTO NEXT
                   PERFORM UNTIL FS-ORCAMENTO NOT EQUAL ZEROS
                           OR ORC-CONTA NOT EQUAL WRK-CONTA
                           OR ORC-COMPETENCIA(1:4) NOT EQUAL WRK-ANO
                       ADD 1 TO WRK-QT-LIDOS
                       ADD ORC-DEBITO TO WRK-TOT-DEBITO
                       ADD ORC-CREDITO TO WRK-TOT-CREDITO
                       DISPLAY ORC-COMPETENCIA " " ORC-TIPO
                               " DEBITOS " ORC-DEBITO
                               " CREDITOS " ORC-CREDITO
                       READ ORCAMENTO NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-ORCAMENTO.
           IF WRK-QT-LIDOS EQUAL ZEROS
               DISPLAY "CONTA SEM ORCAMENTO NO ANO"
           ELSE
               DISPLAY "TOTAL DO ANO - DEBITOS " WRK-TOT-DEBITO
                       " CREDITOS " WRK-TOT-CREDITO
           END-IF.

      *----COPIA O ANO ANTERIOR PARA O ANO INFORMADO, COM REAJUSTE----
       0230-COPIAR                SECTION.
           DISPLAY "CONTA (0 = TODAS)................."
           ACCEPT WRK-CONTA.
           DISPLAY "ANO DE DESTINO (AAAA)............."
           ACCEPT WRK-ANO.
           DISPLAY "% DE REAJUSTE (0 = MESMOS VALORES)"
           ACCEPT WRK-REAJUSTE.
           COMPUTE WRK-ANO-ORIGEM = WRK-ANO - 1.
           MOVE ZEROS TO WRK-QT-LIDOS WRK-QT-COPIADOS WRK-QT-EXISTENTES.
           MOVE WRK-CONTA TO ORC-CONTA.
           MOVE ZEROS TO ORC-COMPETENCIA.
           MOVE SPACES TO ORC-TIPO.
           START ORCAMENTO KEY >= ORC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ORCAMENTO NEXT
                   PERFORM UNTIL FS-ORCAMENTO NOT EQUAL ZEROS
                           OR (WRK-CONTA NOT EQUAL ZEROS AND
                               ORC-CONTA NOT EQUAL WRK-CONTA)
                       IF ORC-COMPETENCIA(1:4) EQUAL WRK-ANO-ORIGEM
                           PERFORM 0235-GUARDAR-ORIGEM
                       END-IF
                       READ ORCAMENTO NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-ORCAMENTO.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I GREATER WRK-QT-LIDOS
               PERFORM 0237-GRAVAR-COPIA
           END-PERFORM.
           DISPLAY "MESES COPIADOS: " WRK-QT-COPIADOS
                   " / JA ORCADOS (MANTIDOS): " WRK-QT-EXISTENTES.

       0235-GUARDAR-ORIGEM        SECTION.
           IF WRK-QT-LIDOS LESS 1000
               ADD 1 TO WRK-QT-LIDOS
               MOVE ORC-CONTA TO WRK-CPY-CONTA(WRK-QT-LIDOS)
               MOVE ORC-COMPETENCIA(5:2) TO WRK-CPY-MES(WRK-QT-LIDOS)
               MOVE ORC-TIPO TO WRK-CPY-TIPO(WRK-QT-LIDOS)
               COMPUTE WRK-CPY-DEBITO(WRK-QT-LIDOS) ROUNDED =
                   ORC-DEBITO * (100 + WRK-REAJUSTE) / 100
               COMPUTE WRK-CPY-CREDITO(WRK-QT-LIDOS) ROUNDED =
                   ORC-CREDITO * (100 + WRK-REAJUSTE) / 100
           ELSE
               DISPLAY "MAIS DE 1000 LINHAS NA COPIA - "
                       ORC-CONTA " " ORC-COMPETENCIA " " ORC-TIPO
                       " NAO COPIADO"
           END-IF.

       0237-GRAVAR-COPIA          SECTION.
           MOVE WRK-CPY-CONTA(WRK-I) TO ORC-CONTA.
           COMPUTE ORC-COMPETENCIA = WRK-ANO * 100
               + WRK-CPY-MES(WRK-I).
           MOVE WRK-CPY-TIPO(WRK-I) TO ORC-TIPO.
           MOVE WRK-CPY-DEBITO(WRK-I) TO ORC-DEBITO.
           MOVE WRK-CPY-CREDITO(WRK-I) TO ORC-CREDITO.
           MOVE WRK-HOJE TO ORC-DATA-ALTERACAO.
           MOVE WRK-OPER-CODIGO TO ORC-OPERADOR.
           WRITE ORC-REG
               INVALID KEY
                   ADD 1 TO WRK-QT-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-COPIADOS
           END-WRITE.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE ORCAMENTO.
           CLOSE CONTAS.
