       IDENTIFICATION              DIVISION.
       PROGRAM-ID. FAMCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CONTA FAMILIA (FAMILIA.DAT) - LIGA UM CLIENTE
      *==           DEPENDENTE AO CLIENTE TITULAR RESPONSAVEL, LISTA
      *==           A FAMILIA DE UM TITULAR E DESFAZ A LIGACAO. NO
      *==           BALCAO (FILMESJC) O LIMITE DE EMPRESTIMOS PASSA A
      *==           SER DA FAMILIA, O QUE O DEPENDENTE LEVA "NA CONTA"
      *==           CAI NA CONTA-CORRENTE DO TITULAR E O EXTRATO DO
      *==           TITULAR MOSTRA OS EMPRESTIMOS DOS DEPENDENTES
      *== DATA: 15/10/2026
      *== OBSERVACOES: A CLASSIFICACAO INDICATIVA CONTINUA PELA DATA
      *==           DE NASCIMENTO DO PROPRIO DEPENDENTE - POR ISSO A
      *==           INCLUSAO AVISA QUANDO ELA NAO ESTA NO CADASTRO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT FAMILIA ASSIGN TO 'DADOS\FAMILIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-DEPENDENTE
               ALTERNATE RECORD KEY IS FAM-TITULAR WITH DUPLICATES
               FILE STATUS IS FS-FAMILIA.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD FAMILIA.
           COPY "FAMREG".

       FD CLIENTES.
           COPY "CLIENTREG".

       WORKING-STORAGE            SECTION.
       77 FS-FAMILIA            PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
       77 WRK-TITULAR           PIC 9(09) VALUE ZEROS.
       77 WRK-DEPENDENTE        PIC 9(09) VALUE ZEROS.
       77 WRK-PARENTESCO        PIC X(10) VALUE SPACES.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-OK                PIC X(01) VALUE 'S'.
       77 WRK-QT-DEPEND         PIC 9(03) VALUE ZEROS.
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

      *----ENTRADA PELO LOGON E ABERTURA DOS ARQUIVOS------------------
       0100-INICIALIZAR           SECTION.
           CALL "LOGON" USING WRK-OPERADOR-LOGADO.
           IF WRK-OPER-NIVEL EQUAL ZEROS
               DISPLAY "ENTRADA RECUSADA - PROGRAMA ENCERRADO"
               STOP RUN
           END-IF.
           OPEN I-O FAMILIA.
           IF FS-FAMILIA EQUAL 35
               OPEN OUTPUT FAMILIA
               CLOSE FAMILIA
               OPEN I-O FAMILIA
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS EQUAL 35
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN INPUT CLIENTES
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

      *----MENU DA CONTA FAMILIA--------------------------------------
       0200-PROCESSAR             SECTION.
           DISPLAY "I-INCLUIR DEPENDENTE  C-CONSULTAR  E-EXCLUIR..."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INCLUIR
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0220-CONSULTAR
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0230-EXCLUIR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----LIGA UM DEPENDENTE A UM TITULAR, COM AS CRITICAS-----------
       0210-INCLUIR               SECTION.
           MOVE 'S' TO WRK-OK.
           DISPLAY "NUMERO DO CLIENTE TITULAR........."
           ACCEPT WRK-TITULAR.
           MOVE WRK-TITULAR TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "TITULAR NAO CADASTRADO"
                   MOVE 'N' TO WRK-OK
               NOT INVALID KEY
                   DISPLAY "TITULAR: " CLIENTES-NOME
           END-READ.
           IF WRK-OK EQUAL 'S'
               MOVE WRK-TITULAR TO FAM-DEPENDENTE
               READ FAMILIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "TITULAR E DEPENDENTE DE " FAM-TITULAR
                       MOVE 'N' TO WRK-OK
               END-READ
           END-IF.
           IF WRK-OK EQUAL 'S'
               DISPLAY "NUMERO DO CLIENTE DEPENDENTE......"
               ACCEPT WRK-DEPENDENTE
               IF WRK-DEPENDENTE EQUAL WRK-TITULAR
                   DISPLAY "DEPENDENTE IGUAL AO TITULAR"
                   MOVE 'N' TO WRK-OK
               END-IF
           END-IF.
           IF WRK-OK EQUAL 'S'
               MOVE WRK-DEPENDENTE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "DEPENDENTE NAO CADASTRADO"
                       MOVE 'N' TO WRK-OK
                   NOT INVALID KEY
                       DISPLAY "DEPENDENTE: " CLIENTES-NOME
                       IF CLIENTES-NASCIMENTO EQUAL ZEROS
                           DISPLAY "ATENCAO: DEPENDENTE SEM DATA DE "
                                   "NASCIMENTO - TITULO COM "
                                   "CLASSIFICACAO NAO SAI"
                       END-IF
               END-READ
           END-IF.
           IF WRK-OK EQUAL 'S'
               MOVE WRK-DEPENDENTE TO FAM-TITULAR
               START FAMILIA KEY IS EQUAL TO FAM-TITULAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "DEPENDENTE JA E TITULAR DE OUTRA "
                               "FAMILIA"
                       MOVE 'N' TO WRK-OK
               END-START
           END-IF.
           IF WRK-OK EQUAL 'S'
               DISPLAY "PARENTESCO (FILHO, CONJUGE...)...."
               ACCEPT WRK-PARENTESCO
               MOVE WRK-DEPENDENTE TO FAM-DEPENDENTE
               MOVE WRK-TITULAR TO FAM-TITULAR
               MOVE WRK-PARENTESCO TO FAM-PARENTESCO
               MOVE WRK-HOJE TO FAM-DATA-INCLUSAO
               MOVE WRK-OPER-CODIGO TO FAM-OPERADOR
               WRITE FAM-REG
                   INVALID KEY
                       DISPLAY "DEPENDENTE JA LIGADO A OUTRA FAMILIA"
                   NOT INVALID KEY
                       DISPLAY "DEPENDENTE INCLUIDO NA FAMILIA."
               END-WRITE
           END-IF.

      *----LISTA A FAMILIA DE UM CLIENTE (TITULAR OU DEPENDENTE)------
       0220-CONSULTAR             SECTION.
           MOVE ZEROS TO WRK-QT-DEPEND.
           DISPLAY "NUMERO DO CLIENTE................."
           ACCEPT WRK-TITULAR.
           MOVE WRK-TITULAR TO FAM-DEPENDENTE.
           READ FAMILIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CLIENTE E DEPENDENTE - TITULAR: "
                           FAM-TITULAR
                   MOVE FAM-TITULAR TO WRK-TITULAR
           END-READ.
           MOVE WRK-TITULAR TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO CLIENTES-NOME
           END-READ.
           DISPLAY "TITULAR: " WRK-TITULAR " " CLIENTES-NOME.
           MOVE WRK-TITULAR TO FAM-TITULAR.
           START FAMILIA KEY IS EQUAL TO FAM-TITULAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FAMILIA NEXT
                   PERFORM UNTIL FS-FAMILIA EQUAL 10
                           OR FAM-TITULAR NOT EQUAL WRK-TITULAR
                       ADD 1 TO WRK-QT-DEPEND
                       MOVE FAM-DEPENDENTE TO CLIENTES-FONE
                       READ CLIENTES
                           INVALID KEY
                               MOVE 'NAO CADASTRADO' TO CLIENTES-NOME
                       END-READ
                       DISPLAY "  DEPENDENTE: " FAM-DEPENDENTE
                               " " CLIENTES-NOME
                               " " FAM-PARENTESCO
                       READ FAMILIA NEXT
                   END-PERFORM
           END-START.
           DISPLAY "DEPENDENTES......................." WRK-QT-DEPEND.

      *----DESFAZ A LIGACAO DO DEPENDENTE COM O TITULAR----------------
       0230-EXCLUIR               SECTION.
           DISPLAY "NUMERO DO CLIENTE DEPENDENTE......"
           ACCEPT WRK-DEPENDENTE.
           MOVE WRK-DEPENDENTE TO FAM-DEPENDENTE.
           READ FAMILIA
               INVALID KEY
                   DISPLAY "CLIENTE NAO E DEPENDENTE"
               NOT INVALID KEY
                   DISPLAY "TITULAR: " FAM-TITULAR
                   DISPLAY "CONFIRMA A EXCLUSAO (S/N)........."
                   ACCEPT WRK-OPCAO
                   IF WRK-OPCAO EQUAL 'S' OR WRK-OPCAO EQUAL 's'
                       DELETE FAMILIA RECORD
                           INVALID KEY
                               DISPLAY "ERRO NA EXCLUSAO"
                           NOT INVALID KEY
                               DISPLAY "DEPENDENTE EXCLUIDO DA FAMILIA."
                       END-DELETE
                   END-IF
           END-READ.

       0300-FINALIZAR             SECTION.
           CLOSE FAMILIA.
           CLOSE CLIENTES.
           DISPLAY "FIM DE PROGRAMA".
