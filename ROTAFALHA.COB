       IDENTIFICATION              DIVISION.
       PROGRAM-ID. ROTAFALHA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: RELATORIO DA MANHA PARA O BALCAO COM AS PARADAS
      *==           DO ROTEIRO (ROTA.DAT) QUE NAO DERAM CERTO NOS DIAS
      *==           ANTERIORES - CLIENTE AUSENTE OU PARADA SEM
      *==           RESULTADO DIGITADO NO ROTABAIXA - POR LOJA, PARA
      *==           O BALCAO LIGAR E REAGENDAR. IMPRIME
      *==           ROTAFALHAAAAAMMDD.TXT
      *== DATA: 15/10/2026
      *== OBSERVACOES: RODAR DE MANHA, ANTES DA ABERTURA. A FALHA SAI
      *==           UMA VEZ SO (ROTA-AVISADO); PARADA BAIXADA DEPOIS
      *==           COM RESULTADO NAO VOLTA A SAIR
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ROTA ASSIGN TO 'DADOS\ROTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROTA-CHAVE
               FILE STATUS IS FS-ROTA.

           SELECT CLIENTES ASSIGN TO 'DADOS\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-CPF
                   WITH DUPLICATES.

           SELECT RELFALHA ASSIGN TO WRK-RELFALHA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELFALHA-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD ROTA.
           COPY "ROTAREG".

       FD CLIENTES.
           COPY "CLIENTREG".

       FD RELFALHA.
       01 RELFALHA-REG.
           05 RELFALHA-DADOS        PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 FS-ROTA               PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 RELFALHA-STATUS       PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-RELFALHA-NOME     PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-QT-FALHAS         PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-ROTA          PIC X(01) VALUE 'N'.
       77 WRK-TIPO-ED           PIC X(07) VALUE SPACES.
       77 WRK-SITUACAO-ED       PIC X(13) VALUE SPACES.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO RELATORIO DE ENTREGAS NAO REALIZADAS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ROTA.
           IF FS-ROTA NOT EQUAL ZEROS
               DISPLAY "ROTA.DAT AINDA NAO POSSUI REGISTROS"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT CLIENTES.
           MOVE SPACES TO WRK-RELFALHA-NOME.
           STRING
               'DADOS\ROTAFALHA'    DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELFALHA-NOME
           END-STRING.
           OPEN OUTPUT RELFALHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'ENTREGAS/COLETAS NAO REALIZADAS - EMITIDO EM '
                                    DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----PARADAS DE DIAS ANTERIORES AINDA NAO AVISADAS, NA ORDEM----
      *----DA CHAVE (DATA / LOJA / CIDADE / CEP)-----------------------
       0200-PROCESSAR             SECTION.
           IF FS-ROTA EQUAL ZEROS
               MOVE LOW-VALUES TO ROTA-CHAVE
               MOVE 'N' TO WRK-FIM-ROTA
               START ROTA KEY IS NOT LESS ROTA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ROTA
               END-START
               PERFORM UNTIL WRK-FIM-ROTA EQUAL 'S'
                   READ ROTA NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ROTA
                   END-READ
                   IF WRK-FIM-ROTA EQUAL 'N'
                       IF ROTA-DATA NOT LESS WRK-HOJE
                           MOVE 'S' TO WRK-FIM-ROTA
                       ELSE
                           IF ROTA-FALHOU
                              AND ROTA-AVISADO NOT EQUAL 'S'
                               PERFORM 0210-LISTAR-FALHA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'PARADAS NAO REALIZADAS: ' DELIMITED BY SIZE
               WRK-QT-FALHAS        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----UMA PARADA QUE FALHOU: LINHA NO RELATORIO E MARCA AVISADO--
       0210-LISTAR-FALHA          SECTION.
           MOVE ROTA-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CLIENTES-NOME
           END-READ.
           IF ROTA-ENTREGA
               MOVE 'ENTREGA' TO WRK-TIPO-ED
           ELSE
               MOVE 'COLETA ' TO WRK-TIPO-ED
           END-IF.
           IF ROTA-AUSENTE
               MOVE 'AUSENTE' TO WRK-SITUACAO-ED
           ELSE
               MOVE 'SEM RESULTADO' TO WRK-SITUACAO-ED
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'LOJA '              DELIMITED BY SIZE
               ROTA-LOJA            DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               ROTA-DATA            DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-TIPO-ED          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-SITUACAO-ED      DELIMITED BY SIZE
               ' FONE '             DELIMITED BY SIZE
               ROTA-CLIENTE         DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               CLIENTES-NOME        DELIMITED BY SIZE
               ' FILME '            DELIMITED BY SIZE
               ROTA-CODFILME        DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-FALHAS.
           MOVE 'S' TO ROTA-AVISADO.
           REWRITE ROTA-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELFALHA-DADOS.
           WRITE RELFALHA-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELFALHA.
           DISPLAY "RELATORIO GRAVADO EM " WRK-RELFALHA-NOME.
           CLOSE ROTA.
           CLOSE CLIENTES.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO RELATORIO DE ENTREGAS NAO REALIZADAS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'ROTAFALHA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-QT-FALHAS TO JOB-REGISTROS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
