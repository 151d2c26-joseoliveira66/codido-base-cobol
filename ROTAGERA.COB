       IDENTIFICATION              DIVISION.
       PROGRAM-ID. ROTAGERA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: ROTEIRO DIARIO DO ENTREGADOR - GRAVA EM ROTA.DAT
      *==           UMA PARADA DE ENTREGA PARA CADA EMPRESTIMO ABERTO
      *==           HOJE COM FRETE (EMP-VALOR-ENTREGA, COBRADO NO
      *==           8512 DO FILMESJC) E UMA PARADA DE COLETA PARA
      *==           CADA EMPRESTIMO COM FRETE QUE VENCE HOJE, E
      *==           IMPRIME A FOLHA ROTAAAAAMMDD.TXT POR LOJA,
      *==           CIDADE E CEP (ENDERECO DO CLIENTES)
      *== DATA: 15/10/2026
      *== OBSERVACOES: RODAR NA SAIDA DO ENTREGADOR. PODE SER RODADO
      *==           DE NOVO NO MESMO DIA: A PARADA JA GRAVADA FICA
      *==           COMO ESTA E A FOLHA SAI COMPLETA. O RESULTADO DE
      *==           CADA PARADA E DIGITADO NO ROTABAIXA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMOS ASSIGN TO 'DADOS\EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMP-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES.

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

           SELECT LOJAS ASSIGN TO 'DADOS\LOJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-CODIGO
               FILE STATUS IS FS-LOJAS.

           SELECT ROTA ASSIGN TO 'DADOS\ROTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROTA-CHAVE
               FILE STATUS IS FS-ROTA.

           SELECT RELROTA ASSIGN TO WRK-RELROTA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELROTA-STATUS.

           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBHIST-STATUS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD EMPRESTIMOS.
           COPY "EMPREG".

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

       FD LOJAS.
           COPY "LOJAREG".

       FD ROTA.
           COPY "ROTAREG".

       FD RELROTA.
       01 RELROTA-REG.
           05 RELROTA-DADOS         PIC X(100).

       FD JOBHIST.
           COPY "JOBHISTREG".

       WORKING-STORAGE            SECTION.
       77 EMPRESTIMOS-STATUS    PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS       PIC 9(02) VALUE ZEROS.
       77 FILMES-STATUS         PIC 9(02) VALUE ZEROS.
       77 FS-LOJAS              PIC 9(02) VALUE ZEROS.
       77 FS-ROTA               PIC 9(02) VALUE ZEROS.
       77 RELROTA-STATUS        PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-HOJE              PIC 9(08) VALUE ZEROS.
       77 WRK-RELROTA-NOME      PIC X(030) VALUE SPACES.
       77 WRK-LINHA-REL         PIC X(100) VALUE SPACES.
       77 WRK-QT-ENTREGAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COLETAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NOVAS          PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-ROTA          PIC X(01) VALUE 'N'.
       77 WRK-LOJA-ANT          PIC 9(02) VALUE ZEROS.
       77 WRK-CIDADE-ANT        PIC X(20) VALUE SPACES.
       77 WRK-TIPO-ED           PIC X(07) VALUE SPACES.
       77 WRK-CEP-ED            PIC X(09) VALUE SPACES.
       01 WRK-CEP-QUEBRA.
           05 WRK-CEP-PREFIXO    PIC 9(05).
           05 WRK-CEP-SUFIXO     PIC 9(03).

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0250-IMPRIMIR-ROTEIRO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR           SECTION.
           DISPLAY "INICIO DO ROTEIRO DE ENTREGAS E COLETAS".
           ACCEPT WRK-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WRK-JOB-HORA-INI FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT EMPRESTIMOS.
           IF EMPRESTIMOS-STATUS NOT EQUAL ZEROS
               DISPLAY "EMPRESTIMOS.DAT AINDA NAO POSSUI REGISTROS"
               MOVE 'ER' TO WRK-JOB-ST
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT FILMES.
           OPEN INPUT LOJAS.
           OPEN I-O ROTA.
           IF FS-ROTA EQUAL 35
               OPEN OUTPUT ROTA
               CLOSE ROTA
               OPEN I-O ROTA
           END-IF.
           MOVE SPACES TO WRK-RELROTA-NOME.
           STRING
               'DADOS\ROTA'         DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               '.TXT'               DELIMITED BY SIZE
               INTO WRK-RELROTA-NOME
           END-STRING.
           OPEN OUTPUT RELROTA.

      *----VARRE OS EMPRESTIMOS ABERTOS COM FRETE: SAIU HOJE = ENTREGA-
      *----VENCE HOJE = COLETA------------------------------------------
       0200-PROCESSAR             SECTION.
           IF EMPRESTIMOS-STATUS EQUAL ZEROS
               MOVE ZEROS TO EMP-CHAVE
               START EMPRESTIMOS KEY >= EMP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EMPRESTIMOS NEXT
                       PERFORM UNTIL EMPRESTIMOS-STATUS NOT EQUAL ZEROS
                           IF EMP-ABERTO
                              AND EMP-VALOR-ENTREGA GREATER ZEROS
                               IF EMP-DATA-EMPRESTIMO EQUAL WRK-HOJE
                                   MOVE 'E' TO ROTA-TIPO
                                   PERFORM 0210-GRAVAR-PARADA
                               END-IF
                               IF EMP-DATA-PREVISTA EQUAL WRK-HOJE
                                   MOVE 'C' TO ROTA-TIPO
                                   PERFORM 0210-GRAVAR-PARADA
                               END-IF
                           END-IF
                           READ EMPRESTIMOS NEXT
                       END-PERFORM
               END-START
           END-IF.

      *----A PARADA LEVA A CIDADE E O CEP DO CADASTRO DO CLIENTE------
       0210-GRAVAR-PARADA         SECTION.
           MOVE EMP-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-CIDADE
                   MOVE ZEROS TO CLIENTES-CEP
           END-READ.
           MOVE WRK-HOJE TO ROTA-DATA.
           MOVE EMP-LOJA TO ROTA-LOJA.
           IF ROTA-LOJA EQUAL ZEROS
               MOVE 1 TO ROTA-LOJA
           END-IF.
           MOVE CLIENTES-CIDADE TO ROTA-CIDADE.
           MOVE CLIENTES-CEP TO ROTA-CEP.
           MOVE EMP-CLIENTE TO ROTA-CLIENTE.
           MOVE EMP-CODFILME TO ROTA-CODFILME.
           MOVE SPACES TO ROTA-RESULTADO.
           MOVE ZEROS TO ROTA-DATA-BAIXA.
           MOVE ZEROS TO ROTA-OPERADOR.
           MOVE 'N' TO ROTA-AVISADO.
           WRITE ROTA-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-NOVAS
           END-WRITE.

      *----FOLHA DO ENTREGADOR NA ORDEM DA CHAVE: LOJA, CIDADE, CEP---
       0250-IMPRIMIR-ROTEIRO      SECTION.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'ROTEIRO DE ENTREGAS E COLETAS - DATA: '
                                    DELIMITED BY SIZE
               WRK-HOJE             DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE 99 TO WRK-LOJA-ANT.
           MOVE HIGH-VALUES TO WRK-CIDADE-ANT.
           MOVE WRK-HOJE TO ROTA-DATA.
           MOVE ZEROS TO ROTA-LOJA.
           MOVE SPACES TO ROTA-CIDADE.
           MOVE ZEROS TO ROTA-CEP.
           MOVE SPACES TO ROTA-TIPO.
           MOVE ZEROS TO ROTA-CLIENTE.
           MOVE ZEROS TO ROTA-CODFILME.
           MOVE 'N' TO WRK-FIM-ROTA.
           START ROTA KEY IS NOT LESS ROTA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ROTA
           END-START.
           PERFORM UNTIL WRK-FIM-ROTA EQUAL 'S'
               READ ROTA NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ROTA
               END-READ
               IF WRK-FIM-ROTA EQUAL 'N'
                   IF ROTA-DATA NOT EQUAL WRK-HOJE
                       MOVE 'S' TO WRK-FIM-ROTA
                   ELSE
                       PERFORM 0260-IMPRIMIR-PARADA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               'ENTREGAS: '         DELIMITED BY SIZE
               WRK-QT-ENTREGAS      DELIMITED BY SIZE
               ' / COLETAS: '       DELIMITED BY SIZE
               WRK-QT-COLETAS       DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.

      *----UMA PARADA: QUEBRA POR LOJA E CIDADE, ENDERECO E FILME-----
       0260-IMPRIMIR-PARADA       SECTION.
           IF ROTA-LOJA NOT EQUAL WRK-LOJA-ANT
               MOVE ROTA-LOJA TO LOJA-CODIGO
               READ LOJAS
                   INVALID KEY
                       MOVE SPACES TO LOJA-NOME
               END-READ
               MOVE SPACES TO WRK-LINHA-REL
               PERFORM 0450-GRAVAR-LINHA
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   'LOJA '          DELIMITED BY SIZE
                   ROTA-LOJA        DELIMITED BY SIZE
                   ' - '            DELIMITED BY SIZE
                   LOJA-NOME        DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
               MOVE ROTA-LOJA TO WRK-LOJA-ANT
               MOVE HIGH-VALUES TO WRK-CIDADE-ANT
           END-IF.
           IF ROTA-CIDADE NOT EQUAL WRK-CIDADE-ANT
               MOVE SPACES TO WRK-LINHA-REL
               STRING
                   '  CIDADE: '     DELIMITED BY SIZE
                   ROTA-CIDADE      DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0450-GRAVAR-LINHA
               MOVE ROTA-CIDADE TO WRK-CIDADE-ANT
           END-IF.
           IF ROTA-ENTREGA
               MOVE 'ENTREGA' TO WRK-TIPO-ED
               ADD 1 TO WRK-QT-ENTREGAS
           ELSE
               MOVE 'COLETA ' TO WRK-TIPO-ED
               ADD 1 TO WRK-QT-COLETAS
           END-IF.
           MOVE ROTA-CEP TO WRK-CEP-QUEBRA.
           MOVE SPACES TO WRK-CEP-ED.
           STRING
               WRK-CEP-PREFIXO      DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               WRK-CEP-SUFIXO       DELIMITED BY SIZE
               INTO WRK-CEP-ED
           END-STRING.
           MOVE ROTA-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CLIENTES-NOME
                   MOVE SPACES TO CLIENTES-RUA
                   MOVE SPACES TO CLIENTES-NUMERO
           END-READ.
           MOVE ROTA-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE 'FILME NAO CADASTRADO' TO TITULO
           END-READ.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '    '               DELIMITED BY SIZE
               WRK-TIPO-ED          DELIMITED BY SIZE
               ' CEP '              DELIMITED BY SIZE
               WRK-CEP-ED           DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               CLIENTES-RUA         DELIMITED BY SIZE
               ', '                 DELIMITED BY SIZE
               CLIENTES-NUMERO      DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING
               '        '           DELIMITED BY SIZE
               CLIENTES-NOME        DELIMITED BY SIZE
               ' FONE '             DELIMITED BY SIZE
               ROTA-CLIENTE         DELIMITED BY SIZE
               ' FILME '            DELIMITED BY SIZE
               ROTA-CODFILME        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               TITULO               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           IF ROTA-ENTREGA
               MOVE '        ( ) ENTREGUE   ( ) AUSENTE'
                    TO WRK-LINHA-REL
           ELSE
               MOVE '        ( ) COLETADO   ( ) AUSENTE'
                    TO WRK-LINHA-REL
           END-IF.
           PERFORM 0450-GRAVAR-LINHA.

      *----GRAVA UMA LINHA NO RELATORIO-------------------------------
       0450-GRAVAR-LINHA          SECTION.
           MOVE WRK-LINHA-REL TO RELROTA-DADOS.
           WRITE RELROTA-REG.

       0300-FINALIZAR             SECTION.
           CLOSE RELROTA.
           DISPLAY "ROTEIRO GRAVADO EM " WRK-RELROTA-NOME.
           CLOSE EMPRESTIMOS.
           CLOSE CLIENTES.
           CLOSE FILMES.
           CLOSE LOJAS.
           CLOSE ROTA.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO ROTEIRO DE ENTREGAS E COLETAS".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
       0900-GRAVAR-JOBHIST        SECTION.
           OPEN EXTEND JOBHIST.
           IF JOBHIST-STATUS EQUAL 35
               OPEN OUTPUT JOBHIST
           END-IF.
           MOVE 'ROTAGERA' TO JOB-NOME.
           MOVE WRK-JOB-DATA-INI TO JOB-DATA-INICIO.
           MOVE WRK-JOB-HORA-INI TO JOB-HORA-INICIO.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           COMPUTE JOB-REGISTROS = WRK-QT-ENTREGAS + WRK-QT-COLETAS.
           MOVE WRK-JOB-ST TO JOB-STATUS.
           WRITE JOB-REG.
           CLOSE JOBHIST.
