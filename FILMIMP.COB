      *==           CONTADOR CTLFILME.DAT E GRAVA AS LINHAS RECUSADAS
      *==           COM O MOTIVO EM FILMREJ.TXT
      *== DATA: 22/08/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - COLUNA NOVA ELENCO NO CSV DA DISTRIBUIDORA
      *==                   (NOMES SEPARADOS POR ';', PREFIXO D: PARA
      *==                   DIRETOR E A: OU NADA PARA ATOR), GRAVADA
      *==                   EM PESSOAS.DAT E ELENCO.DAT
      *== OBSERVACOES: A COLUNA CODFILME DO CSV E IGNORADA - O CODIGO
      *==           E SEMPRE O PROXIMO LIVRE DO CONTADOR. O GENERO E
      *==           VALIDADO CONTRA O CADASTRO OFICIAL GENEROS.DAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILMAUD-STATUS.

      *----ATORES/DIRETORES E VINCULO DO TITULO COM ELES---------------
           SELECT PESSOAS ASSIGN TO 'DADOS\PESSOAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-NOME
               FILE STATUS IS PESSOAS-STATUS.

           SELECT ELENCO ASSIGN TO 'DADOS\ELENCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELE-CHAVE
               ALTERNATE RECORD KEY IS ELE-NOME WITH DUPLICATES
               FILE STATUS IS ELENCO-STATUS.

      *----HISTORICO DE EXECUCAO DOS JOBS EM LOTE----------------------
           SELECT JOBHIST ASSIGN TO 'DADOS\JOBHIST.LOG'
               ORGANIZATION IS SEQUENTIAL
           05 CTL-ULTIMO-CODFILME      PIC 9(005).

       FD CSVIN.
       01 CSVIN-REG                    PIC X(250).

       FD REJEITADOS.
       01 REJEITADOS-REG.
           05 REJ-DADOS                PIC X(290).

      *----CADASTRO OFICIAL DE GENEROS---------------------------------
       FD GENEROS.
       FD FILMAUD.
           COPY "FILMAUDREG".

      *----PESSOAS E ELENCO DOS TITULOS--------------------------------
       FD PESSOAS.
           COPY "PESSOAREG".

       FD ELENCO.
           COPY "ELENCOREG".

      *----HISTORICO DE EXECUCAO DOS JOBS EM LOTE----------------------
       FD JOBHIST.
           COPY "JOBHISTREG".
       77 GENEROS-STATUS        PIC 9(02) VALUE ZEROS.
       77 FILMAUD-STATUS        PIC 9(02) VALUE ZEROS.
       77 JOBHIST-STATUS        PIC 9(02) VALUE ZEROS.
       77 PESSOAS-STATUS        PIC 9(02) VALUE ZEROS.
       77 ELENCO-STATUS         PIC 9(02) VALUE ZEROS.
       77 WRK-JOB-DATA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-HORA-INI      PIC 9(08) VALUE ZEROS.
       77 WRK-JOB-ST            PIC X(02) VALUE 'OK'.
       77 WRK-NOTA-CSV          PIC X(02) VALUE SPACES.
       77 WRK-DURACAO-NUM       PIC 9(03) VALUE ZEROS.
       77 WRK-NOTA-NUM          PIC 9(02) VALUE ZEROS.
       77 WRK-ELENCO-CSV        PIC X(150) VALUE SPACES.
       77 WRK-ITEM-ELENCO       PIC X(32) VALUE SPACES.
       77 WRK-ITEM-AUX          PIC X(32) VALUE SPACES.
       77 WRK-PONT-ELENCO       PIC 9(03) VALUE 1.
       77 WRK-QT-VINCULOS       PIC 9(05) VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           IF FILMAUD-STATUS EQUAL 35
               OPEN OUTPUT FILMAUD
           END-IF.
           OPEN I-O PESSOAS.
           IF PESSOAS-STATUS EQUAL 35
               OPEN OUTPUT PESSOAS
               CLOSE PESSOAS
               OPEN I-O PESSOAS
           END-IF.
           OPEN I-O ELENCO.
           IF ELENCO-STATUS EQUAL 35
               OPEN OUTPUT ELENCO
               CLOSE ELENCO
               OPEN I-O ELENCO
           END-IF.

      *----LE CADA LINHA DO CSV, PULANDO O CABECALHO--------------------
       0200-PROCESSAR             SECTION.
       0210-CARREGAR-LINHA        SECTION.
           MOVE SPACES TO WRK-COD-CSV WRK-TITULO-CSV WRK-GENERO-CSV
                          WRK-DURACAO-CSV WRK-DISTRIB-CSV WRK-NOTA-CSV
                          WRK-ELENCO-CSV WRK-MOTIVO.
           UNSTRING CSVIN-REG DELIMITED BY ','
               INTO WRK-COD-CSV
                    WRK-TITULO-CSV
                    WRK-GENERO-CSV
                    WRK-DURACAO-CSV
                    WRK-DISTRIB-CSV
                    WRK-NOTA-CSV
                    WRK-ELENCO-CSV.

           IF WRK-TITULO-CSV EQUAL SPACES
               MOVE 'TITULO EM BRANCO' TO WRK-MOTIVO
                           WRITE CTL-REG
                   END-REWRITE
                   PERFORM 0225-GRAVAR-AUDIT-FILME
                   PERFORM 0240-GRAVAR-ELENCO
           END-WRITE.

      *----A CARGA EM LOTE ALIMENTA A MESMA AUDITORIA DE INCLUSAO-----
           MOVE CODFILME TO FAUD-CODFILME.
           WRITE FAUD-REG.

      *----SEPARA OS NOMES DA COLUNA ELENCO E VINCULA CADA UM AO------
      *----FILME GRAVADO------------------------------------------------
       0240-GRAVAR-ELENCO         SECTION.
           MOVE 1 TO WRK-PONT-ELENCO.
           PERFORM UNTIL WRK-PONT-ELENCO GREATER 150
               MOVE SPACES TO WRK-ITEM-ELENCO
               UNSTRING WRK-ELENCO-CSV DELIMITED BY ';'
                   INTO WRK-ITEM-ELENCO
                   WITH POINTER WRK-PONT-ELENCO
               END-UNSTRING
               IF WRK-ITEM-ELENCO(1:1) EQUAL SPACE
                   MOVE WRK-ITEM-ELENCO(2:31) TO WRK-ITEM-AUX
                   MOVE WRK-ITEM-AUX TO WRK-ITEM-ELENCO
               END-IF
               IF WRK-ITEM-ELENCO NOT EQUAL SPACES
                   PERFORM 0245-GRAVAR-VINCULO
               END-IF
           END-PERFORM.

      *----GRAVA O VINCULO E, NO PRIMEIRO, A PESSOA; QUEM ATUA E------
      *----DIRIGE FICA COMO 'X' NO CADASTRO DE PESSOAS-----------------
       0245-GRAVAR-VINCULO        SECTION.
           MOVE CODFILME TO ELE-CODFILME.
           EVALUATE WRK-ITEM-ELENCO(1:2)
               WHEN 'D:'
                   MOVE 'D' TO ELE-PAPEL
                   MOVE WRK-ITEM-ELENCO(3:30) TO ELE-NOME
               WHEN 'A:'
                   MOVE 'A' TO ELE-PAPEL
                   MOVE WRK-ITEM-ELENCO(3:30) TO ELE-NOME
               WHEN OTHER
                   MOVE 'A' TO ELE-PAPEL
                   MOVE WRK-ITEM-ELENCO(1:30) TO ELE-NOME
           END-EVALUATE.
           WRITE ELE-REG
               INVALID KEY
                   REWRITE ELE-REG
           END-WRITE.
           ADD 1 TO WRK-QT-VINCULOS.
           MOVE ELE-NOME TO PES-NOME.
           READ PESSOAS
               INVALID KEY
                   MOVE ELE-PAPEL TO PES-TIPO
                   ACCEPT PES-DATA-CADASTRO FROM DATE YYYYMMDD
                   WRITE PES-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF PES-TIPO NOT EQUAL ELE-PAPEL
                      AND NOT PES-ATOR-DIRETOR
                       MOVE 'X' TO PES-TIPO
                       REWRITE PES-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

      *----GRAVA A LINHA RECUSADA COM O MOTIVO NO RELATORIO------------
       0230-GRAVAR-REJEITADO      SECTION.
           ADD 1 TO WRK-QT-REJEITADOS.
           CLOSE REJEITADOS.
           CLOSE GENEROS.
           CLOSE FILMAUD.
           CLOSE PESSOAS.
           CLOSE ELENCO.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "LINHAS LIDAS.........." WRK-QT-LIDOS.
           DISPLAY "FILMES GRAVADOS......." WRK-QT-GRAVADOS.
           DISPLAY "LINHAS REJEITADAS....." WRK-QT-REJEITADOS.
           DISPLAY "VINCULOS DE ELENCO...." WRK-QT-VINCULOS.
           DISPLAY "FIM DA CARGA DE FILMES VIA CSV".

      *----GRAVA O REGISTRO DESTA EXECUCAO NO HISTORICO DE JOBS--------
