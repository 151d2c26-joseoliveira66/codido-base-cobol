      *                 PARA O PRIMEIRO DA FILA POR PARAM-DIAS-ESPERA
      *                 DIAS, BLOQUEADA PARA OUTROS CLIENTES; A
      *                 LIBERACAO E A LISTA DIARIA SAEM NO ESPERADIA
      * 15/10/2026 JO - JANELA DE LICENCA POR TITULO (FILMDATAS.DAT/
      *                 FILMDATCAD): EMPRESTIMO E RENOVACAO DE TITULO
      *                 FORA DA JANELA SAO RECUSADOS (VENCIMENTOS NO
      *                 RELATORIO SEMANAL LICVENC)
      * 15/10/2026 JO - EMBARGO DE LANCAMENTO: TITULO RECEBIDO ANTES DA
      *                 DATA DE RUA (FDAT-LANCAMENTO) NAO SAI DO BALCAO
      * 15/10/2026 JO - FORMATO DE MIDIA DA COPIA (DVD/BLU-RAY/4K): O
      *                 CLIENTE ESCOLHE O FORMATO, A DISPONIBILIDADE E
      *                 POR FORMATO, O PRECO SOMA O ACRESCIMO 'M' DE
      *                 PRECOS.DAT E A RESERVA GUARDA O FORMATO PEDIDO
      * 15/10/2026 JO - ELENCO E DIRECAO DO TITULO (PESSOAS.DAT E
      *                 ELENCO.DAT): MANTIDOS NA INCLUSAO E NA
      *                 ALTERACAO, MOSTRADOS NA CONSULTA E EXCLUIDOS
      *                 JUNTO COM O FILME
      * 15/10/2026 JO - AVALIACAO DO CLIENTE (NOTA 1 A 5) CAPTADA NA
      *                 DEVOLUCAO E GRAVADA EM AVALIACAO.DAT POR
      *                 TITULO E CLIENTE (MEDIA APURADA PELO AVALAPUR)
      * 15/10/2026 JO - RESERVA GRAVA A LOJA DA SESSAO (REMANEJAMENTO)
      * 15/10/2026 JO - DEVOLUCAO EM QUALQUER LOJA: GRAVA A LOJA QUE
      *                 RECEBEU (EMP-LOJA-DEVOL) E A COPIA DE OUTRA
      *                 LOJA VOLTA EM TRANSITO PARA A DONA OU E ADOTADA
      *                 QUANDO A FILA DE RESERVA E DAQUI (PARAMETRO),
      *                 COM O MOVIMENTO NO TRANSLOG.TXT
      * 15/10/2026 JO - DEVOLUCAO PELA URNA EM LOTE (ETIQUETA 1 NA
      *                 DEVOLUCAO): DATADA DO DIA UTIL ANTERIOR, COM
      *                 RESERVA/ESPERA NORMAIS E LISTA EM URNA*.TXT
      * 15/10/2026 JO - CAUCAO REEMBOLSAVEL (CAUCAO.DAT) NO EMPRESTIMO
      *                 DE CLIENTE SEM HISTORICO (PARAMETRO) OU DE
      *                 LANCAMENTO CARO (PRECO TIPO 'C'): ABATE A
      *                 MULTA/REPOSICAO NA DEVOLUCAO E DEVOLVE O RESTO
      * 15/10/2026 JO - RAZAO DO BALCAO: CADA ENTRADA OU SAIDA DE
      *                 DINHEIRO (LOCACAO, FRETE, MULTA, PARCELA,
      *                 RENOVACAO E CAUCAO) E LANCADA NO CAIXAMOV.LOG
      *                 PELO CXLANCA COM LOJA, OPERADOR E ESPECIE
      * 15/10/2026 JO - NUMERO DA NFS-E (EMP-NFSE-NUMERO, GRAVADO PELO
      *                 NFSERET) IMPRESSO NO RECIBO; A REIMPRESSAO
      *                 VALE TAMBEM PARA EMPRESTIMO JA DEVOLVIDO COM
      *                 NOTA EMITIDA
      * 15/10/2026 JO - PLANO COM MENSALIDADE PENDENTE (PLANOCOB.DAT)
      *                 HA MAIS DIAS QUE PARAM-PLANO-DIAS-ATRASO NAO
      *                 COBRE O EMPRESTIMO
      * 15/10/2026 JO - RESGATE DE CARTAO PRESENTE ZERA O AVISO DE
      *                 CARTAO PARADO (GIFT-DATA-AVISO)
      * 15/10/2026 JO - CLIENTE COM E-MAIL OU ENDERECO DEVOLVIDO
      *                 (NOTDEVOL) MOSTRA NO EMPRESTIMO O AVISO PARA
      *                 CONFIRMAR OS DADOS DE CONTATO
      * 15/10/2026 JO - CONTA FAMILIA (FAMILIA.DAT, FAMCAD): LIMITE DE
      *                 EMPRESTIMOS DA FAMILIA, LANCAMENTO NA CONTA DO
      *                 DEPENDENTE CAI NA CONTA DO TITULAR E EXTRATO
      *                 DO TITULAR COM OS EMPRESTIMOS DOS DEPENDENTES
      * 15/10/2026 JO - EMPRESTIMO, DEVOLUCAO, MULTAS E RENOVACAO SO
      *                 COM O MES ABERTO (PERIODO.DAT, FECHAMES)
      * 15/10/2026 JO - CAUCAO NA DEVOLUCAO PELA URNA SO ABATE A MULTA;
      *                 O RESTO FICA A ENTREGAR E SAI DO CAIXA QUANDO O
      *                 CLIENTE VEM AO BALCAO (DEVOLUCAO MANUAL)
      * 15/10/2026 JO - LOTE DA URNA RECUSADO QUANDO O DIA UTIL ANTERIOR
      *                 CAI EM MES FECHADO; MULTA GRAVA A DATA DE
      *                 LANCAMENTO (MUL-DATA-LANCAMENTO) DO DIA
      *****************************************
      * -----CONFIGURACOES DO AMBIENTE DE EXECUCAO--------
       ENVIRONMENT                                DIVISION.
               FILE STATUS IS PARAMS-STATUS
               RECORD KEY IS PARAM-CHAVE.

      *----DATAS CONTRATUAIS DO TITULO MANTIDAS PELO FILMDATCAD-------
           SELECT FILMDATAS ASSIGN TO 'DADOS\FILMDATAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDAT-CODFILME
               FILE STATUS IS FS-FILMDATAS.

      *----ATORES/DIRETORES E O VINCULO DE CADA TITULO COM ELES--------
           SELECT PESSOAS ASSIGN TO 'DADOS\PESSOAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-NOME
               FILE STATUS IS FS-PESSOAS.

           SELECT ELENCO ASSIGN TO 'DADOS\ELENCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELE-CHAVE
               ALTERNATE RECORD KEY IS ELE-NOME WITH DUPLICATES
               FILE STATUS IS FS-ELENCO.

      *----NOTA DO CLIENTE PARA O TITULO, DADA NA DEVOLUCAO-----------
           SELECT AVALIACAO ASSIGN TO 'DADOS\AVALIACAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVAL-CHAVE
               FILE STATUS IS FS-AVALIACAO.

      *----CAUCOES COBRADAS NO EMPRESTIMO E BAIXADAS NA DEVOLUCAO-----
           SELECT CAUCAO ASSIGN TO 'DADOS\CAUCAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAU-CHAVE
               FILE STATUS IS FS-CAUCAO.

      *----LOG DE TRANSFERENCIAS DE COPIAS ENTRE LOJAS (LOJATRANS)----
           SELECT TRANSLOG ASSIGN TO 'DADOS\TRANSLOG.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRANSLOG.

      *----COPIAS FISICAS DE CADA TITULO MANTIDAS PELO COPIACAD-------
           SELECT COPIAS ASSIGN TO 'DADOS\COPIAS.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PLANO-CODIGO
               FILE STATUS IS FS-PLANOS.

      *----MENSALIDADES DOS PLANOS (PLANOFAT/PLANOPAG)-----------------
           SELECT PLANOCOB ASSIGN TO 'DADOS\PLANOCOB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLNCOB-CHAVE
               FILE STATUS IS FS-PLANOCOB.

      *----FILA DE RESERVAS POR FILME---------------------------------
           SELECT RESERVAS ASSIGN TO 'DADOS\RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SUSP-CLIENTE
               FILE STATUS IS FS-SUSPENSO.

      *----CONTA FAMILIA: DEPENDENTE LIGADO AO TITULAR (FAMCAD)-------
           SELECT FAMILIA ASSIGN TO 'DADOS\FAMILIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-DEPENDENTE
               ALTERNATE RECORD KEY IS FAM-TITULAR WITH DUPLICATES
               FILE STATUS IS FS-FAMILIA.

      *----TABELA DE MOTIVOS (MOTIVOCAD), PARA MOSTRAR O MOTIVO-------
           SELECT MOTIVOS ASSIGN TO 'DADOS\MOTIVOS.DAT'
               ORGANIZATION IS INDEXED
       FD COPIAS.
           COPY "COPIAREG".

      *----DATAS CONTRATUAIS DO TITULO (JANELA DE LICENCA)----------
       FD FILMDATAS.
           COPY "FILMDATREG".

      *----PESSOAS (ATORES/DIRETORES) E ELENCO DE CADA TITULO---------
       FD PESSOAS.
           COPY "PESSOAREG".

       FD ELENCO.
           COPY "ELENCOREG".

      *----AVALIACAO DO CLIENTE POR TITULO----------------------------
       FD AVALIACAO.
           COPY "AVALREG".

      *----CAUCAO DO EMPRESTIMO---------------------------------------
       FD CAUCAO.
           COPY "CAUCAOREG".

      *----LOG DE TRANSFERENCIAS ENTRE LOJAS--------------------------
       FD TRANSLOG.
       01 TRANSLOG-REG              PIC X(100).

      *----PLANOS DE ASSINATURA MENSAL DOS CLIENTES-------------------
       FD PLANOS.
           COPY "PLANOREG".

      *----MENSALIDADES DOS PLANOS POR CLIENTE E COMPETENCIA----------
       FD PLANOCOB.
           COPY "PLNCOBREG".

      *----FILA DE RESERVAS POR FILME, EM ORDEM DE CHEGADA-----------
       FD RESERVAS.
           COPY "RESERVAREG".
       FD SUSPENSO.
           COPY "SUSPREG".

      *----CONTA FAMILIA (DEPENDENTE -> TITULAR)---------------------
       FD FAMILIA.
           COPY "FAMREG".

      *----TABELA DE MOTIVOS POR TIPO DE OCORRENCIA-----------------
       FD MOTIVOS.
           COPY "MOTIVOREG".
       77 WRK-QT-ESPERAS            PIC 9(02)   VALUE ZEROS.
      *----SUSPENSAO DO CLIENTE VERIFICADA ANTES DO EMPRESTIMO---------
       77 FS-SUSPENSO               PIC 9(02)   VALUE ZEROS.
      *----CONTA FAMILIA: LIMITE DA FAMILIA E EXTRATO DO TITULAR-------
       77 FS-FAMILIA                PIC 9(02)   VALUE ZEROS.
       77 WRK-FAM-TITULAR           PIC 9(09)   VALUE ZEROS.
       77 WRK-FAM-MEMBRO            PIC 9(09)   VALUE ZEROS.
       77 WRK-QTD-ABERTOS-FAM       PIC 9(03)   VALUE 0.
       77 WRK-PER-DATA              PIC 9(08)   VALUE ZEROS.
       77 WRK-PER-FECHADO           PIC X(01)   VALUE 'N'.
       77 FS-MOTIVOS                PIC 9(02)   VALUE ZEROS.
      *----CAMPANHA PROMOCIONAL APLICADA NO PRECO DO BALCAO------------
       77 FS-CAMPANHAS              PIC 9(02)   VALUE ZEROS.
       77 WRK-GIFT-DEBITO-ED        PIC ZZZZ9,99 VALUE ZEROS.
      *----COBERTURA DO EMPRESTIMO PELO PLANO DE ASSINATURA------------
       77 FS-PLANOS                 PIC 9(02)   VALUE ZEROS.
       77 FS-PLANOCOB               PIC 9(02)   VALUE ZEROS.
       77 WRK-PLANO-ATRASADO        PIC X(01)   VALUE 'N'.
       77 WRK-DIAS-ATRASO-PLANO     PIC 9(05)   VALUE ZEROS.
       77 WRK-PRECO-ORIGEM          PIC X(01)   VALUE SPACES.
       77 WRK-COBERTO-PLANO         PIC X(01)   VALUE 'N'.
       77 WRK-QT-EMP-MES            PIC 9(03)   VALUE ZEROS.
       77 WRK-COPIA-ESCOLHIDA       PIC 9(02)   VALUE 0.
       77 WRK-IND-COPIA             PIC 9(03)   VALUE 0.
       77 WRK-TEM-REG-COPIA         PIC X(01)   VALUE 'N'.
      *----JANELA DE LICENCA DO TITULO (FILMDATAS.DAT)-----------------
       77 FS-FILMDATAS              PIC 9(02)   VALUE ZEROS.
       77 WRK-LICENCA-OK            PIC X(01)   VALUE 'S'.
      *----FORMATO DE MIDIA PEDIDO NO EMPRESTIMO (BRANCO = QUALQUER)---
       77 WRK-FORMATO-PEDIDO        PIC X(01)   VALUE SPACES.
       77 WRK-FORMATO-OK            PIC X(01)   VALUE 'S'.
       77 WRK-FORMATO-DEVOLVIDO     PIC X(01)   VALUE SPACES.
       77 WRK-QT-FMT-DVD            PIC 9(02)   VALUE 0.
       77 WRK-QT-FMT-BLURAY         PIC 9(02)   VALUE 0.
       77 WRK-QT-FMT-4K             PIC 9(02)   VALUE 0.
       77 WRK-QT-FORMATOS           PIC 9(01)   VALUE 0.
       77 WRK-ACRESCIMO-FMT         PIC 9(05)V99 VALUE ZEROS.
      *----MANUTENCAO DO ELENCO/DIRECAO DO TITULO----------------------
       77 FS-PESSOAS                PIC 9(02)   VALUE ZEROS.
       77 FS-ELENCO                 PIC 9(02)   VALUE ZEROS.
       77 WRK-CONTINUA-ELENCO       PIC X(01)   VALUE 'N'.
       77 WRK-ELE-NOME              PIC X(30)   VALUE SPACES.
       77 WRK-ELE-PAPEL             PIC X(01)   VALUE SPACES.
       77 WRK-ELENCO-LINHA          PIC X(70)   VALUE SPACES.
       77 WRK-ELENCO-PONT           PIC 9(03)   VALUE 1.
      *----AVALIACAO DO CLIENTE CAPTADA NA DEVOLUCAO-------------------
       77 FS-AVALIACAO              PIC 9(02)   VALUE ZEROS.
       77 WRK-NOTA-CLIENTE          PIC 9(01)   VALUE ZEROS.
      *----DEVOLUCAO DE COPIA DE OUTRA LOJA----------------------------
       77 FS-TRANSLOG               PIC 9(02)   VALUE ZEROS.
       77 WRK-RES-LOJA-ANTIGA       PIC 9(02)   VALUE ZEROS.
       77 WRK-LOJA-DONA             PIC 9(02)   VALUE ZEROS.
       77 WRK-COPIA-FICA            PIC X(01)   VALUE 'S'.
       77 WRK-MOV-TRANSITO          PIC X(01)   VALUE SPACES.
      *----DEVOLUCAO PELA URNA (LOTE DA ABERTURA DA LOJA)--------------
       77 WRK-DATA-URNA             PIC 9(08)   VALUE ZEROS.
       77 WRK-HOJE-URNA             PIC 9(08)   VALUE ZEROS.
       77 WRK-QT-URNA               PIC 9(03)   VALUE ZEROS.
       77 WRK-QT-URNA-ERRO          PIC 9(03)   VALUE ZEROS.
       77 WRK-ULTIMA-URNA           PIC X(60)   VALUE SPACES.
       77 WRK-SITUACAO-URNA         PIC X(30)   VALUE SPACES.
      *----CAUCAO DO EMPRESTIMO (CLIENTE NOVO OU LANCAMENTO CARO)------
       77 FS-CAUCAO                 PIC 9(02)   VALUE ZEROS.
       77 WRK-QTD-HIST-CLI          PIC 9(03)   VALUE 0.
       77 WRK-FID-QT-12M            PIC 9(03)   VALUE 0.
       77 WRK-VALOR-CAUCAO          PIC 9(05)V99 VALUE ZEROS.
       77 WRK-MOTIVO-CAUCAO         PIC X(01)   VALUE SPACES.
       77 WRK-TENDER-CAUCAO         PIC X(01)   VALUE 'D'.
       77 WRK-CAUCAO-OK             PIC X(01)   VALUE 'S'.
       77 WRK-CAUCAO-APLICAR        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CAUCAO-DEVOLVER       PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SW-URNA               PIC X(01)   VALUE 'N'.
       77 WRK-VALOR-CAUCAO-ED       PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-CAUCAO-DEVOLVER-ED    PIC ZZZZ9,99 VALUE ZEROS.
      *----LANCAMENTO DO RAZAO DO BALCAO (CXLANCA)---------------------
       77 WRK-CXM-GRAVOU            PIC X(01)   VALUE 'N'.

       01 WRK-COPIA-ATIVA-TAB.
           05 WRK-COPIA-ATIVA-SW    PIC X(01) OCCURS 99 TIMES.
       01 WRK-COPIA-USADA-TAB.
           05 WRK-COPIA-USADA-SW    PIC X(01) OCCURS 99 TIMES.
       01 WRK-COPIA-FORMATO-TAB.
           05 WRK-COPIA-FORMATO     PIC X(01) OCCURS 99 TIMES.

       01 WRK-LISTA-FILMES OCCURS 10 TIMES.
           05 WRK-LISTA-CODFILME    PIC 9(005).
           05 WRK-GEN-SOMA-NOTA     PIC 9(007).
           05 WRK-GEN-MEDIA-NOTA    PIC 9(003)V99.

       COPY "CXMOVREG".

      * -DEFINICAO DAS TELAS DE INTERACAO COM O USUARIO--
       SCREEN                                     SECTION.
       01 TELA.
                   CLOSE COPIAS
                   OPEN I-O COPIAS
               END-IF.
           OPEN INPUT FILMDATAS.
               IF FS-FILMDATAS EQUAL 35 THEN
                   OPEN OUTPUT FILMDATAS
                   CLOSE FILMDATAS
                   OPEN INPUT FILMDATAS
               END-IF.
           OPEN I-O PESSOAS.
               IF FS-PESSOAS EQUAL 35 THEN
                   OPEN OUTPUT PESSOAS
                   CLOSE PESSOAS
                   OPEN I-O PESSOAS
               END-IF.
           OPEN I-O ELENCO.
               IF FS-ELENCO EQUAL 35 THEN
                   OPEN OUTPUT ELENCO
                   CLOSE ELENCO
                   OPEN I-O ELENCO
               END-IF.
           OPEN I-O AVALIACAO.
               IF FS-AVALIACAO EQUAL 35 THEN
                   OPEN OUTPUT AVALIACAO
                   CLOSE AVALIACAO
                   OPEN I-O AVALIACAO
               END-IF.
           OPEN I-O CAUCAO.
               IF FS-CAUCAO EQUAL 35 THEN
                   OPEN OUTPUT CAUCAO
                   CLOSE CAUCAO
                   OPEN I-O CAUCAO
               END-IF.
           OPEN INPUT PARAMS.
               IF PARAMS-STATUS EQUAL 35 THEN
                   OPEN OUTPUT PARAMS
                   CLOSE PLANOS
                   OPEN INPUT PLANOS
               END-IF.
           OPEN INPUT PLANOCOB.
               IF FS-PLANOCOB EQUAL 35 THEN
                   OPEN OUTPUT PLANOCOB
                   CLOSE PLANOCOB
                   OPEN INPUT PLANOCOB
               END-IF.
           OPEN I-O CLICC.
               IF FS-CLICC EQUAL 35 THEN
                   OPEN OUTPUT CLICC
                   CLOSE SUSPENSO
                   OPEN I-O SUSPENSO
               END-IF.
           OPEN INPUT FAMILIA.
               IF FS-FAMILIA EQUAL 35 THEN
                   OPEN OUTPUT FAMILIA
                   CLOSE FAMILIA
                   OPEN INPUT FAMILIA
               END-IF.
           OPEN INPUT MOTIVOS.
               IF FS-MOTIVOS EQUAL 35 THEN
                   OPEN OUTPUT MOTIVOS
           IF PARAM-FID-DESC-OURO EQUAL ZEROS
               MOVE 10 TO PARAM-FID-DESC-OURO
           END-IF.
           IF PARAM-PLANO-DIAS-ATRASO EQUAL ZEROS
               MOVE 10 TO PARAM-PLANO-DIAS-ATRASO
           END-IF.

      * -----MONTA A TELA PRINCIPAL DO MENU------------
       1100-MONTATELA.
           ELSE IF WRK-OPCAO = '6'
               PERFORM 9100-RELACAODISCO
           ELSE IF WRK-OPCAO = '7'
               PERFORM 9870-VERIFICAR-PERIODO
               IF WRK-PER-FECHADO NOT EQUAL 'S'
                   PERFORM 8500-EMPRESTAR
               END-IF
           ELSE IF WRK-OPCAO = '8'
               PERFORM 9870-VERIFICAR-PERIODO
               IF WRK-PER-FECHADO NOT EQUAL 'S'
                   PERFORM 8600-DEVOLVER THRU 8600-FIM
               END-IF
           ELSE IF WRK-OPCAO = '9'
               PERFORM 9200-ESTATISTICAGENERO
           ELSE IF WRK-OPCAO = 'C' OR WRK-OPCAO = 'c'
           ELSE IF WRK-OPCAO = 'A' OR WRK-OPCAO = 'a'
               PERFORM 9400-LISTAR-ATRASADOS
           ELSE IF WRK-OPCAO = 'M' OR WRK-OPCAO = 'm'
               PERFORM 9870-VERIFICAR-PERIODO
               IF WRK-PER-FECHADO NOT EQUAL 'S'
                   PERFORM 8700-MULTAS
               END-IF
           ELSE IF WRK-OPCAO = 'R' OR WRK-OPCAO = 'r'
               PERFORM 8800-RESERVAS
           ELSE IF WRK-OPCAO = 'H' OR WRK-OPCAO = 'h'
           ELSE IF WRK-OPCAO = 'V' OR WRK-OPCAO = 'v'
               PERFORM 9600-REIMPRIMIR-RECIBO
           ELSE IF WRK-OPCAO = 'N' OR WRK-OPCAO = 'n'
               PERFORM 9870-VERIFICAR-PERIODO
               IF WRK-PER-FECHADO NOT EQUAL 'S'
                   PERFORM 9650-RENOVAR
               END-IF
           ELSE IF WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'
               CONTINUE
           ELSE
               CLOSE PRECOS.
               CLOSE RESERVAS.
               CLOSE COPIAS.
               CLOSE FILMDATAS.
               CLOSE PESSOAS.
               CLOSE ELENCO.
               CLOSE AVALIACAO.
               CLOSE CAUCAO.
               CLOSE PARAMS.
               CLOSE PRAZOS.
               CLOSE GENEROS.
               CLOSE FRETELOG.
               CLOSE FIDELID.
               CLOSE PLANOS.
               CLOSE PLANOCOB.
               CLOSE CLICC.
               CLOSE GIFTCARD.
               CLOSE GIFTMOV.
               CLOSE CAMPANHAS.
               CLOSE SUSPENSO.
               CLOSE FAMILIA.
               CLOSE MOTIVOS.
               CLOSE ESPERA.
               CLOSE DISTRIB.
                         NOT INVALID KEY
                            PERFORM 5020-GRAVAR-PROXIMO-CODFILME
                            PERFORM 5040-CAPTAR-AQUISICAO
                            PERFORM 5050-PERGUNTAR-ELENCO
                            MOVE 'INCLUSAO' TO WRK-OPERACAO-FAUD
                            PERFORM 9700-GRAVAR-AUDIT-FILME
                            MOVE 'CADASTRADO OK. ENTER'
                   WRITE CTL-REG
           END-REWRITE.

      *----OFERECE A MANUTENCAO DO ELENCO/DIRECAO DO TITULO-----------
       5050-PERGUNTAR-ELENCO.
           DISPLAY 'MANTER ELENCO/DIRECAO? (S/N)' LINE 19 COL 10.
           ACCEPT WRK-TECLA LINE 19 COL 40.
           IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
               PERFORM 5060-MANTER-ELENCO
           END-IF.
           MOVE SPACES TO WRK-TECLA.

      *----MOSTRA OS VINCULOS DO TITULO E INCLUI, TROCA O PAPEL OU----
      *----EXCLUI PELO NOME DA PESSOA (NOME EM BRANCO ENCERRA)--------
       5060-MANTER-ELENCO.
           MOVE 'S' TO WRK-CONTINUA-ELENCO.
           PERFORM UNTIL WRK-CONTINUA-ELENCO NOT EQUAL 'S'
               DISPLAY TELA
               PERFORM 5065-LISTAR-ELENCO
               MOVE SPACES TO WRK-ELE-NOME WRK-ELE-PAPEL
               DISPLAY 'NOME (BRANCO SAI): ' LINE 18 COL 10
               ACCEPT WRK-ELE-NOME LINE 18 COL 30
               IF WRK-ELE-NOME EQUAL SPACES
                   MOVE 'N' TO WRK-CONTINUA-ELENCO
               ELSE
                   DISPLAY 'PAPEL (A-ATOR D-DIRETOR E-EXCLUIR): '
                           LINE 19 COL 10
                   ACCEPT WRK-ELE-PAPEL LINE 19 COL 47
                   PERFORM 5070-GRAVAR-VINCULO
                   PERFORM 9999-MOSTRAR-ERRO
               END-IF
           END-PERFORM.

      *----LISTA O ELENCO/DIRECAO JA VINCULADO AO TITULO--------------
       5065-LISTAR-ELENCO.
           DISPLAY 'ELENCO DE: ' LINE 04 COL 10.
           DISPLAY TITULO LINE 04 COL 21.
           MOVE 5 TO WRK-CONTALINHA.
           MOVE CODFILME TO ELE-CODFILME.
           MOVE SPACES TO ELE-NOME.
           START ELENCO KEY >= ELE-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ELENCO NEXT
                   PERFORM UNTIL FS-ELENCO NOT EQUAL ZEROS
                           OR ELE-CODFILME NOT EQUAL CODFILME
                       IF WRK-CONTALINHA LESS 17
                           DISPLAY ELE-PAPEL ' - ' ELE-NOME
                                   LINE WRK-CONTALINHA COL 10
                           ADD 1 TO WRK-CONTALINHA
                       END-IF
                       READ ELENCO NEXT
                   END-PERFORM
           END-START.

      *----GRAVA, TROCA O PAPEL OU EXCLUI O VINCULO INFORMADO---------
       5070-GRAVAR-VINCULO.
           MOVE CODFILME TO ELE-CODFILME.
           MOVE WRK-ELE-NOME TO ELE-NOME.
           IF WRK-ELE-PAPEL EQUAL 'a'
               MOVE 'A' TO WRK-ELE-PAPEL
           END-IF.
           IF WRK-ELE-PAPEL EQUAL 'd'
               MOVE 'D' TO WRK-ELE-PAPEL
           END-IF.
           IF WRK-ELE-PAPEL EQUAL 'E' OR WRK-ELE-PAPEL EQUAL 'e'
               DELETE ELENCO
                   INVALID KEY
                       MOVE 'VINCULO NAO ENCONTRADO. ENTER'
                            TO WRK-MSGERRO
                   NOT INVALID KEY
                       MOVE 'VINCULO EXCLUIDO. ENTER' TO WRK-MSGERRO
               END-DELETE
           ELSE
               IF WRK-ELE-PAPEL NOT EQUAL 'A' AND
                  WRK-ELE-PAPEL NOT EQUAL 'D'
                   MOVE 'PAPEL INVALIDO (A/D/E). ENTER' TO WRK-MSGERRO
               ELSE
                   MOVE WRK-ELE-PAPEL TO ELE-PAPEL
                   WRITE ELE-REG
                       INVALID KEY
                           REWRITE ELE-REG
                   END-WRITE
                   PERFORM 5075-GRAVAR-PESSOA
                   MOVE 'VINCULO GRAVADO. ENTER' TO WRK-MSGERRO
               END-IF
           END-IF.

      *----A PESSOA ENTRA NO CADASTRO NO PRIMEIRO VINCULO; QUEM ATUA--
      *----E DIRIGE PASSA A SER 'X'------------------------------------
       5075-GRAVAR-PESSOA.
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

      *----CAPTA OS DADOS DE AQUISICAO DO TITULO RECEM-CADASTRADO-----
      *----(DATA DA COMPRA, FORNECEDOR E CUSTO)-------------------------
       5040-CAPTAR-AQUISICAO.
               UNTIL WRK-FORN-OK EQUAL 'S'.
           DISPLAY 'CUSTO (EX: 45,00):' LINE 18 COL 10.
           ACCEPT AQUIS-CUSTO LINE 18 COL 38.
           MOVE ZEROS TO AQUIS-CUSTO-TOTAL.
           WRITE AQUIS-REG
               INVALID KEY
                   REWRITE AQUIS-REG
                    NOT INVALID KEY
                    MOVE MSG-PADRAO-ENCONTRADO TO WRK-MSGERRO
                    DISPLAY SS-DADOS
                    PERFORM 6300-MOSTRAR-ELENCO
               END-READ
               PERFORM 9999-MOSTRAR-ERRO
           END-IF.
               MOVE 'N' TO WRK-CONTINUA-BUSCA
           END-IF.

      *----ELENCO/DIRECAO DO TITULO NUMA LINHA ABAIXO DOS DADOS-------
       6300-MOSTRAR-ELENCO.
           MOVE SPACES TO WRK-ELENCO-LINHA.
           MOVE 1 TO WRK-ELENCO-PONT.
           STRING 'ELENCO: ' DELIMITED BY SIZE
               INTO WRK-ELENCO-LINHA WITH POINTER WRK-ELENCO-PONT
           END-STRING.
           MOVE CODFILME TO ELE-CODFILME.
           MOVE SPACES TO ELE-NOME.
           START ELENCO KEY >= ELE-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ELENCO NEXT
                   PERFORM UNTIL FS-ELENCO NOT EQUAL ZEROS
                           OR ELE-CODFILME NOT EQUAL CODFILME
                           OR WRK-ELENCO-PONT GREATER 70
                       STRING ELE-NOME DELIMITED BY '  '
                              '(' DELIMITED BY SIZE
                              ELE-PAPEL DELIMITED BY SIZE
                              ') ' DELIMITED BY SIZE
                           INTO WRK-ELENCO-LINHA
                           WITH POINTER WRK-ELENCO-PONT
                           ON OVERFLOW
                               MOVE 71 TO WRK-ELENCO-PONT
                       END-STRING
                       READ ELENCO NEXT
                   END-PERFORM
           END-START.
           DISPLAY WRK-ELENCO-LINHA LINE 17 COL 10.

       6210-EXIBIR-ITEM-LISTA.
           ADD 10 TO WRK-INDICE-LISTA GIVING WRK-LINHA-LISTA.
           DISPLAY WRK-INDICE-LISTA ' - '
                             TO WRK-MSGERRO
                       PERFORM 9999-MOSTRAR-ERRO
                   END-IF
                   PERFORM 5050-PERGUNTAR-ELENCO
           END-READ.

      * -----ROTINA PARA EXCLUIR UM FILME------------------
                           NOT INVALID KEY
                               MOVE 'EXCLUSAO' TO WRK-OPERACAO-FAUD
                               PERFORM 9700-GRAVAR-AUDIT-FILME
                               PERFORM 8010-EXCLUIR-ELENCO
                               MOVE 'FILME EXCLUIDO. ENTER'
                                     TO WRK-MSGERRO
                       END-DELETE
                   END-IF
           END-READ.

      *----O FILME EXCLUIDO LEVA JUNTO OS VINCULOS DE ELENCO (A-------
      *----PESSOA FICA NO CADASTRO PARA OS OUTROS TITULOS)-------------
       8010-EXCLUIR-ELENCO.
           MOVE CODFILME TO ELE-CODFILME.
           MOVE SPACES TO ELE-NOME.
           START ELENCO KEY >= ELE-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ELENCO NEXT
                   PERFORM UNTIL FS-ELENCO NOT EQUAL ZEROS
                           OR ELE-CODFILME NOT EQUAL CODFILME
                       DELETE ELENCO
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       READ ELENCO NEXT
                   END-PERFORM
           END-START.

      * -----ROTINA PARA REGISTRAR O EMPRESTIMO DE UM FILME--------
       8500-EMPRESTAR.
           MOVE 'MODULO - EMPRESTIMO' TO WRK-MODULO.
           MOVE SPACES TO WRK-MSGERRO.
           MOVE ZEROS TO WRK-COPIA-FORCADA.
           MOVE SPACES TO WRK-FORMATO-PEDIDO.
           DISPLAY TELA.
      *----A ETIQUETA DA COPIA IDENTIFICA FILME E COPIA DE UMA VEZ;---
      *----SEM ETIQUETA SEGUE O CAMINHO MANUAL DE SEMPRE---------------
                                 TO WRK-MSGERRO
                       NOT INVALID KEY
                       PERFORM 8501-MOSTRAR-FIDELIDADE
                       PERFORM 8540-AVISAR-CONTATO
                       PERFORM 8502-VERIFICAR-ATRASOS THRU 8502-FIM
                       IF WRK-PODE-EMPRESTAR EQUAL 'S'
                           PERFORM 8503-EFETIVAR-EMPRESTIMO
      *----MOSTRA O NIVEL DE FIDELIDADE DO CLIENTE E GUARDA O----------
      *----DESCONTO DO NIVEL PARA O CALCULO DO PRECO--------------------
       8501-MOSTRAR-FIDELIDADE.
           MOVE ZEROS TO WRK-DESC-FIDELIDADE WRK-FID-QT-12M.
           MOVE 'BRONZE' TO WRK-NIVEL-FIDELIDADE.
           PERFORM 1050-LER-PARAMETROS.
           MOVE EMP-CLIENTE TO FID-CLIENTE.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FID-QT-12M TO WRK-FID-QT-12M
                   IF FID-OURO
                       MOVE 'OURO' TO WRK-NIVEL-FIDELIDADE
                       MOVE PARAM-FID-DESC-OURO TO WRK-DESC-FIDELIDADE
           DISPLAY 'FIDELIDADE: ' LINE 08 COL 10.
           DISPLAY WRK-NIVEL-FIDELIDADE LINE 08 COL 23.

      *----E-MAIL OU CARTA DEVOLVIDA: PEDIR AO CLIENTE NO BALCAO OS---
      *----DADOS CERTOS (A CORRECAO E FEITA NO CADASTRO DE CLIENTES)---
       8540-AVISAR-CONTATO.
           IF CLIENTES-CONFIRMA-CONTATO
               IF CLIENTES-EMAIL-INVALIDO
                   DISPLAY 'CONFIRMAR E-MAIL DO CLIENTE' LINE 07 COL 45
               ELSE
                   DISPLAY 'CONFIRMAR ENDERECO DO CLIENTE'
                           LINE 07 COL 45
               END-IF
           END-IF.

      *----ANTES DE EMPRESTAR, VARRE OS EMPRESTIMOS EM ABERTO DO------
      *----CLIENTE: APLICA O LIMITE DE EMPRESTIMOS SIMULTANEOS E,-----
      *----SE HOUVER ATRASO, MOSTRA OS ITENS E BLOQUEIA OU EXIGE------
           IF WRK-PODE-EMPRESTAR EQUAL 'N'
               GO TO 8502-FIM
           END-IF.
           MOVE 0 TO WRK-QTD-ATRASOS-CLI WRK-QTD-ABERTOS-CLI
                     WRK-QTD-HIST-CLI.
           MOVE 12 TO WRK-CONTALINHA.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE EMP-CODFILME TO WRK-CODFILME-BUSCA.
                   READ EMPRESTIMOS NEXT
                   PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                           OR EMP-CLIENTE NOT EQUAL WRK-CLIENTE-BUSCA
                       ADD 1 TO WRK-QTD-HIST-CLI
                       IF EMP-ABERTO
                           ADD 1 TO WRK-QTD-ABERTOS-CLI
                           IF EMP-DATA-PREVISTA LESS WRK-HOJE
                       READ EMPRESTIMOS NEXT
                   END-PERFORM
           END-START.
           PERFORM 8541-CONTAR-FAMILIA.
           MOVE WRK-CODFILME-BUSCA TO EMP-CODFILME.
           MOVE WRK-CLIENTE-BUSCA TO EMP-CLIENTE.
           PERFORM 1050-LER-PARAMETROS.
           IF WRK-QTD-ABERTOS-CLI NOT LESS PARAM-MAX-EMPRESTIMOS
               MOVE 'N' TO WRK-PODE-EMPRESTAR
               IF WRK-QTD-ABERTOS-FAM GREATER 0
                   MOVE 'LIMITE DA FAMILIA ATINGIDO. ENTER'
                        TO WRK-MSGERRO
               ELSE
                   MOVE 'LIMITE DE EMPRESTIMOS ATINGIDO. ENTER'
                        TO WRK-MSGERRO
               END-IF
           ELSE
               IF WRK-QTD-ATRASOS-CLI GREATER 0
                   IF PARAM-ATRASO-BLOQUEIA
                   END-IF
           END-READ.

      *----CONTA FAMILIA: O LIMITE DE EMPRESTIMOS SIMULTANEOS E DA----
      *----FAMILIA - SOMA AOS ABERTOS DO CLIENTE OS DO TITULAR E OS----
      *----DOS OUTROS DEPENDENTES (CLIENTE SEM FAMILIA NAO SOMA NADA)--
       8541-CONTAR-FAMILIA.
           MOVE 0 TO WRK-QTD-ABERTOS-FAM.
           MOVE WRK-CLIENTE-BUSCA TO WRK-FAM-TITULAR.
           MOVE WRK-CLIENTE-BUSCA TO FAM-DEPENDENTE.
           READ FAMILIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FAM-TITULAR TO WRK-FAM-TITULAR
                   MOVE FAM-TITULAR TO WRK-FAM-MEMBRO
                   PERFORM 8542-CONTAR-ABERTOS-MEMBRO
           END-READ.
           MOVE WRK-FAM-TITULAR TO FAM-TITULAR.
           START FAMILIA KEY IS EQUAL TO FAM-TITULAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FAMILIA NEXT
                   PERFORM UNTIL FS-FAMILIA EQUAL 10
                           OR FAM-TITULAR NOT EQUAL WRK-FAM-TITULAR
                       IF FAM-DEPENDENTE NOT EQUAL WRK-CLIENTE-BUSCA
                           MOVE FAM-DEPENDENTE TO WRK-FAM-MEMBRO
                           PERFORM 8542-CONTAR-ABERTOS-MEMBRO
                       END-IF
                       READ FAMILIA NEXT
                   END-PERFORM
           END-START.

       8542-CONTAR-ABERTOS-MEMBRO.
           MOVE WRK-FAM-MEMBRO TO EMP-CLIENTE.
           START EMPRESTIMOS KEY IS EQUAL TO EMP-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMPRESTIMOS NEXT
                   PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                           OR EMP-CLIENTE NOT EQUAL WRK-FAM-MEMBRO
                       IF EMP-ABERTO
                           ADD 1 TO WRK-QTD-ABERTOS-CLI
                           ADD 1 TO WRK-QTD-ABERTOS-FAM
                       END-IF
                       READ EMPRESTIMOS NEXT
                   END-PERFORM
           END-START.

      *----FLUXO NORMAL DO EMPRESTIMO DEPOIS DAS VERIFICACOES DE------
      *----CADASTRO E DE ATRASO DO CLIENTE------------------------------
       8503-EFETIVAR-EMPRESTIMO.
           PERFORM 8534-VERIFICAR-LICENCA.
           IF WRK-LICENCA-OK EQUAL 'N'
               GO TO 8503-FIM
           END-IF.
           PERFORM 8532-VERIFICAR-CLASSIFICACAO.
           IF WRK-CLASSIF-OK EQUAL 'N'
               GO TO 8503-FIM
           END-IF.
           PERFORM 8535-ESCOLHER-FORMATO THRU 8535-FIM.
           IF WRK-FORMATO-OK EQUAL 'N'
               GO TO 8503-FIM
           END-IF.
           PERFORM 8505-VERIFICAR-DISPONIBILIDADE.
           IF WRK-FILME-EMPRESTADO
               PERFORM 8550-OFERECER-RESERVA
           ELSE
               PERFORM 8507-BUSCAR-PRECO
               PERFORM 8536-APURAR-CAUCAO
               PERFORM 8508-CONFIRMAR-VALOR
               IF WRK-VALOR-CONFIRMADO EQUAL 'S'
                   PERFORM 8512-OFERECER-ENTREGA
                   PERFORM 8517-PERGUNTAR-CONTA
                   PERFORM 8537-COBRAR-CAUCAO
                   IF WRK-CAUCAO-OK EQUAL 'N'
                       MOVE 'SEM A CAUCAO NAO HA EMPRESTIMO. ENTER'
                            TO WRK-MSGERRO
                       GO TO 8503-FIM
                   END-IF
                   PERFORM 8509-ESCOLHER-COPIA
                   READ EMPRESTIMOS
                       INVALID KEY
       8503-FIM.
           EXIT.

      *----TITULO FORA DA JANELA DE LICENCA DO CONTRATO NAO SAI NEM---
      *----RENOVA (DATA ZERADA = SEM LIMITE NAQUELA PONTA), NEM-------
      *----TITULO AINDA EMBARGADO ATE A DATA DE LANCAMENTO-------------
       8534-VERIFICAR-LICENCA.
           MOVE 'S' TO WRK-LICENCA-OK.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE CODFILME TO FDAT-CODFILME.
           READ FILMDATAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FDAT-LIC-INICIO GREATER ZEROS AND
                      WRK-HOJE LESS FDAT-LIC-INICIO
                       MOVE 'N' TO WRK-LICENCA-OK
                       MOVE 'LICENCA DO TITULO NAO INICIADA. ENTER'
                            TO WRK-MSGERRO
                   END-IF
                   IF FDAT-LIC-FIM GREATER ZEROS AND
                      WRK-HOJE GREATER FDAT-LIC-FIM
                       MOVE 'N' TO WRK-LICENCA-OK
                       MOVE 'LICENCA DO TITULO VENCIDA. ENTER'
                            TO WRK-MSGERRO
                   END-IF
                   IF FDAT-LANCAMENTO GREATER WRK-HOJE
                       MOVE 'N' TO WRK-LICENCA-OK
                       MOVE 'EM BREVE - AGUARDAR O LANCAMENTO. ENTER'
                            TO WRK-MSGERRO
                   END-IF
           END-READ.

      *----BLOQUEIA O EMPRESTIMO DE TITULO COM CLASSIFICACAO ACIMA----
      *----DA IDADE DO CLIENTE; O SUPERVISOR PODE LIBERAR, COM A------
      *----LIBERACAO AUDITADA NO FILMAUD.LOG COMO AS EXCLUSOES. NA-----
      *----CONTA FAMILIA VALE A IDADE DE QUEM LEVA (O DEPENDENTE), NUNCA
      *----A DO TITULAR-------------------------------------------------
       8532-VERIFICAR-CLASSIFICACAO.
           MOVE 'S' TO WRK-CLASSIF-OK.
           IF FILMES-CLASSIF GREATER ZEROS
               ADD 1 TO WRK-CONTALINHA
           END-IF.

      *----O CLIENTE ESCOLHE O FORMATO DE MIDIA: COM ETIQUETA VALE O--
      *----FORMATO DA COPIA LIDA; COM UM SO FORMATO NA LOJA NAO HA-----
      *----PERGUNTA; SENAO MOSTRA AS COPIAS DE CADA FORMATO E PERGUNTA-
       8535-ESCOLHER-FORMATO.
           MOVE 'S' TO WRK-FORMATO-OK.
           MOVE SPACES TO WRK-FORMATO-PEDIDO.
           MOVE EMP-CODFILME TO WRK-CODFILME-BUSCA.
           PERFORM 8506-CONTAR-COPIAS.
           IF WRK-COPIA-FORCADA GREATER 0
              AND WRK-COPIA-ATIVA-SW(WRK-COPIA-FORCADA) EQUAL 'S'
               MOVE WRK-COPIA-FORMATO(WRK-COPIA-FORCADA)
                    TO WRK-FORMATO-PEDIDO
               GO TO 8535-FIM
           END-IF.
           MOVE 0 TO WRK-QT-FMT-DVD WRK-QT-FMT-BLURAY WRK-QT-FMT-4K
                     WRK-QT-FORMATOS.
           PERFORM VARYING WRK-IND-COPIA FROM 1 BY 1
                   UNTIL WRK-IND-COPIA GREATER 99
               IF WRK-COPIA-ATIVA-SW(WRK-IND-COPIA) EQUAL 'S'
                   EVALUATE WRK-COPIA-FORMATO(WRK-IND-COPIA)
                       WHEN 'B'
                           ADD 1 TO WRK-QT-FMT-BLURAY
                       WHEN '4'
                           ADD 1 TO WRK-QT-FMT-4K
                       WHEN OTHER
                           ADD 1 TO WRK-QT-FMT-DVD
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WRK-QT-FMT-DVD GREATER 0
               ADD 1 TO WRK-QT-FORMATOS
               MOVE 'D' TO WRK-FORMATO-PEDIDO
           END-IF.
           IF WRK-QT-FMT-BLURAY GREATER 0
               ADD 1 TO WRK-QT-FORMATOS
               MOVE 'B' TO WRK-FORMATO-PEDIDO
           END-IF.
           IF WRK-QT-FMT-4K GREATER 0
               ADD 1 TO WRK-QT-FORMATOS
               MOVE '4' TO WRK-FORMATO-PEDIDO
           END-IF.
           IF WRK-QT-FORMATOS NOT GREATER 1
               GO TO 8535-FIM
           END-IF.
           MOVE SPACES TO WRK-SEQUENCIA.
           STRING
               'COPIAS NA LOJA - DVD: '  DELIMITED BY SIZE
               WRK-QT-FMT-DVD            DELIMITED BY SIZE
               '  BLU-RAY: '             DELIMITED BY SIZE
               WRK-QT-FMT-BLURAY         DELIMITED BY SIZE
               '  4K: '                  DELIMITED BY SIZE
               WRK-QT-FMT-4K             DELIMITED BY SIZE
               INTO WRK-SEQUENCIA
           END-STRING.
           DISPLAY WRK-SEQUENCIA(1:46) LINE 06 COL 10.
           DISPLAY 'FORMATO (D/B/4): ' LINE 06 COL 58.
           ACCEPT WRK-FORMATO-PEDIDO LINE 06 COL 75.
           IF WRK-FORMATO-PEDIDO EQUAL 'd'
               MOVE 'D' TO WRK-FORMATO-PEDIDO
           END-IF.
           IF WRK-FORMATO-PEDIDO EQUAL 'b'
               MOVE 'B' TO WRK-FORMATO-PEDIDO
           END-IF.
           EVALUATE WRK-FORMATO-PEDIDO
               WHEN 'D'
                   IF WRK-QT-FMT-DVD EQUAL 0
                       MOVE 'N' TO WRK-FORMATO-OK
                   END-IF
               WHEN 'B'
                   IF WRK-QT-FMT-BLURAY EQUAL 0
                       MOVE 'N' TO WRK-FORMATO-OK
                   END-IF
               WHEN '4'
                   IF WRK-QT-FMT-4K EQUAL 0
                       MOVE 'N' TO WRK-FORMATO-OK
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WRK-FORMATO-OK
           END-EVALUATE.
           IF WRK-FORMATO-OK EQUAL 'N'
               MOVE 'FORMATO SEM COPIA NESTA LOJA. ENTER'
                    TO WRK-MSGERRO
           END-IF.

       8535-FIM.
           EXIT.

      * -----VERIFICA SE AINDA HA COPIA LIVRE DO FILME: CONTA AS-------
      * -----COPIAS ATIVAS EM COPIAS.DAT E OS EMPRESTIMOS EM ABERTO----
      * -----DO TITULO (TITULO SEM COPIA CADASTRADA VALE 1 COPIA)------
                   READ EMPRESTIMOS NEXT
                   PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                           OR EMP-CODFILME NOT EQUAL WRK-CODFILME-BUSCA
      *----SO PESA O EMPRESTIMO DE COPIA DO FORMATO PEDIDO (SEM-------
      *----NUMERO DE COPIA, CONTA EM QUALQUER FORMATO)------------------
                       IF EMP-ABERTO
                          AND (WRK-FORMATO-PEDIDO EQUAL SPACES
                           OR EMP-COPIA EQUAL 0
                           OR WRK-COPIA-FORMATO(EMP-COPIA)
                              EQUAL WRK-FORMATO-PEDIDO)
                           ADD 1 TO WRK-QT-ABERTOS
                           IF EMP-COPIA GREATER 0
                               MOVE 'S'
           PERFORM VARYING WRK-IND-COPIA FROM 1 BY 1
                   UNTIL WRK-IND-COPIA GREATER 99
               MOVE 'N' TO WRK-COPIA-ATIVA-SW(WRK-IND-COPIA)
               MOVE 'D' TO WRK-COPIA-FORMATO(WRK-IND-COPIA)
           END-PERFORM.
           MOVE WRK-CODFILME-BUSCA TO COPIA-CODFILME.
           MOVE ZEROS TO COPIA-NUMERO.
                       IF WRK-LOJA-COPIA EQUAL ZEROS
                           MOVE 1 TO WRK-LOJA-COPIA
                       END-IF
                       IF COPIA-NUMERO GREATER 0
                          AND NOT COPIA-FMT-DVD
                           MOVE COPIA-FORMATO
                                TO WRK-COPIA-FORMATO(COPIA-NUMERO)
                       END-IF
                       IF COPIA-EM-CIRCULACAO AND COPIA-NUMERO GREATER 0
                          AND NOT COPIA-EM-TRANSITO
                          AND WRK-LOJA-COPIA EQUAL WRK-OPER-LOJA
                          AND (WRK-FORMATO-PEDIDO EQUAL SPACES
                           OR WRK-COPIA-FORMATO(COPIA-NUMERO)
                              EQUAL WRK-FORMATO-PEDIDO)
                           ADD 1 TO WRK-QT-COPIAS
                           MOVE 'S' TO WRK-COPIA-ATIVA-SW(COPIA-NUMERO)
                       END-IF
      *----COPIA UNICA 01; TITULO COM TODAS AS COPIAS BAIXADAS---------
      *----(AVARIA/EXTRAVIO) FICA FORA DE CIRCULACAO--------------------
           IF WRK-QT-COPIAS EQUAL 0 AND WRK-TEM-REG-COPIA EQUAL 'N'
              AND (WRK-FORMATO-PEDIDO EQUAL SPACES
               OR WRK-FORMATO-PEDIDO EQUAL 'D')
               MOVE 1 TO WRK-QT-COPIAS
               MOVE 'S' TO WRK-COPIA-ATIVA-SW(1)
           END-IF.
                   MOVE PRECO-VALOR TO WRK-VALOR-EMPRESTIMO
                   MOVE 'F' TO WRK-PRECO-ORIGEM
           END-READ.
      *----SOMA O ACRESCIMO DO FORMATO DE MIDIA ESCOLHIDO (SEM--------
      *----REGISTRO 'M' NA TABELA, O FORMATO NAO TEM ACRESCIMO)--------
           MOVE ZEROS TO WRK-ACRESCIMO-FMT.
           IF WRK-FORMATO-PEDIDO NOT EQUAL SPACES
               MOVE 'M' TO PRECO-TIPO
               MOVE SPACES TO PRECO-CODIGO
               MOVE WRK-FORMATO-PEDIDO TO PRECO-CODIGO
               READ PRECOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRECO-VALOR TO WRK-ACRESCIMO-FMT
                       ADD WRK-ACRESCIMO-FMT TO WRK-VALOR-EMPRESTIMO
               END-READ
           END-IF.
      *----APLICA O DESCONTO DO NIVEL DE FIDELIDADE DO CLIENTE---------
           IF WRK-DESC-FIDELIDADE GREATER ZEROS
               COMPUTE WRK-VALOR-EMPRESTIMO = WRK-VALOR-EMPRESTIMO *
      *----PLANO SO-CATALOGO) SEM PRECO PROPRIO DE LANCAMENTO----------
       8515-VERIFICAR-PLANO.
           MOVE 'N' TO WRK-COBERTO-PLANO.
           MOVE 'N' TO WRK-PLANO-ATRASADO.
           IF CLIENTES-PLANO GREATER ZEROS
               PERFORM 8514-VERIFICAR-MENSALIDADE
           END-IF.
           IF CLIENTES-PLANO GREATER ZEROS AND
              WRK-PLANO-ATRASADO EQUAL 'N'
               MOVE CLIENTES-PLANO TO PLANO-CODIGO
               READ PLANOS
                   INVALID KEY
               DISPLAY 'COBERTO PELO PLANO: ' LINE 08 COL 40
               DISPLAY PLANO-NOME LINE 08 COL 61
           END-IF.
           IF WRK-PLANO-ATRASADO EQUAL 'S'
               DISPLAY 'PLANO SUSPENSO: MENSALIDADE ATRASADA'
                   LINE 08 COL 40
           END-IF.

      *----MENSALIDADE PENDENTE HA MAIS DIAS QUE O PARAMETRO (DESDE--
      *----A GERACAO PELO PLANOFAT) SUSPENDE A COBERTURA ATE O---------
      *----PAGAMENTO NO PLANOPAG---------------------------------------
       8514-VERIFICAR-MENSALIDADE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE EMP-CLIENTE TO PLNCOB-CLIENTE.
           MOVE ZEROS TO PLNCOB-COMPETENCIA.
           START PLANOCOB KEY >= PLNCOB-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PLANOCOB NEXT
                   PERFORM UNTIL FS-PLANOCOB NOT EQUAL ZEROS
                           OR PLNCOB-CLIENTE NOT EQUAL EMP-CLIENTE
                           OR WRK-PLANO-ATRASADO EQUAL 'S'
                       IF PLNCOB-PENDENTE AND
                          PLNCOB-DATA-GERACAO GREATER ZEROS AND
                          PLNCOB-DATA-GERACAO LESS WRK-HOJE
                           COMPUTE WRK-DIAS-ATRASO-PLANO =
                               FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
                               FUNCTION INTEGER-OF-DATE
                                   (PLNCOB-DATA-GERACAO)
                           IF WRK-DIAS-ATRASO-PLANO GREATER
                              PARAM-PLANO-DIAS-ATRASO
                               MOVE 'S' TO WRK-PLANO-ATRASADO
                           END-IF
                       END-IF
                       READ PLANOCOB NEXT
                   END-PERFORM
           END-START.

      *----CONTA OS EMPRESTIMOS DO CLIENTE INICIADOS NO MES ATUAL,----
      *----PARA CONFERIR A COTA MENSAL DO PLANO------------------------

      *----GRAVA UM ITEM NA CONTA-CORRENTE (CLIENTE, FILME, TIPO E----
      *----VALOR JA NO REGISTRO), AVANCANDO O SEQUENCIAL DO DIA---------
      *----QUANDO A CHAVE JA EXISTE. ITEM DE DEPENDENTE DE CONTA-------
      *----FAMILIA VAI PARA A CONTA-CORRENTE DO TITULAR-----------------
       8519-GRAVAR-ITEM-CONTA.
           MOVE CCOR-CLIENTE TO FAM-DEPENDENTE.
           READ FAMILIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FAM-TITULAR TO CCOR-CLIENTE
           END-READ.
           ACCEPT CCOR-DATA FROM DATE YYYYMMDD.
           MOVE 1 TO CCOR-SEQ.
           MOVE ZEROS TO CCOR-VALOR-PAGO CCOR-DATA-QUITACAO.
                   NOT INVALID KEY
                       SUBTRACT WRK-GIFT-DEBITO FROM GIFT-SALDO
                       ACCEPT GIFT-DATA-ULT-USO FROM DATE YYYYMMDD
                       MOVE ZEROS TO GIFT-DATA-AVISO
                       IF GIFT-SALDO EQUAL ZEROS
                           MOVE 'E' TO GIFT-STATUS
                       END-IF
           MOVE WRK-DESC-CAMP-VLR TO EMP-DESC-CAMPANHA.
           MOVE WRK-OPER-LOJA TO EMP-LOJA.
           MOVE ZEROS TO EMP-RENOVACOES EMP-OPER-DEVOL.
           MOVE ZEROS TO EMP-NFSE-NUMERO.
           MOVE SPACES TO EMP-NFSE-SITUACAO.
           MOVE WRK-OPER-CODIGO TO EMP-OPERADOR.
           WRITE EMP-REG
               INVALID KEY
                   PERFORM 8533-EFETIVAR-GIFT
                   PERFORM 8518-LANCAR-CONTA
                   PERFORM 8531-BAIXAR-ESPERA
                   PERFORM 8538-GRAVAR-CAUCAO
                   PERFORM 8539-LANCAR-LOCACAO
                   PERFORM 8530-GRAVAR-RECIBO
                   MOVE 'FILME EMPRESTADO. RECIBO GERADO. ENTER'
                         TO WRK-MSGERRO
           MOVE WRK-DESC-CAMP-VLR TO EMP-DESC-CAMPANHA.
           MOVE WRK-OPER-LOJA TO EMP-LOJA.
           MOVE ZEROS TO EMP-RENOVACOES EMP-OPER-DEVOL.
           MOVE ZEROS TO EMP-NFSE-NUMERO.
           MOVE SPACES TO EMP-NFSE-SITUACAO.
           MOVE WRK-OPER-CODIGO TO EMP-OPERADOR.
           REWRITE EMP-REG
               INVALID KEY
                   PERFORM 8533-EFETIVAR-GIFT
                   PERFORM 8518-LANCAR-CONTA
                   PERFORM 8531-BAIXAR-ESPERA
                   PERFORM 8538-GRAVAR-CAUCAO
                   PERFORM 8539-LANCAR-LOCACAO
                   PERFORM 8530-GRAVAR-RECIBO
                   MOVE 'FILME EMPRESTADO. RECIBO GERADO. ENTER'
                         TO WRK-MSGERRO
               INTO RECIBO-DADOS.
           WRITE RECIBO-REG.

           IF EMP-NFSE-NUMERO GREATER ZEROS
               MOVE SPACES TO RECIBO-DADOS
               STRING
                   'NFS-E NUMERO: '  DELIMITED BY SIZE
                   EMP-NFSE-NUMERO   DELIMITED BY SIZE
                   INTO RECIBO-DADOS
               END-STRING
               WRITE RECIBO-REG
           END-IF.

      *----CAUCAO DO EMPRESTIMO, QUANDO HOUVER (TAMBEM NA REIMPRESSAO)-
           MOVE EMP-CODFILME TO CAU-CODFILME.
           MOVE EMP-CLIENTE TO CAU-CLIENTE.
           MOVE EMP-DATA-EMPRESTIMO TO CAU-DATA-EMPRESTIMO.
           READ CAUCAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAU-VALOR TO WRK-VALOR-CAUCAO-ED
                   MOVE SPACES TO RECIBO-DADOS
                   STRING
                       'CAUCAO: R$ '         DELIMITED BY SIZE
                       WRK-VALOR-CAUCAO-ED   DELIMITED BY SIZE
                       ' (DEVOLVIDA NA DEVOLUCAO, MENOS MULTAS)'
                                             DELIMITED BY SIZE
                       INTO RECIBO-DADOS
                   END-STRING
                   WRITE RECIBO-REG
           END-READ.

           CLOSE RECIBO.

      *----CAUCAO DO EMPRESTIMO: O LANCAMENTO CARO TEM A SUA NA-------
      *----TABELA DE PRECOS (TIPO 'C') E O CLIENTE SEM NENHUM---------
      *----EMPRESTIMO (VIVO OU NOS 12 MESES DA FIDELIDADE) PAGA A-----
      *----DO PARAMETRO; VALENDO AS DUAS, FICA A MAIOR------------------
       8536-APURAR-CAUCAO.
           MOVE ZEROS TO WRK-VALOR-CAUCAO.
           MOVE SPACES TO WRK-MOTIVO-CAUCAO.
           MOVE 'C' TO PRECO-TIPO.
           MOVE SPACES TO PRECO-CODIGO.
           MOVE CODFILME TO PRECO-CODFILME.
           READ PRECOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRECO-VALOR TO WRK-VALOR-CAUCAO
                   MOVE 'L' TO WRK-MOTIVO-CAUCAO
           END-READ.
           PERFORM 1050-LER-PARAMETROS.
           IF WRK-QTD-HIST-CLI EQUAL ZEROS AND
              WRK-FID-QT-12M EQUAL ZEROS AND
              PARAM-CAUCAO-NOVO GREATER WRK-VALOR-CAUCAO
               MOVE PARAM-CAUCAO-NOVO TO WRK-VALOR-CAUCAO
               MOVE 'N' TO WRK-MOTIVO-CAUCAO
           END-IF.
           IF WRK-VALOR-CAUCAO GREATER ZEROS
               MOVE WRK-VALOR-CAUCAO TO WRK-VALOR-CAUCAO-ED
               DISPLAY 'CAUCAO EXIGIDA R$: ' LINE 14 COL 10
               DISPLAY WRK-VALOR-CAUCAO-ED LINE 14 COL 32
           END-IF.

      *----COBRA A CAUCAO EM DINHEIRO OU CARTAO (NUNCA NA CONTA: E----
      *----GARANTIA); SEM A CAUCAO O EMPRESTIMO NAO SAI----------------
       8537-COBRAR-CAUCAO.
           MOVE 'S' TO WRK-CAUCAO-OK.
           MOVE 'D' TO WRK-TENDER-CAUCAO.
           IF WRK-VALOR-CAUCAO GREATER ZEROS
               DISPLAY 'CAUCAO: D-DINHEIRO C-CARTAO N-CLIENTE RECUSA'
                       LINE 15 COL 10
               ACCEPT WRK-TECLA LINE 15 COL 56
               EVALUATE WRK-TECLA
                   WHEN 'C'
                   WHEN 'c'
                       MOVE 'C' TO WRK-TENDER-CAUCAO
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'N' TO WRK-CAUCAO-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----GRAVA A CAUCAO LIGADA AO EMPRESTIMO RECEM-GRAVADO-----------
       8538-GRAVAR-CAUCAO.
           IF WRK-VALOR-CAUCAO GREATER ZEROS
               MOVE EMP-CODFILME TO CAU-CODFILME
               MOVE EMP-CLIENTE TO CAU-CLIENTE
               MOVE EMP-DATA-EMPRESTIMO TO CAU-DATA-EMPRESTIMO
               MOVE WRK-MOTIVO-CAUCAO TO CAU-MOTIVO
               MOVE WRK-VALOR-CAUCAO TO CAU-VALOR
               MOVE WRK-TENDER-CAUCAO TO CAU-TENDER
               MOVE WRK-OPER-LOJA TO CAU-LOJA
               MOVE WRK-OPER-CODIGO TO CAU-OPERADOR
               MOVE 'R' TO CAU-STATUS
               MOVE ZEROS TO CAU-VALOR-APLICADO CAU-VALOR-DEVOLVIDO
                             CAU-DATA-BAIXA CAU-LOJA-BAIXA
                             CAU-OPER-BAIXA CAU-DATA-ENTREGA
                             CAU-LOJA-ENTREGA CAU-OPER-ENTREGA
               WRITE CAU-REG
                   INVALID KEY
                       REWRITE CAU-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               MOVE 'CA' TO CXM-TIPO
               MOVE CAU-TENDER TO CXM-TENDER
               MOVE CAU-VALOR TO CXM-VALOR
               MOVE CAU-CODFILME TO CXM-CODFILME
               MOVE CAU-CLIENTE TO CXM-CLIENTE
               PERFORM 9830-LANCAR-CAIXA
           END-IF.

      *----LANCA NO RAZAO DO BALCAO A LOCACAO (MESMO SEM VALOR, PARA--
      *----A CONTAGEM DO CAIXA) E O FRETE DA ENTREGA, SE HOUVER-------
       8539-LANCAR-LOCACAO.
           MOVE 'LO' TO CXM-TIPO.
           MOVE EMP-TENDER TO CXM-TENDER.
           MOVE EMP-VALOR-COBRADO TO CXM-VALOR.
           MOVE EMP-CODFILME TO CXM-CODFILME.
           MOVE EMP-CLIENTE TO CXM-CLIENTE.
           PERFORM 9830-LANCAR-CAIXA.
           IF EMP-VALOR-ENTREGA GREATER ZEROS
               MOVE 'EN' TO CXM-TIPO
               MOVE EMP-TENDER TO CXM-TENDER
               MOVE EMP-VALOR-ENTREGA TO CXM-VALOR
               MOVE EMP-CODFILME TO CXM-CODFILME
               MOVE EMP-CLIENTE TO CXM-CLIENTE
               PERFORM 9830-LANCAR-CAIXA
           END-IF.

      *----FILME EMPRESTADO: OFERECE A ENTRADA NA FILA DE RESERVA------
       8550-OFERECER-RESERVA.
           DISPLAY 'FILME JA EMPRESTADO. RESERVAR? (S/N)'
               MOVE EMP-CODFILME TO RES-CODFILME
               ACCEPT RES-DATA-PEDIDO FROM DATE YYYYMMDD
               MOVE EMP-CLIENTE TO RES-CLIENTE
               MOVE WRK-FORMATO-PEDIDO TO RES-FORMATO
               MOVE WRK-OPER-LOJA TO RES-LOJA
               WRITE RES-REG
                   INVALID KEY
                       MOVE 'RESERVA JA REGISTRADA HOJE. ENTER'
           DISPLAY TELA.
      *----COM A ETIQUETA, O EMPRESTIMO ABERTO DA COPIA E ACHADO------
      *----SOZINHO, SEM PERGUNTAR FILME E CLIENTE----------------------
           DISPLAY 'CODIGO DE BARRAS (0 = MANUAL / 1 = URNA): '
                   LINE 04 COL 10.
           ACCEPT WRK-BARRAS LINE 04 COL 53.
           IF WRK-BARRAS EQUAL 1
               PERFORM 8649-VERIFICAR-PERIODO-URNA
               IF WRK-PER-FECHADO NOT EQUAL 'S'
                   PERFORM 8650-DEVOLVER-URNA
               END-IF
               GO TO 8600-FIM
           END-IF.
           IF WRK-BARRAS GREATER ZEROS
               PERFORM 8601-ACHAR-POR-BARRAS
               IF WRK-ACHOU-EMP-BARRAS EQUAL 'N'
               NOT INVALID KEY
                   IF EMP-ENCERRADO
                       MOVE 'FILME JA DEVOLVIDO. ENTER' TO WRK-MSGERRO
                       PERFORM 8663-ENTREGAR-CAUCAO
                   ELSE
                       MOVE EMP-REG TO WRK-JRN-ANTES
                       ACCEPT EMP-DATA-DEVOLUCAO FROM DATE YYYYMMDD
                           FUNCTION INTEGER-OF-DATE(EMP-DATA-DEVOLUCAO)
                           - FUNCTION INTEGER-OF-DATE(EMP-DATA-PREVISTA)
                       MOVE WRK-OPER-CODIGO TO EMP-OPER-DEVOL
                       MOVE WRK-OPER-LOJA TO EMP-LOJA-DEVOL
                       REWRITE EMP-REG
                           INVALID KEY
                               MOVE 'ERRO AO REGISTRAR DEVOLUCAO. ENTER'
                               MOVE 'R' TO WRK-JRN-OPERACAO
                               PERFORM 9800-JORNAL-EMPRESTIMO
                               PERFORM 8625-POS-DEVOLUCAO
                               PERFORM 8640-CAPTAR-AVALIACAO
                       END-REWRITE
                   END-IF
                   PERFORM 8620-AVISAR-RESERVAS
       8600-FIM.
           EXIT.

      *----O LOTE DA URNA E DATADO DO DIA UTIL ANTERIOR: NO PRIMEIRO--
      *----DIA DO MES ESSA DATA PODE CAIR NO MES JA FECHADO------------
       8649-VERIFICAR-PERIODO-URNA.
           ACCEPT WRK-HOJE-URNA FROM DATE YYYYMMDD.
           CALL "DATANTUTIL" USING WRK-HOJE-URNA, WRK-DATA-URNA.
           MOVE WRK-DATA-URNA TO WRK-PER-DATA.
           CALL "PERIODOCHK" USING WRK-PER-DATA, WRK-PER-FECHADO.
           IF WRK-PER-FECHADO EQUAL 'S'
               MOVE 'MES DA URNA FECHADO - LOTE RECUSADO. ENTER'
                    TO WRK-MSGERRO
               PERFORM 9999-MOSTRAR-ERRO
           END-IF.

      *----LOTE DA URNA: O OPERADOR DA ABERTURA PASSA AS ETIQUETAS---
      *----DO QUE CAIU NA URNA DEPOIS DO FECHAMENTO; A DEVOLUCAO FICA-
      *----COM A DATA DO DIA UTIL ANTERIOR (SEM MULTA DO DIA DE HOJE)-
      *----E O QUE PASSOU SAI NA LISTA DADOS\URNAAAAAMMDDLL.TXT-------
       8650-DEVOLVER-URNA.
           ACCEPT WRK-HOJE-URNA FROM DATE YYYYMMDD.
           CALL "DATANTUTIL" USING WRK-HOJE-URNA, WRK-DATA-URNA.
           MOVE ZEROS TO WRK-QT-URNA WRK-QT-URNA-ERRO.
           MOVE SPACES TO WRK-ULTIMA-URNA.
           MOVE SPACES TO WRK-RECIBO-NOME.
           STRING
               'DADOS\URNA'    DELIMITED BY SIZE
               WRK-HOJE-URNA   DELIMITED BY SIZE
               WRK-OPER-LOJA   DELIMITED BY SIZE
               '.TXT'          DELIMITED BY SIZE
               INTO WRK-RECIBO-NOME
           END-STRING.
           OPEN OUTPUT RECIBO.
           MOVE SPACES TO RECIBO-DADOS.
           STRING
               'DEVOLUCOES PELA URNA - LOJA '  DELIMITED BY SIZE
               WRK-OPER-LOJA                   DELIMITED BY SIZE
               ' - DATADAS DE '                DELIMITED BY SIZE
               WRK-DATA-URNA                   DELIMITED BY SIZE
               INTO RECIBO-DADOS
           END-STRING.
           WRITE RECIBO-REG.
           MOVE '=============================================='
                TO RECIBO-DADOS.
           WRITE RECIBO-REG.
           MOVE 1 TO WRK-BARRAS.
           PERFORM 8651-LER-ETIQUETA-URNA
               UNTIL WRK-BARRAS EQUAL ZEROS.
           MOVE SPACES TO RECIBO-DADOS.
           STRING
               'TOTAL DEVOLVIDO: '  DELIMITED BY SIZE
               WRK-QT-URNA          DELIMITED BY SIZE
               ' / ETIQUETAS SEM EMPRESTIMO: ' DELIMITED BY SIZE
               WRK-QT-URNA-ERRO     DELIMITED BY SIZE
               INTO RECIBO-DADOS
           END-STRING.
           WRITE RECIBO-REG.
           CLOSE RECIBO.
           MOVE SPACES TO WRK-MSGERRO.
           STRING
               'URNA: '             DELIMITED BY SIZE
               WRK-QT-URNA          DELIMITED BY SIZE
               ' DEVOLUCAO(OES). LISTA GERADA. ENTER'
                                    DELIMITED BY SIZE
               INTO WRK-MSGERRO
           END-STRING.
           PERFORM 9999-MOSTRAR-ERRO.

      *----UMA ETIQUETA DO LOTE (0 ENCERRA)----------------------------
       8651-LER-ETIQUETA-URNA.
           MOVE 'MODULO - DEVOLUCAO PELA URNA' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY 'DEVOLUCOES DATADAS DE: ' LINE 04 COL 10.
           DISPLAY WRK-DATA-URNA LINE 04 COL 34.
           DISPLAY WRK-ULTIMA-URNA LINE 06 COL 10.
           DISPLAY 'CODIGO DE BARRAS (0 = FIM DO LOTE): '
                   LINE 05 COL 10.
           ACCEPT WRK-BARRAS LINE 05 COL 47.
           IF WRK-BARRAS GREATER ZEROS
               PERFORM 8601-ACHAR-POR-BARRAS
               IF WRK-ACHOU-EMP-BARRAS EQUAL 'N'
                   ADD 1 TO WRK-QT-URNA-ERRO
                   MOVE SPACES TO RECIBO-DADOS
                   STRING
                       'ETIQUETA '          DELIMITED BY SIZE
                       WRK-BARRAS           DELIMITED BY SIZE
                       ' SEM EMPRESTIMO ABERTO - CONFERIR'
                                            DELIMITED BY SIZE
                       INTO RECIBO-DADOS
                   END-STRING
                   WRITE RECIBO-REG
                   MOVE 'SEM EMPRESTIMO ABERTO DESTA COPIA. ENTER'
                        TO WRK-MSGERRO
                   PERFORM 9999-MOSTRAR-ERRO
                   MOVE 1 TO WRK-BARRAS
               ELSE
                   PERFORM 8652-REGISTRAR-URNA
               END-IF
           END-IF.

      *----DEVOLUCAO DA COPIA DA URNA COM A DATA DO DIA UTIL ANTERIOR-
      *----(NUNCA ANTES DA RETIRADA); SO PERGUNTA SE VOLTOU AVARIADA---
       8652-REGISTRAR-URNA.
           MOVE EMP-REG TO WRK-JRN-ANTES.
           MOVE WRK-DATA-URNA TO EMP-DATA-DEVOLUCAO.
           IF EMP-DATA-DEVOLUCAO LESS EMP-DATA-EMPRESTIMO
               MOVE EMP-DATA-EMPRESTIMO TO EMP-DATA-DEVOLUCAO
           END-IF.
           DISPLAY 'FILME: ' LINE 07 COL 10.
           DISPLAY EMP-CODFILME LINE 07 COL 18.
           DISPLAY 'CLIENTE: ' LINE 07 COL 30.
           DISPLAY EMP-CLIENTE LINE 07 COL 40.
           DISPLAY 'CONDICAO: O-OK A-AVARIADO' LINE 09 COL 10.
           MOVE 'O' TO WRK-CONDICAO-DEV.
           ACCEPT WRK-CONDICAO-DEV LINE 09 COL 50.
           IF WRK-CONDICAO-DEV EQUAL 'A' OR
              WRK-CONDICAO-DEV EQUAL 'a'
               MOVE 'V' TO EMP-STATUS
           ELSE
               MOVE 'D' TO EMP-STATUS
           END-IF.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(EMP-DATA-DEVOLUCAO)
               - FUNCTION INTEGER-OF-DATE(EMP-DATA-PREVISTA).
           MOVE WRK-OPER-CODIGO TO EMP-OPER-DEVOL.
           MOVE WRK-OPER-LOJA TO EMP-LOJA-DEVOL.
           MOVE 'S' TO WRK-COPIA-FICA.
           MOVE ZEROS TO WRK-RES-CLIENTE-ANTIGO WRK-CAUCAO-DEVOLVER.
           MOVE 'DEVOLVIDO' TO WRK-SITUACAO-URNA.
           REWRITE EMP-REG
               INVALID KEY
                   MOVE 'ERRO AO REGISTRAR' TO WRK-SITUACAO-URNA
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-URNA
                   MOVE 'R' TO WRK-JRN-OPERACAO
                   PERFORM 9800-JORNAL-EMPRESTIMO
                   MOVE 'S' TO WRK-SW-URNA
                   PERFORM 8625-POS-DEVOLUCAO
                   MOVE 'N' TO WRK-SW-URNA
                   EVALUATE TRUE
                       WHEN EMP-DEV-AVARIADO
                           MOVE 'AVARIADO - REPOSICAO COBRADA'
                                TO WRK-SITUACAO-URNA
                       WHEN WRK-COPIA-FICA EQUAL 'N'
                           MOVE 'SEPARAR PARA A LOJA DONA'
                                TO WRK-SITUACAO-URNA
                       WHEN WRK-RES-CLIENTE-ANTIGO GREATER ZEROS
                           MOVE 'PRATELEIRA DE ESPERA (RESERVA)'
                                TO WRK-SITUACAO-URNA
                       WHEN WRK-DIAS-ATRASO GREATER ZEROS
                           MOVE 'DEVOLVIDO COM ATRASO - MULTA'
                                TO WRK-SITUACAO-URNA
                   END-EVALUATE
           END-REWRITE.
           MOVE SPACES TO RECIBO-DADOS.
           STRING
               'FILME '             DELIMITED BY SIZE
               EMP-CODFILME         DELIMITED BY SIZE
               ' COPIA '            DELIMITED BY SIZE
               EMP-COPIA            DELIMITED BY SIZE
               ' CLIENTE '          DELIMITED BY SIZE
               EMP-CLIENTE          DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WRK-SITUACAO-URNA    DELIMITED BY SIZE
               INTO RECIBO-DADOS
           END-STRING.
           WRITE RECIBO-REG.
           IF WRK-CAUCAO-DEVOLVER GREATER ZEROS
               MOVE WRK-CAUCAO-DEVOLVER TO WRK-CAUCAO-DEVOLVER-ED
               MOVE SPACES TO RECIBO-DADOS
               STRING
                   '      CAUCAO A DEVOLVER AO CLIENTE R$ '
                                            DELIMITED BY SIZE
                   WRK-CAUCAO-DEVOLVER-ED   DELIMITED BY SIZE
                   INTO RECIBO-DADOS
               END-STRING
               WRITE RECIBO-REG
           END-IF.
           MOVE SPACES TO WRK-ULTIMA-URNA.
           STRING
               'ULTIMA: '           DELIMITED BY SIZE
               EMP-CODFILME         DELIMITED BY SIZE
               ' - '                DELIMITED BY SIZE
               WRK-SITUACAO-URNA    DELIMITED BY SIZE
               INTO WRK-ULTIMA-URNA
           END-STRING.
           MOVE SPACES TO WRK-MSGERRO.

      *----PEDE A NOTA DO CLIENTE PARA O TITULO (0 = NAO QUIS DAR);---
      *----A NOTA NOVA SUBSTITUI A QUE ELE TINHA DADO ANTES------------
       8640-CAPTAR-AVALIACAO.
           MOVE ZEROS TO WRK-NOTA-CLIENTE.
           IF NOT EMP-EXTRAVIADO
               DISPLAY 'NOTA DO CLIENTE (1 A 5, 0 = NAO AVALIOU):'
                       LINE 11 COL 10
               ACCEPT WRK-NOTA-CLIENTE LINE 11 COL 52
           END-IF.
           IF WRK-NOTA-CLIENTE GREATER 0 AND
              WRK-NOTA-CLIENTE NOT GREATER 5
               MOVE EMP-CODFILME TO AVAL-CODFILME
               MOVE EMP-CLIENTE TO AVAL-CLIENTE
               MOVE WRK-NOTA-CLIENTE TO AVAL-NOTA
               MOVE EMP-DATA-DEVOLUCAO TO AVAL-DATA
               WRITE AVAL-REG
                   INVALID KEY
                       REWRITE AVAL-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.

      *----ACHA O EMPRESTIMO EM ABERTO DA COPIA LIDA NA ETIQUETA------
       8601-ACHAR-POR-BARRAS.
           MOVE 'N' TO WRK-ACHOU-EMP-BARRAS.
      *----E O CLIENTE MAIS ANTIGO DA FILA------------------------------
       8620-AVISAR-RESERVAS.
           MOVE 0 TO WRK-QTDRESERVAS.
           MOVE ZEROS TO WRK-RES-CLIENTE-ANTIGO WRK-RES-LOJA-ANTIGA.
           PERFORM 8626-FORMATO-DEVOLVIDO.
           MOVE EMP-CODFILME TO RES-CODFILME WRK-CODFILME-BUSCA.
           MOVE ZEROS TO RES-DATA-PEDIDO RES-CLIENTE.
           START RESERVAS KEY >= RES-CHAVE
                   PERFORM UNTIL RESERVAS-STATUS EQUAL 10
                           OR RES-CODFILME NOT EQUAL WRK-CODFILME-BUSCA
                       ADD 1 TO WRK-QTDRESERVAS
      *----A COPIA DEVOLVIDA VAI PARA O MAIS ANTIGO QUE PEDIU O SEU---
      *----FORMATO (RESERVA SEM FORMATO ACEITA QUALQUER UM)-------------
                       IF WRK-RES-CLIENTE-ANTIGO EQUAL ZEROS
                          AND (RES-FORMATO EQUAL SPACES
                           OR RES-FORMATO EQUAL WRK-FORMATO-DEVOLVIDO)
                           MOVE RES-CLIENTE TO WRK-RES-CLIENTE-ANTIGO
                           MOVE RES-DATA-PEDIDO TO WRK-RES-DATA-ANTIGA
                           MOVE RES-LOJA TO WRK-RES-LOJA-ANTIGA
                       END-IF
                       READ RESERVAS NEXT
                   END-PERFORM
               DISPLAY WRK-SEQUENCIA LINE 15 COLUMN 10
           END-IF.

      *----FORMATO DE MIDIA DA COPIA QUE ESTA VOLTANDO (SEM COPIA-----
      *----CADASTRADA, VALE DVD)----------------------------------------
       8626-FORMATO-DEVOLVIDO.
           MOVE 'D' TO WRK-FORMATO-DEVOLVIDO.
           MOVE EMP-CODFILME TO COPIA-CODFILME.
           MOVE EMP-COPIA TO COPIA-NUMERO.
           READ COPIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT COPIA-FMT-DVD
                       MOVE COPIA-FORMATO TO WRK-FORMATO-DEVOLVIDO
                   END-IF
           END-READ.

      *----SEGURA A COPIA DEVOLVIDA NA PRATELEIRA DE ESPERA PARA O----
      *----PRIMEIRO DA FILA E TIRA A RESERVA DELE DA FILA---------------
       8621-CRIAR-ESPERA.
           MOVE EMP-DATA-DEVOLUCAO TO MUL-DATA-GERACAO.
           MOVE WRK-DIAS-ATRASO    TO MUL-DIAS-ATRASO.
           COMPUTE MUL-VALOR = WRK-DIAS-ATRASO * WRK-VALOR-MULTA-DIA.
           MOVE ZEROS TO MUL-DATA-PAGAMENTO MUL-VALOR-CAUCAO.
           ACCEPT MUL-DATA-LANCAMENTO FROM DATE YYYYMMDD.
           MOVE 'P' TO MUL-STATUS.
           MOVE WRK-OPER-LOJA TO MUL-LOJA.
           WRITE MUL-REG
      *----SO A COPIA QUE VOLTOU EM CONDICAO DE CIRCULAR VAI PARA A---
      *----PRATELEIRA DE ESPERA DO PRIMEIRO DA FILA---------------------
               PERFORM 8620-AVISAR-RESERVAS
               PERFORM 8627-DESTINO-COPIA THRU 8627-FIM
               IF WRK-RES-CLIENTE-ANTIGO GREATER ZEROS AND
                  WRK-COPIA-FICA EQUAL 'S'
                   PERFORM 8621-CRIAR-ESPERA
               END-IF
           END-IF.
           PERFORM 8660-BAIXAR-CAUCAO.

      *----COPIA DE OUTRA LOJA DEVOLVIDA AQUI: FICA (ADOTADA) QUANDO---
      *----O PARAMETRO MANDA E O PRIMEIRO DA FILA RESERVOU NESTA LOJA;-
      *----SENAO VOLTA EM TRANSITO PARA A LOJA DONA (RECEBIDA LA PELO--
      *----LOJATRANS) E NAO VAI PARA A PRATELEIRA DE ESPERA DAQUI------
       8627-DESTINO-COPIA.
           MOVE 'S' TO WRK-COPIA-FICA.
           MOVE EMP-CODFILME TO COPIA-CODFILME.
           IF EMP-COPIA GREATER 0
               MOVE EMP-COPIA TO COPIA-NUMERO
           ELSE
               MOVE 1 TO COPIA-NUMERO
           END-IF.
           READ COPIAS
               INVALID KEY
                   GO TO 8627-FIM
           END-READ.
           MOVE COPIA-LOJA TO WRK-LOJA-DONA.
           IF WRK-LOJA-DONA EQUAL ZEROS
               MOVE 1 TO WRK-LOJA-DONA
           END-IF.
           IF WRK-LOJA-DONA EQUAL WRK-OPER-LOJA
               GO TO 8627-FIM
           END-IF.
           IF WRK-RES-LOJA-ANTIGA EQUAL ZEROS
               MOVE 1 TO WRK-RES-LOJA-ANTIGA
           END-IF.
           PERFORM 1050-LER-PARAMETROS.
           IF PARAM-ADOTA-COM-FILA AND
              WRK-RES-CLIENTE-ANTIGO GREATER ZEROS AND
              WRK-RES-LOJA-ANTIGA EQUAL WRK-OPER-LOJA
               MOVE WRK-OPER-LOJA TO COPIA-LOJA
               MOVE 'A' TO WRK-MOV-TRANSITO
               DISPLAY 'COPIA DA LOJA      ADOTADA POR ESTA LOJA'
                       LINE 17 COLUMN 10
               DISPLAY WRK-LOJA-DONA LINE 17 COLUMN 24
           ELSE
               MOVE 'S' TO COPIA-TRANSITO
               MOVE 'N' TO WRK-COPIA-FICA
               MOVE 'D' TO WRK-MOV-TRANSITO
               DISPLAY 'COPIA DE OUTRA LOJA - SEPARAR PARA A LOJA'
                       LINE 17 COLUMN 10
               DISPLAY WRK-LOJA-DONA LINE 17 COLUMN 52
           END-IF.
           REWRITE COPIA-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM 8628-GRAVAR-TRANSLOG.

       8627-FIM.
           EXIT.

      *----REGISTRA NO LOG DE TRANSFERENCIAS O DESTINO DA COPIA-------
       8628-GRAVAR-TRANSLOG.
           OPEN EXTEND TRANSLOG.
           IF FS-TRANSLOG EQUAL 35
               OPEN OUTPUT TRANSLOG
           END-IF.
           MOVE SPACES TO TRANSLOG-REG.
           STRING
               EMP-DATA-DEVOLUCAO DELIMITED BY SIZE
               ' / FILME '        DELIMITED BY SIZE
               EMP-CODFILME       DELIMITED BY SIZE
               ' COPIA '          DELIMITED BY SIZE
               COPIA-NUMERO       DELIMITED BY SIZE
               ' / DE '           DELIMITED BY SIZE
               WRK-OPER-LOJA      DELIMITED BY SIZE
               ' PARA '           DELIMITED BY SIZE
               COPIA-LOJA         DELIMITED BY SIZE
               ' / OPCAO '        DELIMITED BY SIZE
               WRK-MOV-TRANSITO   DELIMITED BY SIZE
               ' / OPERADOR '     DELIMITED BY SIZE
               WRK-OPER-CODIGO    DELIMITED BY SIZE
               INTO TRANSLOG-REG
           END-STRING.
           WRITE TRANSLOG-REG.
           CLOSE TRANSLOG.

      *----NA DEVOLUCAO A CAUCAO RETIDA COBRE PRIMEIRO A MULTA E A----
      *----REPOSICAO GERADAS AGORA (MESMA CHAVE EM MULTAS.DAT) E O----
      *----RESTO VOLTA AO CLIENTE NA ESPECIE EM QUE FOI PAGA-----------
       8660-BAIXAR-CAUCAO.
           MOVE ZEROS TO WRK-CAUCAO-APLICAR WRK-CAUCAO-DEVOLVER.
           MOVE EMP-CODFILME TO CAU-CODFILME.
           MOVE EMP-CLIENTE TO CAU-CLIENTE.
           MOVE EMP-DATA-EMPRESTIMO TO CAU-DATA-EMPRESTIMO.
           READ CAUCAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAU-RETIDA
                       PERFORM 8661-APLICAR-CAUCAO
                   END-IF
           END-READ.

      *----ABATE A CAUCAO DA MULTA PENDENTE DA DEVOLUCAO (QUITADA-----
      *----COM TENDER 'K' QUANDO A CAUCAO COBRE TUDO) E DA BAIXA------
       8661-APLICAR-CAUCAO.
           MOVE EMP-CLIENTE TO MUL-CLIENTE.
           MOVE EMP-CODFILME TO MUL-CODFILME.
           MOVE EMP-DATA-DEVOLUCAO TO MUL-DATA-GERACAO.
           READ MULTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MUL-PENDENTE AND MUL-VALOR GREATER ZEROS
                       MOVE MUL-REG TO WRK-JRN-ANTES
                       IF MUL-VALOR LESS CAU-VALOR
                           MOVE MUL-VALOR TO WRK-CAUCAO-APLICAR
                       ELSE
                           MOVE CAU-VALOR TO WRK-CAUCAO-APLICAR
                       END-IF
                       SUBTRACT WRK-CAUCAO-APLICAR FROM MUL-VALOR
                       ADD WRK-CAUCAO-APLICAR TO MUL-VALOR-CAUCAO
                       IF MUL-VALOR EQUAL ZEROS
                           MOVE 'Q' TO MUL-STATUS
                           MOVE 'K' TO MUL-TENDER
                           ACCEPT MUL-DATA-PAGAMENTO FROM DATE YYYYMMDD
                           MOVE WRK-OPER-CODIGO TO MUL-OPER-BAIXA
                       END-IF
                       REWRITE MUL-REG
                           INVALID KEY
                               MOVE ZEROS TO WRK-CAUCAO-APLICAR
                           NOT INVALID KEY
                               MOVE 'R' TO WRK-JRN-OPERACAO
                               PERFORM 9810-JORNAL-MULTA
                       END-REWRITE
                   END-IF
           END-READ.
           COMPUTE WRK-CAUCAO-DEVOLVER = CAU-VALOR - WRK-CAUCAO-APLICAR.
           MOVE WRK-CAUCAO-APLICAR TO CAU-VALOR-APLICADO.
           EVALUATE TRUE
               WHEN WRK-CAUCAO-DEVOLVER EQUAL ZEROS
                   MOVE 'A' TO CAU-STATUS
      *----PELA URNA O CLIENTE NAO ESTA NO BALCAO: O RESTO FICA A-----
      *----ENTREGAR E SO SAI DO CAIXA QUANDO ELE VIER (8663)-----------
               WHEN WRK-SW-URNA EQUAL 'S'
                   MOVE 'E' TO CAU-STATUS
               WHEN WRK-CAUCAO-APLICAR EQUAL ZEROS
                   MOVE 'D' TO CAU-STATUS
               WHEN OTHER
                   MOVE 'P' TO CAU-STATUS
           END-EVALUATE.
           ACCEPT CAU-DATA-BAIXA FROM DATE YYYYMMDD.
           MOVE WRK-OPER-LOJA TO CAU-LOJA-BAIXA.
           MOVE WRK-OPER-CODIGO TO CAU-OPER-BAIXA.
           IF CAU-A-ENTREGAR
               MOVE ZEROS TO CAU-VALOR-DEVOLVIDO CAU-DATA-ENTREGA
                             CAU-LOJA-ENTREGA CAU-OPER-ENTREGA
           ELSE
               MOVE WRK-CAUCAO-DEVOLVER TO CAU-VALOR-DEVOLVIDO
               MOVE CAU-DATA-BAIXA TO CAU-DATA-ENTREGA
               MOVE CAU-LOJA-BAIXA TO CAU-LOJA-ENTREGA
               MOVE CAU-OPER-BAIXA TO CAU-OPER-ENTREGA
           END-IF.
           REWRITE CAU-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WRK-CAUCAO-APLICAR GREATER ZEROS
               MOVE 'CR' TO CXM-TIPO
               MOVE 'K' TO CXM-TENDER
               MOVE WRK-CAUCAO-APLICAR TO CXM-VALOR
               MOVE CAU-CODFILME TO CXM-CODFILME
               MOVE CAU-CLIENTE TO CXM-CLIENTE
               PERFORM 9830-LANCAR-CAIXA
           END-IF.
           IF WRK-CAUCAO-DEVOLVER GREATER ZEROS AND NOT CAU-A-ENTREGAR
               PERFORM 8664-LANCAR-DEVOLUCAO-CAUCAO
           END-IF.
           MOVE WRK-CAUCAO-DEVOLVER TO WRK-CAUCAO-DEVOLVER-ED.
           DISPLAY 'CAUCAO A DEVOLVER AO CLIENTE R$: ' LINE 13 COL 10.
           DISPLAY WRK-CAUCAO-DEVOLVER-ED LINE 13 COL 44.

      *----CLIENTE QUE DEVOLVEU PELA URNA VEM BUSCAR O RESTO DA------
      *----CAUCAO: A DEVOLUCAO MANUAL DO EMPRESTIMO JA ENCERRADO------
      *----ENTREGA O VALOR E SO AGORA LANCA A SAIDA NO CAIXA-----------
       8663-ENTREGAR-CAUCAO.
           MOVE EMP-CODFILME TO CAU-CODFILME.
           MOVE EMP-CLIENTE TO CAU-CLIENTE.
           MOVE EMP-DATA-EMPRESTIMO TO CAU-DATA-EMPRESTIMO.
           READ CAUCAO
               INVALID KEY
                   GO TO 8663-FIM
           END-READ.
           IF NOT CAU-A-ENTREGAR
               GO TO 8663-FIM
           END-IF.
           COMPUTE WRK-CAUCAO-DEVOLVER = CAU-VALOR - CAU-VALOR-APLICADO.
           MOVE WRK-CAUCAO-DEVOLVER TO WRK-CAUCAO-DEVOLVER-ED.
           DISPLAY 'CAUCAO A ENTREGAR AO CLIENTE R$: ' LINE 13 COL 10.
           DISPLAY WRK-CAUCAO-DEVOLVER-ED LINE 13 COL 44.
           DISPLAY 'ENTREGAR AGORA? (S/N)' LINE 15 COL 10.
           ACCEPT WRK-TECLA LINE 15 COL 33.
           IF WRK-TECLA NOT EQUAL 'S' AND WRK-TECLA NOT EQUAL 's'
               GO TO 8663-FIM
           END-IF.
           IF CAU-VALOR-APLICADO EQUAL ZEROS
               MOVE 'D' TO CAU-STATUS
           ELSE
               MOVE 'P' TO CAU-STATUS
           END-IF.
           MOVE WRK-CAUCAO-DEVOLVER TO CAU-VALOR-DEVOLVIDO.
           ACCEPT CAU-DATA-ENTREGA FROM DATE YYYYMMDD.
           MOVE WRK-OPER-LOJA TO CAU-LOJA-ENTREGA.
           MOVE WRK-OPER-CODIGO TO CAU-OPER-ENTREGA.
           REWRITE CAU-REG
               INVALID KEY
                   MOVE 'ERRO AO REGISTRAR A CAUCAO. ENTER'
                        TO WRK-MSGERRO
                   GO TO 8663-FIM
           END-REWRITE.
           PERFORM 8664-LANCAR-DEVOLUCAO-CAUCAO.
           MOVE 'CAUCAO ENTREGUE AO CLIENTE. ENTER' TO WRK-MSGERRO.

       8663-FIM.
           EXIT.

      *----SAIDA DO RESTO DA CAUCAO NA ESPECIE EM QUE FOI PAGA---------
       8664-LANCAR-DEVOLUCAO-CAUCAO.
           MOVE 'CD' TO CXM-TIPO.
           MOVE CAU-TENDER TO CXM-TENDER.
           MOVE WRK-CAUCAO-DEVOLVER TO CXM-VALOR.
           MOVE CAU-CODFILME TO CXM-CODFILME.
           MOVE CAU-CLIENTE TO CXM-CLIENTE.
           PERFORM 9830-LANCAR-CAIXA.

      *----GERA (OU ACUMULA) A COBRANCA DE REPOSICAO DO FILME:---------
      *----USA O CUSTO DE AQUISICAO QUANDO HOUVER, SENAO O PARAMETRO--
           MOVE EMP-CLIENTE        TO MUL-CLIENTE.
           MOVE EMP-CODFILME       TO MUL-CODFILME.
           MOVE EMP-DATA-DEVOLUCAO TO MUL-DATA-GERACAO.
           MOVE ZEROS TO MUL-DIAS-ATRASO MUL-DATA-PAGAMENTO
                         MUL-VALOR-CAUCAO.
           ACCEPT MUL-DATA-LANCAMENTO FROM DATE YYYYMMDD.
           MOVE PARAM-VALOR-REPOSICAO TO MUL-VALOR.
           MOVE 'P' TO MUL-STATUS.
           MOVE WRK-OPER-LOJA TO MUL-LOJA.
                           NOT INVALID KEY
                               MOVE 'R' TO WRK-JRN-OPERACAO
                               PERFORM 9810-JORNAL-MULTA
                               MOVE 'MU' TO CXM-TIPO
                               MOVE MUL-TENDER TO CXM-TENDER
                               MOVE MUL-VALOR TO CXM-VALOR
                               MOVE MUL-CODFILME TO CXM-CODFILME
                               MOVE MUL-CLIENTE TO CXM-CLIENTE
                               PERFORM 9830-LANCAR-CAIXA
                       END-REWRITE
                   END-IF
                   END-IF
                           NOT INVALID KEY
                               MOVE 'PARCELA RECEBIDA. ENTER'
                                     TO WRK-MSGERRO
                               MOVE 'PM' TO CXM-TIPO
                               MOVE PARC-TENDER TO CXM-TENDER
                               MOVE PARC-VALOR TO CXM-VALOR
                               MOVE PARC-CODFILME TO CXM-CODFILME
                               MOVE PARC-CLIENTE TO CXM-CLIENTE
                               PERFORM 9830-LANCAR-CAIXA
                               PERFORM 8765-FECHAR-SE-ULTIMA
                       END-REWRITE
                   END-IF
               RES-CLIENTE         DELIMITED BY SIZE
               ' / PEDIDO EM: '    DELIMITED BY SIZE
               RES-DATA-PEDIDO     DELIMITED BY SIZE
               ' / FORMATO: '      DELIMITED BY SIZE
               RES-FORMATO         DELIMITED BY SIZE
               INTO WRK-SEQUENCIA.
           DISPLAY WRK-SEQUENCIA LINE WRK-CONTALINHA COLUMN 10.
           ADD 1 TO WRK-CONTALINHA.
                       READ EMPRESTIMOS NEXT
                   END-PERFORM
           END-START.
           PERFORM 9535-EXTRATO-DEPENDENTES.
           MOVE SPACES TO WRK-SEQUENCIA.
           STRING
               'TOTAL DE EMPRESTIMOS: ' DELIMITED BY SIZE
           MOVE 'FIM DO EXTRATO. ENTER SAIR' TO WRK-MSGERRO.
           PERFORM 9999-MOSTRAR-ERRO.

      *----TITULAR DE CONTA FAMILIA: O EXTRATO SEGUE COM OS-----------
      *----EMPRESTIMOS DE CADA DEPENDENTE, UM BLOCO POR DEPENDENTE-----
       9535-EXTRATO-DEPENDENTES.
           MOVE WRK-CLIENTE-BUSCA TO FAM-TITULAR.
           START FAMILIA KEY IS EQUAL TO FAM-TITULAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FAMILIA NEXT
                   PERFORM UNTIL FS-FAMILIA EQUAL 10
                           OR FAM-TITULAR NOT EQUAL WRK-CLIENTE-BUSCA
                       PERFORM 9536-EXTRATO-DEPENDENTE
                       READ FAMILIA NEXT
                   END-PERFORM
           END-START.

       9536-EXTRATO-DEPENDENTE.
           MOVE FAM-DEPENDENTE TO CLIENTES-FONE WRK-FAM-MEMBRO.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CLIENTES-NOME
           END-READ.
           MOVE SPACES TO WRK-SEQUENCIA.
           STRING
               'DEPENDENTE: '   DELIMITED BY SIZE
               CLIENTES-NOME    DELIMITED BY SIZE
               ' ('             DELIMITED BY SIZE
               FAM-PARENTESCO   DELIMITED BY SPACE
               ')'              DELIMITED BY SIZE
               INTO WRK-SEQUENCIA.
           DISPLAY WRK-SEQUENCIA LINE WRK-CONTALINHA COLUMN 01.
           IF WRK-EXTR-DISCO EQUAL 'S' OR WRK-EXTR-DISCO EQUAL 's'
               MOVE WRK-SEQUENCIA TO EXTRCLI-DADOS
               WRITE EXTRCLI-REG
           END-IF.
           ADD 1 TO WRK-CONTALINHA.
           IF WRK-CONTALINHA > 20
               MOVE 'PROXIMA PAGINA TECLE ENTER' TO WRK-MSGERRO
               PERFORM 9999-MOSTRAR-ERRO
               MOVE 7 TO WRK-CONTALINHA
               DISPLAY TELA
           END-IF.
           MOVE WRK-FAM-MEMBRO TO EMP-CLIENTE.
           START EMPRESTIMOS KEY IS EQUAL TO EMP-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMPRESTIMOS NEXT
                   PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                           OR EMP-CLIENTE NOT EQUAL WRK-FAM-MEMBRO
                       PERFORM 9540-EXIBIR-LINHA-EXTRATO
                       READ EMPRESTIMOS NEXT
                   END-PERFORM
           END-START.

      *----MONTA UMA LINHA DO EXTRATO COM O TITULO DO CATALOGO---------
       9540-EXIBIR-LINHA-EXTRATO.
           ADD 1 TO WRK-QTD-EXTR.
           MOVE SPACES TO WRK-JRN-ANTES.
           MOVE 'W' TO WRK-JRN-OPERACAO.

      *----LANCA NO RAZAO DO BALCAO O MOVIMENTO JA MONTADO EM CXM-----
      *----(TIPO, ESPECIE, VALOR, FILME E CLIENTE) COM A LOJA E O-----
      *----OPERADOR DA SESSAO; DATA E HORA FICAM POR CONTA DO CXLANCA-
       9830-LANCAR-CAIXA.
           MOVE ZEROS TO CXM-DATA CXM-HORA.
           MOVE WRK-OPER-LOJA TO CXM-LOJA.
           MOVE WRK-OPER-CODIGO TO CXM-OPERADOR.
           MOVE 'FILMESJC' TO CXM-ORIGEM.
           CALL "CXLANCA" USING CXM-REG, WRK-CXM-GRAVOU.
           IF WRK-CXM-GRAVOU NOT EQUAL 'S'
               MOVE 'ATENCAO: LANCAMENTO NAO FOI PARA O CAIXAMOV. ENTER'
                    TO WRK-MSGERRO
           END-IF.

      *----GRAVA UM REGISTRO DE AUDITORIA DE INCLUSAO/EXCLUSAO---------
      *----DE FILME NO CATALOGO------------------------------------------
       9700-GRAVAR-AUDIT-FILME.
                   MOVE 'EMPRESTIMO NAO ENCONTRADO. ENTER'
                         TO WRK-MSGERRO
               NOT INVALID KEY
                   IF EMP-ABERTO OR EMP-NFSE-NUMERO GREATER ZEROS
                       MOVE EMP-CLIENTE TO CLIENTES-FONE
                       READ CLIENTES
                           INVALID KEY
                    TO WRK-MSGERRO
           ELSE
               PERFORM 9660-CONTAR-RESERVAS-RENOV
               MOVE EMP-CODFILME TO CODFILME
               PERFORM 8534-VERIFICAR-LICENCA
               IF WRK-QTD-RES-RENOV GREATER ZEROS
                   MOVE 'FILME COM RESERVA NA FILA. ENTER'
                        TO WRK-MSGERRO
               ELSE
               IF WRK-LICENCA-OK EQUAL 'N'
                   CONTINUE
               ELSE
                   PERFORM 9665-EFETIVAR-RENOVACAO
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
                           END-REWRITE
                   END-READ
           END-WRITE.
           MOVE 'RN' TO CXM-TIPO.
           MOVE WRK-TENDER TO CXM-TENDER.
           MOVE WRK-VALOR-EMPRESTIMO TO CXM-VALOR.
           MOVE EMP-CODFILME TO CXM-CODFILME.
           MOVE EMP-CLIENTE TO CXM-CLIENTE.
           PERFORM 9830-LANCAR-CAIXA.
           IF WRK-NA-CONTA EQUAL 'S' AND
              WRK-VALOR-EMPRESTIMO GREATER ZEROS
               MOVE 'L' TO CCOR-TIPO
           WRITE SLOG-REG.
           CLOSE SESSAO.

      *----RECUSA LANCAMENTO NO BALCAO COM O MES DE HOJE FECHADO------
      *----PELO FECHAMES (CONSULTA VIA PERIODOCHK)---------------------
       9870-VERIFICAR-PERIODO.
           ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD.
           CALL "PERIODOCHK" USING WRK-PER-DATA, WRK-PER-FECHADO.
           IF WRK-PER-FECHADO EQUAL 'S'
               MOVE 'PERIODO FECHADO - LANCAMENTO RECUSADO. ENTER'
                    TO WRK-MSGERRO
               PERFORM 9999-MOSTRAR-ERRO
           END-IF.

      *-----ROTINA PARA MOSTRAR OS ERROS---------------------
       9999-MOSTRAR-ERRO.
           DISPLAY MOSTRA-ERRO.
