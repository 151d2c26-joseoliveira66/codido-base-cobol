       IDENTIFICATION              DIVISION.
       PROGRAM-ID. MATRICAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: MATRICULA DE ALUNOS NOVOS COM CONTROLE DE VAGAS -
      *==           INSCRICAO DO CANDIDATO NO ANO E SERIE, RESERVA DA
      *==           VAGA NA PRIMEIRA TURMA COM LUGAR (TUR-VAGAS) OU
      *==           ENTRADA NA LISTA DE ESPERA, CONFIRMACAO (CRIA O
      *==           ALUNO EM ALUNOS.DAT E A PRIMEIRA MENSALIDADE EM
      *==           MENSALID.DAT), DESISTENCIA E CONSULTA DA ESPERA
      *== DATA: 15/10/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - CPF DO RESPONSAVEL NA CONFIRMACAO E VALOR
      *==                   BRUTO/DESCONTOS NA PRIMEIRA MENSALIDADE
      *==   15/10/2026 JO - PRIMEIRA MENSALIDADE DIRIGIDA AO CPF DO
      *==                   RESPONSAVEL (CADASTRAR OS DADOS DELE NO
      *==                   RESPCAD)
      *==   15/10/2026 JO - PRIMEIRA MENSALIDADE GRAVADA COM BOLETO
      *==                   'N' (A REMETER); O MENSGERA DA COMPETENCIA
      *==                   MANDA O BOLETO NA REMESSA
      *== OBSERVACOES: VAGA OCUPADA = ALUNO NA TURMA + INSCRICAO COM
      *==           VAGA RESERVADA. A VAGA LIBERADA NA DESISTENCIA
      *==           (OU AO AUMENTAR AS VAGAS NO TURMACAD, OPCAO A) VAI
      *==           PARA A LISTA DE ESPERA NA ORDEM DA INSCRICAO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT INSCRICAO ASSIGN TO 'DADOS\INSCRICAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-NUMERO
               FILE STATUS IS FS-INSCRICAO.

         SELECT ALUNOS ASSIGN TO "C:\COBOL\DADOS\ALUNOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ALUNO-MATRICULA
         FILE STATUS IS FS-ALUNOS.

         SELECT TURMAS ASSIGN TO "DADOS\TURMAS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS TUR-CODIGO
         FILE STATUS IS FS-TURMAS.

           SELECT ESCFIN ASSIGN TO 'DADOS\ESCFIN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCFIN-CHAVE
               FILE STATUS IS FS-ESCFIN.

           SELECT MENSALID ASSIGN TO 'DADOS\MENSALID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALID.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD INSCRICAO.
           COPY "INSCREG".

       FD ALUNOS.
           COPY "ALUNOREG".

       FD TURMAS.
           COPY "TURMAREG".

       FD ESCFIN.
           COPY "ESCFINREG".

       FD MENSALID.
           COPY "MENSALREG".

       WORKING-STORAGE            SECTION.
       77 FS-INSCRICAO      PIC 9(02) VALUE ZEROS.
       77 FS-ALUNOS         PIC 9(02) VALUE ZEROS.
       77 FS-TURMAS         PIC 9(02) VALUE ZEROS.
       77 FS-ESCFIN         PIC 9(02) VALUE ZEROS.
       77 FS-MENSALID       PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-VENC      PIC 9(02) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-NOME          PIC X(30) VALUE SPACES.
       77 WRK-ANO           PIC 9(04) VALUE ZEROS.
       77 WRK-SERIE         PIC 9(02) VALUE ZEROS.
       77 WRK-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-TURMA-ATU     PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA-LIVRE   PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-TURMA     PIC X(01) VALUE 'N'.
       77 WRK-VAGAS         PIC 9(03) VALUE ZEROS.
       77 WRK-OCUPADAS      PIC 9(04) VALUE ZEROS.
       77 WRK-PROX-ESPERA   PIC 9(06) VALUE ZEROS.
       77 WRK-POSICAO       PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ALOCADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(01) VALUE ZEROS.
       77 WRK-RESP-CPF      PIC 9(11) VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE OS ARQUIVOS, CRIANDO OS QUE AINDA NAO EXISTIREM--------
       0100-INICIALIZAR           SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN I-O INSCRICAO.
           IF FS-INSCRICAO EQUAL 35
               OPEN OUTPUT INSCRICAO
               CLOSE INSCRICAO
               OPEN I-O INSCRICAO
           END-IF.
           OPEN I-O ALUNOS.
           IF FS-ALUNOS EQUAL 35
               OPEN OUTPUT ALUNOS
               CLOSE ALUNOS
               OPEN I-O ALUNOS
           END-IF.
           OPEN INPUT TURMAS.
           IF FS-TURMAS EQUAL 35
               OPEN OUTPUT TURMAS
               CLOSE TURMAS
               OPEN INPUT TURMAS
           END-IF.
           OPEN I-O MENSALID.
           IF FS-MENSALID EQUAL 35
               OPEN OUTPUT MENSALID
               CLOSE MENSALID
               OPEN I-O MENSALID
           END-IF.
      *----DIA DE VENCIMENTO DA PRIMEIRA MENSALIDADE (MENSGERA)--------
           MOVE 10 TO WRK-DIA-VENC.
           OPEN INPUT ESCFIN.
           IF FS-ESCFIN EQUAL ZEROS
               MOVE 1 TO ESCFIN-CHAVE
               READ ESCFIN
                   NOT INVALID KEY
                       IF ESCFIN-DIA-VENC GREATER ZEROS
                           MOVE ESCFIN-DIA-VENC TO WRK-DIA-VENC
                       END-IF
               END-READ
           END-IF.
           CLOSE ESCFIN.

       0200-PROCESSAR             SECTION.
           DISPLAY "I-INSCREVER  C-CONFIRMAR  D-DESISTENCIA".
           DISPLAY "L-LISTA DE ESPERA  A-ALOCAR ESPERA EM VAGAS...."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INSCREVER
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0220-CONFIRMAR
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0230-DESISTIR
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0240-LISTAR-ESPERA
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0245-PEDIR-SERIE
                   PERFORM 0270-ALOCAR-ESPERA
                   DISPLAY "INSCRICOES DA ESPERA ALOCADAS: "
                           WRK-QT-ALOCADAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----NOVA INSCRICAO: VAGA NA PRIMEIRA TURMA COM LUGAR OU ESPERA--
       0210-INSCREVER             SECTION.
           DISPLAY "NOME DO CANDIDATO................."
           ACCEPT WRK-NOME.
           PERFORM 0245-PEDIR-SERIE.
           PERFORM 0260-BUSCAR-TURMA-LIVRE.
           IF WRK-TEM-TURMA EQUAL 'N'
               DISPLAY "NAO HA TURMA DA SERIE NO ANO (VER TURMACAD)"
               GO TO 0210-FIM
           END-IF.
           PERFORM 0215-PROXIMO-NUMERO.
           MOVE WRK-NUMERO TO INS-NUMERO.
           MOVE WRK-NOME TO INS-NOME.
           MOVE WRK-ANO TO INS-ANO.
           MOVE WRK-SERIE TO INS-SERIE.
           MOVE WRK-HOJE TO INS-DATA.
           MOVE ZEROS TO INS-MATRICULA.
           IF WRK-TURMA-LIVRE GREATER ZEROS
               MOVE WRK-TURMA-LIVRE TO INS-TURMA
               MOVE 'R' TO INS-SITUACAO
           ELSE
               MOVE ZEROS TO INS-TURMA
               MOVE 'E' TO INS-SITUACAO
           END-IF.
           WRITE INS-REG
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DA INSCRICAO"
                   GO TO 0210-FIM
           END-WRITE.
           DISPLAY "INSCRICAO NUMERO " WRK-NUMERO.
           IF INS-RESERVADA
               DISPLAY "VAGA RESERVADA NA TURMA " INS-TURMA
                       " - AGUARDANDO CONFIRMACAO"
           ELSE
               PERFORM 0250-POSICAO-ESPERA
               DISPLAY "TURMAS LOTADAS - LISTA DE ESPERA, POSICAO "
                       WRK-POSICAO
           END-IF.

       0210-FIM.
           EXIT.

      *----PROXIMO NUMERO DE INSCRICAO (ULTIMO GRAVADO + 1)------------
       0215-PROXIMO-NUMERO        SECTION.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE ZEROS TO INS-NUMERO.
           START INSCRICAO KEY >= INS-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INSCRICAO NEXT
                   PERFORM UNTIL FS-INSCRICAO NOT EQUAL ZEROS
                       MOVE INS-NUMERO TO WRK-ULTIMO-NUMERO
                       READ INSCRICAO NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-INSCRICAO.
           COMPUTE WRK-NUMERO = WRK-ULTIMO-NUMERO + 1.

      *----CONFIRMACAO: CRIA O ALUNO NA TURMA RESERVADA E A PRIMEIRA---
      *----MENSALIDADE (COMPETENCIA ATUAL, VALOR DA TURMA)--------------
       0220-CONFIRMAR             SECTION.
           DISPLAY "NUMERO DA INSCRICAO..............."
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO INS-NUMERO.
           READ INSCRICAO
               INVALID KEY
                   DISPLAY "INSCRICAO NAO ENCONTRADA"
                   GO TO 0220-FIM
           END-READ.
           IF NOT INS-RESERVADA
               DISPLAY "INSCRICAO SEM VAGA RESERVADA - SITUACAO "
                       INS-SITUACAO
               GO TO 0220-FIM
           END-IF.
           DISPLAY "CANDIDATO: " INS-NOME " TURMA " INS-TURMA.
           DISPLAY "MATRICULA DO NOVO ALUNO..........."
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS
               NOT INVALID KEY
                   DISPLAY "MATRICULA JA EXISTE EM ALUNOS.DAT"
                   GO TO 0220-FIM
           END-READ.
           DISPLAY "CPF DO RESPONSAVEL (0 = NAO INFORMADO)"
           ACCEPT WRK-RESP-CPF.
           MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
           MOVE INS-NOME TO ALUNO-NOME.
           MOVE ZEROS TO ALUNO-QTD-NOTAS.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER 5
               MOVE ZEROS TO ALUNO-NOTAS(WRK-I)
           END-PERFORM.
           MOVE INS-TURMA TO ALUNO-TURMA.
           MOVE SPACES TO ALUNO-SIT-ROLL.
           MOVE WRK-RESP-CPF TO ALUNO-RESP-CPF.
           WRITE ALUNO-REG
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO ALUNO"
                   GO TO 0220-FIM
           END-WRITE.
           MOVE 'C' TO INS-SITUACAO.
           MOVE WRK-MATRICULA TO INS-MATRICULA.
           REWRITE INS-REG.
           DISPLAY "ALUNO " WRK-MATRICULA " MATRICULADO NA TURMA "
                   ALUNO-TURMA.
           PERFORM 0225-PRIMEIRA-MENSALIDADE.

       0220-FIM.
           EXIT.

       0225-PRIMEIRA-MENSALIDADE  SECTION.
           MOVE ALUNO-TURMA TO TUR-CODIGO.
           READ TURMAS
               INVALID KEY
                   MOVE ZEROS TO TUR-MENSALIDADE
           END-READ.
           IF TUR-MENSALIDADE EQUAL ZEROS
               DISPLAY "TURMA SEM MENSALIDADE - COBRANCA NAO GERADA"
           ELSE
               MOVE ALUNO-MATRICULA TO MEN-MATRICULA
               MOVE WRK-HOJE(1:6) TO MEN-COMPETENCIA
               MOVE ALUNO-TURMA TO MEN-TURMA
               MOVE TUR-MENSALIDADE TO MEN-VALOR MEN-VALOR-BRUTO
               MOVE ZEROS TO MEN-DESC-BOLSA MEN-DESC-IRMAO
                             MEN-DESC-FUNC
               MOVE 'N' TO MEN-BOLETO
               MOVE SPACES TO MEN-FORMA-PGTO
               MOVE ALUNO-RESP-CPF TO MEN-RESP-CPF
               COMPUTE MEN-VENCIMENTO =
                   MEN-COMPETENCIA * 100 + WRK-DIA-VENC
               MOVE ZEROS TO MEN-VALOR-PAGO MEN-DATA-PGTO
               MOVE 'P' TO MEN-STATUS
               WRITE MEN-REG
                   INVALID KEY
                       DISPLAY "MENSALIDADE DA COMPETENCIA JA EXISTE"
                   NOT INVALID KEY
                       DISPLAY "PRIMEIRA MENSALIDADE GERADA: "
                               MEN-COMPETENCIA " VALOR " MEN-VALOR
               END-WRITE
           END-IF.

      *----DESISTENCIA: LIBERA A VAGA RESERVADA PARA A ESPERA----------
       0230-DESISTIR              SECTION.
           DISPLAY "NUMERO DA INSCRICAO..............."
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO INS-NUMERO.
           READ INSCRICAO
               INVALID KEY
                   DISPLAY "INSCRICAO NAO ENCONTRADA"
                   GO TO 0230-FIM
           END-READ.
           IF NOT INS-RESERVADA AND NOT INS-EM-ESPERA
               DISPLAY "INSCRICAO JA CONFIRMADA OU ENCERRADA"
               GO TO 0230-FIM
           END-IF.
           MOVE INS-ANO TO WRK-ANO.
           MOVE INS-SERIE TO WRK-SERIE.
           MOVE 'D' TO INS-SITUACAO.
           REWRITE INS-REG.
           DISPLAY "DESISTENCIA REGISTRADA".
           PERFORM 0270-ALOCAR-ESPERA.
           IF WRK-QT-ALOCADAS GREATER ZEROS
               DISPLAY "VAGA REPASSADA PARA A LISTA DE ESPERA"
           END-IF.

       0230-FIM.
           EXIT.

      *----LISTA DE ESPERA DO ANO E SERIE, NA ORDEM DA INSCRICAO-------
       0240-LISTAR-ESPERA         SECTION.
           PERFORM 0245-PEDIR-SERIE.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE ZEROS TO INS-NUMERO.
           START INSCRICAO KEY >= INS-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INSCRICAO NEXT
                   PERFORM UNTIL FS-INSCRICAO NOT EQUAL ZEROS
                       IF INS-EM-ESPERA AND INS-ANO EQUAL WRK-ANO
                          AND INS-SERIE EQUAL WRK-SERIE
                           ADD 1 TO WRK-POSICAO
                           DISPLAY WRK-POSICAO " INSCRICAO "
                                   INS-NUMERO " " INS-NOME
                                   " DESDE " INS-DATA
                       END-IF
                       READ INSCRICAO NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-INSCRICAO.
           IF WRK-POSICAO EQUAL ZEROS
               DISPLAY "NINGUEM NA LISTA DE ESPERA DA SERIE"
           END-IF.

       0245-PEDIR-SERIE           SECTION.
           DISPLAY "ANO LETIVO (AAAA)................."
           ACCEPT WRK-ANO.
           DISPLAY "SERIE (1-99)......................"
           ACCEPT WRK-SERIE.

      *----POSICAO DA INSCRICAO RECEM GRAVADA NA LISTA DE ESPERA-------
       0250-POSICAO-ESPERA        SECTION.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE ZEROS TO INS-NUMERO.
           START INSCRICAO KEY >= INS-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INSCRICAO NEXT
                   PERFORM UNTIL FS-INSCRICAO NOT EQUAL ZEROS
                           OR INS-NUMERO GREATER WRK-NUMERO
                       IF INS-EM-ESPERA AND INS-ANO EQUAL WRK-ANO
                          AND INS-SERIE EQUAL WRK-SERIE
                           ADD 1 TO WRK-POSICAO
                       END-IF
                       READ INSCRICAO NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-INSCRICAO.

      *----PRIMEIRA TURMA DO ANO E SERIE COM VAGA (0 = TODAS LOTADAS)--
       0260-BUSCAR-TURMA-LIVRE    SECTION.
           MOVE 'N' TO WRK-TEM-TURMA.
           MOVE ZEROS TO WRK-TURMA-LIVRE.
           MOVE ZEROS TO TUR-CODIGO.
           START TURMAS KEY >= TUR-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TURMAS NEXT
                   PERFORM UNTIL FS-TURMAS NOT EQUAL ZEROS
                           OR WRK-TURMA-LIVRE GREATER ZEROS
                       IF TUR-ANO EQUAL WRK-ANO AND
                          TUR-SERIE EQUAL WRK-SERIE
                           MOVE 'S' TO WRK-TEM-TURMA
                           MOVE TUR-CODIGO TO WRK-TURMA-ATU
                           PERFORM 0265-CONTAR-OCUPADAS
                           IF WRK-VAGAS EQUAL ZEROS OR
                              WRK-OCUPADAS LESS WRK-VAGAS
                               MOVE TUR-CODIGO TO WRK-TURMA-LIVRE
                           END-IF
                       END-IF
                       READ TURMAS NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-TURMAS.

      *----ALUNOS NA TURMA MAIS AS VAGAS RESERVADAS NELA---------------
       0265-CONTAR-OCUPADAS       SECTION.
           IF TUR-VAGAS IS NUMERIC
               MOVE TUR-VAGAS TO WRK-VAGAS
           ELSE
               MOVE ZEROS TO WRK-VAGAS
           END-IF.
           MOVE ZEROS TO WRK-OCUPADAS.
           IF WRK-VAGAS GREATER ZEROS
               MOVE ZEROS TO ALUNO-MATRICULA
               START ALUNOS KEY >= ALUNO-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ALUNOS NEXT
                       PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                           IF ALUNO-TURMA EQUAL WRK-TURMA-ATU
                               ADD 1 TO WRK-OCUPADAS
                           END-IF
                           READ ALUNOS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-ALUNOS
               MOVE ZEROS TO INS-NUMERO
               START INSCRICAO KEY >= INS-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ INSCRICAO NEXT
                       PERFORM UNTIL FS-INSCRICAO NOT EQUAL ZEROS
                           IF INS-RESERVADA AND
                              INS-TURMA EQUAL WRK-TURMA-ATU
                               ADD 1 TO WRK-OCUPADAS
                           END-IF
                           READ INSCRICAO NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-INSCRICAO
           END-IF.

      *----PASSA A ESPERA DO ANO E SERIE PARA AS VAGAS LIVRES, NA------
      *----ORDEM DA INSCRICAO, ENQUANTO HOUVER VAGA E CANDIDATO--------
       0270-ALOCAR-ESPERA         SECTION.
           MOVE ZEROS TO WRK-QT-ALOCADAS.
           PERFORM 0275-PRIMEIRO-DA-ESPERA.
           PERFORM UNTIL WRK-PROX-ESPERA EQUAL ZEROS
               PERFORM 0260-BUSCAR-TURMA-LIVRE
               IF WRK-TURMA-LIVRE EQUAL ZEROS
                   MOVE ZEROS TO WRK-PROX-ESPERA
               ELSE
                   MOVE WRK-PROX-ESPERA TO INS-NUMERO
                   READ INSCRICAO
                       INVALID KEY
                           MOVE ZEROS TO WRK-PROX-ESPERA
                   END-READ
                   IF WRK-PROX-ESPERA GREATER ZEROS
                       MOVE WRK-TURMA-LIVRE TO INS-TURMA
                       MOVE 'R' TO INS-SITUACAO
                       REWRITE INS-REG
                       ADD 1 TO WRK-QT-ALOCADAS
                       DISPLAY "INSCRICAO " INS-NUMERO " " INS-NOME
                               " SAIU DA ESPERA - VAGA NA TURMA "
                               INS-TURMA
                       PERFORM 0275-PRIMEIRO-DA-ESPERA
                   END-IF
               END-IF
           END-PERFORM.

       0275-PRIMEIRO-DA-ESPERA    SECTION.
           MOVE ZEROS TO WRK-PROX-ESPERA.
           MOVE ZEROS TO INS-NUMERO.
           START INSCRICAO KEY >= INS-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INSCRICAO NEXT
                   PERFORM UNTIL FS-INSCRICAO NOT EQUAL ZEROS
                           OR WRK-PROX-ESPERA GREATER ZEROS
                       IF INS-EM-ESPERA AND INS-ANO EQUAL WRK-ANO
                          AND INS-SERIE EQUAL WRK-SERIE
                           MOVE INS-NUMERO TO WRK-PROX-ESPERA
                       END-IF
                       READ INSCRICAO NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-INSCRICAO.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE INSCRICAO.
           CLOSE ALUNOS.
           CLOSE TURMAS.
           CLOSE MENSALID.
