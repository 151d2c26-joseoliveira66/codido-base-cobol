       IDENTIFICATION              DIVISION.
       PROGRAM-ID. DESCCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CADASTRO DE DESCONTOS NA MENSALIDADE POR ALUNO
      *==           (DESCONTO.DAT) - BOLSA, IRMAO OU FILHO DE
      *==           FUNCIONARIO, EM PERCENTUAL OU VALOR FIXO, COM
      *==           VIGENCIA; CONSULTA DOS DESCONTOS DO ALUNO E
      *==           ENCERRAMENTO DA VIGENCIA. O MENSGERA APLICA
      *== DATA: 15/10/2026
      *== OBSERVACOES: SO SUPERVISOR GRAVA E ENCERRA - O OPERADOR
      *==           LOGADO FICA COMO APROVADOR. O DESCONTO DE IRMAO
      *==           EXIGE OUTRO ALUNO COM O MESMO CPF DE RESPONSAVEL
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT DESCONTO ASSIGN TO 'DADOS\DESCONTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-CHAVE
               FILE STATUS IS FS-DESCONTO.

         SELECT ALUNOS ASSIGN TO "C:\COBOL\DADOS\ALUNOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ALUNO-MATRICULA
         FILE STATUS IS FS-ALUNOS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD DESCONTO.
           COPY "DESCREG".

       FD ALUNOS.
           COPY "ALUNOREG".

       WORKING-STORAGE            SECTION.
       77 FS-DESCONTO       PIC 9(02) VALUE ZEROS.
       77 FS-ALUNOS         PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO          PIC X(01) VALUE SPACES.
       77 WRK-RESP-CPF      PIC 9(11) VALUE ZEROS.
       77 WRK-QT-IRMAOS     PIC 9(03) VALUE ZEROS.
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
           OPEN I-O DESCONTO.
           IF FS-DESCONTO EQUAL 35
               OPEN OUTPUT DESCONTO
               CLOSE DESCONTO
               OPEN I-O DESCONTO
           END-IF.
           OPEN INPUT ALUNOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

       0200-PROCESSAR             SECTION.
           DISPLAY "G-GRAVAR  C-CONSULTAR ALUNO  E-ENCERRAR VIGENCIA.."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'G'
               WHEN 'g'
                   IF WRK-OPER-NIVEL NOT EQUAL 9
                       DISPLAY "DESCONTO SO COM APROVACAO DE SUPERVISOR"
                   ELSE
                       PERFORM 0210-GRAVAR
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0220-CONSULTAR
               WHEN 'E'
               WHEN 'e'
                   IF WRK-OPER-NIVEL NOT EQUAL 9
                       DISPLAY "DESCONTO SO COM APROVACAO DE SUPERVISOR"
                   ELSE
                       PERFORM 0230-ENCERRAR
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----DESCONTO NOVO OU ALTERACAO DE UM JA GRAVADO----------------
       0210-GRAVAR                SECTION.
           DISPLAY "MATRICULA DO ALUNO................"
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   DISPLAY "ALUNO NAO CADASTRADO"
                   GO TO 0210-FIM
           END-READ.
           DISPLAY "ALUNO: " ALUNO-NOME.
           MOVE ALUNO-RESP-CPF TO WRK-RESP-CPF.
           DISPLAY "TIPO (B-BOLSA I-IRMAO F-FILHO DE FUNCIONARIO)"
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO TO DSC-TIPO.
           IF NOT DSC-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO"
               GO TO 0210-FIM
           END-IF.
           IF DSC-IRMAO
               PERFORM 0215-CONTAR-IRMAOS
               IF WRK-QT-IRMAOS EQUAL ZEROS
                   DISPLAY "NENHUM IRMAO ENCONTRADO PELO CPF DO "
                           "RESPONSAVEL (VER ALUNOCAD)"
                   GO TO 0210-FIM
               END-IF
               DISPLAY "IRMAOS ENCONTRADOS: " WRK-QT-IRMAOS
           END-IF.
           MOVE WRK-MATRICULA TO DSC-MATRICULA.
           MOVE WRK-TIPO TO DSC-TIPO.
           DISPLAY "FORMA (P-PERCENTUAL V-VALOR FIXO)."
           ACCEPT DSC-FORMA.
           IF DSC-PERCENTUAL
               DISPLAY "PERCENTUAL (EX: 50,00)............"
               ACCEPT DSC-PCT
               MOVE ZEROS TO DSC-VALOR
               IF DSC-PCT GREATER 100
                   DISPLAY "PERCENTUAL ACIMA DE 100"
                   GO TO 0210-FIM
               END-IF
           ELSE
               IF DSC-VALOR-FIXO
                   DISPLAY "VALOR FIXO (EX: 150,00)..........."
                   ACCEPT DSC-VALOR
                   MOVE ZEROS TO DSC-PCT
               ELSE
                   DISPLAY "FORMA INVALIDA"
                   GO TO 0210-FIM
               END-IF
           END-IF.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD)....."
           ACCEPT DSC-INICIO.
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD/0=SEM FIM)"
           ACCEPT DSC-FIM.
           IF DSC-FIM GREATER ZEROS AND DSC-FIM LESS DSC-INICIO
               DISPLAY "FIM ANTES DO INICIO DA VIGENCIA"
               GO TO 0210-FIM
           END-IF.
           MOVE WRK-OPER-CODIGO TO DSC-APROVADOR.
           MOVE WRK-HOJE TO DSC-DATA-APROVACAO.
           WRITE DSC-REG
               INVALID KEY
                   REWRITE DSC-REG
                   DISPLAY "DESCONTO ALTERADO"
               NOT INVALID KEY
                   DISPLAY "DESCONTO GRAVADO"
           END-WRITE.

       0210-FIM.
           EXIT.

      *----OUTROS ALUNOS COM O MESMO CPF DE RESPONSAVEL----------------
       0215-CONTAR-IRMAOS         SECTION.
           MOVE ZEROS TO WRK-QT-IRMAOS.
           IF WRK-RESP-CPF GREATER ZEROS
               MOVE ZEROS TO ALUNO-MATRICULA
               START ALUNOS KEY >= ALUNO-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ALUNOS NEXT
                       PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                           IF ALUNO-RESP-CPF EQUAL WRK-RESP-CPF AND
                              ALUNO-MATRICULA NOT EQUAL WRK-MATRICULA
                               ADD 1 TO WRK-QT-IRMAOS
                           END-IF
                           READ ALUNOS NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-ALUNOS
           END-IF.

      *----DESCONTOS DO ALUNO, DE TODOS OS TIPOS----------------------
       0220-CONSULTAR             SECTION.
           DISPLAY "MATRICULA DO ALUNO................"
           ACCEPT WRK-MATRICULA.
           MOVE ZEROS TO WRK-QT-LIDOS.
           MOVE WRK-MATRICULA TO DSC-MATRICULA.
           MOVE LOW-VALUES TO DSC-TIPO.
           START DESCONTO KEY >= DSC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DESCONTO NEXT
                   PERFORM UNTIL FS-DESCONTO NOT EQUAL ZEROS
                           OR DSC-MATRICULA NOT EQUAL WRK-MATRICULA
                       ADD 1 TO WRK-QT-LIDOS
                       DISPLAY "TIPO " DSC-TIPO " FORMA " DSC-FORMA
                               " PCT " DSC-PCT " VALOR " DSC-VALOR
                       DISPLAY "   VIGENCIA " DSC-INICIO " A "
                               DSC-FIM " APROVADOR " DSC-APROVADOR
                               " EM " DSC-DATA-APROVACAO
                       READ DESCONTO NEXT
                   END-PERFORM
           END-START.
           MOVE ZEROS TO FS-DESCONTO.
           IF WRK-QT-LIDOS EQUAL ZEROS
               DISPLAY "ALUNO SEM DESCONTO CADASTRADO"
           END-IF.

      *----ENCERRA A VIGENCIA NA DATA DE HOJE (MANTEM O HISTORICO)-----
       0230-ENCERRAR              SECTION.
           DISPLAY "MATRICULA DO ALUNO................"
           ACCEPT DSC-MATRICULA.
           DISPLAY "TIPO (B/I/F)......................"
           ACCEPT DSC-TIPO.
           READ DESCONTO
               INVALID KEY
                   DISPLAY "DESCONTO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE WRK-HOJE TO DSC-FIM
                   MOVE WRK-OPER-CODIGO TO DSC-APROVADOR
                   MOVE WRK-HOJE TO DSC-DATA-APROVACAO
                   REWRITE DSC-REG
                   DISPLAY "VIGENCIA ENCERRADA EM " WRK-HOJE
           END-READ.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE DESCONTO.
           CLOSE ALUNOS.
