       IDENTIFICATION              DIVISION.
       PROGRAM-ID. REEMBCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: POLITICA DE REEMBOLSO DO CANCELAMENTO DE PASSAGEM
      *==           (REEMBPOL.DAT) - FAIXAS DE ANTECEDENCIA MINIMA EM
      *==           DIAS ANTES DA VIAGEM COM O PERCENTUAL DO VALOR
      *==           PAGO QUE E DEVOLVIDO. ALTERACAO SO PELO SUPERVISOR
      *== DATA: 15/10/2026
      *== OBSERVACOES: EX: 7 DIAS = 100%, 2 DIAS = 50%, 0 DIAS = 0%.
      *==           O REEMBOLSO E LANCADO PELO VIAGEMCAD NO
      *==           CANCELAMENTO DA RESERVA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT REEMBPOL ASSIGN TO 'DADOS\REEMBPOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-DIAS-MIN
               FILE STATUS IS FS-REEMBPOL.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD REEMBPOL.
           COPY "REEMBREG".

       WORKING-STORAGE            SECTION.
       77 FS-REEMBPOL       PIC 9(02)    VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01)    VALUE 'S'.
       77 WRK-OPCAO         PIC X(01)    VALUE SPACES.
       77 WRK-DIAS-MIN      PIC 9(03)    VALUE ZEROS.
       77 WRK-PERCENTUAL    PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-FAIXAS     PIC 9(03)    VALUE ZEROS.
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
           DISPLAY "POLITICA DE REEMBOLSO DE PASSAGENS".
           OPEN I-O REEMBPOL.
           IF FS-REEMBPOL EQUAL 35
               OPEN OUTPUT REEMBPOL
               CLOSE REEMBPOL
               OPEN I-O REEMBPOL
           END-IF.

       0200-PROCESSAR             SECTION.
           DISPLAY "G-GRAVAR FAIXA  E-EXCLUIR FAIXA  L-LISTAR..."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'G'
               WHEN 'g'
                   IF WRK-OPER-NIVEL NOT EQUAL 9
                       DISPLAY "SOMENTE SUPERVISOR ALTERA A POLITICA"
                   ELSE
                       PERFORM 0210-GRAVAR
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   IF WRK-OPER-NIVEL NOT EQUAL 9
                       DISPLAY "SOMENTE SUPERVISOR ALTERA A POLITICA"
                   ELSE
                       PERFORM 0220-EXCLUIR
                   END-IF
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0230-LISTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

       0210-GRAVAR                SECTION.
           DISPLAY "A PARTIR DE QUANTOS DIAS ANTES...."
           ACCEPT WRK-DIAS-MIN.
           DISPLAY "PERCENTUAL DEVOLVIDO (0 A 100)...."
           ACCEPT WRK-PERCENTUAL.
           IF WRK-PERCENTUAL GREATER 100
               DISPLAY "PERCENTUAL INVALIDO"
           ELSE
               MOVE WRK-DIAS-MIN TO RPO-DIAS-MIN
               READ REEMBPOL
                   INVALID KEY
                       MOVE WRK-PERCENTUAL TO RPO-PERCENTUAL
                       WRITE RPO-REG
                       DISPLAY "FAIXA INCLUIDA."
                   NOT INVALID KEY
                       MOVE WRK-PERCENTUAL TO RPO-PERCENTUAL
                       REWRITE RPO-REG
                       DISPLAY "FAIXA ATUALIZADA."
               END-READ
           END-IF.

       0220-EXCLUIR               SECTION.
           DISPLAY "DIAS DA FAIXA A EXCLUIR..........."
           ACCEPT WRK-DIAS-MIN.
           MOVE WRK-DIAS-MIN TO RPO-DIAS-MIN.
           DELETE REEMBPOL
               INVALID KEY
                   DISPLAY "FAIXA NAO CADASTRADA"
               NOT INVALID KEY
                   DISPLAY "FAIXA EXCLUIDA."
           END-DELETE.

       0230-LISTAR                SECTION.
           MOVE ZEROS TO WRK-QT-FAIXAS.
           MOVE ZEROS TO RPO-DIAS-MIN.
           START REEMBPOL KEY >= RPO-DIAS-MIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REEMBPOL NEXT
                   PERFORM UNTIL FS-REEMBPOL NOT EQUAL ZEROS
                       ADD 1 TO WRK-QT-FAIXAS
                       DISPLAY "A PARTIR DE " RPO-DIAS-MIN
                               " DIAS ANTES: " RPO-PERCENTUAL "%"
                       READ REEMBPOL NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-FAIXAS EQUAL ZEROS
               DISPLAY "SEM FAIXAS - VALE O PADRAO: 7 DIAS 100%, "
                       "2 DIAS 50%, MENOS DE 2 DIAS 0%"
           ELSE
               DISPLAY "ABAIXO DA MENOR FAIXA NAO HA REEMBOLSO"
           END-IF.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE REEMBPOL.
