       IDENTIFICATION              DIVISION.
       PROGRAM-ID. COMISCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: TABELA DE REGRAS DA COMISSAO DO BALCAO
      *==           (COMISSAO.DAT) - POR VIGENCIA (AAAAMM), OS
      *==           PERCENTUAIS SOBRE LOCACOES, RENOVACOES, VENDA DE
      *==           USADOS E VENDA DE CARTAO PRESENTE E A META MENSAL
      *==           DO OPERADOR. A APURACAO DO MES E DO COMISCALC
      *== DATA: 15/10/2026
      *== OBSERVACOES: SO SUPERVISOR ALTERA A TABELA; GRAVAR DE NOVO
      *==           A MESMA VIGENCIA SUBSTITUI A REGRA
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT COMISSAO ASSIGN TO 'DADOS\COMISSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMR-VIGENCIA
               FILE STATUS IS FS-COMISSAO.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD COMISSAO.
           COPY "COMISREG".

       WORKING-STORAGE            SECTION.
       77 FS-COMISSAO       PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-VIGENCIA      PIC 9(06) VALUE ZEROS.
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
           OPEN I-O COMISSAO.
           IF FS-COMISSAO EQUAL 35
               OPEN OUTPUT COMISSAO
               CLOSE COMISSAO
               OPEN I-O COMISSAO
           END-IF.

       0200-PROCESSAR             SECTION.
           DISPLAY "G-GRAVAR REGRA  L-LISTAR REGRAS............"
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'G'
               WHEN 'g'
                   IF WRK-OPER-NIVEL NOT EQUAL 9
                       DISPLAY "REGRA DE COMISSAO SO COM SUPERVISOR"
                   ELSE
                       PERFORM 0210-GRAVAR
                   END-IF
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0220-LISTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "OUTRA OPERACAO (S/N).............."
           ACCEPT WRK-CONTINUA.

      *----REGRA NOVA OU ALTERACAO DE UMA VIGENCIA JA GRAVADA---------
       0210-GRAVAR                SECTION.
           DISPLAY "VIGENCIA (AAAAMM)................."
           ACCEPT WRK-VIGENCIA.
           IF WRK-VIGENCIA(5:2) LESS '01' OR
              WRK-VIGENCIA(5:2) GREATER '12'
               DISPLAY "VIGENCIA INVALIDA"
           ELSE
               MOVE WRK-VIGENCIA TO COMR-VIGENCIA
               DISPLAY "% SOBRE LOCACOES (EX: 2,50)......."
               ACCEPT COMR-PCT-LOCACAO
               DISPLAY "% SOBRE RENOVACOES................"
               ACCEPT COMR-PCT-RENOVACAO
               DISPLAY "% SOBRE VENDA DE USADOS..........."
               ACCEPT COMR-PCT-VENDA
               DISPLAY "% SOBRE VENDA DE CARTAO PRESENTE.."
               ACCEPT COMR-PCT-GIFT
               DISPLAY "META MENSAL DE VENDAS (0 = SEM)..."
               ACCEPT COMR-META
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
               MOVE WRK-HOJE TO COMR-DATA-ALTERACAO
               MOVE WRK-OPER-CODIGO TO COMR-OPERADOR
               WRITE COMR-REG
                   INVALID KEY
                       REWRITE COMR-REG
                       DISPLAY "REGRA ALTERADA"
                   NOT INVALID KEY
                       DISPLAY "REGRA GRAVADA"
               END-WRITE
           END-IF.

      *----TODAS AS VIGENCIAS, DA MAIS ANTIGA PARA A MAIS NOVA--------
       0220-LISTAR                SECTION.
           MOVE ZEROS TO WRK-QT-LIDOS.
           MOVE ZEROS TO COMR-VIGENCIA.
           START COMISSAO KEY >= COMR-VIGENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COMISSAO NEXT
                   PERFORM UNTIL FS-COMISSAO NOT EQUAL ZEROS
                       ADD 1 TO WRK-QT-LIDOS
                       DISPLAY COMR-VIGENCIA
                               " LOC " COMR-PCT-LOCACAO
                               " REN " COMR-PCT-RENOVACAO
                               " VEN " COMR-PCT-VENDA
                               " GIF " COMR-PCT-GIFT
                               " META " COMR-META
                       READ COMISSAO NEXT
                   END-PERFORM
           END-START.
           IF WRK-QT-LIDOS EQUAL ZEROS
               DISPLAY "NENHUMA REGRA CADASTRADA"
           END-IF.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE COMISSAO.
