       IDENTIFICATION              DIVISION.
       PROGRAM-ID. BENEFCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: ADESAO DO FUNCIONARIO AOS BENEFICIOS (BENEF.DAT)
      *==           - VALE-TRANSPORTE (TARIFA, CONDUCOES POR DIA E
      *==           OPERADORA) E VALE-REFEICAO (VALOR DIARIO E
      *==           OPERADORA). O CALCULO DO MES E DO BENEFCALC E O
      *==           DESCONTO DOS 6% DO VT E DA FOLHA
      *== DATA: 15/10/2026
      *== OBSERVACOES: GRAVAR DE NOVO O MESMO FUNCIONARIO ALTERA A
      *==           ADESAO; TARIFA OU VALOR DIARIO ZERADO DESLIGA
      *==           AQUELE BENEFICIO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT BENEF ASSIGN TO 'DADOS\BENEF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-FUNCIONARIO
               FILE STATUS IS FS-BENEF.

         SELECT FUNCIONARIOS ASSIGN TO "C:\COBOL\DADOS\FUNCIONARIOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS FUNC-CODIGO
         FILE STATUS IS FS-FUNCIONARIOS.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD BENEF.
           COPY "BENEFREG".

       FD FUNCIONARIOS.
           COPY "FUNCREG".

       WORKING-STORAGE            SECTION.
       77 FS-BENEF          PIC 9(02) VALUE ZEROS.
       77 FS-FUNCIONARIOS   PIC 9(02) VALUE ZEROS.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-FUNCIONARIO   PIC 9(04) VALUE ZEROS.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-CUSTO-DIA     PIC 9(04)V99 VALUE ZEROS.
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
           OPEN I-O BENEF.
           IF FS-BENEF EQUAL 35
               OPEN OUTPUT BENEF
               CLOSE BENEF
               OPEN I-O BENEF
           END-IF.
           OPEN INPUT FUNCIONARIOS.

       0200-PROCESSAR             SECTION.
           DISPLAY "A-ADERIR/ALTERAR  C-CONSULTAR  E-EXCLUIR..."
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0210-ADERIR
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

      *----ADESAO NOVA OU ALTERACAO DA EXISTENTE----------------------
       0210-ADERIR                SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO............."
           ACCEPT WRK-FUNCIONARIO.
           MOVE WRK-FUNCIONARIO TO FUNC-CODIGO.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO"
               NOT INVALID KEY
                   IF NOT FUNC-ESTA-ATIVO
                       DISPLAY "FUNCIONARIO DESLIGADO"
                   ELSE
                       PERFORM 0215-CAPTAR
                   END-IF
           END-READ.

       0215-CAPTAR                SECTION.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.
           MOVE WRK-FUNCIONARIO TO BEN-FUNCIONARIO.
           DISPLAY "VT - TARIFA POR CONDUCAO (0 = SEM VT)"
           ACCEPT BEN-VT-TARIFA.
           MOVE ZEROS TO BEN-VT-CONDUCOES BEN-VT-OPERADORA.
           IF BEN-VT-TARIFA GREATER ZEROS
               DISPLAY "VT - CONDUCOES POR DIA............"
               ACCEPT BEN-VT-CONDUCOES
               DISPLAY "VT - CODIGO DA OPERADORA.........."
               ACCEPT BEN-VT-OPERADORA
           END-IF.
           DISPLAY "VR - VALOR POR DIA (0 = SEM VR)..."
           ACCEPT BEN-VR-VALOR-DIA.
           MOVE ZEROS TO BEN-VR-OPERADORA.
           IF BEN-VR-VALOR-DIA GREATER ZEROS
               DISPLAY "VR - CODIGO DA OPERADORA.........."
               ACCEPT BEN-VR-OPERADORA
           END-IF.
           IF BEN-VT-TARIFA GREATER ZEROS AND
              BEN-VT-CONDUCOES EQUAL ZEROS
               DISPLAY "INFORME AS CONDUCOES POR DIA DO VT"
           ELSE
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
               MOVE WRK-HOJE TO BEN-DATA-ADESAO
               MOVE WRK-OPER-CODIGO TO BEN-OPERADOR
               COMPUTE WRK-CUSTO-DIA =
                   BEN-VT-TARIFA * BEN-VT-CONDUCOES
               WRITE BEN-REG
                   INVALID KEY
                       REWRITE BEN-REG
                       DISPLAY "ADESAO ALTERADA"
                   NOT INVALID KEY
                       DISPLAY "ADESAO REGISTRADA"
               END-WRITE
               DISPLAY "CUSTO DIARIO DO VT: " WRK-CUSTO-DIA
                       " / VR POR DIA: " BEN-VR-VALOR-DIA
           END-IF.

       0220-CONSULTAR             SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO............."
           ACCEPT WRK-FUNCIONARIO.
           MOVE WRK-FUNCIONARIO TO BEN-FUNCIONARIO.
           READ BENEF
               INVALID KEY
                   DISPLAY "FUNCIONARIO SEM ADESAO A BENEFICIOS"
               NOT INVALID KEY
                   DISPLAY "VT - TARIFA: " BEN-VT-TARIFA
                           " / CONDUCOES: " BEN-VT-CONDUCOES
                           " / OPERADORA: " BEN-VT-OPERADORA
                   DISPLAY "VR - POR DIA: " BEN-VR-VALOR-DIA
                           " / OPERADORA: " BEN-VR-OPERADORA
                   DISPLAY "ADESAO EM " BEN-DATA-ADESAO
                           " PELO OPERADOR " BEN-OPERADOR
           END-READ.

      *----CANCELA A ADESAO (O MES JA CALCULADO NAO E DESFEITO)-------
       0230-EXCLUIR               SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO............."
           ACCEPT WRK-FUNCIONARIO.
           MOVE WRK-FUNCIONARIO TO BEN-FUNCIONARIO.
           DELETE BENEF
               INVALID KEY
                   DISPLAY "FUNCIONARIO SEM ADESAO A BENEFICIOS"
               NOT INVALID KEY
                   DISPLAY "ADESAO CANCELADA"
           END-DELETE.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE BENEF.
           CLOSE FUNCIONARIOS.
