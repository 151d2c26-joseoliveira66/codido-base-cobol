      *==           (ABASTEC.DAT), PARA AS DECISOES DE MANUTENCAO,
      *==           EM VEICRELAAAAMM.TXT
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - CUSTO DAS MANUTENCOES DO MES (MANUT.DAT)
      *==                   AO LADO DO COMBUSTIVEL E TOTAL DA PLACA
      *== OBSERVACOES: DIFERENCA GRANDE ENTRE COTADO E ABASTECIDO
      *==           COSTUMA SER CONSUMO FORA DO CADASTRO OU MOTOR
      *==           PEDINDO REVISAO
               RECORD KEY IS ABA-CHAVE
               FILE STATUS IS FS-ABASTEC.

           SELECT MANUT ASSIGN TO 'DADOS\MANUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CHAVE
               FILE STATUS IS FS-MANUT.

         SELECT CUSTOS ASSIGN TO "C:\COBOL\DADOS\CUSTOS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
       FD ABASTEC.
           COPY "ABASTREG".

       FD MANUT.
           COPY "MANUTREG".

       FD CUSTOS.
           COPY "CUSTOREG".

       FD RELVEI.
       01 RELVEI-REG.
           05 RELVEI-DADOS          PIC X(130).

       FD JOBHIST.
           COPY "JOBHISTREG".
       77 WRK-COMPETENCIA   PIC 9(06)    VALUE ZEROS.
       77 WRK-HOJE          PIC 9(08)    VALUE ZEROS.
       77 WRK-RELVEI-NOME   PIC X(030)   VALUE SPACES.
       77 WRK-LINHA-REL     PIC X(130)   VALUE SPACES.
       77 WRK-QT-VEICULOS   PIC 9(03)    VALUE ZEROS.
       77 WRK-PLACA-ATUAL   PIC X(07)    VALUE SPACES.
       77 WRK-KM-MES        PIC 9(07)    VALUE ZEROS.
       77 WRK-GASTO-REAL    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-COTADO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(07)V99 VALUE ZEROS.
       77 FS-MANUT          PIC 9(02)    VALUE ZEROS.
       77 WRK-MANUT-MES     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-PLACA   PIC 9(08)V99 VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           END-IF.
           OPEN INPUT VIAGKM.
           OPEN INPUT ABASTEC.
           OPEN INPUT MANUT.
           OPEN INPUT CUSTOS.
           MOVE 1 TO CUSTO-CHAVE.
           IF FS-CUSTOS EQUAL ZEROS
                       READ ABASTEC NEXT
                   END-PERFORM
           END-START.
      *----MANUTENCOES FEITAS NO MES-----------------------------------
           MOVE ZEROS TO WRK-MANUT-MES.
           MOVE WRK-PLACA-ATUAL TO MAN-PLACA.
           MOVE ZEROS TO MAN-DATA MAN-SEQ.
           START MANUT KEY >= MAN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MANUT NEXT
                   PERFORM UNTIL FS-MANUT NOT EQUAL ZEROS
                           OR MAN-PLACA NOT EQUAL WRK-PLACA-ATUAL
                       IF MAN-DATA(1:6) EQUAL WRK-COMPETENCIA
                           ADD MAN-CUSTO TO WRK-MANUT-MES
                       END-IF
                       READ MANUT NEXT
                   END-PERFORM
           END-START.
           COMPUTE WRK-CUSTO-PLACA = WRK-GASTO-REAL + WRK-MANUT-MES.
      *----CUSTO COTADO PELO CONSUMO DO CADASTRO-----------------------
           MOVE ZEROS TO WRK-CUSTO-COTADO.
           IF VEIC-CONSUMO-KML GREATER ZEROS
               WRK-GASTO-REAL   DELIMITED BY SIZE
               ' DIF '          DELIMITED BY SIZE
               WRK-DIFERENCA    DELIMITED BY SIZE
               ' MANUT '        DELIMITED BY SIZE
               WRK-MANUT-MES    DELIMITED BY SIZE
               ' TOTAL '        DELIMITED BY SIZE
               WRK-CUSTO-PLACA  DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0450-GRAVAR-LINHA.
           CLOSE VEICULOS.
           CLOSE VIAGKM.
           CLOSE ABASTEC.
           CLOSE MANUT.
           CLOSE CUSTOS.
           PERFORM 0900-GRAVAR-JOBHIST.
           DISPLAY "FIM DO COMPARATIVO POR VEICULO".
