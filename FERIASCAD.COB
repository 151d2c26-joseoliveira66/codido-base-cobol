      *==           PROPRIA AAAA(MES+20) NO RAZAO FOLHALEDG.DAT. O
      *==           AVISO DE PERIODO VENCENDO SAI NO FERIASREL
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - NA MARCACAO DO GOZO O AFASTAMENTO PAGO
      *==                   PELO INSS (AFAST.DAT/AFASTCAD) SUSPENDE O
      *==                   PERIODO AQUISITIVO, QUE TEM O FIM ADIADO
      *==                   PELOS DIAS AFASTADOS; MAIS DE 6 MESES
      *==                   AFASTADO NO PERIODO PERDE O DIREITO
      *== OBSERVACOES: O PAGAMENTO NAO RETEM IR/INSS NA FONTE AQUI -
      *==           O ACERTO FICA NA FOLHA DA COMPETENCIA NORMAL,
      *==           COMO A CASA SEMPRE FEZ NO PAPEL
         RECORD KEY IS FLH-CHAVE
         FILE STATUS IS FS-FOLHALEDG.

           SELECT AFAST ASSIGN TO 'DADOS\AFAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS FS-AFAST.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD FERIAS.
       FD FOLHALEDG.
           COPY "FOLHALEREG".

       FD AFAST.
           COPY "AFASTREG".

       WORKING-STORAGE            SECTION.
       77 FS-FERIAS             PIC 9(02) VALUE ZEROS.
       77 FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77 WRK-MES-GOZO          PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-GOZO          PIC 9(04) VALUE ZEROS.
       77 WRK-CREDITO-ANT       PIC X(01) VALUE SPACES.
      *----SUSPENSAO DO PERIODO AQUISITIVO POR AFASTAMENTO NO INSS----
       77 FS-AFAST              PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-SUSPENSO     PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-PERDA      PIC 9(03) VALUE 180.
       77 WRK-INT-PER-INI       PIC 9(07) VALUE ZEROS.
       77 WRK-INT-PER-FIM       PIC 9(07) VALUE ZEROS.
       77 WRK-INT-AFA-INI       PIC 9(07) VALUE ZEROS.
       77 WRK-INT-AFA-FIM       PIC 9(07) VALUE ZEROS.
       77 WRK-PER-FIM-ORIG      PIC 9(08) VALUE ZEROS.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
               CLOSE FOLHALEDG
               OPEN I-O FOLHALEDG
           END-IF.
           OPEN INPUT AFAST.

       0200-PROCESSAR             SECTION.
           DISPLAY "A-ABRIR PERIODO  M-MARCAR GOZO  P-PAGAR..."
                   IF FER-PAGO
                       DISPLAY "PERIODO JA PAGO"
                   ELSE
                       PERFORM 0222-APURAR-SUSPENSAO
                       IF FER-DIAS-DIREITO EQUAL ZEROS
                           DISPLAY "PERIODO PERDIDO - MAIS DE 6 MESES "
                                   "AFASTADO PELO INSS; ABRIR NOVO "
                                   "PERIODO NA VOLTA"
                       ELSE
                           PERFORM 0225-CAPTAR-GOZO
                       END-IF
                   END-IF
           END-READ.

      *----DIAS PAGOS PELO INSS (DO 16O DIA DO AFASTAMENTO POR------
      *----DOENCA OU ACIDENTE) DENTRO DOS 12 MESES DO PERIODO: ADIAM---
      *----O FIM DO PERIODO; ACIMA DE 6 MESES O DIREITO SE PERDE. O----
      *----FIM E SEMPRE REFEITO A PARTIR DO INICIO, SEM ACUMULAR-------
       0222-APURAR-SUSPENSAO      SECTION.
           MOVE ZEROS TO WRK-DIAS-SUSPENSO.
           COMPUTE WRK-INT-PER-INI =
               FUNCTION INTEGER-OF-DATE(FER-PERIODO-INI).
           COMPUTE WRK-INT-PER-FIM = WRK-INT-PER-INI + 365.
           COMPUTE WRK-PER-FIM-ORIG =
               FUNCTION DATE-OF-INTEGER(WRK-INT-PER-FIM).
           IF FS-AFAST EQUAL ZEROS
               MOVE WRK-FUNCIONARIO TO AFA-FUNCIONARIO
               MOVE ZEROS TO AFA-INICIO
               START AFAST KEY >= AFA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AFAST NEXT
                       PERFORM UNTIL FS-AFAST NOT EQUAL ZEROS
                               OR AFA-FUNCIONARIO NOT EQUAL
                                  WRK-FUNCIONARIO
                               OR AFA-INICIO GREATER WRK-PER-FIM-ORIG
                           IF AFA-PAGO-INSS AND
                              AFA-FIM NOT LESS FER-PERIODO-INI
                               PERFORM 0223-SOMAR-AFASTAMENTO
                           END-IF
                           READ AFAST NEXT
                       END-PERFORM
               END-START
               MOVE ZEROS TO FS-AFAST
           END-IF.
           COMPUTE FER-PERIODO-FIM = FUNCTION DATE-OF-INTEGER(
               WRK-INT-PER-FIM + WRK-DIAS-SUSPENSO).
           IF WRK-DIAS-SUSPENSO GREATER WRK-LIMITE-PERDA
               MOVE ZEROS TO FER-DIAS-DIREITO
           ELSE
               MOVE 30 TO FER-DIAS-DIREITO
           END-IF.
           REWRITE FER-REG.
           IF WRK-DIAS-SUSPENSO GREATER ZEROS
               DISPLAY "AFASTADO PELO INSS NO PERIODO: "
                       WRK-DIAS-SUSPENSO " DIAS - PERIODO VAI ATE "
                       FER-PERIODO-FIM
           END-IF.

       0223-SOMAR-AFASTAMENTO     SECTION.
           COMPUTE WRK-INT-AFA-INI =
               FUNCTION INTEGER-OF-DATE(AFA-INICIO) + 15.
           IF WRK-INT-AFA-INI LESS WRK-INT-PER-INI
               MOVE WRK-INT-PER-INI TO WRK-INT-AFA-INI
           END-IF.
           IF AFA-FIM GREATER WRK-PER-FIM-ORIG
               MOVE WRK-INT-PER-FIM TO WRK-INT-AFA-FIM
           ELSE
               COMPUTE WRK-INT-AFA-FIM =
                   FUNCTION INTEGER-OF-DATE(AFA-FIM)
           END-IF.
           IF WRK-INT-AFA-FIM NOT LESS WRK-INT-AFA-INI
               COMPUTE WRK-DIAS-SUSPENSO = WRK-DIAS-SUSPENSO
                   + WRK-INT-AFA-FIM - WRK-INT-AFA-INI + 1
           END-IF.

       0225-CAPTAR-GOZO           SECTION.
           DISPLAY "INICIO DO GOZO (AAAAMMDD)........."
           ACCEPT WRK-GOZO-INI.
           CLOSE FERIAS.
           CLOSE FUNCIONARIOS.
           CLOSE FOLHALEDG.
           CLOSE AFAST.
