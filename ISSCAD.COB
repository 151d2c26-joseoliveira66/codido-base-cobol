       IDENTIFICATION              DIVISION.
       PROGRAM-ID. ISSCAD.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CADASTRO/MANUTENCAO DA TABELA DE ISS POR
      *==           MUNICIPIO (ISSMUN.DAT): CODIGO DO MUNICIPIO,
      *==           ALIQUOTA E ITEM DE SERVICO DA NFS-E, USADA PELO
      *==           NFSEGERA PELA CIDADE/UF DE CADA LOJA
      *== DATA: 15/10/2026
      *== OBSERVACOES: A CIDADE DEVE SER DIGITADA COMO ESTA NO
      *==           CADASTRO DE LOJAS (LOJACAD)
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ISSMUN ASSIGN TO 'DADOS\ISSMUN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-CHAVE
               FILE STATUS IS FS-ISSMUN.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD ISSMUN.
           COPY "ISSREG".

       WORKING-STORAGE            SECTION.
       77 FS-ISSMUN        PIC 9(02) VALUE ZEROS.
       77 WRK-CIDADE       PIC X(20) VALUE SPACES.
       77 WRK-UF           PIC X(02) VALUE SPACES.
       77 WRK-MUNICIPIO    PIC 9(07) VALUE ZEROS.
       77 WRK-ALIQUOTA     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-SERVICO      PIC X(05) VALUE SPACES.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.

       PROCEDURE                  DIVISION.
       0000-PRINCIPAL             SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL 'S'.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *----ABRE A TABELA, CRIANDO O ARQUIVO SE AINDA NAO EXISTIR----
       0100-INICIALIZAR           SECTION.
           OPEN I-O ISSMUN.
           IF FS-ISSMUN EQUAL 35
               OPEN OUTPUT ISSMUN
               CLOSE ISSMUN
               OPEN I-O ISSMUN
           END-IF.

      *----INCLUI OU ALTERA O ISS DE UM MUNICIPIO---------------------
       0200-PROCESSAR             SECTION.
           DISPLAY "CIDADE (COMO NO CADASTRO DE LOJAS)..."
           ACCEPT WRK-CIDADE.
           DISPLAY "UF (2 LETRAS)......................."
           ACCEPT WRK-UF.
           MOVE WRK-CIDADE TO ISS-CIDADE.
           MOVE WRK-UF TO ISS-UF.
           READ ISSMUN
               INVALID KEY
                   MOVE ZEROS TO ISS-COD-MUNICIPIO ISS-ALIQUOTA
                   MOVE SPACES TO ISS-COD-SERVICO
               NOT INVALID KEY
                   DISPLAY "MUNICIPIO " ISS-COD-MUNICIPIO
                           " ALIQUOTA " ISS-ALIQUOTA
                           " SERVICO " ISS-COD-SERVICO
           END-READ.
           DISPLAY "CODIGO DO MUNICIPIO (7 DIGITOS)....."
           ACCEPT WRK-MUNICIPIO.
           DISPLAY "ALIQUOTA DE ISS % (EX: 2,00)........"
           ACCEPT WRK-ALIQUOTA.
           DISPLAY "ITEM DE SERVICO DA NFS-E (EX: 03.01)"
           ACCEPT WRK-SERVICO.

           IF WRK-ALIQUOTA LESS 2 OR WRK-ALIQUOTA GREATER 5
               DISPLAY "ALIQUOTA FORA DA FAIXA DE 2% A 5% - RECUSADA"
           ELSE
               MOVE WRK-CIDADE TO ISS-CIDADE
               MOVE WRK-UF TO ISS-UF
               MOVE WRK-MUNICIPIO TO ISS-COD-MUNICIPIO
               MOVE WRK-ALIQUOTA TO ISS-ALIQUOTA
               MOVE WRK-SERVICO TO ISS-COD-SERVICO
               WRITE ISS-REG
                   INVALID KEY
                       REWRITE ISS-REG
                       DISPLAY "MUNICIPIO ATUALIZADO."
                   NOT INVALID KEY
                       DISPLAY "MUNICIPIO CADASTRADO."
               END-WRITE
           END-IF.

           DISPLAY "CADASTRAR OUTRO MUNICIPIO (S/N)....."
           ACCEPT WRK-CONTINUA.

       0300-FINALIZAR             SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE ISSMUN.
