       IDENTIFICATION              DIVISION.
       PROGRAM-ID. CXLANCA.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CALL - GRAVA UM LANCAMENTO NO RAZAO DO BALCAO
      *==           (CAIXAMOV.LOG). O CHAMADOR PREENCHE O CXM-REG
      *==           (COPY CXMOVREG NA WORKING) COM TIPO, LOJA,
      *==           OPERADOR, FORMA DE PAGAMENTO, VALOR E ORIGEM; A
      *==           DATA E A HORA, QUANDO ZERADAS, SAO AS DO SISTEMA
      *== DATA: 15/10/2026
      *== OBSERVACOES: FORMA DE PAGAMENTO EM BRANCO VALE DINHEIRO,
      *==           COMO NOS REGISTROS ANTIGOS. LNK-GRAVOU VOLTA 'N'
      *==           QUANDO O RAZAO NAO PODE SER ABERTO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CAIXAMOV ASSIGN TO 'DADOS\CAIXAMOV.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXAMOV.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD CAIXAMOV.
           COPY "CXMOVREG".

       WORKING-STORAGE            SECTION.
       77 FS-CAIXAMOV       PIC 9(02) VALUE ZEROS.

       LINKAGE                    SECTION.
       01 LNK-LANCAMENTO     PIC X(70).
       01 LNK-GRAVOU         PIC X(01).

       PROCEDURE                  DIVISION
           USING LNK-LANCAMENTO, LNK-GRAVOU.
       0001-PRINCIPAL             SECTION.
           MOVE 'N' TO LNK-GRAVOU.
           OPEN EXTEND CAIXAMOV.
           IF FS-CAIXAMOV EQUAL 35
               OPEN OUTPUT CAIXAMOV
           END-IF.
           IF FS-CAIXAMOV EQUAL ZEROS
               MOVE LNK-LANCAMENTO TO CXM-REG
               IF CXM-DATA EQUAL ZEROS
                   ACCEPT CXM-DATA FROM DATE YYYYMMDD
               END-IF
               IF CXM-HORA EQUAL ZEROS
                   ACCEPT CXM-HORA FROM TIME
               END-IF
               IF CXM-TENDER EQUAL SPACES
                   MOVE 'D' TO CXM-TENDER
               END-IF
               WRITE CXM-REG
               IF FS-CAIXAMOV EQUAL ZEROS
                   MOVE 'S' TO LNK-GRAVOU
               END-IF
               CLOSE CAIXAMOV
           END-IF.
           GOBACK.
