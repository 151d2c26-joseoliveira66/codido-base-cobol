       IDENTIFICATION              DIVISION.
       PROGRAM-ID. PERIODOCHK.
      *========================================
      *== AUTOR: JOSE OLIVEIRA    EMPRESA: CDB
      *== OBJETIVO: CALL - DIZ SE UMA DATA DE LANCAMENTO CAI DENTRO
      *==           DE UMA COMPETENCIA FECHADA PELO FECHAMES
      *==           (PERIODO.DAT). USADO PELOS PROGRAMAS QUE LANCAM
      *==           VALOR (FILMESJC, CONTACLI, TRANSFER, PAGAGEND E
      *==           MENSPAGA) ANTES DE GRAVAR
      *== DATA: 15/10/2026
      *== OBSERVACOES: LNK-FECHADO VOLTA 'S' SO PARA COMPETENCIA COM
      *==           STATUS 'F'; SEM PERIODO.DAT, NADA ESTA FECHADO
      *========================================
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PERIODO ASSIGN TO 'DADOS\PERIODO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS FS-PERIODO.

       DATA                       DIVISION.
       FILE                       SECTION.
       FD PERIODO.
           COPY "PERIODOREG".

       WORKING-STORAGE            SECTION.
       77 FS-PERIODO        PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-LANC.
           05 WRK-LANC-COMPET   PIC 9(06).
           05 WRK-LANC-DIA      PIC 9(02).

       LINKAGE                    SECTION.
       01 LNK-DATA           PIC 9(08).
       01 LNK-FECHADO        PIC X(01).

       PROCEDURE                  DIVISION
           USING LNK-DATA, LNK-FECHADO.
       0001-PRINCIPAL             SECTION.
           MOVE 'N' TO LNK-FECHADO.
           MOVE LNK-DATA TO WRK-DATA-LANC.
           OPEN INPUT PERIODO.
           IF FS-PERIODO EQUAL ZEROS
               MOVE WRK-LANC-COMPET TO PER-COMPETENCIA
               READ PERIODO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-FECHADO
                           MOVE 'S' TO LNK-FECHADO
                       END-IF
               END-READ
               CLOSE PERIODO
           END-IF.
           GOBACK.
