       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHACHK.
       AUTHOR. OSEIAS REIS
      **************************************
      * CONSULTA DO PERIODO FECHADO         *
      * (FECHAMENTO.DAT) - CHAMADO POR TODO *
      * PROGRAMA QUE LANCA MOVIMENTO        *
      **************************************
      *----------------------------------------------------------------
      * DEVOLVE SE A DATA DO LANCAMENTO CAI EM MES JA FECHADO PELA
      * CONTABILIDADE (DATA MENOR OU IGUAL A "FECHADO ATE" GRAVADA
      * PELA TELA CADFEC). O CADVEN, CADENT, CADBAIXA, CADBXP,
      * CADDEV, CADTRF, CADDSP E O AJUSTE DO SGP019 RECUSAM O
      * LANCAMENTO QUANDO VOLTA 'S' - SENAO A APURACAO DO SGP022 E
      * OS LIVROS MUDAM DEPOIS DE ENTREGUES.
      * SEM O ARQUIVO (NENHUM MES FECHADO AINDA) TUDO ESTA ABERTO.
      * CENTRALIZADO NUM MODULO SO, COMO O SPOOLREG, PARA NAO
      * COPIAR A REGRA DENTRO DE CADA PROGRAMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FECHAMENTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS FEC-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FECHAMENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHAMENTO.DAT".
       01 FECHAMENTO-REG.
           05 FEC-CHAVE        PIC X(01).
           05 FEC-DTFECHADO    PIC 9(08).
           05 FEC-DT-ALTERACAO PIC 9(08).
           05 FEC-USUARIO      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
      *
       LINKAGE SECTION.
       01 LNK-FECHA.
           03 LNK-DATA         PIC 9(08).
           03 LNK-FECHADO      PIC X(01).
           03 LNK-DTFECHADO    PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-FECHA.
       0000-MAINLINE.
                MOVE "N" TO LNK-FECHADO.
                MOVE ZEROS TO LNK-DTFECHADO.
                OPEN INPUT FECHAMENTO
                IF ST-ERRO NOT = "00"
                   GOBACK.
                MOVE "F" TO FEC-CHAVE.
                READ FECHAMENTO
                   INVALID KEY
                      MOVE ZEROS TO FEC-DTFECHADO.
                CLOSE FECHAMENTO.
                MOVE FEC-DTFECHADO TO LNK-DTFECHADO.
                IF LNK-DATA NOT > FEC-DTFECHADO
                   MOVE "S" TO LNK-FECHADO.
                GOBACK.
