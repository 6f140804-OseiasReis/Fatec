      * NO FIM SAEM OS NUMEROS DE NOTA FALTANDO ENTRE O MENOR E O
      * MAIOR DO MES - COMO O NUMERO E DO FORNECEDOR, UM BURACO
      * AQUI E SO UM ALERTA DE POSSIVEL NOTA NAO DIGITADA.
      * DEPOIS DAS NOTAS SAEM AS DEVOLUCOES A FORNECEDOR FEITAS NO
      * MES (DEVFORN.DAT, GRAVADO PELO CADDVF), UMA LINHA POR
      * DEVOLUCAO (NOTA ORIGINAL/NUMERO), VALOR PELO CUSTO DA NOTA,
      * E O TOTAL DE ENTRADAS LIQUIDO DAS DEVOLUCOES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO2.
       SELECT RELENT ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO3.
       SELECT DEVFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DVF-CHAVE
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           05 FORN-SITUACAO    PIC X(01).
           05 FORN-DT-ALTERACAO PIC 9(08).
           05 FORN-USUARIO     PIC X(08).
           05 FORN-UF          PIC X(02).
           05 FORN-IE          PIC X(14).
      *
       FD RELENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELENT              PIC X(90).
      *
       FD DEVFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVFORN.DAT".
       01 DEVFORN-REG.
           05 DVF-CHAVE.
              10 DVF-NOTA      PIC 9(09).
              10 DVF-NUMDEV    PIC 9(02).
              10 DVF-ENTSEQ    PIC 9(03).
           05 DVF-CODFORN      PIC 9(06).
           05 DVF-PRODUTO      PIC 9(08).
           05 DVF-QTD          PIC 9(05).
           05 DVF-PRECOCUSTO   PIC 9(06)V99.
           05 DVF-LOCAL        PIC X(01).
           05 DVF-LOTE         PIC X(10).
           05 DVF-VALIDADE     PIC 9(08).
           05 DVF-MOTIVO       PIC X(01).
           05 DVF-DTDEVOL      PIC 9(08).
           05 DVF-DT-ALTERACAO PIC 9(08).
           05 DVF-USUARIO      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 W-TEMDEV           PIC X(01) VALUE "N".
       77 W-FIMDEV           PIC X(01) VALUE "N".
       77 W-TEMDEVL          PIC X(01) VALUE "N".
       77 W-DEVATUAL         PIC 9(09) VALUE ZEROS.
       77 W-NUMATUAL         PIC 9(02) VALUE ZEROS.
       77 W-DTDEV            PIC 9(08) VALUE ZEROS.
       77 W-FORNDEV          PIC 9(06) VALUE ZEROS.
       77 W-TOTDEV           PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTDEVMES        PIC 9(12)V99 VALUE ZEROS.
       77 W-CONTDEV          PIC 9(06) VALUE ZEROS.
       77 W-LIQUIDO          PIC S9(12)V99 VALUE ZEROS.
       77 W-VALEDS           PIC -ZZZZZZZZZZ9,99.
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-MESSEL           PIC 9(06) VALUE ZEROS.
       77 W-TEMNOTA          PIC X(01) VALUE "N".
          03 LR-RAZAO        PIC X(30).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-VALOR        PIC ZZZZZZZZZ9,99.
       01 LINHA-DEV.
          03 LD-NOTA         PIC 9(09).
          03 FILLER          PIC X(01) VALUE "/".
          03 LD-NUMDEV       PIC 9(02).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-DATA         PIC 9999/99/99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LD-FORN         PIC 9(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-RAZAO        PIC X(28).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LD-VALOR        PIC -ZZZZZZZZ9,99.
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FORNECEDOR"
                   CLOSE ENTRADAMERC
                   STOP RUN.
      * SEM O ARQUIVO DE DEVOLUCOES NAO HOUVE DEVOLUCAO AINDA
                OPEN INPUT DEVFORN
                IF ST-ERRO4 = "00"
                   MOVE "S" TO W-TEMDEV.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE ENTRADAMERC
                   CLOSE FORNECEDOR
                   IF W-TEMDEV = "S"
                      CLOSE DEVFORN
                   END-IF
                   STOP RUN.
                MOVE SPACES TO REGRELENT
                MOVE "LIVRO REGISTRO DE ENTRADAS" TO REGRELENT
                   GO TO 2510-BURACO-LOOP.
       2500-CHECA-BURACO-FIM.
                EXIT.
      *
      * DEVOLUCOES A FORNECEDOR DO MES: A CHAVE COMECA POR NOTA
      * ORIGINAL + NUMERO DA DEVOLUCAO, ENTAO OS ITENS DE CADA
      * DEVOLUCAO CHEGAM JUNTOS E A LINHA SAI NA QUEBRA
       5000-DEVOLUCOES.
                MOVE SPACES TO REGRELENT
                WRITE REGRELENT.
                MOVE SPACES TO REGRELENT
                MOVE "DEVOLUCOES A FORNECEDOR" TO REGRELENT
                WRITE REGRELENT.
                MOVE SPACES TO REGRELENT
                MOVE "NOTA/DEV.    DATA        FORNECEDOR
      -              "                     VALOR" TO REGRELENT
                WRITE REGRELENT.
                MOVE SPACES TO REGRELENT
                WRITE REGRELENT.
                PERFORM 5100-LE-DEV THRU 5100-LE-DEV-FIM
                        UNTIL W-FIMDEV = "S".
                MOVE SPACES TO REGRELENT
                WRITE REGRELENT.
                MOVE W-TOTDEVMES TO W-VALED.
                MOVE SPACES TO REGRELENT
                STRING "DEVOLUCOES NO MES: " W-CONTDEV
                       "  VALOR TOTAL: " W-VALED
                        DELIMITED BY SIZE INTO REGRELENT
                WRITE REGRELENT.
                COMPUTE W-LIQUIDO = W-TOTMES - W-TOTDEVMES.
                MOVE W-LIQUIDO TO W-VALEDS.
                MOVE SPACES TO REGRELENT
                STRING "ENTRADAS LIQUIDAS DAS DEVOLUCOES: " W-VALEDS
                        DELIMITED BY SIZE INTO REGRELENT
                WRITE REGRELENT.
       5000-DEVOLUCOES-FIM.
                EXIT.
      *
       5100-LE-DEV.
                READ DEVFORN NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMDEV
                   IF W-TEMDEVL = "S"
                      PERFORM 5400-QUEBRA-DEV THRU 5400-QUEBRA-DEV-FIM
                   END-IF
                   GO TO 5100-LE-DEV-FIM.
                IF W-TEMDEVL = "S" AND (DVF-NOTA NOT = W-DEVATUAL
                   OR DVF-NUMDEV NOT = W-NUMATUAL)
                   PERFORM 5400-QUEBRA-DEV THRU 5400-QUEBRA-DEV-FIM.
                MOVE DVF-DTDEVOL TO W-DTMOV-AUX.
                IF W-MESMOV NOT = W-MESSEL
                   GO TO 5100-LE-DEV-FIM.
                MOVE "S" TO W-TEMDEVL.
                MOVE DVF-NOTA TO W-DEVATUAL.
                MOVE DVF-NUMDEV TO W-NUMATUAL.
                MOVE DVF-DTDEVOL TO W-DTDEV.
                MOVE DVF-CODFORN TO W-FORNDEV.
                COMPUTE W-TOTDEV = W-TOTDEV
                      + DVF-QTD * DVF-PRECOCUSTO.
       5100-LE-DEV-FIM.
                EXIT.
      *
       5400-QUEBRA-DEV.
                ADD 1 TO W-CONTDEV.
                ADD W-TOTDEV TO W-TOTDEVMES.
                MOVE W-FORNDEV TO FORN-CODIGO.
                READ FORNECEDOR
                   INVALID KEY
                      MOVE "*** SEM FORNECEDOR ***" TO FORN-RAZAO.
                MOVE W-DEVATUAL  TO LD-NOTA.
                MOVE W-NUMATUAL  TO LD-NUMDEV.
                MOVE W-DTDEV     TO LD-DATA.
                MOVE W-FORNDEV   TO LD-FORN.
                MOVE FORN-RAZAO  TO LD-RAZAO.
                COMPUTE LD-VALOR = 0 - W-TOTDEV.
                MOVE LINHA-DEV TO REGRELENT.
                WRITE REGRELENT.
                MOVE ZEROS TO W-TOTDEV.
                MOVE "N" TO W-TEMDEVL.
       5400-QUEBRA-DEV-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELENT
                       "  VALOR TOTAL: " W-VALED
                        DELIMITED BY SIZE INTO REGRELENT
                WRITE REGRELENT.
                IF W-TEMDEV = "S"
                   PERFORM 5000-DEVOLUCOES THRU 5000-DEVOLUCOES-FIM
                   CLOSE DEVFORN.
                CLOSE ENTRADAMERC.
                CLOSE FORNECEDOR.
                CLOSE RELENT.
