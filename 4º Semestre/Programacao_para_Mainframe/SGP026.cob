      * O PERCENTUAL DE COMISSAO DO CADASTRO (VENDEDOR.DAT).
      * VENDAS COM VENDEDOR ZERO SOMAM NA LINHA "BALCAO", SEM
      * COMISSAO. VENDAS ESTORNADAS FICAM FORA.
      * QUEM BATEU A META TOTAL DO MES (METAVEND.DAT, CLASSIFICACAO
      * 0, CADASTRADA NO CADMETA) GANHA O BONUS DA META SOBRE O
      * TOTAL VENDIDO, NA COLUNA BONUS. SEM METAVEND NAO HA BONUS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO2.
       SELECT RELCOM ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO3.
       SELECT METAVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MTV-CHAVE
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELCOM              PIC X(100).
      *
       FD METAVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "METAVEND.DAT".
       01 METAVEND-REG.
           05 MTV-CHAVE.
              10 MTV-MES       PIC 9(06).
              10 MTV-VENDEDOR  PIC 9(03).
              10 MTV-CLASSIF   PIC 9(01).
           05 MTV-VALOR        PIC 9(09)V99.
           05 MTV-PERCBONUS    PIC 9(04).
           05 MTV-DT-ALTERACAO PIC 9(08).
           05 MTV-USUARIO      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 W-METAOK           PIC X(01) VALUE "N".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-MESREF           PIC 9(06) VALUE ZEROS.
       77 W-MESVENDA         PIC 9(06) VALUE ZEROS.
       77 W-TOTBALCAO        PIC 9(12)V99 VALUE ZEROS.
       77 W-COMISSAO         PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTCOMISSAO      PIC 9(12)V99 VALUE ZEROS.
       77 W-BONUS            PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTBONUS         PIC 9(12)V99 VALUE ZEROS.
       77 W-VALED            PIC ZZZZZZZZZZZ9,99.
       77 W-PERCIMP         PIC 9(03)V99 VALUE ZEROS.
       01 W-TABVDD.
          03 LR-PERC         PIC ZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-COMISSAO     PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-BONUS        PIC ZZZZZZ9,99.
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                   CLOSE VENDAS
                   STOP RUN.
                OPEN INPUT METAVEND
                IF ST-ERRO4 = "00"
                   MOVE "S" TO W-METAOK.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                        DELIMITED BY SIZE INTO REGRELCOM
                WRITE REGRELCOM.
                MOVE SPACES TO REGRELCOM
                MOVE "CODIGO NOME                           VENDAS      
      -              "   TOTAL   PERC%     COMISSAO       BONUS"
                        TO REGRELCOM
                WRITE REGRELCOM.
                MOVE SPACES TO REGRELCOM
                STRING "TOTAL DE COMISSOES..: " W-VALED
                        DELIMITED BY SIZE INTO REGRELCOM
                WRITE REGRELCOM.
                MOVE SPACES TO REGRELCOM
                MOVE W-TOTBONUS TO W-VALED
                STRING "TOTAL DE BONUS......: " W-VALED
                        DELIMITED BY SIZE INTO REGRELCOM
                WRITE REGRELCOM.
                CLOSE VENDAS.
                CLOSE VENDEDOR-ARQ.
                CLOSE RELCOM.
                IF W-METAOK = "S"
                   CLOSE METAVEND.
       9000-FINALIZA-FIM.
                EXIT.
      *
                COMPUTE W-COMISSAO = (W-VD-TOTAL(W-IDX)
                                   * VDD-PERCCOMIS) / 10000.
                ADD W-COMISSAO TO W-TOTCOMISSAO.
                PERFORM 9200-BONUS THRU 9200-BONUS-FIM.
                MOVE SPACES TO LINHA-REL
                MOVE W-IDX              TO LR-CODIGO
                MOVE VDD-NOME           TO LR-NOME
                COMPUTE W-PERCIMP = VDD-PERCCOMIS / 100
                MOVE W-PERCIMP          TO LR-PERC
                MOVE W-COMISSAO         TO LR-COMISSAO
                MOVE W-BONUS            TO LR-BONUS
                MOVE LINHA-REL TO REGRELCOM
                WRITE REGRELCOM.
       9100-IMPRIME-VDD-FIM.
                EXIT.
      *
      * BONUS SO COM META TOTAL CADASTRADA E ATINGIDA NO MES
       9200-BONUS.
                MOVE ZEROS TO W-BONUS.
                IF W-METAOK NOT = "S"
                   GO TO 9200-BONUS-FIM.
                MOVE W-MESREF TO MTV-MES.
                MOVE W-IDX    TO MTV-VENDEDOR.
                MOVE ZEROS    TO MTV-CLASSIF.
                READ METAVEND
                   INVALID KEY
                      GO TO 9200-BONUS-FIM.
                IF MTV-VALOR = ZEROS OR MTV-PERCBONUS = ZEROS
                   GO TO 9200-BONUS-FIM.
                IF W-VD-TOTAL(W-IDX) < MTV-VALOR
                   GO TO 9200-BONUS-FIM.
                COMPUTE W-BONUS = (W-VD-TOTAL(W-IDX)
                                * MTV-PERCBONUS) / 10000.
                ADD W-BONUS TO W-TOTBONUS.
       9200-BONUS-FIM.
                EXIT.
