      **************************************
      *----------------------------------------------------------------
      * O ICMS DE CADA ITEM JA FOI CALCULADO E GRAVADO PELO CADVEN
      * EM VENDASITEM.DAT E SOMADO NO RESUMO DIARIO DE VENDAS
      * (RESUMOVDA.DAT, MODULO RESUMREG); AQUI OS DIAS DO MES
      * INFORMADO PELO OPERADOR SAO SOMADOS POR ALIQUOTA (VIA
      * CLASSIFICACAO DO PRODUTO, MESMA TABELA DO CADVEN) E POR
      * CLASSIFICACAO, SEM VARRER VENDAS E VENDASITEM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RESUMOVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RVD-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * RESUMO DIARIO DE VENDAS (LEIAUTE DO MODULO RESUMREG)
       FD RESUMOVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESUMOVDA.DAT".
       01 RESUMOVDA-REG.
           05 RVD-CHAVE.
              10 RVD-DATA       PIC 9(08).
              10 RVD-PRODUTO    PIC X(09).
              10 RVD-VENDEDOR   PIC 9(03).
              10 RVD-FORMAPAGTO PIC X(01).
           05 RVD-CLASSIF       PIC 9(01).
           05 RVD-LINHAS        PIC S9(07).
           05 RVD-QTD           PIC S9(09).
           05 RVD-RECEITA       PIC S9(11)V99.
           05 RVD-CUSTO         PIC S9(11)V99.
           05 RVD-ICMS          PIC S9(11)V99.
           05 RVD-DESCONTO      PIC S9(11)V99.
           05 RVD-QTDDEV        PIC S9(09).
           05 RVD-VALORDEV      PIC S9(11)V99.
           05 RVD-DT-ALTERACAO  PIC 9(08).
           05 RVD-USUARIO       PIC X(08).
      *
       FD PARAM
               LABEL RECORD IS STANDARD
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-MESREF           PIC 9(06) VALUE ZEROS.
       77 W-MESVENDA         PIC 9(06) VALUE ZEROS.
       77 W-CONTRESUMO       PIC 9(06) VALUE ZEROS.
       77 W-CONTITENS        PIC 9(06) VALUE ZEROS.
       77 W-CLASSIF          PIC 9(01) VALUE ZEROS.
       77 W-FAIXA            PIC 9(01) VALUE ZEROS.
                   PERFORM 1070-MONTA-FAIXAS
                           THRU 1070-MONTA-FAIXAS-FIM
                END-IF.
                OPEN INPUT RESUMOVDA
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMOVDA"
                           " - RODAR O SGP082"
                   STOP RUN.
      * POSICIONA NO PRIMEIRO DIA DO MES
                MOVE LOW-VALUES TO RVD-CHAVE
                COMPUTE RVD-DATA = W-MESREF * 100 + 1
                START RESUMOVDA KEY IS NOT LESS THAN RVD-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                OPEN OUTPUT RELICM
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE RESUMOVDA
                   STOP RUN.
                MOVE SPACES TO REGRELICM
                MOVE "APURACAO MENSAL DE ICMS" TO REGRELICM
                EXIT.
      *
       2000-PROCESSA.
                READ RESUMOVDA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                COMPUTE W-MESVENDA = RVD-DATA / 100.
                IF W-MESVENDA > W-MESREF
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTRESUMO
                PERFORM 2200-ACUMULA THRU 2200-ACUMULA-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
      * A BASE E A RECEITA DO REGISTRO DO RESUMO; A CLASSIFICACAO
      * VEM GRAVADA NELE (TIRADA DO PRODUTO QUANDO O REGISTRO NASCEU)
       2200-ACUMULA.
                ADD RVD-LINHAS TO W-CONTITENS
                MOVE RVD-CLASSIF TO W-CLASSIF.
                IF W-CLASSIF < 1 OR W-CLASSIF > 9
                   MOVE 9 TO W-CLASSIF.
                ADD RVD-RECEITA TO W-BASEC(W-CLASSIF)
                ADD RVD-ICMS    TO W-ICMSC(W-CLASSIF)
                ADD RVD-RECEITA TO W-TOTBASE
                ADD RVD-ICMS    TO W-TOTICMS.
                MOVE TAB-ALIQICMS(W-CLASSIF) TO W-ALIQ.
                PERFORM 2300-ACHA-FAIXA THRU 2300-ACHA-FAIXA-FIM.
                ADD RVD-RECEITA TO W-BASEA(W-FAIXA)
                ADD RVD-ICMS    TO W-ICMSA(W-FAIXA).
       2200-ACUMULA-FIM.
                EXIT.
      *
                MOVE LINHA-REL TO REGRELICM
                WRITE REGRELICM.
                MOVE SPACES TO REGRELICM
                STRING "REGISTROS DO RESUMO.: " W-CONTRESUMO
                        DELIMITED BY SIZE INTO REGRELICM
                WRITE REGRELICM.
                MOVE SPACES TO REGRELICM
                STRING "ITENS PROCESSADOS...: " W-CONTITENS
                        DELIMITED BY SIZE INTO REGRELICM
                WRITE REGRELICM.
                CLOSE RESUMOVDA.
                CLOSE RELICM.
       9000-FINALIZA-FIM.
                EXIT.
