      * CLASSIFICACAO DE PRODUTO            *
      * (PERIODO INFORMADO PELO OPERADOR)   *
      **************************************
      *----------------------------------------------------------------
      * LE O RESUMO DIARIO DE VENDAS (RESUMOVDA.DAT, MANTIDO PELO
      * RESUMREG E RECONSTRUIDO PELO SGP082) A PARTIR DA DATA
      * INICIAL, EM VEZ DE VARRER VENDAS E VENDASITEM INTEIROS. O
      * RESUMO JA VEM SEM AS VENDAS ESTORNADAS E COM A
      * CLASSIFICACAO DE CADA PRODUTO.
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
       SELECT RELVDA ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
       SELECT CKP007 ASSIGN TO DISK
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
       FD RELVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CKP007.DAT".
       01 REGCKP007.
                03 CKP-CHAVE.
                   04 CKP-DATA       PIC 9(08).
                   04 CKP-PRODUTO    PIC X(09).
                   04 CKP-VENDEDOR   PIC 9(03).
                   04 CKP-FORMAPAGTO PIC X(01).
                03 CKP-CONTRESUMO     PIC 9(06).
                03 CKP-CONTITENS      PIC 9(06).
                03 CKP-TOTCLASSIF OCCURS 9 TIMES PIC 9(09)V99.
                03 CKP-QTDCLASSIF OCCURS 9 TIMES PIC 9(07).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERROCKP         PIC X(02) VALUE "00".
       77 W-REINICIO         PIC X(01) VALUE "N".
       77 W-QUOCCKP          PIC 9(06) VALUE ZEROS.
       77 W-IDXCKP           PIC 9(01) VALUE ZEROS.
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-DTINI            PIC 9(08) VALUE ZEROS.
       77 W-DTFIM            PIC 9(08) VALUE 99999999.
       77 W-CONTRESUMO       PIC 9(06) VALUE ZEROS.
       77 W-CONTITENS        PIC 9(06) VALUE ZEROS.
       01 W-TOTCLASSIF.
          03 W-TOTC OCCURS 9 TIMES PIC 9(09)V99 VALUE ZEROS.
                ACCEPT W-DTFIM.
                IF W-DTFIM = ZEROS
                   MOVE 99999999 TO W-DTFIM.
                OPEN INPUT RESUMOVDA
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMOVDA"
                           " - RODAR O SGP082"
                   STOP RUN.
                PERFORM 1100-RETOMA-CKP THRU 1100-RETOMA-CKP-FIM.
      * SEM CHECKPOINT, COMECA NO PRIMEIRO DIA DO PERIODO
                IF W-REINICIO = "N"
                   MOVE LOW-VALUES TO RVD-CHAVE
                   MOVE W-DTINI TO RVD-DATA
                   START RESUMOVDA KEY IS NOT LESS THAN RVD-CHAVE
                      INVALID KEY MOVE "S" TO W-FIM
                   END-START
                END-IF.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                MOVE SPACES TO W-NOMEREL.
                STRING "VDACLAS-" W-SPLDATA ".LST"
                   OPEN OUTPUT RELVDA.
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE RESUMOVDA
                   STOP RUN.
                IF W-REINICIO = "N"
                   MOVE SPACES TO REGRELVDA
                      CLOSE CKP007
                      GO TO 1100-RETOMA-CKP-FIM.
                MOVE "S" TO W-REINICIO.
                MOVE CKP-CONTRESUMO TO W-CONTRESUMO.
                MOVE CKP-CONTITENS  TO W-CONTITENS.
                MOVE ZEROS TO W-IDXCKP.
                PERFORM 1150-RESTAURA-CLASSIF
                   DISPLAY "PERIODO DIFERENTE DO CHECKPOINT "
                           "ANTERIOR - INFORME AS MESMAS DATAS"
                   CLOSE CKP007
                   CLOSE RESUMOVDA
                   STOP RUN.
                CLOSE CKP007.
                DISPLAY "RETOMANDO RELATORIO APOS CHECKPOINT: "
                        CKP-DATA "/" CKP-PRODUTO.
      * O CHECKPOINT GUARDA A CHAVE DO ULTIMO REGISTRO DO RESUMO JA
      * SOMADO - O START TEM QUE COMECAR DEPOIS DELE, SENAO A
      * RETOMADA CONTA O MESMO REGISTRO DUAS VEZES
                MOVE CKP-CHAVE TO RVD-CHAVE.
                START RESUMOVDA KEY IS GREATER THAN RVD-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
       1100-RETOMA-CKP-FIM.
                EXIT.
      *
                EXIT.
      *
       2000-PROCESSA.
                READ RESUMOVDA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF RVD-DATA > W-DTFIM
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTRESUMO
                PERFORM 2200-ACUMULA THRU 2200-ACUMULA-FIM.
                DIVIDE W-CONTRESUMO BY W-INTERVALOCKP
                        GIVING W-QUOCCKP REMAINDER W-RESTOCKP.
                IF W-RESTOCKP = ZEROS
                   PERFORM 1900-GRAVA-CKP THRU 1900-GRAVA-CKP-FIM.
      *
       1900-GRAVA-CKP.
                OPEN OUTPUT CKP007.
                MOVE RVD-CHAVE     TO CKP-CHAVE.
                MOVE W-CONTRESUMO  TO CKP-CONTRESUMO.
                MOVE W-CONTITENS   TO CKP-CONTITENS.
                MOVE W-DTINI       TO CKP-DTINI.
                MOVE W-DTFIM       TO CKP-DTFIM.
       1950-SALVA-CLASSIF-FIM.
                EXIT.
      *
      * CADA REGISTRO DO RESUMO JA TRAZ AS LINHAS DE ITEM E A
      * RECEITA DO DIA/PRODUTO/VENDEDOR/FORMA
       2200-ACUMULA.
                ADD RVD-LINHAS TO W-CONTITENS
                MOVE RVD-CLASSIF TO W-CLASSIF.
                IF W-CLASSIF < 1 OR W-CLASSIF > 9
                   MOVE 9 TO W-CLASSIF.
                ADD RVD-LINHAS  TO W-QTDC(W-CLASSIF)
                ADD RVD-RECEITA TO W-TOTC(W-CLASSIF).
       2200-ACUMULA-FIM.
                EXIT.
      *
                MOVE SPACES TO REGRELVDA
                WRITE REGRELVDA.
                MOVE SPACES TO REGRELVDA
                STRING "REGISTROS DO RESUMO.: " W-CONTRESUMO
                        DELIMITED BY SIZE INTO REGRELVDA
                WRITE REGRELVDA.
                MOVE SPACES TO REGRELVDA
                STRING "ITENS PROCESSADOS...: " W-CONTITENS
                        DELIMITED BY SIZE INTO REGRELVDA
                WRITE REGRELVDA.
                CLOSE RESUMOVDA.
                CLOSE RELVDA.
                OPEN OUTPUT CKP007.
                CLOSE CKP007.
