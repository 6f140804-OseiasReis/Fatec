      * MEMORIA (ATE 500 PRODUTOS DISTINTOS NO PERIODO), ORDENA
      * POR RECEITA DECRESCENTE E IMPRIME COM O PERCENTUAL
      * ACUMULADO PARA ENXERGAR O CORTE A/B/C.
      * A CLASSE SAI NA COLUNA ABC: A ATE ABCCORTEA % DA RECEITA
      * ACUMULADA (PADRAO 80), B ATE ABCCORTEB % (PADRAO 95), C O
      * RESTO - CORTES NA TABELA CENTRAL (CADPARAM). A CURVA E
      * REGRAVADA EM CURVAABC.DAT A CADA EXECUCAO; E DELA QUE O
      * PLANO DE CONTAGEM CICLICA (SGP081) TIRA A FREQUENCIA DE
      * CADA PRODUTO. PRODUTO SEM VENDA NO PERIODO FICA FORA DO
      * ARQUIVO E E TRATADO COMO C.
      * QUANTIDADE E RECEITA SAEM DO RESUMO DIARIO DE VENDAS
      * (RESUMOVDA.DAT, MODULO RESUMREG / SGP082), SEM VARRER VENDAS
      * E VENDASITEM; O PRODUTO.DAT SO DA A DESCRICAO.
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
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-ERRO3.
       SELECT RELABC ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
       SELECT CURVAABC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS ABC-PRODUTO
                    FILE STATUS  IS ST-ERRO5.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
      *
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
       FD PRODUTO
               LABEL RECORD IS STANDARD
           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).
      *
       FD RELABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELABC              PIC X(100).
      *
      * CLASSE ABC DE CADA PRODUTO VENDIDO NO PERIODO DA ULTIMA
      * EXECUCAO (LIDO PELO SGP019 E PELO SGP081)
       FD CURVAABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CURVAABC.DAT".
       01 CURVAABC-REG.
           05 ABC-PRODUTO      PIC 9(08).
           05 ABC-CLASSE       PIC X(01).
           05 ABC-POSICAO      PIC 9(03).
           05 ABC-RECEITA      PIC 9(11)V99.
           05 ABC-PERCACUM     PIC 9(03)V99.
           05 ABC-DTINI        PIC 9(08).
           05 ABC-DTFIM        PIC 9(08).
           05 ABC-DTGERACAO    PIC 9(08).
      *
       FD PARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM.DAT".
       01 PARAM-REG.
           05 PAR-CHAVE        PIC X(12).
           05 PAR-VALORNUM     PIC 9(09)V99.
           05 PAR-VALORTXT     PIC X(40).
           05 PAR-DT-ALTERACAO PIC 9(08).
           05 PAR-USUARIO      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-DTINI            PIC 9(08) VALUE ZEROS.
       77 W-DTFIM            PIC 9(08) VALUE 99999999.
       77 W-CONTRESUMO       PIC 9(06) VALUE ZEROS.
       77 W-CONTITENS        PIC 9(06) VALUE ZEROS.
       77 W-ESTOUROTAB       PIC 9(06) VALUE ZEROS.
       77 W-PRODCOD          PIC 9(08) VALUE ZEROS.
       77 W-VALED            PIC ZZZZZZZZZZZ9,99.
       77 W-RECACUM          PIC 9(12)V99 VALUE ZEROS.
       77 W-PERCACUM         PIC 9(03)V99 VALUE ZEROS.
       77 W-PERCANT          PIC 9(03)V99 VALUE ZEROS.
       77 W-CORTEA           PIC 9(03)V99 VALUE 80.
       77 W-CORTEB           PIC 9(03)V99 VALUE 95.
       77 W-CLASSEABC        PIC X(01) VALUE SPACES.
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-AUXCOD           PIC 9(08) VALUE ZEROS.
       77 W-AUXQTD           PIC 9(07) VALUE ZEROS.
       77 W-AUXREC           PIC 9(11)V99 VALUE ZEROS.
          03 LR-RECEITA      PIC ZZZZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-PERCACUM     PIC ZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-ABC          PIC X(01).
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
                ACCEPT W-DTFIM.
                IF W-DTFIM = ZEROS
                   MOVE 99999999 TO W-DTFIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                PERFORM 1100-LE-CORTES THRU 1100-LE-CORTES-FIM.
                OPEN INPUT RESUMOVDA
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMOVDA"
                           " - RODAR O SGP082"
                   STOP RUN.
                OPEN INPUT PRODUTO
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   CLOSE RESUMOVDA
                   STOP RUN.
      * POSICIONA NO PRIMEIRO DIA DO PERIODO
                MOVE LOW-VALUES TO RVD-CHAVE
                MOVE W-DTINI TO RVD-DATA
                START RESUMOVDA KEY IS NOT LESS THAN RVD-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                OPEN OUTPUT RELABC
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE RESUMOVDA
                   CLOSE PRODUTO
                   STOP RUN.
                MOVE SPACES TO REGRELABC
                MOVE "CURVA ABC DE PRODUTOS POR RECEITA" TO REGRELABC
                WRITE REGRELABC.
                MOVE SPACES TO REGRELABC
                MOVE "POS  PRODUTO   DESCRICAO                     CL   
      -              "   QTD       RECEITA  %ACUM   ABC"
                        TO REGRELABC
                WRITE REGRELABC.
                MOVE SPACES TO REGRELABC
                WRITE REGRELABC.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * CORTES DA CURVA NA TABELA CENTRAL (CADPARAM)
       1100-LE-CORTES.
                OPEN INPUT PARAM
                IF ST-ERROPAR NOT = "00"
                   GO TO 1100-LE-CORTES-FIM.
                MOVE "ABCCORTEA" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      IF PAR-VALORNUM > ZEROS
                         MOVE PAR-VALORNUM TO W-CORTEA
                      END-IF
                END-READ.
                MOVE "ABCCORTEB" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      IF PAR-VALORNUM > ZEROS
                         MOVE PAR-VALORNUM TO W-CORTEB
                      END-IF
                END-READ.
                CLOSE PARAM.
                IF W-CORTEB < W-CORTEA
                   MOVE W-CORTEA TO W-CORTEB.
       1100-LE-CORTES-FIM.
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
      * REGISTRO ZERADO POR ESTORNO NAO ENTRA NA CURVA
                IF RVD-LINHAS NOT > ZEROS
                   GO TO 2000-PROCESSA-FIM.
      * SERVICO ("SRVnnnn") E TAXA DE ENTREGA ("ENTnnn") NAO SAO
      * PRODUTO DE ESTOQUE - FORA DA CURVA E DO CURVAABC.DAT
                IF RVD-PRODUTO(1:3) = "SRV" OR RVD-PRODUTO(1:3) = "ENT"
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTRESUMO
                PERFORM 2200-ACUMULA THRU 2200-ACUMULA-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
       2200-ACUMULA.
                ADD RVD-LINHAS TO W-CONTITENS
                MOVE RVD-PRODUTO TO W-PRODCOD.
                MOVE "N" TO W-ACHOU.
                MOVE 1 TO W-I.
       2210-PROCURA.
                   ELSE
                      ADD 1 TO W-ESTOUROTAB
                      GO TO 2200-ACUMULA-FIM.
                ADD RVD-QTD     TO W-TP-QTD(W-I)
                ADD RVD-RECEITA TO W-TP-REC(W-I)
                ADD RVD-RECEITA TO W-RECTOTAL.
       2200-ACUMULA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                PERFORM 8000-ORDENA THRU 8000-ORDENA-FIM.
                MOVE ZEROS TO W-RECACUM.
                OPEN OUTPUT CURVAABC
                IF ST-ERRO5 NOT = "00"
                   DISPLAY "CURVAABC.DAT NAO GRAVADO - STATUS "
                           ST-ERRO5.
                PERFORM 9100-IMPRIME THRU 9100-IMPRIME-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-TPCONT.
                MOVE SPACES TO REGRELABC
                WRITE REGRELABC.
                MOVE SPACES TO REGRELABC
                STRING "REGISTROS DO RESUMO.: " W-CONTRESUMO
                        DELIMITED BY SIZE INTO REGRELABC
                WRITE REGRELABC.
                MOVE SPACES TO REGRELABC
                           W-ESTOUROTAB
                           DELIMITED BY SIZE INTO REGRELABC
                   WRITE REGRELABC.
                MOVE SPACES TO REGRELABC
                STRING "CORTES DA CURVA.....: A ATE " W-CORTEA
                       "% B ATE " W-CORTEB "% (CURVAABC.DAT)"
                        DELIMITED BY SIZE INTO REGRELABC
                WRITE REGRELABC.
                CLOSE RESUMOVDA.
                CLOSE PRODUTO.
                CLOSE RELABC.
                IF ST-ERRO5 = "00"
                   CLOSE CURVAABC.
       9000-FINALIZA-FIM.
                EXIT.
      *
                   INVALID KEY
                      MOVE "*** NAO CADASTRADO ***" TO PRO-DESCRICAO
                      MOVE ZEROS TO PRO-CLASSIFICACAO.
      * A CLASSE VAI PELO ACUMULADO ANTES DO PRODUTO: O PRIMEIRO
      * DA LISTA E SEMPRE A, MESMO QUANDO SOZINHO PASSA DO CORTE
                MOVE W-PERCACUM TO W-PERCANT.
                ADD W-TP-REC(W-I) TO W-RECACUM.
                MOVE ZEROS TO W-PERCACUM.
                IF W-RECTOTAL NOT = ZEROS
                   COMPUTE W-PERCACUM = (W-RECACUM * 100)
                                      / W-RECTOTAL.
                IF W-I = 1 OR W-PERCANT < W-CORTEA
                   MOVE "A" TO W-CLASSEABC
                ELSE
                IF W-PERCANT < W-CORTEB
                   MOVE "B" TO W-CLASSEABC
                ELSE
                   MOVE "C" TO W-CLASSEABC.
                MOVE SPACES TO LINHA-REL
                MOVE W-I               TO LR-POSICAO
                MOVE W-TP-COD(W-I)     TO LR-PRODUTO
                MOVE W-TP-QTD(W-I)     TO LR-QTD
                MOVE W-TP-REC(W-I)     TO LR-RECEITA
                MOVE W-PERCACUM        TO LR-PERCACUM
                MOVE W-CLASSEABC       TO LR-ABC
                MOVE LINHA-REL TO REGRELABC
                WRITE REGRELABC.
                IF ST-ERRO5 = "00"
                   MOVE W-TP-COD(W-I) TO ABC-PRODUTO
                   MOVE W-CLASSEABC   TO ABC-CLASSE
                   MOVE W-I           TO ABC-POSICAO
                   MOVE W-TP-REC(W-I) TO ABC-RECEITA
                   MOVE W-PERCACUM    TO ABC-PERCACUM
                   MOVE W-DTINI       TO ABC-DTINI
                   MOVE W-DTFIM       TO ABC-DTFIM
                   MOVE W-HOJE        TO ABC-DTGERACAO
                   WRITE CURVAABC-REG
                      INVALID KEY
                         DISPLAY "PRODUTO REPETIDO NA CURVA "
                                 ABC-PRODUTO
                   END-WRITE.
       9100-IMPRIME-FIM.
                EXIT.
