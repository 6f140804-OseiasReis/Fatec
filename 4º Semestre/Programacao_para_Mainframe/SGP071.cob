       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP071.
       AUTHOR. OSEIAS REIS
      **************************************
      * ACOMPANHAMENTO DIARIO DAS METAS     *
      * DE VENDA POR VENDEDOR (ATINGIDO,    *
      *  RITMO NECESSARIO E RANKING)        *
      **************************************
      *----------------------------------------------------------------
      * PARA A DATA DE REFERENCIA INFORMADA (ENTER = HOJE), SOMA AS
      * VENDAS DO MES ATE AQUELA DATA DE CADA VENDEDOR QUE TEM META
      * NO METAVEND.DAT (CADMETA) E MOSTRA:
      *   - % ATINGIDO DA META TOTAL (CLASSIFICACAO 0);
      *   - QUANTO FALTA E O RITMO NECESSARIO POR DIA UTIL RESTANTE
      *     (DIAS UTEIS = SEGUNDA A SABADO, COMO A LOJA ABRE; O DIA
      *     DE REFERENCIA CONTA COMO JA TRABALHADO);
      *   - RANKING DO MAIOR PARA O MENOR % (TROCA SIMPLES EM
      *     TABELA, COMO O SGP023);
      *   - AS METAS POR CLASSIFICACAO DO VENDEDOR, QUANDO EXISTEM.
      * O REALIZADO TOTAL E O MESMO DA COMISSAO (SGP026): VALOR DAS
      * VENDAS NAO ESTORNADAS. O REALIZADO POR CLASSIFICACAO SOMA O
      * VALOR LIQUIDO DOS ITENS (SERVICOS "SRV" NAO TEM CLASSE).
      * VENDEDOR SEM META NO MES NAO ENTRA NO RANKING.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT VENDASITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO3.
       SELECT METAVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MTV-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT VENDEDOR-ARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDD-CODIGO
                    FILE STATUS  IS ST-ERRO5.
       SELECT RELMTA ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD VENDAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDAS.DAT".
       01 VENDAS-REG.
           05 VENDAS-CHAVE.
              10 CODCLI       PIC 9(12).
              10 NVENDA       PIC 9(06).
           05 VALORTOTAL      PIC 9(09)V99.
           05 DTVENDA         PIC 9(08).
           05 FORMAPAGTO      PIC X(01).
           05 PARCELAS        PIC 9(02).
           05 DT-ALTERACAO    PIC 9(08).
           05 USUARIO         PIC X(08).
           05 SITUACAO        PIC X(01).
           05 VENDEDOR        PIC 9(03).
           05 NFISCAL         PIC 9(08).
      *
       FD VENDASITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDASITEM.DAT".
       01 VENDASITEM-REG.
           05 ITEM-CHAVE.
              10 ITEM-CODCLI  PIC 9(12).
              10 ITEM-NVENDA  PIC 9(06).
              10 ITEM-SEQ     PIC 9(03).
           05 PROD            PIC X(09).
           05 DESCRICAO        PIC X(30).
           05 UNID             PIC X(02).
           05 PRECOCUSTO       PIC 9(06)V99.
           05 PRECOVENDA       PIC 9(06)V99.
           05 QTD              PIC 9(05).
           05 VALORVENDA        PIC 9(08)V99.
           05 ICMS              PIC 9(08)V99.
           05 DESCONTO          PIC 9(08)V99.
           05 PROMO             PIC X(01).
      *
       FD PRODUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODUTO.DAT".
       01 PRODUTO-REG.
           05 PRO-CODIGO        PIC 9(08).
           05 PRO-DESCRICAO     PIC X(30).
           05 PRO-UNIDADE       PIC X(02).
           05 PRO-PRECOCUSTO    PIC 9(06)V99.
           05 PRO-PRECOVENDA    PIC 9(06)V99.
           05 PRO-CLASSIFICACAO PIC 9(01).
           05 PRO-SITUACAO      PIC X(01).
           05 PRO-ESTOQUE       PIC 9(06).
           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).
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
       FD VENDEDOR-ARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDEDOR.DAT".
       01 VENDEDOR-REG.
           05 VDD-CODIGO       PIC 9(03).
           05 VDD-NOME         PIC X(30).
           05 VDD-PERCCOMIS    PIC 9(04).
           05 VDD-SITUACAO     PIC X(01).
           05 VDD-DT-ALTERACAO PIC 9(08).
           05 VDD-USUARIO      PIC X(08).
      *
       FD RELMTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELMTA              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERRO6           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMITEM          PIC X(01) VALUE "N".
       77 W-MESREF           PIC 9(06) VALUE ZEROS.
       77 W-MESVENDA         PIC 9(06) VALUE ZEROS.
       77 W-ULTDIA           PIC 9(02) VALUE ZEROS.
       77 W-DIA              PIC 9(02) VALUE ZEROS.
       77 W-DUMES            PIC 9(02) VALUE ZEROS.
       77 W-DUPASSADOS       PIC 9(02) VALUE ZEROS.
       77 W-DURESTANTES      PIC 9(02) VALUE ZEROS.
       77 W-CLASSIF          PIC 9(01) VALUE ZEROS.
       77 W-PRODCOD          PIC 9(08) VALUE ZEROS.
       77 W-I                PIC 9(03) VALUE ZEROS.
       77 W-J                PIC 9(03) VALUE ZEROS.
       77 W-C                PIC 9(02) VALUE ZEROS.
       77 W-RANK             PIC 9(03) VALUE ZEROS.
       77 W-TMCONT           PIC 9(03) VALUE ZEROS.
       77 W-ESTOUROTAB       PIC 9(06) VALUE ZEROS.
       77 W-CONTVENDAS       PIC 9(06) VALUE ZEROS.
       77 W-FALTA            PIC 9(09)V99 VALUE ZEROS.
       77 W-RITMO            PIC 9(09)V99 VALUE ZEROS.
       77 W-PERC             PIC 9(05)V99 VALUE ZEROS.
       77 W-TOTMETA          PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTREAL          PIC 9(11)V99 VALUE ZEROS.
       77 W-VALED            PIC ZZZZZZZZZZ9,99.
       77 W-PERCED           PIC ZZZZ9,99.
       01 W-DTREF            PIC 9(08) VALUE ZEROS.
       01 W-DTREF-GRUPO REDEFINES W-DTREF.
          03 W-ANOREF        PIC 9(04).
          03 W-MESNUM        PIC 9(02).
          03 W-DIAREF        PIC 9(02).
      * ULTIMO DIA DE CADA MES (FEVEREIRO BISSEXTO NA ROTINA)
       01 TAB-ULTDIAX.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 28.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
       01 TAB-ULTDIAAUX REDEFINES TAB-ULTDIAX.
          03 TAB-ULTDIA PIC 9(02) OCCURS 12 TIMES.
      * DIA DA SEMANA DA DATA (1=DOMINGO ... 7=SABADO)
       01 W-DATA-AUX             PIC 9(08).
       01 W-DATA-AUXR REDEFINES W-DATA-AUX.
           05 W-DT-ANO           PIC 9(04).
           05 W-DT-MES           PIC 9(02).
           05 W-DT-DIA           PIC 9(02).
       01 W-CALCSEMANA.
           05 W-SECULO           PIC 9(02).
           05 W-ANOSEC           PIC 9(02).
           05 W-T1               PIC 9(03).
           05 W-T2               PIC 9(03).
           05 W-T3               PIC 9(03).
           05 W-SOMA             PIC 9(04).
           05 W-QUOC             PIC 9(04).
           05 W-RESTO            PIC 9(01).
           05 W-DIASEM           PIC 9(01).
      * VENDEDORES COM META NO MES (META TOTAL E POR CLASSIFICACAO)
       01 W-TABMETA.
          03 W-TM OCCURS 300 TIMES.
             05 W-TM-VDD     PIC 9(03).
             05 W-TM-META    PIC 9(09)V99.
             05 W-TM-REAL    PIC 9(09)V99.
             05 W-TM-QTD     PIC 9(06).
             05 W-TM-PERC    PIC 9(05)V99.
             05 W-TM-TEMCLS  PIC X(01).
             05 W-TM-CLS OCCURS 9 TIMES.
                07 W-TM-CMETA PIC 9(09)V99.
                07 W-TM-CREAL PIC 9(09)V99.
       01 W-TMAUX             PIC X(237).
       01 LINHA-REL.
          03 LR-RANK         PIC ZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-CODIGO       PIC X(03).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-NOME         PIC X(20).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-META         PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-REAL         PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-PERC         PIC ZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-FALTA        PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-RITMO        PIC ZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-SITUACAO     PIC X(08).
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
       77 W-SPLDATA          PIC 9(08) VALUE ZEROS.
       77 W-SPLHORA          PIC 9(08) VALUE ZEROS.
       01 W-SPLREG.
           03 W-SPL-PROGRAMA  PIC X(08).
           03 W-SPL-DESCRICAO PIC X(30).
           03 W-SPL-ARQUIVO   PIC X(30).
           03 W-SPL-USUARIO   PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM.
                PERFORM 2000-PROCESSA   THRU 2000-PROCESSA-FIM
                        UNTIL W-FIM = "S".
                PERFORM 8000-ORDENA     THRU 8000-ORDENA-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "DATA DE REFERENCIA (AAAAMMDD, ENTER = HOJE): ".
                ACCEPT W-DTREF.
                IF W-DTREF = ZEROS
                   ACCEPT W-DTREF FROM DATE YYYYMMDD.
                IF W-MESNUM < 1 OR W-MESNUM > 12
                   DISPLAY "DATA INVALIDA"
                   STOP RUN.
                COMPUTE W-MESREF = W-DTREF / 100.
                MOVE TAB-ULTDIA(W-MESNUM) TO W-ULTDIA.
                IF W-MESNUM = 2
                   DIVIDE W-ANOREF BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULTDIA
                   END-IF
                END-IF.
                IF W-DIAREF < 1 OR W-DIAREF > W-ULTDIA
                   DISPLAY "DATA INVALIDA"
                   STOP RUN.
                PERFORM 1200-CONTA-DIA THRU 1200-CONTA-DIA-FIM
                   VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-ULTDIA.
                OPEN INPUT METAVEND
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "NENHUMA META CADASTRADA (METAVEND)"
                   STOP RUN.
                MOVE W-MESREF TO MTV-MES.
                MOVE ZEROS    TO MTV-VENDEDOR MTV-CLASSIF.
                START METAVEND KEY IS NOT LESS THAN MTV-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 1100-CARREGA-META THRU 1100-CARREGA-META-FIM
                   UNTIL W-FIM = "S".
                CLOSE METAVEND.
                IF W-TMCONT = ZEROS
                   DISPLAY "NENHUMA META CADASTRADA PARA O MES"
                   STOP RUN.
                MOVE "N" TO W-FIM.
                OPEN INPUT VENDAS
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDAS"
                   STOP RUN.
                OPEN INPUT VENDASITEM
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDASITEM"
                   CLOSE VENDAS
                   STOP RUN.
                OPEN INPUT PRODUTO
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   CLOSE VENDAS
                   CLOSE VENDASITEM
                   STOP RUN.
                OPEN INPUT VENDEDOR-ARQ
                IF ST-ERRO5 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDEDOR"
                   CLOSE VENDAS
                   CLOSE VENDASITEM
                   CLOSE PRODUTO
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "METAS-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP071" TO W-SPL-PROGRAMA.
                MOVE "ACOMPANHAMENTO DE METAS" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELMTA
                IF ST-ERRO6 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE VENDAS
                   CLOSE VENDASITEM
                   CLOSE PRODUTO
                   CLOSE VENDEDOR-ARQ
                   STOP RUN.
                MOVE SPACES TO REGRELMTA
                MOVE "ACOMPANHAMENTO DE METAS DE VENDA" TO REGRELMTA
                WRITE REGRELMTA.
                MOVE SPACES TO REGRELMTA
                STRING "VENDAS ATE " W-DTREF
                       "   DIAS UTEIS NO MES: " W-DUMES
                       "  PASSADOS: " W-DUPASSADOS
                       "  RESTANTES: " W-DURESTANTES
                        DELIMITED BY SIZE INTO REGRELMTA
                WRITE REGRELMTA.
                MOVE SPACES TO REGRELMTA
                WRITE REGRELMTA.
                MOVE SPACES TO REGRELMTA
                MOVE "RK  COD NOME                        META   REALIZA
      -              "DO  ATING.%       FALTA  RITMO/DIA SITUACAO"
                        TO REGRELMTA
                WRITE REGRELMTA.
                MOVE SPACES TO REGRELMTA
                WRITE REGRELMTA.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       1100-CARREGA-META.
                READ METAVEND NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIM
                      GO TO 1100-CARREGA-META-FIM.
                IF MTV-MES NOT = W-MESREF
                   MOVE "S" TO W-FIM
                   GO TO 1100-CARREGA-META-FIM.
                PERFORM 2300-ACHA-VDD THRU 2300-ACHA-VDD-FIM.
                IF W-I > W-TMCONT
                   IF W-TMCONT < 300
                      ADD 1 TO W-TMCONT
                      MOVE W-TMCONT TO W-I
                      MOVE MTV-VENDEDOR TO W-TM-VDD(W-I)
                      MOVE ZEROS TO W-TM-META(W-I) W-TM-REAL(W-I)
                                    W-TM-QTD(W-I) W-TM-PERC(W-I)
                      MOVE "N" TO W-TM-TEMCLS(W-I)
                      PERFORM 1150-ZERA-CLASSE THRU 1150-ZERA-CLASSE-FIM
                         VARYING W-C FROM 1 BY 1 UNTIL W-C > 9
                   ELSE
                      ADD 1 TO W-ESTOUROTAB
                      GO TO 1100-CARREGA-META-FIM.
                IF MTV-CLASSIF = ZEROS
                   MOVE MTV-VALOR TO W-TM-META(W-I)
                ELSE
                   MOVE MTV-VALOR TO W-TM-CMETA(W-I MTV-CLASSIF)
                   MOVE "S" TO W-TM-TEMCLS(W-I).
       1100-CARREGA-META-FIM.
                EXIT.
      *
       1150-ZERA-CLASSE.
                MOVE ZEROS TO W-TM-CMETA(W-I W-C) W-TM-CREAL(W-I W-C).
       1150-ZERA-CLASSE-FIM.
                EXIT.
      *
      * DIA UTIL = SEGUNDA A SABADO; ATE O DIA DE REFERENCIA CONTA
      * COMO PASSADO
       1200-CONTA-DIA.
                COMPUTE W-DATA-AUX = W-MESREF * 100 + W-DIA.
                PERFORM 1290-DIA-SEMANA THRU 1290-DIA-SEMANA-FIM.
                IF W-DIASEM = 1
                   GO TO 1200-CONTA-DIA-FIM.
                ADD 1 TO W-DUMES.
                IF W-DIA > W-DIAREF
                   ADD 1 TO W-DURESTANTES
                ELSE
                   ADD 1 TO W-DUPASSADOS.
       1200-CONTA-DIA-FIM.
                EXIT.
      *
      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (JANEIRO E
      * FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO ANTERIOR)
       1290-DIA-SEMANA.
                IF W-DT-MES < 3
                   ADD 12 TO W-DT-MES
                   SUBTRACT 1 FROM W-DT-ANO.
                DIVIDE W-DT-ANO BY 100 GIVING W-SECULO
                   REMAINDER W-ANOSEC.
                COMPUTE W-T1 = (13 * (W-DT-MES + 1)) / 5.
                DIVIDE W-ANOSEC BY 4 GIVING W-T2.
                DIVIDE W-SECULO BY 4 GIVING W-T3.
                COMPUTE W-SOMA = W-DT-DIA + W-T1 + W-ANOSEC + W-T2
                               + W-T3 + 5 * W-SECULO + 6.
                DIVIDE W-SOMA BY 7 GIVING W-QUOC REMAINDER W-RESTO.
                ADD 1 W-RESTO GIVING W-DIASEM.
       1290-DIA-SEMANA-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ VENDAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                COMPUTE W-MESVENDA = DTVENDA / 100.
                IF W-MESVENDA NOT = W-MESREF OR DTVENDA > W-DTREF
                   GO TO 2000-PROCESSA-FIM.
                IF SITUACAO = "C" OR VENDEDOR = ZEROS
                   GO TO 2000-PROCESSA-FIM.
                MOVE VENDEDOR TO MTV-VENDEDOR.
                PERFORM 2300-ACHA-VDD THRU 2300-ACHA-VDD-FIM.
                IF W-I > W-TMCONT
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTVENDAS.
                ADD 1 TO W-TM-QTD(W-I).
                ADD VALORTOTAL TO W-TM-REAL(W-I).
                IF W-TM-TEMCLS(W-I) NOT = "S"
                   GO TO 2000-PROCESSA-FIM.
                MOVE "N" TO W-FIMITEM
                MOVE CODCLI TO ITEM-CODCLI
                MOVE NVENDA TO ITEM-NVENDA
                MOVE ZEROS  TO ITEM-SEQ
                START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMITEM.
                PERFORM 2100-PROCESSA-ITEM THRU 2100-PROCESSA-ITEM-FIM
                   UNTIL W-FIMITEM = "S".
       2000-PROCESSA-FIM.
                EXIT.
      *
       2100-PROCESSA-ITEM.
                READ VENDASITEM NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMITEM
                      GO TO 2100-PROCESSA-ITEM-FIM.
                IF ITEM-CODCLI NOT = CODCLI OR ITEM-NVENDA NOT = NVENDA
                   MOVE "S" TO W-FIMITEM
                   GO TO 2100-PROCESSA-ITEM-FIM.
                IF PROD(1:3) = "SRV"
                   GO TO 2100-PROCESSA-ITEM-FIM.
                MOVE PROD TO W-PRODCOD.
                MOVE W-PRODCOD TO PRO-CODIGO.
                READ PRODUTO
                   INVALID KEY
                      GO TO 2100-PROCESSA-ITEM-FIM.
                MOVE PRO-CLASSIFICACAO TO W-CLASSIF.
                IF W-CLASSIF < 1 OR W-CLASSIF > 9
                   GO TO 2100-PROCESSA-ITEM-FIM.
                ADD VALORVENDA TO W-TM-CREAL(W-I W-CLASSIF).
       2100-PROCESSA-ITEM-FIM.
                EXIT.
      *
      * PROCURA MTV-VENDEDOR NA TABELA; NAO ACHOU = W-I > W-TMCONT
       2300-ACHA-VDD.
                MOVE 1 TO W-I.
       2310-ACHA-VDD-LOOP.
                IF W-I <= W-TMCONT
                   IF W-TM-VDD(W-I) NOT = MTV-VENDEDOR
                      ADD 1 TO W-I
                      GO TO 2310-ACHA-VDD-LOOP.
       2300-ACHA-VDD-FIM.
                EXIT.
      *
      * % ATINGIDO DE CADA UM E ORDENACAO DECRESCENTE POR ELE
       8000-ORDENA.
                PERFORM 8100-CALCULA-PERC THRU 8100-CALCULA-PERC-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-TMCONT.
                IF W-TMCONT < 2
                   GO TO 8000-ORDENA-FIM.
                MOVE 1 TO W-I.
       8010-ORDENA-I.
                COMPUTE W-J = W-I + 1.
       8020-ORDENA-J.
                IF W-TM-PERC(W-J) > W-TM-PERC(W-I)
                   MOVE W-TM(W-I) TO W-TMAUX
                   MOVE W-TM(W-J) TO W-TM(W-I)
                   MOVE W-TMAUX   TO W-TM(W-J).
                IF W-J < W-TMCONT
                   ADD 1 TO W-J
                   GO TO 8020-ORDENA-J.
                IF W-I < W-TMCONT - 1
                   ADD 1 TO W-I
                   GO TO 8010-ORDENA-I.
       8000-ORDENA-FIM.
                EXIT.
      *
       8100-CALCULA-PERC.
                MOVE ZEROS TO W-TM-PERC(W-I).
                IF W-TM-META(W-I) > ZEROS
                   COMPUTE W-TM-PERC(W-I) ROUNDED =
                           W-TM-REAL(W-I) * 100 / W-TM-META(W-I)
                      ON SIZE ERROR
                         MOVE 99999,99 TO W-TM-PERC(W-I).
       8100-CALCULA-PERC-FIM.
                EXIT.
      *
       9000-FINALIZA.
                PERFORM 9100-IMPRIME-VDD THRU 9100-IMPRIME-VDD-FIM
                   VARYING W-RANK FROM 1 BY 1 UNTIL W-RANK > W-TMCONT.
                MOVE SPACES TO REGRELMTA
                WRITE REGRELMTA.
                MOVE SPACES TO LINHA-REL
                MOVE "TOTAL DA EQUIPE" TO LR-NOME
                MOVE W-TOTMETA TO LR-META
                MOVE W-TOTREAL TO LR-REAL
                MOVE ZEROS TO W-PERC
                IF W-TOTMETA > ZEROS
                   COMPUTE W-PERC ROUNDED = W-TOTREAL * 100 / W-TOTMETA
                      ON SIZE ERROR
                         MOVE 99999,99 TO W-PERC.
                MOVE W-PERC TO LR-PERC
                MOVE LINHA-REL TO REGRELMTA
                WRITE REGRELMTA.
                MOVE SPACES TO REGRELMTA
                WRITE REGRELMTA.
                MOVE SPACES TO REGRELMTA
                STRING "VENDAS CONSIDERADAS: " W-CONTVENDAS
                        DELIMITED BY SIZE INTO REGRELMTA
                WRITE REGRELMTA.
                IF W-ESTOUROTAB NOT = ZEROS
                   MOVE SPACES TO REGRELMTA
                   STRING "METAS FORA DA TABELA (MAIS DE 300 "
                          "VENDEDORES): " W-ESTOUROTAB
                           DELIMITED BY SIZE INTO REGRELMTA
                   WRITE REGRELMTA.
                CLOSE VENDAS.
                CLOSE VENDASITEM.
                CLOSE PRODUTO.
                CLOSE VENDEDOR-ARQ.
                CLOSE RELMTA.
       9000-FINALIZA-FIM.
                EXIT.
      *
       9100-IMPRIME-VDD.
                MOVE W-RANK TO W-I.
                MOVE W-TM-VDD(W-I) TO VDD-CODIGO.
                READ VENDEDOR-ARQ
                   INVALID KEY
                      MOVE "*** NAO CADASTRADO ***" TO VDD-NOME.
                ADD W-TM-META(W-I) TO W-TOTMETA.
                ADD W-TM-REAL(W-I) TO W-TOTREAL.
                MOVE SPACES TO LINHA-REL
                MOVE W-RANK           TO LR-RANK
                MOVE W-TM-VDD(W-I)    TO LR-CODIGO
                MOVE VDD-NOME         TO LR-NOME
                MOVE W-TM-PERC(W-I)   TO LR-PERC
                MOVE W-TM-META(W-I)   TO LR-META
                MOVE W-TM-REAL(W-I)   TO LR-REAL
                IF W-TM-META(W-I) = ZEROS
                   MOVE "SEM META" TO LR-SITUACAO
                ELSE
                   PERFORM 9300-FALTA-RITMO THRU 9300-FALTA-RITMO-FIM.
                MOVE LINHA-REL TO REGRELMTA
                WRITE REGRELMTA.
                IF W-TM-TEMCLS(W-I) = "S"
                   PERFORM 9200-IMPRIME-CLASSE
                      THRU 9200-IMPRIME-CLASSE-FIM
                      VARYING W-C FROM 1 BY 1 UNTIL W-C > 9.
       9100-IMPRIME-VDD-FIM.
                EXIT.
      *
       9200-IMPRIME-CLASSE.
                IF W-TM-CMETA(W-I W-C) = ZEROS
                   GO TO 9200-IMPRIME-CLASSE-FIM.
                MOVE SPACES TO LINHA-REL
                MOVE SPACES TO LR-NOME
                STRING "  CLASSIFICACAO " W-C
                        DELIMITED BY SIZE INTO LR-NOME
                MOVE W-TM-CMETA(W-I W-C) TO LR-META
                MOVE W-TM-CREAL(W-I W-C) TO LR-REAL
                COMPUTE W-PERC ROUNDED = W-TM-CREAL(W-I W-C) * 100
                                       / W-TM-CMETA(W-I W-C)
                   ON SIZE ERROR
                      MOVE 99999,99 TO W-PERC.
                MOVE W-PERC TO LR-PERC
                IF W-TM-CREAL(W-I W-C) < W-TM-CMETA(W-I W-C)
                   COMPUTE W-FALTA = W-TM-CMETA(W-I W-C)
                                   - W-TM-CREAL(W-I W-C)
                   PERFORM 9400-RITMO THRU 9400-RITMO-FIM
                ELSE
                   MOVE "ATINGIDA" TO LR-SITUACAO.
                MOVE LINHA-REL TO REGRELMTA
                WRITE REGRELMTA.
       9200-IMPRIME-CLASSE-FIM.
                EXIT.
      *
       9300-FALTA-RITMO.
                IF W-TM-REAL(W-I) < W-TM-META(W-I)
                   COMPUTE W-FALTA = W-TM-META(W-I) - W-TM-REAL(W-I)
                   PERFORM 9400-RITMO THRU 9400-RITMO-FIM
                ELSE
                   MOVE "ATINGIDA" TO LR-SITUACAO.
       9300-FALTA-RITMO-FIM.
                EXIT.
      *
      * SEM DIA UTIL RESTANTE, O QUE FALTA TEM DE SAIR HOJE MESMO
       9400-RITMO.
                MOVE W-FALTA TO LR-FALTA.
                IF W-DURESTANTES = ZEROS
                   MOVE W-FALTA TO W-RITMO
                ELSE
                   COMPUTE W-RITMO ROUNDED = W-FALTA / W-DURESTANTES.
                MOVE W-RITMO TO LR-RITMO.
       9400-RITMO-FIM.
                EXIT.
