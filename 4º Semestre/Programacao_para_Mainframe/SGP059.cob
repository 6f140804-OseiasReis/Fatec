       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP059.
       AUTHOR. OSEIAS REIS
      **************************************
      * DRE GERENCIAL DO MES                *
      * (MES, MESMO MES DO ANO ANTERIOR E   *
      *  ACUMULADO DO ANO, LADO A LADO)     *
      **************************************
      *----------------------------------------------------------------
      * DEMONSTRATIVO DE RESULTADO DO MES INFORMADO (AAAAMM), EM TRES
      * COLUNAS: O MES, O MESMO MES DO ANO ANTERIOR E O ACUMULADO DE
      * JANEIRO ATE O MES. AS LINHAS:
      *   - RECEITA BRUTA: SOMA DOS ITENS DAS VENDAS (VALORVENDA, JA
      *     LIQUIDO DO DESCONTO DO ITEM), SEPARADA EM MERCADORIA E
      *     SERVICO (ITENS SRVnnnn DO FATURAMENTO DO PETSHOP, SGP033).
      *     PELOS ITENS E NAO PELO VALORTOTAL, PORQUE O VALE USADO
      *     COMO PAGAMENTO JA SAIU COMO DEVOLUCAO QUANDO FOI EMITIDO
      *   - ESTORNOS: VENDAS ESTORNADAS NO CADVEN (SITUACAO 'C')
      *   - DEVOLUCOES: VALES EMITIDOS PELO CADDEV NO PERIODO (O
      *     VALE DE SINAL DE ENCOMENDA DO CADENC NAO TEM VENDA DE
      *     ORIGEM E NAO E DEVOLUCAO; USADO, ENTRA SO NOS VALES USADOS)
      *   - RESGATE DE PONTOS: O QUE A VENDA ABATEU DO TOTAL ALEM DOS
      *     VALES USADOS NELA
      *   - ICMS: O GRAVADO EM CADA ITEM (MESMA BASE DO SGP022)
      *   - CMV: QTD X PRECOCUSTO DOS ITENS DE MERCADORIA, MENOS O
      *     CUSTO DO QUE VOLTOU PELO CADDEV
      *   - DESPESAS OPERACIONAIS POR CATEGORIA: PARCELAS DO
      *     CONTASPAG LANCADAS PELO CADDSP/SGP058 (DESPESA.DAT), PELA
      *     DATA DO DOCUMENTO (COMPETENCIA)
      * AS VENDAS QUE O SGP049 JA MOVEU PARA O ARQUIVO MORTO SAEM DE
      * VENDAS.ARQ/VENDASITEM.ARQ - SEM ELES O ANO ANTERIOR FICARIA
      * FURADO DEPOIS DO ARQUIVAMENTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT VENDASITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT VENDASARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AVD-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT ITEMARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AIT-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT VALE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS VAL-NUMERO
                    FILE STATUS  IS ST-ERRO5.
       SELECT DESPESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DSP-CHAVE
                    FILE STATUS  IS ST-ERRO6.
       SELECT CONTASPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CP-CHAVE
                    FILE STATUS  IS ST-ERRO7.
       SELECT CATDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CAT-CODIGO
                    FILE STATUS  IS ST-ERRO8.
       SELECT RELDRE ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO9.
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
      * ARQUIVO MORTO DO SGP049 - MESMO LEIAUTE DE VENDAS E
      * VENDASITEM; O REGISTRO LIDO E COPIADO PARA A AREA DO ARQUIVO
      * VIVO E SEGUE PELAS MESMAS ROTINAS
       FD VENDASARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDAS.ARQ".
       01 VENDASARQ-REG.
           05 AVD-CHAVE.
              10 AVD-CODCLI   PIC 9(12).
              10 AVD-NVENDA   PIC 9(06).
           05 AVD-RESTO       PIC X(50).
      *
       FD ITEMARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDASITEM.ARQ".
       01 ITEMARQ-REG.
           05 AIT-CHAVE.
              10 AIT-CODCLI   PIC 9(12).
              10 AIT-NVENDA   PIC 9(06).
              10 AIT-SEQ      PIC 9(03).
           05 AIT-RESTO       PIC X(93).
      *
       FD VALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VALE.DAT".
       01 VALE-REG.
           05 VAL-NUMERO       PIC 9(06).
           05 VAL-CODCLI       PIC 9(12).
           05 VAL-VALOR        PIC 9(09)V99.
           05 VAL-SITUACAO     PIC X(01).
           05 VAL-NVENDAORIG   PIC 9(06).
           05 VAL-DTEMISSAO    PIC 9(08).
           05 VAL-NVENDAUSO    PIC 9(06).
           05 VAL-ITEMSEQ      PIC 9(03).
           05 VAL-QTDDEV       PIC 9(05).
           05 VAL-DT-ALTERACAO PIC 9(08).
           05 VAL-USUARIO      PIC X(08).
      *
       FD DESPESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPESA.DAT".
       01 DESPESA-REG.
           05 DSP-CHAVE.
              10 DSP-CODFORN   PIC 9(06).
              10 DSP-NOTA      PIC 9(09).
              10 DSP-PARCELA   PIC 9(02).
           05 DSP-CATEGORIA    PIC 9(03).
           05 DSP-DESCRICAO    PIC X(30).
           05 DSP-DTEMISSAO    PIC 9(08).
           05 DSP-ORIGEM       PIC X(01).
           05 DSP-CODREC       PIC 9(03).
           05 DSP-DT-ALTERACAO PIC 9(08).
           05 DSP-USUARIO      PIC X(08).
      *
       FD CONTASPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTASPAG.DAT".
       01 CONTASPAG-REG.
           05 CP-CHAVE.
              10 CP-CODFORN    PIC 9(06).
              10 CP-NOTA       PIC 9(09).
              10 CP-PARCELA    PIC 9(02).
           05 CP-VENCIMENTO    PIC 9(08).
           05 CP-VALOR         PIC 9(09)V99.
           05 CP-SITUACAO      PIC X(01).
           05 CP-VALORPAGO     PIC 9(09)V99.
           05 CP-DTPAGTO       PIC 9(08).
           05 CP-DT-ALTERACAO  PIC 9(08).
           05 CP-USUARIO       PIC X(08).
      *
       FD CATDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CATDESP.DAT".
       01 CATDESP-REG.
           05 CAT-CODIGO       PIC 9(03).
           05 CAT-DESCRICAO    PIC X(30).
           05 CAT-TIPO         PIC X(01).
           05 CAT-SITUACAO     PIC X(01).
           05 CAT-DT-ALTERACAO PIC 9(08).
           05 CAT-USUARIO      PIC X(08).
      *
       FD RELDRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELDRE              PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERRO6           PIC X(02) VALUE "00".
       77 ST-ERRO7           PIC X(02) VALUE "00".
       77 ST-ERRO8           PIC X(02) VALUE "00".
       77 ST-ERRO9           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMITEM          PIC X(01) VALUE "N".
       77 W-TEMARQ           PIC X(01) VALUE "N".
       77 W-TEMVALE          PIC X(01) VALUE "N".
       77 W-TEMDSP           PIC X(01) VALUE "N".
       77 W-TEMCAT           PIC X(01) VALUE "N".
       77 W-ORIGEM           PIC X(01) VALUE "V".
       77 W-ACHOUITEM        PIC X(01) VALUE "N".
       77 W-MESSEL           PIC 9(06) VALUE ZEROS.
       77 W-MESANT           PIC 9(06) VALUE ZEROS.
       77 W-MESINI           PIC 9(06) VALUE ZEROS.
       77 W-MESREF           PIC 9(06) VALUE ZEROS.
       77 W-DTREF            PIC 9(08) VALUE ZEROS.
       77 W-EM1              PIC X(01) VALUE "N".
       77 W-EM2              PIC X(01) VALUE "N".
       77 W-EM3              PIC X(01) VALUE "N".
       77 W-NOPERIODO        PIC X(01) VALUE "N".
       77 W-LINHA            PIC 9(02) VALUE ZEROS.
       77 W-COL              PIC 9(01) VALUE ZEROS.
       77 W-IND              PIC 9(04) VALUE ZEROS.
       77 W-VALOR            PIC 9(11)V99 VALUE ZEROS.
       77 W-SOMAMERC         PIC 9(11)V99 VALUE ZEROS.
       77 W-SOMASERV         PIC 9(11)V99 VALUE ZEROS.
       77 W-SOMAICMS         PIC 9(11)V99 VALUE ZEROS.
       77 W-SOMACMV          PIC 9(11)V99 VALUE ZEROS.
       77 W-CONTVENDAS       PIC 9(06) VALUE ZEROS.
       77 W-CONTARQ          PIC 9(06) VALUE ZEROS.
       77 W-CONTVALES        PIC 9(06) VALUE ZEROS.
       77 W-CONTDESP         PIC 9(06) VALUE ZEROS.
      * ACUMULADORES DAS LINHAS FIXAS, UMA COLUNA POR PERIODO
      * (1 = MES, 2 = MESMO MES DO ANO ANTERIOR, 3 = ACUMULADO):
      *   1 MERCADORIA  2 SERVICO  3 ESTORNOS  4 DEVOLUCOES
      *   5 ABATIMENTOS DO TOTAL DA VENDA (PONTOS + VALES USADOS)
      *   6 ICMS  7 CMV  8 CUSTO DEVOLVIDO  9 VALES USADOS
       01 W-TABDRE.
          03 W-LIN OCCURS 9 TIMES.
             05 W-VLR PIC 9(11)V99 OCCURS 3 TIMES.
      * DESPESAS PELO CODIGO DA CATEGORIA (CATDESP)
       01 W-TABDESP.
          03 W-CAT OCCURS 999 TIMES.
             05 W-DSPV PIC 9(11)V99 OCCURS 3 TIMES.
      * TOTAIS CALCULADOS POR COLUNA
       01 W-TOTAIS.
          03 W-TOTCOL OCCURS 3 TIMES.
             05 W-BRUTA      PIC S9(11)V99.
             05 W-PONTOS     PIC S9(11)V99.
             05 W-LIQUIDA    PIC S9(11)V99.
             05 W-CMV        PIC S9(11)V99.
             05 W-LBRUTO     PIC S9(11)V99.
             05 W-TOTDESP    PIC S9(11)V99.
             05 W-RESULT     PIC S9(11)V99.
       01 W-IMPRIME.
          03 W-IMP PIC S9(11)V99 OCCURS 3 TIMES.
       77 W-ROTULO           PIC X(30) VALUE SPACES.
       77 W-TEMVALOR         PIC X(01) VALUE "N".
       01 LINHA-CAB.
          03 FILLER          PIC X(30) VALUE SPACES.
          03 FILLER          PIC X(08) VALUE SPACES.
          03 LC-MES1         PIC 9(06).
          03 FILLER          PIC X(08) VALUE SPACES.
          03 LC-MES2         PIC 9(06).
          03 FILLER          PIC X(04) VALUE SPACES.
          03 FILLER          PIC X(06) VALUE "ACUM. ".
          03 LC-ANO          PIC 9(04).
       01 LINHA-DRE.
          03 LD-ROTULO       PIC X(30).
          03 LD-VALOR        PIC -ZZZZZZZZZ9,99 OCCURS 3 TIMES.
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
                MOVE "V" TO W-ORIGEM.
                PERFORM 2000-VENDAS     THRU 2000-VENDAS-FIM
                        UNTIL W-FIM = "S".
                IF W-TEMARQ = "S"
                   MOVE "N" TO W-FIM
                   MOVE "A" TO W-ORIGEM
                   PERFORM 2500-VENDASARQ THRU 2500-VENDASARQ-FIM
                           UNTIL W-FIM = "S".
                IF W-TEMVALE = "S"
                   MOVE "N" TO W-FIM
                   PERFORM 3000-VALES THRU 3000-VALES-FIM
                           UNTIL W-FIM = "S".
                IF W-TEMDSP = "S"
                   MOVE "N" TO W-FIM
                   PERFORM 4000-DESPESAS THRU 4000-DESPESAS-FIM
                           UNTIL W-FIM = "S".
                PERFORM 7000-CALCULA THRU 7000-CALCULA-FIM
                   VARYING W-COL FROM 1 BY 1 UNTIL W-COL > 3.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "MES DO DRE (AAAAMM): ".
                ACCEPT W-MESSEL.
                COMPUTE W-MESREF = W-MESSEL - (W-MESSEL / 100) * 100.
                IF W-MESSEL = ZEROS OR W-MESREF < 1 OR W-MESREF > 12
                   DISPLAY "MES INVALIDO"
                   STOP RUN.
                COMPUTE W-MESANT = W-MESSEL - 100.
                COMPUTE W-MESINI = (W-MESSEL / 100) * 100 + 1.
                OPEN INPUT VENDAS
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDAS"
                   STOP RUN.
                OPEN INPUT VENDASITEM
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDASITEM"
                   CLOSE VENDAS
                   STOP RUN.
      * OS DEMAIS SAO OPCIONAIS: SEM O ARQUIVO, A LINHA SAI ZERADA
                OPEN INPUT VENDASARQ
                IF ST-ERRO3 = "00"
                   OPEN INPUT ITEMARQ
                   IF ST-ERRO4 = "00"
                      MOVE "S" TO W-TEMARQ
                   ELSE
                      CLOSE VENDASARQ.
                OPEN INPUT VALE
                IF ST-ERRO5 = "00"
                   MOVE "S" TO W-TEMVALE.
                OPEN INPUT DESPESA
                IF ST-ERRO6 = "00"
                   OPEN INPUT CONTASPAG
                   IF ST-ERRO7 = "00"
                      MOVE "S" TO W-TEMDSP
                   ELSE
                      CLOSE DESPESA.
                OPEN INPUT CATDESP
                IF ST-ERRO8 = "00"
                   MOVE "S" TO W-TEMCAT.
                MOVE ZEROS TO W-TABDRE W-TABDESP.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "DRE-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP059" TO W-SPL-PROGRAMA.
                MOVE "DRE GERENCIAL" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELDRE
                IF ST-ERRO9 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE VENDAS VENDASITEM
                   STOP RUN.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * VENDAS DO ARQUIVO VIVO QUE CAEM EM ALGUMA DAS COLUNAS
      *----------------------------------------------------------------
       2000-VENDAS.
                READ VENDAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-VENDAS-FIM.
                MOVE DTVENDA TO W-DTREF.
                PERFORM 2900-CLASSIFICA THRU 2900-CLASSIFICA-FIM.
                IF W-NOPERIODO = "N"
                   GO TO 2000-VENDAS-FIM.
                ADD 1 TO W-CONTVENDAS.
                PERFORM 2050-UMA-VENDA THRU 2050-UMA-VENDA-FIM.
       2000-VENDAS-FIM.
                EXIT.
      *
      * SOMA OS ITENS DA VENDA EM VENDAS-REG E DISTRIBUI NAS LINHAS.
      * VENDA ESTORNADA ENTRA NA RECEITA BRUTA E SAI INTEIRA NO
      * ESTORNO; NAO TEM ICMS NEM CMV (O ESTOQUE VOLTOU)
       2050-UMA-VENDA.
                MOVE ZEROS TO W-SOMAMERC W-SOMASERV W-SOMAICMS
                              W-SOMACMV.
                MOVE "N" TO W-FIMITEM.
                IF W-ORIGEM = "V"
                   MOVE CODCLI TO ITEM-CODCLI
                   MOVE NVENDA TO ITEM-NVENDA
                   MOVE ZEROS  TO ITEM-SEQ
                   START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
                      INVALID KEY MOVE "S" TO W-FIMITEM
                   END-START
                ELSE
                   MOVE CODCLI TO AIT-CODCLI
                   MOVE NVENDA TO AIT-NVENDA
                   MOVE ZEROS  TO AIT-SEQ
                   START ITEMARQ KEY IS NOT LESS THAN AIT-CHAVE
                      INVALID KEY MOVE "S" TO W-FIMITEM
                   END-START.
                PERFORM 2100-PROCESSA-ITEM THRU 2100-PROCESSA-ITEM-FIM
                   UNTIL W-FIMITEM = "S".
                MOVE 1 TO W-LINHA.
                MOVE W-SOMAMERC TO W-VALOR.
                PERFORM 2950-SOMA THRU 2950-SOMA-FIM.
                MOVE 2 TO W-LINHA.
                MOVE W-SOMASERV TO W-VALOR.
                PERFORM 2950-SOMA THRU 2950-SOMA-FIM.
                IF SITUACAO = "C"
                   MOVE 3 TO W-LINHA
                   COMPUTE W-VALOR = W-SOMAMERC + W-SOMASERV
                   PERFORM 2950-SOMA THRU 2950-SOMA-FIM
                   GO TO 2050-UMA-VENDA-FIM.
                MOVE 6 TO W-LINHA.
                MOVE W-SOMAICMS TO W-VALOR.
                PERFORM 2950-SOMA THRU 2950-SOMA-FIM.
                MOVE 7 TO W-LINHA.
                MOVE W-SOMACMV TO W-VALOR.
                PERFORM 2950-SOMA THRU 2950-SOMA-FIM.
      * O QUE O CADVEN ABATEU DO TOTAL (VALE E PONTOS)
                IF W-SOMAMERC + W-SOMASERV > VALORTOTAL
                   MOVE 5 TO W-LINHA
                   COMPUTE W-VALOR = W-SOMAMERC + W-SOMASERV
                                   - VALORTOTAL
                   PERFORM 2950-SOMA THRU 2950-SOMA-FIM.
       2050-UMA-VENDA-FIM.
                EXIT.
      *
       2100-PROCESSA-ITEM.
                IF W-ORIGEM = "V"
                   READ VENDASITEM NEXT RECORD
                      AT END MOVE "S" TO W-FIMITEM
                   END-READ
                ELSE
                   READ ITEMARQ NEXT RECORD
                      AT END MOVE "S" TO W-FIMITEM
                      NOT AT END MOVE ITEMARQ-REG TO VENDASITEM-REG
                   END-READ.
                IF W-FIMITEM = "S"
                   GO TO 2100-PROCESSA-ITEM-FIM.
                IF ITEM-CODCLI NOT = CODCLI OR ITEM-NVENDA NOT = NVENDA
                   MOVE "S" TO W-FIMITEM
                   GO TO 2100-PROCESSA-ITEM-FIM.
                PERFORM 2200-ACUMULA THRU 2200-ACUMULA-FIM.
       2100-PROCESSA-ITEM-FIM.
                EXIT.
      *
      * ITEM "SRVnnnn" VEM DO FATURAMENTO DO PETSHOP (SGP033) E NAO
      * TEM CUSTO DE ESTOQUE
       2200-ACUMULA.
                ADD ICMS TO W-SOMAICMS.
                IF PROD (1:3) = "SRV"
                   ADD VALORVENDA TO W-SOMASERV
                ELSE
                   ADD VALORVENDA TO W-SOMAMERC
                   COMPUTE W-SOMACMV = W-SOMACMV + QTD * PRECOCUSTO.
       2200-ACUMULA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * VENDAS JA ARQUIVADAS PELO SGP049 (CONTAM COMO AS VIVAS)
      *----------------------------------------------------------------
       2500-VENDASARQ.
                READ VENDASARQ NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2500-VENDASARQ-FIM.
                MOVE VENDASARQ-REG TO VENDAS-REG.
                MOVE DTVENDA TO W-DTREF.
                PERFORM 2900-CLASSIFICA THRU 2900-CLASSIFICA-FIM.
                IF W-NOPERIODO = "N"
                   GO TO 2500-VENDASARQ-FIM.
                ADD 1 TO W-CONTARQ.
                PERFORM 2050-UMA-VENDA THRU 2050-UMA-VENDA-FIM.
       2500-VENDASARQ-FIM.
                EXIT.
      *
      * EM QUAIS COLUNAS CAI A DATA EM W-DTREF
       2900-CLASSIFICA.
                MOVE "N" TO W-EM1 W-EM2 W-EM3 W-NOPERIODO.
                COMPUTE W-MESREF = W-DTREF / 100.
                IF W-MESREF = W-MESSEL
                   MOVE "S" TO W-EM1 W-NOPERIODO.
                IF W-MESREF = W-MESANT
                   MOVE "S" TO W-EM2 W-NOPERIODO.
                IF W-MESREF NOT < W-MESINI AND W-MESREF NOT > W-MESSEL
                   MOVE "S" TO W-EM3 W-NOPERIODO.
       2900-CLASSIFICA-FIM.
                EXIT.
      *
      * SOMA W-VALOR NA LINHA W-LINHA DAS COLUNAS MARCADAS
       2950-SOMA.
                IF W-EM1 = "S"
                   ADD W-VALOR TO W-VLR (W-LINHA, 1).
                IF W-EM2 = "S"
                   ADD W-VALOR TO W-VLR (W-LINHA, 2).
                IF W-EM3 = "S"
                   ADD W-VALOR TO W-VLR (W-LINHA, 3).
       2950-SOMA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * VALES DO CADDEV: O EMITIDO E DEVOLUCAO (E O CUSTO DO ITEM
      * VOLTA PARA O ESTOQUE); O USADO NUMA VENDA JA FOI DEVOLUCAO E
      * SAI DOS ABATIMENTOS DAQUELA VENDA
      *----------------------------------------------------------------
       3000-VALES.
                READ VALE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3000-VALES-FIM.
                IF VAL-SITUACAO = "U"
                   MOVE VAL-DT-ALTERACAO TO W-DTREF
                   PERFORM 2900-CLASSIFICA THRU 2900-CLASSIFICA-FIM
                   MOVE 9 TO W-LINHA
                   MOVE VAL-VALOR TO W-VALOR
                   PERFORM 2950-SOMA THRU 2950-SOMA-FIM.
                IF VAL-NVENDAORIG = ZEROS
                   GO TO 3000-VALES-FIM.
                MOVE VAL-DTEMISSAO TO W-DTREF.
                PERFORM 2900-CLASSIFICA THRU 2900-CLASSIFICA-FIM.
                IF W-NOPERIODO = "N"
                   GO TO 3000-VALES-FIM.
                ADD 1 TO W-CONTVALES.
                MOVE 4 TO W-LINHA.
                MOVE VAL-VALOR TO W-VALOR.
                PERFORM 2950-SOMA THRU 2950-SOMA-FIM.
                MOVE VAL-CODCLI     TO ITEM-CODCLI.
                MOVE VAL-NVENDAORIG TO ITEM-NVENDA.
                MOVE VAL-ITEMSEQ    TO ITEM-SEQ.
                READ VENDASITEM
                   INVALID KEY
                      MOVE "N" TO W-ACHOUITEM
                   NOT INVALID KEY
                      MOVE "S" TO W-ACHOUITEM.
                IF W-ACHOUITEM = "N" AND W-TEMARQ = "S"
                   MOVE ITEM-CHAVE TO AIT-CHAVE
                   READ ITEMARQ
                      INVALID KEY
                         MOVE "N" TO W-ACHOUITEM
                      NOT INVALID KEY
                         MOVE "S" TO W-ACHOUITEM
                         MOVE ITEMARQ-REG TO VENDASITEM-REG.
                IF W-ACHOUITEM = "N"
                   GO TO 3000-VALES-FIM.
                IF PROD (1:3) = "SRV"
                   GO TO 3000-VALES-FIM.
                MOVE 8 TO W-LINHA.
                COMPUTE W-VALOR = PRECOCUSTO * VAL-QTDDEV.
                PERFORM 2950-SOMA THRU 2950-SOMA-FIM.
       3000-VALES-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * DESPESAS OPERACIONAIS PELA DATA DO DOCUMENTO
      *----------------------------------------------------------------
       4000-DESPESAS.
                READ DESPESA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4000-DESPESAS-FIM.
                IF DSP-CATEGORIA = ZEROS
                   GO TO 4000-DESPESAS-FIM.
                MOVE DSP-DTEMISSAO TO W-DTREF.
                PERFORM 2900-CLASSIFICA THRU 2900-CLASSIFICA-FIM.
                IF W-NOPERIODO = "N"
                   GO TO 4000-DESPESAS-FIM.
                MOVE DSP-CHAVE TO CP-CHAVE.
                READ CONTASPAG
                INVALID KEY
                   GO TO 4000-DESPESAS-FIM.
                ADD 1 TO W-CONTDESP.
                MOVE DSP-CATEGORIA TO W-IND.
                IF W-EM1 = "S"
                   ADD CP-VALOR TO W-DSPV (W-IND, 1).
                IF W-EM2 = "S"
                   ADD CP-VALOR TO W-DSPV (W-IND, 2).
                IF W-EM3 = "S"
                   ADD CP-VALOR TO W-DSPV (W-IND, 3).
       4000-DESPESAS-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * FECHAMENTO DE CADA COLUNA
      *----------------------------------------------------------------
       7000-CALCULA.
                COMPUTE W-BRUTA (W-COL) = W-VLR (1, W-COL)
                                        + W-VLR (2, W-COL).
      * ABATIMENTO QUE NAO FOI VALE E RESGATE DE PONTOS
                COMPUTE W-PONTOS (W-COL) = W-VLR (5, W-COL)
                                         - W-VLR (9, W-COL).
                IF W-PONTOS (W-COL) < ZEROS
                   MOVE ZEROS TO W-PONTOS (W-COL).
                COMPUTE W-LIQUIDA (W-COL) = W-BRUTA (W-COL)
                                          - W-VLR (3, W-COL)
                                          - W-VLR (4, W-COL)
                                          - W-PONTOS (W-COL)
                                          - W-VLR (6, W-COL).
                COMPUTE W-CMV (W-COL) = W-VLR (7, W-COL)
                                      - W-VLR (8, W-COL).
                COMPUTE W-LBRUTO (W-COL) = W-LIQUIDA (W-COL)
                                         - W-CMV (W-COL).
                MOVE ZEROS TO W-TOTDESP (W-COL).
                PERFORM 7100-SOMA-DESP THRU 7100-SOMA-DESP-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 999.
                COMPUTE W-RESULT (W-COL) = W-LBRUTO (W-COL)
                                         - W-TOTDESP (W-COL).
       7000-CALCULA-FIM.
                EXIT.
      *
       7100-SOMA-DESP.
                ADD W-DSPV (W-IND, W-COL) TO W-TOTDESP (W-COL).
       7100-SOMA-DESP-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * IMPRESSAO DO DEMONSTRATIVO
      *----------------------------------------------------------------
       9000-FINALIZA.
                MOVE SPACES TO REGRELDRE
                MOVE "DRE GERENCIAL - DEMONSTRATIVO DE RESULTADO"
                        TO REGRELDRE
                WRITE REGRELDRE.
                MOVE SPACES TO REGRELDRE
                STRING "MES: " W-MESSEL "   EMISSAO: " W-SPLDATA
                        DELIMITED BY SIZE INTO REGRELDRE
                WRITE REGRELDRE.
                MOVE SPACES TO REGRELDRE
                WRITE REGRELDRE.
                MOVE W-MESSEL TO LC-MES1.
                MOVE W-MESANT TO LC-MES2.
                COMPUTE LC-ANO = W-MESSEL / 100.
                MOVE LINHA-CAB TO REGRELDRE
                WRITE REGRELDRE.
                MOVE ALL "-" TO REGRELDRE
                WRITE REGRELDRE.
                MOVE "RECEITA BRUTA DE MERCADORIAS" TO W-ROTULO.
                MOVE 1 TO W-LINHA.
                PERFORM 9100-LINHA-FIXA THRU 9100-LINHA-FIXA-FIM.
                MOVE "RECEITA BRUTA DE SERVICOS" TO W-ROTULO.
                MOVE 2 TO W-LINHA.
                PERFORM 9100-LINHA-FIXA THRU 9100-LINHA-FIXA-FIM.
                MOVE "(=) RECEITA BRUTA" TO W-ROTULO.
                MOVE W-BRUTA (1) TO W-IMP (1).
                MOVE W-BRUTA (2) TO W-IMP (2).
                MOVE W-BRUTA (3) TO W-IMP (3).
                PERFORM 9200-IMPRIME THRU 9200-IMPRIME-FIM.
                MOVE "(-) ESTORNOS" TO W-ROTULO.
                MOVE 3 TO W-LINHA.
                PERFORM 9100-LINHA-FIXA THRU 9100-LINHA-FIXA-FIM.
                MOVE "(-) DEVOLUCOES" TO W-ROTULO.
                MOVE 4 TO W-LINHA.
                PERFORM 9100-LINHA-FIXA THRU 9100-LINHA-FIXA-FIM.
                MOVE "(-) RESGATE DE PONTOS" TO W-ROTULO.
                MOVE W-PONTOS (1) TO W-IMP (1).
                MOVE W-PONTOS (2) TO W-IMP (2).
                MOVE W-PONTOS (3) TO W-IMP (3).
                PERFORM 9200-IMPRIME THRU 9200-IMPRIME-FIM.
                MOVE "(-) ICMS" TO W-ROTULO.
                MOVE 6 TO W-LINHA.
                PERFORM 9100-LINHA-FIXA THRU 9100-LINHA-FIXA-FIM.
                MOVE "(=) RECEITA LIQUIDA" TO W-ROTULO.
                MOVE W-LIQUIDA (1) TO W-IMP (1).
                MOVE W-LIQUIDA (2) TO W-IMP (2).
                MOVE W-LIQUIDA (3) TO W-IMP (3).
                PERFORM 9200-IMPRIME THRU 9200-IMPRIME-FIM.
                MOVE "(-) CMV" TO W-ROTULO.
                MOVE W-CMV (1) TO W-IMP (1).
                MOVE W-CMV (2) TO W-IMP (2).
                MOVE W-CMV (3) TO W-IMP (3).
                PERFORM 9200-IMPRIME THRU 9200-IMPRIME-FIM.
                MOVE "(=) LUCRO BRUTO" TO W-ROTULO.
                MOVE W-LBRUTO (1) TO W-IMP (1).
                MOVE W-LBRUTO (2) TO W-IMP (2).
                MOVE W-LBRUTO (3) TO W-IMP (3).
                PERFORM 9200-IMPRIME THRU 9200-IMPRIME-FIM.
                MOVE SPACES TO REGRELDRE
                MOVE "(-) DESPESAS OPERACIONAIS" TO REGRELDRE
                WRITE REGRELDRE.
                PERFORM 9300-CATEGORIA THRU 9300-CATEGORIA-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 999.
                MOVE "(=) TOTAL DAS DESPESAS" TO W-ROTULO.
                MOVE W-TOTDESP (1) TO W-IMP (1).
                MOVE W-TOTDESP (2) TO W-IMP (2).
                MOVE W-TOTDESP (3) TO W-IMP (3).
                PERFORM 9200-IMPRIME THRU 9200-IMPRIME-FIM.
                MOVE ALL "-" TO REGRELDRE
                WRITE REGRELDRE.
                MOVE "(=) RESULTADO LIQUIDO" TO W-ROTULO.
                MOVE W-RESULT (1) TO W-IMP (1).
                MOVE W-RESULT (2) TO W-IMP (2).
                MOVE W-RESULT (3) TO W-IMP (3).
                PERFORM 9200-IMPRIME THRU 9200-IMPRIME-FIM.
                MOVE SPACES TO REGRELDRE
                WRITE REGRELDRE.
                MOVE SPACES TO REGRELDRE
                STRING "VENDAS LIDAS: " W-CONTVENDAS
                       "  DO ARQUIVO MORTO: " W-CONTARQ
                        DELIMITED BY SIZE INTO REGRELDRE
                WRITE REGRELDRE.
                MOVE SPACES TO REGRELDRE
                STRING "VALES EMITIDOS: " W-CONTVALES
                       "  PARCELAS DE DESPESA: " W-CONTDESP
                        DELIMITED BY SIZE INTO REGRELDRE
                WRITE REGRELDRE.
                IF W-TEMARQ = "N"
                   MOVE SPACES TO REGRELDRE
                   MOVE "(SEM ARQUIVO MORTO - SO VENDAS.DAT)"
                           TO REGRELDRE
                   WRITE REGRELDRE.
                IF W-TEMDSP = "N"
                   MOVE SPACES TO REGRELDRE
                   MOVE "(SEM DESPESAS CADASTRADAS - DESPESA.DAT)"
                           TO REGRELDRE
                   WRITE REGRELDRE.
                CLOSE VENDAS VENDASITEM.
                IF W-TEMARQ = "S"
                   CLOSE VENDASARQ ITEMARQ.
                IF W-TEMVALE = "S"
                   CLOSE VALE.
                IF W-TEMDSP = "S"
                   CLOSE DESPESA CONTASPAG.
                IF W-TEMCAT = "S"
                   CLOSE CATDESP.
                CLOSE RELDRE.
                DISPLAY "RESULTADO DO MES: " W-RESULT (1).
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
      *
       9100-LINHA-FIXA.
                MOVE W-VLR (W-LINHA, 1) TO W-IMP (1).
                MOVE W-VLR (W-LINHA, 2) TO W-IMP (2).
                MOVE W-VLR (W-LINHA, 3) TO W-IMP (3).
                PERFORM 9200-IMPRIME THRU 9200-IMPRIME-FIM.
       9100-LINHA-FIXA-FIM.
                EXIT.
      *
       9200-IMPRIME.
                MOVE W-ROTULO TO LD-ROTULO.
                MOVE W-IMP (1) TO LD-VALOR (1).
                MOVE W-IMP (2) TO LD-VALOR (2).
                MOVE W-IMP (3) TO LD-VALOR (3).
                MOVE LINHA-DRE TO REGRELDRE
                WRITE REGRELDRE.
       9200-IMPRIME-FIM.
                EXIT.
      *
      * UMA LINHA POR CATEGORIA COM VALOR EM ALGUMA DAS COLUNAS
       9300-CATEGORIA.
                IF W-DSPV (W-IND, 1) = ZEROS AND
                   W-DSPV (W-IND, 2) = ZEROS AND
                   W-DSPV (W-IND, 3) = ZEROS
                   GO TO 9300-CATEGORIA-FIM.
                MOVE SPACES TO W-ROTULO.
                MOVE "S" TO W-TEMVALOR.
                MOVE W-IND TO CAT-CODIGO.
                IF W-TEMCAT = "S"
                   READ CATDESP
                      INVALID KEY
                         MOVE "N" TO W-TEMVALOR
                      NOT INVALID KEY
                         STRING "    " CAT-DESCRICAO
                                DELIMITED BY SIZE INTO W-ROTULO
                   END-READ
                ELSE
                   MOVE "N" TO W-TEMVALOR.
                IF W-TEMVALOR = "N"
                   STRING "    CATEGORIA " CAT-CODIGO
                          DELIMITED BY SIZE INTO W-ROTULO.
                MOVE W-DSPV (W-IND, 1) TO W-IMP (1).
                MOVE W-DSPV (W-IND, 2) TO W-IMP (2).
                MOVE W-DSPV (W-IND, 3) TO W-IMP (3).
                PERFORM 9200-IMPRIME THRU 9200-IMPRIME-FIM.
       9300-CATEGORIA-FIM.
                EXIT.
