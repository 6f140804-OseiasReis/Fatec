       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP082.
       AUTHOR. OSEIAS REIS
      **************************************
      * RECONSTRUCAO DO RESUMO DIARIO DE    *
      * VENDAS (RESUMOVDA.DAT) A PARTIR DO  *
      * DETALHE                             *
      **************************************
      *----------------------------------------------------------------
      * O RESUMO E MANTIDO NA HORA PELO MODULO RESUMREG (CADVEN,
      * ESTORNO, CADDEV, SGP033, SGP076). ESTE PROGRAMA APAGA O
      * RESUMO E MONTA DE NOVO, DO ZERO, PARA A CARGA INICIAL E PARA
      * RECUPERACAO: DEPOIS DE UMA RESTAURACAO (SGP017), QUANDO A
      * CHECAGEM 7 DO SGP028 ACUSAR DIFERENCA OU QUANDO O CADVEN
      * AVISAR "RESUMO NAO ATUALIZADO".
      *  - VENDAS NAO ESTORNADAS DO VENDAS.DAT E DO ARQUIVO MORTO
      *    DO SGP049 (VENDAS.ARQ/VENDASITEM.ARQ, SE EXISTIREM): CADA
      *    ITEM SOMA NA DATA DA VENDA
      *  - VALES DE DEVOLUCAO DO CADDEV (OS QUE TEM VENDA DE
      *    ORIGEM - O VALE DE SINAL DO CADENC NAO E DEVOLUCAO): SOMAM
      *    QTD E VALOR DEVOLVIDOS NA DATA DE EMISSAO DO VALE, COM O
      *    PRODUTO DO ITEM E O VENDEDOR/FORMA DA VENDA ORIGINAL
      * A CLASSIFICACAO GRAVADA E A DO PRODUTO.DAT DE HOJE. RODAR
      * COM OS CAIXAS FECHADOS: UMA VENDA GRAVADA NO MEIO DA
      * RECONSTRUCAO PODE SAIR DUAS VEZES OU NENHUMA.
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
       SELECT VENDASARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
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
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO6.
       SELECT RESUMOVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS RVD-CHAVE
                    FILE STATUS  IS ST-ERRO7.
       SELECT RELRES ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO8.
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
       FD RELRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELRES              PIC X(80).
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
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMITEM          PIC X(01) VALUE "N".
       77 W-TEMARQ           PIC X(01) VALUE "N".
       77 W-TEMVALE          PIC X(01) VALUE "N".
       77 W-ORIGEM           PIC X(01) VALUE "V".
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-EXISTE           PIC X(01) VALUE "N".
       77 W-CONFIRMA         PIC X(01) VALUE "N".
       77 W-USUARIO          PIC X(08) VALUE SPACES.
       77 W-PRODCOD          PIC 9(08) VALUE ZEROS.
       77 W-CUSTO            PIC 9(11)V99 VALUE ZEROS.
      * SERVICO ("SRVnnnn") E TAXA DE ENTREGA ("ENTnnn") NAO ESTAO
      * NO PRODUTO.DAT - VAO PARA A CLASSIFICACAO 9 (COMO NO RESUMREG)
       01 W-PRODX.
          03 W-PRODPFX       PIC X(03).
          03 FILLER          PIC X(06).
       77 W-CONTVENDAS       PIC 9(07) VALUE ZEROS.
       77 W-CONTARQ          PIC 9(07) VALUE ZEROS.
       77 W-CONTESTORNO      PIC 9(07) VALUE ZEROS.
       77 W-CONTITENS        PIC 9(08) VALUE ZEROS.
       77 W-CONTVALES        PIC 9(07) VALUE ZEROS.
       77 W-CONTVALESEM      PIC 9(07) VALUE ZEROS.
       77 W-CONTRESUMO       PIC 9(08) VALUE ZEROS.
       77 W-TOTRECEITA       PIC 9(13)V99 VALUE ZEROS.
       77 W-TOTDEVOL         PIC 9(13)V99 VALUE ZEROS.
       77 W-VALED            PIC ZZZZZZZZZZZZ9,99.
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
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "RECONSTROI O RESUMO DIARIO DE VENDAS - "
                        "RODAR COM OS CAIXAS FECHADOS".
                DISPLAY "CONFIRMA (S/N)? ".
                ACCEPT W-CONFIRMA.
                IF W-CONFIRMA NOT = "S"
                   DISPLAY "RECONSTRUCAO CANCELADA"
                   STOP RUN.
                DISPLAY "USUARIO: ".
                ACCEPT W-USUARIO.
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
                IF ST-ERRO6 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   CLOSE VENDAS VENDASITEM
                   STOP RUN.
      * ARQUIVO MORTO E VALES SAO OPCIONAIS
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
      * O RESUMO COMECA VAZIO
                OPEN OUTPUT RESUMOVDA
                CLOSE RESUMOVDA
                OPEN I-O RESUMOVDA
                IF ST-ERRO7 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMOVDA"
                   CLOSE VENDAS VENDASITEM PRODUTO
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "RESUMO-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP082" TO W-SPL-PROGRAMA.
                MOVE "RECONSTRUCAO RESUMO VENDAS" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                MOVE W-USUARIO TO W-SPL-USUARIO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELRES
                IF ST-ERRO8 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE VENDAS VENDASITEM PRODUTO RESUMOVDA
                   STOP RUN.
                MOVE SPACES TO REGRELRES
                MOVE "RECONSTRUCAO DO RESUMO DIARIO DE VENDAS"
                        TO REGRELRES
                WRITE REGRELRES.
                MOVE SPACES TO REGRELRES
                WRITE REGRELRES.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * VENDAS DO ARQUIVO VIVO
      *----------------------------------------------------------------
       2000-VENDAS.
                READ VENDAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-VENDAS-FIM.
                IF SITUACAO = "C"
                   ADD 1 TO W-CONTESTORNO
                   GO TO 2000-VENDAS-FIM.
                ADD 1 TO W-CONTVENDAS.
                PERFORM 2050-UMA-VENDA THRU 2050-UMA-VENDA-FIM.
       2000-VENDAS-FIM.
                EXIT.
      *
      * LEVA PARA O RESUMO OS ITENS DA VENDA EM VENDAS-REG
       2050-UMA-VENDA.
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
                ADD 1 TO W-CONTITENS.
                ADD VALORVENDA TO W-TOTRECEITA.
                MOVE DTVENDA    TO RVD-DATA.
                MOVE PROD       TO RVD-PRODUTO.
                MOVE VENDEDOR   TO RVD-VENDEDOR.
                MOVE FORMAPAGTO TO RVD-FORMAPAGTO.
                PERFORM 5000-LE-RESUMO THRU 5000-LE-RESUMO-FIM.
                COMPUTE W-CUSTO = PRECOCUSTO * QTD.
                ADD 1          TO RVD-LINHAS.
                ADD QTD        TO RVD-QTD.
                ADD VALORVENDA TO RVD-RECEITA.
                ADD W-CUSTO    TO RVD-CUSTO.
                ADD ICMS       TO RVD-ICMS.
                ADD DESCONTO   TO RVD-DESCONTO.
                PERFORM 5100-GRAVA-RESUMO THRU 5100-GRAVA-RESUMO-FIM.
       2100-PROCESSA-ITEM-FIM.
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
                IF SITUACAO = "C"
                   ADD 1 TO W-CONTESTORNO
                   GO TO 2500-VENDASARQ-FIM.
                ADD 1 TO W-CONTARQ.
                PERFORM 2050-UMA-VENDA THRU 2050-UMA-VENDA-FIM.
       2500-VENDASARQ-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * VALES DE DEVOLUCAO DO CADDEV
      *----------------------------------------------------------------
       3000-VALES.
                READ VALE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3000-VALES-FIM.
                IF VAL-NVENDAORIG = ZEROS
                   GO TO 3000-VALES-FIM.
                MOVE VAL-CODCLI     TO ITEM-CODCLI.
                MOVE VAL-NVENDAORIG TO ITEM-NVENDA.
                MOVE VAL-ITEMSEQ    TO ITEM-SEQ.
                READ VENDASITEM
                   INVALID KEY
                      MOVE "N" TO W-ACHOU
                   NOT INVALID KEY
                      MOVE "S" TO W-ACHOU.
                IF W-ACHOU = "N" AND W-TEMARQ = "S"
                   MOVE ITEM-CHAVE TO AIT-CHAVE
                   READ ITEMARQ
                      INVALID KEY
                         MOVE "N" TO W-ACHOU
                      NOT INVALID KEY
                         MOVE "S" TO W-ACHOU
                         MOVE ITEMARQ-REG TO VENDASITEM-REG.
                IF W-ACHOU = "N"
                   ADD 1 TO W-CONTVALESEM
                   MOVE SPACES TO REGRELRES
                   STRING "VALE " VAL-NUMERO " - ITEM " VAL-CODCLI
                          "/" VAL-NVENDAORIG "/" VAL-ITEMSEQ
                          " NAO ACHADO - FORA DO RESUMO"
                           DELIMITED BY SIZE INTO REGRELRES
                   WRITE REGRELRES
                   GO TO 3000-VALES-FIM.
      * VENDEDOR E FORMA DE PAGAMENTO SAEM DA VENDA ORIGINAL
                MOVE VAL-CODCLI     TO CODCLI.
                MOVE VAL-NVENDAORIG TO NVENDA.
                READ VENDAS
                   INVALID KEY
                      MOVE "N" TO W-ACHOU
                   NOT INVALID KEY
                      MOVE "S" TO W-ACHOU.
                IF W-ACHOU = "N" AND W-TEMARQ = "S"
                   MOVE VENDAS-CHAVE TO AVD-CHAVE
                   READ VENDASARQ
                      INVALID KEY
                         MOVE "N" TO W-ACHOU
                      NOT INVALID KEY
                         MOVE "S" TO W-ACHOU
                         MOVE VENDASARQ-REG TO VENDAS-REG.
                IF W-ACHOU = "N"
                   MOVE ZEROS  TO VENDEDOR
                   MOVE SPACES TO FORMAPAGTO.
                ADD 1 TO W-CONTVALES.
                ADD VAL-VALOR TO W-TOTDEVOL.
                MOVE VAL-DTEMISSAO TO RVD-DATA.
                MOVE PROD          TO RVD-PRODUTO.
                MOVE VENDEDOR      TO RVD-VENDEDOR.
                MOVE FORMAPAGTO    TO RVD-FORMAPAGTO.
                PERFORM 5000-LE-RESUMO THRU 5000-LE-RESUMO-FIM.
                ADD VAL-QTDDEV TO RVD-QTDDEV.
                ADD VAL-VALOR  TO RVD-VALORDEV.
                PERFORM 5100-GRAVA-RESUMO THRU 5100-GRAVA-RESUMO-FIM.
       3000-VALES-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * LE O REGISTRO DA CHAVE EM RVD-CHAVE; SE AINDA NAO EXISTE,
      * ZERA OS ACUMULADORES E CARIMBA A CLASSIFICACAO DO PRODUTO
      * (AUSENTE OU FORA DE 1-9 = 9), COMO O RESUMREG
      *----------------------------------------------------------------
       5000-LE-RESUMO.
                MOVE "S" TO W-EXISTE.
                READ RESUMOVDA
                   INVALID KEY
                      MOVE "N" TO W-EXISTE.
                IF W-EXISTE = "S"
                   GO TO 5000-LE-RESUMO-FIM.
                MOVE ZEROS TO RVD-LINHAS RVD-QTD RVD-RECEITA RVD-CUSTO
                              RVD-ICMS RVD-DESCONTO RVD-QTDDEV
                              RVD-VALORDEV.
                MOVE 9 TO RVD-CLASSIF.
                MOVE RVD-PRODUTO TO W-PRODX.
                IF W-PRODPFX = "SRV" OR W-PRODPFX = "ENT"
                   GO TO 5000-LE-RESUMO-FIM.
                MOVE RVD-PRODUTO TO W-PRODCOD.
                MOVE W-PRODCOD TO PRO-CODIGO.
                READ PRODUTO
                   NOT INVALID KEY
                      IF PRO-CLASSIFICACAO > ZEROS
                         MOVE PRO-CLASSIFICACAO TO RVD-CLASSIF
                      END-IF
                END-READ.
       5000-LE-RESUMO-FIM.
                EXIT.
      *
       5100-GRAVA-RESUMO.
                ACCEPT RVD-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE W-USUARIO TO RVD-USUARIO.
                IF W-EXISTE = "S"
                   REWRITE RESUMOVDA-REG
                      INVALID KEY
                         DISPLAY "ERRO AO REGRAVAR O RESUMO " RVD-CHAVE
                   END-REWRITE
                ELSE
                   WRITE RESUMOVDA-REG
                      INVALID KEY
                         DISPLAY "ERRO AO GRAVAR O RESUMO " RVD-CHAVE
                      NOT INVALID KEY
                         ADD 1 TO W-CONTRESUMO
                   END-WRITE.
       5100-GRAVA-RESUMO-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELRES
                WRITE REGRELRES.
                MOVE SPACES TO REGRELRES
                STRING "VENDAS LIDAS (VIVO).......: " W-CONTVENDAS
                        DELIMITED BY SIZE INTO REGRELRES
                WRITE REGRELRES.
                MOVE SPACES TO REGRELRES
                STRING "VENDAS LIDAS (ARQUIVO)....: " W-CONTARQ
                        DELIMITED BY SIZE INTO REGRELRES
                WRITE REGRELRES.
                MOVE SPACES TO REGRELRES
                STRING "VENDAS ESTORNADAS (FORA)..: " W-CONTESTORNO
                        DELIMITED BY SIZE INTO REGRELRES
                WRITE REGRELRES.
                MOVE SPACES TO REGRELRES
                STRING "ITENS LEVADOS AO RESUMO...: " W-CONTITENS
                        DELIMITED BY SIZE INTO REGRELRES
                WRITE REGRELRES.
                MOVE W-TOTRECEITA TO W-VALED.
                MOVE SPACES TO REGRELRES
                STRING "RECEITA DOS ITENS.........: " W-VALED
                        DELIMITED BY SIZE INTO REGRELRES
                WRITE REGRELRES.
                MOVE SPACES TO REGRELRES
                STRING "VALES DE DEVOLUCAO........: " W-CONTVALES
                        DELIMITED BY SIZE INTO REGRELRES
                WRITE REGRELRES.
                MOVE W-TOTDEVOL TO W-VALED.
                MOVE SPACES TO REGRELRES
                STRING "VALOR DEVOLVIDO...........: " W-VALED
                        DELIMITED BY SIZE INTO REGRELRES
                WRITE REGRELRES.
                MOVE SPACES TO REGRELRES
                STRING "VALES SEM O ITEM ORIGINAL.: " W-CONTVALESEM
                        DELIMITED BY SIZE INTO REGRELRES
                WRITE REGRELRES.
                MOVE SPACES TO REGRELRES
                STRING "REGISTROS DO RESUMO.......: " W-CONTRESUMO
                        DELIMITED BY SIZE INTO REGRELRES
                WRITE REGRELRES.
                CLOSE VENDAS.
                CLOSE VENDASITEM.
                CLOSE PRODUTO.
                CLOSE RESUMOVDA.
                IF W-TEMARQ = "S"
                   CLOSE VENDASARQ
                   CLOSE ITEMARQ.
                IF W-TEMVALE = "S"
                   CLOSE VALE.
                CLOSE RELRES.
                DISPLAY "RESUMO RECONSTRUIDO - " W-CONTRESUMO
                        " REGISTROS - RELATORIO EM " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
