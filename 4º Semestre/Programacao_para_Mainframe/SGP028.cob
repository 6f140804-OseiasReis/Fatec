      *  4 ITEM CUJO PRODUTO NAO EXISTE EM PRODUTO.DAT
      *  5 PARCELA DE CONTASREC SEM A VENDA CORRESPONDENTE
      *  6 NVENDACTL MENOR QUE O MAIOR NVENDA EM ARQUIVO
      *  7 MES EM QUE O RESUMO DIARIO DE VENDAS (RESUMOVDA.DAT) NAO
      *    BATE COM O DETALHE: ITENS DAS VENDAS NAO ESTORNADAS (VIVAS
      *    E DO ARQUIVO MORTO DO SGP049) E VALES DE DEVOLUCAO, MESMA
      *    REGRA DO SGP082 - A CORRECAO E RODAR O SGP082
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS SRV-CODIGO
                    FILE STATUS  IS ST-ERRO8.
       SELECT VENDASARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVD-CHAVE
                    FILE STATUS  IS ST-ERROARQ.
       SELECT ITEMARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AIT-CHAVE
                    FILE STATUS  IS ST-ERROAIT.
       SELECT VALE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS VAL-NUMERO
                    FILE STATUS  IS ST-ERROVAL.
       SELECT RESUMOVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RVD-CHAVE
                    FILE STATUS  IS ST-ERRORVD.
       SELECT RELINT ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO7.
      *
                03 DT-ALTERACAO-CLI PIC 9(08).
                03 USUARIO-CLI      PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).
      *
       FD PRODUTO
               LABEL RECORD IS STANDARD
           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).
      *
       FD CONTASREC
               LABEL RECORD IS STANDARD
           05 SRV-SITUACAO     PIC X(01).
           05 SRV-DT-ALTERACAO PIC 9(08).
           05 SRV-USUARIO      PIC X(08).
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
       FD RELINT
               LABEL RECORD IS STANDARD
       77 W-DIVPRODUTO       PIC 9(06) VALUE ZEROS.
       77 W-DIVPARCELA       PIC 9(06) VALUE ZEROS.
       77 W-DIVNVENDA        PIC 9(06) VALUE ZEROS.
      * CHECAGEM 7 - TOTAIS DO MES PELO DETALHE (D) E PELO RESUMO (R)
       77 ST-ERROARQ         PIC X(02) VALUE "00".
       77 ST-ERROAIT         PIC X(02) VALUE "00".
       77 ST-ERROVAL         PIC X(02) VALUE "00".
       77 ST-ERRORVD         PIC X(02) VALUE "00".
       77 W-TEMARQ           PIC X(01) VALUE "N".
       77 W-TEMVALE          PIC X(01) VALUE "N".
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-DIVRESUMO        PIC 9(06) VALUE ZEROS.
       77 W-ESTOUROMES       PIC 9(06) VALUE ZEROS.
       77 W-MESCHAVE         PIC 9(06) VALUE ZEROS.
       77 W-QTDMESES         PIC 9(03) VALUE ZEROS.
       77 W-MESIDX           PIC 9(03) VALUE ZEROS.
       77 W-CUSTOITEM        PIC 9(11)V99 VALUE ZEROS.
       77 W-DIFMES           PIC X(01) VALUE "N".
       77 W-VALEDS1          PIC -ZZZZZZZZZZ9,99.
       77 W-VALEDS2          PIC -ZZZZZZZZZZ9,99.
       01 W-TABMES.
          03 W-TM OCCURS 240 TIMES.
             05 W-TM-MES     PIC 9(06).
             05 W-TM-DLIN    PIC S9(09).
             05 W-TM-DQTD    PIC S9(11).
             05 W-TM-DREC    PIC S9(13)V99.
             05 W-TM-DCUS    PIC S9(13)V99.
             05 W-TM-DICM    PIC S9(13)V99.
             05 W-TM-DDES    PIC S9(13)V99.
             05 W-TM-DQDV    PIC S9(11).
             05 W-TM-DVDV    PIC S9(13)V99.
             05 W-TM-RLIN    PIC S9(09).
             05 W-TM-RQTD    PIC S9(11).
             05 W-TM-RREC    PIC S9(13)V99.
             05 W-TM-RCUS    PIC S9(13)V99.
             05 W-TM-RICM    PIC S9(13)V99.
             05 W-TM-RDES    PIC S9(13)V99.
             05 W-TM-RQDV    PIC S9(11).
             05 W-TM-RVDV    PIC S9(13)V99.
       01 W-LINDIV.
          03 FILLER          PIC X(14) VALUE "  DIVERGE EM: ".
          03 W-LD-LIN        PIC X(07).
          03 W-LD-QTD        PIC X(04).
          03 W-LD-REC        PIC X(08).
          03 W-LD-CUS        PIC X(06).
          03 W-LD-ICM        PIC X(05).
          03 W-LD-DES        PIC X(09).
          03 W-LD-DEV        PIC X(10).
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
                        UNTIL W-FIM = "S".
                PERFORM 5000-CHECA-NVENDACTL
                        THRU 5000-CHECA-NVENDACTL-FIM.
                PERFORM 6000-CHECA-RESUMO
                        THRU 6000-CHECA-RESUMO-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                GOBACK.
      *
                         MOVE "S" TO W-FIMITEM
                      ELSE
                         ADD VALORVENDA TO W-SOMAITENS
                         IF SITUACAO NOT = "C"
                            PERFORM 6100-SOMA-DETALHE
                                    THRU 6100-SOMA-DETALHE-FIM
                         END-IF
                      END-IF.
       2100-SOMA-ITEM-FIM.
                EXIT.
                   WRITE REGRELINT.
       5000-CHECA-NVENDACTL-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * PASSADA 4: RESUMO DIARIO DE VENDAS CONTRA O DETALHE, MES A
      * MES. OS ITENS DAS VENDAS VIVAS JA FORAM SOMADOS NA PASSADA 1;
      * AQUI ENTRAM O ARQUIVO MORTO, OS VALES E O PROPRIO RESUMO
      *----------------------------------------------------------------
       6000-CHECA-RESUMO.
                OPEN INPUT RESUMOVDA
                IF ST-ERRORVD NOT = "00"
                   ADD 1 TO W-DIVRESUMO
                   MOVE SPACES TO REGRELINT
                   MOVE "RESUMOVDA.DAT NAO ABERTO - RODAR O SGP082"
                        TO REGRELINT
                   WRITE REGRELINT
                   GO TO 6000-CHECA-RESUMO-FIM.
      * ARQUIVO MORTO E VALES SAO OPCIONAIS
                OPEN INPUT VENDASARQ
                IF ST-ERROARQ = "00"
                   OPEN INPUT ITEMARQ
                   IF ST-ERROAIT = "00"
                      MOVE "S" TO W-TEMARQ
                   ELSE
                      CLOSE VENDASARQ.
                IF W-TEMARQ = "S"
                   MOVE "N" TO W-FIM
                   PERFORM 6200-VENDASARQ THRU 6200-VENDASARQ-FIM
                           UNTIL W-FIM = "S".
                OPEN INPUT VALE
                IF ST-ERROVAL = "00"
                   MOVE "S" TO W-TEMVALE
                   MOVE "N" TO W-FIM
                   PERFORM 6300-VALES THRU 6300-VALES-FIM
                           UNTIL W-FIM = "S"
                   CLOSE VALE.
                MOVE "N" TO W-FIM.
                PERFORM 6400-LE-RESUMO THRU 6400-LE-RESUMO-FIM
                        UNTIL W-FIM = "S".
                CLOSE RESUMOVDA.
                IF W-TEMARQ = "S"
                   CLOSE VENDASARQ
                   CLOSE ITEMARQ.
                PERFORM 6500-COMPARA-MES THRU 6500-COMPARA-MES-FIM
                   VARYING W-MESIDX FROM 1 BY 1
                   UNTIL W-MESIDX > W-QTDMESES.
                IF W-ESTOUROMES NOT = ZEROS
                   MOVE SPACES TO REGRELINT
                   STRING "RESUMO - LANCAMENTOS FORA DA TABELA DE "
                          "MESES (LIMITE 240): " W-ESTOUROMES
                           DELIMITED BY SIZE INTO REGRELINT
                   WRITE REGRELINT.
       6000-CHECA-RESUMO-FIM.
                EXIT.
      *
      * ITEM EM VENDASITEM-REG DA VENDA EM VENDAS-REG (NAO ESTORNADA)
       6100-SOMA-DETALHE.
                COMPUTE W-MESCHAVE = DTVENDA / 100.
                PERFORM 6900-ACHA-MES THRU 6900-ACHA-MES-FIM.
                IF W-MESIDX = ZEROS
                   GO TO 6100-SOMA-DETALHE-FIM.
                COMPUTE W-CUSTOITEM = PRECOCUSTO * QTD.
                ADD 1           TO W-TM-DLIN(W-MESIDX)
                ADD QTD         TO W-TM-DQTD(W-MESIDX)
                ADD VALORVENDA  TO W-TM-DREC(W-MESIDX)
                ADD W-CUSTOITEM TO W-TM-DCUS(W-MESIDX)
                ADD ICMS        TO W-TM-DICM(W-MESIDX)
                ADD DESCONTO    TO W-TM-DDES(W-MESIDX).
       6100-SOMA-DETALHE-FIM.
                EXIT.
      *
       6200-VENDASARQ.
                READ VENDASARQ NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 6200-VENDASARQ-FIM.
                MOVE VENDASARQ-REG TO VENDAS-REG.
                IF SITUACAO = "C"
                   GO TO 6200-VENDASARQ-FIM.
                MOVE "N" TO W-FIMITEM
                MOVE CODCLI TO AIT-CODCLI
                MOVE NVENDA TO AIT-NVENDA
                MOVE ZEROS  TO AIT-SEQ
                START ITEMARQ KEY IS NOT LESS THAN AIT-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMITEM.
                PERFORM 6250-ITEMARQ THRU 6250-ITEMARQ-FIM
                   UNTIL W-FIMITEM = "S".
       6200-VENDASARQ-FIM.
                EXIT.
      *
       6250-ITEMARQ.
                READ ITEMARQ NEXT RECORD
                   AT END MOVE "S" TO W-FIMITEM
                   NOT AT END
                      MOVE ITEMARQ-REG TO VENDASITEM-REG
                      IF ITEM-CODCLI NOT = CODCLI
                                      OR ITEM-NVENDA NOT = NVENDA
                         MOVE "S" TO W-FIMITEM
                      ELSE
                         PERFORM 6100-SOMA-DETALHE
                                 THRU 6100-SOMA-DETALHE-FIM
                      END-IF.
       6250-ITEMARQ-FIM.
                EXIT.
      *
      * VALE DE DEVOLUCAO (COM VENDA DE ORIGEM) CUJO ITEM AINDA
      * EXISTE, VIVO OU NO ARQUIVO MORTO - O MESMO CRITERIO DO SGP082
       6300-VALES.
                READ VALE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 6300-VALES-FIM.
                IF VAL-NVENDAORIG = ZEROS
                   GO TO 6300-VALES-FIM.
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
                         MOVE "S" TO W-ACHOU.
                IF W-ACHOU = "N"
                   GO TO 6300-VALES-FIM.
                COMPUTE W-MESCHAVE = VAL-DTEMISSAO / 100.
                PERFORM 6900-ACHA-MES THRU 6900-ACHA-MES-FIM.
                IF W-MESIDX = ZEROS
                   GO TO 6300-VALES-FIM.
                ADD VAL-QTDDEV TO W-TM-DQDV(W-MESIDX)
                ADD VAL-VALOR  TO W-TM-DVDV(W-MESIDX).
       6300-VALES-FIM.
                EXIT.
      *
       6400-LE-RESUMO.
                READ RESUMOVDA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 6400-LE-RESUMO-FIM.
                COMPUTE W-MESCHAVE = RVD-DATA / 100.
                PERFORM 6900-ACHA-MES THRU 6900-ACHA-MES-FIM.
                IF W-MESIDX = ZEROS
                   GO TO 6400-LE-RESUMO-FIM.
                ADD RVD-LINHAS   TO W-TM-RLIN(W-MESIDX)
                ADD RVD-QTD      TO W-TM-RQTD(W-MESIDX)
                ADD RVD-RECEITA  TO W-TM-RREC(W-MESIDX)
                ADD RVD-CUSTO    TO W-TM-RCUS(W-MESIDX)
                ADD RVD-ICMS     TO W-TM-RICM(W-MESIDX)
                ADD RVD-DESCONTO TO W-TM-RDES(W-MESIDX)
                ADD RVD-QTDDEV   TO W-TM-RQDV(W-MESIDX)
                ADD RVD-VALORDEV TO W-TM-RVDV(W-MESIDX).
       6400-LE-RESUMO-FIM.
                EXIT.
      *
       6500-COMPARA-MES.
                MOVE "N" TO W-DIFMES.
                MOVE SPACES TO W-LD-LIN W-LD-QTD W-LD-REC W-LD-CUS
                               W-LD-ICM W-LD-DES W-LD-DEV.
                IF W-TM-DLIN(W-MESIDX) NOT = W-TM-RLIN(W-MESIDX)
                   MOVE "S" TO W-DIFMES
                   MOVE "LINHAS" TO W-LD-LIN.
                IF W-TM-DQTD(W-MESIDX) NOT = W-TM-RQTD(W-MESIDX)
                   MOVE "S" TO W-DIFMES
                   MOVE "QTD" TO W-LD-QTD.
                IF W-TM-DREC(W-MESIDX) NOT = W-TM-RREC(W-MESIDX)
                   MOVE "S" TO W-DIFMES
                   MOVE "RECEITA" TO W-LD-REC.
                IF W-TM-DCUS(W-MESIDX) NOT = W-TM-RCUS(W-MESIDX)
                   MOVE "S" TO W-DIFMES
                   MOVE "CUSTO" TO W-LD-CUS.
                IF W-TM-DICM(W-MESIDX) NOT = W-TM-RICM(W-MESIDX)
                   MOVE "S" TO W-DIFMES
                   MOVE "ICMS" TO W-LD-ICM.
                IF W-TM-DDES(W-MESIDX) NOT = W-TM-RDES(W-MESIDX)
                   MOVE "S" TO W-DIFMES
                   MOVE "DESCONTO" TO W-LD-DES.
                IF W-TM-DQDV(W-MESIDX) NOT = W-TM-RQDV(W-MESIDX)
                   OR W-TM-DVDV(W-MESIDX) NOT = W-TM-RVDV(W-MESIDX)
                   MOVE "S" TO W-DIFMES
                   MOVE "DEVOLUCAO" TO W-LD-DEV.
                IF W-DIFMES = "N"
                   GO TO 6500-COMPARA-MES-FIM.
                ADD 1 TO W-DIVRESUMO
                MOVE W-TM-DREC(W-MESIDX) TO W-VALEDS1
                MOVE W-TM-RREC(W-MESIDX) TO W-VALEDS2
                MOVE SPACES TO REGRELINT
                STRING "RESUMO MES " W-TM-MES(W-MESIDX)
                       " RECEITA DET " W-VALEDS1 " RES " W-VALEDS2
                        DELIMITED BY SIZE INTO REGRELINT
                WRITE REGRELINT.
                MOVE W-LINDIV TO REGRELINT
                WRITE REGRELINT.
       6500-COMPARA-MES-FIM.
                EXIT.
      *
      * POSICAO DO MES W-MESCHAVE NA TABELA, CRIANDO SE PRECISO
      * (W-MESIDX = ZEROS QUANDO A TABELA ESTA CHEIA)
       6900-ACHA-MES.
                MOVE 1 TO W-MESIDX.
       6910-ACHA-MES-LOOP.
                IF W-MESIDX <= W-QTDMESES
                   IF W-TM-MES(W-MESIDX) = W-MESCHAVE
                      GO TO 6900-ACHA-MES-FIM
                   ELSE
                      ADD 1 TO W-MESIDX
                      GO TO 6910-ACHA-MES-LOOP.
                IF W-QTDMESES NOT < 240
                   ADD 1 TO W-ESTOUROMES
                   MOVE ZEROS TO W-MESIDX
                   GO TO 6900-ACHA-MES-FIM.
                ADD 1 TO W-QTDMESES
                MOVE W-QTDMESES TO W-MESIDX
                MOVE W-MESCHAVE TO W-TM-MES(W-MESIDX)
                MOVE ZEROS TO W-TM-DLIN(W-MESIDX) W-TM-DQTD(W-MESIDX)
                              W-TM-DREC(W-MESIDX) W-TM-DCUS(W-MESIDX)
                              W-TM-DICM(W-MESIDX) W-TM-DDES(W-MESIDX)
                              W-TM-DQDV(W-MESIDX) W-TM-DVDV(W-MESIDX)
                              W-TM-RLIN(W-MESIDX) W-TM-RQTD(W-MESIDX)
                              W-TM-RREC(W-MESIDX) W-TM-RCUS(W-MESIDX)
                              W-TM-RICM(W-MESIDX) W-TM-RDES(W-MESIDX)
                              W-TM-RQDV(W-MESIDX) W-TM-RVDV(W-MESIDX).
       6900-ACHA-MES-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELINT
                STRING "CONTROLE NVENDA DEFASADO..: " W-DIVNVENDA
                        DELIMITED BY SIZE INTO REGRELINT
                WRITE REGRELINT.
                MOVE SPACES TO REGRELINT
                STRING "RESUMO DIVERGENTE (MESES).: " W-DIVRESUMO
                        DELIMITED BY SIZE INTO REGRELINT
                WRITE REGRELINT.
                IF W-DIVRESUMO NOT = ZEROS
                   MOVE SPACES TO REGRELINT
                   MOVE "RESUMO DIARIO DIVERGENTE - RODAR O SGP082"
                        TO REGRELINT
                   WRITE REGRELINT.
                CLOSE VENDAS.
                CLOSE VENDASITEM.
                CLOSE CLIENTE.
