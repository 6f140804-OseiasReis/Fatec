       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP062.
       AUTHOR. OSEIAS REIS
      **************************************
      * DEMANDA NAO ATENDIDA - VENDA PERDIDA *
      * POR FALTA DE ESTOQUE (DEMANDA.DAT)  *
      **************************************
      *----------------------------------------------------------------
      * LE O DEMANDA.DAT GRAVADO PELO CADVEN (ITEM RECUSADO OU
      * VENDIDO SO EM PARTE POR FALTA DE ESTOQUE, INCLUSIVE PELA
      * LEITURA DO EAN E PELO KIT SEM COMPONENTE) NO PERIODO
      * INFORMADO - SEM DATAS, A SEMANA QUE TERMINA HOJE:
      *   - QTD PERDIDA = PEDIDA - ATENDIDA;
      *   - RECEITA PERDIDA ESTIMADA = QTD PERDIDA X PRECO DE VENDA
      *     DO MOMENTO DA RECUSA.
      * SAI POR CLASSIFICACAO DO PRODUTO (SUBTOTAL POR CLASSE), COM
      * OS PRODUTOS DE MAIOR PERDA PRIMEIRO. PRODUTO COM O MINIMO DE
      * OCORRENCIAS INFORMADO E NADA A CHEGAR EM PEDIDO DE COMPRA
      * ABERTO (A/R) SAI MARCADO "REPOR" - E O QUE O COMPRADOR
      * PRECISA PEDIR (PODE RODAR O SGP060 EM SEGUIDA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEMANDA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO2.
       SELECT PEDIDOCOMPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-ERRO3.
       SELECT PEDIDOITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIT-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT RELDEM ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * GRAVADO PELO CADVEN (5150/5790) - QTD PERDIDA E PEDIDA MENOS
      * ATENDIDA (ATENDIDA ZERO QUANDO O ITEM FOI RECUSADO)
       FD DEMANDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEMANDA.DAT".
       01 DEMANDA-REG.
           05 DEM-DATA         PIC 9(08).
           05 DEM-HORA         PIC 9(08).
           05 DEM-PRODUTO      PIC 9(08).
           05 DEM-QTDPEDIDA    PIC 9(05).
           05 DEM-QTDATENDIDA  PIC 9(05).
           05 DEM-PRECOVENDA   PIC 9(06)V99.
           05 DEM-CODCLI       PIC 9(12).
           05 DEM-USUARIO      PIC X(08).
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
      * SITUACAO: S=SUGESTAO (AGUARDA LIBERACAO) A=ABERTO
      * R=RECEBIDO EM PARTE F=FECHADO C=CANCELADO
       FD PEDIDOCOMPRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDOCOMPRA.DAT".
       01 PEDIDOCOMPRA-REG.
           05 PED-NUMERO       PIC 9(06).
           05 PED-CODFORN      PIC 9(06).
           05 PED-DTPEDIDO     PIC 9(08).
           05 PED-DTPREVISTA   PIC 9(08).
           05 PED-SITUACAO     PIC X(01).
           05 PED-DT-ALTERACAO PIC 9(08).
           05 PED-USUARIO      PIC X(08).
           05 PED-DTENTREGA    PIC 9(08).
      *
       FD PEDIDOITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDOITEM.DAT".
       01 PEDIDOITEM-REG.
           05 PIT-CHAVE.
              10 PIT-NUMERO    PIC 9(06).
              10 PIT-SEQ       PIC 9(03).
           05 PIT-PRODUTO      PIC 9(08).
           05 PIT-QTDPEDIDA    PIC 9(05).
           05 PIT-QTDRECEBIDA  PIC 9(05).
      *
       FD RELDEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELDEM              PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMPIT           PIC X(01) VALUE "N".
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-DTINI            PIC 9(08) VALUE ZEROS.
       77 W-DTFIM            PIC 9(08) VALUE ZEROS.
       77 W-MINOCOR          PIC 9(03) VALUE ZEROS.
       77 W-CONTDIAS         PIC 9(03) VALUE ZEROS.
       77 W-ULTDIA           PIC 9(02) VALUE ZEROS.
       77 W-QUOC             PIC 9(04) VALUE ZEROS.
       77 W-RESTO            PIC 9(02) VALUE ZEROS.
       77 IND                PIC 9(04) VALUE ZEROS.
       77 W-I                PIC 9(04) VALUE ZEROS.
       77 W-J                PIC 9(04) VALUE ZEROS.
       77 W-PEDLIDO          PIC 9(06) VALUE ZEROS.
       77 W-SITLIDA          PIC X(01) VALUE SPACES.
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-ABERTO           PIC 9(07) VALUE ZEROS.
       77 W-QTDPERD          PIC 9(05) VALUE ZEROS.
       77 W-VLPERD           PIC 9(09)V99 VALUE ZEROS.
       77 W-CLASSATU         PIC 9(01) VALUE ZEROS.
      * CONTADORES E TOTAIS
       77 W-CONTLIDOS        PIC 9(07) VALUE ZEROS.
       77 W-CONTPER          PIC 9(07) VALUE ZEROS.
       77 W-CONTREPOR        PIC 9(05) VALUE ZEROS.
       77 W-ESTOUROTAB       PIC 9(05) VALUE ZEROS.
       77 W-SUBQTD           PIC 9(09) VALUE ZEROS.
       77 W-SUBVALOR         PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTQTD           PIC 9(09) VALUE ZEROS.
       77 W-TOTVALOR         PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01 W-DATA-GRUPO REDEFINES W-DATA-AUX.
          03 W-ANO           PIC 9(04).
          03 W-MES           PIC 9(02).
          03 W-DIA           PIC 9(02).
      * QUANTIDADE QUE AINDA FALTA CHEGAR POR PRODUTO, SOMADA DOS
      * ITENS DE PEDIDOS ABERTOS OU RECEBIDOS EM PARTE (IGUAL AO
      * SGP060 - PEDIDOITEM NAO TEM CAMINHO POR PRODUTO)
       77 W-QTDABERTOS       PIC 9(04) VALUE ZEROS.
       01 W-TAB-ABERTOS.
          03 W-ABT OCCURS 2000 TIMES.
             05 W-ABT-PRODUTO PIC 9(08).
             05 W-ABT-QTD     PIC 9(07).
      * ACUMULADOS POR PRODUTO COM DEMANDA PERDIDA NO PERIODO
       77 W-TDCONT           PIC 9(04) VALUE ZEROS.
       01 W-TABDEM.
          03 W-TD OCCURS 2000 TIMES.
             05 W-TD-CLASSIF  PIC 9(01).
             05 W-TD-PRODUTO  PIC 9(08).
             05 W-TD-DESCRICAO PIC X(30).
             05 W-TD-OCORR    PIC 9(05).
             05 W-TD-QTDPED   PIC 9(07).
             05 W-TD-QTDPERD  PIC 9(07).
             05 W-TD-VLPERD   PIC 9(09)V99.
       77 W-AUXTD            PIC X(69) VALUE SPACES.
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
       01 LINHA-DET.
          03 LD-PRODUTO      PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-DESCRICAO    PIC X(25).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-OCORR        PIC ZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-QTDPED       PIC ZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-QTDPERD      PIC ZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-VLPERD       PIC ZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-ABERTO       PIC ZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-MARCA        PIC X(08).
       01 LINHA-TOT.
          03 LT-ROTULO       PIC X(30).
          03 LT-QTD          PIC ZZZZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LT-VALOR        PIC ZZZZZZZZZZ9,99.
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
                PERFORM 1300-CARREGA-ABERTOS
                        THRU 1300-CARREGA-ABERTOS-FIM.
                PERFORM 2000-DEMANDA    THRU 2000-DEMANDA-FIM
                        UNTIL W-FIM = "S".
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                DISPLAY "DATA FINAL   (AAAAMMDD), ENTER P/ HOJE: ".
                ACCEPT W-DTFIM.
                IF W-DTFIM = ZEROS
                   MOVE W-HOJE TO W-DTFIM.
      * SEM DATA INICIAL, A SEMANA QUE TERMINA NA DATA FINAL (7 DIAS
      * COM ELA INCLUSA)
                MOVE W-DTFIM TO W-DATA-AUX.
                MOVE 1 TO W-CONTDIAS.
                PERFORM 1200-VOLTA-DIA THRU 1200-VOLTA-DIA-FIM
                        UNTIL W-CONTDIAS NOT < 7.
                DISPLAY "DATA INICIAL (AAAAMMDD), ENTER P/ 7 DIAS: ".
                ACCEPT W-DTINI.
                IF W-DTINI = ZEROS
                   MOVE W-DATA-AUX TO W-DTINI.
                DISPLAY "MINIMO DE OCORRENCIAS P/ REPOR (ENTER = 2): ".
                ACCEPT W-MINOCOR.
                IF W-MINOCOR = ZEROS
                   MOVE 2 TO W-MINOCOR.
                OPEN INPUT DEMANDA
                IF ST-ERRO NOT = "00"
                   DISPLAY "NENHUMA DEMANDA NAO ATENDIDA REGISTRADA"
                   STOP RUN.
                OPEN INPUT PRODUTO
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   CLOSE DEMANDA
                   STOP RUN.
                OPEN INPUT PEDIDOCOMPRA
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDOCOMPRA"
                   CLOSE DEMANDA
                   CLOSE PRODUTO
                   STOP RUN.
                OPEN INPUT PEDIDOITEM
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDOITEM"
                   CLOSE DEMANDA
                   CLOSE PRODUTO
                   CLOSE PEDIDOCOMPRA
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "DEMANDA-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP062" TO W-SPL-PROGRAMA.
                MOVE "DEMANDA NAO ATENDIDA" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELDEM
                IF ST-ERRO5 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE DEMANDA
                   CLOSE PRODUTO
                   CLOSE PEDIDOCOMPRA
                   CLOSE PEDIDOITEM
                   STOP RUN.
                MOVE SPACES TO REGRELDEM
                STRING "DEMANDA NAO ATENDIDA - PERIODO "
                       W-DTINI " A " W-DTFIM
                        DELIMITED BY SIZE INTO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO REGRELDEM
                WRITE REGRELDEM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * UM DIA PARA TRAS EM W-DATA-AUX (MESMA ROTINA DO SGP060)
       1200-VOLTA-DIA.
                SUBTRACT 1 FROM W-DIA.
                IF W-DIA = ZEROS
                   SUBTRACT 1 FROM W-MES
                   IF W-MES = ZEROS
                      MOVE 12 TO W-MES
                      SUBTRACT 1 FROM W-ANO
                   END-IF
                   PERFORM 1250-ULTIMO-DIA THRU 1250-ULTIMO-DIA-FIM
                   MOVE W-ULTDIA TO W-DIA
                END-IF.
                ADD 1 TO W-CONTDIAS.
       1200-VOLTA-DIA-FIM.
                EXIT.
      *
       1250-ULTIMO-DIA.
                MOVE TAB-ULTDIA(W-MES) TO W-ULTDIA.
                IF W-MES = 2
                   DIVIDE W-ANO BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULTDIA
                   END-IF
                END-IF.
       1250-ULTIMO-DIA-FIM.
                EXIT.
      *
       1300-CARREGA-ABERTOS.
                MOVE ZEROS TO PIT-NUMERO PIT-SEQ W-PEDLIDO.
                MOVE "N" TO W-FIMPIT.
                START PEDIDOITEM KEY IS NOT LESS THAN PIT-CHAVE
                   INVALID KEY
                      GO TO 1300-CARREGA-ABERTOS-FIM.
                PERFORM 1350-LE-ITEM THRU 1350-LE-ITEM-FIM
                        UNTIL W-FIMPIT = "S".
       1300-CARREGA-ABERTOS-FIM.
                EXIT.
      *
       1350-LE-ITEM.
                READ PEDIDOITEM NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMPIT
                   GO TO 1350-LE-ITEM-FIM.
                IF PIT-NUMERO NOT = W-PEDLIDO
                   MOVE PIT-NUMERO TO W-PEDLIDO PED-NUMERO
                   READ PEDIDOCOMPRA
                      INVALID KEY
                         MOVE SPACES TO PED-SITUACAO
                   END-READ
                   MOVE PED-SITUACAO TO W-SITLIDA.
                IF W-SITLIDA NOT = "A" AND W-SITLIDA NOT = "R"
                   GO TO 1350-LE-ITEM-FIM.
                IF PIT-QTDRECEBIDA NOT < PIT-QTDPEDIDA
                   GO TO 1350-LE-ITEM-FIM.
                MOVE "N" TO W-ACHOU.
                PERFORM 1400-PROCURA-ABERTO THRU 1400-PROCURA-ABERTO-FIM
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > W-QTDABERTOS OR W-ACHOU = "S".
                IF W-ACHOU = "N"
                   IF W-QTDABERTOS < 2000
                      ADD 1 TO W-QTDABERTOS
                      MOVE W-QTDABERTOS TO IND
                      MOVE PIT-PRODUTO TO W-ABT-PRODUTO(IND)
                      MOVE ZEROS TO W-ABT-QTD(IND)
                   ELSE
                      GO TO 1350-LE-ITEM-FIM
                   END-IF
                ELSE
                   SUBTRACT 1 FROM IND.
                COMPUTE W-ABT-QTD(IND) = W-ABT-QTD(IND)
                        + PIT-QTDPEDIDA - PIT-QTDRECEBIDA.
       1350-LE-ITEM-FIM.
                EXIT.
      *
       1400-PROCURA-ABERTO.
                IF W-ABT-PRODUTO(IND) = PIT-PRODUTO
                   MOVE "S" TO W-ACHOU.
       1400-PROCURA-ABERTO-FIM.
                EXIT.
      *
      * ACUMULA A DEMANDA DO PERIODO POR PRODUTO
       2000-DEMANDA.
                READ DEMANDA
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-DEMANDA-FIM.
                ADD 1 TO W-CONTLIDOS.
                IF DEM-DATA < W-DTINI OR DEM-DATA > W-DTFIM
                   GO TO 2000-DEMANDA-FIM.
                IF DEM-QTDATENDIDA NOT < DEM-QTDPEDIDA
                   GO TO 2000-DEMANDA-FIM.
                COMPUTE W-QTDPERD = DEM-QTDPEDIDA - DEM-QTDATENDIDA.
                COMPUTE W-VLPERD = W-QTDPERD * DEM-PRECOVENDA.
                ADD 1 TO W-CONTPER.
                PERFORM 2800-LOCALIZA THRU 2800-LOCALIZA-FIM.
                IF W-I = ZEROS
                   GO TO 2000-DEMANDA-FIM.
                ADD 1 TO W-TD-OCORR(W-I).
                ADD DEM-QTDPEDIDA TO W-TD-QTDPED(W-I).
                ADD W-QTDPERD TO W-TD-QTDPERD(W-I).
                ADD W-VLPERD TO W-TD-VLPERD(W-I).
       2000-DEMANDA-FIM.
                EXIT.
      *
      * POSICAO DO PRODUTO NA TABELA EM W-I (INCLUI COM CLASSE E
      * DESCRICAO DO CADASTRO SE NAO ACHAR); W-I = ZERO QUANDO A
      * TABELA ESTA CHEIA
       2800-LOCALIZA.
                MOVE 1 TO W-I.
       2810-PROCURA.
                IF W-I <= W-TDCONT
                   IF W-TD-PRODUTO(W-I) = DEM-PRODUTO
                      GO TO 2800-LOCALIZA-FIM
                   ELSE
                      ADD 1 TO W-I
                      GO TO 2810-PROCURA.
                IF W-TDCONT < 2000
                   ADD 1 TO W-TDCONT
                   MOVE W-TDCONT TO W-I
                   MOVE ZEROS TO W-TD-OCORR(W-I)   W-TD-QTDPED(W-I)
                                 W-TD-QTDPERD(W-I) W-TD-VLPERD(W-I)
                   MOVE DEM-PRODUTO TO W-TD-PRODUTO(W-I) PRO-CODIGO
                   READ PRODUTO
                      INVALID KEY
                         MOVE "*** NAO CADASTRADO ***"
                                 TO PRO-DESCRICAO
                         MOVE ZEROS TO PRO-CLASSIFICACAO
                   END-READ
                   MOVE PRO-DESCRICAO TO W-TD-DESCRICAO(W-I)
                   MOVE PRO-CLASSIFICACAO TO W-TD-CLASSIF(W-I)
                ELSE
                   ADD 1 TO W-ESTOUROTAB
                   MOVE ZEROS TO W-I.
       2800-LOCALIZA-FIM.
                EXIT.
      *
      * ORDEM DE SAIDA: CLASSIFICACAO E, DENTRO DELA, MAIOR RECEITA
      * PERDIDA PRIMEIRO (TROCA SIMPLES COMO NO SGP061)
       8000-ORDENA.
                IF W-TDCONT < 2
                   GO TO 8000-ORDENA-FIM.
                MOVE 1 TO W-I.
       8010-ORDENA-I.
                COMPUTE W-J = W-I + 1.
       8020-ORDENA-J.
                IF W-TD-CLASSIF(W-J) < W-TD-CLASSIF(W-I)
                   OR (W-TD-CLASSIF(W-J) = W-TD-CLASSIF(W-I)
                       AND W-TD-VLPERD(W-J) > W-TD-VLPERD(W-I))
                   MOVE W-TD(W-I) TO W-AUXTD
                   MOVE W-TD(W-J) TO W-TD(W-I)
                   MOVE W-AUXTD   TO W-TD(W-J).
                IF W-J < W-TDCONT
                   ADD 1 TO W-J
                   GO TO 8020-ORDENA-J.
                IF W-I < W-TDCONT - 1
                   ADD 1 TO W-I
                   GO TO 8010-ORDENA-I.
       8000-ORDENA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                PERFORM 8000-ORDENA THRU 8000-ORDENA-FIM.
                PERFORM 9100-IMPRIME THRU 9100-IMPRIME-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-TDCONT.
                IF W-TDCONT > ZEROS
                   PERFORM 9300-SUBTOTAL THRU 9300-SUBTOTAL-FIM.
                MOVE SPACES TO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO LINHA-TOT
                MOVE "TOTAL GERAL PERDIDO" TO LT-ROTULO
                MOVE W-TOTQTD TO LT-QTD
                MOVE W-TOTVALOR TO LT-VALOR
                MOVE LINHA-TOT TO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO REGRELDEM
                STRING "REPOR = " W-MINOCOR " OU MAIS OCORRENCIAS E "
                       "NADA EM PEDIDO DE COMPRA ABERTO"
                        DELIMITED BY SIZE INTO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO REGRELDEM
                STRING "REGISTROS LIDOS.....: " W-CONTLIDOS
                        DELIMITED BY SIZE INTO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO REGRELDEM
                STRING "OCORRENCIAS NO PER..: " W-CONTPER
                        DELIMITED BY SIZE INTO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO REGRELDEM
                STRING "PRODUTOS A REPOR....: " W-CONTREPOR
                        DELIMITED BY SIZE INTO REGRELDEM
                WRITE REGRELDEM.
                IF W-ESTOUROTAB NOT = ZEROS
                   MOVE SPACES TO REGRELDEM
                   STRING "REGISTROS FORA DA TABELA (LIMITE 2000): "
                           W-ESTOUROTAB
                           DELIMITED BY SIZE INTO REGRELDEM
                   WRITE REGRELDEM.
                IF W-QTDABERTOS NOT < 2000
                   MOVE SPACES TO REGRELDEM
                   MOVE "ATENCAO: TABELA DE PEDIDOS EM ABERTO CHEIA"
                           TO REGRELDEM
                   WRITE REGRELDEM.
                CLOSE DEMANDA PRODUTO PEDIDOCOMPRA PEDIDOITEM RELDEM.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
      *
       9100-IMPRIME.
                IF W-I = 1
                   PERFORM 9200-CABECALHO THRU 9200-CABECALHO-FIM
                ELSE
                   IF W-TD-CLASSIF(W-I) NOT = W-CLASSATU
                      PERFORM 9300-SUBTOTAL THRU 9300-SUBTOTAL-FIM
                      PERFORM 9200-CABECALHO THRU 9200-CABECALHO-FIM.
                MOVE ZEROS TO W-ABERTO.
                MOVE "N" TO W-ACHOU.
                PERFORM 9150-ABERTO-PRODUTO THRU 9150-ABERTO-PRODUTO-FIM
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > W-QTDABERTOS OR W-ACHOU = "S".
                MOVE SPACES TO LINHA-DET
                MOVE W-TD-PRODUTO(W-I)   TO LD-PRODUTO
                MOVE W-TD-DESCRICAO(W-I) TO LD-DESCRICAO
                MOVE W-TD-OCORR(W-I)     TO LD-OCORR
                MOVE W-TD-QTDPED(W-I)    TO LD-QTDPED
                MOVE W-TD-QTDPERD(W-I)   TO LD-QTDPERD
                MOVE W-TD-VLPERD(W-I)    TO LD-VLPERD
                MOVE W-ABERTO            TO LD-ABERTO
                IF W-TD-OCORR(W-I) NOT < W-MINOCOR
                   AND W-ABERTO = ZEROS
                   MOVE "REPOR" TO LD-MARCA
                   ADD 1 TO W-CONTREPOR.
                MOVE LINHA-DET TO REGRELDEM
                WRITE REGRELDEM.
                ADD W-TD-QTDPERD(W-I) TO W-SUBQTD.
                ADD W-TD-VLPERD(W-I)  TO W-SUBVALOR.
       9100-IMPRIME-FIM.
                EXIT.
      *
       9150-ABERTO-PRODUTO.
                IF W-ABT-PRODUTO(IND) = W-TD-PRODUTO(W-I)
                   MOVE W-ABT-QTD(IND) TO W-ABERTO
                   MOVE "S" TO W-ACHOU.
       9150-ABERTO-PRODUTO-FIM.
                EXIT.
      *
       9200-CABECALHO.
                MOVE W-TD-CLASSIF(W-I) TO W-CLASSATU.
                MOVE ZEROS TO W-SUBQTD W-SUBVALOR.
                MOVE SPACES TO REGRELDEM
                STRING "CLASSIFICACAO " W-CLASSATU
                        DELIMITED BY SIZE INTO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO REGRELDEM
                MOVE "PRODUTO  DESCRICAO                 OCOR PEDIDA QTP
      -              "ERD VL PERDIDO ABERTO" TO REGRELDEM
                WRITE REGRELDEM.
       9200-CABECALHO-FIM.
                EXIT.
      *
       9300-SUBTOTAL.
                MOVE SPACES TO LINHA-TOT
                MOVE "  SUBTOTAL DA CLASSIFICACAO" TO LT-ROTULO
                MOVE W-SUBQTD TO LT-QTD
                MOVE W-SUBVALOR TO LT-VALOR
                MOVE LINHA-TOT TO REGRELDEM
                WRITE REGRELDEM.
                MOVE SPACES TO REGRELDEM
                WRITE REGRELDEM.
                ADD W-SUBQTD TO W-TOTQTD.
                ADD W-SUBVALOR TO W-TOTVALOR.
       9300-SUBTOTAL-FIM.
                EXIT.
