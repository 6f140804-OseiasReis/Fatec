           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).

      * DIARIO DE MOVIMENTACAO DE ESTOQUE (MESMO LEIAUTE DO
      * CADVEN). A DEVOLUCAO PARCIAL LANCA O TIPO 'D'
           77 WRK-VALORDEV       PIC 9(09)V99.
           77 WRK-PRODCOD        PIC 9(08).
           01 WRK-ANTESPROD      PIC X(250).
      * CONSULTA DO PERIODO FECHADO (MODULO FECHACHK)
           01 WRK-FECHA.
              03 WRK-FEC-DATA      PIC 9(08).
              03 WRK-FEC-FECHADO   PIC X(01).
              03 WRK-FEC-DTFECHADO PIC 9(08).
      * RESUMO DIARIO DE VENDAS (MODULO RESUMREG)
           01 WRK-RESUMO.
              03 WRK-RSM-OPERACAO   PIC X(01).
              03 WRK-RSM-DATA       PIC 9(08).
              03 WRK-RSM-PRODUTO    PIC X(09).
              03 WRK-RSM-VENDEDOR   PIC 9(03).
              03 WRK-RSM-FORMAPAGTO PIC X(01).
              03 WRK-RSM-QTD        PIC 9(05).
              03 WRK-RSM-PRECOCUSTO PIC 9(06)V99.
              03 WRK-RSM-VALOR      PIC 9(08)V99.
              03 WRK-RSM-ICMS       PIC 9(08)V99.
              03 WRK-RSM-DESCONTO   PIC 9(08)V99.
              03 WRK-RSM-USUARIO    PIC X(08).
              03 WRK-RSM-RETORNO    PIC X(02).

       LINKAGE SECTION.
       01 LNK-SESSAO.
           5000-DEVOLVER.
             MOVE 'MODULO - DEVOLUCAO' TO WRK-MODULO.
             DISPLAY TELA.
      * A DEVOLUCAO E LANCADA COM A DATA DE HOJE - NAO ENTRA EM MES
      * JA FECHADO PELA CONTABILIDADE (CADFEC)
             ACCEPT WRK-FEC-DATA FROM DATE YYYYMMDD.
             CALL 'FECHACHK' USING WRK-FECHA.
             IF WRK-FEC-FECHADO = 'S'
               MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-DEVOLVER-FIM.
             DISPLAY TELA-ITEM.
             ACCEPT CHAVE-ITEM.
             READ VENDASITEM
               MOVE 'SERVICO NAO TEM DEVOLUCAO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-DEVOLVER-FIM.
      * NEM A TAXA DE ENTREGA (ITEM ENTNNN DO CADVEN)
             IF PROD(1:3) = 'ENT'
               MOVE 'TAXA DE ENTREGA NAO DEVOLVE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-DEVOLVER-FIM.
             DISPLAY SS-DADOS.
             DISPLAY SS-DEVOL.
             ACCEPT SS-DEVOL.
                 MOVE SPACES TO AUD-ANTES
                 MOVE VALE-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
                 PERFORM 5250-ATUALIZA-RESUMO
             END-WRITE.

      * A DEVOLUCAO ENTRA NO RESUMO DIARIO DE VENDAS NA DATA DO
      * VALE, COM O PRODUTO DO ITEM E O VENDEDOR/FORMA DA VENDA
      * ORIGINAL (A VENDA EM SI CONTINUA NA DATA EM QUE FOI FEITA)
           5250-ATUALIZA-RESUMO.
             MOVE 'D' TO WRK-RSM-OPERACAO.
             MOVE VAL-DTEMISSAO TO WRK-RSM-DATA.
             MOVE PROD TO WRK-RSM-PRODUTO.
             MOVE VENDEDOR TO WRK-RSM-VENDEDOR.
             MOVE FORMAPAGTO TO WRK-RSM-FORMAPAGTO.
             MOVE WRK-QTDDEV TO WRK-RSM-QTD.
             MOVE PRECOCUSTO TO WRK-RSM-PRECOCUSTO.
             MOVE WRK-VALORDEV TO WRK-RSM-VALOR.
             MOVE ZEROS TO WRK-RSM-ICMS WRK-RSM-DESCONTO.
             MOVE WRK-USUARIO TO WRK-RSM-USUARIO.
             CALL 'RESUMREG' USING WRK-RESUMO.
             IF WRK-RSM-RETORNO NOT = '00'
               MOVE 'RESUMO NAO ATUALIZADO-SGP082' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO.

           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
