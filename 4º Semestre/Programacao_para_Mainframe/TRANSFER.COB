           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).

      * DIARIO DE MOVIMENTACAO DE ESTOQUE (MESMO LEIAUTE DO
      * CADVEN). A TRANSFERENCIA GRAVA DOIS LANCAMENTOS 'X': UM NO
           77 WRK-QTD            PIC 9(06).
           77 WRK-SALDOORIG      PIC 9(06).
           77 WRK-SALDODEST      PIC 9(06).
      * CONSULTA DO PERIODO FECHADO (MODULO FECHACHK)
           01 WRK-FECHA.
              03 WRK-FEC-DATA      PIC 9(08).
              03 WRK-FEC-FECHADO   PIC X(01).
              03 WRK-FEC-DTFECHADO PIC 9(08).

       LINKAGE SECTION.
       01 LNK-SESSAO.
           5000-TRANSFERIR.
             MOVE 'MODULO - TRANSFERENCIA' TO WRK-MODULO.
             DISPLAY TELA.
      * A TRANSFERENCIA E LANCADA COM A DATA DE HOJE - NAO ENTRA EM
      * MES JA FECHADO PELA CONTABILIDADE (CADFEC)
             ACCEPT WRK-FEC-DATA FROM DATE YYYYMMDD.
             CALL 'FECHACHK' USING WRK-FECHA.
             IF WRK-FEC-FECHADO = 'S'
               MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-TRANSFERIR-FIM.
             DISPLAY TELA-TRANSF.
             ACCEPT CHAVE-TRF.
             IF WRK-ORIGEM NOT = 'L' AND WRK-ORIGEM NOT = 'D'
