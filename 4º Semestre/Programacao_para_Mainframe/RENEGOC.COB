           05 CLI-DT-ALTERACAO   PIC 9(08).
           05 CLI-USUARIO        PIC X(08).
           05 CLI-LIMITECRED    PIC 9(09)V99.
           05 CLI-CONSENTE      PIC X(01).
           05 CLI-CANALMSG      PIC X(01).
           05 CLI-GRUPO         PIC 9(02).

       FD NVENDACTL.
       01 NVENDACTL-REG.
           77 WRK-PAROFFSET      PIC 9(02).
           77 WRK-IND            PIC 9(02).
           01 WRK-ANTESPAR       PIC X(250).
      * CARNE DAS PARCELAS NOVAS DO ACORDO (MODULO CARNEIMP)
           01 WRK-CARNE.
              05 WRK-CRN-CODCLI  PIC 9(12).
              05 WRK-CRN-NVENDA  PIC 9(06).
              05 WRK-CRN-ORIGEM  PIC X(08).
              05 WRK-CRN-USUARIO PIC X(08).
              05 WRK-CRN-NOMEREL PIC X(30).
              05 WRK-CRN-RETORNO PIC X(02).
      * PARCELAS VENCIDAS ACEITAS PELO OPERADOR PARA O ACORDO
      * (ATE 50 - MAIS QUE ISSO NAO ACONTECE NO BALCAO)
           01 WRK-SELECAO.
               GO TO 5000-RENEGOCIAR-FIM.
             PERFORM 5300-CANCELA-ORIGINAIS.
             PERFORM 5400-GERAR-ACORDO.
             PERFORM 5600-EMITE-CARNE.
             ACCEPT MOSTRA-ERRO.
           5000-RENEGOCIAR-FIM.
             EXIT.
             END-WRITE.
             ADD 1 TO WRK-PARCELA.

      * O CARNE ANTIGO PERDE O VALOR COM AS ORIGINAIS EM 'R': O
      * CLIENTE SAI COM UM CARNE NOVO SO DAS PARCELAS DO ACORDO (A
      * ENTRADA JA PAGA NAO ENTRA)
           5600-EMITE-CARNE.
             MOVE WRK-CODCLI     TO WRK-CRN-CODCLI.
             MOVE WRK-NVENDANOVA TO WRK-CRN-NVENDA.
             MOVE 'CADRENEG'     TO WRK-CRN-ORIGEM.
             MOVE WRK-USUARIO    TO WRK-CRN-USUARIO.
             CALL 'CARNEIMP' USING WRK-CARNE.
             IF WRK-CRN-RETORNO = '00'
               MOVE 'ACORDO GRAVADO, CARNE NO SPOOL' TO WRK-MSGERRO
             ELSE
               MOVE 'ACORDO GRAVADO, SEM CARNE' TO WRK-MSGERRO
             END-IF.

      * VENCIMENTO A PARTIR DO DIA-DO-ANO DA DATA DO ACORDO +
      * WRK-DIASVENC (MESMA ROTINA DO CADVEN)
           5500-CALCULA-VENCIMENTO.
