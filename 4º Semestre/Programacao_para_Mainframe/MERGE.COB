         ACCESS MODE IS DYNAMIC
         FILE STATUS IS VLE-STATUS
         RECORD KEY VAL-NUMERO.
         SELECT ENCOMENDA ASSIGN TO 'ENCOMENDA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS ENC-STATUS
         RECORD KEY ENC-NUMERO
         ALTERNATE RECORD KEY ENC-CODCLI WITH DUPLICATES
         ALTERNATE RECORD KEY ENC-PRODUTO WITH DUPLICATES.
         SELECT PONTOS ASSIGN TO 'PONTOS.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PTM-STATUS
         RECORD KEY PTM-CHAVE.
         SELECT RESERVA ASSIGN TO 'RESERVA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS RSV-STATUS
         RECORD KEY RSV-CHAVE
         ALTERNATE RECORD KEY RSV-ORIGEM WITH DUPLICATES.
         SELECT LOGAUD ASSIGN TO 'LOGAUD.DAT'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS AUD-STATUS.
           05 CLI-DT-ALTERACAO   PIC 9(08).
           05 CLI-USUARIO        PIC X(08).
           05 CLI-LIMITECRED    PIC 9(09)V99.
           05 CLI-CONSENTE      PIC X(01).
           05 CLI-CANALMSG      PIC X(01).
           05 CLI-GRUPO         PIC 9(02).

       FD VENDAS.
       01 VENDAS-REG.
           05 OIT-VALORVENDA   PIC 9(08)V99.
           05 OIT-ICMS         PIC 9(08)V99.

      * RESERVA DE ESTOQUE DO ORCAMENTO APROVADO (TIPO 'O') E A DA
      * ENCOMENDA QUE CHEGOU ('N') TEM O CPF NA CHAVE E ACOMPANHAM O
      * ORCAMENTO/ENCOMENDA; A DE ENTREGA ('E') FICA COM A ENTREGA,
      * QUE NAO E MOVIDA NA FUSAO
       FD RESERVA.
       01 RESERVA-REG.
           05 RSV-CHAVE.
              10 RSV-PRODUTO   PIC 9(08).
              10 RSV-ORIGEM.
                 15 RSV-TIPO   PIC X(01).
                 15 RSV-CODCLI PIC 9(12).
                 15 RSV-NUMERO PIC 9(06).
                 15 RSV-SEQ    PIC 9(03).
           05 RSV-QTD          PIC 9(06).
           05 RSV-DTLIMITE     PIC 9(08).
           05 RSV-DT-ALTERACAO PIC 9(08).
           05 RSV-USUARIO      PIC X(08).

       FD VALE.
       01 VALE-REG.
           05 VAL-NUMERO       PIC 9(06).
           05 VAL-DT-ALTERACAO PIC 9(08).
           05 VAL-USUARIO      PIC X(08).

      * ENCOMENDA DE CLIENTE (MESMO LEIAUTE DO CADENC)
       FD ENCOMENDA.
       01 ENCOMENDA-REG.
           05 ENC-NUMERO       PIC 9(06).
           05 ENC-CODCLI       PIC 9(12).
           05 ENC-PRODUTO      PIC 9(08).
           05 ENC-QTD          PIC 9(05).
           05 ENC-SINAL        PIC 9(09)V99.
           05 ENC-NVALE        PIC 9(06).
           05 ENC-DTPEDIDO     PIC 9(08).
           05 ENC-DTPROMESSA   PIC 9(08).
           05 ENC-NPEDIDO      PIC 9(06).
           05 ENC-PITSEQ       PIC 9(03).
           05 ENC-DTCHEGADA    PIC 9(08).
           05 ENC-NVENDA       PIC 9(06).
           05 ENC-SITUACAO     PIC X(01).
           05 ENC-DT-ALTERACAO PIC 9(08).
           05 ENC-USUARIO      PIC X(08).

       FD PONTOS.
       01 PONTOS-REG.
           05 PTS-CPF          PIC 9(12).
           77 VLE-STATUS          PIC 9(02).
           77 PTS-STATUS          PIC 9(02).
           77 PTM-STATUS          PIC 9(02).
           77 RSV-STATUS          PIC 9(02).
           77 WRK-CONTORC         PIC 9(06).
           77 WRK-CONTOIT         PIC 9(06).
           77 WRK-CONTVALE        PIC 9(06).
           77 WRK-CONTPTM         PIC 9(06).
           77 WRK-SALDOMERGE      PIC 9(09).
           77 WRK-FIMVALE         PIC X(01).
           77 ENC-STATUS          PIC 9(02).
           77 WRK-RSVTIPO         PIC X(01).
           77 WRK-PTMDATA         PIC 9(08).
           77 WRK-PTMSEQ          PIC 9(05).
           01 WRK-ANTES          PIC X(250).
               CLOSE VALE
               OPEN I-O VALE
              END-IF.
             OPEN I-O ENCOMENDA
             IF ENC-STATUS = 35 THEN
               OPEN OUTPUT ENCOMENDA
               CLOSE ENCOMENDA
               OPEN I-O ENCOMENDA
              END-IF.
             OPEN I-O PONTOS
             IF PTS-STATUS = 35 THEN
               OPEN OUTPUT PONTOS
               CLOSE PONTOSMOV
               OPEN I-O PONTOSMOV
              END-IF.
             OPEN I-O RESERVA
             IF RSV-STATUS = 35 THEN
               OPEN OUTPUT RESERVA
               CLOSE RESERVA
               OPEN I-O RESERVA
              END-IF.
             OPEN EXTEND LOGAUD
             IF AUD-STATUS = 35 THEN
               OPEN OUTPUT LOGAUD
               CLOSE ORCAMENTO.
               CLOSE ORCAMENTOITEM.
               CLOSE VALE.
               CLOSE ENCOMENDA.
               CLOSE PONTOS.
               CLOSE PONTOSMOV.
               CLOSE RESERVA.
               CLOSE LOGAUD.

      * FUSAO: TODO O MOVIMENTO DO CPF ERRADO (VENDAS, ITENS,
             PERFORM 5400-MOVE-PETS.
             PERFORM 5600-MOVE-ORCAMENTOS.
             PERFORM 5700-MOVE-ORCITENS.
             PERFORM 5780-MOVE-RESERVAS.
             PERFORM 5800-MOVE-VALES
                THRU 5800-MOVE-VALES-FIM.
             PERFORM 5860-MOVE-ENCOMENDAS.
             PERFORM 5900-MOVE-PONTOS
                THRU 5900-MOVE-PONTOS-FIM.
             PERFORM 5950-MOVE-MOVPONTOS.
           5750-MOVE-UM-OIT-FIM.
             EXIT.

      * RESERVAS DOS ORCAMENTOS APROVADOS E DAS ENCOMENDAS DO
      * PERDEDOR, PELA CHAVE ALTERNADA DE ORIGEM ('O'/'N' + CPF);
      * MESMO PADRAO DE GRAVA E APAGA, SENAO A CONVERSAO OU A VENDA
      * SOB O CPF CERTO NAO AS LIBERARIA
           5780-MOVE-RESERVAS.
             MOVE 'O' TO WRK-RSVTIPO.
             MOVE 'S' TO WRK-ACHOU.
             PERFORM 5790-MOVE-UMA-RES
                THRU 5790-MOVE-UMA-RES-FIM
                UNTIL WRK-ACHOU = 'N'.
             MOVE 'N' TO WRK-RSVTIPO.
             MOVE 'S' TO WRK-ACHOU.
             PERFORM 5790-MOVE-UMA-RES
                THRU 5790-MOVE-UMA-RES-FIM
                UNTIL WRK-ACHOU = 'N'.

           5790-MOVE-UMA-RES.
             MOVE 'N' TO WRK-ACHOU.
             MOVE WRK-RSVTIPO TO RSV-TIPO.
             MOVE WRK-CPFPERDE TO RSV-CODCLI.
             MOVE ZEROS TO RSV-NUMERO RSV-SEQ.
             START RESERVA KEY IS NOT LESS THAN RSV-ORIGEM
               INVALID KEY
                 GO TO 5790-MOVE-UMA-RES-FIM.
             READ RESERVA NEXT RECORD
               AT END
                 GO TO 5790-MOVE-UMA-RES-FIM
             END-READ.
             IF RSV-TIPO NOT = WRK-RSVTIPO
                OR RSV-CODCLI NOT = WRK-CPFPERDE
               GO TO 5790-MOVE-UMA-RES-FIM.
             MOVE RESERVA-REG TO WRK-ANTES.
             MOVE WRK-CPFFICA TO RSV-CODCLI.
             ACCEPT RSV-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO RSV-USUARIO.
             WRITE RESERVA-REG
               INVALID KEY
                 MOVE 'COLISAO DE RES. NA FUSAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5790-MOVE-UMA-RES-FIM
             END-WRITE.
             MOVE 'RESERVA' TO AUD-ARQUIVO.
             MOVE RSV-CHAVE TO AUD-CHAVE.
             MOVE 'A' TO AUD-OPERACAO.
             MOVE WRK-ANTES TO AUD-ANTES.
             MOVE RESERVA-REG TO AUD-DEPOIS.
             PERFORM 8100-GRAVA-LOGAUD.
             MOVE WRK-CPFPERDE TO RSV-CODCLI.
             DELETE RESERVA RECORD
               INVALID KEY
                 MOVE 'ANTIGO NAO APAGADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-DELETE.
             MOVE 'S' TO WRK-ACHOU.
           5790-MOVE-UMA-RES-FIM.
             EXIT.

      * VALES DO PERDEDOR: O CPF E CAMPO COMUM (A CHAVE E O
      * NUMERO), ENTAO BASTA REGRAVAR - INCLUSIVE OS JA USADOS,
      * PARA O HISTORICO INTEIRO SEGUIR O CPF CERTO
               END-IF
             END-IF.

      * ENCOMENDAS DO PERDEDOR PELA CHAVE ALTERNADA DE CPF. COMO O
      * REWRITE MUDA A PROPRIA CHAVE DA LEITURA, RECOMECA DO INICIO
      * A CADA UMA ATE NAO SOBRAR NENHUMA NO CPF ANTIGO
           5860-MOVE-ENCOMENDAS.
             MOVE 'S' TO WRK-ACHOU.
             PERFORM 5870-MOVE-UMA-ENC
                THRU 5870-MOVE-UMA-ENC-FIM
                UNTIL WRK-ACHOU = 'N'.

           5870-MOVE-UMA-ENC.
             MOVE 'N' TO WRK-ACHOU.
             MOVE WRK-CPFPERDE TO ENC-CODCLI.
             START ENCOMENDA KEY IS NOT LESS THAN ENC-CODCLI
               INVALID KEY
                 GO TO 5870-MOVE-UMA-ENC-FIM.
             READ ENCOMENDA NEXT RECORD
               AT END
                 GO TO 5870-MOVE-UMA-ENC-FIM
             END-READ.
             IF ENC-CODCLI NOT = WRK-CPFPERDE
               GO TO 5870-MOVE-UMA-ENC-FIM.
             MOVE ENCOMENDA-REG TO WRK-ANTES.
             MOVE WRK-CPFFICA TO ENC-CODCLI.
             ACCEPT ENC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO ENC-USUARIO.
             REWRITE ENCOMENDA-REG
               INVALID KEY
                 MOVE 'ERRO AO REAPONTAR ENCOMENDA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5870-MOVE-UMA-ENC-FIM
             END-REWRITE.
             MOVE 'ENCOMENDA' TO AUD-ARQUIVO.
             MOVE ENC-NUMERO TO AUD-CHAVE.
             MOVE 'A' TO AUD-OPERACAO.
             MOVE WRK-ANTES TO AUD-ANTES.
             MOVE ENCOMENDA-REG TO AUD-DEPOIS.
             PERFORM 8100-GRAVA-LOGAUD.
             MOVE 'S' TO WRK-ACHOU.
           5870-MOVE-UMA-ENC-FIM.
             EXIT.

      * SALDO DE PONTOS: O SALDO DO PERDEDOR SOMA NO DO CPF CERTO
      * E O REGISTRO ANTIGO E APAGADO
           5900-MOVE-PONTOS.
