         ACCESS MODE IS RANDOM
         FILE STATUS IS CLI-STATUS
         RECORD KEY CLI-CPF.
         SELECT RESERVA ASSIGN TO 'RESERVA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS RSV-STATUS
         RECORD KEY RSV-CHAVE
         ALTERNATE RECORD KEY RSV-ORIGEM WITH DUPLICATES.
         SELECT ZONAENTREGA ASSIGN TO 'ZONAENTREGA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS ZON-STATUS
         RECORD KEY ZON-CODIGO.
       DATA DIVISION.
       FILE SECTION.

      * ENTREGAS AGENDADAS PELO CADVEN. SITUACAO: A=AGENDADA
      * S=SAIU PARA ENTREGA E=ENTREGUE F=FALHOU C=CANCELADA (ESTORNO
      * DA VENDA NO CADVEN - NAO SE MEXE MAIS)
       FD ENTREGA.
       01 ENTREGA-REG.
           05 ETG-CHAVE.
           05 CLI-DT-ALTERACAO   PIC 9(08).
           05 CLI-USUARIO        PIC X(08).
           05 CLI-LIMITECRED    PIC 9(09)V99.
           05 CLI-CONSENTE      PIC X(01).
           05 CLI-CANALMSG      PIC X(01).
           05 CLI-GRUPO         PIC 9(02).

      * RESERVA DE ESTOQUE (MESMO LEIAUTE DO CADVEN). A VENDA COM
      * ENTREGA DEIXA RESERVA 'E' POR ITEM; QUANDO A ENTREGA E DADA
      * COMO FEITA A MERCADORIA SAIU DA LOJA E A RESERVA E LIBERADA
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

      * ZONAS DE ENTREGA USADAS PELO CADVEN NA COTACAO: FAIXA DE CEP
      * E, OPCIONALMENTE, O BAIRRO (DO CEP.DAT) DENTRO DA FAIXA;
      * TAXA, VALOR MINIMO DA VENDA PARA ENTREGA GRATIS (ZERO =
      * SEMPRE COBRA) E DIAS DE ENTREGA (S/N DE DOMINGO A SABADO).
      * SITUACAO A=ATIVA I=INATIVA. O SGP077 COMPARA POR ZONA AS
      * TAXAS COBRADAS COM AS ENTREGAS FEITAS NO MES
       FD ZONAENTREGA.
       01 ZONAENTREGA-REG.
           05 ZON-CODIGO       PIC 9(03).
           05 ZON-DESCRICAO    PIC X(20).
           05 ZON-CEPINI       PIC 9(08).
           05 ZON-CEPFIM       PIC 9(08).
           05 ZON-BAIRRO       PIC X(20).
           05 ZON-TAXA         PIC 9(04)V99.
           05 ZON-MINGRATIS    PIC 9(07)V99.
           05 ZON-DIAS         PIC X(07).
           05 ZON-DIASX REDEFINES ZON-DIAS.
              10 ZON-DIA       PIC X(01) OCCURS 7 TIMES.
           05 ZON-SITUACAO     PIC X(01).
           05 ZON-DT-ALTERACAO PIC 9(08).
           05 ZON-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 ETG-STATUS         PIC 9(02).
           77 CLI-STATUS         PIC 9(02).
           77 RSV-STATUS         PIC 9(02).
           77 WRK-FIMRSV         PIC X(01).
           77 WRK-NOMECLI        PIC X(40).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 ZON-STATUS         PIC 9(02).
           77 WRK-ZONANOVA       PIC X(01).
           77 WRK-QTDDIAS        PIC 9(01).
           77 WRK-QTDINVAL       PIC 9(01).

       LINKAGE SECTION.
       01 LNK-SESSAO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - ATUALIZAR SITUACAO'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ZONAS DE ENTREGA'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.
                   VALUE 'SITUACAO (A/S/E/F): '.
                 10 COLUMN PLUS 2 PIC X(01) USING ETG-SITUACAO.

           01 TELA-ZONA.
               05 CHAVE-ZON FOREGROUND-COLOR 2.
                 10 LINE 07 COLUMN 10 VALUE 'ZONA'.
                 10 COLUMN PLUS 2 PIC 9(03) USING ZON-CODIGO
                   BLANK WHEN ZEROS.
               05 SS-DADOSZON.
                 10 LINE 08 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(20) USING ZON-DESCRICAO.
                 10 LINE 09 COLUMN 10 VALUE 'CEP INICIAL: '.
                 10 COLUMN PLUS 2 PIC 9(08) USING ZON-CEPINI.
                 10 COLUMN PLUS 2 VALUE 'CEP FINAL: '.
                 10 COLUMN PLUS 2 PIC 9(08) USING ZON-CEPFIM.
                 10 LINE 10 COLUMN 10 VALUE 'BAIRRO (BRANCO=FAIXA): '.
                 10 COLUMN PLUS 2 PIC X(20) USING ZON-BAIRRO.
                 10 LINE 11 COLUMN 10 VALUE 'TAXA: '.
                 10 COLUMN PLUS 2 PIC ZZZ9,99 USING ZON-TAXA.
                 10 COLUMN PLUS 2 VALUE 'GRATIS A PARTIR DE: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZ9,99 USING ZON-MINGRATIS.
                 10 LINE 12 COLUMN 10 VALUE 'DIAS (DSTQQSS, S/N): '.
                 10 COLUMN PLUS 2 PIC X(07) USING ZON-DIAS.
                 10 LINE 13 COLUMN 10 VALUE 'SITUACAO (A/I): '.
                 10 COLUMN PLUS 2 PIC X(01) USING ZON-SITUACAO.

           01 MOSTRA-ERRO.
               02 MSG-ERRO.
                 10 LINE 21 COLUMN 01 ERASE EOL
               CLOSE CLIENTE
               OPEN INPUT CLIENTE
              END-IF.
             OPEN I-O RESERVA
             IF RSV-STATUS = 35 THEN
               OPEN OUTPUT RESERVA
               CLOSE RESERVA
               OPEN I-O RESERVA
              END-IF.
             OPEN I-O ZONAENTREGA
             IF ZON-STATUS = 35 THEN
               OPEN OUTPUT ZONAENTREGA
               CLOSE ZONAENTREGA
               OPEN I-O ZONAENTREGA
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

               PERFORM 5000-ATUALIZAR THRU 5000-ATUALIZAR-FIM
             WHEN 2
               PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-FIM
             WHEN 3
      * TABELA DE ZONAS (TAXA COBRADA NO BALCAO) SO PARA SUPERVISOR
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 7000-ZONA THRU 7000-ZONA-FIM
               END-IF
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
           3000-FINALIZAR.
               CLOSE ENTREGA.
               CLOSE CLIENTE.
               CLOSE RESERVA.
               CLOSE ZONAENTREGA.

           5000-ATUALIZAR.
             MOVE 'MODULO - SITUACAO' TO WRK-MODULO.
             PERFORM 5050-LOCALIZA-CLIENTE.
             DISPLAY SS-DADOS.
             DISPLAY SS-SITUACAO.
             IF ETG-SITUACAO = 'C'
               MOVE 'ENTREGA CANCELADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-ATUALIZAR-FIM.
             ACCEPT SS-SITUACAO.
             IF ETG-SITUACAO NOT = 'A' AND ETG-SITUACAO NOT = 'S'
                AND ETG-SITUACAO NOT = 'E'
                 MOVE 'ERRO NA REGRAVACAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 IF ETG-SITUACAO = 'E'
                   PERFORM 5100-LIBERA-RESERVAS
                 END-IF
                 MOVE 'SITUACAO ATUALIZADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           5000-ATUALIZAR-FIM.
             EXIT.

      * APAGA AS RESERVAS 'E' DA VENDA ENTREGUE PELA CHAVE
      * ALTERNADA (ORIGEM = TIPO + CLIENTE + VENDA)
           5100-LIBERA-RESERVAS.
             MOVE 'E' TO RSV-TIPO.
             MOVE ETG-CODCLI TO RSV-CODCLI.
             MOVE ETG-NVENDA TO RSV-NUMERO.
             MOVE ZEROS TO RSV-SEQ.
             MOVE 'N' TO WRK-FIMRSV.
             START RESERVA KEY IS NOT LESS THAN RSV-ORIGEM
               INVALID KEY
                 MOVE 'S' TO WRK-FIMRSV.
             PERFORM 5150-LIBERA-PROX UNTIL WRK-FIMRSV = 'S'.

           5150-LIBERA-PROX.
             READ RESERVA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMRSV
             END-READ.
             IF WRK-FIMRSV = 'N'
               IF RSV-TIPO NOT = 'E'
                  OR RSV-CODCLI NOT = ETG-CODCLI
                  OR RSV-NUMERO NOT = ETG-NVENDA
                 MOVE 'S' TO WRK-FIMRSV
               ELSE
                 DELETE RESERVA RECORD
                   INVALID KEY
                     MOVE 'ERRO AO LIBERAR RESERVA' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-DELETE
               END-IF
             END-IF.

           5050-LOCALIZA-CLIENTE.
             MOVE ETG-CODCLI TO CLI-CPF.
             MOVE SPACES TO WRK-NOMECLI.
           6000-CONSULTAR-FIM.
             EXIT.

      * INCLUSAO/ALTERACAO DE ZONA PELO CODIGO (ZONA QUE NAO ATENDE
      * MAIS FICA INATIVA - AS VENDAS ANTIGAS APONTAM PARA ELA)
           7000-ZONA.
             MOVE 'MODULO - ZONAS' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE ZEROS TO ZON-CODIGO.
             DISPLAY TELA-ZONA.
             ACCEPT CHAVE-ZON.
             IF ZON-CODIGO = ZEROS
               MOVE 'CODIGO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7000-ZONA-FIM.
             MOVE 'N' TO WRK-ZONANOVA.
             READ ZONAENTREGA
               INVALID KEY
                 MOVE 'S' TO WRK-ZONANOVA
                 MOVE SPACES TO ZON-DESCRICAO ZON-BAIRRO
                 MOVE ZEROS TO ZON-CEPINI ZON-CEPFIM ZON-TAXA
                               ZON-MINGRATIS
                 MOVE 'NSSSSSS' TO ZON-DIAS
                 MOVE 'A' TO ZON-SITUACAO
             END-READ.
             DISPLAY SS-DADOSZON.
             ACCEPT SS-DADOSZON.
             IF ZON-CEPFIM = ZEROS
               MOVE ZON-CEPINI TO ZON-CEPFIM.
             IF ZON-CEPINI = ZEROS OR ZON-CEPFIM < ZON-CEPINI
               MOVE 'FAIXA DE CEP INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7000-ZONA-FIM.
             MOVE ZEROS TO WRK-QTDDIAS WRK-QTDINVAL.
             INSPECT ZON-DIAS TALLYING WRK-QTDDIAS FOR ALL 'S'.
             INSPECT ZON-DIAS TALLYING WRK-QTDINVAL FOR ALL 'N'.
             IF WRK-QTDDIAS = ZEROS OR WRK-QTDDIAS + WRK-QTDINVAL < 7
               MOVE 'DIAS INVALIDOS (S/N POR DIA)' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7000-ZONA-FIM.
             IF ZON-SITUACAO NOT = 'A' AND ZON-SITUACAO NOT = 'I'
               MOVE 'SITUACAO INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7000-ZONA-FIM.
             ACCEPT ZON-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO ZON-USUARIO.
             IF WRK-ZONANOVA = 'S'
               WRITE ZONAENTREGA-REG
                 INVALID KEY
                   MOVE 'ERRO AO GRAVAR ZONA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   GO TO 7000-ZONA-FIM
               END-WRITE
             ELSE
               REWRITE ZONAENTREGA-REG
                 INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   GO TO 7000-ZONA-FIM
               END-REWRITE
             END-IF.
             MOVE 'ZONA GRAVADA' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           7000-ZONA-FIM.
             EXIT.

       END PROGRAM CADENTRG.
