      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENC.
      * ENCOMENDA DE CLIENTE (PRODUTO QUE A LOJA NAO TEM): CPF,
      * PRODUTO, QUANTIDADE, SINAL E DATA PROMETIDA. NA INCLUSAO A
      * ENCOMENDA VIRA UMA LINHA DE PEDIDO DE COMPRA (NUM PEDIDO
      * ABERTO INFORMADO OU NUM PEDIDO NOVO PARA O FORNECEDOR). O
      * SINAL ENTRA NO CAIXA (MOVBANCO PELO BANCOREG, CONTA PADRAO
      * SE NAO INFORMADA) E FICA COMO CREDITO DO CLIENTE NUM VALE
      * (VALE.DAT, SEM VENDA DE ORIGEM). QUANDO O CADENT RECEBE O
      * PRODUTO, A ENCOMENDA VIRA 'C' E A QUANTIDADE FICA RESERVADA
      * ('N') PARA O CLIENTE; NA VENDA O CADVEN ABATE O VALE DO
      * SINAL SOZINHO. CANCELAR (SO SUPERVISOR) LIBERA A RESERVA E
      * DEIXA O VALE ABERTO PARA O CLIENTE USAR
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ENCOMENDA ASSIGN TO 'ENCOMENDA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS ENC-STATUS
         RECORD KEY ENC-NUMERO
         ALTERNATE RECORD KEY ENC-CODCLI WITH DUPLICATES
         ALTERNATE RECORD KEY ENC-PRODUTO WITH DUPLICATES.
         SELECT NENCCTL ASSIGN TO 'NENCCTL.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         LOCK MODE IS MANUAL
         FILE STATUS IS ECTL-STATUS
         RECORD KEY ECTL-CHAVE.
         SELECT CLIENTE ASSIGN TO 'CLIENTE.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS CLI-STATUS
         RECORD KEY CLI-CPF.
         SELECT PRODUTO ASSIGN TO 'PRODUTO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS PRODUTO-STATUS
         RECORD KEY PRO-CODIGO.
         SELECT FORNECEDOR ASSIGN TO 'FORNECEDOR.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS FORN-STATUS
         RECORD KEY FORN-CODIGO.
         SELECT PEDIDOCOMPRA ASSIGN TO 'PEDIDOCOMPRA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PED-STATUS
         RECORD KEY PED-NUMERO.
         SELECT PEDIDOITEM ASSIGN TO 'PEDIDOITEM.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PIT-STATUS
         RECORD KEY PIT-CHAVE.
         SELECT NPEDCTL ASSIGN TO 'NPEDCTL.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         LOCK MODE IS MANUAL
         FILE STATUS IS PCTL-STATUS
         RECORD KEY PCTL-CHAVE.
         SELECT VALE ASSIGN TO 'VALE.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS VLE-STATUS
         RECORD KEY VAL-NUMERO.
         SELECT NVALECTL ASSIGN TO 'NVALECTL.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         LOCK MODE IS MANUAL
         FILE STATUS IS VCTL-STATUS
         RECORD KEY VCTL-CHAVE.
         SELECT RESERVA ASSIGN TO 'RESERVA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS RSV-STATUS
         RECORD KEY RSV-CHAVE
         ALTERNATE RECORD KEY RSV-ORIGEM WITH DUPLICATES.
         SELECT LOGAUD ASSIGN TO 'LOGAUD.DAT'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * SITUACAO: P=PEDIDA (NO PEDIDO DE COMPRA, AGUARDANDO)
      * C=CHEGOU (RECEBIDA PELO CADENT E RESERVADA PARA O CLIENTE)
      * V=VENDIDA (SINAL ABATIDO NA VENDA ENC-NVENDA DO CADVEN)
      * X=CANCELADA. ENC-NVALE = VALE DO SINAL (ZERO = SEM SINAL);
      * ENC-NPEDIDO/ENC-PITSEQ = LINHA DO PEDIDO DE COMPRA
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

       FD NENCCTL.
       01 NENCCTL-REG.
           05 ECTL-CHAVE       PIC X(01).
           05 ECTL-ULTNUMERO   PIC 9(06).

       FD CLIENTE.
       01 CLIENTE-REG.
           05 CLI-CPF           PIC 9(12).
           05 CLI-NOME          PIC X(40).
           05 CLI-CEP           PIC 9(08).
           05 CLI-LOGRADOURO    PIC X(30).
           05 CLI-NUMERO        PIC 9(04).
           05 CLI-COMPLEMENTO   PIC X(12).
           05 CLI-BAIRRO        PIC X(20).
           05 CLI-CIDADE        PIC X(20).
           05 CLI-UF            PIC X(02).
           05 CLI-TELEFONE      PIC 9(09).
           05 CLI-DDD            PIC 9(02).
           05 CLI-EMAIL          PIC X(40).
           05 CLI-DATANASC       PIC 9(08).
           05 CLI-SITUACAO       PIC X(01).
           05 CLI-DT-ALTERACAO   PIC 9(08).
           05 CLI-USUARIO        PIC X(08).
           05 CLI-LIMITECRED    PIC 9(09)V99.
           05 CLI-CONSENTE      PIC X(01).
           05 CLI-CANALMSG      PIC X(01).
           05 CLI-GRUPO         PIC 9(02).

       FD PRODUTO.
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

       FD FORNECEDOR.
       01 FORNECEDOR-REG.
           05 FORN-CODIGO      PIC 9(06).
           05 FORN-CNPJ        PIC 9(14).
           05 FORN-RAZAO       PIC X(40).
           05 FORN-DDD         PIC 9(02).
           05 FORN-TELEFONE    PIC 9(09).
           05 FORN-QTDPARC     PIC 9(02).
           05 FORN-PRAZODIAS   PIC 9(03).
           05 FORN-SITUACAO    PIC X(01).
           05 FORN-DT-ALTERACAO PIC 9(08).
           05 FORN-USUARIO     PIC X(08).
           05 FORN-UF          PIC X(02).
           05 FORN-IE          PIC X(14).

      * PEDIDO DE COMPRA (MESMO LEIAUTE DO CADPED)
       FD PEDIDOCOMPRA.
       01 PEDIDOCOMPRA-REG.
           05 PED-NUMERO       PIC 9(06).
           05 PED-CODFORN      PIC 9(06).
           05 PED-DTPEDIDO     PIC 9(08).
           05 PED-DTPREVISTA   PIC 9(08).
           05 PED-SITUACAO     PIC X(01).
           05 PED-DT-ALTERACAO PIC 9(08).
           05 PED-USUARIO      PIC X(08).
           05 PED-DTENTREGA    PIC 9(08).

       FD PEDIDOITEM.
       01 PEDIDOITEM-REG.
           05 PIT-CHAVE.
              10 PIT-NUMERO    PIC 9(06).
              10 PIT-SEQ       PIC 9(03).
           05 PIT-PRODUTO      PIC 9(08).
           05 PIT-QTDPEDIDA    PIC 9(05).
           05 PIT-QTDRECEBIDA  PIC 9(05).

       FD NPEDCTL.
       01 NPEDCTL-REG.
           05 PCTL-CHAVE       PIC X(01).
           05 PCTL-ULTNUMERO   PIC 9(06).

      * VALE-CREDITO (MESMO LEIAUTE DO CADDEV). O VALE DO SINAL SAI
      * SEM VENDA DE ORIGEM (VAL-NVENDAORIG ZERADO), E ASSIM QUE OS
      * RELATORIOS O SEPARAM DO VALE DE DEVOLUCAO
       FD VALE.
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

       FD NVALECTL.
       01 NVALECTL-REG.
           05 VCTL-CHAVE       PIC X(01).
           05 VCTL-ULTNUMERO   PIC 9(06).

      * RESERVA DE ESTOQUE (MESMO LEIAUTE DO CADVEN). A ENCOMENDA
      * QUE CHEGOU FICA COMO RESERVA 'N' (CPF + NUMERO DA ENCOMENDA)
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

      * DIARIO DE AUDITORIA (MESMO LEIAUTE DO CADVEN)
       FD LOGAUD.
       01 LOGAUD-REG.
           05 AUD-ARQUIVO      PIC X(12).
           05 AUD-CHAVE        PIC X(20).
           05 AUD-OPERACAO     PIC X(01).
           05 AUD-DATA         PIC 9(08).
           05 AUD-HORA         PIC 9(08).
           05 AUD-USUARIO      PIC X(08).
           05 AUD-ANTES        PIC X(250).
           05 AUD-DEPOIS       PIC X(250).

       WORKING-STORAGE SECTION.
           77 ENC-STATUS         PIC 9(02).
           77 ECTL-STATUS        PIC 9(02).
           77 CLI-STATUS         PIC 9(02).
           77 PRODUTO-STATUS     PIC 9(02).
           77 FORN-STATUS        PIC 9(02).
           77 PED-STATUS         PIC 9(02).
           77 PIT-STATUS         PIC 9(02).
           77 PCTL-STATUS        PIC 9(02).
           77 VLE-STATUS         PIC 9(02).
           77 VCTL-STATUS        PIC 9(02).
           77 RSV-STATUS         PIC 9(02).
           77 AUD-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-TENTLOCK       PIC 9(04).
           77 WRK-DTHOJE         PIC 9(08).
           77 WRK-CLIOK          PIC X(01).
           77 WRK-PROOK          PIC X(01).
           77 WRK-PEDOK          PIC X(01).
           77 WRK-FORNOK         PIC X(01).
           77 WRK-PEDNOVO        PIC X(01).
           77 WRK-NPEDIDO        PIC 9(06).
           77 WRK-CODFORN        PIC 9(06).
           77 WRK-FIMPIT         PIC X(01).
           77 WRK-FIMENC         PIC X(01).
           77 WRK-FIMRSV         PIC X(01).
           77 WRK-CPFSEL         PIC 9(12).
           77 WRK-CONTENC        PIC 9(04).
           77 WRK-ANTESENC       PIC X(250).
      * CONTA BANCARIA (CONTABCO) ONDE O SINAL ENTRA; EM BRANCO
      * VALE A CONTA PADRAO (PARAMETRO CONTABANCO). O LANCAMENTO
      * NO MOVBANCO E FEITO PELO MODULO BANCOREG
           77 WRK-CONTABCO       PIC 9(03).
           01 WRK-MOVBCO.
              03 WRK-MBC-FUNCAO    PIC X(01).
              03 WRK-MBC-CONTA     PIC 9(03).
              03 WRK-MBC-DATA      PIC 9(08).
              03 WRK-MBC-TIPO      PIC X(01).
              03 WRK-MBC-VALOR     PIC 9(09)V99.
              03 WRK-MBC-ORIGEM    PIC X(08).
              03 WRK-MBC-DOCUMENTO PIC X(20).
              03 WRK-MBC-HISTORICO PIC X(30).
              03 WRK-MBC-USUARIO   PIC X(08).
              03 WRK-MBC-RETORNO   PIC X(02).

       LINKAGE SECTION.
       01 LNK-SESSAO.
           03 LNK-USUARIO      PIC X(08).
           03 LNK-NIVEL        PIC 9(01).

           SCREEN SECTION.
           01 TELA.
             05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 3.

                10 LINE 01 COLUMN 25 PIC X(22)
                BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                FROM 'ENCOMENDA DE CLIENTE'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR ENCOMENDA'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - CANCELAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - ENCOMENDAS DO CLIENTE'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.

           01 TELA-ENC.
               05 CHAVE-ENC FOREGROUND-COLOR 2.
                 10 LINE 05 COLUMN 10 VALUE 'NR ENCOMENDA: '.
                 10 COLUMN PLUS 2 PIC 9(06) USING ENC-NUMERO
                   BLANK WHEN ZEROS.
               05 SS-ENTRADA.
                 10 LINE 07 COLUMN 10 VALUE 'CLIENTE (CPF): '.
                 10 TCODCLI COLUMN PLUS 2 PIC 9(12) USING ENC-CODCLI
                   BLANK WHEN ZEROS.
                 10 LINE 09 COLUMN 10 VALUE 'PRODUTO: '.
                 10 TPRODUTO COLUMN PLUS 2 PIC 9(08)
                   USING ENC-PRODUTO BLANK WHEN ZEROS.
                 10 LINE 11 COLUMN 10 VALUE 'QUANTIDADE: '.
                 10 COLUMN PLUS 2 PIC 9(05) USING ENC-QTD
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 4 VALUE 'SINAL: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 USING ENC-SINAL
                   BLANK WHEN ZEROS.
                 10 LINE 12 COLUMN 10
                   VALUE 'PROMETIDO P/ (AAAAMMDD): '.
                 10 COLUMN PLUS 2 PIC 9(08) USING ENC-DTPROMESSA
                   BLANK WHEN ZEROS.
                 10 LINE 13 COLUMN 10 VALUE 'CONTA DO SINAL: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING WRK-CONTABCO
                   BLANK WHEN ZEROS.
                 10 LINE 15 COLUMN 10 VALUE 'PEDIDO COMPRA (0=NOVO): '.
                 10 TNPEDIDO COLUMN PLUS 2 PIC 9(06)
                   USING WRK-NPEDIDO BLANK WHEN ZEROS.
                 10 LINE 16 COLUMN 10
                   VALUE 'FORNECEDOR (PEDIDO NOVO): '.
                 10 TCODFORN COLUMN PLUS 2 PIC 9(06)
                   USING WRK-CODFORN BLANK WHEN ZEROS.
               05 SS-NOMES.
                 10 LINE 08 COLUMN 10 VALUE 'NOME: '.
                 10 COLUMN PLUS 2 PIC X(40) FROM CLI-NOME.
                 10 LINE 10 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(30) FROM PRO-DESCRICAO.
                 10 LINE 17 COLUMN 10 VALUE 'RAZAO: '.
                 10 COLUMN PLUS 2 PIC X(40) FROM FORN-RAZAO.

           01 TELA-SITUACAO.
               05 SS-SITUACAO.
                 10 LINE 18 COLUMN 10 VALUE 'SITUACAO: '.
                 10 COLUMN PLUS 2 PIC X(01) FROM ENC-SITUACAO.
                 10 COLUMN PLUS 2
                   VALUE '(P=PEDIDA C=CHEGOU V=VENDIDA X=CANCELADA)'.
                 10 LINE 19 COLUMN 10 VALUE 'PEDIDO: '.
                 10 COLUMN PLUS 2 PIC 9(06) FROM ENC-NPEDIDO.
                 10 COLUMN PLUS 1 VALUE '/'.
                 10 COLUMN PLUS 1 PIC 9(03) FROM ENC-PITSEQ.
                 10 COLUMN PLUS 2 VALUE 'SIT: '.
                 10 COLUMN PLUS 1 PIC X(01) FROM PED-SITUACAO.
                 10 COLUMN PLUS 2 VALUE 'RECEBIDO: '.
                 10 COLUMN PLUS 1 PIC ZZZZ9 FROM PIT-QTDRECEBIDA.
                 10 COLUMN PLUS 2 VALUE 'VALE: '.
                 10 COLUMN PLUS 1 PIC 9(06) FROM ENC-NVALE.
                 10 LINE 20 COLUMN 10 VALUE 'PEDIDA EM: '.
                 10 COLUMN PLUS 1 PIC 9999/99/99 FROM ENC-DTPEDIDO.
                 10 COLUMN PLUS 2 VALUE 'CHEGOU EM: '.
                 10 COLUMN PLUS 1 PIC 9999/99/99 FROM ENC-DTCHEGADA.
                 10 COLUMN PLUS 2 VALUE 'VENDA: '.
                 10 COLUMN PLUS 1 PIC 9(06) FROM ENC-NVENDA.

           01 MOSTRA-ERRO.
               02 MSG-ERRO.
                 10 LINE 21 COLUMN 01 ERASE EOL
                 BACKGROUND-COLOR 3.
                 10 LINE 21 COLUMN 10 PIC X(30)
                 BACKGROUND-COLOR 3 FROM WRK-MSGERRO.
                 10 COLUMN PLUS 2 PIC X(01)
                 BACKGROUND-COLOR 3 USING WRK-TECLA.

           PROCEDURE DIVISION USING LNK-SESSAO.
           001-PRINCIPAL SECTION.
             PERFORM 1000-INICIAR THRU 1100-MONTATELA.
             PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
             PERFORM 3000-FINALIZAR.
             EXIT PROGRAM.

           1000-INICIAR.
             OPEN I-O ENCOMENDA
             IF ENC-STATUS = 35 THEN
               OPEN OUTPUT ENCOMENDA
               CLOSE ENCOMENDA
               OPEN I-O ENCOMENDA
              END-IF.
             OPEN I-O NENCCTL
             IF ECTL-STATUS = 35 THEN
               OPEN OUTPUT NENCCTL
               CLOSE NENCCTL
               OPEN I-O NENCCTL
              END-IF.
             MOVE '1' TO ECTL-CHAVE
             READ NENCCTL
               INVALID KEY
                 MOVE ZEROS TO ECTL-ULTNUMERO
                 WRITE NENCCTL-REG
             END-READ.
             OPEN INPUT CLIENTE
             IF CLI-STATUS = 35 THEN
               OPEN OUTPUT CLIENTE
               CLOSE CLIENTE
               OPEN INPUT CLIENTE
              END-IF.
             OPEN INPUT PRODUTO
             IF PRODUTO-STATUS = 35 THEN
               OPEN OUTPUT PRODUTO
               CLOSE PRODUTO
               OPEN INPUT PRODUTO
              END-IF.
             OPEN INPUT FORNECEDOR
             IF FORN-STATUS = 35 THEN
               OPEN OUTPUT FORNECEDOR
               CLOSE FORNECEDOR
               OPEN INPUT FORNECEDOR
              END-IF.
             OPEN I-O PEDIDOCOMPRA
             IF PED-STATUS = 35 THEN
               OPEN OUTPUT PEDIDOCOMPRA
               CLOSE PEDIDOCOMPRA
               OPEN I-O PEDIDOCOMPRA
              END-IF.
             OPEN I-O PEDIDOITEM
             IF PIT-STATUS = 35 THEN
               OPEN OUTPUT PEDIDOITEM
               CLOSE PEDIDOITEM
               OPEN I-O PEDIDOITEM
              END-IF.
             OPEN I-O NPEDCTL
             IF PCTL-STATUS = 35 THEN
               OPEN OUTPUT NPEDCTL
               CLOSE NPEDCTL
               OPEN I-O NPEDCTL
              END-IF.
             MOVE '1' TO PCTL-CHAVE
             READ NPEDCTL
               INVALID KEY
                 MOVE ZEROS TO PCTL-ULTNUMERO
                 WRITE NPEDCTL-REG
             END-READ.
             OPEN I-O VALE
             IF VLE-STATUS = 35 THEN
               OPEN OUTPUT VALE
               CLOSE VALE
               OPEN I-O VALE
              END-IF.
             OPEN I-O NVALECTL
             IF VCTL-STATUS = 35 THEN
               OPEN OUTPUT NVALECTL
               CLOSE NVALECTL
               OPEN I-O NVALECTL
              END-IF.
             MOVE '1' TO VCTL-CHAVE
             READ NVALECTL
               INVALID KEY
                 MOVE ZEROS TO VCTL-ULTNUMERO
                 WRITE NVALECTL-REG
             END-READ.
             OPEN I-O RESERVA
             IF RSV-STATUS = 35 THEN
               OPEN OUTPUT RESERVA
               CLOSE RESERVA
               OPEN I-O RESERVA
              END-IF.
             OPEN EXTEND LOGAUD
             IF AUD-STATUS = 35 THEN
               OPEN OUTPUT LOGAUD
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO CLI-NOME PRO-DESCRICAO
             FORN-RAZAO ENC-SITUACAO PED-SITUACAO.
             MOVE ZEROS TO ENC-NUMERO ENC-CODCLI ENC-PRODUTO ENC-QTD
             ENC-SINAL ENC-NVALE ENC-DTPEDIDO ENC-DTPROMESSA
             ENC-NPEDIDO ENC-PITSEQ ENC-DTCHEGADA ENC-NVENDA
             WRK-NPEDIDO WRK-CODFORN WRK-CONTABCO PIT-QTDRECEBIDA.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-INCLUIR THRU 5000-INCLUIR-FIM
             WHEN 2
               PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-FIM
             WHEN 3
      * CANCELAMENTO SO PARA NIVEL SUPERVISOR
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 7000-CANCELAR THRU 7000-CANCELAR-FIM
               END-IF
             WHEN 4
               PERFORM 6500-LISTA-CLIENTE THRU 6500-LISTA-CLIENTE-FIM
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

           3000-FINALIZAR.
               CLOSE ENCOMENDA.
               CLOSE NENCCTL.
               CLOSE CLIENTE.
               CLOSE PRODUTO.
               CLOSE FORNECEDOR.
               CLOSE PEDIDOCOMPRA.
               CLOSE PEDIDOITEM.
               CLOSE NPEDCTL.
               CLOSE VALE.
               CLOSE NVALECTL.
               CLOSE RESERVA.
               CLOSE LOGAUD.

      * INCLUSAO: CONFERE TUDO ANTES DE GRAVAR QUALQUER ARQUIVO;
      * DEPOIS NUMERA A ENCOMENDA, POE A LINHA NO PEDIDO DE COMPRA,
      * EMITE O VALE DO SINAL E LANCA O SINAL NO CAIXA
           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-ENC.
             ACCEPT SS-ENTRADA.
             MOVE 'N' TO WRK-CLIOK.
             PERFORM 5010-ACEITA-CLIENTE UNTIL WRK-CLIOK = 'S'.
             MOVE 'N' TO WRK-PROOK.
             PERFORM 5020-ACEITA-PRODUTO UNTIL WRK-PROOK = 'S'.
             IF ENC-QTD = ZEROS
               MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             ACCEPT WRK-DTHOJE FROM DATE YYYYMMDD.
             IF ENC-DTPROMESSA < WRK-DTHOJE
               MOVE 'DATA PROMETIDA INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
      * PEDIDO INFORMADO TEM QUE ESTAR ABERTO (OU AINDA SUGESTAO
      * DO SGP060); ZERO ABRE UM PEDIDO NOVO PARA O FORNECEDOR
             MOVE 'N' TO WRK-PEDOK.
             PERFORM 5030-ACEITA-PEDIDO UNTIL WRK-PEDOK = 'S'.
             IF WRK-PEDNOVO = 'S'
               MOVE 'N' TO WRK-FORNOK
               PERFORM 5040-ACEITA-FORNECEDOR UNTIL WRK-FORNOK = 'S'
             END-IF.
             IF ENC-SINAL > ZEROS
               MOVE 'V' TO WRK-MBC-FUNCAO
               PERFORM 5190-MOVBANCO
               IF WRK-MBC-RETORNO NOT = '00'
                 MOVE 'CONTA BANCARIA INVALIDA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5000-INCLUIR-FIM
               END-IF
             END-IF.
             DISPLAY SS-NOMES.
             MOVE 'S' TO WRK-TECLA.
             MOVE 'GRAVAR ENCOMENDA (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 5000-INCLUIR-FIM.
             PERFORM 5050-OBTEM-NUMERO
                THRU 5060-OBTEM-NUMERO-TENTA.
             MOVE ECTL-ULTNUMERO TO ENC-NUMERO.
             DISPLAY CHAVE-ENC.
             PERFORM 5100-LINHA-PEDIDO THRU 5100-LINHA-PEDIDO-FIM.
             IF ENC-SINAL > ZEROS
               PERFORM 5200-EMITE-VALE
                  THRU 5210-OBTEM-NVALE-TENTA
             END-IF.
             ACCEPT ENC-DTPEDIDO FROM DATE YYYYMMDD.
             MOVE ZEROS TO ENC-DTCHEGADA ENC-NVENDA.
             MOVE 'P' TO ENC-SITUACAO.
             ACCEPT ENC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO ENC-USUARIO.
             WRITE ENCOMENDA-REG
               INVALID KEY
                 MOVE 'ERRO AO GRAVAR ENCOMENDA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5000-INCLUIR-FIM
             END-WRITE.
             MOVE 'ENCOMENDA' TO AUD-ARQUIVO.
             MOVE ENC-NUMERO TO AUD-CHAVE.
             MOVE 'I' TO AUD-OPERACAO.
             MOVE SPACES TO AUD-ANTES.
             MOVE ENCOMENDA-REG TO AUD-DEPOIS.
             PERFORM 8100-GRAVA-LOGAUD.
             IF ENC-SINAL > ZEROS
               MOVE 'G' TO WRK-MBC-FUNCAO
               PERFORM 5190-MOVBANCO
             END-IF.
             DISPLAY TELA-SITUACAO.
             MOVE 'ENCOMENDA GRAVADA' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           5000-INCLUIR-FIM.
             EXIT.

           5010-ACEITA-CLIENTE.
             MOVE ENC-CODCLI TO CLI-CPF.
             READ CLIENTE
               INVALID KEY
                 MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 ACCEPT TCODCLI
               NOT INVALID KEY
                 IF CLI-SITUACAO NOT = 'A'
                   MOVE 'CLIENTE INATIVO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   ACCEPT TCODCLI
                 ELSE
                   MOVE 'S' TO WRK-CLIOK
                   DISPLAY SS-NOMES
                 END-IF
             END-READ.

           5020-ACEITA-PRODUTO.
             MOVE ENC-PRODUTO TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 ACCEPT TPRODUTO
               NOT INVALID KEY
                 IF PRO-SITUACAO NOT = 'A'
                   MOVE 'PRODUTO NAO DISPONIVEL' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   ACCEPT TPRODUTO
                 ELSE
                   MOVE 'S' TO WRK-PROOK
                   DISPLAY SS-NOMES
                 END-IF
             END-READ.

           5030-ACEITA-PEDIDO.
             IF WRK-NPEDIDO = ZEROS
               MOVE 'S' TO WRK-PEDNOVO
               MOVE 'S' TO WRK-PEDOK
             ELSE
               MOVE 'N' TO WRK-PEDNOVO
               MOVE WRK-NPEDIDO TO PED-NUMERO
               READ PEDIDOCOMPRA
                 INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   ACCEPT TNPEDIDO
                 NOT INVALID KEY
                   IF PED-SITUACAO NOT = 'A'
                      AND PED-SITUACAO NOT = 'S'
                     MOVE 'PEDIDO NAO ESTA ABERTO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                     ACCEPT TNPEDIDO
                   ELSE
                     MOVE PED-CODFORN TO WRK-CODFORN FORN-CODIGO
                     READ FORNECEDOR
                       INVALID KEY
                         MOVE SPACES TO FORN-RAZAO
                     END-READ
                     MOVE 'S' TO WRK-PEDOK
                     DISPLAY SS-ENTRADA
                     DISPLAY SS-NOMES
                   END-IF
               END-READ
             END-IF.

           5040-ACEITA-FORNECEDOR.
             MOVE WRK-CODFORN TO FORN-CODIGO.
             READ FORNECEDOR
               INVALID KEY
                 MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 ACCEPT TCODFORN
               NOT INVALID KEY
                 IF FORN-SITUACAO NOT = 'A'
                   MOVE 'FORNECEDOR NAO DISPONIVEL' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   ACCEPT TCODFORN
                 ELSE
                   MOVE 'S' TO WRK-FORNOK
                   DISPLAY SS-NOMES
                 END-IF
             END-READ.

      * CONTADOR DE ENCOMENDA COM A MESMA TRAVA DO NVENDACTL
           5050-OBTEM-NUMERO.
             MOVE ZEROS TO WRK-TENTLOCK.
           5060-OBTEM-NUMERO-TENTA.
             READ NENCCTL WITH LOCK.
             IF ECTL-STATUS = 99
               ADD 1 TO WRK-TENTLOCK
               IF WRK-TENTLOCK >= 500
                 MOVE 'CONTROLE DE ENCOMENDA TRAVADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE ZEROS TO WRK-TENTLOCK
               END-IF
               GO TO 5060-OBTEM-NUMERO-TENTA
             END-IF.
             ADD 1 TO ECTL-ULTNUMERO.
             REWRITE NENCCTL-REG.

      * PEDIDO NOVO: CABECALHO ABERTO COM A PREVISAO = DATA PROMETIDA
      * AO CLIENTE (CONTADOR NPEDCTL DO CADPED). A LINHA ENTRA DEPOIS
      * DA MAIOR SEQUENCIA JA GRAVADA NO PEDIDO
           5100-LINHA-PEDIDO.
             IF WRK-PEDNOVO = 'S'
               PERFORM 5150-OBTEM-NPEDIDO
                  THRU 5160-OBTEM-NPEDIDO-TENTA
               MOVE PCTL-ULTNUMERO TO WRK-NPEDIDO PED-NUMERO
               MOVE WRK-CODFORN TO PED-CODFORN
               ACCEPT PED-DTPEDIDO FROM DATE YYYYMMDD
               MOVE ENC-DTPROMESSA TO PED-DTPREVISTA
               MOVE 'A' TO PED-SITUACAO
               MOVE ZEROS TO PED-DTENTREGA
               ACCEPT PED-DT-ALTERACAO FROM DATE YYYYMMDD
               MOVE WRK-USUARIO TO PED-USUARIO
               WRITE PEDIDOCOMPRA-REG
                 INVALID KEY
                   MOVE 'ERRO AO GRAVAR PEDIDO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   MOVE ZEROS TO ENC-NPEDIDO ENC-PITSEQ
                   GO TO 5100-LINHA-PEDIDO-FIM
               END-WRITE
             END-IF.
             PERFORM 5170-ULTIMO-SEQ.
             ADD 1 TO PIT-SEQ.
             MOVE ENC-PRODUTO TO PIT-PRODUTO.
             MOVE ENC-QTD TO PIT-QTDPEDIDA.
             MOVE ZEROS TO PIT-QTDRECEBIDA.
             WRITE PEDIDOITEM-REG
               INVALID KEY
                 MOVE 'ERRO NO ITEM DO PEDIDO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE ZEROS TO ENC-NPEDIDO ENC-PITSEQ
                 GO TO 5100-LINHA-PEDIDO-FIM
             END-WRITE.
             MOVE WRK-NPEDIDO TO ENC-NPEDIDO.
             MOVE PIT-SEQ TO ENC-PITSEQ.
           5100-LINHA-PEDIDO-FIM.
             EXIT.

           5150-OBTEM-NPEDIDO.
             MOVE ZEROS TO WRK-TENTLOCK.
           5160-OBTEM-NPEDIDO-TENTA.
             READ NPEDCTL WITH LOCK.
             IF PCTL-STATUS = 99
               ADD 1 TO WRK-TENTLOCK
               IF WRK-TENTLOCK >= 500
                 MOVE 'CONTROLE DE PEDIDO TRAVADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE ZEROS TO WRK-TENTLOCK
               END-IF
               GO TO 5160-OBTEM-NPEDIDO-TENTA
             END-IF.
             ADD 1 TO PCTL-ULTNUMERO.
             REWRITE NPEDCTL-REG.

      * MAIOR SEQUENCIA JA GRAVADA NO PEDIDO (MESMA BUSCA DO CADPED)
           5170-ULTIMO-SEQ.
             MOVE WRK-NPEDIDO TO PIT-NUMERO.
             MOVE 999 TO PIT-SEQ.
             MOVE 'N' TO WRK-FIMPIT.
             START PEDIDOITEM KEY IS NOT GREATER THAN PIT-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMPIT.
             IF WRK-FIMPIT = 'N'
               READ PEDIDOITEM NEXT RECORD
                 AT END MOVE 'S' TO WRK-FIMPIT
               END-READ
             END-IF.
             IF WRK-FIMPIT = 'S' OR PIT-NUMERO NOT = WRK-NPEDIDO
               MOVE ZEROS TO PIT-SEQ.
             MOVE WRK-NPEDIDO TO PIT-NUMERO.

      * CREDITO NA CONTA PELO SINAL RECEBIDO (V = SO VALIDA A CONTA)
           5190-MOVBANCO.
             MOVE WRK-CONTABCO TO WRK-MBC-CONTA.
             ACCEPT WRK-MBC-DATA FROM DATE YYYYMMDD.
             MOVE 'C' TO WRK-MBC-TIPO.
             MOVE ENC-SINAL TO WRK-MBC-VALOR.
             MOVE 'CADENC' TO WRK-MBC-ORIGEM.
             MOVE ENC-NUMERO TO WRK-MBC-DOCUMENTO.
             MOVE 'SINAL DE ENCOMENDA' TO WRK-MBC-HISTORICO.
             MOVE WRK-USUARIO TO WRK-MBC-USUARIO.
             CALL 'BANCOREG' USING WRK-MOVBCO.
             MOVE WRK-MBC-CONTA TO WRK-CONTABCO.

      * VALE DO SINAL COM O PROXIMO NUMERO DO CONTADOR DO CADDEV
           5200-EMITE-VALE.
             MOVE ZEROS TO WRK-TENTLOCK.
           5210-OBTEM-NVALE-TENTA.
             READ NVALECTL WITH LOCK.
             IF VCTL-STATUS = 99
               ADD 1 TO WRK-TENTLOCK
               IF WRK-TENTLOCK >= 500
                 MOVE 'CONTROLE DE VALE TRAVADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE ZEROS TO WRK-TENTLOCK
               END-IF
               GO TO 5210-OBTEM-NVALE-TENTA
             END-IF.
             ADD 1 TO VCTL-ULTNUMERO.
             REWRITE NVALECTL-REG.
             MOVE VCTL-ULTNUMERO TO VAL-NUMERO ENC-NVALE.
             MOVE ENC-CODCLI TO VAL-CODCLI.
             MOVE ENC-SINAL TO VAL-VALOR.
             MOVE 'A' TO VAL-SITUACAO.
             MOVE ZEROS TO VAL-NVENDAORIG VAL-NVENDAUSO VAL-ITEMSEQ
                           VAL-QTDDEV.
             ACCEPT VAL-DTEMISSAO FROM DATE YYYYMMDD.
             ACCEPT VAL-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO VAL-USUARIO.
             WRITE VALE-REG
               INVALID KEY
                 MOVE 'ERRO AO GRAVAR VALE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE ZEROS TO ENC-NVALE
               NOT INVALID KEY
                 MOVE 'VALE' TO AUD-ARQUIVO
                 MOVE VAL-NUMERO TO AUD-CHAVE
                 MOVE 'I' TO AUD-OPERACAO
                 MOVE SPACES TO AUD-ANTES
                 MOVE VALE-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
             END-WRITE.

           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-ENC.
             ACCEPT CHAVE-ENC.
             READ ENCOMENDA
               INVALID KEY
                 MOVE 'ENCOMENDA NAO ENCONTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6000-CONSULTAR-FIM
             END-READ.
             PERFORM 6100-MOSTRA-ENCOMENDA.
             MOVE 'ENTER P/ SAIR' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6000-CONSULTAR-FIM.
             EXIT.

      * MOSTRA A ENCOMENDA LIDA COM NOMES E O ANDAMENTO DA LINHA DO
      * PEDIDO DE COMPRA (SITUACAO DO PEDIDO E QUANTO JA CHEGOU)
           6100-MOSTRA-ENCOMENDA.
             MOVE ENC-CODCLI TO CLI-CPF.
             READ CLIENTE
               INVALID KEY
                 MOVE SPACES TO CLI-NOME
             END-READ.
             MOVE ENC-PRODUTO TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE SPACES TO PRO-DESCRICAO
             END-READ.
             MOVE SPACES TO PED-SITUACAO FORN-RAZAO.
             MOVE ZEROS TO PIT-QTDRECEBIDA WRK-CODFORN.
             MOVE ENC-NPEDIDO TO WRK-NPEDIDO PED-NUMERO.
             READ PEDIDOCOMPRA
               INVALID KEY
                 MOVE SPACES TO PED-SITUACAO
               NOT INVALID KEY
                 MOVE PED-CODFORN TO WRK-CODFORN FORN-CODIGO
                 READ FORNECEDOR
                   INVALID KEY
                     MOVE SPACES TO FORN-RAZAO
                 END-READ
             END-READ.
             MOVE ENC-NPEDIDO TO PIT-NUMERO.
             MOVE ENC-PITSEQ TO PIT-SEQ.
             READ PEDIDOITEM
               INVALID KEY
                 MOVE ZEROS TO PIT-QTDRECEBIDA
             END-READ.
             DISPLAY TELA.
             DISPLAY TELA-ENC.
             DISPLAY TELA-SITUACAO.

      * ENCOMENDAS DE UM CPF PELA CHAVE ALTERNADA, DA MAIS ANTIGA
      * PARA A MAIS NOVA; F ENCERRA
           6500-LISTA-CLIENTE.
             MOVE 'MODULO - POR CLIENTE' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-ENC.
             ACCEPT TCODCLI.
             MOVE ENC-CODCLI TO WRK-CPFSEL.
             MOVE ZEROS TO WRK-CONTENC.
             MOVE 'N' TO WRK-FIMENC.
             START ENCOMENDA KEY IS NOT LESS THAN ENC-CODCLI
               INVALID KEY
                 MOVE 'S' TO WRK-FIMENC.
             PERFORM 6550-PROX-DO-CLIENTE UNTIL WRK-FIMENC = 'S'.
             IF WRK-CONTENC = ZEROS
               MOVE 'CLIENTE SEM ENCOMENDAS' TO WRK-MSGERRO
             ELSE
               MOVE 'FIM DAS ENCOMENDAS' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.
           6500-LISTA-CLIENTE-FIM.
             EXIT.

           6550-PROX-DO-CLIENTE.
             READ ENCOMENDA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMENC
             END-READ.
             IF WRK-FIMENC = 'N'
               IF ENC-CODCLI NOT = WRK-CPFSEL
                 MOVE 'S' TO WRK-FIMENC
               ELSE
                 ADD 1 TO WRK-CONTENC
                 PERFORM 6100-MOSTRA-ENCOMENDA
                 MOVE SPACES TO WRK-TECLA
                 MOVE 'ENTER P/ PROXIMA  F=FIM' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'F'
                   MOVE 'S' TO WRK-FIMENC
                 END-IF
               END-IF
             END-IF.

      * SO ENCOMENDA AINDA NAO VENDIDA. A QUE JA CHEGOU TEM A
      * RESERVA 'N' LIBERADA; O SINAL CONTINUA NO VALE DO CLIENTE
      * E A LINHA DO PEDIDO DE COMPRA FICA (A MERCADORIA ENTRA NO
      * ESTOQUE NORMAL QUANDO CHEGAR)
           7000-CANCELAR.
             MOVE 'MODULO - CANCELAR ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-ENC.
             ACCEPT CHAVE-ENC.
             READ ENCOMENDA
               INVALID KEY
                 MOVE 'ENCOMENDA NAO ENCONTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 7000-CANCELAR-FIM
             END-READ.
             PERFORM 6100-MOSTRA-ENCOMENDA.
             IF ENC-SITUACAO NOT = 'P' AND ENC-SITUACAO NOT = 'C'
               MOVE 'ENCOMENDA JA ENCERRADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7000-CANCELAR-FIM.
             MOVE 'N' TO WRK-TECLA.
             MOVE 'CANCELAR (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 7000-CANCELAR-FIM.
             IF ENC-SITUACAO = 'C'
               PERFORM 7100-LIBERA-RESERVA
             END-IF.
             MOVE ENCOMENDA-REG TO WRK-ANTESENC.
             MOVE 'X' TO ENC-SITUACAO.
             ACCEPT ENC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO ENC-USUARIO.
             REWRITE ENCOMENDA-REG
               INVALID KEY
                 MOVE 'NAO CANCELADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 7000-CANCELAR-FIM
             END-REWRITE.
             MOVE 'ENCOMENDA' TO AUD-ARQUIVO.
             MOVE ENC-NUMERO TO AUD-CHAVE.
             MOVE 'A' TO AUD-OPERACAO.
             MOVE WRK-ANTESENC TO AUD-ANTES.
             MOVE ENCOMENDA-REG TO AUD-DEPOIS.
             PERFORM 8100-GRAVA-LOGAUD.
             DISPLAY TELA-SITUACAO.
             IF ENC-NVALE > ZEROS
               MOVE 'CANCELADA-SINAL FICA NO VALE' TO WRK-MSGERRO
             ELSE
               MOVE 'ENCOMENDA CANCELADA' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.
           7000-CANCELAR-FIM.
             EXIT.

      * APAGA A RESERVA 'N' DA ENCOMENDA PELA CHAVE ALTERNADA
           7100-LIBERA-RESERVA.
             MOVE 'N' TO RSV-TIPO.
             MOVE ENC-CODCLI TO RSV-CODCLI.
             MOVE ENC-NUMERO TO RSV-NUMERO.
             MOVE ZEROS TO RSV-SEQ.
             MOVE 'N' TO WRK-FIMRSV.
             START RESERVA KEY IS NOT LESS THAN RSV-ORIGEM
               INVALID KEY
                 MOVE 'S' TO WRK-FIMRSV.
             PERFORM 7150-LIBERA-PROX UNTIL WRK-FIMRSV = 'S'.

           7150-LIBERA-PROX.
             READ RESERVA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMRSV
             END-READ.
             IF WRK-FIMRSV = 'N'
               IF RSV-TIPO NOT = 'N'
                  OR RSV-CODCLI NOT = ENC-CODCLI
                  OR RSV-NUMERO NOT = ENC-NUMERO
                 MOVE 'S' TO WRK-FIMRSV
               ELSE
                 MOVE RESERVA-REG TO AUD-ANTES
                 DELETE RESERVA RECORD
                   INVALID KEY
                     MOVE 'ERRO AO LIBERAR RESERVA' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                   NOT INVALID KEY
                     MOVE 'RESERVA' TO AUD-ARQUIVO
                     MOVE RSV-CHAVE TO AUD-CHAVE
                     MOVE 'E' TO AUD-OPERACAO
                     MOVE SPACES TO AUD-DEPOIS
                     PERFORM 8100-GRAVA-LOGAUD
                 END-DELETE
               END-IF
             END-IF.

      * GRAVA UM REGISTRO NO DIARIO DE AUDITORIA. O CHAMADOR JA
      * DEIXOU ARQUIVO, CHAVE, OPERACAO E IMAGENS PREENCHIDOS
           8100-GRAVA-LOGAUD.
             ACCEPT AUD-DATA FROM DATE YYYYMMDD.
             ACCEPT AUD-HORA FROM TIME.
             MOVE WRK-USUARIO TO AUD-USUARIO.
             WRITE LOGAUD-REG.

       END PROGRAM CADENC.
