         ACCESS MODE IS DYNAMIC
         FILE STATUS IS SLC-STATUS
         RECORD KEY SLC-CHAVE.
         SELECT PRODFORN ASSIGN TO 'PRODFORN.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PFN-STATUS
         RECORD KEY PFN-CHAVE.
         SELECT ENCOMENDA ASSIGN TO 'ENCOMENDA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS ENC-STATUS
         RECORD KEY ENC-NUMERO
         ALTERNATE RECORD KEY ENC-CODCLI WITH DUPLICATES
         ALTERNATE RECORD KEY ENC-PRODUTO WITH DUPLICATES.
         SELECT RESERVA ASSIGN TO 'RESERVA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS RSV-STATUS
         RECORD KEY RSV-CHAVE
         ALTERNATE RECORD KEY RSV-ORIGEM WITH DUPLICATES.
         SELECT PRECOHIST ASSIGN TO 'PRECOHIST.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PRH-STATUS
         RECORD KEY PRH-CHAVE.
         SELECT NOTAENT ASSIGN TO 'NOTAENT.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS NTE-STATUS
         RECORD KEY NTE-NOTA.
         SELECT ENTRATEIO ASSIGN TO 'ENTRATEIO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS RAT-STATUS
         RECORD KEY RAT-CHAVE.
         SELECT RELCUSTO ASSIGN TO 'CUSTOENT.LST'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS CUS-STATUS.
       DATA DIVISION.
       FILE SECTION.

           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).

      * DIARIO DE MOVIMENTACAO DE ESTOQUE (MESMO LEIAUTE DO CADVEN)
       FD MOVESTOQUE.
           05 FORN-SITUACAO    PIC X(01).
           05 FORN-DT-ALTERACAO PIC 9(08).
           05 FORN-USUARIO     PIC X(08).
           05 FORN-UF          PIC X(02).
           05 FORN-IE          PIC X(14).

      * CONTAS A PAGAR: UMA PARCELA POR VENCIMENTO DE CADA NOTA DE
      * ENTRADA (MESMO DESENHO DO CONTASREC DAS VENDAS A PRAZO).
           05 PED-SITUACAO     PIC X(01).
           05 PED-DT-ALTERACAO PIC 9(08).
           05 PED-USUARIO      PIC X(08).
           05 PED-DTENTREGA    PIC 9(08).

       FD PEDIDOITEM.
       01 PEDIDOITEM-REG.
           05 SLC-DT-ALTERACAO PIC 9(08).
           05 SLC-USUARIO      PIC X(08).

      * CATALOGO PRODUTO X FORNECEDOR (MANTIDO PELO CADPFN): CODIGO
      * DO ITEM NA NOTA DO FORNECEDOR E UNIDADES POR EMBALAGEM
       FD PRODFORN.
       01 PRODFORN-REG.
           05 PFN-CHAVE.
              10 PFN-CODFORN   PIC 9(06).
              10 PFN-CODITEM   PIC X(15).
           05 PFN-PRODUTO      PIC 9(08).
           05 PFN-UNIDEMB      PIC X(02).
           05 PFN-QTDEMB       PIC 9(05).
           05 PFN-ULTPRECO     PIC 9(06)V99.
           05 PFN-DTULTCOMPRA  PIC 9(08).
           05 PFN-PREFERIDO    PIC X(01).
           05 PFN-PRAZOENT     PIC 9(03).
           05 PFN-DT-ALTERACAO PIC 9(08).
           05 PFN-USUARIO      PIC X(08).

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

      * RESERVA DE ESTOQUE (MESMO LEIAUTE DO CADVEN)
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

      * HISTORICO DE PRECOS (MESMO LEIAUTE DO SGP002)
       FD PRECOHIST.
       01 PRECOHIST-REG.
           05 PRH-CHAVE.
              10 PRH-PRODUTO   PIC 9(08).
              10 PRH-DATA      PIC 9(08).
              10 PRH-SEQ       PIC 9(05).
           05 PRH-HORA         PIC 9(08).
           05 PRH-CUSTOANT     PIC 9(06)V99.
           05 PRH-CUSTONOVO    PIC 9(06)V99.
           05 PRH-VENDAANT     PIC 9(06)V99.
           05 PRH-VENDANOVA    PIC 9(06)V99.
           05 PRH-USUARIO      PIC X(08).
           05 PRH-PROGRAMA     PIC X(08).

      * DESPESAS DA NOTA DO FORNECEDOR (FRETE, SEGURO, IPI E
      * ICMS-ST) E O CRITERIO DO RATEIO NOS ITENS: V=PELO VALOR DO
      * ITEM (QTD X CUSTO DA NOTA) P=PELO PESO DIGITADO NO ITEM
       FD NOTAENT.
       01 NOTAENT-REG.
           05 NTE-NOTA         PIC 9(09).
           05 NTE-CODFORN      PIC 9(06).
           05 NTE-DTENTRADA    PIC 9(08).
           05 NTE-VALPRODUTOS  PIC 9(09)V99.
           05 NTE-FRETE        PIC 9(07)V99.
           05 NTE-SEGURO       PIC 9(07)V99.
           05 NTE-IPI          PIC 9(07)V99.
           05 NTE-ICMSST       PIC 9(07)V99.
           05 NTE-CRITERIO     PIC X(01).
           05 NTE-PESOTOTAL    PIC 9(07)V999.
           05 NTE-DT-ALTERACAO PIC 9(08).
           05 NTE-USUARIO      PIC X(08).

      * PARTE DE CADA DESPESA DA NOTA QUE COUBE AO ITEM E O CUSTO
      * UNITARIO REAL (CUSTO DA NOTA + DESPESAS / QTD), MESMA CHAVE
      * DO ENTRADAMERC. ENT-PRECOCUSTO CONTINUA SENDO O PRECO DO
      * FORNECEDOR (COMPRAS, DEVOLUCAO, ANALISE DE FORNECEDOR)
       FD ENTRATEIO.
       01 ENTRATEIO-REG.
           05 RAT-CHAVE.
              10 RAT-NOTA      PIC 9(09).
              10 RAT-SEQ       PIC 9(03).
           05 RAT-PESO         PIC 9(05)V999.
           05 RAT-FRETE        PIC 9(07)V99.
           05 RAT-SEGURO       PIC 9(07)V99.
           05 RAT-IPI          PIC 9(07)V99.
           05 RAT-ICMSST       PIC 9(07)V99.
           05 RAT-CUSTOREAL    PIC 9(06)V99.
           05 RAT-DT-ALTERACAO PIC 9(08).
           05 RAT-USUARIO      PIC X(08).

      * COMPOSICAO DO CUSTO DE CADA NOTA RECEBIDA (AO LADO DA
      * CONFERENCIA.LST, UMA NOTA ATRAS DA OUTRA)
       FD RELCUSTO.
       01 REGRELCUSTO          PIC X(100).

       WORKING-STORAGE SECTION.
           77 ENT-STATUS         PIC 9(02).
           77 PRODUTO-STATUS     PIC 9(02).
           77 WRK-ANOVENC        PIC 9(04).
           77 WRK-MESVENC        PIC 9(02).
           77 WRK-DIAVENC        PIC 9(02).
           77 PFN-STATUS         PIC 9(02).
           77 WRK-CODITEM        PIC X(15).
           77 WRK-ITEMOK         PIC X(01).
           77 WRK-QTDEMBAL       PIC 9(05).
           77 WRK-QTDCONV        PIC 9(09).
           77 WRK-PRECOEMB       PIC 9(06)V99.
           77 WRK-FIMPFN         PIC X(01).
           77 ENC-STATUS         PIC 9(02).
           77 RSV-STATUS         PIC 9(02).
           77 WRK-FIMENC         PIC X(01).
           77 WRK-SALDOENC       PIC 9(05).
           77 WRK-CONTENC        PIC 9(04).
           77 PRH-STATUS         PIC 9(02).
           77 WRK-CUSTOANT       PIC 9(06)V99.
           77 WRK-VENDAANT       PIC 9(06)V99.
           77 NTE-STATUS         PIC 9(02).
           77 RAT-STATUS         PIC 9(02).
           77 CUS-STATUS         PIC 9(02).
           77 WRK-FRETE          PIC 9(07)V99.
           77 WRK-SEGURO         PIC 9(07)V99.
           77 WRK-IPI            PIC 9(07)V99.
           77 WRK-ICMSST         PIC 9(07)V99.
           77 WRK-CRITERIO       PIC X(01).
           77 WRK-TOTDESP        PIC 9(09)V99.
           77 WRK-PESO           PIC 9(05)V999.
           77 WRK-TOTPESO        PIC 9(07)V999.
           77 WRK-BASE           PIC 9(09)V999.
           77 WRK-TOTBASE        PIC 9(09)V999.
           77 WRK-ULTSEQ         PIC 9(03).
           77 WRK-FIMRAT         PIC X(01).
           77 WRK-RATNOVO        PIC X(01).
           77 WRK-ACUFRETE       PIC 9(07)V99.
           77 WRK-ACUSEGURO      PIC 9(07)V99.
           77 WRK-ACUIPI         PIC 9(07)V99.
           77 WRK-ACUICMSST      PIC 9(07)V99.
           77 WRK-DESPITEM       PIC 9(09)V99.
           77 WRK-VALED          PIC ZZZZZZZZ9,99.
           77 WRK-VALED2         PIC ZZZZZZZZ9,99.
      * LINHA DA COMPOSICAO DO CUSTO (CUSTOENT.LST)
           01 WRK-CABCUSTO.
              05 FILLER PIC X(41) VALUE
                 'SEQ PRODUTO    QTD  CUSTO NF      FRETE  '.
              05 FILLER PIC X(42) VALUE
                 '   SEGURO        IPI    ICMS-ST CUSTO REAL'.
           01 WRK-LINHACUSTO.
              05 WRK-LC-SEQ      PIC ZZ9.
              05 FILLER          PIC X(01).
              05 WRK-LC-PRODUTO  PIC 9(08).
              05 FILLER          PIC X(01).
              05 WRK-LC-QTD      PIC ZZZZ9.
              05 FILLER          PIC X(01).
              05 WRK-LC-CUSTONF  PIC ZZZZZ9,99.
              05 FILLER          PIC X(01).
              05 WRK-LC-FRETE    PIC ZZZZZZ9,99.
              05 FILLER          PIC X(01).
              05 WRK-LC-SEGURO   PIC ZZZZZZ9,99.
              05 FILLER          PIC X(01).
              05 WRK-LC-IPI      PIC ZZZZZZ9,99.
              05 FILLER          PIC X(01).
              05 WRK-LC-ICMSST   PIC ZZZZZZ9,99.
              05 FILLER          PIC X(02).
              05 WRK-LC-CUSTOREAL PIC ZZZZZ9,99.
      * CONSULTA DO PERIODO FECHADO (MODULO FECHACHK)
           01 WRK-FECHA.
              05 WRK-FEC-DATA    PIC 9(08).
              05 WRK-FEC-FECHADO PIC X(01).
              05 WRK-FEC-DTFECHADO PIC 9(08).
           01 WRK-DTNOTA-AUX     PIC 9(08).
           01 WRK-DTNOTA-GRUPO REDEFINES WRK-DTNOTA-AUX.
              05 WRK-ANONOTA     PIC 9(04).
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - RECEBER NOTA'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR NOTA'.
             05 LINE 09 COLUMN 15 VALUE '3 - DEVOLUCAO AO FORNECEDOR'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.
               05 CHAVE-ITEM.
                 10 LINE 12 COLUMN 10 VALUE 'ITEM: '.
                 10 COLUMN PLUS 2 PIC 9(03) FROM ENT-SEQ.
                 10 COLUMN PLUS 2 VALUE 'COD NO FORNECEDOR: '.
                 10 COLUMN PLUS 2 PIC X(15) USING WRK-CODITEM.
                 10 LINE 13 COLUMN 10 VALUE 'PRODUTO: '.
                 10 COLUMN PLUS 2 PIC 9(08) USING ENT-PRODUTO
                   BLANK WHEN ZEROS.
                 10 LINE 16 COLUMN 10 VALUE 'QTD RECEBIDA: '.
                 10 COLUMN PLUS 2 PIC 9(05) USING ENT-QTD
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE '(EMBALAGENS SE COD FORN)'.
                 10 LINE 17 COLUMN 10 VALUE 'NOVO PRECO CUSTO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9,99 USING ENT-PRECOCUSTO
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE '(POR EMBALAGEM SE COD FORN)'.
                 10 LINE 20 COLUMN 10 VALUE 'LOTE (BRANCO=SEM): '.
                 10 COLUMN PLUS 2 PIC X(10) USING WRK-LOTE.
                 10 COLUMN PLUS 2 VALUE 'VALIDADE: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9 FROM PRO-ESTOQUE.
                 10 LINE 18 COLUMN 10 VALUE 'PRECO VENDA: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9,99 FROM PRO-PRECOVENDA.
               05 SS-CONV.
                 10 LINE 15 COLUMN 40 VALUE 'CONVERSAO: '.
                 10 COLUMN PLUS 1 PIC ZZZZ9 FROM WRK-QTDEMBAL.
                 10 COLUMN PLUS 1 PIC X(02) FROM PFN-UNIDEMB.
                 10 COLUMN PLUS 1 VALUE 'X'.
                 10 COLUMN PLUS 1 PIC ZZZZ9 FROM PFN-QTDEMB.
                 10 COLUMN PLUS 1 VALUE '='.
                 10 COLUMN PLUS 1 PIC ZZZZ9 FROM ENT-QTD.

           01 TELA-DESPESAS.
               05 SS-DESPESAS.
                 10 LINE 13 COLUMN 10
                   VALUE 'DESPESAS DA NOTA (ENTRAM NO CUSTO)'.
                 10 LINE 14 COLUMN 10 VALUE 'FRETE: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZ9,99 USING WRK-FRETE.
                 10 COLUMN PLUS 3 VALUE 'SEGURO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZ9,99 USING WRK-SEGURO.
                 10 LINE 15 COLUMN 10 VALUE 'IPI: '.
                 10 COLUMN PLUS 4 PIC ZZZZZZ9,99 USING WRK-IPI.
                 10 COLUMN PLUS 3 VALUE 'ICMS-ST: '.
                 10 COLUMN PLUS 1 PIC ZZZZZZ9,99 USING WRK-ICMSST.
                 10 LINE 16 COLUMN 10
                   VALUE 'RATEIO POR (V=VALOR P=PESO): '.
                 10 COLUMN PLUS 2 PIC X(01) USING WRK-CRITERIO.

           01 TELA-PESO.
               05 SS-PESO.
                 10 LINE 18 COLUMN 40 VALUE 'PESO DO ITEM (KG): '.
                 10 COLUMN PLUS 1 PIC ZZZZ9,999 USING WRK-PESO
                   BLANK WHEN ZEROS.

           01 TELA-PRECOVENDA.
               05 SS-PRECOVENDA.
               CLOSE SALDOLOCAL
               OPEN I-O SALDOLOCAL
              END-IF.
             OPEN I-O PRODFORN
             IF PFN-STATUS = 35 THEN
               OPEN OUTPUT PRODFORN
               CLOSE PRODFORN
               OPEN I-O PRODFORN
              END-IF.
             OPEN I-O ENCOMENDA
             IF ENC-STATUS = 35 THEN
               OPEN OUTPUT ENCOMENDA
               CLOSE ENCOMENDA
               OPEN I-O ENCOMENDA
              END-IF.
             OPEN I-O RESERVA
             IF RSV-STATUS = 35 THEN
               OPEN OUTPUT RESERVA
               CLOSE RESERVA
               OPEN I-O RESERVA
              END-IF.
             OPEN I-O PRECOHIST
             IF PRH-STATUS = 35 THEN
               OPEN OUTPUT PRECOHIST
               CLOSE PRECOHIST
               OPEN I-O PRECOHIST
              END-IF.
             OPEN I-O NOTAENT
             IF NTE-STATUS = 35 THEN
               OPEN OUTPUT NOTAENT
               CLOSE NOTAENT
               OPEN I-O NOTAENT
              END-IF.
             OPEN I-O ENTRATEIO
             IF RAT-STATUS = 35 THEN
               OPEN OUTPUT ENTRATEIO
               CLOSE ENTRATEIO
               OPEN I-O ENTRATEIO
              END-IF.
             OPEN EXTEND RELCUSTO
             IF CUS-STATUS = 35 THEN
               OPEN OUTPUT RELCUSTO
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO FORN-RAZAO WRK-CODITEM.
             MOVE ZEROS TO WRK-NOTA WRK-DTENTRADA ENT-NOTA ENT-SEQ
             ENT-PRODUTO ENT-QTD ENT-PRECOCUSTO WRK-CODFORN
             WRK-NPEDIDO.
               PERFORM 5000-RECEBER THRU 5000-RECEBER-FIM
             WHEN 2
               PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-FIM
      * DEVOLUCAO DE NOTA RECEBIDA (PROGRAMA CADDVF)
             WHEN 3
               CALL 'CADDVF' USING LNK-SESSAO
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               CLOSE RELCONF.
               CLOSE LOTE.
               CLOSE SALDOLOCAL.
               CLOSE PRODFORN.
               CLOSE ENCOMENDA.
               CLOSE RESERVA.
               CLOSE PRECOHIST.
               CLOSE NOTAENT.
               CLOSE ENTRATEIO.
               CLOSE RELCUSTO.

           5000-RECEBER.
             MOVE 'MODULO - RECEBIMENTO' TO WRK-MODULO.
               GO TO 5000-RECEBER-FIM.
             IF WRK-DTENTRADA = ZEROS
               ACCEPT WRK-DTENTRADA FROM DATE YYYYMMDD.
      * NOTA COM DATA DE ENTRADA EM MES JA FECHADO PELA
      * CONTABILIDADE (CADFEC) NAO E RECEBIDA
             MOVE WRK-DTENTRADA TO WRK-FEC-DATA.
             CALL 'FECHACHK' USING WRK-FECHA.
             IF WRK-FEC-FECHADO = 'S'
               MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RECEBER-FIM.
      * VALIDA O CODIGO DO FORNECEDOR CONTRA O CADASTRO (CADFORN)
      * NO LUGAR DO NOME LIVRE QUE CADA OPERADOR DIGITAVA DE UM
      * JEITO - SO O CODIGO E REPETIDO NA RETENTATIVA
      * O PEDIDO TEM QUE ESTAR ABERTO E SER DO MESMO FORNECEDOR
             MOVE 'N' TO WRK-PEDOK.
             PERFORM 5045-ACEITA-PEDIDO UNTIL WRK-PEDOK = 'S'.
      * DESPESAS DO RODAPE DA NOTA, DIGITADAS UMA VEZ SO; O RATEIO
      * NOS ITENS E FEITO DEPOIS DO ULTIMO ITEM
             PERFORM 5050-ACEITA-DESPESAS.
             DISPLAY TELA.
             DISPLAY TELA-NOTA.
             MOVE ZEROS TO ENT-SEQ WRK-TOTNOTA WRK-TOTPESO.
             MOVE 'S' TO WRK-MAISITEM.
             PERFORM 5100-ITEM UNTIL WRK-MAISITEM NOT = 'S'.
      * RATEIA AS DESPESAS, ACERTA O CUSTO MEDIO PELO CUSTO REAL E
      * IMPRIME A COMPOSICAO DO CUSTO EM CUSTOENT.LST
             IF ENT-SEQ > ZEROS
               PERFORM 7300-RATEIA-DESPESAS
                  THRU 7300-RATEIA-DESPESAS-FIM
               ADD WRK-TOTDESP TO WRK-TOTNOTA
             END-IF.
      * A NOTA RECEBIDA GERA AS PARCELAS DO CONTAS A PAGAR NA
      * CONDICAO DO FORNECEDOR (QTD DE PARCELAS E INTERVALO EM
      * DIAS DO CADASTRO), COMO O CADVEN FAZ NO CONTAS A RECEBER.
      * O VALOR E O TOTAL DA NOTA: PRODUTOS + DESPESAS
             IF WRK-TOTNOTA > ZEROS
               PERFORM 7000-GERAR-PARCPAG
               MOVE 'PARCELAS A PAGAR GERADAS' TO WRK-MSGERRO
           5000-RECEBER-FIM.
             EXIT.

      * FRETE, SEGURO, IPI E ICMS-ST DA NOTA E O CRITERIO DO RATEIO
      * (QUALQUER COISA DIFERENTE DE 'P' E RATEIO PELO VALOR)
           5050-ACEITA-DESPESAS.
             MOVE ZEROS TO WRK-FRETE WRK-SEGURO WRK-IPI WRK-ICMSST.
             MOVE 'V' TO WRK-CRITERIO.
             DISPLAY TELA-DESPESAS.
             ACCEPT TELA-DESPESAS.
             IF WRK-CRITERIO NOT = 'P'
               MOVE 'V' TO WRK-CRITERIO
             END-IF.
             COMPUTE WRK-TOTDESP = WRK-FRETE + WRK-SEGURO + WRK-IPI
                                 + WRK-ICMSST.

           5045-ACEITA-PEDIDO.
             IF WRK-NPEDIDO = ZEROS
               MOVE 'S' TO WRK-PEDOK
                   ACCEPT MOSTRA-ERRO
                   ACCEPT TNPEDIDO
                 NOT INVALID KEY
                   IF PED-SITUACAO = 'S'
                     MOVE 'PEDIDO NAO LIBERADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                     ACCEPT TNPEDIDO
                   ELSE
                   IF PED-SITUACAO NOT = 'A'
                      AND PED-SITUACAO NOT = 'R'
                     MOVE 'PEDIDO JA ENCERRADO' TO WRK-MSGERRO
                       MOVE 'S' TO WRK-PEDOK
                     END-IF
                   END-IF
                   END-IF
               END-READ
             END-IF.

           5100-ITEM.
             ADD 1 TO ENT-SEQ.
             MOVE WRK-NOTA TO ENT-NOTA.
             MOVE SPACES TO PRO-DESCRICAO WRK-LOTE WRK-CODITEM.
             MOVE ZEROS TO PRO-ESTOQUE PRO-PRECOVENDA WRK-VALIDADE
                           ENT-PRODUTO ENT-QTD ENT-PRECOCUSTO
                           WRK-PESO.
             DISPLAY TELA-ITEM.
             ACCEPT CHAVE-ITEM.
      * RATEIO POR PESO: O PESO DO ITEM VEM DA NOTA (KG DA LINHA)
             IF WRK-CRITERIO = 'P'
               DISPLAY TELA-PESO
               ACCEPT TELA-PESO
             END-IF.
      * ITEM DIGITADO PELO CODIGO DO FORNECEDOR: QUANTIDADE E PRECO
      * VEM POR EMBALAGEM, COMO NA NOTA, E SAO CONVERTIDOS PELO
      * CATALOGO (CADPFN) PARA O NOSSO PRODUTO E UNIDADE
             MOVE 'S' TO WRK-ITEMOK.
             IF WRK-CODITEM NOT = SPACES
               PERFORM 5110-CONVERTE-EMBALAGEM.
             IF WRK-ITEMOK NOT = 'S'
               SUBTRACT 1 FROM ENT-SEQ
             ELSE
               MOVE ENT-PRODUTO TO PRO-CODIGO
               READ PRODUTO
                 INVALID KEY
                   MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   SUBTRACT 1 FROM ENT-SEQ
                 NOT INVALID KEY
                   IF PRO-SITUACAO NOT = 'A'
                     MOVE 'PRODUTO NAO DISPONIVEL' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                     SUBTRACT 1 FROM ENT-SEQ
                   ELSE
                     IF ENT-QTD = ZEROS
                       MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                       SUBTRACT 1 FROM ENT-SEQ
                     ELSE
                       PERFORM 5150-GRAVA-ITEM
                     END-IF
                   END-IF
               END-READ
             END-IF.
             MOVE 'S' TO WRK-TECLA.
             MOVE 'OUTRO ITEM NESTA NOTA (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             MOVE WRK-TECLA TO WRK-MAISITEM.

      * O CUSTO UNITARIO E O PRECO DA EMBALAGEM DIVIDIDO PELAS
      * UNIDADES; O PRECO DA EMBALAGEM FICA GUARDADO PARA O ULTIMO
      * PRECO DO CATALOGO
           5110-CONVERTE-EMBALAGEM.
             MOVE WRK-CODFORN TO PFN-CODFORN.
             MOVE WRK-CODITEM TO PFN-CODITEM.
             READ PRODFORN
               INVALID KEY
                 MOVE 'CODIGO SEM VINCULO NO CATALOGO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE 'N' TO WRK-ITEMOK
             END-READ.
             IF WRK-ITEMOK = 'S'
               IF PFN-QTDEMB = ZEROS
                 MOVE 1 TO PFN-QTDEMB
               END-IF
               MOVE PFN-PRODUTO TO ENT-PRODUTO
               MOVE ENT-QTD TO WRK-QTDEMBAL
               MOVE ENT-PRECOCUSTO TO WRK-PRECOEMB
               COMPUTE WRK-QTDCONV = WRK-QTDEMBAL * PFN-QTDEMB
               IF WRK-QTDCONV > 99999
                 MOVE 'QUANTIDADE ACIMA DO LIMITE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE 'N' TO WRK-ITEMOK
               ELSE
                 MOVE WRK-QTDCONV TO ENT-QTD
                 COMPUTE ENT-PRECOCUSTO ROUNDED =
                         WRK-PRECOEMB / PFN-QTDEMB
                 DISPLAY CHAVE-ITEM
                 DISPLAY SS-CONV
               END-IF
             END-IF.

           5150-GRAVA-ITEM.
             MOVE PRO-PRECOCUSTO TO ENT-PRECOANT.
             DISPLAY SS-DADOS.
               NOT INVALID KEY
                 COMPUTE WRK-TOTNOTA = WRK-TOTNOTA
                       + ENT-QTD * ENT-PRECOCUSTO
                 PERFORM 5170-GRAVA-RATEIO
                 IF WRK-NPEDIDO > ZEROS
                   PERFORM 5180-BAIXA-PEDIDO
                 END-IF
                 PERFORM 5195-ATUALIZA-CATALOGO
                 PERFORM 5500-TRAVA-PRODUTO
                      THRU 5510-TRAVA-PRODUTO-TENTA
      * CUSTO MEDIO PONDERADO: O ESTOQUE QUE JA EXISTIA ENTRA PELO
                        + ENT-QTD * ENT-PRECOCUSTO)
                        / (PRO-ESTOQUE + ENT-QTD)
                 ADD ENT-QTD TO PRO-ESTOQUE
                 MOVE PRO-PRECOCUSTO TO WRK-CUSTOANT
                 MOVE PRO-PRECOVENDA TO WRK-VENDAANT
                 MOVE WRK-CUSTOMEDIO TO PRO-PRECOCUSTO
                 MOVE WRK-PRECOVENDA TO PRO-PRECOVENDA
                 ACCEPT PRO-DT-ALTERACAO FROM DATE YYYYMMDD
                       PERFORM 5185-GRAVA-LOTE
                     END-IF
                     PERFORM 5187-SALDO-DEPOSITO
                     PERFORM 5200-ATENDE-ENCOMENDA
                     IF PRO-PRECOCUSTO NOT = WRK-CUSTOANT
                        OR PRO-PRECOVENDA NOT = WRK-VENDAANT
                       PERFORM 8200-GRAVA-PRECOHIST
                            THRU 8210-GRAVA-PRH-TENTA
                     END-IF
                 END-REWRITE
                 DISPLAY SS-DADOS
             END-WRITE.

      * ABRE O RATEIO DO ITEM COM O PESO E SEM DESPESAS (CUSTO REAL
      * = CUSTO DA NOTA); O 7300 PREENCHE NO FIM DA NOTA
           5170-GRAVA-RATEIO.
             MOVE ENT-CHAVE TO RAT-CHAVE.
             MOVE WRK-PESO TO RAT-PESO.
             ADD WRK-PESO TO WRK-TOTPESO.
             MOVE ZEROS TO RAT-FRETE RAT-SEGURO RAT-IPI RAT-ICMSST.
             MOVE ENT-PRECOCUSTO TO RAT-CUSTOREAL.
             ACCEPT RAT-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO RAT-USUARIO.
             WRITE ENTRATEIO-REG
               INVALID KEY
                 REWRITE ENTRATEIO-REG
                   INVALID KEY
                     MOVE 'ERRO NO RATEIO DO ITEM' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
             END-WRITE.

      * RELE O PRODUTO COM TRAVA DE REGISTRO ANTES DE MEXER NO
      * ESTOQUE (DOIS TERMINAIS). STATUS 99 = TRAVADO - INSISTE
           5500-TRAVA-PRODUTO.
                 END-REWRITE
             END-READ.

      * ENCOMENDAS PEDIDAS ('P') DO PRODUTO, DA MAIS ANTIGA PARA A
      * MAIS NOVA: CADA UMA QUE CABE NO QUE CHEGOU NESTE ITEM VIRA
      * 'C' E A QUANTIDADE FICA RESERVADA ('N') PARA O CLIENTE ATE
      * A VENDA NO CADVEN. A CHEGADA SAI NA LISTAGEM DE CONFERENCIA
      * PARA A LOJA AVISAR O CLIENTE (VER TAMBEM O SGP073)
           5200-ATENDE-ENCOMENDA.
             MOVE ENT-QTD TO WRK-SALDOENC.
             MOVE ZEROS TO WRK-CONTENC.
             MOVE ENT-PRODUTO TO ENC-PRODUTO.
             MOVE 'N' TO WRK-FIMENC.
             START ENCOMENDA KEY IS NOT LESS THAN ENC-PRODUTO
               INVALID KEY
                 MOVE 'S' TO WRK-FIMENC.
             PERFORM 5210-PROX-ENCOMENDA UNTIL WRK-FIMENC = 'S'.
             IF WRK-CONTENC > ZEROS
               MOVE 'CHEGOU ENCOMENDA - VER LISTA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             END-IF.

           5210-PROX-ENCOMENDA.
             READ ENCOMENDA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMENC
             END-READ.
             IF WRK-FIMENC = 'N'
               IF ENC-PRODUTO NOT = ENT-PRODUTO
                  OR WRK-SALDOENC = ZEROS
                 MOVE 'S' TO WRK-FIMENC
               ELSE
                 IF ENC-SITUACAO = 'P'
                    AND ENC-QTD NOT > WRK-SALDOENC
                   PERFORM 5220-RESERVA-ENCOMENDA
                 END-IF
               END-IF
             END-IF.

           5220-RESERVA-ENCOMENDA.
             MOVE ENC-PRODUTO TO RSV-PRODUTO.
             MOVE 'N' TO RSV-TIPO.
             MOVE ENC-CODCLI TO RSV-CODCLI.
             MOVE ENC-NUMERO TO RSV-NUMERO.
             MOVE 1 TO RSV-SEQ.
             MOVE ENC-QTD TO RSV-QTD.
             MOVE 99999999 TO RSV-DTLIMITE.
             ACCEPT RSV-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO RSV-USUARIO.
             WRITE RESERVA-REG
               INVALID KEY
                 MOVE 'ERRO NA RESERVA DA ENCOMENDA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 SUBTRACT ENC-QTD FROM WRK-SALDOENC
                 MOVE 'C' TO ENC-SITUACAO
                 MOVE WRK-DTENTRADA TO ENC-DTCHEGADA
                 ACCEPT ENC-DT-ALTERACAO FROM DATE YYYYMMDD
                 MOVE WRK-USUARIO TO ENC-USUARIO
                 REWRITE ENCOMENDA-REG
                   INVALID KEY
                     MOVE 'ERRO NA ENCOMENDA' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
                 ADD 1 TO WRK-CONTENC
                 MOVE SPACES TO REGRELCONF
                 STRING 'NOTA ' WRK-NOTA ' ENCOMENDA ' ENC-NUMERO
                        ' CHEGOU - AVISAR CPF ' ENC-CODCLI
                   DELIMITED BY SIZE INTO REGRELCONF
                 WRITE REGRELCONF
             END-WRITE.

      * ACUMULA A QUANTIDADE RECEBIDA NO PRIMEIRO ITEM DO PEDIDO
      * COM O MESMO PRODUTO; PRODUTO QUE NAO ESTA NO PEDIDO SAI
      * DIRETO NA LISTAGEM DE CONFERENCIA COMO FORA DO PEDIDO
               END-IF
             END-IF.

      * ULTIMO PRECO (POR EMBALAGEM) E DATA DA ULTIMA COMPRA EM
      * TODOS OS CODIGOS DO FORNECEDOR LIGADOS AO PRODUTO, TENHA O
      * ITEM SIDO DIGITADO PELO NOSSO CODIGO OU PELO DELE. NOTA COM
      * DATA ANTERIOR A ULTIMA COMPRA NAO MEXE NO CATALOGO
           5195-ATUALIZA-CATALOGO.
             MOVE WRK-CODFORN TO PFN-CODFORN.
             MOVE SPACES TO PFN-CODITEM.
             MOVE 'N' TO WRK-FIMPFN.
             START PRODFORN KEY IS NOT LESS THAN PFN-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMPFN.
             PERFORM 5196-CATALOGO-ITEM UNTIL WRK-FIMPFN = 'S'.

           5196-CATALOGO-ITEM.
             READ PRODFORN NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMPFN
             END-READ.
             IF WRK-FIMPFN = 'N'
               IF PFN-CODFORN NOT = WRK-CODFORN
                 MOVE 'S' TO WRK-FIMPFN
               ELSE
                 IF PFN-PRODUTO = ENT-PRODUTO
                    AND PFN-DTULTCOMPRA NOT > WRK-DTENTRADA
                   IF PFN-CODITEM = WRK-CODITEM
                     MOVE WRK-PRECOEMB TO PFN-ULTPRECO
                   ELSE
                     COMPUTE PFN-ULTPRECO = ENT-PRECOCUSTO * PFN-QTDEMB
                   END-IF
                   MOVE WRK-DTENTRADA TO PFN-DTULTCOMPRA
                   ACCEPT PFN-DT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE WRK-USUARIO TO PFN-USUARIO
                   REWRITE PRODFORN-REG
                     INVALID KEY
                       MOVE 'ERRO NO CATALOGO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
                 END-IF
               END-IF
             END-IF.

      * CONFERE O PEDIDO INTEIRO CONTRA O QUE JA FOI RECEBIDO:
      * FALTAS E SOBRAS VAO PARA CONFERENCIA.LST E O PEDIDO VIRA
      * 'F' (FECHADO) QUANDO NENHUM ITEM FICOU FALTANDO, SENAO 'R'
                   MOVE 'R' TO PED-SITUACAO
                   MOVE 'PEDIDO RECEBIDO EM PARTE' TO WRK-MSGERRO
                 END-IF
      * DATA DA ULTIMA NOTA RECEBIDA NO PEDIDO - O SGP061 COMPARA
      * COM A PREVISAO PARA MEDIR A PONTUALIDADE DO FORNECEDOR
                 IF WRK-DTENTRADA > PED-DTENTREGA
                   MOVE WRK-DTENTRADA TO PED-DTENTREGA
                 END-IF
                 ACCEPT PED-DT-ALTERACAO FROM DATE YYYYMMDD
                 MOVE WRK-USUARIO TO PED-USUARIO
                 REWRITE PEDIDOCOMPRA-REG
               END-IF
             END-IF.

      * RATEIO DAS DESPESAS DA NOTA NOS ITENS: CADA DESPESA E
      * DIVIDIDA NA PROPORCAO DO VALOR DO ITEM (QTD X CUSTO DA NOTA)
      * OU DO PESO, CONFORME O CRITERIO DIGITADO. A PARTE DE CADA
      * ITEM E TRUNCADA NO CENTAVO E A SOBRA VAI NO ULTIMO ITEM,
      * COMO NAS PARCELAS. O ESTOQUE RECEBIDO JA ENTROU NO CUSTO
      * MEDIO PELO CUSTO DA NOTA NO 5150; AQUI O CUSTO MEDIO RECEBE
      * A DESPESA DO ITEM, O QUE DA O MESMO RESULTADO DE TER MEDIADO
      * PELO CUSTO REAL (CUSTO DA NOTA + DESPESAS / QTD)
           7300-RATEIA-DESPESAS.
             MOVE ENT-SEQ TO WRK-ULTSEQ.
             IF WRK-CRITERIO = 'P' AND WRK-TOTPESO = ZEROS
               MOVE 'V' TO WRK-CRITERIO
               MOVE 'SEM PESO NOS ITENS: RATEIO VALOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             END-IF.
             IF WRK-CRITERIO = 'P'
               MOVE WRK-TOTPESO TO WRK-TOTBASE
             ELSE
               MOVE WRK-TOTNOTA TO WRK-TOTBASE
             END-IF.
             PERFORM 7250-GRAVA-NOTAENT.
             PERFORM 7350-CABECALHO-CUSTO.
             MOVE ZEROS TO WRK-ACUFRETE WRK-ACUSEGURO WRK-ACUIPI
                           WRK-ACUICMSST.
             MOVE WRK-NOTA TO ENT-NOTA.
             MOVE ZEROS TO ENT-SEQ.
             MOVE 'N' TO WRK-FIMRAT.
             START ENTRADAMERC KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                 GO TO 7300-RATEIA-DESPESAS-FIM
             END-START.
             PERFORM 7310-RATEIA-ITEM UNTIL WRK-FIMRAT = 'S'.
             MOVE WRK-TOTNOTA TO WRK-VALED.
             MOVE WRK-TOTDESP TO WRK-VALED2.
             MOVE SPACES TO REGRELCUSTO.
             STRING 'PRODUTOS: ' WRK-VALED '   DESPESAS: ' WRK-VALED2
                DELIMITED BY SIZE INTO REGRELCUSTO.
             WRITE REGRELCUSTO.
             MOVE SPACES TO REGRELCUSTO.
             WRITE REGRELCUSTO.
           7300-RATEIA-DESPESAS-FIM.
             EXIT.

      * CABECALHO DA NOTA NO CUSTOENT.LST
           7350-CABECALHO-CUSTO.
             MOVE SPACES TO REGRELCUSTO.
             STRING 'COMPOSICAO DO CUSTO - NOTA ' WRK-NOTA
                    '  FORNECEDOR ' WRK-CODFORN
                    '  ENTRADA ' WRK-DTENTRADA
                    '  USUARIO ' WRK-USUARIO
                DELIMITED BY SIZE INTO REGRELCUSTO.
             WRITE REGRELCUSTO.
             MOVE SPACES TO WRK-LINHACUSTO.
             MOVE WRK-FRETE TO WRK-LC-FRETE.
             MOVE WRK-SEGURO TO WRK-LC-SEGURO.
             MOVE WRK-IPI TO WRK-LC-IPI.
             MOVE WRK-ICMSST TO WRK-LC-ICMSST.
             MOVE SPACES TO REGRELCUSTO.
             STRING 'FRETE ' WRK-LC-FRETE '  SEGURO ' WRK-LC-SEGURO
                    '  IPI ' WRK-LC-IPI '  ICMS-ST ' WRK-LC-ICMSST
                DELIMITED BY SIZE INTO REGRELCUSTO.
             WRITE REGRELCUSTO.
             MOVE SPACES TO REGRELCUSTO.
             IF WRK-CRITERIO = 'P'
               MOVE WRK-TOTPESO TO WRK-VALED
               STRING 'RATEIO POR PESO - TOTAL (KG) ' WRK-VALED
                  DELIMITED BY SIZE INTO REGRELCUSTO
             ELSE
               MOVE 'RATEIO POR VALOR DO ITEM' TO REGRELCUSTO
             END-IF.
             WRITE REGRELCUSTO.
             MOVE WRK-CABCUSTO TO REGRELCUSTO.
             WRITE REGRELCUSTO.

           7310-RATEIA-ITEM.
             READ ENTRADAMERC NEXT
               AT END
                 MOVE 'S' TO WRK-FIMRAT
             END-READ.
             IF WRK-FIMRAT NOT = 'S'
               IF ENT-NOTA NOT = WRK-NOTA
                 MOVE 'S' TO WRK-FIMRAT
               ELSE
                 PERFORM 7320-RATEIA-UM
               END-IF
             END-IF.

           7320-RATEIA-UM.
             MOVE ENT-CHAVE TO RAT-CHAVE.
             MOVE 'N' TO WRK-RATNOVO.
             READ ENTRATEIO
               INVALID KEY
                 MOVE 'S' TO WRK-RATNOVO
                 MOVE ZEROS TO RAT-PESO
             END-READ.
             IF WRK-CRITERIO = 'P'
               MOVE RAT-PESO TO WRK-BASE
             ELSE
               COMPUTE WRK-BASE = ENT-QTD * ENT-PRECOCUSTO
             END-IF.
             IF ENT-SEQ = WRK-ULTSEQ
               COMPUTE RAT-FRETE = WRK-FRETE - WRK-ACUFRETE
               COMPUTE RAT-SEGURO = WRK-SEGURO - WRK-ACUSEGURO
               COMPUTE RAT-IPI = WRK-IPI - WRK-ACUIPI
               COMPUTE RAT-ICMSST = WRK-ICMSST - WRK-ACUICMSST
             ELSE
               IF WRK-TOTBASE = ZEROS
                 MOVE ZEROS TO RAT-FRETE RAT-SEGURO RAT-IPI
                               RAT-ICMSST
               ELSE
                 COMPUTE RAT-FRETE =
                         WRK-FRETE * WRK-BASE / WRK-TOTBASE
                 COMPUTE RAT-SEGURO =
                         WRK-SEGURO * WRK-BASE / WRK-TOTBASE
                 COMPUTE RAT-IPI =
                         WRK-IPI * WRK-BASE / WRK-TOTBASE
                 COMPUTE RAT-ICMSST =
                         WRK-ICMSST * WRK-BASE / WRK-TOTBASE
               END-IF
             END-IF.
             ADD RAT-FRETE TO WRK-ACUFRETE.
             ADD RAT-SEGURO TO WRK-ACUSEGURO.
             ADD RAT-IPI TO WRK-ACUIPI.
             ADD RAT-ICMSST TO WRK-ACUICMSST.
             COMPUTE WRK-DESPITEM = RAT-FRETE + RAT-SEGURO + RAT-IPI
                                  + RAT-ICMSST.
             COMPUTE RAT-CUSTOREAL ROUNDED =
                     ENT-PRECOCUSTO + WRK-DESPITEM / ENT-QTD.
             ACCEPT RAT-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO RAT-USUARIO.
             IF WRK-RATNOVO = 'S'
               WRITE ENTRATEIO-REG
                 INVALID KEY
                   MOVE 'ERRO NO RATEIO DO ITEM' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               END-WRITE
             ELSE
               REWRITE ENTRATEIO-REG
                 INVALID KEY
                   MOVE 'ERRO NO RATEIO DO ITEM' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               END-REWRITE
             END-IF.
             IF WRK-DESPITEM > ZEROS
               PERFORM 7330-CUSTO-PRODUTO
             END-IF.
             MOVE SPACES TO WRK-LINHACUSTO.
             MOVE ENT-SEQ TO WRK-LC-SEQ.
             MOVE ENT-PRODUTO TO WRK-LC-PRODUTO.
             MOVE ENT-QTD TO WRK-LC-QTD.
             MOVE ENT-PRECOCUSTO TO WRK-LC-CUSTONF.
             MOVE RAT-FRETE TO WRK-LC-FRETE.
             MOVE RAT-SEGURO TO WRK-LC-SEGURO.
             MOVE RAT-IPI TO WRK-LC-IPI.
             MOVE RAT-ICMSST TO WRK-LC-ICMSST.
             MOVE RAT-CUSTOREAL TO WRK-LC-CUSTOREAL.
             MOVE WRK-LINHACUSTO TO REGRELCUSTO.
             WRITE REGRELCUSTO.

      * A DESPESA DO ITEM SOBE O CUSTO MEDIO DO PRODUTO (DIVIDIDA
      * PELO ESTOQUE, QUE JA CONTEM O RECEBIDO). A REGRA DA VENDA
      * MAIOR QUE O CUSTO VALE TAMBEM PARA O CUSTO COM DESPESAS;
      * O PRECO E PEDIDO ANTES DA TRAVA, COMO NO 5150
           7330-CUSTO-PRODUTO.
             MOVE ENT-PRODUTO TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE ZEROS TO PRO-ESTOQUE
             END-READ.
             IF PRO-ESTOQUE > ZEROS
               COMPUTE WRK-CUSTOMEDIO ROUNDED = PRO-PRECOCUSTO
                       + WRK-DESPITEM / PRO-ESTOQUE
               IF PRO-PRECOVENDA NOT > WRK-CUSTOMEDIO
                 DISPLAY TELA-ITEM
                 PERFORM 5160-AJUSTA-VENDA
                   UNTIL PRO-PRECOVENDA > WRK-CUSTOMEDIO
               END-IF
               MOVE PRO-PRECOVENDA TO WRK-PRECOVENDA
               PERFORM 5500-TRAVA-PRODUTO
                    THRU 5510-TRAVA-PRODUTO-TENTA
               MOVE PRO-PRECOCUSTO TO WRK-CUSTOANT
               MOVE PRO-PRECOVENDA TO WRK-VENDAANT
               COMPUTE PRO-PRECOCUSTO ROUNDED = PRO-PRECOCUSTO
                       + WRK-DESPITEM / PRO-ESTOQUE
               MOVE WRK-PRECOVENDA TO PRO-PRECOVENDA
               ACCEPT PRO-DT-ALTERACAO FROM DATE YYYYMMDD
               MOVE WRK-USUARIO TO PRO-USUARIO
               REWRITE PRODUTO-REG
                 INVALID KEY
                   MOVE 'ERRO NO CUSTO DO PRODUTO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                   IF PRO-PRECOCUSTO NOT = WRK-CUSTOANT
                      OR PRO-PRECOVENDA NOT = WRK-VENDAANT
                     PERFORM 8200-GRAVA-PRECOHIST
                          THRU 8210-GRAVA-PRH-TENTA
                   END-IF
               END-REWRITE
             END-IF.

      * CABECALHO DA NOTA COM AS DESPESAS DIGITADAS (CONSULTA E
      * DEVOLUCAO)
           7250-GRAVA-NOTAENT.
             MOVE WRK-NOTA TO NTE-NOTA.
             MOVE WRK-CODFORN TO NTE-CODFORN.
             MOVE WRK-DTENTRADA TO NTE-DTENTRADA.
             MOVE WRK-TOTNOTA TO NTE-VALPRODUTOS.
             MOVE WRK-FRETE TO NTE-FRETE.
             MOVE WRK-SEGURO TO NTE-SEGURO.
             MOVE WRK-IPI TO NTE-IPI.
             MOVE WRK-ICMSST TO NTE-ICMSST.
             MOVE WRK-TOTPESO TO NTE-PESOTOTAL.
             MOVE WRK-CRITERIO TO NTE-CRITERIO.
             ACCEPT NTE-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO NTE-USUARIO.
             WRITE NOTAENT-REG
               INVALID KEY
                 REWRITE NOTAENT-REG
                   INVALID KEY
                     MOVE 'ERRO NO CABECALHO DA NOTA' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
             END-WRITE.

      * GERA UMA PARCELA EM CONTASPAG PARA CADA VENCIMENTO DA
      * NOTA, NA CONDICAO DO FORNECEDOR (REGISTRO JA EM MEMORIA
      * DESDE A VALIDACAO DO CODIGO). O RESTO DA DIVISAO VAI NA
                 END-IF
             END-WRITE.

      * CUSTO MEDIO NOVO E/OU PRECO DE VENDA REDIGITADO NA NOTA
      * ENTRAM NO HISTORICO DE PRECOS (A ETIQUETA SAI NO SGP074)
           8200-GRAVA-PRECOHIST.
             MOVE PRO-CODIGO TO PRH-PRODUTO.
             ACCEPT PRH-DATA FROM DATE YYYYMMDD.
             MOVE 1 TO PRH-SEQ.
             ACCEPT PRH-HORA FROM TIME.
             MOVE WRK-CUSTOANT TO PRH-CUSTOANT.
             MOVE PRO-PRECOCUSTO TO PRH-CUSTONOVO.
             MOVE WRK-VENDAANT TO PRH-VENDAANT.
             MOVE PRO-PRECOVENDA TO PRH-VENDANOVA.
             MOVE WRK-USUARIO TO PRH-USUARIO.
             MOVE 'CADENT' TO PRH-PROGRAMA.
           8210-GRAVA-PRH-TENTA.
             WRITE PRECOHIST-REG
               INVALID KEY
                 ADD 1 TO PRH-SEQ
                 IF PRH-SEQ < 99999
                   GO TO 8210-GRAVA-PRH-TENTA
                 ELSE
                   MOVE 'ERRO NO HISTORICO DE PRECOS' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 END-IF
             END-WRITE.

       END PROGRAM CADENT.
