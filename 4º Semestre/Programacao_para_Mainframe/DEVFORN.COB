      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDVF.
      * DEVOLUCAO DE MERCADORIA AO FORNECEDOR (AVARIA, VENCIDO...),
      * SEMPRE CONTRA UMA NOTA RECEBIDA NO CADENT (ENTRADAMERC). CADA
      * ITEM DEVOLVIDO SAI DO PRO-ESTOQUE, DO SALDO DO LOCAL E DO
      * LOTE INFORMADOS, COM LANCAMENTO 'F' NO MOVESTOQUE, E O CUSTO
      * MEDIO E DESFEITO PELO CUSTO REAL DO ITEM (CUSTO DA NOTA MAIS
      * O RATEIO DAS DESPESAS, ENTRATEIO). O VALOR DEVOLVIDO ABATE
      * AS PARCELAS EM ABERTO DA NOTA NO CONTASPAG (DA MAIS PROXIMA
      * PARA A MAIS LONGE); O QUE SOBRAR FICA COMO CREDITO COM O
      * FORNECEDOR, IMPRESSO NO DOCUMENTO DE DEVOLUCAO (DEVFORN.LST).
      * AS DEVOLUCOES FICAM EM DEVFORN.DAT, NUMERADAS POR NOTA, E
      * SAEM NO LIVRO DE ENTRADAS (SGP047)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT DEVFORN ASSIGN TO 'DEVFORN.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS DVF-STATUS
         RECORD KEY DVF-CHAVE.
         SELECT ENTRADAMERC ASSIGN TO 'ENTRADAMERC.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS ENT-STATUS
         RECORD KEY ENT-CHAVE.
         SELECT ENTRATEIO ASSIGN TO 'ENTRATEIO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS RAT-STATUS
         RECORD KEY RAT-CHAVE.
         SELECT PRODUTO ASSIGN TO 'PRODUTO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         LOCK MODE IS MANUAL
         FILE STATUS IS PRODUTO-STATUS
         RECORD KEY PRO-CODIGO.
         SELECT MOVESTOQUE ASSIGN TO 'MOVESTOQUE.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS MOV-STATUS
         RECORD KEY MOV-CHAVE.
         SELECT FORNECEDOR ASSIGN TO 'FORNECEDOR.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS FORN-STATUS
         RECORD KEY FORN-CODIGO.
         SELECT CONTASPAG ASSIGN TO 'CONTASPAG.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS CP-STATUS
         RECORD KEY CP-CHAVE.
         SELECT LOTE ASSIGN TO 'LOTE.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS LOT-STATUS
         RECORD KEY LOT-CHAVE.
         SELECT SALDOLOCAL ASSIGN TO 'SALDOLOCAL.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS SLC-STATUS
         RECORD KEY SLC-CHAVE.
         SELECT RELDVF ASSIGN TO 'DEVFORN.LST'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS RELDVF-STATUS.
         SELECT LOGAUD ASSIGN TO 'LOGAUD.DAT'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS AUD-STATUS.
         SELECT PRECOHIST ASSIGN TO 'PRECOHIST.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PRH-STATUS
         RECORD KEY PRH-CHAVE.
       DATA DIVISION.
       FILE SECTION.

      * UM REGISTRO POR ITEM DA NOTA DEVOLVIDO. A CHAVE COMECA PELA
      * NOTA ORIGINAL: A DEVOLUCAO E IDENTIFICADA POR NOTA + NUMERO
      * SEQUENCIAL DENTRO DA NOTA, E A SOMA DO QUE JA VOLTOU DE UM
      * ITEM E LIDA DIRETO DA NOTA.
      * MOTIVO: A=AVARIA V=VENCIDO O=OUTRO
       FD DEVFORN.
       01 DEVFORN-REG.
           05 DVF-CHAVE.
              10 DVF-NOTA      PIC 9(09).
              10 DVF-NUMDEV    PIC 9(02).
              10 DVF-ENTSEQ    PIC 9(03).
           05 DVF-CODFORN      PIC 9(06).
           05 DVF-PRODUTO      PIC 9(08).
           05 DVF-QTD          PIC 9(05).
           05 DVF-PRECOCUSTO   PIC 9(06)V99.
           05 DVF-LOCAL        PIC X(01).
           05 DVF-LOTE         PIC X(10).
           05 DVF-VALIDADE     PIC 9(08).
           05 DVF-MOTIVO       PIC X(01).
           05 DVF-DTDEVOL      PIC 9(08).
           05 DVF-DT-ALTERACAO PIC 9(08).
           05 DVF-USUARIO      PIC X(08).

       FD ENTRADAMERC.
       01 ENTRADAMERC-REG.
           05 ENT-CHAVE.
              10 ENT-NOTA      PIC 9(09).
              10 ENT-SEQ       PIC 9(03).
           05 ENT-PRODUTO      PIC 9(08).
           05 ENT-QTD          PIC 9(05).
           05 ENT-PRECOCUSTO   PIC 9(06)V99.
           05 ENT-PRECOANT     PIC 9(06)V99.
           05 ENT-DTENTRADA    PIC 9(08).
           05 ENT-CODFORN      PIC 9(06).
           05 ENT-DT-ALTERACAO PIC 9(08).
           05 ENT-USUARIO      PIC X(08).

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

      * DIARIO DE MOVIMENTACAO DE ESTOQUE (MESMO LEIAUTE DO CADVEN)
       FD MOVESTOQUE.
       01 MOVESTOQUE-REG.
           05 MOV-CHAVE.
              10 MOV-PRODUTO   PIC 9(08).
              10 MOV-DATA      PIC 9(08).
              10 MOV-SEQ       PIC 9(05).
           05 MOV-TIPO         PIC X(01).
           05 MOV-QTD          PIC 9(06).
           05 MOV-SALDO        PIC 9(06).
           05 MOV-USUARIO      PIC X(08).
           05 MOV-LOTE         PIC X(10).
           05 MOV-LOCAL        PIC X(01).

      * CADASTRO DE FORNECEDORES (MANTIDO PELO CADFORN)
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

      * CONTAS A PAGAR (MESMO LEIAUTE DO CADENT).
      * SITUACAO: A=ABERTA P=PAGA C=CANCELADA
       FD CONTASPAG.
       01 CONTASPAG-REG.
           05 CP-CHAVE.
              10 CP-CODFORN    PIC 9(06).
              10 CP-NOTA       PIC 9(09).
              10 CP-PARCELA    PIC 9(02).
           05 CP-VENCIMENTO    PIC 9(08).
           05 CP-VALOR         PIC 9(09)V99.
           05 CP-SITUACAO      PIC X(01).
           05 CP-VALORPAGO     PIC 9(09)V99.
           05 CP-DTPAGTO       PIC 9(08).
           05 CP-DT-ALTERACAO  PIC 9(08).
           05 CP-USUARIO       PIC X(08).

      * SALDO POR LOTE/VALIDADE (MESMO LEIAUTE DO CADENT)
       FD LOTE.
       01 LOTE-REG.
           05 LOT-CHAVE.
              10 LOT-PRODUTO   PIC 9(08).
              10 LOT-VALIDADE  PIC 9(08).
              10 LOT-NUMERO    PIC X(10).
           05 LOT-QTD          PIC 9(06).
           05 LOT-DT-ALTERACAO PIC 9(08).
           05 LOT-USUARIO      PIC X(08).

      * SALDO DE ESTOQUE POR LOCAL FISICO (L=LOJA D=DEPOSITO)
       FD SALDOLOCAL.
       01 SALDOLOCAL-REG.
           05 SLC-CHAVE.
              10 SLC-PRODUTO   PIC 9(08).
              10 SLC-LOCAL     PIC X(01).
           05 SLC-QTD          PIC 9(06).
           05 SLC-DT-ALTERACAO PIC 9(08).
           05 SLC-USUARIO      PIC X(08).

      * DOCUMENTO DE DEVOLUCAO PARA O FORNECEDOR (UM ATRAS DO
      * OUTRO, COMO O ORCAMENTO.LST)
       FD RELDVF.
       01 REGRELDVF            PIC X(80).

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

       WORKING-STORAGE SECTION.
           77 DVF-STATUS         PIC 9(02).
           77 ENT-STATUS         PIC 9(02).
           77 RAT-STATUS         PIC 9(02).
           77 PRODUTO-STATUS     PIC 9(02).
           77 MOV-STATUS         PIC 9(02).
           77 FORN-STATUS        PIC 9(02).
           77 CP-STATUS          PIC 9(02).
           77 LOT-STATUS         PIC 9(02).
           77 SLC-STATUS         PIC 9(02).
           77 RELDVF-STATUS      PIC 9(02).
           77 AUD-STATUS         PIC 9(02).
           77 PRH-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-TENTLOCK       PIC 9(04).
           77 WRK-OK             PIC X(01).
           77 WRK-MAISITEM       PIC X(01).
           77 WRK-FIMDVF         PIC X(01).
           77 WRK-FIMCP          PIC X(01).
           77 WRK-NOTA           PIC 9(09).
           77 WRK-NUMDEV         PIC 9(02).
           77 WRK-ULTDEV         PIC 9(02).
           77 WRK-CODFORN        PIC 9(06).
           77 WRK-DTENTRADA      PIC 9(08).
           77 WRK-DTDEVOL        PIC 9(08).
           77 WRK-MOTIVO         PIC X(01).
           77 WRK-DESCMOT        PIC X(10).
           77 WRK-ENTSEQ         PIC 9(03).
           77 WRK-QTDDEV         PIC 9(05).
           77 WRK-QTDJADEV       PIC 9(06).
           77 WRK-LOCAL          PIC X(01).
           77 WRK-LOTE           PIC X(10).
           77 WRK-VALIDADE       PIC 9(08).
           77 WRK-QTDITENS       PIC 9(03).
           77 WRK-VALORITEM      PIC 9(09)V99.
           77 WRK-TOTDEV         PIC 9(09)V99.
           77 WRK-ABATIDO        PIC 9(09)V99.
           77 WRK-CREDITO        PIC 9(09)V99.
           77 WRK-ABATER         PIC 9(09)V99.
           77 WRK-ABERTO         PIC 9(09)V99.
           77 WRK-CUSTOSALDO     PIC S9(11)V99.
           77 WRK-CUSTOANT       PIC 9(06)V99.
           77 WRK-CUSTOENT       PIC 9(06)V99.
           77 WRK-VALED          PIC ZZZZZZZZ9,99.
           77 WRK-QTDED          PIC ZZZZ9.
           01 WRK-ANTESPROD      PIC X(250).
           01 WRK-ANTESCP        PIC X(250).
      * CONSULTA DO PERIODO FECHADO (MODULO FECHACHK)
           01 WRK-FECHA.
              03 WRK-FEC-DATA      PIC 9(08).
              03 WRK-FEC-FECHADO   PIC X(01).
              03 WRK-FEC-DTFECHADO PIC 9(08).

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

                10 LINE 01 COLUMN 25 PIC X(26)
                BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                FROM 'DEVOLUCAO AO FORNECEDOR'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - DEVOLVER MERCADORIA'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR DEVOLUCAO'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.

           01 TELA-NOTA.
               05 CHAVE-NOTA FOREGROUND-COLOR 2.
                 10 LINE 06 COLUMN 10 VALUE 'NOTA ORIGINAL'.
                 10 COLUMN PLUS 2 PIC 9(09) USING WRK-NOTA
                   BLANK WHEN ZEROS.
                 10 LINE 07 COLUMN 10
                    VALUE 'MOTIVO (A=AVARIA V=VENCIDO O=OUTRO)'.
                 10 COLUMN PLUS 2 PIC X(01) USING WRK-MOTIVO.
               05 CHAVE-CONS FOREGROUND-COLOR 2.
                 10 LINE 06 COLUMN 10 VALUE 'NOTA ORIGINAL'.
                 10 COLUMN PLUS 2 PIC 9(09) USING WRK-NOTA
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE 'DEVOLUCAO NR'.
                 10 COLUMN PLUS 2 PIC 9(02) USING WRK-NUMDEV
                   BLANK WHEN ZEROS.
               05 SS-NOTA.
                 10 LINE 08 COLUMN 10 VALUE 'FORNECEDOR: '.
                 10 COLUMN PLUS 2 PIC 9(06) FROM WRK-CODFORN.
                 10 COLUMN PLUS 2 PIC X(40) FROM FORN-RAZAO.
                 10 LINE 09 COLUMN 10 VALUE 'DATA DA NOTA: '.
                 10 COLUMN PLUS 2 PIC 9999/99/99 FROM WRK-DTENTRADA.
                 10 COLUMN PLUS 2 VALUE 'DEVOLUCAO NR: '.
                 10 COLUMN PLUS 2 PIC 9(02) FROM WRK-NUMDEV.

           01 TELA-ITEM.
               05 CHAVE-ITEM FOREGROUND-COLOR 2.
                 10 LINE 11 COLUMN 10 VALUE 'ITEM DA NOTA: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING WRK-ENTSEQ
                   BLANK WHEN ZEROS.
                 10 LINE 14 COLUMN 10 VALUE 'QTD A DEVOLVER: '.
                 10 COLUMN PLUS 2 PIC 9(05) USING WRK-QTDDEV
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE 'LOCAL (L/D): '.
                 10 COLUMN PLUS 2 PIC X(01) USING WRK-LOCAL.
                 10 LINE 15 COLUMN 10 VALUE 'LOTE (BRANCO=SEM): '.
                 10 COLUMN PLUS 2 PIC X(10) USING WRK-LOTE.
                 10 COLUMN PLUS 2 VALUE 'VALIDADE: '.
                 10 COLUMN PLUS 2 PIC 9(08) USING WRK-VALIDADE
                   BLANK WHEN ZEROS.
               05 SS-ITEM.
                 10 LINE 12 COLUMN 10 VALUE 'PRODUTO: '.
                 10 COLUMN PLUS 2 PIC 9(08) FROM ENT-PRODUTO.
                 10 COLUMN PLUS 2 PIC X(30) FROM PRO-DESCRICAO.
                 10 LINE 13 COLUMN 10 VALUE 'QTD RECEBIDA: '.
                 10 COLUMN PLUS 2 PIC ZZZZ9 FROM ENT-QTD.
                 10 COLUMN PLUS 2 VALUE 'JA DEVOLVIDA: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9 FROM WRK-QTDJADEV.
                 10 COLUMN PLUS 2 VALUE 'CUSTO NOTA: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9,99 FROM ENT-PRECOCUSTO.
               05 SS-TOTAL.
                 10 LINE 17 COLUMN 10 VALUE 'TOTAL DEVOLVIDO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 FROM WRK-TOTDEV.
               05 SS-ABATE.
                 10 LINE 18 COLUMN 10 VALUE 'ABATIDO NAS PARCELAS: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 FROM WRK-ABATIDO.
                 10 LINE 19 COLUMN 10 VALUE 'CREDITO COM FORNECEDOR: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 FROM WRK-CREDITO.

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
             OPEN I-O DEVFORN
             IF DVF-STATUS = 35 THEN
               OPEN OUTPUT DEVFORN
               CLOSE DEVFORN
               OPEN I-O DEVFORN
              END-IF.
             OPEN INPUT ENTRADAMERC
             IF ENT-STATUS = 35 THEN
               OPEN OUTPUT ENTRADAMERC
               CLOSE ENTRADAMERC
               OPEN INPUT ENTRADAMERC
              END-IF.
             OPEN INPUT ENTRATEIO
             IF RAT-STATUS = 35 THEN
               OPEN OUTPUT ENTRATEIO
               CLOSE ENTRATEIO
               OPEN INPUT ENTRATEIO
              END-IF.
             OPEN I-O PRODUTO
             IF PRODUTO-STATUS = 35 THEN
               OPEN OUTPUT PRODUTO
               CLOSE PRODUTO
               OPEN I-O PRODUTO
              END-IF.
             OPEN I-O MOVESTOQUE
             IF MOV-STATUS = 35 THEN
               OPEN OUTPUT MOVESTOQUE
               CLOSE MOVESTOQUE
               OPEN I-O MOVESTOQUE
              END-IF.
             OPEN INPUT FORNECEDOR
             IF FORN-STATUS = 35 THEN
               OPEN OUTPUT FORNECEDOR
               CLOSE FORNECEDOR
               OPEN INPUT FORNECEDOR
              END-IF.
             OPEN I-O CONTASPAG
             IF CP-STATUS = 35 THEN
               OPEN OUTPUT CONTASPAG
               CLOSE CONTASPAG
               OPEN I-O CONTASPAG
              END-IF.
             OPEN I-O LOTE
             IF LOT-STATUS = 35 THEN
               OPEN OUTPUT LOTE
               CLOSE LOTE
               OPEN I-O LOTE
              END-IF.
             OPEN I-O SALDOLOCAL
             IF SLC-STATUS = 35 THEN
               OPEN OUTPUT SALDOLOCAL
               CLOSE SALDOLOCAL
               OPEN I-O SALDOLOCAL
              END-IF.
             OPEN EXTEND LOGAUD
             IF AUD-STATUS = 35 THEN
               OPEN OUTPUT LOGAUD
              END-IF.
             OPEN I-O PRECOHIST
             IF PRH-STATUS = 35 THEN
               OPEN OUTPUT PRECOHIST
               CLOSE PRECOHIST
               OPEN I-O PRECOHIST
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO WRK-MOTIVO FORN-RAZAO.
             MOVE ZEROS TO WRK-NOTA WRK-NUMDEV WRK-CODFORN
             WRK-DTENTRADA WRK-TOTDEV WRK-ABATIDO WRK-CREDITO
             WRK-QTDITENS.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-DEVOLVER THRU 5000-DEVOLVER-FIM
             WHEN 2
               PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-FIM
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

           3000-FINALIZAR.
               CLOSE DEVFORN.
               CLOSE ENTRADAMERC.
               CLOSE ENTRATEIO.
               CLOSE PRODUTO.
               CLOSE MOVESTOQUE.
               CLOSE FORNECEDOR.
               CLOSE CONTASPAG.
               CLOSE LOTE.
               CLOSE SALDOLOCAL.
               CLOSE LOGAUD.
               CLOSE PRECOHIST.

           5000-DEVOLVER.
             MOVE 'MODULO - DEVOLUCAO' TO WRK-MODULO.
             DISPLAY TELA.
      * A DEVOLUCAO E LANCADA COM A DATA DE HOJE - NAO ENTRA EM MES
      * JA FECHADO PELA CONTABILIDADE (CADFEC)
             ACCEPT WRK-DTDEVOL FROM DATE YYYYMMDD.
             MOVE WRK-DTDEVOL TO WRK-FEC-DATA.
             CALL 'FECHACHK' USING WRK-FECHA.
             IF WRK-FEC-FECHADO = 'S'
               MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-DEVOLVER-FIM.
             DISPLAY CHAVE-NOTA.
             ACCEPT CHAVE-NOTA.
             IF WRK-NOTA = ZEROS
               MOVE 'NOTA INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-DEVOLVER-FIM.
             IF WRK-MOTIVO NOT = 'A' AND WRK-MOTIVO NOT = 'V'
                AND WRK-MOTIVO NOT = 'O'
               MOVE 'MOTIVO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-DEVOLVER-FIM.
      * O FORNECEDOR E A DATA VEM DO PRIMEIRO ITEM DA NOTA
             MOVE WRK-NOTA TO ENT-NOTA.
             MOVE ZEROS TO ENT-SEQ.
             START ENTRADAMERC KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                 MOVE 99 TO ENT-STATUS
             END-START.
             IF ENT-STATUS = 0
               READ ENTRADAMERC NEXT RECORD
                 AT END MOVE 99 TO ENT-STATUS
               END-READ
             END-IF.
             IF ENT-STATUS NOT = 0 OR ENT-NOTA NOT = WRK-NOTA
               MOVE 'NOTA NAO ENCONTRADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-DEVOLVER-FIM.
             MOVE ENT-CODFORN TO WRK-CODFORN FORN-CODIGO.
             MOVE ENT-DTENTRADA TO WRK-DTENTRADA.
             READ FORNECEDOR
               INVALID KEY
                 MOVE '*** NAO CADASTRADO ***' TO FORN-RAZAO
             END-READ.
             PERFORM 5050-PROXIMA-DEVOLUCAO.
             IF WRK-ULTDEV = 99
               MOVE 'LIMITE DE DEVOLUCOES DA NOTA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-DEVOLVER-FIM.
             COMPUTE WRK-NUMDEV = WRK-ULTDEV + 1.
             DISPLAY SS-NOTA.
             MOVE 'S' TO WRK-MAISITEM.
             PERFORM 5100-ITEM UNTIL WRK-MAISITEM NOT = 'S'.
             IF WRK-QTDITENS = ZEROS
               MOVE 'NENHUM ITEM DEVOLVIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-DEVOLVER-FIM.
             PERFORM 7000-ABATE-PARCELAS.
             PERFORM 8500-IMPRIME-DEV.
             DISPLAY SS-TOTAL.
             DISPLAY SS-ABATE.
             MOVE 'DEVOLUCAO IMPRESSA' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           5000-DEVOLVER-FIM.
             EXIT.

      * MAIOR NUMERO DE DEVOLUCAO JA USADO NESTA NOTA
           5050-PROXIMA-DEVOLUCAO.
             MOVE ZEROS TO WRK-ULTDEV.
             MOVE WRK-NOTA TO DVF-NOTA.
             MOVE ZEROS TO DVF-NUMDEV DVF-ENTSEQ.
             MOVE 'N' TO WRK-FIMDVF.
             START DEVFORN KEY IS NOT LESS THAN DVF-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMDVF.
             PERFORM 5060-PROX-DVF UNTIL WRK-FIMDVF = 'S'.

           5060-PROX-DVF.
             READ DEVFORN NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMDVF
             END-READ.
             IF WRK-FIMDVF = 'N'
               IF DVF-NOTA NOT = WRK-NOTA
                 MOVE 'S' TO WRK-FIMDVF
               ELSE
                 MOVE DVF-NUMDEV TO WRK-ULTDEV
               END-IF
             END-IF.

           5100-ITEM.
             MOVE ZEROS TO WRK-ENTSEQ WRK-QTDDEV WRK-VALIDADE
                           WRK-QTDJADEV ENT-PRODUTO ENT-QTD
                           ENT-PRECOCUSTO.
             MOVE SPACES TO WRK-LOCAL WRK-LOTE PRO-DESCRICAO.
             DISPLAY TELA-ITEM.
             ACCEPT CHAVE-ITEM.
             PERFORM 5150-VALIDA-ITEM THRU 5150-VALIDA-ITEM-FIM.
             IF WRK-OK = 'S'
               PERFORM 5200-BAIXA-ITEM
             END-IF.
             DISPLAY SS-TOTAL.
             MOVE 'S' TO WRK-TECLA.
             MOVE 'OUTRO ITEM (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             MOVE WRK-TECLA TO WRK-MAISITEM.

           5150-VALIDA-ITEM.
             MOVE 'N' TO WRK-OK.
             MOVE WRK-NOTA TO ENT-NOTA.
             MOVE WRK-ENTSEQ TO ENT-SEQ.
             READ ENTRADAMERC
               INVALID KEY
                 MOVE 'ITEM NAO ESTA NA NOTA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5150-VALIDA-ITEM-FIM
             END-READ.
             MOVE ENT-PRODUTO TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5150-VALIDA-ITEM-FIM
             END-READ.
      * O MESMO ITEM NAO ENTRA DUAS VEZES NA MESMA DEVOLUCAO
             MOVE WRK-NOTA TO DVF-NOTA.
             MOVE WRK-NUMDEV TO DVF-NUMDEV.
             MOVE WRK-ENTSEQ TO DVF-ENTSEQ.
             READ DEVFORN
               NOT INVALID KEY
                 MOVE 'ITEM JA LANCADO NESTA DEVOL.' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5150-VALIDA-ITEM-FIM
             END-READ.
      * O QUE JA VOLTOU DESTE ITEM EM DEVOLUCOES ANTERIORES TAMBEM
      * CONTA - NAO SE DEVOLVE MAIS DO QUE FOI RECEBIDO NA NOTA
             PERFORM 5160-SOMA-DEVOLVIDO.
             DISPLAY SS-ITEM.
             IF WRK-QTDDEV = ZEROS
               MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5150-VALIDA-ITEM-FIM.
             IF WRK-QTDJADEV + WRK-QTDDEV > ENT-QTD
               MOVE 'QTD MAIOR QUE A RECEBIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5150-VALIDA-ITEM-FIM.
             IF WRK-QTDDEV > PRO-ESTOQUE
               MOVE 'ESTOQUE INSUFICIENTE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5150-VALIDA-ITEM-FIM.
      * O RECEBIMENTO ENTRA NO DEPOSITO, ENTAO O PADRAO E SAIR DE LA
             IF WRK-LOCAL = SPACES
               MOVE 'D' TO WRK-LOCAL.
             IF WRK-LOCAL NOT = 'L' AND WRK-LOCAL NOT = 'D'
               MOVE 'LOCAL INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5150-VALIDA-ITEM-FIM.
             MOVE ENT-PRODUTO TO SLC-PRODUTO.
             MOVE WRK-LOCAL TO SLC-LOCAL.
             READ SALDOLOCAL
               INVALID KEY
                 MOVE ZEROS TO SLC-QTD
             END-READ.
             IF WRK-QTDDEV > SLC-QTD
               MOVE 'SALDO INSUFICIENTE NO LOCAL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5150-VALIDA-ITEM-FIM.
             IF WRK-LOTE NOT = SPACES
               MOVE ENT-PRODUTO TO LOT-PRODUTO
               MOVE WRK-VALIDADE TO LOT-VALIDADE
               MOVE WRK-LOTE TO LOT-NUMERO
               READ LOTE
                 INVALID KEY
                   MOVE 'LOTE NAO ENCONTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   GO TO 5150-VALIDA-ITEM-FIM
               END-READ
               IF WRK-QTDDEV > LOT-QTD
                 MOVE 'SALDO INSUFICIENTE NO LOTE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5150-VALIDA-ITEM-FIM
               END-IF
             END-IF.
             MOVE 'S' TO WRK-TECLA.
             MOVE 'CONFIRMA O ITEM (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 5150-VALIDA-ITEM-FIM.
             MOVE 'S' TO WRK-OK.
           5150-VALIDA-ITEM-FIM.
             EXIT.

           5160-SOMA-DEVOLVIDO.
             MOVE ZEROS TO WRK-QTDJADEV.
             MOVE WRK-NOTA TO DVF-NOTA.
             MOVE ZEROS TO DVF-NUMDEV DVF-ENTSEQ.
             MOVE 'N' TO WRK-FIMDVF.
             START DEVFORN KEY IS NOT LESS THAN DVF-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMDVF.
             PERFORM 5170-SOMA-PROX-DVF UNTIL WRK-FIMDVF = 'S'.

           5170-SOMA-PROX-DVF.
             READ DEVFORN NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMDVF
             END-READ.
             IF WRK-FIMDVF = 'N'
               IF DVF-NOTA NOT = WRK-NOTA
                 MOVE 'S' TO WRK-FIMDVF
               ELSE
                 IF DVF-ENTSEQ = WRK-ENTSEQ
                   ADD DVF-QTD TO WRK-QTDJADEV
                 END-IF
               END-IF
             END-IF.

      * BAIXA O ITEM: PRODUTO (RELIDO COM TRAVA), DIARIO, LOCAL E
      * LOTE; SO DEPOIS GRAVA A LINHA DA DEVOLUCAO
           5200-BAIXA-ITEM.
             PERFORM 5500-TRAVA-PRODUTO
                  THRU 5510-TRAVA-PRODUTO-TENTA.
             MOVE PRODUTO-REG TO WRK-ANTESPROD.
             MOVE PRO-PRECOCUSTO TO WRK-CUSTOANT.
             PERFORM 5210-DESFAZ-CUSTO.
             IF WRK-QTDDEV > PRO-ESTOQUE
               MOVE ZEROS TO PRO-ESTOQUE
               MOVE 'ESTOQUE ZEROU - CONFERIR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             ELSE
               SUBTRACT WRK-QTDDEV FROM PRO-ESTOQUE
             END-IF.
             ACCEPT PRO-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO PRO-USUARIO.
             REWRITE PRODUTO-REG
               INVALID KEY
                 MOVE 'ERRO ESTOQUE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 PERFORM 8000-GRAVA-MOVESTOQUE
                      THRU 8010-GRAVA-MOV-TENTA
                 PERFORM 5250-BAIXA-LOCAL
                 IF WRK-LOTE NOT = SPACES
                   PERFORM 5260-BAIXA-LOTE
                 END-IF
                 MOVE 'PRODUTO' TO AUD-ARQUIVO
                 MOVE PRO-CODIGO TO AUD-CHAVE
                 MOVE 'A' TO AUD-OPERACAO
                 MOVE WRK-ANTESPROD TO AUD-ANTES
                 MOVE PRODUTO-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
                 IF PRO-PRECOCUSTO NOT = WRK-CUSTOANT
                   PERFORM 8200-GRAVA-PRECOHIST
                        THRU 8210-GRAVA-PRH-TENTA
                 END-IF
                 PERFORM 5280-GRAVA-DEVFORN
             END-REWRITE.

      * O CUSTO MEDIO VOLTA AO QUE SERIA SEM A MERCADORIA DEVOLVIDA:
      * TIRA DO ESTOQUE VALORIZADO O QUE SAI PELO CUSTO COM QUE
      * ENTROU (CUSTO REAL COM DESPESAS; NOTA SEM RATEIO GRAVADO VAI
      * PELO CUSTO DA NOTA). SE O ESTOQUE ZERA (OU O RESULTADO NAO
      * FAZ SENTIDO PORQUE O CUSTO JA MUDOU MUITO DESDE A NOTA) O
      * CUSTO FICA COMO ESTA
           5210-DESFAZ-CUSTO.
             MOVE ENT-PRECOCUSTO TO WRK-CUSTOENT.
             MOVE ENT-CHAVE TO RAT-CHAVE.
             READ ENTRATEIO
               NOT INVALID KEY
                 MOVE RAT-CUSTOREAL TO WRK-CUSTOENT
             END-READ.
             IF PRO-ESTOQUE > WRK-QTDDEV
               COMPUTE WRK-CUSTOSALDO =
                       PRO-ESTOQUE * PRO-PRECOCUSTO
                     - WRK-QTDDEV * WRK-CUSTOENT
               IF WRK-CUSTOSALDO > ZEROS
                 COMPUTE PRO-PRECOCUSTO = WRK-CUSTOSALDO
                       / (PRO-ESTOQUE - WRK-QTDDEV)
               END-IF
             END-IF.

           5250-BAIXA-LOCAL.
             MOVE PRO-CODIGO TO SLC-PRODUTO.
             MOVE WRK-LOCAL TO SLC-LOCAL.
             READ SALDOLOCAL
               INVALID KEY
                 MOVE 'ERRO NO SALDO POR LOCAL' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 IF SLC-QTD > WRK-QTDDEV
                   SUBTRACT WRK-QTDDEV FROM SLC-QTD
                 ELSE
                   MOVE ZEROS TO SLC-QTD
                 END-IF
                 ACCEPT SLC-DT-ALTERACAO FROM DATE YYYYMMDD
                 MOVE WRK-USUARIO TO SLC-USUARIO
                 REWRITE SALDOLOCAL-REG
                   INVALID KEY
                     MOVE 'ERRO NO SALDO POR LOCAL' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
             END-READ.

           5260-BAIXA-LOTE.
             MOVE PRO-CODIGO TO LOT-PRODUTO.
             MOVE WRK-VALIDADE TO LOT-VALIDADE.
             MOVE WRK-LOTE TO LOT-NUMERO.
             READ LOTE
               INVALID KEY
                 MOVE 'ERRO AO GRAVAR LOTE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 IF LOT-QTD > WRK-QTDDEV
                   SUBTRACT WRK-QTDDEV FROM LOT-QTD
                 ELSE
                   MOVE ZEROS TO LOT-QTD
                 END-IF
                 ACCEPT LOT-DT-ALTERACAO FROM DATE YYYYMMDD
                 MOVE WRK-USUARIO TO LOT-USUARIO
                 REWRITE LOTE-REG
                   INVALID KEY
                     MOVE 'ERRO AO GRAVAR LOTE' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
             END-READ.

           5280-GRAVA-DEVFORN.
             MOVE WRK-NOTA TO DVF-NOTA.
             MOVE WRK-NUMDEV TO DVF-NUMDEV.
             MOVE WRK-ENTSEQ TO DVF-ENTSEQ.
             MOVE WRK-CODFORN TO DVF-CODFORN.
             MOVE ENT-PRODUTO TO DVF-PRODUTO.
             MOVE WRK-QTDDEV TO DVF-QTD.
             MOVE ENT-PRECOCUSTO TO DVF-PRECOCUSTO.
             MOVE WRK-LOCAL TO DVF-LOCAL.
             MOVE WRK-LOTE TO DVF-LOTE.
             MOVE WRK-VALIDADE TO DVF-VALIDADE.
             MOVE WRK-MOTIVO TO DVF-MOTIVO.
             MOVE WRK-DTDEVOL TO DVF-DTDEVOL.
             ACCEPT DVF-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO DVF-USUARIO.
             WRITE DEVFORN-REG
               INVALID KEY
                 MOVE 'ERRO AO GRAVAR DEVOLUCAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 COMPUTE WRK-VALORITEM = DVF-QTD * DVF-PRECOCUSTO
                 ADD WRK-VALORITEM TO WRK-TOTDEV
                 ADD 1 TO WRK-QTDITENS
                 MOVE 'DEVFORN' TO AUD-ARQUIVO
                 MOVE DVF-CHAVE TO AUD-CHAVE
                 MOVE 'I' TO AUD-OPERACAO
                 MOVE SPACES TO AUD-ANTES
                 MOVE DEVFORN-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
             END-WRITE.

      * RELE O PRODUTO COM TRAVA DE REGISTRO ANTES DE MEXER NO
      * ESTOQUE (DOIS TERMINAIS). STATUS 99 = TRAVADO - INSISTE
           5500-TRAVA-PRODUTO.
             MOVE ZEROS TO WRK-TENTLOCK.
           5510-TRAVA-PRODUTO-TENTA.
             READ PRODUTO WITH LOCK
               INVALID KEY
                 MOVE 'PRODUTO NAO ACHADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-READ.
             IF PRODUTO-STATUS = 99
               ADD 1 TO WRK-TENTLOCK
               IF WRK-TENTLOCK >= 500
                 MOVE 'PRODUTO TRAVADO - AGUARDE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE ZEROS TO WRK-TENTLOCK
               END-IF
               GO TO 5510-TRAVA-PRODUTO-TENTA
             END-IF.

           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY CHAVE-CONS.
             ACCEPT CHAVE-CONS.
             MOVE WRK-NOTA TO DVF-NOTA.
             MOVE WRK-NUMDEV TO DVF-NUMDEV.
             MOVE ZEROS TO DVF-ENTSEQ.
             MOVE 'N' TO WRK-FIMDVF.
             START DEVFORN KEY IS NOT LESS THAN DVF-CHAVE
               INVALID KEY
                 MOVE 'DEVOLUCAO NAO ENCONTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6000-CONSULTAR-FIM.
             PERFORM 6200-PROX-ITEM UNTIL WRK-FIMDVF = 'S'.
             MOVE 'FIM DA DEVOLUCAO' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6000-CONSULTAR-FIM.
             EXIT.

           6200-PROX-ITEM.
             READ DEVFORN NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMDVF
             END-READ.
             IF WRK-FIMDVF = 'N'
               IF DVF-NOTA NOT = WRK-NOTA
                  OR DVF-NUMDEV NOT = WRK-NUMDEV
                 MOVE 'S' TO WRK-FIMDVF
               ELSE
                 MOVE DVF-CODFORN TO WRK-CODFORN FORN-CODIGO
                 READ FORNECEDOR
                   INVALID KEY
                     MOVE SPACES TO FORN-RAZAO
                 END-READ
                 MOVE DVF-NOTA TO ENT-NOTA
                 MOVE DVF-ENTSEQ TO ENT-SEQ
                 READ ENTRADAMERC
                   INVALID KEY
                     MOVE ZEROS TO ENT-QTD ENT-DTENTRADA
                 END-READ
                 MOVE ENT-DTENTRADA TO WRK-DTENTRADA
                 MOVE DVF-PRODUTO TO ENT-PRODUTO PRO-CODIGO
                 MOVE DVF-PRECOCUSTO TO ENT-PRECOCUSTO
                 READ PRODUTO
                   INVALID KEY
                     MOVE SPACES TO PRO-DESCRICAO
                 END-READ
                 MOVE DVF-ENTSEQ TO WRK-ENTSEQ
                 MOVE DVF-QTD TO WRK-QTDDEV
                 MOVE DVF-LOCAL TO WRK-LOCAL
                 MOVE DVF-LOTE TO WRK-LOTE
                 MOVE DVF-VALIDADE TO WRK-VALIDADE
                 MOVE DVF-MOTIVO TO WRK-MOTIVO
                 MOVE ZEROS TO WRK-QTDJADEV
                 DISPLAY SS-NOTA
                 DISPLAY TELA-ITEM
                 MOVE 'ACHADO - ENTER P/ PROXIMO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               END-IF
             END-IF.

      * ABATE O VALOR DEVOLVIDO DAS PARCELAS EM ABERTO DA NOTA, DA
      * PRIMEIRA PARA A ULTIMA. A PARCELA QUE FICA SEM SALDO EM
      * ABERTO VIRA PAGA (SE JA TINHA PAGAMENTO PARCIAL) OU
      * CANCELADA. O QUE NAO COUBER NAS PARCELAS E CREDITO
           7000-ABATE-PARCELAS.
             MOVE WRK-TOTDEV TO WRK-ABATER.
             MOVE WRK-CODFORN TO CP-CODFORN.
             MOVE WRK-NOTA TO CP-NOTA.
             MOVE ZEROS TO CP-PARCELA.
             MOVE 'N' TO WRK-FIMCP.
             START CONTASPAG KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMCP.
             PERFORM 7100-ABATE-UMA-PARC UNTIL WRK-FIMCP = 'S'.
             COMPUTE WRK-ABATIDO = WRK-TOTDEV - WRK-ABATER.
             MOVE WRK-ABATER TO WRK-CREDITO.

           7100-ABATE-UMA-PARC.
             READ CONTASPAG NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMCP
             END-READ.
             IF WRK-FIMCP = 'N'
               IF CP-CODFORN NOT = WRK-CODFORN
                  OR CP-NOTA NOT = WRK-NOTA
                  OR WRK-ABATER = ZEROS
                 MOVE 'S' TO WRK-FIMCP
               ELSE
                 IF CP-SITUACAO = 'A' AND CP-VALOR > CP-VALORPAGO
                   PERFORM 7200-ABATE-VALOR
                 END-IF
               END-IF
             END-IF.

           7200-ABATE-VALOR.
             MOVE CONTASPAG-REG TO WRK-ANTESCP.
             COMPUTE WRK-ABERTO = CP-VALOR - CP-VALORPAGO.
             IF WRK-ABERTO > WRK-ABATER
               MOVE WRK-ABATER TO WRK-ABERTO.
             SUBTRACT WRK-ABERTO FROM CP-VALOR WRK-ABATER.
             IF CP-VALOR = CP-VALORPAGO
               IF CP-VALORPAGO > ZEROS
                 MOVE 'P' TO CP-SITUACAO
               ELSE
                 MOVE 'C' TO CP-SITUACAO
               END-IF
             END-IF.
             ACCEPT CP-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO CP-USUARIO.
             REWRITE CONTASPAG-REG
               INVALID KEY
                 MOVE 'ERRO AO ABATER PARCELA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 ADD WRK-ABERTO TO WRK-ABATER
               NOT INVALID KEY
                 MOVE 'CONTASPAG' TO AUD-ARQUIVO
                 MOVE CP-CHAVE TO AUD-CHAVE
                 MOVE 'A' TO AUD-OPERACAO
                 MOVE WRK-ANTESCP TO AUD-ANTES
                 MOVE CONTASPAG-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
             END-REWRITE.

      * GRAVA O LANCAMENTO 'F' (DEVOLUCAO AO FORNECEDOR) NO DIARIO
      * DE ESTOQUE, NO LOCAL DE ONDE A MERCADORIA SAIU
           8000-GRAVA-MOVESTOQUE.
             MOVE PRO-CODIGO TO MOV-PRODUTO.
             ACCEPT MOV-DATA FROM DATE YYYYMMDD.
             MOVE 1 TO MOV-SEQ.
             MOVE 'F' TO MOV-TIPO.
             MOVE WRK-QTDDEV TO MOV-QTD.
             MOVE PRO-ESTOQUE TO MOV-SALDO.
             MOVE WRK-USUARIO TO MOV-USUARIO.
             MOVE WRK-LOTE TO MOV-LOTE.
             MOVE WRK-LOCAL TO MOV-LOCAL.
           8010-GRAVA-MOV-TENTA.
             WRITE MOVESTOQUE-REG
               INVALID KEY
                 ADD 1 TO MOV-SEQ
                 IF MOV-SEQ < 99999
                   GO TO 8010-GRAVA-MOV-TENTA
                 ELSE
                   MOVE 'ERRO NO DIARIO DE ESTOQUE' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 END-IF
             END-WRITE.

      * GRAVA UM REGISTRO NO DIARIO DE AUDITORIA. O CHAMADOR JA
      * DEIXOU ARQUIVO, CHAVE, OPERACAO E IMAGENS PREENCHIDOS
           8100-GRAVA-LOGAUD.
             ACCEPT AUD-DATA FROM DATE YYYYMMDD.
             ACCEPT AUD-HORA FROM TIME.
             MOVE WRK-USUARIO TO AUD-USUARIO.
             WRITE LOGAUD-REG.

      * O CUSTO MEDIO DESFEITO PELA DEVOLUCAO ENTRA NO HISTORICO DE
      * PRECOS (A VENDA NAO MUDA AQUI)
           8200-GRAVA-PRECOHIST.
             MOVE PRO-CODIGO TO PRH-PRODUTO.
             ACCEPT PRH-DATA FROM DATE YYYYMMDD.
             MOVE 1 TO PRH-SEQ.
             ACCEPT PRH-HORA FROM TIME.
             MOVE WRK-CUSTOANT TO PRH-CUSTOANT.
             MOVE PRO-PRECOCUSTO TO PRH-CUSTONOVO.
             MOVE PRO-PRECOVENDA TO PRH-VENDAANT PRH-VENDANOVA.
             MOVE WRK-USUARIO TO PRH-USUARIO.
             MOVE 'CADDVF' TO PRH-PROGRAMA.
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

      * IMPRIME O DOCUMENTO DE DEVOLUCAO QUE ACOMPANHA A MERCADORIA
      * (DEVFORN.LST, UM ATRAS DO OUTRO)
           8500-IMPRIME-DEV.
             OPEN EXTEND RELDVF.
             IF RELDVF-STATUS = 35
               OPEN OUTPUT RELDVF.
             EVALUATE WRK-MOTIVO
               WHEN 'A' MOVE 'AVARIA' TO WRK-DESCMOT
               WHEN 'V' MOVE 'VENCIDO' TO WRK-DESCMOT
               WHEN OTHER MOVE 'OUTRO' TO WRK-DESCMOT
             END-EVALUATE.
             MOVE SPACES TO REGRELDVF.
             WRITE REGRELDVF.
             MOVE SPACES TO REGRELDVF.
             STRING 'DEVOLUCAO DE MERCADORIA NR ' WRK-NOTA '/'
                    WRK-NUMDEV
               DELIMITED BY SIZE INTO REGRELDVF.
             WRITE REGRELDVF.
             MOVE SPACES TO REGRELDVF.
             STRING 'FORNECEDOR: ' WRK-CODFORN ' ' FORN-RAZAO
               DELIMITED BY SIZE INTO REGRELDVF.
             WRITE REGRELDVF.
             MOVE SPACES TO REGRELDVF.
             STRING 'CNPJ: ' FORN-CNPJ
               DELIMITED BY SIZE INTO REGRELDVF.
             WRITE REGRELDVF.
             MOVE SPACES TO REGRELDVF.
             STRING 'NOTA ORIGINAL: ' WRK-NOTA ' DE ' WRK-DTENTRADA
                    '  DATA: ' WRK-DTDEVOL
               DELIMITED BY SIZE INTO REGRELDVF.
             WRITE REGRELDVF.
             MOVE SPACES TO REGRELDVF.
             STRING 'MOTIVO: ' WRK-DESCMOT
               DELIMITED BY SIZE INTO REGRELDVF.
             WRITE REGRELDVF.
             MOVE SPACES TO REGRELDVF.
             WRITE REGRELDVF.
             MOVE WRK-NOTA TO DVF-NOTA.
             MOVE WRK-NUMDEV TO DVF-NUMDEV.
             MOVE ZEROS TO DVF-ENTSEQ.
             MOVE 'N' TO WRK-FIMDVF.
             START DEVFORN KEY IS NOT LESS THAN DVF-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMDVF.
             PERFORM 8600-IMP-PROX-ITEM UNTIL WRK-FIMDVF = 'S'.
             MOVE SPACES TO REGRELDVF.
             WRITE REGRELDVF.
             MOVE WRK-TOTDEV TO WRK-VALED.
             MOVE SPACES TO REGRELDVF.
             STRING 'TOTAL DEVOLVIDO.......: ' WRK-VALED
               DELIMITED BY SIZE INTO REGRELDVF.
             WRITE REGRELDVF.
             MOVE WRK-ABATIDO TO WRK-VALED.
             MOVE SPACES TO REGRELDVF.
             STRING 'ABATIDO NAS PARCELAS..: ' WRK-VALED
               DELIMITED BY SIZE INTO REGRELDVF.
             WRITE REGRELDVF.
             MOVE WRK-CREDITO TO WRK-VALED.
             MOVE SPACES TO REGRELDVF.
             STRING 'CREDITO A RECEBER.....: ' WRK-VALED
               DELIMITED BY SIZE INTO REGRELDVF.
             WRITE REGRELDVF.
             MOVE SPACES TO REGRELDVF.
             MOVE ALL '-' TO REGRELDVF.
             WRITE REGRELDVF.
             CLOSE RELDVF.

           8600-IMP-PROX-ITEM.
             READ DEVFORN NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMDVF
             END-READ.
             IF WRK-FIMDVF = 'N'
               IF DVF-NOTA NOT = WRK-NOTA
                  OR DVF-NUMDEV NOT = WRK-NUMDEV
                 MOVE 'S' TO WRK-FIMDVF
               ELSE
                 MOVE DVF-PRODUTO TO PRO-CODIGO
                 READ PRODUTO
                   INVALID KEY
                     MOVE SPACES TO PRO-DESCRICAO
                 END-READ
                 COMPUTE WRK-VALORITEM = DVF-QTD * DVF-PRECOCUSTO
                 MOVE WRK-VALORITEM TO WRK-VALED
                 MOVE DVF-QTD TO WRK-QTDED
                 MOVE SPACES TO REGRELDVF
                 STRING DVF-PRODUTO ' ' PRO-DESCRICAO ' '
                        WRK-QTDED ' = ' WRK-VALED
                   DELIMITED BY SIZE INTO REGRELDVF
                 WRITE REGRELDVF
                 IF DVF-LOTE NOT = SPACES
                   MOVE SPACES TO REGRELDVF
                   STRING '         LOTE ' DVF-LOTE ' VALIDADE '
                          DVF-VALIDADE
                     DELIMITED BY SIZE INTO REGRELDVF
                   WRITE REGRELDVF
                 END-IF
               END-IF
             END-IF.

       END PROGRAM CADDVF.
