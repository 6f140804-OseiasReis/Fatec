         SELECT LOGAUD ASSIGN TO 'LOGAUD.DAT'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS AUD-STATUS.
         SELECT DEMANDA ASSIGN TO 'DEMANDA.DAT'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS DEM-STATUS.
         SELECT LOTE ASSIGN TO 'LOTE.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS ETG-STATUS
         RECORD KEY ETG-CHAVE.
         SELECT RESERVA ASSIGN TO 'RESERVA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS RSV-STATUS
         RECORD KEY RSV-CHAVE
         ALTERNATE RECORD KEY RSV-ORIGEM WITH DUPLICATES.
         SELECT VALE ASSIGN TO 'VALE.DAT'
         ORGANIZATION INDEXED
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
         FILE STATUS IS PRM-STATUS
         RECORD KEY PRM-CHAVE.
         SELECT TABPRECO ASSIGN TO 'TABPRECO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS TPR-STATUS
         RECORD KEY TPR-CHAVE.
         SELECT GRUPOCLI ASSIGN TO 'GRUPOCLI.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS GRP-STATUS
         RECORD KEY GRP-CODIGO.
         SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS USU-STATUS
         RECORD KEY USU-CODIGO.
         SELECT TAXACARTAO ASSIGN TO 'TAXACARTAO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS TXC-STATUS
         RECORD KEY TXC-CHAVE.
         SELECT CARTAOREC ASSIGN TO 'CARTAOREC.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS CRT-STATUS
         RECORD KEY CRT-CHAVE
         ALTERNATE RECORD KEY CRT-NSUPARC WITH DUPLICATES.
         SELECT SCORECLI ASSIGN TO 'SCORECLI.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS SCO-STATUS
         RECORD KEY SCO-CPF.
         SELECT ZONAENTREGA ASSIGN TO 'ZONAENTREGA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS ZON-STATUS
         RECORD KEY ZON-CODIGO.
         SELECT CEPREF ASSIGN TO 'CEP.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS CEP-STATUS
         RECORD KEY CEPREF-CODIGO.
       DATA DIVISION.
       FILE SECTION.

           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).

       FD CONTASREC.
       01 CONTASREC-REG.
           05 CLI-DT-ALTERACAO   PIC 9(08).
           05 CLI-USUARIO        PIC X(08).
           05 CLI-LIMITECRED    PIC 9(09)V99.
           05 CLI-CONSENTE      PIC X(01).
           05 CLI-CANALMSG      PIC X(01).
           05 CLI-GRUPO         PIC 9(02).

      * DIARIO DE MOVIMENTACAO DE ESTOQUE: UM REGISTRO POR TOQUE
      * NO PRO-ESTOQUE (V=VENDA E=ENTRADA A=AJUSTE T=ESTORNO)

      * ORCAMENTO: MESMO DESENHO DA VENDA, MAS COM NUMERACAO
      * PROPRIA (NORCCTL), SEM TOCAR ESTOQUE NEM GERAR PARCELAS.
      * SITUACAO: A=ABERTO P=APROVADO (ESTOQUE RESERVADO EM
      * RESERVA.DAT ATE A VALIDADE) V=CONVERTIDO EM VENDA
       FD ORCAMENTO.
       01 ORCAMENTO-REG.
           05 ORC-CHAVE.
           05 AUD-ANTES        PIC X(250).
           05 AUD-DEPOIS       PIC X(250).

      * DEMANDA NAO ATENDIDA: UM REGISTRO POR ITEM RECUSADO OU
      * ATENDIDO SO EM PARTE POR FALTA DE ESTOQUE (5150/5790). A
      * QTD PERDIDA E PEDIDA - ATENDIDA; O SGP062 RESUME A SEMANA
       FD DEMANDA.
       01 DEMANDA-REG.
           05 DEM-DATA         PIC 9(08).
           05 DEM-HORA         PIC 9(08).
           05 DEM-PRODUTO      PIC 9(08).
           05 DEM-QTDPEDIDA    PIC 9(05).
           05 DEM-QTDATENDIDA  PIC 9(05).
           05 DEM-PRECOVENDA   PIC 9(06)V99.
           05 DEM-CODCLI       PIC 9(12).
           05 DEM-USUARIO      PIC X(08).

      * SALDO POR LOTE/VALIDADE (ALIMENTADO PELO CADENT). A CHAVE
      * COMECA POR PRODUTO + VALIDADE, ENTAO A LEITURA SEQUENCIAL
      * JA ENTREGA OS LOTES NA ORDEM DE VENCIMENTO (FEFO)
      * ENTREGA EM CASA AGENDADA NO FIM DA VENDA. O ENDERECO E
      * COPIADO DO CADASTRO DO CLIENTE NA HORA; A SITUACAO
      * (A=AGENDADA S=SAIU E=ENTREGUE F=FALHOU) E MANTIDA NO
      * CADENTRG E O ROMANEIO DIARIO SAI NO SGP044 POR CEP/BAIRRO;
      * C=CANCELADA VEM DO ESTORNO DA VENDA (7700)
       FD ENTREGA.
       01 ENTREGA-REG.
           05 ETG-CHAVE.
           05 ETG-DT-ALTERACAO PIC 9(08).
           05 ETG-USUARIO      PIC X(08).

      * RESERVA DE ESTOQUE POR PRODUTO E ORIGEM: O = ORCAMENTO
      * APROVADO (SEGURA ATE RSV-DTLIMITE = VALIDADE), E = VENDA
      * COM ENTREGA AGENDADA (SEGURA ATE O CADENTRG DAR ENTREGUE
      * OU O ESTORNO CANCELAR). A VENDA COM ENTREGA JA BAIXOU O
      * PRO-ESTOQUE, ENTAO A RESERVA 'E' SO REGISTRA A MERCADORIA
      * QUE AINDA ESTA NA LOJA: FISICO = ESTOQUE + RESERVAS 'E' E
      * DISPONIVEL = ESTOQUE - RESERVAS 'O' NAO VENCIDAS. A CHAVE
      * ALTERNADA RSV-ORIGEM ACHA TODAS AS RESERVAS DE UMA ORIGEM
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

      * VALE-CREDITO EMITIDO NA DEVOLUCAO PARCIAL (CADDEV): ACEITO
      * COMO PAGAMENTO DE PARTE DA VENDA E QUEIMADO ('U') UMA VEZ
       FD VALE.
           05 VAL-DT-ALTERACAO PIC 9(08).
           05 VAL-USUARIO      PIC X(08).

      * ENCOMENDA DE CLIENTE (CADENC). A QUE JA CHEGOU ('C') TEM
      * RESERVA 'N' PARA O CLIENTE; NA VENDA DO PRODUTO O VALE DO
      * SINAL E ABATIDO E A ENCOMENDA VIRA 'V'
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

      * SALDO DE PONTOS DE FIDELIDADE POR CPF E O DIARIO DOS
      * MOVIMENTOS (G=GANHO R=RESGATE E=EXPIRADO). O EXTRATO
      * MENSAL SAI NO SGP043
           05 PTM-NVENDA       PIC 9(06).
           05 PTM-USUARIO      PIC X(08).

      * TABELA DE PRECOS POR GRUPO DE CLIENTE (MANTIDA PELO CADTPR):
      * FAIXAS POR QUANTIDADE MINIMA; PRECO DA FAIXA MANDA, ZERADO
      * VALE O PERCENTUAL (2 DECIMAIS) SOBRE O PRECO DE BALCAO
       FD TABPRECO.
       01 TABPRECO-REG.
           05 TPR-CHAVE.
              10 TPR-GRUPO     PIC 9(02).
              10 TPR-PRODUTO   PIC 9(08).
              10 TPR-QTDMIN    PIC 9(05).
           05 TPR-PRECO        PIC 9(06)V99.
           05 TPR-PERCDESC     PIC 9(04).
           05 TPR-SITUACAO     PIC X(01).
           05 TPR-DT-ALTERACAO PIC 9(08).
           05 TPR-USUARIO      PIC X(08).

       FD GRUPOCLI.
       01 GRUPOCLI-REG.
           05 GRP-CODIGO       PIC 9(02).
           05 GRP-DESCRICAO    PIC X(20).
           05 GRP-SITUACAO     PIC X(01).
           05 GRP-DT-ALTERACAO PIC 9(08).
           05 GRP-USUARIO      PIC X(08).

      * TABELA DE PROMOCOES COM VIGENCIA (MANTIDA PELO CADPROMO):
      * P = PRODUTO, C = CLASSIFICACAO; PRECO PROMOCIONAL MANDA,
      * ZERADO VALE O PERCENTUAL DE DESCONTO (2 DECIMAIS)
           05 USU-DT-ALTERACAO PIC 9(08).
           05 USU-USUARIO      PIC X(08).

      * TAXA E PRAZO DE REPASSE DA ADQUIRENTE POR TIPO DE CARTAO
      * E PARCELAS (MANTIDA PELO CADTXC; PARCELAS 00 = PADRAO)
       FD TAXACARTAO.
       01 TAXACARTAO-REG.
           05 TXC-CHAVE.
              10 TXC-TIPO      PIC X(01).
              10 TXC-PARCELAS  PIC 9(02).
           05 TXC-ADQUIRENTE   PIC X(15).
           05 TXC-PERCTAXA     PIC 9(02)V99.
           05 TXC-DIASREPASSE  PIC 9(03).
           05 TXC-DT-ALTERACAO PIC 9(08).
           05 TXC-USUARIO      PIC X(08).

      * RECEBIVEIS DE CARTAO: UM POR PARCELA DA VENDA 'D'/'C', JA
      * LIQUIDO DA TAXA E COM A DATA PREVISTA DE REPASSE. A BAIXA
      * E PELO ARQUIVO DE LIQUIDACAO DA ADQUIRENTE (SGP056), QUE
      * ACHA O RECEBIVEL PELO NSU DO COMPROVANTE + PARCELA
      * (A = A RECEBER, R = RECEBIDO, C = CANCELADO NO ESTORNO)
       FD CARTAOREC.
       01 CARTAOREC-REG.
           05 CRT-CHAVE.
              10 CRT-CODCLI    PIC 9(12).
              10 CRT-NVENDA    PIC 9(06).
              10 CRT-PARCELA   PIC 9(02).
           05 CRT-TIPO         PIC X(01).
           05 CRT-NSUPARC.
              10 CRT-NSU       PIC X(12).
              10 CRT-NPARC     PIC 9(02).
           05 CRT-DTVENDA      PIC 9(08).
           05 CRT-PREVISAO     PIC 9(08).
           05 CRT-VALORBRUTO   PIC 9(09)V99.
           05 CRT-PERCTAXA     PIC 9(02)V99.
           05 CRT-VALORTAXA    PIC 9(09)V99.
           05 CRT-VALORLIQ     PIC 9(09)V99.
           05 CRT-SITUACAO     PIC X(01).
           05 CRT-VALORRECEB   PIC 9(09)V99.
           05 CRT-TAXARECEB    PIC 9(09)V99.
           05 CRT-DTRECEB      PIC 9(08).
           05 CRT-DT-ALTERACAO PIC 9(08).
           05 CRT-USUARIO      PIC X(08).

      * NOTA DE CREDITO DO CLIENTE (RODADA MENSAL DO SGP072). SO
      * E LIDA PARA MOSTRAR A FAIXA DE RISCO NA VENDA A PRAZO
       FD SCORECLI.
       01 SCORECLI-REG.
           05 SCO-CPF          PIC 9(12).
           05 SCO-NOTA         PIC 9(04).
           05 SCO-FAIXA        PIC X(01).
           05 SCO-DTCALC       PIC 9(08).
           05 SCO-PARCPAGAS    PIC 9(04).
           05 SCO-MEDATRASO    PIC 9(04).
           05 SCO-VENCIDAS     PIC 9(03).
           05 SCO-JUROS        PIC 9(09)V99.
           05 SCO-RENEG        PIC 9(03).
           05 SCO-CHQDEV       PIC 9(03).
           05 SCO-ULTCOMPRA    PIC 9(08).
           05 SCO-LIMATUAL     PIC 9(09)V99.
           05 SCO-LIMSUGERIDO  PIC 9(09)V99.
           05 SCO-SITSUG       PIC X(01).
           05 SCO-DT-ALTERACAO PIC 9(08).
           05 SCO-USUARIO      PIC X(08).

      * ZONAS DE ENTREGA (MANTIDAS NO CADENTRG): FAIXA DE CEP E,
      * OPCIONALMENTE, O BAIRRO (DO CEP.DAT) DENTRO DA FAIXA - A
      * ZONA DO BAIRRO VALE ANTES DA ZONA SO DE FAIXA. TAXA COBRADA
      * COMO LINHA 'ENTnnn' DA VENDA, VALOR MINIMO DA VENDA PARA
      * ENTREGA GRATIS (ZERO = SEMPRE COBRA) E DIAS DE ENTREGA
      * (S/N DE DOMINGO A SABADO, COMO NO PROFISSIONAL)
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

      * CADASTRO DE CEP (SGP001) - SO CONSULTA DO BAIRRO DO CEP
       FD CEPREF.
       01 CEPREF-REG.
           05 CEPREF-CODIGO    PIC 9(08).
           05 CEPREF-LOGRADOURO PIC X(40).
           05 CEPREF-CIDADE    PIC X(20).
           05 CEPREF-BAIRRO    PIC X(20).
           05 CEPREF-UF        PIC X(02).
           05 CEPREF-DT-ALTERACAO PIC 9(08).
           05 CEPREF-USUARIO   PIC X(08).

       WORKING-STORAGE SECTION.
           77 VENDAS-STATUS      PIC 9(02).
           77 ITEM-STATUS        PIC 9(02).
           77 WRK-DTHOJE         PIC 9(08).
           77 WRK-SALDOABERTO    PIC 9(11)V99.
           77 AUD-STATUS         PIC 9(02).
           77 DEM-STATUS         PIC 9(02).
           77 WRK-DEMPEDIDA      PIC 9(05).
           01 WRK-ANTESPROD      PIC X(250).
           01 WRK-ANTESVDA       PIC X(250).
           01 WRK-ANTESPAR       PIC X(250).
           77 VLE-STATUS         PIC 9(02).
           77 ETG-STATUS         PIC 9(02).
           77 WRK-TEMENTREGA     PIC X(01).
           77 ZON-STATUS         PIC 9(02).
           77 CEP-STATUS         PIC 9(02).
           77 WRK-TEMCEP         PIC X(01).
      * ZONA DO CLIENTE: S=ACHOU N=CEP FORA DAS ZONAS V=TABELA DE
      * ZONAS VAZIA (ENTREGA SEM TAXA EM QUALQUER DIA, COMO ANTES)
           77 WRK-ZONAOK         PIC X(01).
           77 WRK-ZONACOD        PIC 9(03).
           77 WRK-ZONABAIRRO     PIC X(01).
           77 WRK-FIMZON         PIC X(01).
           77 WRK-BAIRROETG      PIC X(20).
           77 WRK-TAXAETG        PIC 9(04)V99.
           77 WRK-DTOK           PIC X(01).
           77 WRK-TENTDIA        PIC 9(02).
           77 WRK-DTMINETG       PIC 9(08).
           77 WRK-ULTDIA         PIC 9(02).
           01 WRK-DTETG          PIC 9(08).
           01 WRK-DTETG-GRUPO REDEFINES WRK-DTETG.
              05 WRK-ETG-ANO     PIC 9(04).
              05 WRK-ETG-MES     PIC 9(02).
              05 WRK-ETG-DIA     PIC 9(02).
           01 WRK-DTCALC         PIC 9(08).
           01 WRK-DTCALC-GRUPO REDEFINES WRK-DTCALC.
              05 WRK-CAL-ANO     PIC 9(04).
              05 WRK-CAL-MES     PIC 9(02).
              05 WRK-CAL-DIA     PIC 9(02).
           01 WRK-CALCSEMANA.
              05 WRK-SECULO      PIC 9(02).
              05 WRK-ANOSEC      PIC 9(02).
              05 WRK-T1          PIC 9(03).
              05 WRK-T2          PIC 9(03).
              05 WRK-T3          PIC 9(03).
              05 WRK-SOMA        PIC 9(04).
              05 WRK-QUOC        PIC 9(04).
              05 WRK-RESTO       PIC 9(01).
              05 WRK-DIASEM      PIC 9(01).
           77 RSV-STATUS         PIC 9(02).
           77 WRK-FIMRSV         PIC X(01).
           77 WRK-RSVPROD        PIC 9(08).
           77 WRK-RSVTIPO        PIC X(01).
           77 WRK-RSVCLI         PIC 9(12).
           77 WRK-RSVNUM         PIC 9(06).
           77 WRK-QTDRESERV      PIC 9(07).
           77 WRK-DISPON         PIC S9(07).
           77 WRK-NVALE          PIC 9(06).
           01 WRK-ANTESVALE      PIC X(250).
           77 ENC-STATUS         PIC 9(02).
           77 WRK-FIMENC         PIC X(01).
           77 WRK-ACHOUENC       PIC X(01).
           01 WRK-ANTESENC       PIC X(250).
           77 PTM-STATUS         PIC 9(02).
           77 TXC-STATUS         PIC 9(02).
           77 CRT-STATUS         PIC 9(02).
           77 SCO-STATUS         PIC 9(02).
           77 WRK-NSU            PIC X(12).
           77 WRK-PERCTAXA       PIC 9(02)V99.
           77 WRK-DIASREPASSE    PIC 9(03).
           01 WRK-ANTESCRT       PIC X(250).
      * FIDELIDADE: 1 PONTO POR REAL DA VENDA; NO RESGATE CADA 100
      * PONTOS ABATEM 1 REAL DO TOTAL
           77 WRK-PTSPORREAL     PIC 9(02) VALUE 01.
           77 WRK-FIMPRM         PIC X(01).
           77 WRK-PRMTIPO        PIC X(01).
           77 WRK-PRMCOD         PIC 9(08).
      * GRUPO DE PRECO DO CLIENTE DA VENDA/ORCAMENTO (00 = BALCAO,
      * TAMBEM QUANDO O GRUPO ESTA INATIVO) E A REGRA QUE DEU O
      * PRECO DO ITEM, MOSTRADA NA TELA E GRAVADA EM PROMO
      * (N=BALCAO S=PROMOCAO T=TABELA DO GRUPO)
           77 TPR-STATUS         PIC 9(02).
           77 GRP-STATUS         PIC 9(02).
           77 WRK-CLIGRUPO       PIC 9(02) VALUE ZEROS.
           77 WRK-FIMTPR         PIC X(01).
           77 WRK-TABFLAG        PIC X(01).
           77 WRK-PRECOTAB       PIC 9(06)V99.
           77 WRK-QTDMINTAB      PIC 9(05).
           77 WRK-REGRAPRECO     PIC X(25).
           01 WRK-REGRATAB.
              05 FILLER          PIC X(07) VALUE 'TABELA '.
              05 WRK-RGT-GRUPO   PIC 9(02).
              05 FILLER          PIC X(09) VALUE ' A PARTIR'.
              05 FILLER          PIC X(01) VALUE SPACE.
              05 WRK-RGT-QTD     PIC ZZZZ9.
      * TETO DE DESCONTO DO OPERADOR NIVEL 1: 5,00% DO ITEM (ACIMA
      * DISSO SO COM A SENHA DE UM NIVEL 2 NA HORA)
           77 WRK-MAXPCTDESC     PIC 9(04) VALUE 0500.
           77 WRK-DESCOK         PIC X(01).
           77 WRK-AUTUSU         PIC X(08).
           77 WRK-AUTSENHA       PIC X(08).
      * LIBERACAO ACIMA DO TETO: QUEM LIBEROU E OS VALORES VAO PARA
      * O LOGAUD (ARQUIVO 'DESCONTO') DEPOIS QUE O ITEM E GRAVADO -
      * O SGP079 APONTA QUEM LIBEROU DESCONTO NA PROPRIA VENDA
           01 WRK-AUDDESC.
              03 WRK-ADS-CHAVE     PIC X(21).
              03 WRK-ADS-PRODUTO   PIC X(09).
              03 WRK-ADS-AUTORIZ   PIC X(08).
              03 WRK-ADS-VALORITEM PIC 9(08)V99.
              03 WRK-ADS-DESCONTO  PIC 9(08)V99.
              03 WRK-ADS-TETO      PIC 9(08)V99.
           77 WRK-CODCLI         PIC 9(12).
           77 WRK-NVENDA         PIC 9(06).
           77 WRK-MAISITEM       PIC X(01).
           77 WRK-ANOVENC        PIC 9(04).
           77 WRK-MESVENC        PIC 9(02).
           77 WRK-DIAVENC        PIC 9(02).
      * CARNE DE PAGAMENTO DA VENDA A PRAZO (MODULO CARNEIMP)
           01 WRK-CARNE.
              05 WRK-CRN-CODCLI  PIC 9(12).
              05 WRK-CRN-NVENDA  PIC 9(06).
              05 WRK-CRN-ORIGEM  PIC X(08).
              05 WRK-CRN-USUARIO PIC X(08).
              05 WRK-CRN-NOMEREL PIC X(30).
              05 WRK-CRN-RETORNO PIC X(02).
      * RESUMO DIARIO DE VENDAS (MODULO RESUMREG)
           01 WRK-RESUMO.
              05 WRK-RSM-OPERACAO   PIC X(01).
              05 WRK-RSM-DATA       PIC 9(08).
              05 WRK-RSM-PRODUTO    PIC X(09).
              05 WRK-RSM-VENDEDOR   PIC 9(03).
              05 WRK-RSM-FORMAPAGTO PIC X(01).
              05 WRK-RSM-QTD        PIC 9(05).
              05 WRK-RSM-PRECOCUSTO PIC 9(06)V99.
              05 WRK-RSM-VALOR      PIC 9(08)V99.
              05 WRK-RSM-ICMS       PIC 9(08)V99.
              05 WRK-RSM-DESCONTO   PIC 9(08)V99.
              05 WRK-RSM-USUARIO    PIC X(08).
              05 WRK-RSM-RETORNO    PIC X(02).
           77 WRK-RSMERRO        PIC X(01).
      * CONSULTA DO PERIODO FECHADO (MODULO FECHACHK)
           01 WRK-FECHA.
              05 WRK-FEC-DATA    PIC 9(08).
              05 WRK-FEC-FECHADO PIC X(01).
              05 WRK-FEC-DTFECHADO PIC 9(08).
           01 WRK-DTVENDA-AUX    PIC 9(08).
           01 WRK-DTVENDA-GRUPO REDEFINES WRK-DTVENDA-AUX.
              05 WRK-ANOVENDA    PIC 9(04).
             05 LINE 09 COLUMN 15 VALUE '3 - ESTORNAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - ORCAMENTO'.
             05 LINE 11 COLUMN 15 VALUE '5 - CONVERTER ORCAMENTO'.
             05 LINE 12 COLUMN 15 VALUE '6 - APROVAR ORCAMENTO'.
             05 LINE 13 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 14 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 14 COLUMN 22 USING WRK-OPCAO.

           01 TELA-CABECALHO.
               05 CHAVE-CAB FOREGROUND-COLOR 2.
                 10 LINE 11 COLUMN 10 VALUE 'NUMERO DA VENDA'.
                 10 COLUMN PLUS 2 PIC 9(06) USING NVENDA
                   BLANK WHEN ZEROS.
                 10 LINE 22 COLUMN 10 VALUE 'FORMA PAGTO (V/P/D/C)'.
                 10 COLUMN PLUS 2 PIC X(01) USING FORMAPAGTO.
                 10 LINE 22 COLUMN 40 VALUE 'VENDEDOR'.
                 10 TVENDEDOR COLUMN PLUS 2 PIC 9(03) USING VENDEDOR
                 10 COLUMN PLUS 2 PIC ZZZZZZZ9,99 FROM VALORVENDA.
                 10 LINE 24 COLUMN 10 VALUE 'ICMS : '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZ9,99 FROM ICMS.
                 10 LINE 18 COLUMN 40 VALUE 'REGRA: '.
                 10 COLUMN PLUS 1 PIC X(25) FROM WRK-REGRAPRECO.

           01 TELA-DESCONTO.
               05 SS-DESCONTO.

           01 TELA-CONV.
               05 SS-CONV FOREGROUND-COLOR 2.
                 10 LINE 22 COLUMN 10 VALUE 'FORMA PAGTO (V/P/D/C)'.
                 10 COLUMN PLUS 2 PIC X(01) USING FORMAPAGTO.
                 10 LINE 23 COLUMN 10 VALUE 'PARCELAS'.
                 10 COLUMN PLUS 2 PIC 9(02) USING PARCELAS
                 10 LINE 16 COLUMN 40 VALUE 'PERIODO (M/T/N): '.
                 10 COLUMN PLUS 1 PIC X(01) USING ETG-PERIODO.

           01 TELA-ZONAETG.
               05 SS-ZONAETG.
                 10 LINE 13 COLUMN 40 VALUE 'ZONA: '.
                 10 COLUMN PLUS 1 PIC X(20) FROM ZON-DESCRICAO.
                 10 LINE 14 COLUMN 44 VALUE 'TAXA: '.
                 10 COLUMN PLUS 1 PIC ZZZ9,99 FROM WRK-TAXAETG.
                 10 COLUMN PLUS 2 VALUE 'DIAS: '.
                 10 COLUMN PLUS 1 PIC X(07) FROM ZON-DIAS.

           01 TELA-CARTAO.
               05 SS-CARTAO.
                 10 LINE 17 COLUMN 40 VALUE 'NSU CARTAO: '.
                 10 COLUMN PLUS 1 PIC X(12) USING WRK-NSU.

           01 TELA-VALE.
               05 SS-VALE.
                 10 LINE 18 COLUMN 40 VALUE 'VALE (0=SEM): '.
             IF AUD-STATUS = 35 THEN
               OPEN OUTPUT LOGAUD
              END-IF.
             OPEN EXTEND DEMANDA
             IF DEM-STATUS = 35 THEN
               OPEN OUTPUT DEMANDA
              END-IF.
             OPEN I-O LOTE
             IF LOT-STATUS = 35 THEN
               OPEN OUTPUT LOTE
               CLOSE PROMOCAO
               OPEN INPUT PROMOCAO
              END-IF.
             OPEN INPUT TABPRECO
             IF TPR-STATUS = 35 THEN
               OPEN OUTPUT TABPRECO
               CLOSE TABPRECO
               OPEN INPUT TABPRECO
              END-IF.
             OPEN INPUT GRUPOCLI
             IF GRP-STATUS = 35 THEN
               OPEN OUTPUT GRUPOCLI
               CLOSE GRUPOCLI
               OPEN INPUT GRUPOCLI
              END-IF.
             OPEN I-O ENTREGA
             IF ETG-STATUS = 35 THEN
               OPEN OUTPUT ENTREGA
               CLOSE ENTREGA
               OPEN I-O ENTREGA
              END-IF.
             OPEN INPUT ZONAENTREGA
             IF ZON-STATUS = 35 THEN
               OPEN OUTPUT ZONAENTREGA
               CLOSE ZONAENTREGA
               OPEN INPUT ZONAENTREGA
              END-IF.
      * O CEP.DAT E DO SGP001 (COM CHAVE ALTERNADA): AQUI SO E
      * LIDO, E SEM ELE A ZONA SAI PELO BAIRRO DO CLIENTE
             MOVE 'N' TO WRK-TEMCEP.
             OPEN INPUT CEPREF
             IF CEP-STATUS = 00
               MOVE 'S' TO WRK-TEMCEP
             END-IF.
             OPEN I-O RESERVA
             IF RSV-STATUS = 35 THEN
               OPEN OUTPUT RESERVA
               CLOSE RESERVA
               OPEN I-O RESERVA
              END-IF.
             OPEN I-O VALE
             IF VLE-STATUS = 35 THEN
               OPEN OUTPUT VALE
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
             OPEN INPUT TAXACARTAO
             IF TXC-STATUS = 35 THEN
               OPEN OUTPUT TAXACARTAO
               CLOSE TAXACARTAO
               OPEN INPUT TAXACARTAO
              END-IF.
             OPEN I-O CARTAOREC
             IF CRT-STATUS = 35 THEN
               OPEN OUTPUT CARTAOREC
               CLOSE CARTAOREC
               OPEN I-O CARTAOREC
              END-IF.
             OPEN INPUT SCORECLI
             IF SCO-STATUS = 35 THEN
               OPEN OUTPUT SCORECLI
               CLOSE SCORECLI
               OPEN INPUT SCORECLI
              END-IF.
      * USUARIO E NIVEL VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.
             MOVE LNK-NIVEL   TO WRK-NIVEL.
             MOVE SPACES TO PROD WRK-MSGERRO SITUACAO.
             MOVE ZEROS TO CODCLI NVENDA VALORTOTAL DTVENDA UNID QTD
             PRECOCUSTO PRECOVENDA VALORVENDA ICMS ITEM-SEQ VENDEDOR
             ORC-CODCLI ORC-NORC ORC-VALORTOTAL ORC-VALIDADE
             WRK-RSVCLI WRK-RSVNUM.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-INCLUIR THRU 5000-INCLUIR-FIM
               PERFORM 8200-ORCAMENTO
             WHEN 5
               PERFORM 8900-CONVERTER THRU 8900-CONVERTER-FIM
             WHEN 6
               PERFORM 8700-APROVAR THRU 8700-APROVAR-FIM
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               CLOSE ORCAMENTOITEM.
               CLOSE NORCCTL.
               CLOSE LOGAUD.
               CLOSE DEMANDA.
               CLOSE LOTE.
               CLOSE SALDOLOCAL.
               CLOSE KIT.
               CLOSE USUARIOS.
               CLOSE PROMOCAO.
               CLOSE TABPRECO.
               CLOSE GRUPOCLI.
               CLOSE PONTOS.
               CLOSE PONTOSMOV.
               CLOSE VALE.
               CLOSE ENCOMENDA.
               CLOSE ENTREGA.
               CLOSE RESERVA.
               CLOSE TAXACARTAO.
               CLOSE CARTAOREC.
               CLOSE SCORECLI.
               CLOSE ZONAENTREGA.
               IF WRK-TEMCEP = 'S'
                 CLOSE CEPREF
               END-IF.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
      * A VENDA SAI COM A DATA DE HOJE - NAO ENTRA EM MES JA
      * FECHADO PELA CONTABILIDADE (CADFEC)
             ACCEPT WRK-FEC-DATA FROM DATE YYYYMMDD.
             CALL 'FECHACHK' USING WRK-FECHA.
             IF WRK-FEC-FECHADO = 'S'
               MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             MOVE 'N' TO WRK-CLIOK.
             DISPLAY TELA-CABECALHO.
             ACCEPT CHAVE-CAB.
      * INFORMADO TEM QUE EXISTIR E ESTAR ATIVO NO CADASTRO
             MOVE 'N' TO WRK-VDDOK.
             PERFORM 5020-ACEITA-VENDEDOR UNTIL WRK-VDDOK = 'S'.
      * D = CARTAO DE DEBITO (SEMPRE 1 PARCELA), C = CARTAO DE
      * CREDITO (PARCELADO PELA ADQUIRENTE, MESMO TETO DO A PRAZO)
             IF FORMAPAGTO NOT = 'P' AND FORMAPAGTO NOT = 'D'
                AND FORMAPAGTO NOT = 'C'
               MOVE 'V' TO FORMAPAGTO
               MOVE ZEROS TO PARCELAS
             END-IF.
             IF FORMAPAGTO = 'D'
               MOVE 1 TO PARCELAS
             END-IF.
             IF (FORMAPAGTO = 'P' OR FORMAPAGTO = 'C')
                AND PARCELAS = ZEROS
               MOVE 1 TO PARCELAS
             END-IF.
             IF (FORMAPAGTO = 'P' OR FORMAPAGTO = 'C')
                AND PARCELAS > WRK-MAXPARC
               MOVE WRK-MAXPARC TO PARCELAS
               MOVE 'PARCELAS REDUZIDAS AO TETO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
      * TEM PARCELA VENCIDA EM ABERTO
             IF FORMAPAGTO = 'P'
               PERFORM 5025-AVISA-VENCIDAS
               PERFORM 5028-MOSTRA-FAIXA
             END-IF.
      * PROXIMO NUMERO DE VENDA (SEQUENCIAL, CONTROLADO EM
      * NVENDACTL; COM DOIS CAIXAS O CONTADOR E LIDO COM TRAVA)
                 GO TO 5000-INCLUIR-FIM
               END-IF
             END-IF.
      * ENTREGA EM CASA: ZONA PELO CEP DO CLIENTE, DATA SO NOS DIAS
      * DE ENTREGA DA ZONA E TAXA COMO LINHA DA VENDA (ANTES DO
      * VALE, DOS PONTOS E DAS PARCELAS, QUE JA A INCLUEM). O
      * LIMITE DE CREDITO ACIMA E CONFERIDO SO PELA MERCADORIA
             PERFORM 6600-COTA-ENTREGA
                THRU 6600-COTA-ENTREGA-FIM.
      * VALE-CREDITO DE DEVOLUCAO PODE PAGAR PARTE DA VENDA (E
      * QUEIMADO DE UMA VEZ); DEPOIS OS PONTOS DE FIDELIDADE PODEM
      * ABATER O RESTO (100 PONTOS = 1 REAL). SO DEPOIS DO LIMITE
      * APROVADO, PARA A VENDA RECUSADA NAO CONSUMIR O VALE NEM OS
      * PONTOS DO CLIENTE. O SINAL DE ENCOMENDA QUE CHEGOU E
      * ABATIDO ANTES, SOZINHO, QUANDO O PRODUTO ESTA NA VENDA
             PERFORM 6440-ABATE-SINAL.
             PERFORM 6450-USA-VALE
                THRU 6450-USA-VALE-FIM.
             PERFORM 6300-RESGATA-PONTOS
                 IF FORMAPAGTO = 'P'
                   PERFORM 5200-GERAR-PARCELAS
                 END-IF
                 IF FORMAPAGTO = 'D' OR FORMAPAGTO = 'C'
                   PERFORM 5400-GERAR-RECEB-CARTAO
                      THRU 5400-GERAR-RECEB-CARTAO-FIM
                 END-IF
                 PERFORM 6350-ACUMULA-PONTOS
                    THRU 6350-ACUMULA-PONTOS-FIM
                 PERFORM 6500-AGENDA-ENTREGA
                    THRU 6500-AGENDA-ENTREGA-FIM
                 IF FORMAPAGTO = 'P'
                   PERFORM 5250-EMITE-CARNE
                 END-IF
                 MOVE 'V' TO WRK-RSM-OPERACAO
                 PERFORM 5270-ATUALIZA-RESUMO
               END-WRITE.
           5000-INCLUIR-FIM.
             EXIT.
                   ACCEPT TCODCLI
                 ELSE
                   MOVE 'S' TO WRK-CLIOK
                   PERFORM 5015-GRUPO-CLIENTE
                 END-IF
             END-READ.

      * GRUPO DE PRECO DO CLIENTE; CLIENTE ANTIGO (SEM O CAMPO),
      * GRUPO NAO CADASTRADO OU INATIVO FICA NO PRECO DE BALCAO
           5015-GRUPO-CLIENTE.
             MOVE ZEROS TO WRK-CLIGRUPO.
             IF CLI-GRUPO NUMERIC AND CLI-GRUPO NOT = ZEROS
               MOVE CLI-GRUPO TO GRP-CODIGO
               READ GRUPOCLI
                 NOT INVALID KEY
                   IF GRP-SITUACAO = 'A'
                     MOVE CLI-GRUPO TO WRK-CLIGRUPO
                   END-IF
               END-READ
             END-IF.

           5020-ACEITA-VENDEDOR.
             IF VENDEDOR = ZEROS
               MOVE 'S' TO WRK-VDDOK
               END-IF
             END-IF.

      * FAIXA DE RISCO DA ULTIMA RODADA DA NOTA DE CREDITO (SGP072),
      * SO COMO INFORMACAO PARA O OPERADOR - QUEM BLOQUEIA E O LIMITE
           5028-MOSTRA-FAIXA.
             MOVE SPACES TO WRK-MSGERRO.
             MOVE WRK-CODCLI TO SCO-CPF.
             READ SCORECLI
               INVALID KEY
                 MOVE 'CREDITO: SEM NOTA CALCULADA' TO WRK-MSGERRO
             END-READ.
             IF WRK-MSGERRO = SPACES
               IF SCO-FAIXA = 'N'
                 MOVE 'CREDITO: SEM HISTORICO' TO WRK-MSGERRO
               ELSE
                 STRING 'CREDITO: FAIXA ' SCO-FAIXA
                        ' - NOTA ' SCO-NOTA
                        DELIMITED BY SIZE INTO WRK-MSGERRO
               END-IF
             END-IF.
             ACCEPT MOSTRA-ERRO.

      * SOMA O SALDO EM ABERTO DO CLIENTE E COMPARA COM O LIMITE
      * DO CADASTRO. LIMITE ZERADO = SEM LIMITE CADASTRADO (NAO
      * BLOQUEIA). ACIMA DO LIMITE, SO COM LIBERACAO DO SUPERVISOR
             ADD 1 TO ITEM-SEQ.
             MOVE WRK-CODCLI TO ITEM-CODCLI.
             MOVE WRK-NVENDA TO ITEM-NVENDA.
             MOVE SPACES TO DESCRICAO UNID WRK-REGRAPRECO.
             MOVE ZEROS TO PRECOCUSTO PRECOVENDA VALORVENDA ICMS
                           WRK-PRODDIG DESCONTO.
             DISPLAY TELA-REGISTRO.
                   IF WRK-EKIT = 'S'
                     PERFORM 5705-VENDE-KIT THRU 5705-VENDE-KIT-FIM
                   ELSE
      * O QUE ESTA RESERVADO P/ ORCAMENTO APROVADO NAO SAI NO BALCAO
                   PERFORM 8800-DISPONIVEL
                   IF QTD > WRK-DISPON
                     PERFORM 5150-FALTA-ESTOQUE
                   END-IF
                   IF QTD > WRK-DISPON
                     MOVE 'ESTOQUE INSUFICIENTE' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                     SUBTRACT 1 FROM ITEM-SEQ
                   MOVE PRO-UNIDADE TO UNID
                   MOVE PRO-PRECOCUSTO TO PRECOCUSTO
                   MOVE PRO-PRECOVENDA TO PRECOVENDA
                   PERFORM 5930-PRECO-ITEM
                   COMPUTE VALORVENDA = PRECOVENDA * QTD
                   MOVE 0700 TO WRK-ALIQICMS
                   IF PRO-CLASSIFICACAO >= 1 AND
                       MOVE SPACES TO AUD-ANTES
                       MOVE VENDASITEM-REG TO AUD-DEPOIS
                       PERFORM 8100-GRAVA-LOGAUD
                       IF WRK-ADS-AUTORIZ NOT = SPACES
                         PERFORM 5870-GRAVA-LIBERACAO
                       END-IF
                       ADD VALORVENDA TO VALORTOTAL
                       PERFORM 5500-TRAVA-PRODUTO
                               THRU 5510-TRAVA-PRODUTO-TENTA
             ACCEPT MOSTRA-ERRO.
             MOVE WRK-TECLA TO WRK-MAISITEM.

      * FALTA DE ESTOQUE NO ITEM: COM ALGUM DISPONIVEL OFERECE
      * VENDER SO O QUE HA (QTD PASSA A SER O DISPONIVEL); DE
      * QUALQUER FORMA A DIFERENCA FICA REGISTRADA EM DEMANDA.DAT
           5150-FALTA-ESTOQUE.
             MOVE QTD TO WRK-DEMPEDIDA.
             IF WRK-DISPON > ZEROS
               MOVE 'N' TO WRK-TECLA
               MOVE 'VENDER SO O DISPONIVEL (S/N)?' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S' OR 's'
                 MOVE WRK-DISPON TO QTD
               END-IF
             END-IF.
             IF QTD > WRK-DISPON
               MOVE ZEROS TO DEM-QTDATENDIDA
             ELSE
               MOVE QTD TO DEM-QTDATENDIDA
             END-IF.
             PERFORM 5160-GRAVA-DEMANDA.

      * GRAVA A DEMANDA DO PRODUTO EM PRODUTO-REG; A QTD PEDIDA
      * VEM EM WRK-DEMPEDIDA E A ATENDIDA JA EM DEM-QTDATENDIDA
           5160-GRAVA-DEMANDA.
             ACCEPT DEM-DATA FROM DATE YYYYMMDD.
             ACCEPT DEM-HORA FROM TIME.
             MOVE PRO-CODIGO TO DEM-PRODUTO.
             MOVE WRK-DEMPEDIDA TO DEM-QTDPEDIDA.
             MOVE PRO-PRECOVENDA TO DEM-PRECOVENDA.
             MOVE WRK-CODCLI TO DEM-CODCLI.
             MOVE WRK-USUARIO TO DEM-USUARIO.
             WRITE DEMANDA-REG.

      * DESCONTO EM VALOR POR ITEM. ATE O TETO DO OPERADOR (5% DO
      * ITEM) PASSA DIRETO; ACIMA DISSO O SUPERVISOR (NIVEL 2)
      * LIBERA - SE O PROPRIO OPERADOR E NIVEL 2 BASTA CONFIRMAR,
      * ENTAO MARGEM (SGP021) E CAIXA (SGP025) JA REFLETEM O REAL
           5850-ACEITA-DESCONTO.
             MOVE ZEROS TO DESCONTO.
             MOVE SPACES TO WRK-ADS-AUTORIZ.
             DISPLAY TELA-DESCONTO.
             ACCEPT TELA-DESCONTO.
             IF DESCONTO = ZEROS
                 IF WRK-TECLA NOT = 'S'
                   GO TO 5850-ACEITA-DESCONTO
                 END-IF
                 MOVE WRK-USUARIO TO WRK-ADS-AUTORIZ
               ELSE
                 PERFORM 5860-AUTORIZA-SUPERV
                 IF WRK-DESCOK NOT = 'S'
                   ACCEPT MOSTRA-ERRO
                   GO TO 5850-ACEITA-DESCONTO
                 END-IF
                 MOVE WRK-AUTUSU TO WRK-ADS-AUTORIZ
               END-IF
               MOVE VALORVENDA TO WRK-ADS-VALORITEM
               MOVE DESCONTO TO WRK-ADS-DESCONTO
               MOVE WRK-DESCMAX TO WRK-ADS-TETO
             END-IF.
             SUBTRACT DESCONTO FROM VALORVENDA.
             COMPUTE ICMS = VALORVENDA * WRK-ALIQICMS / 10000.
                 END-IF
             END-READ.

      * REGISTRO DA LIBERACAO NO DIARIO: CHAVE = A VENDA, USUARIO =
      * QUEM DIGITOU O ITEM, IMAGEM DEPOIS = WRK-AUDDESC
           5870-GRAVA-LIBERACAO.
             MOVE ITEM-CHAVE TO WRK-ADS-CHAVE.
             MOVE PROD TO WRK-ADS-PRODUTO.
             MOVE 'DESCONTO' TO AUD-ARQUIVO.
             MOVE SPACES TO AUD-CHAVE.
             MOVE WRK-ADS-CHAVE(1:18) TO AUD-CHAVE.
             MOVE 'I' TO AUD-OPERACAO.
             MOVE SPACES TO AUD-ANTES.
             MOVE WRK-AUDDESC TO AUD-DEPOIS.
             PERFORM 8100-GRAVA-LOGAUD.
             MOVE SPACES TO WRK-ADS-AUTORIZ.

      * ENTREGA EM CASA OPCIONAL NO FIM DA VENDA: O ENDERECO SAI
      * DO CADASTRO DO CLIENTE (JA LIDO NA ABERTURA DA VENDA) E O
      * ROMANEIO DO DIA (SGP044) AGRUPA POR CEP/BAIRRO. DATA E
      * PERIODO JA VEM ACEITOS NA COTACAO (6600)
           6500-AGENDA-ENTREGA.
             IF WRK-TEMENTREGA NOT = 'S'
               GO TO 6500-AGENDA-ENTREGA-FIM.
             MOVE WRK-CODCLI TO ETG-CODCLI.
             MOVE WRK-NVENDA TO ETG-NVENDA.
             MOVE 'A' TO ETG-SITUACAO.
                 MOVE 'ERRO AO AGENDAR ENTREGA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 PERFORM 6550-RESERVA-ENTREGA
                 MOVE 'ENTREGA AGENDADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-WRITE.
           6500-AGENDA-ENTREGA-FIM.
             EXIT.

      * COTACAO DA ENTREGA: ACHA A ZONA DO CEP DO CLIENTE, OFERECE
      * A PRIMEIRA DATA EM QUE A ZONA ENTREGA (A PARTIR DE HOJE) E
      * SO ACEITA DATA EM DIA DE ENTREGA DA ZONA. A TAXA E GRATIS
      * QUANDO A VENDA ALCANCA O MINIMO DA ZONA
           6600-COTA-ENTREGA.
             MOVE 'N' TO WRK-TEMENTREGA.
             MOVE 'N' TO WRK-TECLA.
             MOVE 'ENTREGA EM CASA (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 6600-COTA-ENTREGA-FIM.
             PERFORM 6650-ACHA-ZONA THRU 6650-ACHA-ZONA-FIM.
             IF WRK-ZONAOK = 'N'
               MOVE 'CEP FORA DAS ZONAS DE ENTREGA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6600-COTA-ENTREGA-FIM.
             MOVE ZEROS TO WRK-TAXAETG.
             IF WRK-ZONAOK = 'V'
               MOVE 'SEM TABELA DE ZONAS' TO ZON-DESCRICAO
               MOVE 'SSSSSSS' TO ZON-DIAS
             ELSE
               MOVE ZON-TAXA TO WRK-TAXAETG
               IF ZON-MINGRATIS > ZEROS
                  AND VALORTOTAL NOT < ZON-MINGRATIS
                 MOVE ZEROS TO WRK-TAXAETG
               END-IF
             END-IF.
             ACCEPT WRK-DTMINETG FROM DATE YYYYMMDD.
             MOVE WRK-DTMINETG TO WRK-DTETG.
             MOVE ZEROS TO WRK-TENTDIA.
             PERFORM 6660-ACHA-DIA-VALIDO
                THRU 6660-ACHA-DIA-VALIDO-FIM.
             MOVE WRK-DTETG TO ETG-DTAGENDADA.
             MOVE SPACES TO ETG-PERIODO.
             DISPLAY TELA-ZONAETG.
             MOVE 'N' TO WRK-DTOK.
             PERFORM 6620-ACEITA-DATA UNTIL WRK-DTOK = 'S'.
             IF ETG-PERIODO = SPACES
               MOVE 'M' TO ETG-PERIODO.
             IF WRK-TAXAETG > ZEROS
               PERFORM 6630-GRAVA-TAXA
             ELSE
               MOVE 'ENTREGA SEM TAXA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             END-IF.
             MOVE 'S' TO WRK-TEMENTREGA.
           6600-COTA-ENTREGA-FIM.
             EXIT.

      * DATA EM BRANCO FICA COM A DATA OFERECIDA
           6620-ACEITA-DATA.
             DISPLAY TELA-ENTREGA.
             ACCEPT TELA-ENTREGA.
             IF ETG-DTAGENDADA = ZEROS
               MOVE WRK-DTETG TO ETG-DTAGENDADA.
             MOVE 'S' TO WRK-DTOK.
             IF ETG-DTAGENDADA < WRK-DTMINETG
               MOVE 'DATA DE ENTREGA JA PASSOU' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               MOVE WRK-DTETG TO ETG-DTAGENDADA
               MOVE 'N' TO WRK-DTOK
             ELSE
               MOVE ETG-DTAGENDADA TO WRK-DTCALC
               PERFORM 6680-DIA-SEMANA
               IF ZON-DIA(WRK-DIASEM) NOT = 'S'
                 MOVE 'ZONA NAO ENTREGA NESSE DIA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE WRK-DTETG TO ETG-DTAGENDADA
                 MOVE 'N' TO WRK-DTOK
               END-IF
             END-IF.

      * TAXA DE ENTREGA COMO MAIS UMA LINHA DA VENDA ('ENTnnn' =
      * ZONA, SEM ESTOQUE E SEM ICMS - MESMA IDEIA DA LINHA
      * 'SRVnnnn' DE SERVICO DO SGP033)
           6630-GRAVA-TAXA.
             ADD 1 TO ITEM-SEQ.
             MOVE WRK-CODCLI TO ITEM-CODCLI.
             MOVE WRK-NVENDA TO ITEM-NVENDA.
             MOVE SPACES TO PROD DESCRICAO.
             STRING 'ENT' WRK-ZONACOD DELIMITED BY SIZE INTO PROD.
             STRING 'ENTREGA ' ZON-DESCRICAO
                DELIMITED BY SIZE INTO DESCRICAO.
             MOVE 'UN' TO UNID.
             MOVE ZEROS TO PRECOCUSTO ICMS DESCONTO.
             MOVE WRK-TAXAETG TO PRECOVENDA VALORVENDA.
             MOVE 1 TO QTD.
             MOVE 'N' TO PROMO.
             WRITE VENDASITEM-REG
               INVALID KEY
                 MOVE 'ERRO NA TAXA DE ENTREGA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 SUBTRACT 1 FROM ITEM-SEQ
               NOT INVALID KEY
                 MOVE 'VENDASITEM' TO AUD-ARQUIVO
                 MOVE ITEM-CHAVE TO AUD-CHAVE
                 MOVE 'I' TO AUD-OPERACAO
                 MOVE SPACES TO AUD-ANTES
                 MOVE VENDASITEM-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
                 ADD VALORVENDA TO VALORTOTAL
                 DISPLAY SS-CABECALHO
                 MOVE WRK-TAXAETG TO WRK-VALED
                 MOVE SPACES TO WRK-MSGERRO
                 STRING 'TAXA ENTREGA ' WRK-VALED
                    DELIMITED BY SIZE INTO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-WRITE.

      * PERCORRE AS ZONAS ATIVAS: A DO BAIRRO (CEP.DAT, OU O DO
      * CADASTRO DO CLIENTE) DENTRO DA FAIXA GANHA DA ZONA SO DE
      * FAIXA; ENTRE ZONAS IGUAIS VALE A DE MENOR CODIGO
           6650-ACHA-ZONA.
             MOVE 'V' TO WRK-ZONAOK.
             MOVE ZEROS TO WRK-ZONACOD.
             MOVE 'N' TO WRK-ZONABAIRRO.
             MOVE CLI-BAIRRO TO WRK-BAIRROETG.
             IF WRK-TEMCEP = 'S'
               MOVE CLI-CEP TO CEPREF-CODIGO
               READ CEPREF
                 NOT INVALID KEY
                   MOVE CEPREF-BAIRRO TO WRK-BAIRROETG
               END-READ
             END-IF.
             MOVE ZEROS TO ZON-CODIGO.
             MOVE 'N' TO WRK-FIMZON.
             START ZONAENTREGA KEY IS NOT LESS THAN ZON-CODIGO
               INVALID KEY
                 MOVE 'S' TO WRK-FIMZON.
             PERFORM 6655-CONFERE-ZONA UNTIL WRK-FIMZON = 'S'.
             IF WRK-ZONACOD = ZEROS
               GO TO 6650-ACHA-ZONA-FIM.
             MOVE WRK-ZONACOD TO ZON-CODIGO.
             READ ZONAENTREGA
               INVALID KEY
                 MOVE 'N' TO WRK-ZONAOK
                 GO TO 6650-ACHA-ZONA-FIM
             END-READ.
             MOVE 'S' TO WRK-ZONAOK.
           6650-ACHA-ZONA-FIM.
             EXIT.

           6655-CONFERE-ZONA.
             READ ZONAENTREGA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMZON
             END-READ.
             IF WRK-FIMZON = 'N'
               MOVE 'N' TO WRK-ZONAOK
               IF ZON-SITUACAO = 'A'
                  AND CLI-CEP NOT < ZON-CEPINI
                  AND CLI-CEP NOT > ZON-CEPFIM
                 IF ZON-BAIRRO = SPACES
                   IF WRK-ZONACOD = ZEROS
                     MOVE ZON-CODIGO TO WRK-ZONACOD
                   END-IF
                 ELSE
                   IF ZON-BAIRRO = WRK-BAIRROETG
                      AND WRK-ZONABAIRRO = 'N'
                     MOVE ZON-CODIGO TO WRK-ZONACOD
                     MOVE 'S' TO WRK-ZONABAIRRO
                   END-IF
                 END-IF
               END-IF
             END-IF.

      * AVANCA WRK-DTETG ATE UM DIA DE ENTREGA DA ZONA (NO MAXIMO
      * UMA SEMANA - O CADENTRG NAO ACEITA ZONA SEM NENHUM DIA)
           6660-ACHA-DIA-VALIDO.
             MOVE WRK-DTETG TO WRK-DTCALC.
             PERFORM 6680-DIA-SEMANA.
             IF ZON-DIA(WRK-DIASEM) = 'S' OR WRK-TENTDIA NOT < 7
               GO TO 6660-ACHA-DIA-VALIDO-FIM.
             ADD 1 TO WRK-TENTDIA.
             IF WRK-ETG-MES = 12
               MOVE 31 TO WRK-ULTDIA
             ELSE
               COMPUTE WRK-ULTDIA = TAB-DIASMES(WRK-ETG-MES + 1)
                                  - TAB-DIASMES(WRK-ETG-MES)
             END-IF.
             DIVIDE WRK-ETG-ANO BY 4 GIVING WRK-QUOC
               REMAINDER WRK-RESTO.
             IF WRK-ETG-MES = 2 AND WRK-RESTO = ZEROS
               MOVE 29 TO WRK-ULTDIA.
             ADD 1 TO WRK-ETG-DIA.
             IF WRK-ETG-DIA > WRK-ULTDIA
               MOVE 1 TO WRK-ETG-DIA
               ADD 1 TO WRK-ETG-MES
               IF WRK-ETG-MES > 12
                 MOVE 1 TO WRK-ETG-MES
                 ADD 1 TO WRK-ETG-ANO
               END-IF
             END-IF.
             GO TO 6660-ACHA-DIA-VALIDO.
           6660-ACHA-DIA-VALIDO-FIM.
             EXIT.

      * DIA DA SEMANA DE WRK-DTCALC (1=DOMINGO ... 7=SABADO) PELA
      * CONGRUENCIA DE ZELLER, COMO NO CADASTRO-PET (JANEIRO E
      * FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO ANTERIOR)
           6680-DIA-SEMANA.
             IF WRK-CAL-MES < 3
               ADD 12 TO WRK-CAL-MES
               SUBTRACT 1 FROM WRK-CAL-ANO.
             DIVIDE WRK-CAL-ANO BY 100 GIVING WRK-SECULO
               REMAINDER WRK-ANOSEC.
             COMPUTE WRK-T1 = (13 * (WRK-CAL-MES + 1)) / 5.
             DIVIDE WRK-ANOSEC BY 4 GIVING WRK-T2.
             DIVIDE WRK-SECULO BY 4 GIVING WRK-T3.
             COMPUTE WRK-SOMA = WRK-CAL-DIA + WRK-T1 + WRK-ANOSEC
                              + WRK-T2 + WRK-T3 + 5 * WRK-SECULO + 6.
             DIVIDE WRK-SOMA BY 7 GIVING WRK-QUOC REMAINDER WRK-RESTO.
             ADD 1 WRK-RESTO GIVING WRK-DIASEM.

      * CADA ITEM DA VENDA ENTREGUE EM CASA FICA RESERVADO ('E')
      * ATE O CADENTRG DAR A ENTREGA COMO FEITA; LINHA DE KIT
      * RESERVA OS COMPONENTES, QUE SAO QUEM CARREGA ESTOQUE
           6550-RESERVA-ENTREGA.
             MOVE WRK-CODCLI TO ITEM-CODCLI.
             MOVE WRK-NVENDA TO ITEM-NVENDA.
             MOVE ZEROS TO ITEM-SEQ.
             START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                 MOVE 99 TO ITEM-STATUS.
             PERFORM 6560-RESERVA-PROX-ITEM
               UNTIL ITEM-STATUS NOT = 0
                  OR ITEM-CODCLI NOT = WRK-CODCLI
                  OR ITEM-NVENDA NOT = WRK-NVENDA.

           6560-RESERVA-PROX-ITEM.
             READ VENDASITEM NEXT RECORD
               AT END MOVE 99 TO ITEM-STATUS
             END-READ.
             IF ITEM-STATUS = 0
                AND ITEM-CODCLI = WRK-CODCLI
                AND ITEM-NVENDA = WRK-NVENDA
                AND PROD(1:3) NOT = 'ENT'
                MOVE PROD TO WRK-PRODCOD
                MOVE WRK-PRODCOD TO PRO-CODIGO
                READ PRODUTO
                  NOT INVALID KEY
                    PERFORM 5700-CHECA-KIT
                       THRU 5700-CHECA-KIT-FIM
                    IF WRK-EKIT = 'S'
                      PERFORM 6570-RESERVA-COMPONENTES
                    ELSE
                      MOVE PRO-CODIGO TO RSV-PRODUTO
                      MOVE QTD TO RSV-QTD
                      PERFORM 6590-GRAVA-RES-ENTREGA
                    END-IF
                END-READ
             END-IF.

           6570-RESERVA-COMPONENTES.
             MOVE WRK-KITPAI TO KIT-PAI.
             MOVE ZEROS TO KIT-COMPONENTE.
             MOVE 'N' TO WRK-FIMKIT.
             START KIT KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMKIT.
             PERFORM 6580-RESERVA-UM-COMP UNTIL WRK-FIMKIT = 'S'.

           6580-RESERVA-UM-COMP.
             READ KIT NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMKIT
             END-READ.
             IF WRK-FIMKIT = 'N'
               IF KIT-PAI NOT = WRK-KITPAI
                 MOVE 'S' TO WRK-FIMKIT
               ELSE
                 MOVE KIT-COMPONENTE TO RSV-PRODUTO
                 COMPUTE RSV-QTD = KIT-QTDCOMP * QTD
                 PERFORM 6590-GRAVA-RES-ENTREGA
               END-IF
             END-IF.

           6590-GRAVA-RES-ENTREGA.
             MOVE 'E' TO RSV-TIPO.
             MOVE WRK-CODCLI TO RSV-CODCLI.
             MOVE WRK-NVENDA TO RSV-NUMERO.
             MOVE ITEM-SEQ TO RSV-SEQ.
             MOVE ETG-DTAGENDADA TO RSV-DTLIMITE.
             PERFORM 8850-GRAVA-RESERVA.

      * ENCOMENDAS DO CLIENTE QUE JA CHEGARAM ('C') E CUJO PRODUTO
      * ESTA NOS ITENS DESTA VENDA: O VALE DO SINAL E QUEIMADO
      * (ABATE DO TOTAL), A ENCOMENDA VIRA 'V' E A RESERVA 'N' E
      * LIBERADA. SINAL MAIOR QUE A VENDA FICA NO VALE ABERTO
           6440-ABATE-SINAL.
             MOVE WRK-CODCLI TO ENC-CODCLI.
             MOVE 'N' TO WRK-FIMENC.
             START ENCOMENDA KEY IS NOT LESS THAN ENC-CODCLI
               INVALID KEY
                 MOVE 'S' TO WRK-FIMENC.
             PERFORM 6441-PROX-ENCOMENDA UNTIL WRK-FIMENC = 'S'.

           6441-PROX-ENCOMENDA.
             READ ENCOMENDA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMENC
             END-READ.
             IF WRK-FIMENC = 'N'
               IF ENC-CODCLI NOT = WRK-CODCLI
                 MOVE 'S' TO WRK-FIMENC
               ELSE
                 IF ENC-SITUACAO = 'C'
                   PERFORM 6442-PROCURA-ITEM
                   IF WRK-ACHOUENC = 'S'
                     PERFORM 6444-BAIXA-ENCOMENDA
                   END-IF
                 END-IF
               END-IF
             END-IF.

           6442-PROCURA-ITEM.
             MOVE 'N' TO WRK-ACHOUENC.
             MOVE WRK-CODCLI TO ITEM-CODCLI.
             MOVE WRK-NVENDA TO ITEM-NVENDA.
             MOVE ZEROS TO ITEM-SEQ.
             START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                 MOVE 99 TO ITEM-STATUS.
             PERFORM 6443-CONFERE-ITEM
               UNTIL ITEM-STATUS NOT = 0
                  OR ITEM-CODCLI NOT = WRK-CODCLI
                  OR ITEM-NVENDA NOT = WRK-NVENDA
                  OR WRK-ACHOUENC = 'S'.

           6443-CONFERE-ITEM.
             READ VENDASITEM NEXT RECORD
               AT END MOVE 99 TO ITEM-STATUS
             END-READ.
             IF ITEM-STATUS = 0
                AND ITEM-CODCLI = WRK-CODCLI
                AND ITEM-NVENDA = WRK-NVENDA
                AND PROD(1:3) NOT = 'ENT'
                MOVE PROD TO WRK-PRODCOD
                IF WRK-PRODCOD = ENC-PRODUTO
                  MOVE 'S' TO WRK-ACHOUENC
                END-IF
             END-IF.

           6444-BAIXA-ENCOMENDA.
             IF ENC-NVALE > ZEROS
               MOVE ENC-NVALE TO VAL-NUMERO
               READ VALE
                 INVALID KEY
                   MOVE 'VALE DO SINAL NAO ACHADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                   IF VAL-SITUACAO = 'A'
                     IF VAL-VALOR > VALORTOTAL
                       MOVE 'SINAL MAIOR-FICA NO VALE' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     ELSE
                       PERFORM 6445-QUEIMA-SINAL
                     END-IF
                   END-IF
               END-READ
             END-IF.
             MOVE ENCOMENDA-REG TO WRK-ANTESENC.
             MOVE 'V' TO ENC-SITUACAO.
             MOVE WRK-NVENDA TO ENC-NVENDA.
             ACCEPT ENC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO ENC-USUARIO.
             REWRITE ENCOMENDA-REG
               INVALID KEY
                 MOVE 'ERRO AO BAIXAR ENCOMENDA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'ENCOMENDA' TO AUD-ARQUIVO
                 MOVE ENC-NUMERO TO AUD-CHAVE
                 MOVE 'A' TO AUD-OPERACAO
                 MOVE WRK-ANTESENC TO AUD-ANTES
                 MOVE ENCOMENDA-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
                 MOVE 'N' TO WRK-RSVTIPO
                 MOVE WRK-CODCLI TO WRK-RSVCLI
                 MOVE ENC-NUMERO TO WRK-RSVNUM
                 PERFORM 8860-LIBERA-RESERVAS
             END-REWRITE.

           6445-QUEIMA-SINAL.
             MOVE VALE-REG TO WRK-ANTESVALE.
             SUBTRACT VAL-VALOR FROM VALORTOTAL.
             MOVE 'U' TO VAL-SITUACAO.
             MOVE WRK-NVENDA TO VAL-NVENDAUSO.
             ACCEPT VAL-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO VAL-USUARIO.
             REWRITE VALE-REG
               INVALID KEY
                 MOVE 'ERRO AO BAIXAR O VALE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'VALE' TO AUD-ARQUIVO
                 MOVE VAL-NUMERO TO AUD-CHAVE
                 MOVE 'A' TO AUD-OPERACAO
                 MOVE WRK-ANTESVALE TO AUD-ANTES
                 MOVE VALE-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
                 MOVE 'SINAL DA ENCOMENDA ABATIDO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.

      * ABATE O VALE-CREDITO DO TOTAL DA VENDA. O VALE TEM QUE SER
      * DO MESMO CLIENTE, ESTAR ABERTO E CABER NO TOTAL - VALE
      * MAIOR QUE A VENDA NAO E ACEITO (O OPERADOR COMPLETA A
                 END-IF
             END-WRITE.

      * PRECO DO ITEM NA VENDA: TABELA DO GRUPO DO CLIENTE PELA
      * QUANTIDADE, DEPOIS A PROMOCAO POR CIMA DELA (O DESCONTO DO
      * OPERADOR VEM DEPOIS, EM 5850). PROMOCAO DE PRECO FIXO ACIMA
      * DO PRECO DA TABELA NAO VALE PARA O CLIENTE DO GRUPO
           5930-PRECO-ITEM.
             PERFORM 5940-APLICA-TABELA.
             PERFORM 5900-APLICA-PROMO.
             IF WRK-TABFLAG = 'S' AND PRECOVENDA > WRK-PRECOTAB
               MOVE WRK-PRECOTAB TO PRECOVENDA
               MOVE 'N' TO WRK-PROMOFLAG
             END-IF.
             IF WRK-PROMOFLAG = 'S'
               MOVE 'S' TO PROMO
               MOVE 'PROMOCAO' TO WRK-REGRAPRECO
             ELSE
               IF WRK-TABFLAG = 'S'
                 MOVE 'T' TO PROMO
                 MOVE WRK-REGRATAB TO WRK-REGRAPRECO
               ELSE
                 MOVE 'N' TO PROMO
                 MOVE 'BALCAO' TO WRK-REGRAPRECO
               END-IF
             END-IF.

      * FAIXA DA TABELA DO GRUPO PARA A QUANTIDADE DO ITEM: AS
      * FAIXAS DO PRODUTO CHEGAM EM ORDEM DE QUANTIDADE MINIMA E
      * VALE A ULTIMA ATIVA QUE A QUANTIDADE ALCANCA
           5940-APLICA-TABELA.
             MOVE 'N' TO WRK-TABFLAG.
             MOVE 'S' TO WRK-FIMTPR.
             IF WRK-CLIGRUPO NOT = ZEROS
               MOVE WRK-CLIGRUPO TO TPR-GRUPO
               MOVE PRO-CODIGO TO TPR-PRODUTO
               MOVE ZEROS TO TPR-QTDMIN
               MOVE 'N' TO WRK-FIMTPR.
             IF WRK-FIMTPR = 'N'
               START TABPRECO KEY IS NOT LESS THAN TPR-CHAVE
                 INVALID KEY
                   MOVE 'S' TO WRK-FIMTPR.
             PERFORM 5945-PROX-FAIXA UNTIL WRK-FIMTPR = 'S'.
             IF WRK-TABFLAG = 'S'
               MOVE WRK-PRECOTAB TO PRECOVENDA
               MOVE WRK-CLIGRUPO TO WRK-RGT-GRUPO
               MOVE WRK-QTDMINTAB TO WRK-RGT-QTD
             END-IF.

           5945-PROX-FAIXA.
             READ TABPRECO NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMTPR
             END-READ.
             IF WRK-FIMTPR = 'N'
               IF TPR-GRUPO NOT = WRK-CLIGRUPO
                  OR TPR-PRODUTO NOT = PRO-CODIGO
                  OR TPR-QTDMIN > QTD
                 MOVE 'S' TO WRK-FIMTPR
               ELSE
                 IF TPR-SITUACAO = 'A'
                   IF TPR-PRECO > ZEROS
                     MOVE TPR-PRECO TO WRK-PRECOTAB
                   ELSE
                     COMPUTE WRK-PRECOTAB = PRO-PRECOVENDA
                           - (PRO-PRECOVENDA * TPR-PERCDESC / 10000)
                   END-IF
                   MOVE TPR-QTDMIN TO WRK-QTDMINTAB
                   MOVE 'S' TO WRK-TABFLAG
                 END-IF
               END-IF
             END-IF.

      * REGRA DE UM ITEM JA GRAVADO (CONSULTA), PELO PROMO
           5990-REGRA-GRAVADA.
             EVALUATE PROMO
               WHEN 'S'
                 MOVE 'PROMOCAO' TO WRK-REGRAPRECO
               WHEN 'T'
                 MOVE 'TABELA DO GRUPO' TO WRK-REGRAPRECO
               WHEN OTHER
                 MOVE 'BALCAO' TO WRK-REGRAPRECO
             END-EVALUATE.

      * APLICA A PROMOCAO VIGENTE NA DATA DA VENDA SOBRE O PRECO
      * JA CARREGADO EM PRECOVENDA: PRIMEIRO PROCURA PELO PRODUTO,
      * DEPOIS PELA CLASSIFICACAO. MARCA O ITEM COMO PROMOCIONAL
               MOVE 'SEM ESTOQUE P/ COMPONENTE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               SUBTRACT 1 FROM ITEM-SEQ
               PERFORM 5790-DEMANDA-KIT
               GO TO 5705-VENDE-KIT-FIM.
      * RELE O PAI - AS VERIFICACOES DEIXARAM O ULTIMO COMPONENTE
      * NO REGISTRO DE PRODUTO
             MOVE PRO-UNIDADE TO UNID.
             MOVE PRO-PRECOCUSTO TO PRECOCUSTO.
             MOVE PRO-PRECOVENDA TO PRECOVENDA.
             PERFORM 5930-PRECO-ITEM.
             COMPUTE VALORVENDA = PRECOVENDA * QTD.
             MOVE 0700 TO WRK-ALIQICMS.
             IF PRO-CLASSIFICACAO >= 1 AND
           5705-VENDE-KIT-FIM.
             EXIT.

      * KIT RECUSADO: A DEMANDA E DO PAI (PRECO DO KIT), ENTAO
      * RELE O PAI ANTES DE GRAVAR
           5790-DEMANDA-KIT.
             MOVE WRK-KITPAI TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE ZEROS TO PRO-PRECOVENDA
             END-READ.
             MOVE WRK-KITPAI TO PRO-CODIGO.
             MOVE QTD TO WRK-DEMPEDIDA.
             MOVE ZEROS TO DEM-QTDATENDIDA.
             PERFORM 5160-GRAVA-DEMANDA.

           5710-VERIF-COMPONENTES.
             MOVE WRK-KITPAI TO KIT-PAI.
             MOVE ZEROS TO KIT-COMPONENTE.
                   INVALID KEY
                     MOVE 'N' TO WRK-KITOK
                   NOT INVALID KEY
                     PERFORM 8800-DISPONIVEL
                     IF PRO-SITUACAO NOT = 'A'
                        OR WRK-QTDNEC > WRK-DISPON
                       MOVE 'N' TO WRK-KITOK
                     END-IF
                 END-READ
             END-WRITE.
             ADD 1 TO WRK-PARCELA.

      * O CLIENTE DA VENDA A PRAZO SAI COM O CARNE DAS PARCELAS
      * (UMA LAMINA POR PARCELA, NO SPOOL PARA IMPRIMIR NO CADSPOOL)
           5250-EMITE-CARNE.
             MOVE WRK-CODCLI  TO WRK-CRN-CODCLI.
             MOVE WRK-NVENDA  TO WRK-CRN-NVENDA.
             MOVE 'CADVEN'    TO WRK-CRN-ORIGEM.
             MOVE WRK-USUARIO TO WRK-CRN-USUARIO.
             CALL 'CARNEIMP' USING WRK-CARNE.
             IF WRK-CRN-RETORNO = '00'
               MOVE 'CARNE GERADO - VER O CADSPOOL' TO WRK-MSGERRO
             ELSE
               MOVE 'CARNE NAO GERADO' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.

      * LEVA OS ITENS DA VENDA QUE ESTA EM VENDAS-REG PARA O RESUMO
      * DIARIO (RESUMOVDA.DAT): 'V' NA VENDA GRAVADA, 'E' NO
      * ESTORNO - SEMPRE NA DATA DA VENDA, QUE E A DATA DOS
      * RELATORIOS DE PERIODO
           5270-ATUALIZA-RESUMO.
             MOVE 'N' TO WRK-RSMERRO.
             MOVE DTVENDA TO WRK-RSM-DATA.
             MOVE VENDEDOR TO WRK-RSM-VENDEDOR.
             MOVE FORMAPAGTO TO WRK-RSM-FORMAPAGTO.
             MOVE WRK-USUARIO TO WRK-RSM-USUARIO.
             MOVE CODCLI TO ITEM-CODCLI.
             MOVE NVENDA TO ITEM-NVENDA.
             MOVE ZEROS TO ITEM-SEQ.
             START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                 MOVE 99 TO ITEM-STATUS.
             PERFORM 5280-RESUMO-PROX-ITEM
               UNTIL ITEM-STATUS NOT = 0
                  OR ITEM-CODCLI NOT = CODCLI
                  OR ITEM-NVENDA NOT = NVENDA.
             IF WRK-RSMERRO = 'S'
               MOVE 'RESUMO NAO ATUALIZADO-SGP082' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO.

           5280-RESUMO-PROX-ITEM.
             READ VENDASITEM NEXT RECORD
               AT END MOVE 99 TO ITEM-STATUS
             END-READ.
             IF ITEM-STATUS = 0
                AND ITEM-CODCLI = CODCLI
                AND ITEM-NVENDA = NVENDA
                MOVE PROD TO WRK-RSM-PRODUTO
                MOVE QTD TO WRK-RSM-QTD
                MOVE PRECOCUSTO TO WRK-RSM-PRECOCUSTO
                MOVE VALORVENDA TO WRK-RSM-VALOR
                MOVE ICMS TO WRK-RSM-ICMS
                MOVE DESCONTO TO WRK-RSM-DESCONTO
                CALL 'RESUMREG' USING WRK-RESUMO
                IF WRK-RSM-RETORNO NOT = '00'
                  MOVE 'S' TO WRK-RSMERRO
                END-IF
             END-IF.

      * VENCIMENTO DA PARCELA A PARTIR DO DIA-DO-ANO DA VENDA +
      * WRK-DIASVENC, VIRANDO O ANO QUANTAS VEZES FOR PRECISO -
      * EVITA DATA INVALIDA QUANDO O VENCIMENTO CAI PERTO DA
           5225-VIRA-ANO-FIM.
             EXIT.

      * VENDA NO CARTAO: QUEM PAGA A LOJA E A ADQUIRENTE, NAO O
      * CLIENTE, ENTAO NAO HA CONTASREC. GRAVA UM RECEBIVEL POR
      * PARCELA EM CARTAOREC, LIQUIDO DA TAXA DA TABELA (CADTXC) E
      * COM A DATA PREVISTA DE REPASSE. O NSU DO COMPROVANTE DA
      * MAQUININHA E O QUE O SGP056 CASA COM A LIQUIDACAO
           5400-GERAR-RECEB-CARTAO.
             IF VALORTOTAL = ZEROS
               GO TO 5400-GERAR-RECEB-CARTAO-FIM.
             MOVE SPACES TO WRK-NSU.
             DISPLAY TELA-CARTAO.
             ACCEPT TELA-CARTAO.
             PERFORM 5410-ACHA-TAXA THRU 5410-ACHA-TAXA-FIM.
             COMPUTE WRK-VALORPARC = VALORTOTAL / PARCELAS.
             COMPUTE WRK-VALORRESTO =
                     VALORTOTAL - (WRK-VALORPARC * PARCELAS).
             MOVE 1 TO WRK-PARCELA.
             PERFORM 5420-GERAR-RECEB UNTIL WRK-PARCELA > PARCELAS.
           5400-GERAR-RECEB-CARTAO-FIM.
             EXIT.

      * LINHA DO TIPO/PARCELAS; SEM ELA, A LINHA PADRAO (PARCELAS
      * 00) DO TIPO; SEM NENHUMA, SEM TAXA E COM O PRAZO USUAL DA
      * ADQUIRENTE (1 DIA NO DEBITO, 30 NO CREDITO) - O SGP056
      * MOSTRA A DIFERENCA DE TAXA QUANDO A LIQUIDACAO CHEGAR
           5410-ACHA-TAXA.
             MOVE FORMAPAGTO TO TXC-TIPO.
             MOVE PARCELAS TO TXC-PARCELAS.
             READ TAXACARTAO
               NOT INVALID KEY
                 MOVE TXC-PERCTAXA TO WRK-PERCTAXA
                 MOVE TXC-DIASREPASSE TO WRK-DIASREPASSE
                 GO TO 5410-ACHA-TAXA-FIM
             END-READ.
             MOVE ZEROS TO TXC-PARCELAS.
             READ TAXACARTAO
               NOT INVALID KEY
                 MOVE TXC-PERCTAXA TO WRK-PERCTAXA
                 MOVE TXC-DIASREPASSE TO WRK-DIASREPASSE
                 GO TO 5410-ACHA-TAXA-FIM
             END-READ.
             MOVE ZEROS TO WRK-PERCTAXA.
             IF FORMAPAGTO = 'D'
               MOVE 1 TO WRK-DIASREPASSE
             ELSE
               MOVE 30 TO WRK-DIASREPASSE
             END-IF.
             MOVE 'TAXA DO CARTAO NAO CADASTRADA' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           5410-ACHA-TAXA-FIM.
             EXIT.

           5420-GERAR-RECEB.
             MOVE WRK-CODCLI     TO CRT-CODCLI.
             MOVE WRK-NVENDA     TO CRT-NVENDA.
             MOVE WRK-PARCELA    TO CRT-PARCELA CRT-NPARC.
             MOVE FORMAPAGTO     TO CRT-TIPO.
             MOVE WRK-NSU        TO CRT-NSU.
             MOVE DTVENDA        TO CRT-DTVENDA.
      * A PARCELA N CAI N VEZES O PRAZO DE REPASSE DEPOIS DA VENDA
      * (MESMA CONTA DE DATA DAS PARCELAS, QUE DEVOLVE A DATA EM
      * CR-VENCIMENTO)
             COMPUTE WRK-DIASVENC = WRK-PARCELA * WRK-DIASREPASSE.
             PERFORM 5220-CALCULA-VENCIMENTO
                THRU 5220-CALCULA-VENCIMENTO-FIM.
             MOVE CR-VENCIMENTO  TO CRT-PREVISAO.
             MOVE WRK-VALORPARC  TO CRT-VALORBRUTO.
             IF WRK-PARCELA = PARCELAS
               ADD WRK-VALORRESTO TO CRT-VALORBRUTO
             END-IF.
             MOVE WRK-PERCTAXA   TO CRT-PERCTAXA.
             COMPUTE CRT-VALORTAXA ROUNDED =
                     CRT-VALORBRUTO * CRT-PERCTAXA / 100.
             COMPUTE CRT-VALORLIQ = CRT-VALORBRUTO - CRT-VALORTAXA.
             MOVE 'A' TO CRT-SITUACAO.
             MOVE ZEROS TO CRT-VALORRECEB CRT-TAXARECEB CRT-DTRECEB.
             ACCEPT CRT-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO CRT-USUARIO.
             WRITE CARTAOREC-REG
               INVALID KEY
                 MOVE 'ERRO AO GERAR RECEB. CARTAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'CARTAOREC' TO AUD-ARQUIVO
                 MOVE CRT-CHAVE TO AUD-CHAVE
                 MOVE 'I' TO AUD-OPERACAO
                 MOVE SPACES TO AUD-ANTES
                 MOVE CARTAOREC-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
             END-WRITE.
             ADD 1 TO WRK-PARCELA.

           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             IF ITEM-STATUS = 0
                AND ITEM-CODCLI = WRK-CODCLI
                AND ITEM-NVENDA = WRK-NVENDA
                PERFORM 5990-REGRA-GRAVADA
                DISPLAY CHAVE-ITEM
                DISPLAY SS-DADOS.

                     DISPLAY SS-CABECALHO
                   END-IF
               END-READ.
      * VENDA DE MES FECHADO NAO E MAIS ESTORNADA (MUDARIA A
      * APURACAO JA ENTREGUE) - SO REABRINDO O PERIODO NO CADFEC
               IF VENDAS-STATUS = 0
                 MOVE DTVENDA TO WRK-FEC-DATA
                 CALL 'FECHACHK' USING WRK-FECHA
                 IF WRK-FEC-FECHADO = 'S'
                   MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
                   MOVE 99 TO VENDAS-STATUS
                 END-IF
               END-IF.
                  ACCEPT MOSTRA-ERRO.
                   IF WRK-TECLA = 'S' AND VENDAS-STATUS = 0
                     PERFORM 7100-DEVOLVER-ESTOQUE
                     PERFORM 7300-CANCELAR-PARCELAS
                     PERFORM 7500-CANCELAR-RECEB-CARTAO
                     PERFORM 7700-CANCELA-ENTREGA
                        THRU 7700-CANCELA-ENTREGA-FIM
                     MOVE 'C' TO SITUACAO
                     ACCEPT DT-ALTERACAO FROM DATE YYYYMMDD
                     MOVE WRK-USUARIO TO USUARIO
                         MOVE WRK-ANTESVDA TO AUD-ANTES
                         MOVE VENDAS-REG TO AUD-DEPOIS
                         PERFORM 8100-GRAVA-LOGAUD
                         MOVE 'E' TO WRK-RSM-OPERACAO
                         PERFORM 5270-ATUALIZA-RESUMO
                     END-REWRITE
                   END-IF.

                  OR ITEM-CODCLI NOT = WRK-CODCLI
                  OR ITEM-NVENDA NOT = WRK-NVENDA.

      * A LINHA DA TAXA DE ENTREGA ('ENTnnn') NAO TEM ESTOQUE
           7200-DEVOLVE-PROX-ITEM.
             READ VENDASITEM NEXT RECORD
               AT END MOVE 99 TO ITEM-STATUS
             IF ITEM-STATUS = 0
                AND ITEM-CODCLI = WRK-CODCLI
                AND ITEM-NVENDA = WRK-NVENDA
                AND PROD(1:3) NOT = 'ENT'
                MOVE PROD TO WRK-PRODCOD
                MOVE WRK-PRODCOD TO PRO-CODIGO
                READ PRODUTO
                END-REWRITE
             END-IF.

      * ESTORNO DE VENDA NO CARTAO: OS RECEBIVEIS AINDA NAO PAGOS
      * SAO CANCELADOS (O CANCELAMENTO NA MAQUININHA E FEITO PELO
      * OPERADOR); O QUE A ADQUIRENTE JA REPASSOU FICA COMO ESTA
           7500-CANCELAR-RECEB-CARTAO.
             MOVE WRK-CODCLI TO CRT-CODCLI.
             MOVE WRK-NVENDA TO CRT-NVENDA.
             MOVE ZEROS TO CRT-PARCELA.
             START CARTAOREC KEY IS NOT LESS THAN CRT-CHAVE
               INVALID KEY
                 MOVE 99 TO CRT-STATUS.
             PERFORM 7600-CANCELA-PROX-RECEB
               UNTIL CRT-STATUS NOT = 0
                  OR CRT-CODCLI NOT = WRK-CODCLI
                  OR CRT-NVENDA NOT = WRK-NVENDA.

           7600-CANCELA-PROX-RECEB.
             READ CARTAOREC NEXT RECORD
               AT END MOVE 99 TO CRT-STATUS
             END-READ.
             IF CRT-STATUS = 0
                AND CRT-CODCLI = WRK-CODCLI
                AND CRT-NVENDA = WRK-NVENDA
                AND CRT-SITUACAO = 'A'
                MOVE CARTAOREC-REG TO WRK-ANTESCRT
                MOVE 'C' TO CRT-SITUACAO
                ACCEPT CRT-DT-ALTERACAO FROM DATE YYYYMMDD
                MOVE WRK-USUARIO TO CRT-USUARIO
                REWRITE CARTAOREC-REG
                  INVALID KEY
                    MOVE 'ERRO AO CANCELAR RECEBIVEL' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    MOVE 'CARTAOREC' TO AUD-ARQUIVO
                    MOVE CRT-CHAVE TO AUD-CHAVE
                    MOVE 'A' TO AUD-OPERACAO
                    MOVE WRK-ANTESCRT TO AUD-ANTES
                    MOVE CARTAOREC-REG TO AUD-DEPOIS
                    PERFORM 8100-GRAVA-LOGAUD
                END-REWRITE
             END-IF.

      * ESTORNO DE VENDA COM ENTREGA: A ENTREGA AINDA NAO FEITA
      * PASSA A 'C' (CANCELADA - SAI DO ROMANEIO DO SGP044) E A
      * RESERVA 'E' DOS ITENS E LIBERADA, JA QUE O 7100 DEVOLVEU
      * A MERCADORIA AO PRO-ESTOQUE
           7700-CANCELA-ENTREGA.
             MOVE WRK-CODCLI TO ETG-CODCLI.
             MOVE WRK-NVENDA TO ETG-NVENDA.
             READ ENTREGA
               INVALID KEY
                 GO TO 7700-CANCELA-ENTREGA-FIM
             END-READ.
             IF ETG-SITUACAO NOT = 'E'
               MOVE 'C' TO ETG-SITUACAO
               ACCEPT ETG-DT-ALTERACAO FROM DATE YYYYMMDD
               MOVE WRK-USUARIO TO ETG-USUARIO
               REWRITE ENTREGA-REG
                 INVALID KEY
                   MOVE 'ERRO AO CANCELAR ENTREGA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               END-REWRITE
             END-IF.
             MOVE 'E' TO WRK-RSVTIPO.
             MOVE WRK-CODCLI TO WRK-RSVCLI.
             MOVE WRK-NVENDA TO WRK-RSVNUM.
             PERFORM 8860-LIBERA-RESERVAS.
           7700-CANCELA-ENTREGA-FIM.
             EXIT.

      * BAIXA FEFO NOS LOTES DO PRODUTO: CONSOME PRIMEIRO O LOTE
      * DE VALIDADE MAIS PROXIMA, COM UM LANCAMENTO 'V' NO DIARIO
      * POR LOTE CONSUMIDO (ASSIM A CONTAGEM FECHA POR LOTE).
                   ACCEPT TCODCLIORC
                 ELSE
                   MOVE 'S' TO WRK-CLIOK
                   PERFORM 5015-GRUPO-CLIENTE
                 END-IF
             END-READ.

           8300-ITEM-ORC.
             ADD 1 TO ITEM-SEQ.
             MOVE SPACES TO DESCRICAO UNID WRK-REGRAPRECO.
             MOVE ZEROS TO PRECOCUSTO PRECOVENDA VALORVENDA ICMS
                           WRK-PRODDIG DESCONTO.
             DISPLAY TELA-REGISTRO.
                   MOVE PRO-UNIDADE TO UNID
                   MOVE PRO-PRECOCUSTO TO PRECOCUSTO
                   MOVE PRO-PRECOVENDA TO PRECOVENDA
      * ORCAMENTO NAO LEVA PROMOCAO, MAS LEVA A TABELA DO GRUPO
                   PERFORM 5940-APLICA-TABELA
                   IF WRK-TABFLAG = 'S'
                     MOVE WRK-REGRATAB TO WRK-REGRAPRECO
                   ELSE
                     MOVE 'BALCAO' TO WRK-REGRAPRECO
                   END-IF
                   COMPUTE VALORVENDA = PRECOVENDA * QTD
                   MOVE 0700 TO WRK-ALIQICMS
                   IF PRO-CLASSIFICACAO >= 1 AND
               END-IF
             END-IF.

      * APROVACAO DO ORCAMENTO PELO CLIENTE: CONFERE O ESTOQUE
      * DISPONIVEL DE TODOS OS ITENS (MESMA VERIFICACAO DA
      * CONVERSAO) E RESERVA CADA ITEM ATE A VALIDADE, PARA A
      * MERCADORIA NAO SER VENDIDA NO BALCAO ANTES DA CONVERSAO
           8700-APROVAR.
             MOVE 'MODULO - APROVACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-ORC.
             ACCEPT CHAVE-ORC.
             READ ORCAMENTO
               INVALID KEY
                 MOVE 'ORCAMENTO NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 8700-APROVAR-FIM
             END-READ.
             DISPLAY TELA-ORC.
             IF ORC-SITUACAO = 'P'
               MOVE 'ORCAMENTO JA APROVADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-APROVAR-FIM.
             IF ORC-SITUACAO NOT = 'A'
               MOVE 'ORCAMENTO JA CONVERTIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-APROVAR-FIM.
             ACCEPT WRK-DTHOJE FROM DATE YYYYMMDD.
             IF ORC-VALIDADE < WRK-DTHOJE
               MOVE 'ORCAMENTO VENCIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-APROVAR-FIM.
             MOVE ORC-CODCLI TO WRK-CODCLI.
             MOVE ORC-NORC TO WRK-NORC.
             MOVE 'S' TO WRK-ESTOQOK.
             PERFORM 8910-VERIF-ITENS.
             IF WRK-ESTOQOK NOT = 'S'
               MOVE 'SEM ESTOQUE P/ ALGUM ITEM' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-APROVAR-FIM.
             MOVE 'N' TO WRK-TECLA.
             MOVE 'APROVAR E RESERVAR (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 8700-APROVAR-FIM.
             PERFORM 8710-RESERVA-ITENS.
             MOVE 'P' TO ORC-SITUACAO.
             ACCEPT ORC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO ORC-USUARIO.
             REWRITE ORCAMENTO-REG
               INVALID KEY
                 MOVE 'ERRO AO APROVAR ORCAMENTO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'ORCAMENTO APROVADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           8700-APROVAR-FIM.
             EXIT.

           8710-RESERVA-ITENS.
             MOVE WRK-CODCLI TO OIT-CODCLI.
             MOVE WRK-NORC   TO OIT-NORC.
             MOVE ZEROS      TO OIT-SEQ.
             MOVE 'N' TO WRK-FIMOIT.
             START ORCAMENTOITEM KEY IS NOT LESS THAN OIT-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMOIT.
             PERFORM 8720-RESERVA-PROX UNTIL WRK-FIMOIT = 'S'.

           8720-RESERVA-PROX.
             READ ORCAMENTOITEM NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMOIT
             END-READ.
             IF WRK-FIMOIT = 'N'
               IF OIT-CODCLI NOT = WRK-CODCLI
                  OR OIT-NORC NOT = WRK-NORC
                 MOVE 'S' TO WRK-FIMOIT
               ELSE
                 MOVE OIT-PROD TO WRK-PRODCOD
                 MOVE WRK-PRODCOD TO RSV-PRODUTO
                 MOVE 'O' TO RSV-TIPO
                 MOVE WRK-CODCLI TO RSV-CODCLI
                 MOVE WRK-NORC TO RSV-NUMERO
                 MOVE OIT-SEQ TO RSV-SEQ
                 MOVE OIT-QTD TO RSV-QTD
                 MOVE ORC-VALIDADE TO RSV-DTLIMITE
                 PERFORM 8850-GRAVA-RESERVA
               END-IF
             END-IF.

      * ESTOQUE DISPONIVEL DO PRODUTO LIDO: PRO-ESTOQUE MENOS AS
      * RESERVAS 'O' AINDA NA VALIDADE (A 'E' JA SAIU DO ESTOQUE NA
      * VENDA) E AS 'N' DE ENCOMENDA QUE CHEGOU PARA OUTRO CLIENTE
      * (O DONO DA ENCOMENDA COMPRA NORMALMENTE). RESERVA DE
      * ORCAMENTO VENCIDO E APAGADA AQUI MESMO -
      * E ASSIM QUE ELA SE LIBERA SOZINHA. A RESERVA DO ORCAMENTO
      * EM WRK-RSVCLI/WRK-RSVNUM (O QUE ESTA SENDO CONVERTIDO OU
      * APROVADO) NAO ENTRA NA CONTA
           8800-DISPONIVEL.
             ACCEPT WRK-DTHOJE FROM DATE YYYYMMDD.
             MOVE ZEROS TO WRK-QTDRESERV.
             MOVE PRO-CODIGO TO WRK-RSVPROD RSV-PRODUTO.
             MOVE SPACES TO RSV-TIPO.
             MOVE ZEROS TO RSV-CODCLI RSV-NUMERO RSV-SEQ.
             MOVE 'N' TO WRK-FIMRSV.
             START RESERVA KEY IS NOT LESS THAN RSV-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMRSV.
             PERFORM 8810-SOMA-PROX UNTIL WRK-FIMRSV = 'S'.
             COMPUTE WRK-DISPON = PRO-ESTOQUE - WRK-QTDRESERV.

           8810-SOMA-PROX.
             READ RESERVA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMRSV
             END-READ.
             IF WRK-FIMRSV = 'N'
               IF RSV-PRODUTO NOT = WRK-RSVPROD
                 MOVE 'S' TO WRK-FIMRSV
               ELSE
                 IF RSV-TIPO = 'O'
                   IF RSV-DTLIMITE < WRK-DTHOJE
                     PERFORM 8880-APAGA-RESERVA
                   ELSE
                     IF RSV-CODCLI NOT = WRK-RSVCLI
                        OR RSV-NUMERO NOT = WRK-RSVNUM
                       ADD RSV-QTD TO WRK-QTDRESERV
                     END-IF
                   END-IF
                 END-IF
                 IF RSV-TIPO = 'N'
                    AND RSV-CODCLI NOT = WRK-CODCLI
                   ADD RSV-QTD TO WRK-QTDRESERV
                 END-IF
               END-IF
             END-IF.

      * O CHAMADOR JA MONTOU CHAVE, QUANTIDADE E DATA LIMITE
           8850-GRAVA-RESERVA.
             ACCEPT RSV-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO RSV-USUARIO.
             WRITE RESERVA-REG
               INVALID KEY
                 MOVE 'RESERVA DUPLICADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'RESERVA' TO AUD-ARQUIVO
                 MOVE RSV-CHAVE TO AUD-CHAVE
                 MOVE 'I' TO AUD-OPERACAO
                 MOVE SPACES TO AUD-ANTES
                 MOVE RESERVA-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
             END-WRITE.

      * LIBERA TODAS AS RESERVAS DE UMA ORIGEM (WRK-RSVTIPO +
      * WRK-RSVCLI + WRK-RSVNUM) PELA CHAVE ALTERNADA
           8860-LIBERA-RESERVAS.
             MOVE WRK-RSVTIPO TO RSV-TIPO.
             MOVE WRK-RSVCLI TO RSV-CODCLI.
             MOVE WRK-RSVNUM TO RSV-NUMERO.
             MOVE ZEROS TO RSV-SEQ.
             MOVE 'N' TO WRK-FIMRSV.
             START RESERVA KEY IS NOT LESS THAN RSV-ORIGEM
               INVALID KEY
                 MOVE 'S' TO WRK-FIMRSV.
             PERFORM 8870-LIBERA-PROX UNTIL WRK-FIMRSV = 'S'.

           8870-LIBERA-PROX.
             READ RESERVA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMRSV
             END-READ.
             IF WRK-FIMRSV = 'N'
               IF RSV-TIPO NOT = WRK-RSVTIPO
                  OR RSV-CODCLI NOT = WRK-RSVCLI
                  OR RSV-NUMERO NOT = WRK-RSVNUM
                 MOVE 'S' TO WRK-FIMRSV
               ELSE
                 PERFORM 8880-APAGA-RESERVA
               END-IF
             END-IF.

           8880-APAGA-RESERVA.
             MOVE RESERVA-REG TO AUD-ANTES.
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
             END-DELETE.

      * CONVERSAO DE ORCAMENTO EM VENDA: CONFERE O ESTOQUE DE
      * TODOS OS ITENS ANTES DE MEXER EM QUALQUER COISA; SO ENTAO
      * GRAVA A VENDA COM OS PRECOS DO ORCAMENTO, BAIXA O ESTOQUE
                 ACCEPT MOSTRA-ERRO
                 GO TO 8900-CONVERTER-FIM
             END-READ.
             IF ORC-SITUACAO NOT = 'A' AND ORC-SITUACAO NOT = 'P'
               MOVE 'ORCAMENTO JA CONVERTIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8900-CONVERTER-FIM.
             ACCEPT DTVENDA FROM DATE YYYYMMDD.
             MOVE DTVENDA TO WRK-FEC-DATA.
             CALL 'FECHACHK' USING WRK-FECHA.
             IF WRK-FEC-FECHADO = 'S'
               MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8900-CONVERTER-FIM.
             IF ORC-VALIDADE < DTVENDA
               MOVE 'S' TO WRK-TECLA
               MOVE 'ORCAMENTO VENCIDO-SEGUE(S/N)?' TO WRK-MSGERRO
             ACCEPT TELA-CONV.
             MOVE 'N' TO WRK-VDDOK.
             PERFORM 5020-ACEITA-VENDEDOR UNTIL WRK-VDDOK = 'S'.
      * D = CARTAO DE DEBITO (SEMPRE 1 PARCELA), C = CARTAO DE
      * CREDITO (PARCELADO PELA ADQUIRENTE, MESMO TETO DO A PRAZO)
             IF FORMAPAGTO NOT = 'P' AND FORMAPAGTO NOT = 'D'
                AND FORMAPAGTO NOT = 'C'
               MOVE 'V' TO FORMAPAGTO
               MOVE ZEROS TO PARCELAS
             END-IF.
             IF FORMAPAGTO = 'D'
               MOVE 1 TO PARCELAS
             END-IF.
             IF (FORMAPAGTO = 'P' OR FORMAPAGTO = 'C')
                AND PARCELAS = ZEROS
               MOVE 1 TO PARCELAS
             END-IF.
             IF (FORMAPAGTO = 'P' OR FORMAPAGTO = 'C')
                AND PARCELAS > WRK-MAXPARC
               MOVE WRK-MAXPARC TO PARCELAS
               MOVE 'PARCELAS REDUZIDAS AO TETO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
      * EM ABERTO E SINALIZADO ANTES DE EFETIVAR A CONVERSAO
             IF FORMAPAGTO = 'P'
               PERFORM 5025-AVISA-VENCIDAS
               PERFORM 5028-MOSTRA-FAIXA
             END-IF.
             PERFORM 5005-OBTEM-NVENDA
                THRU 5006-OBTEM-NVENDA-TENTA.
                 GO TO 8900-CONVERTER-FIM
               END-IF
             END-IF.
             PERFORM 6440-ABATE-SINAL.
             ACCEPT DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO USUARIO.
             MOVE 'A' TO SITUACAO.
                 IF FORMAPAGTO = 'P'
                   PERFORM 5200-GERAR-PARCELAS
                 END-IF
                 IF FORMAPAGTO = 'D' OR FORMAPAGTO = 'C'
                   PERFORM 5400-GERAR-RECEB-CARTAO
                      THRU 5400-GERAR-RECEB-CARTAO-FIM
                 END-IF
                 PERFORM 6350-ACUMULA-PONTOS
                    THRU 6350-ACUMULA-PONTOS-FIM
                 IF FORMAPAGTO = 'P'
                   PERFORM 5250-EMITE-CARNE
                 END-IF
                 MOVE 'V' TO ORC-SITUACAO
                 ACCEPT ORC-DT-ALTERACAO FROM DATE YYYYMMDD
                 MOVE WRK-USUARIO TO ORC-USUARIO
                     MOVE 'ERRO AO BAIXAR ORCAMENTO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
                 MOVE 'O' TO WRK-RSVTIPO
                 MOVE WRK-CODCLI TO WRK-RSVCLI
                 MOVE WRK-NORC TO WRK-RSVNUM
                 PERFORM 8860-LIBERA-RESERVAS
                 MOVE 'V' TO WRK-RSM-OPERACAO
                 PERFORM 5270-ATUALIZA-RESUMO
                 MOVE 'VENDA GERADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               END-WRITE.
           8900-CONVERTER-FIM.
             EXIT.

      * A RESERVA DO PROPRIO ORCAMENTO NAO CONTA CONTRA ELE
           8910-VERIF-ITENS.
             MOVE WRK-CODCLI TO WRK-RSVCLI.
             MOVE WRK-NORC   TO WRK-RSVNUM.
             MOVE WRK-CODCLI TO OIT-CODCLI.
             MOVE WRK-NORC   TO OIT-NORC.
             MOVE ZEROS      TO OIT-SEQ.
                   INVALID KEY
                     MOVE 'N' TO WRK-ESTOQOK
                   NOT INVALID KEY
                     PERFORM 8800-DISPONIVEL
                     IF PRO-SITUACAO NOT = 'A'
                        OR OIT-QTD > WRK-DISPON
                       MOVE 'N' TO WRK-ESTOQOK
                     END-IF
                 END-READ
