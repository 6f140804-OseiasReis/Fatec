       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP070.
       AUTHOR. OSEIAS REIS
      **************************************
      * ARQUIVO MAGNETICO SINTEGRA MENSAL   *
      * (CONVENIO 57/95 - REGISTROS 10, 11, *
      *  50, 54, 75 E 90) + LISTAGEM CRITICA*
      **************************************
      *----------------------------------------------------------------
      * GERA SINTEGRA-AAAAMM.TXT (LINHAS DE 126 POSICOES) PARA O
      * ESCRITORIO CONTABIL, COM AS NOTAS DO MES INFORMADO:
      *   - VENDAS (VENDAS/VENDASITEM) COM NOTA FISCAL - UM 50 POR
      *     ALIQUOTA DE ICMS DA NOTA, UM 54 POR ITEM. VENDA ESTORNADA
      *     (C) SAI SO NO 50, ZERADA E COM SITUACAO S (CANCELADA).
      *     VENDA SEM NOTA (NFISCAL ZERADO) NAO ENTRA E E LISTADA;
      *   - COMPRAS (ENTRADAMERC + FORNECEDOR) - UM 50 POR NOTA DO
      *     FORNECEDOR. O SISTEMA NAO GUARDA O ICMS DESTACADO NA
      *     NOTA DE COMPRA: O VALOR VAI TODO EM "OUTRAS";
      *   - DEVOLUCOES DE CLIENTE (VALE DO CADDEV) - A NOTA DE
      *     ENTRADA DA LOJA LEVA O NUMERO DO VALE;
      *   - DEVOLUCOES A FORNECEDOR (DEVFORN DO CADDVF) - LEVA O
      *     NUMERO DA NOTA DE ORIGEM E SERIE "D" + NUMERO DA
      *     DEVOLUCAO, POIS O SISTEMA NAO NUMERA ESSA NOTA.
      * ITENS DE SERVICO (PRODUTO "SRV...") SAO ISS, NAO ENTRAM.
      * O CFOP SAI DO MODULO CFOPDEF (OPERACAO + UF DO PARCEIRO X
      * UF DA LOJA). O 75 SAI UMA VEZ POR PRODUTO CITADO NOS 54.
      * OS REGISTROS FICAM EM ORDEM DE TIPO: POR ISSO AS FONTES SAO
      * LIDAS DUAS VEZES (PASSO DO 50 E PASSO DO 54).
      * DADOS DA LOJA VEM DA TABELA CENTRAL (CADPARAM): NOMELOJA,
      * CNPJLOJA, IELOJA, UFLOJA, MUNLOJA, FAXLOJA, ENDLOJA,
      * NUMLOJA, COMPLLOJA, BAIRROLOJA, CEPLOJA, CONTATOLOJA E
      * FONELOJA (NUMEROS PODEM TER PONTO, BARRA E TRACO).
      * A LISTAGEM CRITICA MOSTRA O QUE O VALIDADOR VAI REJEITAR:
      * DADO DA LOJA AUSENTE, FORNECEDOR SEM CNPJ/UF/IE, CLIENTE
      * NAO CADASTRADO OU SEM UF, PRODUTO SEM NCM - O REGISTRO SAI
      * ASSIM MESMO, PARA SER CORRIGIDO NO CADASTRO E GERADO DE NOVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT VENDASITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO3.
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EMAIL
                                                      WITH DUPLICATES.
       SELECT FORNECEDOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS FORN-CODIGO
                    FILE STATUS  IS ST-ERRO5.
       SELECT ENTRADAMERC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ENT-CHAVE
                    FILE STATUS  IS ST-ERRO6.
       SELECT VALE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS VAL-NUMERO
                    FILE STATUS  IS ST-ERRO7.
       SELECT DEVFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DVF-CHAVE
                    FILE STATUS  IS ST-ERRO8.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
       SELECT SINTEGRA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
       SELECT RELSIN ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO10.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD VENDAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDAS.DAT".
       01 VENDAS-REG.
           05 VENDAS-CHAVE.
              10 CODCLI       PIC 9(12).
              10 NVENDA       PIC 9(06).
           05 VALORTOTAL      PIC 9(09)V99.
           05 DTVENDA         PIC 9(08).
           05 FORMAPAGTO      PIC X(01).
           05 PARCELAS        PIC 9(02).
           05 DT-ALTERACAO-V  PIC 9(08).
           05 USUARIO-V       PIC X(08).
           05 SITUACAO-V      PIC X(01).
           05 VENDEDOR        PIC 9(03).
           05 NFISCAL         PIC 9(08).
      *
       FD VENDASITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDASITEM.DAT".
       01 VENDASITEM-REG.
           05 ITEM-CHAVE.
              10 ITEM-CODCLI  PIC 9(12).
              10 ITEM-NVENDA  PIC 9(06).
              10 ITEM-SEQ     PIC 9(03).
           05 PROD            PIC X(09).
           05 DESCRICAO        PIC X(30).
           05 UNID             PIC X(02).
           05 PRECOCUSTO       PIC 9(06)V99.
           05 PRECOVENDA       PIC 9(06)V99.
           05 QTD              PIC 9(05).
           05 VALORVENDA        PIC 9(08)V99.
           05 ICMS              PIC 9(08)V99.
           05 DESCONTO          PIC 9(08)V99.
           05 PROMO             PIC X(01).
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
       FD CLIENTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REGAMG.
                03 CPF              PIC 9(12).
                03 NOME             PIC X(40).
                03 CEP              PIC 9(08).
                03 LOGRADOURO       PIC X(30).
                03 NUMERO           PIC 9(04).
                03 COMPLEMENTO      PIC X(12).
                03 BAIRRO           PIC X(20).
                03 CIDADE           PIC X(20).
                03 UF               PIC X(02).
                03 TELEFONE         PIC 9(09).
                03 DDD              PIC 9(02).
                03 EMAIL            PIC X(40).
                03 DATANASC         PIC 9(08).
                03 SITUACAO         PIC X(01).
                03 DT-ALTERACAO     PIC 9(08).
                03 USUARIO          PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).
      *
       FD FORNECEDOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORNECEDOR.DAT".
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
      *
       FD ENTRADAMERC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENTRADAMERC.DAT".
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
      *
       FD VALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VALE.DAT".
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
      *
       FD DEVFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVFORN.DAT".
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
      *
       FD PARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM.DAT".
       01 PARAM-REG.
           05 PAR-CHAVE        PIC X(12).
           05 PAR-VALORNUM     PIC 9(09)V99.
           05 PAR-VALORTXT     PIC X(40).
           05 PAR-DT-ALTERACAO PIC 9(08).
           05 PAR-USUARIO      PIC X(08).
      *
       FD SINTEGRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGSINTEGRA            PIC X(126).
      *
       FD RELSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELSIN              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERRO6           PIC X(02) VALUE "00".
       77 ST-ERRO7           PIC X(02) VALUE "00".
       77 ST-ERRO8           PIC X(02) VALUE "00".
       77 ST-ERRO9           PIC X(02) VALUE "00".
       77 ST-ERRO10          PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMITEM          PIC X(01) VALUE "N".
      * CADASTROS CONSULTADOS (ABERTOS NA PARTIDA)
       77 W-CLIOK            PIC X(01) VALUE "N".
       77 W-FORNOK           PIC X(01) VALUE "N".
      * PASSO ATUAL DA LEITURA DAS FONTES: "50" OU "54"
       77 W-PASSO            PIC X(02) VALUE SPACES.
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-DTINI            PIC 9(08) VALUE ZEROS.
       77 W-DTFIM            PIC 9(08) VALUE ZEROS.
       77 W-ULTDIA           PIC 9(02) VALUE ZEROS.
       77 W-QUOC             PIC 9(04) VALUE ZEROS.
       77 W-RESTO            PIC 9(02) VALUE ZEROS.
       77 W-NOMEARQ          PIC X(30) VALUE SPACES.
       01 W-MESREF           PIC 9(06) VALUE ZEROS.
       01 W-MESREF-GRUPO REDEFINES W-MESREF.
          03 W-ANOREF        PIC 9(04).
          03 W-MESNUM        PIC 9(02).
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
      * ALIQUOTA DE ICMS POR CLASSIFICACAO (MESMA TABELA DO
      * CADVEN) - PADRAO DE FABRICA, SOBRESCRITO NA PARTIDA PELOS
      * PARAMETROS ALIQICMS1..9 DO PARAM.DAT QUANDO EXISTEM
       01 TAB-ALIQICMSX.
          03 FILLER PIC 9(04) VALUE 0700.
          03 FILLER PIC 9(04) VALUE 1200.
          03 FILLER PIC 9(04) VALUE 1800.
          03 FILLER PIC 9(04) VALUE 1800.
          03 FILLER PIC 9(04) VALUE 2500.
          03 FILLER PIC 9(04) VALUE 1200.
          03 FILLER PIC 9(04) VALUE 0700.
          03 FILLER PIC 9(04) VALUE 1800.
          03 FILLER PIC 9(04) VALUE 1800.
       01 TAB-ALIQICMSAUX REDEFINES TAB-ALIQICMSX.
          03 TAB-ALIQICMS PIC 9(04) OCCURS 9 TIMES.
       77 W-IDXALIQ          PIC 9(02) VALUE ZEROS.
      * DIGITO DO NOME DO PARAMETRO (ALIQICMS1..9)
       77 W-IDXDIG           PIC 9(01) VALUE ZEROS.
       77 W-CLASSIF          PIC 9(01) VALUE ZEROS.
       77 W-ALIQ             PIC 9(04) VALUE ZEROS.
       77 W-PRODCOD          PIC 9(08) VALUE ZEROS.
       77 W-CODFORN          PIC 9(06) VALUE ZEROS.
       77 W-VALITEM          PIC 9(11)V99 VALUE ZEROS.
       77 W-VALICMS          PIC 9(11)V99 VALUE ZEROS.
      * SO DIGITOS DE UM PARAMETRO TEXTO (CNPJ, CEP, FONE...)
       77 W-DIGTXT           PIC X(40) VALUE SPACES.
       77 W-DIGCOLA          PIC X(14) VALUE SPACES.
       77 W-DIGNUM           PIC 9(14) VALUE ZEROS.
       77 W-QTDDIG           PIC 9(02) VALUE ZEROS.
       77 W-I                PIC 9(04) VALUE ZEROS.
       77 W-G                PIC 9(02) VALUE ZEROS.
       77 W-QTDGRP           PIC 9(02) VALUE ZEROS.
      * NOTA EM ANDAMENTO NAS FONTES AGRUPADAS (COMPRA/DEVFORN)
       77 W-DOCANT           PIC 9(11) VALUE ZEROS.
       77 W-DOCATU           PIC 9(11) VALUE ZEROS.
       77 W-DOCVALOR         PIC 9(11)V99 VALUE ZEROS.
      * SERIE DA NOTA DE VENDA DA LOJA (MODELO 1)
       77 W-SERIENF          PIC X(03) VALUE "1".
       01 W-SERIEDEV.
          03 FILLER          PIC X(01) VALUE "D".
          03 W-SERDEV-NUM    PIC 9(02) VALUE ZEROS.
      * TOTAIS POR ALIQUOTA DA NOTA DE VENDA EM ANDAMENTO
       01 W-GRUPOS.
          03 W-GRP OCCURS 9 TIMES.
             05 W-GRP-ALIQ   PIC 9(04).
             05 W-GRP-VALOR  PIC 9(11)V99.
             05 W-GRP-ICMS   PIC 9(11)V99.
      * PRODUTOS CITADOS NOS 54 - SAI UM 75 PARA CADA UM
       01 W-TABPROD.
          03 W-TP-COD OCCURS 2000 TIMES PIC 9(08).
       77 W-TPCONT           PIC 9(04) VALUE ZEROS.
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-ESTOUROTAB       PIC 9(06) VALUE ZEROS.
      * CONTADORES
       77 W-QTD50            PIC 9(08) VALUE ZEROS.
       77 W-QTD54            PIC 9(08) VALUE ZEROS.
       77 W-QTD75            PIC 9(08) VALUE ZEROS.
       77 W-QTDREG           PIC 9(08) VALUE ZEROS.
       77 W-CONTOCOR         PIC 9(06) VALUE ZEROS.
      * AREA DE CHAMADA DO CFOPDEF
       01 W-CFOPREG.
          03 W-CFP-OPERACAO  PIC X(01).
          03 W-CFP-UFPARC    PIC X(02).
          03 W-CFP-CFOP      PIC 9(04).
          03 W-CFP-UFLOJA    PIC X(02).
      * REGISTRO 10 - MESTRE DO ESTABELECIMENTO
       01 W-REG10.
          03 FILLER          PIC X(02) VALUE "10".
          03 W-R10-CNPJ      PIC 9(14) VALUE ZEROS.
          03 W-R10-IE        PIC X(14) VALUE SPACES.
          03 W-R10-NOME      PIC X(35) VALUE SPACES.
          03 W-R10-MUNIC     PIC X(30) VALUE SPACES.
          03 W-R10-UF        PIC X(02) VALUE SPACES.
          03 W-R10-FAX       PIC 9(10) VALUE ZEROS.
          03 W-R10-DTINI     PIC 9(08) VALUE ZEROS.
          03 W-R10-DTFIM     PIC 9(08) VALUE ZEROS.
      * CONVENIO 3 (57/95 VERSAO 76/03), NATUREZA 3 (TOTALIDADE DAS
      * OPERACOES), FINALIDADE 1 (NORMAL)
          03 FILLER          PIC X(01) VALUE "3".
          03 FILLER          PIC X(01) VALUE "3".
          03 FILLER          PIC X(01) VALUE "1".
      * REGISTRO 11 - DADOS COMPLEMENTARES DO INFORMANTE
       01 W-REG11.
          03 FILLER          PIC X(02) VALUE "11".
          03 W-R11-LOGRAD    PIC X(34) VALUE SPACES.
          03 W-R11-NUMERO    PIC 9(05) VALUE ZEROS.
          03 W-R11-COMPL     PIC X(22) VALUE SPACES.
          03 W-R11-BAIRRO    PIC X(15) VALUE SPACES.
          03 W-R11-CEP       PIC 9(08) VALUE ZEROS.
          03 W-R11-CONTATO   PIC X(28) VALUE SPACES.
          03 W-R11-FONE      PIC 9(12) VALUE ZEROS.
      * REGISTRO 50 - TOTAL DA NOTA (POR ALIQUOTA)
       01 W-REG50.
          03 FILLER          PIC X(02) VALUE "50".
          03 W-R50-CNPJ      PIC 9(14) VALUE ZEROS.
          03 W-R50-IE        PIC X(14) VALUE SPACES.
          03 W-R50-DATA      PIC 9(08) VALUE ZEROS.
          03 W-R50-UF        PIC X(02) VALUE SPACES.
          03 FILLER          PIC X(02) VALUE "01".
          03 W-R50-SERIE     PIC X(03) VALUE SPACES.
          03 W-R50-NUMERO    PIC 9(06) VALUE ZEROS.
          03 W-R50-CFOP      PIC 9(04) VALUE ZEROS.
          03 W-R50-EMITENTE  PIC X(01) VALUE SPACES.
          03 W-R50-VALTOT    PIC 9(11)V99 VALUE ZEROS.
          03 W-R50-BASE      PIC 9(11)V99 VALUE ZEROS.
          03 W-R50-ICMS      PIC 9(11)V99 VALUE ZEROS.
          03 W-R50-ISENTA    PIC 9(11)V99 VALUE ZEROS.
          03 W-R50-OUTRAS    PIC 9(11)V99 VALUE ZEROS.
          03 W-R50-ALIQ      PIC 9(02)V99 VALUE ZEROS.
          03 W-R50-SITUACAO  PIC X(01) VALUE "N".
      * REGISTRO 54 - ITEM DA NOTA
       01 W-REG54.
          03 FILLER          PIC X(02) VALUE "54".
          03 W-R54-CNPJ      PIC 9(14) VALUE ZEROS.
          03 FILLER          PIC X(02) VALUE "01".
          03 W-R54-SERIE     PIC X(03) VALUE SPACES.
          03 W-R54-NUMERO    PIC 9(06) VALUE ZEROS.
          03 W-R54-CFOP      PIC 9(04) VALUE ZEROS.
          03 W-R54-CST       PIC X(03) VALUE SPACES.
          03 W-R54-ITEM      PIC 9(03) VALUE ZEROS.
          03 W-R54-CODPROD   PIC X(14) VALUE SPACES.
          03 W-R54-QTD       PIC 9(08)V999 VALUE ZEROS.
          03 W-R54-VALOR     PIC 9(10)V99 VALUE ZEROS.
          03 W-R54-DESCONTO  PIC 9(10)V99 VALUE ZEROS.
          03 W-R54-BASE      PIC 9(10)V99 VALUE ZEROS.
          03 W-R54-BASEST    PIC 9(10)V99 VALUE ZEROS.
          03 W-R54-IPI       PIC 9(10)V99 VALUE ZEROS.
          03 W-R54-ALIQ      PIC 9(02)V99 VALUE ZEROS.
      * REGISTRO 75 - CODIGO DE PRODUTO
       01 W-REG75.
          03 FILLER          PIC X(02) VALUE "75".
          03 W-R75-DTINI     PIC 9(08) VALUE ZEROS.
          03 W-R75-DTFIM     PIC 9(08) VALUE ZEROS.
          03 W-R75-CODPROD   PIC X(14) VALUE SPACES.
          03 W-R75-NCM       PIC 9(08) VALUE ZEROS.
          03 W-R75-DESCR     PIC X(53) VALUE SPACES.
          03 W-R75-UNID      PIC X(06) VALUE SPACES.
          03 W-R75-ALIQIPI   PIC 9(03)V99 VALUE ZEROS.
          03 W-R75-ALIQICMS  PIC 9(02)V99 VALUE ZEROS.
          03 W-R75-REDBASE   PIC 9(03)V99 VALUE ZEROS.
          03 W-R75-BASEST    PIC 9(11)V99 VALUE ZEROS.
      * REGISTRO 90 - TOTALIZACAO (UM SO REGISTRO 90)
       01 W-REG90.
          03 FILLER          PIC X(02) VALUE "90".
          03 W-R90-CNPJ      PIC 9(14) VALUE ZEROS.
          03 W-R90-IE        PIC X(14) VALUE SPACES.
          03 FILLER          PIC X(02) VALUE "50".
          03 W-R90-TOT50     PIC 9(08) VALUE ZEROS.
          03 FILLER          PIC X(02) VALUE "54".
          03 W-R90-TOT54     PIC 9(08) VALUE ZEROS.
          03 FILLER          PIC X(02) VALUE "75".
          03 W-R90-TOT75     PIC 9(08) VALUE ZEROS.
          03 FILLER          PIC X(02) VALUE "99".
          03 W-R90-TOT99     PIC 9(08) VALUE ZEROS.
          03 FILLER          PIC X(55) VALUE SPACES.
          03 FILLER          PIC X(01) VALUE "1".
      * LINHA DA LISTAGEM CRITICA
       01 W-LINOCOR.
          03 W-OC-ORIGEM     PIC X(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 W-OC-DOC        PIC X(24).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 W-OC-MSG        PIC X(50).
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
                PERFORM 2000-EMPRESA    THRU 2000-EMPRESA-FIM.
                MOVE "50" TO W-PASSO.
                PERFORM 3000-PASSO      THRU 3000-PASSO-FIM.
                MOVE "54" TO W-PASSO.
                PERFORM 3000-PASSO      THRU 3000-PASSO-FIM.
                PERFORM 6000-GRAVA-75   THRU 6000-GRAVA-75-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-TPCONT.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                DISPLAY "MES DO ARQUIVO SINTEGRA (AAAAMM): ".
                ACCEPT W-MESREF.
                IF W-MESNUM < 1 OR W-MESNUM > 12 OR W-ANOREF = ZEROS
                   DISPLAY "MES INVALIDO"
                   STOP RUN.
                MOVE TAB-ULTDIA(W-MESNUM) TO W-ULTDIA.
                IF W-MESNUM = 2
                   DIVIDE W-ANOREF BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULTDIA
                   END-IF
                END-IF.
                COMPUTE W-DTINI = W-MESREF * 100 + 1.
                COMPUTE W-DTFIM = W-MESREF * 100 + W-ULTDIA.
      * ALIQUOTAS DA TABELA CENTRAL - AS MESMAS DO CADVEN
                OPEN INPUT PARAM
                IF ST-ERROPAR = "00"
                   PERFORM 1050-CARREGA-ALIQ THRU 1050-CARREGA-ALIQ-FIM
                      VARYING W-IDXALIQ FROM 1 BY 1
                      UNTIL W-IDXALIQ > 9
                   CLOSE PARAM
                END-IF.
                OPEN INPUT VENDASITEM
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDASITEM"
                   STOP RUN.
                OPEN INPUT PRODUTO
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   CLOSE VENDASITEM
                   STOP RUN.
                OPEN INPUT CLIENTE
                IF ST-ERRO4 = "00"
                   MOVE "S" TO W-CLIOK.
                OPEN INPUT FORNECEDOR
                IF ST-ERRO5 = "00"
                   MOVE "S" TO W-FORNOK.
                MOVE SPACES TO W-NOMEARQ.
                STRING "SINTEGRA-" W-MESREF ".TXT"
                        DELIMITED BY SIZE INTO W-NOMEARQ.
                OPEN OUTPUT SINTEGRA
                IF ST-ERRO9 NOT = "00"
                   DISPLAY "ERRO NA CRIACAO DO ARQUIVO " W-NOMEARQ
                   CLOSE VENDASITEM
                   CLOSE PRODUTO
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "SINTEGRA-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP070" TO W-SPL-PROGRAMA.
                MOVE "CRITICA DO ARQUIVO SINTEGRA" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELSIN
                IF ST-ERRO10 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE VENDASITEM
                   CLOSE PRODUTO
                   CLOSE SINTEGRA
                   STOP RUN.
                MOVE SPACES TO REGRELSIN
                MOVE "ARQUIVO SINTEGRA - LISTAGEM CRITICA" TO REGRELSIN
                WRITE REGRELSIN.
                MOVE SPACES TO REGRELSIN
                STRING "PERIODO: " W-DTINI " A " W-DTFIM
                       "   ARQUIVO: " W-NOMEARQ
                        DELIMITED BY SIZE INTO REGRELSIN
                WRITE REGRELSIN.
                MOVE SPACES TO REGRELSIN
                WRITE REGRELSIN.
                MOVE SPACES TO REGRELSIN
                MOVE "ORIGEM       DOCUMENTO                OCORRENCIA"
                  TO REGRELSIN
                WRITE REGRELSIN.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       1050-CARREGA-ALIQ.
                MOVE SPACES TO PAR-CHAVE.
                MOVE W-IDXALIQ TO W-IDXDIG.
                STRING "ALIQICMS" W-IDXDIG
                        DELIMITED BY SIZE INTO PAR-CHAVE.
                READ PARAM
                   INVALID KEY
                      GO TO 1050-CARREGA-ALIQ-FIM.
                COMPUTE TAB-ALIQICMS(W-IDXALIQ) = PAR-VALORNUM * 100.
       1050-CARREGA-ALIQ-FIM.
                EXIT.
      *
      * LE UM PARAMETRO DA LOJA; AUSENTE = TEXTO EM BRANCO
       1100-LE-PARAM.
                IF ST-ERROPAR NOT = "00"
                   MOVE SPACES TO PAR-VALORTXT
                   GO TO 1100-LE-PARAM-FIM.
                READ PARAM
                   INVALID KEY
                      MOVE SPACES TO PAR-VALORTXT.
       1100-LE-PARAM-FIM.
                EXIT.
      *
      * SEPARA OS DIGITOS DE W-DIGTXT (ATE 14) EM W-DIGNUM
       1200-DIGITOS.
                MOVE SPACES TO W-DIGCOLA.
                MOVE ZEROS  TO W-QTDDIG W-DIGNUM.
                PERFORM 1210-UM-DIGITO THRU 1210-UM-DIGITO-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > 40.
                IF W-QTDDIG > ZEROS
                   MOVE W-DIGCOLA(1:W-QTDDIG) TO W-DIGNUM.
       1200-DIGITOS-FIM.
                EXIT.
      *
       1210-UM-DIGITO.
                IF W-DIGTXT(W-I:1) IS NUMERIC AND W-QTDDIG < 14
                   ADD 1 TO W-QTDDIG
                   MOVE W-DIGTXT(W-I:1) TO W-DIGCOLA(W-QTDDIG:1).
       1210-UM-DIGITO-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * REGISTROS 10 E 11 - DADOS DA LOJA
      *----------------------------------------------------------------
       2000-EMPRESA.
                MOVE "V"    TO W-CFP-OPERACAO.
                MOVE SPACES TO W-CFP-UFPARC.
                CALL "CFOPDEF" USING W-CFOPREG.
                MOVE W-CFP-UFLOJA TO W-R10-UF.
                MOVE W-DTINI TO W-R10-DTINI W-R75-DTINI.
                MOVE W-DTFIM TO W-R10-DTFIM W-R75-DTFIM.
                MOVE "LOJA" TO W-OC-ORIGEM.
                MOVE SPACES TO W-OC-DOC.
                OPEN INPUT PARAM.
                MOVE "NOMELOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-R10-NOME.
                IF W-R10-NOME = SPACES
                   MOVE "RAZAO SOCIAL AUSENTE (NOMELOJA)" TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                MOVE "CNPJLOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-DIGTXT.
                PERFORM 1200-DIGITOS THRU 1200-DIGITOS-FIM.
                IF W-QTDDIG NOT = 14
                   MOVE "CNPJ DA LOJA SEM 14 DIGITOS (CNPJLOJA)"
                     TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                MOVE W-DIGNUM TO W-R10-CNPJ W-R90-CNPJ.
                MOVE "IELOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-R10-IE W-R90-IE.
                IF W-R10-IE = SPACES
                   MOVE "INSCRICAO ESTADUAL AUSENTE (IELOJA)"
                     TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                MOVE "MUNLOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-R10-MUNIC.
                IF W-R10-MUNIC = SPACES
                   MOVE "MUNICIPIO AUSENTE (MUNLOJA)" TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                MOVE "FAXLOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-DIGTXT.
                PERFORM 1200-DIGITOS THRU 1200-DIGITOS-FIM.
                MOVE W-DIGNUM TO W-R10-FAX.
                MOVE "ENDLOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-R11-LOGRAD.
                IF W-R11-LOGRAD = SPACES
                   MOVE "LOGRADOURO AUSENTE (ENDLOJA)" TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                MOVE "NUMLOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-DIGTXT.
                PERFORM 1200-DIGITOS THRU 1200-DIGITOS-FIM.
                MOVE W-DIGNUM TO W-R11-NUMERO.
                MOVE "COMPLLOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-R11-COMPL.
                MOVE "BAIRROLOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-R11-BAIRRO.
                MOVE "CEPLOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-DIGTXT.
                PERFORM 1200-DIGITOS THRU 1200-DIGITOS-FIM.
                MOVE W-DIGNUM TO W-R11-CEP.
                IF W-QTDDIG NOT = 8
                   MOVE "CEP DA LOJA SEM 8 DIGITOS (CEPLOJA)"
                     TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                MOVE "CONTATOLOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-R11-CONTATO.
                MOVE "FONELOJA" TO PAR-CHAVE.
                PERFORM 1100-LE-PARAM THRU 1100-LE-PARAM-FIM.
                MOVE PAR-VALORTXT TO W-DIGTXT.
                PERFORM 1200-DIGITOS THRU 1200-DIGITOS-FIM.
                MOVE W-DIGNUM TO W-R11-FONE.
                IF ST-ERROPAR = "00"
                   CLOSE PARAM.
                MOVE W-REG10 TO REGSINTEGRA.
                WRITE REGSINTEGRA.
                MOVE W-REG11 TO REGSINTEGRA.
                WRITE REGSINTEGRA.
                ADD 2 TO W-QTDREG.
       2000-EMPRESA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * UM PASSO SOBRE TODAS AS FONTES (W-PASSO = "50" GRAVA OS
      * TOTAIS DAS NOTAS, "54" GRAVA OS ITENS). A CRITICA DOS
      * DOCUMENTOS SAI SO NO PRIMEIRO PASSO.
      *----------------------------------------------------------------
       3000-PASSO.
                OPEN INPUT VENDAS
                IF ST-ERRO = "00"
                   MOVE "N" TO W-FIM
                   PERFORM 3100-VENDA THRU 3100-VENDA-FIM
                      UNTIL W-FIM = "S"
                   CLOSE VENDAS
                ELSE
                   IF W-PASSO = "50"
                      MOVE "VENDAS" TO W-OC-ORIGEM
                      MOVE SPACES TO W-OC-DOC
                      MOVE "ARQUIVO NAO DISPONIVEL" TO W-OC-MSG
                      PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM
                   END-IF
                END-IF.
                OPEN INPUT ENTRADAMERC
                IF ST-ERRO6 = "00"
                   MOVE "N" TO W-FIM
                   MOVE ZEROS TO W-DOCANT
                   PERFORM 3300-COMPRA THRU 3300-COMPRA-FIM
                      UNTIL W-FIM = "S"
                   IF W-DOCANT NOT = ZEROS AND W-PASSO = "50"
                      PERFORM 5400-GRAVA-50-DOC
                         THRU 5400-GRAVA-50-DOC-FIM
                   END-IF
                   CLOSE ENTRADAMERC
                END-IF.
                OPEN INPUT VALE
                IF ST-ERRO7 = "00"
                   MOVE "N" TO W-FIM
                   PERFORM 3500-VALE THRU 3500-VALE-FIM
                      UNTIL W-FIM = "S"
                   CLOSE VALE
                END-IF.
                OPEN INPUT DEVFORN
                IF ST-ERRO8 = "00"
                   MOVE "N" TO W-FIM
                   MOVE ZEROS TO W-DOCANT
                   PERFORM 3700-DEVFORN THRU 3700-DEVFORN-FIM
                      UNTIL W-FIM = "S"
                   IF W-DOCANT NOT = ZEROS AND W-PASSO = "50"
                      PERFORM 5400-GRAVA-50-DOC
                         THRU 5400-GRAVA-50-DOC-FIM
                   END-IF
                   CLOSE DEVFORN
                END-IF.
       3000-PASSO-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * VENDAS DO MES
      *----------------------------------------------------------------
       3100-VENDA.
                READ VENDAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3100-VENDA-FIM.
                IF DTVENDA < W-DTINI OR DTVENDA > W-DTFIM
                   GO TO 3100-VENDA-FIM.
                MOVE "VENDA" TO W-OC-ORIGEM.
                MOVE SPACES TO W-OC-DOC.
                STRING "CLI " CODCLI " VD " NVENDA
                        DELIMITED BY SIZE INTO W-OC-DOC.
                IF NFISCAL = ZEROS
                   IF W-PASSO = "50"
                      MOVE "VENDA SEM NOTA FISCAL - FORA DO ARQUIVO"
                        TO W-OC-MSG
                      PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM
                   END-IF
                   GO TO 3100-VENDA-FIM.
                IF SITUACAO-V = "C" AND W-PASSO = "54"
                   GO TO 3100-VENDA-FIM.
                MOVE "V" TO W-CFP-OPERACAO.
                MOVE CODCLI TO CPF.
                PERFORM 5200-CLIENTE THRU 5200-CLIENTE-FIM.
                MOVE DTVENDA   TO W-R50-DATA.
                MOVE W-SERIENF TO W-R50-SERIE.
      * NOTA COM MAIS DE 6 DIGITOS: O CONVENIO PEDE OS 6 ULTIMOS
                MOVE NFISCAL   TO W-R50-NUMERO.
                MOVE "P"       TO W-R50-EMITENTE.
                PERFORM 5000-CABEC-54 THRU 5000-CABEC-54-FIM.
                IF SITUACAO-V = "C"
                   MOVE ZEROS TO W-R50-VALTOT W-R50-BASE W-R50-ICMS
                                 W-R50-ISENTA W-R50-OUTRAS W-R50-ALIQ
                   MOVE "S" TO W-R50-SITUACAO
                   PERFORM 5300-GRAVA-50 THRU 5300-GRAVA-50-FIM
                   GO TO 3100-VENDA-FIM.
                MOVE ZEROS TO W-QTDGRP.
                MOVE "N" TO W-FIMITEM
                MOVE CODCLI TO ITEM-CODCLI
                MOVE NVENDA TO ITEM-NVENDA
                MOVE ZEROS  TO ITEM-SEQ
                START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMITEM.
                PERFORM 3200-ITEM-VENDA THRU 3200-ITEM-VENDA-FIM
                   UNTIL W-FIMITEM = "S".
                IF W-PASSO = "50"
                   PERFORM 3150-GRAVA-GRUPO THRU 3150-GRAVA-GRUPO-FIM
                      VARYING W-G FROM 1 BY 1 UNTIL W-G > W-QTDGRP.
       3100-VENDA-FIM.
                EXIT.
      *
      * UM 50 POR ALIQUOTA DA NOTA DE VENDA
       3150-GRAVA-GRUPO.
                MOVE W-GRP-VALOR(W-G) TO W-R50-VALTOT W-R50-BASE.
                MOVE W-GRP-ICMS(W-G)  TO W-R50-ICMS.
                MOVE ZEROS TO W-R50-ISENTA W-R50-OUTRAS.
                COMPUTE W-R50-ALIQ = W-GRP-ALIQ(W-G) / 100.
                MOVE "N" TO W-R50-SITUACAO.
                PERFORM 5300-GRAVA-50 THRU 5300-GRAVA-50-FIM.
       3150-GRAVA-GRUPO-FIM.
                EXIT.
      *
       3200-ITEM-VENDA.
                READ VENDASITEM NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMITEM
                      GO TO 3200-ITEM-VENDA-FIM.
                IF ITEM-CODCLI NOT = CODCLI OR ITEM-NVENDA NOT = NVENDA
                   MOVE "S" TO W-FIMITEM
                   GO TO 3200-ITEM-VENDA-FIM.
                IF PROD(1:3) = "SRV"
                   GO TO 3200-ITEM-VENDA-FIM.
                MOVE PROD TO W-PRODCOD.
                PERFORM 5100-ALIQ-PRODUTO THRU 5100-ALIQ-PRODUTO-FIM.
                IF W-PASSO = "54"
                   MOVE "000"      TO W-R54-CST
                   MOVE ITEM-SEQ   TO W-R54-ITEM
                   MOVE QTD        TO W-R54-QTD
                   COMPUTE W-R54-VALOR = VALORVENDA + DESCONTO
                   MOVE DESCONTO   TO W-R54-DESCONTO
                   MOVE VALORVENDA TO W-R54-BASE
                   COMPUTE W-R54-ALIQ = W-ALIQ / 100
                   PERFORM 5500-GRAVA-54 THRU 5500-GRAVA-54-FIM
                   GO TO 3200-ITEM-VENDA-FIM.
                MOVE 1 TO W-G.
       3210-ACHA-GRUPO.
                IF W-G <= W-QTDGRP
                   IF W-GRP-ALIQ(W-G) NOT = W-ALIQ
                      ADD 1 TO W-G
                      GO TO 3210-ACHA-GRUPO.
                IF W-G > W-QTDGRP
                   ADD 1 TO W-QTDGRP
                   MOVE W-ALIQ TO W-GRP-ALIQ(W-G)
                   MOVE ZEROS  TO W-GRP-VALOR(W-G) W-GRP-ICMS(W-G).
                ADD VALORVENDA TO W-GRP-VALOR(W-G).
                ADD ICMS       TO W-GRP-ICMS(W-G).
       3200-ITEM-VENDA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * COMPRAS DO MES (UMA NOTA = VARIAS LINHAS SEGUIDAS DO
      * ENTRADAMERC, MESMA ENT-NOTA)
      *----------------------------------------------------------------
       3300-COMPRA.
                READ ENTRADAMERC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3300-COMPRA-FIM.
                IF ENT-DTENTRADA < W-DTINI OR ENT-DTENTRADA > W-DTFIM
                   GO TO 3300-COMPRA-FIM.
                MOVE ENT-NOTA TO W-DOCATU.
                IF W-DOCATU NOT = W-DOCANT
                   IF W-DOCANT NOT = ZEROS AND W-PASSO = "50"
                      PERFORM 5400-GRAVA-50-DOC
                         THRU 5400-GRAVA-50-DOC-FIM
                   END-IF
                   MOVE W-DOCATU TO W-DOCANT
                   MOVE ZEROS TO W-DOCVALOR
                   MOVE "COMPRA" TO W-OC-ORIGEM
                   MOVE SPACES TO W-OC-DOC
                   STRING "NF " ENT-NOTA " FORN " ENT-CODFORN
                           DELIMITED BY SIZE INTO W-OC-DOC
                   MOVE "C" TO W-CFP-OPERACAO
                   MOVE ENT-CODFORN TO W-CODFORN
                   PERFORM 5250-FORNECEDOR THRU 5250-FORNECEDOR-FIM
                   MOVE ENT-DTENTRADA TO W-R50-DATA
                   MOVE "1"      TO W-R50-SERIE
                   MOVE ENT-NOTA TO W-R50-NUMERO
                   MOVE "T"      TO W-R50-EMITENTE
                   PERFORM 5000-CABEC-54 THRU 5000-CABEC-54-FIM
                END-IF.
                COMPUTE W-VALITEM = ENT-QTD * ENT-PRECOCUSTO.
                IF W-PASSO = "50"
                   ADD W-VALITEM TO W-DOCVALOR
                   GO TO 3300-COMPRA-FIM.
                MOVE ENT-PRODUTO TO W-PRODCOD.
                MOVE "090"       TO W-R54-CST.
                MOVE ENT-SEQ     TO W-R54-ITEM.
                MOVE ENT-QTD     TO W-R54-QTD.
                MOVE W-VALITEM   TO W-R54-VALOR.
                MOVE ZEROS TO W-R54-DESCONTO W-R54-BASE W-R54-ALIQ.
                PERFORM 5500-GRAVA-54 THRU 5500-GRAVA-54-FIM.
       3300-COMPRA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * DEVOLUCOES DE CLIENTE DO MES (UM VALE = UM ITEM DEVOLVIDO).
      * O VALE DE SINAL DE ENCOMENDA (SEM VENDA DE ORIGEM) NAO TEM
      * MERCADORIA E FICA DE FORA
      *----------------------------------------------------------------
       3500-VALE.
                READ VALE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3500-VALE-FIM.
                IF VAL-DTEMISSAO < W-DTINI OR VAL-DTEMISSAO > W-DTFIM
                   GO TO 3500-VALE-FIM.
                IF VAL-SITUACAO = "C"
                   GO TO 3500-VALE-FIM.
                IF VAL-NVENDAORIG = ZEROS
                   GO TO 3500-VALE-FIM.
                MOVE "DEVOLUCAO" TO W-OC-ORIGEM.
                MOVE SPACES TO W-OC-DOC.
                STRING "VALE " VAL-NUMERO " VD " VAL-NVENDAORIG
                        DELIMITED BY SIZE INTO W-OC-DOC.
                MOVE VAL-CODCLI     TO ITEM-CODCLI.
                MOVE VAL-NVENDAORIG TO ITEM-NVENDA.
                MOVE VAL-ITEMSEQ    TO ITEM-SEQ.
                READ VENDASITEM
                   INVALID KEY
                      IF W-PASSO = "50"
                         MOVE "VALE SEM ITEM DE ORIGEM - FORA"
                           TO W-OC-MSG
                         PERFORM 8000-OCORRENCIA
                            THRU 8000-OCORRENCIA-FIM
                      END-IF
                      GO TO 3500-VALE-FIM.
                IF PROD(1:3) = "SRV"
                   GO TO 3500-VALE-FIM.
                MOVE "D" TO W-CFP-OPERACAO.
                MOVE VAL-CODCLI TO CPF.
                PERFORM 5200-CLIENTE THRU 5200-CLIENTE-FIM.
                MOVE VAL-DTEMISSAO TO W-R50-DATA.
                MOVE W-SERIENF     TO W-R50-SERIE.
                MOVE VAL-NUMERO    TO W-R50-NUMERO.
                MOVE "P"           TO W-R50-EMITENTE.
                PERFORM 5000-CABEC-54 THRU 5000-CABEC-54-FIM.
                MOVE PROD TO W-PRODCOD.
                PERFORM 5100-ALIQ-PRODUTO THRU 5100-ALIQ-PRODUTO-FIM.
                COMPUTE W-VALICMS ROUNDED = VAL-VALOR * W-ALIQ / 10000.
                IF W-PASSO = "50"
                   MOVE VAL-VALOR TO W-R50-VALTOT W-R50-BASE
                   MOVE W-VALICMS TO W-R50-ICMS
                   MOVE ZEROS TO W-R50-ISENTA W-R50-OUTRAS
                   COMPUTE W-R50-ALIQ = W-ALIQ / 100
                   MOVE "N" TO W-R50-SITUACAO
                   PERFORM 5300-GRAVA-50 THRU 5300-GRAVA-50-FIM
                   GO TO 3500-VALE-FIM.
                MOVE "000"       TO W-R54-CST.
                MOVE VAL-ITEMSEQ TO W-R54-ITEM.
                MOVE VAL-QTDDEV  TO W-R54-QTD.
                MOVE VAL-VALOR   TO W-R54-VALOR W-R54-BASE.
                MOVE ZEROS       TO W-R54-DESCONTO.
                COMPUTE W-R54-ALIQ = W-ALIQ / 100.
                PERFORM 5500-GRAVA-54 THRU 5500-GRAVA-54-FIM.
       3500-VALE-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * DEVOLUCOES A FORNECEDOR DO MES (UMA DEVOLUCAO = NOTA DE
      * ORIGEM + NUMERO DA DEVOLUCAO)
      *----------------------------------------------------------------
       3700-DEVFORN.
                READ DEVFORN NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3700-DEVFORN-FIM.
                IF DVF-DTDEVOL < W-DTINI OR DVF-DTDEVOL > W-DTFIM
                   GO TO 3700-DEVFORN-FIM.
                COMPUTE W-DOCATU = DVF-NOTA * 100 + DVF-NUMDEV.
                IF W-DOCATU NOT = W-DOCANT
                   IF W-DOCANT NOT = ZEROS AND W-PASSO = "50"
                      PERFORM 5400-GRAVA-50-DOC
                         THRU 5400-GRAVA-50-DOC-FIM
                   END-IF
                   MOVE W-DOCATU TO W-DOCANT
                   MOVE ZEROS TO W-DOCVALOR
                   MOVE "DEV.FORNEC" TO W-OC-ORIGEM
                   MOVE SPACES TO W-OC-DOC
                   STRING "NF " DVF-NOTA " FORN " DVF-CODFORN
                           DELIMITED BY SIZE INTO W-OC-DOC
                   MOVE "F" TO W-CFP-OPERACAO
                   MOVE DVF-CODFORN TO W-CODFORN
                   PERFORM 5250-FORNECEDOR THRU 5250-FORNECEDOR-FIM
                   MOVE DVF-DTDEVOL TO W-R50-DATA
                   MOVE DVF-NUMDEV  TO W-SERDEV-NUM
                   MOVE W-SERIEDEV  TO W-R50-SERIE
                   MOVE DVF-NOTA    TO W-R50-NUMERO
                   MOVE "P"         TO W-R50-EMITENTE
                   PERFORM 5000-CABEC-54 THRU 5000-CABEC-54-FIM
                END-IF.
                COMPUTE W-VALITEM = DVF-QTD * DVF-PRECOCUSTO.
                IF W-PASSO = "50"
                   ADD W-VALITEM TO W-DOCVALOR
                   GO TO 3700-DEVFORN-FIM.
                MOVE DVF-PRODUTO TO W-PRODCOD.
                MOVE "090"       TO W-R54-CST.
                MOVE DVF-ENTSEQ  TO W-R54-ITEM.
                MOVE DVF-QTD     TO W-R54-QTD.
                MOVE W-VALITEM   TO W-R54-VALOR.
                MOVE ZEROS TO W-R54-DESCONTO W-R54-BASE W-R54-ALIQ.
                PERFORM 5500-GRAVA-54 THRU 5500-GRAVA-54-FIM.
       3700-DEVFORN-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * ROTINAS COMUNS
      *----------------------------------------------------------------
      * O ITEM REPETE A IDENTIFICACAO DA NOTA
       5000-CABEC-54.
                MOVE W-R50-CNPJ   TO W-R54-CNPJ.
                MOVE W-R50-SERIE  TO W-R54-SERIE.
                MOVE W-R50-NUMERO TO W-R54-NUMERO.
                MOVE W-R50-CFOP   TO W-R54-CFOP.
       5000-CABEC-54-FIM.
                EXIT.
      *
      * ALIQUOTA DO PRODUTO W-PRODCOD PELA CLASSIFICACAO (SEM
      * CADASTRO OU CLASSIFICACAO FORA DA FAIXA = CLASSE 9, COMO
      * NA APURACAO DO SGP022)
       5100-ALIQ-PRODUTO.
                MOVE W-PRODCOD TO PRO-CODIGO.
                READ PRODUTO
                   INVALID KEY
                      MOVE ZEROS TO PRO-CLASSIFICACAO.
                MOVE PRO-CLASSIFICACAO TO W-CLASSIF.
                IF W-CLASSIF < 1 OR W-CLASSIF > 9
                   MOVE 9 TO W-CLASSIF.
                MOVE TAB-ALIQICMS(W-CLASSIF) TO W-ALIQ.
       5100-ALIQ-PRODUTO-FIM.
                EXIT.
      *
      * CLIENTE (CPF JA MOVIDO): DOCUMENTO, UF E CFOP DA NOTA.
      * PESSOA FISICA NAO TEM INSCRICAO ESTADUAL - VAI "ISENTO"
       5200-CLIENTE.
                MOVE CPF      TO W-R50-CNPJ.
                MOVE "ISENTO" TO W-R50-IE.
                MOVE SPACES   TO W-R50-UF.
                IF W-CLIOK = "S"
                   READ CLIENTE
                      INVALID KEY
                         MOVE SPACES TO UF
                         IF W-PASSO = "50" AND CPF NOT = ZEROS
                            MOVE "CLIENTE NAO CADASTRADO" TO W-OC-MSG
                            PERFORM 8000-OCORRENCIA
                               THRU 8000-OCORRENCIA-FIM
                         END-IF
                      NOT INVALID KEY
                         IF UF = SPACES AND W-PASSO = "50"
                            MOVE "CLIENTE SEM UF - CFOP INTERNO"
                              TO W-OC-MSG
                            PERFORM 8000-OCORRENCIA
                               THRU 8000-OCORRENCIA-FIM
                         END-IF
                         MOVE UF TO W-R50-UF
                   END-READ.
                MOVE W-R50-UF TO W-CFP-UFPARC.
                CALL "CFOPDEF" USING W-CFOPREG.
                MOVE W-CFP-CFOP TO W-R50-CFOP.
      * CONSUMIDOR SEM UF: O CONVENIO PEDE A UF DO INFORMANTE
                IF W-R50-UF = SPACES
                   MOVE W-CFP-UFLOJA TO W-R50-UF.
       5200-CLIENTE-FIM.
                EXIT.
      *
      * FORNECEDOR W-CODFORN: DOCUMENTO, IE, UF E CFOP DA NOTA
       5250-FORNECEDOR.
                MOVE ZEROS  TO W-R50-CNPJ.
                MOVE SPACES TO W-R50-IE W-R50-UF.
                IF W-FORNOK = "S"
                   MOVE W-CODFORN TO FORN-CODIGO
                   READ FORNECEDOR
                      INVALID KEY
                         MOVE ZEROS TO FORN-CODIGO
                      NOT INVALID KEY
                         MOVE FORN-CNPJ TO W-R50-CNPJ
                         MOVE FORN-IE   TO W-R50-IE
                         MOVE FORN-UF   TO W-R50-UF
                   END-READ.
                IF W-PASSO NOT = "50"
                   GO TO 5250-FORNECEDOR-CFOP.
                IF W-FORNOK NOT = "S" OR FORN-CODIGO = ZEROS
                   MOVE "FORNECEDOR NAO CADASTRADO" TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM
                   GO TO 5250-FORNECEDOR-CFOP.
                IF W-R50-CNPJ = ZEROS
                   MOVE "FORNECEDOR SEM CNPJ" TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                IF W-R50-UF = SPACES
                   MOVE "FORNECEDOR SEM UF - CFOP DENTRO DO ESTADO"
                     TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                IF W-R50-IE = SPACES
                   MOVE "FORNECEDOR SEM INSCRICAO ESTADUAL" TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
       5250-FORNECEDOR-CFOP.
                MOVE W-R50-UF TO W-CFP-UFPARC.
                CALL "CFOPDEF" USING W-CFOPREG.
                MOVE W-CFP-CFOP TO W-R50-CFOP.
       5250-FORNECEDOR-FIM.
                EXIT.
      *
       5300-GRAVA-50.
                MOVE W-REG50 TO REGSINTEGRA.
                WRITE REGSINTEGRA.
                ADD 1 TO W-QTD50.
                ADD 1 TO W-QTDREG.
       5300-GRAVA-50-FIM.
                EXIT.
      *
      * FECHA A NOTA AGRUPADA (COMPRA/DEVFORN): SEM ICMS DESTACADO
      * NO SISTEMA, O VALOR TODO VAI EM OUTRAS
       5400-GRAVA-50-DOC.
                MOVE W-DOCVALOR TO W-R50-VALTOT W-R50-OUTRAS.
                MOVE ZEROS TO W-R50-BASE W-R50-ICMS W-R50-ISENTA
                              W-R50-ALIQ.
                MOVE "N" TO W-R50-SITUACAO.
                PERFORM 5300-GRAVA-50 THRU 5300-GRAVA-50-FIM.
       5400-GRAVA-50-DOC-FIM.
                EXIT.
      *
      * GRAVA O 54 DO PRODUTO W-PRODCOD E GUARDA O PRODUTO PARA O 75
       5500-GRAVA-54.
                MOVE W-PRODCOD TO W-R54-CODPROD.
                MOVE W-REG54 TO REGSINTEGRA.
                WRITE REGSINTEGRA.
                ADD 1 TO W-QTD54.
                ADD 1 TO W-QTDREG.
                MOVE "N" TO W-ACHOU.
                MOVE 1 TO W-I.
       5510-PROCURA.
                IF W-I <= W-TPCONT
                   IF W-TP-COD(W-I) = W-PRODCOD
                      MOVE "S" TO W-ACHOU
                   ELSE
                      ADD 1 TO W-I
                      GO TO 5510-PROCURA.
                IF W-ACHOU = "N"
                   IF W-TPCONT < 2000
                      ADD 1 TO W-TPCONT
                      MOVE W-PRODCOD TO W-TP-COD(W-TPCONT)
                   ELSE
                      ADD 1 TO W-ESTOUROTAB.
       5500-GRAVA-54-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * REGISTRO 75 - UM POR PRODUTO CITADO
      *----------------------------------------------------------------
       6000-GRAVA-75.
                MOVE "PRODUTO" TO W-OC-ORIGEM.
                MOVE SPACES TO W-OC-DOC.
                MOVE W-TP-COD(W-I) TO W-OC-DOC.
                MOVE W-TP-COD(W-I) TO W-PRODCOD W-R75-CODPROD.
                MOVE W-PRODCOD TO PRO-CODIGO.
                READ PRODUTO
                   INVALID KEY
                      MOVE "PRODUTO NAO CADASTRADO" TO W-OC-MSG
                      PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM
                      MOVE SPACES TO PRO-DESCRICAO PRO-UNIDADE
                      MOVE ZEROS  TO PRO-NCM PRO-CLASSIFICACAO.
                MOVE PRO-DESCRICAO TO W-R75-DESCR.
                MOVE PRO-UNIDADE   TO W-R75-UNID.
                MOVE PRO-NCM       TO W-R75-NCM.
                IF PRO-NCM = ZEROS
                   MOVE "PRODUTO SEM NCM (CADASTRO DE PRODUTOS)"
                     TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                MOVE PRO-CLASSIFICACAO TO W-CLASSIF.
                IF W-CLASSIF < 1 OR W-CLASSIF > 9
                   MOVE 9 TO W-CLASSIF.
                COMPUTE W-R75-ALIQICMS = TAB-ALIQICMS(W-CLASSIF) / 100.
                MOVE W-REG75 TO REGSINTEGRA.
                WRITE REGSINTEGRA.
                ADD 1 TO W-QTD75.
                ADD 1 TO W-QTDREG.
       6000-GRAVA-75-FIM.
                EXIT.
      *
       8000-OCORRENCIA.
                MOVE W-LINOCOR TO REGRELSIN.
                WRITE REGRELSIN.
                ADD 1 TO W-CONTOCOR.
       8000-OCORRENCIA-FIM.
                EXIT.
      *
       9000-FINALIZA.
      * O TOTAL GERAL (99) CONTA TAMBEM O PROPRIO 90
                ADD 1 TO W-QTDREG.
                MOVE W-QTD50  TO W-R90-TOT50.
                MOVE W-QTD54  TO W-R90-TOT54.
                MOVE W-QTD75  TO W-R90-TOT75.
                MOVE W-QTDREG TO W-R90-TOT99.
                MOVE W-REG90 TO REGSINTEGRA.
                WRITE REGSINTEGRA.
                IF W-ESTOUROTAB NOT = ZEROS
                   MOVE "PRODUTO" TO W-OC-ORIGEM
                   MOVE SPACES TO W-OC-DOC
                   MOVE "TABELA DE PRODUTOS CHEIA - FALTAM REGISTROS 75"
                     TO W-OC-MSG
                   PERFORM 8000-OCORRENCIA THRU 8000-OCORRENCIA-FIM.
                MOVE SPACES TO REGRELSIN
                WRITE REGRELSIN.
                MOVE SPACES TO REGRELSIN
                STRING "REGISTROS 50........: " W-QTD50
                        DELIMITED BY SIZE INTO REGRELSIN
                WRITE REGRELSIN.
                MOVE SPACES TO REGRELSIN
                STRING "REGISTROS 54........: " W-QTD54
                        DELIMITED BY SIZE INTO REGRELSIN
                WRITE REGRELSIN.
                MOVE SPACES TO REGRELSIN
                STRING "REGISTROS 75........: " W-QTD75
                        DELIMITED BY SIZE INTO REGRELSIN
                WRITE REGRELSIN.
                MOVE SPACES TO REGRELSIN
                STRING "TOTAL DE REGISTROS..: " W-QTDREG
                        DELIMITED BY SIZE INTO REGRELSIN
                WRITE REGRELSIN.
                MOVE SPACES TO REGRELSIN
                STRING "OCORRENCIAS.........: " W-CONTOCOR
                        DELIMITED BY SIZE INTO REGRELSIN
                WRITE REGRELSIN.
                CLOSE VENDASITEM.
                CLOSE PRODUTO.
                IF W-CLIOK = "S"
                   CLOSE CLIENTE.
                IF W-FORNOK = "S"
                   CLOSE FORNECEDOR.
                CLOSE SINTEGRA.
                CLOSE RELSIN.
                DISPLAY "ARQUIVO GERADO: " W-NOMEARQ.
       9000-FINALIZA-FIM.
                EXIT.
