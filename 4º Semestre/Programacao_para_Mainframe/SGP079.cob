       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP079.
       AUTHOR. OSEIAS REIS
      **************************************
      * EXCECOES DE SEGREGACAO DE FUNCOES   *
      * E ATIVIDADE SUSPEITA (DIARIO)       *
      * SAIDA RESERVADA AO PROPRIETARIO     *
      **************************************
      *----------------------------------------------------------------
      * RODA NO FIM DO DIA SOBRE A DATA INFORMADA (ENTER = HOJE) E
      * APONTA, POR OPERADOR:
      *  1 - ESTORNO DE VENDA FEITO POR QUEM DIGITOU A VENDA (LOGAUD
      *      VENDAS: IMAGEM ANTES COM O DIGITADOR, USUARIO DO DIARIO
      *      = QUEM ESTORNOU);
      *  2 - VALE DE DEVOLUCAO EMITIDO POR QUEM DIGITOU A VENDA DE
      *      ORIGEM (VALE.DAT X VENDAS.DAT);
      *  3 - DESCONTO ACIMA DO TETO LIBERADO PELO PROPRIO OPERADOR DO
      *      ITEM (LOGAUD 'DESCONTO', GRAVADO PELO CADVEN);
      *  4 - RECEBIMENTO DE PARCELA EM ATRASO COM ENCARGOS (MULTA E
      *      JUROS) DISPENSADOS ACIMA DO LIMITE (LOGAUD CONTASREC DO
      *      CADBAIXA E DO CADCHQ). O DEVIDO E RECALCULADO COMO NO
      *      CADBAIXA SOBRE O PRINCIPAL PAGO NAQUELA BAIXA;
      *  5 - AJUSTE DE INVENTARIO FEITO PELA MESMA PESSOA QUE CONTOU
      *      (LOGAUD 'INVENTARIO', GRAVADO PELO SGP019);
      *  6 - PRECO BAIXADO NO SGP002, VENDA DO PRODUTO COM O PRECO
      *      BAIXO E O PRECO DEVOLVIDO NA DATA DO RELATORIO DENTRO DE
      *      SODDIASPREC DIAS (PRECOHIST.DAT X VENDAS/VENDASITEM).
      * LIMITES NA TABELA CENTRAL (CADPARAM): SODDIASPREC,
      * SODPCTPRECO, SODPERDAO, SODDESCMIN E SODINVMIN; OS
      * PERCENTUAIS DE ENCARGO SAO OS MESMOS DO CADBAIXA (PERCMULTA
      * E PERCJURMES). A SAIDA EXCECAO-* SO E MOSTRADA PELO CADSPOOL
      * A USUARIO NIVEL 3 (PROPRIETARIO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOGAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROAUD.
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
       SELECT VALE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS VAL-NUMERO
                    FILE STATUS  IS ST-ERRO3.
       SELECT PRECOHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PRH-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
       SELECT RELEXC ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD LOGAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGAUD.DAT".
       01 LOGAUD-REG.
                03 AUD-ARQUIVO      PIC X(12).
                03 AUD-CHAVE        PIC X(20).
                03 AUD-OPERACAO     PIC X(01).
                03 AUD-DATA         PIC 9(08).
                03 AUD-HORA         PIC 9(08).
                03 AUD-USUARIO      PIC X(08).
                03 AUD-ANTES        PIC X(250).
                03 AUD-DEPOIS       PIC X(250).
      *
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
           05 DT-ALTERACAO    PIC 9(08).
           05 USUARIO         PIC X(08).
           05 SITUACAO        PIC X(01).
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
       FD PRECOHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECOHIST.DAT".
       01 PRECOHIST-REG.
                03 PRH-CHAVE.
                   04 PRH-PRODUTO   PIC 9(08).
                   04 PRH-DATA      PIC 9(08).
                   04 PRH-SEQ       PIC 9(05).
                03 PRH-HORA         PIC 9(08).
                03 PRH-CUSTOANT     PIC 9(06)V99.
                03 PRH-CUSTONOVO    PIC 9(06)V99.
                03 PRH-VENDAANT     PIC 9(06)V99.
                03 PRH-VENDANOVA    PIC 9(06)V99.
                03 PRH-USUARIO      PIC X(08).
                03 PRH-PROGRAMA     PIC X(08).
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
       FD RELEXC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELEXC              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROAUD         PIC X(02) VALUE "00".
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-FIMAUD           PIC X(01) VALUE "N".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMITEM          PIC X(01) VALUE "N".
       77 W-DTREF            PIC 9(08) VALUE ZEROS.
       77 W-SECAO            PIC 9(01) VALUE ZEROS.
       77 W-TOTEXC           PIC 9(06) VALUE ZEROS.
       77 W-HORA6            PIC 9(06) VALUE ZEROS.
       77 W-PRODCOD          PIC 9(08) VALUE ZEROS.
       77 W-IND              PIC 9(03) VALUE ZEROS.
      * LIMITES (CADPARAM) - SEM O PARAMETRO VALE O PADRAO ABAIXO
       77 W-DIASPRECO        PIC 9(03) VALUE 7.
       77 W-PCTPRECO         PIC 9(03)V99 VALUE 5.
       77 W-PERDAOMIN        PIC 9(09)V99 VALUE 10.
       77 W-DESCMIN          PIC 9(09)V99 VALUE ZEROS.
       77 W-INVMIN           PIC 9(09)V99 VALUE ZEROS.
       77 W-PERCMULTA        PIC 9(04) VALUE 0200.
       77 W-PERCJURMES       PIC 9(04) VALUE 0100.
      * CALCULO DOS ENCARGOS DISPENSADOS (SECAO 4)
       77 W-PRINCIPAL        PIC 9(09)V99 VALUE ZEROS.
       77 W-DEVIDO           PIC 9(09)V99 VALUE ZEROS.
       77 W-RECEBIDO         PIC 9(09)V99 VALUE ZEROS.
       77 W-DISPENSA         PIC S9(09)V99 VALUE ZEROS.
       77 W-DIASCORR         PIC 9(07) VALUE ZEROS.
       77 W-DIAS1            PIC 9(07) VALUE ZEROS.
       77 W-DIAS2            PIC 9(07) VALUE ZEROS.
       77 W-DIASATRASO       PIC 9(07) VALUE ZEROS.
      * QUEDA DE PRECO (SECAO 6)
       77 W-QUEDA            PIC 9(03)V99 VALUE ZEROS.
       77 W-MENORDATA        PIC 9(08) VALUE ZEROS.
       77 W-PEND-ATIVO       PIC X(01) VALUE "N".
       77 W-PEND-PRODUTO     PIC 9(08) VALUE ZEROS.
       77 W-PEND-DATA        PIC 9(08) VALUE ZEROS.
       77 W-PEND-USUARIO     PIC X(08) VALUE SPACES.
       77 W-PEND-ANT         PIC 9(06)V99 VALUE ZEROS.
       77 W-PEND-NOVA        PIC 9(06)V99 VALUE ZEROS.
       77 W-QTDPRC           PIC 9(03) VALUE ZEROS.
      * EXCECOES POR SECAO (1-6)
       01 W-CONTSEC.
          03 W-QTDSEC        PIC 9(06) OCCURS 6 TIMES.
       01 W-TITULOSX.
          03 FILLER PIC X(45)
             VALUE "1 - ESTORNO FEITO POR QUEM DIGITOU A VENDA   ".
          03 FILLER PIC X(45)
             VALUE "2 - VALE EMITIDO POR QUEM DIGITOU A VENDA    ".
          03 FILLER PIC X(45)
             VALUE "3 - DESCONTO LIBERADO NA PROPRIA VENDA      ".
          03 FILLER PIC X(45)
             VALUE "4 - ENCARGOS DISPENSADOS NO RECEBIMENTO     ".
          03 FILLER PIC X(45)
             VALUE "5 - AJUSTE DE INVENTARIO POR QUEM CONTOU    ".
          03 FILLER PIC X(45)
             VALUE "6 - PRECO BAIXADO, VENDIDO E DEVOLVIDO      ".
       01 W-TITULOSAUX REDEFINES W-TITULOSX.
          03 W-TITULO        PIC X(45) OCCURS 6 TIMES.
      * IMAGENS DO DIARIO NOS LEIAUTES DE ORIGEM
       01 W-VDAANT.
          03 W-VDAANT-CHAVE.
             05 W-VDAANT-CODCLI PIC 9(12).
             05 W-VDAANT-NVENDA PIC 9(06).
          03 W-VDAANT-VALOR     PIC 9(09)V99.
          03 W-VDAANT-DTVENDA   PIC 9(08).
          03 FILLER             PIC X(11).
          03 W-VDAANT-USUARIO   PIC X(08).
          03 W-VDAANT-SITUACAO  PIC X(01).
          03 FILLER             PIC X(193).
       01 W-VDADEP.
          03 FILLER             PIC X(56).
          03 W-VDADEP-SITUACAO  PIC X(01).
          03 FILLER             PIC X(193).
       01 W-CRANT.
          03 W-CRANT-CHAVE      PIC X(20).
          03 W-CRANT-VENCIMENTO PIC 9(08).
          03 W-CRANT-VALOR      PIC 9(09)V99.
          03 W-CRANT-SITUACAO   PIC X(01).
          03 W-CRANT-VALORPAGO  PIC 9(09)V99.
          03 W-CRANT-DTPAGTO    PIC 9(08).
          03 FILLER             PIC X(16).
          03 W-CRANT-VALORJUROS PIC 9(09)V99.
          03 FILLER             PIC X(164).
       01 W-CRDEP.
          03 W-CRDEP-CHAVE      PIC X(20).
          03 W-CRDEP-VENCIMENTO PIC 9(08).
          03 W-CRDEP-VALOR      PIC 9(09)V99.
          03 W-CRDEP-SITUACAO   PIC X(01).
          03 W-CRDEP-VALORPAGO  PIC 9(09)V99.
          03 W-CRDEP-DTPAGTO    PIC 9(08).
          03 FILLER             PIC X(16).
          03 W-CRDEP-VALORJUROS PIC 9(09)V99.
          03 FILLER             PIC X(164).
      * LIBERACAO DE DESCONTO (MESMO LEIAUTE DO WRK-AUDDESC DO CADVEN)
       01 W-AUDDESC.
          03 W-ADS-CHAVE        PIC X(21).
          03 W-ADS-PRODUTO      PIC X(09).
          03 W-ADS-AUTORIZ      PIC X(08).
          03 W-ADS-VALORITEM    PIC 9(08)V99.
          03 W-ADS-DESCONTO     PIC 9(08)V99.
          03 W-ADS-TETO         PIC 9(08)V99.
          03 FILLER             PIC X(182).
      * AJUSTE DE INVENTARIO (MESMO LEIAUTE DO W-AUDINV DO SGP019)
       01 W-AUDINV.
          03 W-AIV-CONTADOR     PIC X(08).
          03 W-AIV-SISTEMA      PIC 9(06).
          03 W-AIV-CONTADO      PIC 9(06).
          03 W-AIV-SINAL        PIC X(01).
          03 W-AIV-DIFERENCA    PIC 9(06).
          03 W-AIV-VALORDIF     PIC 9(12)V99.
          03 FILLER             PIC X(209).
      * EPISODIOS DE PRECO BAIXADO E DEVOLVIDO NA DATA (SECAO 6)
       01 W-TABPRC.
          03 W-PRC OCCURS 200 TIMES.
             05 W-PRC-PRODUTO   PIC 9(08).
             05 W-PRC-DTBAIXA   PIC 9(08).
             05 W-PRC-USUBAIXA  PIC X(08).
             05 W-PRC-ANT       PIC 9(06)V99.
             05 W-PRC-BAIXO     PIC 9(06)V99.
             05 W-PRC-USUVOLTA  PIC X(08).
             05 W-PRC-VOLTA     PIC 9(06)V99.
             05 W-PRC-IMPRESSO  PIC X(01).
      * DIAS CORRIDOS (MESMA CONTA DO CADBAIXA)
       01 W-DATA-AUX         PIC 9(08).
       01 W-DATA-GRUPO REDEFINES W-DATA-AUX.
          05 W-ANOAUX        PIC 9(04).
          05 W-MESAUX        PIC 9(02).
          05 W-DIAAUX        PIC 9(02).
       01 TAB-DIASMESX.
          03 FILLER PIC 9(03) VALUE 000.
          03 FILLER PIC 9(03) VALUE 031.
          03 FILLER PIC 9(03) VALUE 059.
          03 FILLER PIC 9(03) VALUE 090.
          03 FILLER PIC 9(03) VALUE 120.
          03 FILLER PIC 9(03) VALUE 151.
          03 FILLER PIC 9(03) VALUE 181.
          03 FILLER PIC 9(03) VALUE 212.
          03 FILLER PIC 9(03) VALUE 243.
          03 FILLER PIC 9(03) VALUE 273.
          03 FILLER PIC 9(03) VALUE 304.
          03 FILLER PIC 9(03) VALUE 334.
       01 TAB-DIASMESAUX REDEFINES TAB-DIASMESX.
          03 TAB-DIASMES PIC 9(03) OCCURS 12 TIMES.
      * LINHAS DO RELATORIO, UMA POR SECAO
       01 LR-VENDA.
          03 LR1-USUARIO     PIC X(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR1-CODCLI      PIC 9(12).
          03 FILLER          PIC X(01) VALUE "/".
          03 LR1-NVENDA      PIC 9(06).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR1-DTVENDA     PIC 9999/99/99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR1-VALOR       PIC ZZZZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR1-REFER       PIC X(14).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR1-HORA        PIC 99.99.99.
       01 LR-DESC.
          03 LR3-USUARIO     PIC X(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR3-CODCLI      PIC X(12).
          03 FILLER          PIC X(01) VALUE "/".
          03 LR3-NVENDA      PIC X(06).
          03 FILLER          PIC X(01) VALUE "/".
          03 LR3-SEQ         PIC X(03).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR3-PRODUTO     PIC X(09).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR3-VALORITEM   PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR3-DESCONTO    PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR3-TETO        PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR3-HORA        PIC 99.99.99.
       01 LR-ENCARGO.
          03 LR4-USUARIO     PIC X(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR4-CHAVE       PIC X(20).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR4-VENCIMENTO  PIC 9999/99/99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR4-DIAS        PIC ZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR4-PRINCIPAL   PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR4-DEVIDO      PIC ZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR4-RECEBIDO    PIC ZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR4-DISPENSA    PIC ZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR4-SITUACAO    PIC X(01).
       01 LR-INVENT.
          03 LR5-USUARIO     PIC X(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR5-PRODUTO     PIC X(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR5-SISTEMA     PIC ZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR5-CONTADO     PIC ZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR5-SINAL       PIC X(01).
          03 LR5-DIFERENCA   PIC ZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR5-VALORDIF    PIC ZZZZZZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR5-HORA        PIC 99.99.99.
       01 LR-PRECO.
          03 LR6-PRODUTO     PIC 9(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 FILLER          PIC X(07) VALUE "BAIXOU ".
          03 LR6-DTBAIXA     PIC 9999/99/99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR6-USUBAIXA    PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR6-ANT         PIC ZZZZZ9,99.
          03 FILLER          PIC X(04) VALUE " -> ".
          03 LR6-BAIXO       PIC ZZZZZ9,99.
          03 FILLER          PIC X(08) VALUE "  VOLTOU".
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR6-USUVOLTA    PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR6-VOLTA       PIC ZZZZZ9,99.
       01 LR-PRECOVDA.
          03 FILLER          PIC X(10) VALUE SPACES.
          03 FILLER          PIC X(06) VALUE "VENDA ".
          03 LR7-CODCLI      PIC 9(12).
          03 FILLER          PIC X(01) VALUE "/".
          03 LR7-NVENDA      PIC 9(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR7-DTVENDA     PIC 9999/99/99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR7-USUARIO     PIC X(08).
          03 FILLER          PIC X(05) VALUE " QTD ".
          03 LR7-QTD         PIC ZZZZ9.
          03 FILLER          PIC X(07) VALUE " PRECO ".
          03 LR7-PRECO       PIC ZZZZZ9,99.
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - O CADSPOOL SO A MOSTRA PARA O
      * NIVEL 3 PELO PREFIXO EXCECAO-
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
                MOVE 1 TO W-SECAO.
                PERFORM 2000-SECAO-DIARIO THRU 2000-SECAO-DIARIO-FIM.
                MOVE 2 TO W-SECAO.
                PERFORM 3000-SECAO-VALE THRU 3000-SECAO-VALE-FIM.
                MOVE 3 TO W-SECAO.
                PERFORM 2000-SECAO-DIARIO THRU 2000-SECAO-DIARIO-FIM.
                MOVE 4 TO W-SECAO.
                PERFORM 2000-SECAO-DIARIO THRU 2000-SECAO-DIARIO-FIM.
                MOVE 5 TO W-SECAO.
                PERFORM 2000-SECAO-DIARIO THRU 2000-SECAO-DIARIO-FIM.
                MOVE 6 TO W-SECAO.
                PERFORM 4000-SECAO-PRECO THRU 4000-SECAO-PRECO-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "DATA DAS EXCECOES (AAAAMMDD), ENTER P/ HOJE: ".
                ACCEPT W-DTREF.
                IF W-DTREF = ZEROS
                   ACCEPT W-DTREF FROM DATE YYYYMMDD.
                MOVE ZEROS TO W-CONTSEC.
                PERFORM 1100-LE-PARAMETROS THRU 1100-LE-PARAMETROS-FIM.
                OPEN INPUT VENDAS
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDAS"
                   STOP RUN.
                OPEN INPUT VENDASITEM
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDASITEM"
                   CLOSE VENDAS
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "EXCECAO-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP079" TO W-SPL-PROGRAMA.
                MOVE "EXCECOES - SEGREG. DE FUNCOES" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELEXC
                IF ST-ERRO5 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE VENDAS
                   CLOSE VENDASITEM
                   STOP RUN.
                MOVE SPACES TO REGRELEXC
                MOVE "EXCECOES DE SEGREGACAO DE FUNCOES - CONFIDENCIAL"
                   TO REGRELEXC
                WRITE REGRELEXC.
                MOVE SPACES TO REGRELEXC
                STRING "DATA DE REFERENCIA: " W-DTREF
                        DELIMITED BY SIZE INTO REGRELEXC
                WRITE REGRELEXC.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * LIMITES DA TABELA CENTRAL (CADPARAM). PERCENTUAIS DE ENCARGO
      * GUARDADOS COMO NO CADBAIXA (VALOR X 100)
       1100-LE-PARAMETROS.
                OPEN INPUT PARAM
                IF ST-ERROPAR NOT = "00"
                   GO TO 1100-LE-PARAMETROS-FIM.
                MOVE "SODDIASPREC" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      IF PAR-VALORNUM > ZEROS
                         MOVE PAR-VALORNUM TO W-DIASPRECO
                      END-IF
                END-READ.
                MOVE "SODPCTPRECO" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      MOVE PAR-VALORNUM TO W-PCTPRECO
                END-READ.
                MOVE "SODPERDAO" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      MOVE PAR-VALORNUM TO W-PERDAOMIN
                END-READ.
                MOVE "SODDESCMIN" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      MOVE PAR-VALORNUM TO W-DESCMIN
                END-READ.
                MOVE "SODINVMIN" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      MOVE PAR-VALORNUM TO W-INVMIN
                END-READ.
                MOVE "PERCMULTA" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      COMPUTE W-PERCMULTA = PAR-VALORNUM * 100
                END-READ.
                MOVE "PERCJURMES" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      COMPUTE W-PERCJURMES = PAR-VALORNUM * 100
                END-READ.
                CLOSE PARAM.
       1100-LE-PARAMETROS-FIM.
                EXIT.
      *
      ******************************************
      * SECOES 1, 3, 4 E 5: UMA PASSADA NO     *
      * LOGAUD.DAT POR SECAO, SO A DATA PEDIDA *
      ******************************************
       2000-SECAO-DIARIO.
                PERFORM 8100-CABECALHO THRU 8100-CABECALHO-FIM.
                OPEN INPUT LOGAUD
                IF ST-ERROAUD NOT = "00"
                   MOVE SPACES TO REGRELEXC
                   MOVE "   DIARIO LOGAUD.DAT NAO DISPONIVEL"
                      TO REGRELEXC
                   WRITE REGRELEXC
                   GO TO 2000-SECAO-DIARIO-FIM.
                MOVE "N" TO W-FIMAUD.
                PERFORM 2100-LE-DIARIO THRU 2100-LE-DIARIO-FIM
                   UNTIL W-FIMAUD = "S".
                CLOSE LOGAUD.
                PERFORM 8200-RODAPE THRU 8200-RODAPE-FIM.
       2000-SECAO-DIARIO-FIM.
                EXIT.
      *
       2100-LE-DIARIO.
                READ LOGAUD NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMAUD
                   GO TO 2100-LE-DIARIO-FIM.
                IF AUD-DATA NOT = W-DTREF
                   GO TO 2100-LE-DIARIO-FIM.
                COMPUTE W-HORA6 = AUD-HORA / 100.
                EVALUATE W-SECAO
                   WHEN 1
                      PERFORM 2200-ESTORNO THRU 2200-ESTORNO-FIM
                   WHEN 3
                      PERFORM 2300-DESCONTO THRU 2300-DESCONTO-FIM
                   WHEN 4
                      PERFORM 2400-ENCARGO THRU 2400-ENCARGO-FIM
                   WHEN 5
                      PERFORM 2500-INVENTARIO THRU 2500-INVENTARIO-FIM
                END-EVALUATE.
       2100-LE-DIARIO-FIM.
                EXIT.
      *
      * VENDA PASSANDO A 'C' NO DIARIO, ESTORNADA PELO MESMO USUARIO
      * QUE ESTA NA IMAGEM ANTES (O DIGITADOR DA VENDA)
       2200-ESTORNO.
                IF AUD-ARQUIVO NOT = "VENDAS" OR AUD-OPERACAO NOT = "A"
                   GO TO 2200-ESTORNO-FIM.
                MOVE AUD-ANTES  TO W-VDAANT.
                MOVE AUD-DEPOIS TO W-VDADEP.
                IF W-VDADEP-SITUACAO NOT = "C"
                                   OR W-VDAANT-SITUACAO = "C"
                   GO TO 2200-ESTORNO-FIM.
                IF W-VDAANT-USUARIO NOT = AUD-USUARIO
                   GO TO 2200-ESTORNO-FIM.
                MOVE SPACES TO LR-VENDA
                MOVE AUD-USUARIO        TO LR1-USUARIO
                MOVE W-VDAANT-CODCLI    TO LR1-CODCLI
                MOVE W-VDAANT-NVENDA    TO LR1-NVENDA
                MOVE W-VDAANT-DTVENDA   TO LR1-DTVENDA
                MOVE W-VDAANT-VALOR     TO LR1-VALOR
                MOVE "ESTORNO"          TO LR1-REFER
                MOVE W-HORA6            TO LR1-HORA
                MOVE LR-VENDA TO REGRELEXC
                WRITE REGRELEXC.
                ADD 1 TO W-QTDSEC(W-SECAO).
       2200-ESTORNO-FIM.
                EXIT.
      *
      * LIBERACAO ACIMA DO TETO EM QUE QUEM LIBEROU E O PROPRIO
      * OPERADOR DO ITEM
       2300-DESCONTO.
                IF AUD-ARQUIVO NOT = "DESCONTO"
                   GO TO 2300-DESCONTO-FIM.
                MOVE AUD-DEPOIS TO W-AUDDESC.
                IF W-ADS-AUTORIZ NOT = AUD-USUARIO
                   GO TO 2300-DESCONTO-FIM.
                IF W-ADS-DESCONTO < W-DESCMIN
                   GO TO 2300-DESCONTO-FIM.
                MOVE SPACES TO LR-DESC
                MOVE AUD-USUARIO         TO LR3-USUARIO
                MOVE W-ADS-CHAVE(1:12)   TO LR3-CODCLI
                MOVE W-ADS-CHAVE(13:6)   TO LR3-NVENDA
                MOVE W-ADS-CHAVE(19:3)   TO LR3-SEQ
                MOVE W-ADS-PRODUTO       TO LR3-PRODUTO
                MOVE W-ADS-VALORITEM     TO LR3-VALORITEM
                MOVE W-ADS-DESCONTO      TO LR3-DESCONTO
                MOVE W-ADS-TETO          TO LR3-TETO
                MOVE W-HORA6             TO LR3-HORA
                MOVE LR-DESC TO REGRELEXC
                WRITE REGRELEXC.
                ADD 1 TO W-QTDSEC(W-SECAO).
       2300-DESCONTO-FIM.
                EXIT.
      *
      * PAGAMENTO DE PARCELA VENCIDA: DEVIDO = MULTA + JUROS PRO RATA
      * SOBRE O PRINCIPAL PAGO NESTA BAIXA; RECEBIDO = O QUE ENTROU
      * EM CR-VALORJUROS. A DIFERENCA E O ENCARGO DISPENSADO
       2400-ENCARGO.
                IF AUD-ARQUIVO NOT = "CONTASREC"
                                 OR AUD-OPERACAO NOT = "A"
                   GO TO 2400-ENCARGO-FIM.
                MOVE AUD-ANTES  TO W-CRANT.
                MOVE AUD-DEPOIS TO W-CRDEP.
                IF W-CRANT-VALORPAGO NOT NUMERIC
                                 OR W-CRDEP-VALORPAGO NOT NUMERIC
                   GO TO 2400-ENCARGO-FIM.
                IF W-CRDEP-VALORPAGO NOT > W-CRANT-VALORPAGO
                   GO TO 2400-ENCARGO-FIM.
                IF W-CRDEP-DTPAGTO NOT > W-CRANT-VENCIMENTO
                   GO TO 2400-ENCARGO-FIM.
                COMPUTE W-PRINCIPAL = W-CRDEP-VALORPAGO
                                    - W-CRANT-VALORPAGO.
                MOVE W-CRANT-VENCIMENTO TO W-DATA-AUX.
                PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIAS1.
                MOVE W-CRDEP-DTPAGTO TO W-DATA-AUX.
                PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIAS2.
                COMPUTE W-DIASATRASO = W-DIAS2 - W-DIAS1.
                COMPUTE W-DEVIDO = W-PRINCIPAL * W-PERCMULTA / 10000
                        + W-PRINCIPAL * W-DIASATRASO
                        * W-PERCJURMES / 10000 / 30.
                MOVE ZEROS TO W-RECEBIDO.
                IF W-CRANT-VALORJUROS NOT NUMERIC
                   MOVE ZEROS TO W-CRANT-VALORJUROS.
                IF W-CRDEP-VALORJUROS NUMERIC
                   AND W-CRDEP-VALORJUROS > W-CRANT-VALORJUROS
                   COMPUTE W-RECEBIDO = W-CRDEP-VALORJUROS
                                      - W-CRANT-VALORJUROS.
                COMPUTE W-DISPENSA = W-DEVIDO - W-RECEBIDO.
                IF W-DISPENSA NOT > ZEROS OR W-DISPENSA < W-PERDAOMIN
                   GO TO 2400-ENCARGO-FIM.
                MOVE SPACES TO LR-ENCARGO
                MOVE AUD-USUARIO         TO LR4-USUARIO
                MOVE W-CRANT-CHAVE       TO LR4-CHAVE
                MOVE W-CRANT-VENCIMENTO  TO LR4-VENCIMENTO
                MOVE W-DIASATRASO        TO LR4-DIAS
                MOVE W-PRINCIPAL         TO LR4-PRINCIPAL
                MOVE W-DEVIDO            TO LR4-DEVIDO
                MOVE W-RECEBIDO          TO LR4-RECEBIDO
                MOVE W-DISPENSA          TO LR4-DISPENSA
                MOVE W-CRDEP-SITUACAO    TO LR4-SITUACAO
                MOVE LR-ENCARGO TO REGRELEXC
                WRITE REGRELEXC.
                ADD 1 TO W-QTDSEC(W-SECAO).
       2400-ENCARGO-FIM.
                EXIT.
      *
      * AJUSTE GRAVADO PELO SGP019 COM CONTADOR = QUEM AJUSTOU
       2500-INVENTARIO.
                IF AUD-ARQUIVO NOT = "INVENTARIO"
                   GO TO 2500-INVENTARIO-FIM.
                MOVE AUD-DEPOIS TO W-AUDINV.
                IF W-AIV-CONTADOR = SPACES
                                 OR W-AIV-CONTADOR NOT = AUD-USUARIO
                   GO TO 2500-INVENTARIO-FIM.
                IF W-AIV-VALORDIF < W-INVMIN
                   GO TO 2500-INVENTARIO-FIM.
                MOVE SPACES TO LR-INVENT
                MOVE AUD-USUARIO         TO LR5-USUARIO
                MOVE AUD-CHAVE           TO LR5-PRODUTO
                MOVE W-AIV-SISTEMA       TO LR5-SISTEMA
                MOVE W-AIV-CONTADO       TO LR5-CONTADO
                MOVE W-AIV-SINAL         TO LR5-SINAL
                MOVE W-AIV-DIFERENCA     TO LR5-DIFERENCA
                MOVE W-AIV-VALORDIF      TO LR5-VALORDIF
                MOVE W-HORA6             TO LR5-HORA
                MOVE LR-INVENT TO REGRELEXC
                WRITE REGRELEXC.
                ADD 1 TO W-QTDSEC(W-SECAO).
       2500-INVENTARIO-FIM.
                EXIT.
      *
      ******************************************
      * SECAO 2: VALES EMITIDOS NA DATA        *
      ******************************************
       3000-SECAO-VALE.
                PERFORM 8100-CABECALHO THRU 8100-CABECALHO-FIM.
                OPEN INPUT VALE
                IF ST-ERRO3 NOT = "00"
                   MOVE SPACES TO REGRELEXC
                   MOVE "   ARQUIVO VALE.DAT NAO DISPONIVEL"
                      TO REGRELEXC
                   WRITE REGRELEXC
                   GO TO 3000-SECAO-VALE-FIM.
                MOVE "N" TO W-FIM.
                PERFORM 3100-LE-VALE THRU 3100-LE-VALE-FIM
                   UNTIL W-FIM = "S".
                CLOSE VALE.
                PERFORM 8200-RODAPE THRU 8200-RODAPE-FIM.
       3000-SECAO-VALE-FIM.
                EXIT.
      *
      * VALE SEM VENDA DE ORIGEM (SINAL DE ENCOMENDA) NAO ENTRA
       3100-LE-VALE.
                READ VALE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3100-LE-VALE-FIM.
                IF VAL-DTEMISSAO NOT = W-DTREF
                                 OR VAL-NVENDAORIG = ZEROS
                   GO TO 3100-LE-VALE-FIM.
                MOVE VAL-CODCLI     TO CODCLI.
                MOVE VAL-NVENDAORIG TO NVENDA.
                READ VENDAS
                   INVALID KEY
                      GO TO 3100-LE-VALE-FIM.
                IF USUARIO NOT = VAL-USUARIO
                   GO TO 3100-LE-VALE-FIM.
                MOVE SPACES TO LR-VENDA
                MOVE VAL-USUARIO    TO LR1-USUARIO
                MOVE CODCLI         TO LR1-CODCLI
                MOVE NVENDA         TO LR1-NVENDA
                MOVE DTVENDA        TO LR1-DTVENDA
                MOVE VAL-VALOR      TO LR1-VALOR
                STRING "VALE " VAL-NUMERO DELIMITED BY SIZE
                       INTO LR1-REFER
                MOVE ZEROS          TO LR1-HORA
                MOVE LR-VENDA TO REGRELEXC
                WRITE REGRELEXC.
                ADD 1 TO W-QTDSEC(W-SECAO).
       3100-LE-VALE-FIM.
                EXIT.
      *
      ******************************************
      * SECAO 6: PRECO BAIXADO NO SGP002 E     *
      * DEVOLVIDO NA DATA, COM VENDA NO MEIO   *
      ******************************************
       4000-SECAO-PRECO.
                PERFORM 8100-CABECALHO THRU 8100-CABECALHO-FIM.
                MOVE ZEROS TO W-QTDPRC.
                OPEN INPUT PRECOHIST
                IF ST-ERRO4 NOT = "00"
                   MOVE SPACES TO REGRELEXC
                   MOVE "   ARQUIVO PRECOHIST.DAT NAO DISPONIVEL"
                      TO REGRELEXC
                   WRITE REGRELEXC
                   GO TO 4000-SECAO-PRECO-FIM.
                MOVE "N" TO W-FIM.
                MOVE "N" TO W-PEND-ATIVO.
                MOVE ZEROS TO W-PEND-PRODUTO.
                PERFORM 4100-LE-HISTORICO THRU 4100-LE-HISTORICO-FIM
                   UNTIL W-FIM = "S".
                CLOSE PRECOHIST.
                IF W-QTDPRC > ZEROS
                   PERFORM 4300-VENDAS-PERIODO
                      THRU 4300-VENDAS-PERIODO-FIM.
                PERFORM 8200-RODAPE THRU 8200-RODAPE-FIM.
       4000-SECAO-PRECO-FIM.
                EXIT.
      *
      * O HISTORICO VEM POR PRODUTO E DATA: A ULTIMA BAIXA DE PRECO
      * FEITA NO SGP002 FICA PENDENTE ATE A PROXIMA ALTA DO MESMO
      * PRODUTO. ALTA NA DATA DO RELATORIO, DENTRO DO PRAZO, VIRA
      * UM EPISODIO A CONFERIR CONTRA AS VENDAS
       4100-LE-HISTORICO.
                READ PRECOHIST NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4100-LE-HISTORICO-FIM.
                IF PRH-DATA > W-DTREF
                   GO TO 4100-LE-HISTORICO-FIM.
                IF PRH-PRODUTO NOT = W-PEND-PRODUTO
                   MOVE PRH-PRODUTO TO W-PEND-PRODUTO
                   MOVE "N" TO W-PEND-ATIVO.
                IF PRH-VENDANOVA < PRH-VENDAANT
                   PERFORM 4150-BAIXA-PRECO THRU 4150-BAIXA-PRECO-FIM
                   GO TO 4100-LE-HISTORICO-FIM.
                IF PRH-VENDANOVA NOT > PRH-VENDAANT
                                 OR W-PEND-ATIVO NOT = "S"
                   GO TO 4100-LE-HISTORICO-FIM.
                MOVE "N" TO W-PEND-ATIVO.
                IF PRH-DATA NOT = W-DTREF
                   GO TO 4100-LE-HISTORICO-FIM.
                MOVE W-PEND-DATA TO W-DATA-AUX.
                PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIAS1.
                MOVE PRH-DATA TO W-DATA-AUX.
                PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIAS2.
                IF W-DIAS2 - W-DIAS1 > W-DIASPRECO
                   GO TO 4100-LE-HISTORICO-FIM.
                IF W-QTDPRC NOT < 200
                   DISPLAY "MAIS DE 200 EPISODIOS DE PRECO - "
                           "PRODUTO " PRH-PRODUTO " IGNORADO"
                   GO TO 4100-LE-HISTORICO-FIM.
                ADD 1 TO W-QTDPRC.
                MOVE PRH-PRODUTO    TO W-PRC-PRODUTO(W-QTDPRC).
                MOVE W-PEND-DATA    TO W-PRC-DTBAIXA(W-QTDPRC).
                MOVE W-PEND-USUARIO TO W-PRC-USUBAIXA(W-QTDPRC).
                MOVE W-PEND-ANT     TO W-PRC-ANT(W-QTDPRC).
                MOVE W-PEND-NOVA    TO W-PRC-BAIXO(W-QTDPRC).
                MOVE PRH-USUARIO    TO W-PRC-USUVOLTA(W-QTDPRC).
                MOVE PRH-VENDANOVA  TO W-PRC-VOLTA(W-QTDPRC).
                MOVE "N"            TO W-PRC-IMPRESSO(W-QTDPRC).
       4100-LE-HISTORICO-FIM.
                EXIT.
      *
      * SO CONTA A BAIXA DIGITADA NO CADASTRO (SGP002) E COM QUEDA
      * MINIMA DE SODPCTPRECO %
       4150-BAIXA-PRECO.
                IF PRH-PROGRAMA NOT = "SGP002"
                   GO TO 4150-BAIXA-PRECO-FIM.
                COMPUTE W-QUEDA = (PRH-VENDAANT - PRH-VENDANOVA) * 100
                                / PRH-VENDAANT.
                IF W-QUEDA < W-PCTPRECO
                   GO TO 4150-BAIXA-PRECO-FIM.
                MOVE "S"           TO W-PEND-ATIVO.
                MOVE PRH-DATA      TO W-PEND-DATA.
                MOVE PRH-USUARIO   TO W-PEND-USUARIO.
                MOVE PRH-VENDAANT  TO W-PEND-ANT.
                MOVE PRH-VENDANOVA TO W-PEND-NOVA.
       4150-BAIXA-PRECO-FIM.
                EXIT.
      *
      * VARRE AS VENDAS NAO ESTORNADAS DESDE A BAIXA MAIS ANTIGA
       4300-VENDAS-PERIODO.
                MOVE W-DTREF TO W-MENORDATA.
                PERFORM 4310-MENOR-DATA THRU 4310-MENOR-DATA-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTDPRC.
                MOVE ZEROS TO CODCLI NVENDA.
                MOVE "N" TO W-FIM.
                START VENDAS KEY IS NOT LESS THAN VENDAS-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 4400-LE-VENDA THRU 4400-LE-VENDA-FIM
                   UNTIL W-FIM = "S".
       4300-VENDAS-PERIODO-FIM.
                EXIT.
      *
       4310-MENOR-DATA.
                IF W-PRC-DTBAIXA(W-IND) < W-MENORDATA
                   MOVE W-PRC-DTBAIXA(W-IND) TO W-MENORDATA.
       4310-MENOR-DATA-FIM.
                EXIT.
      *
       4400-LE-VENDA.
                READ VENDAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4400-LE-VENDA-FIM.
                IF DTVENDA < W-MENORDATA OR DTVENDA > W-DTREF
                   GO TO 4400-LE-VENDA-FIM.
                IF SITUACAO = "C"
                   GO TO 4400-LE-VENDA-FIM.
                MOVE "N" TO W-FIMITEM
                MOVE CODCLI TO ITEM-CODCLI
                MOVE NVENDA TO ITEM-NVENDA
                MOVE ZEROS  TO ITEM-SEQ
                START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMITEM.
                PERFORM 4410-LE-ITEM THRU 4410-LE-ITEM-FIM
                   UNTIL W-FIMITEM = "S".
       4400-LE-VENDA-FIM.
                EXIT.
      *
       4410-LE-ITEM.
                READ VENDASITEM NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMITEM
                   GO TO 4410-LE-ITEM-FIM.
                IF ITEM-CODCLI NOT = CODCLI OR ITEM-NVENDA NOT = NVENDA
                   MOVE "S" TO W-FIMITEM
                   GO TO 4410-LE-ITEM-FIM.
                IF PROD(1:3) = "SRV" OR PROD(1:3) = "ENT"
                   GO TO 4410-LE-ITEM-FIM.
                MOVE PROD TO W-PRODCOD.
                PERFORM 4420-CONFERE-EPISODIO
                   THRU 4420-CONFERE-EPISODIO-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTDPRC.
       4410-LE-ITEM-FIM.
                EXIT.
      *
      * ITEM DO PRODUTO VENDIDO ENTRE A BAIXA E A VOLTA DO PRECO. O
      * EPISODIO SAI UMA VEZ, SEGUIDO DE UMA LINHA POR ITEM VENDIDO
       4420-CONFERE-EPISODIO.
                IF W-PRC-PRODUTO(W-IND) NOT = W-PRODCOD
                   GO TO 4420-CONFERE-EPISODIO-FIM.
                IF DTVENDA < W-PRC-DTBAIXA(W-IND)
                   GO TO 4420-CONFERE-EPISODIO-FIM.
                IF W-PRC-IMPRESSO(W-IND) = "N"
                   MOVE "S" TO W-PRC-IMPRESSO(W-IND)
                   ADD 1 TO W-QTDSEC(W-SECAO)
                   MOVE SPACES TO LR-PRECO
                   MOVE W-PRC-PRODUTO(W-IND)  TO LR6-PRODUTO
                   MOVE W-PRC-DTBAIXA(W-IND)  TO LR6-DTBAIXA
                   MOVE W-PRC-USUBAIXA(W-IND) TO LR6-USUBAIXA
                   MOVE W-PRC-ANT(W-IND)      TO LR6-ANT
                   MOVE W-PRC-BAIXO(W-IND)    TO LR6-BAIXO
                   MOVE W-PRC-USUVOLTA(W-IND) TO LR6-USUVOLTA
                   MOVE W-PRC-VOLTA(W-IND)    TO LR6-VOLTA
                   MOVE LR-PRECO TO REGRELEXC
                   WRITE REGRELEXC
                END-IF.
                MOVE SPACES TO LR-PRECOVDA
                MOVE CODCLI     TO LR7-CODCLI
                MOVE NVENDA     TO LR7-NVENDA
                MOVE DTVENDA    TO LR7-DTVENDA
                MOVE USUARIO    TO LR7-USUARIO
                MOVE QTD        TO LR7-QTD
                MOVE PRECOVENDA TO LR7-PRECO
                MOVE LR-PRECOVDA TO REGRELEXC
                WRITE REGRELEXC.
       4420-CONFERE-EPISODIO-FIM.
                EXIT.
      *
      * TITULO DA SECAO CORRENTE E CABECALHO DAS COLUNAS
       8100-CABECALHO.
                MOVE SPACES TO REGRELEXC
                WRITE REGRELEXC.
                MOVE SPACES TO REGRELEXC
                MOVE W-TITULO(W-SECAO) TO REGRELEXC
                WRITE REGRELEXC.
                MOVE SPACES TO REGRELEXC
                EVALUATE W-SECAO
                   WHEN 1
                   WHEN 2
                      MOVE "OPERADOR  CLIENTE/VENDA        DATA VENDA   
      -                   "      VALOR  REFERENCIA      HORA"
                         TO REGRELEXC
                   WHEN 3
                      MOVE "OPERADOR  CLIENTE/VENDA/SEQ        PRODUTO  
      -                   "        ITEM    DESCONTO        TETO  HORA"
                         TO REGRELEXC
                   WHEN 4
                      MOVE "OPERADOR  PARCELA              VENCIMENTO DI
      -                   "AS   PRINCIPAL     DEVIDO   RECEBIDO   DISPEN
      -                   "SA S"
                         TO REGRELEXC
                   WHEN 5
                      MOVE "OPERADOR  PRODUTO  SISTEMA CONTADO   DIFER. 
      -                   "          VALOR  HORA"
                         TO REGRELEXC
                   WHEN 6
                      MOVE "PRODUTO   BAIXA DO PRECO (DATA USUARIO DE ->
      -                   " PARA)  VOLTA (USUARIO PRECO) / VENDAS"
                         TO REGRELEXC
                END-EVALUATE.
                WRITE REGRELEXC.
       8100-CABECALHO-FIM.
                EXIT.
      *
       8200-RODAPE.
                MOVE SPACES TO REGRELEXC
                STRING "   EXCECOES NA SECAO: " W-QTDSEC(W-SECAO)
                        DELIMITED BY SIZE INTO REGRELEXC
                WRITE REGRELEXC.
                ADD W-QTDSEC(W-SECAO) TO W-TOTEXC.
       8200-RODAPE-FIM.
                EXIT.
      *
      * CONVERTE A DATA EM W-DATA-AUX PARA DIAS CORRIDOS (ANO X
      * 365 + DIA DO ANO), COMO NO CADBAIXA
       8500-DIAS-CORRIDOS.
                IF W-MESAUX < 1 OR W-MESAUX > 12
                   MOVE 1 TO W-MESAUX.
                COMPUTE W-DIASCORR = W-ANOAUX * 365
                        + TAB-DIASMES(W-MESAUX) + W-DIAAUX.
       8500-DIAS-CORRIDOS-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELEXC
                WRITE REGRELEXC.
                MOVE SPACES TO REGRELEXC
                STRING "TOTAL DE EXCECOES...: " W-TOTEXC
                        DELIMITED BY SIZE INTO REGRELEXC
                WRITE REGRELEXC.
                CLOSE VENDAS.
                CLOSE VENDASITEM.
                CLOSE RELEXC.
                DISPLAY "EXCECOES: " W-TOTEXC " - RELATORIO " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
