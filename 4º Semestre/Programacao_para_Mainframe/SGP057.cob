       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP057.
       AUTHOR. OSEIAS REIS
      **************************************
      * EXPORTACAO CONTABIL DO MES          *
      * (LANCAMENTOS DE PARTIDA DOBRADA     *
      *  PARA O ESCRITORIO DE CONTABILIDADE)*
      **************************************
      *----------------------------------------------------------------
      * MONTA OS LANCAMENTOS DO MES INFORMADO E GRAVA NO LEIAUTE DE
      * IMPORTACAO DO ESCRITORIO (CONTAB-AAAAMM.TXT). AS CONTAS SAEM
      * DO DE/PARA MAPACONTAB.DAT (TELA CADCTB), PELO EVENTO:
      *   - VENDAS NAO ESTORNADAS: VENDA-x (MERCADORIA) E SERVICO-x
      *     (ITENS SRVnnnn DO FATURAMENTO DO PETSHOP), x = FORMA DE
      *     PAGAMENTO; O VALE USADO NA VENDA JA VEM DESCONTADO DO
      *     VALORTOTAL E REDUZ A PARTE DE MERCADORIA
      *   - CMV: QTD X PRECOCUSTO DOS ITENS DE MERCADORIA
      *   - ENTRADA: NOTAS DO ENTRADAMERC (QTD X CUSTO DA NOTA)
      *   - BCO-origem: CADA MOVIMENTO DO MOVBANCO (RECEBIMENTOS DO
      *     CADBAIXA E DO RETORNO SGP038, PAGAMENTOS DO CADBXP,
      *     REPASSES DE CARTAO DO SGP056). O MOVIMENTO E QUE TEM O
      *     VALOR DE CADA PAGAMENTO - O CONTASREC/CONTASPAG SO
      *     GUARDA O ACUMULADO E A DATA DO ULTIMO
      *   - JUROSREC: ENCARGOS DAS PARCELAS QUITADAS NO MES (O
      *     RECEBIMENTO CREDITA O CLIENTE PELO VALOR INTEIRO E ESTE
      *     LANCAMENTO RECLASSIFICA O ENCARGO PARA RECEITA)
      *   - TAXACARTAO: TAXA DA ADQUIRENTE DOS REPASSES DO MES
      *   - DESPESA-nnn: PARCELAS DE DESPESA (DESPESA.DAT, TELA CADDSP
      *     E GERADOR SGP058) COM DATA DO DOCUMENTO NO MES, nnn = CODIGO
      *     DA CATEGORIA; O VALOR VEM DA PARCELA DO CONTASPAG
      * EVENTO SEM LINHA NO DE/PARA (OU COM CONTA EM BRANCO) NAO VAI
      * PARA O ARQUIVO: SAI NA LISTAGEM DE REJEITADOS PARA SER
      * MAPEADO E O MES REEXPORTADO. CADA LANCAMENTO TEM UM DEBITO
      * E UM CREDITO DO MESMO VALOR; A LISTAGEM TRAZ O RESUMO DE
      * DEBITOS X CREDITOS DE CADA DIA, QUE TEM QUE FECHAR.
      * LEIAUTE DO ARQUIVO (UMA LINHA POR LANCAMENTO):
      *   001-008 DATA DO LANCAMENTO (AAAAMMDD)
      *   009-023 CONTA A DEBITO
      *   024-038 CONTA A CREDITO
      *   039-051 VALOR EM CENTAVOS
      *   052-091 HISTORICO
      *   092-111 DOCUMENTO DE ORIGEM
      *   112-117 NUMERO DO LANCAMENTO NO ARQUIVO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MAPACONTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS MAP-EVENTO
                    FILE STATUS  IS ST-ERRO.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT VENDASITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT ENTRADAMERC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ENT-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT MOVBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MBC-CHAVE
                    FILE STATUS  IS ST-ERRO5.
       SELECT CONTASREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO6.
       SELECT CARTAOREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CRT-CHAVE
                    ALTERNATE RECORD KEY IS CRT-NSUPARC
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO7.
       SELECT DESPESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DSP-CHAVE
                    FILE STATUS  IS ST-ERRO10.
       SELECT CONTASPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CP-CHAVE
                    FILE STATUS  IS ST-ERRO11.
       SELECT LANCCONT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.
       SELECT RELCTB ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD MAPACONTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MAPACONTAB.DAT".
       01 MAPACONTAB-REG.
           05 MAP-EVENTO       PIC X(12).
           05 MAP-DESCRICAO    PIC X(30).
           05 MAP-CONTADEB     PIC X(15).
           05 MAP-CONTACRED    PIC X(15).
           05 MAP-DT-ALTERACAO PIC 9(08).
           05 MAP-USUARIO      PIC X(08).
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
       FD MOVBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVBANCO.DAT".
       01 MOVBANCO-REG.
           05 MBC-CHAVE.
              10 MBC-CONTA     PIC 9(03).
              10 MBC-DATA      PIC 9(08).
              10 MBC-SEQ       PIC 9(04).
           05 MBC-TIPO         PIC X(01).
           05 MBC-VALOR        PIC 9(09)V99.
           05 MBC-ORIGEM       PIC X(08).
           05 MBC-DOCUMENTO    PIC X(20).
           05 MBC-HISTORICO    PIC X(30).
           05 MBC-CONCILIADO   PIC X(01).
           05 MBC-MESEXTRATO   PIC 9(06).
           05 MBC-DT-ALTERACAO PIC 9(08).
           05 MBC-USUARIO      PIC X(08).
      *
       FD CONTASREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTASREC.DAT".
       01 CONTASREC-REG.
           05 CR-CHAVE.
              10 CR-CODCLI     PIC 9(12).
              10 CR-NVENDA     PIC 9(06).
              10 CR-PARCELA    PIC 9(02).
           05 CR-VENCIMENTO    PIC 9(08).
           05 CR-VALOR         PIC 9(09)V99.
           05 CR-SITUACAO      PIC X(01).
           05 CR-VALORPAGO     PIC 9(09)V99.
           05 CR-DTPAGTO       PIC 9(08).
           05 CR-DT-ALTERACAO  PIC 9(08).
           05 CR-USUARIO       PIC X(08).
           05 CR-VALORJUROS    PIC 9(09)V99.
      *
      * SITUACAO: A = A RECEBER, R = RECEBIDO, C = CANCELADO
       FD CARTAOREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTAOREC.DAT".
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
      *
       FD DESPESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPESA.DAT".
       01 DESPESA-REG.
           05 DSP-CHAVE.
              10 DSP-CODFORN   PIC 9(06).
              10 DSP-NOTA      PIC 9(09).
              10 DSP-PARCELA   PIC 9(02).
           05 DSP-CATEGORIA    PIC 9(03).
           05 DSP-DESCRICAO    PIC X(30).
           05 DSP-DTEMISSAO    PIC 9(08).
           05 DSP-ORIGEM       PIC X(01).
           05 DSP-CODREC       PIC 9(03).
           05 DSP-DT-ALTERACAO PIC 9(08).
           05 DSP-USUARIO      PIC X(08).
      *
       FD CONTASPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTASPAG.DAT".
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
      *
       FD LANCCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGLANC.
          03 LC-DATA           PIC 9(08).
          03 LC-CONTADEB       PIC X(15).
          03 LC-CONTACRED      PIC X(15).
          03 LC-VALOR          PIC 9(13).
          03 LC-HISTORICO      PIC X(40).
          03 LC-DOCUMENTO      PIC X(20).
          03 LC-NUMERO         PIC 9(06).
      *
       FD RELCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELCTB              PIC X(80).
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
       77 ST-ERRO11          PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMITEM          PIC X(01) VALUE "N".
       77 W-MESSEL           PIC 9(06) VALUE ZEROS.
       77 W-MESLIDO          PIC 9(06) VALUE ZEROS.
       77 W-TEMENT           PIC X(01) VALUE "N".
       77 W-TEMMBC           PIC X(01) VALUE "N".
       77 W-TEMCR            PIC X(01) VALUE "N".
       77 W-TEMCRT           PIC X(01) VALUE "N".
       77 W-TEMDSP           PIC X(01) VALUE "N".
       77 W-TEMNOTA          PIC X(01) VALUE "N".
       77 W-NOTAATUAL        PIC 9(09) VALUE ZEROS.
       77 W-DTNOTA           PIC 9(08) VALUE ZEROS.
       77 W-FORNNOTA         PIC 9(06) VALUE ZEROS.
       77 W-TOTNOTA          PIC 9(11)V99 VALUE ZEROS.
       77 W-VALMERC          PIC S9(11)V99 VALUE ZEROS.
       77 W-VALSERV          PIC 9(11)V99 VALUE ZEROS.
       77 W-VALCMV           PIC 9(11)V99 VALUE ZEROS.
       77 W-EVENTO           PIC X(12) VALUE SPACES.
       77 W-DATALANC         PIC 9(08) VALUE ZEROS.
       77 W-VALORLANC        PIC 9(11)V99 VALUE ZEROS.
       77 W-DOCLANC          PIC X(20) VALUE SPACES.
       77 W-HISTLANC         PIC X(40) VALUE SPACES.
       77 W-MOTIVO           PIC X(14) VALUE SPACES.
       77 W-NUMLANC          PIC 9(06) VALUE ZEROS.
       77 W-TOTLANC          PIC 9(12)V99 VALUE ZEROS.
       77 W-CONTREJ          PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ           PIC 9(12)V99 VALUE ZEROS.
       77 W-CONTDESB         PIC 9(02) VALUE ZEROS.
       77 W-IND              PIC 9(02) VALUE ZEROS.
       77 W-DOCVENDA         PIC 9(06) VALUE ZEROS.
       01 W-DTMOV-AUX        PIC 9(08) VALUE ZEROS.
       01 W-DTMOV-GRUPO REDEFINES W-DTMOV-AUX.
          03 W-MESMOV        PIC 9(06).
          03 W-DIAMOV        PIC 9(02).
      * TOTAIS DE DEBITO E CREDITO DE CADA DIA DO MES
       01 W-TABDIAS.
          03 W-DIA OCCURS 31 TIMES.
             05 W-DIADEB     PIC 9(12)V99.
             05 W-DIACRED    PIC 9(12)V99.
       01 LINHA-REJ.
          03 LJ-MOTIVO       PIC X(14).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-EVENTO       PIC X(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-DATA         PIC 9999/99/99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-DOCUMENTO    PIC X(20).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-VALOR        PIC ZZZZZZZZ9,99.
       01 LINHA-DIA.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 LD-DIA          PIC 9(02).
          03 FILLER          PIC X(04) VALUE SPACES.
          03 LD-DEBITO       PIC ZZZZZZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LD-CREDITO      PIC ZZZZZZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LD-SITUACAO     PIC X(14).
       01 LINHA-TOT.
          03 LT-ROTULO       PIC X(30).
          03 LT-VALOR        PIC ZZZZZZZZZZ9,99.
      * ARQUIVO DO ESCRITORIO: UM POR MES, REFEITO A CADA RODADA
       77 W-NOMEARQ          PIC X(30) VALUE SPACES.
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
                PERFORM 2000-VENDAS     THRU 2000-VENDAS-FIM
                        UNTIL W-FIM = "S".
                IF W-TEMENT = "S"
                   MOVE "N" TO W-FIM
                   PERFORM 3000-ENTRADAS THRU 3000-ENTRADAS-FIM
                           UNTIL W-FIM = "S".
                IF W-TEMMBC = "S"
                   MOVE "N" TO W-FIM
                   PERFORM 4000-BANCO THRU 4000-BANCO-FIM
                           UNTIL W-FIM = "S".
                IF W-TEMCR = "S"
                   MOVE "N" TO W-FIM
                   PERFORM 4500-JUROS THRU 4500-JUROS-FIM
                           UNTIL W-FIM = "S".
                IF W-TEMCRT = "S"
                   MOVE "N" TO W-FIM
                   PERFORM 4700-TAXACARTAO THRU 4700-TAXACARTAO-FIM
                           UNTIL W-FIM = "S".
                IF W-TEMDSP = "S"
                   MOVE "N" TO W-FIM
                   PERFORM 4800-DESPESAS THRU 4800-DESPESAS-FIM
                           UNTIL W-FIM = "S".
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "MES A EXPORTAR (AAAAMM): ".
                ACCEPT W-MESSEL.
                IF W-MESSEL = ZEROS
                   DISPLAY "MES INVALIDO"
                   STOP RUN.
                OPEN INPUT MAPACONTAB
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO MAPACONTAB"
                   DISPLAY "CADASTRE O DE/PARA CONTABIL (CADCTB)"
                   STOP RUN.
                OPEN INPUT VENDAS
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDAS"
                   CLOSE MAPACONTAB
                   STOP RUN.
                OPEN INPUT VENDASITEM
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDASITEM"
                   CLOSE MAPACONTAB VENDAS
                   STOP RUN.
      * OS DEMAIS SAO OPCIONAIS: SEM O ARQUIVO, NADA A LANCAR DELE
                OPEN INPUT ENTRADAMERC
                IF ST-ERRO4 = "00"
                   MOVE "S" TO W-TEMENT.
                OPEN INPUT MOVBANCO
                IF ST-ERRO5 = "00"
                   MOVE "S" TO W-TEMMBC.
                OPEN INPUT CONTASREC
                IF ST-ERRO6 = "00"
                   MOVE "S" TO W-TEMCR.
                OPEN INPUT CARTAOREC
                IF ST-ERRO7 = "00"
                   MOVE "S" TO W-TEMCRT.
                OPEN INPUT DESPESA
                IF ST-ERRO10 = "00"
                   OPEN INPUT CONTASPAG
                   IF ST-ERRO11 = "00"
                      MOVE "S" TO W-TEMDSP
                   ELSE
                      CLOSE DESPESA.
                MOVE SPACES TO W-NOMEARQ.
                STRING "CONTAB-" W-MESSEL ".TXT"
                        DELIMITED BY SIZE INTO W-NOMEARQ.
                OPEN OUTPUT LANCCONT
                IF ST-ERRO8 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NOMEARQ
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "EXPCTB-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP057" TO W-SPL-PROGRAMA.
                MOVE "EXPORTACAO CONTABIL" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELCTB
                IF ST-ERRO9 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE LANCCONT
                   STOP RUN.
                MOVE ZEROS TO W-TABDIAS.
                MOVE SPACES TO REGRELCTB
                MOVE "EXPORTACAO CONTABIL DO MES" TO REGRELCTB
                WRITE REGRELCTB.
                MOVE SPACES TO REGRELCTB
                STRING "MES: " W-MESSEL "   ARQUIVO: " W-NOMEARQ
                        DELIMITED BY SIZE INTO REGRELCTB
                WRITE REGRELCTB.
                MOVE SPACES TO REGRELCTB
                WRITE REGRELCTB.
                MOVE SPACES TO REGRELCTB
                MOVE "LANCAMENTOS REJEITADOS (SEM DE/PARA CONTABIL):"
                        TO REGRELCTB
                WRITE REGRELCTB.
                MOVE SPACES TO REGRELCTB
                MOVE "MOTIVO         EVENTO       DATA       DOCUMENTO
      -              "                   VALOR" TO REGRELCTB
                WRITE REGRELCTB.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * VENDAS DO MES: RECEITA DE MERCADORIA E DE SERVICO PELA FORMA
      * DE PAGAMENTO, E O CUSTO DA MERCADORIA SAINDO DO ESTOQUE
      *----------------------------------------------------------------
       2000-VENDAS.
                READ VENDAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-VENDAS-FIM.
                COMPUTE W-MESLIDO = DTVENDA / 100.
                IF W-MESLIDO NOT = W-MESSEL
                   GO TO 2000-VENDAS-FIM.
                IF SITUACAO = "C"
                   GO TO 2000-VENDAS-FIM.
                MOVE ZEROS TO W-VALSERV W-VALCMV.
                MOVE "N" TO W-FIMITEM
                MOVE CODCLI TO ITEM-CODCLI
                MOVE NVENDA TO ITEM-NVENDA
                MOVE ZEROS  TO ITEM-SEQ
                START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMITEM.
                PERFORM 2100-PROCESSA-ITEM THRU 2100-PROCESSA-ITEM-FIM
                   UNTIL W-FIMITEM = "S".
      * O QUE NAO E SERVICO NO VALORTOTAL E MERCADORIA
                IF W-VALSERV > VALORTOTAL
                   MOVE VALORTOTAL TO W-VALSERV.
                COMPUTE W-VALMERC = VALORTOTAL - W-VALSERV.
                MOVE DTVENDA TO W-DATALANC.
                MOVE NVENDA TO W-DOCVENDA.
                MOVE SPACES TO W-DOCLANC.
                STRING "VENDA " W-DOCVENDA " CLI " CODCLI
                        DELIMITED BY SIZE INTO W-DOCLANC.
                MOVE SPACES TO W-EVENTO.
                STRING "VENDA-" FORMAPAGTO
                        DELIMITED BY SIZE INTO W-EVENTO.
                MOVE W-VALMERC TO W-VALORLANC.
                MOVE "VENDA DE MERCADORIA" TO W-HISTLANC.
                PERFORM 5000-LANCA THRU 5000-LANCA-FIM.
                MOVE SPACES TO W-EVENTO.
                STRING "SERVICO-" FORMAPAGTO
                        DELIMITED BY SIZE INTO W-EVENTO.
                MOVE W-VALSERV TO W-VALORLANC.
                MOVE "SERVICO DO PETSHOP" TO W-HISTLANC.
                PERFORM 5000-LANCA THRU 5000-LANCA-FIM.
                MOVE "CMV" TO W-EVENTO.
                MOVE W-VALCMV TO W-VALORLANC.
                MOVE "CUSTO DA MERCADORIA VENDIDA" TO W-HISTLANC.
                PERFORM 5000-LANCA THRU 5000-LANCA-FIM.
       2000-VENDAS-FIM.
                EXIT.
      *
       2100-PROCESSA-ITEM.
                READ VENDASITEM NEXT RECORD
                   AT END MOVE "S" TO W-FIMITEM
                   NOT AT END
                      IF ITEM-CODCLI NOT = CODCLI
                                      OR ITEM-NVENDA NOT = NVENDA
                         MOVE "S" TO W-FIMITEM
                      ELSE
                         PERFORM 2200-ACUMULA THRU 2200-ACUMULA-FIM
                      END-IF.
       2100-PROCESSA-ITEM-FIM.
                EXIT.
      *
      * ITEM "SRVnnnn" VEM DO FATURAMENTO DO PETSHOP (SGP033) E NAO
      * TEM CUSTO DE ESTOQUE
       2200-ACUMULA.
                IF PROD (1:3) = "SRV"
                   ADD VALORVENDA TO W-VALSERV
                ELSE
                   COMPUTE W-VALCMV = W-VALCMV + QTD * PRECOCUSTO.
       2200-ACUMULA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * NOTAS DE ENTRADA DO MES: OS ITENS DE CADA NOTA CHEGAM JUNTOS
      * (CHAVE COMECA PELA NOTA) E O LANCAMENTO SAI NA QUEBRA
      *----------------------------------------------------------------
       3000-ENTRADAS.
                READ ENTRADAMERC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   IF W-TEMNOTA = "S"
                      PERFORM 3400-QUEBRA-NOTA
                              THRU 3400-QUEBRA-NOTA-FIM
                   END-IF
                   GO TO 3000-ENTRADAS-FIM.
                IF W-TEMNOTA = "S" AND ENT-NOTA NOT = W-NOTAATUAL
                   PERFORM 3400-QUEBRA-NOTA
                           THRU 3400-QUEBRA-NOTA-FIM.
                COMPUTE W-MESLIDO = ENT-DTENTRADA / 100.
                IF W-MESLIDO NOT = W-MESSEL
                   GO TO 3000-ENTRADAS-FIM.
                MOVE "S" TO W-TEMNOTA.
                MOVE ENT-NOTA TO W-NOTAATUAL.
                MOVE ENT-DTENTRADA TO W-DTNOTA.
                MOVE ENT-CODFORN TO W-FORNNOTA.
                COMPUTE W-TOTNOTA = W-TOTNOTA
                      + ENT-QTD * ENT-PRECOCUSTO.
       3000-ENTRADAS-FIM.
                EXIT.
      *
       3400-QUEBRA-NOTA.
                MOVE "ENTRADA" TO W-EVENTO.
                MOVE W-DTNOTA TO W-DATALANC.
                MOVE W-TOTNOTA TO W-VALORLANC.
                MOVE SPACES TO W-DOCLANC.
                STRING "NF" W-NOTAATUAL " F" W-FORNNOTA
                        DELIMITED BY SIZE INTO W-DOCLANC.
                MOVE "ENTRADA DE MERCADORIA" TO W-HISTLANC.
                PERFORM 5000-LANCA THRU 5000-LANCA-FIM.
                MOVE ZEROS TO W-TOTNOTA.
                MOVE "N" TO W-TEMNOTA.
       3400-QUEBRA-NOTA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * MOVIMENTO BANCARIO DO MES, UM LANCAMENTO POR MOVIMENTO, COM O
      * EVENTO "BCO-" + ORIGEM (O PROGRAMA QUE GRAVOU)
      *----------------------------------------------------------------
       4000-BANCO.
                READ MOVBANCO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4000-BANCO-FIM.
                MOVE MBC-DATA TO W-DTMOV-AUX.
                IF W-MESMOV NOT = W-MESSEL
                   GO TO 4000-BANCO-FIM.
                MOVE SPACES TO W-EVENTO.
                STRING "BCO-" MBC-ORIGEM
                        DELIMITED BY SIZE INTO W-EVENTO.
                MOVE MBC-DATA TO W-DATALANC.
                MOVE MBC-VALOR TO W-VALORLANC.
                MOVE MBC-DOCUMENTO TO W-DOCLANC.
                MOVE MBC-HISTORICO TO W-HISTLANC.
                PERFORM 5000-LANCA THRU 5000-LANCA-FIM.
       4000-BANCO-FIM.
                EXIT.
      *
      * ENCARGO SO ENTRA NA BAIXA QUE QUITA A PARCELA, ENTAO A DATA
      * DO ULTIMO PAGAMENTO E A DATA DO ENCARGO
       4500-JUROS.
                READ CONTASREC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4500-JUROS-FIM.
                IF CR-VALORJUROS = ZEROS
                   GO TO 4500-JUROS-FIM.
                MOVE CR-DTPAGTO TO W-DTMOV-AUX.
                IF W-MESMOV NOT = W-MESSEL
                   GO TO 4500-JUROS-FIM.
                MOVE "JUROSREC" TO W-EVENTO.
                MOVE CR-DTPAGTO TO W-DATALANC.
                MOVE CR-VALORJUROS TO W-VALORLANC.
                MOVE CR-CHAVE TO W-DOCLANC.
                MOVE "MULTA/JUROS RECEBIDOS" TO W-HISTLANC.
                PERFORM 5000-LANCA THRU 5000-LANCA-FIM.
       4500-JUROS-FIM.
                EXIT.
      *
      * O REPASSE LIQUIDO JA ENTRA PELO MOVBANCO (BCO-SGP056); AQUI
      * SAI A TAXA QUE A ADQUIRENTE FICOU
       4700-TAXACARTAO.
                READ CARTAOREC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4700-TAXACARTAO-FIM.
                IF CRT-SITUACAO NOT = "R"
                   GO TO 4700-TAXACARTAO-FIM.
                MOVE CRT-DTRECEB TO W-DTMOV-AUX.
                IF W-MESMOV NOT = W-MESSEL
                   GO TO 4700-TAXACARTAO-FIM.
                MOVE "TAXACARTAO" TO W-EVENTO.
                MOVE CRT-DTRECEB TO W-DATALANC.
                MOVE CRT-TAXARECEB TO W-VALORLANC.
                MOVE SPACES TO W-DOCLANC.
                STRING "NSU " CRT-NSU " P" CRT-NPARC
                        DELIMITED BY SIZE INTO W-DOCLANC.
                MOVE "TAXA DA ADQUIRENTE" TO W-HISTLANC.
                PERFORM 5000-LANCA THRU 5000-LANCA-FIM.
       4700-TAXACARTAO-FIM.
                EXIT.
      *
      * DESPESA APROPRIADA PELA DATA DO DOCUMENTO (COMPETENCIA); O
      * PAGAMENTO DEPOIS ENTRA PELO MOVBANCO (BCO-CADBXP)
       4800-DESPESAS.
                READ DESPESA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4800-DESPESAS-FIM.
                MOVE DSP-DTEMISSAO TO W-DTMOV-AUX.
                IF W-MESMOV NOT = W-MESSEL
                   GO TO 4800-DESPESAS-FIM.
                MOVE DSP-CHAVE TO CP-CHAVE.
                READ CONTASPAG
                INVALID KEY
                   GO TO 4800-DESPESAS-FIM.
                MOVE SPACES TO W-EVENTO.
                STRING "DESPESA-" DSP-CATEGORIA
                        DELIMITED BY SIZE INTO W-EVENTO.
                MOVE DSP-DTEMISSAO TO W-DATALANC.
                MOVE CP-VALOR TO W-VALORLANC.
                MOVE SPACES TO W-DOCLANC.
                STRING "NF" DSP-NOTA " F" DSP-CODFORN
                        DELIMITED BY SIZE INTO W-DOCLANC.
                MOVE DSP-DESCRICAO TO W-HISTLANC.
                PERFORM 5000-LANCA THRU 5000-LANCA-FIM.
       4800-DESPESAS-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * GRAVA UM LANCAMENTO (EVENTO, DATA, VALOR, DOCUMENTO E
      * HISTORICO PADRAO JA MONTADOS) OU REJEITA SE O EVENTO NAO
      * ESTA NO DE/PARA. VALOR ZERADO NAO GERA NADA.
      *----------------------------------------------------------------
       5000-LANCA.
                IF W-VALORLANC = ZEROS
                   GO TO 5000-LANCA-FIM.
                MOVE W-EVENTO TO MAP-EVENTO.
                READ MAPACONTAB
                   INVALID KEY
                      MOVE "SEM DE/PARA" TO W-MOTIVO
                      PERFORM 5100-REJEITA THRU 5100-REJEITA-FIM
                      GO TO 5000-LANCA-FIM.
                IF MAP-CONTADEB = SPACES OR MAP-CONTACRED = SPACES
                   MOVE "CONTA EM BRANCO" TO W-MOTIVO
                   PERFORM 5100-REJEITA THRU 5100-REJEITA-FIM
                   GO TO 5000-LANCA-FIM.
                ADD 1 TO W-NUMLANC.
                MOVE W-DATALANC TO LC-DATA.
                MOVE MAP-CONTADEB TO LC-CONTADEB.
                MOVE MAP-CONTACRED TO LC-CONTACRED.
                COMPUTE LC-VALOR = W-VALORLANC * 100.
                IF MAP-DESCRICAO NOT = SPACES
                   MOVE MAP-DESCRICAO TO LC-HISTORICO
                ELSE
                   MOVE W-HISTLANC TO LC-HISTORICO.
                MOVE W-DOCLANC TO LC-DOCUMENTO.
                MOVE W-NUMLANC TO LC-NUMERO.
                WRITE REGLANC.
                ADD W-VALORLANC TO W-TOTLANC.
                MOVE W-DATALANC TO W-DTMOV-AUX.
                MOVE W-DIAMOV TO W-IND.
                IF W-IND < 1 OR W-IND > 31
                   MOVE 31 TO W-IND.
                ADD W-VALORLANC TO W-DIADEB(W-IND).
                ADD W-VALORLANC TO W-DIACRED(W-IND).
       5000-LANCA-FIM.
                EXIT.
      *
       5100-REJEITA.
                ADD 1 TO W-CONTREJ.
                ADD W-VALORLANC TO W-TOTREJ.
                MOVE W-MOTIVO TO LJ-MOTIVO.
                MOVE W-EVENTO TO LJ-EVENTO.
                MOVE W-DATALANC TO LJ-DATA.
                MOVE W-DOCLANC TO LJ-DOCUMENTO.
                MOVE W-VALORLANC TO LJ-VALOR.
                MOVE LINHA-REJ TO REGRELCTB.
                WRITE REGRELCTB.
       5100-REJEITA-FIM.
                EXIT.
      *
      *----------------------------------------------------------------
      * RESUMO POR DIA: DEBITOS X CREDITOS GRAVADOS NO ARQUIVO
      *----------------------------------------------------------------
       8000-RESUMO-DIA.
                IF W-DIADEB(W-IND) = ZEROS
                                 AND W-DIACRED(W-IND) = ZEROS
                   GO TO 8000-RESUMO-DIA-FIM.
                MOVE W-IND TO LD-DIA.
                MOVE W-DIADEB(W-IND) TO LD-DEBITO.
                MOVE W-DIACRED(W-IND) TO LD-CREDITO.
                IF W-DIADEB(W-IND) = W-DIACRED(W-IND)
                   MOVE "OK" TO LD-SITUACAO
                ELSE
                   MOVE "DESBALANCEADO" TO LD-SITUACAO
                   ADD 1 TO W-CONTDESB.
                MOVE LINHA-DIA TO REGRELCTB.
                WRITE REGRELCTB.
       8000-RESUMO-DIA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELCTB
                WRITE REGRELCTB.
                MOVE SPACES TO REGRELCTB
                MOVE "RESUMO POR DIA:" TO REGRELCTB
                WRITE REGRELCTB.
                MOVE SPACES TO REGRELCTB
                MOVE "    DIA            DEBITOS         CREDITOS  SITUA
      -              "CAO" TO REGRELCTB
                WRITE REGRELCTB.
                PERFORM 8000-RESUMO-DIA THRU 8000-RESUMO-DIA-FIM
                        VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 31.
                MOVE SPACES TO REGRELCTB
                WRITE REGRELCTB.
                MOVE "LANCAMENTOS GRAVADOS" TO LT-ROTULO
                MOVE W-NUMLANC TO LT-VALOR
                MOVE LINHA-TOT TO REGRELCTB
                WRITE REGRELCTB.
                MOVE "VALOR LANCADO" TO LT-ROTULO
                MOVE W-TOTLANC TO LT-VALOR
                MOVE LINHA-TOT TO REGRELCTB
                WRITE REGRELCTB.
                MOVE "LANCAMENTOS REJEITADOS" TO LT-ROTULO
                MOVE W-CONTREJ TO LT-VALOR
                MOVE LINHA-TOT TO REGRELCTB
                WRITE REGRELCTB.
                MOVE "VALOR REJEITADO" TO LT-ROTULO
                MOVE W-TOTREJ TO LT-VALOR
                MOVE LINHA-TOT TO REGRELCTB
                WRITE REGRELCTB.
                IF W-CONTDESB NOT = ZEROS
                   MOVE SPACES TO REGRELCTB
                   MOVE "*** HA DIAS DESBALANCEADOS - NAO ENVIAR ***"
                           TO REGRELCTB
                   WRITE REGRELCTB.
                IF W-CONTREJ NOT = ZEROS
                   MOVE SPACES TO REGRELCTB
                   MOVE "*** MAPEAR REJEITADOS E REEXPORTAR ***"
                           TO REGRELCTB
                   WRITE REGRELCTB.
                CLOSE MAPACONTAB VENDAS VENDASITEM.
                IF W-TEMENT = "S"
                   CLOSE ENTRADAMERC.
                IF W-TEMMBC = "S"
                   CLOSE MOVBANCO.
                IF W-TEMCR = "S"
                   CLOSE CONTASREC.
                IF W-TEMCRT = "S"
                   CLOSE CARTAOREC.
                IF W-TEMDSP = "S"
                   CLOSE DESPESA CONTASPAG.
                CLOSE LANCCONT.
                CLOSE RELCTB.
                DISPLAY "LANCAMENTOS GRAVADOS EM " W-NOMEARQ ": "
                        W-NUMLANC.
                DISPLAY "REJEITADOS: " W-CONTREJ.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
