       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP076.
       AUTHOR. OSEIAS REIS
      **************************************
      * FATURAMENTO DA HOSPEDAGEM DE PETS   *
      * (ESTADIAS 'F' VIRAM VENDAS E SAI A  *
      * CONTA DO CHECK-OUT)                 *
      **************************************
      *----------------------------------------------------------------
      * CADA ESTADIA COM SAIDA FEITA NO CADHOSP ('F') VIRA UMA VENDA,
      * PELA MESMA REGRA DO FATURAMENTO DA AGENDA (SGP033): O CLIENTE
      * SAI DO PETS-CPF, O ITEM 1 E A DIARIA ("SRVnnnn" DO SERVICO
      * DA RESERVA, UNIDADE "DI", QUANTIDADE = DIARIAS DA ENTRADA ATE
      * A SAIDA REAL, MINIMO 1) E CADA EXTRA DO CHECK-OUT E MAIS UM
      * ITEM "SRVnnnn" COM A QUANTIDADE INFORMADA. PRECOS DA TABELA
      * DE SERVICOS NA HORA DO FATURAMENTO, ICMS ZERO, SEM ESTOQUE.
      * A FORMA DE PAGAMENTO VALE PARA A RODADA INTEIRA; A PRAZO
      * GERA AS PARCELAS NO CONTAS A RECEBER. A ESTADIA FATURADA VIRA
      * 'B' COM O NUMERO DA VENDA. PARA CADA ESTADIA SAI A CONTA
      * (DIARIAS, EXTRAS E TOTAL) PARA ENTREGAR AO DONO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HOSPEDAGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HSP-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PETS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PETS-KEY
                    FILE STATUS  IS ST-ERRO2.
       SELECT SERVICO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS SRV-CODIGO
                    FILE STATUS  IS ST-ERRO3.
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO4.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO5.
       SELECT VENDASITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ERRO6.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
       SELECT NFISCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    LOCK MODE    IS MANUAL
                    RECORD KEY   IS CTLF-CHAVE
                    FILE STATUS  IS ST-ERROF.
       SELECT NVENDACTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    LOCK MODE    IS MANUAL
                    RECORD KEY   IS CTL-CHAVE
                    FILE STATUS  IS ST-ERRO7.
       SELECT CONTASREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO8.
       SELECT BAIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS BAI-CODIGO
                    FILE STATUS  IS ST-ERROBAI.
       SELECT RELFAT ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD HOSPEDAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HOSPEDAGEM.DAT".
       01 HOSPEDAGEM-REG.
           05 HSP-CHAVE.
              10 HSP-CODPET    PIC 9(06).
              10 HSP-DTENTRADA PIC 9(08).
           05 HSP-DTSAIDA      PIC 9(08).
           05 HSP-BAIA         PIC 9(03).
           05 HSP-CODSERV      PIC 9(04).
           05 HSP-SITUACAO     PIC X(01).
           05 HSP-EXTRAS OCCURS 3 TIMES.
              10 HSP-EXT-SERV  PIC 9(04).
              10 HSP-EXT-QTD   PIC 9(03).
           05 HSP-NVENDA       PIC 9(06).
           05 HSP-DT-ALTERACAO PIC 9(08).
           05 HSP-USUARIO      PIC X(08).
      *
       FD PETS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETSHOPSYSTEM.DAT".
       01 PETS-REG.
           05 PETS-KEY.
              10 PETS-CODIGO PIC 9(06).
           05 PETS-TEL     PIC 9(09).
           05 PETS-NOME    PIC X(30).
           05 PETS-CPF     PIC 9(12).
           05 PETS-ESPECIE PIC X(15).
           05 PETS-RACA    PIC X(15).
           05 PETS-VACINAS OCCURS 3 TIMES.
              10 VAC-NOME  PIC X(15).
              10 VAC-DATA  PIC 9(08).
      *
       FD SERVICO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SERVICO.DAT".
       01 SERVICO-REG.
           05 SRV-CODIGO       PIC 9(04).
           05 SRV-DESCRICAO    PIC X(20).
           05 SRV-PRECO        PIC 9(06)V99.
           05 SRV-SITUACAO     PIC X(01).
           05 SRV-DT-ALTERACAO PIC 9(08).
           05 SRV-USUARIO      PIC X(08).
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
                03 SITUACAO-CLI     PIC X(01).
                03 DT-ALTERACAO-CLI PIC 9(08).
                03 USUARIO-CLI      PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).
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
       FD NVENDACTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NVENDACTL.DAT".
       01 NVENDACTL-REG.
           05 CTL-CHAVE        PIC X(01).
           05 CTL-ULTNVENDA    PIC 9(06).
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
       FD NFISCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFISCTL.DAT".
       01 NFISCTL-REG.
           05 CTLF-CHAVE       PIC X(01).
           05 CTLF-ULTNFISCAL  PIC 9(08).
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
       FD BAIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIA.DAT".
       01 BAIA-REG.
           05 BAI-CODIGO       PIC 9(03).
           05 BAI-DESCRICAO    PIC X(20).
           05 BAI-PORTE        PIC X(01).
           05 BAI-CAPACIDADE   PIC 9(02).
           05 BAI-SITUACAO     PIC X(01).
           05 BAI-DT-ALTERACAO PIC 9(08).
           05 BAI-USUARIO      PIC X(08).
      *
       FD RELFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELFAT              PIC X(100).
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
       77 ST-ERROF           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 ST-ERROBAI         PIC X(02) VALUE "00".
       77 W-INTERVPARC       PIC 9(03) VALUE 30.
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-CODPET           PIC 9(06) VALUE ZEROS.
       77 W-FORMAPAGTO       PIC X(01) VALUE "V".
       77 W-PARCELAS         PIC 9(02) VALUE ZEROS.
       77 W-USUARIO          PIC X(08) VALUE SPACES.
       77 W-CONTLIDOS        PIC 9(06) VALUE ZEROS.
       77 W-CONTFATURADOS    PIC 9(06) VALUE ZEROS.
       77 W-CONTRECUSADOS    PIC 9(06) VALUE ZEROS.
       77 W-TOTFATURADO      PIC 9(11)V99 VALUE ZEROS.
       77 W-VALED            PIC ZZZZZZZZZZ9,99.
       77 W-TENTLOCK         PIC 9(04) VALUE ZEROS.
       77 W-MOTIVO           PIC X(22) VALUE SPACES.
       77 W-IND              PIC 9(01) VALUE ZEROS.
       77 W-QTDITENS         PIC 9(01) VALUE ZEROS.
       77 W-QTDDIARIAS       PIC 9(05) VALUE ZEROS.
       77 W-VALTOTAL         PIC 9(09)V99 VALUE ZEROS.
       77 W-DIAINI           PIC 9(07) VALUE ZEROS.
       77 W-DIASCORR         PIC 9(07) VALUE ZEROS.
       77 W-BISSEXTOS        PIC 9(04) VALUE ZEROS.
       77 W-RESTO4           PIC 9(01) VALUE ZEROS.
       01 W-PRODSRV.
          03 FILLER           PIC X(03) VALUE "SRV".
          03 W-PRODSRV-COD    PIC 9(04).
          03 FILLER           PIC X(02) VALUE SPACES.
      * ITENS DA CONTA: 1 = DIARIA, 2 A 4 = EXTRAS DO CHECK-OUT
       01 W-TABITENS.
          03 W-ITEM OCCURS 4 TIMES.
             05 W-IT-SERV     PIC 9(04).
             05 W-IT-DESC     PIC X(20).
             05 W-IT-UNID     PIC X(02).
             05 W-IT-PRECO    PIC 9(06)V99.
             05 W-IT-QTD      PIC 9(05).
             05 W-IT-VALOR    PIC 9(08)V99.
       77 W-PARCELA          PIC 9(02) VALUE ZEROS.
       77 W-VALORPARC        PIC 9(09)V99 VALUE ZEROS.
       77 W-VALORRESTO       PIC 9(09)V99 VALUE ZEROS.
       77 W-DIASVENC         PIC 9(04) VALUE ZEROS.
       77 W-DIASNOANO        PIC 9(03) VALUE 365.
       77 W-DIAANOACUM       PIC 9(04) VALUE ZEROS.
       77 W-ANOVENC          PIC 9(04) VALUE ZEROS.
       77 W-MESVENC          PIC 9(02) VALUE ZEROS.
       77 W-DIAVENC          PIC 9(02) VALUE ZEROS.
       01 W-DTVENDA-AUX      PIC 9(08) VALUE ZEROS.
       01 W-DTVENDA-GRUPO REDEFINES W-DTVENDA-AUX.
          03 W-ANOVENDA      PIC 9(04).
          03 W-MESVENDA      PIC 9(02).
          03 W-DIAVENDA      PIC 9(02).
       01 W-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01 W-DATA-GRUPO REDEFINES W-DATA-AUX.
          03 W-ANOAUX        PIC 9(04).
          03 W-MESAUX        PIC 9(02).
          03 W-DIAAUX        PIC 9(02).
      * TABELA DE DIAS ACUMULADOS POR MES (IGUAL AO CADVEN), PARA
      * O VENCIMENTO DAS PARCELAS E A CONTAGEM DAS DIARIAS
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
      * LINHAS DA CONTA DE HOSPEDAGEM
       01 LINHA-CAB.
          03 FILLER          PIC X(26)
                             VALUE "CONTA DE HOSPEDAGEM  PET: ".
          03 LC-CODPET       PIC 9(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LC-PET          PIC X(30).
          03 FILLER          PIC X(08) VALUE "  VENDA ".
          03 LC-NVENDA       PIC ZZZZZ9.
       01 LINHA-DONO.
          03 FILLER          PIC X(06) VALUE "DONO: ".
          03 LD-NOME         PIC X(40).
          03 FILLER          PIC X(06) VALUE " CPF: ".
          03 LD-CPF          PIC 9(12).
       01 LINHA-ESTADIA.
          03 FILLER          PIC X(06) VALUE "BAIA: ".
          03 LE-BAIA         PIC 9(03).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LE-DESCBAIA     PIC X(20).
          03 FILLER          PIC X(10) VALUE " ENTRADA: ".
          03 LE-ENTRADA      PIC 9999/99/99.
          03 FILLER          PIC X(08) VALUE " SAIDA: ".
          03 LE-SAIDA        PIC 9999/99/99.
       01 LINHA-ITEM.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 LI-PROD         PIC X(09).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LI-DESC         PIC X(20).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LI-UNID         PIC X(02).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LI-QTD          PIC ZZZZ9.
          03 FILLER          PIC X(03) VALUE " X ".
          03 LI-PRECO        PIC ZZZZZ9,99.
          03 FILLER          PIC X(03) VALUE " = ".
          03 LI-VALOR        PIC ZZZZZZZ9,99.
       01 LINHA-TOTAL.
          03 FILLER          PIC X(59) VALUE SPACES.
          03 FILLER          PIC X(08) VALUE "TOTAL = ".
          03 LT-VALOR        PIC ZZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LT-FORMA        PIC X(10).
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
      * RESUMO DIARIO DE VENDAS (MODULO RESUMREG)
       01 W-RESUMO.
           03 W-RSM-OPERACAO   PIC X(01).
           03 W-RSM-DATA       PIC 9(08).
           03 W-RSM-PRODUTO    PIC X(09).
           03 W-RSM-VENDEDOR   PIC 9(03).
           03 W-RSM-FORMAPAGTO PIC X(01).
           03 W-RSM-QTD        PIC 9(05).
           03 W-RSM-PRECOCUSTO PIC 9(06)V99.
           03 W-RSM-VALOR      PIC 9(08)V99.
           03 W-RSM-ICMS       PIC 9(08)V99.
           03 W-RSM-DESCONTO   PIC 9(08)V99.
           03 W-RSM-USUARIO    PIC X(08).
           03 W-RSM-RETORNO    PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM.
                PERFORM 2000-PROCESSA   THRU 2000-PROCESSA-FIM
                        UNTIL W-FIM = "S".
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "CODIGO DO PET, ENTER P/ TODOS: ".
                ACCEPT W-CODPET.
                DISPLAY "FORMA DE PAGAMENTO DA RODADA (V/P): ".
                ACCEPT W-FORMAPAGTO.
                IF W-FORMAPAGTO NOT = "P"
                   MOVE "V" TO W-FORMAPAGTO
                   MOVE ZEROS TO W-PARCELAS.
                IF W-FORMAPAGTO = "P"
                   DISPLAY "PARCELAS: "
                   ACCEPT W-PARCELAS
                   IF W-PARCELAS = ZEROS
                      MOVE 1 TO W-PARCELAS
                   END-IF
                END-IF.
                DISPLAY "USUARIO RESPONSAVEL: ".
                ACCEPT W-USUARIO.
      * INTERVALO ENTRE PARCELAS DA TABELA CENTRAL (CADPARAM)
                OPEN INPUT PARAM
                IF ST-ERROPAR = "00"
                   MOVE "INTERVPARC" TO PAR-CHAVE
                   READ PARAM
                      NOT INVALID KEY
                         MOVE PAR-VALORNUM TO W-INTERVPARC
                   END-READ
                   CLOSE PARAM
                END-IF.
                OPEN I-O HOSPEDAGEM
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO HOSPEDAGEM"
                   STOP RUN.
                OPEN INPUT PETS
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PETS"
                   CLOSE HOSPEDAGEM
                   STOP RUN.
                OPEN INPUT SERVICO
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO SERVICO"
                   CLOSE HOSPEDAGEM
                   CLOSE PETS
                   STOP RUN.
                OPEN INPUT CLIENTE
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                   CLOSE HOSPEDAGEM
                   CLOSE PETS
                   CLOSE SERVICO
                   STOP RUN.
                OPEN INPUT BAIA
                IF ST-ERROBAI NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO BAIA"
                   CLOSE HOSPEDAGEM
                   CLOSE PETS
                   CLOSE SERVICO
                   CLOSE CLIENTE
                   STOP RUN.
                OPEN I-O VENDAS
                IF ST-ERRO5 = "35"
                   OPEN OUTPUT VENDAS
                   CLOSE VENDAS
                   OPEN I-O VENDAS
                END-IF.
                OPEN I-O VENDASITEM
                IF ST-ERRO6 = "35"
                   OPEN OUTPUT VENDASITEM
                   CLOSE VENDASITEM
                   OPEN I-O VENDASITEM
                END-IF.
                OPEN I-O NVENDACTL
                IF ST-ERRO7 = "35"
                   OPEN OUTPUT NVENDACTL
                   CLOSE NVENDACTL
                   OPEN I-O NVENDACTL
                END-IF.
                MOVE "1" TO CTL-CHAVE
                READ NVENDACTL
                   INVALID KEY
                      MOVE ZEROS TO CTL-ULTNVENDA
                      WRITE NVENDACTL-REG
                END-READ.
                OPEN I-O NFISCTL
                IF ST-ERROF = "35"
                   OPEN OUTPUT NFISCTL
                   CLOSE NFISCTL
                   OPEN I-O NFISCTL
                END-IF.
                MOVE "1" TO CTLF-CHAVE
                READ NFISCTL
                   INVALID KEY
                      MOVE ZEROS TO CTLF-ULTNFISCAL
                      WRITE NFISCTL-REG
                END-READ.
                OPEN I-O CONTASREC
                IF ST-ERRO8 = "35"
                   OPEN OUTPUT CONTASREC
                   CLOSE CONTASREC
                   OPEN I-O CONTASREC
                END-IF.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "FATHOSP-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP076" TO W-SPL-PROGRAMA.
                MOVE "FATURAMENTO DA HOSPEDAGEM" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELFAT
                IF ST-ERRO9 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE HOSPEDAGEM
                   CLOSE PETS
                   CLOSE SERVICO
                   CLOSE CLIENTE
                   CLOSE BAIA
                   CLOSE VENDAS
                   CLOSE VENDASITEM
                   CLOSE NVENDACTL
                   CLOSE NFISCTL
                   CLOSE CONTASREC
                   STOP RUN.
                MOVE SPACES TO REGRELFAT
                MOVE "FATURAMENTO DA HOSPEDAGEM DE PETS" TO REGRELFAT
                WRITE REGRELFAT.
                MOVE SPACES TO REGRELFAT
                WRITE REGRELFAT.
                MOVE W-CODPET TO HSP-CODPET
                MOVE ZEROS    TO HSP-DTENTRADA
                START HOSPEDAGEM KEY IS NOT LESS THAN HSP-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ HOSPEDAGEM NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF W-CODPET NOT = ZEROS
                   AND HSP-CODPET NOT = W-CODPET
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF HSP-SITUACAO NOT = "F"
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTLIDOS
                PERFORM 3000-FATURA THRU 3000-FATURA-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
       3000-FATURA.
                MOVE HSP-CODPET TO PETS-CODIGO.
                READ PETS
                   INVALID KEY
                      MOVE "*PET NAO CADASTRADO*" TO W-MOTIVO
                      PERFORM 3900-RECUSA THRU 3900-RECUSA-FIM
                      GO TO 3000-FATURA-FIM.
                MOVE PETS-CPF TO CPF.
                READ CLIENTE
                   INVALID KEY
                      MOVE "*DONO NAO CADASTRADO*" TO W-MOTIVO
                      PERFORM 3900-RECUSA THRU 3900-RECUSA-FIM
                      GO TO 3000-FATURA-FIM.
                IF SITUACAO-CLI NOT = "A"
                   MOVE "*DONO INATIVO*" TO W-MOTIVO
                   PERFORM 3900-RECUSA THRU 3900-RECUSA-FIM
                   GO TO 3000-FATURA-FIM.
                MOVE HSP-BAIA TO BAI-CODIGO.
                READ BAIA
                   INVALID KEY
                      MOVE SPACES TO BAI-DESCRICAO.
                PERFORM 3100-MONTA-ITENS THRU 3100-MONTA-ITENS-FIM.
                IF W-MOTIVO NOT = SPACES
                   PERFORM 3900-RECUSA THRU 3900-RECUSA-FIM
                   GO TO 3000-FATURA-FIM.
      * MONTA A VENDA DA ESTADIA (CONTADOR LIDO COM TRAVA DE
      * REGISTRO, COMO NO CADVEN - OS CAIXAS PODEM ESTAR ABERTOS)
                PERFORM 4500-OBTEM-NVENDA
                        THRU 4510-OBTEM-NVENDA-TENTA.
                MOVE PETS-CPF TO CODCLI.
                MOVE CTL-ULTNVENDA TO NVENDA.
                MOVE W-VALTOTAL TO VALORTOTAL.
                ACCEPT DTVENDA FROM DATE YYYYMMDD.
                MOVE W-FORMAPAGTO TO FORMAPAGTO.
                MOVE W-PARCELAS TO PARCELAS.
                ACCEPT DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE W-USUARIO TO USUARIO.
                MOVE "A" TO SITUACAO.
                MOVE ZEROS TO VENDEDOR.
                PERFORM 4600-OBTEM-NFISCAL
                        THRU 4610-OBTEM-NFISCAL-TENTA.
                MOVE CTLF-ULTNFISCAL TO NFISCAL.
                WRITE VENDAS-REG
                   INVALID KEY
                      MOVE "*ERRO AO GRAVAR VENDA*" TO W-MOTIVO
                      PERFORM 3900-RECUSA THRU 3900-RECUSA-FIM
                      GO TO 3000-FATURA-FIM.
                PERFORM 3800-CABECALHO-CONTA
                        THRU 3800-CABECALHO-CONTA-FIM.
                MOVE 1 TO W-IND.
                PERFORM 3200-GRAVA-ITEM THRU 3200-GRAVA-ITEM-FIM
                        UNTIL W-IND > W-QTDITENS.
                IF W-FORMAPAGTO = "P"
                   PERFORM 5200-GERAR-PARCELAS
                           THRU 5200-GERAR-PARCELAS-FIM.
      * BAIXA A ESTADIA PARA NAO FATURAR DE NOVO
                MOVE "B" TO HSP-SITUACAO.
                MOVE NVENDA TO HSP-NVENDA.
                ACCEPT HSP-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE W-USUARIO TO HSP-USUARIO.
                REWRITE HOSPEDAGEM-REG
                   INVALID KEY
                      MOVE SPACES TO REGRELFAT
                      MOVE "    *ERRO NA HOSPEDAGEM*" TO REGRELFAT
                      WRITE REGRELFAT.
                MOVE W-VALTOTAL TO LT-VALOR.
                IF W-FORMAPAGTO = "P"
                   MOVE SPACES TO LT-FORMA
                   STRING "A PRAZO " W-PARCELAS
                           DELIMITED BY SIZE INTO LT-FORMA
                ELSE
                   MOVE "A VISTA" TO LT-FORMA.
                MOVE LINHA-TOTAL TO REGRELFAT
                WRITE REGRELFAT.
                MOVE SPACES TO REGRELFAT
                WRITE REGRELFAT.
                ADD 1 TO W-CONTFATURADOS
                ADD W-VALTOTAL TO W-TOTFATURADO.
       3000-FATURA-FIM.
                EXIT.
      *
      * ITEM 1 = DIARIA (DIAS DA ENTRADA ATE A SAIDA REAL, MINIMO 1);
      * DEPOIS UM ITEM POR EXTRA INFORMADO NO CHECK-OUT. SERVICO
      * SUMIDO DA TABELA RECUSA A ESTADIA (SEM PRECO NAO HA CONTA)
       3100-MONTA-ITENS.
                MOVE SPACES TO W-MOTIVO.
                MOVE ZEROS TO W-VALTOTAL.
                INITIALIZE W-TABITENS.
                MOVE HSP-DTENTRADA TO W-DATA-AUX.
                PERFORM 3500-DIAS-CORRIDOS THRU 3500-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIAINI.
                MOVE HSP-DTSAIDA TO W-DATA-AUX.
                PERFORM 3500-DIAS-CORRIDOS THRU 3500-DIAS-CORRIDOS-FIM.
                COMPUTE W-QTDDIARIAS = W-DIASCORR - W-DIAINI.
                IF W-QTDDIARIAS = ZEROS
                   MOVE 1 TO W-QTDDIARIAS.
                MOVE 1 TO W-QTDITENS.
                MOVE HSP-CODSERV TO SRV-CODIGO.
                READ SERVICO
                   INVALID KEY
                      MOVE "*DIARIA NAO CADASTR*" TO W-MOTIVO
                      GO TO 3100-MONTA-ITENS-FIM.
                MOVE HSP-CODSERV TO W-IT-SERV(1).
                MOVE SRV-DESCRICAO TO W-IT-DESC(1).
                MOVE "DI" TO W-IT-UNID(1).
                MOVE SRV-PRECO TO W-IT-PRECO(1).
                MOVE W-QTDDIARIAS TO W-IT-QTD(1).
                COMPUTE W-IT-VALOR(1) = W-QTDDIARIAS * SRV-PRECO.
                ADD W-IT-VALOR(1) TO W-VALTOTAL.
                MOVE 1 TO W-IND.
       3110-MONTA-EXTRA.
                IF W-IND > 3
                   GO TO 3100-MONTA-ITENS-FIM.
                IF HSP-EXT-SERV(W-IND) = ZEROS
                   ADD 1 TO W-IND
                   GO TO 3110-MONTA-EXTRA.
                MOVE HSP-EXT-SERV(W-IND) TO SRV-CODIGO.
                READ SERVICO
                   INVALID KEY
                      MOVE "*EXTRA NAO CADASTRADO*" TO W-MOTIVO
                      GO TO 3100-MONTA-ITENS-FIM.
                ADD 1 TO W-QTDITENS.
                MOVE SRV-CODIGO TO W-IT-SERV(W-QTDITENS).
                MOVE SRV-DESCRICAO TO W-IT-DESC(W-QTDITENS).
                MOVE "SV" TO W-IT-UNID(W-QTDITENS).
                MOVE SRV-PRECO TO W-IT-PRECO(W-QTDITENS).
                MOVE HSP-EXT-QTD(W-IND) TO W-IT-QTD(W-QTDITENS).
                IF W-IT-QTD(W-QTDITENS) = ZEROS
                   MOVE 1 TO W-IT-QTD(W-QTDITENS).
                COMPUTE W-IT-VALOR(W-QTDITENS) =
                        W-IT-QTD(W-QTDITENS) * SRV-PRECO.
                ADD W-IT-VALOR(W-QTDITENS) TO W-VALTOTAL.
                ADD 1 TO W-IND.
                GO TO 3110-MONTA-EXTRA.
       3100-MONTA-ITENS-FIM.
                EXIT.
      *
       3200-GRAVA-ITEM.
                MOVE CODCLI TO ITEM-CODCLI.
                MOVE NVENDA TO ITEM-NVENDA.
                MOVE W-IND TO ITEM-SEQ.
                MOVE W-IT-SERV(W-IND) TO W-PRODSRV-COD.
                MOVE W-PRODSRV TO PROD.
                MOVE W-IT-DESC(W-IND) TO DESCRICAO.
                MOVE W-IT-UNID(W-IND) TO UNID.
                MOVE ZEROS TO PRECOCUSTO ICMS.
                MOVE W-IT-PRECO(W-IND) TO PRECOVENDA.
                MOVE W-IT-QTD(W-IND) TO QTD.
                MOVE W-IT-VALOR(W-IND) TO VALORVENDA.
                MOVE ZEROS TO DESCONTO.
                MOVE "N" TO PROMO.
                MOVE SPACES TO LINHA-ITEM.
                MOVE PROD TO LI-PROD.
                MOVE DESCRICAO TO LI-DESC.
                MOVE UNID TO LI-UNID.
                MOVE QTD TO LI-QTD.
                MOVE PRECOVENDA TO LI-PRECO.
                MOVE VALORVENDA TO LI-VALOR.
                MOVE LINHA-ITEM TO REGRELFAT
                WRITE VENDASITEM-REG
                   INVALID KEY
                      MOVE "*ERRO NO ITEM*" TO REGRELFAT(86:15)
                   NOT INVALID KEY
                      PERFORM 3700-ATUALIZA-RESUMO
                              THRU 3700-ATUALIZA-RESUMO-FIM.
                WRITE REGRELFAT.
                ADD 1 TO W-IND.
       3200-GRAVA-ITEM-FIM.
                EXIT.
      *
      * DIAS CORRIDOS DA DATA EM W-DATA-AUX (ANO X 365 + DIA DO ANO,
      * COMO NO CADBAIXA), COM OS 29 DE FEVEREIRO JA PASSADOS
       3500-DIAS-CORRIDOS.
                IF W-MESAUX < 1 OR W-MESAUX > 12
                   MOVE 1 TO W-MESAUX.
                DIVIDE W-ANOAUX BY 4 GIVING W-BISSEXTOS
                   REMAINDER W-RESTO4.
                IF W-RESTO4 = ZEROS AND W-MESAUX < 3
                   SUBTRACT 1 FROM W-BISSEXTOS.
                COMPUTE W-DIASCORR = W-ANOAUX * 365 + W-BISSEXTOS
                        + TAB-DIASMES(W-MESAUX) + W-DIAAUX.
       3500-DIAS-CORRIDOS-FIM.
                EXIT.
      *
      * O ITEM FATURADO ENTRA NO RESUMO DIARIO DE VENDAS (SERVICO
      * VAI PARA A CLASSIFICACAO 9 DENTRO DO RESUMREG)
       3700-ATUALIZA-RESUMO.
                MOVE "V"        TO W-RSM-OPERACAO.
                MOVE DTVENDA    TO W-RSM-DATA.
                MOVE PROD       TO W-RSM-PRODUTO.
                MOVE VENDEDOR   TO W-RSM-VENDEDOR.
                MOVE FORMAPAGTO TO W-RSM-FORMAPAGTO.
                MOVE QTD        TO W-RSM-QTD.
                MOVE PRECOCUSTO TO W-RSM-PRECOCUSTO.
                MOVE VALORVENDA TO W-RSM-VALOR.
                MOVE ICMS       TO W-RSM-ICMS.
                MOVE DESCONTO   TO W-RSM-DESCONTO.
                MOVE W-USUARIO  TO W-RSM-USUARIO.
                CALL "RESUMREG" USING W-RESUMO.
                IF W-RSM-RETORNO NOT = "00"
                   DISPLAY "RESUMO NAO ATUALIZADO - VENDA " NVENDA
                           " (RODAR O SGP082)".
       3700-ATUALIZA-RESUMO-FIM.
                EXIT.
      *
       3800-CABECALHO-CONTA.
                MOVE HSP-CODPET TO LC-CODPET.
                MOVE PETS-NOME TO LC-PET.
                MOVE NVENDA TO LC-NVENDA.
                MOVE LINHA-CAB TO REGRELFAT
                WRITE REGRELFAT.
                MOVE NOME TO LD-NOME.
                MOVE CPF TO LD-CPF.
                MOVE LINHA-DONO TO REGRELFAT
                WRITE REGRELFAT.
                MOVE HSP-BAIA TO LE-BAIA.
                MOVE BAI-DESCRICAO TO LE-DESCBAIA.
                MOVE HSP-DTENTRADA TO LE-ENTRADA.
                MOVE HSP-DTSAIDA TO LE-SAIDA.
                MOVE LINHA-ESTADIA TO REGRELFAT
                WRITE REGRELFAT.
       3800-CABECALHO-CONTA-FIM.
                EXIT.
      *
       3900-RECUSA.
                ADD 1 TO W-CONTRECUSADOS
                MOVE SPACES TO REGRELFAT
                STRING "PET " HSP-CODPET " ENTRADA " HSP-DTENTRADA
                       " NAO FATURADA " W-MOTIVO
                        DELIMITED BY SIZE INTO REGRELFAT
                WRITE REGRELFAT.
                MOVE SPACES TO REGRELFAT
                WRITE REGRELFAT.
       3900-RECUSA-FIM.
                EXIT.
      *
      * LE O CONTADOR DE VENDA COM TRAVA DE REGISTRO E JA AVANCA.
      * STATUS 99 = TRAVADO POR UM CAIXA - INSISTE ATE SOLTAR
      * (A REGRAVACAO LIBERA A TRAVA)
       4500-OBTEM-NVENDA.
                MOVE ZEROS TO W-TENTLOCK.
       4510-OBTEM-NVENDA-TENTA.
                READ NVENDACTL WITH LOCK.
                IF ST-ERRO7 = "99"
                   ADD 1 TO W-TENTLOCK
                   IF W-TENTLOCK >= 500
                      DISPLAY "CONTROLE DE VENDA TRAVADO - AGUARDANDO"
                      MOVE ZEROS TO W-TENTLOCK
                   END-IF
                   GO TO 4510-OBTEM-NVENDA-TENTA.
                ADD 1 TO CTL-ULTNVENDA.
                REWRITE NVENDACTL-REG.
      *
       4600-OBTEM-NFISCAL.
                MOVE ZEROS TO W-TENTLOCK.
       4610-OBTEM-NFISCAL-TENTA.
                READ NFISCTL WITH LOCK.
                IF ST-ERROF = "99"
                   ADD 1 TO W-TENTLOCK
                   IF W-TENTLOCK >= 500
                      DISPLAY "CONTROLE FISCAL TRAVADO - AGUARDANDO"
                      MOVE ZEROS TO W-TENTLOCK
                   END-IF
                   GO TO 4610-OBTEM-NFISCAL-TENTA.
                ADD 1 TO CTLF-ULTNFISCAL.
                REWRITE NFISCTL-REG.
      *
      * GERACAO DE PARCELAS DE 30 EM 30 DIAS (MESMA ROTINA DE
      * VENCIMENTO DO CADVEN)
       5200-GERAR-PARCELAS.
                COMPUTE W-VALORPARC = VALORTOTAL / PARCELAS.
                COMPUTE W-VALORRESTO =
                        VALORTOTAL - (W-VALORPARC * PARCELAS).
                MOVE 1 TO W-PARCELA.
                PERFORM 5210-GERAR-PARCELA THRU 5210-GERAR-PARCELA-FIM
                   UNTIL W-PARCELA > PARCELAS.
       5200-GERAR-PARCELAS-FIM.
                EXIT.
      *
       5210-GERAR-PARCELA.
                MOVE CODCLI      TO CR-CODCLI.
                MOVE NVENDA      TO CR-NVENDA.
                MOVE W-PARCELA   TO CR-PARCELA.
                COMPUTE W-DIASVENC = W-PARCELA * W-INTERVPARC.
                PERFORM 5220-CALCULA-VENCIMENTO
                        THRU 5220-CALCULA-VENCIMENTO-FIM.
                MOVE W-VALORPARC TO CR-VALOR.
                IF W-PARCELA = PARCELAS
                   ADD W-VALORRESTO TO CR-VALOR.
                MOVE "A" TO CR-SITUACAO.
                MOVE ZEROS TO CR-VALORPAGO CR-DTPAGTO CR-VALORJUROS.
                ACCEPT CR-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE W-USUARIO TO CR-USUARIO.
                WRITE CONTASREC-REG
                   INVALID KEY
                      MOVE SPACES TO REGRELFAT
                      MOVE "    *ERRO NA PARCELA*" TO REGRELFAT
                      WRITE REGRELFAT.
                ADD 1 TO W-PARCELA.
       5210-GERAR-PARCELA-FIM.
                EXIT.
      *
       5220-CALCULA-VENCIMENTO.
                MOVE DTVENDA TO W-DTVENDA-AUX.
                COMPUTE W-DIAANOACUM =
                        TAB-DIASMES(W-MESVENDA) + W-DIAVENDA
                                                + W-DIASVENC.
                MOVE W-ANOVENDA TO W-ANOVENC.
       5225-VIRA-ANO.
                IF W-DIAANOACUM > W-DIASNOANO
                   SUBTRACT W-DIASNOANO FROM W-DIAANOACUM
                   ADD 1 TO W-ANOVENC
                   GO TO 5225-VIRA-ANO.
                MOVE 12 TO W-MESVENC.
       5230-ACHA-MES.
                IF W-MESVENC > 1
                   AND TAB-DIASMES(W-MESVENC) >= W-DIAANOACUM
                   SUBTRACT 1 FROM W-MESVENC
                   GO TO 5230-ACHA-MES.
                COMPUTE W-DIAVENC =
                        W-DIAANOACUM - TAB-DIASMES(W-MESVENC).
                COMPUTE CR-VENCIMENTO = W-ANOVENC * 10000
                                      + W-MESVENC * 100
                                      + W-DIAVENC.
       5220-CALCULA-VENCIMENTO-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELFAT
                WRITE REGRELFAT.
                MOVE SPACES TO REGRELFAT
                STRING "ESTADIAS A FATURAR......: " W-CONTLIDOS
                        DELIMITED BY SIZE INTO REGRELFAT
                WRITE REGRELFAT.
                MOVE SPACES TO REGRELFAT
                STRING "ESTADIAS FATURADAS......: " W-CONTFATURADOS
                        DELIMITED BY SIZE INTO REGRELFAT
                WRITE REGRELFAT.
                MOVE SPACES TO REGRELFAT
                STRING "ESTADIAS RECUSADAS......: " W-CONTRECUSADOS
                        DELIMITED BY SIZE INTO REGRELFAT
                WRITE REGRELFAT.
                MOVE SPACES TO REGRELFAT
                MOVE W-TOTFATURADO TO W-VALED
                STRING "VALOR FATURADO..........: " W-VALED
                        DELIMITED BY SIZE INTO REGRELFAT
                WRITE REGRELFAT.
                CLOSE HOSPEDAGEM.
                CLOSE PETS.
                CLOSE SERVICO.
                CLOSE CLIENTE.
                CLOSE BAIA.
                CLOSE VENDAS.
                CLOSE VENDASITEM.
                CLOSE NVENDACTL.
                CLOSE NFISCTL.
                CLOSE CONTASREC.
                CLOSE RELFAT.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
