       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP072.
       AUTHOR. OSEIAS REIS
      **************************************
      * NOTA DE CREDITO COMPORTAMENTAL DO   *
      * CLIENTE E SUGESTAO DE REVISAO DO    *
      * LIMITE (RODADA MENSAL)              *
      **************************************
      *----------------------------------------------------------------
      * PARA CADA CLIENTE ATIVO CALCULA UMA NOTA DE 0 A 1000 A PARTIR
      * DO HISTORICO, PARTINDO DE 500:
      *   - ATRASO MEDIO DAS PARCELAS PAGAS (PAGAMENTO - VENCIMENTO
      *     EM DIAS CORRIDOS, COMO NO CADBXR): 0 DIA +200, ATE 5
      *     +100, ATE 15 ZERO, ATE 30 -100, ACIMA -200;
      *   - PARCELAS PAGAS EM DIA: 24 OU MAIS +100, 12 OU MAIS +50;
      *   - JUROS PAGOS SOBRE O TOTAL PAGO: ATE 2% -20, ATE 5% -50,
      *     ACIMA -100;
      *   - PARCELA EM ABERTO JA VENCIDA: -100 CADA (ATE -300);
      *   - RENEGOCIACAO (RENEG.DAT) NOS ULTIMOS 12 MESES: -100
      *     CADA (ATE -300);
      *   - CHEQUE DEVOLVIDO (CHEQUES.DAT, SITUACAO V OU E) NOS
      *     ULTIMOS 12 MESES: -150 CADA (ATE -450);
      *   - ULTIMA COMPRA ATE 90 DIAS +50, ACIMA DE 365 DIAS (OU
      *     NENHUMA) -50.
      * FAIXA DE RISCO: A 800+, B 650+, C 500+, D 350+, E ABAIXO.
      * CLIENTE SEM PARCELA, RENEGOCIACAO NEM CHEQUE = FAIXA N (SEM
      * HISTORICO, SEM NOTA).
      * SUGESTAO DE LIMITE (SO SOBRE LIMITE CADASTRADO - LIMITE
      * ZERO E "SEM LIMITE" NO CADVEN E SO E AVISADO EM D/E):
      *   A +30%, B +15% (SO COM 6 OU MAIS PARCELAS PAGAS),
      *   C MANTEM, D -25%, E -50%; EM REAIS INTEIROS, MINIMO 1,00.
      * O RESULTADO VAI PARA O SCORECLI.DAT (UM REGISTRO POR
      * CLIENTE, REFEITO A CADA RODADA; SUGESTAO PENDENTE = P) E A
      * LISTAGEM TRAZ SO AS SUGESTOES. A APROVACAO E NO CADSCO
      * (MENU FINANCEIRO), QUE GRAVA O LIMITE NO CLIENTE COM
      * REGISTRO NO LOGAUD. A FAIXA APARECE NO CADVEN NA VENDA A
      * PRAZO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EMAIL
                                                      WITH DUPLICATES.
       SELECT CONTASREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT RENEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REN-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT CHEQUES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO5.
       SELECT SCORECLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SCO-CPF
                    FILE STATUS  IS ST-ERRO6.
       SELECT RELSCO ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD RENEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RENEG.DAT".
       01 RENEG-REG.
           05 REN-CHAVE.
              10 REN-CODCLI    PIC 9(12).
              10 REN-NVENDA    PIC 9(06).
              10 REN-PARCELA   PIC 9(02).
           05 REN-NVENDANOVA   PIC 9(06).
           05 REN-SALDOLEVADO  PIC 9(09)V99.
           05 REN-DATA         PIC 9(08).
           05 REN-USUARIO      PIC X(08).
      *
       FD CHEQUES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CHEQUES.DAT".
       01 CHEQUES-REG.
           05 CHQ-CHAVE.
              10 CHQ-BANCO     PIC 9(03).
              10 CHQ-AGENCIA   PIC 9(04).
              10 CHQ-CONTA     PIC 9(10).
              10 CHQ-NUMERO    PIC 9(06).
           05 CHQ-BOMPARA      PIC 9(08).
           05 CHQ-VALOR        PIC 9(09)V99.
           05 CHQ-EMITCPF      PIC 9(12).
           05 CHQ-SITUACAO     PIC X(01).
           05 CHQ-CODCLI       PIC 9(12).
           05 CHQ-NVENDA       PIC 9(06).
           05 CHQ-PARCELA      PIC 9(02).
           05 CHQ-DT-ALTERACAO PIC 9(08).
           05 CHQ-USUARIO      PIC X(08).
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
           05 DT-ALTERACAO-V  PIC 9(08).
           05 USUARIO-V       PIC X(08).
           05 SITUACAO-V      PIC X(01).
           05 VENDEDOR        PIC 9(03).
           05 NFISCAL         PIC 9(08).
      *
      * NOTA DE CREDITO DO CLIENTE (REFEITA POR ESTA RODADA).
      * SITUACAO DA SUGESTAO: P=PENDENTE A=APROVADA (LIMITE JA
      * GRAVADO NO CLIENTE) R=RECUSADA BRANCO=SEM SUGESTAO
       FD SCORECLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SCORECLI.DAT".
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
      *
       FD RELSCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELSCO              PIC X(100).
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
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMAUX           PIC X(01) VALUE "N".
       77 W-CROK             PIC X(01) VALUE "N".
       77 W-RENOK            PIC X(01) VALUE "N".
       77 W-VENDASOK         PIC X(01) VALUE "N".
       77 W-SCONOVO          PIC X(01) VALUE "N".
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-CORTE            PIC 9(08) VALUE ZEROS.
       77 W-DIASHOJE         PIC 9(07) VALUE ZEROS.
       77 W-DIASCORR         PIC 9(07) VALUE ZEROS.
       77 W-DIASVENC         PIC 9(07) VALUE ZEROS.
       77 W-DIASCOMPRA       PIC 9(07) VALUE ZEROS.
       77 W-QTDPARC          PIC 9(05) VALUE ZEROS.
       77 W-PAGAS            PIC 9(05) VALUE ZEROS.
       77 W-PONTUAIS         PIC 9(05) VALUE ZEROS.
       77 W-VENCIDAS         PIC 9(03) VALUE ZEROS.
       77 W-SOMAATRASO       PIC 9(09) VALUE ZEROS.
       77 W-MEDATRASO        PIC 9(04) VALUE ZEROS.
       77 W-TOTPAGO          PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTJUROS         PIC 9(11)V99 VALUE ZEROS.
       77 W-PERCJUROS        PIC 9(05)V99 VALUE ZEROS.
       77 W-QTDRENEG         PIC 9(03) VALUE ZEROS.
       77 W-QTDCHQ           PIC 9(03) VALUE ZEROS.
       77 W-ULTCOMPRA        PIC 9(08) VALUE ZEROS.
       77 W-NOTA             PIC S9(05) VALUE ZEROS.
       77 W-PENAL            PIC 9(05) VALUE ZEROS.
       77 W-FAIXA            PIC X(01) VALUE SPACES.
       77 W-FATOR            PIC 9(03) VALUE ZEROS.
       77 W-LIMSUG           PIC 9(09)V99 VALUE ZEROS.
       77 W-LIMINT           PIC 9(09) VALUE ZEROS.
       77 W-SITSUG           PIC X(01) VALUE SPACES.
       77 W-OBS              PIC X(10) VALUE SPACES.
       77 W-I                PIC 9(04) VALUE ZEROS.
       77 W-CHCONT           PIC 9(04) VALUE ZEROS.
       77 W-CHFORA           PIC 9(06) VALUE ZEROS.
       77 W-CPFCHQ           PIC 9(12) VALUE ZEROS.
       77 W-CONTCLI          PIC 9(06) VALUE ZEROS.
       77 W-CONTAUM          PIC 9(06) VALUE ZEROS.
       77 W-CONTRED          PIC 9(06) VALUE ZEROS.
       77 W-CONTSEMLIM       PIC 9(06) VALUE ZEROS.
       01 W-TABFAIXA.
          03 W-QTDFAIXA      PIC 9(06) OCCURS 6 TIMES.
       01 W-FAIXAS           PIC X(06) VALUE "ABCDEN".
       01 W-FAIXASR REDEFINES W-FAIXAS.
          03 W-FAIXACAR      PIC X(01) OCCURS 6 TIMES.
       01 W-DATA-AUX.
          03 W-ANOAUX        PIC 9(04).
          03 W-MESAUX        PIC 9(02).
          03 W-DIAAUX        PIC 9(02).
      * DIAS ACUMULADOS ATE O INICIO DE CADA MES (IGUAL AO SGP015)
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
      * CHEQUES DEVOLVIDOS NOS ULTIMOS 12 MESES POR CLIENTE (O
      * CHEQUES.DAT E CHAVEADO POR BANCO/CONTA, ENTAO E LIDO UMA VEZ)
       01 W-TABCHQ.
          03 W-CH OCCURS 2000 TIMES.
             05 W-CH-CPF     PIC 9(12).
             05 W-CH-QTD     PIC 9(03).
       01 LINHA-REL.
          03 LR-CPF          PIC 9(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-NOME         PIC X(25).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-NOTA         PIC ZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-FAIXA        PIC X(01).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-LIMATUAL     PIC ZZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-LIMSUG       PIC ZZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-MEDATRASO    PIC ZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-VENCIDAS     PIC ZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-RENEG        PIC ZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-CHQDEV       PIC ZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-OBS          PIC X(10).
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
                PERFORM 2000-PROCESSA   THRU 2000-PROCESSA-FIM
                        UNTIL W-FIM = "S".
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                COMPUTE W-CORTE = W-HOJE - 10000.
                MOVE W-HOJE TO W-DATA-AUX.
                PERFORM 2900-DIAS-CORRIDOS THRU 2900-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIASHOJE.
                MOVE ZEROS TO W-TABFAIXA.
                OPEN INPUT CLIENTE
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                   STOP RUN.
      * ARQUIVOS DE HISTORICO QUE NAO EXISTEM SO DEIXAM DE CONTAR
                OPEN INPUT CONTASREC
                IF ST-ERRO2 = "00"
                   MOVE "S" TO W-CROK.
                OPEN INPUT RENEG
                IF ST-ERRO3 = "00"
                   MOVE "S" TO W-RENOK.
                OPEN INPUT CHEQUES
                IF ST-ERRO4 = "00"
                   PERFORM 1100-CARREGA-CHQ THRU 1100-CARREGA-CHQ-FIM
                      UNTIL W-FIMAUX = "S"
                   CLOSE CHEQUES.
                OPEN INPUT VENDAS
                IF ST-ERRO5 = "00"
                   MOVE "S" TO W-VENDASOK.
                OPEN I-O SCORECLI
                IF ST-ERRO6 = "35"
                   OPEN OUTPUT SCORECLI
                   CLOSE SCORECLI
                   OPEN I-O SCORECLI.
                IF ST-ERRO6 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO SCORECLI"
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "SCORE-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP072" TO W-SPL-PROGRAMA.
                MOVE "NOTA DE CREDITO E LIMITES" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELSCO
                IF ST-ERRO7 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   STOP RUN.
                MOVE SPACES TO REGRELSCO
                STRING "NOTA DE CREDITO - SUGESTOES DE LIMITE - "
                       W-HOJE DELIMITED BY SIZE INTO REGRELSCO
                WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                MOVE "CPF          NOME                      NOTA FX LIM
      -              "ITE ATUAL     SUGERIDO  ATR VEN REN CHQ OBS"
                        TO REGRELSCO
                WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                WRITE REGRELSCO.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       1100-CARREGA-CHQ.
                READ CHEQUES NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMAUX
                      GO TO 1100-CARREGA-CHQ-FIM.
                IF CHQ-SITUACAO NOT = "V" AND CHQ-SITUACAO NOT = "E"
                   GO TO 1100-CARREGA-CHQ-FIM.
                IF CHQ-DT-ALTERACAO < W-CORTE
                   GO TO 1100-CARREGA-CHQ-FIM.
                MOVE CHQ-CODCLI TO W-CPFCHQ.
                IF W-CPFCHQ = ZEROS
                   MOVE CHQ-EMITCPF TO W-CPFCHQ.
                PERFORM 2350-ACHA-CHQ THRU 2350-ACHA-CHQ-FIM.
                IF W-I > W-CHCONT
                   IF W-CHCONT < 2000
                      ADD 1 TO W-CHCONT
                      MOVE W-CHCONT TO W-I
                      MOVE W-CPFCHQ TO W-CH-CPF(W-I)
                      MOVE ZEROS    TO W-CH-QTD(W-I)
                   ELSE
                      ADD 1 TO W-CHFORA
                      GO TO 1100-CARREGA-CHQ-FIM.
                ADD 1 TO W-CH-QTD(W-I).
       1100-CARREGA-CHQ-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ CLIENTE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF SITUACAO NOT = "A"
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTCLI.
                MOVE ZEROS TO W-QTDPARC W-PAGAS W-PONTUAIS W-VENCIDAS
                              W-SOMAATRASO W-MEDATRASO W-TOTPAGO
                              W-TOTJUROS W-QTDRENEG W-QTDCHQ
                              W-ULTCOMPRA.
                IF W-CROK = "S"
                   PERFORM 2100-CONTASREC THRU 2100-CONTASREC-FIM.
                IF W-RENOK = "S"
                   PERFORM 2200-RENEG THRU 2200-RENEG-FIM.
                MOVE CPF TO W-CPFCHQ.
                PERFORM 2350-ACHA-CHQ THRU 2350-ACHA-CHQ-FIM.
                IF W-I NOT > W-CHCONT
                   MOVE W-CH-QTD(W-I) TO W-QTDCHQ.
                IF W-VENDASOK = "S"
                   PERFORM 2400-ULTCOMPRA THRU 2400-ULTCOMPRA-FIM.
                PERFORM 3000-NOTA     THRU 3000-NOTA-FIM.
                PERFORM 3500-SUGESTAO THRU 3500-SUGESTAO-FIM.
                PERFORM 4000-GRAVA    THRU 4000-GRAVA-FIM.
                IF W-OBS NOT = SPACES
                   PERFORM 5000-IMPRIME THRU 5000-IMPRIME-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
       2100-CONTASREC.
                MOVE "N" TO W-FIMAUX.
                MOVE CPF TO CR-CODCLI.
                MOVE ZEROS TO CR-NVENDA CR-PARCELA.
                START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY
                      GO TO 2100-CONTASREC-FIM.
                PERFORM 2110-PARCELA THRU 2110-PARCELA-FIM
                   UNTIL W-FIMAUX = "S".
                IF W-PAGAS > ZEROS
                   COMPUTE W-MEDATRASO = W-SOMAATRASO / W-PAGAS.
       2100-CONTASREC-FIM.
                EXIT.
      *
       2110-PARCELA.
                READ CONTASREC NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMAUX
                      GO TO 2110-PARCELA-FIM.
                IF CR-CODCLI NOT = CPF
                   MOVE "S" TO W-FIMAUX
                   GO TO 2110-PARCELA-FIM.
                ADD 1 TO W-QTDPARC.
                IF CR-SITUACAO = "A" AND CR-VENCIMENTO < W-HOJE
                   ADD 1 TO W-VENCIDAS
                   GO TO 2110-PARCELA-FIM.
                IF CR-SITUACAO NOT = "P" OR CR-DTPAGTO = ZEROS
                   GO TO 2110-PARCELA-FIM.
                ADD 1 TO W-PAGAS.
                ADD CR-VALORPAGO  TO W-TOTPAGO.
                ADD CR-VALORJUROS TO W-TOTJUROS.
                MOVE CR-VENCIMENTO TO W-DATA-AUX.
                PERFORM 2900-DIAS-CORRIDOS THRU 2900-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIASVENC.
                MOVE CR-DTPAGTO TO W-DATA-AUX.
                PERFORM 2900-DIAS-CORRIDOS THRU 2900-DIAS-CORRIDOS-FIM.
                IF W-DIASCORR > W-DIASVENC
                   COMPUTE W-SOMAATRASO = W-SOMAATRASO + W-DIASCORR
                                        - W-DIASVENC
                ELSE
                   ADD 1 TO W-PONTUAIS.
       2110-PARCELA-FIM.
                EXIT.
      *
       2200-RENEG.
                MOVE "N" TO W-FIMAUX.
                MOVE CPF TO REN-CODCLI.
                MOVE ZEROS TO REN-NVENDA REN-PARCELA.
                START RENEG KEY IS NOT LESS THAN REN-CHAVE
                   INVALID KEY
                      GO TO 2200-RENEG-FIM.
                PERFORM 2210-RENEG-PROX THRU 2210-RENEG-PROX-FIM
                   UNTIL W-FIMAUX = "S".
       2200-RENEG-FIM.
                EXIT.
      *
       2210-RENEG-PROX.
                READ RENEG NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMAUX
                      GO TO 2210-RENEG-PROX-FIM.
                IF REN-CODCLI NOT = CPF
                   MOVE "S" TO W-FIMAUX
                   GO TO 2210-RENEG-PROX-FIM.
                IF REN-DATA NOT < W-CORTE
                   ADD 1 TO W-QTDRENEG.
       2210-RENEG-PROX-FIM.
                EXIT.
      *
      * PROCURA W-CPFCHQ NA TABELA; NAO ACHOU = W-I > W-CHCONT
       2350-ACHA-CHQ.
                MOVE 1 TO W-I.
       2360-ACHA-CHQ-LOOP.
                IF W-I <= W-CHCONT
                   IF W-CH-CPF(W-I) NOT = W-CPFCHQ
                      ADD 1 TO W-I
                      GO TO 2360-ACHA-CHQ-LOOP.
       2350-ACHA-CHQ-FIM.
                EXIT.
      *
       2400-ULTCOMPRA.
                MOVE "N" TO W-FIMAUX.
                MOVE CPF TO CODCLI.
                MOVE ZEROS TO NVENDA.
                START VENDAS KEY IS NOT LESS THAN VENDAS-CHAVE
                   INVALID KEY
                      GO TO 2400-ULTCOMPRA-FIM.
                PERFORM 2410-VENDA-PROX THRU 2410-VENDA-PROX-FIM
                   UNTIL W-FIMAUX = "S".
       2400-ULTCOMPRA-FIM.
                EXIT.
      *
       2410-VENDA-PROX.
                READ VENDAS NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMAUX
                      GO TO 2410-VENDA-PROX-FIM.
                IF CODCLI NOT = CPF
                   MOVE "S" TO W-FIMAUX
                   GO TO 2410-VENDA-PROX-FIM.
                IF SITUACAO-V NOT = "C" AND DTVENDA > W-ULTCOMPRA
                   MOVE DTVENDA TO W-ULTCOMPRA.
       2410-VENDA-PROX-FIM.
                EXIT.
      *
      * CONVERTE A DATA EM W-DATA-AUX PARA DIAS CORRIDOS (ANO X
      * 365 + DIA DO ANO), SUFICIENTE PARA CONTAR DIAS DE ATRASO
       2900-DIAS-CORRIDOS.
                IF W-MESAUX < 1 OR W-MESAUX > 12
                   MOVE 1 TO W-MESAUX.
                COMPUTE W-DIASCORR = W-ANOAUX * 365
                        + TAB-DIASMES(W-MESAUX) + W-DIAAUX.
       2900-DIAS-CORRIDOS-FIM.
                EXIT.
      *
       3000-NOTA.
                IF W-QTDPARC = ZEROS AND W-QTDRENEG = ZEROS
                                     AND W-QTDCHQ = ZEROS
                   MOVE ZEROS TO W-NOTA
                   MOVE "N" TO W-FAIXA
                   GO TO 3000-NOTA-FIM.
                MOVE 500 TO W-NOTA.
                IF W-PAGAS > ZEROS
                   IF W-MEDATRASO = ZEROS
                      ADD 200 TO W-NOTA
                   ELSE
                   IF W-MEDATRASO NOT > 5
                      ADD 100 TO W-NOTA
                   ELSE
                   IF W-MEDATRASO > 30
                      SUBTRACT 200 FROM W-NOTA
                   ELSE
                   IF W-MEDATRASO > 15
                      SUBTRACT 100 FROM W-NOTA.
                IF W-PONTUAIS NOT < 24
                   ADD 100 TO W-NOTA
                ELSE
                IF W-PONTUAIS NOT < 12
                   ADD 50 TO W-NOTA.
                MOVE ZEROS TO W-PERCJUROS.
                IF W-TOTPAGO > ZEROS
                   COMPUTE W-PERCJUROS = W-TOTJUROS * 100 / W-TOTPAGO.
                IF W-TOTJUROS > ZEROS
                   IF W-PERCJUROS > 5
                      SUBTRACT 100 FROM W-NOTA
                   ELSE
                   IF W-PERCJUROS > 2
                      SUBTRACT 50 FROM W-NOTA
                   ELSE
                      SUBTRACT 20 FROM W-NOTA.
                COMPUTE W-PENAL = W-VENCIDAS * 100.
                IF W-PENAL > 300
                   MOVE 300 TO W-PENAL.
                SUBTRACT W-PENAL FROM W-NOTA.
                COMPUTE W-PENAL = W-QTDRENEG * 100.
                IF W-PENAL > 300
                   MOVE 300 TO W-PENAL.
                SUBTRACT W-PENAL FROM W-NOTA.
                COMPUTE W-PENAL = W-QTDCHQ * 150.
                IF W-PENAL > 450
                   MOVE 450 TO W-PENAL.
                SUBTRACT W-PENAL FROM W-NOTA.
                MOVE ZEROS TO W-DIASCOMPRA.
                IF W-ULTCOMPRA NOT = ZEROS
                   MOVE W-ULTCOMPRA TO W-DATA-AUX
                   PERFORM 2900-DIAS-CORRIDOS
                      THRU 2900-DIAS-CORRIDOS-FIM
                   COMPUTE W-DIASCOMPRA = W-DIASHOJE - W-DIASCORR.
                IF W-ULTCOMPRA = ZEROS OR W-DIASCOMPRA > 365
                   SUBTRACT 50 FROM W-NOTA
                ELSE
                IF W-DIASCOMPRA NOT > 90
                   ADD 50 TO W-NOTA.
                IF W-NOTA < ZEROS
                   MOVE ZEROS TO W-NOTA.
                IF W-NOTA > 1000
                   MOVE 1000 TO W-NOTA.
                MOVE "E" TO W-FAIXA.
                IF W-NOTA NOT < 350
                   MOVE "D" TO W-FAIXA.
                IF W-NOTA NOT < 500
                   MOVE "C" TO W-FAIXA.
                IF W-NOTA NOT < 650
                   MOVE "B" TO W-FAIXA.
                IF W-NOTA NOT < 800
                   MOVE "A" TO W-FAIXA.
       3000-NOTA-FIM.
                EXIT.
      *
      * LIMITE ZERO = SEM LIMITE NO CADVEN: NAO HA O QUE AUMENTAR;
      * EM D/E SO SAI O AVISO PARA O SUPERVISOR AVALIAR
       3500-SUGESTAO.
                MOVE ZEROS  TO W-LIMSUG W-FATOR.
                MOVE SPACES TO W-SITSUG W-OBS.
                IF W-FAIXA = "A" AND W-PAGAS NOT < 6
                   MOVE 130 TO W-FATOR.
                IF W-FAIXA = "B" AND W-PAGAS NOT < 6
                   MOVE 115 TO W-FATOR.
                IF W-FAIXA = "D"
                   MOVE 75 TO W-FATOR.
                IF W-FAIXA = "E"
                   MOVE 50 TO W-FATOR.
                IF W-FATOR = ZEROS
                   GO TO 3500-SUGESTAO-FIM.
                IF LIMITECRED = ZEROS
                   IF W-FATOR < 100
                      MOVE "SEM LIMITE" TO W-OBS
                      ADD 1 TO W-CONTSEMLIM
                   END-IF
                   GO TO 3500-SUGESTAO-FIM.
                COMPUTE W-LIMINT = LIMITECRED * W-FATOR / 100.
                MOVE W-LIMINT TO W-LIMSUG.
                IF W-LIMSUG < 1
                   MOVE 1 TO W-LIMSUG.
                IF W-LIMSUG = LIMITECRED
                   MOVE ZEROS TO W-LIMSUG
                   GO TO 3500-SUGESTAO-FIM.
                MOVE "P" TO W-SITSUG.
                IF W-LIMSUG > LIMITECRED
                   MOVE "AUMENTO" TO W-OBS
                   ADD 1 TO W-CONTAUM
                ELSE
                   MOVE "REDUCAO" TO W-OBS
                   ADD 1 TO W-CONTRED.
       3500-SUGESTAO-FIM.
                EXIT.
      *
       4000-GRAVA.
                MOVE 1 TO W-I.
       4010-CONTA-FAIXA.
                IF W-FAIXACAR(W-I) NOT = W-FAIXA AND W-I < 6
                   ADD 1 TO W-I
                   GO TO 4010-CONTA-FAIXA.
                ADD 1 TO W-QTDFAIXA(W-I).
                MOVE "N" TO W-SCONOVO.
                MOVE CPF TO SCO-CPF.
                READ SCORECLI
                   INVALID KEY
                      MOVE "S" TO W-SCONOVO.
                MOVE CPF          TO SCO-CPF.
                MOVE W-NOTA       TO SCO-NOTA.
                MOVE W-FAIXA      TO SCO-FAIXA.
                MOVE W-HOJE       TO SCO-DTCALC.
                MOVE W-PAGAS      TO SCO-PARCPAGAS.
                MOVE W-MEDATRASO  TO SCO-MEDATRASO.
                MOVE W-VENCIDAS   TO SCO-VENCIDAS.
                MOVE W-TOTJUROS   TO SCO-JUROS.
                MOVE W-QTDRENEG   TO SCO-RENEG.
                MOVE W-QTDCHQ     TO SCO-CHQDEV.
                MOVE W-ULTCOMPRA  TO SCO-ULTCOMPRA.
                MOVE LIMITECRED   TO SCO-LIMATUAL.
                MOVE W-LIMSUG     TO SCO-LIMSUGERIDO.
                MOVE W-SITSUG     TO SCO-SITSUG.
                MOVE W-HOJE       TO SCO-DT-ALTERACAO.
                MOVE "SGP072"     TO SCO-USUARIO.
                IF W-SCONOVO = "S"
                   WRITE SCORECLI-REG
                ELSE
                   REWRITE SCORECLI-REG.
       4000-GRAVA-FIM.
                EXIT.
      *
       5000-IMPRIME.
                MOVE SPACES TO LINHA-REL
                MOVE CPF          TO LR-CPF
                MOVE NOME         TO LR-NOME
                MOVE W-NOTA       TO LR-NOTA
                MOVE W-FAIXA      TO LR-FAIXA
                MOVE LIMITECRED   TO LR-LIMATUAL
                MOVE W-LIMSUG     TO LR-LIMSUG
                MOVE W-MEDATRASO  TO LR-MEDATRASO
                MOVE W-VENCIDAS   TO LR-VENCIDAS
                MOVE W-QTDRENEG   TO LR-RENEG
                MOVE W-QTDCHQ     TO LR-CHQDEV
                MOVE W-OBS        TO LR-OBS
                MOVE LINHA-REL TO REGRELSCO
                WRITE REGRELSCO.
       5000-IMPRIME-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELSCO
                WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                STRING "CLIENTES ATIVOS AVALIADOS..: " W-CONTCLI
                        DELIMITED BY SIZE INTO REGRELSCO
                WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                STRING "FAIXA A: " W-QTDFAIXA(1)
                       "  B: " W-QTDFAIXA(2)
                       "  C: " W-QTDFAIXA(3)
                       "  D: " W-QTDFAIXA(4)
                       "  E: " W-QTDFAIXA(5)
                       "  N (SEM HISTORICO): " W-QTDFAIXA(6)
                        DELIMITED BY SIZE INTO REGRELSCO
                WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                STRING "SUGESTOES DE AUMENTO.......: " W-CONTAUM
                        DELIMITED BY SIZE INTO REGRELSCO
                WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                STRING "SUGESTOES DE REDUCAO.......: " W-CONTRED
                        DELIMITED BY SIZE INTO REGRELSCO
                WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                STRING "RISCO D/E SEM LIMITE.......: " W-CONTSEMLIM
                        DELIMITED BY SIZE INTO REGRELSCO
                WRITE REGRELSCO.
                IF W-CHFORA NOT = ZEROS
                   MOVE SPACES TO REGRELSCO
                   STRING "CHEQUES DEVOLVIDOS FORA DA TABELA: "
                          W-CHFORA DELIMITED BY SIZE INTO REGRELSCO
                   WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                WRITE REGRELSCO.
                MOVE SPACES TO REGRELSCO
                MOVE "SUGESTOES APROVADAS NO CADSCO (MENU FINANCEIRO)"
                        TO REGRELSCO
                WRITE REGRELSCO.
                CLOSE CLIENTE.
                IF W-CROK = "S"
                   CLOSE CONTASREC.
                IF W-RENOK = "S"
                   CLOSE RENEG.
                IF W-VENDASOK = "S"
                   CLOSE VENDAS.
                CLOSE SCORECLI.
                CLOSE RELSCO.
       9000-FINALIZA-FIM.
                EXIT.
