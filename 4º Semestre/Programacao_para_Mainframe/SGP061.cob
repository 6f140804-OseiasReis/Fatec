       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP061.
       AUTHOR. OSEIAS REIS
      **************************************
      * AVALIACAO DE FORNECEDORES - RANKING *
      * (PONTUALIDADE, ATENDIMENTO, CUSTO   *
      *  E DEVOLUCOES NO PERIODO)           *
      **************************************
      *----------------------------------------------------------------
      * MEDE CADA FORNECEDOR NO PERIODO INFORMADO PARA O COMPRADOR
      * RENEGOCIAR PARCELAS E PRAZO DE PAGAMENTO COM NUMEROS:
      *   - PONTUALIDADE: PEDIDOS COM PREVISAO NO PERIODO. FECHADO
      *     (F) CONTA NO PRAZO SE A ULTIMA NOTA (PED-DTENTREGA) CHEGOU
      *     ATE A PREVISAO; ABERTO (A) OU RECEBIDO EM PARTE (R) COM
      *     PREVISAO JA VENCIDA CONTA COMO ATRASADO ATE HOJE. PEDIDO
      *     QUE AINDA NAO VENCEU, SUGESTAO (S) E CANCELADO FICAM FORA;
      *   - ATRASO MEDIO: DIAS DE ATRASO DOS PEDIDOS ATRASADOS;
      *   - ATENDIMENTO: QUANTIDADE RECEBIDA / PEDIDA NOS ITENS DOS
      *     MESMOS PEDIDOS (SOBRA NAO COMPENSA FALTA DE OUTRO ITEM);
      *   - CUSTO: AUMENTO DO CUSTO DA NOTA SOBRE O CUSTO ANTERIOR DO
      *     PRODUTO (ENT-PRECOANT), PONDERADO PELA QUANTIDADE, NAS
      *     ENTRADAS DO PERIODO;
      *   - DEVOLUCAO: VALOR DEVOLVIDO (DEVFORN) / VALOR RECEBIDO.
      * NOTA = MEDIA PONDERADA: PONTUALIDADE 40, ATENDIMENTO 30,
      * DEVOLUCAO 20 (100 - %DEV) E CUSTO 10 (100 - 5 X %AUMENTO);
      * INDICADOR SEM MOVIMENTO NO PERIODO NAO ENTRA NA MEDIA.
      * O RANKING SAI DA MAIOR PARA A MENOR NOTA (TROCA SIMPLES EM
      * TABELA, COMO O SGP023), COM AS CONDICOES ATUAIS DE
      * PAGAMENTO (FORN-QTDPARC E FORN-PRAZODIAS) AO LADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDIDOCOMPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-ERRO.
       SELECT PEDIDOITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIT-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT ENTRADAMERC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ENT-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT DEVFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DVF-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT FORNECEDOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS FORN-CODIGO
                    FILE STATUS  IS ST-ERRO5.
       SELECT RELFORN ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOCOMPRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDOCOMPRA.DAT".
       01 PEDIDOCOMPRA-REG.
           05 PED-NUMERO       PIC 9(06).
           05 PED-CODFORN      PIC 9(06).
           05 PED-DTPEDIDO     PIC 9(08).
           05 PED-DTPREVISTA   PIC 9(08).
           05 PED-SITUACAO     PIC X(01).
           05 PED-DT-ALTERACAO PIC 9(08).
           05 PED-USUARIO      PIC X(08).
           05 PED-DTENTREGA    PIC 9(08).
      *
       FD PEDIDOITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDOITEM.DAT".
       01 PEDIDOITEM-REG.
           05 PIT-CHAVE.
              10 PIT-NUMERO    PIC 9(06).
              10 PIT-SEQ       PIC 9(03).
           05 PIT-PRODUTO      PIC 9(08).
           05 PIT-QTDPEDIDA    PIC 9(05).
           05 PIT-QTDRECEBIDA  PIC 9(05).
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
       FD RELFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELFORN             PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERRO6           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMPIT           PIC X(01) VALUE "N".
       77 W-TEMDEV           PIC X(01) VALUE "S".
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-DTINI            PIC 9(08) VALUE ZEROS.
       77 W-DTFIM            PIC 9(08) VALUE ZEROS.
       77 W-DTREAL           PIC 9(08) VALUE ZEROS.
       77 W-DIASPREV         PIC 9(07) VALUE ZEROS.
       77 W-DIASCORR         PIC 9(07) VALUE ZEROS.
       77 W-ATRASO           PIC S9(07) VALUE ZEROS.
       77 W-QTDREC           PIC 9(05) VALUE ZEROS.
       77 W-CODBUSCA         PIC 9(06) VALUE ZEROS.
       77 W-TFCONT           PIC 9(03) VALUE ZEROS.
       77 W-I                PIC 9(03) VALUE ZEROS.
       77 W-J                PIC 9(03) VALUE ZEROS.
       77 W-ESTOUROTAB       PIC 9(06) VALUE ZEROS.
      * INDICADORES DO FORNECEDOR DA VEZ (8500-CALCULA)
       77 W-TEMPED           PIC X(01) VALUE "N".
       77 W-TEMCUSTO         PIC X(01) VALUE "N".
       77 W-TEMENT           PIC X(01) VALUE "N".
       77 W-PONT             PIC 9(03)V99 VALUE ZEROS.
       77 W-ATRMED           PIC 9(05) VALUE ZEROS.
       77 W-ATEND            PIC 9(03)V99 VALUE ZEROS.
       77 W-CUSTO            PIC S9(07)V99 VALUE ZEROS.
       77 W-DEV              PIC 9(07)V99 VALUE ZEROS.
       77 W-COMPONENTE       PIC S9(07)V99 VALUE ZEROS.
       77 W-PONTOS           PIC S9(07)V99 VALUE ZEROS.
       77 W-PESO             PIC 9(03) VALUE ZEROS.
       77 W-NOTA             PIC 9(03)V99 VALUE ZEROS.
      * CONTADORES
       77 W-CONTPED          PIC 9(06) VALUE ZEROS.
       77 W-CONTENT          PIC 9(06) VALUE ZEROS.
       77 W-CONTDEV          PIC 9(06) VALUE ZEROS.
       01 W-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01 W-DATA-GRUPO REDEFINES W-DATA-AUX.
          03 W-ANOAUX        PIC 9(04).
          03 W-MESAUX        PIC 9(02).
          03 W-DIAAUX        PIC 9(02).
      * TABELA DE DIAS ACUMULADOS POR MES (IGUAL A SGP035), PARA
      * MEDIR OS DIAS DE ATRASO POR SUBTRACAO
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
      * ACUMULADOS POR FORNECEDOR (ATE 500 FORNECEDORES COM
      * MOVIMENTO NO PERIODO)
       01 W-TABFORN.
          03 W-TF OCCURS 500 TIMES.
             05 W-TF-COD     PIC 9(06).
             05 W-TF-PEDAVAL PIC 9(05).
             05 W-TF-PEDPONT PIC 9(05).
             05 W-TF-PEDATR  PIC 9(05).
             05 W-TF-DIASATR PIC 9(07).
             05 W-TF-QTDPED  PIC 9(09).
             05 W-TF-QTDREC  PIC 9(09).
             05 W-TF-VLANT   PIC 9(11)V99.
             05 W-TF-VLATU   PIC 9(11)V99.
             05 W-TF-VLENT   PIC 9(11)V99.
             05 W-TF-VLDEV   PIC 9(11)V99.
             05 W-TF-NOTA    PIC 9(03)V99.
       77 W-AUXTF            PIC X(103) VALUE SPACES.
       01 LINHA-REL.
          03 LR-POSICAO      PIC ZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-CODFORN      PIC 9(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-RAZAO        PIC X(22).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-PEDIDOS      PIC ZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-PONT         PIC ZZ9,99.
          03 LR-PONTX REDEFINES LR-PONT PIC X(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-ATRASO       PIC ZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-ATEND        PIC ZZ9,99.
          03 LR-ATENDX REDEFINES LR-ATEND PIC X(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-CUSTO        PIC -ZZ9,99.
          03 LR-CUSTOX REDEFINES LR-CUSTO PIC X(07).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-DEV          PIC ZZ9,99.
          03 LR-DEVX REDEFINES LR-DEV PIC X(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-PARC         PIC Z9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-PRAZO        PIC ZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-NOTA         PIC ZZ9,99.
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
                PERFORM 2000-PEDIDOS    THRU 2000-PEDIDOS-FIM
                        UNTIL W-FIM = "S".
                MOVE "N" TO W-FIM.
                PERFORM 3000-ENTRADAS   THRU 3000-ENTRADAS-FIM
                        UNTIL W-FIM = "S".
                MOVE "N" TO W-FIM.
                IF W-TEMDEV = "S"
                   PERFORM 4000-DEVOLUCOES THRU 4000-DEVOLUCOES-FIM
                           UNTIL W-FIM = "S".
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                DISPLAY "DATA FINAL   (AAAAMMDD), ENTER P/ HOJE: ".
                ACCEPT W-DTFIM.
                IF W-DTFIM = ZEROS
                   MOVE W-HOJE TO W-DTFIM.
      * SEM DATA INICIAL, AVALIA OS ULTIMOS 12 MESES
                MOVE W-DTFIM TO W-DATA-AUX.
                SUBTRACT 1 FROM W-ANOAUX.
                DISPLAY "DATA INICIAL (AAAAMMDD), ENTER P/ 12 MESES: ".
                ACCEPT W-DTINI.
                IF W-DTINI = ZEROS
                   MOVE W-DATA-AUX TO W-DTINI.
                OPEN INPUT PEDIDOCOMPRA
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDOCOMPRA"
                   STOP RUN.
                OPEN INPUT PEDIDOITEM
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDOITEM"
                   CLOSE PEDIDOCOMPRA
                   STOP RUN.
                OPEN INPUT ENTRADAMERC
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ENTRADAMERC"
                   CLOSE PEDIDOCOMPRA
                   CLOSE PEDIDOITEM
                   STOP RUN.
      * SEM DEVOLUCAO NENHUMA AINDA O ARQUIVO PODE NAO EXISTIR
                OPEN INPUT DEVFORN
                IF ST-ERRO4 NOT = "00"
                   MOVE "N" TO W-TEMDEV.
                OPEN INPUT FORNECEDOR
                IF ST-ERRO5 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FORNECEDOR"
                   CLOSE PEDIDOCOMPRA
                   CLOSE PEDIDOITEM
                   CLOSE ENTRADAMERC
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "AVALFORN-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP061" TO W-SPL-PROGRAMA.
                MOVE "AVALIACAO DE FORNECEDORES" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELFORN
                IF ST-ERRO6 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE PEDIDOCOMPRA
                   CLOSE PEDIDOITEM
                   CLOSE ENTRADAMERC
                   CLOSE FORNECEDOR
                   STOP RUN.
                MOVE SPACES TO REGRELFORN
                STRING "AVALIACAO DE FORNECEDORES - PERIODO "
                       W-DTINI " A " W-DTFIM
                        DELIMITED BY SIZE INTO REGRELFORN
                WRITE REGRELFORN.
                MOVE SPACES TO REGRELFORN
                MOVE "POS  FORN   RAZAO SOCIAL           PEDS  %PONT ATR
      -              ". %ATEND  %CUSTO   %DEV PC PRZ   NOTA"
                        TO REGRELFORN
                WRITE REGRELFORN.
                MOVE SPACES TO REGRELFORN
                WRITE REGRELFORN.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * PONTUALIDADE E ATENDIMENTO, PELOS PEDIDOS DE COMPRA
       2000-PEDIDOS.
                READ PEDIDOCOMPRA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PEDIDOS-FIM.
                IF PED-SITUACAO = "S" OR PED-SITUACAO = "C"
                   GO TO 2000-PEDIDOS-FIM.
                IF PED-DTPREVISTA < W-DTINI OR PED-DTPREVISTA > W-DTFIM
                   GO TO 2000-PEDIDOS-FIM.
      * FECHADO: VALE A DATA DA ULTIMA NOTA (PEDIDO FECHADO ANTES DE
      * EXISTIR O CAMPO USA A DATA DA ULTIMA ALTERACAO, QUE E A DO
      * FECHAMENTO PELO CADENT). ABERTO SO CONTA SE JA VENCEU
                IF PED-SITUACAO = "F"
                   MOVE PED-DTENTREGA TO W-DTREAL
                   IF W-DTREAL = ZEROS
                      MOVE PED-DT-ALTERACAO TO W-DTREAL
                   END-IF
                ELSE
                   IF PED-DTPREVISTA NOT < W-HOJE
                      GO TO 2000-PEDIDOS-FIM
                   ELSE
                      MOVE W-HOJE TO W-DTREAL.
                MOVE PED-CODFORN TO W-CODBUSCA.
                PERFORM 2800-LOCALIZA THRU 2800-LOCALIZA-FIM.
                IF W-I = ZEROS
                   GO TO 2000-PEDIDOS-FIM.
                ADD 1 TO W-CONTPED.
                ADD 1 TO W-TF-PEDAVAL(W-I).
                MOVE PED-DTPREVISTA TO W-DATA-AUX.
                PERFORM 2900-DIAS-CORRIDOS THRU 2900-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIASPREV.
                MOVE W-DTREAL TO W-DATA-AUX.
                PERFORM 2900-DIAS-CORRIDOS THRU 2900-DIAS-CORRIDOS-FIM.
                COMPUTE W-ATRASO = W-DIASCORR - W-DIASPREV.
                IF W-ATRASO > ZEROS
                   ADD 1        TO W-TF-PEDATR(W-I)
                   ADD W-ATRASO TO W-TF-DIASATR(W-I)
                ELSE
                   ADD 1 TO W-TF-PEDPONT(W-I).
                MOVE "N" TO W-FIMPIT.
                MOVE PED-NUMERO TO PIT-NUMERO.
                MOVE ZEROS TO PIT-SEQ.
                START PEDIDOITEM KEY IS NOT LESS THAN PIT-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMPIT.
                PERFORM 2100-ITENS THRU 2100-ITENS-FIM
                   UNTIL W-FIMPIT = "S".
       2000-PEDIDOS-FIM.
                EXIT.
      *
       2100-ITENS.
                READ PEDIDOITEM NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPIT
                      GO TO 2100-ITENS-FIM.
                IF PIT-NUMERO NOT = PED-NUMERO
                   MOVE "S" TO W-FIMPIT
                   GO TO 2100-ITENS-FIM.
                MOVE PIT-QTDRECEBIDA TO W-QTDREC.
                IF W-QTDREC > PIT-QTDPEDIDA
                   MOVE PIT-QTDPEDIDA TO W-QTDREC.
                ADD PIT-QTDPEDIDA TO W-TF-QTDPED(W-I).
                ADD W-QTDREC      TO W-TF-QTDREC(W-I).
       2100-ITENS-FIM.
                EXIT.
      *
      * POSICAO DO FORNECEDOR W-CODBUSCA NA TABELA EM W-I (INCLUI
      * SE NAO ACHAR); W-I = ZERO QUANDO A TABELA ESTA CHEIA
       2800-LOCALIZA.
                MOVE 1 TO W-I.
       2810-PROCURA.
                IF W-I <= W-TFCONT
                   IF W-TF-COD(W-I) = W-CODBUSCA
                      GO TO 2800-LOCALIZA-FIM
                   ELSE
                      ADD 1 TO W-I
                      GO TO 2810-PROCURA.
                IF W-TFCONT < 500
                   ADD 1 TO W-TFCONT
                   MOVE W-TFCONT TO W-I
                   MOVE ZEROS TO W-TF-PEDAVAL(W-I) W-TF-PEDPONT(W-I)
                                 W-TF-PEDATR(W-I)  W-TF-DIASATR(W-I)
                                 W-TF-QTDPED(W-I)  W-TF-QTDREC(W-I)
                                 W-TF-VLANT(W-I)   W-TF-VLATU(W-I)
                                 W-TF-VLENT(W-I)   W-TF-VLDEV(W-I)
                                 W-TF-NOTA(W-I)
                   MOVE W-CODBUSCA TO W-TF-COD(W-I)
                ELSE
                   ADD 1 TO W-ESTOUROTAB
                   MOVE ZEROS TO W-I.
       2800-LOCALIZA-FIM.
                EXIT.
      *
      * CONVERTE A DATA EM W-DATA-AUX PARA DIAS CORRIDOS (ANO X 365
      * + DIA DO ANO), A MESMA CONTA DO SGP035
       2900-DIAS-CORRIDOS.
                IF W-MESAUX < 1 OR W-MESAUX > 12
                   MOVE 1 TO W-MESAUX.
                COMPUTE W-DIASCORR = W-ANOAUX * 365
                        + TAB-DIASMES(W-MESAUX) + W-DIAAUX.
       2900-DIAS-CORRIDOS-FIM.
                EXIT.
      *
      * VALOR RECEBIDO E VARIACAO DE CUSTO, PELAS NOTAS DE ENTRADA
       3000-ENTRADAS.
                READ ENTRADAMERC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3000-ENTRADAS-FIM.
                IF ENT-DTENTRADA < W-DTINI OR ENT-DTENTRADA > W-DTFIM
                   GO TO 3000-ENTRADAS-FIM.
                MOVE ENT-CODFORN TO W-CODBUSCA.
                PERFORM 2800-LOCALIZA THRU 2800-LOCALIZA-FIM.
                IF W-I = ZEROS
                   GO TO 3000-ENTRADAS-FIM.
                ADD 1 TO W-CONTENT.
                COMPUTE W-TF-VLENT(W-I) = W-TF-VLENT(W-I)
                        + ENT-QTD * ENT-PRECOCUSTO.
      * PRIMEIRA COMPRA DO PRODUTO (SEM CUSTO ANTERIOR) NAO MEDE
      * AUMENTO
                IF ENT-PRECOANT NOT = ZEROS
                   COMPUTE W-TF-VLANT(W-I) = W-TF-VLANT(W-I)
                           + ENT-QTD * ENT-PRECOANT
                   COMPUTE W-TF-VLATU(W-I) = W-TF-VLATU(W-I)
                           + ENT-QTD * ENT-PRECOCUSTO.
       3000-ENTRADAS-FIM.
                EXIT.
      *
      * VALOR DEVOLVIDO AO FORNECEDOR (CADDVF), PELO CUSTO DA NOTA
       4000-DEVOLUCOES.
                READ DEVFORN NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4000-DEVOLUCOES-FIM.
                IF DVF-DTDEVOL < W-DTINI OR DVF-DTDEVOL > W-DTFIM
                   GO TO 4000-DEVOLUCOES-FIM.
                MOVE DVF-CODFORN TO W-CODBUSCA.
                PERFORM 2800-LOCALIZA THRU 2800-LOCALIZA-FIM.
                IF W-I = ZEROS
                   GO TO 4000-DEVOLUCOES-FIM.
                ADD 1 TO W-CONTDEV.
                COMPUTE W-TF-VLDEV(W-I) = W-TF-VLDEV(W-I)
                        + DVF-QTD * DVF-PRECOCUSTO.
       4000-DEVOLUCOES-FIM.
                EXIT.
      *
      * ORDENACAO POR NOTA DECRESCENTE (TROCA SIMPLES - A TABELA E
      * PEQUENA)
       8000-ORDENA.
                IF W-TFCONT < 2
                   GO TO 8000-ORDENA-FIM.
                MOVE 1 TO W-I.
       8010-ORDENA-I.
                COMPUTE W-J = W-I + 1.
       8020-ORDENA-J.
                IF W-TF-NOTA(W-J) > W-TF-NOTA(W-I)
                   MOVE W-TF(W-I) TO W-AUXTF
                   MOVE W-TF(W-J) TO W-TF(W-I)
                   MOVE W-AUXTF   TO W-TF(W-J).
                IF W-J < W-TFCONT
                   ADD 1 TO W-J
                   GO TO 8020-ORDENA-J.
                IF W-I < W-TFCONT - 1
                   ADD 1 TO W-I
                   GO TO 8010-ORDENA-I.
       8000-ORDENA-FIM.
                EXIT.
      *
      * INDICADORES E NOTA DO FORNECEDOR NA POSICAO W-I
       8500-CALCULA.
                MOVE "N" TO W-TEMPED W-TEMCUSTO W-TEMENT.
                MOVE ZEROS TO W-PONT W-ATRMED W-ATEND W-CUSTO W-DEV
                              W-PONTOS W-PESO W-NOTA.
                IF W-TF-PEDAVAL(W-I) NOT = ZEROS
                   MOVE "S" TO W-TEMPED
                   COMPUTE W-PONT ROUNDED = W-TF-PEDPONT(W-I) * 100
                                          / W-TF-PEDAVAL(W-I)
                   COMPUTE W-PONTOS = W-PONTOS + W-PONT * 40
                   ADD 40 TO W-PESO.
                IF W-TF-PEDATR(W-I) NOT = ZEROS
                   COMPUTE W-ATRMED ROUNDED = W-TF-DIASATR(W-I)
                                            / W-TF-PEDATR(W-I).
                IF W-TF-QTDPED(W-I) NOT = ZEROS
                   COMPUTE W-ATEND ROUNDED = W-TF-QTDREC(W-I) * 100
                                           / W-TF-QTDPED(W-I)
                   COMPUTE W-PONTOS = W-PONTOS + W-ATEND * 30
                   ADD 30 TO W-PESO.
                IF W-TF-VLENT(W-I) NOT = ZEROS
                   MOVE "S" TO W-TEMENT
                   COMPUTE W-DEV ROUNDED = W-TF-VLDEV(W-I) * 100
                                         / W-TF-VLENT(W-I)
                   COMPUTE W-COMPONENTE = 100 - W-DEV
                   IF W-COMPONENTE < ZEROS
                      MOVE ZEROS TO W-COMPONENTE
                   END-IF
                   COMPUTE W-PONTOS = W-PONTOS + W-COMPONENTE * 20
                   ADD 20 TO W-PESO.
      * QUEDA DE CUSTO NAO DA PONTO EXTRA - SO O AUMENTO PENALIZA
                IF W-TF-VLANT(W-I) NOT = ZEROS
                   MOVE "S" TO W-TEMCUSTO
                   COMPUTE W-CUSTO ROUNDED =
                           (W-TF-VLATU(W-I) - W-TF-VLANT(W-I)) * 100
                           / W-TF-VLANT(W-I)
                   MOVE 100 TO W-COMPONENTE
                   IF W-CUSTO > ZEROS
                      COMPUTE W-COMPONENTE = 100 - W-CUSTO * 5
                   END-IF
                   IF W-COMPONENTE < ZEROS
                      MOVE ZEROS TO W-COMPONENTE
                   END-IF
                   COMPUTE W-PONTOS = W-PONTOS + W-COMPONENTE * 10
                   ADD 10 TO W-PESO.
                IF W-PESO NOT = ZEROS
                   COMPUTE W-NOTA ROUNDED = W-PONTOS / W-PESO.
       8500-CALCULA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                PERFORM 9050-NOTA THRU 9050-NOTA-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-TFCONT.
                PERFORM 8000-ORDENA THRU 8000-ORDENA-FIM.
                PERFORM 9100-IMPRIME THRU 9100-IMPRIME-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-TFCONT.
                MOVE SPACES TO REGRELFORN
                WRITE REGRELFORN.
                MOVE SPACES TO REGRELFORN
                MOVE "PEDS = PEDIDOS AVALIADOS  ATR. = DIAS MEDIOS DE AT
      -              "RASO DOS ATRASADOS" TO REGRELFORN
                WRITE REGRELFORN.
                MOVE SPACES TO REGRELFORN
                MOVE "PC/PRZ = PARCELAS E PRAZO DE PAGAMENTO ATUAIS   --
      -              " = SEM MOVIMENTO" TO REGRELFORN
                WRITE REGRELFORN.
                MOVE SPACES TO REGRELFORN
                WRITE REGRELFORN.
                MOVE SPACES TO REGRELFORN
                STRING "PEDIDOS AVALIADOS...: " W-CONTPED
                        DELIMITED BY SIZE INTO REGRELFORN
                WRITE REGRELFORN.
                MOVE SPACES TO REGRELFORN
                STRING "ITENS DE NOTA.......: " W-CONTENT
                        DELIMITED BY SIZE INTO REGRELFORN
                WRITE REGRELFORN.
                MOVE SPACES TO REGRELFORN
                STRING "ITENS DEVOLVIDOS....: " W-CONTDEV
                        DELIMITED BY SIZE INTO REGRELFORN
                WRITE REGRELFORN.
                IF W-ESTOUROTAB NOT = ZEROS
                   MOVE SPACES TO REGRELFORN
                   STRING "REGISTROS FORA DA TABELA (LIMITE 500 FORN): "
                           W-ESTOUROTAB
                           DELIMITED BY SIZE INTO REGRELFORN
                   WRITE REGRELFORN.
                CLOSE PEDIDOCOMPRA.
                CLOSE PEDIDOITEM.
                CLOSE ENTRADAMERC.
                IF W-TEMDEV = "S"
                   CLOSE DEVFORN.
                CLOSE FORNECEDOR.
                CLOSE RELFORN.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
      *
       9050-NOTA.
                PERFORM 8500-CALCULA THRU 8500-CALCULA-FIM.
                MOVE W-NOTA TO W-TF-NOTA(W-I).
       9050-NOTA-FIM.
                EXIT.
      *
       9100-IMPRIME.
                PERFORM 8500-CALCULA THRU 8500-CALCULA-FIM.
                MOVE W-TF-COD(W-I) TO FORN-CODIGO
                READ FORNECEDOR
                   INVALID KEY
                      MOVE "*** NAO CADASTRADO ***" TO FORN-RAZAO
                      MOVE ZEROS TO FORN-QTDPARC FORN-PRAZODIAS.
                MOVE SPACES TO LINHA-REL
                MOVE W-I                TO LR-POSICAO
                MOVE W-TF-COD(W-I)      TO LR-CODFORN
                MOVE FORN-RAZAO         TO LR-RAZAO
                MOVE W-TF-PEDAVAL(W-I)  TO LR-PEDIDOS
                MOVE W-ATRMED           TO LR-ATRASO
                MOVE FORN-QTDPARC       TO LR-PARC
                MOVE FORN-PRAZODIAS     TO LR-PRAZO
                MOVE W-NOTA             TO LR-NOTA
                IF W-TEMPED = "S"
                   MOVE W-PONT  TO LR-PONT
                   MOVE W-ATEND TO LR-ATEND
                ELSE
                   MOVE "    --" TO LR-PONTX LR-ATENDX.
                IF W-TEMCUSTO = "S"
                   IF W-CUSTO > 999,99 OR W-CUSTO < -999,99
                      MOVE " ++++++" TO LR-CUSTOX
                   ELSE
                      MOVE W-CUSTO TO LR-CUSTO
                   END-IF
                ELSE
                   MOVE "     --" TO LR-CUSTOX.
                IF W-TEMENT = "S"
                   IF W-DEV > 999,99
                      MOVE 999,99 TO LR-DEV
                   ELSE
                      MOVE W-DEV TO LR-DEV
                   END-IF
                ELSE
                   MOVE "    --" TO LR-DEVX.
                MOVE LINHA-REL TO REGRELFORN
                WRITE REGRELFORN.
       9100-IMPRIME-FIM.
                EXIT.
