      * AS PARCELAS CONTADAS SAO AS DAS VENDAS A PRAZO DO PROPRIO
      * DIA (LIDAS POR CHAVE CODCLI/NVENDA DE CADA VENDA 'P').
      * VENDAS ESTORNADAS FICAM FORA DO FECHAMENTO.
      * VENDAS NO CARTAO (D = DEBITO, C = CREDITO) SAEM EM LINHAS
      * PROPRIAS: NAO SAO DINHEIRO NO CAIXA, SAO RECEBIVEIS DA
      * ADQUIRENTE (CARTAOREC.DAT). O TOTAL LIQUIDO DA TAXA E A
      * TAXA DO DIA SAEM DOS RECEBIVEIS GRAVADOS PARA ESSAS VENDAS.
      * OS SINAIS DE ENCOMENDA RECEBIDOS NO DIA (CADENC) SAEM NUMA
      * LINHA PROPRIA: ENTRAM NO CAIXA SEM SER VENDA, E NA VENDA DO
      * PRODUTO O SINAL JA VEM ABATIDO DO VALORTOTAL.
      * O ICMS DO DIA SAI DO RESUMO DIARIO DE VENDAS (RESUMOVDA.DAT,
      * MODULO RESUMREG), SEM LER OS ITENS DE CADA VENDA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT RESUMOVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RVD-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CONTASREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT CARTAOREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRT-CHAVE
                    FILE STATUS  IS ST-ERRO5.
       SELECT ENCOMENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENC-NUMERO
                    FILE STATUS  IS ST-ERRO6.
       SELECT RELCXA ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
      *
           05 VENDEDOR        PIC 9(03).
           05 NFISCAL         PIC 9(08).
      *
      * RESUMO DIARIO DE VENDAS (LEIAUTE DO MODULO RESUMREG)
       FD RESUMOVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESUMOVDA.DAT".
       01 RESUMOVDA-REG.
           05 RVD-CHAVE.
              10 RVD-DATA       PIC 9(08).
              10 RVD-PRODUTO    PIC X(09).
              10 RVD-VENDEDOR   PIC 9(03).
              10 RVD-FORMAPAGTO PIC X(01).
           05 RVD-CLASSIF       PIC 9(01).
           05 RVD-LINHAS        PIC S9(07).
           05 RVD-QTD           PIC S9(09).
           05 RVD-RECEITA       PIC S9(11)V99.
           05 RVD-CUSTO         PIC S9(11)V99.
           05 RVD-ICMS          PIC S9(11)V99.
           05 RVD-DESCONTO      PIC S9(11)V99.
           05 RVD-QTDDEV        PIC S9(09).
           05 RVD-VALORDEV      PIC S9(11)V99.
           05 RVD-DT-ALTERACAO  PIC 9(08).
           05 RVD-USUARIO       PIC X(08).
      *
       FD CONTASREC
               LABEL RECORD IS STANDARD
           05 CR-DT-ALTERACAO  PIC 9(08).
           05 CR-USUARIO       PIC X(08).
           05 CR-VALORJUROS    PIC 9(09)V99.
      *
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
       FD ENCOMENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENCOMENDA.DAT".
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
      *
       FD RELCXA
               LABEL RECORD IS STANDARD
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERRO6           PIC X(02) VALUE "00".
       77 W-FIMENC           PIC X(01) VALUE "N".
       77 W-QTDSINAL         PIC 9(06) VALUE ZEROS.
       77 W-TOTSINAL         PIC 9(12)V99 VALUE ZEROS.
       77 W-FIMCRT           PIC X(01) VALUE "N".
       77 W-TEMCRT           PIC X(01) VALUE "N".
       77 W-QTDDEBITO        PIC 9(06) VALUE ZEROS.
       77 W-TOTDEBITO        PIC 9(12)V99 VALUE ZEROS.
       77 W-QTDCREDITO       PIC 9(06) VALUE ZEROS.
       77 W-TOTCREDITO       PIC 9(12)V99 VALUE ZEROS.
       77 W-QTDRECCRT        PIC 9(06) VALUE ZEROS.
       77 W-TOTLIQCRT        PIC 9(12)V99 VALUE ZEROS.
       77 W-TOTTAXACRT       PIC 9(12)V99 VALUE ZEROS.
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMRESUMO        PIC X(01) VALUE "N".
       77 W-FIMPARC          PIC X(01) VALUE "N".
       77 W-DATASEL          PIC 9(08) VALUE ZEROS.
       77 W-QTDVISTA         PIC 9(06) VALUE ZEROS.
                PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM.
                PERFORM 2000-PROCESSA   THRU 2000-PROCESSA-FIM
                        UNTIL W-FIM = "S".
                PERFORM 2100-SOMA-ICMS   THRU 2100-SOMA-ICMS-FIM.
                PERFORM 2600-VARRE-JUROS THRU 2600-VARRE-JUROS-FIM.
                PERFORM 2700-VARRE-SINAIS THRU 2700-VARRE-SINAIS-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDAS"
                   STOP RUN.
                OPEN INPUT RESUMOVDA
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMOVDA"
                           " - RODAR O SGP082"
                   CLOSE VENDAS
                   STOP RUN.
                OPEN INPUT CONTASREC
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTASREC"
                   CLOSE VENDAS
                   CLOSE RESUMOVDA
                   STOP RUN.
      * SEM CARTAOREC.DAT (NENHUMA VENDA NO CARTAO AINDA) O
      * FECHAMENTO SEGUE, SO SEM O LIQUIDO DOS RECEBIVEIS
                OPEN INPUT CARTAOREC.
                IF ST-ERRO5 = "00"
                   MOVE "S" TO W-TEMCRT.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE VENDAS
                   CLOSE RESUMOVDA
                   CLOSE CONTASREC
                   STOP RUN.
                MOVE SPACES TO REGRELCXA
                   ADD VALORTOTAL TO W-TOTPRAZO
                   PERFORM 2300-SOMA-PARCELAS
                           THRU 2300-SOMA-PARCELAS-FIM
                ELSE
                IF FORMAPAGTO = "D"
                   ADD 1 TO W-QTDDEBITO
                   ADD VALORTOTAL TO W-TOTDEBITO
                   PERFORM 2400-SOMA-CARTAO
                           THRU 2400-SOMA-CARTAO-FIM
                ELSE
                IF FORMAPAGTO = "C"
                   ADD 1 TO W-QTDCREDITO
                   ADD VALORTOTAL TO W-TOTCREDITO
                   PERFORM 2400-SOMA-CARTAO
                           THRU 2400-SOMA-CARTAO-FIM
                ELSE
                   ADD 1 TO W-QTDVISTA
                   ADD VALORTOTAL TO W-TOTVISTA.
       2000-PROCESSA-FIM.
                EXIT.
      *
      * ICMS DO DIA: REGISTROS DO RESUMO COM A DATA DO FECHAMENTO
      * (O ESTORNO JA FOI ABATIDO NELES PELO CADVEN)
       2100-SOMA-ICMS.
                MOVE "N" TO W-FIMRESUMO
                MOVE LOW-VALUES TO RVD-CHAVE
                MOVE W-DATASEL  TO RVD-DATA
                START RESUMOVDA KEY IS NOT LESS THAN RVD-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMRESUMO.
                PERFORM 2150-PROX-RESUMO THRU 2150-PROX-RESUMO-FIM
                   UNTIL W-FIMRESUMO = "S".
       2100-SOMA-ICMS-FIM.
                EXIT.
      *
       2150-PROX-RESUMO.
                READ RESUMOVDA NEXT RECORD
                   AT END MOVE "S" TO W-FIMRESUMO
                   NOT AT END
                      IF RVD-DATA NOT = W-DATASEL
                         MOVE "S" TO W-FIMRESUMO
                      ELSE
                         ADD RVD-ICMS TO W-TOTICMS
                      END-IF.
       2150-PROX-RESUMO-FIM.
                EXIT.
      *
       2300-SOMA-PARCELAS.
       2350-PROX-PARCELA-FIM.
                EXIT.
      *
      * RECEBIVEIS DE CARTAO GRAVADOS PELO CADVEN PARA A VENDA
       2400-SOMA-CARTAO.
                IF W-TEMCRT NOT = "S"
                   GO TO 2400-SOMA-CARTAO-FIM.
                MOVE "N" TO W-FIMCRT
                MOVE CODCLI TO CRT-CODCLI
                MOVE NVENDA TO CRT-NVENDA
                MOVE ZEROS  TO CRT-PARCELA
                START CARTAOREC KEY IS NOT LESS THAN CRT-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMCRT.
                PERFORM 2450-PROX-CARTAO THRU 2450-PROX-CARTAO-FIM
                   UNTIL W-FIMCRT = "S".
       2400-SOMA-CARTAO-FIM.
                EXIT.
      *
       2450-PROX-CARTAO.
                READ CARTAOREC NEXT RECORD
                   AT END MOVE "S" TO W-FIMCRT
                   NOT AT END
                      IF CRT-CODCLI NOT = CODCLI
                                     OR CRT-NVENDA NOT = NVENDA
                         MOVE "S" TO W-FIMCRT
                      ELSE
                         ADD 1 TO W-QTDRECCRT
                         ADD CRT-VALORLIQ TO W-TOTLIQCRT
                         ADD CRT-VALORTAXA TO W-TOTTAXACRT
                      END-IF.
       2450-PROX-CARTAO-FIM.
                EXIT.
      *
      * SOMA OS ENCARGOS DE ATRASO (MULTA/JUROS) DAS PARCELAS CUJA
      * ULTIMA BAIXA FOI NO DIA DO FECHAMENTO - E O VALOR QUE O
      * CADBAIXA E O RETORNO BANCARIO GUARDAM EM CR-VALORJUROS
                      END-IF.
       2650-PROX-JUROS-FIM.
                EXIT.
      *
      * SINAIS DAS ENCOMENDAS ABERTAS NO DIA DO FECHAMENTO (MESMO AS
      * CANCELADAS DEPOIS: O DINHEIRO ENTROU E FICOU NO VALE). SEM
      * ENCOMENDA.DAT A LINHA SAI ZERADA
       2700-VARRE-SINAIS.
                OPEN INPUT ENCOMENDA.
                IF ST-ERRO6 NOT = "00"
                   GO TO 2700-VARRE-SINAIS-FIM.
                MOVE "N" TO W-FIMENC.
                PERFORM 2750-PROX-SINAL THRU 2750-PROX-SINAL-FIM
                   UNTIL W-FIMENC = "S".
                CLOSE ENCOMENDA.
       2700-VARRE-SINAIS-FIM.
                EXIT.
      *
       2750-PROX-SINAL.
                READ ENCOMENDA NEXT RECORD
                   AT END MOVE "S" TO W-FIMENC
                   NOT AT END
                      IF ENC-DTPEDIDO = W-DATASEL
                         AND ENC-SINAL > ZEROS
                         ADD 1 TO W-QTDSINAL
                         ADD ENC-SINAL TO W-TOTSINAL
                      END-IF.
       2750-PROX-SINAL-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO LINHA-REL
                MOVE LINHA-REL TO REGRELCXA
                WRITE REGRELCXA.
                MOVE SPACES TO LINHA-REL
                MOVE "VENDAS CARTAO DEBITO (D)....: " TO LR-ROTULO
                MOVE W-QTDDEBITO TO LR-QTD
                MOVE W-TOTDEBITO TO LR-VALOR
                MOVE LINHA-REL TO REGRELCXA
                WRITE REGRELCXA.
                MOVE SPACES TO LINHA-REL
                MOVE "VENDAS CARTAO CREDITO (C)...: " TO LR-ROTULO
                MOVE W-QTDCREDITO TO LR-QTD
                MOVE W-TOTCREDITO TO LR-VALOR
                MOVE LINHA-REL TO REGRELCXA
                WRITE REGRELCXA.
                MOVE SPACES TO LINHA-REL
                MOVE "RECEBIVEIS CARTAO (LIQUIDO).: " TO LR-ROTULO
                MOVE W-QTDRECCRT TO LR-QTD
                MOVE W-TOTLIQCRT TO LR-VALOR
                MOVE LINHA-REL TO REGRELCXA
                WRITE REGRELCXA.
                MOVE SPACES TO LINHA-REL
                MOVE "TAXA DA ADQUIRENTE..........: " TO LR-ROTULO
                MOVE ZEROS TO LR-QTD
                MOVE W-TOTTAXACRT TO LR-VALOR
                MOVE LINHA-REL TO REGRELCXA
                WRITE REGRELCXA.
                MOVE SPACES TO LINHA-REL
                MOVE "PARCELAS GERADAS NO DIA.....: " TO LR-ROTULO
                MOVE W-QTDPARC TO LR-QTD
                MOVE W-TOTPARC TO LR-VALOR
                MOVE LINHA-REL TO REGRELCXA
                WRITE REGRELCXA.
                MOVE SPACES TO LINHA-REL
                MOVE "SINAIS DE ENCOMENDA.........: " TO LR-ROTULO
                MOVE W-QTDSINAL TO LR-QTD
                MOVE W-TOTSINAL TO LR-VALOR
                MOVE LINHA-REL TO REGRELCXA
                WRITE REGRELCXA.
                MOVE SPACES TO LINHA-REL
                MOVE "ICMS DO DIA.................: " TO LR-ROTULO
                MOVE ZEROS TO LR-QTD
                MOVE W-TOTICMS TO LR-VALOR
                MOVE LINHA-REL TO REGRELCXA
                WRITE REGRELCXA.
                CLOSE VENDAS.
                CLOSE RESUMOVDA.
                CLOSE CONTASREC.
                IF W-TEMCRT = "S"
                   CLOSE CARTAOREC.
                CLOSE RELCXA.
       9000-FINALIZA-FIM.
                EXIT.
