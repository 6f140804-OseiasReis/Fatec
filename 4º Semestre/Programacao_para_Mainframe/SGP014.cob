      *  PEDIDO, AGRUPADOS POR              *
      *  CLASSIFICACAO)                     *
      **************************************
      * O ESTOQUE SAI EM TRES COLUNAS: FISICO (O QUE ESTA NA LOJA,
      * INCLUSIVE VENDA AGUARDANDO ENTREGA), RESERVADO (ORCAMENTO
      * APROVADO + ENTREGA PENDENTE, DO RESERVA.DAT) E DISPONIVEL
      * (PRO-ESTOQUE MENOS AS RESERVAS DE ORCAMENTO). O PONTO DE
      * PEDIDO E COMPARADO COM O DISPONIVEL
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT RESERVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSV-CHAVE
                    ALTERNATE RECORD KEY IS RSV-ORIGEM
                                 WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.
       SELECT RELEST ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO2.
      *
                03 DT-ALTERACAO        PIC 9(08).
                03 USUARIO             PIC X(08).
                03 EAN                 PIC 9(13).
                03 NCM                 PIC 9(08).
      *
      * RESERVAS DE ESTOQUE GRAVADAS PELO CADVEN: O = ORCAMENTO
      * APROVADO (ATE RSV-DTLIMITE), E = VENDA COM ENTREGA PENDENTE
       FD RESERVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESERVA.DAT".
       01 REGRSV.
                03 RSV-CHAVE.
                   05 RSV-PRODUTO      PIC 9(08).
                   05 RSV-ORIGEM.
                      07 RSV-TIPO      PIC X(01).
                      07 RSV-CODCLI    PIC 9(12).
                      07 RSV-NUMERO    PIC 9(06).
                      07 RSV-SEQ       PIC 9(03).
                03 RSV-QTD             PIC 9(06).
                03 RSV-DTLIMITE        PIC 9(08).
                03 RSV-DT-ALTERACAO    PIC 9(08).
                03 RSV-USUARIO         PIC X(08).
      *
       FD RELEST
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 W-TEMRSV           PIC X(01) VALUE "N".
       77 W-FIMRSV           PIC X(01) VALUE "N".
       77 W-DTHOJE           PIC 9(08) VALUE ZEROS.
       77 W-RESERVO          PIC 9(07) VALUE ZEROS.
       77 W-RESERVE          PIC 9(07) VALUE ZEROS.
       77 W-FISICO           PIC 9(07) VALUE ZEROS.
       77 W-RESERVADO        PIC 9(07) VALUE ZEROS.
       77 W-DISPON           PIC S9(07) VALUE ZEROS.
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-CONTLIDOS        PIC 9(06) VALUE ZEROS.
       77 W-CONTABAIXO       PIC 9(06) VALUE ZEROS.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-DESCRICAO    PIC X(30).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-FISICO       PIC ZZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-RESERVADO    PIC ZZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-DISPON       PIC ------9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-LIMITE       PIC ZZZZZ9.
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   STOP RUN.
      * SEM RESERVA.DAT (NENHUMA RESERVA AINDA) O RESERVADO E ZERO
                OPEN INPUT RESERVA
                IF ST-ERRO3 = "00"
                   MOVE "S" TO W-TEMRSV.
                ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                WRITE REGRELEST.
                MOVE SPACES TO REGRELEST
                WRITE REGRELEST.
                MOVE SPACES TO REGRELEST
                MOVE "  CODIGO  DESCRICAO                        FISICO 
      -              " RESERV  DISPON  LIMITE" TO REGRELEST
                WRITE REGRELEST.
       1000-INICIALIZA-FIM.
                EXIT.
      *
                MOVE CLASSIFICACAO TO W-CLASSATU
                IF W-CLASSATU < 1 OR W-CLASSATU > 9
                   MOVE 9 TO W-CLASSATU.
                PERFORM 2200-SOMA-RESERVAS THRU 2200-SOMA-RESERVAS-FIM.
                IF W-DISPON >= W-LIMITE(W-CLASSATU)
                   GO TO 2000-PROCESSA-FIM.
                PERFORM 2100-ACUMULA THRU 2100-ACUMULA-FIM.
       2000-PROCESSA-FIM.
                MOVE SPACES TO LINHA-REL
                MOVE CODIGO     TO LR-CODIGO
                MOVE DESCRICAO  TO LR-DESCRICAO
                MOVE W-FISICO    TO LR-FISICO
                MOVE W-RESERVADO TO LR-RESERVADO
                MOVE W-DISPON    TO LR-DISPON
                MOVE W-LIMITE(W-CLASSATU) TO LR-LIMITE
                MOVE W-BALDE-QTD(W-CLASSATU) TO IND
                MOVE LINHA-REL
                     TO W-BALDE-LINHA(W-CLASSATU IND).
       2100-ACUMULA-FIM.
                EXIT.
      *
      * SOMA AS RESERVAS DO PRODUTO (A CHAVE COMECA PELO CODIGO).
      * RESERVA 'O' VENCIDA NAO CONTA MAIS; A 'E' JA FOI BAIXADA
      * DO ESTOQUE NA VENDA, ENTAO SO VOLTA PARA O FISICO. A 'N'
      * (ENCOMENDA QUE CHEGOU) SEGURA O ESTOQUE ATE A VENDA
       2200-SOMA-RESERVAS.
                MOVE ZEROS TO W-RESERVO W-RESERVE.
                IF W-TEMRSV NOT = "S"
                   GO TO 2200-CALCULA.
                MOVE CODIGO TO RSV-PRODUTO.
                MOVE SPACES TO RSV-TIPO.
                MOVE ZEROS TO RSV-CODCLI RSV-NUMERO RSV-SEQ.
                MOVE "N" TO W-FIMRSV.
                START RESERVA KEY IS NOT LESS THAN RSV-CHAVE
                   INVALID KEY
                      GO TO 2200-CALCULA.
                PERFORM 2250-PROX-RESERVA THRU 2250-PROX-RESERVA-FIM
                   UNTIL W-FIMRSV = "S".
       2200-CALCULA.
                COMPUTE W-FISICO = ESTOQUE + W-RESERVE.
                COMPUTE W-RESERVADO = W-RESERVO + W-RESERVE.
                COMPUTE W-DISPON = ESTOQUE - W-RESERVO.
       2200-SOMA-RESERVAS-FIM.
                EXIT.
      *
       2250-PROX-RESERVA.
                READ RESERVA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMRSV
                   GO TO 2250-PROX-RESERVA-FIM.
                IF RSV-PRODUTO NOT = CODIGO
                   MOVE "S" TO W-FIMRSV
                   GO TO 2250-PROX-RESERVA-FIM.
                IF RSV-TIPO = "E"
                   ADD RSV-QTD TO W-RESERVE
                   GO TO 2250-PROX-RESERVA-FIM.
                IF RSV-TIPO = "N"
                   ADD RSV-QTD TO W-RESERVO
                   GO TO 2250-PROX-RESERVA-FIM.
                IF RSV-TIPO = "O" AND RSV-DTLIMITE NOT < W-DTHOJE
                   ADD RSV-QTD TO W-RESERVO.
       2250-PROX-RESERVA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                PERFORM 9100-IMPRIME-CLASSIF
                        DELIMITED BY SIZE INTO REGRELEST
                WRITE REGRELEST.
                CLOSE PRODUTO.
                IF W-TEMRSV = "S"
                   CLOSE RESERVA.
                CLOSE RELEST.
       9000-FINALIZA-FIM.
                EXIT.
