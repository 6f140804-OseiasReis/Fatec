       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP078.
       AUTHOR. OSEIAS REIS
      **************************************
      * VOLUME DE VENDAS E MARGEM BRUTA POR *
      * GRUPO DE CLIENTE                    *
      * (PERIODO INFORMADO PELO OPERADOR)   *
      **************************************
      *----------------------------------------------------------------
      * O GRUPO E O DO CADASTRO DO CLIENTE NA HORA DO RELATORIO
      * (00 = BALCAO). RECEITA E CUSTO SAEM DO VENDASITEM.DAT, COMO
      * NO SGP021, SO DAS LINHAS DE MERCADORIA - SERVICO (SRVnnnn)
      * E TAXA DE ENTREGA (ENTnnn) NAO TEM CUSTO GRAVADO E FICAM DE
      * FORA. A COLUNA "TABELA" E A PARTE DA RECEITA QUE SAIU PELO
      * PRECO DA TABELA DO GRUPO (PROMO = 'T' NO ITEM).
      * MARGEM % = (RECEITA - CUSTO) / RECEITA.
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
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO3.
       SELECT GRUPOCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS GRP-CODIGO
                    FILE STATUS  IS ST-ERRO5.
       SELECT RELGRP ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
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
       FD GRUPOCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRUPOCLI.DAT".
       01 GRUPOCLI-REG.
                03 GRP-CODIGO       PIC 9(02).
                03 GRP-DESCRICAO    PIC X(20).
                03 GRP-SITUACAO     PIC X(01).
                03 GRP-DT-ALTERACAO PIC 9(08).
                03 GRP-USUARIO      PIC X(08).
      *
       FD RELGRP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELGRP              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMITEM          PIC X(01) VALUE "N".
       77 W-FIMGRP           PIC X(01) VALUE "N".
       77 W-DTINI            PIC 9(08) VALUE ZEROS.
       77 W-DTFIM            PIC 9(08) VALUE 99999999.
       77 W-CONTVENDAS       PIC 9(06) VALUE ZEROS.
       77 W-CONTITENS        PIC 9(06) VALUE ZEROS.
       77 W-IND              PIC 9(03) VALUE ZEROS.
       77 W-TEMITEM          PIC X(01) VALUE "N".
       77 W-CUSTOITEM        PIC 9(11)V99 VALUE ZEROS.
       77 W-LUCRO            PIC S9(12)V99 VALUE ZEROS.
       77 W-MARGEM           PIC S9(03)V99 VALUE ZEROS.
      * ACUMULADORES POR GRUPO: POSICAO = GRUPO + 1 (A 1 E O BALCAO)
       01 W-TABGRP.
          03 W-GRP OCCURS 100 TIMES.
             05 W-GRP-DESCRICAO PIC X(20).
             05 W-GRP-VENDAS    PIC 9(06).
             05 W-GRP-UNIDADES  PIC 9(09).
             05 W-GRP-RECEITA   PIC 9(11)V99.
             05 W-GRP-CUSTO     PIC 9(11)V99.
             05 W-GRP-TABELA    PIC 9(11)V99.
       01 W-TOTAIS.
          03 W-TOT-VENDAS       PIC 9(06) VALUE ZEROS.
          03 W-TOT-UNIDADES     PIC 9(09) VALUE ZEROS.
          03 W-TOT-RECEITA      PIC 9(12)V99 VALUE ZEROS.
          03 W-TOT-CUSTO        PIC 9(12)V99 VALUE ZEROS.
          03 W-TOT-TABELA       PIC 9(12)V99 VALUE ZEROS.
       01 LINHA-REL.
          03 LR-GRUPO        PIC X(02).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-DESCRICAO    PIC X(15).
          03 LR-VENDAS       PIC ZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-UNIDADES     PIC ZZZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-RECEITA      PIC ZZZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-CUSTO        PIC ZZZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-LUCRO        PIC -ZZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-MARGEM       PIC -ZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-TABELA       PIC ZZZZZZZZZ9,99.
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
                DISPLAY "DATA INICIAL (AAAAMMDD), ENTER P/ TODAS: ".
                ACCEPT W-DTINI.
                IF W-DTINI = ZEROS
                   MOVE ZEROS TO W-DTINI.
                DISPLAY "DATA FINAL   (AAAAMMDD), ENTER P/ TODAS: ".
                ACCEPT W-DTFIM.
                IF W-DTFIM = ZEROS
                   MOVE 99999999 TO W-DTFIM.
                OPEN INPUT VENDAS
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDAS"
                   STOP RUN.
                OPEN INPUT VENDASITEM
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDASITEM"
                   CLOSE VENDAS
                   STOP RUN.
                OPEN INPUT CLIENTE
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                   CLOSE VENDAS
                   CLOSE VENDASITEM
                   STOP RUN.
                PERFORM 1100-CARREGA-GRUPOS
                        THRU 1100-CARREGA-GRUPOS-FIM.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "VENDAGRUPO-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP078" TO W-SPL-PROGRAMA.
                MOVE "VENDAS E MARGEM POR GRUPO" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELGRP
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE VENDAS
                   CLOSE VENDASITEM
                   CLOSE CLIENTE
                   STOP RUN.
                MOVE SPACES TO REGRELGRP
                MOVE "VENDAS E MARGEM BRUTA POR GRUPO DE CLIENTE"
                   TO REGRELGRP
                WRITE REGRELGRP.
                MOVE SPACES TO REGRELGRP
                STRING "PERIODO: " W-DTINI " A " W-DTFIM
                        DELIMITED BY SIZE INTO REGRELGRP
                WRITE REGRELGRP.
                MOVE SPACES TO REGRELGRP
                WRITE REGRELGRP.
                MOVE SPACES TO REGRELGRP
                MOVE "GR DESCRICAO      VENDAS UNIDADES       RECEITA
      -             "      CUSTO         LUCRO   MARG%        TABELA"
                   TO REGRELGRP
                WRITE REGRELGRP.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * SEM O GRUPOCLI.DAT OS GRUPOS SAEM SO PELO CODIGO
       1100-CARREGA-GRUPOS.
                PERFORM 1150-ZERA-GRUPO THRU 1150-ZERA-GRUPO-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 100.
                MOVE "BALCAO" TO W-GRP-DESCRICAO(1).
                OPEN INPUT GRUPOCLI
                IF ST-ERRO5 NOT = "00"
                   GO TO 1100-CARREGA-GRUPOS-FIM.
                MOVE "N" TO W-FIMGRP.
                PERFORM 1200-LE-GRUPO THRU 1200-LE-GRUPO-FIM
                   UNTIL W-FIMGRP = "S".
                CLOSE GRUPOCLI.
       1100-CARREGA-GRUPOS-FIM.
                EXIT.
      *
       1150-ZERA-GRUPO.
                MOVE SPACES TO W-GRP-DESCRICAO(W-IND).
                MOVE ZEROS  TO W-GRP-VENDAS(W-IND)
                               W-GRP-UNIDADES(W-IND)
                               W-GRP-RECEITA(W-IND)
                               W-GRP-CUSTO(W-IND)
                               W-GRP-TABELA(W-IND).
       1150-ZERA-GRUPO-FIM.
                EXIT.
      *
       1200-LE-GRUPO.
                READ GRUPOCLI NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMGRP
                   GO TO 1200-LE-GRUPO-FIM.
                IF GRP-CODIGO = ZEROS
                   GO TO 1200-LE-GRUPO-FIM.
                COMPUTE W-IND = GRP-CODIGO + 1.
                MOVE GRP-DESCRICAO TO W-GRP-DESCRICAO(W-IND).
       1200-LE-GRUPO-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ VENDAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF DTVENDA < W-DTINI OR DTVENDA > W-DTFIM
                   GO TO 2000-PROCESSA-FIM.
                IF SITUACAO = "C"
                   GO TO 2000-PROCESSA-FIM.
      * CLIENTE ANTIGO (SEM O CAMPO) OU JA EXCLUIDO CAI NO BALCAO
                MOVE CODCLI TO CPF.
                READ CLIENTE
                   INVALID KEY
                      MOVE ZEROS TO GRUPO.
                IF GRUPO NOT NUMERIC
                   MOVE ZEROS TO GRUPO.
                COMPUTE W-IND = GRUPO + 1.
                MOVE "N" TO W-TEMITEM
                MOVE "N" TO W-FIMITEM
                MOVE CODCLI TO ITEM-CODCLI
                MOVE NVENDA TO ITEM-NVENDA
                MOVE ZEROS  TO ITEM-SEQ
                START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMITEM.
                PERFORM 2100-PROCESSA-ITEM THRU 2100-PROCESSA-ITEM-FIM
                   UNTIL W-FIMITEM = "S".
                IF W-TEMITEM = "S"
                   ADD 1 TO W-CONTVENDAS
                   ADD 1 TO W-GRP-VENDAS(W-IND).
       2000-PROCESSA-FIM.
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
       2200-ACUMULA.
                IF PROD(1:3) = "SRV" OR PROD(1:3) = "ENT"
                   GO TO 2200-ACUMULA-FIM.
                ADD 1 TO W-CONTITENS
                MOVE "S" TO W-TEMITEM
                COMPUTE W-CUSTOITEM = PRECOCUSTO * QTD.
                ADD QTD         TO W-GRP-UNIDADES(W-IND)
                ADD VALORVENDA  TO W-GRP-RECEITA(W-IND)
                ADD W-CUSTOITEM TO W-GRP-CUSTO(W-IND).
                IF PROMO = "T"
                   ADD VALORVENDA TO W-GRP-TABELA(W-IND).
       2200-ACUMULA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                PERFORM 9100-IMPRIME-GRUPO THRU 9100-IMPRIME-GRUPO-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 100.
                MOVE SPACES TO REGRELGRP
                WRITE REGRELGRP.
                MOVE SPACES TO LINHA-REL
                MOVE "TOTAL" TO LR-DESCRICAO
                MOVE W-TOT-VENDAS   TO LR-VENDAS
                MOVE W-TOT-UNIDADES TO LR-UNIDADES
                MOVE W-TOT-RECEITA  TO LR-RECEITA
                MOVE W-TOT-CUSTO    TO LR-CUSTO
                COMPUTE W-LUCRO = W-TOT-RECEITA - W-TOT-CUSTO
                MOVE W-LUCRO TO LR-LUCRO
                MOVE ZEROS TO W-MARGEM
                IF W-TOT-RECEITA NOT = ZEROS
                   COMPUTE W-MARGEM = (W-LUCRO * 100) / W-TOT-RECEITA.
                MOVE W-MARGEM TO LR-MARGEM
                MOVE W-TOT-TABELA TO LR-TABELA
                MOVE LINHA-REL TO REGRELGRP
                WRITE REGRELGRP.
                MOVE SPACES TO REGRELGRP
                STRING "VENDAS PROCESSADAS..: " W-CONTVENDAS
                        DELIMITED BY SIZE INTO REGRELGRP
                WRITE REGRELGRP.
                MOVE SPACES TO REGRELGRP
                STRING "ITENS PROCESSADOS...: " W-CONTITENS
                        DELIMITED BY SIZE INTO REGRELGRP
                WRITE REGRELGRP.
                CLOSE VENDAS.
                CLOSE VENDASITEM.
                CLOSE CLIENTE.
                CLOSE RELGRP.
       9000-FINALIZA-FIM.
                EXIT.
      *
      * SO OS GRUPOS COM VENDA NO PERIODO
       9100-IMPRIME-GRUPO.
                IF W-GRP-VENDAS(W-IND) = ZEROS
                   GO TO 9100-IMPRIME-GRUPO-FIM.
                ADD W-GRP-VENDAS(W-IND)   TO W-TOT-VENDAS
                ADD W-GRP-UNIDADES(W-IND) TO W-TOT-UNIDADES
                ADD W-GRP-RECEITA(W-IND)  TO W-TOT-RECEITA
                ADD W-GRP-CUSTO(W-IND)    TO W-TOT-CUSTO
                ADD W-GRP-TABELA(W-IND)   TO W-TOT-TABELA
                MOVE SPACES TO LINHA-REL
                COMPUTE GRUPO = W-IND - 1
                MOVE GRUPO                   TO LR-GRUPO
                MOVE W-GRP-DESCRICAO(W-IND)  TO LR-DESCRICAO
                MOVE W-GRP-VENDAS(W-IND)     TO LR-VENDAS
                MOVE W-GRP-UNIDADES(W-IND)   TO LR-UNIDADES
                MOVE W-GRP-RECEITA(W-IND)    TO LR-RECEITA
                MOVE W-GRP-CUSTO(W-IND)      TO LR-CUSTO
                COMPUTE W-LUCRO = W-GRP-RECEITA(W-IND)
                                - W-GRP-CUSTO(W-IND)
                MOVE W-LUCRO TO LR-LUCRO
                MOVE ZEROS TO W-MARGEM
                IF W-GRP-RECEITA(W-IND) NOT = ZEROS
                   COMPUTE W-MARGEM = (W-LUCRO * 100)
                                    / W-GRP-RECEITA(W-IND).
                MOVE W-MARGEM TO LR-MARGEM
                MOVE W-GRP-TABELA(W-IND)     TO LR-TABELA
                MOVE LINHA-REL TO REGRELGRP
                WRITE REGRELGRP.
       9100-IMPRIME-GRUPO-FIM.
                EXIT.
