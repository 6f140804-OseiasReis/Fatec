      * A FORMA DE PAGAMENTO VALE PARA A RODADA INTEIRA; A PRAZO
      * GERA PARCELAS DE 30 EM 30 DIAS COMO O CADVEN. O
      * AGENDAMENTO FATURADO VIRA 'B' PARA NAO FATURAR DUAS VEZES.
      * OS INSUMOS GASTOS NO ATENDIMENTO (TABELA SRVCONSUMO DO
      * SGP064) SAEM DO ESTOQUE NA MESMA HORA, COM LANCAMENTO 'S'
      * NO DIARIO - INCLUSIVE NOS ATENDIMENTOS DE PLANO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO8.
       SELECT RELFAT ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO9.
       SELECT SRVCONSUMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SCS-CHAVE
                    FILE STATUS  IS ST-ERROSCS.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERROPRO.
       SELECT MOVESTOQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERROMOV.
       SELECT SALDOLOCAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS SLC-CHAVE
                    FILE STATUS  IS ST-ERROSLC.
       SELECT LOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERROLOT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           05 AGE-CODSERV     PIC 9(04).
           05 AGE-SITUACAO    PIC X(01).
           05 AGE-PLANO       PIC X(01).
           05 AGE-CODPROF     PIC 9(03).
      *
       FD PETS
               LABEL RECORD IS STANDARD
                03 DT-ALTERACAO-CLI PIC 9(08).
                03 USUARIO-CLI      PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).
      *
       FD VENDAS
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELFAT              PIC X(100).
      *
       FD SRVCONSUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SRVCONSUMO.DAT".
       01 SRVCONSUMO-REG.
           05 SCS-CHAVE.
              10 SCS-SERVICO   PIC 9(04).
              10 SCS-PRODUTO   PIC 9(08).
           05 SCS-QTD          PIC 9(05).
           05 SCS-DT-ALTERACAO PIC 9(08).
           05 SCS-USUARIO      PIC X(08).
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
       FD MOVESTOQUE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVESTOQUE.DAT".
       01 MOVESTOQUE-REG.
                03 MOV-CHAVE.
                   04 MOV-PRODUTO   PIC 9(08).
                   04 MOV-DATA      PIC 9(08).
                   04 MOV-SEQ       PIC 9(05).
                03 MOV-TIPO         PIC X(01).
                03 MOV-QTD          PIC 9(06).
                03 MOV-SALDO        PIC 9(06).
                03 MOV-USUARIO      PIC X(08).
                03 MOV-LOTE         PIC X(10).
                03 MOV-LOCAL        PIC X(01).
      *
       FD SALDOLOCAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDOLOCAL.DAT".
       01 SALDOLOCAL-REG.
           05 SLC-CHAVE.
              10 SLC-PRODUTO   PIC 9(08).
              10 SLC-LOCAL     PIC X(01).
           05 SLC-QTD          PIC 9(06).
           05 SLC-DT-ALTERACAO PIC 9(08).
           05 SLC-USUARIO      PIC X(08).
      *
       FD LOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTE.DAT".
       01 LOTE-REG.
           05 LOT-CHAVE.
              10 LOT-PRODUTO   PIC 9(08).
              10 LOT-VALIDADE  PIC 9(08).
              10 LOT-NUMERO    PIC X(10).
           05 LOT-QTD          PIC 9(06).
           05 LOT-DT-ALTERACAO PIC 9(08).
           05 LOT-USUARIO      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO9           PIC X(02) VALUE "00".
       77 ST-ERROF           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 ST-ERROSCS         PIC X(02) VALUE "00".
       77 ST-ERROPRO         PIC X(02) VALUE "00".
       77 ST-ERROMOV         PIC X(02) VALUE "00".
       77 ST-ERROSLC         PIC X(02) VALUE "00".
       77 ST-ERROLOT         PIC X(02) VALUE "00".
       77 W-TEMCONSUMO       PIC X(01) VALUE "N".
       77 W-FIMSCS           PIC X(01) VALUE "N".
       77 W-FIMLOT           PIC X(01) VALUE "N".
       77 W-QTDREST          PIC 9(06) VALUE ZEROS.
      * QUANTIDADE REALMENTE BAIXADA DO INSUMO (O SALDO, QUANDO FALTA)
       77 W-QTDBAIXA         PIC 9(06) VALUE ZEROS.
       77 W-QTDLOTE          PIC 9(06) VALUE ZEROS.
       77 W-MOVQTD           PIC 9(06) VALUE ZEROS.
       77 W-MOVLOTE          PIC X(10) VALUE SPACES.
       77 W-CONTINSUMO       PIC 9(06) VALUE ZEROS.
       77 W-CONTFALTA        PIC 9(06) VALUE ZEROS.
       77 W-INTERVPARC       PIC 9(03) VALUE 30.
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-DTINI            PIC 9(08) VALUE ZEROS.
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
                   CLOSE CONTASREC
                   OPEN I-O CONTASREC
                END-IF.
      * SEM TABELA DE INSUMOS CADASTRADA O FATURAMENTO SEGUE SEM
      * BAIXA DE ESTOQUE
                OPEN INPUT SRVCONSUMO
                IF ST-ERROSCS = "00"
                   MOVE "S" TO W-TEMCONSUMO
                   PERFORM 1100-ABRE-ESTOQUE THRU 1100-ABRE-ESTOQUE-FIM
                END-IF.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                   INVALID KEY MOVE "S" TO W-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       1100-ABRE-ESTOQUE.
                OPEN I-O PRODUTO
                IF ST-ERROPRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO - "
                           "INSUMOS NAO SERAO BAIXADOS"
                   CLOSE SRVCONSUMO
                   MOVE "N" TO W-TEMCONSUMO
                   GO TO 1100-ABRE-ESTOQUE-FIM.
                OPEN I-O MOVESTOQUE
                IF ST-ERROMOV = "35"
                   OPEN OUTPUT MOVESTOQUE
                   CLOSE MOVESTOQUE
                   OPEN I-O MOVESTOQUE
                END-IF.
                OPEN I-O SALDOLOCAL
                IF ST-ERROSLC = "35"
                   OPEN OUTPUT SALDOLOCAL
                   CLOSE SALDOLOCAL
                   OPEN I-O SALDOLOCAL
                END-IF.
                OPEN I-O LOTE
                IF ST-ERROLOT = "35"
                   OPEN OUTPUT LOTE
                   CLOSE LOTE
                   OPEN I-O LOTE
                END-IF.
       1100-ABRE-ESTOQUE-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ AGENDA NEXT RECORD
                   MOVE "B" TO AGE-SITUACAO
                   REWRITE AGENDA-REG
                   ADD 1 TO W-CONTPLANO
                   PERFORM 6000-CONSOME-INSUMOS
                           THRU 6000-CONSOME-INSUMOS-FIM
                   GO TO 2000-PROCESSA-FIM.
                PERFORM 3000-FATURA THRU 3000-FATURA-FIM.
       2000-PROCESSA-FIM.
                MOVE "N" TO PROMO.
                WRITE VENDASITEM-REG
                   INVALID KEY
                      MOVE "*ERRO NO ITEM*" TO LR-OBS
                   NOT INVALID KEY
                      PERFORM 3700-ATUALIZA-RESUMO
                              THRU 3700-ATUALIZA-RESUMO-FIM.
                IF W-FORMAPAGTO = "P"
                   PERFORM 5200-GERAR-PARCELAS
                           THRU 5200-GERAR-PARCELAS-FIM.
                REWRITE AGENDA-REG
                   INVALID KEY
                      MOVE "*ERRO NA AGENDA*" TO LR-OBS.
                PERFORM 6000-CONSOME-INSUMOS
                        THRU 6000-CONSOME-INSUMOS-FIM.
                ADD 1 TO W-CONTFATURADOS
                ADD SRV-PRECO TO W-TOTFATURADO
                MOVE NVENDA TO LR-NVENDA
                PERFORM 3900-LISTA THRU 3900-LISTA-FIM.
       3000-FATURA-FIM.
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
       3900-LISTA.
                MOVE LINHA-REL TO REGRELFAT
                                      + W-DIAVENC.
       5220-CALCULA-VENCIMENTO-FIM.
                EXIT.
      *
      * BAIXA DOS INSUMOS DO SERVICO: CADA PRODUTO DA TABELA
      * SRVCONSUMO LIGADO AO SERVICO SAI DO ESTOQUE PELA MESMA
      * REGRA DA VENDA NO CADVEN (SALDO DA LOJA, FEFO NOS LOTES,
      * UM LANCAMENTO POR LOTE), SO QUE COM TIPO 'S' NO DIARIO.
      * FALTANDO ESTOQUE O SALDO ZERA E A FALTA SAI NA LISTAGEM -
      * O INVENTARIO ACERTA DEPOIS (CONFRONTO NO SGP065)
       6000-CONSOME-INSUMOS.
                IF W-TEMCONSUMO NOT = "S"
                   GO TO 6000-CONSOME-INSUMOS-FIM.
                MOVE AGE-CODSERV TO SCS-SERVICO.
                MOVE ZEROS TO SCS-PRODUTO.
                MOVE "N" TO W-FIMSCS.
                START SRVCONSUMO KEY IS NOT LESS THAN SCS-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMSCS.
                PERFORM 6100-CONSOME-ITEM THRU 6100-CONSOME-ITEM-FIM
                        UNTIL W-FIMSCS = "S".
       6000-CONSOME-INSUMOS-FIM.
                EXIT.
      *
       6100-CONSOME-ITEM.
                READ SRVCONSUMO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMSCS
                   GO TO 6100-CONSOME-ITEM-FIM.
                IF SCS-SERVICO NOT = AGE-CODSERV
                   MOVE "S" TO W-FIMSCS
                   GO TO 6100-CONSOME-ITEM-FIM.
                MOVE SCS-PRODUTO TO PRO-CODIGO.
                READ PRODUTO
                   INVALID KEY
                      MOVE SPACES TO REGRELFAT
                      STRING "     INSUMO " SCS-PRODUTO
                             " NAO CADASTRADO - SEM BAIXA"
                              DELIMITED BY SIZE INTO REGRELFAT
                      WRITE REGRELFAT
                      GO TO 6100-CONSOME-ITEM-FIM.
                IF SCS-QTD > PRO-ESTOQUE
                   ADD 1 TO W-CONTFALTA
                   MOVE SPACES TO REGRELFAT
                   STRING "     INSUMO " SCS-PRODUTO " " PRO-DESCRICAO
                          " SEM ESTOQUE - SALDO ZERADO"
                           DELIMITED BY SIZE INTO REGRELFAT
                   WRITE REGRELFAT
                   MOVE PRO-ESTOQUE TO W-QTDBAIXA
                   MOVE ZEROS TO PRO-ESTOQUE
                ELSE
                   MOVE SCS-QTD TO W-QTDBAIXA
                   SUBTRACT SCS-QTD FROM PRO-ESTOQUE.
                ACCEPT PRO-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE W-USUARIO TO PRO-USUARIO.
                REWRITE PRODUTO-REG.
      * LOCAL, LOTES E MOVIMENTO SAEM PELO QUE FOI BAIXADO, PARA O
      * RAZAO CONTINUAR BATENDO COM O PRO-ESTOQUE
                IF W-QTDBAIXA = ZEROS
                   ADD 1 TO W-CONTINSUMO
                   GO TO 6100-CONSOME-ITEM-FIM.
                PERFORM 6200-BAIXA-LOCAL THRU 6200-BAIXA-LOCAL-FIM.
                MOVE W-QTDBAIXA TO W-QTDREST.
                MOVE PRO-CODIGO TO LOT-PRODUTO.
                MOVE ZEROS TO LOT-VALIDADE.
                MOVE SPACES TO LOT-NUMERO.
                MOVE "N" TO W-FIMLOT.
                START LOTE KEY IS NOT LESS THAN LOT-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMLOT.
                PERFORM 6300-CONSOME-LOTE THRU 6300-CONSOME-LOTE-FIM
                        UNTIL W-FIMLOT = "S".
      * PRODUTO SEM LOTE (OU LOTES QUE NAO COBRIRAM) SAI NUM
      * LANCAMENTO COM O LOTE EM BRANCO
                IF W-QTDREST > ZEROS
                   MOVE W-QTDREST TO W-MOVQTD
                   MOVE SPACES TO W-MOVLOTE
                   PERFORM 6400-GRAVA-MOV THRU 6400-GRAVA-MOV-FIM.
                ADD 1 TO W-CONTINSUMO.
       6100-CONSOME-ITEM-FIM.
                EXIT.
      *
      * O ATENDIMENTO E FEITO NA LOJA: BAIXA O SALDO 'L'. SE NAO
      * COBRE, ZERA - A DIVERGENCIA E SO DE LOCAL
       6200-BAIXA-LOCAL.
                MOVE PRO-CODIGO TO SLC-PRODUTO.
                MOVE "L" TO SLC-LOCAL.
                READ SALDOLOCAL
                   INVALID KEY
                      MOVE ZEROS TO SLC-QTD
                      ACCEPT SLC-DT-ALTERACAO FROM DATE YYYYMMDD
                      MOVE W-USUARIO TO SLC-USUARIO
                      WRITE SALDOLOCAL-REG
                      GO TO 6200-BAIXA-LOCAL-FIM.
                IF W-QTDBAIXA > SLC-QTD
                   MOVE ZEROS TO SLC-QTD
                ELSE
                   SUBTRACT W-QTDBAIXA FROM SLC-QTD.
                ACCEPT SLC-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE W-USUARIO TO SLC-USUARIO.
                REWRITE SALDOLOCAL-REG.
       6200-BAIXA-LOCAL-FIM.
                EXIT.
      *
       6300-CONSOME-LOTE.
                READ LOTE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMLOT
                   GO TO 6300-CONSOME-LOTE-FIM.
                IF LOT-PRODUTO NOT = PRO-CODIGO
                   MOVE "S" TO W-FIMLOT
                   GO TO 6300-CONSOME-LOTE-FIM.
                IF LOT-QTD = ZEROS
                   GO TO 6300-CONSOME-LOTE-FIM.
                IF LOT-QTD >= W-QTDREST
                   MOVE W-QTDREST TO W-QTDLOTE
                ELSE
                   MOVE LOT-QTD TO W-QTDLOTE.
                SUBTRACT W-QTDLOTE FROM LOT-QTD.
                SUBTRACT W-QTDLOTE FROM W-QTDREST.
                ACCEPT LOT-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE W-USUARIO TO LOT-USUARIO.
                REWRITE LOTE-REG.
                MOVE W-QTDLOTE TO W-MOVQTD.
                MOVE LOT-NUMERO TO W-MOVLOTE.
                PERFORM 6400-GRAVA-MOV THRU 6400-GRAVA-MOV-FIM.
                IF W-QTDREST = ZEROS
                   MOVE "S" TO W-FIMLOT.
       6300-CONSOME-LOTE-FIM.
                EXIT.
      *
      * LANCAMENTO 'S' (CONSUMO DE SERVICO) NO DIARIO DE ESTOQUE;
      * SEQUENCIAL POR PRODUTO/DIA COMO NO SGP019
       6400-GRAVA-MOV.
                MOVE PRO-CODIGO TO MOV-PRODUTO
                ACCEPT MOV-DATA FROM DATE YYYYMMDD
                MOVE 1 TO MOV-SEQ
                MOVE "S" TO MOV-TIPO
                MOVE W-MOVQTD TO MOV-QTD
                MOVE PRO-ESTOQUE TO MOV-SALDO
                MOVE W-USUARIO TO MOV-USUARIO.
                MOVE W-MOVLOTE TO MOV-LOTE.
                MOVE "L" TO MOV-LOCAL.
       6410-GRAVA-MOV-TENTA.
                WRITE MOVESTOQUE-REG.
                IF ST-ERROMOV NOT = "00" AND ST-ERROMOV NOT = "02"
                   IF MOV-SEQ < 99999
                      ADD 1 TO MOV-SEQ
                      GO TO 6410-GRAVA-MOV-TENTA.
       6400-GRAVA-MOV-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELFAT
                STRING "VALOR FATURADO..........: " W-VALED
                        DELIMITED BY SIZE INTO REGRELFAT
                WRITE REGRELFAT.
                MOVE SPACES TO REGRELFAT
                STRING "INSUMOS BAIXADOS........: " W-CONTINSUMO
                        DELIMITED BY SIZE INTO REGRELFAT
                WRITE REGRELFAT.
                MOVE SPACES TO REGRELFAT
                STRING "INSUMOS SEM ESTOQUE.....: " W-CONTFALTA
                        DELIMITED BY SIZE INTO REGRELFAT
                WRITE REGRELFAT.
                CLOSE AGENDA.
                CLOSE PETS.
                CLOSE SERVICO.
                CLOSE NFISCTL.
                CLOSE CONTASREC.
                CLOSE RELFAT.
                IF W-TEMCONSUMO = "S"
                   CLOSE SRVCONSUMO
                   CLOSE PRODUTO
                   CLOSE MOVESTOQUE
                   CLOSE SALDOLOCAL
                   CLOSE LOTE.
       9000-FINALIZA-FIM.
                EXIT.
