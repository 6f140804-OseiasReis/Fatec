       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMREG.
       AUTHOR. OSEIAS REIS
      **************************************
      * ATUALIZACAO DO RESUMO DIARIO DE     *
      * VENDAS (RESUMOVDA.DAT) - CHAMADO    *
      * POR TODO PROGRAMA QUE MEXE EM VENDA *
      **************************************
      *----------------------------------------------------------------
      * O RESUMO GUARDA, POR DATA + PRODUTO + VENDEDOR + FORMA DE
      * PAGAMENTO, AS LINHAS, A QUANTIDADE, A RECEITA, O CUSTO, O
      * ICMS E O DESCONTO DOS ITENS, MAIS O QUE VOLTOU EM DEVOLUCAO.
      * A CLASSIFICACAO DO PRODUTO FICA GRAVADA NO REGISTRO (NAO NA
      * CHAVE), TIRADA DO PRODUTO.DAT QUANDO O REGISTRO NASCE.
      * OS RELATORIOS DE PERIODO (SGP007, SGP021, SGP022, SGP023,
      * SGP025) LEEM ESTE ARQUIVO EM VEZ DE VARRER VENDAS E
      * VENDASITEM. QUEM CHAMA: CADVEN (VENDA, ORCAMENTO CONVERTIDO
      * E ESTORNO), CADDEV (DEVOLUCAO), SGP033 E SGP076
      * (FATURAMENTOS). RECONSTRUCAO COMPLETA: SGP082. CONFERENCIA
      * COM O DETALHE: CHECAGEM 7 DO SGP028. MESMA IDEIA DO
      * BANCOREG: UM MODULO SO EM VEZ DE COPIAR A REGRA.
      * OPERACAO: V = ITEM VENDIDO (SOMA)
      *           E = ITEM DE VENDA ESTORNADA (SUBTRAI, NA DATA DA
      *               VENDA ORIGINAL)
      *           D = DEVOLUCAO (SOMA QTD E VALOR DEVOLVIDOS, NA
      *               DATA DO VALE)
      * RETORNO: 00 = OK, 23 = ESTORNO SEM REGISTRO NO RESUMO
      *          (VENDA ANTERIOR AO RESUMO - RODAR O SGP082),
      *          30 = RESUMO NAO ABERTO OU NAO GRAVADO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RESUMOVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS RVD-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 W-EXISTE           PIC X(01) VALUE "N".
       77 W-PRODCOD          PIC 9(08) VALUE ZEROS.
       77 W-CUSTO            PIC 9(11)V99 VALUE ZEROS.
      * SERVICO ("SRVnnnn") E TAXA DE ENTREGA ("ENTnnn") NAO ESTAO
      * NO PRODUTO.DAT - VAO PARA A CLASSIFICACAO 9
       01 W-PRODX.
          03 W-PRODPFX       PIC X(03).
          03 FILLER          PIC X(06).
      *
       LINKAGE SECTION.
       01 LNK-RESUMO.
           03 LNK-OPERACAO     PIC X(01).
           03 LNK-DATA         PIC 9(08).
           03 LNK-PRODUTO      PIC X(09).
           03 LNK-VENDEDOR     PIC 9(03).
           03 LNK-FORMAPAGTO   PIC X(01).
           03 LNK-QTD          PIC 9(05).
           03 LNK-PRECOCUSTO   PIC 9(06)V99.
           03 LNK-VALOR        PIC 9(08)V99.
           03 LNK-ICMS         PIC 9(08)V99.
           03 LNK-DESCONTO     PIC 9(08)V99.
           03 LNK-USUARIO      PIC X(08).
           03 LNK-RETORNO      PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-RESUMO.
       0000-MAINLINE.
                MOVE "00" TO LNK-RETORNO.
                OPEN I-O RESUMOVDA
                IF ST-ERRO = "35"
                   OPEN OUTPUT RESUMOVDA
                   CLOSE RESUMOVDA
                   OPEN I-O RESUMOVDA.
                IF ST-ERRO NOT = "00"
                   DISPLAY "RESUMOVDA NAO ABERTO - RESUMO DESATUALIZADO"
                   MOVE "30" TO LNK-RETORNO
                   GOBACK.
                MOVE LNK-DATA       TO RVD-DATA.
                MOVE LNK-PRODUTO    TO RVD-PRODUTO.
                MOVE LNK-VENDEDOR   TO RVD-VENDEDOR.
                MOVE LNK-FORMAPAGTO TO RVD-FORMAPAGTO.
                MOVE "S" TO W-EXISTE.
                READ RESUMOVDA
                   INVALID KEY
                      MOVE "N" TO W-EXISTE
                END-READ.
                IF W-EXISTE = "N"
                   IF LNK-OPERACAO = "E"
                      MOVE "23" TO LNK-RETORNO
                      CLOSE RESUMOVDA
                      GOBACK
                   END-IF
                   PERFORM 1000-NOVO-REGISTRO
                           THRU 1000-NOVO-REGISTRO-FIM
                END-IF.
                COMPUTE W-CUSTO = LNK-PRECOCUSTO * LNK-QTD.
                EVALUATE LNK-OPERACAO
                   WHEN "V"
                      ADD 1              TO RVD-LINHAS
                      ADD LNK-QTD        TO RVD-QTD
                      ADD LNK-VALOR      TO RVD-RECEITA
                      ADD W-CUSTO        TO RVD-CUSTO
                      ADD LNK-ICMS       TO RVD-ICMS
                      ADD LNK-DESCONTO   TO RVD-DESCONTO
                   WHEN "E"
                      SUBTRACT 1            FROM RVD-LINHAS
                      SUBTRACT LNK-QTD      FROM RVD-QTD
                      SUBTRACT LNK-VALOR    FROM RVD-RECEITA
                      SUBTRACT W-CUSTO      FROM RVD-CUSTO
                      SUBTRACT LNK-ICMS     FROM RVD-ICMS
                      SUBTRACT LNK-DESCONTO FROM RVD-DESCONTO
                   WHEN "D"
                      ADD LNK-QTD        TO RVD-QTDDEV
                      ADD LNK-VALOR      TO RVD-VALORDEV
                END-EVALUATE.
                ACCEPT RVD-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE LNK-USUARIO TO RVD-USUARIO.
                IF W-EXISTE = "S"
                   REWRITE RESUMOVDA-REG
                      INVALID KEY
                         MOVE "30" TO LNK-RETORNO
                   END-REWRITE
                ELSE
                   WRITE RESUMOVDA-REG
                      INVALID KEY
                         MOVE "30" TO LNK-RETORNO
                   END-WRITE
                END-IF.
                CLOSE RESUMOVDA.
                GOBACK.
      *
      * REGISTRO NOVO: ZERA OS ACUMULADORES E CARIMBA A
      * CLASSIFICACAO DO PRODUTO (AUSENTE OU FORA DE 1-9 = 9)
       1000-NOVO-REGISTRO.
                MOVE ZEROS TO RVD-LINHAS RVD-QTD RVD-RECEITA RVD-CUSTO
                              RVD-ICMS RVD-DESCONTO RVD-QTDDEV
                              RVD-VALORDEV.
                MOVE 9 TO RVD-CLASSIF.
                MOVE LNK-PRODUTO TO W-PRODX.
                IF W-PRODPFX = "SRV" OR W-PRODPFX = "ENT"
                   GO TO 1000-NOVO-REGISTRO-FIM.
                OPEN INPUT PRODUTO
                IF ST-ERRO2 NOT = "00"
                   GO TO 1000-NOVO-REGISTRO-FIM.
                MOVE LNK-PRODUTO TO W-PRODCOD.
                MOVE W-PRODCOD TO PRO-CODIGO.
                READ PRODUTO
                   NOT INVALID KEY
                      IF PRO-CLASSIFICACAO > ZEROS
                         MOVE PRO-CLASSIFICACAO TO RVD-CLASSIF
                      END-IF
                END-READ.
                CLOSE PRODUTO.
       1000-NOVO-REGISTRO-FIM.
                EXIT.
