       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP065.
       AUTHOR. OSEIAS REIS
      **************************************
      * CONSUMO TEORICO DE INSUMOS X        *
      * RESULTADO DO INVENTARIO (MENSAL)    *
      **************************************
      *----------------------------------------------------------------
      * PARA CADA PRODUTO QUE APARECE NA TABELA DE INSUMOS DOS
      * SERVICOS (SRVCONSUMO, MANTIDA PELO SGP064), PERCORRE O
      * KARDEX (MOVESTOQUE) E SOMA NO MES INFORMADO:
      *   - CONSUMO TEORICO = LANCAMENTOS 'S' GRAVADOS PELO SGP033
      *     NO FATURAMENTO DOS ATENDIMENTOS;
      *   - PERDA/SOBRA NA CONTAGEM = AJUSTES 'A' DO INVENTARIO
      *     (SGP019). O AJUSTE E GRAVADO SEM SINAL: E PERDA QUANDO
      *     O SALDO RESULTANTE FICOU MENOR QUE O DO LANCAMENTO
      *     ANTERIOR E SOBRA QUANDO FICOU MAIOR.
      * PERDA LIQUIDA POSITIVA = GASTOU-SE MAIS DO QUE A TABELA
      * PREVE (REVER A QUANTIDADE POR ATENDIMENTO OU DESVIO);
      * NEGATIVA = A TABELA ESTA SUPERESTIMADA. O VALOR E PELO
      * PRECO DE CUSTO ATUAL DO PRODUTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SRVCONSUMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS SCS-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO2.
       SELECT MOVESTOQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT RELCNS ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD RELCNS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELCNS              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMMOV           PIC X(01) VALUE "N".
       77 W-MESREF           PIC 9(06) VALUE ZEROS.
       77 W-MESMOV           PIC 9(06) VALUE ZEROS.
       77 W-I                PIC 9(04) VALUE ZEROS.
       77 W-J                PIC 9(04) VALUE ZEROS.
       77 W-CONTLIDOS        PIC 9(06) VALUE ZEROS.
       77 W-ESTOUROTAB       PIC 9(06) VALUE ZEROS.
       77 W-SALDOANT         PIC 9(06) VALUE ZEROS.
       77 W-TEORICO          PIC 9(07) VALUE ZEROS.
       77 W-PERDA            PIC 9(07) VALUE ZEROS.
       77 W-SOBRA            PIC 9(07) VALUE ZEROS.
       77 W-LIQUIDO          PIC S9(07) VALUE ZEROS.
       77 W-PERC             PIC S9(04)V9 VALUE ZEROS.
       77 W-VLLIQUIDO        PIC S9(09)V99 VALUE ZEROS.
       77 W-TOTTEORICO       PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTLIQUIDO       PIC S9(11)V99 VALUE ZEROS.
       77 W-VALED            PIC -ZZZZZZZZZZ9,99.
      * PRODUTOS DISTINTOS DA TABELA DE INSUMOS
       77 W-TICONT           PIC 9(04) VALUE ZEROS.
       01 W-TABINS.
          03 W-TI-PRODUTO    PIC 9(08) OCCURS 500 TIMES.
       77 W-AUXTI            PIC 9(08) VALUE ZEROS.
       01 LINHA-REL.
          03 LR-PRODUTO      PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-DESCRICAO    PIC X(25).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-UNIDADE      PIC X(02).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-TEORICO      PIC ZZZZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-PERDA        PIC ZZZZZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-SOBRA        PIC ZZZZZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-LIQUIDO      PIC -ZZZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-PERC         PIC -ZZZ9,9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-VALOR        PIC -ZZZZZZ9,99.
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
                DISPLAY "MES DE REFERENCIA (AAAAMM): ".
                ACCEPT W-MESREF.
                IF W-MESREF = ZEROS
                   DISPLAY "MES INVALIDO"
                   STOP RUN.
                OPEN INPUT SRVCONSUMO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO SRVCONSUMO"
                   STOP RUN.
                OPEN INPUT PRODUTO
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   CLOSE SRVCONSUMO
                   STOP RUN.
                OPEN INPUT MOVESTOQUE
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVESTOQUE"
                   CLOSE SRVCONSUMO
                   CLOSE PRODUTO
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "CONSUMO-INV-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP065" TO W-SPL-PROGRAMA.
                MOVE "CONSUMO TEORICO X INVENTARIO" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELCNS
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE SRVCONSUMO
                   CLOSE PRODUTO
                   CLOSE MOVESTOQUE
                   STOP RUN.
                MOVE SPACES TO REGRELCNS
                MOVE "CONSUMO TEORICO DE INSUMOS X INVENTARIO"
                        TO REGRELCNS
                WRITE REGRELCNS.
                MOVE SPACES TO REGRELCNS
                STRING "MES DE REFERENCIA: " W-MESREF
                        DELIMITED BY SIZE INTO REGRELCNS
                WRITE REGRELCNS.
                MOVE SPACES TO REGRELCNS
                MOVE "PRODUTO  DESCRICAO                 UN CONS.TEOR PE
      -              "RDA CONT SOBRA CONT PERDA LIQ  % TEOR VALOR PERDA"
                        TO REGRELCNS
                WRITE REGRELCNS.
                MOVE SPACES TO REGRELCNS
                WRITE REGRELCNS.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * MONTA A LISTA DE PRODUTOS DISTINTOS DA TABELA DE INSUMOS
      * (UM MESMO PRODUTO PODE SERVIR A VARIOS SERVICOS)
       2000-PROCESSA.
                READ SRVCONSUMO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTLIDOS.
                MOVE 1 TO W-I.
       2010-PROCURA.
                IF W-I > W-TICONT
                   GO TO 2020-INCLUI.
                IF W-TI-PRODUTO(W-I) = SCS-PRODUTO
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-I.
                GO TO 2010-PROCURA.
       2020-INCLUI.
                IF W-TICONT >= 500
                   ADD 1 TO W-ESTOUROTAB
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-TICONT.
                MOVE SCS-PRODUTO TO W-TI-PRODUTO(W-TICONT).
       2000-PROCESSA-FIM.
                EXIT.
      *
      * ORDENA A LISTA POR CODIGO DE PRODUTO
       8000-ORDENA.
                IF W-TICONT < 2
                   GO TO 8000-ORDENA-FIM.
                MOVE 1 TO W-I.
       8010-ORDENA-I.
                COMPUTE W-J = W-I + 1.
       8020-ORDENA-J.
                IF W-TI-PRODUTO(W-J) < W-TI-PRODUTO(W-I)
                   MOVE W-TI-PRODUTO(W-I) TO W-AUXTI
                   MOVE W-TI-PRODUTO(W-J) TO W-TI-PRODUTO(W-I)
                   MOVE W-AUXTI           TO W-TI-PRODUTO(W-J).
                IF W-J < W-TICONT
                   ADD 1 TO W-J
                   GO TO 8020-ORDENA-J.
                IF W-I < W-TICONT - 1
                   ADD 1 TO W-I
                   GO TO 8010-ORDENA-I.
       8000-ORDENA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                PERFORM 8000-ORDENA THRU 8000-ORDENA-FIM.
                PERFORM 9100-PRODUTO THRU 9100-PRODUTO-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-TICONT.
                MOVE SPACES TO REGRELCNS
                WRITE REGRELCNS.
                MOVE SPACES TO REGRELCNS
                STRING "PRODUTOS NA TABELA DE INSUMOS: " W-TICONT
                        DELIMITED BY SIZE INTO REGRELCNS
                WRITE REGRELCNS.
                MOVE SPACES TO REGRELCNS
                MOVE W-TOTTEORICO TO W-VALED
                STRING "VALOR DO CONSUMO TEORICO.....: " W-VALED
                        DELIMITED BY SIZE INTO REGRELCNS
                WRITE REGRELCNS.
                MOVE SPACES TO REGRELCNS
                MOVE W-TOTLIQUIDO TO W-VALED
                STRING "VALOR DA PERDA LIQUIDA.......: " W-VALED
                        DELIMITED BY SIZE INTO REGRELCNS
                WRITE REGRELCNS.
                IF W-ESTOUROTAB NOT = ZEROS
                   MOVE SPACES TO REGRELCNS
                   STRING "LINHAS FORA DA TABELA (LIMITE 500): "
                          W-ESTOUROTAB
                           DELIMITED BY SIZE INTO REGRELCNS
                   WRITE REGRELCNS.
                CLOSE SRVCONSUMO.
                CLOSE PRODUTO.
                CLOSE MOVESTOQUE.
                CLOSE RELCNS.
       9000-FINALIZA-FIM.
                EXIT.
      *
       9100-PRODUTO.
                MOVE W-TI-PRODUTO(W-I) TO PRO-CODIGO.
                READ PRODUTO
                   INVALID KEY
                      MOVE "*** NAO CADASTRADO ***" TO PRO-DESCRICAO
                      MOVE SPACES TO PRO-UNIDADE
                      MOVE ZEROS TO PRO-PRECOCUSTO.
                MOVE ZEROS TO W-TEORICO W-PERDA W-SOBRA W-SALDOANT.
      * KARDEX DO PRODUTO DESDE O INICIO: O SALDO ANTERIOR AO MES
      * E PRECISO PARA SABER O SENTIDO DO PRIMEIRO AJUSTE DO MES
                MOVE W-TI-PRODUTO(W-I) TO MOV-PRODUTO.
                MOVE ZEROS TO MOV-DATA MOV-SEQ.
                MOVE "N" TO W-FIMMOV.
                START MOVESTOQUE KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMMOV.
                PERFORM 9200-SOMA-MOV THRU 9200-SOMA-MOV-FIM
                        UNTIL W-FIMMOV = "S".
                COMPUTE W-LIQUIDO = W-PERDA - W-SOBRA.
                MOVE ZEROS TO W-PERC.
                IF W-TEORICO > ZEROS
                   COMPUTE W-PERC ROUNDED =
                           (W-LIQUIDO * 100) / W-TEORICO
                      ON SIZE ERROR MOVE 999,9 TO W-PERC.
                COMPUTE W-VLLIQUIDO = W-LIQUIDO * PRO-PRECOCUSTO.
                COMPUTE W-TOTTEORICO = W-TOTTEORICO
                                     + W-TEORICO * PRO-PRECOCUSTO.
                ADD W-VLLIQUIDO TO W-TOTLIQUIDO.
                MOVE SPACES TO LINHA-REL
                MOVE PRO-CODIGO    TO LR-PRODUTO
                MOVE PRO-DESCRICAO TO LR-DESCRICAO
                MOVE PRO-UNIDADE   TO LR-UNIDADE
                MOVE W-TEORICO     TO LR-TEORICO
                MOVE W-PERDA       TO LR-PERDA
                MOVE W-SOBRA       TO LR-SOBRA
                MOVE W-LIQUIDO     TO LR-LIQUIDO
                MOVE W-PERC        TO LR-PERC
                MOVE W-VLLIQUIDO   TO LR-VALOR
                MOVE LINHA-REL TO REGRELCNS
                WRITE REGRELCNS.
       9100-PRODUTO-FIM.
                EXIT.
      *
       9200-SOMA-MOV.
                READ MOVESTOQUE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMMOV
                   GO TO 9200-SOMA-MOV-FIM.
                IF MOV-PRODUTO NOT = PRO-CODIGO
                   MOVE "S" TO W-FIMMOV
                   GO TO 9200-SOMA-MOV-FIM.
                COMPUTE W-MESMOV = MOV-DATA / 100.
                IF W-MESMOV > W-MESREF
                   MOVE "S" TO W-FIMMOV
                   GO TO 9200-SOMA-MOV-FIM.
                IF W-MESMOV = W-MESREF
                   IF MOV-TIPO = "S"
                      ADD MOV-QTD TO W-TEORICO
                   END-IF
                   IF MOV-TIPO = "A"
                      IF MOV-SALDO < W-SALDOANT
                         ADD MOV-QTD TO W-PERDA
                      ELSE
                         ADD MOV-QTD TO W-SOBRA
                      END-IF
                   END-IF
                END-IF.
                MOVE MOV-SALDO TO W-SALDOANT.
       9200-SOMA-MOV-FIM.
                EXIT.
