       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP074.
       AUTHOR. OSEIAS REIS
      **************************************
      * ETIQUETAS DE GONDOLA (PRECO, UN,    *
      * EAN) PARA PRECOS ALTERADOS OU       *
      * REIMPRESSAO POR CLASSIFICACAO       *
      **************************************
      *----------------------------------------------------------------
      * OPCAO 1 - ALTERADOS: ETIQUETA DE CADA PRODUTO ATIVO QUE
      *   - TEVE O PRECO DE VENDA MUDADO NO HISTORICO DE PRECOS
      *     (PRECOHIST.DAT, GRAVADO PELO SGP002, SGP020, CADENT E
      *     CADDVF) DESDE A ULTIMA EMISSAO; OU
      *   - TEM PROMOCAO (CADPROMO, DO PRODUTO OU DA CLASSIFICACAO)
      *     COMECANDO DESDE A ULTIMA EMISSAO ATE HOJE, TERMINADA
      *     NESSE INTERVALO (O PRECO NORMAL VOLTA NO DIA SEGUINTE AO
      *     FIM) OU ALTERADA/ENCERRADA NELE.
      *   A DATA/HORA DA EMISSAO FICA EM ETQCTL.DAT E E O PONTO DE
      *   PARTIDA DA PROXIMA. SEM EMISSAO ANTERIOR SAI O CADASTRO
      *   ATIVO INTEIRO (CARGA INICIAL DA LOJA).
      * OPCAO 2 - REIMPRESSAO: TODOS OS ATIVOS DE UMA CLASSIFICACAO
      *   (1-9), SEM MEXER NO CONTROLE DA ULTIMA EMISSAO.
      * O PRECO IMPRESSO E O VIGENTE HOJE, COM A PROMOCAO APLICADA
      * DO MESMO JEITO QUE O CADVEN APLICA NA VENDA (PRIMEIRO A DO
      * PRODUTO, DEPOIS A DA CLASSIFICACAO). A LINHA DO EAN SAI COM
      * OS 13 DIGITOS - A FONTE DE BARRAS DA IMPRESSORA DE
      * ETIQUETAS FAZ O CODIGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT PRECOHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRH-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT PROMOCAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRM-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT ETQCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ECTL-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT RELETQ ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      * HISTORICO DE PRECOS (MESMO LEIAUTE DO SGP002)
       FD PRECOHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECOHIST.DAT".
       01 PRECOHIST-REG.
           05 PRH-CHAVE.
              10 PRH-PRODUTO   PIC 9(08).
              10 PRH-DATA      PIC 9(08).
              10 PRH-SEQ       PIC 9(05).
           05 PRH-HORA         PIC 9(08).
           05 PRH-CUSTOANT     PIC 9(06)V99.
           05 PRH-CUSTONOVO    PIC 9(06)V99.
           05 PRH-VENDAANT     PIC 9(06)V99.
           05 PRH-VENDANOVA    PIC 9(06)V99.
           05 PRH-USUARIO      PIC X(08).
           05 PRH-PROGRAMA     PIC X(08).
      *
      * PROMOCOES COM VIGENCIA (MESMO LEIAUTE DO CADPROMO)
       FD PROMOCAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROMOCAO.DAT".
       01 PROMOCAO-REG.
           05 PRM-CHAVE.
              10 PRM-TIPO      PIC X(01).
              10 PRM-CODIGO    PIC 9(08).
              10 PRM-DTINI     PIC 9(08).
           05 PRM-DTFIM        PIC 9(08).
           05 PRM-PRECO        PIC 9(06)V99.
           05 PRM-PERCDESC     PIC 9(04).
           05 PRM-SITUACAO     PIC X(01).
           05 PRM-DT-ALTERACAO PIC 9(08).
           05 PRM-USUARIO      PIC X(08).
      *
      * CONTROLE DA ULTIMA EMISSAO DE ETIQUETAS (REGISTRO UNICO '1')
       FD ETQCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETQCTL.DAT".
       01 ETQCTL-REG.
           05 ECTL-CHAVE       PIC X(01).
           05 ECTL-ULTDATA     PIC 9(08).
           05 ECTL-ULTHORA     PIC 9(08).
           05 ECTL-USUARIO     PIC X(08).
      *
       FD RELETQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELETQ              PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 W-OPCAO            PIC X(01) VALUE SPACES.
       77 W-CLASSIF          PIC 9(01) VALUE ZEROS.
       77 W-USUARIO          PIC X(08) VALUE SPACES.
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMPRH           PIC X(01) VALUE "N".
       77 W-FIMPRM           PIC X(01) VALUE "N".
       77 W-TEMHIST          PIC X(01) VALUE "S".
       77 W-TEMPROMO         PIC X(01) VALUE "S".
       77 W-IMPRIME          PIC X(01) VALUE "N".
       77 W-PROMOFLAG        PIC X(01) VALUE "N".
       77 W-PRMTIPO          PIC X(01) VALUE SPACES.
       77 W-PRMCOD           PIC 9(08) VALUE ZEROS.
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-HORAINI          PIC 9(08) VALUE ZEROS.
       77 W-ULTDATA          PIC 9(08) VALUE ZEROS.
       77 W-ULTHORA          PIC 9(08) VALUE ZEROS.
       77 W-PRECO            PIC 9(06)V99 VALUE ZEROS.
       77 W-PROMOFIM         PIC 9(08) VALUE ZEROS.
       77 W-CONTLIDOS        PIC 9(06) VALUE ZEROS.
       77 W-CONTETQ          PIC 9(06) VALUE ZEROS.
       77 W-CONTPROMO        PIC 9(06) VALUE ZEROS.
       77 W-VALED            PIC ZZZ.ZZ9,99.
       01 W-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUXR REDEFINES W-DATA-AUX.
           05 W-DT-ANO       PIC 9(04).
           05 W-DT-MES       PIC 9(02).
           05 W-DT-DIA       PIC 9(02).
      * LEIAUTE DA ETIQUETA: MOLDURA DE 42 COLUNAS, UMA EM BAIXO
      * DA OUTRA COM UMA LINHA EM BRANCO PARA O CORTE
       01 ETQ-BORDA.
          03 FILLER          PIC X(01) VALUE "+".
          03 FILLER          PIC X(40) VALUE ALL "-".
          03 FILLER          PIC X(01) VALUE "+".
       01 ETQ-LINHA1.
          03 FILLER          PIC X(02) VALUE "| ".
          03 EL1-DESCRICAO   PIC X(30).
          03 FILLER          PIC X(04) VALUE " UN ".
          03 EL1-UNIDADE     PIC X(02).
          03 FILLER          PIC X(04) VALUE "   |".
       01 ETQ-LINHA2.
          03 FILLER          PIC X(05) VALUE "| R$ ".
          03 EL2-PRECO       PIC ZZZ.ZZ9,99.
          03 FILLER          PIC X(26) VALUE SPACES.
          03 FILLER          PIC X(01) VALUE "|".
       01 ETQ-LINHA3.
          03 FILLER          PIC X(02) VALUE "| ".
          03 EL3-TEXTO       PIC X(39).
          03 FILLER          PIC X(01) VALUE "|".
       01 ETQ-LINHA4.
          03 FILLER          PIC X(06) VALUE "| EAN ".
          03 EL4-EAN         PIC X(13).
          03 FILLER          PIC X(06) VALUE "  COD ".
          03 EL4-CODIGO      PIC 9(08).
          03 FILLER          PIC X(08) VALUE SPACES.
          03 FILLER          PIC X(01) VALUE "|".
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
                DISPLAY "1=PRECOS ALTERADOS  2=REIMPRESSAO CLASSE: ".
                ACCEPT W-OPCAO.
                IF W-OPCAO NOT = "2"
                   MOVE "1" TO W-OPCAO.
                IF W-OPCAO = "2"
                   DISPLAY "CLASSIFICACAO A REIMPRIMIR (1-9): "
                   ACCEPT W-CLASSIF
                   IF W-CLASSIF < 1 OR W-CLASSIF > 9
                      DISPLAY "CLASSIFICACAO INVALIDA"
                      STOP RUN.
                DISPLAY "USUARIO RESPONSAVEL: ".
                ACCEPT W-USUARIO.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                ACCEPT W-HORAINI FROM TIME.
                OPEN INPUT PRODUTO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   STOP RUN.
      * SEM HISTORICO OU SEM PROMOCAO CADASTRADA A EMISSAO SEGUE
      * SO COM O QUE EXISTIR
                OPEN INPUT PRECOHIST
                IF ST-ERRO2 NOT = "00"
                   MOVE "N" TO W-TEMHIST.
                OPEN INPUT PROMOCAO
                IF ST-ERRO3 NOT = "00"
                   MOVE "N" TO W-TEMPROMO.
                OPEN I-O ETQCTL
                IF ST-ERRO4 = "35"
                   OPEN OUTPUT ETQCTL
                   CLOSE ETQCTL
                   OPEN I-O ETQCTL.
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ETQCTL"
                   PERFORM 1100-FECHA-ENTRADAS
                      THRU 1100-FECHA-ENTRADAS-FIM
                   STOP RUN.
                MOVE "1" TO ECTL-CHAVE.
                READ ETQCTL
                   INVALID KEY
                      MOVE ZEROS TO ECTL-ULTDATA ECTL-ULTHORA.
                MOVE ECTL-ULTDATA TO W-ULTDATA.
                MOVE ECTL-ULTHORA TO W-ULTHORA.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "ETIQUETA-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP074" TO W-SPL-PROGRAMA.
                MOVE "ETIQUETAS DE GONDOLA" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                MOVE W-USUARIO TO W-SPL-USUARIO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELETQ
                IF ST-ERRO5 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   PERFORM 1100-FECHA-ENTRADAS
                      THRU 1100-FECHA-ENTRADAS-FIM
                   CLOSE ETQCTL
                   STOP RUN.
                MOVE SPACES TO REGRELETQ
                MOVE "ETIQUETAS DE GONDOLA" TO REGRELETQ
                WRITE REGRELETQ.
                MOVE SPACES TO REGRELETQ
                IF W-OPCAO = "2"
                   STRING "REIMPRESSAO DA CLASSIFICACAO " W-CLASSIF
                          "  PRECOS DE " W-HOJE
                           DELIMITED BY SIZE INTO REGRELETQ
                ELSE
                   IF W-ULTDATA = ZEROS
                      STRING "PRIMEIRA EMISSAO - CADASTRO ATIVO"
                             "  PRECOS DE " W-HOJE
                              DELIMITED BY SIZE INTO REGRELETQ
                   ELSE
                      STRING "ALTERADOS DESDE " W-ULTDATA " "
                             W-ULTHORA "  PRECOS DE " W-HOJE
                              DELIMITED BY SIZE INTO REGRELETQ.
                WRITE REGRELETQ.
                MOVE SPACES TO REGRELETQ
                WRITE REGRELETQ.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       1100-FECHA-ENTRADAS.
                CLOSE PRODUTO.
                IF W-TEMHIST = "S"
                   CLOSE PRECOHIST.
                IF W-TEMPROMO = "S"
                   CLOSE PROMOCAO.
       1100-FECHA-ENTRADAS-FIM.
                EXIT.
      *
      * UM PRODUTO POR VEZ, NA ORDEM DO CODIGO
       2000-PROCESSA.
                READ PRODUTO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF PRO-SITUACAO NOT = "A"
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTLIDOS.
                MOVE "N" TO W-IMPRIME.
                IF W-OPCAO = "2"
                   IF PRO-CLASSIFICACAO = W-CLASSIF
                      MOVE "S" TO W-IMPRIME
                   END-IF
                ELSE
                   IF W-ULTDATA = ZEROS
                      MOVE "S" TO W-IMPRIME
                   ELSE
                      PERFORM 2100-VERIFICA-HIST
                         THRU 2100-VERIFICA-HIST-FIM
                      IF W-IMPRIME = "N"
                         PERFORM 2200-VERIFICA-PROMO
                            THRU 2200-VERIFICA-PROMO-FIM.
                IF W-IMPRIME = "S"
                   PERFORM 4000-ETIQUETA THRU 4000-ETIQUETA-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
      * O HISTORICO DO PRODUTO E LIDO A PARTIR DO DIA DA ULTIMA
      * EMISSAO; SO MUDANCA DE VENDA PEDE ETIQUETA NOVA (CUSTO NAO
      * APARECE NA GONDOLA)
       2100-VERIFICA-HIST.
                IF W-TEMHIST = "N"
                   GO TO 2100-VERIFICA-HIST-FIM.
                MOVE PRO-CODIGO TO PRH-PRODUTO.
                MOVE W-ULTDATA TO PRH-DATA.
                MOVE ZEROS TO PRH-SEQ.
                MOVE "N" TO W-FIMPRH.
                START PRECOHIST KEY IS NOT LESS THAN PRH-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMPRH.
                PERFORM 2110-PROX-HIST THRU 2110-PROX-HIST-FIM
                   UNTIL W-FIMPRH = "S".
       2100-VERIFICA-HIST-FIM.
                EXIT.
      *
       2110-PROX-HIST.
                READ PRECOHIST NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMPRH
                   GO TO 2110-PROX-HIST-FIM.
                IF PRH-PRODUTO NOT = PRO-CODIGO
                   MOVE "S" TO W-FIMPRH
                   GO TO 2110-PROX-HIST-FIM.
                IF PRH-VENDANOVA = PRH-VENDAANT
                   GO TO 2110-PROX-HIST-FIM.
                IF PRH-DATA > W-ULTDATA OR PRH-HORA NOT < W-ULTHORA
                   MOVE "S" TO W-IMPRIME
                   MOVE "S" TO W-FIMPRH.
       2110-PROX-HIST-FIM.
                EXIT.
      *
      * PROMOCAO DO PRODUTO OU DA CLASSIFICACAO QUE MUDOU O PRECO
      * DA GONDOLA DESDE A ULTIMA EMISSAO
       2200-VERIFICA-PROMO.
                IF W-TEMPROMO = "N"
                   GO TO 2200-VERIFICA-PROMO-FIM.
                MOVE "P" TO W-PRMTIPO.
                MOVE PRO-CODIGO TO W-PRMCOD.
                PERFORM 2210-PROCURA-PROMO THRU 2210-PROCURA-PROMO-FIM.
                IF W-IMPRIME = "N"
                   MOVE "C" TO W-PRMTIPO
                   MOVE PRO-CLASSIFICACAO TO W-PRMCOD
                   PERFORM 2210-PROCURA-PROMO
                      THRU 2210-PROCURA-PROMO-FIM.
       2200-VERIFICA-PROMO-FIM.
                EXIT.
      *
       2210-PROCURA-PROMO.
                MOVE W-PRMTIPO TO PRM-TIPO.
                MOVE W-PRMCOD TO PRM-CODIGO.
                MOVE ZEROS TO PRM-DTINI.
                MOVE "N" TO W-FIMPRM.
                START PROMOCAO KEY IS NOT LESS THAN PRM-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMPRM.
                PERFORM 2220-PROX-PROMO THRU 2220-PROX-PROMO-FIM
                   UNTIL W-FIMPRM = "S".
       2210-PROCURA-PROMO-FIM.
                EXIT.
      *
      * COMECOU: INICIO DEPOIS DA ULTIMA EMISSAO ATE HOJE.
      * TERMINOU: ULTIMO DIA ENTRE A ULTIMA EMISSAO E ONTEM.
      * ALTERADA OU ENCERRADA NO CADPROMO DESDE A ULTIMA EMISSAO
      * (SO AS QUE JA COMECARAM)
       2220-PROX-PROMO.
                READ PROMOCAO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMPRM
                   GO TO 2220-PROX-PROMO-FIM.
                IF PRM-TIPO NOT = W-PRMTIPO
                   OR PRM-CODIGO NOT = W-PRMCOD
                   OR PRM-DTINI > W-HOJE
                   MOVE "S" TO W-FIMPRM
                   GO TO 2220-PROX-PROMO-FIM.
                IF PRM-DTINI > W-ULTDATA
                   OR (PRM-DTFIM NOT < W-ULTDATA
                       AND PRM-DTFIM < W-HOJE)
                   OR PRM-DT-ALTERACAO NOT < W-ULTDATA
                   MOVE "S" TO W-IMPRIME
                   MOVE "S" TO W-FIMPRM.
       2220-PROX-PROMO-FIM.
                EXIT.
      *
      * PRECO DE VENDA VIGENTE HOJE: PROMOCAO ATIVA DO PRODUTO
      * PRIMEIRO, DEPOIS A DA CLASSIFICACAO (COMO NO CADVEN)
       3000-PRECO-VIGENTE.
                MOVE PRO-PRECOVENDA TO W-PRECO.
                MOVE "N" TO W-PROMOFLAG.
                MOVE ZEROS TO W-PROMOFIM.
                IF W-TEMPROMO = "N"
                   GO TO 3000-PRECO-VIGENTE-FIM.
                MOVE "P" TO W-PRMTIPO.
                MOVE PRO-CODIGO TO W-PRMCOD.
                PERFORM 3100-PROCURA-VIGENTE
                   THRU 3100-PROCURA-VIGENTE-FIM.
                IF W-PROMOFLAG = "N"
                   MOVE "C" TO W-PRMTIPO
                   MOVE PRO-CLASSIFICACAO TO W-PRMCOD
                   PERFORM 3100-PROCURA-VIGENTE
                      THRU 3100-PROCURA-VIGENTE-FIM.
       3000-PRECO-VIGENTE-FIM.
                EXIT.
      *
       3100-PROCURA-VIGENTE.
                MOVE W-PRMTIPO TO PRM-TIPO.
                MOVE W-PRMCOD TO PRM-CODIGO.
                MOVE ZEROS TO PRM-DTINI.
                MOVE "N" TO W-FIMPRM.
                START PROMOCAO KEY IS NOT LESS THAN PRM-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMPRM.
                PERFORM 3110-PROX-VIGENTE THRU 3110-PROX-VIGENTE-FIM
                   UNTIL W-FIMPRM = "S".
       3100-PROCURA-VIGENTE-FIM.
                EXIT.
      *
       3110-PROX-VIGENTE.
                READ PROMOCAO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMPRM
                   GO TO 3110-PROX-VIGENTE-FIM.
                IF PRM-TIPO NOT = W-PRMTIPO
                   OR PRM-CODIGO NOT = W-PRMCOD
                   OR PRM-DTINI > W-HOJE
                   MOVE "S" TO W-FIMPRM
                   GO TO 3110-PROX-VIGENTE-FIM.
                IF PRM-SITUACAO NOT = "A" OR PRM-DTFIM < W-HOJE
                   GO TO 3110-PROX-VIGENTE-FIM.
                IF PRM-PRECO > ZEROS
                   MOVE PRM-PRECO TO W-PRECO
                ELSE
                   COMPUTE W-PRECO = W-PRECO
                         - (W-PRECO * PRM-PERCDESC / 10000).
                MOVE PRM-DTFIM TO W-PROMOFIM.
                MOVE "S" TO W-PROMOFLAG.
                MOVE "S" TO W-FIMPRM.
       3110-PROX-VIGENTE-FIM.
                EXIT.
      *
      * IMPRIME UMA ETIQUETA. EM PROMOCAO A TERCEIRA LINHA TRAZ O
      * FIM DA VIGENCIA E O PRECO NORMAL ("DE")
       4000-ETIQUETA.
                PERFORM 3000-PRECO-VIGENTE THRU 3000-PRECO-VIGENTE-FIM.
                MOVE PRO-DESCRICAO TO EL1-DESCRICAO.
                MOVE PRO-UNIDADE TO EL1-UNIDADE.
                MOVE W-PRECO TO EL2-PRECO.
                MOVE SPACES TO EL3-TEXTO.
                IF W-PROMOFLAG = "S"
                   ADD 1 TO W-CONTPROMO
                   MOVE W-PROMOFIM TO W-DATA-AUX
                   MOVE PRO-PRECOVENDA TO W-VALED
                   STRING "PROMOCAO ATE " W-DT-DIA "/" W-DT-MES "/"
                          W-DT-ANO " DE " W-VALED
                           DELIMITED BY SIZE INTO EL3-TEXTO.
                IF PRO-EAN = ZEROS
                   MOVE "SEM CODIGO" TO EL4-EAN
                ELSE
                   MOVE PRO-EAN TO EL4-EAN.
                MOVE PRO-CODIGO TO EL4-CODIGO.
                MOVE ETQ-BORDA TO REGRELETQ
                WRITE REGRELETQ.
                MOVE ETQ-LINHA1 TO REGRELETQ
                WRITE REGRELETQ.
                MOVE ETQ-LINHA2 TO REGRELETQ
                WRITE REGRELETQ.
                MOVE ETQ-LINHA3 TO REGRELETQ
                WRITE REGRELETQ.
                MOVE ETQ-LINHA4 TO REGRELETQ
                WRITE REGRELETQ.
                MOVE ETQ-BORDA TO REGRELETQ
                WRITE REGRELETQ.
                MOVE SPACES TO REGRELETQ
                WRITE REGRELETQ.
                ADD 1 TO W-CONTETQ.
       4000-ETIQUETA-FIM.
                EXIT.
      *
      * SO A EMISSAO DE ALTERADOS AVANCA O CONTROLE, COM A HORA DO
      * INICIO: O QUE MUDAR DURANTE A EMISSAO SAI NA PROXIMA
       9000-FINALIZA.
                IF W-OPCAO = "1"
                   MOVE "1" TO ECTL-CHAVE
                   MOVE W-HOJE TO ECTL-ULTDATA
                   MOVE W-HORAINI TO ECTL-ULTHORA
                   MOVE W-USUARIO TO ECTL-USUARIO
                   WRITE ETQCTL-REG
                      INVALID KEY
                         REWRITE ETQCTL-REG
                   END-WRITE.
                MOVE SPACES TO REGRELETQ
                STRING "PRODUTOS ATIVOS LIDOS.: " W-CONTLIDOS
                        DELIMITED BY SIZE INTO REGRELETQ
                WRITE REGRELETQ.
                MOVE SPACES TO REGRELETQ
                STRING "ETIQUETAS EMITIDAS....: " W-CONTETQ
                        DELIMITED BY SIZE INTO REGRELETQ
                WRITE REGRELETQ.
                MOVE SPACES TO REGRELETQ
                STRING "EM PROMOCAO...........: " W-CONTPROMO
                        DELIMITED BY SIZE INTO REGRELETQ
                WRITE REGRELETQ.
                PERFORM 1100-FECHA-ENTRADAS
                   THRU 1100-FECHA-ENTRADAS-FIM.
                CLOSE ETQCTL.
                CLOSE RELETQ.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
