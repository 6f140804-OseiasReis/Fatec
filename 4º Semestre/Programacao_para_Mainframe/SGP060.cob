       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP060.
       AUTHOR. OSEIAS REIS
      **************************************
      * SUGESTAO DE COMPRA - GERA PEDIDOS   *
      * RASCUNHO POR FORNECEDOR PREFERIDO   *
      * (PRODFORN + MOVESTOQUE + PEDIDOS)   *
      **************************************
      *----------------------------------------------------------------
      * PARA CADA PRODUTO ATIVO COM FORNECEDOR PREFERIDO NO CATALOGO
      * (CADPFN):
      *   - MEDIA DIARIA DE VENDA = VENDAS (V) E CONSUMO EM SERVICO
      *     (S) MENOS ESTORNOS (T) E DEVOLUCOES DE CLIENTE (D) DO
      *     KARDEX NA JANELA INFORMADA, DIVIDIDO PELOS DIAS DA JANELA;
      *   - NECESSIDADE = MEDIA X (PRAZO DE ENTREGA DO PREFERIDO +
      *     DIAS DE SEGURANCA), ARREDONDADA PARA CIMA;
      *   - SUGERIDO = NECESSIDADE - PRO-ESTOQUE - O QUE AINDA FALTA
      *     CHEGAR DOS PEDIDOS ABERTOS (A/R), EM EMBALAGENS INTEIRAS
      *     DO FORNECEDOR.
      * O QUE TEM SUGESTAO VIRA UM PEDIDO POR FORNECEDOR COM
      * SITUACAO 'S' (SUGESTAO). O COMPRADOR CONFERE A LISTAGEM E
      * LIBERA NO CADPED (OPCAO 4), ONDE PODE MUDAR OU TIRAR ITENS;
      * SO ENTAO O PEDIDO VIRA 'A' E PODE SER RECEBIDO. RODAR DE NOVO
      * CANCELA AS SUGESTOES AINDA NAO LIBERADAS E GERA OUTRAS.
      * PRODUTO COM NECESSIDADE E SEM PREFERIDO SAI NO FIM DA LISTA
      * (SO COM OS DIAS DE SEGURANCA DE COBERTURA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRODFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PFN-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO2.
       SELECT MOVESTOQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT PEDIDOCOMPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-ERRO4.
       SELECT PEDIDOITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIT-CHAVE
                    FILE STATUS  IS ST-ERRO5.
       SELECT NPEDCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PCTL-CHAVE
                    FILE STATUS  IS ST-ERRO6.
       SELECT FORNECEDOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS FORN-CODIGO
                    FILE STATUS  IS ST-ERRO7.
       SELECT RELSUG ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PRODFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODFORN.DAT".
       01 PRODFORN-REG.
           05 PFN-CHAVE.
              10 PFN-CODFORN   PIC 9(06).
              10 PFN-CODITEM   PIC X(15).
           05 PFN-PRODUTO      PIC 9(08).
           05 PFN-UNIDEMB      PIC X(02).
           05 PFN-QTDEMB       PIC 9(05).
           05 PFN-ULTPRECO     PIC 9(06)V99.
           05 PFN-DTULTCOMPRA  PIC 9(08).
           05 PFN-PREFERIDO    PIC X(01).
           05 PFN-PRAZOENT     PIC 9(03).
           05 PFN-DT-ALTERACAO PIC 9(08).
           05 PFN-USUARIO      PIC X(08).
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
      * SITUACAO: S=SUGESTAO (AGUARDA LIBERACAO) A=ABERTO
      * R=RECEBIDO EM PARTE F=FECHADO C=CANCELADO
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
      * CONTADOR DE NUMERO DE PEDIDO (O MESMO DO CADPED)
       FD NPEDCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NPEDCTL.DAT".
       01 NPEDCTL-REG.
           05 PCTL-CHAVE       PIC X(01).
           05 PCTL-ULTNUMERO   PIC 9(06).
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
       FD RELSUG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELSUG              PIC X(80).
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
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMPED           PIC X(01) VALUE "N".
       77 W-FIMPIT           PIC X(01) VALUE "N".
       77 W-FIMMOV           PIC X(01) VALUE "N".
       77 W-FIMPRO           PIC X(01) VALUE "N".
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-JANELA           PIC 9(03) VALUE ZEROS.
       77 W-MARGEM           PIC 9(03) VALUE ZEROS.
       77 W-DTINI            PIC 9(08) VALUE ZEROS.
       77 W-CONTDIAS         PIC 9(03) VALUE ZEROS.
       77 W-ULTDIA           PIC 9(02) VALUE ZEROS.
       77 W-QUOC             PIC 9(04) VALUE ZEROS.
       77 W-RESTO            PIC 9(02) VALUE ZEROS.
       77 IND                PIC 9(04) VALUE ZEROS.
      * PEDIDO EM FORMACAO (UM POR FORNECEDOR)
       77 W-FORNATU          PIC 9(06) VALUE ZEROS.
       77 W-FORNOK           PIC X(01) VALUE "N".
       77 W-NPEDIDO          PIC 9(06) VALUE ZEROS.
       77 W-SEQITEM          PIC 9(03) VALUE ZEROS.
       77 W-MAIORPRAZO       PIC 9(03) VALUE ZEROS.
       77 W-TOTPEDIDO        PIC 9(09)V99 VALUE ZEROS.
      * CALCULO DO PRODUTO
       77 W-PEDLIDO          PIC 9(06) VALUE ZEROS.
       77 W-SITLIDA          PIC X(01) VALUE SPACES.
       77 W-VENDIDO          PIC S9(09) VALUE ZEROS.
       77 W-MEDIA            PIC 9(05)V9(04) VALUE ZEROS.
       77 W-COBERTURA        PIC 9(04) VALUE ZEROS.
       77 W-NECESSDEC        PIC 9(09)V9(04) VALUE ZEROS.
       77 W-NECESS           PIC 9(09) VALUE ZEROS.
       77 W-ABERTO           PIC 9(07) VALUE ZEROS.
       77 W-SALDO            PIC S9(09) VALUE ZEROS.
       77 W-QTDEMB           PIC 9(05) VALUE ZEROS.
       77 W-EMBS             PIC 9(07) VALUE ZEROS.
       77 W-SUGERIDO         PIC 9(09) VALUE ZEROS.
       77 W-VALORITEM        PIC 9(09)V99 VALUE ZEROS.
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-OCORRENCIA       PIC X(24) VALUE SPACES.
      * CONTADORES
       77 W-CONTCANC         PIC 9(05) VALUE ZEROS.
       77 W-CONTPED          PIC 9(05) VALUE ZEROS.
       77 W-CONTITENS        PIC 9(05) VALUE ZEROS.
       77 W-CONTSEMPREF      PIC 9(05) VALUE ZEROS.
       77 W-CONTNAOPED       PIC 9(05) VALUE ZEROS.
       77 W-TOTGERAL         PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01 W-DATA-GRUPO REDEFINES W-DATA-AUX.
          03 W-ANO           PIC 9(04).
          03 W-MES           PIC 9(02).
          03 W-DIA           PIC 9(02).
      * QUANTIDADE QUE AINDA FALTA CHEGAR POR PRODUTO, SOMADA DOS
      * ITENS DE PEDIDOS ABERTOS OU RECEBIDOS EM PARTE (CARREGADA
      * UMA VEZ - PEDIDOITEM NAO TEM CAMINHO POR PRODUTO)
       77 W-QTDABERTOS       PIC 9(04) VALUE ZEROS.
       01 W-TAB-ABERTOS.
          03 W-ABT OCCURS 2000 TIMES.
             05 W-ABT-PRODUTO PIC 9(08).
             05 W-ABT-QTD     PIC 9(07).
      * PRODUTOS QUE TEM FORNECEDOR PREFERIDO (PARA A LISTA FINAL
      * DOS QUE PRECISAM DE COMPRA E NAO TEM)
       77 W-QTDPREF          PIC 9(04) VALUE ZEROS.
       01 W-TAB-PREF.
          03 W-PREF-PRODUTO OCCURS 3000 TIMES PIC 9(08).
      * ULTIMO DIA DE CADA MES (FEVEREIRO BISSEXTO NA ROTINA)
       01 TAB-ULTDIAX.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 28.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
       01 TAB-ULTDIAAUX REDEFINES TAB-ULTDIAX.
          03 TAB-ULTDIA PIC 9(02) OCCURS 12 TIMES.
       01 LINHA-DET.
          03 LD-PRODUTO      PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-DESCRICAO    PIC X(18).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-ESTOQUE      PIC ZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-ABERTO       PIC ZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-MEDIA        PIC ZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-COBERTURA    PIC ZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-SUGERIDO     PIC ZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-EMBS         PIC ZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-UNIDEMB      PIC X(02).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-VALOR        PIC ZZZZZZ9,99.
       01 LINHA-OCOR.
          03 LO-PRODUTO      PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LO-DESCRICAO    PIC X(30).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LO-SUGERIDO     PIC ZZZZZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LO-OCORRENCIA   PIC X(24).
       01 LINHA-TOT.
          03 LT-ROTULO       PIC X(30).
          03 LT-VALOR        PIC ZZZZZZZZ9,99.
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
                PERFORM 1100-CANCELA-SUGESTAO
                        THRU 1100-CANCELA-SUGESTAO-FIM.
                PERFORM 1300-CARREGA-ABERTOS
                        THRU 1300-CARREGA-ABERTOS-FIM.
                PERFORM 2000-PROCESSA   THRU 2000-PROCESSA-FIM
                        UNTIL W-FIM = "S".
                PERFORM 8000-SEM-PREFERIDO THRU 8000-SEM-PREFERIDO-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                DISPLAY "JANELA DE VENDAS EM DIAS (ENTER = 90): ".
                ACCEPT W-JANELA.
                IF W-JANELA = ZEROS
                   MOVE 90 TO W-JANELA.
                DISPLAY "DIAS DE SEGURANCA (ENTER = 7): ".
                ACCEPT W-MARGEM.
                IF W-MARGEM = ZEROS
                   MOVE 7 TO W-MARGEM.
      * INICIO DA JANELA: HOJE MENOS (JANELA - 1) DIAS, HOJE INCLUSO
                MOVE W-HOJE TO W-DATA-AUX.
                MOVE 1 TO W-CONTDIAS.
                PERFORM 1200-VOLTA-DIA THRU 1200-VOLTA-DIA-FIM
                        UNTIL W-CONTDIAS NOT < W-JANELA.
                MOVE W-DATA-AUX TO W-DTINI.
                OPEN INPUT PRODFORN
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODFORN"
                   STOP RUN.
                OPEN INPUT PRODUTO
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   CLOSE PRODFORN
                   STOP RUN.
                OPEN INPUT MOVESTOQUE
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVESTOQUE"
                   CLOSE PRODFORN PRODUTO
                   STOP RUN.
                OPEN I-O PEDIDOCOMPRA
                IF ST-ERRO4 = "35"
                   OPEN OUTPUT PEDIDOCOMPRA
                   CLOSE PEDIDOCOMPRA
                   OPEN I-O PEDIDOCOMPRA.
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDOCOMPRA"
                   CLOSE PRODFORN PRODUTO MOVESTOQUE
                   STOP RUN.
                OPEN I-O PEDIDOITEM
                IF ST-ERRO5 = "35"
                   OPEN OUTPUT PEDIDOITEM
                   CLOSE PEDIDOITEM
                   OPEN I-O PEDIDOITEM.
                IF ST-ERRO5 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDOITEM"
                   CLOSE PRODFORN PRODUTO MOVESTOQUE PEDIDOCOMPRA
                   STOP RUN.
                OPEN I-O NPEDCTL
                IF ST-ERRO6 = "35"
                   OPEN OUTPUT NPEDCTL
                   CLOSE NPEDCTL
                   OPEN I-O NPEDCTL.
                IF ST-ERRO6 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO NPEDCTL"
                   CLOSE PRODFORN PRODUTO MOVESTOQUE PEDIDOCOMPRA
                         PEDIDOITEM
                   STOP RUN.
                OPEN INPUT FORNECEDOR
                IF ST-ERRO7 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FORNECEDOR"
                   CLOSE PRODFORN PRODUTO MOVESTOQUE PEDIDOCOMPRA
                         PEDIDOITEM NPEDCTL
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "SUGCOMPRA-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP060" TO W-SPL-PROGRAMA.
                MOVE "SUGESTAO DE COMPRA" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELSUG
                IF ST-ERRO8 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE PRODFORN PRODUTO MOVESTOQUE PEDIDOCOMPRA
                         PEDIDOITEM NPEDCTL FORNECEDOR
                   STOP RUN.
                MOVE SPACES TO REGRELSUG
                MOVE "SUGESTAO DE COMPRA POR FORNECEDOR PREFERIDO"
                        TO REGRELSUG
                WRITE REGRELSUG.
                MOVE SPACES TO REGRELSUG
                STRING "VENDAS DE " W-DTINI " A " W-HOJE
                       " (" W-JANELA " DIAS) - SEGURANCA: " W-MARGEM
                       " DIAS"
                        DELIMITED BY SIZE INTO REGRELSUG
                WRITE REGRELSUG.
                MOVE SPACES TO REGRELSUG
                MOVE "PEDIDOS GERADOS COM SITUACAO S - CONFERIR E LIBER
      -              "AR NO CADPED (OPCAO 4)" TO REGRELSUG
                WRITE REGRELSUG.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * UM DIA PARA TRAS EM W-DATA-AUX
       1200-VOLTA-DIA.
                SUBTRACT 1 FROM W-DIA.
                IF W-DIA = ZEROS
                   SUBTRACT 1 FROM W-MES
                   IF W-MES = ZEROS
                      MOVE 12 TO W-MES
                      SUBTRACT 1 FROM W-ANO
                   END-IF
                   PERFORM 1250-ULTIMO-DIA THRU 1250-ULTIMO-DIA-FIM
                   MOVE W-ULTDIA TO W-DIA
                END-IF.
                ADD 1 TO W-CONTDIAS.
       1200-VOLTA-DIA-FIM.
                EXIT.
      *
       1250-ULTIMO-DIA.
                MOVE TAB-ULTDIA(W-MES) TO W-ULTDIA.
                IF W-MES = 2
                   DIVIDE W-ANO BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULTDIA
                   END-IF
                END-IF.
       1250-ULTIMO-DIA-FIM.
                EXIT.
      *
      * UM DIA PARA FRENTE EM W-DATA-AUX (DATA PREVISTA DO PEDIDO)
       1260-AVANCA-DIA.
                ADD 1 TO W-DIA.
                PERFORM 1250-ULTIMO-DIA THRU 1250-ULTIMO-DIA-FIM.
                IF W-DIA > W-ULTDIA
                   MOVE 1 TO W-DIA
                   ADD 1 TO W-MES
                   IF W-MES > 12
                      MOVE 1 TO W-MES
                      ADD 1 TO W-ANO
                   END-IF
                END-IF.
                ADD 1 TO W-CONTDIAS.
       1260-AVANCA-DIA-FIM.
                EXIT.
      *
      * SUGESTOES DE RODADAS ANTERIORES AINDA NAO LIBERADAS SAO
      * CANCELADAS - A SUGESTAO NOVA JA CONSIDERA O ESTOQUE DE HOJE
       1100-CANCELA-SUGESTAO.
                MOVE ZEROS TO PED-NUMERO.
                MOVE "N" TO W-FIMPED.
                START PEDIDOCOMPRA KEY IS NOT LESS THAN PED-NUMERO
                   INVALID KEY
                      GO TO 1100-CANCELA-SUGESTAO-FIM.
                PERFORM 1150-LE-PEDIDO THRU 1150-LE-PEDIDO-FIM
                        UNTIL W-FIMPED = "S".
       1100-CANCELA-SUGESTAO-FIM.
                EXIT.
      *
       1150-LE-PEDIDO.
                READ PEDIDOCOMPRA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMPED
                   GO TO 1150-LE-PEDIDO-FIM.
                IF PED-SITUACAO NOT = "S"
                   GO TO 1150-LE-PEDIDO-FIM.
                MOVE "C" TO PED-SITUACAO.
                MOVE W-HOJE TO PED-DT-ALTERACAO.
                MOVE "SGP060" TO PED-USUARIO.
                REWRITE PEDIDOCOMPRA-REG.
                ADD 1 TO W-CONTCANC.
       1150-LE-PEDIDO-FIM.
                EXIT.
      *
       1300-CARREGA-ABERTOS.
                MOVE ZEROS TO PIT-NUMERO PIT-SEQ W-PEDLIDO.
                MOVE "N" TO W-FIMPIT.
                START PEDIDOITEM KEY IS NOT LESS THAN PIT-CHAVE
                   INVALID KEY
                      GO TO 1300-CARREGA-ABERTOS-FIM.
                PERFORM 1350-LE-ITEM THRU 1350-LE-ITEM-FIM
                        UNTIL W-FIMPIT = "S".
       1300-CARREGA-ABERTOS-FIM.
                EXIT.
      *
       1350-LE-ITEM.
                READ PEDIDOITEM NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMPIT
                   GO TO 1350-LE-ITEM-FIM.
                IF PIT-NUMERO NOT = W-PEDLIDO
                   MOVE PIT-NUMERO TO W-PEDLIDO PED-NUMERO
                   READ PEDIDOCOMPRA
                      INVALID KEY
                         MOVE SPACES TO PED-SITUACAO
                   END-READ
                   MOVE PED-SITUACAO TO W-SITLIDA.
                IF W-SITLIDA NOT = "A" AND W-SITLIDA NOT = "R"
                   GO TO 1350-LE-ITEM-FIM.
                IF PIT-QTDRECEBIDA NOT < PIT-QTDPEDIDA
                   GO TO 1350-LE-ITEM-FIM.
                MOVE "N" TO W-ACHOU.
                PERFORM 1400-PROCURA-ABERTO THRU 1400-PROCURA-ABERTO-FIM
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > W-QTDABERTOS OR W-ACHOU = "S".
                IF W-ACHOU = "N"
                   IF W-QTDABERTOS < 2000
                      ADD 1 TO W-QTDABERTOS
                      MOVE W-QTDABERTOS TO IND
                      MOVE PIT-PRODUTO TO W-ABT-PRODUTO(IND)
                      MOVE ZEROS TO W-ABT-QTD(IND)
                   ELSE
                      GO TO 1350-LE-ITEM-FIM
                   END-IF
                ELSE
                   SUBTRACT 1 FROM IND.
                COMPUTE W-ABT-QTD(IND) = W-ABT-QTD(IND)
                        + PIT-QTDPEDIDA - PIT-QTDRECEBIDA.
       1350-LE-ITEM-FIM.
                EXIT.
      *
       1400-PROCURA-ABERTO.
                IF W-ABT-PRODUTO(IND) = PIT-PRODUTO
                   MOVE "S" TO W-ACHOU.
       1400-PROCURA-ABERTO-FIM.
                EXIT.
      *
      * O CATALOGO VEM NA ORDEM DE FORNECEDOR: CADA QUEBRA FECHA O
      * PEDIDO SUGERIDO DO FORNECEDOR ANTERIOR
       2000-PROCESSA.
                READ PRODFORN NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   PERFORM 2100-FECHA-FORNECEDOR
                           THRU 2100-FECHA-FORNECEDOR-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF PFN-PREFERIDO NOT = "S"
                   GO TO 2000-PROCESSA-FIM.
                IF PFN-CODFORN NOT = W-FORNATU
                   PERFORM 2100-FECHA-FORNECEDOR
                           THRU 2100-FECHA-FORNECEDOR-FIM
                   PERFORM 2150-ABRE-FORNECEDOR
                           THRU 2150-ABRE-FORNECEDOR-FIM.
                MOVE PFN-PRODUTO TO PRO-CODIGO.
                READ PRODUTO
                   INVALID KEY
                      GO TO 2000-PROCESSA-FIM.
                IF PRO-SITUACAO NOT = "A"
                   GO TO 2000-PROCESSA-FIM.
                IF W-QTDPREF < 3000
                   ADD 1 TO W-QTDPREF
                   MOVE PRO-CODIGO TO W-PREF-PRODUTO(W-QTDPREF).
                COMPUTE W-COBERTURA = PFN-PRAZOENT + W-MARGEM.
                PERFORM 3000-CALCULA THRU 3000-CALCULA-FIM.
                IF W-SALDO NOT > ZEROS
                   GO TO 2000-PROCESSA-FIM.
      * ARREDONDA PARA EMBALAGENS INTEIRAS DO FORNECEDOR
                MOVE PFN-QTDEMB TO W-QTDEMB.
                IF W-QTDEMB = ZEROS
                   MOVE 1 TO W-QTDEMB.
                COMPUTE W-EMBS = (W-SALDO + W-QTDEMB - 1) / W-QTDEMB.
                COMPUTE W-SUGERIDO = W-EMBS * W-QTDEMB.
                IF W-SUGERIDO > 99999
                   COMPUTE W-EMBS = 99999 / W-QTDEMB
                   COMPUTE W-SUGERIDO = W-EMBS * W-QTDEMB.
                IF W-FORNOK NOT = "S"
                   MOVE "FORNECEDOR INATIVO" TO W-OCORRENCIA
                   PERFORM 2900-OCORRENCIA THRU 2900-OCORRENCIA-FIM
                   ADD 1 TO W-CONTNAOPED
                   GO TO 2000-PROCESSA-FIM.
                IF W-NPEDIDO = ZEROS
                   PERFORM 2300-NOVO-PEDIDO THRU 2300-NOVO-PEDIDO-FIM.
                IF W-SEQITEM NOT < 999
                   MOVE "PEDIDO COM 999 ITENS" TO W-OCORRENCIA
                   PERFORM 2900-OCORRENCIA THRU 2900-OCORRENCIA-FIM
                   ADD 1 TO W-CONTNAOPED
                   GO TO 2000-PROCESSA-FIM.
                PERFORM 2400-GRAVA-ITEM THRU 2400-GRAVA-ITEM-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
      * PEDIDO COM ITENS: DATA PREVISTA = HOJE + MAIOR PRAZO DE
      * ENTREGA ENTRE OS ITENS, E O TOTAL ESTIMADO NA LISTAGEM
       2100-FECHA-FORNECEDOR.
                IF W-NPEDIDO = ZEROS
                   GO TO 2100-FECHA-FORNECEDOR-FIM.
                MOVE W-HOJE TO W-DATA-AUX.
                MOVE ZEROS TO W-CONTDIAS.
                PERFORM 1260-AVANCA-DIA THRU 1260-AVANCA-DIA-FIM
                        UNTIL W-CONTDIAS NOT < W-MAIORPRAZO.
                MOVE W-NPEDIDO TO PED-NUMERO.
                READ PEDIDOCOMPRA
                   INVALID KEY
                      GO TO 2100-FECHA-FORNECEDOR-FIM.
                MOVE W-DATA-AUX TO PED-DTPREVISTA.
                REWRITE PEDIDOCOMPRA-REG.
                MOVE "  TOTAL ESTIMADO DO PEDIDO" TO LT-ROTULO.
                MOVE W-TOTPEDIDO TO LT-VALOR.
                MOVE LINHA-TOT TO REGRELSUG.
                WRITE REGRELSUG.
                ADD W-TOTPEDIDO TO W-TOTGERAL.
       2100-FECHA-FORNECEDOR-FIM.
                EXIT.
      *
       2150-ABRE-FORNECEDOR.
                MOVE PFN-CODFORN TO W-FORNATU FORN-CODIGO.
                MOVE ZEROS TO W-NPEDIDO W-SEQITEM W-MAIORPRAZO
                              W-TOTPEDIDO.
                MOVE "S" TO W-FORNOK.
                READ FORNECEDOR
                   INVALID KEY
                      MOVE "*** FORNECEDOR NAO CADASTRADO ***"
                              TO FORN-RAZAO
                      MOVE "N" TO W-FORNOK.
                IF FORN-SITUACAO NOT = "A"
                   MOVE "N" TO W-FORNOK.
                MOVE SPACES TO REGRELSUG
                WRITE REGRELSUG.
                MOVE SPACES TO REGRELSUG
                STRING "FORNECEDOR " W-FORNATU " " FORN-RAZAO
                        DELIMITED BY SIZE INTO REGRELSUG
                WRITE REGRELSUG.
                MOVE SPACES TO REGRELSUG
                MOVE "PRODUTO  DESCRICAO            ESTQ ABERTO  MED/D C
      -              "OB SUGER  EMBS UN      VALOR" TO REGRELSUG
                WRITE REGRELSUG.
       2150-ABRE-FORNECEDOR-FIM.
                EXIT.
      *
      * NUMERO DO CONTADOR DO CADPED; SE UM PEDIDO DIGITADO AO MESMO
      * TEMPO JA PEGOU O NUMERO, TENTA O PROXIMO
       2300-NOVO-PEDIDO.
                MOVE "1" TO PCTL-CHAVE.
                READ NPEDCTL
                   INVALID KEY
                      MOVE ZEROS TO PCTL-ULTNUMERO
                      WRITE NPEDCTL-REG.
                ADD 1 TO PCTL-ULTNUMERO.
                REWRITE NPEDCTL-REG.
                MOVE PCTL-ULTNUMERO TO W-NPEDIDO PED-NUMERO.
                MOVE W-FORNATU TO PED-CODFORN.
                MOVE W-HOJE TO PED-DTPEDIDO PED-DTPREVISTA
                               PED-DT-ALTERACAO.
                MOVE ZEROS TO PED-DTENTREGA.
                MOVE "S" TO PED-SITUACAO.
                MOVE "SGP060" TO PED-USUARIO.
                WRITE PEDIDOCOMPRA-REG
                   INVALID KEY
                      GO TO 2300-NOVO-PEDIDO.
                ADD 1 TO W-CONTPED.
                MOVE SPACES TO REGRELSUG
                STRING "  PEDIDO SUGERIDO NR " W-NPEDIDO
                        DELIMITED BY SIZE INTO REGRELSUG
                WRITE REGRELSUG.
       2300-NOVO-PEDIDO-FIM.
                EXIT.
      *
      * VALOR ESTIMADO PELO ULTIMO PRECO DA EMBALAGEM NO CATALOGO;
      * SEM COMPRA AINDA, PELO CUSTO MEDIO DO PRODUTO
       2400-GRAVA-ITEM.
                ADD 1 TO W-SEQITEM.
                MOVE W-NPEDIDO TO PIT-NUMERO.
                MOVE W-SEQITEM TO PIT-SEQ.
                MOVE PRO-CODIGO TO PIT-PRODUTO.
                MOVE W-SUGERIDO TO PIT-QTDPEDIDA.
                MOVE ZEROS TO PIT-QTDRECEBIDA.
                WRITE PEDIDOITEM-REG
                   INVALID KEY
                      SUBTRACT 1 FROM W-SEQITEM
                      MOVE "ERRO AO GRAVAR ITEM" TO W-OCORRENCIA
                      PERFORM 2900-OCORRENCIA THRU 2900-OCORRENCIA-FIM
                      ADD 1 TO W-CONTNAOPED
                      GO TO 2400-GRAVA-ITEM-FIM.
                ADD 1 TO W-CONTITENS.
                IF PFN-PRAZOENT > W-MAIORPRAZO
                   MOVE PFN-PRAZOENT TO W-MAIORPRAZO.
                IF PFN-ULTPRECO > ZEROS
                   COMPUTE W-VALORITEM = W-EMBS * PFN-ULTPRECO
                ELSE
                   COMPUTE W-VALORITEM = W-SUGERIDO * PRO-PRECOCUSTO.
                ADD W-VALORITEM TO W-TOTPEDIDO.
                MOVE SPACES TO LINHA-DET.
                MOVE PRO-CODIGO TO LD-PRODUTO.
                MOVE PRO-DESCRICAO TO LD-DESCRICAO.
                MOVE PRO-ESTOQUE TO LD-ESTOQUE.
                MOVE W-ABERTO TO LD-ABERTO.
                MOVE W-MEDIA TO LD-MEDIA.
                MOVE W-COBERTURA TO LD-COBERTURA.
                MOVE W-SUGERIDO TO LD-SUGERIDO.
                MOVE W-EMBS TO LD-EMBS.
                MOVE PFN-UNIDEMB TO LD-UNIDEMB.
                MOVE W-VALORITEM TO LD-VALOR.
                MOVE LINHA-DET TO REGRELSUG.
                WRITE REGRELSUG.
       2400-GRAVA-ITEM-FIM.
                EXIT.
      *
       2900-OCORRENCIA.
                MOVE SPACES TO LINHA-OCOR.
                MOVE PRO-CODIGO TO LO-PRODUTO.
                MOVE PRO-DESCRICAO TO LO-DESCRICAO.
                MOVE W-SALDO TO LO-SUGERIDO.
                MOVE W-OCORRENCIA TO LO-OCORRENCIA.
                MOVE LINHA-OCOR TO REGRELSUG.
                WRITE REGRELSUG.
       2900-OCORRENCIA-FIM.
                EXIT.
      *
      * MEDIA DIARIA, NECESSIDADE PARA A COBERTURA E O QUE FALTA
      * DEPOIS DO ESTOQUE E DOS PEDIDOS EM ABERTO (W-SALDO)
       3000-CALCULA.
                MOVE ZEROS TO W-VENDIDO.
                MOVE PRO-CODIGO TO MOV-PRODUTO.
                MOVE W-DTINI TO MOV-DATA.
                MOVE ZEROS TO MOV-SEQ.
                MOVE "N" TO W-FIMMOV.
                START MOVESTOQUE KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                      MOVE "S" TO W-FIMMOV.
                PERFORM 3100-SOMA-VENDA THRU 3100-SOMA-VENDA-FIM
                        UNTIL W-FIMMOV = "S".
                IF W-VENDIDO < ZEROS
                   MOVE ZEROS TO W-VENDIDO.
                COMPUTE W-MEDIA ROUNDED = W-VENDIDO / W-JANELA.
                COMPUTE W-NECESSDEC = W-MEDIA * W-COBERTURA.
                MOVE W-NECESSDEC TO W-NECESS.
                IF W-NECESS < W-NECESSDEC
                   ADD 1 TO W-NECESS.
                MOVE ZEROS TO W-ABERTO.
                MOVE "N" TO W-ACHOU.
                PERFORM 3200-ABERTO-PRODUTO
                        THRU 3200-ABERTO-PRODUTO-FIM
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > W-QTDABERTOS OR W-ACHOU = "S".
                COMPUTE W-SALDO = W-NECESS - PRO-ESTOQUE - W-ABERTO.
       3000-CALCULA-FIM.
                EXIT.
      *
       3100-SOMA-VENDA.
                READ MOVESTOQUE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMMOV
                   GO TO 3100-SOMA-VENDA-FIM.
                IF MOV-PRODUTO NOT = PRO-CODIGO
                   OR MOV-DATA > W-HOJE
                   MOVE "S" TO W-FIMMOV
                   GO TO 3100-SOMA-VENDA-FIM.
                IF MOV-TIPO = "V" OR MOV-TIPO = "S"
                   ADD MOV-QTD TO W-VENDIDO.
                IF MOV-TIPO = "T" OR MOV-TIPO = "D"
                   SUBTRACT MOV-QTD FROM W-VENDIDO.
       3100-SOMA-VENDA-FIM.
                EXIT.
      *
       3200-ABERTO-PRODUTO.
                IF W-ABT-PRODUTO(IND) = PRO-CODIGO
                   MOVE W-ABT-QTD(IND) TO W-ABERTO
                   MOVE "S" TO W-ACHOU.
       3200-ABERTO-PRODUTO-FIM.
                EXIT.
      *
      * PRODUTOS ATIVOS SEM FORNECEDOR PREFERIDO QUE JA PRECISAM DE
      * COMPRA SO PARA OS DIAS DE SEGURANCA - NAO GERAM PEDIDO,
      * FICAM NA LISTA PARA O COMPRADOR CADASTRAR O PREFERIDO
       8000-SEM-PREFERIDO.
                MOVE SPACES TO REGRELSUG
                WRITE REGRELSUG.
                MOVE SPACES TO REGRELSUG
                MOVE "PRODUTOS COM NECESSIDADE SEM FORNECEDOR PREFERIDO"
                        TO REGRELSUG
                WRITE REGRELSUG.
                IF W-QTDPREF NOT < 3000
                   MOVE SPACES TO REGRELSUG
                   MOVE "  (TABELA DE PREFERIDOS CHEIA - LISTA OMITIDA)"
                           TO REGRELSUG
                   WRITE REGRELSUG
                   GO TO 8000-SEM-PREFERIDO-FIM.
                MOVE ZEROS TO PRO-CODIGO.
                MOVE "N" TO W-FIMPRO.
                START PRODUTO KEY IS NOT LESS THAN PRO-CODIGO
                   INVALID KEY
                      GO TO 8000-SEM-PREFERIDO-FIM.
                PERFORM 8100-LE-PRODUTO THRU 8100-LE-PRODUTO-FIM
                        UNTIL W-FIMPRO = "S".
       8000-SEM-PREFERIDO-FIM.
                EXIT.
      *
       8100-LE-PRODUTO.
                READ PRODUTO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMPRO
                   GO TO 8100-LE-PRODUTO-FIM.
                IF PRO-SITUACAO NOT = "A"
                   GO TO 8100-LE-PRODUTO-FIM.
                MOVE "N" TO W-ACHOU.
                PERFORM 8200-PROCURA-PREF THRU 8200-PROCURA-PREF-FIM
                   VARYING IND FROM 1 BY 1
                   UNTIL IND > W-QTDPREF OR W-ACHOU = "S".
                IF W-ACHOU = "S"
                   GO TO 8100-LE-PRODUTO-FIM.
                MOVE W-MARGEM TO W-COBERTURA.
                PERFORM 3000-CALCULA THRU 3000-CALCULA-FIM.
                IF W-SALDO NOT > ZEROS
                   GO TO 8100-LE-PRODUTO-FIM.
                MOVE "SEM FORNECEDOR PREFERIDO" TO W-OCORRENCIA.
                PERFORM 2900-OCORRENCIA THRU 2900-OCORRENCIA-FIM.
                ADD 1 TO W-CONTSEMPREF.
       8100-LE-PRODUTO-FIM.
                EXIT.
      *
       8200-PROCURA-PREF.
                IF W-PREF-PRODUTO(IND) = PRO-CODIGO
                   MOVE "S" TO W-ACHOU.
       8200-PROCURA-PREF-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELSUG
                WRITE REGRELSUG.
                MOVE "SUGESTOES ANTERIORES CANCEL." TO LT-ROTULO
                MOVE W-CONTCANC TO LT-VALOR
                MOVE LINHA-TOT TO REGRELSUG
                WRITE REGRELSUG.
                MOVE "PEDIDOS SUGERIDOS GERADOS" TO LT-ROTULO
                MOVE W-CONTPED TO LT-VALOR
                MOVE LINHA-TOT TO REGRELSUG
                WRITE REGRELSUG.
                MOVE "ITENS SUGERIDOS" TO LT-ROTULO
                MOVE W-CONTITENS TO LT-VALOR
                MOVE LINHA-TOT TO REGRELSUG
                WRITE REGRELSUG.
                MOVE "VALOR ESTIMADO TOTAL" TO LT-ROTULO
                MOVE W-TOTGERAL TO LT-VALOR
                MOVE LINHA-TOT TO REGRELSUG
                WRITE REGRELSUG.
                MOVE "NAO PEDIDOS (VER OCORRENCIA)" TO LT-ROTULO
                MOVE W-CONTNAOPED TO LT-VALOR
                MOVE LINHA-TOT TO REGRELSUG
                WRITE REGRELSUG.
                MOVE "SEM FORNECEDOR PREFERIDO" TO LT-ROTULO
                MOVE W-CONTSEMPREF TO LT-VALOR
                MOVE LINHA-TOT TO REGRELSUG
                WRITE REGRELSUG.
                IF W-QTDABERTOS NOT < 2000
                   MOVE SPACES TO REGRELSUG
                   MOVE "ATENCAO: TABELA DE PEDIDOS EM ABERTO CHEIA"
                           TO REGRELSUG
                   WRITE REGRELSUG.
                CLOSE PRODFORN PRODUTO MOVESTOQUE PEDIDOCOMPRA
                      PEDIDOITEM NPEDCTL FORNECEDOR RELSUG.
                DISPLAY "SUGESTAO GERADA EM " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
