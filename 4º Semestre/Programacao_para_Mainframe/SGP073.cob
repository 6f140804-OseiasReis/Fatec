       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP073.
       AUTHOR. OSEIAS REIS
      **************************************
      * ENCOMENDAS DE CLIENTE: CHEGADAS A   *
      * AVISAR E PEDIDAS EM ATRASO          *
      **************************************
      *----------------------------------------------------------------
      * LE O ENCOMENDA.DAT (CADENC) E LISTA EM DUAS PARTES:
      *   - CHEGARAM (SITUACAO C): O CADENT RECEBEU O PRODUTO E A
      *     QUANTIDADE ESTA RESERVADA PARA O CLIENTE. SAI COM NOME,
      *     TELEFONE E DIAS DESDE A CHEGADA, PARA A LOJA LIGAR;
      *   - ATRASADAS (SITUACAO P COM A DATA PROMETIDA JA PASSADA
      *     NA DATA DE REFERENCIA): SAI COM O PEDIDO DE COMPRA DA
      *     LINHA, PARA COBRAR O FORNECEDOR OU AVISAR O CLIENTE.
      * DATA DE REFERENCIA INFORMADA (ENTER = HOJE). NADA AQUI GRAVA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENCOMENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENC-NUMERO
                    FILE STATUS  IS ST-ERRO.
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO3.
       SELECT RELENC ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD RELENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELENC              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-PASSO            PIC X(01) VALUE SPACES.
       77 W-DTREF            PIC 9(08) VALUE ZEROS.
       77 W-CONTCHEG         PIC 9(06) VALUE ZEROS.
       77 W-CONTATRASO       PIC 9(06) VALUE ZEROS.
       77 W-TOTSINAL         PIC 9(11)V99 VALUE ZEROS.
       77 W-VALED            PIC ZZZZZZZZZZ9,99.
      * DIAS ENTRE DUAS DATAS AAAAMMDD PELO DIA DO ANO ACUMULADO
      * (MESMA TABELA DO CADVEN; ANO BISSEXTO NAO AJUSTADO - PARA
      * CONTAR DIAS DE ESPERA A DIFERENCA DE UM DIA NAO IMPORTA)
       77 W-DIAS             PIC S9(07) VALUE ZEROS.
       77 W-NUMDIA1          PIC 9(07) VALUE ZEROS.
       77 W-NUMDIA2          PIC 9(07) VALUE ZEROS.
       01 W-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUXR REDEFINES W-DATA-AUX.
           05 W-DT-ANO       PIC 9(04).
           05 W-DT-MES       PIC 9(02).
           05 W-DT-DIA       PIC 9(02).
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
       01 LINHA-CAB.
          03 FILLER          PIC X(07) VALUE "ENCOM.".
          03 FILLER          PIC X(26) VALUE "CLIENTE".
          03 FILLER          PIC X(14) VALUE "TELEFONE".
          03 FILLER          PIC X(26) VALUE "PRODUTO".
          03 FILLER          PIC X(06) VALUE "QTD".
          03 FILLER          PIC X(11) VALUE "DATA".
          03 FILLER          PIC X(05) VALUE "DIAS".
          03 FILLER          PIC X(10) VALUE "PEDIDO".
       01 LINHA-REL.
          03 LR-NUMERO       PIC 9(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-NOME         PIC X(25).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-DDD          PIC 9(02).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-TELEFONE     PIC 9(09).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-PRODUTO      PIC X(25).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-QTD          PIC ZZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-DATA         PIC 9999/99/99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-DIAS         PIC ZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-PEDIDO       PIC 9(06).
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
                MOVE "C" TO W-PASSO.
                PERFORM 2000-PASSO      THRU 2000-PASSO-FIM.
                MOVE "P" TO W-PASSO.
                PERFORM 2000-PASSO      THRU 2000-PASSO-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "DATA DE REFERENCIA (AAAAMMDD, ENTER = HOJE): ".
                ACCEPT W-DTREF.
                IF W-DTREF = ZEROS
                   ACCEPT W-DTREF FROM DATE YYYYMMDD.
                OPEN INPUT ENCOMENDA
                IF ST-ERRO NOT = "00"
                   DISPLAY "NENHUMA ENCOMENDA CADASTRADA (ENCOMENDA)"
                   STOP RUN.
                OPEN INPUT CLIENTE
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                   CLOSE ENCOMENDA
                   STOP RUN.
                OPEN INPUT PRODUTO
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   CLOSE ENCOMENDA
                   CLOSE CLIENTE
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "ENCCHEG-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP073" TO W-SPL-PROGRAMA.
                MOVE "ENCOMENDAS CHEGADAS/ATRASADAS" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELENC
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE ENCOMENDA
                   CLOSE CLIENTE
                   CLOSE PRODUTO
                   STOP RUN.
                MOVE SPACES TO REGRELENC
                MOVE "ENCOMENDAS DE CLIENTE - CHEGADAS E ATRASOS"
                  TO REGRELENC
                WRITE REGRELENC.
                MOVE SPACES TO REGRELENC
                STRING "DATA DE REFERENCIA: " W-DTREF
                        DELIMITED BY SIZE INTO REGRELENC
                WRITE REGRELENC.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * UMA PASSADA NO ARQUIVO POR PARTE DA LISTAGEM (W-PASSO = C
      * CHEGARAM, P ATRASADAS), NA ORDEM DO NUMERO DA ENCOMENDA
       2000-PASSO.
                MOVE SPACES TO REGRELENC
                WRITE REGRELENC.
                MOVE SPACES TO REGRELENC
                IF W-PASSO = "C"
                   MOVE "CHEGARAM - AVISAR O CLIENTE (DATA = CHEGADA)"
                     TO REGRELENC
                ELSE
                   MOVE "PEDIDAS EM ATRASO (DATA = PROMETIDA)"
                     TO REGRELENC.
                WRITE REGRELENC.
                MOVE LINHA-CAB TO REGRELENC
                WRITE REGRELENC.
                MOVE ALL "-" TO REGRELENC
                WRITE REGRELENC.
                MOVE ZEROS TO ENC-NUMERO.
                MOVE "N" TO W-FIM.
                START ENCOMENDA KEY IS NOT LESS THAN ENC-NUMERO
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 2100-PROX-ENC THRU 2100-PROX-ENC-FIM
                   UNTIL W-FIM = "S".
       2000-PASSO-FIM.
                EXIT.
      *
       2100-PROX-ENC.
                READ ENCOMENDA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2100-PROX-ENC-FIM.
                IF ENC-SITUACAO NOT = W-PASSO
                   GO TO 2100-PROX-ENC-FIM.
                IF W-PASSO = "P" AND ENC-DTPROMESSA NOT < W-DTREF
                   GO TO 2100-PROX-ENC-FIM.
                MOVE SPACES TO LINHA-REL.
                MOVE ENC-NUMERO TO LR-NUMERO.
                MOVE ENC-CODCLI TO CPF.
                READ CLIENTE
                   INVALID KEY
                      MOVE "*** NAO CADASTRADO ***" TO NOME
                      MOVE ZEROS TO DDD TELEFONE.
                MOVE NOME TO LR-NOME.
                MOVE DDD TO LR-DDD.
                MOVE TELEFONE TO LR-TELEFONE.
                MOVE ENC-PRODUTO TO PRO-CODIGO.
                READ PRODUTO
                   INVALID KEY
                      MOVE "*** NAO CADASTRADO ***" TO PRO-DESCRICAO.
                MOVE PRO-DESCRICAO TO LR-PRODUTO.
                MOVE ENC-QTD TO LR-QTD.
                MOVE ENC-NPEDIDO TO LR-PEDIDO.
                IF W-PASSO = "C"
                   MOVE ENC-DTCHEGADA TO LR-DATA W-DATA-AUX
                   ADD 1 TO W-CONTCHEG
                   ADD ENC-SINAL TO W-TOTSINAL
                ELSE
                   MOVE ENC-DTPROMESSA TO LR-DATA W-DATA-AUX
                   ADD 1 TO W-CONTATRASO.
                PERFORM 2200-CONTA-DIAS THRU 2200-CONTA-DIAS-FIM.
                MOVE W-DIAS TO LR-DIAS.
                MOVE LINHA-REL TO REGRELENC
                WRITE REGRELENC.
       2100-PROX-ENC-FIM.
                EXIT.
      *
      * DIAS DA DATA EM W-DATA-AUX ATE A DATA DE REFERENCIA
       2200-CONTA-DIAS.
                MOVE ZEROS TO W-DIAS.
                IF W-DT-MES < 1 OR W-DT-MES > 12
                   GO TO 2200-CONTA-DIAS-FIM.
                COMPUTE W-NUMDIA1 = W-DT-ANO * 365
                      + TAB-DIASMES(W-DT-MES) + W-DT-DIA.
                MOVE W-DTREF TO W-DATA-AUX.
                IF W-DT-MES < 1 OR W-DT-MES > 12
                   GO TO 2200-CONTA-DIAS-FIM.
                COMPUTE W-NUMDIA2 = W-DT-ANO * 365
                      + TAB-DIASMES(W-DT-MES) + W-DT-DIA.
                COMPUTE W-DIAS = W-NUMDIA2 - W-NUMDIA1.
                IF W-DIAS < ZEROS
                   MOVE ZEROS TO W-DIAS.
       2200-CONTA-DIAS-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELENC
                WRITE REGRELENC.
                MOVE SPACES TO REGRELENC
                STRING "ENCOMENDAS QUE CHEGARAM....: " W-CONTCHEG
                        DELIMITED BY SIZE INTO REGRELENC
                WRITE REGRELENC.
                MOVE W-TOTSINAL TO W-VALED.
                MOVE SPACES TO REGRELENC
                STRING "SINAIS A ABATER NA VENDA...: " W-VALED
                        DELIMITED BY SIZE INTO REGRELENC
                WRITE REGRELENC.
                MOVE SPACES TO REGRELENC
                STRING "ENCOMENDAS EM ATRASO.......: " W-CONTATRASO
                        DELIMITED BY SIZE INTO REGRELENC
                WRITE REGRELENC.
                CLOSE ENCOMENDA.
                CLOSE CLIENTE.
                CLOSE PRODUTO.
                CLOSE RELENC.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
