       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARNEIMP.
       AUTHOR. OSEIAS REIS
      **************************************
      * CARNE DE PAGAMENTO (UMA LAMINA POR  *
      * PARCELA EM ABERTO) - CHAMADO PELO   *
      * CADVEN, CADRENEG E SGP080           *
      **************************************
      *----------------------------------------------------------------
      * O CADVEN CHAMA ESTE MODULO AO FECHAR A VENDA A PRAZO, O
      * CADRENEG AO GRAVAR O ACORDO (NVENDA NOVO, SEM REGISTRO EM
      * VENDAS.DAT) E O SGP080 REIMPRIME A PEDIDO DO CLIENTE. CADA
      * PARCELA AINDA EM ABERTO (CR-SITUACAO 'A') DE CODCLI+NVENDA
      * SAI NUMA LAMINA COM OS DADOS DA LOJA, NOME E CPF DO
      * CLIENTE, VENDA (OU ACORDO), PARCELA/TOTAL, VENCIMENTO,
      * VALOR E AS REGRAS DE ATRASO DO CADBAIXA (PERCMULTA E
      * PERCJURMES DA TABELA CENTRAL). PARCELA PAGA, ESTORNADA OU
      * RENEGOCIADA NAO SAI - A REIMPRESSAO DEPOIS DE UM ACORDO
      * TRAZ SO AS PARCELAS NOVAS.
      * A SAIDA CARNE-*.LST VAI PARA O CATALOGO (SPOOLREG) COM O
      * PROGRAMA CHAMADOR, E O NOME VOLTA EM LNK-NOMEREL.
      * RETORNO: 00 = OK, 23 = NENHUMA PARCELA EM ABERTO,
      *          30 = CONTASREC OU SAIDA NAO ABERTOS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTASREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO3.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
       SELECT RELCRN ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CONTASREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTASREC.DAT".
       01 CONTASREC-REG.
           05 CR-CHAVE.
              10 CR-CODCLI     PIC 9(12).
              10 CR-NVENDA     PIC 9(06).
              10 CR-PARCELA    PIC 9(02).
           05 CR-VENCIMENTO    PIC 9(08).
           05 CR-VALOR         PIC 9(09)V99.
           05 CR-SITUACAO      PIC X(01).
           05 CR-VALORPAGO     PIC 9(09)V99.
           05 CR-DTPAGTO       PIC 9(08).
           05 CR-DT-ALTERACAO  PIC 9(08).
           05 CR-USUARIO       PIC X(08).
           05 CR-VALORJUROS    PIC 9(09)V99.
      *
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
       FD PARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM.DAT".
       01 PARAM-REG.
           05 PAR-CHAVE        PIC X(12).
           05 PAR-VALORNUM     PIC 9(09)V99.
           05 PAR-VALORTXT     PIC X(40).
           05 PAR-DT-ALTERACAO PIC 9(08).
           05 PAR-USUARIO      PIC X(08).
      *
       FD RELCRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELCRN              PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-FIMPARC          PIC X(01) VALUE "N".
       77 W-ACHOUVENDA       PIC X(01) VALUE "N".
       77 W-ULTPARC          PIC 9(02) VALUE ZEROS.
       77 W-QTDABERTA        PIC 9(02) VALUE ZEROS.
       77 W-NOMECLI          PIC X(40) VALUE SPACES.
       77 W-VALED            PIC ZZZ.ZZZ.ZZ9,99.
       77 W-MULTAED          PIC ZZ9,99.
       77 W-JUROSED          PIC ZZ9,99.
      * REGRAS DE ATRASO: MESMOS PADROES DO CADBAIXA (2% E 1% A.M.)
       77 W-PERCMULTA        PIC 9(03)V99 VALUE 2.
       77 W-PERCJURMES       PIC 9(03)V99 VALUE 1.
       77 W-NOMELOJA         PIC X(40)
                             VALUE "EMPORIO E PETSHOP FATEC".
       77 W-CNPJLOJA         PIC X(40) VALUE SPACES.
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
      * OU PELO SGP080
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
       77 W-SPLDATA          PIC 9(08) VALUE ZEROS.
       77 W-SPLHORA          PIC 9(08) VALUE ZEROS.
       01 W-SPLREG.
           03 W-SPL-PROGRAMA  PIC X(08).
           03 W-SPL-DESCRICAO PIC X(30).
           03 W-SPL-ARQUIVO   PIC X(30).
           03 W-SPL-USUARIO   PIC X(08) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 LNK-CARNE.
           03 LNK-CODCLI       PIC 9(12).
           03 LNK-NVENDA       PIC 9(06).
           03 LNK-ORIGEM       PIC X(08).
           03 LNK-USUARIO      PIC X(08).
           03 LNK-NOMEREL      PIC X(30).
           03 LNK-RETORNO      PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-CARNE.
       0000-MAINLINE.
                MOVE "00"   TO LNK-RETORNO.
                MOVE SPACES TO LNK-NOMEREL.
                OPEN INPUT CONTASREC
                IF ST-ERRO NOT = "00"
                   DISPLAY "CONTASREC NAO ABERTO - CARNE NAO EMITIDO"
                   MOVE "30" TO LNK-RETORNO
                   GOBACK.
                PERFORM 1000-CONTA-PARCELAS
                        THRU 1000-CONTA-PARCELAS-FIM.
                IF W-QTDABERTA = ZEROS
                   CLOSE CONTASREC
                   MOVE "23" TO LNK-RETORNO
                   GOBACK.
                PERFORM 2000-LE-PARAMETROS THRU 2000-LE-PARAMETROS-FIM.
                PERFORM 3000-LE-VENDA-CLIENTE
                        THRU 3000-LE-VENDA-CLIENTE-FIM.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "CARNE-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                OPEN OUTPUT RELCRN
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CARNE"
                   CLOSE CONTASREC
                   MOVE "30" TO LNK-RETORNO
                   GOBACK.
                MOVE LNK-ORIGEM TO W-SPL-PROGRAMA.
                IF W-SPL-PROGRAMA = SPACES
                   MOVE "CARNEIMP" TO W-SPL-PROGRAMA.
                MOVE "CARNE DE PAGAMENTO" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL   TO W-SPL-ARQUIVO.
                MOVE LNK-USUARIO TO W-SPL-USUARIO.
                CALL "SPOOLREG" USING W-SPLREG.
                PERFORM 4000-EMITE THRU 4000-EMITE-FIM.
                CLOSE CONTASREC.
                CLOSE RELCRN.
                MOVE W-NOMEREL TO LNK-NOMEREL.
                GOBACK.
      *
      * PRIMEIRA PASSADA: MAIOR NUMERO DE PARCELA (O "DE" DA
      * LAMINA) E QUANTAS AINDA ESTAO EM ABERTO
       1000-CONTA-PARCELAS.
                MOVE ZEROS TO W-ULTPARC W-QTDABERTA.
                MOVE "N" TO W-FIMPARC.
                MOVE LNK-CODCLI TO CR-CODCLI.
                MOVE LNK-NVENDA TO CR-NVENDA.
                MOVE ZEROS      TO CR-PARCELA.
                START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMPARC.
                PERFORM 1100-CONTA-PROX THRU 1100-CONTA-PROX-FIM
                   UNTIL W-FIMPARC = "S".
       1000-CONTA-PARCELAS-FIM.
                EXIT.
      *
       1100-CONTA-PROX.
                READ CONTASREC NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPARC
                      GO TO 1100-CONTA-PROX-FIM.
                IF CR-CODCLI NOT = LNK-CODCLI
                        OR CR-NVENDA NOT = LNK-NVENDA
                   MOVE "S" TO W-FIMPARC
                   GO TO 1100-CONTA-PROX-FIM.
                IF CR-PARCELA > W-ULTPARC
                   MOVE CR-PARCELA TO W-ULTPARC.
                IF CR-SITUACAO = "A"
                   ADD 1 TO W-QTDABERTA.
       1100-CONTA-PROX-FIM.
                EXIT.
      *
      * LOJA E REGRAS DE ATRASO DA TABELA CENTRAL (CADPARAM); OS
      * PERCENTUAIS SAO OS MESMOS QUE O CADBAIXA COBRA NA BAIXA
       2000-LE-PARAMETROS.
                OPEN INPUT PARAM
                IF ST-ERROPAR NOT = "00"
                   GO TO 2000-LE-PARAMETROS-FIM.
                MOVE "NOMELOJA" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      MOVE PAR-VALORTXT TO W-NOMELOJA
                END-READ.
                MOVE "CNPJLOJA" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      MOVE PAR-VALORTXT TO W-CNPJLOJA
                END-READ.
                MOVE "PERCMULTA" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      MOVE PAR-VALORNUM TO W-PERCMULTA
                END-READ.
                MOVE "PERCJURMES" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      MOVE PAR-VALORNUM TO W-PERCJURMES
                END-READ.
                CLOSE PARAM.
       2000-LE-PARAMETROS-FIM.
                EXIT.
      *
      * ACORDO DO CADRENEG NAO TEM VENDA GRAVADA - A LAMINA SAI
      * COMO ACORDO. SEM O CADASTRO O NOME SAI EM BRANCO
       3000-LE-VENDA-CLIENTE.
                MOVE "N" TO W-ACHOUVENDA.
                OPEN INPUT VENDAS
                IF ST-ERRO2 = "00"
                   MOVE LNK-CODCLI TO CODCLI
                   MOVE LNK-NVENDA TO NVENDA
                   READ VENDAS
                      NOT INVALID KEY
                         MOVE "S" TO W-ACHOUVENDA
                   END-READ
                   CLOSE VENDAS
                END-IF.
                MOVE "*** CLIENTE NAO CADASTRADO ***" TO W-NOMECLI.
                OPEN INPUT CLIENTE
                IF ST-ERRO3 = "00"
                   MOVE LNK-CODCLI TO CPF
                   READ CLIENTE
                      NOT INVALID KEY
                         MOVE NOME TO W-NOMECLI
                   END-READ
                   CLOSE CLIENTE
                END-IF.
       3000-LE-VENDA-CLIENTE-FIM.
                EXIT.
      *
       4000-EMITE.
                MOVE "N" TO W-FIMPARC.
                MOVE LNK-CODCLI TO CR-CODCLI.
                MOVE LNK-NVENDA TO CR-NVENDA.
                MOVE ZEROS      TO CR-PARCELA.
                START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMPARC.
                PERFORM 4100-PROX-PARC THRU 4100-PROX-PARC-FIM
                   UNTIL W-FIMPARC = "S".
       4000-EMITE-FIM.
                EXIT.
      *
       4100-PROX-PARC.
                READ CONTASREC NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPARC
                      GO TO 4100-PROX-PARC-FIM.
                IF CR-CODCLI NOT = LNK-CODCLI
                        OR CR-NVENDA NOT = LNK-NVENDA
                   MOVE "S" TO W-FIMPARC
                   GO TO 4100-PROX-PARC-FIM.
                IF CR-SITUACAO NOT = "A"
                   GO TO 4100-PROX-PARC-FIM.
                PERFORM 4200-LAMINA THRU 4200-LAMINA-FIM.
       4100-PROX-PARC-FIM.
                EXIT.
      *
      ******************************************
      * UMA LAMINA POR PARCELA, COM LINHA DE   *
      * CORTE NO FIM                           *
      ******************************************
       4200-LAMINA.
                MOVE SPACES TO REGRELCRN
                MOVE W-NOMELOJA TO REGRELCRN
                WRITE REGRELCRN.
                IF W-CNPJLOJA NOT = SPACES
                   MOVE SPACES TO REGRELCRN
                   STRING "CNPJ: " W-CNPJLOJA
                           DELIMITED BY SIZE INTO REGRELCRN
                   WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                STRING "CARNE DE PAGAMENTO          PARCELA "
                       CR-PARCELA " DE " W-ULTPARC
                        DELIMITED BY SIZE INTO REGRELCRN
                WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                STRING "CLIENTE: " W-NOMECLI
                        DELIMITED BY SIZE INTO REGRELCRN
                WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                STRING "CPF....: " LNK-CODCLI
                        DELIMITED BY SIZE INTO REGRELCRN
                WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                IF W-ACHOUVENDA = "S"
                   STRING "VENDA..: " LNK-NVENDA "  DE " DTVENDA(7:2)
                          "/" DTVENDA(5:2) "/" DTVENDA(1:4)
                           DELIMITED BY SIZE INTO REGRELCRN
                ELSE
                   STRING "ACORDO.: " LNK-NVENDA
                          "  (RENEGOCIACAO DE PARCELAS)"
                           DELIMITED BY SIZE INTO REGRELCRN.
                WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                MOVE CR-VALOR TO W-VALED
                STRING "VENCIMENTO: " CR-VENCIMENTO(7:2) "/"
                       CR-VENCIMENTO(5:2) "/" CR-VENCIMENTO(1:4)
                       "      VALOR: R$ " W-VALED
                        DELIMITED BY SIZE INTO REGRELCRN
                WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                MOVE W-PERCMULTA  TO W-MULTAED
                MOVE W-PERCJURMES TO W-JUROSED
                STRING "APOS O VENCIMENTO: MULTA DE " W-MULTAED
                       "% E JUROS DE " W-JUROSED "% AO MES,"
                        DELIMITED BY SIZE INTO REGRELCRN
                WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                MOVE "PRO RATA DIA, SOBRE O VALOR EM ABERTO."
                   TO REGRELCRN
                WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                MOVE "PAGO EM ___/___/_____   VALOR PAGO ___________"
                   TO REGRELCRN
                WRITE REGRELCRN.
                MOVE SPACES TO REGRELCRN
                MOVE ALL "- " TO REGRELCRN
                WRITE REGRELCRN.
       4200-LAMINA-FIM.
                EXIT.
