       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP069.
       AUTHOR. OSEIAS REIS
      **************************************
      * ANONIMIZACAO (LGPD) DE CLIENTES     *
      * INATIVOS ALEM DO PRAZO DE GUARDA    *
      **************************************
      *----------------------------------------------------------------
      * PRAZO DE GUARDA EM MESES NA TABELA CENTRAL (CADPARAM, CHAVE
      * LGPDRETMES, PADRAO 60). CORTE = HOJE MENOS O PRAZO.
      * E ANONIMIZADO O CLIENTE QUE:
      *   - NAO ESTA ATIVO (SITUACAO DIFERENTE DE A);
      *   - NAO TEM PARCELA EM ABERTO NO CONTASREC;
      *   - TEVE O ULTIMO MOVIMENTO ANTES DO CORTE. ULTIMO MOVIMENTO
      *     = MAIOR DATA ENTRE A ALTERACAO DO CADASTRO, AS VENDAS
      *     (VIVAS E RESUMO ARQUIVADO VENDASRES) E AS PARCELAS
      *     (VENCIMENTO E PAGAMENTO);
      *   - AINDA NAO FOI ANONIMIZADO (NOME COM A MARCA ABAIXO).
      * NO CLIENTE: NOME TROCADO PELA MARCA, ENDERECO, TELEFONE,
      * EMAIL E NASCIMENTO EM BRANCO/ZERO, SEM CONSENTIMENTO. O CPF
      * FICA (E A CHAVE DAS VENDAS E DOS DOCUMENTOS FISCAIS, QUE
      * TEM GUARDA LEGAL PROPRIA E NAO SAO TOCADOS). NOS PETS DO
      * CLIENTE O TELEFONE VAI A ZERO.
      * CADA REGISTRO ALTERADO VAI PARA O LOGAUD COM OPERACAO N;
      * A IMAGEM ANTES FICA EM BRANCO PARA O DADO NAO SOBREVIVER NO
      * PROPRIO DIARIO. MODO S SO SIMULA E LISTA OS CANDIDATOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EMAIL
                                                      WITH DUPLICATES.
       SELECT PETS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PETS-KEY
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS PETS-TEL
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PETS-CPF
                                                      WITH DUPLICATES.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT VENDASRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT CONTASREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO5.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
       SELECT LOGAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROAUD.
       SELECT RELANO ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD PETS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETSHOPSYSTEM.DAT".
       01 PETS-REG.
           05 PETS-KEY.
              10 PETS-CODIGO PIC 9(06).
           05 PETS-TEL     PIC 9(09).
           05 PETS-NOME    PIC X(30).
           05 PETS-CPF     PIC 9(12).
           05 PETS-ESPECIE PIC X(15).
           05 PETS-RACA    PIC X(15).
           05 PETS-VACINAS OCCURS 3 TIMES.
              10 VAC-NOME  PIC X(15).
              10 VAC-DATA  PIC 9(08).
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
           05 DT-ALTERACAO-V  PIC 9(08).
           05 USUARIO-V       PIC X(08).
           05 SITUACAO-V      PIC X(01).
           05 VENDEDOR        PIC 9(03).
           05 NFISCAL         PIC 9(08).
      *
       FD VENDASRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDASRES.DAT".
       01 VENDASRES-REG.
           05 RES-CHAVE.
              10 RES-CODCLI   PIC 9(12).
              10 RES-NVENDA   PIC 9(06).
           05 RES-DTVENDA     PIC 9(08).
           05 RES-VALORTOTAL  PIC 9(09)V99.
           05 RES-NFISCAL     PIC 9(08).
           05 RES-SITUACAO    PIC X(01).
           05 RES-DTARQUIVO   PIC 9(08).
      *
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
       FD LOGAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGAUD.DAT".
       01 LOGAUD-REG.
                03 AUD-ARQUIVO      PIC X(12).
                03 AUD-CHAVE        PIC X(20).
                03 AUD-OPERACAO     PIC X(01).
                03 AUD-DATA         PIC 9(08).
                03 AUD-HORA         PIC 9(08).
                03 AUD-USUARIO      PIC X(08).
                03 AUD-ANTES        PIC X(250).
                03 AUD-DEPOIS       PIC X(250).
      *
       FD RELANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELANO              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERRO6           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 ST-ERROAUD         PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMDET           PIC X(01) VALUE "N".
       77 W-MODO             PIC X(01) VALUE SPACES.
       77 W-MARCA            PIC X(40) VALUE "ANONIMIZADO (LGPD)".
       77 W-RETMESES         PIC 9(03) VALUE 60.
       77 W-TOTMESES         PIC 9(06) VALUE ZEROS.
       77 W-ULTMOV           PIC 9(08) VALUE ZEROS.
       77 W-ABERTO           PIC X(01) VALUE "N".
       77 W-CONTLIDOS        PIC 9(06) VALUE ZEROS.
       77 W-CONTATIVOS       PIC 9(06) VALUE ZEROS.
       77 W-CONTJAANO        PIC 9(06) VALUE ZEROS.
       77 W-CONTABERTO       PIC 9(06) VALUE ZEROS.
       77 W-CONTRECENTE      PIC 9(06) VALUE ZEROS.
       77 W-CONTANON         PIC 9(06) VALUE ZEROS.
       77 W-CONTPETS         PIC 9(06) VALUE ZEROS.
       77 W-PETSCLI          PIC 9(03) VALUE ZEROS.
       77 W-NOMEANT          PIC X(40) VALUE SPACES.
       77 W-PETSOK           PIC X(01) VALUE "N".
       77 W-VENDASOK         PIC X(01) VALUE "N".
       77 W-RESOK            PIC X(01) VALUE "N".
       77 W-CROK             PIC X(01) VALUE "N".
       01 W-HOJE             PIC 9(08) VALUE ZEROS.
       01 W-HOJE-GRUPO REDEFINES W-HOJE.
          03 W-HOJE-ANO      PIC 9(04).
          03 W-HOJE-MES      PIC 9(02).
          03 W-HOJE-DIA      PIC 9(02).
       01 W-CORTE            PIC 9(08) VALUE ZEROS.
       01 W-CORTE-GRUPO REDEFINES W-CORTE.
          03 W-CORTE-ANO     PIC 9(04).
          03 W-CORTE-MES     PIC 9(02).
          03 W-CORTE-DIA     PIC 9(02).
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
                DISPLAY "MODO (S = SIMULAR, A = ANONIMIZAR): ".
                ACCEPT W-MODO.
                IF W-MODO NOT = "S" AND W-MODO NOT = "A"
                   DISPLAY "MODO INVALIDO"
                   STOP RUN.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
      * PRAZO DE GUARDA NA TABELA CENTRAL (CADPARAM)
                OPEN INPUT PARAM
                IF ST-ERROPAR = "00"
                   MOVE "LGPDRETMES" TO PAR-CHAVE
                   READ PARAM
                      NOT INVALID KEY
                         IF PAR-VALORNUM > ZEROS
                            MOVE PAR-VALORNUM TO W-RETMESES
                         END-IF
                   END-READ
                   CLOSE PARAM
                END-IF.
      * CORTE: VOLTA O PRAZO EM MESES CONTANDO ANO*12 + MES
                COMPUTE W-TOTMESES = W-HOJE-ANO * 12 + W-HOJE-MES - 1
                                   - W-RETMESES.
                DIVIDE W-TOTMESES BY 12 GIVING W-CORTE-ANO
                       REMAINDER W-CORTE-MES.
                ADD 1 TO W-CORTE-MES.
                MOVE W-HOJE-DIA TO W-CORTE-DIA.
                OPEN I-O CLIENTE
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                   STOP RUN.
      * ARQUIVOS DE APOIO QUE NAO EXISTEM SO DEIXAM DE SER LIDOS
                OPEN I-O PETS
                IF ST-ERRO2 = "00"
                   MOVE "S" TO W-PETSOK.
                OPEN INPUT VENDAS
                IF ST-ERRO3 = "00"
                   MOVE "S" TO W-VENDASOK.
                OPEN INPUT VENDASRES
                IF ST-ERRO4 = "00"
                   MOVE "S" TO W-RESOK.
                OPEN INPUT CONTASREC
                IF ST-ERRO5 = "00"
                   MOVE "S" TO W-CROK.
                IF W-MODO = "A"
                   OPEN EXTEND LOGAUD
                   IF ST-ERROAUD NOT = "00"
                      OPEN OUTPUT LOGAUD
                   END-IF
                END-IF.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "LGPDANON-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP069" TO W-SPL-PROGRAMA.
                MOVE "ANONIMIZACAO LGPD" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELANO
                IF ST-ERRO6 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   STOP RUN.
                MOVE SPACES TO REGRELANO
                IF W-MODO = "S"
                   STRING "ANONIMIZACAO LGPD - SIMULACAO - CORTE "
                          W-CORTE " (" W-RETMESES " MESES)"
                           DELIMITED BY SIZE INTO REGRELANO
                ELSE
                   STRING "ANONIMIZACAO LGPD - CORTE "
                          W-CORTE " (" W-RETMESES " MESES)"
                           DELIMITED BY SIZE INTO REGRELANO
                END-IF.
                WRITE REGRELANO.
                MOVE SPACES TO REGRELANO
                STRING "CPF          NOME ANTERIOR" "               "
                       "                ULT.MOV.  PETS"
                        DELIMITED BY SIZE INTO REGRELANO
                WRITE REGRELANO.
                MOVE ZEROS TO CPF.
                START CLIENTE KEY IS NOT LESS THAN CPF
                   INVALID KEY MOVE "S" TO W-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ CLIENTE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTLIDOS.
                IF SITUACAO = "A"
                   ADD 1 TO W-CONTATIVOS
                   GO TO 2000-PROCESSA-FIM.
                IF NOME = W-MARCA
                   ADD 1 TO W-CONTJAANO
                   GO TO 2000-PROCESSA-FIM.
                MOVE DT-ALTERACAO TO W-ULTMOV.
                MOVE "N" TO W-ABERTO.
                PERFORM 2100-PARCELAS THRU 2100-PARCELAS-FIM.
                IF W-ABERTO = "S"
                   ADD 1 TO W-CONTABERTO
                   GO TO 2000-PROCESSA-FIM.
                PERFORM 2200-VENDAS THRU 2200-VENDAS-FIM.
                PERFORM 2300-VENDASRES THRU 2300-VENDASRES-FIM.
                IF W-ULTMOV NOT < W-CORTE
                   ADD 1 TO W-CONTRECENTE
                   GO TO 2000-PROCESSA-FIM.
                MOVE NOME TO W-NOMEANT.
                MOVE ZEROS TO W-PETSCLI.
                ADD 1 TO W-CONTANON.
                IF W-MODO = "A"
                   PERFORM 3000-ANONIMIZA THRU 3000-ANONIMIZA-FIM
                ELSE
                   PERFORM 3200-CONTA-PETS THRU 3200-CONTA-PETS-FIM.
                MOVE SPACES TO REGRELANO
                STRING CPF " " W-NOMEANT " " W-ULTMOV " " W-PETSCLI
                        DELIMITED BY SIZE INTO REGRELANO
                WRITE REGRELANO.
       2000-PROCESSA-FIM.
                EXIT.
      *
      * PARCELAS: EM ABERTO IMPEDE; DATAS CONTAM COMO MOVIMENTO
       2100-PARCELAS.
                IF W-CROK = "N"
                   GO TO 2100-PARCELAS-FIM.
                MOVE CPF TO CR-CODCLI.
                MOVE ZEROS TO CR-NVENDA CR-PARCELA.
                MOVE "N" TO W-FIMDET.
                START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMDET.
                PERFORM 2110-PROX-CR THRU 2110-PROX-CR-FIM
                        UNTIL W-FIMDET = "S".
       2100-PARCELAS-FIM.
                EXIT.
      *
       2110-PROX-CR.
                READ CONTASREC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMDET
                   GO TO 2110-PROX-CR-FIM.
                IF CR-CODCLI NOT = CPF
                   MOVE "S" TO W-FIMDET
                   GO TO 2110-PROX-CR-FIM.
                IF CR-SITUACAO = "A"
                   MOVE "S" TO W-ABERTO W-FIMDET
                   GO TO 2110-PROX-CR-FIM.
                IF CR-VENCIMENTO > W-ULTMOV
                   MOVE CR-VENCIMENTO TO W-ULTMOV.
                IF CR-DTPAGTO > W-ULTMOV
                   MOVE CR-DTPAGTO TO W-ULTMOV.
       2110-PROX-CR-FIM.
                EXIT.
      *
       2200-VENDAS.
                IF W-VENDASOK = "N"
                   GO TO 2200-VENDAS-FIM.
                MOVE CPF TO CODCLI.
                MOVE ZEROS TO NVENDA.
                MOVE "N" TO W-FIMDET.
                START VENDAS KEY IS NOT LESS THAN VENDAS-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMDET.
                PERFORM 2210-PROX-VENDA THRU 2210-PROX-VENDA-FIM
                        UNTIL W-FIMDET = "S".
       2200-VENDAS-FIM.
                EXIT.
      *
       2210-PROX-VENDA.
                READ VENDAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMDET
                   GO TO 2210-PROX-VENDA-FIM.
                IF CODCLI NOT = CPF
                   MOVE "S" TO W-FIMDET
                   GO TO 2210-PROX-VENDA-FIM.
                IF DTVENDA > W-ULTMOV
                   MOVE DTVENDA TO W-ULTMOV.
       2210-PROX-VENDA-FIM.
                EXIT.
      *
       2300-VENDASRES.
                IF W-RESOK = "N"
                   GO TO 2300-VENDASRES-FIM.
                MOVE CPF TO RES-CODCLI.
                MOVE ZEROS TO RES-NVENDA.
                MOVE "N" TO W-FIMDET.
                START VENDASRES KEY IS NOT LESS THAN RES-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMDET.
                PERFORM 2310-PROX-RES THRU 2310-PROX-RES-FIM
                        UNTIL W-FIMDET = "S".
       2300-VENDASRES-FIM.
                EXIT.
      *
       2310-PROX-RES.
                READ VENDASRES NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMDET
                   GO TO 2310-PROX-RES-FIM.
                IF RES-CODCLI NOT = CPF
                   MOVE "S" TO W-FIMDET
                   GO TO 2310-PROX-RES-FIM.
                IF RES-DTVENDA > W-ULTMOV
                   MOVE RES-DTVENDA TO W-ULTMOV.
       2310-PROX-RES-FIM.
                EXIT.
      *
      ******************************************
      * ANONIMIZACAO DO CLIENTE E DOS SEUS PETS *
      ******************************************
       3000-ANONIMIZA.
                MOVE W-MARCA TO NOME.
                MOVE ZEROS TO CEP NUMERO TELEFONE DDD DATANASC.
                MOVE SPACES TO LOGRADOURO COMPLEMENTO BAIRRO CIDADE
                               UF EMAIL CANALMSG.
                MOVE "N" TO CONSENTE.
                MOVE W-HOJE TO DT-ALTERACAO.
                MOVE "SGP069" TO USUARIO.
                REWRITE REGAMG
                   INVALID KEY
                      DISPLAY "ERRO NA REGRAVACAO DO CLIENTE " CPF
                      GO TO 3000-ANONIMIZA-FIM.
                MOVE "CLIENTE" TO AUD-ARQUIVO
                MOVE SPACES TO AUD-CHAVE
                MOVE CPF TO AUD-CHAVE
                MOVE REGAMG TO AUD-DEPOIS
                PERFORM 3500-GRV-AUD THRU 3500-GRV-AUD-FIM.
                IF W-PETSOK = "N"
                   GO TO 3000-ANONIMIZA-FIM.
                MOVE CPF TO PETS-CPF.
                MOVE "N" TO W-FIMDET.
                START PETS KEY IS NOT LESS THAN PETS-CPF
                   INVALID KEY MOVE "S" TO W-FIMDET.
                PERFORM 3100-PROX-PET THRU 3100-PROX-PET-FIM
                        UNTIL W-FIMDET = "S".
       3000-ANONIMIZA-FIM.
                EXIT.
      *
       3100-PROX-PET.
                READ PETS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMDET
                   GO TO 3100-PROX-PET-FIM.
                IF PETS-CPF NOT = CPF
                   MOVE "S" TO W-FIMDET
                   GO TO 3100-PROX-PET-FIM.
                ADD 1 TO W-PETSCLI W-CONTPETS.
                IF PETS-TEL = ZEROS
                   GO TO 3100-PROX-PET-FIM.
                MOVE ZEROS TO PETS-TEL.
                REWRITE PETS-REG
                   INVALID KEY
                      DISPLAY "ERRO NA REGRAVACAO DO PET " PETS-CODIGO
                      GO TO 3100-PROX-PET-FIM.
                MOVE "PETSHOP" TO AUD-ARQUIVO
                MOVE SPACES TO AUD-CHAVE
                MOVE PETS-CODIGO TO AUD-CHAVE
                MOVE PETS-REG TO AUD-DEPOIS
                PERFORM 3500-GRV-AUD THRU 3500-GRV-AUD-FIM.
       3100-PROX-PET-FIM.
                EXIT.
      *
      * NA SIMULACAO SO CONTA OS PETS QUE SERIAM ALTERADOS
       3200-CONTA-PETS.
                IF W-PETSOK = "N"
                   GO TO 3200-CONTA-PETS-FIM.
                MOVE CPF TO PETS-CPF.
                MOVE "N" TO W-FIMDET.
                START PETS KEY IS NOT LESS THAN PETS-CPF
                   INVALID KEY MOVE "S" TO W-FIMDET.
                PERFORM 3210-PROX-PET THRU 3210-PROX-PET-FIM
                        UNTIL W-FIMDET = "S".
       3200-CONTA-PETS-FIM.
                EXIT.
      *
       3210-PROX-PET.
                READ PETS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMDET
                   GO TO 3210-PROX-PET-FIM.
                IF PETS-CPF NOT = CPF
                   MOVE "S" TO W-FIMDET
                   GO TO 3210-PROX-PET-FIM.
                ADD 1 TO W-PETSCLI W-CONTPETS.
       3210-PROX-PET-FIM.
                EXIT.
      *
      * O CHAMADOR DEIXA ARQUIVO, CHAVE E IMAGEM DEPOIS PRONTOS; A
      * IMAGEM ANTES NAO E GRAVADA (CONTERIA O DADO ELIMINADO)
       3500-GRV-AUD.
                MOVE "N" TO AUD-OPERACAO
                MOVE SPACES TO AUD-ANTES
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "SGP069" TO AUD-USUARIO
                WRITE LOGAUD-REG.
       3500-GRV-AUD-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELANO
                WRITE REGRELANO.
                MOVE SPACES TO REGRELANO
                STRING "CLIENTES LIDOS..............: " W-CONTLIDOS
                        DELIMITED BY SIZE INTO REGRELANO
                WRITE REGRELANO.
                MOVE SPACES TO REGRELANO
                STRING "ATIVOS (MANTIDOS)...........: " W-CONTATIVOS
                        DELIMITED BY SIZE INTO REGRELANO
                WRITE REGRELANO.
                MOVE SPACES TO REGRELANO
                STRING "JA ANONIMIZADOS.............: " W-CONTJAANO
                        DELIMITED BY SIZE INTO REGRELANO
                WRITE REGRELANO.
                MOVE SPACES TO REGRELANO
                STRING "COM PARCELA EM ABERTO.......: " W-CONTABERTO
                        DELIMITED BY SIZE INTO REGRELANO
                WRITE REGRELANO.
                MOVE SPACES TO REGRELANO
                STRING "MOVIMENTO DENTRO DO PRAZO...: " W-CONTRECENTE
                        DELIMITED BY SIZE INTO REGRELANO
                WRITE REGRELANO.
                MOVE SPACES TO REGRELANO
                IF W-MODO = "S"
                   STRING "SERIAM ANONIMIZADOS.........: " W-CONTANON
                           DELIMITED BY SIZE INTO REGRELANO
                ELSE
                   STRING "ANONIMIZADOS................: " W-CONTANON
                           DELIMITED BY SIZE INTO REGRELANO
                END-IF.
                WRITE REGRELANO.
                MOVE SPACES TO REGRELANO
                STRING "PETS VINCULADOS.............: " W-CONTPETS
                        DELIMITED BY SIZE INTO REGRELANO
                WRITE REGRELANO.
                CLOSE CLIENTE RELANO.
                IF W-PETSOK = "S"
                   CLOSE PETS.
                IF W-VENDASOK = "S"
                   CLOSE VENDAS.
                IF W-RESOK = "S"
                   CLOSE VENDASRES.
                IF W-CROK = "S"
                   CLOSE CONTASREC.
                IF W-MODO = "A"
                   CLOSE LOGAUD.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
