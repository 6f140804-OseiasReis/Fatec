       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP064.
       AUTHOR. OSEIAS.
      **************************************
      *   CADASTRO DE CONSUMO DO SERVICO    *
      **************************************
      *----------------------------------------------------------------
      * TABELA DE INSUMOS POR SERVICO DO PETSHOP: CADA LINHA AMARRA
      * UM SERVICO (CADSERV) A UM PRODUTO (SGP002) COM A QUANTIDADE
      * GASTA EM CADA ATENDIMENTO, NA UNIDADE DE ESTOQUE DO PRODUTO
      * (EX.: 30 ML DE SHAMPOO POR BANHO). O SGP033 DA A BAIXA DOS
      * INSUMOS QUANDO O AGENDAMENTO E FATURADO E O SGP065 CONFRONTA
      * O CONSUMO TEORICO COM O QUE O INVENTARIO ACUSOU.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SRVCONSUMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SCS-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2.
       SELECT SERVICO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS SRV-CODIGO
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD SRVCONSUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SRVCONSUMO.DAT".
       01 SCS-REG.
                03 SCS-CHAVE.
                   04 SCS-SERVICO    PIC 9(04).
                   04 SCS-PRODUTO    PIC 9(08).
                03 SCS-QTD          PIC 9(05).
                03 SCS-DT-ALTERACAO PIC 9(08).
                03 SCS-USUARIO      PIC X(08).
      *
       FD PRODUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODUTO.DAT".
       01 REGAMG.
                03 CODIGO              PIC 9(08).
                03 DESCRICAO           PIC X(30).
                03 UNIDADE             PIC X(02).
                03 PRECOCUSTO          PIC 9(06)V99.
                03 PRECOVENDA          PIC 9(06)V99.
                03 CLASSIFICACAO       PIC 9(01).
                03 SITUACAO            PIC X(01).
                03 ESTOQUE             PIC 9(06).
                03 DT-ALTERACAO        PIC 9(08).
                03 USUARIO             PIC X(08).
                03 EAN                 PIC 9(13).
                03 NCM                 PIC 9(08).
      *
       FD SERVICO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SERVICO.DAT".
       01 SERVICO-REG.
                03 SRV-CODIGO          PIC 9(04).
                03 SRV-DESCRICAO       PIC X(20).
                03 SRV-PRECO           PIC 9(06)V99.
                03 SRV-SITUACAO        PIC X(01).
                03 SRV-DT-ALTERACAO    PIC 9(08).
                03 SRV-USUARIO         PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 DESCSERV          PIC X(20) VALUE SPACES.
       01 DESCPROD          PIC X(30) VALUE SPACES.
       01 UNIDPROD          PIC X(02) VALUE SPACES.
       77 W-USUARIO         PIC X(08) VALUE SPACES.
       77 W-NIVEL           PIC 9(01) VALUE ZEROS.
       77 W-SERVATUAL       PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01 LNK-SESSAO.
           03 LNK-USUARIO      PIC X(08).
           03 LNK-NIVEL        PIC 9(01).

       SCREEN SECTION.
       01  TELACONS.
           05  LINE 02  COLUMN 01
               VALUE  "                       CADASTRO DE CONSUMO".
           05  LINE 02  COLUMN 44
               VALUE  " DO SERVICO".
           05  LINE 04  COLUMN 01
               VALUE  "    SERVICO:".
           05  LINE 06  COLUMN 01
               VALUE  "    PRODUTO:".
           05  LINE 08  COLUMN 01
               VALUE  "    QTD POR ATENDIMENTO:".
           05  TSERVICO
               LINE 04  COLUMN 14  PIC 9(04)
               USING  SCS-SERVICO.
           05  TDESCSERV
               LINE 04  COLUMN 20  PIC X(20)
               USING  DESCSERV.
           05  TPRODUTO
               LINE 06  COLUMN 14  PIC 9(08)
               USING  SCS-PRODUTO.
           05  TDESCPROD
               LINE 06  COLUMN 24  PIC X(30)
               USING  DESCPROD.
           05  TQTD
               LINE 08  COLUMN 26  PIC 9(05)
               USING  SCS-QTD.
           05  TUNIDPROD
               LINE 08  COLUMN 32  PIC X(02)
               USING  UNIDPROD.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-SESSAO.
       INICIO.
      *
       INC-OP0.
           OPEN I-O SRVCONSUMO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT SRVCONSUMO
                      CLOSE SRVCONSUMO
                      MOVE "*** ARQUIVO SRVCONSUMO SENDO CRIADO ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO SRVCONSUMO"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP0B.
           OPEN INPUT PRODUTO
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE SRVCONSUMO
                      GO TO ROT-FIM.
           OPEN INPUT SERVICO
           IF ST-ERRO3 NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO SERVICO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE SRVCONSUMO PRODUTO
                      GO TO ROT-FIM.
      * USUARIO E NIVEL VEM DA ENTRADA UNICA NO SGP012
                MOVE LNK-USUARIO TO W-USUARIO.
                MOVE LNK-NIVEL   TO W-NIVEL.
       INC-001.
                MOVE ZEROS TO SCS-SERVICO SCS-PRODUTO SCS-QTD.
                MOVE SPACES TO DESCSERV DESCPROD UNIDPROD.
                DISPLAY TELACONS.
       INC-002.
                ACCEPT TSERVICO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE SRVCONSUMO
                   CLOSE PRODUTO
                   CLOSE SERVICO
                   GO TO ROT-FIM.
                IF SCS-SERVICO = ZEROS
                   MOVE "*** SERVICO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002B.
                MOVE SCS-SERVICO TO SRV-CODIGO
                READ SERVICO
                IF ST-ERRO3 NOT = "00"
                   MOVE "*** SERVICO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE SRV-DESCRICAO TO DESCSERV
                DISPLAY TELACONS.
       INC-002C.
                MOVE "N" TO W-OPCAO
                DISPLAY 23, 40 "LISTAR INSUMOS (S/N)     : ".
                ACCEPT W-OPCAO WITH UPDATE
                IF W-OPCAO = "S" OR "s"
                   GO TO BRW-001.
       INC-003.
                ACCEPT TPRODUTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF SCS-PRODUTO = ZEROS
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003B.
                MOVE SCS-PRODUTO TO CODIGO
                READ PRODUTO
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF SITUACAO NOT = "A"
                   MOVE "*** PRODUTO NAO DISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE DESCRICAO TO DESCPROD
                MOVE UNIDADE TO UNIDPROD
                DISPLAY TELACONS.
       LER-SCS01.
                READ SRVCONSUMO
                IF ST-ERRO = "00"
                   DISPLAY TELACONS
                   MOVE "*** PRODUTO JA NO SERVICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       INC-004.
                ACCEPT TQTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SCS-QTD = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY 23, 40 "DADOS OK (S/N) : ".
                ACCEPT W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                ACCEPT SCS-DT-ALTERACAO FROM DATE YYYYMMDD
                MOVE W-USUARIO TO SCS-USUARIO
                WRITE SCS-REG
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** INSUMO JA EXISTE ***    " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE ALTERACAO/EXCLUSAO          *
      *****************************************
      *
       ACE-001.
                DISPLAY 23, 12
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
      * ALTERACAO E EXCLUSAO SO PARA NIVEL SUPERVISOR
                IF W-ACT NOT = 02 AND W-NIVEL < 2
                   MOVE "*** FUNCAO RESTRITA AO SUPERVISOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY 23, 12 MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO ALT-001.
      *
       EXC-OPC.
                DISPLAY 23, 40 "EXCLUIR   (S/N) : ".
                ACCEPT  W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE SRVCONSUMO RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-001.
                ACCEPT TQTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF SCS-QTD = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-001.
       ALT-RW1.
                ACCEPT SCS-DT-ALTERACAO FROM DATE YYYYMMDD
                MOVE W-USUARIO TO SCS-USUARIO
                REWRITE SCS-REG
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************
      * ROTINA DE LISTAGEM DOS INSUMOS            *
      *********************************************
      *
       BRW-001.
                MOVE SCS-SERVICO TO W-SERVATUAL.
                MOVE ZEROS TO SCS-PRODUTO.
                START SRVCONSUMO KEY IS NOT LESS THAN SCS-CHAVE
                   INVALID KEY
                      MOVE "*** SERVICO SEM INSUMOS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "00" TO ST-ERRO.
                PERFORM BRW-002 THRU BRW-002-FIM
                   UNTIL SCS-SERVICO NOT = W-SERVATUAL
                      OR ST-ERRO NOT = "00".
                MOVE "*** FIM DOS INSUMOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
       BRW-002.
                READ SRVCONSUMO NEXT RECORD
                   AT END MOVE "99" TO ST-ERRO.
                IF ST-ERRO = "00" AND SCS-SERVICO = W-SERVATUAL
                   MOVE SCS-PRODUTO TO CODIGO
                   READ PRODUTO
                   IF ST-ERRO2 = "00"
                      MOVE DESCRICAO TO DESCPROD
                      MOVE UNIDADE TO UNIDPROD
                   ELSE
                      MOVE SPACES TO DESCPROD UNIDPROD
                   END-IF
                   DISPLAY TELACONS
                   MOVE "* ACHADO - ENTER P/ PROXIMO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BRW-002-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                EXIT PROGRAM.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY 23, 12 MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY 23, 12 LIMPA.
       ROT-MENS-FIM.
                EXIT.
