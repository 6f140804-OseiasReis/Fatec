       SELECT LOGAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROAUD.
       SELECT PRECOHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRH-CHAVE
                    FILE STATUS  IS ST-ERROPRH.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 DT-ALTERACAO        PIC 9(08).
                03 USUARIO             PIC X(08).
                03 EAN                 PIC 9(13).
                03 NCM                 PIC 9(08).
      *
      * DIARIO DE MOVIMENTACAO DE ESTOQUE (MESMO LEIAUTE DO CADVEN):
      * AQUI E GRAVADO O TIPO 'A' (AJUSTE) QUANDO O OPERADOR MEXE
                03 AUD-ANTES        PIC X(250).
                03 AUD-DEPOIS       PIC X(250).
      *
      * HISTORICO DE PRECOS: UM REGISTRO A CADA MUDANCA DE CUSTO OU
      * VENDA, COM OS VALORES ANTES/DEPOIS E O PROGRAMA DE ORIGEM
      * (MESMO LEIAUTE NO SGP020, CADENT, CADDVF E SGP074). A
      * INCLUSAO DO PRODUTO ENTRA COM OS VALORES ANTERIORES ZERADOS
       FD PRECOHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECOHIST.DAT".
       01 PRECOHIST-REG.
                03 PRH-CHAVE.
                   04 PRH-PRODUTO   PIC 9(08).
                   04 PRH-DATA      PIC 9(08).
                   04 PRH-SEQ       PIC 9(05).
                03 PRH-HORA         PIC 9(08).
                03 PRH-CUSTOANT     PIC 9(06)V99.
                03 PRH-CUSTONOVO    PIC 9(06)V99.
                03 PRH-VENDAANT     PIC 9(06)V99.
                03 PRH-VENDANOVA    PIC 9(06)V99.
                03 PRH-USUARIO      PIC X(08).
                03 PRH-PROGRAMA     PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(02) VALUE ZEROS.
       77 ST-ERROMOV        PIC X(02) VALUE "00".
       77 W-ESTOQUEANT      PIC 9(06) VALUE ZEROS.
       77 W-MOVQTD          PIC 9(06) VALUE ZEROS.
       77 W-NCMCAP          PIC 9(02) VALUE ZEROS.
       77 ST-ERROAUD        PIC X(02) VALUE "00".
       01 W-IMAGEMANTES     PIC X(250) VALUE SPACES.
       77 ST-ERROPRH        PIC X(02) VALUE "00".
       77 W-CUSTOANT        PIC 9(06)V99 VALUE ZEROS.
       77 W-VENDAANT        PIC 9(06)V99 VALUE ZEROS.

       01 TABUNIDADEX.
          03 FILLER   PIC X(12) VALUE "PCPECA      ".
               VALUE  "    ESTOQUE:".
           05  LINE 20  COLUMN 01
               VALUE  "    EAN (BARRAS):".
           05  LINE 20  COLUMN 36
               VALUE  "NCM:".
           05  TCODIGO
               LINE 04  COLUMN 12  PIC 9(05)
               USING  CODIGO.
           05  TEAN
               LINE 20  COLUMN 19  PIC 9(13)
               USING  EAN.
           05  TNCM
               LINE 20  COLUMN 41  PIC 9(08)
               USING  NCM.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-SESSAO.
           OPEN EXTEND LOGAUD
           IF ST-ERROAUD NOT = "00"
                      OPEN OUTPUT LOGAUD.
       INC-OP0D.
           OPEN I-O PRECOHIST
           IF ST-ERROPRH NOT = "00"
                      OPEN OUTPUT PRECOHIST
                      CLOSE PRECOHIST
                      OPEN I-O PRECOHIST.
      * USUARIO E NIVEL VEM DA ENTRADA UNICA NO SGP012
                MOVE LNK-USUARIO TO W-USUARIO.
                MOVE LNK-NIVEL   TO W-NIVEL.
       INC-001.
                MOVE ZEROS TO CODIGO PRECOCUSTO PRECOVENDA CLASSIFICACAO
                              ESTOQUE EAN NCM.
                MOVE SPACES TO DESCRICAO UNIDADE SITUACAO.
                MOVE ZEROS TO W-CUSTOANT W-VENDAANT.
                DISPLAY TELAPRODUTO.
       INC-002.
                ACCEPT TCODIGO
                   CLOSE PRODUTO
                   CLOSE MOVESTOQUE
                   CLOSE LOGAUD
                   CLOSE PRECOHIST
                   GO TO ROT-FIM.
                IF CODIGO  = ZEROS
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   IF ST-ERRO = "00"
                      MOVE ESTOQUE TO W-ESTOQUEANT
                      MOVE REGAMG  TO W-IMAGEMANTES
                      MOVE PRECOCUSTO TO W-CUSTOANT
                      MOVE PRECOVENDA TO W-VENDAANT
              PERFORM INC-004A
              PERFORM INC-009
              PERFORM INC-010A
                ACCEPT TEAN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
      * NCM (NOMENCLATURA COMUM DO MERCOSUL) COM 8 DIGITOS, EXIGIDO
      * NOS REGISTROS 75 DO SINTEGRA (SGP070). OS DOIS PRIMEIROS
      * DIGITOS SAO O CAPITULO DA TABELA: 01 A 97, SEM O 77
       INC-012C.
                ACCEPT TNCM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012B.
                IF NCM < 01000000
                   MOVE "*** NCM DEVE TER 8 DIGITOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012C.
                DIVIDE NCM BY 1000000 GIVING W-NCMCAP.
                IF W-NCMCAP > 97 OR W-NCMCAP = 77
                   MOVE "*** NCM INVALIDO (CAPITULO) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012C.
                IF W-SEL = 1 GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY 23, 40 "DADOS OK (S/N) : ".
                ACCEPT W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE "I" TO AUD-OPERACAO
                      MOVE SPACES TO AUD-ANTES
                      PERFORM GRV-AUD THRU GRV-AUD-FIM
                      PERFORM GRV-PRH THRU GRV-PRH-FIM
                      IF ESTOQUE NOT = ZEROS
                         MOVE ESTOQUE TO W-MOVQTD
                         PERFORM GRV-MOV THRU GRV-MOV-FIM
                   MOVE "A" TO AUD-OPERACAO
                   MOVE W-IMAGEMANTES TO AUD-ANTES
                   PERFORM GRV-AUD THRU GRV-AUD-FIM
                   PERFORM GRV-PRH THRU GRV-PRH-FIM
                   IF ESTOQUE NOT = W-ESTOQUEANT
                      IF ESTOQUE > W-ESTOQUEANT
                         COMPUTE W-MOVQTD = ESTOQUE - W-ESTOQUEANT
       GRV-AUD-FIM.
                EXIT.
      *
      ******************************************
      * GRAVACAO NO HISTORICO DE PRECOS        *
      ******************************************
      * SO GRAVA SE CUSTO OU VENDA MUDOU EM RELACAO AO LIDO DO
      * DISCO; SEQUENCIAL POR PRODUTO/DIA COMO NO DIARIO DE ESTOQUE
      *
       GRV-PRH.
                IF PRECOCUSTO = W-CUSTOANT AND PRECOVENDA = W-VENDAANT
                   GO TO GRV-PRH-FIM.
                MOVE CODIGO TO PRH-PRODUTO
                ACCEPT PRH-DATA FROM DATE YYYYMMDD
                MOVE 1 TO PRH-SEQ
                ACCEPT PRH-HORA FROM TIME
                MOVE W-CUSTOANT TO PRH-CUSTOANT
                MOVE PRECOCUSTO TO PRH-CUSTONOVO
                MOVE W-VENDAANT TO PRH-VENDAANT
                MOVE PRECOVENDA TO PRH-VENDANOVA
                MOVE W-USUARIO TO PRH-USUARIO
                MOVE "SGP002" TO PRH-PROGRAMA.
       GRV-PRH1.
                WRITE PRECOHIST-REG.
                IF ST-ERROPRH NOT = "00" AND ST-ERROPRH NOT = "02"
                   IF PRH-SEQ < 99999
                      ADD 1 TO PRH-SEQ
                      GO TO GRV-PRH1.
       GRV-PRH-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
