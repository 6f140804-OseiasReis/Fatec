                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS DDR-DDD
                    FILE STATUS  IS ST-ERRODDR.
       SELECT GRUPOCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS GRP-CODIGO
                    FILE STATUS  IS ST-ERROGRP.
       SELECT CLIENTE2 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 DT-ALTERACAO     PIC 9(08).
                03 USUARIO          PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).
      *
       FD CLIENTE2
               LABEL RECORD IS STANDARD
                03 DT-ALTERACAO2     PIC 9(08).
                03 USUARIO2          PIC X(08).
                03 LIMITECRED2       PIC 9(09)V99.
                03 CONSENTE2         PIC X(01).
                03 CANALMSG2         PIC X(01).
                03 GRUPO2            PIC 9(02).
      *
       FD CEPREF
               LABEL RECORD IS STANDARD
                03 DDR-DT-ALTERACAO PIC 9(08).
                03 DDR-USUARIO      PIC X(08).
      *
      * GRUPOS DE CLIENTE DA TABELA DE PRECOS (CADTPR). GRUPO 00 NO
      * CLIENTE = PRECO DE BALCAO
       FD GRUPOCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRUPOCLI.DAT".
       01 GRUPOCLI-REG.
                03 GRP-CODIGO       PIC 9(02).
                03 GRP-DESCRICAO    PIC X(20).
                03 GRP-SITUACAO     PIC X(01).
                03 GRP-DT-ALTERACAO PIC 9(08).
                03 GRP-USUARIO      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(02) VALUE ZEROS.
       77 ST-ERRODDR   PIC X(02) VALUE "00".
       77 W-UFREFOK    PIC X(01) VALUE "N".
       77 W-DDDREFOK   PIC X(01) VALUE "N".
       77 ST-ERROGRP   PIC X(02) VALUE "00".
       77 W-GRUPOOK    PIC X(01) VALUE "N".
       77 W-GRUPODESC  PIC X(20) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE ZEROS.
       77 ST-ERROAUD   PIC X(02) VALUE "00".
       01 W-IMAGEMANTES PIC X(250) VALUE SPACES.
               VALUE  "   DATA NASC:  /  /".
           05  LINE 19  COLUMN 01
               VALUE  "   SITUACAO:".
           05  LINE 19  COLUMN 32
               VALUE  "GRUPO PRECO:".
           05  LINE 21  COLUMN 01
               VALUE  "   LIMITE CREDITO:".
           05  LINE 21  COLUMN 32
               VALUE  "ACEITA CONTATO (S/N):".
           05  LINE 21  COLUMN 57
               VALUE  "CANAL (W/S/E):".
           05  TCPF
               LINE 03  COLUMN 08  PIC 999.999.999.99
               USING  CPF.
           05  TLIMITECRED
               LINE 21  COLUMN 20  PIC 9(09)
               USING  LIMITECRED.
           05  TCONSENTE
               LINE 21  COLUMN 54  PIC X(01)
               USING  CONSENTE.
           05  TCANALMSG
               LINE 21  COLUMN 72  PIC X(01)
               USING  CANALMSG.
           05  TGRUPO
               LINE 19  COLUMN 45  PIC 99
               USING  GRUPO.
           05  TGRUPODESC
               LINE 19  COLUMN 48  PIC X(20)
               FROM  W-GRUPODESC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-SESSAO.
       INICIO.
              MOVE "S" TO W-DDDREFOK
           ELSE
              MOVE "N" TO W-DDDREFOK.
           OPEN INPUT GRUPOCLI
           IF ST-ERROGRP = "00"
              MOVE "S" TO W-GRUPOOK
           ELSE
              MOVE "N" TO W-GRUPOOK.
      * USUARIO E NIVEL VEM DA ENTRADA UNICA NO SGP012
           MOVE LNK-USUARIO TO W-USUARIO.
           MOVE LNK-NIVEL   TO W-NIVEL.
       INC-001.
                MOVE ZEROS TO CPF NUMERO DDD TELEFONE CEP DATANASC
                              LIMITECRED GRUPO
                MOVE SPACES TO W-GRUPODESC
                MOVE "N" TO CONSENTE
                MOVE SPACES TO CANALMSG
                MOVE SPACES TO NOME LOGRADOURO COMPLEMENTO BAIRRO CIDADE UF EMAIL SITUACAO
                DISPLAY TELACLIENTE.
       INC-001B.
                   IF W-DDDREFOK = "S"
                      CLOSE DDDREF
                   END-IF
                   IF W-GRUPOOK = "S"
                      CLOSE GRUPOCLI
                   END-IF
                   GO TO ROT-FIM.
                IF CPF  = ZEROS
                   MOVE "*** CLIENTE INVALIDO ***" TO MENS
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGAMG TO W-IMAGEMANTES
                      PERFORM LER-GRUPO THRU LER-GRUPO-FIM
                      DISPLAY TELACLIENTE
                      MOVE "*** CLIENTE JA CADASTRAD0 ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                ACCEPT TLIMITECRED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014A.
      * CONSENTIMENTO PARA OS AVISOS AUTOMATICOS (SGP066) E O CANAL
      * PREFERIDO: W=WHATSAPP S=SMS (DDD/TELEFONE) E=EMAIL. SEM
      * CONSENTIMENTO O CLIENTE NAO RECEBE NENHUMA MENSAGEM
       INC-014C.
                ACCEPT TCONSENTE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014B.
                IF CONSENTE = "s"
                   MOVE "S" TO CONSENTE.
                IF CONSENTE = "n" OR CONSENTE = SPACE
                   MOVE "N" TO CONSENTE.
                IF CONSENTE NOT = "S" AND CONSENTE NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014C.
                IF CONSENTE = "N"
                   MOVE SPACES TO CANALMSG
                   DISPLAY TELACLIENTE
                   GO TO INC-014E.
       INC-014D.
                ACCEPT TCANALMSG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014C.
                IF CANALMSG NOT = "W" AND CANALMSG NOT = "S"
                   AND CANALMSG NOT = "E"
                   MOVE "*** CANAL: W=WHATSAPP S=SMS E=EMAIL ***"
                           TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014D.
                IF CANALMSG = "E" AND EMAIL = SPACES
                   MOVE "*** CLIENTE SEM EMAIL CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014D.
                IF CANALMSG NOT = "E"
                   AND (DDD = ZEROS OR TELEFONE = ZEROS)
                   MOVE "*** CLIENTE SEM TELEFONE CADASTRADO ***"
                           TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014D.
      * GRUPO DE PRECO (CRIADOR, CLINICA, REVENDA...): O CADVEN
      * APLICA SOZINHO O PRECO DA TABELA DO GRUPO (CADTPR). 00 =
      * PRECO DE BALCAO. SEM O GRUPOCLI.DAT NO DISCO SO VALE 00
       INC-014E.
                ACCEPT TGRUPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014C.
                MOVE SPACES TO W-GRUPODESC
                IF GRUPO = ZEROS
                   DISPLAY TELACLIENTE
                   GO TO INC-OPC.
                IF W-GRUPOOK NOT = "S"
                   MOVE "*** GRUPO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014E.
                MOVE GRUPO TO GRP-CODIGO
                READ GRUPOCLI
                IF ST-ERROGRP NOT = "00"
                   MOVE "*** GRUPO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014E.
                IF GRP-SITUACAO NOT = "A"
                   MOVE "*** GRUPO INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014E.
                MOVE GRP-DESCRICAO TO W-GRUPODESC
                DISPLAY TELACLIENTE.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                READ CLIENTE NEXT RECORD
                   AT END MOVE "99" TO ST-ERRO.
                IF ST-ERRO = "00" AND NOME = WRK-NOME
                   PERFORM LER-GRUPO THRU LER-GRUPO-FIM
                   DISPLAY TELACLIENTE
                   MOVE "* ACHADO - ENTER P/ PROXIMO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                EXIT.
      *
      ******************************************
      * DESCRICAO DO GRUPO DE PRECO DO CLIENTE *
      ******************************************
      * CLIENTE GRAVADO ANTES DO CAMPO EXISTIR LE O GRUPO SEM
      * NUMERO - VALE 00 (BALCAO)
      *
       LER-GRUPO.
                MOVE SPACES TO W-GRUPODESC
                IF GRUPO NOT NUMERIC
                   MOVE ZEROS TO GRUPO.
                IF GRUPO = ZEROS OR W-GRUPOOK NOT = "S"
                   GO TO LER-GRUPO-FIM.
                MOVE GRUPO TO GRP-CODIGO
                READ GRUPOCLI
                IF ST-ERROGRP = "00"
                   MOVE GRP-DESCRICAO TO W-GRUPODESC.
       LER-GRUPO-FIM.
                EXIT.
      *
      ******************************************
      * GRAVACAO NO DIARIO DE AUDITORIA        *
      ******************************************
      * O CHAMADOR DEIXA AUD-OPERACAO E AUD-ANTES PRONTOS; O
