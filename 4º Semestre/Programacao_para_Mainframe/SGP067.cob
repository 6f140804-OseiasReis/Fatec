       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP067.
       AUTHOR. OSEIAS REIS
      **************************************
      * RETORNO DO PROVEDOR DE MENSAGENS    *
      * (ENTREGUE / FALHA NO MSGHIST)       *
      **************************************
      *----------------------------------------------------------------
      * LE O ARQUIVO DE RETORNO DO PROVEDOR (MSGRETORNO.TXT, LEIAUTE
      * ABAIXO) E ATUALIZA CADA MENSAGEM GERADA PELO SGP066 NO
      * HISTORICO (MSGHIST.DAT), ACHADA PELO IDENTIFICADOR QUE FOI
      * NO ARQUIVO DE ENVIO: E = ENTREGUE, F = FALHA COM O MOTIVO.
      * SAEM NA LISTAGEM AS FALHAS (PARA CORRIGIR O CADASTRO DO
      * CLIENTE) E OS RETORNOS SEM MENSAGEM NO HISTORICO.
      * LEIAUTE DO RETORNO (UMA LINHA POR MENSAGEM):
      *   001-013 IDENTIFICADOR (DATA AAAAMMDD + SEQUENCIA)
      *   014-014 SITUACAO (E = ENTREGUE, F = FALHA)
      *   015-022 DATA DO RETORNO (AAAAMMDD)
      *   023-052 MOTIVO DA FALHA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MSGRETORNO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT MSGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MSH-CHAVE
                    ALTERNATE RECORD KEY IS MSH-CPF
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.
       SELECT RELRET ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD MSGRETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MSGRETORNO.TXT".
       01 REGRET.
          03 RET-ID.
             05 RET-IDDATA     PIC 9(08).
             05 RET-IDSEQ      PIC 9(05).
          03 RET-SITUACAO      PIC X(01).
          03 RET-DATA          PIC 9(08).
          03 RET-MOTIVO        PIC X(30).
      *
      * SITUACAO: G = GERADA, E = ENTREGUE, F = FALHA
       FD MSGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MSGHIST.DAT".
       01 MSGHIST-REG.
           05 MSH-CHAVE.
              10 MSH-DATA      PIC 9(08).
              10 MSH-SEQ       PIC 9(05).
           05 MSH-CPF          PIC 9(12).
           05 MSH-TIPO         PIC X(03).
           05 MSH-CANAL        PIC X(01).
           05 MSH-DDD          PIC 9(02).
           05 MSH-TELEFONE     PIC 9(09).
           05 MSH-EMAIL        PIC X(40).
           05 MSH-TEXTO        PIC X(160).
           05 MSH-SITUACAO     PIC X(01).
           05 MSH-DTRETORNO    PIC 9(08).
           05 MSH-MOTIVO       PIC X(30).
      *
       FD RELRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELRET              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-CONTLIDOS        PIC 9(06) VALUE ZEROS.
       77 W-CONTENTREGUES    PIC 9(06) VALUE ZEROS.
       77 W-CONTFALHAS       PIC 9(06) VALUE ZEROS.
       77 W-CONTSEMMSG       PIC 9(06) VALUE ZEROS.
       77 W-CONTINVALIDOS    PIC 9(06) VALUE ZEROS.
       01 LINHA-DET.
          03 LD-OCORRENCIA   PIC X(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-DATA         PIC 9(08).
          03 LD-SEQ          PIC 9(05).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-CPF          PIC 9(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-TIPO         PIC X(03).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-CANAL        PIC X(01).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-MOTIVO       PIC X(30).
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
                OPEN INPUT MSGRETORNO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO MSGRETORNO.TXT"
                   STOP RUN.
                OPEN I-O MSGHIST
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO MSGHIST"
                   CLOSE MSGRETORNO
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "MSGRET-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP067" TO W-SPL-PROGRAMA.
                MOVE "RETORNO DE MENSAGENS" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELRET
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE MSGRETORNO
                   CLOSE MSGHIST
                   STOP RUN.
                MOVE SPACES TO REGRELRET
                MOVE "RETORNO DO PROVEDOR DE MENSAGENS" TO REGRELRET
                WRITE REGRELRET.
                MOVE SPACES TO REGRELRET
                WRITE REGRELRET.
                MOVE SPACES TO REGRELRET
                MOVE "OCORRENCIA   IDENTIFICADOR CPF          TIP C MOTI
      -              "VO" TO REGRELRET
                WRITE REGRELRET.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ MSGRETORNO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTLIDOS.
                MOVE RET-IDDATA TO MSH-DATA.
                MOVE RET-IDSEQ  TO MSH-SEQ.
                READ MSGHIST
                   INVALID KEY
                      ADD 1 TO W-CONTSEMMSG
                      MOVE "SEM MENSAGEM" TO LD-OCORRENCIA
                      MOVE ZEROS TO MSH-CPF
                      MOVE SPACES TO MSH-TIPO MSH-CANAL
                      PERFORM 2900-LISTA THRU 2900-LISTA-FIM
                      GO TO 2000-PROCESSA-FIM.
                IF RET-SITUACAO NOT = "E" AND RET-SITUACAO NOT = "F"
                   ADD 1 TO W-CONTINVALIDOS
                   MOVE "SITUACAO INV" TO LD-OCORRENCIA
                   PERFORM 2900-LISTA THRU 2900-LISTA-FIM
                   GO TO 2000-PROCESSA-FIM.
                MOVE RET-SITUACAO TO MSH-SITUACAO.
                MOVE RET-DATA     TO MSH-DTRETORNO.
                IF RET-SITUACAO = "E"
                   MOVE SPACES TO MSH-MOTIVO
                ELSE
                   MOVE RET-MOTIVO TO MSH-MOTIVO.
                REWRITE MSGHIST-REG
                   INVALID KEY
                      MOVE "NAO GRAVADO" TO LD-OCORRENCIA
                      PERFORM 2900-LISTA THRU 2900-LISTA-FIM
                      GO TO 2000-PROCESSA-FIM.
                IF RET-SITUACAO = "E"
                   ADD 1 TO W-CONTENTREGUES
                ELSE
                   ADD 1 TO W-CONTFALHAS
                   MOVE "FALHA" TO LD-OCORRENCIA
                   PERFORM 2900-LISTA THRU 2900-LISTA-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
       2900-LISTA.
                MOVE RET-IDDATA TO LD-DATA.
                MOVE RET-IDSEQ  TO LD-SEQ.
                MOVE MSH-CPF    TO LD-CPF.
                MOVE MSH-TIPO   TO LD-TIPO.
                MOVE MSH-CANAL  TO LD-CANAL.
                MOVE RET-MOTIVO TO LD-MOTIVO.
                MOVE LINHA-DET TO REGRELRET.
                WRITE REGRELRET.
       2900-LISTA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELRET
                WRITE REGRELRET.
                MOVE SPACES TO REGRELRET
                STRING "RETORNOS LIDOS...........: " W-CONTLIDOS
                        DELIMITED BY SIZE INTO REGRELRET
                WRITE REGRELRET.
                MOVE SPACES TO REGRELRET
                STRING "ENTREGUES................: " W-CONTENTREGUES
                        DELIMITED BY SIZE INTO REGRELRET
                WRITE REGRELRET.
                MOVE SPACES TO REGRELRET
                STRING "FALHAS...................: " W-CONTFALHAS
                        DELIMITED BY SIZE INTO REGRELRET
                WRITE REGRELRET.
                MOVE SPACES TO REGRELRET
                STRING "SEM MENSAGEM NO HISTORICO: " W-CONTSEMMSG
                        DELIMITED BY SIZE INTO REGRELRET
                WRITE REGRELRET.
                MOVE SPACES TO REGRELRET
                STRING "SITUACAO INVALIDA........: " W-CONTINVALIDOS
                        DELIMITED BY SIZE INTO REGRELRET
                WRITE REGRELRET.
                CLOSE MSGRETORNO.
                CLOSE MSGHIST.
                CLOSE RELRET.
       9000-FINALIZA-FIM.
                EXIT.
