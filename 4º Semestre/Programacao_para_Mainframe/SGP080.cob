       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP080.
       AUTHOR. OSEIAS REIS
      **************************************
      * REIMPRESSAO DO CARNE DE PAGAMENTO   *
      * (PELO NUMERO DA VENDA OU DO ACORDO) *
      **************************************
      *----------------------------------------------------------------
      * O CLIENTE PERDEU O CARNE OU LIGOU PERGUNTANDO O VENCIMENTO:
      * INFORMA-SE SO O NUMERO DA VENDA (OU DO ACORDO DO CADRENEG -
      * OS DOIS SAEM DA MESMA SEQUENCIA NVENDACTL, ENTAO NAO SE
      * REPETEM). O CLIENTE E ACHADO NO CONTAS A RECEBER E O CARNE
      * DAS PARCELAS AINDA EM ABERTO E GERADO PELO MODULO CARNEIMP,
      * O MESMO QUE O CADVEN E O CADRENEG CHAMAM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTASREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-NVENDASEL        PIC 9(06) VALUE ZEROS.
      * PARAMETROS DO MODULO CARNEIMP
       01 W-CARNE.
           03 W-CRN-CODCLI    PIC 9(12).
           03 W-CRN-NVENDA    PIC 9(06).
           03 W-CRN-ORIGEM    PIC X(08).
           03 W-CRN-USUARIO   PIC X(08).
           03 W-CRN-NOMEREL   PIC X(30).
           03 W-CRN-RETORNO   PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM.
                PERFORM 2000-PROCURA    THRU 2000-PROCURA-FIM.
                PERFORM 3000-EMITE      THRU 3000-EMITE-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "NUMERO DA VENDA OU DO ACORDO: ".
                ACCEPT W-NVENDASEL.
                OPEN INPUT CONTASREC
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTASREC"
                   STOP RUN.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * O CONTAS A RECEBER E CHAVEADO POR CLIENTE: PROCURA A
      * PRIMEIRA PARCELA DO NUMERO INFORMADO
       2000-PROCURA.
                MOVE "N" TO W-FIM W-ACHOU.
                PERFORM 2100-LE-PARCELA THRU 2100-LE-PARCELA-FIM
                   UNTIL W-FIM = "S".
                CLOSE CONTASREC.
       2000-PROCURA-FIM.
                EXIT.
      *
       2100-LE-PARCELA.
                READ CONTASREC NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIM
                      GO TO 2100-LE-PARCELA-FIM.
                IF CR-NVENDA NOT = W-NVENDASEL
                   GO TO 2100-LE-PARCELA-FIM.
                MOVE "S" TO W-ACHOU W-FIM.
                MOVE CR-CODCLI TO W-CRN-CODCLI.
       2100-LE-PARCELA-FIM.
                EXIT.
      *
       3000-EMITE.
                IF W-ACHOU NOT = "S"
                   DISPLAY "VENDA SEM PARCELAS NO CONTAS A RECEBER"
                   GO TO 3000-EMITE-FIM.
                MOVE W-NVENDASEL TO W-CRN-NVENDA.
                MOVE "SGP080"    TO W-CRN-ORIGEM.
                MOVE SPACES      TO W-CRN-USUARIO.
                CALL "CARNEIMP" USING W-CARNE.
                IF W-CRN-RETORNO = "23"
                   DISPLAY "NENHUMA PARCELA EM ABERTO - SEM CARNE"
                   GO TO 3000-EMITE-FIM.
                IF W-CRN-RETORNO NOT = "00"
                   DISPLAY "CARNE NAO GERADO"
                   GO TO 3000-EMITE-FIM.
                DISPLAY "CARNE GERADO EM " W-CRN-NOMEREL.
       3000-EMITE-FIM.
                EXIT.
