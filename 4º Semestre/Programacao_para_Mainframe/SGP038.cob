      *   109-110 CODIGO DA OCORRENCIA (06 = LIQUIDACAO)
      *   111-116 DATA DO PAGAMENTO (DDMMAA)
      *   254-266 VALOR PAGO EM CENTAVOS
      * CADA BAIXA TAMBEM VIRA CREDITO NO MOVIMENTO BANCARIO (VIA
      * BANCOREG) NA CONTA DE COBRANCA - PARAMETRO CONTACOBR; SEM
      * ELE, A CONTA PADRAO CONTABANCO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO2.
       SELECT RELREJ ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO3.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELREJ              PIC X(80).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           03 W-SPL-DESCRICAO PIC X(30).
           03 W-SPL-ARQUIVO   PIC X(30).
           03 W-SPL-USUARIO   PIC X(08) VALUE SPACES.
      * LANCAMENTO NO MOVIMENTO BANCARIO (MODULO BANCOREG)
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-CONTACOBR        PIC 9(03) VALUE ZEROS.
       01 W-MOVBCO.
           03 W-MBC-FUNCAO    PIC X(01).
           03 W-MBC-CONTA     PIC 9(03).
           03 W-MBC-DATA      PIC 9(08).
           03 W-MBC-TIPO      PIC X(01).
           03 W-MBC-VALOR     PIC 9(09)V99.
           03 W-MBC-ORIGEM    PIC X(08).
           03 W-MBC-DOCUMENTO PIC X(20).
           03 W-MBC-HISTORICO PIC X(30).
           03 W-MBC-USUARIO   PIC X(08).
           03 W-MBC-RETORNO   PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                STOP RUN.
      *
       1000-INICIALIZA.
      * CONTA DE COBRANCA CONFERIDA ANTES DE BAIXAR QUALQUER
      * PARCELA - CONTA ERRADA NO PARAM E ERRO DE CONFIGURACAO
                OPEN INPUT PARAM
                IF ST-ERROPAR = "00"
                   MOVE "CONTACOBR" TO PAR-CHAVE
                   READ PARAM
                      NOT INVALID KEY
                         MOVE PAR-VALORNUM TO W-CONTACOBR
                   END-READ
                   CLOSE PARAM
                END-IF.
                MOVE "V" TO W-MBC-FUNCAO.
                MOVE W-CONTACOBR TO W-MBC-CONTA.
                CALL "BANCOREG" USING W-MOVBCO.
                IF W-MBC-RETORNO NOT = "00"
                   DISPLAY "CONTA DE COBRANCA INVALIDA: " W-MBC-CONTA
                   STOP RUN.
                MOVE W-MBC-CONTA TO W-CONTACOBR.
                OPEN INPUT RETORNO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RETORNO.RET"
                      PERFORM 3900-REJEITA THRU 3900-REJEITA-FIM
                      GO TO 3000-BAIXA-FIM.
                ADD 1 TO W-CONTBAIXADOS.
                MOVE "G"            TO W-MBC-FUNCAO.
                MOVE W-CONTACOBR    TO W-MBC-CONTA.
                MOVE W-DTPAGTO      TO W-MBC-DATA.
                MOVE "C"            TO W-MBC-TIPO.
                MOVE W-VALORREC     TO W-MBC-VALOR.
                MOVE "SGP038"       TO W-MBC-ORIGEM.
                MOVE CR-CHAVE       TO W-MBC-DOCUMENTO.
                MOVE "LIQUIDACAO DE BOLETO" TO W-MBC-HISTORICO.
                MOVE "SGP038"       TO W-MBC-USUARIO.
                CALL "BANCOREG" USING W-MOVBCO.
      * A PARCELA JA FICOU BAIXADA; SEM O LANCAMENTO O SGP055 NAO
      * ACHA O CREDITO NO EXTRATO - VAI PARA A LISTAGEM
                IF W-MBC-RETORNO NOT = "00"
                   MOVE "MOVIMENTO BANCARIO NAO GRAVADO" TO W-MOTIVO
                   PERFORM 3900-REJEITA THRU 3900-REJEITA-FIM.
       3000-BAIXA-FIM.
                EXIT.
      *
