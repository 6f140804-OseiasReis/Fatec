       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOREG.
       AUTHOR. OSEIAS REIS
      **************************************
      * LANCAMENTO NO MOVIMENTO BANCARIO    *
      * (MOVBANCO.DAT) - CHAMADO POR TODA   *
      * BAIXA QUE ENTRA OU SAI DINHEIRO     *
      **************************************
      *----------------------------------------------------------------
      * O CADBAIXA, O CADBXP E O RETORNO SGP038 CHAMAM ESTE MODULO
      * DEPOIS DE GRAVAR A BAIXA, PARA FICAR REGISTRADO EM QUAL
      * CONTA (CONTABCO.DAT) O DINHEIRO ENTROU OU SAIU. E ESTE
      * MOVIMENTO QUE A CONCILIACAO DO EXTRATO (SGP055) CASA COM
      * O ARQUIVO DO BANCO. MESMA IDEIA DO SPOOLREG: UM MODULO SO
      * EM VEZ DE COPIAR O ARQUIVO DENTRO DE CADA PROGRAMA.
      * FUNCAO: V = SO VALIDA A CONTA (ANTES DE GRAVAR A BAIXA)
      *         G = VALIDA E GRAVA O MOVIMENTO
      * CONTA ZERADA = CONTA PADRAO DO PARAMETRO CONTABANCO (SEM
      * ELE, CONTA 001); A CONTA USADA VOLTA EM LNK-CONTA.
      * RETORNO: 00 = OK, 23 = CONTA INEXISTENTE OU INATIVA,
      *          30 = MOVIMENTO NAO GRAVADO
      * SEM O CONTABCO.DAT (NENHUMA CONTA CADASTRADA AINDA) A
      * CONTA NAO E CONFERIDA, PARA NAO TRAVAR AS BAIXAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MBC-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS BCO-CODIGO
                    FILE STATUS  IS ST-ERRO2.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * TIPO: C = CREDITO (ENTRADA NA CONTA), D = DEBITO (SAIDA)
      * CONCILIADO: N = AINDA NAO VISTO NO EXTRATO, S = CASADO COM
      * UMA LINHA DO EXTRATO DO MES EM MBC-MESEXTRATO (SGP055)
       FD MOVBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVBANCO.DAT".
       01 MOVBANCO-REG.
           05 MBC-CHAVE.
              10 MBC-CONTA     PIC 9(03).
              10 MBC-DATA      PIC 9(08).
              10 MBC-SEQ       PIC 9(04).
           05 MBC-TIPO         PIC X(01).
           05 MBC-VALOR        PIC 9(09)V99.
           05 MBC-ORIGEM       PIC X(08).
           05 MBC-DOCUMENTO    PIC X(20).
           05 MBC-HISTORICO    PIC X(30).
           05 MBC-CONCILIADO   PIC X(01).
           05 MBC-MESEXTRATO   PIC 9(06).
           05 MBC-DT-ALTERACAO PIC 9(08).
           05 MBC-USUARIO      PIC X(08).
      *
       FD CONTABCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABCO.DAT".
       01 CONTABCO-REG.
           05 BCO-CODIGO       PIC 9(03).
           05 BCO-BANCO        PIC 9(03).
           05 BCO-AGENCIA      PIC 9(05).
           05 BCO-CONTA        PIC X(12).
           05 BCO-DESCRICAO    PIC X(20).
           05 BCO-SITUACAO     PIC X(01).
           05 BCO-DT-ALTERACAO PIC 9(08).
           05 BCO-USUARIO      PIC X(08).
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
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
      *
       LINKAGE SECTION.
       01 LNK-MOVBCO.
           03 LNK-FUNCAO       PIC X(01).
           03 LNK-CONTA        PIC 9(03).
           03 LNK-DATA         PIC 9(08).
           03 LNK-TIPO         PIC X(01).
           03 LNK-VALOR        PIC 9(09)V99.
           03 LNK-ORIGEM       PIC X(08).
           03 LNK-DOCUMENTO    PIC X(20).
           03 LNK-HISTORICO    PIC X(30).
           03 LNK-USUARIO      PIC X(08).
           03 LNK-RETORNO      PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-MOVBCO.
       0000-MAINLINE.
                MOVE "00" TO LNK-RETORNO.
                IF LNK-CONTA = ZEROS
                   PERFORM 1000-CONTA-PADRAO
                           THRU 1000-CONTA-PADRAO-FIM.
                PERFORM 2000-VALIDA-CONTA THRU 2000-VALIDA-CONTA-FIM.
                IF LNK-RETORNO NOT = "00"
                   GOBACK.
                IF LNK-FUNCAO = "V"
                   GOBACK.
                OPEN I-O MOVBANCO
                IF ST-ERRO = "35"
                   OPEN OUTPUT MOVBANCO
                   CLOSE MOVBANCO
                   OPEN I-O MOVBANCO.
                IF ST-ERRO NOT = "00"
                   DISPLAY "MOVBANCO NAO ABERTO - SEM LANCAMENTO"
                   MOVE "30" TO LNK-RETORNO
                   GOBACK.
                MOVE LNK-CONTA     TO MBC-CONTA.
                MOVE LNK-DATA      TO MBC-DATA.
                MOVE 1             TO MBC-SEQ.
                MOVE LNK-TIPO      TO MBC-TIPO.
                MOVE LNK-VALOR     TO MBC-VALOR.
                MOVE LNK-ORIGEM    TO MBC-ORIGEM.
                MOVE LNK-DOCUMENTO TO MBC-DOCUMENTO.
                MOVE LNK-HISTORICO TO MBC-HISTORICO.
                MOVE "N"           TO MBC-CONCILIADO.
                MOVE ZEROS         TO MBC-MESEXTRATO.
                ACCEPT MBC-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE LNK-USUARIO   TO MBC-USUARIO.
       0100-GRAVA.
                WRITE MOVBANCO-REG
                   INVALID KEY
      * JA HA LANCAMENTO NESSA CONTA/DATA/SEQUENCIA: PROXIMA SEQ
                      IF MBC-SEQ < 9999
                         ADD 1 TO MBC-SEQ
                         GO TO 0100-GRAVA
                      ELSE
                         MOVE "30" TO LNK-RETORNO
                      END-IF
                END-WRITE.
                CLOSE MOVBANCO.
                GOBACK.
      *
       1000-CONTA-PADRAO.
                MOVE 1 TO LNK-CONTA.
                OPEN INPUT PARAM
                IF ST-ERROPAR NOT = "00"
                   GO TO 1000-CONTA-PADRAO-FIM.
                MOVE "CONTABANCO" TO PAR-CHAVE.
                READ PARAM
                   NOT INVALID KEY
                      IF PAR-VALORNUM > ZEROS
                         MOVE PAR-VALORNUM TO LNK-CONTA
                      END-IF
                END-READ.
                CLOSE PARAM.
       1000-CONTA-PADRAO-FIM.
                EXIT.
      *
       2000-VALIDA-CONTA.
                OPEN INPUT CONTABCO
                IF ST-ERRO2 NOT = "00"
                   GO TO 2000-VALIDA-CONTA-FIM.
                MOVE LNK-CONTA TO BCO-CODIGO.
                READ CONTABCO
                   INVALID KEY
                      MOVE "23" TO LNK-RETORNO
                   NOT INVALID KEY
                      IF BCO-SITUACAO NOT = "A"
                         MOVE "23" TO LNK-RETORNO
                      END-IF
                END-READ.
                CLOSE CONTABCO.
       2000-VALIDA-CONTA-FIM.
                EXIT.
