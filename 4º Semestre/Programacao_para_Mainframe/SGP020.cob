      * QUE O CUSTO) CONTINUA VALENDO: PRODUTO QUE FICARIA COM
      * VENDA MENOR OU IGUAL AO CUSTO NAO E AJUSTADO E SAI
      * SINALIZADO NA LISTAGEM.
      * CADA PRODUTO AJUSTADO GANHA UM REGISTRO NO HISTORICO DE
      * PRECOS (PRECOHIST.DAT) - A ETIQUETA DE GONDOLA (SGP074)
      * SAI NA PROXIMA EMISSAO SEM PRECISAR LEMBRAR DA CLASSE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO.
       SELECT RELREA ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO2.
       SELECT PRECOHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRH-CHAVE
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).
      *
       FD RELREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELREA              PIC X(100).
      *
      * HISTORICO DE PRECOS (MESMO LEIAUTE DO SGP002)
       FD PRECOHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECOHIST.DAT".
       01 PRECOHIST-REG.
           05 PRH-CHAVE.
              10 PRH-PRODUTO   PIC 9(08).
              10 PRH-DATA      PIC 9(08).
              10 PRH-SEQ       PIC 9(05).
           05 PRH-HORA         PIC 9(08).
           05 PRH-CUSTOANT     PIC 9(06)V99.
           05 PRH-CUSTONOVO    PIC 9(06)V99.
           05 PRH-VENDAANT     PIC 9(06)V99.
           05 PRH-VENDANOVA    PIC 9(06)V99.
           05 PRH-USUARIO      PIC X(08).
           05 PRH-PROGRAMA     PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 W-CUSTOANT         PIC 9(06)V99 VALUE ZEROS.
       77 W-VENDAANT         PIC 9(06)V99 VALUE ZEROS.
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-CLASSIF          PIC 9(01) VALUE ZEROS.
       77 W-PERCENTUAL       PIC 9(04) VALUE ZEROS.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   STOP RUN.
                OPEN I-O PRECOHIST
                IF ST-ERRO3 = "35"
                   OPEN OUTPUT PRECOHIST
                   CLOSE PRECOHIST
                   OPEN I-O PRECOHIST.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                OPEN OUTPUT RELREA
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE PRODUTO PRECOHIST
                   STOP RUN.
                MOVE SPACES TO REGRELREA
                MOVE "REAJUSTE DE PRECOS POR CLASSIFICACAO"
                   GO TO 2000-PROCESSA-FIM.
                ADD PRO-PRECOVENDA TO W-TOTVENDAANT
                ADD W-VENDANOVA    TO W-TOTVENDANOVA
                MOVE PRO-PRECOCUSTO TO W-CUSTOANT
                MOVE PRO-PRECOVENDA TO W-VENDAANT
                MOVE W-VENDANOVA TO PRO-PRECOVENDA
                MOVE W-CUSTONOVO TO PRO-PRECOCUSTO
                ACCEPT PRO-DT-ALTERACAO FROM DATE YYYYMMDD
                      WRITE REGRELREA
                      GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTAJUSTADOS
                PERFORM 2100-GRAVA-HIST THRU 2100-GRAVA-HIST-FIM.
                MOVE LINHA-REL TO REGRELREA
                WRITE REGRELREA.
       2000-PROCESSA-FIM.
                EXIT.
      *
      * REGISTRA O REAJUSTE NO HISTORICO DE PRECOS; SEQUENCIAL POR
      * PRODUTO/DIA, AVANCANDO SE A CHAVE JA EXISTE
       2100-GRAVA-HIST.
                IF PRO-PRECOCUSTO = W-CUSTOANT
                   AND PRO-PRECOVENDA = W-VENDAANT
                   GO TO 2100-GRAVA-HIST-FIM.
                MOVE PRO-CODIGO TO PRH-PRODUTO.
                MOVE PRO-DT-ALTERACAO TO PRH-DATA.
                MOVE 1 TO PRH-SEQ.
                ACCEPT PRH-HORA FROM TIME.
                MOVE W-CUSTOANT TO PRH-CUSTOANT.
                MOVE PRO-PRECOCUSTO TO PRH-CUSTONOVO.
                MOVE W-VENDAANT TO PRH-VENDAANT.
                MOVE PRO-PRECOVENDA TO PRH-VENDANOVA.
                MOVE W-USUARIO TO PRH-USUARIO.
                MOVE "SGP020" TO PRH-PROGRAMA.
       2110-GRAVA-HIST-TENTA.
                WRITE PRECOHIST-REG
                   INVALID KEY
                      IF PRH-SEQ < 99999
                         ADD 1 TO PRH-SEQ
                         GO TO 2110-GRAVA-HIST-TENTA.
       2100-GRAVA-HIST-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELREA
                        DELIMITED BY SIZE INTO REGRELREA
                WRITE REGRELREA.
                CLOSE PRODUTO.
                CLOSE PRECOHIST.
                CLOSE RELREA.
       9000-FINALIZA-FIM.
                EXIT.
