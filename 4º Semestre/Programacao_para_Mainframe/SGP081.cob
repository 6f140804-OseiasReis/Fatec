       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP081.
       AUTHOR. OSEIAS REIS
      **************************************
      * CONTAGEM CICLICA DO ESTOQUE         *
      * (LISTA DO DIA PELA CURVA ABC E      *
      *  ACURACIA POR CLASSE)               *
      **************************************
      *----------------------------------------------------------------
      * SUBSTITUI O INVENTARIO GERAL ANUAL: TODO DIA UMA LISTA CURTA
      * DE PRODUTOS A CONTAR, POR LOCAL (SALDOLOCAL.DAT). A CLASSE DA
      * CURVA ABC (CURVAABC.DAT, GERADA PELO SGP023) DEFINE A
      * FREQUENCIA: O ITEM ENTRA NA LISTA QUANDO NUNCA FOI CONTADO
      * OU QUANDO A ULTIMA CONTAGEM (CICLOCONT.DAT, GRAVADA PELO
      * SGP019 NO MODO A) TEM MAIS DIAS QUE A FREQUENCIA DA CLASSE.
      * PRODUTO FORA DA CURVA CONTA COMO CLASSE C. A LISTA PRIORIZA
      * A, DEPOIS B, DEPOIS C, ATE O LIMITE DIARIO; O QUE SOBRA FICA
      * PARA O DIA SEGUINTE.
      * PARAMETROS (CADPARAM): CICLODIASA, CICLODIASB, CICLODIASC
      * (FREQUENCIA EM DIAS, PADRAO 30/90/180) E CICLOMAXDIA
      * (ITENS POR DIA, PADRAO 30, NO MAXIMO 200).
      * A LISTA NAO MOSTRA O SALDO DO SISTEMA (CONTAGEM CEGA). SAI
      * TAMBEM A PLANILHA CONTCICLO.TXT NO LEIAUTE DO CONTAGEM.TXT
      * DO SGP019 (PRODUTO, QUANTIDADE ZERADA, CONTADOR EM BRANCO,
      * LOCAL): PREENCHER A QUANTIDADE CONTADA DE CADA LINHA, COPIAR
      * PARA CONTAGEM.TXT E RODAR O SGP019 (MODO C, DEPOIS MODO A).
      * NO FIM, A ACURACIA POR CLASSE DOS ULTIMOS 12 MESES
      * (CICLOACUR.DAT).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT SALDOLOCAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLC-CHAVE
                    FILE STATUS  IS ST-ERROSLC.
       SELECT CURVAABC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS ABC-PRODUTO
                    FILE STATUS  IS ST-ERROABC.
       SELECT CICLOCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CIC-CHAVE
                    FILE STATUS  IS ST-ERROCIC.
       SELECT CICLOACUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ACU-CHAVE
                    FILE STATUS  IS ST-ERROACU.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
       SELECT CONTCICLO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
       SELECT RELCIC ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODUTO.DAT".
       01 PRODUTO-REG.
           05 PRO-CODIGO        PIC 9(08).
           05 PRO-DESCRICAO     PIC X(30).
           05 PRO-UNIDADE       PIC X(02).
           05 PRO-PRECOCUSTO    PIC 9(06)V99.
           05 PRO-PRECOVENDA    PIC 9(06)V99.
           05 PRO-CLASSIFICACAO PIC 9(01).
           05 PRO-SITUACAO      PIC X(01).
           05 PRO-ESTOQUE       PIC 9(06).
           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).
      *
       FD SALDOLOCAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDOLOCAL.DAT".
       01 SALDOLOCAL-REG.
           05 SLC-CHAVE.
              10 SLC-PRODUTO   PIC 9(08).
              10 SLC-LOCAL     PIC X(01).
           05 SLC-QTD          PIC 9(06).
           05 SLC-DT-ALTERACAO PIC 9(08).
           05 SLC-USUARIO      PIC X(08).
      *
       FD CURVAABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CURVAABC.DAT".
       01 CURVAABC-REG.
           05 ABC-PRODUTO      PIC 9(08).
           05 ABC-CLASSE       PIC X(01).
           05 ABC-POSICAO      PIC 9(03).
           05 ABC-RECEITA      PIC 9(11)V99.
           05 ABC-PERCACUM     PIC 9(03)V99.
           05 ABC-DTINI        PIC 9(08).
           05 ABC-DTFIM        PIC 9(08).
           05 ABC-DTGERACAO    PIC 9(08).
      *
       FD CICLOCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CICLOCONT.DAT".
       01 CICLOCONT-REG.
           05 CIC-CHAVE.
              10 CIC-PRODUTO   PIC 9(08).
              10 CIC-LOCAL     PIC X(01).
           05 CIC-CLASSE       PIC X(01).
           05 CIC-ULTCONT      PIC 9(08).
           05 CIC-QTDCONT      PIC 9(05).
           05 CIC-QTDACERTO    PIC 9(05).
           05 CIC-CONTADOR     PIC X(08).
           05 CIC-DT-ALTERACAO PIC 9(08).
           05 CIC-USUARIO      PIC X(08).
      *
       FD CICLOACUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CICLOACUR.DAT".
       01 CICLOACUR-REG.
           05 ACU-CHAVE.
              10 ACU-ANOMES    PIC 9(06).
              10 ACU-CLASSE    PIC X(01).
           05 ACU-CONTADOS     PIC 9(06).
           05 ACU-ACERTOS      PIC 9(06).
           05 ACU-UNIDIVERG    PIC 9(08).
           05 ACU-VALORDIVERG  PIC 9(11)V99.
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
      * MESMO LEIAUTE DO CONTAGEM.TXT LIDO PELO SGP019
       FD CONTCICLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTCICLO.TXT".
       01 REGCONTCICLO.
                03 CTC-PRODUTO         PIC 9(08).
                03 CTC-QTDCONTADA      PIC 9(06).
                03 CTC-CONTADOR        PIC X(08).
                03 CTC-LOCAL           PIC X(01).
      *
       FD RELCIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELCIC              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERROSLC         PIC X(02) VALUE "00".
       77 ST-ERROABC         PIC X(02) VALUE "00".
       77 ST-ERROCIC         PIC X(02) VALUE "00".
       77 ST-ERROACU         PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-SLCABERTO        PIC X(01) VALUE "N".
       77 W-ABCABERTO        PIC X(01) VALUE "N".
       77 W-CICABERTO        PIC X(01) VALUE "N".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMSLC           PIC X(01) VALUE "N".
       77 W-TEMLOCAL         PIC X(01) VALUE "N".
       77 W-GRUPOIMP         PIC X(01) VALUE "N".
       77 W-DTREF            PIC 9(08) VALUE ZEROS.
       77 W-ANOMESREF        PIC 9(06) VALUE ZEROS.
       77 W-ANOMESINI        PIC 9(06) VALUE ZEROS.
       77 W-PASSE            PIC 9(01) VALUE ZEROS.
       77 W-IL               PIC 9(01) VALUE ZEROS.
       77 W-IC               PIC 9(01) VALUE ZEROS.
       77 W-IND              PIC 9(03) VALUE ZEROS.
       77 W-CLASSEABC        PIC X(01) VALUE "C".
       77 W-LOCALATU         PIC X(01) VALUE SPACE.
       77 W-ULTCONT          PIC 9(08) VALUE ZEROS.
       77 W-DIASCORR         PIC 9(07) VALUE ZEROS.
       77 W-DIAS1            PIC 9(07) VALUE ZEROS.
       77 W-DIAS2            PIC 9(07) VALUE ZEROS.
       77 W-INTERVALO        PIC 9(07) VALUE ZEROS.
       77 W-QTDLISTA         PIC 9(03) VALUE ZEROS.
       77 W-QTDADIADO        PIC 9(06) VALUE ZEROS.
       77 W-PERC             PIC 9(03)V99 VALUE ZEROS.
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
       77 W-SPLDATA          PIC 9(08) VALUE ZEROS.
       77 W-SPLHORA          PIC 9(08) VALUE ZEROS.
      * LIMITE DIARIO (CADPARAM CICLOMAXDIA) - NUNCA ACIMA DE 200,
      * O TAMANHO DA TABELA W-TABCIC
       77 W-MAXDIA           PIC 9(03) VALUE 30.
      * CLASSES NA ORDEM DE PRIORIDADE E FREQUENCIA DE CADA UMA
       01 W-CLASSESX         PIC X(03) VALUE "ABC".
       01 W-CLASSESAUX REDEFINES W-CLASSESX.
          03 W-CLA           PIC X(01) OCCURS 3 TIMES.
       01 W-FREQX.
          03 FILLER          PIC 9(03) VALUE 030.
          03 FILLER          PIC 9(03) VALUE 090.
          03 FILLER          PIC 9(03) VALUE 180.
       01 W-FREQAUX REDEFINES W-FREQX.
          03 W-FREQ          PIC 9(03) OCCURS 3 TIMES.
      * TOTAIS POR CLASSE: ITENS NA LISTA E ACURACIA DOS 12 MESES
       01 W-TOTCLASSE.
          03 W-TCL OCCURS 3 TIMES.
             05 W-TCL-LISTA     PIC 9(03).
             05 W-TCL-CONTADOS  PIC 9(07).
             05 W-TCL-ACERTOS   PIC 9(07).
             05 W-TCL-UNIDIV    PIC 9(09).
             05 W-TCL-VALDIV    PIC 9(12)V99.
      * LOCAIS NA ORDEM DA LISTA
       01 W-LOCAISX.
          03 FILLER          PIC X(21) VALUE "LLOJA                ".
          03 FILLER          PIC X(21) VALUE "DDEPOSITO            ".
          03 FILLER          PIC X(21) VALUE " SEM LOCAL (TOTAL)   ".
       01 W-LOCAISAUX REDEFINES W-LOCAISX.
          03 W-LOC OCCURS 3 TIMES.
             05 W-LOC-CODIGO PIC X(01).
             05 W-LOC-NOME   PIC X(20).
      * ITENS ESCOLHIDOS PARA A CONTAGEM DO DIA
       01 W-TABCIC.
          03 W-TC OCCURS 200 TIMES.
             05 W-TC-PRODUTO    PIC 9(08).
             05 W-TC-LOCAL      PIC X(01).
             05 W-TC-CLASSE     PIC X(01).
             05 W-TC-ULTCONT    PIC 9(08).
             05 W-TC-DESCRICAO  PIC X(30).
             05 W-TC-UNIDADE    PIC X(02).
      * DIAS CORRIDOS (MESMA CONTA DO CADBAIXA)
       01 W-DATA-AUX         PIC 9(08).
       01 W-DATA-GRUPO REDEFINES W-DATA-AUX.
          05 W-ANOAUX        PIC 9(04).
          05 W-MESAUX        PIC 9(02).
          05 W-DIAAUX        PIC 9(02).
       01 TAB-DIASMESX.
          03 FILLER PIC 9(03) VALUE 000.
          03 FILLER PIC 9(03) VALUE 031.
          03 FILLER PIC 9(03) VALUE 059.
          03 FILLER PIC 9(03) VALUE 090.
          03 FILLER PIC 9(03) VALUE 120.
          03 FILLER PIC 9(03) VALUE 151.
          03 FILLER PIC 9(03) VALUE 181.
          03 FILLER PIC 9(03) VALUE 212.
          03 FILLER PIC 9(03) VALUE 243.
          03 FILLER PIC 9(03) VALUE 273.
          03 FILLER PIC 9(03) VALUE 304.
          03 FILLER PIC 9(03) VALUE 334.
       01 TAB-DIASMESAUX REDEFINES TAB-DIASMESX.
          03 TAB-DIASMES PIC 9(03) OCCURS 12 TIMES.
       01 W-DTEDIT           PIC 9999/99/99.
       01 LINHA-ITEM.
          03 LR-PRODUTO      PIC 9(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-DESCRICAO    PIC X(30).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-UNIDADE      PIC X(02).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-CLASSE       PIC X(01).
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LR-ULTCONT      PIC X(10).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-CONTADO      PIC X(12).
       01 LINHA-ACUR.
          03 LRA-ANOMES      PIC 9999/99.
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LRA-CLASSE      PIC X(01).
          03 FILLER          PIC X(04) VALUE SPACES.
          03 LRA-CONTADOS    PIC ZZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LRA-ACERTOS     PIC ZZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LRA-PERC        PIC ZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LRA-UNIDIV      PIC ZZZZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LRA-VALDIV      PIC ZZZZZZZZZZZ9,99.
       01 W-SPLREG.
           03 W-SPL-PROGRAMA  PIC X(08).
           03 W-SPL-DESCRICAO PIC X(30).
           03 W-SPL-ARQUIVO   PIC X(30).
           03 W-SPL-USUARIO   PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM.
                PERFORM 2000-PASSE      THRU 2000-PASSE-FIM
                        VARYING W-PASSE FROM 1 BY 1 UNTIL W-PASSE > 3.
                PERFORM 3000-LISTA      THRU 3000-LISTA-FIM.
                PERFORM 4000-ACURACIA   THRU 4000-ACURACIA-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "DATA DA CONTAGEM (AAAAMMDD), ENTER P/ HOJE: ".
                ACCEPT W-DTREF.
                IF W-DTREF = ZEROS
                   ACCEPT W-DTREF FROM DATE YYYYMMDD.
                MOVE W-DTREF TO W-DATA-AUX.
                PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIAS2.
      * ACURACIA: DO MESMO MES DO ANO ANTERIOR (EXCLUSIVE) ATE O MES
      * DA DATA DE REFERENCIA
                COMPUTE W-ANOMESREF = W-ANOAUX * 100 + W-MESAUX.
                IF W-MESAUX = 12
                   COMPUTE W-ANOMESINI = W-ANOAUX * 100 + 1
                ELSE
                   COMPUTE W-ANOMESINI = (W-ANOAUX - 1) * 100
                                       + W-MESAUX + 1.
                MOVE ZEROS TO W-TOTCLASSE.
                PERFORM 1100-LE-PARAMETROS THRU 1100-LE-PARAMETROS-FIM.
                OPEN INPUT PRODUTO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                   STOP RUN.
                OPEN INPUT SALDOLOCAL
                IF ST-ERROSLC = "00"
                   MOVE "S" TO W-SLCABERTO.
                OPEN INPUT CURVAABC
                IF ST-ERROABC = "00"
                   MOVE "S" TO W-ABCABERTO
                ELSE
                   DISPLAY "SEM CURVA ABC (SGP023) - TUDO CLASSE C".
                OPEN INPUT CICLOCONT
                IF ST-ERROCIC = "00"
                   MOVE "S" TO W-CICABERTO.
                OPEN OUTPUT CONTCICLO
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTCICLO"
                   CLOSE PRODUTO
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "CICLO-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP081" TO W-SPL-PROGRAMA.
                MOVE "CONTAGEM CICLICA DO DIA" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELCIC
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE PRODUTO
                   CLOSE CONTCICLO
                   STOP RUN.
                MOVE SPACES TO REGRELCIC
                MOVE "CONTAGEM CICLICA - LISTA DO DIA" TO REGRELCIC
                WRITE REGRELCIC.
                MOVE W-DTREF TO W-DTEDIT.
                MOVE SPACES TO REGRELCIC
                STRING "DATA DA CONTAGEM: " W-DTEDIT
                        DELIMITED BY SIZE INTO REGRELCIC
                WRITE REGRELCIC.
                MOVE SPACES TO REGRELCIC
                STRING "FREQUENCIA EM DIAS - A: " W-FREQ(1)
                       "  B: " W-FREQ(2) "  C: " W-FREQ(3)
                       "   LIMITE DO DIA: " W-MAXDIA
                        DELIMITED BY SIZE INTO REGRELCIC
                WRITE REGRELCIC.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       1100-LE-PARAMETROS.
                OPEN INPUT PARAM
                IF ST-ERROPAR NOT = "00"
                   GO TO 1100-LE-PARAMETROS-FIM.
                MOVE "CICLODIASA" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      IF PAR-VALORNUM > ZEROS
                         MOVE PAR-VALORNUM TO W-FREQ(1)
                      END-IF
                END-READ.
                MOVE "CICLODIASB" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      IF PAR-VALORNUM > ZEROS
                         MOVE PAR-VALORNUM TO W-FREQ(2)
                      END-IF
                END-READ.
                MOVE "CICLODIASC" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      IF PAR-VALORNUM > ZEROS
                         MOVE PAR-VALORNUM TO W-FREQ(3)
                      END-IF
                END-READ.
                MOVE "CICLOMAXDIA" TO PAR-CHAVE
                READ PARAM
                   NOT INVALID KEY
                      IF PAR-VALORNUM > ZEROS
                         MOVE PAR-VALORNUM TO W-MAXDIA
                      END-IF
                END-READ.
                CLOSE PARAM.
                IF W-MAXDIA > 200
                   MOVE 200 TO W-MAXDIA.
       1100-LE-PARAMETROS-FIM.
                EXIT.
      *
      ******************************************
      * UMA PASSADA NO CADASTRO POR CLASSE     *
      * (A, B, C) PARA RESPEITAR A PRIORIDADE  *
      * QUANDO O LIMITE DO DIA ESTOURA         *
      ******************************************
       2000-PASSE.
                MOVE ZEROS TO PRO-CODIGO.
                START PRODUTO KEY IS NOT LESS THAN PRO-CODIGO
                   INVALID KEY
                      GO TO 2000-PASSE-FIM.
                MOVE "N" TO W-FIM.
                PERFORM 2100-LE-PRODUTO THRU 2100-LE-PRODUTO-FIM
                   UNTIL W-FIM = "S".
       2000-PASSE-FIM.
                EXIT.
      *
       2100-LE-PRODUTO.
                READ PRODUTO NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIM
                      GO TO 2100-LE-PRODUTO-FIM.
                IF PRO-SITUACAO NOT = "A"
                   GO TO 2100-LE-PRODUTO-FIM.
                MOVE "C" TO W-CLASSEABC.
                IF W-ABCABERTO = "S"
                   MOVE PRO-CODIGO TO ABC-PRODUTO
                   READ CURVAABC
                      NOT INVALID KEY
                         MOVE ABC-CLASSE TO W-CLASSEABC
                   END-READ.
                IF W-CLASSEABC NOT = W-CLA(W-PASSE)
                   GO TO 2100-LE-PRODUTO-FIM.
      * UMA CONTAGEM POR LOCAL COM SALDO CADASTRADO; PRODUTO SEM
      * SALDO POR LOCAL E CONTADO PELO TOTAL (LOCAL EM BRANCO)
                MOVE "N" TO W-TEMLOCAL.
                IF W-SLCABERTO = "S"
                   MOVE PRO-CODIGO TO SLC-PRODUTO
                   MOVE SPACES TO SLC-LOCAL
                   MOVE "N" TO W-FIMSLC
                   START SALDOLOCAL KEY IS NOT LESS THAN SLC-CHAVE
                      INVALID KEY
                         MOVE "S" TO W-FIMSLC
                   END-START
                   PERFORM 2200-LE-LOCAL THRU 2200-LE-LOCAL-FIM
                      UNTIL W-FIMSLC = "S".
                IF W-TEMLOCAL = "N"
                   MOVE SPACE TO W-LOCALATU
                   PERFORM 2300-VERIFICA-VENCIDO
                      THRU 2300-VERIFICA-VENCIDO-FIM.
       2100-LE-PRODUTO-FIM.
                EXIT.
      *
       2200-LE-LOCAL.
                READ SALDOLOCAL NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMSLC
                      GO TO 2200-LE-LOCAL-FIM.
                IF SLC-PRODUTO NOT = PRO-CODIGO
                   MOVE "S" TO W-FIMSLC
                   GO TO 2200-LE-LOCAL-FIM.
                IF SLC-LOCAL NOT = "L" AND SLC-LOCAL NOT = "D"
                   GO TO 2200-LE-LOCAL-FIM.
                MOVE "S" TO W-TEMLOCAL.
                MOVE SLC-LOCAL TO W-LOCALATU.
                PERFORM 2300-VERIFICA-VENCIDO
                   THRU 2300-VERIFICA-VENCIDO-FIM.
       2200-LE-LOCAL-FIM.
                EXIT.
      *
      * ULTIMA CONTAGEM = A MAIS RECENTE ENTRE A DO LOCAL E A DO
      * TOTAL DO PRODUTO (CONTAGEM SEM LOCAL NO SGP019)
       2300-VERIFICA-VENCIDO.
                MOVE ZEROS TO W-ULTCONT.
                IF W-CICABERTO NOT = "S"
                   GO TO 2300-VENCIDO.
                MOVE PRO-CODIGO TO CIC-PRODUTO.
                MOVE W-LOCALATU TO CIC-LOCAL.
                READ CICLOCONT
                   NOT INVALID KEY
                      MOVE CIC-ULTCONT TO W-ULTCONT
                END-READ.
                IF W-LOCALATU NOT = SPACE
                   MOVE SPACE TO CIC-LOCAL
                   READ CICLOCONT
                      NOT INVALID KEY
                         IF CIC-ULTCONT > W-ULTCONT
                            MOVE CIC-ULTCONT TO W-ULTCONT
                         END-IF
                   END-READ.
                IF W-ULTCONT = ZEROS
                   GO TO 2300-VENCIDO.
                MOVE W-ULTCONT TO W-DATA-AUX.
                PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIAS1.
                IF W-DIAS2 < W-DIAS1
                   GO TO 2300-VERIFICA-VENCIDO-FIM.
                COMPUTE W-INTERVALO = W-DIAS2 - W-DIAS1.
                IF W-INTERVALO < W-FREQ(W-PASSE)
                   GO TO 2300-VERIFICA-VENCIDO-FIM.
       2300-VENCIDO.
                IF W-QTDLISTA NOT < W-MAXDIA
                   ADD 1 TO W-QTDADIADO
                   GO TO 2300-VERIFICA-VENCIDO-FIM.
                ADD 1 TO W-QTDLISTA.
                ADD 1 TO W-TCL-LISTA(W-PASSE).
                MOVE PRO-CODIGO    TO W-TC-PRODUTO(W-QTDLISTA).
                MOVE W-LOCALATU    TO W-TC-LOCAL(W-QTDLISTA).
                MOVE W-CLASSEABC   TO W-TC-CLASSE(W-QTDLISTA).
                MOVE W-ULTCONT     TO W-TC-ULTCONT(W-QTDLISTA).
                MOVE PRO-DESCRICAO TO W-TC-DESCRICAO(W-QTDLISTA).
                MOVE PRO-UNIDADE   TO W-TC-UNIDADE(W-QTDLISTA).
       2300-VERIFICA-VENCIDO-FIM.
                EXIT.
      *
      ******************************************
      * LISTA DO DIA AGRUPADA POR LOCAL, COM A *
      * PLANILHA CONTCICLO.TXT NA MESMA ORDEM  *
      ******************************************
       3000-LISTA.
                IF W-QTDLISTA = ZEROS
                   MOVE SPACES TO REGRELCIC
                   WRITE REGRELCIC
                   MOVE "NENHUM ITEM VENCIDO PARA CONTAGEM NA DATA"
                      TO REGRELCIC
                   WRITE REGRELCIC
                   GO TO 3000-LISTA-FIM.
                PERFORM 3100-LISTA-LOCAL THRU 3100-LISTA-LOCAL-FIM
                        VARYING W-IL FROM 1 BY 1 UNTIL W-IL > 3.
       3000-LISTA-FIM.
                EXIT.
      *
       3100-LISTA-LOCAL.
                MOVE "N" TO W-GRUPOIMP.
                PERFORM 3200-LISTA-ITEM THRU 3200-LISTA-ITEM-FIM
                        VARYING W-IND FROM 1 BY 1
                        UNTIL W-IND > W-QTDLISTA.
       3100-LISTA-LOCAL-FIM.
                EXIT.
      *
       3200-LISTA-ITEM.
                IF W-TC-LOCAL(W-IND) NOT = W-LOC-CODIGO(W-IL)
                   GO TO 3200-LISTA-ITEM-FIM.
                IF W-GRUPOIMP = "N"
                   MOVE "S" TO W-GRUPOIMP
                   MOVE SPACES TO REGRELCIC
                   WRITE REGRELCIC
                   MOVE SPACES TO REGRELCIC
                   STRING "LOCAL: " W-LOC-NOME(W-IL)
                           DELIMITED BY SIZE INTO REGRELCIC
                   WRITE REGRELCIC
                   MOVE SPACES TO REGRELCIC
                   MOVE "PRODUTO   DESCRICAO                       UN CL
      -              "   ULT.CONT.   QTD CONTADA"
                      TO REGRELCIC
                   WRITE REGRELCIC
                END-IF.
                MOVE SPACES TO LINHA-ITEM
                MOVE W-TC-PRODUTO(W-IND)   TO LR-PRODUTO
                MOVE W-TC-DESCRICAO(W-IND) TO LR-DESCRICAO
                MOVE W-TC-UNIDADE(W-IND)   TO LR-UNIDADE
                MOVE W-TC-CLASSE(W-IND)    TO LR-CLASSE
                IF W-TC-ULTCONT(W-IND) = ZEROS
                   MOVE "NUNCA"  TO LR-ULTCONT
                ELSE
                   MOVE W-TC-ULTCONT(W-IND) TO W-DTEDIT
                   MOVE W-DTEDIT TO LR-ULTCONT.
                MOVE "____________" TO LR-CONTADO
                MOVE LINHA-ITEM TO REGRELCIC
                WRITE REGRELCIC.
                MOVE W-TC-PRODUTO(W-IND) TO CTC-PRODUTO.
                MOVE ZEROS               TO CTC-QTDCONTADA.
                MOVE SPACES              TO CTC-CONTADOR.
                MOVE W-TC-LOCAL(W-IND)   TO CTC-LOCAL.
                WRITE REGCONTCICLO.
       3200-LISTA-ITEM-FIM.
                EXIT.
      *
      ******************************************
      * ACURACIA POR CLASSE NOS ULTIMOS 12     *
      * MESES (CICLOACUR.DAT, GRAVADO PELO     *
      * SGP019 NO MODO A)                      *
      ******************************************
       4000-ACURACIA.
                MOVE SPACES TO REGRELCIC
                WRITE REGRELCIC.
                MOVE SPACES TO REGRELCIC
                MOVE "ACURACIA DA CONTAGEM CICLICA - ULTIMOS 12 MESES"
                   TO REGRELCIC
                WRITE REGRELCIC.
                OPEN INPUT CICLOACUR
                IF ST-ERROACU NOT = "00"
                   MOVE SPACES TO REGRELCIC
                   MOVE "NENHUMA CONTAGEM AJUSTADA AINDA" TO REGRELCIC
                   WRITE REGRELCIC
                   GO TO 4000-ACURACIA-FIM.
                MOVE SPACES TO REGRELCIC
                MOVE "MES      CL   CONTADOS  ACERTOS  %ACUR.   UNID.DIV
      -              "    VALOR DIVERG."
                   TO REGRELCIC.
                WRITE REGRELCIC.
                MOVE "N" TO W-FIM.
                PERFORM 4100-LE-ACURACIA THRU 4100-LE-ACURACIA-FIM
                   UNTIL W-FIM = "S".
                CLOSE CICLOACUR.
                MOVE SPACES TO REGRELCIC
                WRITE REGRELCIC.
                PERFORM 4200-TOTAL-CLASSE THRU 4200-TOTAL-CLASSE-FIM
                        VARYING W-IC FROM 1 BY 1 UNTIL W-IC > 3.
       4000-ACURACIA-FIM.
                EXIT.
      *
       4100-LE-ACURACIA.
                READ CICLOACUR NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIM
                      GO TO 4100-LE-ACURACIA-FIM.
                IF ACU-ANOMES < W-ANOMESINI
                   GO TO 4100-LE-ACURACIA-FIM.
                IF ACU-ANOMES > W-ANOMESREF
                   MOVE "S" TO W-FIM
                   GO TO 4100-LE-ACURACIA-FIM.
                EVALUATE ACU-CLASSE
                   WHEN "A"
                      MOVE 1 TO W-IC
                   WHEN "B"
                      MOVE 2 TO W-IC
                   WHEN OTHER
                      MOVE 3 TO W-IC
                END-EVALUATE.
                ADD ACU-CONTADOS    TO W-TCL-CONTADOS(W-IC).
                ADD ACU-ACERTOS     TO W-TCL-ACERTOS(W-IC).
                ADD ACU-UNIDIVERG   TO W-TCL-UNIDIV(W-IC).
                ADD ACU-VALORDIVERG TO W-TCL-VALDIV(W-IC).
                MOVE ZEROS TO W-PERC.
                IF ACU-CONTADOS > ZEROS
                   COMPUTE W-PERC ROUNDED =
                           ACU-ACERTOS * 100 / ACU-CONTADOS.
                MOVE SPACES TO LINHA-ACUR
                MOVE ACU-ANOMES      TO LRA-ANOMES
                MOVE ACU-CLASSE      TO LRA-CLASSE
                MOVE ACU-CONTADOS    TO LRA-CONTADOS
                MOVE ACU-ACERTOS     TO LRA-ACERTOS
                MOVE W-PERC          TO LRA-PERC
                MOVE ACU-UNIDIVERG   TO LRA-UNIDIV
                MOVE ACU-VALORDIVERG TO LRA-VALDIV
                MOVE LINHA-ACUR TO REGRELCIC
                WRITE REGRELCIC.
       4100-LE-ACURACIA-FIM.
                EXIT.
      *
       4200-TOTAL-CLASSE.
                MOVE ZEROS TO W-PERC.
                IF W-TCL-CONTADOS(W-IC) > ZEROS
                   COMPUTE W-PERC ROUNDED =
                           W-TCL-ACERTOS(W-IC) * 100
                           / W-TCL-CONTADOS(W-IC).
                MOVE SPACES TO LINHA-ACUR
                MOVE ZEROS                TO LRA-ANOMES
                MOVE W-CLA(W-IC)          TO LRA-CLASSE
                MOVE W-TCL-CONTADOS(W-IC) TO LRA-CONTADOS
                MOVE W-TCL-ACERTOS(W-IC)  TO LRA-ACERTOS
                MOVE W-PERC               TO LRA-PERC
                MOVE W-TCL-UNIDIV(W-IC)   TO LRA-UNIDIV
                MOVE W-TCL-VALDIV(W-IC)   TO LRA-VALDIV
                MOVE LINHA-ACUR TO REGRELCIC
                MOVE "12 MESES" TO REGRELCIC(1:8)
                WRITE REGRELCIC.
       4200-TOTAL-CLASSE-FIM.
                EXIT.
      *
      * CONVERTE A DATA EM W-DATA-AUX PARA DIAS CORRIDOS (ANO X
      * 365 + DIA DO ANO), COMO NO CADBAIXA
       8500-DIAS-CORRIDOS.
                IF W-MESAUX < 1 OR W-MESAUX > 12
                   MOVE 1 TO W-MESAUX.
                COMPUTE W-DIASCORR = W-ANOAUX * 365
                        + TAB-DIASMES(W-MESAUX) + W-DIAAUX.
       8500-DIAS-CORRIDOS-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELCIC
                WRITE REGRELCIC.
                MOVE SPACES TO REGRELCIC
                STRING "ITENS NA LISTA - A: " W-TCL-LISTA(1)
                       "  B: " W-TCL-LISTA(2) "  C: " W-TCL-LISTA(3)
                        DELIMITED BY SIZE INTO REGRELCIC
                WRITE REGRELCIC.
                MOVE SPACES TO REGRELCIC
                STRING "VENCIDOS QUE FICARAM PARA AMANHA: " W-QTDADIADO
                        DELIMITED BY SIZE INTO REGRELCIC
                WRITE REGRELCIC.
                CLOSE PRODUTO.
                IF W-SLCABERTO = "S"
                   CLOSE SALDOLOCAL.
                IF W-ABCABERTO = "S"
                   CLOSE CURVAABC.
                IF W-CICABERTO = "S"
                   CLOSE CICLOCONT.
                CLOSE CONTCICLO.
                CLOSE RELCIC.
                DISPLAY "LISTA DO DIA: " W-QTDLISTA " ITENS - PLANILHA "
                        "CONTCICLO.TXT".
       9000-FINALIZA-FIM.
                EXIT.
