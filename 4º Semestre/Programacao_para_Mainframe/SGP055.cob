       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP055.
       AUTHOR. OSEIAS REIS
      **************************************
      * CONCILIACAO BANCARIA MENSAL         *
      * (EXTRATO DO BANCO X MOVIMENTO       *
      *  BANCARIO DO SISTEMA - MOVBANCO)    *
      **************************************
      *----------------------------------------------------------------
      * LE O EXTRATO DO MES (EXTRATO.TXT, EXPORTADO DO INTERNET
      * BANKING NO LEIAUTE ABAIXO) DA CONTA INFORMADA E CASA CADA
      * LINHA COM UM LANCAMENTO DO MOVBANCO.DAT DA MESMA CONTA, DO
      * MESMO TIPO (C/D) E VALOR, COM DATA ATE N DIAS ANTES DA
      * DATA DO BANCO (PARAMETRO TOLCONCDIAS, PADRAO 3 - O BANCO
      * COSTUMA CREDITAR DEPOIS DA BAIXA). O LANCAMENTO CASADO
      * FICA MARCADO COMO CONCILIADO NAQUELE MES, ENTAO UMA LINHA
      * NAO CASA DUAS VEZES; RODAR DE NOVO O MESMO MES DESMARCA
      * ANTES O QUE AQUELE MES TINHA MARCADO.
      * SAEM NA LISTAGEM: LINHAS DO EXTRATO SEM LANCAMENTO NO
      * SISTEMA E LANCAMENTOS DO MES SEM LINHA NO EXTRATO.
      * LEIAUTE DO EXTRATO (UMA LINHA POR LANCAMENTO):
      *   001-008 DATA (AAAAMMDD)
      *   009     TIPO (C = CREDITO, D = DEBITO)
      *   010-022 VALOR EM CENTAVOS
      *   023-032 DOCUMENTO DO BANCO
      *   033-062 HISTORICO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTRATO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT MOVBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MBC-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS BCO-CODIGO
                    FILE STATUS  IS ST-ERRO3.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
       SELECT RELCON ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 REGEXTRATO.
          03 EXT-DATA          PIC 9(08).
          03 EXT-TIPO          PIC X(01).
          03 EXT-VALOR         PIC 9(13).
          03 EXT-DOCUMENTO     PIC X(10).
          03 EXT-HISTORICO     PIC X(30).
      *
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
       FD RELCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELCON              PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMMOV           PIC X(01) VALUE "N".
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-CONTA            PIC 9(03) VALUE ZEROS.
       77 W-MESREF           PIC 9(06) VALUE ZEROS.
       77 W-MESLINHA         PIC 9(06) VALUE ZEROS.
       77 W-TOLDIAS          PIC 9(03) VALUE 3.
       77 W-VALOREXT         PIC 9(11)V99 VALUE ZEROS.
       77 W-DIASEXT          PIC 9(07) VALUE ZEROS.
       77 W-DIASMOV          PIC 9(07) VALUE ZEROS.
       77 W-DIASCORR         PIC 9(07) VALUE ZEROS.
       77 W-DTINICIO         PIC 9(08) VALUE ZEROS.
       77 W-CONTLIDOS        PIC 9(06) VALUE ZEROS.
       77 W-CONTFORA         PIC 9(06) VALUE ZEROS.
       77 W-CONTCASADOS      PIC 9(06) VALUE ZEROS.
       77 W-CONTSEMSIS       PIC 9(06) VALUE ZEROS.
       77 W-CONTSEMEXT       PIC 9(06) VALUE ZEROS.
       77 W-CREDEXT          PIC 9(11)V99 VALUE ZEROS.
       77 W-DEBEXT           PIC 9(11)V99 VALUE ZEROS.
       77 W-CREDSIS          PIC 9(11)V99 VALUE ZEROS.
       77 W-DEBSIS           PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01 W-DATA-GRUPO REDEFINES W-DATA-AUX.
          03 W-ANOAUX        PIC 9(04).
          03 W-MESAUX        PIC 9(02).
          03 W-DIAAUX        PIC 9(02).
      * TABELA DE DIAS ACUMULADOS POR MES (IGUAL A SGP015), USADA
      * PARA MEDIR A DISTANCIA EM DIAS ENTRE BAIXA E EXTRATO
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
       01 LINHA-DET.
          03 LD-DATA         PIC 9999/99/99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LD-TIPO         PIC X(01).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LD-VALOR        PIC ZZZZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LD-DOCUMENTO    PIC X(20).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-HISTORICO    PIC X(20).
       01 LINHA-TOT.
          03 LT-ROTULO       PIC X(30).
          03 LT-VALOR        PIC ZZZZZZZZZ9,99.
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
                PERFORM 1500-DESMARCA   THRU 1500-DESMARCA-FIM.
                PERFORM 2000-PROCESSA   THRU 2000-PROCESSA-FIM
                        UNTIL W-FIM = "S".
                PERFORM 3000-PENDENTES  THRU 3000-PENDENTES-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "CONTA BANCARIA: ".
                ACCEPT W-CONTA.
                DISPLAY "MES DO EXTRATO (AAAAMM): ".
                ACCEPT W-MESREF.
                IF W-MESREF = ZEROS
                   DISPLAY "MES INVALIDO"
                   STOP RUN.
                OPEN INPUT CONTABCO
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTABCO"
                   STOP RUN.
                MOVE W-CONTA TO BCO-CODIGO.
                READ CONTABCO
                   INVALID KEY
                      DISPLAY "CONTA BANCARIA NAO CADASTRADA"
                      CLOSE CONTABCO
                      STOP RUN.
                CLOSE CONTABCO.
                OPEN INPUT PARAM
                IF ST-ERROPAR = "00"
                   MOVE "TOLCONCDIAS" TO PAR-CHAVE
                   READ PARAM
                      NOT INVALID KEY
                         MOVE PAR-VALORNUM TO W-TOLDIAS
                   END-READ
                   CLOSE PARAM
                END-IF.
                OPEN INPUT EXTRATO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXTRATO.TXT"
                   STOP RUN.
                OPEN I-O MOVBANCO
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVBANCO"
                   CLOSE EXTRATO
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "CONCBCO-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP055" TO W-SPL-PROGRAMA.
                MOVE "CONCILIACAO BANCARIA" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELCON
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE EXTRATO
                   CLOSE MOVBANCO
                   STOP RUN.
                MOVE SPACES TO REGRELCON
                MOVE "CONCILIACAO BANCARIA" TO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                STRING "CONTA: " W-CONTA " - " BCO-DESCRICAO
                       "   MES: " W-MESREF
                        DELIMITED BY SIZE INTO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                MOVE "LINHAS DO EXTRATO SEM LANCAMENTO NO SISTEMA:"
                        TO REGRELCON
                WRITE REGRELCON.
      * PRIMEIRO DIA DO MES ANTERIOR: A BAIXA DO FIM DO MES PASSADO
      * PODE CAIR NO EXTRATO DOS PRIMEIROS DIAS DESTE
                COMPUTE W-DATA-AUX = W-MESREF * 100 + 1.
                IF W-MESAUX = 1
                   MOVE 12 TO W-MESAUX
                   SUBTRACT 1 FROM W-ANOAUX
                ELSE
                   SUBTRACT 1 FROM W-MESAUX.
                MOVE W-DATA-AUX TO W-DTINICIO.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * DESFAZ A CONCILIACAO QUE UMA RODADA ANTERIOR DESTE MESMO
      * MES TENHA FEITO, PARA O REPROCESSAMENTO SAIR IGUAL
       1500-DESMARCA.
                MOVE W-CONTA    TO MBC-CONTA.
                MOVE W-DTINICIO TO MBC-DATA.
                MOVE ZEROS      TO MBC-SEQ.
                MOVE "N" TO W-FIMMOV.
                START MOVBANCO KEY IS NOT LESS THAN MBC-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMMOV.
                PERFORM 1550-DESMARCA-UM THRU 1550-DESMARCA-UM-FIM
                   UNTIL W-FIMMOV = "S".
       1500-DESMARCA-FIM.
                EXIT.
      *
       1550-DESMARCA-UM.
                READ MOVBANCO NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMMOV
                      GO TO 1550-DESMARCA-UM-FIM.
                IF MBC-CONTA NOT = W-CONTA
                   MOVE "S" TO W-FIMMOV
                   GO TO 1550-DESMARCA-UM-FIM.
                IF MBC-MESEXTRATO = W-MESREF
                   MOVE "N"   TO MBC-CONCILIADO
                   MOVE ZEROS TO MBC-MESEXTRATO
                   REWRITE MOVBANCO-REG.
       1550-DESMARCA-UM-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ EXTRATO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                COMPUTE W-MESLINHA = EXT-DATA / 100.
                IF W-MESLINHA NOT = W-MESREF
                   ADD 1 TO W-CONTFORA
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTLIDOS.
                COMPUTE W-VALOREXT = EXT-VALOR / 100.
                IF EXT-TIPO = "C"
                   ADD W-VALOREXT TO W-CREDEXT
                ELSE
                   ADD W-VALOREXT TO W-DEBEXT.
                MOVE EXT-DATA TO W-DATA-AUX.
                PERFORM 2900-DIAS-CORRIDOS THRU 2900-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIASEXT.
                MOVE "N" TO W-ACHOU.
                MOVE "N" TO W-FIMMOV.
                MOVE W-CONTA    TO MBC-CONTA.
                MOVE W-DTINICIO TO MBC-DATA.
                MOVE ZEROS      TO MBC-SEQ.
                START MOVBANCO KEY IS NOT LESS THAN MBC-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMMOV.
                PERFORM 2100-PROCURA THRU 2100-PROCURA-FIM
                   UNTIL W-FIMMOV = "S".
                IF W-ACHOU = "S"
                   ADD 1 TO W-CONTCASADOS
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTSEMSIS.
                MOVE SPACES TO LINHA-DET.
                MOVE EXT-DATA      TO LD-DATA.
                MOVE EXT-TIPO      TO LD-TIPO.
                MOVE W-VALOREXT    TO LD-VALOR.
                MOVE EXT-DOCUMENTO TO LD-DOCUMENTO.
                MOVE EXT-HISTORICO TO LD-HISTORICO.
                MOVE LINHA-DET TO REGRELCON.
                WRITE REGRELCON.
       2000-PROCESSA-FIM.
                EXIT.
      *
      * PRIMEIRO LANCAMENTO AINDA NAO CONCILIADO DA CONTA, MESMO
      * TIPO E VALOR, COM DATA ENTRE (DATA DO BANCO - TOLERANCIA)
      * E A DATA DO BANCO
       2100-PROCURA.
                READ MOVBANCO NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMMOV
                      GO TO 2100-PROCURA-FIM.
                IF MBC-CONTA NOT = W-CONTA OR MBC-DATA > EXT-DATA
                   MOVE "S" TO W-FIMMOV
                   GO TO 2100-PROCURA-FIM.
                IF MBC-CONCILIADO = "S"
                   OR MBC-TIPO NOT = EXT-TIPO
                   OR MBC-VALOR NOT = W-VALOREXT
                   GO TO 2100-PROCURA-FIM.
                MOVE MBC-DATA TO W-DATA-AUX.
                PERFORM 2900-DIAS-CORRIDOS THRU 2900-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-DIASMOV.
                IF W-DIASEXT - W-DIASMOV > W-TOLDIAS
                   GO TO 2100-PROCURA-FIM.
                MOVE "S"      TO MBC-CONCILIADO.
                MOVE W-MESREF TO MBC-MESEXTRATO.
                REWRITE MOVBANCO-REG.
                MOVE "S" TO W-ACHOU.
                MOVE "S" TO W-FIMMOV.
       2100-PROCURA-FIM.
                EXIT.
      *
      * CONVERTE A DATA EM W-DATA-AUX PARA DIAS CORRIDOS (ANO X 365
      * + DIA DO ANO), SUFICIENTE PARA A TOLERANCIA DE POUCOS DIAS
       2900-DIAS-CORRIDOS.
                IF W-MESAUX < 1 OR W-MESAUX > 12
                   MOVE 1 TO W-MESAUX.
                COMPUTE W-DIASCORR = W-ANOAUX * 365
                        + TAB-DIASMES(W-MESAUX) + W-DIAAUX.
       2900-DIAS-CORRIDOS-FIM.
                EXIT.
      *
      * LANCAMENTOS DO SISTEMA COM DATA NO MES QUE NAO APARECERAM
      * NO EXTRATO (DEPOSITO NAO FEITO, PAGAMENTO NAO COMPENSADO,
      * BAIXA NA CONTA ERRADA)
       3000-PENDENTES.
                MOVE SPACES TO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                MOVE "LANCAMENTOS DO SISTEMA SEM LINHA NO EXTRATO:"
                        TO REGRELCON
                WRITE REGRELCON.
                MOVE W-CONTA TO MBC-CONTA.
                COMPUTE MBC-DATA = W-MESREF * 100 + 1.
                MOVE ZEROS   TO MBC-SEQ.
                MOVE "N" TO W-FIMMOV.
                START MOVBANCO KEY IS NOT LESS THAN MBC-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMMOV.
                PERFORM 3100-PENDENTE THRU 3100-PENDENTE-FIM
                   UNTIL W-FIMMOV = "S".
       3000-PENDENTES-FIM.
                EXIT.
      *
       3100-PENDENTE.
                READ MOVBANCO NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMMOV
                      GO TO 3100-PENDENTE-FIM.
                COMPUTE W-MESLINHA = MBC-DATA / 100.
                IF MBC-CONTA NOT = W-CONTA OR W-MESLINHA > W-MESREF
                   MOVE "S" TO W-FIMMOV
                   GO TO 3100-PENDENTE-FIM.
                IF MBC-TIPO = "C"
                   ADD MBC-VALOR TO W-CREDSIS
                ELSE
                   ADD MBC-VALOR TO W-DEBSIS.
                IF MBC-CONCILIADO = "S"
                   GO TO 3100-PENDENTE-FIM.
                ADD 1 TO W-CONTSEMEXT.
                MOVE SPACES TO LINHA-DET.
                MOVE MBC-DATA      TO LD-DATA.
                MOVE MBC-TIPO      TO LD-TIPO.
                MOVE MBC-VALOR     TO LD-VALOR.
                MOVE MBC-DOCUMENTO TO LD-DOCUMENTO.
                MOVE MBC-ORIGEM    TO LD-HISTORICO.
                MOVE LINHA-DET TO REGRELCON.
                WRITE REGRELCON.
       3100-PENDENTE-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO LINHA-TOT
                MOVE "CREDITOS NO EXTRATO.........: " TO LT-ROTULO
                MOVE W-CREDEXT TO LT-VALOR
                MOVE LINHA-TOT TO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO LINHA-TOT
                MOVE "DEBITOS NO EXTRATO..........: " TO LT-ROTULO
                MOVE W-DEBEXT TO LT-VALOR
                MOVE LINHA-TOT TO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO LINHA-TOT
                MOVE "CREDITOS NO SISTEMA (MES)...: " TO LT-ROTULO
                MOVE W-CREDSIS TO LT-VALOR
                MOVE LINHA-TOT TO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO LINHA-TOT
                MOVE "DEBITOS NO SISTEMA (MES)....: " TO LT-ROTULO
                MOVE W-DEBSIS TO LT-VALOR
                MOVE LINHA-TOT TO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                STRING "LINHAS DO EXTRATO NO MES...: " W-CONTLIDOS
                        DELIMITED BY SIZE INTO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                STRING "LINHAS FORA DO MES.........: " W-CONTFORA
                        DELIMITED BY SIZE INTO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                STRING "CONCILIADAS................: " W-CONTCASADOS
                        DELIMITED BY SIZE INTO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                STRING "SO NO EXTRATO..............: " W-CONTSEMSIS
                        DELIMITED BY SIZE INTO REGRELCON
                WRITE REGRELCON.
                MOVE SPACES TO REGRELCON
                STRING "SO NO SISTEMA..............: " W-CONTSEMEXT
                        DELIMITED BY SIZE INTO REGRELCON
                WRITE REGRELCON.
                CLOSE EXTRATO.
                CLOSE MOVBANCO.
                CLOSE RELCON.
                DISPLAY "CONCILIADAS: " W-CONTCASADOS
                        " SO EXTRATO: " W-CONTSEMSIS
                        " SO SISTEMA: " W-CONTSEMEXT.
       9000-FINALIZA-FIM.
                EXIT.
