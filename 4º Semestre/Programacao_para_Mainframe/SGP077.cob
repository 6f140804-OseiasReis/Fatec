       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP077.
       AUTHOR. OSEIAS REIS
      **************************************
      * TAXAS DE ENTREGA X ENTREGAS FEITAS  *
      * POR ZONA NO MES                     *
      **************************************
      *----------------------------------------------------------------
      * LE AS ENTREGAS AGENDADAS NO MES INFORMADO (MENOS AS
      * CANCELADAS) E ACUMULA POR ZONA: AGENDADAS, ENTREGUES ('E'),
      * NAO ENTREGUES (A/S/F), QUANTAS SAIRAM SEM TAXA E O TOTAL DE
      * TAXAS COBRADAS. A ZONA VEM DA LINHA ENTnnn QUE O CADVEN GRAVA
      * NA VENDA; SE A VENDA NAO TEM TAXA (GRATIS PELO VALOR MINIMO),
      * A ZONA E A DA FAIXA DE CEP/BAIRRO DO ENDERECO DA ENTREGA.
      * A ULTIMA COLUNA E A TAXA MEDIA POR ENTREGA REALIZADA - E O
      * NUMERO PARA COMPARAR COM O CUSTO DO MOTORISTA NA ZONA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENTREGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ETG-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT VENDASITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT ZONAENTREGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ZON-CODIGO
                    FILE STATUS  IS ST-ERRO3.
       SELECT RELZONA ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ENTREGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENTREGA.DAT".
       01 ENTREGA-REG.
           05 ETG-CHAVE.
              10 ETG-CODCLI    PIC 9(12).
              10 ETG-NVENDA    PIC 9(06).
           05 ETG-DTAGENDADA   PIC 9(08).
           05 ETG-PERIODO      PIC X(01).
           05 ETG-SITUACAO     PIC X(01).
           05 ETG-CEP          PIC 9(08).
           05 ETG-BAIRRO       PIC X(20).
           05 ETG-LOGRADOURO   PIC X(30).
           05 ETG-NUMERO       PIC 9(04).
           05 ETG-COMPLEMENTO  PIC X(12).
           05 ETG-DT-ALTERACAO PIC 9(08).
           05 ETG-USUARIO      PIC X(08).
      *
       FD VENDASITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDASITEM.DAT".
       01 VENDASITEM-REG.
           05 ITEM-CHAVE.
              10 ITEM-CODCLI  PIC 9(12).
              10 ITEM-NVENDA  PIC 9(06).
              10 ITEM-SEQ     PIC 9(03).
           05 PROD            PIC X(09).
           05 DESCRICAO        PIC X(30).
           05 UNID             PIC X(02).
           05 PRECOCUSTO       PIC 9(06)V99.
           05 PRECOVENDA       PIC 9(06)V99.
           05 QTD              PIC 9(05).
           05 VALORVENDA        PIC 9(08)V99.
           05 ICMS              PIC 9(08)V99.
           05 DESCONTO          PIC 9(08)V99.
           05 PROMO             PIC X(01).
      *
       FD ZONAENTREGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ZONAENTREGA.DAT".
       01 ZONAENTREGA-REG.
           05 ZON-CODIGO       PIC 9(03).
           05 ZON-DESCRICAO    PIC X(20).
           05 ZON-CEPINI       PIC 9(08).
           05 ZON-CEPFIM       PIC 9(08).
           05 ZON-BAIRRO       PIC X(20).
           05 ZON-TAXA         PIC 9(04)V99.
           05 ZON-MINGRATIS    PIC 9(07)V99.
           05 ZON-DIAS         PIC X(07).
           05 ZON-DIASX REDEFINES ZON-DIAS.
              10 ZON-DIA       PIC X(01) OCCURS 7 TIMES.
           05 ZON-SITUACAO     PIC X(01).
           05 ZON-DT-ALTERACAO PIC 9(08).
           05 ZON-USUARIO      PIC X(08).
      *
       FD RELZONA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELZONA             PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMITEM          PIC X(01) VALUE "N".
       77 W-FIMZON           PIC X(01) VALUE "N".
       77 W-MESSEL           PIC 9(06) VALUE ZEROS.
       77 W-ZONA             PIC 9(03) VALUE ZEROS.
       77 W-ZONABAIRRO       PIC X(01) VALUE "N".
       77 W-TAXAVENDA        PIC 9(06)V99 VALUE ZEROS.
       77 W-TEMTAXA          PIC X(01) VALUE "N".
       77 W-QTDZON           PIC 9(03) VALUE ZEROS.
       77 IND                PIC 9(04) VALUE ZEROS.
       77 W-MEDIA            PIC 9(06)V99 VALUE ZEROS.
       01 W-DTAGENDADA.
          03 W-DTA-MES       PIC 9(06).
          03 W-DTA-DIA       PIC 9(02).
      * ZONAS CADASTRADAS (FAIXA DE CEP/BAIRRO) PARA ACHAR A ZONA
      * DAS ENTREGAS SEM TAXA - MESMA REGRA DO CADVEN: A ZONA DO
      * BAIRRO VENCE A DA FAIXA, E ENTRE IGUAIS O MENOR CODIGO
       01 W-TABZON.
          03 W-ZON OCCURS 999 TIMES.
             05 W-ZON-CODIGO    PIC 9(03).
             05 W-ZON-CEPINI    PIC 9(08).
             05 W-ZON-CEPFIM    PIC 9(08).
             05 W-ZON-BAIRRO    PIC X(20).
             05 W-ZON-SITUACAO  PIC X(01).
      * ACUMULADORES POR CODIGO DE ZONA (O "SEM ZONA" VEM A PARTE)
       01 W-TABACUM.
          03 W-ACM OCCURS 999 TIMES.
             05 W-ACM-DESCRICAO PIC X(20).
             05 W-ACM-AGEND     PIC 9(05).
             05 W-ACM-ENTREG    PIC 9(05).
             05 W-ACM-NAOENT    PIC 9(05).
             05 W-ACM-GRATIS    PIC 9(05).
             05 W-ACM-TAXAS     PIC 9(08)V99.
       01 W-SEMZONA.
          03 W-SZ-AGEND         PIC 9(05) VALUE ZEROS.
          03 W-SZ-ENTREG        PIC 9(05) VALUE ZEROS.
          03 W-SZ-NAOENT        PIC 9(05) VALUE ZEROS.
          03 W-SZ-GRATIS        PIC 9(05) VALUE ZEROS.
          03 W-SZ-TAXAS         PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTAIS.
          03 W-TOT-AGEND        PIC 9(06) VALUE ZEROS.
          03 W-TOT-ENTREG       PIC 9(06) VALUE ZEROS.
          03 W-TOT-NAOENT       PIC 9(06) VALUE ZEROS.
          03 W-TOT-GRATIS       PIC 9(06) VALUE ZEROS.
          03 W-TOT-TAXAS        PIC 9(09)V99 VALUE ZEROS.
       01 CAB-REL.
          03 FILLER          PIC X(25) VALUE "ZONA".
          03 FILLER          PIC X(08) VALUE "  AGEND".
          03 FILLER          PIC X(08) VALUE " ENTREG".
          03 FILLER          PIC X(08) VALUE " NAOENT".
          03 FILLER          PIC X(08) VALUE " GRATIS".
          03 FILLER          PIC X(16) VALUE "   TAXAS COBR.".
          03 FILLER          PIC X(14) VALUE "  TAXA/ENTREG".
       01 LINHA-REL.
          03 LR-ZONA         PIC ZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-DESCRICAO    PIC X(20).
          03 LR-AGEND        PIC ZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-ENTREG       PIC ZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-NAOENT       PIC ZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-GRATIS       PIC ZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-TAXAS        PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-MEDIA        PIC ZZZ.ZZ9,99.
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
                DISPLAY "MES DAS ENTREGAS (AAAAMM), ENTER=ATUAL: ".
                ACCEPT W-MESSEL.
                IF W-MESSEL = ZEROS
                   ACCEPT W-SPLDATA FROM DATE YYYYMMDD
                   MOVE W-SPLDATA(1:6) TO W-MESSEL.
                OPEN INPUT ENTREGA
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ENTREGA"
                   STOP RUN.
                OPEN INPUT VENDASITEM
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDASITEM"
                   CLOSE ENTREGA
                   STOP RUN.
                PERFORM 1100-CARREGA-ZONAS THRU 1100-CARREGA-ZONAS-FIM.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "ENTZONA-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP077" TO W-SPL-PROGRAMA.
                MOVE "TAXAS X ENTREGAS POR ZONA" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELZONA
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE ENTREGA
                   CLOSE VENDASITEM
                   STOP RUN.
                MOVE SPACES TO REGRELZONA
                MOVE "TAXAS DE ENTREGA X ENTREGAS FEITAS POR ZONA"
                   TO REGRELZONA
                WRITE REGRELZONA.
                MOVE SPACES TO REGRELZONA
                STRING "MES: " W-MESSEL
                        DELIMITED BY SIZE INTO REGRELZONA
                WRITE REGRELZONA.
                MOVE SPACES TO REGRELZONA
                WRITE REGRELZONA.
                MOVE CAB-REL TO REGRELZONA
                WRITE REGRELZONA.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * SEM O ARQUIVO DE ZONAS TUDO CAI EM "SEM ZONA"
       1100-CARREGA-ZONAS.
                MOVE ZEROS TO W-QTDZON.
                PERFORM 1150-ZERA-ACUM THRU 1150-ZERA-ACUM-FIM
                   VARYING IND FROM 1 BY 1 UNTIL IND > 999.
                OPEN INPUT ZONAENTREGA
                IF ST-ERRO3 NOT = "00"
                   GO TO 1100-CARREGA-ZONAS-FIM.
                MOVE "N" TO W-FIMZON.
                PERFORM 1200-LE-ZONA THRU 1200-LE-ZONA-FIM
                   UNTIL W-FIMZON = "S".
                CLOSE ZONAENTREGA.
       1100-CARREGA-ZONAS-FIM.
                EXIT.
      *
       1150-ZERA-ACUM.
                MOVE SPACES TO W-ACM-DESCRICAO(IND).
                MOVE ZEROS  TO W-ACM-AGEND(IND) W-ACM-ENTREG(IND)
                               W-ACM-NAOENT(IND) W-ACM-GRATIS(IND)
                               W-ACM-TAXAS(IND).
       1150-ZERA-ACUM-FIM.
                EXIT.
      *
       1200-LE-ZONA.
                READ ZONAENTREGA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMZON
                   GO TO 1200-LE-ZONA-FIM.
                IF ZON-CODIGO = ZEROS
                   GO TO 1200-LE-ZONA-FIM.
                MOVE ZON-DESCRICAO TO W-ACM-DESCRICAO(ZON-CODIGO).
                ADD 1 TO W-QTDZON.
                MOVE ZON-CODIGO   TO W-ZON-CODIGO(W-QTDZON).
                MOVE ZON-CEPINI   TO W-ZON-CEPINI(W-QTDZON).
                MOVE ZON-CEPFIM   TO W-ZON-CEPFIM(W-QTDZON).
                MOVE ZON-BAIRRO   TO W-ZON-BAIRRO(W-QTDZON).
                MOVE ZON-SITUACAO TO W-ZON-SITUACAO(W-QTDZON).
       1200-LE-ZONA-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ ENTREGA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                MOVE ETG-DTAGENDADA TO W-DTAGENDADA.
                IF W-DTA-MES NOT = W-MESSEL
                   GO TO 2000-PROCESSA-FIM.
                IF ETG-SITUACAO = "C"
                   GO TO 2000-PROCESSA-FIM.
                PERFORM 2100-TAXA-VENDA THRU 2100-TAXA-VENDA-FIM.
                IF W-TEMTAXA = "N"
                   PERFORM 2300-ZONA-CEP THRU 2300-ZONA-CEP-FIM.
                IF W-ZONA = ZEROS
                   ADD 1 TO W-SZ-AGEND
                   IF ETG-SITUACAO = "E"
                      ADD 1 TO W-SZ-ENTREG
                   ELSE
                      ADD 1 TO W-SZ-NAOENT
                   END-IF
                   IF W-TEMTAXA = "N"
                      ADD 1 TO W-SZ-GRATIS
                   END-IF
                   ADD W-TAXAVENDA TO W-SZ-TAXAS
                ELSE
                   ADD 1 TO W-ACM-AGEND(W-ZONA)
                   IF ETG-SITUACAO = "E"
                      ADD 1 TO W-ACM-ENTREG(W-ZONA)
                   ELSE
                      ADD 1 TO W-ACM-NAOENT(W-ZONA)
                   END-IF
                   IF W-TEMTAXA = "N"
                      ADD 1 TO W-ACM-GRATIS(W-ZONA)
                   END-IF
                   ADD W-TAXAVENDA TO W-ACM-TAXAS(W-ZONA).
       2000-PROCESSA-FIM.
                EXIT.
      *
      * PROCURA NOS ITENS DA VENDA A LINHA DE TAXA (ENTnnn)
       2100-TAXA-VENDA.
                MOVE ZEROS TO W-ZONA W-TAXAVENDA.
                MOVE "N" TO W-TEMTAXA.
                MOVE ETG-CODCLI TO ITEM-CODCLI.
                MOVE ETG-NVENDA TO ITEM-NVENDA.
                MOVE ZEROS      TO ITEM-SEQ.
                MOVE "N" TO W-FIMITEM.
                START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
                   INVALID KEY
                      GO TO 2100-TAXA-VENDA-FIM.
                PERFORM 2200-LE-ITEM THRU 2200-LE-ITEM-FIM
                   UNTIL W-FIMITEM = "S".
       2100-TAXA-VENDA-FIM.
                EXIT.
      *
       2200-LE-ITEM.
                READ VENDASITEM NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMITEM
                   GO TO 2200-LE-ITEM-FIM.
                IF ITEM-CODCLI NOT = ETG-CODCLI
                   OR ITEM-NVENDA NOT = ETG-NVENDA
                   MOVE "S" TO W-FIMITEM
                   GO TO 2200-LE-ITEM-FIM.
                IF PROD(1:3) NOT = "ENT" OR PROD(4:3) NOT NUMERIC
                   GO TO 2200-LE-ITEM-FIM.
                MOVE "S" TO W-TEMTAXA.
                MOVE PROD(4:3) TO W-ZONA.
                ADD VALORVENDA TO W-TAXAVENDA.
                MOVE "S" TO W-FIMITEM.
       2200-LE-ITEM-FIM.
                EXIT.
      *
      * ENTREGA GRATIS: ZONA PELA FAIXA DE CEP E BAIRRO DA ENTREGA
       2300-ZONA-CEP.
                MOVE ZEROS TO W-ZONA.
                MOVE "N" TO W-ZONABAIRRO.
                PERFORM 2350-CONFERE-ZONA THRU 2350-CONFERE-ZONA-FIM
                   VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDZON.
       2300-ZONA-CEP-FIM.
                EXIT.
      *
       2350-CONFERE-ZONA.
                IF W-ZON-SITUACAO(IND) NOT = "A"
                   OR ETG-CEP < W-ZON-CEPINI(IND)
                   OR ETG-CEP > W-ZON-CEPFIM(IND)
                   GO TO 2350-CONFERE-ZONA-FIM.
                IF W-ZON-BAIRRO(IND) = SPACES
                   IF W-ZONA = ZEROS
                      MOVE W-ZON-CODIGO(IND) TO W-ZONA
                   END-IF
                ELSE
                   IF W-ZON-BAIRRO(IND) = ETG-BAIRRO
                      AND W-ZONABAIRRO = "N"
                      MOVE W-ZON-CODIGO(IND) TO W-ZONA
                      MOVE "S" TO W-ZONABAIRRO.
       2350-CONFERE-ZONA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                PERFORM 9100-IMPRIME THRU 9100-IMPRIME-FIM
                   VARYING IND FROM 1 BY 1 UNTIL IND > 999.
                IF W-SZ-AGEND > ZEROS
                   MOVE SPACES TO LINHA-REL
                   MOVE ZEROS  TO LR-ZONA
                   MOVE "SEM ZONA" TO LR-DESCRICAO
                   MOVE W-SZ-AGEND  TO LR-AGEND
                   MOVE W-SZ-ENTREG TO LR-ENTREG
                   MOVE W-SZ-NAOENT TO LR-NAOENT
                   MOVE W-SZ-GRATIS TO LR-GRATIS
                   MOVE W-SZ-TAXAS  TO LR-TAXAS
                   MOVE ZEROS TO W-MEDIA
                   IF W-SZ-ENTREG > ZEROS
                      COMPUTE W-MEDIA ROUNDED =
                              W-SZ-TAXAS / W-SZ-ENTREG
                   END-IF
                   MOVE W-MEDIA TO LR-MEDIA
                   MOVE LINHA-REL TO REGRELZONA
                   WRITE REGRELZONA
                   ADD W-SZ-AGEND  TO W-TOT-AGEND
                   ADD W-SZ-ENTREG TO W-TOT-ENTREG
                   ADD W-SZ-NAOENT TO W-TOT-NAOENT
                   ADD W-SZ-GRATIS TO W-TOT-GRATIS
                   ADD W-SZ-TAXAS  TO W-TOT-TAXAS.
                MOVE SPACES TO REGRELZONA
                WRITE REGRELZONA.
                MOVE SPACES TO LINHA-REL
                MOVE "TOTAL DO MES" TO LR-DESCRICAO
                MOVE W-TOT-AGEND  TO LR-AGEND
                MOVE W-TOT-ENTREG TO LR-ENTREG
                MOVE W-TOT-NAOENT TO LR-NAOENT
                MOVE W-TOT-GRATIS TO LR-GRATIS
                MOVE W-TOT-TAXAS  TO LR-TAXAS
                MOVE ZEROS TO W-MEDIA
                IF W-TOT-ENTREG > ZEROS
                   COMPUTE W-MEDIA ROUNDED =
                           W-TOT-TAXAS / W-TOT-ENTREG.
                MOVE W-MEDIA TO LR-MEDIA
                MOVE LINHA-REL TO REGRELZONA
                WRITE REGRELZONA.
                CLOSE ENTREGA.
                CLOSE VENDASITEM.
                CLOSE RELZONA.
       9000-FINALIZA-FIM.
                EXIT.
      *
      * SO AS ZONAS COM MOVIMENTO NO MES
       9100-IMPRIME.
                IF W-ACM-AGEND(IND) = ZEROS
                   GO TO 9100-IMPRIME-FIM.
                MOVE SPACES TO LINHA-REL.
                MOVE IND                 TO LR-ZONA.
                MOVE W-ACM-DESCRICAO(IND) TO LR-DESCRICAO.
                MOVE W-ACM-AGEND(IND)    TO LR-AGEND.
                MOVE W-ACM-ENTREG(IND)   TO LR-ENTREG.
                MOVE W-ACM-NAOENT(IND)   TO LR-NAOENT.
                MOVE W-ACM-GRATIS(IND)   TO LR-GRATIS.
                MOVE W-ACM-TAXAS(IND)    TO LR-TAXAS.
                MOVE ZEROS TO W-MEDIA.
                IF W-ACM-ENTREG(IND) > ZEROS
                   COMPUTE W-MEDIA ROUNDED =
                           W-ACM-TAXAS(IND) / W-ACM-ENTREG(IND).
                MOVE W-MEDIA TO LR-MEDIA.
                MOVE LINHA-REL TO REGRELZONA.
                WRITE REGRELZONA.
                ADD W-ACM-AGEND(IND)  TO W-TOT-AGEND.
                ADD W-ACM-ENTREG(IND) TO W-TOT-ENTREG.
                ADD W-ACM-NAOENT(IND) TO W-TOT-NAOENT.
                ADD W-ACM-GRATIS(IND) TO W-TOT-GRATIS.
                ADD W-ACM-TAXAS(IND)  TO W-TOT-TAXAS.
       9100-IMPRIME-FIM.
                EXIT.
