       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP075.
       AUTHOR. OSEIAS REIS
      **************************************
      * MAPA DIARIO DE OCUPACAO DAS BAIAS   *
      * DA HOSPEDAGEM DE PETS (14 DIAS)     *
      **************************************
      *----------------------------------------------------------------
      * PARA CADA BAIA CADASTRADA NO CADHOSP, QUANTOS PETS OCUPAM A
      * BAIA EM CADA UM DOS 14 DIAS A PARTIR DA DATA INFORMADA (ENTER
      * = HOJE). CONTA AS ESTADIAS NAO CANCELADAS: RESERVADAS E
      * HOSPEDADAS PELA SAIDA PREVISTA, ENCERRADAS PELA SAIDA REAL.
      * O PET OCUPA DO DIA DA ENTRADA ATE A VESPERA DA SAIDA (A
      * MESMA CONTA DA DIARIA). '*' NA CASA = BAIA LOTADA NO DIA.
      * DEPOIS DO MAPA SAI A LISTA DAS ESTADIAS QUE CAEM NO PERIODO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BAIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS BAI-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT HOSPEDAGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HSP-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT PETS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PETS-KEY
                    FILE STATUS  IS ST-ERRO3.
       SELECT RELMAP ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD BAIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIA.DAT".
       01 BAIA-REG.
           05 BAI-CODIGO       PIC 9(03).
           05 BAI-DESCRICAO    PIC X(20).
           05 BAI-PORTE        PIC X(01).
           05 BAI-CAPACIDADE   PIC 9(02).
           05 BAI-SITUACAO     PIC X(01).
           05 BAI-DT-ALTERACAO PIC 9(08).
           05 BAI-USUARIO      PIC X(08).
      *
       FD HOSPEDAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HOSPEDAGEM.DAT".
       01 HOSPEDAGEM-REG.
           05 HSP-CHAVE.
              10 HSP-CODPET    PIC 9(06).
              10 HSP-DTENTRADA PIC 9(08).
           05 HSP-DTSAIDA      PIC 9(08).
           05 HSP-BAIA         PIC 9(03).
           05 HSP-CODSERV      PIC 9(04).
           05 HSP-SITUACAO     PIC X(01).
           05 HSP-EXTRAS OCCURS 3 TIMES.
              10 HSP-EXT-SERV  PIC 9(04).
              10 HSP-EXT-QTD   PIC 9(03).
           05 HSP-NVENDA       PIC 9(06).
           05 HSP-DT-ALTERACAO PIC 9(08).
           05 HSP-USUARIO      PIC X(08).
      *
       FD PETS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETSHOPSYSTEM.DAT".
       01 PETS-REG.
           05 PETS-KEY.
              10 PETS-CODIGO PIC 9(06).
           05 PETS-TEL     PIC 9(09).
           05 PETS-NOME    PIC X(30).
           05 PETS-CPF     PIC 9(12).
           05 PETS-ESPECIE PIC X(15).
           05 PETS-RACA    PIC X(15).
           05 PETS-VACINAS OCCURS 3 TIMES.
              10 VAC-NOME  PIC X(15).
              10 VAC-DATA  PIC 9(08).
      *
       FD RELMAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELMAP              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-DTINI            PIC 9(08) VALUE ZEROS.
       77 W-QTDBAIAS         PIC 9(03) VALUE ZEROS.
       77 W-IND              PIC 9(03) VALUE ZEROS.
       77 W-DIA              PIC 9(02) VALUE ZEROS.
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-OINI             PIC 9(07) VALUE ZEROS.
       77 W-OFIM             PIC 9(07) VALUE ZEROS.
       77 W-DIASCORR         PIC 9(07) VALUE ZEROS.
       77 W-BISSEXTOS        PIC 9(04) VALUE ZEROS.
       77 W-RESTO4           PIC 9(01) VALUE ZEROS.
       77 W-ULTDIA           PIC 9(02) VALUE ZEROS.
       77 W-CONTESTADIAS     PIC 9(06) VALUE ZEROS.
       77 W-CONTSEMBAIA      PIC 9(06) VALUE ZEROS.
       01 W-DATA-AUX         PIC 9(08) VALUE ZEROS.
       01 W-DATA-GRUPO REDEFINES W-DATA-AUX.
          03 W-ANOAUX        PIC 9(04).
          03 W-MESAUX        PIC 9(02).
          03 W-DIAAUX        PIC 9(02).
      * OS 14 DIAS DO MAPA: DATA E DIAS CORRIDOS
       01 W-JANELA.
          03 W-JAN OCCURS 14 TIMES.
             05 W-JAN-DATA   PIC 9(08).
             05 W-JAN-DIAS   PIC 9(07).
             05 W-JAN-TOTAL  PIC 9(03).
      * BAIAS EM MEMORIA (NA ORDEM DO CODIGO) COM A OCUPACAO DE
      * CADA DIA DO MAPA
       01 W-TABBAIA.
          03 W-TB OCCURS 99 TIMES.
             05 W-TB-CODIGO  PIC 9(03).
             05 W-TB-DESC    PIC X(20).
             05 W-TB-PORTE   PIC X(01).
             05 W-TB-CAP     PIC 9(02).
             05 W-TB-SIT     PIC X(01).
             05 W-TB-OCUP    PIC 9(02) OCCURS 14 TIMES.
      * TABELA DE DIAS ACUMULADOS POR MES (IGUAL AO CADBAIXA), PARA
      * OS DIAS CORRIDOS
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
      * ULTIMO DIA DE CADA MES (FEVEREIRO ACERTADO NO BISSEXTO)
       01 TAB-ULTDIAX.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 28.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
       01 TAB-ULTDIAAUX REDEFINES TAB-ULTDIAX.
          03 TAB-ULTDIA PIC 9(02) OCCURS 12 TIMES.
       01 LINHA-TITULO.
          03 FILLER          PIC X(47) VALUE
             "MAPA DE OCUPACAO DA HOSPEDAGEM - 14 DIAS DESDE ".
          03 LT-DTINI        PIC 9999/99/99.
       01 LINHA-CABMAPA.
          03 FILLER          PIC X(32) VALUE
             "BAIA DESCRICAO            P CAP ".
          03 LC-CELULA OCCURS 14 TIMES.
             05 FILLER       PIC X(01).
             05 LC-DIA       PIC 99.
             05 LC-BARRA     PIC X(01).
             05 LC-MES       PIC 99.
       01 LINHA-MAPA.
          03 LM-BAIA         PIC 9(03).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LM-DESC         PIC X(20).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LM-PORTE        PIC X(01).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LM-CAP          PIC Z9.
          03 LM-SIT          PIC X(01).
          03 LM-CELULA OCCURS 14 TIMES.
             05 FILLER       PIC X(02).
             05 LM-QTD       PIC ZZ9.
             05 LM-MARCA     PIC X(01).
       01 LINHA-ESTADIA.
          03 LE-CODPET       PIC 9(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LE-PET          PIC X(30).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LE-BAIA         PIC 9(03).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LE-ENTRADA      PIC 9999/99/99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LE-SAIDA        PIC 9999/99/99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LE-SITUACAO     PIC X(12).
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
                PERFORM 3000-IMPRIME-MAPA THRU 3000-IMPRIME-MAPA-FIM.
                PERFORM 4000-LISTA-ESTADIAS
                        THRU 4000-LISTA-ESTADIAS-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "DATA INICIAL (AAAAMMDD), ENTER P/ HOJE: ".
                ACCEPT W-DTINI.
                IF W-DTINI = ZEROS
                   ACCEPT W-DTINI FROM DATE YYYYMMDD.
                MOVE W-DTINI TO W-DATA-AUX.
                IF W-MESAUX < 1 OR W-MESAUX > 12
                   OR W-DIAAUX < 1 OR W-DIAAUX > 31
                   DISPLAY "DATA INVALIDA"
                   STOP RUN.
                OPEN INPUT BAIA
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO BAIA"
                   STOP RUN.
                OPEN INPUT HOSPEDAGEM
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO HOSPEDAGEM"
                   CLOSE BAIA
                   STOP RUN.
                OPEN INPUT PETS
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PETS"
                   CLOSE BAIA
                   CLOSE HOSPEDAGEM
                   STOP RUN.
                INITIALIZE W-TABBAIA W-JANELA.
                MOVE 1 TO W-DIA.
                PERFORM 1100-MONTA-JANELA THRU 1100-MONTA-JANELA-FIM
                        UNTIL W-DIA > 14.
                PERFORM 1200-CARREGA-BAIA THRU 1200-CARREGA-BAIA-FIM
                        UNTIL W-FIM = "S".
                CLOSE BAIA.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "OCUPHOSP-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP075" TO W-SPL-PROGRAMA.
                MOVE "MAPA DE OCUPACAO DA HOSPEDAGEM"
                        TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELMAP
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE HOSPEDAGEM
                   CLOSE PETS
                   STOP RUN.
                MOVE "N" TO W-FIM.
                MOVE ZEROS TO HSP-CODPET HSP-DTENTRADA.
                START HOSPEDAGEM KEY IS NOT LESS THAN HSP-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * GUARDA O DIA DA JANELA E AVANCA W-DATA-AUX PARA O SEGUINTE
       1100-MONTA-JANELA.
                MOVE W-DATA-AUX TO W-JAN-DATA(W-DIA).
                PERFORM 5000-DIAS-CORRIDOS THRU 5000-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-JAN-DIAS(W-DIA).
                MOVE W-JAN-DATA(W-DIA) TO W-DATA-AUX.
                MOVE TAB-ULTDIA(W-MESAUX) TO W-ULTDIA.
                DIVIDE W-ANOAUX BY 4 GIVING W-BISSEXTOS
                   REMAINDER W-RESTO4.
                IF W-MESAUX = 2 AND W-RESTO4 = ZEROS
                   MOVE 29 TO W-ULTDIA.
                ADD 1 TO W-DIAAUX.
                IF W-DIAAUX > W-ULTDIA
                   MOVE 1 TO W-DIAAUX
                   ADD 1 TO W-MESAUX
                   IF W-MESAUX > 12
                      MOVE 1 TO W-MESAUX
                      ADD 1 TO W-ANOAUX
                   END-IF
                END-IF.
                ADD 1 TO W-DIA.
       1100-MONTA-JANELA-FIM.
                EXIT.
      *
       1200-CARREGA-BAIA.
                READ BAIA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 1200-CARREGA-BAIA-FIM.
                IF W-QTDBAIAS = 99
                   DISPLAY "MAIS DE 99 BAIAS - BAIA " BAI-CODIGO
                           " FORA DO MAPA"
                   GO TO 1200-CARREGA-BAIA-FIM.
                ADD 1 TO W-QTDBAIAS.
                MOVE BAI-CODIGO     TO W-TB-CODIGO(W-QTDBAIAS).
                MOVE BAI-DESCRICAO  TO W-TB-DESC(W-QTDBAIAS).
                MOVE BAI-PORTE      TO W-TB-PORTE(W-QTDBAIAS).
                MOVE BAI-CAPACIDADE TO W-TB-CAP(W-QTDBAIAS).
                MOVE BAI-SITUACAO   TO W-TB-SIT(W-QTDBAIAS).
       1200-CARREGA-BAIA-FIM.
                EXIT.
      *
      * PRIMEIRA PASSADA: SOMA CADA ESTADIA NOS DIAS DO MAPA QUE ELA
      * OCUPA
       2000-PROCESSA.
                READ HOSPEDAGEM NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF HSP-SITUACAO = "X"
                   GO TO 2000-PROCESSA-FIM.
                PERFORM 2100-PERIODO-ESTADIA
                        THRU 2100-PERIODO-ESTADIA-FIM.
                IF W-OFIM NOT > W-JAN-DIAS(1)
                   OR W-OINI > W-JAN-DIAS(14)
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTESTADIAS.
                MOVE "N" TO W-ACHOU.
                MOVE 1 TO W-IND.
                PERFORM 2200-ACHA-BAIA THRU 2200-ACHA-BAIA-FIM
                        UNTIL W-ACHOU = "S" OR W-IND > W-QTDBAIAS.
                IF W-ACHOU NOT = "S"
                   ADD 1 TO W-CONTSEMBAIA
                   GO TO 2000-PROCESSA-FIM.
                MOVE 1 TO W-DIA.
                PERFORM 2300-SOMA-DIA THRU 2300-SOMA-DIA-FIM
                        UNTIL W-DIA > 14.
       2000-PROCESSA-FIM.
                EXIT.
      *
       2100-PERIODO-ESTADIA.
                MOVE HSP-DTENTRADA TO W-DATA-AUX.
                PERFORM 5000-DIAS-CORRIDOS THRU 5000-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-OINI.
                MOVE HSP-DTSAIDA TO W-DATA-AUX.
                PERFORM 5000-DIAS-CORRIDOS THRU 5000-DIAS-CORRIDOS-FIM.
                MOVE W-DIASCORR TO W-OFIM.
      * ENTRADA E SAIDA NO MESMO DIA OCUPA O DIA (UMA DIARIA)
                IF W-OFIM = W-OINI
                   ADD 1 TO W-OFIM.
       2100-PERIODO-ESTADIA-FIM.
                EXIT.
      *
       2200-ACHA-BAIA.
                IF W-TB-CODIGO(W-IND) = HSP-BAIA
                   MOVE "S" TO W-ACHOU
                ELSE
                   ADD 1 TO W-IND.
       2200-ACHA-BAIA-FIM.
                EXIT.
      *
       2300-SOMA-DIA.
                IF W-JAN-DIAS(W-DIA) NOT < W-OINI
                   AND W-JAN-DIAS(W-DIA) < W-OFIM
                   ADD 1 TO W-TB-OCUP(W-IND, W-DIA)
                   ADD 1 TO W-JAN-TOTAL(W-DIA).
                ADD 1 TO W-DIA.
       2300-SOMA-DIA-FIM.
                EXIT.
      *
       3000-IMPRIME-MAPA.
                MOVE W-DTINI TO LT-DTINI.
                MOVE LINHA-TITULO TO REGRELMAP
                WRITE REGRELMAP.
                MOVE SPACES TO REGRELMAP
                WRITE REGRELMAP.
                MOVE 1 TO W-DIA.
                PERFORM 3100-CABECALHO-DIA THRU 3100-CABECALHO-DIA-FIM
                        UNTIL W-DIA > 14.
                MOVE LINHA-CABMAPA TO REGRELMAP
                WRITE REGRELMAP.
                MOVE 1 TO W-IND.
                PERFORM 3200-LINHA-BAIA THRU 3200-LINHA-BAIA-FIM
                        UNTIL W-IND > W-QTDBAIAS.
      * LINHA DE TOTAIS: PETS HOSPEDADOS NO DIA
                MOVE SPACES TO LINHA-MAPA.
                MOVE ZEROS TO LM-BAIA.
                MOVE "TOTAL DE PETS" TO LM-DESC.
                MOVE 1 TO W-DIA.
                PERFORM 3300-TOTAL-DIA THRU 3300-TOTAL-DIA-FIM
                        UNTIL W-DIA > 14.
                MOVE LINHA-MAPA TO REGRELMAP
                MOVE SPACES TO REGRELMAP(1:3)
                WRITE REGRELMAP.
                MOVE SPACES TO REGRELMAP
                WRITE REGRELMAP.
                MOVE "* = BAIA LOTADA NO DIA   D = BAIA DESATIVADA"
                        TO REGRELMAP
                WRITE REGRELMAP.
       3000-IMPRIME-MAPA-FIM.
                EXIT.
      *
       3100-CABECALHO-DIA.
                MOVE W-JAN-DATA(W-DIA) TO W-DATA-AUX.
                MOVE SPACES TO LC-CELULA(W-DIA).
                MOVE W-DIAAUX TO LC-DIA(W-DIA).
                MOVE "/" TO LC-BARRA(W-DIA).
                MOVE W-MESAUX TO LC-MES(W-DIA).
                ADD 1 TO W-DIA.
       3100-CABECALHO-DIA-FIM.
                EXIT.
      *
       3200-LINHA-BAIA.
                MOVE SPACES TO LINHA-MAPA.
                MOVE W-TB-CODIGO(W-IND) TO LM-BAIA.
                MOVE W-TB-DESC(W-IND) TO LM-DESC.
                MOVE W-TB-PORTE(W-IND) TO LM-PORTE.
                MOVE W-TB-CAP(W-IND) TO LM-CAP.
                IF W-TB-SIT(W-IND) = "D"
                   MOVE "D" TO LM-SIT.
                MOVE 1 TO W-DIA.
                PERFORM 3210-CELULA THRU 3210-CELULA-FIM
                        UNTIL W-DIA > 14.
                MOVE LINHA-MAPA TO REGRELMAP
                WRITE REGRELMAP.
                ADD 1 TO W-IND.
       3200-LINHA-BAIA-FIM.
                EXIT.
      *
       3210-CELULA.
                MOVE W-TB-OCUP(W-IND, W-DIA) TO LM-QTD(W-DIA).
                IF W-TB-OCUP(W-IND, W-DIA) NOT < W-TB-CAP(W-IND)
                   MOVE "*" TO LM-MARCA(W-DIA).
                ADD 1 TO W-DIA.
       3210-CELULA-FIM.
                EXIT.
      *
       3300-TOTAL-DIA.
                MOVE W-JAN-TOTAL(W-DIA) TO LM-QTD(W-DIA).
                ADD 1 TO W-DIA.
       3300-TOTAL-DIA-FIM.
                EXIT.
      *
      * SEGUNDA PASSADA: AS ESTADIAS QUE CAEM NO PERIODO DO MAPA
       4000-LISTA-ESTADIAS.
                MOVE SPACES TO REGRELMAP
                WRITE REGRELMAP.
                MOVE "ESTADIAS NO PERIODO" TO REGRELMAP
                WRITE REGRELMAP.
                MOVE "PET    NOME DO PET                     BAIA  ENTRA
      -              "DA     SAIDA       SITUACAO" TO REGRELMAP
                WRITE REGRELMAP.
                MOVE "N" TO W-FIM.
                MOVE ZEROS TO HSP-CODPET HSP-DTENTRADA.
                START HOSPEDAGEM KEY IS NOT LESS THAN HSP-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 4100-LISTA-ESTADIA THRU 4100-LISTA-ESTADIA-FIM
                        UNTIL W-FIM = "S".
       4000-LISTA-ESTADIAS-FIM.
                EXIT.
      *
       4100-LISTA-ESTADIA.
                READ HOSPEDAGEM NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4100-LISTA-ESTADIA-FIM.
                IF HSP-SITUACAO = "X"
                   GO TO 4100-LISTA-ESTADIA-FIM.
                PERFORM 2100-PERIODO-ESTADIA
                        THRU 2100-PERIODO-ESTADIA-FIM.
                IF W-OFIM NOT > W-JAN-DIAS(1)
                   OR W-OINI > W-JAN-DIAS(14)
                   GO TO 4100-LISTA-ESTADIA-FIM.
                MOVE SPACES TO LINHA-ESTADIA.
                MOVE HSP-CODPET TO LE-CODPET PETS-CODIGO.
                READ PETS
                   INVALID KEY
                      MOVE "*PET NAO CADASTRADO*" TO PETS-NOME.
                MOVE PETS-NOME TO LE-PET.
                MOVE HSP-BAIA TO LE-BAIA.
                MOVE HSP-DTENTRADA TO LE-ENTRADA.
                MOVE HSP-DTSAIDA TO LE-SAIDA.
                EVALUATE HSP-SITUACAO
                   WHEN "R" MOVE "RESERVADA"   TO LE-SITUACAO
                   WHEN "H" MOVE "HOSPEDADO"   TO LE-SITUACAO
                   WHEN "F" MOVE "A FATURAR"   TO LE-SITUACAO
                   WHEN "B" MOVE "FATURADA"    TO LE-SITUACAO
                   WHEN OTHER MOVE HSP-SITUACAO TO LE-SITUACAO
                END-EVALUATE.
                MOVE LINHA-ESTADIA TO REGRELMAP
                WRITE REGRELMAP.
       4100-LISTA-ESTADIA-FIM.
                EXIT.
      *
      * DIAS CORRIDOS DA DATA EM W-DATA-AUX (ANO X 365 + DIA DO ANO,
      * COMO NO CADBAIXA), COM OS 29 DE FEVEREIRO JA PASSADOS
       5000-DIAS-CORRIDOS.
                IF W-MESAUX < 1 OR W-MESAUX > 12
                   MOVE 1 TO W-MESAUX.
                DIVIDE W-ANOAUX BY 4 GIVING W-BISSEXTOS
                   REMAINDER W-RESTO4.
                IF W-RESTO4 = ZEROS AND W-MESAUX < 3
                   SUBTRACT 1 FROM W-BISSEXTOS.
                COMPUTE W-DIASCORR = W-ANOAUX * 365 + W-BISSEXTOS
                        + TAB-DIASMES(W-MESAUX) + W-DIAAUX.
       5000-DIAS-CORRIDOS-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELMAP
                WRITE REGRELMAP.
                MOVE SPACES TO REGRELMAP
                STRING "ESTADIAS NO PERIODO.....: " W-CONTESTADIAS
                        DELIMITED BY SIZE INTO REGRELMAP
                WRITE REGRELMAP.
                MOVE SPACES TO REGRELMAP
                STRING "SEM BAIA CADASTRADA.....: " W-CONTSEMBAIA
                        DELIMITED BY SIZE INTO REGRELMAP
                WRITE REGRELMAP.
                CLOSE HOSPEDAGEM.
                CLOSE PETS.
                CLOSE RELMAP.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
