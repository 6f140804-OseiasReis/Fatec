       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP063.
       AUTHOR. OSEIAS REIS
      **************************************
      * RELATORIO MENSAL DE COMISSAO        *
      * POR PROFISSIONAL DO PETSHOP         *
      **************************************
      *----------------------------------------------------------------
      * TOTALIZA OS ATENDIMENTOS DO MES JA FATURADOS PELO SGP033
      * (AGE-SITUACAO = 'B', AVULSOS E DE PLANO) POR CODIGO DE
      * PROFISSIONAL, NO PRECO ATUAL DA TABELA DE SERVICOS, E
      * APLICA O PERCENTUAL DE COMISSAO DO CADASTRO
      * (PROFISSIONAL.DAT). ATENDIMENTOS SEM PROFISSIONAL SOMAM NA
      * LINHA "SEM PROF", SEM COMISSAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PROFISSIONAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PRF-CODIGO
                    FILE STATUS  IS ST-ERRO2.
       SELECT SERVICO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS SRV-CODIGO
                    FILE STATUS  IS ST-ERRO3.
       SELECT RELCOM ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDAPET.DAT".
       01 AGENDA-REG.
           05 AGE-CHAVE.
              10 AGE-DATA     PIC 9(08).
              10 AGE-HORA     PIC 9(04).
              10 AGE-CODPET   PIC 9(06).
           05 AGE-CODSERV     PIC 9(04).
           05 AGE-SITUACAO    PIC X(01).
           05 AGE-PLANO       PIC X(01).
           05 AGE-CODPROF     PIC 9(03).
      *
       FD PROFISSIONAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROFISSIONAL.DAT".
       01 PROFISSIONAL-REG.
           05 PRF-CODIGO       PIC 9(03).
           05 PRF-NOME         PIC X(30).
           05 PRF-FUNCAO       PIC X(01).
           05 PRF-DIASTRAB     PIC X(07).
           05 PRF-HORAINI      PIC 9(04).
           05 PRF-HORAFIM      PIC 9(04).
           05 PRF-SERVICO      PIC 9(04) OCCURS 6 TIMES.
           05 PRF-PERCCOMIS    PIC 9(04).
           05 PRF-SITUACAO     PIC X(01).
           05 PRF-DT-ALTERACAO PIC 9(08).
           05 PRF-USUARIO      PIC X(08).
      *
       FD SERVICO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SERVICO.DAT".
       01 SERVICO-REG.
           05 SRV-CODIGO       PIC 9(04).
           05 SRV-DESCRICAO    PIC X(20).
           05 SRV-PRECO        PIC 9(06)V99.
           05 SRV-SITUACAO     PIC X(01).
           05 SRV-DT-ALTERACAO PIC 9(08).
           05 SRV-USUARIO      PIC X(08).
      *
       FD RELCOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELCOM              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-MESREF           PIC 9(06) VALUE ZEROS.
       77 W-MESAGE           PIC 9(06) VALUE ZEROS.
       77 W-CONTATEND        PIC 9(06) VALUE ZEROS.
       77 W-IDX              PIC 9(03) VALUE ZEROS.
       77 W-QTDSEMPROF       PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMPROF       PIC 9(12)V99 VALUE ZEROS.
       77 W-COMISSAO         PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTCOMISSAO      PIC 9(12)V99 VALUE ZEROS.
       77 W-VALED            PIC ZZZZZZZZZZZ9,99.
       77 W-PERCIMP          PIC 9(03)V99 VALUE ZEROS.
       01 W-TABPRF.
          03 W-PR OCCURS 999 TIMES.
             05 W-PR-QTD     PIC 9(06) VALUE ZEROS.
             05 W-PR-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       01 LINHA-REL.
          03 LR-CODIGO       PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-NOME         PIC X(30).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-QTD          PIC ZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-TOTAL        PIC ZZZZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-PERC         PIC ZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-COMISSAO     PIC ZZZZZZZ9,99.
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
                DISPLAY "MES DE REFERENCIA (AAAAMM): ".
                ACCEPT W-MESREF.
                IF W-MESREF = ZEROS
                   DISPLAY "MES INVALIDO"
                   STOP RUN.
                OPEN INPUT AGENDA
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO AGENDA"
                   STOP RUN.
                OPEN INPUT PROFISSIONAL
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PROFISSIONAL"
                   CLOSE AGENDA
                   STOP RUN.
                OPEN INPUT SERVICO
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO SERVICO"
                   CLOSE AGENDA
                   CLOSE PROFISSIONAL
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "COMISSAO-PROF-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP063" TO W-SPL-PROGRAMA.
                MOVE "COMISSAO DE PROFISSIONAL" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELCOM
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE AGENDA
                   CLOSE PROFISSIONAL
                   CLOSE SERVICO
                   STOP RUN.
                MOVE SPACES TO REGRELCOM
                MOVE "COMISSAO MENSAL POR PROFISSIONAL" TO REGRELCOM
                WRITE REGRELCOM.
                MOVE SPACES TO REGRELCOM
                STRING "MES DE REFERENCIA: " W-MESREF
                        DELIMITED BY SIZE INTO REGRELCOM
                WRITE REGRELCOM.
                MOVE SPACES TO REGRELCOM
                MOVE "CODIGO   NOME                           ATEND.    
      -              "     TOTAL   PERC%     COMISSAO"
                        TO REGRELCOM
                WRITE REGRELCOM.
                MOVE SPACES TO REGRELCOM
                WRITE REGRELCOM.
      * A AGENDA E POR DATA: POSICIONA NO PRIMEIRO DIA DO MES
                MOVE ZEROS TO AGE-CHAVE.
                COMPUTE AGE-DATA = W-MESREF * 100 + 1.
                START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY
                      MOVE "S" TO W-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ AGENDA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                COMPUTE W-MESAGE = AGE-DATA / 100.
                IF W-MESAGE > W-MESREF
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF AGE-SITUACAO NOT = "B"
                   GO TO 2000-PROCESSA-FIM.
                MOVE AGE-CODSERV TO SRV-CODIGO
                READ SERVICO
                   INVALID KEY
                      MOVE ZEROS TO SRV-PRECO.
                ADD 1 TO W-CONTATEND
                IF AGE-CODPROF = ZEROS
                   ADD 1         TO W-QTDSEMPROF
                   ADD SRV-PRECO TO W-TOTSEMPROF
                ELSE
                   ADD 1         TO W-PR-QTD(AGE-CODPROF)
                   ADD SRV-PRECO TO W-PR-TOTAL(AGE-CODPROF).
       2000-PROCESSA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                PERFORM 9100-IMPRIME-PRF THRU 9100-IMPRIME-PRF-FIM
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 999.
                MOVE SPACES TO LINHA-REL
                MOVE "SEM PROF" TO LR-CODIGO
                MOVE "ATENDIMENTOS SEM PROFISSIONAL" TO LR-NOME
                MOVE W-QTDSEMPROF TO LR-QTD
                MOVE W-TOTSEMPROF TO LR-TOTAL
                MOVE LINHA-REL TO REGRELCOM
                WRITE REGRELCOM.
                MOVE SPACES TO REGRELCOM
                WRITE REGRELCOM.
                MOVE SPACES TO REGRELCOM
                STRING "ATENDIMENTOS DO MES.: " W-CONTATEND
                        DELIMITED BY SIZE INTO REGRELCOM
                WRITE REGRELCOM.
                MOVE SPACES TO REGRELCOM
                MOVE W-TOTCOMISSAO TO W-VALED
                STRING "TOTAL DE COMISSOES..: " W-VALED
                        DELIMITED BY SIZE INTO REGRELCOM
                WRITE REGRELCOM.
                CLOSE AGENDA.
                CLOSE PROFISSIONAL.
                CLOSE SERVICO.
                CLOSE RELCOM.
       9000-FINALIZA-FIM.
                EXIT.
      *
       9100-IMPRIME-PRF.
                IF W-PR-QTD(W-IDX) = ZEROS
                   GO TO 9100-IMPRIME-PRF-FIM.
                MOVE W-IDX TO PRF-CODIGO
                READ PROFISSIONAL
                   INVALID KEY
                      MOVE "*** NAO CADASTRADO ***" TO PRF-NOME
                      MOVE ZEROS TO PRF-PERCCOMIS.
                COMPUTE W-COMISSAO = (W-PR-TOTAL(W-IDX)
                                   * PRF-PERCCOMIS) / 10000.
                ADD W-COMISSAO TO W-TOTCOMISSAO.
                MOVE SPACES TO LINHA-REL
                MOVE W-IDX              TO LR-CODIGO
                MOVE PRF-NOME           TO LR-NOME
                MOVE W-PR-QTD(W-IDX)    TO LR-QTD
                MOVE W-PR-TOTAL(W-IDX)  TO LR-TOTAL
                COMPUTE W-PERCIMP = PRF-PERCCOMIS / 100
                MOVE W-PERCIMP          TO LR-PERC
                MOVE W-COMISSAO         TO LR-COMISSAO
                MOVE LINHA-REL TO REGRELCOM
                WRITE REGRELCOM.
       9100-IMPRIME-PRF-FIM.
                EXIT.
