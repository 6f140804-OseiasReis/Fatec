       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP058.
       AUTHOR. OSEIAS REIS
      **************************************
      * GERACAO MENSAL DAS DESPESAS         *
      * RECORRENTES (MODELOS DESPREC ->     *
      *  CONTASPAG + DESPESA)               *
      **************************************
      *----------------------------------------------------------------
      * PARA O MES INFORMADO, CADA MODELO ATIVO DO DESPREC.DAT (TELA
      * CADDRC) AINDA NAO GERADO NESTE MES VIRA UMA CONTA A PAGAR:
      *   - CONTASPAG: FORNECEDOR DO MODELO, DOCUMENTO AAAAMMnnn
      *     (MES + CODIGO DO MODELO), PARCELA 01, VENCIMENTO NO DIA
      *     DO MODELO (DIA QUE O MES NAO TEM CAI NO ULTIMO DIA);
      *   - DESPESA.DAT: CATEGORIA DO MODELO, ORIGEM 'R', DATA DO
      *     DOCUMENTO = DIA 1 DO MES (COMPETENCIA).
      * O MODELO GUARDA O ULTIMO MES GERADO, E O DOCUMENTO E FIXO
      * POR MES, ENTAO RODAR DE NOVO NAO DUPLICA NADA. MODELO COM
      * FORNECEDOR OU CATEGORIA INATIVOS/INEXISTENTES NAO GERA E
      * SAI NA LISTAGEM. O CADBXP PAGA COMO QUALQUER CONTA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DESPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DRC-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CONTASPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CP-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT DESPESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS DSP-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT FORNECEDOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS FORN-CODIGO
                    FILE STATUS  IS ST-ERRO4.
       SELECT CATDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CAT-CODIGO
                    FILE STATUS  IS ST-ERRO5.
       SELECT RELREC ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD DESPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPREC.DAT".
       01 DESPREC-REG.
           05 DRC-CODIGO       PIC 9(03).
           05 DRC-DESCRICAO    PIC X(30).
           05 DRC-CODFORN      PIC 9(06).
           05 DRC-CATEGORIA    PIC 9(03).
           05 DRC-VALOR        PIC 9(09)V99.
           05 DRC-DIAVENC      PIC 9(02).
           05 DRC-SITUACAO     PIC X(01).
           05 DRC-ULTMES       PIC 9(06).
           05 DRC-DT-ALTERACAO PIC 9(08).
           05 DRC-USUARIO      PIC X(08).
      *
       FD CONTASPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTASPAG.DAT".
       01 CONTASPAG-REG.
           05 CP-CHAVE.
              10 CP-CODFORN    PIC 9(06).
              10 CP-NOTA       PIC 9(09).
              10 CP-PARCELA    PIC 9(02).
           05 CP-VENCIMENTO    PIC 9(08).
           05 CP-VALOR         PIC 9(09)V99.
           05 CP-SITUACAO      PIC X(01).
           05 CP-VALORPAGO     PIC 9(09)V99.
           05 CP-DTPAGTO       PIC 9(08).
           05 CP-DT-ALTERACAO  PIC 9(08).
           05 CP-USUARIO       PIC X(08).
      *
       FD DESPESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPESA.DAT".
       01 DESPESA-REG.
           05 DSP-CHAVE.
              10 DSP-CODFORN   PIC 9(06).
              10 DSP-NOTA      PIC 9(09).
              10 DSP-PARCELA   PIC 9(02).
           05 DSP-CATEGORIA    PIC 9(03).
           05 DSP-DESCRICAO    PIC X(30).
           05 DSP-DTEMISSAO    PIC 9(08).
           05 DSP-ORIGEM       PIC X(01).
           05 DSP-CODREC       PIC 9(03).
           05 DSP-DT-ALTERACAO PIC 9(08).
           05 DSP-USUARIO      PIC X(08).
      *
       FD FORNECEDOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORNECEDOR.DAT".
       01 FORNECEDOR-REG.
           05 FORN-CODIGO      PIC 9(06).
           05 FORN-CNPJ        PIC 9(14).
           05 FORN-RAZAO       PIC X(40).
           05 FORN-DDD         PIC 9(02).
           05 FORN-TELEFONE    PIC 9(09).
           05 FORN-QTDPARC     PIC 9(02).
           05 FORN-PRAZODIAS   PIC 9(03).
           05 FORN-SITUACAO    PIC X(01).
           05 FORN-DT-ALTERACAO PIC 9(08).
           05 FORN-USUARIO     PIC X(08).
           05 FORN-UF          PIC X(02).
           05 FORN-IE          PIC X(14).
      *
       FD CATDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CATDESP.DAT".
       01 CATDESP-REG.
           05 CAT-CODIGO       PIC 9(03).
           05 CAT-DESCRICAO    PIC X(30).
           05 CAT-TIPO         PIC X(01).
           05 CAT-SITUACAO     PIC X(01).
           05 CAT-DT-ALTERACAO PIC 9(08).
           05 CAT-USUARIO      PIC X(08).
      *
       FD RELREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELREC              PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERRO6           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-MESSEL           PIC 9(06) VALUE ZEROS.
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-ULTDIA           PIC 9(02) VALUE ZEROS.
       77 W-QUOC             PIC 9(04) VALUE ZEROS.
       77 W-RESTO            PIC 9(02) VALUE ZEROS.
       77 W-OCORRENCIA       PIC X(20) VALUE SPACES.
       77 W-CONTLIDOS        PIC 9(05) VALUE ZEROS.
       77 W-CONTGERADOS      PIC 9(05) VALUE ZEROS.
       77 W-CONTJAGER        PIC 9(05) VALUE ZEROS.
       77 W-CONTREJ          PIC 9(05) VALUE ZEROS.
       77 W-TOTGERADO        PIC 9(11)V99 VALUE ZEROS.
       01 W-MES-AUX          PIC 9(06) VALUE ZEROS.
       01 W-MES-GRUPO REDEFINES W-MES-AUX.
          03 W-ANOSEL        PIC 9(04).
          03 W-MESNUM        PIC 9(02).
       01 W-VENC-AUX         PIC 9(08) VALUE ZEROS.
       01 W-VENC-GRUPO REDEFINES W-VENC-AUX.
          03 W-MESVENC       PIC 9(06).
          03 W-DIAVENC       PIC 9(02).
      * ULTIMO DIA DE CADA MES (FEVEREIRO BISSEXTO NA ROTINA)
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
       01 LINHA-DET.
          03 LD-CODIGO       PIC 9(03).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-DESCRICAO    PIC X(24).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-FORN         PIC 9(06).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-VENC         PIC 9999/99/99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-VALOR        PIC ZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-OCORRENCIA   PIC X(20).
       01 LINHA-TOT.
          03 LT-ROTULO       PIC X(30).
          03 LT-VALOR        PIC ZZZZZZZZ9,99.
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
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                DISPLAY "MES A GERAR (AAAAMM, ENTER = MES ATUAL): ".
                ACCEPT W-MESSEL.
                IF W-MESSEL = ZEROS
                   COMPUTE W-MESSEL = W-HOJE / 100.
                MOVE W-MESSEL TO W-MES-AUX.
                IF W-MESNUM < 1 OR W-MESNUM > 12
                   DISPLAY "MES INVALIDO"
                   STOP RUN.
      * ULTIMO DIA DO MES GERADO, PARA O VENCIMENTO DO DIA 29-31
                MOVE TAB-ULTDIA(W-MESNUM) TO W-ULTDIA.
                IF W-MESNUM = 2
                   DIVIDE W-ANOSEL BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULTDIA
                   END-IF
                END-IF.
                OPEN I-O DESPREC
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESPREC"
                   STOP RUN.
                OPEN I-O CONTASPAG
                IF ST-ERRO2 = "35"
                   OPEN OUTPUT CONTASPAG
                   CLOSE CONTASPAG
                   OPEN I-O CONTASPAG.
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTASPAG"
                   CLOSE DESPREC
                   STOP RUN.
                OPEN I-O DESPESA
                IF ST-ERRO3 = "35"
                   OPEN OUTPUT DESPESA
                   CLOSE DESPESA
                   OPEN I-O DESPESA.
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DESPESA"
                   CLOSE DESPREC CONTASPAG
                   STOP RUN.
                OPEN INPUT FORNECEDOR
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FORNECEDOR"
                   CLOSE DESPREC CONTASPAG DESPESA
                   STOP RUN.
                OPEN INPUT CATDESP
                IF ST-ERRO5 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CATDESP"
                   CLOSE DESPREC CONTASPAG DESPESA FORNECEDOR
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "DESPREC-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP058" TO W-SPL-PROGRAMA.
                MOVE "DESPESAS RECORRENTES" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELREC
                IF ST-ERRO6 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE DESPREC CONTASPAG DESPESA FORNECEDOR CATDESP
                   STOP RUN.
                MOVE SPACES TO REGRELREC
                MOVE "GERACAO DAS DESPESAS RECORRENTES" TO REGRELREC
                WRITE REGRELREC.
                MOVE SPACES TO REGRELREC
                STRING "MES: " W-MESSEL
                        DELIMITED BY SIZE INTO REGRELREC
                WRITE REGRELREC.
                MOVE SPACES TO REGRELREC
                WRITE REGRELREC.
                MOVE SPACES TO REGRELREC
                MOVE "MOD DESCRICAO                FORN.  VENCIMENTO
      -              "    VALOR OCORRENCIA" TO REGRELREC
                WRITE REGRELREC.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ DESPREC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF DRC-SITUACAO NOT = "A"
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTLIDOS.
                MOVE W-MESSEL TO W-MESVENC.
                IF DRC-DIAVENC > W-ULTDIA
                   MOVE W-ULTDIA TO W-DIAVENC
                ELSE
                   MOVE DRC-DIAVENC TO W-DIAVENC.
                IF DRC-ULTMES NOT < W-MESSEL
                   ADD 1 TO W-CONTJAGER
                   MOVE "JA GERADO" TO W-OCORRENCIA
                   PERFORM 2900-LISTA THRU 2900-LISTA-FIM
                   GO TO 2000-PROCESSA-FIM.
                MOVE DRC-CODFORN TO FORN-CODIGO.
                READ FORNECEDOR
                   INVALID KEY
                      MOVE "SEM FORNECEDOR" TO W-OCORRENCIA
                      PERFORM 2800-REJEITA THRU 2800-REJEITA-FIM
                      GO TO 2000-PROCESSA-FIM.
                IF FORN-SITUACAO = "I"
                   MOVE "FORNECEDOR INATIVO" TO W-OCORRENCIA
                   PERFORM 2800-REJEITA THRU 2800-REJEITA-FIM
                   GO TO 2000-PROCESSA-FIM.
                MOVE DRC-CATEGORIA TO CAT-CODIGO.
                READ CATDESP
                   INVALID KEY
                      MOVE "SEM CATEGORIA" TO W-OCORRENCIA
                      PERFORM 2800-REJEITA THRU 2800-REJEITA-FIM
                      GO TO 2000-PROCESSA-FIM.
                IF CAT-SITUACAO = "I"
                   MOVE "CATEGORIA INATIVA" TO W-OCORRENCIA
                   PERFORM 2800-REJEITA THRU 2800-REJEITA-FIM
                   GO TO 2000-PROCESSA-FIM.
                PERFORM 2100-GERA-CONTA THRU 2100-GERA-CONTA-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
       2100-GERA-CONTA.
                MOVE DRC-CODFORN TO CP-CODFORN.
                COMPUTE CP-NOTA = W-MESSEL * 1000 + DRC-CODIGO.
                MOVE 1 TO CP-PARCELA.
                MOVE W-VENC-AUX TO CP-VENCIMENTO.
                MOVE DRC-VALOR TO CP-VALOR.
                MOVE "A" TO CP-SITUACAO.
                MOVE ZEROS TO CP-VALORPAGO CP-DTPAGTO.
                MOVE W-HOJE TO CP-DT-ALTERACAO.
                MOVE "SGP058" TO CP-USUARIO.
      * CHAVE JA EXISTENTE = MES JA GERADO ANTES DE O MODELO SER
      * ATUALIZADO (QUEDA NO MEIO DA RODADA): SO ACERTA O MODELO
                WRITE CONTASPAG-REG
                   INVALID KEY
                      ADD 1 TO W-CONTJAGER
                      MOVE "JA GERADO" TO W-OCORRENCIA
                      PERFORM 2900-LISTA THRU 2900-LISTA-FIM
                      PERFORM 2200-ATUALIZA-MODELO
                              THRU 2200-ATUALIZA-MODELO-FIM
                      GO TO 2100-GERA-CONTA-FIM.
                MOVE CP-CHAVE TO DSP-CHAVE.
                MOVE DRC-CATEGORIA TO DSP-CATEGORIA.
                MOVE DRC-DESCRICAO TO DSP-DESCRICAO.
                COMPUTE DSP-DTEMISSAO = W-MESSEL * 100 + 1.
                MOVE "R" TO DSP-ORIGEM.
                MOVE DRC-CODIGO TO DSP-CODREC.
                MOVE W-HOJE TO DSP-DT-ALTERACAO.
                MOVE "SGP058" TO DSP-USUARIO.
                WRITE DESPESA-REG
                   INVALID KEY
                      REWRITE DESPESA-REG.
                ADD 1 TO W-CONTGERADOS.
                ADD DRC-VALOR TO W-TOTGERADO.
                MOVE "GERADO" TO W-OCORRENCIA.
                PERFORM 2900-LISTA THRU 2900-LISTA-FIM.
                PERFORM 2200-ATUALIZA-MODELO
                        THRU 2200-ATUALIZA-MODELO-FIM.
       2100-GERA-CONTA-FIM.
                EXIT.
      *
       2200-ATUALIZA-MODELO.
                MOVE W-MESSEL TO DRC-ULTMES.
                REWRITE DESPREC-REG.
       2200-ATUALIZA-MODELO-FIM.
                EXIT.
      *
       2800-REJEITA.
                ADD 1 TO W-CONTREJ.
                PERFORM 2900-LISTA THRU 2900-LISTA-FIM.
       2800-REJEITA-FIM.
                EXIT.
      *
       2900-LISTA.
                MOVE DRC-CODIGO TO LD-CODIGO.
                MOVE DRC-DESCRICAO TO LD-DESCRICAO.
                MOVE DRC-CODFORN TO LD-FORN.
                MOVE W-VENC-AUX TO LD-VENC.
                MOVE DRC-VALOR TO LD-VALOR.
                MOVE W-OCORRENCIA TO LD-OCORRENCIA.
                MOVE LINHA-DET TO REGRELREC.
                WRITE REGRELREC.
       2900-LISTA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELREC
                WRITE REGRELREC.
                MOVE "MODELOS ATIVOS LIDOS" TO LT-ROTULO
                MOVE W-CONTLIDOS TO LT-VALOR
                MOVE LINHA-TOT TO REGRELREC
                WRITE REGRELREC.
                MOVE "CONTAS GERADAS" TO LT-ROTULO
                MOVE W-CONTGERADOS TO LT-VALOR
                MOVE LINHA-TOT TO REGRELREC
                WRITE REGRELREC.
                MOVE "JA GERADAS ANTES" TO LT-ROTULO
                MOVE W-CONTJAGER TO LT-VALOR
                MOVE LINHA-TOT TO REGRELREC
                WRITE REGRELREC.
                MOVE "NAO GERADAS (VER OCORRENCIA)" TO LT-ROTULO
                MOVE W-CONTREJ TO LT-VALOR
                MOVE LINHA-TOT TO REGRELREC
                WRITE REGRELREC.
                MOVE "VALOR GERADO" TO LT-ROTULO
                MOVE W-TOTGERADO TO LT-VALOR
                MOVE LINHA-TOT TO REGRELREC
                WRITE REGRELREC.
                CLOSE DESPREC CONTASPAG DESPESA FORNECEDOR CATDESP.
                CLOSE RELREC.
                DISPLAY "CONTAS GERADAS: " W-CONTGERADOS.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
