       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP056.
       AUTHOR. OSEIAS REIS
      **************************************
      * IMPORTACAO DA LIQUIDACAO DE CARTAO  *
      * (ARQUIVO DA ADQUIRENTE X RECEBIVEIS *
      *  DE CARTAO - CARTAOREC)             *
      **************************************
      *----------------------------------------------------------------
      * LE O ARQUIVO DE LIQUIDACAO DA ADQUIRENTE (LIQCARTAO.TXT,
      * LEIAUTE ABAIXO) E BAIXA CADA RECEBIVEL GRAVADO PELO CADVEN
      * NAS VENDAS 'D'/'C', ACHADO PELO NSU DO COMPROVANTE + PARCELA.
      * O LIQUIDO PAGO VIRA CREDITO NO MOVIMENTO BANCARIO (VIA
      * BANCOREG) NA CONTA DO PARAMETRO CONTACARTAO; SEM ELE, A
      * CONTA PADRAO CONTABANCO.
      * SAEM NA LISTAGEM:
      *   - PAGAMENTO SEM RECEBIVEL NO SISTEMA, JA LIQUIDADO ANTES
      *     OU DE VENDA ESTORNADA;
      *   - TAXA COBRADA DIFERENTE DA TAXA DA TABELA (CADTXC) ACIMA
      *     DA TOLERANCIA TOLTAXACART (PADRAO 0,01), E VALOR BRUTO
      *     DIFERENTE DO DA VENDA;
      *   - RECEBIVEIS COM REPASSE PREVISTO ATE A DATA DE CORTE
      *     INFORMADA QUE A ADQUIRENTE AINDA NAO PAGOU.
      * LEIAUTE DA LIQUIDACAO (UMA LINHA POR PARCELA PAGA):
      *   001-012 NSU DO COMPROVANTE
      *   013-014 PARCELA
      *   015-022 DATA DO PAGAMENTO (AAAAMMDD)
      *   023-035 VALOR BRUTO EM CENTAVOS
      *   036-048 TAXA COBRADA EM CENTAVOS
      *   049-061 VALOR LIQUIDO PAGO EM CENTAVOS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LIQCARTAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CARTAOREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRT-CHAVE
                    ALTERNATE RECORD KEY IS CRT-NSUPARC
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
       SELECT RELLIQ ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD LIQCARTAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIQCARTAO.TXT".
       01 REGLIQ.
          03 LIQ-NSU           PIC X(12).
          03 LIQ-PARCELA       PIC 9(02).
          03 LIQ-DATAPAGTO     PIC 9(08).
          03 LIQ-VALORBRUTO    PIC 9(13).
          03 LIQ-VALORTAXA     PIC 9(13).
          03 LIQ-VALORLIQ      PIC 9(13).
      *
      * SITUACAO: A = A RECEBER, R = RECEBIDO, C = CANCELADO
       FD CARTAOREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTAOREC.DAT".
       01 CARTAOREC-REG.
           05 CRT-CHAVE.
              10 CRT-CODCLI    PIC 9(12).
              10 CRT-NVENDA    PIC 9(06).
              10 CRT-PARCELA   PIC 9(02).
           05 CRT-TIPO         PIC X(01).
           05 CRT-NSUPARC.
              10 CRT-NSU       PIC X(12).
              10 CRT-NPARC     PIC 9(02).
           05 CRT-DTVENDA      PIC 9(08).
           05 CRT-PREVISAO     PIC 9(08).
           05 CRT-VALORBRUTO   PIC 9(09)V99.
           05 CRT-PERCTAXA     PIC 9(02)V99.
           05 CRT-VALORTAXA    PIC 9(09)V99.
           05 CRT-VALORLIQ     PIC 9(09)V99.
           05 CRT-SITUACAO     PIC X(01).
           05 CRT-VALORRECEB   PIC 9(09)V99.
           05 CRT-TAXARECEB    PIC 9(09)V99.
           05 CRT-DTRECEB      PIC 9(08).
           05 CRT-DT-ALTERACAO PIC 9(08).
           05 CRT-USUARIO      PIC X(08).
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
       FD RELLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELLIQ              PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-DATACORTE        PIC 9(08) VALUE ZEROS.
       77 W-CONTACART        PIC 9(03) VALUE ZEROS.
       77 W-TOLTAXA          PIC 9(05)V99 VALUE 0,01.
       77 W-BRUTOLIQ         PIC 9(11)V99 VALUE ZEROS.
       77 W-TAXALIQ          PIC 9(11)V99 VALUE ZEROS.
       77 W-LIQPAGO          PIC 9(11)V99 VALUE ZEROS.
       77 W-DIFTAXA          PIC S9(11)V99 VALUE ZEROS.
       77 W-DIFABS           PIC 9(11)V99 VALUE ZEROS.
       77 W-CONTLIDOS        PIC 9(06) VALUE ZEROS.
       77 W-CONTBAIXADOS     PIC 9(06) VALUE ZEROS.
       77 W-CONTSEMREC       PIC 9(06) VALUE ZEROS.
       77 W-CONTDIVTAXA      PIC 9(06) VALUE ZEROS.
       77 W-CONTDIVBRUTO     PIC 9(06) VALUE ZEROS.
       77 W-CONTATRASO       PIC 9(06) VALUE ZEROS.
       77 W-TOTPAGO          PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTTAXA          PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTDIFTAXA       PIC S9(11)V99 VALUE ZEROS.
       77 W-TOTATRASO        PIC 9(11)V99 VALUE ZEROS.
       01 LINHA-DET.
          03 LD-OCORRENCIA   PIC X(14).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-NSU          PIC X(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-PARCELA      PIC 9(02).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-DATA         PIC 9999/99/99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-VALORSIS     PIC ZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-VALORADQ     PIC ZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LD-DIFERENCA    PIC -ZZZZZ9,99.
       01 LINHA-TOT.
          03 LT-ROTULO       PIC X(30).
          03 LT-VALOR        PIC -ZZZZZZZZ9,99.
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
      * LANCAMENTO NO MOVIMENTO BANCARIO (MODULO BANCOREG)
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
                PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM.
                PERFORM 2000-PROCESSA   THRU 2000-PROCESSA-FIM
                        UNTIL W-FIM = "S".
                PERFORM 3000-PENDENTES  THRU 3000-PENDENTES-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "DATA DE CORTE DOS REPASSES (AAAAMMDD): ".
                ACCEPT W-DATACORTE.
                IF W-DATACORTE = ZEROS
                   ACCEPT W-DATACORTE FROM DATE YYYYMMDD.
                OPEN INPUT PARAM
                IF ST-ERROPAR = "00"
                   MOVE "CONTACARTAO" TO PAR-CHAVE
                   READ PARAM
                      NOT INVALID KEY
                         MOVE PAR-VALORNUM TO W-CONTACART
                   END-READ
                   MOVE "TOLTAXACART" TO PAR-CHAVE
                   READ PARAM
                      NOT INVALID KEY
                         MOVE PAR-VALORNUM TO W-TOLTAXA
                   END-READ
                   CLOSE PARAM
                END-IF.
      * CONTA DO REPASSE CONFERIDA ANTES DE BAIXAR QUALQUER
      * RECEBIVEL - CONTA ERRADA NO PARAM E ERRO DE CONFIGURACAO
                MOVE "V" TO W-MBC-FUNCAO.
                MOVE W-CONTACART TO W-MBC-CONTA.
                CALL "BANCOREG" USING W-MOVBCO.
                IF W-MBC-RETORNO NOT = "00"
                   DISPLAY "CONTA DO REPASSE INVALIDA: " W-MBC-CONTA
                   STOP RUN.
                MOVE W-MBC-CONTA TO W-CONTACART.
                OPEN INPUT LIQCARTAO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO LIQCARTAO.TXT"
                   STOP RUN.
                OPEN I-O CARTAOREC
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CARTAOREC"
                   CLOSE LIQCARTAO
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "LIQCART-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP056" TO W-SPL-PROGRAMA.
                MOVE "LIQUIDACAO DE CARTAO" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELLIQ
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE LIQCARTAO
                   CLOSE CARTAOREC
                   STOP RUN.
                MOVE SPACES TO REGRELLIQ
                MOVE "CONCILIACAO DA LIQUIDACAO DE CARTAO" TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                STRING "CONTA DO REPASSE: " W-CONTACART
                       "   CORTE: " W-DATACORTE
                        DELIMITED BY SIZE INTO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                MOVE "OCORRENCIAS DA LIQUIDACAO:" TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                MOVE "OCORRENCIA     NSU          PC DATA          SISTE
      -              "MA ADQUIRENTE  DIFERENCA" TO REGRELLIQ
                WRITE REGRELLIQ.
       1000-INICIALIZA-FIM.
                EXIT.
      *
       2000-PROCESSA.
                READ LIQCARTAO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTLIDOS.
                COMPUTE W-BRUTOLIQ = LIQ-VALORBRUTO / 100.
                COMPUTE W-TAXALIQ  = LIQ-VALORTAXA / 100.
                COMPUTE W-LIQPAGO  = LIQ-VALORLIQ / 100.
                ADD W-LIQPAGO TO W-TOTPAGO.
                ADD W-TAXALIQ TO W-TOTTAXA.
                MOVE LIQ-NSU     TO CRT-NSU.
                MOVE LIQ-PARCELA TO CRT-NPARC.
                READ CARTAOREC KEY IS CRT-NSUPARC
                   INVALID KEY
                      MOVE "SEM VENDA" TO LD-OCORRENCIA
                      PERFORM 2900-LISTA-PAGTO THRU 2900-LISTA-PAGTO-FIM
                      GO TO 2000-PROCESSA-FIM.
                IF CRT-SITUACAO = "R"
                   MOVE "JA LIQUIDADO" TO LD-OCORRENCIA
                   PERFORM 2900-LISTA-PAGTO THRU 2900-LISTA-PAGTO-FIM
                   GO TO 2000-PROCESSA-FIM.
                IF CRT-SITUACAO = "C"
                   MOVE "ESTORNADA" TO LD-OCORRENCIA
                   PERFORM 2900-LISTA-PAGTO THRU 2900-LISTA-PAGTO-FIM
                   GO TO 2000-PROCESSA-FIM.
                PERFORM 2100-CONFERE THRU 2100-CONFERE-FIM.
                MOVE "R"           TO CRT-SITUACAO.
                MOVE W-LIQPAGO     TO CRT-VALORRECEB.
                MOVE W-TAXALIQ     TO CRT-TAXARECEB.
                MOVE LIQ-DATAPAGTO TO CRT-DTRECEB.
                ACCEPT CRT-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE "SGP056"      TO CRT-USUARIO.
                REWRITE CARTAOREC-REG
                   INVALID KEY
                      MOVE "NAO BAIXADO" TO LD-OCORRENCIA
                      PERFORM 2900-LISTA-PAGTO THRU 2900-LISTA-PAGTO-FIM
                      GO TO 2000-PROCESSA-FIM.
                ADD 1 TO W-CONTBAIXADOS.
                MOVE "G"            TO W-MBC-FUNCAO.
                MOVE W-CONTACART    TO W-MBC-CONTA.
                MOVE LIQ-DATAPAGTO  TO W-MBC-DATA.
                MOVE "C"            TO W-MBC-TIPO.
                MOVE W-LIQPAGO      TO W-MBC-VALOR.
                MOVE "SGP056"       TO W-MBC-ORIGEM.
                MOVE LIQ-NSU        TO W-MBC-DOCUMENTO.
                MOVE "REPASSE DE CARTAO" TO W-MBC-HISTORICO.
                MOVE "SGP056"       TO W-MBC-USUARIO.
                CALL "BANCOREG" USING W-MOVBCO.
       2000-PROCESSA-FIM.
                EXIT.
      *
      * TAXA COBRADA X TAXA DA TABELA GRAVADA NA VENDA, E VALOR
      * BRUTO PAGO X VALOR DA PARCELA. A BAIXA E FEITA DO MESMO
      * JEITO - A DIVERGENCIA E COBRADA DA ADQUIRENTE A PARTE
       2100-CONFERE.
                COMPUTE W-DIFTAXA = W-TAXALIQ - CRT-VALORTAXA.
                MOVE W-DIFTAXA TO W-DIFABS.
                IF W-DIFABS > W-TOLTAXA
                   ADD 1 TO W-CONTDIVTAXA
                   ADD W-DIFTAXA TO W-TOTDIFTAXA
                   MOVE SPACES         TO LINHA-DET
                   MOVE "TAXA DIVERG." TO LD-OCORRENCIA
                   MOVE LIQ-NSU        TO LD-NSU
                   MOVE LIQ-PARCELA    TO LD-PARCELA
                   MOVE LIQ-DATAPAGTO  TO LD-DATA
                   MOVE CRT-VALORTAXA  TO LD-VALORSIS
                   MOVE W-TAXALIQ      TO LD-VALORADQ
                   MOVE W-DIFTAXA      TO LD-DIFERENCA
                   MOVE LINHA-DET TO REGRELLIQ
                   WRITE REGRELLIQ.
                IF W-BRUTOLIQ NOT = CRT-VALORBRUTO
                   ADD 1 TO W-CONTDIVBRUTO
                   MOVE SPACES         TO LINHA-DET
                   MOVE "BRUTO DIVERG." TO LD-OCORRENCIA
                   MOVE LIQ-NSU        TO LD-NSU
                   MOVE LIQ-PARCELA    TO LD-PARCELA
                   MOVE LIQ-DATAPAGTO  TO LD-DATA
                   MOVE CRT-VALORBRUTO TO LD-VALORSIS
                   MOVE W-BRUTOLIQ     TO LD-VALORADQ
                   COMPUTE LD-DIFERENCA = W-BRUTOLIQ - CRT-VALORBRUTO
                   MOVE LINHA-DET TO REGRELLIQ
                   WRITE REGRELLIQ.
       2100-CONFERE-FIM.
                EXIT.
      *
      * PAGAMENTO DA ADQUIRENTE QUE NAO BAIXOU NENHUM RECEBIVEL
       2900-LISTA-PAGTO.
                ADD 1 TO W-CONTSEMREC.
                MOVE LIQ-NSU       TO LD-NSU.
                MOVE LIQ-PARCELA   TO LD-PARCELA.
                MOVE LIQ-DATAPAGTO TO LD-DATA.
                MOVE ZEROS         TO LD-VALORSIS LD-DIFERENCA.
                MOVE W-LIQPAGO     TO LD-VALORADQ.
                MOVE LINHA-DET TO REGRELLIQ.
                WRITE REGRELLIQ.
       2900-LISTA-PAGTO-FIM.
                EXIT.
      *
      * RECEBIVEIS COM REPASSE PREVISTO ATE O CORTE E AINDA EM
      * ABERTO: A ADQUIRENTE NAO PAGOU (OU O NSU FOI DIGITADO
      * ERRADO NA VENDA E O PAGAMENTO SAIU COMO "SEM VENDA")
       3000-PENDENTES.
                MOVE SPACES TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                MOVE "REPASSES PREVISTOS E NAO RECEBIDOS:" TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE ZEROS TO CRT-CODCLI CRT-NVENDA CRT-PARCELA.
                MOVE "N" TO W-FIM.
                START CARTAOREC KEY IS NOT LESS THAN CRT-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3100-PENDENTE THRU 3100-PENDENTE-FIM
                   UNTIL W-FIM = "S".
       3000-PENDENTES-FIM.
                EXIT.
      *
       3100-PENDENTE.
                READ CARTAOREC NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIM
                      GO TO 3100-PENDENTE-FIM.
                IF CRT-SITUACAO NOT = "A"
                   OR CRT-PREVISAO > W-DATACORTE
                   GO TO 3100-PENDENTE-FIM.
                ADD 1 TO W-CONTATRASO.
                ADD CRT-VALORLIQ TO W-TOTATRASO.
                MOVE SPACES        TO LINHA-DET.
                MOVE "NAO RECEBIDO" TO LD-OCORRENCIA.
                MOVE CRT-NSU       TO LD-NSU.
                MOVE CRT-PARCELA   TO LD-PARCELA.
                MOVE CRT-PREVISAO  TO LD-DATA.
                MOVE CRT-VALORLIQ  TO LD-VALORSIS.
                MOVE ZEROS         TO LD-VALORADQ LD-DIFERENCA.
                MOVE LINHA-DET TO REGRELLIQ.
                WRITE REGRELLIQ.
       3100-PENDENTE-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO LINHA-TOT
                MOVE "LIQUIDO PAGO NO ARQUIVO.....: " TO LT-ROTULO
                MOVE W-TOTPAGO TO LT-VALOR
                MOVE LINHA-TOT TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO LINHA-TOT
                MOVE "TAXA COBRADA NO ARQUIVO.....: " TO LT-ROTULO
                MOVE W-TOTTAXA TO LT-VALOR
                MOVE LINHA-TOT TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO LINHA-TOT
                MOVE "TAXA ALEM DA CONTRATADA.....: " TO LT-ROTULO
                MOVE W-TOTDIFTAXA TO LT-VALOR
                MOVE LINHA-TOT TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO LINHA-TOT
                MOVE "REPASSES EM ATRASO..........: " TO LT-ROTULO
                MOVE W-TOTATRASO TO LT-VALOR
                MOVE LINHA-TOT TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                STRING "LINHAS LIDAS...............: " W-CONTLIDOS
                        DELIMITED BY SIZE INTO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                STRING "RECEBIVEIS BAIXADOS........: " W-CONTBAIXADOS
                        DELIMITED BY SIZE INTO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                STRING "PAGAMENTOS SEM RECEBIVEL...: " W-CONTSEMREC
                        DELIMITED BY SIZE INTO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                STRING "TAXAS DIVERGENTES..........: " W-CONTDIVTAXA
                        DELIMITED BY SIZE INTO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                STRING "VALORES BRUTOS DIVERGENTES.: " W-CONTDIVBRUTO
                        DELIMITED BY SIZE INTO REGRELLIQ
                WRITE REGRELLIQ.
                MOVE SPACES TO REGRELLIQ
                STRING "REPASSES NAO RECEBIDOS.....: " W-CONTATRASO
                        DELIMITED BY SIZE INTO REGRELLIQ
                WRITE REGRELLIQ.
                CLOSE LIQCARTAO.
                CLOSE CARTAOREC.
                CLOSE RELLIQ.
                DISPLAY "BAIXADOS: " W-CONTBAIXADOS
                        " SEM RECEBIVEL: " W-CONTSEMREC
                        " TAXA DIVERG.: " W-CONTDIVTAXA
                        " ATRASADOS: " W-CONTATRASO.
       9000-FINALIZA-FIM.
                EXIT.
