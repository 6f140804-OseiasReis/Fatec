      * ACUMULADO ANTES DA SEMANA 1; O QUE VENCE DEPOIS DA SEMANA
      * 12 SAI NUMA LINHA PROPRIA NO FIM. O SALDO DE CADA PARCELA
      * E VALOR - VALOR JA PAGO/RECEBIDO.
      * OS RECEBIVEIS DE CARTAO EM ABERTO (CARTAOREC.DAT) SAEM NUMA
      * COLUNA PROPRIA, PELO VALOR LIQUIDO DA TAXA E PELA DATA
      * PREVISTA DE REPASSE DA ADQUIRENTE, E ENTRAM NO SALDO.
      * AS DESPESAS RECORRENTES (DESPREC.DAT) DOS MESES QUE O SGP058
      * AINDA NAO GEROU (DO MES CORRENTE AOS 3 SEGUINTES) ENTRAM NAS
      * SAIDAS PELO VALOR E DIA DE VENCIMENTO DO MODELO - SENAO O
      * ALUGUEL DO MES QUE VEM SO APARECERIA DEPOIS DE GERADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CP-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CARTAOREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CRT-CHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT DESPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DRC-CODIGO
                    FILE STATUS  IS ST-ERRO5.
       SELECT RELFLX ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO3.
      *
           05 CP-DTPAGTO       PIC 9(08).
           05 CP-DT-ALTERACAO  PIC 9(08).
           05 CP-USUARIO       PIC X(08).
      *
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
       FD RELFLX
               LABEL RECORD IS STANDARD
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       77 W-DIASHOJE         PIC 9(07) VALUE ZEROS.
       77 IND                PIC 9(02) VALUE ZEROS.
       77 W-CONTREC          PIC 9(06) VALUE ZEROS.
       77 W-CONTPAG          PIC 9(06) VALUE ZEROS.
       77 W-CONTCRT          PIC 9(06) VALUE ZEROS.
       77 W-CONTDRC          PIC 9(06) VALUE ZEROS.
       77 W-NMES             PIC 9(01) VALUE ZEROS.
       77 W-ULTDIA           PIC 9(02) VALUE ZEROS.
       01 W-MESPRJ-AUX       PIC 9(06) VALUE ZEROS.
       01 W-MESPRJ-GRUPO REDEFINES W-MESPRJ-AUX.
          03 W-ANOPRJ        PIC 9(04).
          03 W-MESPRJ        PIC 9(02).
      * BALDE 1 = VENCIDAS, 2 A 13 = SEMANAS 1 A 12
       01 W-ENTRADAS.
          03 W-ENTRADA OCCURS 13 TIMES PIC 9(11)V99 VALUE ZEROS.
       01 W-SAIDAS.
          03 W-SAIDA   OCCURS 13 TIMES PIC 9(11)V99 VALUE ZEROS.
       01 W-CARTOES.
          03 W-CARTAO  OCCURS 13 TIMES PIC 9(11)V99 VALUE ZEROS.
       77 W-ENTAPOS          PIC 9(11)V99 VALUE ZEROS.
       77 W-CRTAPOS          PIC 9(11)V99 VALUE ZEROS.
       77 W-SAIAPOS          PIC 9(11)V99 VALUE ZEROS.
       77 W-SALDOSEM         PIC S9(11)V99 VALUE ZEROS.
       77 W-SALDOACUM        PIC S9(11)V99 VALUE ZEROS.
       01 LINHA-REL.
          03 LR-ROTULO       PIC X(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-ENTRADA      PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-CARTAO       PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-SAIDA        PIC ZZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-SALDOSEM     PIC -ZZZZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-SALDOACUM    PIC -ZZZZZZ9,99.
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
                MOVE "N" TO W-FIM.
                PERFORM 3000-PROCESSA-PAG THRU 3000-PROCESSA-PAG-FIM
                        UNTIL W-FIM = "S".
                MOVE "N" TO W-FIM.
      * SEM CARTAOREC.DAT (NENHUMA VENDA NO CARTAO) A COLUNA SAI
      * ZERADA
                OPEN INPUT CARTAOREC
                IF ST-ERRO4 = "00"
                   PERFORM 3500-PROCESSA-CRT THRU 3500-PROCESSA-CRT-FIM
                           UNTIL W-FIM = "S"
                   CLOSE CARTAOREC.
                MOVE "N" TO W-FIM.
                OPEN INPUT DESPREC
                IF ST-ERRO5 = "00"
                   PERFORM 3700-PROCESSA-DRC THRU 3700-PROCESSA-DRC-FIM
                           UNTIL W-FIM = "S"
                   CLOSE DESPREC.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                GOBACK.
      *
                        DELIMITED BY SIZE INTO REGRELFLX
                WRITE REGRELFLX.
                MOVE SPACES TO REGRELFLX
                MOVE "SEMANA         ENTRADAS      CARTAO      SAIDAS
      -              "  SALDO SEM. SALDO ACUM." TO REGRELFLX
                WRITE REGRELFLX.
                MOVE SPACES TO REGRELFLX
                WRITE REGRELFLX.
       3000-PROCESSA-PAG-FIM.
                EXIT.
      *
      * RECEBIVEL DE CARTAO AINDA NAO REPASSADO, PELO LIQUIDO
       3500-PROCESSA-CRT.
                READ CARTAOREC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3500-PROCESSA-CRT-FIM.
                IF CRT-SITUACAO NOT = "A"
                   GO TO 3500-PROCESSA-CRT-FIM.
                ADD 1 TO W-CONTCRT
                MOVE CRT-PREVISAO TO W-DATA-AUX
                PERFORM 2250-ACHA-SEMANA THRU 2250-ACHA-SEMANA-FIM.
                IF W-SEMANA = 99
                   ADD CRT-VALORLIQ TO W-CRTAPOS
                ELSE
                   ADD CRT-VALORLIQ TO W-CARTAO(W-SEMANA).
       3500-PROCESSA-CRT-FIM.
                EXIT.
      *
      * MODELO DE DESPESA RECORRENTE ATIVO: UMA SAIDA PREVISTA POR
      * MES AINDA NAO GERADO, DO MES CORRENTE ATE 3 MESES A FRENTE
       3700-PROCESSA-DRC.
                READ DESPREC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3700-PROCESSA-DRC-FIM.
                IF DRC-SITUACAO NOT = "A"
                   GO TO 3700-PROCESSA-DRC-FIM.
                COMPUTE W-MESPRJ-AUX = W-DATAHOJE / 100.
                PERFORM 3750-PROJETA-MES THRU 3750-PROJETA-MES-FIM
                   VARYING W-NMES FROM 0 BY 1 UNTIL W-NMES > 3.
       3700-PROCESSA-DRC-FIM.
                EXIT.
      *
       3750-PROJETA-MES.
                IF W-MESPRJ-AUX NOT > DRC-ULTMES
                   GO TO 3750-PROJETA-MES-PROX.
                IF W-MESPRJ = 12
                   MOVE 31 TO W-ULTDIA
                ELSE
                   COMPUTE W-ULTDIA = TAB-DIASMES(W-MESPRJ + 1)
                                    - TAB-DIASMES(W-MESPRJ).
                MOVE W-ANOPRJ TO W-ANOAUX.
                MOVE W-MESPRJ TO W-MESAUX.
                IF DRC-DIAVENC > W-ULTDIA
                   MOVE W-ULTDIA TO W-DIAAUX
                ELSE
                   MOVE DRC-DIAVENC TO W-DIAAUX.
                ADD 1 TO W-CONTDRC
                PERFORM 2250-ACHA-SEMANA THRU 2250-ACHA-SEMANA-FIM.
                IF W-SEMANA = 99
                   ADD DRC-VALOR TO W-SAIAPOS
                ELSE
                   ADD DRC-VALOR TO W-SAIDA(W-SEMANA).
       3750-PROJETA-MES-PROX.
                ADD 1 TO W-MESPRJ.
                IF W-MESPRJ > 12
                   MOVE 1 TO W-MESPRJ
                   ADD 1 TO W-ANOPRJ.
       3750-PROJETA-MES-FIM.
                EXIT.
      *
      * BALDE DO VENCIMENTO EM W-DATA-AUX: 1 = JA VENCIDO, 2 A 13 =
      * SEMANAS 1 A 12 A FRENTE, 99 = DEPOIS DA SEMANA 12
       2250-ACHA-SEMANA.
                MOVE SPACES TO LINHA-REL
                MOVE "APOS 12 SEM." TO LR-ROTULO
                MOVE W-ENTAPOS TO LR-ENTRADA
                MOVE W-CRTAPOS TO LR-CARTAO
                MOVE W-SAIAPOS TO LR-SAIDA
                COMPUTE W-SALDOSEM = W-ENTAPOS + W-CRTAPOS - W-SAIAPOS
                MOVE W-SALDOSEM TO LR-SALDOSEM
                COMPUTE W-SALDOACUM = W-SALDOACUM + W-SALDOSEM
                MOVE W-SALDOACUM TO LR-SALDOACUM
                STRING "PARCELAS A PAGAR....: " W-CONTPAG
                        DELIMITED BY SIZE INTO REGRELFLX
                WRITE REGRELFLX.
                MOVE SPACES TO REGRELFLX
                STRING "RECEBIVEIS CARTAO...: " W-CONTCRT
                        DELIMITED BY SIZE INTO REGRELFLX
                WRITE REGRELFLX.
                MOVE SPACES TO REGRELFLX
                STRING "RECORRENTES PREVIST.: " W-CONTDRC
                        DELIMITED BY SIZE INTO REGRELFLX
                WRITE REGRELFLX.
                CLOSE CONTASREC.
                CLOSE CONTASPAG.
                CLOSE RELFLX.
                   STRING "SEMANA " W-SEMLBL DELIMITED BY SIZE
                           INTO LR-ROTULO.
                MOVE W-ENTRADA(IND) TO LR-ENTRADA.
                MOVE W-CARTAO(IND)  TO LR-CARTAO.
                MOVE W-SAIDA(IND)   TO LR-SAIDA.
                COMPUTE W-SALDOSEM = W-ENTRADA(IND) + W-CARTAO(IND)
                                   - W-SAIDA(IND).
                MOVE W-SALDOSEM TO LR-SALDOSEM.
                COMPUTE W-SALDOACUM = W-SALDOACUM + W-SALDOSEM.
                MOVE W-SALDOACUM TO LR-SALDOACUM.
