      * CARIMBA DT-ALTERACAO/USUARIO E LANCA O AJUSTE NO DIARIO
      * DE ESTOQUE (MOVESTOQUE.DAT).
      * ARQUIVO DE ENTRADA: CONTAGEM.TXT (CODIGO 9(08) +
      * QUANTIDADE CONTADA 9(06) + USUARIO QUE CONTOU X(08),
      * OPCIONAL), UMA LINHA POR PRODUTO. LINHA SEM O USUARIO
      * FICA COM O CONTADOR INFORMADO NA ABERTURA.
      * CADA AJUSTE DO MODO A VAI PARA O LOGAUD (ARQUIVO
      * 'INVENTARIO') COM QUEM CONTOU E QUEM AJUSTOU - O SGP079
      * APONTA O AJUSTE FEITO PELA MESMA PESSOA QUE CONTOU.
      * A LINHA PODE TRAZER AINDA O LOCAL X(01) (L=LOJA,
      * D=DEPOSITO). COM LOCAL, A COMPARACAO E O AJUSTE SAO SOBRE O
      * SALDO DAQUELE LOCAL (SALDOLOCAL.DAT) E O PRO-ESTOQUE SO
      * ANDA PELA DIFERENCA; SEM LOCAL VALE O TOTAL, COMO ANTES.
      * NO MODO A, TODA LINHA CONTADA (BATENDO OU NAO) ATUALIZA O
      * CONTROLE DA CONTAGEM CICLICA: CICLOCONT.DAT (ULTIMA
      * CONTAGEM POR PRODUTO/LOCAL, USADA PELO SGP081 PARA MONTAR
      * A LISTA DO DIA) E CICLOACUR.DAT (ACURACIA DO MES POR
      * CLASSE DA CURVA ABC DO SGP023).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERROMOV.
       SELECT RELINV ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO3.
       SELECT LOGAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROAUD.
       SELECT CKP019 ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROCKP.
       SELECT SALDOLOCAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
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
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS ACU-CHAVE
                    FILE STATUS  IS ST-ERROACU.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       01 REGCONTAGEM.
                03 CTG-PRODUTO         PIC 9(08).
                03 CTG-QTDCONTADA      PIC 9(06).
                03 CTG-CONTADOR        PIC X(08).
                03 CTG-LOCAL           PIC X(01).
      *
       FD PRODUTO
               LABEL RECORD IS STANDARD
           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).
      *
       FD MOVESTOQUE
               LABEL RECORD IS STANDARD
                03 MOV-USUARIO      PIC X(08).
                03 MOV-LOTE         PIC X(10).
                03 MOV-LOCAL        PIC X(01).
      *
       FD LOGAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGAUD.DAT".
       01 LOGAUD-REG.
                03 AUD-ARQUIVO      PIC X(12).
                03 AUD-CHAVE        PIC X(20).
                03 AUD-OPERACAO     PIC X(01).
                03 AUD-DATA         PIC 9(08).
                03 AUD-HORA         PIC 9(08).
                03 AUD-USUARIO      PIC X(08).
                03 AUD-ANTES        PIC X(250).
                03 AUD-DEPOIS       PIC X(250).
      *
       FD RELINV
               LABEL RECORD IS STANDARD
                03 CKP-CONTAJUSTADOS   PIC 9(06).
                03 CKP-CONTREJEITADOS  PIC 9(06).
                03 CKP-MODO            PIC X(01).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROMOV         PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERROCKP         PIC X(02) VALUE "00".
       77 ST-ERROAUD         PIC X(02) VALUE "00".
       77 ST-ERROSLC         PIC X(02) VALUE "00".
       77 ST-ERROABC         PIC X(02) VALUE "00".
       77 ST-ERROCIC         PIC X(02) VALUE "00".
       77 ST-ERROACU         PIC X(02) VALUE "00".
       77 W-SLCABERTO        PIC X(01) VALUE "N".
       77 W-ABCABERTO        PIC X(01) VALUE "N".
       77 W-CICABERTO        PIC X(01) VALUE "N".
       77 W-SLCEXISTE        PIC X(01) VALUE "N".
       77 W-REGEXISTE        PIC X(01) VALUE "N".
       77 W-LOCALOK          PIC X(01) VALUE "S".
       77 W-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 W-CLASSEABC        PIC X(01) VALUE "C".
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-REINICIO         PIC X(01) VALUE "N".
       77 W-MODO             PIC X(01) VALUE "C".
       77 W-SKIPALVO         PIC 9(06) VALUE ZEROS.
       77 W-SKIPCONT         PIC 9(06) VALUE ZEROS.
       77 W-USUARIO          PIC X(08) VALUE SPACES.
       77 W-CONTADOR         PIC X(08) VALUE SPACES.
       77 W-DIFERENCA        PIC 9(06) VALUE ZEROS.
       77 W-SINAL            PIC X(01) VALUE SPACES.
       77 W-VALORDIF         PIC 9(12)V99 VALUE ZEROS.
      * IMAGEM GRAVADA NO LOGAUD A CADA AJUSTE
       01 W-AUDINV.
          03 W-AIV-CONTADOR  PIC X(08).
          03 W-AIV-SISTEMA   PIC 9(06).
          03 W-AIV-CONTADO   PIC 9(06).
          03 W-AIV-SINAL     PIC X(01).
          03 W-AIV-DIFERENCA PIC 9(06).
          03 W-AIV-VALORDIF  PIC 9(12)V99.
      * CONSULTA DO PERIODO FECHADO (MODULO FECHACHK)
       01 W-FECHA.
          03 W-FEC-DATA      PIC 9(08).
          03 W-FEC-FECHADO   PIC X(01).
          03 W-FEC-DTFECHADO PIC 9(08).
       01 LINHA-REL.
          03 LR-PRODUTO      PIC 9(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-DIFERENCA    PIC ZZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-VALORDIF     PIC ZZZZZZZZZZ9,99.
          03 FILLER          PIC X(06) VALUE SPACES.
          03 LR-LOCAL        PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                END-IF.
                DISPLAY "USUARIO RESPONSAVEL PELO INVENTARIO: ".
                ACCEPT W-USUARIO.
                DISPLAY "USUARIO QUE FEZ A CONTAGEM: ".
                ACCEPT W-CONTADOR.
                DISPLAY "MODO (C=CONFERENCIA / A=AJUSTE): ".
                ACCEPT W-MODO.
                IF W-MODO NOT = "A"
                   MOVE "C" TO W-MODO.
      * O AJUSTE E LANCADO COM A DATA DE HOJE - NAO ENTRA EM MES JA
      * FECHADO PELA CONTABILIDADE (CADFEC)
                IF W-MODO = "A"
                   ACCEPT W-FEC-DATA FROM DATE YYYYMMDD
                   CALL "FECHACHK" USING W-FECHA
                   IF W-FEC-FECHADO = "S"
                      DISPLAY "PERIODO FECHADO - AJUSTE RECUSADO"
                      CLOSE CONTAGEM
                      CLOSE PRODUTO
                      CLOSE MOVESTOQUE
                      STOP RUN.
                IF W-MODO = "A"
                   OPEN EXTEND LOGAUD
                   IF ST-ERROAUD NOT = "00"
                      OPEN OUTPUT LOGAUD.
                PERFORM 1050-ABRE-LOCAL THRU 1050-ABRE-LOCAL-FIM.
                PERFORM 1100-RETOMA-CKP THRU 1100-RETOMA-CKP-FIM.
                IF W-REINICIO = "S"
                   OPEN EXTEND RELINV
                   MOVE "PRODUTO   DESCRICAO
      -                 "  SISTEMA CONTADO  DIFER.   VALOR CUSTO"
                           TO REGRELINV
                   MOVE "LOCAL" TO REGRELINV(88:5)
                   WRITE REGRELINV
                   MOVE SPACES TO REGRELINV
                   WRITE REGRELINV
                END-IF.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * SALDO POR LOCAL E CURVA ABC SO SAO LIDOS; O CONTROLE DA
      * CONTAGEM CICLICA SO E GRAVADO NO MODO A
       1050-ABRE-LOCAL.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                IF W-MODO = "A"
                   OPEN I-O SALDOLOCAL
                ELSE
                   OPEN INPUT SALDOLOCAL.
                IF ST-ERROSLC = "00"
                   MOVE "S" TO W-SLCABERTO.
                OPEN INPUT CURVAABC
                IF ST-ERROABC = "00"
                   MOVE "S" TO W-ABCABERTO.
                IF W-MODO NOT = "A"
                   GO TO 1050-ABRE-LOCAL-FIM.
                OPEN I-O CICLOCONT
                IF ST-ERROCIC = "35"
                   OPEN OUTPUT CICLOCONT
                   CLOSE CICLOCONT
                   OPEN I-O CICLOCONT
                END-IF.
                OPEN I-O CICLOACUR
                IF ST-ERROACU = "35"
                   OPEN OUTPUT CICLOACUR
                   CLOSE CICLOACUR
                   OPEN I-O CICLOACUR
                END-IF.
                IF ST-ERROCIC = "00" AND ST-ERROACU = "00"
                   MOVE "S" TO W-CICABERTO
                ELSE
                   DISPLAY "CONTROLE DA CONTAGEM CICLICA INDISPONIVEL".
       1050-ABRE-LOCAL-FIM.
                EXIT.
      *
       1100-RETOMA-CKP.
                OPEN INPUT CKP019
                      MOVE LINHA-REL TO REGRELINV
                      WRITE REGRELINV
                      GO TO 2000-PROCESSA-CKP.
                PERFORM 2100-SALDO-LOCAL THRU 2100-SALDO-LOCAL-FIM.
                IF W-LOCALOK NOT = "S"
                   ADD 1 TO W-CONTREJEITADOS
                   MOVE SPACES TO LINHA-REL
                   MOVE CTG-PRODUTO TO LR-PRODUTO
                   MOVE "*** LOCAL INVALIDO ***" TO LR-DESCRICAO
                   MOVE CTG-LOCAL TO LR-LOCAL
                   MOVE LINHA-REL TO REGRELINV
                   WRITE REGRELINV
                   GO TO 2000-PROCESSA-CKP.
                IF CTG-QTDCONTADA = W-SISTEMA
                   MOVE ZEROS TO W-DIFERENCA W-VALORDIF
                   MOVE SPACES TO W-SINAL
                   PERFORM 2500-REGISTRA-CICLO
                      THRU 2500-REGISTRA-CICLO-FIM
                   GO TO 2000-PROCESSA-CKP.
                PERFORM 3000-DIVERGENCIA THRU 3000-DIVERGENCIA-FIM.
                IF W-MODO = "A"
                   PERFORM 4000-AJUSTA THRU 4000-AJUSTA-FIM.
                PERFORM 2500-REGISTRA-CICLO
                   THRU 2500-REGISTRA-CICLO-FIM.
       2000-PROCESSA-CKP.
                DIVIDE W-CONTLIDOS BY W-INTERVALOCKP
                        GIVING W-QUOCCKP REMAINDER W-RESTOCKP.
                   PERFORM 1900-GRAVA-CKP THRU 1900-GRAVA-CKP-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
      * BASE DA COMPARACAO: SEM LOCAL, O ESTOQUE TOTAL DO PRODUTO;
      * COM LOCAL, O SALDO DAQUELE LOCAL (ZERO SE AINDA NAO EXISTE)
       2100-SALDO-LOCAL.
                MOVE "S" TO W-LOCALOK.
                MOVE "N" TO W-SLCEXISTE.
                IF CTG-LOCAL = SPACES OR LOW-VALUES
                   MOVE SPACE TO CTG-LOCAL
                   MOVE PRO-ESTOQUE TO W-SISTEMA
                   GO TO 2100-SALDO-LOCAL-FIM.
                IF CTG-LOCAL NOT = "L" AND CTG-LOCAL NOT = "D"
                   MOVE "N" TO W-LOCALOK
                   GO TO 2100-SALDO-LOCAL-FIM.
                IF W-SLCABERTO NOT = "S"
                   MOVE "N" TO W-LOCALOK
                   GO TO 2100-SALDO-LOCAL-FIM.
                MOVE CTG-PRODUTO TO SLC-PRODUTO.
                MOVE CTG-LOCAL   TO SLC-LOCAL.
                READ SALDOLOCAL
                   INVALID KEY
                      MOVE ZEROS TO W-SISTEMA
                   NOT INVALID KEY
                      MOVE "S" TO W-SLCEXISTE
                      MOVE SLC-QTD TO W-SISTEMA
                END-READ.
       2100-SALDO-LOCAL-FIM.
                EXIT.
      *
      * CONTAGEM CICLICA (SO MODO A): DATA DA ULTIMA CONTAGEM DO
      * PRODUTO/LOCAL E ACURACIA DO MES POR CLASSE ABC. PRODUTO
      * FORA DA CURVA (SEM VENDA NO PERIODO) CONTA COMO CLASSE C
       2500-REGISTRA-CICLO.
                IF W-MODO NOT = "A" OR W-CICABERTO NOT = "S"
                   GO TO 2500-REGISTRA-CICLO-FIM.
                MOVE "C" TO W-CLASSEABC.
                IF W-ABCABERTO = "S"
                   MOVE CTG-PRODUTO TO ABC-PRODUTO
                   READ CURVAABC
                      NOT INVALID KEY
                         MOVE ABC-CLASSE TO W-CLASSEABC
                   END-READ.
                MOVE CTG-PRODUTO TO CIC-PRODUTO.
                MOVE CTG-LOCAL   TO CIC-LOCAL.
                READ CICLOCONT
                   INVALID KEY
                      MOVE "N" TO W-REGEXISTE
                      MOVE ZEROS TO CIC-QTDCONT CIC-QTDACERTO
                   NOT INVALID KEY
                      MOVE "S" TO W-REGEXISTE
                END-READ.
                MOVE W-CLASSEABC TO CIC-CLASSE.
                MOVE W-HOJE TO CIC-ULTCONT CIC-DT-ALTERACAO.
                ADD 1 TO CIC-QTDCONT.
                IF W-DIFERENCA = ZEROS
                   ADD 1 TO CIC-QTDACERTO.
                MOVE CTG-CONTADOR TO CIC-CONTADOR.
                IF CTG-CONTADOR = SPACES OR LOW-VALUES
                   MOVE W-CONTADOR TO CIC-CONTADOR.
                MOVE W-USUARIO TO CIC-USUARIO.
                IF W-REGEXISTE = "S"
                   REWRITE CICLOCONT-REG
                ELSE
                   WRITE CICLOCONT-REG.
                COMPUTE ACU-ANOMES = W-HOJE / 100.
                MOVE W-CLASSEABC TO ACU-CLASSE.
                READ CICLOACUR
                   INVALID KEY
                      MOVE "N" TO W-REGEXISTE
                      MOVE ZEROS TO ACU-CONTADOS ACU-ACERTOS
                                    ACU-UNIDIVERG ACU-VALORDIVERG
                   NOT INVALID KEY
                      MOVE "S" TO W-REGEXISTE
                END-READ.
                ADD 1 TO ACU-CONTADOS.
                IF W-DIFERENCA = ZEROS
                   ADD 1 TO ACU-ACERTOS.
                ADD W-DIFERENCA TO ACU-UNIDIVERG.
                ADD W-VALORDIF  TO ACU-VALORDIVERG.
                IF W-REGEXISTE = "S"
                   REWRITE CICLOACUR-REG
                ELSE
                   WRITE CICLOACUR-REG.
       2500-REGISTRA-CICLO-FIM.
                EXIT.
      *
       3000-DIVERGENCIA.
                ADD 1 TO W-CONTDIVERG
                IF CTG-QTDCONTADA > W-SISTEMA
                   COMPUTE W-DIFERENCA = CTG-QTDCONTADA - W-SISTEMA
                   MOVE "+" TO W-SINAL
                ELSE
                   COMPUTE W-DIFERENCA = W-SISTEMA - CTG-QTDCONTADA
                   MOVE "-" TO W-SINAL.
                COMPUTE W-VALORDIF = W-DIFERENCA * PRO-PRECOCUSTO.
                MOVE SPACES TO LINHA-REL
                MOVE PRO-CODIGO     TO LR-PRODUTO
                MOVE PRO-DESCRICAO  TO LR-DESCRICAO
                MOVE W-SISTEMA      TO LR-SISTEMA
                MOVE CTG-QTDCONTADA TO LR-CONTADO
                MOVE W-SINAL        TO LR-SINAL
                MOVE W-DIFERENCA    TO LR-DIFERENCA
                MOVE W-VALORDIF     TO LR-VALORDIF
                MOVE CTG-LOCAL      TO LR-LOCAL
                MOVE LINHA-REL TO REGRELINV
                WRITE REGRELINV.
       3000-DIVERGENCIA-FIM.
                EXIT.
      *
       4000-AJUSTA.
                MOVE W-SISTEMA TO W-AIV-SISTEMA.
      * COM LOCAL, O TOTAL ANDA SO PELA DIFERENCA DAQUELE LOCAL
                IF CTG-LOCAL = SPACE
                   MOVE CTG-QTDCONTADA TO PRO-ESTOQUE
                ELSE
                IF W-SINAL = "+"
                   ADD W-DIFERENCA TO PRO-ESTOQUE
                ELSE
                IF PRO-ESTOQUE > W-DIFERENCA
                   SUBTRACT W-DIFERENCA FROM PRO-ESTOQUE
                ELSE
                   MOVE ZEROS TO PRO-ESTOQUE.
                ACCEPT PRO-DT-ALTERACAO FROM DATE YYYYMMDD.
                MOVE W-USUARIO TO PRO-USUARIO.
                REWRITE PRODUTO-REG
                      ADD 1 TO W-CONTREJEITADOS
                      GO TO 4000-AJUSTA-FIM.
                ADD 1 TO W-CONTAJUSTADOS.
                IF CTG-LOCAL NOT = SPACE
                   PERFORM 4050-GRAVA-LOCAL THRU 4050-GRAVA-LOCAL-FIM.
                PERFORM 4100-GRAVA-MOV THRU 4100-GRAVA-MOV-FIM.
                PERFORM 4200-GRAVA-AUD THRU 4200-GRAVA-AUD-FIM.
       4000-AJUSTA-FIM.
                EXIT.
      *
       4050-GRAVA-LOCAL.
                MOVE CTG-PRODUTO    TO SLC-PRODUTO.
                MOVE CTG-LOCAL      TO SLC-LOCAL.
                MOVE CTG-QTDCONTADA TO SLC-QTD.
                MOVE W-HOJE         TO SLC-DT-ALTERACAO.
                MOVE W-USUARIO      TO SLC-USUARIO.
                IF W-SLCEXISTE = "S"
                   REWRITE SALDOLOCAL-REG
                ELSE
                   WRITE SALDOLOCAL-REG.
       4050-GRAVA-LOCAL-FIM.
                EXIT.
      *
      * LANCA O AJUSTE NO DIARIO DE ESTOQUE. O SEQUENCIAL E POR
      * PRODUTO/DIA: COMECA EM 1 E, SE A CHAVE JA EXISTE, AVANCA
                MOVE W-DIFERENCA TO MOV-QTD
                MOVE PRO-ESTOQUE TO MOV-SALDO
                MOVE W-USUARIO TO MOV-USUARIO.
                MOVE SPACES TO MOV-LOTE.
                MOVE CTG-LOCAL TO MOV-LOCAL.
       4110-GRAVA-MOV-TENTA.
                WRITE MOVESTOQUE-REG.
                IF ST-ERROMOV NOT = "00" AND ST-ERROMOV NOT = "02"
                      GO TO 4110-GRAVA-MOV-TENTA.
       4100-GRAVA-MOV-FIM.
                EXIT.
      *
      * USUARIO DO DIARIO = QUEM AJUSTOU; O CONTADOR VAI NA IMAGEM
       4200-GRAVA-AUD.
                MOVE CTG-CONTADOR TO W-AIV-CONTADOR.
                IF CTG-CONTADOR = SPACES OR LOW-VALUES
                   MOVE W-CONTADOR TO W-AIV-CONTADOR.
                MOVE CTG-QTDCONTADA TO W-AIV-CONTADO.
                MOVE W-SINAL TO W-AIV-SINAL.
                MOVE W-DIFERENCA TO W-AIV-DIFERENCA.
                MOVE W-VALORDIF TO W-AIV-VALORDIF.
                MOVE "INVENTARIO" TO AUD-ARQUIVO.
                MOVE SPACES TO AUD-CHAVE.
                MOVE PRO-CODIGO TO AUD-CHAVE.
                MOVE CTG-LOCAL TO AUD-CHAVE(9:1).
                MOVE "A" TO AUD-OPERACAO.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD.
                ACCEPT AUD-HORA FROM TIME.
                MOVE W-USUARIO TO AUD-USUARIO.
                MOVE SPACES TO AUD-ANTES.
                MOVE W-AUDINV TO AUD-DEPOIS.
                WRITE LOGAUD-REG.
       4200-GRAVA-AUD-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELINV
                CLOSE PRODUTO.
                CLOSE MOVESTOQUE.
                CLOSE RELINV.
                IF W-MODO = "A"
                   CLOSE LOGAUD.
                IF W-SLCABERTO = "S"
                   CLOSE SALDOLOCAL.
                IF W-ABCABERTO = "S"
                   CLOSE CURVAABC.
                IF W-CICABERTO = "S"
                   CLOSE CICLOCONT
                   CLOSE CICLOACUR.
                OPEN OUTPUT CKP019.
                CLOSE CKP019.
       9000-FINALIZA-FIM.
