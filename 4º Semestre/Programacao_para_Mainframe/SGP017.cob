      * RESTAURACAO CAIR NO MEIO, A PROXIMA EXECUCAO RETOMA NA
      * ETAPA SEGUINTE A ULTIMA CONCLUIDA. AS CHAVES ALTERNADAS DE
      * CADA ARQUIVO SAO AS MESMAS DO CADASTRO QUE O CRIA.
      * REAPLICACAO DO DIARIO (ETAPA 8, OPCIONAL): DEPOIS DA CARGA DO
      * BACKUP, AS IMAGENS DEPOIS DO LOGAUD.DAT SAO REAPLICADAS NA
      * ORDEM DO DIARIO, DA DATA/HORA DO BACKUP (VER O DIARIO DO
      * SGP048, INICIO DO SGP013) ATE A DATA/HORA LIMITE INFORMADA,
      * SO NOS ARQUIVOS RESTAURADOS QUE TEM DIARIO (CEP, PRODUTO,
      * CLIENTE, VENDAS, VENDASITEM E PETSHOP). INCLUSAO (I) GRAVA;
      * ALTERACAO (A) E ANONIMIZACAO (N) REGRAVAM - OU TROCAM A
      * CHAVE, COMO NA FUSAO DE CLIENTES; EXCLUSAO (E) APAGA OU,
      * QUANDO E LOGICA, REGRAVA. SO APLICA SE O REGISTRO ATUAL
      * CONFERE COM A IMAGEM ANTES; SE JA ESTA IGUAL A IMAGEM DEPOIS
      * CONTA COMO JA APLICADO (PODE RODAR DE NOVO NA RETOMADA). O
      * QUE NAO CONFERE E PULADO E LISTADO, COM A CONCILIACAO POR
      * ARQUIVO NO FIM (REAPLICA-*.LST). ALTERACOES FEITAS POR
      * PROGRAMA QUE NAO GRAVA DIARIO (CADENT, SGP020...) APARECEM
      * AQUI COMO IMAGEM ANTES QUE NAO CONFERE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
       SELECT CEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE-CIDBAIRRO
                    FILE STATUS  IS ST-ERRO2.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO2.
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                    FILE STATUS  IS ST-ERRO2.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT BKPVENDAS ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO2.
       SELECT VENDASITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT BKPVENDASITEM ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO2.
       SELECT PETS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PETS-KEY
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PETS-TEL
       SELECT CKP017 ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROCKP.
       SELECT LOGAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROAUD.
       SELECT RELREA ASSIGN TO DISK
                    FILE STATUS  IS ST-ERROREL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 PRO-DT-ALTERACAO     PIC 9(08).
                03 PRO-USUARIO          PIC X(08).
                03 PRO-EAN              PIC 9(13).
                03 PRO-NCM              PIC 9(08).
      *
       FD BKPPRODUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODUTO.BKP".
       01 REGBKPPRODUTO          PIC X(101).
      *
       FD CLIENTE
               LABEL RECORD IS STANDARD
                03 CLI-DT-ALTERACAO PIC 9(08).
                03 CLI-USUARIO      PIC X(08).
                03 CLI-LIMITECRED   PIC 9(09)V99.
                03 CLI-CONSENTE     PIC X(01).
                03 CLI-CANALMSG     PIC X(01).
                03 CLI-GRUPO        PIC 9(02).
      *
       FD BKPCLIENTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CLIENTE.BKP".
       01 REGBKPCLIENTE          PIC X(239).
      *
       FD VENDAS
               LABEL RECORD IS STANDARD
       01 REGCKP017.
                03 CKP-ETAPA           PIC 9(01).
                03 CKP-SELECAO         PIC 9(01).
                03 CKP-REAPLICA        PIC X(01).
                03 CKP-DTINI           PIC 9(08).
                03 CKP-HRINI           PIC 9(08).
                03 CKP-DTLIM           PIC 9(08).
                03 CKP-HRLIM           PIC 9(08).
      *
      * DIARIO DE AUDITORIA (MESMO LEIAUTE DOS CADASTROS)
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
       FD RELREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELREA              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-ETAPA            PIC 9(01) VALUE ZEROS.
       77 W-SELECAO          PIC 9(01) VALUE ZEROS.
       77 W-RETOMADA         PIC X(01) VALUE "N".
       77 ST-ERROAUD         PIC X(02) VALUE "00".
       77 ST-ERROREL         PIC X(02) VALUE "00".
       77 W-REAPLICA         PIC X(01) VALUE "N".
       77 W-HHMM             PIC 9(04) VALUE ZEROS.
       77 W-ARQ              PIC 9(01) VALUE ZEROS.
       77 W-I                PIC 9(02) VALUE ZEROS.
       77 W-TAM              PIC 9(02) VALUE ZEROS.
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-OK               PIC X(01) VALUE "N".
       77 W-MOTIVO           PIC X(30) VALUE SPACES.
       77 W-TOTLIDOS         PIC 9(06) VALUE ZEROS.
       01 W-IMAGEM           PIC X(250) VALUE SPACES.
       01 W-ATUAL            PIC X(250) VALUE SPACES.
      * JANELA DA REAPLICACAO: DATA+HORA (HHMMSSCC) DO DIARIO
       01 W-MOMINI.
          03 W-DTINI         PIC 9(08) VALUE ZEROS.
          03 W-HRINI         PIC 9(08) VALUE ZEROS.
       01 W-MOMLIM.
          03 W-DTLIM         PIC 9(08) VALUE ZEROS.
          03 W-HRLIM         PIC 9(08) VALUE ZEROS.
       01 W-MOMAUD.
          03 W-MOMAUD-DATA   PIC 9(08) VALUE ZEROS.
          03 W-MOMAUD-HORA   PIC 9(08) VALUE ZEROS.
      * ARQUIVOS NA ORDEM DA SELECAO (1-7): NOME GRAVADO EM
      * AUD-ARQUIVO E TAMANHO DA CHAVE NO INICIO DO REGISTRO.
      * AMIGOSFATEC NAO TEM DIARIO
       01 W-TABARQX.
          03 FILLER PIC X(14) VALUE "CEP         08".
          03 FILLER PIC X(14) VALUE "PRODUTO     08".
          03 FILLER PIC X(14) VALUE "CLIENTE     12".
          03 FILLER PIC X(14) VALUE "VENDAS      18".
          03 FILLER PIC X(14) VALUE "VENDASITEM  21".
          03 FILLER PIC X(14) VALUE "AMIGOSFATEC 12".
          03 FILLER PIC X(14) VALUE "PETSHOP     06".
       01 W-TABARQAUX REDEFINES W-TABARQX.
          03 W-TABARQ OCCURS 7 TIMES.
             05 W-NOMEARQ    PIC X(12).
             05 W-TAMCHAVE   PIC 9(02).
       01 W-CONTADORES.
          03 W-CONTARQ OCCURS 7 TIMES.
             05 W-ABERTO     PIC X(01).
             05 W-QLIDOS     PIC 9(06).
             05 W-QREAPL     PIC 9(06).
             05 W-QJA        PIC 9(06).
             05 W-QREJ       PIC 9(06).
       01 LINHA-REJ.
          03 LJ-ARQUIVO      PIC X(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-CHAVE        PIC X(20).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-OPERACAO     PIC X(01).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-DATA         PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-HORA         PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-USUARIO      PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LJ-MOTIVO       PIC X(30).
       01 LINHA-CON.
          03 LC-ARQUIVO      PIC X(12).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LC-LIDOS        PIC ZZZZZ9.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 LC-REAPL        PIC ZZZZZ9.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 LC-JA           PIC ZZZZZ9.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 LC-REJ          PIC ZZZZZ9.
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
                   MOVE 7 TO W-ETAPA
                   PERFORM 1900-GRAVA-CKP THRU 1900-GRAVA-CKP-FIM
                END-IF.
                IF W-ETAPA < 8
                   IF W-REAPLICA = "S"
                      PERFORM 2800-REAPLICA-DIARIO
                         THRU 2800-REAPLICA-DIARIO-FIM
                   END-IF
                   MOVE 8 TO W-ETAPA
                   PERFORM 1900-GRAVA-CKP THRU 1900-GRAVA-CKP-FIM
                END-IF.
                MOVE ZEROS TO W-ETAPA W-SELECAO.
                MOVE "N" TO W-REAPLICA.
                PERFORM 1900-GRAVA-CKP THRU 1900-GRAVA-CKP-FIM.
                STOP RUN.
      *
                IF W-ETAPA NOT = ZEROS
                   MOVE "S" TO W-RETOMADA
                   MOVE CKP-SELECAO TO W-SELECAO
                   MOVE CKP-DTINI TO W-DTINI
                   MOVE CKP-HRINI TO W-HRINI
                   MOVE CKP-DTLIM TO W-DTLIM
                   MOVE CKP-HRLIM TO W-HRLIM
                   IF CKP-REAPLICA = "S"
                      MOVE "S" TO W-REAPLICA
                   END-IF
                   DISPLAY "RETOMANDO RESTAURACAO A PARTIR DA ETAPA: "
                           W-ETAPA.
       1000-RETOMA-CKP-FIM.
      * RESTAURACAO DE UM ARQUIVO SO: PULA DIRETO PARA A ETAPA DELE
                IF W-SELECAO > 1
                   COMPUTE W-ETAPA = W-SELECAO - 1.
                DISPLAY "REAPLICAR O DIARIO LOGAUD DEPOIS (S/N): ".
                ACCEPT W-REAPLICA.
                IF W-REAPLICA NOT = "S"
                   MOVE "N" TO W-REAPLICA
                   GO TO 1100-SELECIONA-FIM.
      * AS HORAS SAO DIGITADAS EM HHMM: O INICIO PEGA O MINUTO
      * INTEIRO DO BACKUP E O LIMITE VAI ATE O FIM DO SEU MINUTO
                DISPLAY "DATA DO BACKUP RESTAURADO (AAAAMMDD): ".
                ACCEPT W-DTINI.
                DISPLAY "HORA DO BACKUP RESTAURADO (HHMM): ".
                ACCEPT W-HHMM.
                COMPUTE W-HRINI = W-HHMM * 10000.
                DISPLAY "REAPLICAR ATE A DATA (AAAAMMDD): ".
                ACCEPT W-DTLIM.
                DISPLAY "REAPLICAR ATE A HORA (HHMM): ".
                ACCEPT W-HHMM.
                COMPUTE W-HRLIM = W-HHMM * 10000 + 9999.
                IF W-MOMLIM < W-MOMINI
                   DISPLAY "LIMITE ANTERIOR AO BACKUP - SEM REAPLICACAO"
                   MOVE "N" TO W-REAPLICA.
       1100-SELECIONA-FIM.
                EXIT.
      *
                OPEN OUTPUT CKP017.
                MOVE W-ETAPA   TO CKP-ETAPA.
                MOVE W-SELECAO TO CKP-SELECAO.
                MOVE W-REAPLICA TO CKP-REAPLICA.
                MOVE W-DTINI TO CKP-DTINI.
                MOVE W-HRINI TO CKP-HRINI.
                MOVE W-DTLIM TO CKP-DTLIM.
                MOVE W-HRLIM TO CKP-HRLIM.
                WRITE REGCKP017.
                CLOSE CKP017.
       1900-GRAVA-CKP-FIM.
                   W-CONTREG " REGISTROS RESTAURADOS".
       2600-RESTAURA-PETS-FIM.
                EXIT.
      *
      *****************************************
      * REAPLICACAO DO DIARIO LOGAUD.DAT       *
      *****************************************
      *
       2800-REAPLICA-DIARIO.
                MOVE ZEROS TO W-TOTLIDOS.
                INITIALIZE W-CONTADORES.
                OPEN INPUT LOGAUD.
                IF ST-ERROAUD NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO DIARIO LOGAUD"
                   GO TO 2800-REAPLICA-DIARIO-FIM.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "REAPLICA-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP017" TO W-SPL-PROGRAMA.
                MOVE "REAPLICACAO DO DIARIO" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELREA.
                IF ST-ERROREL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   CLOSE LOGAUD
                   GO TO 2800-REAPLICA-DIARIO-FIM.
                PERFORM 2870-ABRE-ARQUIVOS THRU 2870-ABRE-ARQUIVOS-FIM.
                MOVE SPACES TO REGRELREA
                MOVE "REAPLICACAO DO DIARIO DE AUDITORIA" TO REGRELREA
                WRITE REGRELREA.
                MOVE SPACES TO REGRELREA
                STRING "DE " W-DTINI " " W-HRINI
                       "  ATE " W-DTLIM " " W-HRLIM
                       "  SELECAO: " W-SELECAO
                        DELIMITED BY SIZE INTO REGRELREA
                WRITE REGRELREA.
                MOVE SPACES TO REGRELREA
                WRITE REGRELREA.
                MOVE "PULADOS (NAO REAPLICADOS)" TO REGRELREA
                WRITE REGRELREA.
                MOVE SPACES TO REGRELREA
                MOVE "ARQUIVO      CHAVE                OP DATA     HORA
      -              "     USUARIO  MOTIVO" TO REGRELREA
                WRITE REGRELREA.
       2810-LOOP-DIARIO.
                READ LOGAUD NEXT RECORD
                   AT END
                      GO TO 2890-FIM-DIARIO.
                MOVE AUD-DATA TO W-MOMAUD-DATA.
                MOVE AUD-HORA TO W-MOMAUD-HORA.
                IF W-MOMAUD < W-MOMINI OR W-MOMAUD > W-MOMLIM
                   GO TO 2810-LOOP-DIARIO.
                PERFORM 2820-ACHA-ARQUIVO THRU 2820-ACHA-ARQUIVO-FIM.
      * ARQUIVO QUE O SGP017 NAO RESTAURA (CONTASREC, VALE...) OU
      * FORA DA SELECAO FICA COMO ESTA
                IF W-ARQ = ZEROS
                   GO TO 2810-LOOP-DIARIO.
                IF W-SELECAO NOT = 0 AND W-SELECAO NOT = W-ARQ
                   GO TO 2810-LOOP-DIARIO.
                ADD 1 TO W-TOTLIDOS.
                ADD 1 TO W-QLIDOS(W-ARQ).
                IF W-ABERTO(W-ARQ) NOT = "S"
                   MOVE "ARQUIVO NAO ABERTO" TO W-MOTIVO
                   PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM
                   GO TO 2810-LOOP-DIARIO.
                MOVE W-TAMCHAVE(W-ARQ) TO W-TAM.
                EVALUATE AUD-OPERACAO
                   WHEN "I"
                      PERFORM 2830-APLICA-INCLUSAO
                         THRU 2830-APLICA-INCLUSAO-FIM
                   WHEN "A"
                      PERFORM 2840-APLICA-ALTERACAO
                         THRU 2840-APLICA-ALTERACAO-FIM
                   WHEN "N"
                      PERFORM 2845-APLICA-ANONIMIZACAO
                         THRU 2845-APLICA-ANONIMIZACAO-FIM
                   WHEN "E"
                      PERFORM 2850-APLICA-EXCLUSAO
                         THRU 2850-APLICA-EXCLUSAO-FIM
                   WHEN OTHER
                      MOVE "OPERACAO DESCONHECIDA" TO W-MOTIVO
                      PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM
                END-EVALUATE.
                GO TO 2810-LOOP-DIARIO.
       2890-FIM-DIARIO.
                PERFORM 2950-CONCILIACAO THRU 2950-CONCILIACAO-FIM.
                PERFORM 2880-FECHA-ARQUIVOS
                   THRU 2880-FECHA-ARQUIVOS-FIM.
                CLOSE LOGAUD.
                CLOSE RELREA.
                DISPLAY "DIARIO.......: "
                   W-TOTLIDOS " REGISTROS NA JANELA".
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       2800-REAPLICA-DIARIO-FIM.
                EXIT.
      *
       2820-ACHA-ARQUIVO.
                MOVE ZEROS TO W-ARQ.
                MOVE 1 TO W-I.
       2821-ACHA-PROXIMO.
                IF W-I > 7
                   GO TO 2820-ACHA-ARQUIVO-FIM.
                IF W-NOMEARQ(W-I) = AUD-ARQUIVO
                   MOVE W-I TO W-ARQ
                   GO TO 2820-ACHA-ARQUIVO-FIM.
                ADD 1 TO W-I.
                GO TO 2821-ACHA-PROXIMO.
       2820-ACHA-ARQUIVO-FIM.
                EXIT.
      *
      * INCLUSAO: A CHAVE NAO PODE EXISTIR (SE EXISTE IGUAL A IMAGEM
      * DEPOIS, O BACKUP JA TINHA A INCLUSAO)
       2830-APLICA-INCLUSAO.
                MOVE AUD-DEPOIS TO W-IMAGEM.
                PERFORM 2900-LE-ATUAL THRU 2900-LE-ATUAL-FIM.
                IF W-ACHOU = "S"
                   IF W-ATUAL = AUD-DEPOIS
                      ADD 1 TO W-QJA(W-ARQ)
                   ELSE
                      MOVE "INCLUSAO COM CHAVE JA EXISTENTE" TO W-MOTIVO
                      PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM
                   END-IF
                   GO TO 2830-APLICA-INCLUSAO-FIM.
                PERFORM 2910-GRAVA THRU 2910-GRAVA-FIM.
                IF W-OK = "S"
                   ADD 1 TO W-QREAPL(W-ARQ)
                ELSE
                   MOVE "ERRO NA GRAVACAO" TO W-MOTIVO
                   PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM.
       2830-APLICA-INCLUSAO-FIM.
                EXIT.
      *
      * ALTERACAO: O ATUAL TEM QUE SER A IMAGEM ANTES.
      * SE A CHAVE MUDOU (FUSAO DE CLIENTES) GRAVA A NOVA E APAGA A
      * ANTIGA, NA MESMA ORDEM DO MERGE
       2840-APLICA-ALTERACAO.
                MOVE AUD-ANTES TO W-IMAGEM.
                PERFORM 2900-LE-ATUAL THRU 2900-LE-ATUAL-FIM.
                IF W-ACHOU = "N"
                   MOVE AUD-DEPOIS TO W-IMAGEM
                   PERFORM 2900-LE-ATUAL THRU 2900-LE-ATUAL-FIM
                   IF W-ACHOU = "S" AND W-ATUAL = AUD-DEPOIS
                      ADD 1 TO W-QJA(W-ARQ)
                   ELSE
                      MOVE "ALTERACAO SEM REGISTRO ATUAL" TO W-MOTIVO
                      PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM
                   END-IF
                   GO TO 2840-APLICA-ALTERACAO-FIM.
                IF W-ATUAL NOT = AUD-ANTES
                   IF W-ATUAL = AUD-DEPOIS
                      ADD 1 TO W-QJA(W-ARQ)
                   ELSE
                      MOVE "IMAGEM ANTES NAO CONFERE" TO W-MOTIVO
                      PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM
                   END-IF
                   GO TO 2840-APLICA-ALTERACAO-FIM.
                MOVE AUD-DEPOIS TO W-IMAGEM.
                IF AUD-ANTES(1:W-TAM) = AUD-DEPOIS(1:W-TAM)
                   PERFORM 2920-REGRAVA THRU 2920-REGRAVA-FIM
                ELSE
                   PERFORM 2910-GRAVA THRU 2910-GRAVA-FIM
                   IF W-OK = "S"
                      MOVE AUD-ANTES TO W-IMAGEM
                      PERFORM 2930-APAGA THRU 2930-APAGA-FIM.
                IF W-OK = "S"
                   ADD 1 TO W-QREAPL(W-ARQ)
                ELSE
                   MOVE "ERRO NA REGRAVACAO" TO W-MOTIVO
                   PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM.
       2840-APLICA-ALTERACAO-FIM.
                EXIT.
      *
      * ANONIMIZACAO (SGP069): O DIARIO NAO TEM IMAGEM ANTES (SERIA
      * O DADO ELIMINADO). BASTA O REGISTRO EXISTIR NA CHAVE DA
      * IMAGEM DEPOIS - ELE E REGRAVADO SEM CONFERIR O CONTEUDO,
      * SENAO A RESTAURACAO TRARIA DE VOLTA O DADO PESSOAL
       2845-APLICA-ANONIMIZACAO.
                MOVE AUD-DEPOIS TO W-IMAGEM.
                PERFORM 2900-LE-ATUAL THRU 2900-LE-ATUAL-FIM.
                IF W-ACHOU = "N"
                   MOVE "ANONIMIZ. SEM REGISTRO ATUAL" TO W-MOTIVO
                   PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM
                   GO TO 2845-APLICA-ANONIMIZACAO-FIM.
                IF W-ATUAL = AUD-DEPOIS
                   ADD 1 TO W-QJA(W-ARQ)
                   GO TO 2845-APLICA-ANONIMIZACAO-FIM.
                MOVE AUD-DEPOIS TO W-IMAGEM.
                PERFORM 2920-REGRAVA THRU 2920-REGRAVA-FIM.
                IF W-OK = "S"
                   ADD 1 TO W-QREAPL(W-ARQ)
                ELSE
                   MOVE "ERRO NA REGRAVACAO" TO W-MOTIVO
                   PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM.
       2845-APLICA-ANONIMIZACAO-FIM.
                EXIT.
      *
      * EXCLUSAO: FISICA QUANDO A IMAGEM DEPOIS VEIO EM BRANCO;
      * LOGICA (SITUACAO 'D' DO CADASTRO) REGRAVA A IMAGEM DEPOIS
       2850-APLICA-EXCLUSAO.
                MOVE AUD-ANTES TO W-IMAGEM.
                PERFORM 2900-LE-ATUAL THRU 2900-LE-ATUAL-FIM.
                IF W-ACHOU = "N"
                   IF AUD-DEPOIS = SPACES
                      ADD 1 TO W-QJA(W-ARQ)
                   ELSE
                      MOVE "EXCLUSAO SEM REGISTRO ATUAL" TO W-MOTIVO
                      PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM
                   END-IF
                   GO TO 2850-APLICA-EXCLUSAO-FIM.
                IF W-ATUAL NOT = AUD-ANTES
                   IF AUD-DEPOIS NOT = SPACES AND W-ATUAL = AUD-DEPOIS
                      ADD 1 TO W-QJA(W-ARQ)
                   ELSE
                      MOVE "IMAGEM ANTES NAO CONFERE" TO W-MOTIVO
                      PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM
                   END-IF
                   GO TO 2850-APLICA-EXCLUSAO-FIM.
                IF AUD-DEPOIS = SPACES
                   PERFORM 2930-APAGA THRU 2930-APAGA-FIM
                ELSE
                   MOVE AUD-DEPOIS TO W-IMAGEM
                   PERFORM 2920-REGRAVA THRU 2920-REGRAVA-FIM.
                IF W-OK = "S"
                   ADD 1 TO W-QREAPL(W-ARQ)
                ELSE
                   MOVE "ERRO NA EXCLUSAO" TO W-MOTIVO
                   PERFORM 2860-REJEITA THRU 2860-REJEITA-FIM.
       2850-APLICA-EXCLUSAO-FIM.
                EXIT.
      *
       2860-REJEITA.
                ADD 1 TO W-QREJ(W-ARQ).
                MOVE AUD-ARQUIVO  TO LJ-ARQUIVO.
                MOVE AUD-CHAVE    TO LJ-CHAVE.
                MOVE AUD-OPERACAO TO LJ-OPERACAO.
                MOVE AUD-DATA     TO LJ-DATA.
                MOVE AUD-HORA     TO LJ-HORA.
                MOVE AUD-USUARIO  TO LJ-USUARIO.
                MOVE W-MOTIVO     TO LJ-MOTIVO.
                MOVE LINHA-REJ TO REGRELREA
                WRITE REGRELREA.
       2860-REJEITA-FIM.
                EXIT.
      *
      * ABRE EM I-O SO OS ARQUIVOS DA SELECAO QUE TEM DIARIO
       2870-ABRE-ARQUIVOS.
                IF W-SELECAO = 0 OR W-SELECAO = 1
                   OPEN I-O CEP
                   IF ST-ERRO = "00"
                      MOVE "S" TO W-ABERTO(1).
                IF W-SELECAO = 0 OR W-SELECAO = 2
                   OPEN I-O PRODUTO
                   IF ST-ERRO = "00"
                      MOVE "S" TO W-ABERTO(2).
                IF W-SELECAO = 0 OR W-SELECAO = 3
                   OPEN I-O CLIENTE
                   IF ST-ERRO = "00"
                      MOVE "S" TO W-ABERTO(3).
                IF W-SELECAO = 0 OR W-SELECAO = 4
                   OPEN I-O VENDAS
                   IF ST-ERRO = "00"
                      MOVE "S" TO W-ABERTO(4).
                IF W-SELECAO = 0 OR W-SELECAO = 5
                   OPEN I-O VENDASITEM
                   IF ST-ERRO = "00"
                      MOVE "S" TO W-ABERTO(5).
                IF W-SELECAO = 0 OR W-SELECAO = 7
                   OPEN I-O PETS
                   IF ST-ERRO = "00"
                      MOVE "S" TO W-ABERTO(7).
       2870-ABRE-ARQUIVOS-FIM.
                EXIT.
      *
       2880-FECHA-ARQUIVOS.
                IF W-ABERTO(1) = "S"
                   CLOSE CEP.
                IF W-ABERTO(2) = "S"
                   CLOSE PRODUTO.
                IF W-ABERTO(3) = "S"
                   CLOSE CLIENTE.
                IF W-ABERTO(4) = "S"
                   CLOSE VENDAS.
                IF W-ABERTO(5) = "S"
                   CLOSE VENDASITEM.
                IF W-ABERTO(7) = "S"
                   CLOSE PETS.
       2880-FECHA-ARQUIVOS-FIM.
                EXIT.
      *
      * LE PELA CHAVE QUE ESTA NO INICIO DA IMAGEM EM W-IMAGEM E
      * DEVOLVE O REGISTRO ATUAL EM W-ATUAL (COMPLETADO COM BRANCOS,
      * COMO A IMAGEM DO DIARIO)
       2900-LE-ATUAL.
                MOVE "N" TO W-ACHOU.
                MOVE SPACES TO W-ATUAL.
                EVALUATE W-ARQ
                   WHEN 1
                      MOVE W-IMAGEM TO REGCEP
                      READ CEP
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            MOVE "S" TO W-ACHOU
                            MOVE REGCEP TO W-ATUAL
                      END-READ
                   WHEN 2
                      MOVE W-IMAGEM TO REGPRODUTO
                      READ PRODUTO
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            MOVE "S" TO W-ACHOU
                            MOVE REGPRODUTO TO W-ATUAL
                      END-READ
                   WHEN 3
                      MOVE W-IMAGEM TO REGCLIENTE
                      READ CLIENTE
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            MOVE "S" TO W-ACHOU
                            MOVE REGCLIENTE TO W-ATUAL
                      END-READ
                   WHEN 4
                      MOVE W-IMAGEM TO VENDAS-REG
                      READ VENDAS
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            MOVE "S" TO W-ACHOU
                            MOVE VENDAS-REG TO W-ATUAL
                      END-READ
                   WHEN 5
                      MOVE W-IMAGEM TO VENDASITEM-REG
                      READ VENDASITEM
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            MOVE "S" TO W-ACHOU
                            MOVE VENDASITEM-REG TO W-ATUAL
                      END-READ
                   WHEN 7
                      MOVE W-IMAGEM TO PETS-REG
                      READ PETS
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            MOVE "S" TO W-ACHOU
                            MOVE PETS-REG TO W-ATUAL
                      END-READ
                END-EVALUATE.
       2900-LE-ATUAL-FIM.
                EXIT.
      *
       2910-GRAVA.
                MOVE "N" TO W-OK.
                EVALUATE W-ARQ
                   WHEN 1
                      MOVE W-IMAGEM TO REGCEP
                      WRITE REGCEP
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-WRITE
                   WHEN 2
                      MOVE W-IMAGEM TO REGPRODUTO
                      WRITE REGPRODUTO
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-WRITE
                   WHEN 3
                      MOVE W-IMAGEM TO REGCLIENTE
                      WRITE REGCLIENTE
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-WRITE
                   WHEN 4
                      MOVE W-IMAGEM TO VENDAS-REG
                      WRITE VENDAS-REG
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-WRITE
                   WHEN 5
                      MOVE W-IMAGEM TO VENDASITEM-REG
                      WRITE VENDASITEM-REG
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-WRITE
                   WHEN 7
                      MOVE W-IMAGEM TO PETS-REG
                      WRITE PETS-REG
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-WRITE
                END-EVALUATE.
       2910-GRAVA-FIM.
                EXIT.
      *
       2920-REGRAVA.
                MOVE "N" TO W-OK.
                EVALUATE W-ARQ
                   WHEN 1
                      MOVE W-IMAGEM TO REGCEP
                      REWRITE REGCEP
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-REWRITE
                   WHEN 2
                      MOVE W-IMAGEM TO REGPRODUTO
                      REWRITE REGPRODUTO
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-REWRITE
                   WHEN 3
                      MOVE W-IMAGEM TO REGCLIENTE
                      REWRITE REGCLIENTE
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-REWRITE
                   WHEN 4
                      MOVE W-IMAGEM TO VENDAS-REG
                      REWRITE VENDAS-REG
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-REWRITE
                   WHEN 5
                      MOVE W-IMAGEM TO VENDASITEM-REG
                      REWRITE VENDASITEM-REG
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-REWRITE
                   WHEN 7
                      MOVE W-IMAGEM TO PETS-REG
                      REWRITE PETS-REG
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-REWRITE
                END-EVALUATE.
       2920-REGRAVA-FIM.
                EXIT.
      *
       2930-APAGA.
                MOVE "N" TO W-OK.
                EVALUATE W-ARQ
                   WHEN 1
                      MOVE W-IMAGEM TO REGCEP
                      DELETE CEP RECORD
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-DELETE
                   WHEN 2
                      MOVE W-IMAGEM TO REGPRODUTO
                      DELETE PRODUTO RECORD
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-DELETE
                   WHEN 3
                      MOVE W-IMAGEM TO REGCLIENTE
                      DELETE CLIENTE RECORD
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-DELETE
                   WHEN 4
                      MOVE W-IMAGEM TO VENDAS-REG
                      DELETE VENDAS RECORD
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-DELETE
                   WHEN 5
                      MOVE W-IMAGEM TO VENDASITEM-REG
                      DELETE VENDASITEM RECORD
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-DELETE
                   WHEN 7
                      MOVE W-IMAGEM TO PETS-REG
                      DELETE PETS RECORD
                         INVALID KEY CONTINUE
                         NOT INVALID KEY MOVE "S" TO W-OK
                      END-DELETE
                END-EVALUATE.
       2930-APAGA-FIM.
                EXIT.
      *
      * CONCILIACAO POR ARQUIVO: NA JANELA = REAPLICADOS + JA
      * APLICADOS + PULADOS
       2950-CONCILIACAO.
                MOVE SPACES TO REGRELREA
                WRITE REGRELREA.
                MOVE "CONCILIACAO POR ARQUIVO" TO REGRELREA
                WRITE REGRELREA.
                MOVE SPACES TO REGRELREA
                MOVE "ARQUIVO       NA JANELA  REAPLICADOS  JA APLICADOS
      -              "  PULADOS" TO REGRELREA
                WRITE REGRELREA.
                MOVE 1 TO W-I.
       2951-CONCILIA-ARQ.
                IF W-I > 7
                   GO TO 2950-CONCILIACAO-FIM.
                IF W-I NOT = 6
                   IF W-SELECAO = 0 OR W-SELECAO = W-I
                      MOVE SPACES TO LINHA-CON
                      MOVE W-NOMEARQ(W-I) TO LC-ARQUIVO
                      MOVE W-QLIDOS(W-I)  TO LC-LIDOS
                      MOVE W-QREAPL(W-I)  TO LC-REAPL
                      MOVE W-QJA(W-I)     TO LC-JA
                      MOVE W-QREJ(W-I)    TO LC-REJ
                      MOVE LINHA-CON TO REGRELREA
                      WRITE REGRELREA
                      DISPLAY LINHA-CON.
                ADD 1 TO W-I.
                GO TO 2951-CONCILIA-ARQ.
       2950-CONCILIACAO-FIM.
                EXIT.
