       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP066.
       AUTHOR. OSEIAS REIS
      **************************************
      * FILA NOTURNA DE MENSAGENS AOS       *
      * CLIENTES (WHATSAPP/SMS/EMAIL)       *
      **************************************
      *----------------------------------------------------------------
      * RODA TODA NOITE E MONTA O ARQUIVO DE IMPORTACAO DO
      * PROVEDOR DE MENSAGENS (MSGENVIO-AAAAMMDD.TXT) COM OS AVISOS
      * QUE ANTES ERAM FEITOS POR TELEFONE:
      *   AGE - AGENDAMENTO DO PETSHOP PARA AMANHA (SITUACAO A/C);
      *   VAC - VACINA QUE COMPLETA 12 MESES DAQUI A N DIAS
      *         (PARAM MSGDIASVAC, PADRAO 7 - MESMO CORTE DO SGP031);
      *   PAR - PARCELA EM ABERTO QUE VENCE DAQUI A N DIAS
      *         (PARAM MSGDIASPARC, PADRAO 3);
      *   ANI - ANIVERSARIO DO CLIENTE HOJE (COMO O SGP005).
      * SO ENTRA CLIENTE ATIVO QUE ACEITOU CONTATO NO SGP003
      * (CONSENTE = 'S'), PELO CANAL QUE ELE ESCOLHEU. CADA
      * MENSAGEM FICA GRAVADA EM MSGHIST.DAT (SITUACAO 'G' =
      * GERADA); O RETORNO DO PROVEDOR (SGP067) MARCA ENTREGUE OU
      * FALHA E O CAD360 MOSTRA O HISTORICO DO CLIENTE. A MESMA
      * DATA NAO E GERADA DUAS VEZES.
      * LEIAUTE DO ARQUIVO DO PROVEDOR (UMA LINHA POR MENSAGEM):
      *   001-013 IDENTIFICADOR (DATA AAAAMMDD + SEQUENCIA)
      *   014-014 CANAL (W = WHATSAPP, S = SMS, E = EMAIL)
      *   015-025 DDD + TELEFONE (W/S)
      *   026-065 EMAIL (E)
      *   066-068 TIPO (AGE/VAC/PAR/ANI)
      *   069-228 TEXTO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT PETS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PETS-KEY
                    FILE STATUS  IS ST-ERRO2.
       SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT SERVICO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS SRV-CODIGO
                    FILE STATUS  IS ST-ERRO4.
       SELECT CONTASREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO5.
       SELECT MSGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MSH-CHAVE
                    ALTERNATE RECORD KEY IS MSH-CPF
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO6.
       SELECT MSGENVIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
       SELECT RELMSG ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REGAMG.
                03 CPF              PIC 9(12).
                03 NOME             PIC X(40).
                03 CEP              PIC 9(08).
                03 LOGRADOURO       PIC X(30).
                03 NUMERO           PIC 9(04).
                03 COMPLEMENTO      PIC X(12).
                03 BAIRRO           PIC X(20).
                03 CIDADE           PIC X(20).
                03 UF               PIC X(02).
                03 TELEFONE         PIC 9(09).
                03 DDD              PIC 9(02).
                03 EMAIL            PIC X(40).
                03 DATANASC         PIC 9(08).
                03 SITUACAO         PIC X(01).
                03 DT-ALTERACAO     PIC 9(08).
                03 USUARIO          PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).
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
       FD CONTASREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTASREC.DAT".
       01 CONTASREC-REG.
           05 CR-CHAVE.
              10 CR-CODCLI     PIC 9(12).
              10 CR-NVENDA     PIC 9(06).
              10 CR-PARCELA    PIC 9(02).
           05 CR-VENCIMENTO    PIC 9(08).
           05 CR-VALOR         PIC 9(09)V99.
           05 CR-SITUACAO      PIC X(01).
           05 CR-VALORPAGO     PIC 9(09)V99.
           05 CR-DTPAGTO       PIC 9(08).
           05 CR-DT-ALTERACAO  PIC 9(08).
           05 CR-USUARIO       PIC X(08).
           05 CR-VALORJUROS    PIC 9(09)V99.
      *
      * HISTORICO DAS MENSAGENS ENVIADAS. SITUACAO: G = GERADA
      * (ENVIADA AO PROVEDOR), E = ENTREGUE, F = FALHA (MOTIVO
      * DEVOLVIDO PELO PROVEDOR). CHAVE ALTERNADA PELO CPF PARA O
      * CAD360
       FD MSGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MSGHIST.DAT".
       01 MSGHIST-REG.
           05 MSH-CHAVE.
              10 MSH-DATA      PIC 9(08).
              10 MSH-SEQ       PIC 9(05).
           05 MSH-CPF          PIC 9(12).
           05 MSH-TIPO         PIC X(03).
           05 MSH-CANAL        PIC X(01).
           05 MSH-DDD          PIC 9(02).
           05 MSH-TELEFONE     PIC 9(09).
           05 MSH-EMAIL        PIC X(40).
           05 MSH-TEXTO        PIC X(160).
           05 MSH-SITUACAO     PIC X(01).
           05 MSH-DTRETORNO    PIC 9(08).
           05 MSH-MOTIVO       PIC X(30).
      *
      * LEIAUTE DE IMPORTACAO DO PROVEDOR: O IDENTIFICADOR (DATA +
      * SEQUENCIA) VOLTA NO ARQUIVO DE RETORNO LIDO PELO SGP067
       FD MSGENVIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEENV.
       01 MSGENVIO-REG.
           05 ENV-ID.
              10 ENV-DATA      PIC 9(08).
              10 ENV-SEQ       PIC 9(05).
           05 ENV-CANAL        PIC X(01).
           05 ENV-DDD          PIC 9(02).
           05 ENV-TELEFONE     PIC 9(09).
           05 ENV-EMAIL        PIC X(40).
           05 ENV-TIPO         PIC X(03).
           05 ENV-TEXTO        PIC X(160).
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
       FD RELMSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELMSG              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERRO6           PIC X(02) VALUE "00".
       77 ST-ERRO7           PIC X(02) VALUE "00".
       77 ST-ERRO8           PIC X(02) VALUE "00".
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-IDX              PIC 9(01) VALUE ZEROS.
       77 W-DIASVAC          PIC 9(03) VALUE 7.
       77 W-DIASPARC         PIC 9(03) VALUE 3.
       77 W-NDIAS            PIC 9(03) VALUE ZEROS.
       77 W-ULTDIA           PIC 9(02) VALUE ZEROS.
       77 W-QUOC             PIC 9(04) VALUE ZEROS.
       77 W-RESTO            PIC 9(02) VALUE ZEROS.
       77 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 W-AMANHA           PIC 9(08) VALUE ZEROS.
       77 W-DTPARC           PIC 9(08) VALUE ZEROS.
       77 W-DTVAC            PIC 9(08) VALUE ZEROS.
       77 W-DTVACAPLIC       PIC 9(08) VALUE ZEROS.
       77 W-SEQ              PIC 9(05) VALUE ZEROS.
       77 W-TIPO             PIC X(03) VALUE SPACES.
       77 W-TEXTO            PIC X(160) VALUE SPACES.
       77 W-PRIMNOME         PIC X(20) VALUE SPACES.
       77 W-BRANCOS          PIC 9(02) VALUE ZEROS.
       77 W-VALORED          PIC ZZZZZZZZ9,99.
       77 W-VALORTXT         PIC X(12) VALUE SPACES.
       77 W-VALORABERTO      PIC 9(09)V99 VALUE ZEROS.
       77 W-HORAED           PIC 99B99.
       77 W-CONTAGE          PIC 9(06) VALUE ZEROS.
       77 W-CONTVAC          PIC 9(06) VALUE ZEROS.
       77 W-CONTPAR          PIC 9(06) VALUE ZEROS.
       77 W-CONTANI          PIC 9(06) VALUE ZEROS.
       77 W-CONTSEMCONS      PIC 9(06) VALUE ZEROS.
       77 W-CONTSEMCONT      PIC 9(06) VALUE ZEROS.
       77 W-CONTGERADAS      PIC 9(06) VALUE ZEROS.
      * DATA DE TRABALHO DA ROTINA DE SOMAR DIAS
       01 W-DTCALC           PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-GRUPO REDEFINES W-DTCALC.
          03 W-ANOCALC       PIC 9(04).
          03 W-MESCALC       PIC 9(02).
          03 W-DIACALC       PIC 9(02).
      * DATA NO FORMATO DD/MM/AAAA PARA O TEXTO DA MENSAGEM
       01 W-DTAUX            PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-GRUPO REDEFINES W-DTAUX.
          03 W-ANOAUX        PIC 9(04).
          03 W-MESAUX        PIC 9(02).
          03 W-DIAAUX        PIC 9(02).
       01 W-DTTXT.
          03 W-DTTXT-DIA     PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DTTXT-MES     PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DTTXT-ANO     PIC 9(04).
      * DATANASC E GRAVADA DDMMAAAA (TELA DO SGP003)
       01 W-NASC             PIC 9(08) VALUE ZEROS.
       01 W-NASC-GRUPO REDEFINES W-NASC.
          03 W-DIANASC       PIC 9(02).
          03 W-MESNASC       PIC 9(02).
          03 W-ANONASC       PIC 9(04).
       01 W-HOJE-GRUPO.
          03 W-ANOHOJE       PIC 9(04).
          03 W-MESHOJE       PIC 9(02).
          03 W-DIAHOJE       PIC 9(02).
      * DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO)
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
       01 LINHA-REL.
          03 LR-TIPO         PIC X(03).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-CPF          PIC 9(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-NOME         PIC X(30).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-CANAL        PIC X(01).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LR-DESTINO      PIC X(40).
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
       77 W-NOMEENV          PIC X(30) VALUE SPACES.
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
                PERFORM 2000-AGENDA     THRU 2000-AGENDA-FIM.
                PERFORM 3000-VACINAS    THRU 3000-VACINAS-FIM.
                PERFORM 4000-PARCELAS   THRU 4000-PARCELAS-FIM.
                PERFORM 5000-ANIVERSARIOS THRU 5000-ANIVERSARIOS-FIM.
                PERFORM 9000-FINALIZA   THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "DATA DE REFERENCIA (AAAAMMDD) OU ENTER: ".
                ACCEPT W-HOJE.
                IF W-HOJE = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD.
                MOVE W-HOJE TO W-HOJE-GRUPO.
      * ANTECEDENCIA DOS AVISOS NA TABELA CENTRAL (CADPARAM)
                OPEN INPUT PARAM
                IF ST-ERROPAR = "00"
                   MOVE "MSGDIASVAC" TO PAR-CHAVE
                   READ PARAM
                      NOT INVALID KEY
                         MOVE PAR-VALORNUM TO W-DIASVAC
                   END-READ
                   MOVE "MSGDIASPARC" TO PAR-CHAVE
                   READ PARAM
                      NOT INVALID KEY
                         MOVE PAR-VALORNUM TO W-DIASPARC
                   END-READ
                   CLOSE PARAM
                END-IF.
                MOVE W-HOJE TO W-DTCALC.
                MOVE 1 TO W-NDIAS.
                PERFORM 8000-SOMA-DIAS THRU 8000-SOMA-DIAS-FIM.
                MOVE W-DTCALC TO W-AMANHA.
                MOVE W-HOJE TO W-DTCALC.
                MOVE W-DIASPARC TO W-NDIAS.
                PERFORM 8000-SOMA-DIAS THRU 8000-SOMA-DIAS-FIM.
                MOVE W-DTCALC TO W-DTPARC.
      * A VACINA VENCE 12 MESES DEPOIS DA APLICACAO: O AVISO SAI
      * PARA QUEM TOMOU A VACINA NESTA DATA MENOS UM ANO
                MOVE W-HOJE TO W-DTCALC.
                MOVE W-DIASVAC TO W-NDIAS.
                PERFORM 8000-SOMA-DIAS THRU 8000-SOMA-DIAS-FIM.
                MOVE W-DTCALC TO W-DTVAC.
                COMPUTE W-DTVACAPLIC = W-DTVAC - 10000.
                OPEN INPUT CLIENTE
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE"
                   STOP RUN.
                OPEN INPUT PETS
                IF ST-ERRO2 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PETS"
                   CLOSE CLIENTE
                   STOP RUN.
                OPEN INPUT AGENDA
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO AGENDA"
                   CLOSE CLIENTE
                   CLOSE PETS
                   STOP RUN.
                OPEN INPUT SERVICO
                IF ST-ERRO4 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO SERVICO"
                   CLOSE CLIENTE
                   CLOSE PETS
                   CLOSE AGENDA
                   STOP RUN.
                OPEN INPUT CONTASREC
                IF ST-ERRO5 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTASREC"
                   CLOSE CLIENTE
                   CLOSE PETS
                   CLOSE AGENDA
                   CLOSE SERVICO
                   STOP RUN.
                OPEN I-O MSGHIST
                IF ST-ERRO6 = "35"
                   OPEN OUTPUT MSGHIST
                   CLOSE MSGHIST
                   OPEN I-O MSGHIST
                END-IF.
      * A DATA JA GERADA NAO SAI DE NOVO (O PROVEDOR MANDARIA TUDO
      * DUAS VEZES)
                MOVE W-HOJE TO MSH-DATA.
                MOVE ZEROS TO MSH-SEQ.
                START MSGHIST KEY IS NOT LESS THAN MSH-CHAVE
                   INVALID KEY
                      MOVE "10" TO ST-ERRO6.
                IF ST-ERRO6 = "00"
                   READ MSGHIST NEXT RECORD
                      AT END MOVE "10" TO ST-ERRO6
                   END-READ
                   IF ST-ERRO6 = "00" AND MSH-DATA = W-HOJE
                      DISPLAY "MENSAGENS DE " W-HOJE " JA GERADAS"
                      CLOSE CLIENTE
                      CLOSE PETS
                      CLOSE AGENDA
                      CLOSE SERVICO
                      CLOSE CONTASREC
                      CLOSE MSGHIST
                      STOP RUN
                   END-IF
                END-IF.
                MOVE SPACES TO W-NOMEENV.
                STRING "MSGENVIO-" W-HOJE ".TXT"
                        DELIMITED BY SIZE INTO W-NOMEENV.
                OPEN OUTPUT MSGENVIO
                IF ST-ERRO7 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NOMEENV
                   STOP RUN.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "MENSAGENS-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP066" TO W-SPL-PROGRAMA.
                MOVE "MENSAGENS AOS CLIENTES" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELMSG
                IF ST-ERRO8 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   STOP RUN.
                MOVE SPACES TO REGRELMSG
                MOVE "FILA DE MENSAGENS AOS CLIENTES" TO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                STRING "DATA: " W-HOJE "   ARQUIVO: " W-NOMEENV
                        DELIMITED BY SIZE INTO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                MOVE "TIP CPF          NOME                           C
      -              " DESTINO" TO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                WRITE REGRELMSG.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * AGENDAMENTOS DE AMANHA AINDA NAO ATENDIDOS (A OU C)
       2000-AGENDA.
                MOVE W-AMANHA TO AGE-DATA.
                MOVE ZEROS TO AGE-HORA AGE-CODPET.
                MOVE "N" TO W-FIM.
                START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 2100-PROX-AGENDA THRU 2100-PROX-AGENDA-FIM
                        UNTIL W-FIM = "S".
       2000-AGENDA-FIM.
                EXIT.
      *
       2100-PROX-AGENDA.
                READ AGENDA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2100-PROX-AGENDA-FIM.
                IF AGE-DATA > W-AMANHA
                   MOVE "S" TO W-FIM
                   GO TO 2100-PROX-AGENDA-FIM.
                IF AGE-SITUACAO NOT = "A" AND AGE-SITUACAO NOT = "C"
                   GO TO 2100-PROX-AGENDA-FIM.
                MOVE AGE-CODPET TO PETS-CODIGO.
                READ PETS
                   INVALID KEY
                      GO TO 2100-PROX-AGENDA-FIM.
                MOVE PETS-CPF TO CPF.
                PERFORM 7000-CONFERE-CLIENTE
                        THRU 7000-CONFERE-CLIENTE-FIM.
                IF W-TIPO = SPACES
                   GO TO 2100-PROX-AGENDA-FIM.
                MOVE AGE-CODSERV TO SRV-CODIGO.
                READ SERVICO
                   INVALID KEY
                      MOVE "ATENDIMENTO" TO SRV-DESCRICAO.
                MOVE AGE-DATA TO W-DTAUX.
                PERFORM 8100-FORMATA-DATA THRU 8100-FORMATA-DATA-FIM.
                MOVE AGE-HORA TO W-HORAED.
                INSPECT W-HORAED REPLACING ALL " " BY ":".
                MOVE "AGE" TO W-TIPO.
                MOVE SPACES TO W-TEXTO.
                STRING "OLA " W-PRIMNOME DELIMITED BY SPACE
                       ", LEMBRETE: " DELIMITED BY SIZE
                       PETS-NOME DELIMITED BY "  "
                       " TEM " DELIMITED BY SIZE
                       SRV-DESCRICAO DELIMITED BY "  "
                       " AMANHA (" W-DTTXT ") AS " W-HORAED
                       ". SE NAO PUDER VIR, AVISE A LOJA."
                        DELIMITED BY SIZE INTO W-TEXTO.
                PERFORM 7500-GRAVA-MENSAGEM
                        THRU 7500-GRAVA-MENSAGEM-FIM.
                ADD 1 TO W-CONTAGE.
       2100-PROX-AGENDA-FIM.
                EXIT.
      *
      * VACINAS QUE COMPLETAM 12 MESES NA DATA DO AVISO
       3000-VACINAS.
                MOVE ZEROS TO PETS-CODIGO.
                MOVE "N" TO W-FIM.
                START PETS KEY IS NOT LESS THAN PETS-KEY
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3100-PROX-PET THRU 3100-PROX-PET-FIM
                        UNTIL W-FIM = "S".
       3000-VACINAS-FIM.
                EXIT.
      *
       3100-PROX-PET.
                READ PETS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3100-PROX-PET-FIM.
                PERFORM 3200-CHECA-VACINA THRU 3200-CHECA-VACINA-FIM
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 3.
       3100-PROX-PET-FIM.
                EXIT.
      *
       3200-CHECA-VACINA.
                IF VAC-NOME(W-IDX) = SPACES
                   GO TO 3200-CHECA-VACINA-FIM.
                IF VAC-DATA(W-IDX) NOT = W-DTVACAPLIC
                   GO TO 3200-CHECA-VACINA-FIM.
                MOVE PETS-CPF TO CPF.
                PERFORM 7000-CONFERE-CLIENTE
                        THRU 7000-CONFERE-CLIENTE-FIM.
                IF W-TIPO = SPACES
                   GO TO 3200-CHECA-VACINA-FIM.
                MOVE W-DTVAC TO W-DTAUX.
                PERFORM 8100-FORMATA-DATA THRU 8100-FORMATA-DATA-FIM.
                MOVE "VAC" TO W-TIPO.
                MOVE SPACES TO W-TEXTO.
                STRING "OLA " W-PRIMNOME DELIMITED BY SPACE
                       ", A VACINA " DELIMITED BY SIZE
                       VAC-NOME(W-IDX) DELIMITED BY "  "
                       " DE " DELIMITED BY SIZE
                       PETS-NOME DELIMITED BY "  "
                       " VENCE EM " W-DTTXT
                       ". AGENDE A REVACINACAO COM A LOJA."
                        DELIMITED BY SIZE INTO W-TEXTO.
                PERFORM 7500-GRAVA-MENSAGEM
                        THRU 7500-GRAVA-MENSAGEM-FIM.
                ADD 1 TO W-CONTVAC.
       3200-CHECA-VACINA-FIM.
                EXIT.
      *
      * PARCELAS EM ABERTO QUE VENCEM NA DATA DO AVISO
       4000-PARCELAS.
                MOVE ZEROS TO CR-CODCLI CR-NVENDA CR-PARCELA.
                MOVE "N" TO W-FIM.
                START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 4100-PROX-PARCELA THRU 4100-PROX-PARCELA-FIM
                        UNTIL W-FIM = "S".
       4000-PARCELAS-FIM.
                EXIT.
      *
       4100-PROX-PARCELA.
                READ CONTASREC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4100-PROX-PARCELA-FIM.
                IF CR-SITUACAO NOT = "A"
                   OR CR-VENCIMENTO NOT = W-DTPARC
                   GO TO 4100-PROX-PARCELA-FIM.
                MOVE CR-CODCLI TO CPF.
                PERFORM 7000-CONFERE-CLIENTE
                        THRU 7000-CONFERE-CLIENTE-FIM.
                IF W-TIPO = SPACES
                   GO TO 4100-PROX-PARCELA-FIM.
                MOVE CR-VENCIMENTO TO W-DTAUX.
                PERFORM 8100-FORMATA-DATA THRU 8100-FORMATA-DATA-FIM.
                COMPUTE W-VALORABERTO = CR-VALOR - CR-VALORPAGO.
                MOVE W-VALORABERTO TO W-VALORED.
                MOVE W-VALORED TO W-VALORTXT.
                MOVE ZEROS TO W-BRANCOS.
                INSPECT W-VALORTXT TALLYING W-BRANCOS
                        FOR LEADING SPACES.
                MOVE "PAR" TO W-TIPO.
                MOVE SPACES TO W-TEXTO.
                STRING "OLA " W-PRIMNOME DELIMITED BY SPACE
                       ", A PARCELA " CR-PARCELA " DA COMPRA "
                       CR-NVENDA " NO VALOR DE R$ "
                       W-VALORTXT(W-BRANCOS + 1:)
                       " VENCE EM " W-DTTXT
                       ". SE JA PAGOU, DESCONSIDERE."
                        DELIMITED BY SIZE INTO W-TEXTO.
                PERFORM 7500-GRAVA-MENSAGEM
                        THRU 7500-GRAVA-MENSAGEM-FIM.
                ADD 1 TO W-CONTPAR.
       4100-PROX-PARCELA-FIM.
                EXIT.
      *
      * ANIVERSARIANTES DO DIA
       5000-ANIVERSARIOS.
                MOVE ZEROS TO CPF.
                MOVE "N" TO W-FIM.
                START CLIENTE KEY IS NOT LESS THAN CPF
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 5100-PROX-CLIENTE THRU 5100-PROX-CLIENTE-FIM
                        UNTIL W-FIM = "S".
       5000-ANIVERSARIOS-FIM.
                EXIT.
      *
       5100-PROX-CLIENTE.
                READ CLIENTE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 5100-PROX-CLIENTE-FIM.
                MOVE DATANASC TO W-NASC.
                IF W-DIANASC NOT = W-DIAHOJE
                   OR W-MESNASC NOT = W-MESHOJE
                   GO TO 5100-PROX-CLIENTE-FIM.
                PERFORM 7100-CONFERE-CONTATO
                        THRU 7100-CONFERE-CONTATO-FIM.
                IF W-TIPO = SPACES
                   GO TO 5100-PROX-CLIENTE-FIM.
                MOVE "ANI" TO W-TIPO.
                MOVE SPACES TO W-TEXTO.
                STRING "FELIZ ANIVERSARIO, " W-PRIMNOME
                        DELIMITED BY SPACE
                       "! TODA A EQUIPE DA LOJA DESEJA UM OTIMO DIA."
                        DELIMITED BY SIZE INTO W-TEXTO.
                PERFORM 7500-GRAVA-MENSAGEM
                        THRU 7500-GRAVA-MENSAGEM-FIM.
                ADD 1 TO W-CONTANI.
       5100-PROX-CLIENTE-FIM.
                EXIT.
      *
      * LE O CLIENTE PELO CPF JA MOVIDO E CONFERE O CONTATO.
      * W-TIPO EM BRANCO = NAO MANDAR
       7000-CONFERE-CLIENTE.
                MOVE SPACES TO W-TIPO.
                READ CLIENTE
                   INVALID KEY
                      GO TO 7000-CONFERE-CLIENTE-FIM.
                PERFORM 7100-CONFERE-CONTATO
                        THRU 7100-CONFERE-CONTATO-FIM.
       7000-CONFERE-CLIENTE-FIM.
                EXIT.
      *
      * CLIENTE ATIVO, COM CONSENTIMENTO E COM O DADO DO CANAL
      * PREENCHIDO (TELEFONE PARA W/S, EMAIL PARA E)
       7100-CONFERE-CONTATO.
                MOVE SPACES TO W-TIPO.
                IF SITUACAO NOT = "A"
                   GO TO 7100-CONFERE-CONTATO-FIM.
                IF CONSENTE NOT = "S"
                   ADD 1 TO W-CONTSEMCONS
                   GO TO 7100-CONFERE-CONTATO-FIM.
                IF CANALMSG = "E"
                   IF EMAIL = SPACES
                      ADD 1 TO W-CONTSEMCONT
                      GO TO 7100-CONFERE-CONTATO-FIM
                   END-IF
                ELSE
                   IF CANALMSG NOT = "W" AND CANALMSG NOT = "S"
                      OR DDD = ZEROS OR TELEFONE = ZEROS
                      ADD 1 TO W-CONTSEMCONT
                      GO TO 7100-CONFERE-CONTATO-FIM.
                MOVE SPACES TO W-PRIMNOME.
                UNSTRING NOME DELIMITED BY SPACE INTO W-PRIMNOME.
                MOVE "OK" TO W-TIPO.
       7100-CONFERE-CONTATO-FIM.
                EXIT.
      *
      * GRAVA A MENSAGEM NO ARQUIVO DO PROVEDOR E NO HISTORICO
       7500-GRAVA-MENSAGEM.
                ADD 1 TO W-SEQ.
                MOVE SPACES TO MSGENVIO-REG.
                MOVE W-HOJE TO ENV-DATA.
                MOVE W-SEQ TO ENV-SEQ.
                MOVE CANALMSG TO ENV-CANAL.
                MOVE ZEROS TO ENV-DDD ENV-TELEFONE.
                IF CANALMSG = "E"
                   MOVE EMAIL TO ENV-EMAIL
                ELSE
                   MOVE DDD TO ENV-DDD
                   MOVE TELEFONE TO ENV-TELEFONE.
                MOVE W-TIPO TO ENV-TIPO.
                MOVE W-TEXTO TO ENV-TEXTO.
                WRITE MSGENVIO-REG.
                MOVE W-HOJE TO MSH-DATA.
                MOVE W-SEQ TO MSH-SEQ.
                MOVE CPF TO MSH-CPF.
                MOVE W-TIPO TO MSH-TIPO.
                MOVE CANALMSG TO MSH-CANAL.
                MOVE ENV-DDD TO MSH-DDD.
                MOVE ENV-TELEFONE TO MSH-TELEFONE.
                MOVE ENV-EMAIL TO MSH-EMAIL.
                MOVE W-TEXTO TO MSH-TEXTO.
                MOVE "G" TO MSH-SITUACAO.
                MOVE ZEROS TO MSH-DTRETORNO.
                MOVE SPACES TO MSH-MOTIVO.
                WRITE MSGHIST-REG
                   INVALID KEY
                      DISPLAY "ERRO AO GRAVAR MSGHIST " MSH-CHAVE.
                ADD 1 TO W-CONTGERADAS.
                MOVE SPACES TO LINHA-REL
                MOVE W-TIPO TO LR-TIPO
                MOVE CPF TO LR-CPF
                MOVE NOME TO LR-NOME
                MOVE CANALMSG TO LR-CANAL
                IF CANALMSG = "E"
                   MOVE EMAIL TO LR-DESTINO
                ELSE
                   STRING "(" DDD ") " TELEFONE
                           DELIMITED BY SIZE INTO LR-DESTINO.
                MOVE LINHA-REL TO REGRELMSG
                WRITE REGRELMSG.
       7500-GRAVA-MENSAGEM-FIM.
                EXIT.
      *
      * SOMA W-NDIAS DIAS A W-DTCALC, UM DIA POR VEZ
       8000-SOMA-DIAS.
                IF W-NDIAS = ZEROS
                   GO TO 8000-SOMA-DIAS-FIM.
                ADD 1 TO W-DIACALC.
                MOVE TAB-ULTDIA(W-MESCALC) TO W-ULTDIA.
                IF W-MESCALC = 2
                   DIVIDE W-ANOCALC BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULTDIA.
                IF W-DIACALC > W-ULTDIA
                   MOVE 1 TO W-DIACALC
                   ADD 1 TO W-MESCALC
                   IF W-MESCALC > 12
                      MOVE 1 TO W-MESCALC
                      ADD 1 TO W-ANOCALC.
                SUBTRACT 1 FROM W-NDIAS.
                GO TO 8000-SOMA-DIAS.
       8000-SOMA-DIAS-FIM.
                EXIT.
      *
       8100-FORMATA-DATA.
                MOVE W-DIAAUX TO W-DTTXT-DIA.
                MOVE W-MESAUX TO W-DTTXT-MES.
                MOVE W-ANOAUX TO W-DTTXT-ANO.
       8100-FORMATA-DATA-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                STRING "AGENDAMENTOS DE AMANHA...: " W-CONTAGE
                        DELIMITED BY SIZE INTO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                STRING "REVACINACOES.............: " W-CONTVAC
                        DELIMITED BY SIZE INTO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                STRING "PARCELAS A VENCER........: " W-CONTPAR
                        DELIMITED BY SIZE INTO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                STRING "ANIVERSARIOS.............: " W-CONTANI
                        DELIMITED BY SIZE INTO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                STRING "MENSAGENS GERADAS........: " W-CONTGERADAS
                        DELIMITED BY SIZE INTO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                STRING "SEM CONSENTIMENTO........: " W-CONTSEMCONS
                        DELIMITED BY SIZE INTO REGRELMSG
                WRITE REGRELMSG.
                MOVE SPACES TO REGRELMSG
                STRING "SEM CANAL/CONTATO VALIDO.: " W-CONTSEMCONT
                        DELIMITED BY SIZE INTO REGRELMSG
                WRITE REGRELMSG.
                CLOSE CLIENTE.
                CLOSE PETS.
                CLOSE AGENDA.
                CLOSE SERVICO.
                CLOSE CONTASREC.
                CLOSE MSGHIST.
                CLOSE MSGENVIO.
                CLOSE RELMSG.
       9000-FINALIZA-FIM.
                EXIT.
