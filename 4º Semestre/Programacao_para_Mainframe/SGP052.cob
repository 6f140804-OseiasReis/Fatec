      *    NO VALOR DE PLN-PRECOMES
      * PLANO SUSPENSO ('S') E PULADO: NAO AGENDA E NAO COBRA.
      * HORARIO JA OCUPADO DO PET E PULADO COM AVISO NA LISTAGEM.
      * O PLANO TEM QUE TER PROFISSIONAL ATIVO QUE FACA O SERVICO
      * E TRABALHE NA HORA PADRAO, SENAO E PULADO INTEIRO (SEM
      * AGENDA E SEM MENSALIDADE). CADA HORARIO TAMBEM E CONFERIDO
      * CONTRA O DIA DE FOLGA E A AGENDA DO PROFISSIONAL (OUTRO PET
      * NA MESMA HORA) E, SE NAO DER, FICA DE FORA COM AVISO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO5.
       SELECT RELPLN ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO6.
       SELECT PROFISSIONAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PRF-CODIGO
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           05 PLN-SITUACAO     PIC X(01).
           05 PLN-DT-ALTERACAO PIC 9(08).
           05 PLN-USUARIO      PIC X(08).
           05 PLN-CODPROF      PIC 9(03).
      *
       FD PETS
               LABEL RECORD IS STANDARD
           05 AGE-CODSERV     PIC 9(04).
           05 AGE-SITUACAO    PIC X(01).
           05 AGE-PLANO       PIC X(01).
           05 AGE-CODPROF     PIC 9(03).
      *
       FD CONTASREC
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELPLN              PIC X(90).
      *
       FD PROFISSIONAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROFISSIONAL.DAT".
       01 PROFISSIONAL-REG.
           05 PRF-CODIGO       PIC 9(03).
           05 PRF-NOME         PIC X(30).
           05 PRF-FUNCAO       PIC X(01).
           05 PRF-DIASTRAB     PIC X(07).
           05 PRF-DIASTRABX REDEFINES PRF-DIASTRAB.
              10 PRF-DIATRAB   PIC X(01) OCCURS 7 TIMES.
           05 PRF-HORAINI      PIC 9(04).
           05 PRF-HORAFIM      PIC 9(04).
           05 PRF-SERVICO      PIC 9(04) OCCURS 6 TIMES.
           05 PRF-PERCCOMIS    PIC 9(04).
           05 PRF-SITUACAO     PIC X(01).
           05 PRF-DT-ALTERACAO PIC 9(08).
           05 PRF-USUARIO      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO4           PIC X(02) VALUE "00".
       77 ST-ERRO5           PIC X(02) VALUE "00".
       77 ST-ERRO6           PIC X(02) VALUE "00".
       77 ST-ERRO7           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-MESSEL           PIC 9(06) VALUE ZEROS.
       77 W-USUARIO          PIC X(08) VALUE SPACES.
       77 W-CONTAGEND        PIC 9(06) VALUE ZEROS.
       77 W-CONTOCUPADO      PIC 9(06) VALUE ZEROS.
       77 W-CONTMENS         PIC 9(06) VALUE ZEROS.
       77 W-CONTSEMPROF      PIC 9(06) VALUE ZEROS.
       77 W-CONTRECUSA       PIC 9(06) VALUE ZEROS.
       77 W-IND              PIC 9(01) VALUE ZEROS.
       77 W-DADOSOK          PIC X(01) VALUE "N".
       77 W-MOTIVO           PIC X(30) VALUE SPACES.
       77 W-TENTLOCK         PIC 9(04) VALUE ZEROS.
       77 W-VEZ              PIC 9(02) VALUE ZEROS.
       77 W-DIA              PIC 9(02) VALUE ZEROS.
          03 LR-VALOR        PIC ZZZZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LR-OBS          PIC X(30).
      * HORARIO DO PLANO SENDO GRAVADO - A BUSCA DE CHOQUE NA
      * AGENDA DO PROFISSIONAL LE POR CIMA DO REGISTRO
       01 W-AGENOVO.
           05 W-AGN-DATA         PIC 9(08).
           05 W-AGN-HORA         PIC 9(04).
           05 W-AGN-CODPET       PIC 9(06).
           05 W-AGN-CODSERV      PIC 9(04).
           05 W-AGN-SITUACAO     PIC X(01).
           05 W-AGN-PLANO        PIC X(01).
           05 W-AGN-CODPROF      PIC 9(03).
      * DIA DA SEMANA DA DATA (1=DOMINGO ... 7=SABADO)
       01 W-DATA-AUX             PIC 9(08).
       01 W-DATA-AUXR REDEFINES W-DATA-AUX.
           05 W-DT-ANO           PIC 9(04).
           05 W-DT-MES           PIC 9(02).
           05 W-DT-DIA           PIC 9(02).
       01 W-CALCSEMANA.
           05 W-SECULO           PIC 9(02).
           05 W-ANOSEC           PIC 9(02).
           05 W-T1               PIC 9(03).
           05 W-T2               PIC 9(03).
           05 W-T3               PIC 9(03).
           05 W-SOMA             PIC 9(04).
           05 W-QUOC             PIC 9(04).
           05 W-RESTO            PIC 9(01).
           05 W-DIASEM           PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PETS"
                   CLOSE PLANOPET
                   STOP RUN.
                OPEN INPUT PROFISSIONAL
                IF ST-ERRO7 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PROFISSIONAL"
                   CLOSE PLANOPET
                   CLOSE PETS
                   STOP RUN.
                OPEN I-O AGENDA
                IF ST-ERRO3 = "35"
                   OPEN OUTPUT AGENDA
                   CLOSE AGENDA
                   CLOSE CONTASREC
                   CLOSE NVENDACTL
                   CLOSE PROFISSIONAL
                   STOP RUN.
                MOVE SPACES TO REGRELPLN
                MOVE "GERACAO MENSAL DOS PLANOS DO PET" TO REGRELPLN
                      MOVE "*PET NAO CADASTRADO*" TO LR-OBS
                      PERFORM 3900-LISTA THRU 3900-LISTA-FIM
                      GO TO 3000-GERA-PLANO-FIM.
                PERFORM 3050-CONFERE-PROF THRU 3050-CONFERE-PROF-FIM.
                IF W-DADOSOK NOT = "S"
                   ADD 1 TO W-CONTSEMPROF
                   MOVE W-MOTIVO TO LR-OBS
                   PERFORM 3900-LISTA THRU 3900-LISTA-FIM
                   GO TO 3000-GERA-PLANO-FIM.
      * ESPACA AS VISITAS PELO MES: DIA = K X (28/FREQUENCIA)
                COMPUTE W-INTERV = 28 / PLN-FREQMES.
                IF W-INTERV = ZEROS
                        THRU 3500-GERA-MENSALIDADE-FIM.
       3000-GERA-PLANO-FIM.
                EXIT.
      *
      * PROFISSIONAL DO PLANO: ATIVO, FAZ O SERVICO E A HORA PADRAO
      * CAI NO EXPEDIENTE (O FIM DO EXPEDIENTE NAO ENTRA)
       3050-CONFERE-PROF.
                MOVE "N" TO W-DADOSOK.
                IF PLN-CODPROF = ZEROS
                   MOVE "*PLANO SEM PROFISSIONAL*" TO W-MOTIVO
                   GO TO 3050-CONFERE-PROF-FIM.
                MOVE PLN-CODPROF TO PRF-CODIGO.
                READ PROFISSIONAL
                   INVALID KEY
                      MOVE "*PROFISSIONAL NAO CADASTRADO*" TO W-MOTIVO
                      GO TO 3050-CONFERE-PROF-FIM.
                IF PRF-SITUACAO NOT = "A"
                   MOVE "*PROFISSIONAL NAO ATIVO*" TO W-MOTIVO
                   GO TO 3050-CONFERE-PROF-FIM.
                MOVE 1 TO W-IND.
       3060-CONFERE-SERVICO.
                IF PRF-SERVICO(W-IND) NOT = PLN-CODSERV AND W-IND < 6
                   ADD 1 TO W-IND
                   GO TO 3060-CONFERE-SERVICO.
                IF PRF-SERVICO(W-IND) NOT = PLN-CODSERV
                   MOVE "*PROFISSIONAL NAO FAZ O SERVICO" TO W-MOTIVO
                   GO TO 3050-CONFERE-PROF-FIM.
                IF PLN-HORA < PRF-HORAINI OR PLN-HORA NOT < PRF-HORAFIM
                   MOVE "*HORA FORA DO EXPEDIENTE*" TO W-MOTIVO
                   GO TO 3050-CONFERE-PROF-FIM.
                MOVE "S" TO W-DADOSOK.
       3050-CONFERE-PROF-FIM.
                EXIT.
      *
       3100-AGENDA-VEZ.
                COMPUTE W-DIA = W-VEZ * W-INTERV.
                MOVE PLN-CODSERV TO AGE-CODSERV.
                MOVE "A" TO AGE-SITUACAO.
                MOVE "S" TO AGE-PLANO.
                MOVE PLN-CODPROF TO AGE-CODPROF.
                PERFORM 3150-CONFERE-HORARIO
                        THRU 3150-CONFERE-HORARIO-FIM.
                IF W-DADOSOK NOT = "S"
                   ADD 1 TO W-CONTRECUSA
                   PERFORM 3250-AVISA-PROF THRU 3250-AVISA-PROF-FIM
                   GO TO 3100-AGENDA-VEZ-FIM.
                WRITE AGENDA-REG
                   INVALID KEY
                      ADD 1 TO W-CONTOCUPADO
                END-WRITE.
       3100-AGENDA-VEZ-FIM.
                EXIT.
      *
      * DIA DE TRABALHO DO PROFISSIONAL E AGENDA LIVRE NA HORA: OUTRO
      * PET NA MESMA DATA E HORA COM O MESMO PROFISSIONAL, FORA OS
      * CANCELADOS, BARRA O HORARIO
       3150-CONFERE-HORARIO.
                MOVE "N" TO W-DADOSOK.
                MOVE AGE-DATA TO W-DATA-AUX.
                PERFORM 3190-DIA-SEMANA.
                IF PRF-DIATRAB(W-DIASEM) NOT = "S"
                   MOVE "DIA DE FOLGA DO PROFISSIONAL" TO W-MOTIVO
                   GO TO 3150-CONFERE-HORARIO-FIM.
                MOVE AGENDA-REG TO W-AGENOVO.
                MOVE "S" TO W-DADOSOK.
                MOVE ZEROS TO AGE-CODPET.
                START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY
                      GO TO 3180-RESTAURA.
       3160-CONFERE-CHOQUE.
                READ AGENDA NEXT RECORD
                   AT END
                      GO TO 3180-RESTAURA.
                IF AGE-DATA NOT = W-AGN-DATA
                   OR AGE-HORA NOT = W-AGN-HORA
                   GO TO 3180-RESTAURA.
                IF AGE-CODPROF = W-AGN-CODPROF
                   AND AGE-SITUACAO NOT = "X"
                   AND AGE-CODPET NOT = W-AGN-CODPET
                   MOVE "N" TO W-DADOSOK
                   MOVE "PROFISSIONAL OCUPADO NA HORA" TO W-MOTIVO
                   GO TO 3180-RESTAURA.
                GO TO 3160-CONFERE-CHOQUE.
       3180-RESTAURA.
                MOVE W-AGENOVO TO AGENDA-REG.
       3150-CONFERE-HORARIO-FIM.
                EXIT.
      *
      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (JANEIRO E
      * FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO ANTERIOR)
       3190-DIA-SEMANA.
                IF W-DT-MES < 3
                   ADD 12 TO W-DT-MES
                   SUBTRACT 1 FROM W-DT-ANO.
                DIVIDE W-DT-ANO BY 100 GIVING W-SECULO
                   REMAINDER W-ANOSEC.
                COMPUTE W-T1 = (13 * (W-DT-MES + 1)) / 5.
                DIVIDE W-ANOSEC BY 4 GIVING W-T2.
                DIVIDE W-SECULO BY 4 GIVING W-T3.
                COMPUTE W-SOMA = W-DT-DIA + W-T1 + W-ANOSEC + W-T2
                               + W-T3 + 5 * W-SECULO + 6.
                DIVIDE W-SOMA BY 7 GIVING W-QUOC REMAINDER W-RESTO.
                ADD 1 W-RESTO GIVING W-DIASEM.
      *
       3200-AVISA-OCUPADO.
                MOVE SPACES TO REGRELPLN.
                WRITE REGRELPLN.
       3200-AVISA-OCUPADO-FIM.
                EXIT.
      *
       3250-AVISA-PROF.
                MOVE SPACES TO REGRELPLN.
                STRING "HORARIO RECUSADO PET " PLN-CODPET
                       " DIA " AGE-DATA " - " W-MOTIVO
                        DELIMITED BY SIZE INTO REGRELPLN.
                WRITE REGRELPLN.
       3250-AVISA-PROF-FIM.
                EXIT.
      *
      * UMA MENSALIDADE POR PLANO: PARCELA UNICA NO CPF DO DONO,
      * NVENDA PROPRIO DO CONTADOR (MESMA TRAVA DO CADVEN),
                STRING "MENSALIDADES GERADAS.: " W-CONTMENS
                        DELIMITED BY SIZE INTO REGRELPLN
                WRITE REGRELPLN.
                MOVE SPACES TO REGRELPLN
                STRING "PLANOS SEM PROFISSIONAL: " W-CONTSEMPROF
                        DELIMITED BY SIZE INTO REGRELPLN
                WRITE REGRELPLN.
                MOVE SPACES TO REGRELPLN
                STRING "HORARIOS RECUSADOS...: " W-CONTRECUSA
                        DELIMITED BY SIZE INTO REGRELPLN
                WRITE REGRELPLN.
                CLOSE PLANOPET.
                CLOSE PETS.
                CLOSE AGENDA.
                CLOSE CONTASREC.
                CLOSE NVENDACTL.
                CLOSE RELPLN.
                CLOSE PROFISSIONAL.
       9000-FINALIZA-FIM.
                EXIT.
