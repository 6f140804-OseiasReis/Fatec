         ACCESS MODE IS RANDOM
         FILE STATUS IS SRV-STATUS
         RECORD KEY SRV-CODIGO.
         SELECT PROFISSIONAL ASSIGN TO 'PROFISSIONAL.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS PRF-STATUS
         RECORD KEY PRF-CODIGO.
       DATA DIVISION.
       FILE SECTION.
      * O PET AGORA E IDENTIFICADO POR UM CODIGO SEQUENCIAL
           05 AGE-CODSERV     PIC 9(04).
           05 AGE-SITUACAO    PIC X(01).
           05 AGE-PLANO       PIC X(01).
           05 AGE-CODPROF     PIC 9(03).

      * TABELA DE SERVICOS DO PETSHOP (MANTIDA PELO CADSERV)
       FD SERVICO.
           05 SRV-DT-ALTERACAO PIC 9(08).
           05 SRV-USUARIO      PIC X(08).

      * PROFISSIONAIS (MANTIDOS PELO CADPROF): EXPEDIENTE E
      * SERVICOS QUE CADA UM FAZ
       FD PROFISSIONAL.
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

       FD CLIENTE.
       01 REGAMG.
                03 CPF              PIC 9(12).
                03 DT-ALTERACAO     PIC 9(08).
                03 USUARIO          PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).

       WORKING-STORAGE SECTION.
           77 PETS-STATUS        PIC 9(02).
           77 W-TELBUSCA         PIC 9(09) VALUE ZEROS.
           77 SRV-STATUS         PIC 9(02).
           77 W-DESCSERV         PIC X(20) VALUE SPACES.
           77 PRF-STATUS         PIC 9(02).
           77 W-NOMEPROF         PIC X(30) VALUE SPACES.
           77 W-IND              PIC 9(01).
           77 W-DADOSOK          PIC X(01).
           77 W-SITANT           PIC X(01).
      * AGENDAMENTO SENDO GRAVADO - A BUSCA DE CHOQUE DE HORARIO
      * LE A AGENDA POR CIMA DO REGISTRO
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

           SCREEN SECTION.
           01 TELA.
                 10 COLUMN PLUS 2 PIC 9(04) USING AGE-CODSERV
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 PIC X(20) FROM W-DESCSERV.
                 10 LINE 14 COLUMN 10 VALUE 'PROFISSIONAL (COD): '.
                 10 COLUMN PLUS 2 PIC 9(03) USING AGE-CODPROF
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 PIC X(30) FROM W-NOMEPROF.

           01 TELA-BRWCPF.
             05 LINE 10 COLUMN 10 VALUE 'CPF DO CLIENTE: '.
                 10 LINE 14 COLUMN 10
                   VALUE 'SITUACAO (A/C/T/X/F): '.
                 10 COLUMN PLUS 2 PIC X(01) USING AGE-SITUACAO.
                 10 LINE 15 COLUMN 10 VALUE 'PROFISSIONAL: '.
                 10 COLUMN PLUS 2 PIC X(30) FROM W-NOMEPROF.

           01 ERRORMENS.
               02 MSGERRO.
               CLOSE SERVICO
               OPEN INPUT SERVICO
              END-IF.
             OPEN INPUT PROFISSIONAL
             IF PRF-STATUS = 35 THEN
               OPEN OUTPUT PROFISSIONAL
               CLOSE PROFISSIONAL
               OPEN INPUT PROFISSIONAL
              END-IF.
             MOVE '1' TO PCTL-CHAVE
             READ NPETCTL
               INVALID KEY
               CLOSE AGENDA.
               CLOSE NPETCTL.
               CLOSE SERVICO.
               CLOSE PROFISSIONAL.

           4000-LOCALIZA-CLIENTE.
             MOVE PETS-CPF TO CPF.

           8000-AGENDAR.
             MOVE 'AGENDAMENTO' TO MODULO.
             MOVE SPACES TO AGE-NOMEPET W-NOMEPROF.
             MOVE ZEROS TO AGE-CODPROF.
             DISPLAY TELA.
             DISPLAY TELA-AGENDA.
             ACCEPT CHAVEAGE.
                       ACCEPT ERRORMENS
                     ELSE
                       MOVE SRV-DESCRICAO TO W-DESCSERV
                       MOVE 'A' TO AGE-SITUACAO
                       MOVE 'N' TO AGE-PLANO
                       PERFORM 8100-CONFERE-PROF
                          THRU 8100-CONFERE-PROF-FIM
                       DISPLAY SS-DADOSAGE
                       IF W-DADOSOK NOT = 'S'
                         ACCEPT ERRORMENS
                       ELSE
                         WRITE AGENDA-REG
                           INVALID KEY
                             MOVE 'HORARIO JA AGENDADO' TO ERRO
                             ACCEPT ERRORMENS
                         END-WRITE
                       END-IF
                     END-IF
                 END-READ
             END-READ.

      * O PROFISSIONAL TEM QUE ESTAR ATIVO, FAZER O SERVICO E
      * TRABALHAR NO DIA DA SEMANA E NA HORA DO AGENDAMENTO (O FIM
      * DO EXPEDIENTE NAO ENTRA). COMO O SERVICO NAO TEM DURACAO,
      * O CHOQUE E POR HORARIO: OUTRO PET NA MESMA DATA E HORA COM
      * O MESMO PROFISSIONAL, FORA OS CANCELADOS, BARRA A GRAVACAO
           8100-CONFERE-PROF.
             MOVE 'N' TO W-DADOSOK.
             MOVE SPACES TO W-NOMEPROF.
             IF AGE-CODPROF = ZEROS
               MOVE 'INFORME O PROFISSIONAL' TO ERRO
               GO TO 8100-CONFERE-PROF-FIM.
             MOVE AGE-CODPROF TO PRF-CODIGO.
             READ PROFISSIONAL
               INVALID KEY
                 MOVE 'PROFISSIONAL NAO CADASTRADO' TO ERRO
                 GO TO 8100-CONFERE-PROF-FIM
             END-READ.
             MOVE PRF-NOME TO W-NOMEPROF.
             IF PRF-SITUACAO NOT = 'A'
               MOVE 'PROFISSIONAL NAO ATIVO' TO ERRO
               GO TO 8100-CONFERE-PROF-FIM.
             MOVE 1 TO W-IND.
           8110-CONFERE-SERVICO.
             IF PRF-SERVICO(W-IND) NOT = AGE-CODSERV AND W-IND < 6
               ADD 1 TO W-IND
               GO TO 8110-CONFERE-SERVICO.
             IF PRF-SERVICO(W-IND) NOT = AGE-CODSERV
               MOVE 'PROFISSIONAL NAO FAZ O SERVICO' TO ERRO
               GO TO 8100-CONFERE-PROF-FIM.
             IF AGE-HORA < PRF-HORAINI OR AGE-HORA NOT < PRF-HORAFIM
               MOVE 'HORA FORA DO EXPEDIENTE' TO ERRO
               GO TO 8100-CONFERE-PROF-FIM.
             MOVE AGE-DATA TO W-DATA-AUX.
             PERFORM 8150-DIA-SEMANA.
             IF PRF-DIATRAB(W-DIASEM) NOT = 'S'
               MOVE 'DIA DE FOLGA DO PROFISSIONAL' TO ERRO
               GO TO 8100-CONFERE-PROF-FIM.
             MOVE AGENDA-REG TO W-AGENOVO.
             MOVE 'S' TO W-DADOSOK.
             MOVE ZEROS TO AGE-CODPET.
             START AGENDA KEY NOT < AGE-CHAVE
               INVALID KEY
                 GO TO 8130-RESTAURA
             END-START.
           8120-CONFERE-CHOQUE.
             READ AGENDA NEXT RECORD
               AT END
                 GO TO 8130-RESTAURA
             END-READ.
             IF AGE-DATA NOT = W-AGN-DATA OR AGE-HORA NOT = W-AGN-HORA
               GO TO 8130-RESTAURA.
             IF AGE-CODPROF = W-AGN-CODPROF AND AGE-SITUACAO NOT = 'X'
                AND AGE-CODPET NOT = W-AGN-CODPET
               MOVE 'N' TO W-DADOSOK
               MOVE 'PROFISSIONAL OCUPADO NA HORA' TO ERRO
               GO TO 8130-RESTAURA.
             GO TO 8120-CONFERE-CHOQUE.
           8130-RESTAURA.
             MOVE W-AGENOVO TO AGENDA-REG.
           8100-CONFERE-PROF-FIM.
             EXIT.

      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (JANEIRO E
      * FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO ANTERIOR)
           8150-DIA-SEMANA.
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

           9000-BUSCARCLIENTE.
             MOVE 'PETS DO CLIENTE' TO MODULO.
             MOVE ZEROS TO W-CPFBUSCA.
      * A=AGENDADO C=CONFIRMADO T=ATENDIDO X=CANCELADO F=FALTA
           9700-SITUACAO-AGENDA.
             MOVE 'SITUACAO DA AGENDA' TO MODULO.
             MOVE SPACES TO AGE-NOMEPET W-NOMEPROF.
             DISPLAY TELA.
             DISPLAY TELA-SITAGE.
             ACCEPT CHAVESIT.
               NOT INVALID KEY
                 MOVE SRV-DESCRICAO TO W-DESCSERV
             END-READ.
             MOVE AGE-CODPROF TO PRF-CODIGO.
             READ PROFISSIONAL
               INVALID KEY
                 MOVE SPACES TO W-NOMEPROF
               NOT INVALID KEY
                 MOVE PRF-NOME TO W-NOMEPROF
             END-READ.
             MOVE AGE-SITUACAO TO W-SITANT.
             DISPLAY SS-SITAGE.
             ACCEPT SS-SITAGE.
             IF AGE-SITUACAO NOT = 'A' AND AGE-SITUACAO NOT = 'C'
               MOVE 'SITUACAO INVALIDA' TO ERRO
               ACCEPT ERRORMENS
               GO TO 9700-SITUACAO-AGENDA-FIM.
      * CANCELADO QUE VOLTA A VALER OCUPA DE NOVO O PROFISSIONAL
             IF W-SITANT = 'X' AND AGE-SITUACAO NOT = 'X'
               PERFORM 8100-CONFERE-PROF THRU 8100-CONFERE-PROF-FIM
               IF W-DADOSOK NOT = 'S'
                 ACCEPT ERRORMENS
                 GO TO 9700-SITUACAO-AGENDA-FIM.
             REWRITE AGENDA-REG
               INVALID KEY
                 MOVE 'ERRO NA REGRAVACAO' TO ERRO
