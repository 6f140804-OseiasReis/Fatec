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

      * TABELA, COM A FREQUENCIA POR MES E O PRECO FECHADO. O
      * SGP052 AGENDA OS HORARIOS DO MES E GERA UMA MENSALIDADE NO
      * CONTAS A RECEBER POR PLANO ATIVO; PLANO SUSPENSO ('S')
      * PARA DE AGENDAR E DE COBRAR. O PROFISSIONAL DO PLANO TEM
      * QUE FAZER O SERVICO E A HORA PADRAO CAIR NO EXPEDIENTE DELE
       FD PLANOPET.
       01 PLANOPET-REG.
           05 PLN-CHAVE.
           05 PLN-SITUACAO     PIC X(01).
           05 PLN-DT-ALTERACAO PIC 9(08).
           05 PLN-USUARIO      PIC X(08).
           05 PLN-CODPROF      PIC 9(03).

       FD PETS.
       01 PETS-REG.
           05 SRV-DT-ALTERACAO PIC 9(08).
           05 SRV-USUARIO      PIC X(08).

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

       WORKING-STORAGE SECTION.
           77 PLN-STATUS         PIC 9(02).
           77 PETS-STATUS        PIC 9(02).
           77 SRV-STATUS         PIC 9(02).
           77 PRF-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-IND            PIC 9(01).
           77 WRK-DADOSOK        PIC X(01).

       LINKAGE SECTION.
       01 LNK-SESSAO.
                   BLANK WHEN ZEROS.
                 10 LINE 14 COLUMN 10 VALUE 'SITUACAO (A/S): '.
                 10 COLUMN PLUS 2 PIC X(01) USING PLN-SITUACAO.
                 10 LINE 15 COLUMN 10 VALUE 'PROFISSIONAL (COD): '.
                 10 COLUMN PLUS 2 PIC 9(03) USING PLN-CODPROF
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 PIC X(30) FROM PRF-NOME.

           01 MOSTRA-ERRO.
               02 MSG-ERRO.
               CLOSE SERVICO
               OPEN INPUT SERVICO
              END-IF.
             OPEN INPUT PROFISSIONAL
             IF PRF-STATUS = 35 THEN
               OPEN OUTPUT PROFISSIONAL
               CLOSE PROFISSIONAL
               OPEN INPUT PROFISSIONAL
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.


           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO PLN-SITUACAO PETS-NOME
             SRV-DESCRICAO PRF-NOME.
             MOVE ZEROS TO PLN-CODPET PLN-CODSERV PLN-FREQMES
             PLN-PRECOMES PLN-HORA PLN-CODPROF.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-INCLUIR THRU 5000-INCLUIR-FIM
               CLOSE PLANOPET.
               CLOSE PETS.
               CLOSE SERVICO.
               CLOSE PROFISSIONAL.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
               MOVE 0900 TO PLN-HORA.
             IF PLN-SITUACAO = SPACES
               MOVE 'A' TO PLN-SITUACAO.
             PERFORM 8000-CONFERE-PROF THRU 8000-CONFERE-PROF-FIM.
             DISPLAY SS-DADOS.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             ACCEPT PLN-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO PLN-USUARIO.
             WRITE PLANOPET-REG
                 READ SERVICO
                   INVALID KEY MOVE SPACES TO SRV-DESCRICAO
                 END-READ
                 MOVE PLN-CODPROF TO PRF-CODIGO
                 READ PROFISSIONAL
                   INVALID KEY MOVE SPACES TO PRF-NOME
                 END-READ
                 DISPLAY SS-NOMES
                 DISPLAY SS-DADOS
             END-READ.
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE PLN-CODPROF TO PRF-CODIGO
                 READ PROFISSIONAL
                   INVALID KEY MOVE SPACES TO PRF-NOME
                 END-READ
                 DISPLAY SS-DADOS
                 ACCEPT SS-DADOS
                 PERFORM 8000-CONFERE-PROF THRU 8000-CONFERE-PROF-FIM
                 IF WRK-DADOSOK NOT = 'S'
                   ACCEPT MOSTRA-ERRO
                 ELSE
                   ACCEPT PLN-DT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE WRK-USUARIO TO PLN-USUARIO
                   REWRITE PLANOPET-REG
                     INVALID KEY
                       MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
                 END-IF
             END-READ.

      * SUSPENSAO/REATIVACAO: PLANO 'S' PARA DE AGENDAR E DE
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 7000-SUSPENDER-FIM.
      * NA REATIVACAO O PROFISSIONAL DO PLANO PRECISA CONTINUAR
      * ATIVO E FAZENDO O SERVICO
             IF PLN-SITUACAO NOT = 'A'
               PERFORM 8000-CONFERE-PROF THRU 8000-CONFERE-PROF-FIM
               IF WRK-DADOSOK NOT = 'S'
                 ACCEPT MOSTRA-ERRO
                 GO TO 7000-SUSPENDER-FIM.
             IF PLN-SITUACAO = 'A'
               MOVE 'S' TO PLN-SITUACAO
             ELSE
           7000-SUSPENDER-FIM.
             EXIT.

      * PROFISSIONAL DO PLANO: ATIVO, FAZ O SERVICO E A HORA PADRAO
      * ESTA DENTRO DO EXPEDIENTE. O DIA DA SEMANA E O CHOQUE DE
      * HORARIO SO DA PARA VER NO AGENDAMENTO DE CADA DATA (SGP052)
           8000-CONFERE-PROF.
             MOVE 'N' TO WRK-DADOSOK.
             MOVE SPACES TO PRF-NOME.
             IF PLN-CODPROF = ZEROS
               MOVE 'INFORME O PROFISSIONAL' TO WRK-MSGERRO
               GO TO 8000-CONFERE-PROF-FIM.
             MOVE PLN-CODPROF TO PRF-CODIGO.
             READ PROFISSIONAL
               INVALID KEY
                 MOVE 'PROFISSIONAL NAO CADASTRADO' TO WRK-MSGERRO
                 GO TO 8000-CONFERE-PROF-FIM
             END-READ.
             IF PRF-SITUACAO NOT = 'A'
               MOVE 'PROFISSIONAL NAO ATIVO' TO WRK-MSGERRO
               GO TO 8000-CONFERE-PROF-FIM.
             MOVE 1 TO WRK-IND.
           8010-CONFERE-SERVICO.
             IF PRF-SERVICO(WRK-IND) NOT = PLN-CODSERV
                AND WRK-IND < 6
               ADD 1 TO WRK-IND
               GO TO 8010-CONFERE-SERVICO.
             IF PRF-SERVICO(WRK-IND) NOT = PLN-CODSERV
               MOVE 'PROFISSIONAL NAO FAZ O SERVICO' TO WRK-MSGERRO
               GO TO 8000-CONFERE-PROF-FIM.
             IF PLN-HORA < PRF-HORAINI OR PLN-HORA NOT < PRF-HORAFIM
               MOVE 'HORA FORA DO EXPEDIENTE' TO WRK-MSGERRO
               GO TO 8000-CONFERE-PROF-FIM.
             MOVE 'S' TO WRK-DADOSOK.
           8000-CONFERE-PROF-FIM.
             EXIT.

       END PROGRAM CADPLANO.
