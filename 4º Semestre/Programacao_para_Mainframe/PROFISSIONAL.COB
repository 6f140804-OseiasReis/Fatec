      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PROFISSIONAL ASSIGN TO 'PROFISSIONAL.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PRF-STATUS
         RECORD KEY PRF-CODIGO.
         SELECT SERVICO ASSIGN TO 'SERVICO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS SRV-STATUS
         RECORD KEY SRV-CODIGO.
       DATA DIVISION.
       FILE SECTION.

      * PROFISSIONAIS DO PETSHOP (T=TOSADOR/BANHISTA V=VETERINARIO
      * A=AUXILIAR) COM O EXPEDIENTE - DIAS DA SEMANA (S/N DE
      * DOMINGO A SABADO) E HORA DE INICIO/FIM (HHMM, O FIM NAO
      * ENTRA) - E OS SERVICOS QUE CADA UM FAZ. O AGENDAMENTO
      * (CADASTRO-PET) E A GERACAO DOS PLANOS (SGP052) SO ACEITAM
      * HORARIO DENTRO DO EXPEDIENTE E SEM OUTRO PET NA MESMA HORA
      * COM O MESMO PROFISSIONAL. A COMISSAO (% COM 2 DECIMAIS,
      * COMO NO VENDEDOR) E PAGA PELO SGP063
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

       FD SERVICO.
       01 SERVICO-REG.
           05 SRV-CODIGO       PIC 9(04).
           05 SRV-DESCRICAO    PIC X(20).
           05 SRV-PRECO        PIC 9(06)V99.
           05 SRV-SITUACAO     PIC X(01).
           05 SRV-DT-ALTERACAO PIC 9(08).
           05 SRV-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 PRF-STATUS         PIC 9(02).
           77 SRV-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-IND            PIC 9(01).
           77 WRK-DADOSOK        PIC X(01).

       LINKAGE SECTION.
       01 LNK-SESSAO.
           03 LNK-USUARIO      PIC X(08).
           03 LNK-NIVEL        PIC 9(01).

           SCREEN SECTION.
           01 TELA.
             05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 3.

                10 LINE 01 COLUMN 25 PIC X(26)
                BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                FROM 'CADASTRO DE PROFISSIONAIS'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.

           01 TELA-REG.
               05 CHAVE-PRF FOREGROUND-COLOR 2.
                 10 LINE 06 COLUMN 10 VALUE 'CODIGO'.
                 10 COLUMN PLUS 2 PIC 9(03) USING PRF-CODIGO
                   BLANK WHEN ZEROS.
               05 SS-DADOS.
                 10 LINE 07 COLUMN 10 VALUE 'NOME: '.
                 10 COLUMN PLUS 2 PIC X(30) USING PRF-NOME.
                 10 LINE 08 COLUMN 10 VALUE 'FUNCAO (T/V/A): '.
                 10 COLUMN PLUS 2 PIC X(01) USING PRF-FUNCAO.
                 10 LINE 09 COLUMN 10 VALUE 'DIAS (DSTQQSS, S/N): '.
                 10 COLUMN PLUS 2 PIC X(07) USING PRF-DIASTRAB.
                 10 LINE 10 COLUMN 10 VALUE 'EXPEDIENTE (HHMM): '.
                 10 COLUMN PLUS 2 PIC 9(04) USING PRF-HORAINI.
                 10 COLUMN PLUS 2 VALUE 'ATE'.
                 10 COLUMN PLUS 2 PIC 9(04) USING PRF-HORAFIM.
                 10 LINE 11 COLUMN 10 VALUE 'SERVICOS: '.
                 10 COLUMN PLUS 2 PIC 9(04) USING PRF-SERVICO(1)
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 PIC 9(04) USING PRF-SERVICO(2)
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 PIC 9(04) USING PRF-SERVICO(3)
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 PIC 9(04) USING PRF-SERVICO(4)
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 PIC 9(04) USING PRF-SERVICO(5)
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 PIC 9(04) USING PRF-SERVICO(6)
                   BLANK WHEN ZEROS.
                 10 LINE 12 COLUMN 10 VALUE 'COMISSAO % (2 DEC): '.
                 10 COLUMN PLUS 2 PIC 9(04) USING PRF-PERCCOMIS
                   BLANK WHEN ZEROS.
                 10 LINE 13 COLUMN 10 VALUE 'SITUACAO (A/S/D): '.
                 10 COLUMN PLUS 2 PIC X(01) USING PRF-SITUACAO.

           01 MOSTRA-ERRO.
               02 MSG-ERRO.
                 10 LINE 21 COLUMN 01 ERASE EOL
                 BACKGROUND-COLOR 3.
                 10 LINE 21 COLUMN 10 PIC X(30)
                 BACKGROUND-COLOR 3 FROM WRK-MSGERRO.
                 10 COLUMN PLUS 2 PIC X(01)
                 BACKGROUND-COLOR 3 USING WRK-TECLA.

           PROCEDURE DIVISION USING LNK-SESSAO.
           001-PRINCIPAL SECTION.
             PERFORM 1000-INICIAR THRU 1100-MONTATELA.
             PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
             PERFORM 3000-FINALIZAR.
             EXIT PROGRAM.

           1000-INICIAR.
             OPEN I-O PROFISSIONAL
             IF PRF-STATUS = 35 THEN
               OPEN OUTPUT PROFISSIONAL
               CLOSE PROFISSIONAL
               OPEN I-O PROFISSIONAL
              END-IF.
             OPEN INPUT SERVICO
             IF SRV-STATUS = 35 THEN
               OPEN OUTPUT SERVICO
               CLOSE SERVICO
               OPEN INPUT SERVICO
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO PRF-NOME PRF-FUNCAO
                            PRF-DIASTRAB PRF-SITUACAO.
             MOVE ZEROS TO PRF-CODIGO PRF-HORAINI PRF-HORAFIM
                           PRF-PERCCOMIS.
             MOVE ZEROS TO PRF-SERVICO(1) PRF-SERVICO(2)
                           PRF-SERVICO(3) PRF-SERVICO(4)
                           PRF-SERVICO(5) PRF-SERVICO(6).
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-INCLUIR THRU 5000-INCLUIR-FIM
             WHEN 2
               PERFORM 6000-CONSULTAR
             WHEN 3
      * ALTERACAO E EXCLUSAO SO PARA NIVEL SUPERVISOR
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 6500-ALTERAR THRU 6500-ALTERAR-FIM
               END-IF
             WHEN 4
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 7000-EXCLUIR
               END-IF
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

           3000-FINALIZAR.
               CLOSE PROFISSIONAL.
               CLOSE SERVICO.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT TELA-REG.
             IF PRF-CODIGO = ZEROS
               MOVE 'CODIGO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF PRF-SITUACAO = SPACES
               MOVE 'A' TO PRF-SITUACAO.
             IF PRF-DIASTRAB = SPACES
               MOVE 'NSSSSSS' TO PRF-DIASTRAB.
             PERFORM 8000-VALIDA THRU 8000-VALIDA-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             ACCEPT PRF-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO PRF-USUARIO.
             WRITE PROFISSIONAL-REG
               INVALID KEY
                 MOVE 'PROFISSIONAL JA CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'DADOS GRAVADOS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-WRITE.
           5000-INCLUIR-FIM.
             EXIT.

           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-PRF.
             READ PROFISSIONAL
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
             END-READ.
             ACCEPT MOSTRA-ERRO.

           6500-ALTERAR.
             MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-PRF.
             READ PROFISSIONAL
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-ALTERAR-FIM
             END-READ.
             DISPLAY SS-DADOS.
             ACCEPT SS-DADOS.
             PERFORM 8000-VALIDA THRU 8000-VALIDA-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 6500-ALTERAR-FIM.
             ACCEPT PRF-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO PRF-USUARIO.
             REWRITE PROFISSIONAL-REG
               INVALID KEY
                 MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           6500-ALTERAR-FIM.
             EXIT.

      * EXCLUSAO LOGICA: O PROFISSIONAL FICA COM SITUACAO 'D' PARA
      * A AGENDA E O HISTORICO DE COMISSOES CONTINUAREM BATENDO
           7000-EXCLUIR.
             MOVE 'MODULO - EXCLUSAO ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-PRF.
             READ PROFISSIONAL
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 MOVE 'EXCLUIR (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                   MOVE 'D' TO PRF-SITUACAO
                   ACCEPT PRF-DT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE WRK-USUARIO TO PRF-USUARIO
                   REWRITE PROFISSIONAL-REG
                     INVALID KEY
                       MOVE 'NAO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'REGISTRO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
                 END-IF
             END-READ.

      * FUNCAO, EXPEDIENTE E SERVICOS (CADA CODIGO INFORMADO TEM
      * QUE EXISTIR NA TABELA DE SERVICOS)
           8000-VALIDA.
             MOVE 'N' TO WRK-DADOSOK.
             IF PRF-FUNCAO NOT = 'T' AND PRF-FUNCAO NOT = 'V'
                AND PRF-FUNCAO NOT = 'A'
               MOVE 'FUNCAO INVALIDA (T/V/A)' TO WRK-MSGERRO
               GO TO 8000-VALIDA-FIM.
             IF PRF-HORAINI > 2359 OR PRF-HORAFIM > 2400
                OR PRF-HORAFIM NOT > PRF-HORAINI
               MOVE 'EXPEDIENTE INVALIDO' TO WRK-MSGERRO
               GO TO 8000-VALIDA-FIM.
             MOVE 1 TO WRK-IND.
           8010-VALIDA-SERVICO.
             IF PRF-SERVICO(WRK-IND) NOT = ZEROS
               MOVE PRF-SERVICO(WRK-IND) TO SRV-CODIGO
               READ SERVICO
                 INVALID KEY
                   MOVE 'SERVICO NAO CADASTRADO' TO WRK-MSGERRO
                   GO TO 8000-VALIDA-FIM
               END-READ
             END-IF.
             IF WRK-IND < 6
               ADD 1 TO WRK-IND
               GO TO 8010-VALIDA-SERVICO.
             MOVE 'S' TO WRK-DADOSOK.
           8000-VALIDA-FIM.
             EXIT.

       END PROGRAM CADPROF.
