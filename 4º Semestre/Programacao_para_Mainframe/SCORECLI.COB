      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSCO.
      * NOTA DE CREDITO DO CLIENTE E REVISAO DO LIMITE (CHAMADO PELA
      * OPCAO 8 DO MENU FINANCEIRO). A NOTA, A FAIXA DE RISCO E A
      * SUGESTAO DE LIMITE SAO GRAVADAS PELA RODADA MENSAL DO SGP072
      * NO SCORECLI.DAT; AQUI SO SE CONSULTA E SE DECIDE A SUGESTAO.
      * APROVAR GRAVA O LIMITE SUGERIDO NO CLIENTE (COM IMAGEM
      * ANTES/DEPOIS NO LOGAUD) E MARCA A SUGESTAO COMO A; RECUSAR
      * SO MARCA R. SE O LIMITE DO CLIENTE FOI MEXIDO NO CADASTRO
      * DEPOIS DA RODADA, A SUGESTAO NAO E MAIS APLICADA (ESPERA A
      * PROXIMA RODADA). DECISAO SO PARA NIVEL SUPERVISOR
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SCORECLI ASSIGN TO 'SCORECLI.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS SCO-STATUS
         RECORD KEY SCO-CPF.
         SELECT CLIENTE ASSIGN TO 'CLIENTE.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS CLI-STATUS
         RECORD KEY CLI-CPF.
         SELECT LOGAUD ASSIGN TO 'LOGAUD.DAT'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * SITUACAO DA SUGESTAO: P=PENDENTE A=APROVADA R=RECUSADA
      * BRANCO=SEM SUGESTAO (MESMO LEIAUTE DO SGP072)
       FD SCORECLI.
       01 SCORECLI-REG.
           05 SCO-CPF          PIC 9(12).
           05 SCO-NOTA         PIC 9(04).
           05 SCO-FAIXA        PIC X(01).
           05 SCO-DTCALC       PIC 9(08).
           05 SCO-PARCPAGAS    PIC 9(04).
           05 SCO-MEDATRASO    PIC 9(04).
           05 SCO-VENCIDAS     PIC 9(03).
           05 SCO-JUROS        PIC 9(09)V99.
           05 SCO-RENEG        PIC 9(03).
           05 SCO-CHQDEV       PIC 9(03).
           05 SCO-ULTCOMPRA    PIC 9(08).
           05 SCO-LIMATUAL     PIC 9(09)V99.
           05 SCO-LIMSUGERIDO  PIC 9(09)V99.
           05 SCO-SITSUG       PIC X(01).
           05 SCO-DT-ALTERACAO PIC 9(08).
           05 SCO-USUARIO      PIC X(08).

       FD CLIENTE.
       01 CLIENTE-REG.
           05 CLI-CPF           PIC 9(12).
           05 CLI-NOME          PIC X(40).
           05 CLI-CEP           PIC 9(08).
           05 CLI-LOGRADOURO    PIC X(30).
           05 CLI-NUMERO        PIC 9(04).
           05 CLI-COMPLEMENTO   PIC X(12).
           05 CLI-BAIRRO        PIC X(20).
           05 CLI-CIDADE        PIC X(20).
           05 CLI-UF            PIC X(02).
           05 CLI-TELEFONE      PIC 9(09).
           05 CLI-DDD            PIC 9(02).
           05 CLI-EMAIL          PIC X(40).
           05 CLI-DATANASC       PIC 9(08).
           05 CLI-SITUACAO       PIC X(01).
           05 CLI-DT-ALTERACAO   PIC 9(08).
           05 CLI-USUARIO        PIC X(08).
           05 CLI-LIMITECRED    PIC 9(09)V99.
           05 CLI-CONSENTE      PIC X(01).
           05 CLI-CANALMSG      PIC X(01).
           05 CLI-GRUPO         PIC 9(02).

      * DIARIO DE AUDITORIA (MESMO LEIAUTE DO CADVEN)
       FD LOGAUD.
       01 LOGAUD-REG.
           05 AUD-ARQUIVO      PIC X(12).
           05 AUD-CHAVE        PIC X(20).
           05 AUD-OPERACAO     PIC X(01).
           05 AUD-DATA         PIC 9(08).
           05 AUD-HORA         PIC 9(08).
           05 AUD-USUARIO      PIC X(08).
           05 AUD-ANTES        PIC X(250).
           05 AUD-DEPOIS       PIC X(250).

       WORKING-STORAGE SECTION.
           77 SCO-STATUS         PIC 9(02).
           77 CLI-STATUS         PIC 9(02).
           77 AUD-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-FIMSCO         PIC X(01).
           77 WRK-ANTESCLI       PIC X(250).

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

                10 LINE 01 COLUMN 25 PIC X(22)
                BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                FROM 'NOTA DE CREDITO'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - CONSULTAR'.
             05 LINE 08 COLUMN 15 VALUE '2 - DECIDIR SUGESTAO DO CPF'.
             05 LINE 09 COLUMN 15 VALUE '3 - REVISAR PENDENTES'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.

           01 TELA-REG.
               05 CHAVE-SCO FOREGROUND-COLOR 2.
                 10 LINE 05 COLUMN 10 VALUE 'CPF: '.
                 10 COLUMN PLUS 2 PIC 9(12) USING SCO-CPF
                   BLANK WHEN ZEROS.
               05 SS-DADOS.
                 10 LINE 06 COLUMN 10 VALUE 'NOME: '.
                 10 COLUMN PLUS 2 PIC X(40) FROM CLI-NOME.
                 10 LINE 08 COLUMN 10 VALUE 'NOTA: '.
                 10 COLUMN PLUS 2 PIC ZZZ9 FROM SCO-NOTA.
                 10 COLUMN PLUS 4 VALUE 'FAIXA: '.
                 10 COLUMN PLUS 1 PIC X(01) FROM SCO-FAIXA.
                 10 COLUMN PLUS 4 VALUE 'CALCULADA EM: '.
                 10 COLUMN PLUS 1 PIC 9999/99/99 FROM SCO-DTCALC.
                 10 LINE 10 COLUMN 10 VALUE 'PARCELAS PAGAS: '.
                 10 COLUMN PLUS 1 PIC ZZZ9 FROM SCO-PARCPAGAS.
                 10 COLUMN PLUS 4 VALUE 'ATRASO MEDIO (DIAS): '.
                 10 COLUMN PLUS 1 PIC ZZZ9 FROM SCO-MEDATRASO.
                 10 LINE 11 COLUMN 10 VALUE 'VENCIDAS EM ABERTO: '.
                 10 COLUMN PLUS 1 PIC ZZ9 FROM SCO-VENCIDAS.
                 10 COLUMN PLUS 4 VALUE 'JUROS PAGOS: '.
                 10 COLUMN PLUS 1 PIC ZZZZZZZZ9,99 FROM SCO-JUROS.
                 10 LINE 12 COLUMN 10 VALUE 'RENEGOCIACOES 12M: '.
                 10 COLUMN PLUS 1 PIC ZZ9 FROM SCO-RENEG.
                 10 COLUMN PLUS 4 VALUE 'CHEQUES DEVOLVIDOS 12M: '.
                 10 COLUMN PLUS 1 PIC ZZ9 FROM SCO-CHQDEV.
                 10 LINE 13 COLUMN 10 VALUE 'ULTIMA COMPRA: '.
                 10 COLUMN PLUS 1 PIC 9999/99/99 FROM SCO-ULTCOMPRA.
                 10 LINE 15 COLUMN 10 VALUE 'LIMITE NA RODADA: '.
                 10 COLUMN PLUS 1 PIC ZZZZZZZZ9,99 FROM SCO-LIMATUAL.
                 10 LINE 16 COLUMN 10 VALUE 'LIMITE SUGERIDO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99
                   FROM SCO-LIMSUGERIDO.
                 10 LINE 17 COLUMN 10
                   VALUE 'SUGESTAO (P=PEND A=APROV R=RECUS): '.
                 10 COLUMN PLUS 1 PIC X(01) FROM SCO-SITSUG.

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
             OPEN I-O SCORECLI
             IF SCO-STATUS = 35 THEN
               OPEN OUTPUT SCORECLI
               CLOSE SCORECLI
               OPEN I-O SCORECLI
              END-IF.
             OPEN I-O CLIENTE
             IF CLI-STATUS = 35 THEN
               OPEN OUTPUT CLIENTE
               CLOSE CLIENTE
               OPEN I-O CLIENTE
              END-IF.
             OPEN EXTEND LOGAUD
             IF AUD-STATUS = 35 THEN
               OPEN OUTPUT LOGAUD
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO CLI-NOME.
             MOVE ZEROS TO SCO-CPF.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-FIM
             WHEN 2
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 6500-DECIDIR THRU 6500-DECIDIR-FIM
               END-IF
             WHEN 3
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 7000-REVISAR THRU 7000-REVISAR-FIM
               END-IF
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

           3000-FINALIZAR.
               CLOSE SCORECLI.
               CLOSE CLIENTE.
               CLOSE LOGAUD.

           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-SCO.
             READ SCORECLI
               INVALID KEY
                 MOVE 'CLIENTE SEM NOTA CALCULADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6000-CONSULTAR-FIM
             END-READ.
             PERFORM 6100-LE-CLIENTE.
             DISPLAY SS-DADOS.
             MOVE 'ENTER P/ SAIR' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6000-CONSULTAR-FIM.
             EXIT.

           6100-LE-CLIENTE.
             MOVE SCO-CPF TO CLI-CPF.
             READ CLIENTE
               INVALID KEY
                 MOVE SPACES TO CLI-NOME
             END-READ.

           6500-DECIDIR.
             MOVE 'MODULO - DECISAO  ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-SCO.
             READ SCORECLI
               INVALID KEY
                 MOVE 'CLIENTE SEM NOTA CALCULADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-DECIDIR-FIM
             END-READ.
             PERFORM 6100-LE-CLIENTE.
             DISPLAY SS-DADOS.
             IF SCO-SITSUG NOT = 'P'
               MOVE 'NAO HA SUGESTAO PENDENTE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-DECIDIR-FIM.
             MOVE SPACES TO WRK-TECLA.
             MOVE 'A=APROVAR R=RECUSAR' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             PERFORM 8000-DECIDE THRU 8000-DECIDE-FIM.
           6500-DECIDIR-FIM.
             EXIT.

      * PERCORRE O SCORECLI INTEIRO PARANDO NAS PENDENTES; F ENCERRA
           7000-REVISAR.
             MOVE 'MODULO - PENDENTES' TO WRK-MODULO.
             MOVE ZEROS TO SCO-CPF.
             MOVE 'N' TO WRK-FIMSCO.
             START SCORECLI KEY IS NOT LESS THAN SCO-CPF
               INVALID KEY
                 MOVE 'S' TO WRK-FIMSCO.
             PERFORM 7100-PROX-PEND UNTIL WRK-FIMSCO = 'S'.
             MOVE 'FIM DAS SUGESTOES PENDENTES' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           7000-REVISAR-FIM.
             EXIT.

           7100-PROX-PEND.
             READ SCORECLI NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMSCO
             END-READ.
             IF WRK-FIMSCO = 'N'
               IF SCO-SITSUG = 'P'
                 PERFORM 6100-LE-CLIENTE
                 DISPLAY TELA
                 DISPLAY TELA-REG
                 MOVE SPACES TO WRK-TECLA
                 MOVE 'A=APROV R=RECUS F=FIM ENTER' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'F'
                   MOVE 'S' TO WRK-FIMSCO
                 ELSE
                   PERFORM 8000-DECIDE THRU 8000-DECIDE-FIM
                 END-IF
               END-IF
             END-IF.

      * APLICA A DECISAO DIGITADA EM WRK-TECLA SOBRE A SUGESTAO LIDA
           8000-DECIDE.
             IF WRK-TECLA = 'R'
               MOVE 'R' TO SCO-SITSUG
               PERFORM 8200-GRAVA-SCORE
               MOVE 'SUGESTAO RECUSADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8000-DECIDE-FIM.
             IF WRK-TECLA NOT = 'A'
               GO TO 8000-DECIDE-FIM.
             MOVE SCO-CPF TO CLI-CPF.
             READ CLIENTE
               INVALID KEY
                 MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 8000-DECIDE-FIM
             END-READ.
             IF CLI-LIMITECRED NOT = SCO-LIMATUAL
               MOVE 'LIMITE MUDOU APOS A RODADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8000-DECIDE-FIM.
             MOVE CLIENTE-REG TO WRK-ANTESCLI.
             MOVE SCO-LIMSUGERIDO TO CLI-LIMITECRED.
             ACCEPT CLI-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO CLI-USUARIO.
             REWRITE CLIENTE-REG
               INVALID KEY
                 MOVE 'ERRO NA GRAVACAO DO CLIENTE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 8000-DECIDE-FIM
             END-REWRITE.
             MOVE 'CLIENTE' TO AUD-ARQUIVO.
             MOVE SPACES TO AUD-CHAVE.
             MOVE CLI-CPF TO AUD-CHAVE.
             MOVE 'A' TO AUD-OPERACAO.
             MOVE WRK-ANTESCLI TO AUD-ANTES.
             MOVE CLIENTE-REG TO AUD-DEPOIS.
             PERFORM 8100-GRAVA-LOGAUD.
             MOVE 'A' TO SCO-SITSUG.
             PERFORM 8200-GRAVA-SCORE.
             MOVE 'LIMITE ATUALIZADO' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           8000-DECIDE-FIM.
             EXIT.

      * GRAVA UM REGISTRO NO DIARIO DE AUDITORIA. O CHAMADOR JA
      * DEIXOU ARQUIVO, CHAVE, OPERACAO E IMAGENS PREENCHIDOS
           8100-GRAVA-LOGAUD.
             ACCEPT AUD-DATA FROM DATE YYYYMMDD.
             ACCEPT AUD-HORA FROM TIME.
             MOVE WRK-USUARIO TO AUD-USUARIO.
             WRITE LOGAUD-REG.

           8200-GRAVA-SCORE.
             ACCEPT SCO-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO SCO-USUARIO.
             REWRITE SCORECLI-REG
               INVALID KEY
                 MOVE 'ERRO NA GRAVACAO DA NOTA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.

       END PROGRAM CADSCO.
