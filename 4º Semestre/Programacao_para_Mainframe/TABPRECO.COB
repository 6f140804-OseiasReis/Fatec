      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TABPRECO ASSIGN TO 'TABPRECO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS TPR-STATUS
         RECORD KEY TPR-CHAVE.
         SELECT GRUPOCLI ASSIGN TO 'GRUPOCLI.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS GRP-STATUS
         RECORD KEY GRP-CODIGO.
         SELECT PRODUTO ASSIGN TO 'PRODUTO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS PRODUTO-STATUS
         RECORD KEY PRO-CODIGO
         ALTERNATE RECORD KEY PRO-EAN WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.

      * UMA FAIXA POR GRUPO + PRODUTO + QUANTIDADE MINIMA. A FAIXA
      * VALE DA SUA QUANTIDADE MINIMA ATE A MINIMA DA PROXIMA (EX.:
      * 1, 5 E 10 DAO 1-4, 5-9 E 10 OU MAIS). PRECO DA FAIXA
      * PREENCHIDO MANDA; ZERADO, VALE O PERCENTUAL DE DESCONTO (2
      * DECIMAIS) SOBRE O PRECO DE BALCAO. SITUACAO A=ATIVA
      * S=SUSPENSA. O CADVEN APLICA ANTES DA PROMOCAO E DO DESCONTO
       FD TABPRECO.
       01 TABPRECO-REG.
           05 TPR-CHAVE.
              10 TPR-GRUPO     PIC 9(02).
              10 TPR-PRODUTO   PIC 9(08).
              10 TPR-QTDMIN    PIC 9(05).
           05 TPR-PRECO        PIC 9(06)V99.
           05 TPR-PERCDESC     PIC 9(04).
           05 TPR-SITUACAO     PIC X(01).
           05 TPR-DT-ALTERACAO PIC 9(08).
           05 TPR-USUARIO      PIC X(08).

      * GRUPOS DE CLIENTE (GRUPO NO CADASTRO DO CLIENTE - SGP003).
      * GRUPO INATIVO NAO PODE SER DADO A CLIENTE NOVO E O CADVEN
      * DEIXA DE APLICAR A TABELA DELE
       FD GRUPOCLI.
       01 GRUPOCLI-REG.
           05 GRP-CODIGO       PIC 9(02).
           05 GRP-DESCRICAO    PIC X(20).
           05 GRP-SITUACAO     PIC X(01).
           05 GRP-DT-ALTERACAO PIC 9(08).
           05 GRP-USUARIO      PIC X(08).

       FD PRODUTO.
       01 PRODUTO-REG.
           05 PRO-CODIGO        PIC 9(08).
           05 PRO-DESCRICAO     PIC X(30).
           05 PRO-UNIDADE       PIC X(02).
           05 PRO-PRECOCUSTO    PIC 9(06)V99.
           05 PRO-PRECOVENDA    PIC 9(06)V99.
           05 PRO-CLASSIFICACAO PIC 9(01).
           05 PRO-SITUACAO      PIC X(01).
           05 PRO-ESTOQUE       PIC 9(06).
           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).

       WORKING-STORAGE SECTION.
           77 TPR-STATUS         PIC 9(02).
           77 GRP-STATUS         PIC 9(02).
           77 PRODUTO-STATUS     PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-GRUPONOVO      PIC X(01).
           77 WRK-FIMTPR         PIC X(01).
           77 WRK-TPRGRUPO       PIC 9(02).
           77 WRK-TPRPROD        PIC 9(08).
           77 WRK-PRECOFAIXA     PIC 9(06)V99.

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

                10 LINE 01 COLUMN 25 PIC X(24)
                BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                FROM 'TABELA DE PRECOS'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR FAIXA'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR FAIXAS'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR FAIXA'.
             05 LINE 10 COLUMN 15 VALUE '4 - SUSPENDER FAIXA'.
             05 LINE 11 COLUMN 15 VALUE '5 - GRUPOS DE CLIENTE'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.

           01 TELA-REG.
               05 CHAVE-TPR FOREGROUND-COLOR 2.
                 10 LINE 08 COLUMN 10 VALUE 'GRUPO: '.
                 10 COLUMN PLUS 2 PIC 9(02) USING TPR-GRUPO
                   BLANK WHEN ZEROS.
                 10 LINE 09 COLUMN 10 VALUE 'PRODUTO: '.
                 10 COLUMN PLUS 2 PIC 9(08) USING TPR-PRODUTO
                   BLANK WHEN ZEROS.
                 10 LINE 10 COLUMN 10 VALUE 'A PARTIR DE (QTD): '.
                 10 COLUMN PLUS 2 PIC 9(05) USING TPR-QTDMIN
                   BLANK WHEN ZEROS.
               05 SS-DADOS.
                 10 LINE 11 COLUMN 10 VALUE 'PRECO DA FAIXA: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9,99 USING TPR-PRECO
                   BLANK WHEN ZEROS.
                 10 LINE 12 COLUMN 10 VALUE '% DESC (2 DEC): '.
                 10 COLUMN PLUS 2 PIC 9(04) USING TPR-PERCDESC
                   BLANK WHEN ZEROS.
                 10 LINE 13 COLUMN 10 VALUE 'SITUACAO (A/S): '.
                 10 COLUMN PLUS 2 PIC X(01) USING TPR-SITUACAO.
               05 SS-INFO.
                 10 LINE 15 COLUMN 10 VALUE 'GRUPO: '.
                 10 COLUMN PLUS 2 PIC X(20) FROM GRP-DESCRICAO.
                 10 LINE 16 COLUMN 10 VALUE 'PRODUTO: '.
                 10 COLUMN PLUS 2 PIC X(30) FROM PRO-DESCRICAO.
                 10 LINE 17 COLUMN 10 VALUE 'PRECO BALCAO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9,99 FROM PRO-PRECOVENDA.
                 10 COLUMN PLUS 2 VALUE 'PRECO NA FAIXA: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9,99 FROM WRK-PRECOFAIXA.

           01 TELA-GRUPO.
               05 CHAVE-GRP FOREGROUND-COLOR 2.
                 10 LINE 08 COLUMN 10 VALUE 'GRUPO: '.
                 10 COLUMN PLUS 2 PIC 9(02) USING GRP-CODIGO
                   BLANK WHEN ZEROS.
               05 SS-DADOSGRP.
                 10 LINE 09 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(20) USING GRP-DESCRICAO.
                 10 LINE 10 COLUMN 10 VALUE 'SITUACAO (A/I): '.
                 10 COLUMN PLUS 2 PIC X(01) USING GRP-SITUACAO.

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
             OPEN I-O TABPRECO
             IF TPR-STATUS = 35 THEN
               OPEN OUTPUT TABPRECO
               CLOSE TABPRECO
               OPEN I-O TABPRECO
              END-IF.
             OPEN I-O GRUPOCLI
             IF GRP-STATUS = 35 THEN
               OPEN OUTPUT GRUPOCLI
               CLOSE GRUPOCLI
               OPEN I-O GRUPOCLI
              END-IF.
             OPEN INPUT PRODUTO.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO TPR-SITUACAO GRP-DESCRICAO
                            PRO-DESCRICAO.
             MOVE ZEROS TO TPR-GRUPO TPR-PRODUTO TPR-QTDMIN TPR-PRECO
                           TPR-PERCDESC PRO-PRECOVENDA WRK-PRECOFAIXA.
             EVALUATE WRK-OPCAO
             WHEN 2
               PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-FIM
             WHEN 1
             WHEN 3
             WHEN 4
             WHEN 5
      * PRECO DE TABELA E DESCONTO DADO DE ANTEMAO: QUEM MEXE NA
      * TABELA E NOS GRUPOS E SO O SUPERVISOR
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 2100-SUPERVISOR
               END-IF
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

           2100-SUPERVISOR.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-INCLUIR THRU 5000-INCLUIR-FIM
             WHEN 3
               PERFORM 6500-ALTERAR THRU 6500-ALTERAR-FIM
             WHEN 4
               PERFORM 7000-SUSPENDER
             WHEN 5
               PERFORM 8000-GRUPO THRU 8000-GRUPO-FIM
             END-EVALUATE.

           3000-FINALIZAR.
               CLOSE TABPRECO.
               CLOSE GRUPOCLI.
               CLOSE PRODUTO.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-TPR.
             PERFORM 5100-VALIDA-CHAVE THRU 5100-VALIDA-CHAVE-FIM.
             IF WRK-MSGERRO NOT = SPACES
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             DISPLAY SS-INFO.
             ACCEPT SS-DADOS.
             PERFORM 5200-VALIDA-DADOS THRU 5200-VALIDA-DADOS-FIM.
             IF WRK-MSGERRO NOT = SPACES
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             ACCEPT TPR-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO TPR-USUARIO.
             WRITE TABPRECO-REG
               INVALID KEY
                 MOVE 'FAIXA JA CADASTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-INFO
                 MOVE 'DADOS GRAVADOS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-WRITE.
           5000-INCLUIR-FIM.
             EXIT.

      * GRUPO CADASTRADO E PRODUTO EXISTENTE; A PRIMEIRA FAIXA
      * COMECA EM 1 (QTD MINIMA ZERO NAO EXISTE)
           5100-VALIDA-CHAVE.
             MOVE SPACES TO WRK-MSGERRO.
             MOVE TPR-GRUPO TO GRP-CODIGO.
             READ GRUPOCLI
               INVALID KEY
                 MOVE 'GRUPO NAO CADASTRADO' TO WRK-MSGERRO
                 GO TO 5100-VALIDA-CHAVE-FIM
             END-READ.
             MOVE TPR-PRODUTO TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                 GO TO 5100-VALIDA-CHAVE-FIM
             END-READ.
             IF TPR-QTDMIN = ZEROS
               MOVE 'QUANTIDADE MINIMA INVALIDA' TO WRK-MSGERRO.
           5100-VALIDA-CHAVE-FIM.
             EXIT.

      * PRECO OU PERCENTUAL, NUNCA ACIMA DO BALCAO (A TABELA SO
      * BAIXA PRECO - QUEM COBRA MAIS E O CADASTRO DE PRODUTO)
           5200-VALIDA-DADOS.
             MOVE SPACES TO WRK-MSGERRO.
             IF TPR-PRECO = ZEROS AND TPR-PERCDESC = ZEROS
               MOVE 'INFORME PRECO OU PERCENTUAL' TO WRK-MSGERRO
               GO TO 5200-VALIDA-DADOS-FIM.
             IF TPR-PERCDESC NOT < 10000
               MOVE 'PERCENTUAL INVALIDO' TO WRK-MSGERRO
               GO TO 5200-VALIDA-DADOS-FIM.
             IF TPR-PRECO > PRO-PRECOVENDA
               MOVE 'PRECO ACIMA DO BALCAO' TO WRK-MSGERRO
               GO TO 5200-VALIDA-DADOS-FIM.
             IF TPR-SITUACAO = SPACES
               MOVE 'A' TO TPR-SITUACAO.
             IF TPR-SITUACAO NOT = 'A' AND TPR-SITUACAO NOT = 'S'
               MOVE 'SITUACAO INVALIDA' TO WRK-MSGERRO
               GO TO 5200-VALIDA-DADOS-FIM.
             PERFORM 5300-CALCULA-FAIXA.
           5200-VALIDA-DADOS-FIM.
             EXIT.

           5300-CALCULA-FAIXA.
             IF TPR-PRECO > ZEROS
               MOVE TPR-PRECO TO WRK-PRECOFAIXA
             ELSE
               COMPUTE WRK-PRECOFAIXA = PRO-PRECOVENDA
                     - (PRO-PRECOVENDA * TPR-PERCDESC / 10000)
             END-IF.

      * MOSTRA UMA A UMA AS FAIXAS DO GRUPO + PRODUTO, DA MENOR
      * QUANTIDADE PARA A MAIOR
           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-TPR.
             MOVE TPR-GRUPO TO WRK-TPRGRUPO.
             MOVE TPR-PRODUTO TO WRK-TPRPROD.
             MOVE TPR-GRUPO TO GRP-CODIGO.
             READ GRUPOCLI
               INVALID KEY
                 MOVE SPACES TO GRP-DESCRICAO
             END-READ.
             MOVE TPR-PRODUTO TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE SPACES TO PRO-DESCRICAO
                 MOVE ZEROS TO PRO-PRECOVENDA
             END-READ.
             MOVE 'N' TO WRK-FIMTPR.
             START TABPRECO KEY IS NOT LESS THAN TPR-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMTPR.
             PERFORM 6100-PROX-FAIXA UNTIL WRK-FIMTPR = 'S'.
             MOVE 'FIM DAS FAIXAS' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6000-CONSULTAR-FIM.
             EXIT.

           6100-PROX-FAIXA.
             READ TABPRECO NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMTPR
             END-READ.
             IF WRK-FIMTPR = 'N'
               IF TPR-GRUPO NOT = WRK-TPRGRUPO
                  OR TPR-PRODUTO NOT = WRK-TPRPROD
                 MOVE 'S' TO WRK-FIMTPR
               ELSE
                 PERFORM 5300-CALCULA-FAIXA
                 DISPLAY CHAVE-TPR
                 DISPLAY SS-DADOS
                 DISPLAY SS-INFO
                 MOVE 'ENTER P/ PROXIMA FAIXA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               END-IF
             END-IF.

           6500-ALTERAR.
             MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-TPR.
             PERFORM 5100-VALIDA-CHAVE THRU 5100-VALIDA-CHAVE-FIM.
             IF WRK-MSGERRO NOT = SPACES
               ACCEPT MOSTRA-ERRO
               GO TO 6500-ALTERAR-FIM.
             READ TABPRECO
               INVALID KEY
                 MOVE 'NAO ENCONTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-ALTERAR-FIM
             END-READ.
             PERFORM 5300-CALCULA-FAIXA.
             DISPLAY SS-DADOS.
             DISPLAY SS-INFO.
             ACCEPT SS-DADOS.
             PERFORM 5200-VALIDA-DADOS THRU 5200-VALIDA-DADOS-FIM.
             IF WRK-MSGERRO NOT = SPACES
               ACCEPT MOSTRA-ERRO
               GO TO 6500-ALTERAR-FIM.
             ACCEPT TPR-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO TPR-USUARIO.
             REWRITE TABPRECO-REG
               INVALID KEY
                 MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-INFO
                 MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           6500-ALTERAR-FIM.
             EXIT.

      * SUSPENSAO: A FAIXA FICA 'S' E O CADVEN PARA DE APLICAR NA
      * HORA (VALE A FAIXA ATIVA ANTERIOR, OU O BALCAO)
           7000-SUSPENDER.
             MOVE 'MODULO - SUSPENDER ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-TPR.
             READ TABPRECO
               INVALID KEY
                 MOVE 'NAO ENCONTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 MOVE 'SUSPENDER (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                   MOVE 'S' TO TPR-SITUACAO
                   ACCEPT TPR-DT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE WRK-USUARIO TO TPR-USUARIO
                   REWRITE TABPRECO-REG
                     INVALID KEY
                       MOVE 'NAO SUSPENSA' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'FAIXA SUSPENSA' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
                 END-IF
             END-READ.

      * INCLUSAO/ALTERACAO DE GRUPO PELO CODIGO (GRUPO QUE SAI DE
      * USO FICA INATIVO - OS CLIENTES CONTINUAM APONTANDO PARA ELE)
           8000-GRUPO.
             MOVE 'MODULO - GRUPOS' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE ZEROS TO GRP-CODIGO.
             DISPLAY TELA-GRUPO.
             ACCEPT CHAVE-GRP.
             IF GRP-CODIGO = ZEROS
               MOVE 'GRUPO 00 E O BALCAO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8000-GRUPO-FIM.
             MOVE 'N' TO WRK-GRUPONOVO.
             READ GRUPOCLI
               INVALID KEY
                 MOVE 'S' TO WRK-GRUPONOVO
                 MOVE SPACES TO GRP-DESCRICAO
                 MOVE 'A' TO GRP-SITUACAO
             END-READ.
             DISPLAY SS-DADOSGRP.
             ACCEPT SS-DADOSGRP.
             IF GRP-DESCRICAO = SPACES
               MOVE 'DESCRICAO OBRIGATORIA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8000-GRUPO-FIM.
             IF GRP-SITUACAO NOT = 'A' AND GRP-SITUACAO NOT = 'I'
               MOVE 'SITUACAO INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8000-GRUPO-FIM.
             ACCEPT GRP-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO GRP-USUARIO.
             IF WRK-GRUPONOVO = 'S'
               WRITE GRUPOCLI-REG
                 INVALID KEY
                   MOVE 'ERRO AO GRAVAR GRUPO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   GO TO 8000-GRUPO-FIM
               END-WRITE
             ELSE
               REWRITE GRUPOCLI-REG
                 INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   GO TO 8000-GRUPO-FIM
               END-REWRITE
             END-IF.
             MOVE 'DADOS GRAVADOS' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           8000-GRUPO-FIM.
             EXIT.

       END PROGRAM CADTPR.
