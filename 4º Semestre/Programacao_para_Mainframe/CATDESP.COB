      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCAT.
      * CATEGORIAS DAS DESPESAS OPERACIONAIS (ALUGUEL, ENERGIA,
      * FOLHA, TARIFAS BANCARIAS ...). TODA CONTA A PAGAR QUE NAO
      * VEM DE NOTA DE MERCADORIA (CADDSP E DESPESAS RECORRENTES
      * DO SGP058) LEVA UMA CATEGORIA DAQUI EM DESPESA.DAT
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CATDESP ASSIGN TO 'CATDESP.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS CAT-STATUS
         RECORD KEY CAT-CODIGO.
       DATA DIVISION.
       FILE SECTION.

      * TIPO: F = FIXA (NAO VARIA COM AS VENDAS), V = VARIAVEL
      * SITUACAO: A = ATIVA, I = INATIVA (NAO ACEITA DESPESA NOVA)
       FD CATDESP.
       01 CATDESP-REG.
           05 CAT-CODIGO       PIC 9(03).
           05 CAT-DESCRICAO    PIC X(30).
           05 CAT-TIPO         PIC X(01).
           05 CAT-SITUACAO     PIC X(01).
           05 CAT-DT-ALTERACAO PIC 9(08).
           05 CAT-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 CAT-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).

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

                10 LINE 01 COLUMN 25 PIC X(20)
                BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                FROM 'CATEGORIAS DE DESPESA'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - INATIVAR'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.

           01 TELA-REG.
               05 CHAVE-CAT FOREGROUND-COLOR 2.
                 10 LINE 08 COLUMN 10 VALUE 'CODIGO DA CATEGORIA'.
                 10 COLUMN PLUS 2 PIC 9(03) USING CAT-CODIGO
                   BLANK WHEN ZEROS.
               05 SS-DADOS.
                 10 LINE 09 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(30) USING CAT-DESCRICAO.
                 10 LINE 10 COLUMN 10 VALUE 'TIPO (F/V): '.
                 10 COLUMN PLUS 2 PIC X(01) USING CAT-TIPO.
                 10 LINE 11 COLUMN 10 VALUE 'SITUACAO (A/I): '.
                 10 COLUMN PLUS 2 PIC X(01) USING CAT-SITUACAO.

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
             OPEN I-O CATDESP
             IF CAT-STATUS = 35 THEN
               OPEN OUTPUT CATDESP
               CLOSE CATDESP
               OPEN I-O CATDESP
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO CAT-DESCRICAO CAT-TIPO
             CAT-SITUACAO.
             MOVE ZEROS TO CAT-CODIGO.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-INCLUIR THRU 5000-INCLUIR-FIM
             WHEN 2
               PERFORM 6000-CONSULTAR
             WHEN 3
      * ALTERACAO E INATIVACAO SO PARA NIVEL SUPERVISOR
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
                 PERFORM 7000-INATIVAR
               END-IF
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

           3000-FINALIZAR.
               CLOSE CATDESP.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT TELA-REG.
             IF CAT-CODIGO = ZEROS
               MOVE 'CODIGO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF CAT-DESCRICAO = SPACES
               MOVE 'DESCRICAO INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF CAT-TIPO NOT = 'F' AND CAT-TIPO NOT = 'V'
               MOVE 'TIPO DEVE SER F OU V' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF CAT-SITUACAO = SPACES
               MOVE 'A' TO CAT-SITUACAO.
             ACCEPT CAT-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO CAT-USUARIO.
             WRITE CATDESP-REG
               INVALID KEY
                 MOVE 'CATEGORIA JA CADASTRADA' TO WRK-MSGERRO
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
             ACCEPT CHAVE-CAT.
             READ CATDESP
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
             END-READ.
             ACCEPT MOSTRA-ERRO.

      * A DESCRICAO NOVA VALE TAMBEM PARA AS DESPESAS JA GRAVADAS
      * (ELAS GUARDAM SO O CODIGO)
           6500-ALTERAR.
             MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-CAT.
             READ CATDESP
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-ALTERAR-FIM
             END-READ.
             DISPLAY SS-DADOS.
             ACCEPT SS-DADOS.
             IF CAT-TIPO NOT = 'F' AND CAT-TIPO NOT = 'V'
               MOVE 'TIPO DEVE SER F OU V' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-ALTERAR-FIM.
             ACCEPT CAT-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO CAT-USUARIO.
             REWRITE CATDESP-REG
               INVALID KEY
                 MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           6500-ALTERAR-FIM.
             EXIT.

      * A CATEGORIA NAO E APAGADA: AS DESPESAS ANTIGAS CONTINUAM
      * APONTANDO PARA ELA (DRE E EXPORTACAO CONTABIL). INATIVA,
      * NAO ACEITA DESPESA NOVA NEM MODELO RECORRENTE
           7000-INATIVAR.
             MOVE 'MODULO - INATIVACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-CAT.
             READ CATDESP
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 MOVE 'INATIVAR (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                   MOVE 'I' TO CAT-SITUACAO
                   ACCEPT CAT-DT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE WRK-USUARIO TO CAT-USUARIO
                   REWRITE CATDESP-REG
                     INVALID KEY
                       MOVE 'NAO INATIVADA' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'CATEGORIA INATIVADA' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
                 END-IF
             END-READ.

       END PROGRAM CADCAT.
