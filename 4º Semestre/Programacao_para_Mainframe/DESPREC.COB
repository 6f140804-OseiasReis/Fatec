      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDRC.
      * MODELOS DAS DESPESAS QUE SE REPETEM TODO MES (ALUGUEL,
      * INTERNET, HONORARIOS DO CONTADOR ...). O SGP058 LE OS
      * MODELOS ATIVOS E GERA A CONTA A PAGAR DO MES EM CONTASPAG,
      * COM A CATEGORIA EM DESPESA.DAT. O CADBXP PAGA COMO
      * QUALQUER OUTRA CONTA. ULTIMO MES GERADO E ATUALIZADO PELO
      * SGP058 E SO APARECE NA TELA
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT DESPREC ASSIGN TO 'DESPREC.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS DRC-STATUS
         RECORD KEY DRC-CODIGO.
         SELECT FORNECEDOR ASSIGN TO 'FORNECEDOR.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS FORN-STATUS
         RECORD KEY FORN-CODIGO.
         SELECT CATDESP ASSIGN TO 'CATDESP.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS CAT-STATUS
         RECORD KEY CAT-CODIGO.
       DATA DIVISION.
       FILE SECTION.

      * DIA DO VENCIMENTO: DIA DO MES GERADO (DIA 31 EM MES MAIS
      * CURTO CAI NO ULTIMO DIA DO MES)
      * SITUACAO: A = ATIVO, I = INATIVO (NAO GERA MAIS)
       FD DESPREC.
       01 DESPREC-REG.
           05 DRC-CODIGO       PIC 9(03).
           05 DRC-DESCRICAO    PIC X(30).
           05 DRC-CODFORN      PIC 9(06).
           05 DRC-CATEGORIA    PIC 9(03).
           05 DRC-VALOR        PIC 9(09)V99.
           05 DRC-DIAVENC      PIC 9(02).
           05 DRC-SITUACAO     PIC X(01).
           05 DRC-ULTMES       PIC 9(06).
           05 DRC-DT-ALTERACAO PIC 9(08).
           05 DRC-USUARIO      PIC X(08).

      * CADASTRO DE FORNECEDORES (MANTIDO PELO CADFORN)
       FD FORNECEDOR.
       01 FORNECEDOR-REG.
           05 FORN-CODIGO      PIC 9(06).
           05 FORN-CNPJ        PIC 9(14).
           05 FORN-RAZAO       PIC X(40).
           05 FORN-DDD         PIC 9(02).
           05 FORN-TELEFONE    PIC 9(09).
           05 FORN-QTDPARC     PIC 9(02).
           05 FORN-PRAZODIAS   PIC 9(03).
           05 FORN-SITUACAO    PIC X(01).
           05 FORN-DT-ALTERACAO PIC 9(08).
           05 FORN-USUARIO     PIC X(08).
           05 FORN-UF          PIC X(02).
           05 FORN-IE          PIC X(14).

      * CATEGORIAS DE DESPESA (MANTIDAS PELO CADCAT)
       FD CATDESP.
       01 CATDESP-REG.
           05 CAT-CODIGO       PIC 9(03).
           05 CAT-DESCRICAO    PIC X(30).
           05 CAT-TIPO         PIC X(01).
           05 CAT-SITUACAO     PIC X(01).
           05 CAT-DT-ALTERACAO PIC 9(08).
           05 CAT-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 DRC-STATUS         PIC 9(02).
           77 FORN-STATUS        PIC 9(02).
           77 CAT-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-OK             PIC X(01).

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
                FROM 'DESPESAS RECORRENTES'.

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
               05 CHAVE-DRC FOREGROUND-COLOR 2.
                 10 LINE 08 COLUMN 10 VALUE 'CODIGO DO MODELO'.
                 10 COLUMN PLUS 2 PIC 9(03) USING DRC-CODIGO
                   BLANK WHEN ZEROS.
               05 SS-DADOS.
                 10 LINE 09 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(30) USING DRC-DESCRICAO.
                 10 LINE 10 COLUMN 10 VALUE 'FORNECEDOR (COD): '.
                 10 COLUMN PLUS 2 PIC 9(06) USING DRC-CODFORN.
                 10 LINE 11 COLUMN 10 VALUE 'CATEGORIA: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING DRC-CATEGORIA.
                 10 LINE 12 COLUMN 10 VALUE 'VALOR MENSAL: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 USING DRC-VALOR.
                 10 LINE 13 COLUMN 10 VALUE 'DIA DO VENCIMENTO: '.
                 10 COLUMN PLUS 2 PIC 9(02) USING DRC-DIAVENC.
                 10 LINE 14 COLUMN 10 VALUE 'SITUACAO (A/I): '.
                 10 COLUMN PLUS 2 PIC X(01) USING DRC-SITUACAO.
               05 SS-ULTMES.
                 10 LINE 15 COLUMN 10 VALUE 'ULTIMO MES GERADO: '.
                 10 COLUMN PLUS 2 PIC 9999/99 FROM DRC-ULTMES.

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
             OPEN I-O DESPREC
             IF DRC-STATUS = 35 THEN
               OPEN OUTPUT DESPREC
               CLOSE DESPREC
               OPEN I-O DESPREC
              END-IF.
             OPEN INPUT FORNECEDOR
             IF FORN-STATUS = 35 THEN
               OPEN OUTPUT FORNECEDOR
               CLOSE FORNECEDOR
               OPEN INPUT FORNECEDOR
              END-IF.
             OPEN INPUT CATDESP
             IF CAT-STATUS = 35 THEN
               OPEN OUTPUT CATDESP
               CLOSE CATDESP
               OPEN INPUT CATDESP
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO DRC-DESCRICAO DRC-SITUACAO.
             MOVE ZEROS TO DRC-CODIGO DRC-CODFORN DRC-CATEGORIA
             DRC-VALOR DRC-DIAVENC DRC-ULTMES.
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
               CLOSE DESPREC.
               CLOSE FORNECEDOR.
               CLOSE CATDESP.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT TELA-REG.
             IF DRC-CODIGO = ZEROS
               MOVE 'CODIGO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             PERFORM 5100-VALIDA-DADOS THRU 5100-VALIDA-DADOS-FIM.
             IF WRK-OK NOT = 'S'
               GO TO 5000-INCLUIR-FIM.
             MOVE ZEROS TO DRC-ULTMES.
             ACCEPT DRC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO DRC-USUARIO.
             WRITE DESPREC-REG
               INVALID KEY
                 MOVE 'MODELO JA CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'DADOS GRAVADOS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-WRITE.
           5000-INCLUIR-FIM.
             EXIT.

      * FORNECEDOR E CATEGORIA TEM QUE EXISTIR E ESTAR ATIVOS -
      * O SGP058 CONFERE DE NOVO NA HORA DE GERAR
           5100-VALIDA-DADOS.
             MOVE 'N' TO WRK-OK.
             IF DRC-DESCRICAO = SPACES
               MOVE 'DESCRICAO INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-DADOS-FIM.
             MOVE DRC-CODFORN TO FORN-CODIGO.
             READ FORNECEDOR
               INVALID KEY
                 MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5100-VALIDA-DADOS-FIM
             END-READ.
             IF FORN-SITUACAO = 'I'
               MOVE 'FORNECEDOR INATIVO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-DADOS-FIM.
             MOVE DRC-CATEGORIA TO CAT-CODIGO.
             READ CATDESP
               INVALID KEY
                 MOVE 'CATEGORIA NAO CADASTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5100-VALIDA-DADOS-FIM
             END-READ.
             IF CAT-SITUACAO = 'I'
               MOVE 'CATEGORIA INATIVA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-DADOS-FIM.
             IF DRC-VALOR = ZEROS
               MOVE 'VALOR INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-DADOS-FIM.
             IF DRC-DIAVENC < 1 OR DRC-DIAVENC > 31
               MOVE 'DIA DO VENCIMENTO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-DADOS-FIM.
             IF DRC-SITUACAO = SPACES
               MOVE 'A' TO DRC-SITUACAO.
             MOVE 'S' TO WRK-OK.
           5100-VALIDA-DADOS-FIM.
             EXIT.

           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-DRC.
             READ DESPREC
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 DISPLAY SS-ULTMES
             END-READ.
             ACCEPT MOSTRA-ERRO.

      * O VALOR NOVO VALE A PARTIR DO PROXIMO MES GERADO: AS
      * CONTAS JA GERADAS FICAM COMO ESTAO EM CONTASPAG
           6500-ALTERAR.
             MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-DRC.
             READ DESPREC
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-ALTERAR-FIM
             END-READ.
             DISPLAY SS-DADOS.
             DISPLAY SS-ULTMES.
             ACCEPT SS-DADOS.
             PERFORM 5100-VALIDA-DADOS THRU 5100-VALIDA-DADOS-FIM.
             IF WRK-OK NOT = 'S'
               GO TO 6500-ALTERAR-FIM.
             ACCEPT DRC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO DRC-USUARIO.
             REWRITE DESPREC-REG
               INVALID KEY
                 MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           6500-ALTERAR-FIM.
             EXIT.

      * O MODELO NAO E APAGADO: DESPESA.DAT GUARDA O CODIGO DO
      * MODELO QUE GEROU CADA CONTA
           7000-INATIVAR.
             MOVE 'MODULO - INATIVACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-DRC.
             READ DESPREC
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 DISPLAY SS-ULTMES
                 MOVE 'INATIVAR (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                   MOVE 'I' TO DRC-SITUACAO
                   ACCEPT DRC-DT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE WRK-USUARIO TO DRC-USUARIO
                   REWRITE DESPREC-REG
                     INVALID KEY
                       MOVE 'NAO INATIVADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'MODELO INATIVADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
                 END-IF
             END-READ.

       END PROGRAM CADDRC.
