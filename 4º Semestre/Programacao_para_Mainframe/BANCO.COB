      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBCO.
      * CADASTRO DAS CONTAS BANCARIAS DA LOJA (E DO CAIXA, QUE
      * TAMBEM E CADASTRADO COMO UMA CONTA). O CODIGO DAQUI E O
      * QUE VAI NO MOVBANCO.DAT GRAVADO PELO BANCOREG NAS BAIXAS
      * DO CADBAIXA, DO CADBXP E DO RETORNO SGP038, E E A CONTA
      * INFORMADA NA CONCILIACAO DO EXTRATO (SGP055)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CONTABCO ASSIGN TO 'CONTABCO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS BCO-STATUS
         RECORD KEY BCO-CODIGO.
       DATA DIVISION.
       FILE SECTION.

      * SITUACAO: A = ATIVA, I = INATIVA (NAO ACEITA MOVIMENTO)
       FD CONTABCO.
       01 CONTABCO-REG.
           05 BCO-CODIGO       PIC 9(03).
           05 BCO-BANCO        PIC 9(03).
           05 BCO-AGENCIA      PIC 9(05).
           05 BCO-CONTA        PIC X(12).
           05 BCO-DESCRICAO    PIC X(20).
           05 BCO-SITUACAO     PIC X(01).
           05 BCO-DT-ALTERACAO PIC 9(08).
           05 BCO-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 BCO-STATUS         PIC 9(02).
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
                FROM 'CONTAS BANCARIAS'.

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
               05 CHAVE-BCO FOREGROUND-COLOR 2.
                 10 LINE 08 COLUMN 10 VALUE 'CODIGO DA CONTA'.
                 10 COLUMN PLUS 2 PIC 9(03) USING BCO-CODIGO
                   BLANK WHEN ZEROS.
               05 SS-DADOS.
                 10 LINE 09 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(20) USING BCO-DESCRICAO.
                 10 LINE 10 COLUMN 10 VALUE 'BANCO: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING BCO-BANCO.
                 10 LINE 11 COLUMN 10 VALUE 'AGENCIA: '.
                 10 COLUMN PLUS 2 PIC 9(05) USING BCO-AGENCIA.
                 10 LINE 12 COLUMN 10 VALUE 'CONTA: '.
                 10 COLUMN PLUS 2 PIC X(12) USING BCO-CONTA.
                 10 LINE 13 COLUMN 10 VALUE 'SITUACAO (A/I): '.
                 10 COLUMN PLUS 2 PIC X(01) USING BCO-SITUACAO.

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
             OPEN I-O CONTABCO
             IF BCO-STATUS = 35 THEN
               OPEN OUTPUT CONTABCO
               CLOSE CONTABCO
               OPEN I-O CONTABCO
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO BCO-DESCRICAO BCO-CONTA
             BCO-SITUACAO.
             MOVE ZEROS TO BCO-CODIGO BCO-BANCO BCO-AGENCIA.
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
                 PERFORM 6500-ALTERAR
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
               CLOSE CONTABCO.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT TELA-REG.
             IF BCO-CODIGO = ZEROS
               MOVE 'CODIGO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF BCO-DESCRICAO = SPACES
               MOVE 'DESCRICAO INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF BCO-SITUACAO = SPACES
               MOVE 'A' TO BCO-SITUACAO.
             ACCEPT BCO-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO BCO-USUARIO.
             WRITE CONTABCO-REG
               INVALID KEY
                 MOVE 'CONTA JA CADASTRADA' TO WRK-MSGERRO
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
             ACCEPT CHAVE-BCO.
             READ CONTABCO
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
             ACCEPT CHAVE-BCO.
             READ CONTABCO
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 ACCEPT SS-DADOS
                 ACCEPT BCO-DT-ALTERACAO FROM DATE YYYYMMDD
                 MOVE WRK-USUARIO TO BCO-USUARIO
                 REWRITE CONTABCO-REG
                   INVALID KEY
                     MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                   NOT INVALID KEY
                     MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
             END-READ.

      * A CONTA NAO E APAGADA: OS MOVIMENTOS ANTIGOS DO MOVBANCO
      * CONTINUAM APONTANDO PARA ELA. INATIVA, O BANCOREG RECUSA
      * NOVOS LANCAMENTOS
           7000-INATIVAR.
             MOVE 'MODULO - INATIVACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-BCO.
             READ CONTABCO
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 MOVE 'INATIVAR (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                   MOVE 'I' TO BCO-SITUACAO
                   ACCEPT BCO-DT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE WRK-USUARIO TO BCO-USUARIO
                   REWRITE CONTABCO-REG
                     INVALID KEY
                       MOVE 'NAO INATIVADA' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'CONTA INATIVADA' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
                 END-IF
             END-READ.

       END PROGRAM CADBCO.
