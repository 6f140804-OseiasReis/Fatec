      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTXC.
      * TABELA DA ADQUIRENTE DE CARTAO: TAXA % E PRAZO DE REPASSE
      * POR TIPO DE CARTAO (D = DEBITO, C = CREDITO) E NUMERO DE
      * PARCELAS. O CADVEN USA A LINHA DA VENDA PARA GRAVAR O
      * RECEBIVEL LIQUIDO EM CARTAOREC.DAT, E O SGP056 CONFERE A
      * TAXA COBRADA NO ARQUIVO DE LIQUIDACAO CONTRA A DAQUI.
      * PARCELAS 00 = LINHA PADRAO DO TIPO, USADA QUANDO NAO HA
      * LINHA PROPRIA PARA AQUELE NUMERO DE PARCELAS
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TAXACARTAO ASSIGN TO 'TAXACARTAO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS TXC-STATUS
         RECORD KEY TXC-CHAVE.
       DATA DIVISION.
       FILE SECTION.

      * DIAS DE REPASSE: PRAZO DA ADQUIRENTE PARA PAGAR CADA
      * PARCELA (A PARCELA N CAI EM N VEZES ESSE PRAZO)
       FD TAXACARTAO.
       01 TAXACARTAO-REG.
           05 TXC-CHAVE.
              10 TXC-TIPO      PIC X(01).
              10 TXC-PARCELAS  PIC 9(02).
           05 TXC-ADQUIRENTE   PIC X(15).
           05 TXC-PERCTAXA     PIC 9(02)V99.
           05 TXC-DIASREPASSE  PIC 9(03).
           05 TXC-DT-ALTERACAO PIC 9(08).
           05 TXC-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 TXC-STATUS         PIC 9(02).
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
                FROM 'TAXAS DE CARTAO'.

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
               05 CHAVE-TXC FOREGROUND-COLOR 2.
                 10 LINE 08 COLUMN 10 VALUE 'TIPO CARTAO (D/C)'.
                 10 COLUMN PLUS 2 PIC X(01) USING TXC-TIPO.
                 10 LINE 09 COLUMN 10 VALUE 'PARCELAS (00=PADRAO)'.
                 10 COLUMN PLUS 2 PIC 9(02) USING TXC-PARCELAS.
               05 SS-DADOS.
                 10 LINE 10 COLUMN 10 VALUE 'ADQUIRENTE: '.
                 10 COLUMN PLUS 2 PIC X(15) USING TXC-ADQUIRENTE.
                 10 LINE 11 COLUMN 10 VALUE 'TAXA %: '.
                 10 COLUMN PLUS 2 PIC Z9,99 USING TXC-PERCTAXA.
                 10 LINE 12 COLUMN 10 VALUE 'DIAS P/ REPASSE: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING TXC-DIASREPASSE.

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
             OPEN I-O TAXACARTAO
             IF TXC-STATUS = 35 THEN
               OPEN OUTPUT TAXACARTAO
               CLOSE TAXACARTAO
               OPEN I-O TAXACARTAO
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO TXC-TIPO TXC-ADQUIRENTE.
             MOVE ZEROS TO TXC-PARCELAS TXC-PERCTAXA TXC-DIASREPASSE.
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
                 PERFORM 6500-ALTERAR
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
               CLOSE TAXACARTAO.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT TELA-REG.
             IF TXC-TIPO NOT = 'D' AND TXC-TIPO NOT = 'C'
               MOVE 'TIPO DEVE SER D OU C' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
      * DEBITO NAO PARCELA: SO A LINHA 00 OU 01
             IF TXC-TIPO = 'D' AND TXC-PARCELAS > 1
               MOVE 'DEBITO NAO TEM PARCELAS' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF TXC-DIASREPASSE = ZEROS
               MOVE 'DIAS DE REPASSE INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             ACCEPT TXC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO TXC-USUARIO.
             WRITE TAXACARTAO-REG
               INVALID KEY
                 MOVE 'TAXA JA CADASTRADA' TO WRK-MSGERRO
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
             ACCEPT CHAVE-TXC.
             READ TAXACARTAO
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
             END-READ.
             ACCEPT MOSTRA-ERRO.

      * A TAXA NOVA SO VALE PARA AS VENDAS DAQUI PARA A FRENTE: O
      * RECEBIVEL JA GRAVADO GUARDA A TAXA DO DIA DA VENDA
           6500-ALTERAR.
             MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-TXC.
             READ TAXACARTAO
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 ACCEPT SS-DADOS
                 ACCEPT TXC-DT-ALTERACAO FROM DATE YYYYMMDD
                 MOVE WRK-USUARIO TO TXC-USUARIO
                 REWRITE TAXACARTAO-REG
                   INVALID KEY
                     MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                   NOT INVALID KEY
                     MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
             END-READ.

      * EXCLUSAO FISICA: NADA APONTA PARA A LINHA DA TABELA (O
      * RECEBIVEL GUARDA A PROPRIA COPIA DA TAXA)
           7000-EXCLUIR.
             MOVE 'MODULO - EXCLUSAO ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-TXC.
             READ TAXACARTAO
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 MOVE 'EXCLUIR (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                   DELETE TAXACARTAO RECORD
                     INVALID KEY
                       MOVE 'NAO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'REGISTRO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-DELETE
                 END-IF
             END-READ.

       END PROGRAM CADTXC.
