      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFIN.
      * SUBMENU DAS ROTINAS FINANCEIRAS, CHAMADO PELA OPCAO 28 DO
      * MENU PRINCIPAL (SGP012), QUE NAO TINHA MAIS LINHA LIVRE NA
      * TELA. A SESSAO (USUARIO E NIVEL) E REPASSADA INTACTA
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 WRK-MODULO         PIC X(25) VALUE 'MENU FINANCEIRO'.
           77 WRK-OPCAO          PIC X(02).

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
                FROM 'SISTEMA PET SHOP'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 06 COLUMN 15 VALUE '1 - CONTAS BANCARIAS'.
             05 LINE 07 COLUMN 15 VALUE '2 - TAXAS DE CARTAO'.
             05 LINE 08 COLUMN 15 VALUE '3 - MAPA CONTABIL'.
             05 LINE 09 COLUMN 15 VALUE '4 - CATEGORIAS DE DESPESA'.
             05 LINE 10 COLUMN 15 VALUE '5 - DESPESAS'.
             05 LINE 11 COLUMN 15 VALUE '6 - DESPESAS RECORRENTES'.
             05 LINE 12 COLUMN 15 VALUE '7 - FECHAMENTO DO MES'.
             05 LINE 13 COLUMN 15 VALUE '8 - NOTA DE CREDITO/LIMITES'.
             05 LINE 19 COLUMN 15 VALUE 'X - VOLTAR'.
             05 LINE 20 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 20 COLUMN 22 USING WRK-OPCAO.

           PROCEDURE DIVISION USING LNK-SESSAO.
           001-PRINCIPAL SECTION.
             MOVE SPACES TO WRK-OPCAO.
             PERFORM 1100-MONTATELA.
             PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
             EXIT PROGRAM.

           1100-MONTATELA.
             DISPLAY TELA.
             ACCEPT TELA-MENU.

           2000-PROCESSAR.
             EVALUATE WRK-OPCAO
             WHEN 1
               CALL 'CADBCO' USING LNK-SESSAO
             WHEN 2
               CALL 'CADTXC' USING LNK-SESSAO
             WHEN 3
               CALL 'CADCTB' USING LNK-SESSAO
             WHEN 4
               CALL 'CADCAT' USING LNK-SESSAO
             WHEN 5
               CALL 'CADDSP' USING LNK-SESSAO
             WHEN 6
               CALL 'CADDRC' USING LNK-SESSAO
             WHEN 7
               CALL 'CADFEC' USING LNK-SESSAO
             WHEN 8
               CALL 'CADSCO' USING LNK-SESSAO
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

       END PROGRAM CADFIN.
