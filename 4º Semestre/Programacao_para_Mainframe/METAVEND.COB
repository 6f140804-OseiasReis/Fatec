      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMETA.
      * METAS MENSAIS DE VENDA POR VENDEDOR (CHAMADO PELA OPCAO 5
      * DO CADVDD). CHAVE: MES (AAAAMM) + VENDEDOR + CLASSIFICACAO
      * DO PRODUTO - CLASSIFICACAO 0 E A META TOTAL DO MES, 1 A 9
      * SAO METAS OPCIONAIS POR CLASSIFICACAO (SO ACOMPANHAMENTO).
      * O BONUS % (2 DEC, COMO A COMISSAO DO CADVDD) SO EXISTE NA
      * META TOTAL: O SGP026 PAGA O BONUS SOBRE O TOTAL VENDIDO NO
      * MES QUANDO A META TOTAL E ATINGIDA. O ACOMPANHAMENTO DIARIO
      * SAI NO SGP071. META MEXE EM PAGAMENTO: INCLUIR, ALTERAR E
      * EXCLUIR SO PARA NIVEL SUPERVISOR
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT METAVEND ASSIGN TO 'METAVEND.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS MTV-STATUS
         RECORD KEY MTV-CHAVE.
         SELECT VENDEDOR-ARQ ASSIGN TO 'VENDEDOR.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS VDD-STATUS
         RECORD KEY VDD-CODIGO.
       DATA DIVISION.
       FILE SECTION.

       FD METAVEND.
       01 METAVEND-REG.
           05 MTV-CHAVE.
              10 MTV-MES       PIC 9(06).
              10 MTV-VENDEDOR  PIC 9(03).
              10 MTV-CLASSIF   PIC 9(01).
           05 MTV-VALOR        PIC 9(09)V99.
           05 MTV-PERCBONUS    PIC 9(04).
           05 MTV-DT-ALTERACAO PIC 9(08).
           05 MTV-USUARIO      PIC X(08).

      * CADASTRO DE VENDEDORES (MANTIDO PELO CADVDD)
       FD VENDEDOR-ARQ.
       01 VENDEDOR-REG.
           05 VDD-CODIGO       PIC 9(03).
           05 VDD-NOME         PIC X(30).
           05 VDD-PERCCOMIS    PIC 9(04).
           05 VDD-SITUACAO     PIC X(01).
           05 VDD-DT-ALTERACAO PIC 9(08).
           05 VDD-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 MTV-STATUS         PIC 9(02).
           77 VDD-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-MESCONS        PIC 9(06).
           77 WRK-FIMMTV         PIC X(01).
           01 WRK-MESAUX         PIC 9(06).
           01 WRK-MESAUXR REDEFINES WRK-MESAUX.
              05 WRK-ANOMETA     PIC 9(04).
              05 WRK-MESMETA     PIC 9(02).

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
                FROM 'METAS DE VENDA'.

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
               05 CHAVE-MTV FOREGROUND-COLOR 2.
                 10 LINE 07 COLUMN 10 VALUE 'MES (AAAAMM): '.
                 10 COLUMN PLUS 2 PIC 9(06) USING MTV-MES
                   BLANK WHEN ZEROS.
                 10 LINE 08 COLUMN 10 VALUE 'VENDEDOR: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING MTV-VENDEDOR
                   BLANK WHEN ZEROS.
                 10 LINE 10 COLUMN 10
                   VALUE 'CLASSIFICACAO (0 = TOTAL): '.
                 10 COLUMN PLUS 2 PIC 9(01) USING MTV-CLASSIF.
               05 SS-VDD.
                 10 LINE 09 COLUMN 10 VALUE 'NOME: '.
                 10 COLUMN PLUS 2 PIC X(30) FROM VDD-NOME.
               05 SS-DADOS.
                 10 LINE 12 COLUMN 10 VALUE 'VALOR DA META: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 USING MTV-VALOR
                   BLANK WHEN ZEROS.
                 10 LINE 13 COLUMN 10
                   VALUE 'BONUS % (2 DEC, SO NA TOTAL): '.
                 10 COLUMN PLUS 2 PIC 9(04) USING MTV-PERCBONUS
                   BLANK WHEN ZEROS.

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
             OPEN I-O METAVEND
             IF MTV-STATUS = 35 THEN
               OPEN OUTPUT METAVEND
               CLOSE METAVEND
               OPEN I-O METAVEND
              END-IF.
             OPEN INPUT VENDEDOR-ARQ
             IF VDD-STATUS = 35 THEN
               OPEN OUTPUT VENDEDOR-ARQ
               CLOSE VENDEDOR-ARQ
               OPEN INPUT VENDEDOR-ARQ
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO VDD-NOME.
             MOVE ZEROS TO MTV-MES MTV-VENDEDOR MTV-CLASSIF
             MTV-VALOR MTV-PERCBONUS.
             EVALUATE WRK-OPCAO
             WHEN 1
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 5000-INCLUIR THRU 5000-INCLUIR-FIM
               END-IF
             WHEN 2
               PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-FIM
             WHEN 3
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
               CLOSE METAVEND.
               CLOSE VENDEDOR-ARQ.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-MTV.
             MOVE MTV-MES TO WRK-MESAUX.
             IF WRK-MESMETA < 1 OR WRK-MESMETA > 12
                                OR WRK-ANOMETA < 2000
               MOVE 'MES INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             MOVE MTV-VENDEDOR TO VDD-CODIGO.
             READ VENDEDOR-ARQ
               INVALID KEY
                 MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5000-INCLUIR-FIM
             END-READ.
             IF VDD-SITUACAO NOT = 'A'
               MOVE 'VENDEDOR NAO ESTA ATIVO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             DISPLAY SS-VDD.
             ACCEPT SS-DADOS.
             PERFORM 5100-VALIDA THRU 5100-VALIDA-FIM.
             IF WRK-MSGERRO NOT = SPACES
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             ACCEPT MTV-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO MTV-USUARIO.
             WRITE METAVEND-REG
               INVALID KEY
                 MOVE 'META JA CADASTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'DADOS GRAVADOS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-WRITE.
           5000-INCLUIR-FIM.
             EXIT.

      * META SEM VALOR NAO SERVE PARA NADA; BONUS FORA DA META
      * TOTAL NAO E PAGO PELO SGP026, ENTAO NEM E ACEITO
           5100-VALIDA.
             IF MTV-VALOR = ZEROS
               MOVE 'VALOR DA META OBRIGATORIO' TO WRK-MSGERRO
               GO TO 5100-VALIDA-FIM.
             IF MTV-CLASSIF NOT = ZEROS AND MTV-PERCBONUS NOT = ZEROS
               MOVE 'BONUS SO NA META TOTAL (0)' TO WRK-MSGERRO
               GO TO 5100-VALIDA-FIM.
             IF MTV-PERCBONUS > 5000
               MOVE 'BONUS ACIMA DE 50%' TO WRK-MSGERRO.
           5100-VALIDA-FIM.
             EXIT.

      * CLASSIFICACAO 0 NA CONSULTA COM A META TOTAL INEXISTENTE =
      * PERCORRE TODAS AS METAS DO VENDEDOR NO MES
           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-MTV.
             MOVE MTV-VENDEDOR TO VDD-CODIGO.
             READ VENDEDOR-ARQ
               INVALID KEY
                 MOVE SPACES TO VDD-NOME
             END-READ.
             DISPLAY SS-VDD.
             READ METAVEND
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 DISPLAY CHAVE-MTV
                 DISPLAY SS-DADOS
                 MOVE 'ENTER P/ SAIR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6000-CONSULTAR-FIM
             END-READ.
             IF MTV-CLASSIF NOT = ZEROS
               MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6000-CONSULTAR-FIM.
             MOVE MTV-MES TO WRK-MESCONS.
             MOVE 'N' TO WRK-FIMMTV.
             START METAVEND KEY IS NOT LESS THAN MTV-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMMTV.
             PERFORM 6200-PROX-META UNTIL WRK-FIMMTV = 'S'.
             MOVE 'FIM DAS METAS DO VENDEDOR' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6000-CONSULTAR-FIM.
             EXIT.

           6200-PROX-META.
             READ METAVEND NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMMTV
             END-READ.
             IF WRK-FIMMTV = 'N'
               IF MTV-MES NOT = WRK-MESCONS
                  OR MTV-VENDEDOR NOT = VDD-CODIGO
                 MOVE 'S' TO WRK-FIMMTV
               ELSE
                 DISPLAY CHAVE-MTV
                 DISPLAY SS-DADOS
                 MOVE 'ACHADO - ENTER P/ PROXIMO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               END-IF
             END-IF.

           6500-ALTERAR.
             MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-MTV.
             READ METAVEND
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-ALTERAR-FIM
             END-READ.
             MOVE MTV-VENDEDOR TO VDD-CODIGO.
             READ VENDEDOR-ARQ
               INVALID KEY
                 MOVE SPACES TO VDD-NOME
             END-READ.
             DISPLAY SS-VDD.
             DISPLAY SS-DADOS.
             ACCEPT SS-DADOS.
             PERFORM 5100-VALIDA THRU 5100-VALIDA-FIM.
             IF WRK-MSGERRO NOT = SPACES
               ACCEPT MOSTRA-ERRO
               GO TO 6500-ALTERAR-FIM.
             ACCEPT MTV-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO MTV-USUARIO.
             REWRITE METAVEND-REG
               INVALID KEY
                 MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           6500-ALTERAR-FIM.
             EXIT.

      * A META PODE SER APAGADA; O BONUS JA IMPRESSO PELO SGP026
      * NAO E REFEITO, MAS UMA REIMPRESSAO DO MES SAI SEM ELE
           7000-EXCLUIR.
             MOVE 'MODULO - EXCLUSAO ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-MTV.
             READ METAVEND
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 MOVE 'EXCLUIR (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                   DELETE METAVEND RECORD
                     INVALID KEY
                       MOVE 'NAO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'REGISTRO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-DELETE
                 END-IF
             END-READ.

       END PROGRAM CADMETA.
