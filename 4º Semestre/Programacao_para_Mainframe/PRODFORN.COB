      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPFN.
      * CATALOGO PRODUTO X FORNECEDOR: LIGA O CODIGO QUE O
      * FORNECEDOR USA NA NOTA E NO PEDIDO AO NOSSO PRO-CODIGO, COM
      * A EMBALAGEM EM QUE ELE VENDE ("CX COM 12"). O CADENT E O
      * CADPED ACEITAM O CODIGO DO FORNECEDOR E A QUANTIDADE DE
      * EMBALAGENS E CONVERTEM PARA A NOSSA UNIDADE - O RECEBEDOR
      * NAO FAZ MAIS A CONTA DE CABECA. O ULTIMO PRECO (POR
      * EMBALAGEM) E A DATA SAO ATUALIZADOS A CADA RECEBIMENTO.
      * CADA PRODUTO TEM UM SO FORNECEDOR PREFERIDO, COM O PRAZO DE
      * ENTREGA EM DIAS - E DELE QUE O SGP060 SUGERE A COMPRA
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PRODFORN ASSIGN TO 'PRODFORN.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PFN-STATUS
         RECORD KEY PFN-CHAVE.
         SELECT FORNECEDOR ASSIGN TO 'FORNECEDOR.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS FORN-STATUS
         RECORD KEY FORN-CODIGO.
         SELECT PRODUTO ASSIGN TO 'PRODUTO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS PRODUTO-STATUS
         RECORD KEY PRO-CODIGO.
       DATA DIVISION.
       FILE SECTION.

      * CHAVE: FORNECEDOR + CODIGO DO ITEM NO FORNECEDOR. QTDEMB =
      * QUANTAS UNIDADES DO NOSSO CADASTRO (PRO-UNIDADE) VEM EM
      * UMA EMBALAGEM DO FORNECEDOR (1 = VENDE NA MESMA UNIDADE)
       FD PRODFORN.
       01 PRODFORN-REG.
           05 PFN-CHAVE.
              10 PFN-CODFORN   PIC 9(06).
              10 PFN-CODITEM   PIC X(15).
           05 PFN-PRODUTO      PIC 9(08).
           05 PFN-UNIDEMB      PIC X(02).
           05 PFN-QTDEMB       PIC 9(05).
           05 PFN-ULTPRECO     PIC 9(06)V99.
           05 PFN-DTULTCOMPRA  PIC 9(08).
           05 PFN-PREFERIDO    PIC X(01).
           05 PFN-PRAZOENT     PIC 9(03).
           05 PFN-DT-ALTERACAO PIC 9(08).
           05 PFN-USUARIO      PIC X(08).

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
           77 PFN-STATUS         PIC 9(02).
           77 FORN-STATUS        PIC 9(02).
           77 PRODUTO-STATUS     PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-CODFORN        PIC 9(06).
           77 WRK-FIMPFN         PIC X(01).
           77 WRK-DESMARCOU      PIC X(01).
           01 WRK-PFN-SALVO.
              05 WRK-SLV-CHAVE   PIC X(21).
              05 WRK-SLV-PRODUTO PIC 9(08).
              05 FILLER          PIC X(43).

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
                FROM 'PRODUTOS DO FORNECEDOR'.

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
               05 CHAVE-PFN FOREGROUND-COLOR 2.
                 10 LINE 07 COLUMN 10 VALUE 'FORNECEDOR (COD): '.
                 10 COLUMN PLUS 2 PIC 9(06) USING PFN-CODFORN
                   BLANK WHEN ZEROS.
                 10 LINE 09 COLUMN 10 VALUE 'CODIGO NO FORNECEDOR: '.
                 10 COLUMN PLUS 2 PIC X(15) USING PFN-CODITEM.
               05 SS-FORN.
                 10 LINE 08 COLUMN 10 VALUE 'RAZAO: '.
                 10 COLUMN PLUS 2 PIC X(40) FROM FORN-RAZAO.
               05 SS-DADOS.
                 10 LINE 11 COLUMN 10 VALUE 'PRODUTO (NOSSO COD): '.
                 10 COLUMN PLUS 2 PIC 9(08) USING PFN-PRODUTO
                   BLANK WHEN ZEROS.
                 10 LINE 13 COLUMN 10 VALUE 'EMBALAGEM (CX/FD/PC): '.
                 10 COLUMN PLUS 2 PIC X(02) USING PFN-UNIDEMB.
                 10 LINE 14 COLUMN 10 VALUE 'UNIDADES POR EMBALAGEM: '.
                 10 COLUMN PLUS 2 PIC 9(05) USING PFN-QTDEMB
                   BLANK WHEN ZEROS.
                 10 LINE 15 COLUMN 10
                   VALUE 'ULTIMO PRECO (EMBALAGEM): '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9,99 USING PFN-ULTPRECO
                   BLANK WHEN ZEROS.
                 10 LINE 16 COLUMN 10 VALUE 'ULTIMA COMPRA: '.
                 10 COLUMN PLUS 2 PIC 9(08) FROM PFN-DTULTCOMPRA
                   BLANK WHEN ZEROS.
                 10 LINE 17 COLUMN 10
                   VALUE 'FORNECEDOR PREFERIDO (S/N): '.
                 10 COLUMN PLUS 2 PIC X(01) USING PFN-PREFERIDO.
                 10 LINE 18 COLUMN 10
                   VALUE 'PRAZO DE ENTREGA (DIAS): '.
                 10 COLUMN PLUS 2 PIC 9(03) USING PFN-PRAZOENT
                   BLANK WHEN ZEROS.
               05 SS-PROD.
                 10 LINE 12 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(30) FROM PRO-DESCRICAO.
                 10 COLUMN PLUS 2 VALUE 'UNID: '.
                 10 COLUMN PLUS 1 PIC X(02) FROM PRO-UNIDADE.

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
             OPEN I-O PRODFORN
             IF PFN-STATUS = 35 THEN
               OPEN OUTPUT PRODFORN
               CLOSE PRODFORN
               OPEN I-O PRODFORN
              END-IF.
             OPEN INPUT FORNECEDOR
             IF FORN-STATUS = 35 THEN
               OPEN OUTPUT FORNECEDOR
               CLOSE FORNECEDOR
               OPEN INPUT FORNECEDOR
              END-IF.
             OPEN INPUT PRODUTO
             IF PRODUTO-STATUS = 35 THEN
               OPEN OUTPUT PRODUTO
               CLOSE PRODUTO
               OPEN INPUT PRODUTO
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO PFN-CODITEM PFN-UNIDEMB
             FORN-RAZAO PRO-DESCRICAO PRO-UNIDADE PFN-PREFERIDO.
             MOVE ZEROS TO PFN-CODFORN PFN-PRODUTO PFN-QTDEMB
             PFN-ULTPRECO PFN-DTULTCOMPRA PFN-PRAZOENT.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-INCLUIR THRU 5000-INCLUIR-FIM
             WHEN 2
               PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-FIM
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
               CLOSE PRODFORN.
               CLOSE FORNECEDOR.
               CLOSE PRODUTO.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-PFN.
             MOVE PFN-CODFORN TO FORN-CODIGO.
             READ FORNECEDOR
               INVALID KEY
                 MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5000-INCLUIR-FIM
             END-READ.
             IF FORN-SITUACAO NOT = 'A'
               MOVE 'FORNECEDOR NAO DISPONIVEL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             DISPLAY SS-FORN.
             IF PFN-CODITEM = SPACES
               MOVE 'CODIGO DO FORNECEDOR INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             ACCEPT SS-DADOS.
             MOVE PFN-PRODUTO TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5000-INCLUIR-FIM
             END-READ.
             IF PRO-SITUACAO NOT = 'A'
               MOVE 'PRODUTO NAO DISPONIVEL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             DISPLAY SS-PROD.
      * EMBALAGEM EM BRANCO = O FORNECEDOR VENDE NA NOSSA UNIDADE
             IF PFN-QTDEMB = ZEROS
               MOVE 1 TO PFN-QTDEMB.
             IF PFN-UNIDEMB = SPACES
               MOVE PRO-UNIDADE TO PFN-UNIDEMB.
             IF PFN-PREFERIDO = SPACES
               MOVE 'N' TO PFN-PREFERIDO.
             IF PFN-PREFERIDO NOT = 'S' AND PFN-PREFERIDO NOT = 'N'
               MOVE 'PREFERIDO DEVE SER S OU N' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             MOVE ZEROS TO PFN-DTULTCOMPRA.
             ACCEPT PFN-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO PFN-USUARIO.
             IF PFN-PREFERIDO = 'S'
               PERFORM 5900-DESMARCA-PREFERIDO.
             WRITE PRODFORN-REG
               INVALID KEY
                 MOVE 'CODIGO JA CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'DADOS GRAVADOS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-WRITE.
           5000-INCLUIR-FIM.
             EXIT.

      * SO UM PREFERIDO POR PRODUTO: AO MARCAR ESTE, OUTRO CODIGO
      * (DE QUALQUER FORNECEDOR) MARCADO PARA O MESMO PRODUTO E
      * DESMARCADO. O REGISTRO EM DIGITACAO E GUARDADO E VOLTA NO
      * FIM PARA A GRAVACAO DE QUEM CHAMOU
           5900-DESMARCA-PREFERIDO.
             MOVE PRODFORN-REG TO WRK-PFN-SALVO.
             MOVE 'N' TO WRK-DESMARCOU.
             MOVE ZEROS TO PFN-CODFORN.
             MOVE SPACES TO PFN-CODITEM.
             MOVE 'N' TO WRK-FIMPFN.
             START PRODFORN KEY IS NOT LESS THAN PFN-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMPFN.
             PERFORM 5910-DESMARCA-ITEM UNTIL WRK-FIMPFN = 'S'.
             MOVE WRK-PFN-SALVO TO PRODFORN-REG.
             IF WRK-DESMARCOU = 'S'
               MOVE 'PREFERIDO ANTERIOR DESMARCADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO.

           5910-DESMARCA-ITEM.
             READ PRODFORN NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMPFN
             END-READ.
             IF WRK-FIMPFN = 'N'
                AND PFN-PREFERIDO = 'S'
                AND PFN-PRODUTO = WRK-SLV-PRODUTO
                AND PFN-CHAVE NOT = WRK-SLV-CHAVE
               MOVE 'N' TO PFN-PREFERIDO
               ACCEPT PFN-DT-ALTERACAO FROM DATE YYYYMMDD
               MOVE WRK-USUARIO TO PFN-USUARIO
               REWRITE PRODFORN-REG
                 INVALID KEY
                   MOVE 'ERRO AO DESMARCAR PREFERIDO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-DESMARCOU
               END-REWRITE
             END-IF.

      * CODIGO DO FORNECEDOR EM BRANCO = PERCORRE TODOS OS ITENS
      * DAQUELE FORNECEDOR (A CHAVE COMECA PELO FORNECEDOR)
           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-PFN.
             MOVE PFN-CODFORN TO FORN-CODIGO WRK-CODFORN.
             READ FORNECEDOR
               INVALID KEY
                 MOVE SPACES TO FORN-RAZAO
             END-READ.
             DISPLAY SS-FORN.
             IF PFN-CODITEM NOT = SPACES
               READ PRODFORN
                 INVALID KEY
                   MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                   PERFORM 6300-MOSTRA-ITEM
                   MOVE 'ENTER P/ SAIR' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               END-READ
               GO TO 6000-CONSULTAR-FIM.
             MOVE 'N' TO WRK-FIMPFN.
             START PRODFORN KEY IS NOT LESS THAN PFN-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMPFN.
             PERFORM 6200-PROX-ITEM UNTIL WRK-FIMPFN = 'S'.
             MOVE 'FIM DO FORNECEDOR' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6000-CONSULTAR-FIM.
             EXIT.

           6200-PROX-ITEM.
             READ PRODFORN NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMPFN
             END-READ.
             IF WRK-FIMPFN = 'N'
               IF PFN-CODFORN NOT = WRK-CODFORN
                 MOVE 'S' TO WRK-FIMPFN
               ELSE
                 PERFORM 6300-MOSTRA-ITEM
                 MOVE 'ACHADO - ENTER P/ PROXIMO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               END-IF
             END-IF.

           6300-MOSTRA-ITEM.
             MOVE PFN-PRODUTO TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE SPACES TO PRO-DESCRICAO PRO-UNIDADE
             END-READ.
             DISPLAY CHAVE-PFN.
             DISPLAY SS-DADOS.
             DISPLAY SS-PROD.

      * O PRODUTO LIGADO E A EMBALAGEM PODEM MUDAR (FORNECEDOR
      * TROCOU A CAIXA DE 12 PARA 24); O ULTIMO PRECO E A DATA
      * CONTINUAM VINDO DO RECEBIMENTO
           6500-ALTERAR.
             MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-PFN.
             READ PRODFORN
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-ALTERAR-FIM
             END-READ.
             MOVE PFN-CODFORN TO FORN-CODIGO.
             READ FORNECEDOR
               INVALID KEY
                 MOVE SPACES TO FORN-RAZAO
             END-READ.
             DISPLAY SS-FORN.
             PERFORM 6300-MOSTRA-ITEM.
             ACCEPT SS-DADOS.
             MOVE PFN-PRODUTO TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-ALTERAR-FIM
             END-READ.
             IF PFN-QTDEMB = ZEROS
               MOVE 1 TO PFN-QTDEMB.
             IF PFN-UNIDEMB = SPACES
               MOVE PRO-UNIDADE TO PFN-UNIDEMB.
             IF PFN-PREFERIDO NOT = 'S' AND PFN-PREFERIDO NOT = 'N'
               MOVE 'PREFERIDO DEVE SER S OU N' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-ALTERAR-FIM.
             ACCEPT PFN-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO PFN-USUARIO.
             IF PFN-PREFERIDO = 'S'
               PERFORM 5900-DESMARCA-PREFERIDO.
             REWRITE PRODFORN-REG
               INVALID KEY
                 MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           6500-ALTERAR-FIM.
             EXIT.

      * A LIGACAO PODE SER APAGADA: A NOTA E O PEDIDO GUARDAM O
      * NOSSO PRO-CODIGO JA CONVERTIDO, NAO O CODIGO DO FORNECEDOR
           7000-EXCLUIR.
             MOVE 'MODULO - EXCLUSAO ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-PFN.
             READ PRODFORN
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 PERFORM 6300-MOSTRA-ITEM
                 MOVE 'EXCLUIR (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                   DELETE PRODFORN RECORD
                     INVALID KEY
                       MOVE 'NAO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'REGISTRO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-DELETE
                 END-IF
             END-READ.

       END PROGRAM CADPFN.
