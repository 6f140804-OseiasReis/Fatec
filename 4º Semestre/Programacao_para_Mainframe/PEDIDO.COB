         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PRODUTO-STATUS
         RECORD KEY PRO-CODIGO.
         SELECT PRODFORN ASSIGN TO 'PRODFORN.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS PFN-STATUS
         RECORD KEY PFN-CHAVE.
       DATA DIVISION.
       FILE SECTION.

      * PEDIDO DE COMPRA: CABECALHO COM FORNECEDOR E PREVISAO DE
      * ENTREGA; OS ITENS FICAM EM PEDIDOITEM. SITUACAO: A=ABERTO
      * R=RECEBIDO EM PARTE F=FECHADO C=CANCELADO. O FECHAMENTO E
      * FEITO PELO RECEBIMENTO (CADENT) QUANDO TUDO CHEGOU.
      * S=SUGESTAO GERADA PELO SGP060, AGUARDANDO O COMPRADOR
      * CONFERIR E LIBERAR (OPCAO 4) - SO DEPOIS PODE SER RECEBIDO
       FD PEDIDOCOMPRA.
       01 PEDIDOCOMPRA-REG.
           05 PED-NUMERO       PIC 9(06).
           05 PED-SITUACAO     PIC X(01).
           05 PED-DT-ALTERACAO PIC 9(08).
           05 PED-USUARIO      PIC X(08).
           05 PED-DTENTREGA    PIC 9(08).

       FD PEDIDOITEM.
       01 PEDIDOITEM-REG.
           05 FORN-SITUACAO    PIC X(01).
           05 FORN-DT-ALTERACAO PIC 9(08).
           05 FORN-USUARIO     PIC X(08).
           05 FORN-UF          PIC X(02).
           05 FORN-IE          PIC X(14).

       FD PRODUTO.
       01 PRODUTO-REG.
           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).

      * CATALOGO PRODUTO X FORNECEDOR (MANTIDO PELO CADPFN): CODIGO
      * DO ITEM NO FORNECEDOR E UNIDADES POR EMBALAGEM
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

       WORKING-STORAGE SECTION.
           77 PED-STATUS         PIC 9(02).
           77 WRK-FIMPIT         PIC X(01).
           77 WRK-PONTOPED       PIC 9(06).
           77 WRK-QTDSUGER       PIC 9(05).
           77 PFN-STATUS         PIC 9(02).
           77 WRK-CODITEM        PIC X(15).
           77 WRK-ITEMOK         PIC X(01).
           77 WRK-QTDEMBAL       PIC 9(05).
           77 WRK-QTDCONV        PIC 9(09).
           77 WRK-QTDITENS       PIC 9(03).

       LINKAGE SECTION.
       01 LNK-SESSAO.
             05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR PEDIDO'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - CANCELAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - LIBERAR SUGESTAO'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.
               05 CHAVE-ITEM.
                 10 LINE 12 COLUMN 10 VALUE 'ITEM: '.
                 10 COLUMN PLUS 2 PIC 9(03) FROM PIT-SEQ.
                 10 COLUMN PLUS 2 VALUE 'COD NO FORNECEDOR: '.
                 10 COLUMN PLUS 2 PIC X(15) USING WRK-CODITEM.
                 10 LINE 13 COLUMN 10 VALUE 'PRODUTO: '.
                 10 COLUMN PLUS 2 PIC 9(08) USING PIT-PRODUTO
                   BLANK WHEN ZEROS.
                 10 LINE 16 COLUMN 10 VALUE 'QTD PEDIDA: '.
                 10 COLUMN PLUS 2 PIC 9(05) USING PIT-QTDPEDIDA
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE '(EMBALAGENS SE COD FORN)'.
               05 SS-ITEM.
                 10 LINE 14 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(30) FROM PRO-DESCRICAO.
                 10 COLUMN PLUS 2 PIC ZZZZZ9 FROM PRO-ESTOQUE.
                 10 LINE 17 COLUMN 10 VALUE 'QTD RECEBIDA: '.
                 10 COLUMN PLUS 2 PIC ZZZZ9 FROM PIT-QTDRECEBIDA.
               05 SS-CONV.
                 10 LINE 15 COLUMN 40 VALUE 'CONVERSAO: '.
                 10 COLUMN PLUS 1 PIC ZZZZ9 FROM WRK-QTDEMBAL.
                 10 COLUMN PLUS 1 PIC X(02) FROM PFN-UNIDEMB.
                 10 COLUMN PLUS 1 VALUE 'X'.
                 10 COLUMN PLUS 1 PIC ZZZZ9 FROM PFN-QTDEMB.
                 10 COLUMN PLUS 1 VALUE '='.
                 10 COLUMN PLUS 1 PIC ZZZZ9 FROM PIT-QTDPEDIDA.

           01 TELA-REVISA.
               05 SS-REVISA.
                 10 LINE 16 COLUMN 10 VALUE 'QTD PEDIDA: '.
                 10 COLUMN PLUS 2 PIC 9(05) USING PIT-QTDPEDIDA.
                 10 COLUMN PLUS 2 VALUE '(ZERO TIRA O ITEM)       '.

           01 TELA-SUGESTAO.
               05 SS-SUGESTAO.
               CLOSE PRODUTO
               OPEN INPUT PRODUTO
              END-IF.
             OPEN INPUT PRODFORN
             IF PFN-STATUS = 35 THEN
               OPEN OUTPUT PRODFORN
               CLOSE PRODFORN
               OPEN INPUT PRODFORN
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO FORN-RAZAO PED-SITUACAO
             WRK-CODITEM.
             MOVE ZEROS TO PED-NUMERO PED-CODFORN PED-DTPREVISTA
             PED-DTENTREGA
             PIT-SEQ PIT-PRODUTO PIT-QTDPEDIDA PIT-QTDRECEBIDA
             WRK-PONTOPED.
             EVALUATE WRK-OPCAO
               ELSE
                 PERFORM 7000-CANCELAR THRU 7000-CANCELAR-FIM
               END-IF
             WHEN 4
               PERFORM 7500-LIBERAR THRU 7500-LIBERAR-FIM
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               CLOSE NPEDCTL.
               CLOSE FORNECEDOR.
               CLOSE PRODUTO.
               CLOSE PRODFORN.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
           5100-ITEM.
             ADD 1 TO PIT-SEQ.
             MOVE WRK-NPEDIDO TO PIT-NUMERO.
             MOVE SPACES TO PRO-DESCRICAO WRK-CODITEM.
             MOVE ZEROS TO PIT-PRODUTO PIT-QTDPEDIDA PIT-QTDRECEBIDA
                           PRO-ESTOQUE.
             DISPLAY TELA-ITEM.
             ACCEPT CHAVE-ITEM.
      * ITEM PELO CODIGO DO FORNECEDOR: QUANTIDADE EM EMBALAGENS,
      * CONVERTIDA PELO CATALOGO (CADPFN) PARA A NOSSA UNIDADE
             MOVE 'S' TO WRK-ITEMOK.
             IF WRK-CODITEM NOT = SPACES
               PERFORM 5110-CONVERTE-EMBALAGEM.
             IF WRK-ITEMOK NOT = 'S'
               SUBTRACT 1 FROM PIT-SEQ
             ELSE
               MOVE PIT-PRODUTO TO PRO-CODIGO
               READ PRODUTO
                 INVALID KEY
                   MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   SUBTRACT 1 FROM PIT-SEQ
                 NOT INVALID KEY
                   IF PRO-SITUACAO NOT = 'A'
                     MOVE 'PRODUTO NAO DISPONIVEL' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                     SUBTRACT 1 FROM PIT-SEQ
                   ELSE
                     IF PIT-QTDPEDIDA = ZEROS
                       MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                       SUBTRACT 1 FROM PIT-SEQ
                     ELSE
                       DISPLAY SS-ITEM
                       PERFORM 5150-GRAVA-ITEM
                     END-IF
                   END-IF
               END-READ
             END-IF.
             MOVE 'S' TO WRK-TECLA.
             MOVE 'OUTRO ITEM NO PEDIDO (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             MOVE WRK-TECLA TO WRK-MAISITEM.

           5110-CONVERTE-EMBALAGEM.
             MOVE PED-CODFORN TO PFN-CODFORN.
             MOVE WRK-CODITEM TO PFN-CODITEM.
             READ PRODFORN
               INVALID KEY
                 MOVE 'CODIGO SEM VINCULO NO CATALOGO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE 'N' TO WRK-ITEMOK
             END-READ.
             IF WRK-ITEMOK = 'S'
               IF PFN-QTDEMB = ZEROS
                 MOVE 1 TO PFN-QTDEMB
               END-IF
               MOVE PFN-PRODUTO TO PIT-PRODUTO
               MOVE PIT-QTDPEDIDA TO WRK-QTDEMBAL
               COMPUTE WRK-QTDCONV = WRK-QTDEMBAL * PFN-QTDEMB
               IF WRK-QTDCONV > 99999
                 MOVE 'QUANTIDADE ACIMA DO LIMITE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE 'N' TO WRK-ITEMOK
               ELSE
                 MOVE WRK-QTDCONV TO PIT-QTDPEDIDA
                 DISPLAY CHAVE-ITEM
                 DISPLAY SS-CONV
               END-IF
             END-IF.

           5150-GRAVA-ITEM.
             MOVE ZEROS TO PIT-QTDRECEBIDA.
             WRITE PEDIDOITEM-REG
               MOVE PRO-CODIGO TO PIT-PRODUTO
               MOVE WRK-QTDSUGER TO PIT-QTDPEDIDA
               MOVE ZEROS TO PIT-QTDRECEBIDA
               MOVE SPACES TO WRK-CODITEM
               DISPLAY TELA-ITEM
               DISPLAY SS-ITEM
               MOVE 'S' TO WRK-TECLA
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                 ACCEPT CHAVE-ITEM
                 MOVE 'S' TO WRK-ITEMOK
                 IF WRK-CODITEM NOT = SPACES
                   PERFORM 5110-CONVERTE-EMBALAGEM
                 END-IF
                 IF WRK-ITEMOK = 'S'
                   PERFORM 5150-GRAVA-ITEM
                 ELSE
                   SUBTRACT 1 FROM PIT-SEQ
                 END-IF
               ELSE
                 SUBTRACT 1 FROM PIT-SEQ
               END-IF
           7000-CANCELAR-FIM.
             EXIT.

      * CONFERENCIA DA SUGESTAO DO SGP060: CADA ITEM PODE TER A
      * QUANTIDADE MUDADA OU SER TIRADO (ZERO), E ITENS NOVOS PODEM
      * SER INCLUIDOS. LIBERADO, O PEDIDO VIRA 'A' COM A DATA DE
      * HOJE; SUGESTAO SEM NENHUM ITEM E CANCELADA
           7500-LIBERAR.
             MOVE 'MODULO - LIBERAR SUGESTAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-CAB.
             ACCEPT CHAVE-PED.
             READ PEDIDOCOMPRA
               INVALID KEY
                 MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 7500-LIBERAR-FIM
             END-READ.
             IF PED-SITUACAO NOT = 'S'
               MOVE 'PEDIDO NAO E SUGESTAO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7500-LIBERAR-FIM.
             MOVE PED-CODFORN TO FORN-CODIGO.
             READ FORNECEDOR
               INVALID KEY
                 MOVE SPACES TO FORN-RAZAO
             END-READ.
             DISPLAY SS-CAB.
             MOVE PED-NUMERO TO WRK-NPEDIDO PIT-NUMERO.
             MOVE ZEROS TO PIT-SEQ WRK-QTDITENS.
             MOVE 'N' TO WRK-FIMPIT.
             START PEDIDOITEM KEY IS NOT LESS THAN PIT-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMPIT.
             PERFORM 7600-REVISA-ITEM UNTIL WRK-FIMPIT = 'S'.
      * ITENS NOVOS CONTINUAM A NUMERACAO DO ULTIMO ITEM LIDO
             MOVE 'N' TO WRK-TECLA.
             MOVE 'INCLUIR MAIS ITENS (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             MOVE WRK-TECLA TO WRK-MAISITEM.
             MOVE WRK-NPEDIDO TO PIT-NUMERO.
             PERFORM 7700-ULTIMO-SEQ.
             PERFORM 5100-ITEM UNTIL WRK-MAISITEM NOT = 'S'.
             MOVE WRK-NPEDIDO TO PED-NUMERO.
             READ PEDIDOCOMPRA
               INVALID KEY
                 MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 7500-LIBERAR-FIM
             END-READ.
             PERFORM 7750-CONTA-ITENS.
             ACCEPT PED-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO PED-USUARIO.
             IF WRK-QTDITENS = ZEROS
               MOVE 'C' TO PED-SITUACAO
               REWRITE PEDIDOCOMPRA-REG
               MOVE 'SUGESTAO SEM ITENS-CANCELADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7500-LIBERAR-FIM.
             MOVE 'LIBERAR PEDIDO (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               MOVE 'SUGESTAO MANTIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7500-LIBERAR-FIM.
             MOVE 'A' TO PED-SITUACAO.
             ACCEPT PED-DTPEDIDO FROM DATE YYYYMMDD.
             REWRITE PEDIDOCOMPRA-REG
               INVALID KEY
                 MOVE 'ERRO AO LIBERAR PEDIDO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'PEDIDO LIBERADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           7500-LIBERAR-FIM.
             EXIT.

           7600-REVISA-ITEM.
             READ PEDIDOITEM NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMPIT
             END-READ.
             IF WRK-FIMPIT = 'N'
               IF PIT-NUMERO NOT = WRK-NPEDIDO
                 MOVE 'S' TO WRK-FIMPIT
               ELSE
                 MOVE PIT-PRODUTO TO PRO-CODIGO
                 READ PRODUTO
                   INVALID KEY
                     MOVE SPACES TO PRO-DESCRICAO
                 END-READ
                 MOVE SPACES TO WRK-CODITEM
                 DISPLAY TELA-ITEM
                 DISPLAY SS-ITEM
                 DISPLAY TELA-REVISA
                 ACCEPT TELA-REVISA
                 IF PIT-QTDPEDIDA = ZEROS
                   DELETE PEDIDOITEM RECORD
                     INVALID KEY
                       MOVE 'ERRO AO TIRAR ITEM' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-DELETE
                 ELSE
                   REWRITE PEDIDOITEM-REG
                     INVALID KEY
                       MOVE 'ERRO NO ITEM DO PEDIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
                 END-IF
               END-IF
             END-IF.

      * MAIOR SEQUENCIA JA GRAVADA NO PEDIDO (O 5100-ITEM SOMA 1)
           7700-ULTIMO-SEQ.
             MOVE WRK-NPEDIDO TO PIT-NUMERO.
             MOVE 999 TO PIT-SEQ.
             MOVE 'N' TO WRK-FIMPIT.
             START PEDIDOITEM KEY IS NOT GREATER THAN PIT-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMPIT.
             IF WRK-FIMPIT = 'N'
               READ PEDIDOITEM NEXT RECORD
                 AT END MOVE 'S' TO WRK-FIMPIT
               END-READ
             END-IF.
             IF WRK-FIMPIT = 'S' OR PIT-NUMERO NOT = WRK-NPEDIDO
               MOVE ZEROS TO PIT-SEQ.
             MOVE WRK-NPEDIDO TO PIT-NUMERO.

           7750-CONTA-ITENS.
             MOVE WRK-NPEDIDO TO PIT-NUMERO.
             MOVE ZEROS TO PIT-SEQ WRK-QTDITENS.
             MOVE 'N' TO WRK-FIMPIT.
             START PEDIDOITEM KEY IS NOT LESS THAN PIT-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMPIT.
             PERFORM 7760-CONTA-UM UNTIL WRK-FIMPIT = 'S'.

           7760-CONTA-UM.
             READ PEDIDOITEM NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMPIT
             END-READ.
             IF WRK-FIMPIT = 'N'
               IF PIT-NUMERO NOT = WRK-NPEDIDO
                 MOVE 'S' TO WRK-FIMPIT
               ELSE
                 ADD 1 TO WRK-QTDITENS
               END-IF
             END-IF.

       END PROGRAM CADPED.
