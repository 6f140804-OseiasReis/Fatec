           77 WRK-FIMARQ         PIC X(01).
           77 WRK-CONTLIN        PIC 9(06).
           77 WRK-CONTEXP        PIC 9(06).
      * SAIDA RESERVADA AO PROPRIETARIO (NIVEL 3): O RELATORIO DE
      * EXCECOES DO SGP079 (ARQUIVOS EXCECAO-*). OS DEMAIS NIVEIS
      * NAO VEEM A ENTRADA NA LISTAGEM NEM ABREM O ARQUIVO
           77 WRK-RESTRITO       PIC X(01).

       LINKAGE SECTION.
       01 LNK-SESSAO.
               IF SPL-DATA NOT = WRK-DATASEL
                 MOVE 'S' TO WRK-FIMSPL
               ELSE
                 MOVE SPL-ARQUIVO TO WRK-ARQ
                 PERFORM 9000-CONFERE-RESTRITO
                 IF WRK-RESTRITO = 'N'
                   DISPLAY TELA-REG
                   MOVE 'ACHADO - ENTER P/ PROXIMO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 END-IF
               END-IF
             END-IF.

             DISPLAY TELA.
             DISPLAY TELA-ARQ.
             ACCEPT CHAVE-ARQ.
             PERFORM 9000-CONFERE-RESTRITO.
             IF WRK-RESTRITO = 'S'
               MOVE 'SAIDA RESTRITA AO PROPRIETARIO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6000-EXIBIR-FIM.
             OPEN INPUT ARQREL.
             IF ARQ-STATUS NOT = 00
               MOVE 'ARQUIVO NAO ENCONTRADO' TO WRK-MSGERRO
             DISPLAY TELA.
             DISPLAY TELA-ARQ.
             ACCEPT CHAVE-ARQ.
             PERFORM 9000-CONFERE-RESTRITO.
             IF WRK-RESTRITO = 'S'
               MOVE 'SAIDA RESTRITA AO PROPRIETARIO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7000-REIMPRIMIR-FIM.
             OPEN INPUT ARQREL.
             IF ARQ-STATUS NOT = 00
               MOVE 'ARQUIVO NAO ENCONTRADO' TO WRK-MSGERRO
               END-IF
             END-IF.

      * WRK-ARQ = NOME DA SAIDA; RESTRITA SO PARA QUEM NAO E NIVEL 3
           9000-CONFERE-RESTRITO.
             MOVE 'N' TO WRK-RESTRITO.
             IF WRK-ARQ(1:8) = 'EXCECAO-' AND LNK-NIVEL < 3
               MOVE 'S' TO WRK-RESTRITO
             END-IF.

       END PROGRAM CADSPOOL.
