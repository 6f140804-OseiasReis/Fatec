         ACCESS MODE IS RANDOM
         FILE STATUS IS SRV-STATUS
         RECORD KEY SRV-CODIGO.
         SELECT PRODUTO ASSIGN TO 'PRODUTO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS PRODUTO-STATUS
         RECORD KEY PRO-CODIGO
         ALTERNATE RECORD KEY PRO-EAN WITH DUPLICATES.
         SELECT RESERVA ASSIGN TO 'RESERVA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS RSV-STATUS
         RECORD KEY RSV-CHAVE
         ALTERNATE RECORD KEY RSV-ORIGEM WITH DUPLICATES.
         SELECT MSGHIST ASSIGN TO 'MSGHIST.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS MSG-STATUS
         RECORD KEY MSH-CHAVE
         ALTERNATE RECORD KEY MSH-CPF WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.

           05 CLI-DT-ALTERACAO   PIC 9(08).
           05 CLI-USUARIO        PIC X(08).
           05 CLI-LIMITECRED    PIC 9(09)V99.
           05 CLI-CONSENTE      PIC X(01).
           05 CLI-CANALMSG      PIC X(01).
           05 CLI-GRUPO         PIC 9(02).

       FD CONTASREC.
       01 CONTASREC-REG.
           05 AGE-CODSERV     PIC 9(04).
           05 AGE-SITUACAO    PIC X(01).
           05 AGE-PLANO       PIC X(01).
           05 AGE-CODPROF     PIC 9(03).

       FD SERVICO.
       01 SERVICO-REG.
           05 SRV-DT-ALTERACAO PIC 9(08).
           05 SRV-USUARIO      PIC X(08).

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

      * RESERVAS DE ESTOQUE (MESMO LEIAUTE DO CADVEN): O = ORCAMENTO
      * APROVADO ATE A VALIDADE, E = VENDA COM ENTREGA PENDENTE
       FD RESERVA.
       01 RESERVA-REG.
           05 RSV-CHAVE.
              10 RSV-PRODUTO   PIC 9(08).
              10 RSV-ORIGEM.
                 15 RSV-TIPO   PIC X(01).
                 15 RSV-CODCLI PIC 9(12).
                 15 RSV-NUMERO PIC 9(06).
                 15 RSV-SEQ    PIC 9(03).
           05 RSV-QTD          PIC 9(06).
           05 RSV-DTLIMITE     PIC 9(08).
           05 RSV-DT-ALTERACAO PIC 9(08).
           05 RSV-USUARIO      PIC X(08).

      * MENSAGENS MANDADAS AO CLIENTE PELA FILA NOTURNA (SGP066):
      * G = GERADA, E = ENTREGUE, F = FALHA (RETORNO DO SGP067)
       FD MSGHIST.
       01 MSGHIST-REG.
           05 MSH-CHAVE.
              10 MSH-DATA      PIC 9(08).
              10 MSH-SEQ       PIC 9(05).
           05 MSH-CPF          PIC 9(12).
           05 MSH-TIPO         PIC X(03).
           05 MSH-CANAL        PIC X(01).
           05 MSH-DDD          PIC 9(02).
           05 MSH-TELEFONE     PIC 9(09).
           05 MSH-EMAIL        PIC X(40).
           05 MSH-TEXTO        PIC X(160).
           05 MSH-SITUACAO     PIC X(01).
           05 MSH-DTRETORNO    PIC 9(08).
           05 MSH-MOTIVO       PIC X(30).

       WORKING-STORAGE SECTION.
           77 CLI-STATUS         PIC 9(02).
           77 CR-STATUS          PIC 9(02).
              03 WRK-PETCOD OCCURS 20 TIMES PIC 9(06).
           77 WRK-IND            PIC 9(02).
           77 WRK-EPETCLI        PIC X(01).
           77 PRODUTO-STATUS     PIC 9(02).
           77 RSV-STATUS         PIC 9(02).
           77 WRK-RSVTIPO        PIC X(01).
           77 WRK-RSVPROD        PIC 9(08).
           77 WRK-RESERVO        PIC 9(07).
           77 WRK-RESERVE        PIC 9(07).
           77 WRK-FISICO         PIC 9(07).
           77 WRK-RESERVADO      PIC 9(07).
           77 WRK-DISPON         PIC S9(07).
      * RESERVAS DO CLIENTE GUARDADAS ANTES DE SOMAR OS TOTAIS DE
      * CADA PRODUTO (A SOMA REPOSICIONA O ARQUIVO DE RESERVAS)
           01 WRK-RESCLI.
              03 WRK-QTDRES      PIC 9(02).
              03 WRK-RES OCCURS 20 TIMES.
                 05 WRK-RES-TIPO     PIC X(01).
                 05 WRK-RES-NUMERO   PIC 9(06).
                 05 WRK-RES-PRODUTO  PIC 9(08).
                 05 WRK-RES-QTD      PIC 9(06).
                 05 WRK-RES-DTLIMITE PIC 9(08).
           77 MSG-STATUS         PIC 9(02).
           77 WRK-CONTMSG        PIC 9(03).

       LINKAGE SECTION.
       01 LNK-SESSAO.
                   FROM WRK-SALDOABERTO.
                 10 COLUMN PLUS 2 VALUE 'PARC: '.
                 10 COLUMN PLUS 1 PIC ZZ9 FROM WRK-QTDABERTAS.
                 10 LINE 10 COLUMN 10 VALUE 'ACEITA CONTATO: '.
                 10 COLUMN PLUS 2 PIC X(01) FROM CLI-CONSENTE.
                 10 COLUMN PLUS 2 VALUE 'CANAL: '.
                 10 COLUMN PLUS 2 PIC X(01) FROM CLI-CANALMSG.

           01 TELA-VENDA.
               05 SS-VENDA.
                 10 COLUMN PLUS 2 PIC X(20) FROM WRK-DESCSERV.
                 10 COLUMN PLUS 2 PIC X(01) FROM AGE-SITUACAO.

           01 TELA-RESERVA.
               05 SS-RESERVA.
                 10 LINE 18 COLUMN 10 VALUE 'RESERVA: '.
                 10 COLUMN PLUS 2 PIC X(01) FROM WRK-RES-TIPO(WRK-IND).
                 10 COLUMN PLUS 2 PIC 9(06)
                   FROM WRK-RES-NUMERO(WRK-IND).
                 10 COLUMN PLUS 2 VALUE 'ATE: '.
                 10 COLUMN PLUS 2 PIC 9999/99/99
                   FROM WRK-RES-DTLIMITE(WRK-IND).
                 10 COLUMN PLUS 2 VALUE 'QTD: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9
                   FROM WRK-RES-QTD(WRK-IND).
                 10 LINE 19 COLUMN 10 VALUE 'PRODUTO: '.
                 10 COLUMN PLUS 2 PIC 9(08)
                   FROM WRK-RES-PRODUTO(WRK-IND).
                 10 COLUMN PLUS 2 PIC X(30) FROM PRO-DESCRICAO.
                 10 LINE 20 COLUMN 10 VALUE 'FISICO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZ9 FROM WRK-FISICO.
                 10 COLUMN PLUS 2 VALUE 'RESERVADO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZ9 FROM WRK-RESERVADO.
                 10 COLUMN PLUS 2 VALUE 'DISPONIVEL: '.
                 10 COLUMN PLUS 2 PIC ------9 FROM WRK-DISPON.

           01 TELA-MENSAGEM.
               05 SS-MENSAGEM.
                 10 LINE 18 COLUMN 01 ERASE EOL.
                 10 LINE 18 COLUMN 10 VALUE 'MENSAGEM: '.
                 10 COLUMN PLUS 2 PIC 9999/99/99 FROM MSH-DATA.
                 10 COLUMN PLUS 2 PIC X(03) FROM MSH-TIPO.
                 10 COLUMN PLUS 2 VALUE 'CANAL: '.
                 10 COLUMN PLUS 2 PIC X(01) FROM MSH-CANAL.
                 10 COLUMN PLUS 2 VALUE 'SIT: '.
                 10 COLUMN PLUS 2 PIC X(01) FROM MSH-SITUACAO.
                 10 LINE 19 COLUMN 01 ERASE EOL.
                 10 LINE 19 COLUMN 10 PIC X(60) FROM MSH-TEXTO.
                 10 LINE 20 COLUMN 01 ERASE EOL.
                 10 LINE 20 COLUMN 10 VALUE 'RETORNO: '.
                 10 COLUMN PLUS 2 PIC 9999/99/99 FROM MSH-DTRETORNO.
                 10 COLUMN PLUS 2 PIC X(30) FROM MSH-MOTIVO.

           01 MOSTRA-ERRO.
               02 MSG-ERRO.
                 10 LINE 21 COLUMN 01 ERASE EOL
               CLOSE SERVICO
               OPEN INPUT SERVICO
              END-IF.
             OPEN INPUT PRODUTO
             IF PRODUTO-STATUS = 35 THEN
               OPEN OUTPUT PRODUTO
               CLOSE PRODUTO
               OPEN INPUT PRODUTO
              END-IF.
             OPEN INPUT RESERVA
             IF RSV-STATUS = 35 THEN
               OPEN OUTPUT RESERVA
               CLOSE RESERVA
               OPEN INPUT RESERVA
              END-IF.
             OPEN INPUT MSGHIST
             IF MSG-STATUS = 35 THEN
               OPEN OUTPUT MSGHIST
               CLOSE MSGHIST
               OPEN INPUT MSGHIST
              END-IF.

           1100-MONTATELA.
            DISPLAY TELA.
               CLOSE PETS.
               CLOSE AGENDA.
               CLOSE SERVICO.
               CLOSE PRODUTO.
               CLOSE RESERVA.
               CLOSE MSGHIST.

           5000-POR-CPF.
             MOVE 'MODULO - POR CPF' TO WRK-MODULO.
             EXIT.

      * MONTA A VISAO INTEIRA: CADASTRO E SALDO, ULTIMAS VENDAS,
      * PETS, PROXIMOS AGENDAMENTOS, ESTOQUE RESERVADO PARA O
      * CLIENTE E MENSAGENS ENVIADAS - CADA SECAO PAGINA COM ENTER
           6000-MOSTRA-TUDO.
             ACCEPT WRK-DTHOJE FROM DATE YYYYMMDD.
             PERFORM 6100-SOMA-ABERTO.
             ACCEPT MOSTRA-ERRO.
             PERFORM 6400-LISTA-AGENDA
                THRU 6400-LISTA-AGENDA-FIM.
             MOVE 'ENTER P/ RESERVAS' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             PERFORM 6500-LISTA-RESERVAS
                THRU 6500-LISTA-RESERVAS-FIM.
             MOVE 'ENTER P/ MENSAGENS' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             PERFORM 6600-LISTA-MENSAGENS
                THRU 6600-LISTA-MENSAGENS-FIM.
             MOVE 'FIM DA VISAO 360' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6000-MOSTRA-TUDO-FIM.
               MOVE 'S' TO WRK-EPETCLI
             END-IF.

      * RESERVAS DO CLIENTE (ENTREGAS PENDENTES, ORCAMENTOS
      * APROVADOS E ENCOMENDAS QUE CHEGARAM, ATE 20), CADA UMA COM
      * O FISICO, O RESERVADO E O DISPONIVEL DO PRODUTO NA LOJA
      * INTEIRA
           6500-LISTA-RESERVAS.
             MOVE ZEROS TO WRK-QTDRES.
             MOVE 'E' TO WRK-RSVTIPO.
             PERFORM 6510-COLETA-RESERVAS.
             MOVE 'O' TO WRK-RSVTIPO.
             PERFORM 6510-COLETA-RESERVAS.
             MOVE 'N' TO WRK-RSVTIPO.
             PERFORM 6510-COLETA-RESERVAS.
             IF WRK-QTDRES = ZEROS
               MOVE 'CLIENTE SEM RESERVAS' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-LISTA-RESERVAS-FIM.
             PERFORM 6550-MOSTRA-RESERVA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTDRES.
           6500-LISTA-RESERVAS-FIM.
             EXIT.

           6510-COLETA-RESERVAS.
             MOVE WRK-RSVTIPO TO RSV-TIPO.
             MOVE WRK-CPFSEL TO RSV-CODCLI.
             MOVE ZEROS TO RSV-NUMERO RSV-SEQ.
             MOVE 'N' TO WRK-FIM.
             START RESERVA KEY IS NOT LESS THAN RSV-ORIGEM
               INVALID KEY
                 MOVE 'S' TO WRK-FIM.
             PERFORM 6520-PROX-RESCLI UNTIL WRK-FIM = 'S'.

           6520-PROX-RESCLI.
             READ RESERVA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM
             END-READ.
             IF WRK-FIM = 'N'
               IF RSV-TIPO NOT = WRK-RSVTIPO
                  OR RSV-CODCLI NOT = WRK-CPFSEL
                 MOVE 'S' TO WRK-FIM
               ELSE
                 IF (RSV-TIPO = 'E' OR RSV-DTLIMITE NOT < WRK-DTHOJE)
                    AND WRK-QTDRES < 20
                   ADD 1 TO WRK-QTDRES
                   MOVE RSV-TIPO TO WRK-RES-TIPO(WRK-QTDRES)
                   MOVE RSV-NUMERO TO WRK-RES-NUMERO(WRK-QTDRES)
                   MOVE RSV-PRODUTO TO WRK-RES-PRODUTO(WRK-QTDRES)
                   MOVE RSV-QTD TO WRK-RES-QTD(WRK-QTDRES)
                   MOVE RSV-DTLIMITE TO WRK-RES-DTLIMITE(WRK-QTDRES)
                 END-IF
               END-IF
             END-IF.

           6550-MOSTRA-RESERVA.
             MOVE WRK-RES-PRODUTO(WRK-IND) TO PRO-CODIGO.
             READ PRODUTO
               INVALID KEY
                 MOVE '*** NAO CADASTRADO ***' TO PRO-DESCRICAO
                 MOVE ZEROS TO PRO-ESTOQUE
             END-READ.
             PERFORM 6560-SOMA-PRODUTO.
             DISPLAY TELA-RESERVA.
             MOVE 'RESERVA - ENTER P/ PROXIMA' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.

      * MESMA CONTA DO CADVEN E DO SGP014: A RESERVA 'E' JA SAIU DO
      * PRO-ESTOQUE NA VENDA (VOLTA PARA O FISICO) E A 'O' AINDA
      * NA VALIDADE SAI DO DISPONIVEL, ASSIM COMO A 'N' (ENCOMENDA)
           6560-SOMA-PRODUTO.
             MOVE ZEROS TO WRK-RESERVO WRK-RESERVE.
             MOVE WRK-RES-PRODUTO(WRK-IND) TO WRK-RSVPROD RSV-PRODUTO.
             MOVE SPACES TO RSV-TIPO.
             MOVE ZEROS TO RSV-CODCLI RSV-NUMERO RSV-SEQ.
             MOVE 'N' TO WRK-FIM.
             START RESERVA KEY IS NOT LESS THAN RSV-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIM.
             PERFORM 6570-SOMA-PROX UNTIL WRK-FIM = 'S'.
             COMPUTE WRK-FISICO = PRO-ESTOQUE + WRK-RESERVE.
             COMPUTE WRK-RESERVADO = WRK-RESERVO + WRK-RESERVE.
             COMPUTE WRK-DISPON = PRO-ESTOQUE - WRK-RESERVO.

           6570-SOMA-PROX.
             READ RESERVA NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM
             END-READ.
             IF WRK-FIM = 'N'
               IF RSV-PRODUTO NOT = WRK-RSVPROD
                 MOVE 'S' TO WRK-FIM
               ELSE
                 IF RSV-TIPO = 'E'
                   ADD RSV-QTD TO WRK-RESERVE
                 END-IF
                 IF RSV-TIPO = 'O' AND RSV-DTLIMITE NOT < WRK-DTHOJE
                   ADD RSV-QTD TO WRK-RESERVO
                 END-IF
                 IF RSV-TIPO = 'N'
                   ADD RSV-QTD TO WRK-RESERVO
                 END-IF
               END-IF
             END-IF.

      * HISTORICO DE MENSAGENS DO CLIENTE PELA CHAVE ALTERNADA DE
      * CPF, DA MAIS ANTIGA PARA A MAIS RECENTE
           6600-LISTA-MENSAGENS.
             MOVE ZEROS TO WRK-CONTMSG.
             MOVE WRK-CPFSEL TO MSH-CPF.
             MOVE 'N' TO WRK-FIM.
             START MSGHIST KEY IS NOT LESS THAN MSH-CPF
               INVALID KEY
                 MOVE 'S' TO WRK-FIM.
             PERFORM 6650-PROX-MENSAGEM UNTIL WRK-FIM = 'S'.
             IF WRK-CONTMSG = ZEROS
               MOVE 'CLIENTE SEM MENSAGENS' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO.
           6600-LISTA-MENSAGENS-FIM.
             EXIT.

           6650-PROX-MENSAGEM.
             READ MSGHIST NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM
             END-READ.
             IF WRK-FIM = 'N'
               IF MSH-CPF NOT = WRK-CPFSEL
                 MOVE 'S' TO WRK-FIM
               ELSE
                 ADD 1 TO WRK-CONTMSG
                 DISPLAY TELA-MENSAGEM
                 MOVE 'MENSAGEM - ENTER P/ PROXIMA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               END-IF
             END-IF.

       END PROGRAM CAD360.
