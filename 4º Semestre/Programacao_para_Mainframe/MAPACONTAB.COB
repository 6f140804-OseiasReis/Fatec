      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCTB.
      * DE/PARA CONTABIL: PARA CADA EVENTO DO SISTEMA, A CONTA A
      * DEBITAR E A CONTA A CREDITAR NO PLANO DE CONTAS DO
      * ESCRITORIO DE CONTABILIDADE. O SGP057 MONTA OS LANCAMENTOS
      * DO MES COM ESTA TABELA; EVENTO SEM LINHA AQUI (OU COM
      * CONTA EM BRANCO) VAI PARA A LISTAGEM DE REJEITADOS.
      * EVENTOS:
      *   VENDA-V/P/D/C   VENDA DE MERCADORIA POR FORMA DE PAGTO
      *   SERVICO-V/P/D/C FATURAMENTO DO PETSHOP (ITENS SRVnnnn)
      *   CMV             CUSTO DA MERCADORIA VENDIDA
      *   ENTRADA         NOTA DE ENTRADA DE MERCADORIA
      *   JUROSREC        MULTA/JUROS RECEBIDOS NO CONTASREC
      *   TAXACARTAO      TAXA DA ADQUIRENTE NO REPASSE
      *   DESPESA-nnn     DESPESA OPERACIONAL DA CATEGORIA nnn
      *   BCO-xxxxxxxx    MOVIMENTO BANCARIO PELA ORIGEM GRAVADA
      *                   NO MOVBANCO (BCO-CADBAIXA, BCO-SGP038,
      *                   BCO-CADBXP, BCO-SGP056 ...)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT MAPACONTAB ASSIGN TO 'MAPACONTAB.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS MAP-STATUS
         RECORD KEY MAP-EVENTO.
       DATA DIVISION.
       FILE SECTION.

      * CONTAS NO FORMATO DO PLANO DO ESCRITORIO (CODIGO REDUZIDO
      * OU CLASSIFICACAO COM PONTOS), GRAVADAS COMO DIGITADAS
       FD MAPACONTAB.
       01 MAPACONTAB-REG.
           05 MAP-EVENTO       PIC X(12).
           05 MAP-DESCRICAO    PIC X(30).
           05 MAP-CONTADEB     PIC X(15).
           05 MAP-CONTACRED    PIC X(15).
           05 MAP-DT-ALTERACAO PIC 9(08).
           05 MAP-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 MAP-STATUS         PIC 9(02).
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
                FROM 'MAPA CONTABIL'.

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
               05 CHAVE-MAP FOREGROUND-COLOR 2.
                 10 LINE 08 COLUMN 10 VALUE 'EVENTO: '.
                 10 COLUMN PLUS 2 PIC X(12) USING MAP-EVENTO.
               05 SS-DADOS.
                 10 LINE 09 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(30) USING MAP-DESCRICAO.
                 10 LINE 10 COLUMN 10 VALUE 'CONTA DEBITO: '.
                 10 COLUMN PLUS 2 PIC X(15) USING MAP-CONTADEB.
                 10 LINE 11 COLUMN 10 VALUE 'CONTA CREDITO: '.
                 10 COLUMN PLUS 2 PIC X(15) USING MAP-CONTACRED.

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
             OPEN I-O MAPACONTAB
             IF MAP-STATUS = 35 THEN
               OPEN OUTPUT MAPACONTAB
               CLOSE MAPACONTAB
               OPEN I-O MAPACONTAB
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO MAP-EVENTO MAP-DESCRICAO
                            MAP-CONTADEB MAP-CONTACRED.
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
               CLOSE MAPACONTAB.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT TELA-REG.
             IF MAP-EVENTO = SPACES
               MOVE 'EVENTO NAO INFORMADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
      * LANCAMENTO SEM UMA DAS PARTIDAS NAO FECHA NO ESCRITORIO
             IF MAP-CONTADEB = SPACES OR MAP-CONTACRED = SPACES
               MOVE 'INFORME AS DUAS CONTAS' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF MAP-CONTADEB = MAP-CONTACRED
               MOVE 'DEBITO IGUAL AO CREDITO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             ACCEPT MAP-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO MAP-USUARIO.
             WRITE MAPACONTAB-REG
               INVALID KEY
                 MOVE 'EVENTO JA CADASTRADO' TO WRK-MSGERRO
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
             ACCEPT CHAVE-MAP.
             READ MAPACONTAB
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
             END-READ.
             ACCEPT MOSTRA-ERRO.

      * A CONTA NOVA SO VALE PARA AS PROXIMAS EXPORTACOES: O
      * ARQUIVO DE UM MES JA ENVIADO NAO E REFEITO SOZINHO
           6500-ALTERAR.
             MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-MAP.
             READ MAPACONTAB
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-ALTERAR-FIM
             END-READ.
             DISPLAY SS-DADOS.
             ACCEPT SS-DADOS.
             IF MAP-CONTADEB = SPACES OR MAP-CONTACRED = SPACES
               MOVE 'INFORME AS DUAS CONTAS' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-ALTERAR-FIM.
             IF MAP-CONTADEB = MAP-CONTACRED
               MOVE 'DEBITO IGUAL AO CREDITO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-ALTERAR-FIM.
             ACCEPT MAP-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO MAP-USUARIO.
             REWRITE MAPACONTAB-REG
               INVALID KEY
                 MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-REWRITE.
           6500-ALTERAR-FIM.
             EXIT.

      * EXCLUSAO FISICA: O EVENTO VOLTA A SAIR COMO REJEITADO NA
      * PROXIMA EXPORTACAO ATE SER MAPEADO DE NOVO
           7000-EXCLUIR.
             MOVE 'MODULO - EXCLUSAO ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REG.
             ACCEPT CHAVE-MAP.
             READ MAPACONTAB
               INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 MOVE 'EXCLUIR (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                   DELETE MAPACONTAB RECORD
                     INVALID KEY
                       MOVE 'NAO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'REGISTRO EXCLUIDO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-DELETE
                 END-IF
             END-READ.

       END PROGRAM CADCTB.
