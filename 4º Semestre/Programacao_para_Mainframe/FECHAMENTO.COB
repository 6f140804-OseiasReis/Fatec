      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFEC.
      * FECHAMENTO DO MES PELA CONTABILIDADE. GRAVA O "FECHADO ATE"
      * (ULTIMO DIA DO MES FECHADO) EM FECHAMENTO.DAT, QUE O MODULO
      * FECHACHK CONSULTA EM TODO PROGRAMA QUE LANCA MOVIMENTO:
      * CADVEN, CADENT, CADBAIXA, CADBXP, CADDEV, CADTRF, CADDSP E O
      * AJUSTE DO SGP019 RECUSAM DATA DENTRO DO PERIODO FECHADO.
      * NO FECHAMENTO FICA A FOTO DO ESTOQUE DE CADA PRODUTO (TOTAL
      * E POR LOCAL) COM O CUSTO MEDIO EM ESTFECHA.DAT, PARA O
      * ESTOQUE DE FIM DE MES PODER SER LISTADO DEPOIS - POR ISSO O
      * FECHAMENTO E RODADO LOGO NA VIRADA DO MES.
      * FECHAR E REABRIR SO PARA NIVEL SUPERVISOR; A REABERTURA EXIGE
      * O MOTIVO, QUE VAI PARA O LOGAUD JUNTO COM AS DUAS DATAS
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT FECHAMENTO ASSIGN TO 'FECHAMENTO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS FEC-STATUS
         RECORD KEY FEC-CHAVE.
         SELECT ESTFECHA ASSIGN TO 'ESTFECHA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS EFC-STATUS
         RECORD KEY EFC-CHAVE.
         SELECT PRODUTO ASSIGN TO 'PRODUTO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS PRODUTO-STATUS
         RECORD KEY PRO-CODIGO.
         SELECT SALDOLOCAL ASSIGN TO 'SALDOLOCAL.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS SLC-STATUS
         RECORD KEY SLC-CHAVE.
         SELECT LOGAUD ASSIGN TO 'LOGAUD.DAT'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * REGISTRO UNICO (CHAVE 'F')
       FD FECHAMENTO.
       01 FECHAMENTO-REG.
           05 FEC-CHAVE        PIC X(01).
           05 FEC-DTFECHADO    PIC 9(08).
           05 FEC-DT-ALTERACAO PIC 9(08).
           05 FEC-USUARIO      PIC X(08).

      * FOTO DO ESTOQUE NO FECHAMENTO: LOCAL EM BRANCO = SALDO
      * TOTAL DO PRODUTO (PRO-ESTOQUE), SENAO O SALDO DO LOCAL
       FD ESTFECHA.
       01 ESTFECHA-REG.
           05 EFC-CHAVE.
              10 EFC-MES       PIC 9(06).
              10 EFC-PRODUTO   PIC 9(08).
              10 EFC-LOCAL     PIC X(01).
           05 EFC-QTD          PIC 9(06).
           05 EFC-CUSTOMEDIO   PIC 9(06)V99.
           05 EFC-DT-ALTERACAO PIC 9(08).
           05 EFC-USUARIO      PIC X(08).

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

       FD SALDOLOCAL.
       01 SALDOLOCAL-REG.
           05 SLC-CHAVE.
              10 SLC-PRODUTO   PIC 9(08).
              10 SLC-LOCAL     PIC X(01).
           05 SLC-QTD          PIC 9(06).
           05 SLC-DT-ALTERACAO PIC 9(08).
           05 SLC-USUARIO      PIC X(08).

      * DIARIO DE AUDITORIA (MESMO LEIAUTE DO CADVEN)
       FD LOGAUD.
       01 LOGAUD-REG.
           05 AUD-ARQUIVO      PIC X(12).
           05 AUD-CHAVE        PIC X(20).
           05 AUD-OPERACAO     PIC X(01).
           05 AUD-DATA         PIC 9(08).
           05 AUD-HORA         PIC 9(08).
           05 AUD-USUARIO      PIC X(08).
           05 AUD-ANTES        PIC X(250).
           05 AUD-DEPOIS       PIC X(250).

       WORKING-STORAGE SECTION.
           77 FEC-STATUS         PIC 9(02).
           77 EFC-STATUS         PIC 9(02).
           77 PRODUTO-STATUS     PIC 9(02).
           77 SLC-STATUS         PIC 9(02).
           77 AUD-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-HOJE           PIC 9(08).
           77 WRK-MESHOJE        PIC 9(06).
           77 WRK-MESFECHADO     PIC 9(06).
           77 WRK-DTNOVA         PIC 9(08).
           77 WRK-ULTDIA         PIC 9(02).
           77 WRK-RESTO          PIC 9(02).
           77 WRK-QUOC           PIC 9(04).
           77 WRK-QTDFOTO        PIC 9(06).
           77 WRK-MOTIVO         PIC X(50).
           01 WRK-ANTESFEC       PIC X(25).
           01 WRK-MESSEL         PIC 9(06).
           01 WRK-MESSEL-GRUPO REDEFINES WRK-MESSEL.
               03 WRK-ANOSEL     PIC 9(04).
               03 WRK-MMSEL      PIC 9(02).
           01 TAB-ULTDIAX.
               03 FILLER PIC 9(02) VALUE 31.
               03 FILLER PIC 9(02) VALUE 28.
               03 FILLER PIC 9(02) VALUE 31.
               03 FILLER PIC 9(02) VALUE 30.
               03 FILLER PIC 9(02) VALUE 31.
               03 FILLER PIC 9(02) VALUE 30.
               03 FILLER PIC 9(02) VALUE 31.
               03 FILLER PIC 9(02) VALUE 31.
               03 FILLER PIC 9(02) VALUE 30.
               03 FILLER PIC 9(02) VALUE 31.
               03 FILLER PIC 9(02) VALUE 30.
               03 FILLER PIC 9(02) VALUE 31.
           01 TAB-ULTDIAAUX REDEFINES TAB-ULTDIAX.
               03 TAB-ULTDIA PIC 9(02) OCCURS 12 TIMES.

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
                FROM 'FECHAMENTO DO MES'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - FECHAR MES'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - REABRIR PERIODO'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.

           01 TELA-FEC.
               05 SS-FECHADO.
                 10 LINE 07 COLUMN 10 VALUE 'FECHADO ATE: '.
                 10 COLUMN PLUS 2 PIC 9(08) FROM FEC-DTFECHADO.
                 10 LINE 08 COLUMN 10 VALUE 'POR: '.
                 10 COLUMN PLUS 2 PIC X(08) FROM FEC-USUARIO.
                 10 COLUMN PLUS 2 VALUE 'EM: '.
                 10 COLUMN PLUS 2 PIC 9(08) FROM FEC-DT-ALTERACAO.
               05 SS-MES FOREGROUND-COLOR 2.
                 10 LINE 10 COLUMN 10 VALUE 'MES (AAAAMM): '.
                 10 COLUMN PLUS 2 PIC 9(06) USING WRK-MESSEL
                   BLANK WHEN ZEROS.
               05 SS-MOTIVO.
                 10 LINE 12 COLUMN 10 VALUE 'MOTIVO: '.
                 10 COLUMN PLUS 2 PIC X(50) USING WRK-MOTIVO.
               05 SS-FOTO.
                 10 LINE 14 COLUMN 10 VALUE 'REGISTROS NA FOTO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZ9 FROM WRK-QTDFOTO.

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
             OPEN I-O FECHAMENTO
             IF FEC-STATUS = 35 THEN
               OPEN OUTPUT FECHAMENTO
               CLOSE FECHAMENTO
               OPEN I-O FECHAMENTO
              END-IF.
             OPEN I-O ESTFECHA
             IF EFC-STATUS = 35 THEN
               OPEN OUTPUT ESTFECHA
               CLOSE ESTFECHA
               OPEN I-O ESTFECHA
              END-IF.
             OPEN INPUT PRODUTO
             IF PRODUTO-STATUS = 35 THEN
               OPEN OUTPUT PRODUTO
               CLOSE PRODUTO
               OPEN INPUT PRODUTO
              END-IF.
             OPEN INPUT SALDOLOCAL
             IF SLC-STATUS = 35 THEN
               OPEN OUTPUT SALDOLOCAL
               CLOSE SALDOLOCAL
               OPEN INPUT SALDOLOCAL
              END-IF.
             OPEN EXTEND LOGAUD
             IF AUD-STATUS = 35 THEN
               OPEN OUTPUT LOGAUD
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO WRK-MOTIVO.
             MOVE ZEROS TO WRK-MESSEL WRK-QTDFOTO.
             ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
             COMPUTE WRK-MESHOJE = WRK-HOJE / 100.
             PERFORM 2100-LE-FECHAMENTO.
             EVALUATE WRK-OPCAO
             WHEN 1
      * FECHAR E REABRIR SO PARA NIVEL SUPERVISOR
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 5000-FECHAR THRU 5000-FECHAR-FIM
               END-IF
             WHEN 2
               PERFORM 6000-CONSULTAR
             WHEN 3
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 6500-REABRIR THRU 6500-REABRIR-FIM
               END-IF
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

      * SEM REGISTRO AINDA = NENHUM MES FECHADO
           2100-LE-FECHAMENTO.
             MOVE 'F' TO FEC-CHAVE.
             READ FECHAMENTO
               INVALID KEY
                 MOVE 'F' TO FEC-CHAVE
                 MOVE ZEROS TO FEC-DTFECHADO FEC-DT-ALTERACAO
                 MOVE SPACES TO FEC-USUARIO
             END-READ.
             MOVE FECHAMENTO-REG TO WRK-ANTESFEC.
             COMPUTE WRK-MESFECHADO = FEC-DTFECHADO / 100.

           3000-FINALIZAR.
               CLOSE FECHAMENTO.
               CLOSE ESTFECHA.
               CLOSE PRODUTO.
               CLOSE SALDOLOCAL.
               CLOSE LOGAUD.

      * FECHA ATE O ULTIMO DIA DO MES INFORMADO. SO MES JA
      * TERMINADO E POSTERIOR AO ULTIMO FECHADO (PULAR MESES FECHA
      * TODOS ELES DE UMA VEZ)
           5000-FECHAR.
             MOVE 'MODULO - FECHAMENTO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY SS-FECHADO.
             DISPLAY SS-MES.
             ACCEPT SS-MES.
             IF WRK-MMSEL < 1 OR WRK-MMSEL > 12
               MOVE 'MES INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-FECHAR-FIM.
             IF WRK-MESSEL NOT < WRK-MESHOJE
               MOVE 'MES AINDA NAO TERMINOU' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-FECHAR-FIM.
             IF WRK-MESSEL NOT > WRK-MESFECHADO
               MOVE 'MES JA FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-FECHAR-FIM.
             MOVE 'FECHAR O MES (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 5000-FECHAR-FIM.
             PERFORM 5100-ULTIMO-DIA.
             PERFORM 7000-FOTO-ESTOQUE.
             MOVE WRK-DTNOVA TO FEC-DTFECHADO.
             MOVE SPACES TO WRK-MOTIVO.
             PERFORM 5200-GRAVA-FECHAMENTO.
             DISPLAY SS-FECHADO.
             DISPLAY SS-FOTO.
             ACCEPT MOSTRA-ERRO.
           5000-FECHAR-FIM.
             EXIT.

      * ULTIMO DIA DO MES EM WRK-MESSEL (FEVEREIRO BISSEXTO NOS
      * ANOS DIVISIVEIS POR 4)
           5100-ULTIMO-DIA.
             MOVE TAB-ULTDIA(WRK-MMSEL) TO WRK-ULTDIA.
             IF WRK-MMSEL = 2
               DIVIDE WRK-ANOSEL BY 4 GIVING WRK-QUOC
                 REMAINDER WRK-RESTO
               IF WRK-RESTO = ZEROS
                 MOVE 29 TO WRK-ULTDIA
               END-IF
             END-IF.
             COMPUTE WRK-DTNOVA = WRK-MESSEL * 100 + WRK-ULTDIA.

      * GRAVA O "FECHADO ATE" E A IMAGEM ANTES/DEPOIS NO LOGAUD
      * (NA REABERTURA O MOTIVO VAI JUNTO NA IMAGEM DEPOIS)
           5200-GRAVA-FECHAMENTO.
             MOVE 'F' TO FEC-CHAVE.
             ACCEPT FEC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO FEC-USUARIO.
             WRITE FECHAMENTO-REG
               INVALID KEY
                 REWRITE FECHAMENTO-REG
                   INVALID KEY
                     MOVE 'ERRO AO GRAVAR FECHAMENTO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
             END-WRITE.
             MOVE 'FECHAMENTO' TO AUD-ARQUIVO.
             MOVE FEC-CHAVE TO AUD-CHAVE.
             MOVE 'A' TO AUD-OPERACAO.
             MOVE WRK-ANTESFEC TO AUD-ANTES.
             MOVE SPACES TO AUD-DEPOIS.
             IF WRK-MOTIVO = SPACES
               MOVE FECHAMENTO-REG TO AUD-DEPOIS
             ELSE
               STRING FECHAMENTO-REG ' MOTIVO: ' WRK-MOTIVO
                 DELIMITED BY SIZE INTO AUD-DEPOIS
               END-STRING
             END-IF.
             ACCEPT AUD-DATA FROM DATE YYYYMMDD.
             ACCEPT AUD-HORA FROM TIME.
             MOVE WRK-USUARIO TO AUD-USUARIO.
             WRITE LOGAUD-REG.
             IF WRK-MOTIVO = SPACES
               MOVE 'MES FECHADO' TO WRK-MSGERRO
             ELSE
               MOVE 'PERIODO REABERTO' TO WRK-MSGERRO
             END-IF.

           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY SS-FECHADO.
             IF FEC-DTFECHADO = ZEROS
               MOVE 'NENHUM MES FECHADO' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.

      * REABRE A PARTIR DO MES INFORMADO: O "FECHADO ATE" VOLTA
      * PARA O FIM DO MES ANTERIOR A ELE. A FOTO DO ESTOQUE DOS
      * MESES REABERTOS FICA - O PROXIMO FECHAMENTO A REFAZ
           6500-REABRIR.
             MOVE 'MODULO - REABERTURA' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY SS-FECHADO.
             IF FEC-DTFECHADO = ZEROS
               MOVE 'NENHUM MES FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-REABRIR-FIM.
             DISPLAY SS-MES.
             DISPLAY SS-MOTIVO.
             ACCEPT SS-MES.
             ACCEPT SS-MOTIVO.
             IF WRK-MMSEL < 1 OR WRK-MMSEL > 12
               MOVE 'MES INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-REABRIR-FIM.
             IF WRK-MESSEL > WRK-MESFECHADO
               MOVE 'MES NAO ESTA FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-REABRIR-FIM.
             IF WRK-MOTIVO = SPACES
               MOVE 'INFORME O MOTIVO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-REABRIR-FIM.
             MOVE 'REABRIR (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 6500-REABRIR-FIM.
             IF WRK-MMSEL = 1
               SUBTRACT 1 FROM WRK-ANOSEL
               MOVE 12 TO WRK-MMSEL
             ELSE
               SUBTRACT 1 FROM WRK-MMSEL
             END-IF.
             PERFORM 5100-ULTIMO-DIA.
             MOVE WRK-DTNOVA TO FEC-DTFECHADO.
             PERFORM 5200-GRAVA-FECHAMENTO.
             DISPLAY SS-FECHADO.
             ACCEPT MOSTRA-ERRO.
           6500-REABRIR-FIM.
             EXIT.

      * FOTO DE TODO PRODUTO: O SALDO TOTAL E O DE CADA LOCAL, COM
      * O CUSTO MEDIO (PRO-PRECOCUSTO). REFECHAR O MES REGRAVA A FOTO
           7000-FOTO-ESTOQUE.
             MOVE ZEROS TO WRK-QTDFOTO PRO-CODIGO.
             START PRODUTO KEY IS NOT LESS THAN PRO-CODIGO
               INVALID KEY MOVE 99 TO PRODUTO-STATUS
             END-START.
             PERFORM 7100-FOTO-PRODUTO UNTIL PRODUTO-STATUS NOT = 0.

           7100-FOTO-PRODUTO.
             READ PRODUTO NEXT RECORD
               AT END MOVE 99 TO PRODUTO-STATUS
             END-READ.
             IF PRODUTO-STATUS = 0
               MOVE WRK-MESSEL TO EFC-MES
               MOVE PRO-CODIGO TO EFC-PRODUTO
               MOVE SPACE TO EFC-LOCAL
               MOVE PRO-ESTOQUE TO EFC-QTD
               PERFORM 7300-GRAVA-FOTO
               MOVE PRO-CODIGO TO SLC-PRODUTO
               MOVE LOW-VALUES TO SLC-LOCAL
               START SALDOLOCAL KEY IS NOT LESS THAN SLC-CHAVE
                 INVALID KEY MOVE 99 TO SLC-STATUS
               END-START
               PERFORM 7200-FOTO-LOCAL UNTIL SLC-STATUS NOT = 0
             END-IF.

           7200-FOTO-LOCAL.
             READ SALDOLOCAL NEXT RECORD
               AT END MOVE 99 TO SLC-STATUS
             END-READ.
             IF SLC-STATUS = 0
               IF SLC-PRODUTO NOT = PRO-CODIGO
                 MOVE 99 TO SLC-STATUS
               ELSE
                 MOVE WRK-MESSEL TO EFC-MES
                 MOVE PRO-CODIGO TO EFC-PRODUTO
                 MOVE SLC-LOCAL TO EFC-LOCAL
                 MOVE SLC-QTD TO EFC-QTD
                 PERFORM 7300-GRAVA-FOTO
               END-IF
             END-IF.

           7300-GRAVA-FOTO.
             MOVE PRO-PRECOCUSTO TO EFC-CUSTOMEDIO.
             ACCEPT EFC-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO EFC-USUARIO.
             WRITE ESTFECHA-REG
               INVALID KEY
                 REWRITE ESTFECHA-REG
             END-WRITE.
             ADD 1 TO WRK-QTDFOTO.

       END PROGRAM CADFEC.
