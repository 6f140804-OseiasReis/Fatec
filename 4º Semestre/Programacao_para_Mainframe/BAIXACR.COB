         ACCESS MODE IS RANDOM
         FILE STATUS IS CLI-STATUS
         RECORD KEY CLI-CPF.
         SELECT LOGAUD ASSIGN TO 'LOGAUD.DAT'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.

           05 CLI-DT-ALTERACAO   PIC 9(08).
           05 CLI-USUARIO        PIC X(08).
           05 CLI-LIMITECRED    PIC 9(09)V99.
           05 CLI-CONSENTE      PIC X(01).
           05 CLI-CANALMSG      PIC X(01).
           05 CLI-GRUPO         PIC 9(02).

      * DIARIO DE AUDITORIA (MESMO LEIAUTE DO CADVEN). CADA BAIXA
      * ENTRA COMO ALTERACAO DA PARCELA COM AS IMAGENS ANTES E
      * DEPOIS - E POR ELAS QUE O SGP079 ACHA OS ENCARGOS DISPENSADOS
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
           77 CR-STATUS          PIC 9(02).
           77 CLI-STATUS         PIC 9(02).
           77 AUD-STATUS         PIC 9(02).
           01 WRK-ANTESPAR       PIC X(250).
           77 WRK-NOMECLI        PIC X(40).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-JUROS          PIC 9(09)V99.
           77 WRK-TOTDEVIDO      PIC 9(09)V99.
           77 WRK-JUROSREC       PIC 9(09)V99.
      * CONTA BANCARIA (CONTABCO) ONDE O RECEBIMENTO ENTRA; EM
      * BRANCO VALE A CONTA PADRAO (PARAMETRO CONTABANCO). O
      * LANCAMENTO NO MOVBANCO E FEITO PELO MODULO BANCOREG
           77 WRK-CONTABCO       PIC 9(03).
           01 WRK-MOVBCO.
              03 WRK-MBC-FUNCAO    PIC X(01).
              03 WRK-MBC-CONTA     PIC 9(03).
              03 WRK-MBC-DATA      PIC 9(08).
              03 WRK-MBC-TIPO      PIC X(01).
              03 WRK-MBC-VALOR     PIC 9(09)V99.
              03 WRK-MBC-ORIGEM    PIC X(08).
              03 WRK-MBC-DOCUMENTO PIC X(20).
              03 WRK-MBC-HISTORICO PIC X(30).
              03 WRK-MBC-USUARIO   PIC X(08).
              03 WRK-MBC-RETORNO   PIC X(02).
      * CONSULTA DO PERIODO FECHADO (MODULO FECHACHK)
           01 WRK-FECHA.
              03 WRK-FEC-DATA      PIC 9(08).
              03 WRK-FEC-FECHADO   PIC X(01).
              03 WRK-FEC-DTFECHADO PIC 9(08).
           01 WRK-DATA-AUX       PIC 9(08).
           01 WRK-DATA-GRUPO REDEFINES WRK-DATA-AUX.
              05 WRK-ANOAUX      PIC 9(04).
                 10 LINE 18 COLUMN 10 VALUE 'VALOR RECEBIDO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 USING WRK-VALORREC
                   BLANK WHEN ZEROS.
                 10 LINE 19 COLUMN 10 VALUE 'CONTA BANCARIA: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING WRK-CONTABCO
                   BLANK WHEN ZEROS.

           01 MOSTRA-ERRO.
               02 MSG-ERRO.
               CLOSE CLIENTE
               OPEN INPUT CLIENTE
              END-IF.
             OPEN EXTEND LOGAUD
             IF AUD-STATUS = 35 THEN
               OPEN OUTPUT LOGAUD
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.
      * PERCENTUAIS DE ENCARGO DA TABELA CENTRAL (CADPARAM)
             MOVE SPACES TO WRK-MSGERRO WRK-NOMECLI.
             MOVE ZEROS TO CR-CODCLI CR-NVENDA CR-PARCELA
             CR-VENCIMENTO CR-VALOR CR-VALORPAGO
             WRK-DTPAGTO WRK-VALORREC WRK-CONTABCO.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-BAIXAR
           3000-FINALIZAR.
               CLOSE CONTASREC.
               CLOSE CLIENTE.
               CLOSE LOGAUD.

           5000-BAIXAR.
             MOVE 'MODULO - BAIXA' TO WRK-MODULO.
             PERFORM 5150-CALCULA-ENCARGOS
                THRU 5150-CALCULA-ENCARGOS-FIM.
             DISPLAY TELA-ATRASO.
      * PAGAMENTO DATADO EM MES JA FECHADO PELA CONTABILIDADE
      * (CADFEC) NAO E BAIXADO
             MOVE WRK-DTPAGTO TO WRK-FEC-DATA.
             CALL 'FECHACHK' USING WRK-FECHA.
             IF WRK-FEC-FECHADO = 'S'
               MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-RECEBER-FIM.
             IF WRK-VALORREC = ZEROS
               MOVE 'VALOR RECEBIDO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               MOVE 'VALOR MAIOR QUE O DEVIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-RECEBER-FIM.
             MOVE 'V' TO WRK-MBC-FUNCAO.
             PERFORM 5190-MOVBANCO.
             IF WRK-MBC-RETORNO NOT = '00'
               MOVE 'CONTA BANCARIA INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-RECEBER-FIM.
             MOVE CONTASREC-REG TO WRK-ANTESPAR.
      * O QUE PASSAR DO SALDO DA PARCELA E ENCARGO (MULTA/JUROS) E
      * FICA GUARDADO EM SEPARADO PARA O FECHAMENTO DE CAIXA
      * (SGP025) MOSTRAR COMO LINHA PROPRIA
             REWRITE CONTASREC-REG
               INVALID KEY
                 MOVE 'ERRO AO GRAVAR BAIXA' TO WRK-MSGERRO
               NOT INVALID KEY
                 MOVE 'G' TO WRK-MBC-FUNCAO
                 PERFORM 5190-MOVBANCO
                 IF WRK-MBC-RETORNO NOT = '00'
                   MOVE 'MOVIMENTO BANCARIO NAO GRAVADO' TO WRK-MSGERRO
                 END-IF
                 MOVE 'CONTASREC' TO AUD-ARQUIVO
                 MOVE CR-CHAVE TO AUD-CHAVE
                 MOVE 'A' TO AUD-OPERACAO
                 MOVE WRK-ANTESPAR TO AUD-ANTES
                 MOVE CONTASREC-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
             END-REWRITE.
             DISPLAY SS-DADOSPAR.
             ACCEPT MOSTRA-ERRO.
           5100-RECEBER-FIM.
             EXIT.

      * CREDITO NA CONTA BANCARIA PELO VALOR INTEIRO RECEBIDO
      * (SALDO + ENCARGOS), QUE E O QUE APARECE NO EXTRATO
           5190-MOVBANCO.
             MOVE WRK-CONTABCO TO WRK-MBC-CONTA.
             MOVE WRK-DTPAGTO TO WRK-MBC-DATA.
             MOVE 'C' TO WRK-MBC-TIPO.
             MOVE WRK-VALORREC TO WRK-MBC-VALOR.
             MOVE 'CADBAIXA' TO WRK-MBC-ORIGEM.
             MOVE CR-CHAVE TO WRK-MBC-DOCUMENTO.
             MOVE 'RECEBIMENTO DE PARCELA' TO WRK-MBC-HISTORICO.
             MOVE WRK-USUARIO TO WRK-MBC-USUARIO.
             CALL 'BANCOREG' USING WRK-MOVBCO.
             MOVE WRK-MBC-CONTA TO WRK-CONTABCO.

      * MULTA + JUROS AO MES PRO RATA DIA (PERCENTUAIS DO
      * PARAM.DAT) QUANDO A DATA DE PAGAMENTO PASSOU DO
      * VENCIMENTO. EM DIA, TOTAL DEVIDO = SALDO DA PARCELA
                ACCEPT MOSTRA-ERRO
             END-IF.

           8100-GRAVA-LOGAUD.
             ACCEPT AUD-DATA FROM DATE YYYYMMDD.
             ACCEPT AUD-HORA FROM TIME.
             MOVE WRK-USUARIO TO AUD-USUARIO.
             WRITE LOGAUD-REG.

       END PROGRAM CADBAIXA.
