           05 FORN-SITUACAO    PIC X(01).
           05 FORN-DT-ALTERACAO PIC 9(08).
           05 FORN-USUARIO     PIC X(08).
           05 FORN-UF          PIC X(02).
           05 FORN-IE          PIC X(14).

       WORKING-STORAGE SECTION.
           77 CP-STATUS          PIC 9(02).
           77 WRK-VALORPAGO      PIC 9(09)V99.
           77 WRK-SALDOPAR       PIC 9(09)V99.
           77 WRK-USUARIO        PIC X(08).
      * CONTA BANCARIA (CONTABCO) DE ONDE O PAGAMENTO SAI; EM
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

       LINKAGE SECTION.
       01 LNK-SESSAO.
                 10 LINE 18 COLUMN 10 VALUE 'VALOR PAGO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 USING WRK-VALORPAGO
                   BLANK WHEN ZEROS.
                 10 LINE 19 COLUMN 10 VALUE 'CONTA BANCARIA: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING WRK-CONTABCO
                   BLANK WHEN ZEROS.

           01 MOSTRA-ERRO.
               02 MSG-ERRO.
             MOVE SPACES TO WRK-MSGERRO WRK-RAZAOFORN.
             MOVE ZEROS TO CP-CODFORN CP-NOTA CP-PARCELA
             CP-VENCIMENTO CP-VALOR CP-VALORPAGO
             WRK-DTPAGTO WRK-VALORPAGO WRK-CONTABCO.
             EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 5000-BAIXAR
               GO TO 5100-PAGAR-FIM.
             IF WRK-DTPAGTO = ZEROS
               ACCEPT WRK-DTPAGTO FROM DATE YYYYMMDD.
      * PAGAMENTO DATADO EM MES JA FECHADO PELA CONTABILIDADE
      * (CADFEC) NAO E BAIXADO
             MOVE WRK-DTPAGTO TO WRK-FEC-DATA.
             CALL 'FECHACHK' USING WRK-FECHA.
             IF WRK-FEC-FECHADO = 'S'
               MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-PAGAR-FIM.
             MOVE 'V' TO WRK-MBC-FUNCAO.
             PERFORM 5190-MOVBANCO.
             IF WRK-MBC-RETORNO NOT = '00'
               MOVE 'CONTA BANCARIA INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-PAGAR-FIM.
             ADD WRK-VALORPAGO TO CP-VALORPAGO.
             MOVE WRK-DTPAGTO TO CP-DTPAGTO.
             IF CP-VALORPAGO >= CP-VALOR
             REWRITE CONTASPAG-REG
               INVALID KEY
                 MOVE 'ERRO AO GRAVAR BAIXA' TO WRK-MSGERRO
               NOT INVALID KEY
                 MOVE 'G' TO WRK-MBC-FUNCAO
                 PERFORM 5190-MOVBANCO
                 IF WRK-MBC-RETORNO NOT = '00'
                   MOVE 'MOVIMENTO BANCARIO NAO GRAVADO' TO WRK-MSGERRO
                 END-IF
             END-REWRITE.
             DISPLAY SS-DADOSPAR.
             ACCEPT MOSTRA-ERRO.
           5100-PAGAR-FIM.
             EXIT.

      * DEBITO NA CONTA BANCARIA PELO VALOR PAGO
           5190-MOVBANCO.
             MOVE WRK-CONTABCO TO WRK-MBC-CONTA.
             MOVE WRK-DTPAGTO TO WRK-MBC-DATA.
             MOVE 'D' TO WRK-MBC-TIPO.
             MOVE WRK-VALORPAGO TO WRK-MBC-VALOR.
             MOVE 'CADBXP' TO WRK-MBC-ORIGEM.
             MOVE CP-CHAVE TO WRK-MBC-DOCUMENTO.
             MOVE 'PAGAMENTO A FORNECEDOR' TO WRK-MBC-HISTORICO.
             MOVE WRK-USUARIO TO WRK-MBC-USUARIO.
             CALL 'BANCOREG' USING WRK-MOVBCO.
             MOVE WRK-MBC-CONTA TO WRK-CONTABCO.

           6000-CONSULTAR.
             MOVE 'MODULO - EM ABERTO' TO WRK-MODULO.
             DISPLAY TELA.
