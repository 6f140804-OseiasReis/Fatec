      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDSP.
      * LANCAMENTO DE DESPESA OPERACIONAL (ALUGUEL, ENERGIA, FOLHA,
      * TARIFA BANCARIA ...) NO CONTAS A PAGAR. ATE AQUI SO O CADENT
      * ALIMENTAVA O CONTASPAG, COM NOTA DE MERCADORIA. A PARCELA
      * VAI PARA O CONTASPAG NA MESMA CHAVE (FORNECEDOR + NUMERO DO
      * DOCUMENTO + PARCELA) E O CADBXP PAGA COMO QUALQUER CONTA; A
      * CATEGORIA (CADCAT) E A DATA DO DOCUMENTO FICAM EM
      * DESPESA.DAT, NA MESMA CHAVE. CONTA DO CONTASPAG SEM LINHA
      * EM DESPESA.DAT E NOTA DE MERCADORIA.
      * O CREDOR (IMOBILIARIA, CONCESSIONARIA ...) E CADASTRADO
      * COMO FORNECEDOR NO CADFORN.
      * PARCELAS DE MES EM MES A PARTIR DO PRIMEIRO VENCIMENTO, NO
      * MESMO DIA (DIA 31 EM MES MAIS CURTO CAI NO ULTIMO DIA)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CONTASPAG ASSIGN TO 'CONTASPAG.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS CP-STATUS
         RECORD KEY CP-CHAVE.
         SELECT DESPESA ASSIGN TO 'DESPESA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS DSP-STATUS
         RECORD KEY DSP-CHAVE.
         SELECT FORNECEDOR ASSIGN TO 'FORNECEDOR.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS FORN-STATUS
         RECORD KEY FORN-CODIGO.
         SELECT CATDESP ASSIGN TO 'CATDESP.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS CAT-STATUS
         RECORD KEY CAT-CODIGO.
       DATA DIVISION.
       FILE SECTION.

       FD CONTASPAG.
       01 CONTASPAG-REG.
           05 CP-CHAVE.
              10 CP-CODFORN    PIC 9(06).
              10 CP-NOTA       PIC 9(09).
              10 CP-PARCELA    PIC 9(02).
           05 CP-VENCIMENTO    PIC 9(08).
           05 CP-VALOR         PIC 9(09)V99.
           05 CP-SITUACAO      PIC X(01).
           05 CP-VALORPAGO     PIC 9(09)V99.
           05 CP-DTPAGTO       PIC 9(08).
           05 CP-DT-ALTERACAO  PIC 9(08).
           05 CP-USUARIO       PIC X(08).

      * DATA DO DOCUMENTO: O MES DELA E A COMPETENCIA DA DESPESA
      * (DRE E EXPORTACAO CONTABIL)
      * ORIGEM: M = LANCADA NESTA TELA, R = GERADA PELO SGP058 A
      * PARTIR DO MODELO DSP-CODREC (DESPREC.DAT)
       FD DESPESA.
       01 DESPESA-REG.
           05 DSP-CHAVE.
              10 DSP-CODFORN   PIC 9(06).
              10 DSP-NOTA      PIC 9(09).
              10 DSP-PARCELA   PIC 9(02).
           05 DSP-CATEGORIA    PIC 9(03).
           05 DSP-DESCRICAO    PIC X(30).
           05 DSP-DTEMISSAO    PIC 9(08).
           05 DSP-ORIGEM       PIC X(01).
           05 DSP-CODREC       PIC 9(03).
           05 DSP-DT-ALTERACAO PIC 9(08).
           05 DSP-USUARIO      PIC X(08).

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

      * CATEGORIAS DE DESPESA (MANTIDAS PELO CADCAT)
       FD CATDESP.
       01 CATDESP-REG.
           05 CAT-CODIGO       PIC 9(03).
           05 CAT-DESCRICAO    PIC X(30).
           05 CAT-TIPO         PIC X(01).
           05 CAT-SITUACAO     PIC X(01).
           05 CAT-DT-ALTERACAO PIC 9(08).
           05 CAT-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 CP-STATUS          PIC 9(02).
           77 DSP-STATUS         PIC 9(02).
           77 FORN-STATUS        PIC 9(02).
           77 CAT-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-OK             PIC X(01).
           77 WRK-RAZAOFORN      PIC X(40).
           77 WRK-DESCCAT        PIC X(30).
           77 WRK-CODFORN        PIC 9(06).
           77 WRK-NOTA           PIC 9(09).
           77 WRK-CATEGORIA      PIC 9(03).
           77 WRK-DESCRICAO      PIC X(30).
           77 WRK-DTEMISSAO      PIC 9(08).
           77 WRK-VALORTOTAL     PIC 9(09)V99.
           77 WRK-QTDPARC        PIC 9(02).
           77 WRK-PRIMVENC       PIC 9(08).
           77 WRK-PARCELA        PIC 9(02).
           77 WRK-VALORPARC      PIC 9(09)V99.
           77 WRK-VALORRESTO     PIC 9(09)V99.
           77 WRK-DIABASE        PIC 9(02).
           77 WRK-ULTDIA         PIC 9(02).
           77 WRK-QUOC           PIC 9(04).
           77 WRK-RESTO          PIC 9(02).
           77 WRK-GRAVADAS       PIC 9(02).
      * CONSULTA DO PERIODO FECHADO (MODULO FECHACHK)
           01 WRK-FECHA.
              05 WRK-FEC-DATA    PIC 9(08).
              05 WRK-FEC-FECHADO PIC X(01).
              05 WRK-FEC-DTFECHADO PIC 9(08).
           01 WRK-DATA-AUX       PIC 9(08).
           01 WRK-DATA-GRUPO REDEFINES WRK-DATA-AUX.
              05 WRK-ANODATA     PIC 9(04).
              05 WRK-MESDATA     PIC 9(02).
              05 WRK-DIADATA     PIC 9(02).
           01 WRK-VENC-AUX       PIC 9(08).
           01 WRK-VENC-GRUPO REDEFINES WRK-VENC-AUX.
              05 WRK-ANOVENC     PIC 9(04).
              05 WRK-MESVENC     PIC 9(02).
              05 WRK-DIAVENC     PIC 9(02).
      * ULTIMO DIA DE CADA MES (FEVEREIRO DE ANO BISSEXTO E
      * TRATADO NA ROTINA)
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
                FROM 'DESPESAS'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - LANCAR DESPESA'.
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR PARCELA'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR CATEGORIA'.
             05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR PARCELA'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.

           01 TELA-INC.
               05 CHAVE-INC FOREGROUND-COLOR 2.
                 10 LINE 07 COLUMN 10 VALUE 'FORNECEDOR (COD)'.
                 10 COLUMN PLUS 2 PIC 9(06) USING WRK-CODFORN
                   BLANK WHEN ZEROS.
                 10 LINE 08 COLUMN 10 VALUE 'NUMERO DO DOCUMENTO'.
                 10 COLUMN PLUS 2 PIC 9(09) USING WRK-NOTA
                   BLANK WHEN ZEROS.
               05 SS-INC.
                 10 LINE 09 COLUMN 10 VALUE 'CATEGORIA: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING WRK-CATEGORIA.
                 10 LINE 10 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(30) USING WRK-DESCRICAO.
                 10 LINE 11 COLUMN 10 VALUE 'DATA DOCUMENTO: '.
                 10 COLUMN PLUS 2 PIC 9(08) USING WRK-DTEMISSAO
                   BLANK WHEN ZEROS.
                 10 LINE 12 COLUMN 10 VALUE 'VALOR TOTAL: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99
                   USING WRK-VALORTOTAL.
                 10 LINE 13 COLUMN 10 VALUE 'PARCELAS: '.
                 10 COLUMN PLUS 2 PIC 9(02) USING WRK-QTDPARC.
                 10 LINE 14 COLUMN 10 VALUE '1O VENCIMENTO: '.
                 10 COLUMN PLUS 2 PIC 9(08) USING WRK-PRIMVENC
                   BLANK WHEN ZEROS.
               05 SS-NOMES.
                 10 LINE 16 COLUMN 10 PIC X(40) FROM WRK-RAZAOFORN.
                 10 LINE 17 COLUMN 10 PIC X(30) FROM WRK-DESCCAT.

           01 TELA-PARCELA.
               05 CHAVE-PAR FOREGROUND-COLOR 2.
                 10 LINE 07 COLUMN 10 VALUE 'FORNECEDOR (COD)'.
                 10 COLUMN PLUS 2 PIC 9(06) USING CP-CODFORN
                   BLANK WHEN ZEROS.
                 10 LINE 08 COLUMN 10 VALUE 'NUMERO DO DOCUMENTO'.
                 10 COLUMN PLUS 2 PIC 9(09) USING CP-NOTA
                   BLANK WHEN ZEROS.
                 10 LINE 09 COLUMN 10 VALUE 'PARCELA'.
                 10 COLUMN PLUS 2 PIC 9(02) USING CP-PARCELA
                   BLANK WHEN ZEROS.
               05 SS-DADOSPAR.
                 10 LINE 10 COLUMN 10 VALUE 'FORNECEDOR: '.
                 10 COLUMN PLUS 2 PIC X(40) FROM WRK-RAZAOFORN.
                 10 LINE 11 COLUMN 10 VALUE 'VENCIMENTO: '.
                 10 COLUMN PLUS 2 PIC 9999/99/99 FROM CP-VENCIMENTO.
                 10 LINE 12 COLUMN 10 VALUE 'VALOR PARCELA: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 FROM CP-VALOR.
                 10 LINE 13 COLUMN 10 VALUE 'VALOR JA PAGO: '.
                 10 COLUMN PLUS 2 PIC ZZZZZZZZ9,99 FROM CP-VALORPAGO.
                 10 LINE 14 COLUMN 10 VALUE 'SITUACAO: '.
                 10 COLUMN PLUS 2 PIC X(01) FROM CP-SITUACAO.
                 10 LINE 15 COLUMN 10 VALUE 'DATA DOCUMENTO: '.
                 10 COLUMN PLUS 2 PIC 9999/99/99 FROM DSP-DTEMISSAO.
                 10 LINE 15 COLUMN 40 VALUE 'ORIGEM: '.
                 10 COLUMN PLUS 2 PIC X(01) FROM DSP-ORIGEM.
                 10 LINE 17 COLUMN 40 PIC X(30) FROM WRK-DESCCAT.
               05 SS-CATPAR.
                 10 LINE 16 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(30) USING DSP-DESCRICAO.
                 10 LINE 17 COLUMN 10 VALUE 'CATEGORIA: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING DSP-CATEGORIA.

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
             OPEN I-O CONTASPAG
             IF CP-STATUS = 35 THEN
               OPEN OUTPUT CONTASPAG
               CLOSE CONTASPAG
               OPEN I-O CONTASPAG
              END-IF.
             OPEN I-O DESPESA
             IF DSP-STATUS = 35 THEN
               OPEN OUTPUT DESPESA
               CLOSE DESPESA
               OPEN I-O DESPESA
              END-IF.
             OPEN INPUT FORNECEDOR
             IF FORN-STATUS = 35 THEN
               OPEN OUTPUT FORNECEDOR
               CLOSE FORNECEDOR
               OPEN INPUT FORNECEDOR
              END-IF.
             OPEN INPUT CATDESP
             IF CAT-STATUS = 35 THEN
               OPEN OUTPUT CATDESP
               CLOSE CATDESP
               OPEN INPUT CATDESP
              END-IF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

           1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO WRK-RAZAOFORN WRK-DESCCAT
             WRK-DESCRICAO DSP-DESCRICAO DSP-ORIGEM.
             MOVE ZEROS TO WRK-CODFORN WRK-NOTA WRK-CATEGORIA
             WRK-DTEMISSAO WRK-VALORTOTAL WRK-QTDPARC WRK-PRIMVENC
             CP-CODFORN CP-NOTA CP-PARCELA DSP-CATEGORIA
             DSP-DTEMISSAO.
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
                 PERFORM 7000-EXCLUIR THRU 7000-EXCLUIR-FIM
               END-IF
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

           3000-FINALIZAR.
               CLOSE CONTASPAG.
               CLOSE DESPESA.
               CLOSE FORNECEDOR.
               CLOSE CATDESP.

           5000-INCLUIR.
             MOVE 'MODULO - LANCAMENTO' TO WRK-MODULO.
             MOVE 1 TO WRK-QTDPARC.
             ACCEPT WRK-DTEMISSAO FROM DATE YYYYMMDD.
             DISPLAY TELA.
             DISPLAY TELA-INC.
             ACCEPT TELA-INC.
             PERFORM 5100-VALIDA-INC THRU 5100-VALIDA-INC-FIM.
             IF WRK-OK NOT = 'S'
               GO TO 5000-INCLUIR-FIM.
             DISPLAY SS-NOMES.
             MOVE 'CONFIRMA O LANCAMENTO (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 5000-INCLUIR-FIM.
      * O RESTO DA DIVISAO VAI NA ULTIMA PARCELA, COMO NO CADENT
             COMPUTE WRK-VALORPARC = WRK-VALORTOTAL / WRK-QTDPARC.
             COMPUTE WRK-VALORRESTO =
                     WRK-VALORTOTAL - (WRK-VALORPARC * WRK-QTDPARC).
             MOVE WRK-PRIMVENC TO WRK-VENC-AUX.
             MOVE WRK-DIAVENC TO WRK-DIABASE.
             MOVE ZEROS TO WRK-GRAVADAS.
             MOVE 1 TO WRK-PARCELA.
             PERFORM 5200-GRAVA-PARCELA THRU 5200-GRAVA-PARCELA-FIM
               UNTIL WRK-PARCELA > WRK-QTDPARC.
             IF WRK-GRAVADAS = WRK-QTDPARC
               MOVE 'DESPESA LANCADA' TO WRK-MSGERRO
             ELSE
               MOVE 'ERRO - CONFIRA AS PARCELAS' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           5000-INCLUIR-FIM.
             EXIT.

           5100-VALIDA-INC.
             MOVE 'N' TO WRK-OK.
             MOVE WRK-CODFORN TO FORN-CODIGO.
             READ FORNECEDOR
               INVALID KEY
                 MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5100-VALIDA-INC-FIM
             END-READ.
             IF FORN-SITUACAO = 'I'
               MOVE 'FORNECEDOR INATIVO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-INC-FIM.
             MOVE FORN-RAZAO TO WRK-RAZAOFORN.
             IF WRK-NOTA = ZEROS
               MOVE 'DOCUMENTO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-INC-FIM.
      * MESMO DOCUMENTO DO MESMO CREDOR NAO ENTRA DUAS VEZES
             MOVE WRK-CODFORN TO CP-CODFORN.
             MOVE WRK-NOTA TO CP-NOTA.
             MOVE 1 TO CP-PARCELA.
             READ CONTASPAG
               NOT INVALID KEY
                 MOVE 'DOCUMENTO JA LANCADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5100-VALIDA-INC-FIM
             END-READ.
             MOVE WRK-CATEGORIA TO CAT-CODIGO.
             READ CATDESP
               INVALID KEY
                 MOVE 'CATEGORIA NAO CADASTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5100-VALIDA-INC-FIM
             END-READ.
             IF CAT-SITUACAO = 'I'
               MOVE 'CATEGORIA INATIVA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-INC-FIM.
             MOVE CAT-DESCRICAO TO WRK-DESCCAT.
             IF WRK-DESCRICAO = SPACES
               MOVE CAT-DESCRICAO TO WRK-DESCRICAO.
             MOVE WRK-DTEMISSAO TO WRK-DATA-AUX.
             IF WRK-MESDATA < 1 OR WRK-MESDATA > 12
                OR WRK-DIADATA < 1 OR WRK-DIADATA > 31
               MOVE 'DATA DO DOCUMENTO INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-INC-FIM.
             MOVE WRK-DTEMISSAO TO WRK-FEC-DATA.
             PERFORM 5900-CHECA-PERIODO.
             IF WRK-FEC-FECHADO = 'S'
               GO TO 5100-VALIDA-INC-FIM.
             IF WRK-VALORTOTAL = ZEROS
               MOVE 'VALOR INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-INC-FIM.
             IF WRK-QTDPARC = ZEROS
               MOVE 1 TO WRK-QTDPARC.
             MOVE WRK-PRIMVENC TO WRK-DATA-AUX.
             IF WRK-MESDATA < 1 OR WRK-MESDATA > 12
                OR WRK-DIADATA < 1 OR WRK-DIADATA > 31
               MOVE 'VENCIMENTO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5100-VALIDA-INC-FIM.
             MOVE 'S' TO WRK-OK.
           5100-VALIDA-INC-FIM.
             EXIT.

      * DOCUMENTO DATADO EM MES JA FECHADO PELA CONTABILIDADE
      * (CADFEC) NAO E LANCADO, RECLASSIFICADO NEM EXCLUIDO
           5900-CHECA-PERIODO.
             CALL 'FECHACHK' USING WRK-FECHA.
             IF WRK-FEC-FECHADO = 'S'
               MOVE 'DATA EM PERIODO FECHADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO.

      * UMA PARCELA EM CONTASPAG ('A', NADA PAGO) E A LINHA DA
      * CATEGORIA EM DESPESA.DAT NA MESMA CHAVE
           5200-GRAVA-PARCELA.
             IF WRK-PARCELA > 1
               PERFORM 5300-PROXIMO-VENC THRU 5300-PROXIMO-VENC-FIM.
             MOVE WRK-CODFORN TO CP-CODFORN.
             MOVE WRK-NOTA TO CP-NOTA.
             MOVE WRK-PARCELA TO CP-PARCELA.
             MOVE WRK-VENC-AUX TO CP-VENCIMENTO.
             MOVE WRK-VALORPARC TO CP-VALOR.
             IF WRK-PARCELA = WRK-QTDPARC
               ADD WRK-VALORRESTO TO CP-VALOR.
             MOVE 'A' TO CP-SITUACAO.
             MOVE ZEROS TO CP-VALORPAGO CP-DTPAGTO.
             ACCEPT CP-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO CP-USUARIO.
             WRITE CONTASPAG-REG
               INVALID KEY
                 MOVE 'ERRO AO GERAR PARC. A PAGAR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 ADD 1 TO WRK-PARCELA
                 GO TO 5200-GRAVA-PARCELA-FIM
             END-WRITE.
             MOVE CP-CHAVE TO DSP-CHAVE.
             MOVE WRK-CATEGORIA TO DSP-CATEGORIA.
             MOVE WRK-DESCRICAO TO DSP-DESCRICAO.
             MOVE WRK-DTEMISSAO TO DSP-DTEMISSAO.
             MOVE 'M' TO DSP-ORIGEM.
             MOVE ZEROS TO DSP-CODREC.
             ACCEPT DSP-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO DSP-USUARIO.
             WRITE DESPESA-REG
               INVALID KEY
                 REWRITE DESPESA-REG
             END-WRITE.
             ADD 1 TO WRK-GRAVADAS.
             ADD 1 TO WRK-PARCELA.
           5200-GRAVA-PARCELA-FIM.
             EXIT.

      * MESMO DIA DO MES SEGUINTE; SE O MES NAO TEM O DIA, O
      * ULTIMO DIA DELE (FEVEREIRO BISSEXTO: ANO DIVISIVEL POR 4)
           5300-PROXIMO-VENC.
             ADD 1 TO WRK-MESVENC.
             IF WRK-MESVENC > 12
               MOVE 1 TO WRK-MESVENC
               ADD 1 TO WRK-ANOVENC.
             MOVE TAB-ULTDIA(WRK-MESVENC) TO WRK-ULTDIA.
             IF WRK-MESVENC = 2
               DIVIDE WRK-ANOVENC BY 4 GIVING WRK-QUOC
                      REMAINDER WRK-RESTO
               IF WRK-RESTO = ZEROS
                 MOVE 29 TO WRK-ULTDIA
               END-IF
             END-IF.
             IF WRK-DIABASE > WRK-ULTDIA
               MOVE WRK-ULTDIA TO WRK-DIAVENC
             ELSE
               MOVE WRK-DIABASE TO WRK-DIAVENC.
           5300-PROXIMO-VENC-FIM.
             EXIT.

      * LOCALIZA A PARCELA E A CATEGORIA DELA. PARCELA SEM LINHA
      * EM DESPESA.DAT E DE NOTA DE MERCADORIA (CADENT)
           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             PERFORM 6100-LOCALIZA THRU 6100-LOCALIZA-FIM.
             IF WRK-OK NOT = 'S'
               GO TO 6000-CONSULTAR-FIM.
             MOVE SPACES TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6000-CONSULTAR-FIM.
             EXIT.

           6100-LOCALIZA.
             MOVE 'N' TO WRK-OK.
             DISPLAY TELA.
             DISPLAY TELA-PARCELA.
             ACCEPT CHAVE-PAR.
             READ CONTASPAG
               INVALID KEY
                 MOVE 'PARCELA NAO ENCONTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6100-LOCALIZA-FIM
             END-READ.
             MOVE CP-CHAVE TO DSP-CHAVE.
             READ DESPESA
               INVALID KEY
                 MOVE 'PARCELA DE NOTA DE MERCADORIA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6100-LOCALIZA-FIM
             END-READ.
             MOVE CP-CODFORN TO FORN-CODIGO.
             READ FORNECEDOR
               INVALID KEY
                 MOVE '*** NAO CADASTRADO ***' TO WRK-RAZAOFORN
               NOT INVALID KEY
                 MOVE FORN-RAZAO TO WRK-RAZAOFORN
             END-READ.
             PERFORM 6200-DESC-CATEGORIA.
             DISPLAY SS-DADOSPAR.
             DISPLAY SS-CATPAR.
             MOVE 'S' TO WRK-OK.
           6100-LOCALIZA-FIM.
             EXIT.

           6200-DESC-CATEGORIA.
             MOVE DSP-CATEGORIA TO CAT-CODIGO.
             READ CATDESP
               INVALID KEY
                 MOVE '*** CATEGORIA INEXISTENTE ***' TO WRK-DESCCAT
               NOT INVALID KEY
                 MOVE CAT-DESCRICAO TO WRK-DESCCAT
             END-READ.

      * SO A CLASSIFICACAO MUDA (CATEGORIA E DESCRICAO); VALOR E
      * VENCIMENTO SAO DO CONTASPAG E NAO SE MEXEM AQUI
           6500-ALTERAR.
             MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
             PERFORM 6100-LOCALIZA THRU 6100-LOCALIZA-FIM.
             IF WRK-OK NOT = 'S'
               GO TO 6500-ALTERAR-FIM.
             MOVE DSP-DTEMISSAO TO WRK-FEC-DATA.
             PERFORM 5900-CHECA-PERIODO.
             IF WRK-FEC-FECHADO = 'S'
               GO TO 6500-ALTERAR-FIM.
             ACCEPT SS-CATPAR.
             MOVE DSP-CATEGORIA TO CAT-CODIGO.
             READ CATDESP
               INVALID KEY
                 MOVE 'CATEGORIA NAO CADASTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 6500-ALTERAR-FIM
             END-READ.
             IF CAT-SITUACAO = 'I'
               MOVE 'CATEGORIA INATIVA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-ALTERAR-FIM.
             ACCEPT DSP-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO DSP-USUARIO.
             REWRITE DESPESA-REG
               INVALID KEY
                 MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
               NOT INVALID KEY
                 MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
             END-REWRITE.
             ACCEPT MOSTRA-ERRO.
           6500-ALTERAR-FIM.
             EXIT.

      * SO PARCELA DE DESPESA EM ABERTO E SEM NENHUM PAGAMENTO
      * (LANCAMENTO ERRADO); A QUE JA TEVE BAIXA FICA COMO ESTA
           7000-EXCLUIR.
             MOVE 'MODULO - EXCLUSAO ' TO WRK-MODULO.
             PERFORM 6100-LOCALIZA THRU 6100-LOCALIZA-FIM.
             IF WRK-OK NOT = 'S'
               GO TO 7000-EXCLUIR-FIM.
             MOVE DSP-DTEMISSAO TO WRK-FEC-DATA.
             PERFORM 5900-CHECA-PERIODO.
             IF WRK-FEC-FECHADO = 'S'
               GO TO 7000-EXCLUIR-FIM.
             IF CP-SITUACAO NOT = 'A' OR CP-VALORPAGO NOT = ZEROS
               MOVE 'PARCELA JA TEVE PAGAMENTO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7000-EXCLUIR-FIM.
             MOVE 'EXCLUIR (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 7000-EXCLUIR-FIM.
             DELETE CONTASPAG RECORD
               INVALID KEY
                 MOVE 'NAO EXCLUIDO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 7000-EXCLUIR-FIM
             END-DELETE.
             MOVE 'PARCELA EXCLUIDA' TO WRK-MSGERRO.
             DELETE DESPESA RECORD
               INVALID KEY
                 MOVE 'EXCLUIDA (SEM CATEGORIA)' TO WRK-MSGERRO
             END-DELETE.
             ACCEPT MOSTRA-ERRO.
           7000-EXCLUIR-FIM.
             EXIT.

       END PROGRAM CADDSP.
