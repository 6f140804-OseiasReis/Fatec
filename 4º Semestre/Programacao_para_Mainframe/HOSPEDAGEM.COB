      ******************************************************************
      * Author: OSEIAS P. REIS
      * Date: 12/11
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADHOSP.
      * HOSPEDAGEM DE PETS (FERIADOS E FINS DE SEMANA). CADASTRO DAS
      * BAIAS (PORTE E QUANTOS PETS CABEM) E RESERVA POR PET + DATA
      * DE ENTRADA, COM A SAIDA PREVISTA, A BAIA E O SERVICO DA
      * DIARIA (CADSERV). A RESERVA SO ENTRA SE AS VACINAS DO PET
      * (PETS-VACINAS, MESMA REGRA DE 12 MESES DO SGP031) VALEM ATE A
      * SAIDA E SE A BAIA TEM VAGA EM TODOS OS DIAS DA ESTADIA; NO
      * CHECK-IN AS VACINAS SAO CONFERIDAS DE NOVO. NO CHECK-OUT O
      * OPERADOR INFORMA A SAIDA REAL E OS EXTRAS (SERVICOS DO
      * CADSERV COM QUANTIDADE), A CONTA APARECE NA TELA E A ESTADIA
      * FICA 'F' PARA O SGP076 FATURAR (VENDA + CONTAS A RECEBER,
      * COMO O SGP033 FAZ COM A AGENDA). O MAPA DE OCUPACAO POR DIA
      * E O SGP075
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT HOSPEDAGEM ASSIGN TO 'HOSPEDAGEM.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS HSP-STATUS
         RECORD KEY HSP-CHAVE.
         SELECT BAIA ASSIGN TO 'BAIA.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS DYNAMIC
         FILE STATUS IS BAI-STATUS
         RECORD KEY BAI-CODIGO.
         SELECT PETS ASSIGN TO 'PETSHOPSYSTEM.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS PETS-STATUS
         RECORD KEY PETS-KEY.
         SELECT CLIENTE ASSIGN TO 'CLIENTE.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS CLI-STATUS
         RECORD KEY CLI-CPF.
         SELECT SERVICO ASSIGN TO 'SERVICO.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS SRV-STATUS
         RECORD KEY SRV-CODIGO.
         SELECT LOGAUD ASSIGN TO 'LOGAUD.DAT'
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * SITUACAO: R=RESERVADA H=HOSPEDADO (CHECK-IN FEITO)
      * F=SAIDA FEITA, A FATURAR B=FATURADA (VENDA HSP-NVENDA DO
      * SGP076) X=CANCELADA. ATE O CHECK-OUT HSP-DTSAIDA E A SAIDA
      * PREVISTA; DEPOIS E A SAIDA REAL. A DIARIA NAO CONTA O DIA DA
      * SAIDA (MINIMO DE UMA DIARIA)
       FD HOSPEDAGEM.
       01 HOSPEDAGEM-REG.
           05 HSP-CHAVE.
              10 HSP-CODPET    PIC 9(06).
              10 HSP-DTENTRADA PIC 9(08).
           05 HSP-DTSAIDA      PIC 9(08).
           05 HSP-BAIA         PIC 9(03).
           05 HSP-CODSERV      PIC 9(04).
           05 HSP-SITUACAO     PIC X(01).
           05 HSP-EXTRAS OCCURS 3 TIMES.
              10 HSP-EXT-SERV  PIC 9(04).
              10 HSP-EXT-QTD   PIC 9(03).
           05 HSP-NVENDA       PIC 9(06).
           05 HSP-DT-ALTERACAO PIC 9(08).
           05 HSP-USUARIO      PIC X(08).

      * BAIAS/QUARTOS DA HOSPEDAGEM: PORTE P/M/G E QUANTOS PETS
      * CABEM AO MESMO TEMPO. SITUACAO A=ATIVA D=DESATIVADA
       FD BAIA.
       01 BAIA-REG.
           05 BAI-CODIGO       PIC 9(03).
           05 BAI-DESCRICAO    PIC X(20).
           05 BAI-PORTE        PIC X(01).
           05 BAI-CAPACIDADE   PIC 9(02).
           05 BAI-SITUACAO     PIC X(01).
           05 BAI-DT-ALTERACAO PIC 9(08).
           05 BAI-USUARIO      PIC X(08).

       FD PETS.
       01 PETS-REG.
           05 PETS-KEY.
              10 PETS-CODIGO PIC 9(06).
           05 PETS-TEL     PIC 9(09).
           05 PETS-NOME    PIC X(30).
           05 PETS-CPF     PIC 9(12).
           05 PETS-ESPECIE PIC X(15).
           05 PETS-RACA    PIC X(15).
           05 PETS-VACINAS OCCURS 3 TIMES.
              10 VAC-NOME  PIC X(15).
              10 VAC-DATA  PIC 9(08).

       FD CLIENTE.
       01 CLIENTE-REG.
           05 CLI-CPF           PIC 9(12).
           05 CLI-NOME          PIC X(40).
           05 CLI-CEP           PIC 9(08).
           05 CLI-LOGRADOURO    PIC X(30).
           05 CLI-NUMERO        PIC 9(04).
           05 CLI-COMPLEMENTO   PIC X(12).
           05 CLI-BAIRRO        PIC X(20).
           05 CLI-CIDADE        PIC X(20).
           05 CLI-UF            PIC X(02).
           05 CLI-TELEFONE      PIC 9(09).
           05 CLI-DDD            PIC 9(02).
           05 CLI-EMAIL          PIC X(40).
           05 CLI-DATANASC       PIC 9(08).
           05 CLI-SITUACAO       PIC X(01).
           05 CLI-DT-ALTERACAO   PIC 9(08).
           05 CLI-USUARIO        PIC X(08).
           05 CLI-LIMITECRED    PIC 9(09)V99.
           05 CLI-CONSENTE      PIC X(01).
           05 CLI-CANALMSG      PIC X(01).
           05 CLI-GRUPO         PIC 9(02).

      * TABELA DE SERVICOS DO PETSHOP (MANTIDA PELO CADSERV)
       FD SERVICO.
       01 SERVICO-REG.
           05 SRV-CODIGO       PIC 9(04).
           05 SRV-DESCRICAO    PIC X(20).
           05 SRV-PRECO        PIC 9(06)V99.
           05 SRV-SITUACAO     PIC X(01).
           05 SRV-DT-ALTERACAO PIC 9(08).
           05 SRV-USUARIO      PIC X(08).

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
           77 HSP-STATUS         PIC 9(02).
           77 BAI-STATUS         PIC 9(02).
           77 PETS-STATUS        PIC 9(02).
           77 CLI-STATUS         PIC 9(02).
           77 SRV-STATUS         PIC 9(02).
           77 AUD-STATUS         PIC 9(02).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
           77 WRK-USUARIO        PIC X(08).
           77 WRK-DTHOJE         PIC 9(08).
           77 WRK-DADOSOK        PIC X(01).
           77 WRK-BAINOVA        PIC X(01).
           77 WRK-FIMHSP         PIC X(01).
           77 WRK-IND            PIC 9(03).
           77 WRK-CONTVAC        PIC 9(01).
           77 WRK-DESCSERV       PIC X(20).
           77 WRK-PRECODIA       PIC 9(06)V99.
           77 WRK-DTSAIDA        PIC 9(08).
           77 WRK-QTDDIARIAS     PIC 9(03).
           77 WRK-VALDIARIAS     PIC 9(09)V99.
           77 WRK-VALEXTRAS      PIC 9(09)V99.
           77 WRK-VALTOTAL       PIC 9(09)V99.
           77 WRK-ANTESHSP       PIC X(250).
           77 WRK-ANTESBAI       PIC X(250).
      * RESERVA SENDO CONFERIDA - A BUSCA DE OCUPACAO LE O ARQUIVO
      * POR CIMA DO REGISTRO
           77 WRK-HSPNOVO        PIC X(73).
           77 WRK-CHAVESEL       PIC X(14).
           77 WRK-BAIASEL        PIC 9(03).
      * DIAS CORRIDOS DA ESTADIA NOVA (INI = ENTRADA, FIM = SAIDA)
      * E DA ESTADIA LIDA (OINI/OFIM) PARA CONTAR A OCUPACAO
           77 WRK-DIAINI         PIC 9(07).
           77 WRK-DIAFIM         PIC 9(07).
           77 WRK-OINI           PIC 9(07).
           77 WRK-OFIM           PIC 9(07).
           77 WRK-DIA            PIC 9(07).
           77 WRK-QTDDIAS        PIC 9(07).
           77 WRK-DIASCORR       PIC 9(07).
           77 WRK-BISSEXTOS      PIC 9(04).
           77 WRK-RESTO4         PIC 9(01).
      * PETS JA NA BAIA EM CADA DIA DA ESTADIA (ATE 60 DIARIAS)
           01 WRK-OCUPACAO.
              03 WRK-OCUPDIA     PIC 9(02) OCCURS 60 TIMES.
           01 WRK-DATA-AUX       PIC 9(08).
           01 WRK-DATA-GRUPO REDEFINES WRK-DATA-AUX.
              05 WRK-ANOAUX      PIC 9(04).
              05 WRK-MESAUX      PIC 9(02).
              05 WRK-DIAAUX      PIC 9(02).
      * TABELA DE DIAS ACUMULADOS POR MES (IGUAL AO CADBAIXA), PARA
      * CONTAR AS DIARIAS POR SUBTRACAO
           01 TAB-DIASMESX.
              03 FILLER PIC 9(03) VALUE 000.
              03 FILLER PIC 9(03) VALUE 031.
              03 FILLER PIC 9(03) VALUE 059.
              03 FILLER PIC 9(03) VALUE 090.
              03 FILLER PIC 9(03) VALUE 120.
              03 FILLER PIC 9(03) VALUE 151.
              03 FILLER PIC 9(03) VALUE 181.
              03 FILLER PIC 9(03) VALUE 212.
              03 FILLER PIC 9(03) VALUE 243.
              03 FILLER PIC 9(03) VALUE 273.
              03 FILLER PIC 9(03) VALUE 304.
              03 FILLER PIC 9(03) VALUE 334.
           01 TAB-DIASMESAUX REDEFINES TAB-DIASMESX.
              03 TAB-DIASMES PIC 9(03) OCCURS 12 TIMES.

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
                FROM 'HOSPEDAGEM DE PETS'.

               10 LINE 03 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.
           01 TELA-MENU.
             05 LINE 07 COLUMN 15 VALUE '1 - CADASTRO DE BAIAS'.
             05 LINE 08 COLUMN 15 VALUE '2 - RESERVAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - CHECK-IN'.
             05 LINE 10 COLUMN 15 VALUE '4 - CHECK-OUT'.
             05 LINE 11 COLUMN 15 VALUE '5 - CANCELAR RESERVA'.
             05 LINE 12 COLUMN 15 VALUE '6 - CONSULTAR'.
             05 LINE 13 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 14 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 14 COLUMN 22 USING WRK-OPCAO.

           01 TELA-BAIA.
               05 CHAVE-BAI FOREGROUND-COLOR 2.
                 10 LINE 08 COLUMN 10 VALUE 'BAIA'.
                 10 COLUMN PLUS 2 PIC 9(03) USING BAI-CODIGO
                   BLANK WHEN ZEROS.
               05 SS-DADOSBAI.
                 10 LINE 09 COLUMN 10 VALUE 'DESCRICAO: '.
                 10 COLUMN PLUS 2 PIC X(20) USING BAI-DESCRICAO.
                 10 LINE 10 COLUMN 10 VALUE 'PORTE (P/M/G): '.
                 10 COLUMN PLUS 2 PIC X(01) USING BAI-PORTE.
                 10 LINE 11 COLUMN 10 VALUE 'CAPACIDADE (PETS): '.
                 10 COLUMN PLUS 2 PIC Z9 USING BAI-CAPACIDADE.
                 10 LINE 12 COLUMN 10 VALUE 'SITUACAO (A/D): '.
                 10 COLUMN PLUS 2 PIC X(01) USING BAI-SITUACAO.

           01 TELA-HSP.
               05 CHAVE-HSP FOREGROUND-COLOR 2.
                 10 LINE 05 COLUMN 10 VALUE 'CODIGO DO PET: '.
                 10 COLUMN PLUS 2 PIC 9(06) USING HSP-CODPET
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 4 VALUE 'ENTRADA (AAAAMMDD): '.
                 10 COLUMN PLUS 2 PIC 9(08) USING HSP-DTENTRADA
                   BLANK WHEN ZEROS.
               05 SS-PETHSP.
                 10 LINE 06 COLUMN 10 VALUE 'PET: '.
                 10 COLUMN PLUS 2 PIC X(30) FROM PETS-NOME.
                 10 LINE 07 COLUMN 10 VALUE 'DONO: '.
                 10 COLUMN PLUS 2 PIC X(40) FROM CLI-NOME.
               05 SS-DADOSHSP.
                 10 LINE 09 COLUMN 10
                   VALUE 'SAIDA PREVISTA (AAAAMMDD): '.
                 10 COLUMN PLUS 2 PIC 9(08) USING HSP-DTSAIDA
                   BLANK WHEN ZEROS.
                 10 LINE 10 COLUMN 10 VALUE 'BAIA: '.
                 10 COLUMN PLUS 2 PIC 9(03) USING HSP-BAIA
                   BLANK WHEN ZEROS.
                 10 LINE 11 COLUMN 10 VALUE 'DIARIA (COD SERVICO): '.
                 10 COLUMN PLUS 2 PIC 9(04) USING HSP-CODSERV
                   BLANK WHEN ZEROS.
               05 SS-NOMESHSP.
                 10 LINE 10 COLUMN 22 PIC X(20) FROM BAI-DESCRICAO.
                 10 COLUMN PLUS 2 VALUE 'PORTE: '.
                 10 COLUMN PLUS 1 PIC X(01) FROM BAI-PORTE.
                 10 COLUMN PLUS 2 VALUE 'CAPAC.: '.
                 10 COLUMN PLUS 1 PIC Z9 FROM BAI-CAPACIDADE.
                 10 LINE 11 COLUMN 40 PIC X(20) FROM WRK-DESCSERV.
                 10 COLUMN PLUS 2 PIC ZZZZZ9,99 FROM WRK-PRECODIA.
               05 SS-SITHSP.
                 10 LINE 13 COLUMN 10 VALUE 'SITUACAO: '.
                 10 COLUMN PLUS 2 PIC X(01) FROM HSP-SITUACAO.
                 10 COLUMN PLUS 2
                   VALUE '(R=RESERVA H=HOSPEDADO F=A FATURAR'.
                 10 COLUMN PLUS 1 VALUE 'B=FATURADA X=CANCELADA)'.
                 10 LINE 14 COLUMN 10 VALUE 'VENDA: '.
                 10 COLUMN PLUS 2 PIC 9(06) FROM HSP-NVENDA.

           01 TELA-SAIDA.
               05 SS-SAIDA.
                 10 LINE 16 COLUMN 10 VALUE 'SAIDA REAL (AAAAMMDD): '.
                 10 COLUMN PLUS 2 PIC 9(08) USING WRK-DTSAIDA
                   BLANK WHEN ZEROS.
                 10 LINE 17 COLUMN 10 VALUE 'EXTRAS (SERV/QTD): '.
                 10 COLUMN PLUS 2 PIC 9(04) USING HSP-EXT-SERV(1)
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 1 PIC ZZ9 USING HSP-EXT-QTD(1).
                 10 COLUMN PLUS 3 PIC 9(04) USING HSP-EXT-SERV(2)
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 1 PIC ZZ9 USING HSP-EXT-QTD(2).
                 10 COLUMN PLUS 3 PIC 9(04) USING HSP-EXT-SERV(3)
                   BLANK WHEN ZEROS.
                 10 COLUMN PLUS 1 PIC ZZ9 USING HSP-EXT-QTD(3).
               05 SS-CONTA.
                 10 LINE 18 COLUMN 10 VALUE 'DIARIAS: '.
                 10 COLUMN PLUS 1 PIC ZZ9 FROM WRK-QTDDIARIAS.
                 10 COLUMN PLUS 1 VALUE 'X'.
                 10 COLUMN PLUS 1 PIC ZZZZZ9,99 FROM WRK-PRECODIA.
                 10 COLUMN PLUS 1 VALUE '='.
                 10 COLUMN PLUS 1 PIC ZZZZZZZZ9,99
                   FROM WRK-VALDIARIAS.
                 10 COLUMN PLUS 3 VALUE 'EXTRAS: '.
                 10 COLUMN PLUS 1 PIC ZZZZZZZZ9,99 FROM WRK-VALEXTRAS.
                 10 LINE 19 COLUMN 10 VALUE 'TOTAL DA CONTA: '.
                 10 COLUMN PLUS 1 PIC ZZZZZZZZ9,99 FROM WRK-VALTOTAL.

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
             OPEN I-O HOSPEDAGEM
             IF HSP-STATUS = 35 THEN
               OPEN OUTPUT HOSPEDAGEM
               CLOSE HOSPEDAGEM
               OPEN I-O HOSPEDAGEM
              END-IF.
             OPEN I-O BAIA
             IF BAI-STATUS = 35 THEN
               OPEN OUTPUT BAIA
               CLOSE BAIA
               OPEN I-O BAIA
              END-IF.
             OPEN INPUT PETS
             IF PETS-STATUS = 35 THEN
               OPEN OUTPUT PETS
               CLOSE PETS
               OPEN INPUT PETS
              END-IF.
             OPEN INPUT CLIENTE
             IF CLI-STATUS = 35 THEN
               OPEN OUTPUT CLIENTE
               CLOSE CLIENTE
               OPEN INPUT CLIENTE
              END-IF.
             OPEN INPUT SERVICO
             IF SRV-STATUS = 35 THEN
               OPEN OUTPUT SERVICO
               CLOSE SERVICO
               OPEN INPUT SERVICO
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
             MOVE SPACES TO WRK-MSGERRO PETS-NOME CLI-NOME
             BAI-DESCRICAO BAI-PORTE BAI-SITUACAO WRK-DESCSERV
             HSP-SITUACAO.
             MOVE ZEROS TO HSP-CODPET HSP-DTENTRADA HSP-DTSAIDA
             HSP-BAIA HSP-CODSERV HSP-NVENDA BAI-CODIGO BAI-CAPACIDADE
             WRK-PRECODIA WRK-DTSAIDA WRK-QTDDIARIAS WRK-VALDIARIAS
             WRK-VALEXTRAS WRK-VALTOTAL.
             MOVE ZEROS TO HSP-EXT-SERV(1) HSP-EXT-QTD(1)
             HSP-EXT-SERV(2) HSP-EXT-QTD(2)
             HSP-EXT-SERV(3) HSP-EXT-QTD(3).
             EVALUATE WRK-OPCAO
             WHEN 1
      * CADASTRO DE BAIAS SO PARA NIVEL SUPERVISOR
               IF LNK-NIVEL < 2
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 4000-BAIA THRU 4000-BAIA-FIM
               END-IF
             WHEN 2
               PERFORM 5000-RESERVAR THRU 5000-RESERVAR-FIM
             WHEN 3
               PERFORM 6000-CHECKIN THRU 6000-CHECKIN-FIM
             WHEN 4
               PERFORM 6500-CHECKOUT THRU 6500-CHECKOUT-FIM
             WHEN 5
               PERFORM 7000-CANCELAR THRU 7000-CANCELAR-FIM
             WHEN 6
               PERFORM 7500-CONSULTAR THRU 7500-CONSULTAR-FIM
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
             END-EVALUATE.
               PERFORM 1100-MONTATELA.

           3000-FINALIZAR.
               CLOSE HOSPEDAGEM.
               CLOSE BAIA.
               CLOSE PETS.
               CLOSE CLIENTE.
               CLOSE SERVICO.
               CLOSE LOGAUD.

      * BAIA NOVA OU JA CADASTRADA (ALTERACAO) NA MESMA TELA. A
      * BAIA DESATIVADA NAO RECEBE RESERVA NOVA, MAS AS JA FEITAS
      * CONTINUAM VALENDO
           4000-BAIA.
             MOVE 'MODULO - BAIAS' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-BAIA.
             ACCEPT CHAVE-BAI.
             IF BAI-CODIGO = ZEROS
               MOVE 'CODIGO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 4000-BAIA-FIM.
             MOVE 'N' TO WRK-BAINOVA.
             READ BAIA
               INVALID KEY
                 MOVE 'S' TO WRK-BAINOVA
                 MOVE SPACES TO BAI-DESCRICAO BAI-PORTE
                 MOVE ZEROS TO BAI-CAPACIDADE
                 MOVE 'A' TO BAI-SITUACAO
                 MOVE SPACES TO WRK-ANTESBAI
               NOT INVALID KEY
                 MOVE BAIA-REG TO WRK-ANTESBAI
             END-READ.
             DISPLAY SS-DADOSBAI.
             ACCEPT SS-DADOSBAI.
             IF BAI-PORTE NOT = 'P' AND BAI-PORTE NOT = 'M'
                AND BAI-PORTE NOT = 'G'
               MOVE 'PORTE INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 4000-BAIA-FIM.
             IF BAI-CAPACIDADE = ZEROS
               MOVE 'CAPACIDADE INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 4000-BAIA-FIM.
             IF BAI-SITUACAO NOT = 'A' AND BAI-SITUACAO NOT = 'D'
               MOVE 'SITUACAO INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 4000-BAIA-FIM.
             ACCEPT BAI-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO BAI-USUARIO.
             MOVE 'BAIA' TO AUD-ARQUIVO.
             MOVE BAI-CODIGO TO AUD-CHAVE.
             MOVE WRK-ANTESBAI TO AUD-ANTES.
             IF WRK-BAINOVA = 'S'
               WRITE BAIA-REG
                 INVALID KEY
                   MOVE 'ERRO AO GRAVAR BAIA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   GO TO 4000-BAIA-FIM
               END-WRITE
               MOVE 'I' TO AUD-OPERACAO
             ELSE
               REWRITE BAIA-REG
                 INVALID KEY
                   MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   GO TO 4000-BAIA-FIM
               END-REWRITE
               MOVE 'A' TO AUD-OPERACAO
             END-IF.
             MOVE BAIA-REG TO AUD-DEPOIS.
             PERFORM 8100-GRAVA-LOGAUD.
             MOVE 'DADOS GRAVADOS' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           4000-BAIA-FIM.
             EXIT.

      * RESERVA: PET + ENTRADA (HOJE OU DEPOIS), SAIDA PREVISTA,
      * BAIA ATIVA E SERVICO DA DIARIA ATIVO. CONFERE VACINAS E
      * VAGA NA BAIA ANTES DE GRAVAR
           5000-RESERVAR.
             MOVE 'MODULO - RESERVA' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-HSP.
             ACCEPT CHAVE-HSP.
             PERFORM 5100-LE-PET-DONO THRU 5100-LE-PET-DONO-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RESERVAR-FIM.
             IF CLI-SITUACAO NOT = 'A'
               MOVE 'DONO INATIVO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RESERVAR-FIM.
             ACCEPT WRK-DTHOJE FROM DATE YYYYMMDD.
             MOVE HSP-DTENTRADA TO WRK-DATA-AUX.
             IF HSP-DTENTRADA < WRK-DTHOJE
                OR WRK-MESAUX < 1 OR WRK-MESAUX > 12
                OR WRK-DIAAUX < 1 OR WRK-DIAAUX > 31
               MOVE 'DATA DE ENTRADA INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RESERVAR-FIM.
             READ HOSPEDAGEM
               NOT INVALID KEY
                 MOVE 'RESERVA JA EXISTE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5000-RESERVAR-FIM
             END-READ.
             MOVE ZEROS TO HSP-DTSAIDA HSP-BAIA HSP-CODSERV.
             ACCEPT SS-DADOSHSP.
             MOVE HSP-DTSAIDA TO WRK-DATA-AUX.
             IF HSP-DTSAIDA NOT > HSP-DTENTRADA
                OR WRK-MESAUX < 1 OR WRK-MESAUX > 12
                OR WRK-DIAAUX < 1 OR WRK-DIAAUX > 31
               MOVE 'DATA DE SAIDA INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RESERVAR-FIM.
             PERFORM 5200-LE-BAIA-SERVICO
                THRU 5200-LE-BAIA-SERVICO-FIM.
             DISPLAY SS-NOMESHSP.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RESERVAR-FIM.
             IF BAI-SITUACAO NOT = 'A'
               MOVE 'BAIA DESATIVADA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RESERVAR-FIM.
             IF SRV-SITUACAO NOT = 'A'
               MOVE 'SERVICO NAO DISPONIVEL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RESERVAR-FIM.
             PERFORM 8300-CONFERE-VACINA THRU 8300-CONFERE-VACINA-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RESERVAR-FIM.
             PERFORM 8400-CONFERE-OCUPACAO
                THRU 8400-CONFERE-OCUPACAO-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 5000-RESERVAR-FIM.
             MOVE 'S' TO WRK-TECLA.
             MOVE 'GRAVAR RESERVA (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 5000-RESERVAR-FIM.
             MOVE 'R' TO HSP-SITUACAO.
             MOVE ZEROS TO HSP-NVENDA.
             MOVE ZEROS TO HSP-EXT-SERV(1) HSP-EXT-QTD(1)
             HSP-EXT-SERV(2) HSP-EXT-QTD(2)
             HSP-EXT-SERV(3) HSP-EXT-QTD(3).
             ACCEPT HSP-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO HSP-USUARIO.
             WRITE HOSPEDAGEM-REG
               INVALID KEY
                 MOVE 'ERRO AO GRAVAR RESERVA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 5000-RESERVAR-FIM
             END-WRITE.
             MOVE 'HOSPEDAGEM' TO AUD-ARQUIVO.
             MOVE HSP-CHAVE TO AUD-CHAVE.
             MOVE 'I' TO AUD-OPERACAO.
             MOVE SPACES TO AUD-ANTES.
             MOVE HOSPEDAGEM-REG TO AUD-DEPOIS.
             PERFORM 8100-GRAVA-LOGAUD.
             DISPLAY SS-SITHSP.
             MOVE 'RESERVA GRAVADA' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           5000-RESERVAR-FIM.
             EXIT.

      * PET DA CHAVE E O DONO (PETS-CPF) PARA A TELA
           5100-LE-PET-DONO.
             MOVE 'N' TO WRK-DADOSOK.
             MOVE SPACES TO CLI-NOME CLI-SITUACAO.
             MOVE HSP-CODPET TO PETS-CODIGO.
             READ PETS
               INVALID KEY
                 MOVE SPACES TO PETS-NOME
                 MOVE 'PET NAO CADASTRADO' TO WRK-MSGERRO
                 GO TO 5100-LE-PET-DONO-FIM
             END-READ.
             MOVE PETS-CPF TO CLI-CPF.
             READ CLIENTE
               INVALID KEY
                 DISPLAY SS-PETHSP
                 MOVE 'DONO NAO CADASTRADO' TO WRK-MSGERRO
                 GO TO 5100-LE-PET-DONO-FIM
             END-READ.
             DISPLAY SS-PETHSP.
             MOVE 'S' TO WRK-DADOSOK.
           5100-LE-PET-DONO-FIM.
             EXIT.

      * BAIA E SERVICO DA DIARIA DA RESERVA PARA A TELA
           5200-LE-BAIA-SERVICO.
             MOVE 'N' TO WRK-DADOSOK.
             MOVE SPACES TO WRK-DESCSERV.
             MOVE ZEROS TO WRK-PRECODIA.
             MOVE HSP-BAIA TO BAI-CODIGO.
             READ BAIA
               INVALID KEY
                 MOVE SPACES TO BAI-DESCRICAO BAI-PORTE BAI-SITUACAO
                 MOVE ZEROS TO BAI-CAPACIDADE
                 MOVE 'BAIA NAO CADASTRADA' TO WRK-MSGERRO
                 GO TO 5200-LE-BAIA-SERVICO-FIM
             END-READ.
             MOVE HSP-CODSERV TO SRV-CODIGO.
             READ SERVICO
               INVALID KEY
                 MOVE SPACES TO SRV-SITUACAO
                 MOVE 'SERVICO NAO CADASTRADO' TO WRK-MSGERRO
                 GO TO 5200-LE-BAIA-SERVICO-FIM
             END-READ.
             MOVE SRV-DESCRICAO TO WRK-DESCSERV.
             MOVE SRV-PRECO TO WRK-PRECODIA.
             MOVE 'S' TO WRK-DADOSOK.
           5200-LE-BAIA-SERVICO-FIM.
             EXIT.

      * LE A ESTADIA DA CHAVE DIGITADA E MOSTRA TUDO
           5300-LE-ESTADIA.
             MOVE 'N' TO WRK-DADOSOK.
             READ HOSPEDAGEM
               INVALID KEY
                 MOVE 'RESERVA NAO ENCONTRADA' TO WRK-MSGERRO
                 GO TO 5300-LE-ESTADIA-FIM
             END-READ.
             MOVE HOSPEDAGEM-REG TO WRK-ANTESHSP.
             PERFORM 5100-LE-PET-DONO THRU 5100-LE-PET-DONO-FIM.
             PERFORM 5200-LE-BAIA-SERVICO
                THRU 5200-LE-BAIA-SERVICO-FIM.
             DISPLAY SS-DADOSHSP.
             DISPLAY SS-NOMESHSP.
             DISPLAY SS-SITHSP.
             MOVE 'S' TO WRK-DADOSOK.
           5300-LE-ESTADIA-FIM.
             EXIT.

      * CHECK-IN: SO RESERVA 'R' JA NA DATA DE ENTRADA. AS VACINAS
      * SAO CONFERIDAS DE NOVO (PODEM TER VENCIDO DESDE A RESERVA)
           6000-CHECKIN.
             MOVE 'MODULO - CHECK-IN' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-HSP.
             ACCEPT CHAVE-HSP.
             PERFORM 5300-LE-ESTADIA THRU 5300-LE-ESTADIA-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 6000-CHECKIN-FIM.
             IF HSP-SITUACAO NOT = 'R'
               MOVE 'RESERVA NAO ESTA PENDENTE' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6000-CHECKIN-FIM.
             ACCEPT WRK-DTHOJE FROM DATE YYYYMMDD.
             IF HSP-DTENTRADA > WRK-DTHOJE
               MOVE 'ENTRADA AINDA NAO CHEGOU' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6000-CHECKIN-FIM.
             PERFORM 8300-CONFERE-VACINA THRU 8300-CONFERE-VACINA-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 6000-CHECKIN-FIM.
             MOVE 'S' TO WRK-TECLA.
             MOVE 'CONFIRMA ENTRADA (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 6000-CHECKIN-FIM.
             MOVE 'H' TO HSP-SITUACAO.
             PERFORM 6900-REGRAVA-ESTADIA.
             MOVE 'PET HOSPEDADO' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6000-CHECKIN-FIM.
             EXIT.

      * CHECK-OUT: SAIDA REAL (ENTER = HOJE) E ATE 3 EXTRAS. A CONTA
      * E DIARIAS X PRECO DA DIARIA + EXTRAS X PRECO DO CADSERV; O
      * SGP076 FATURA COM OS PRECOS DO DIA DO FATURAMENTO
           6500-CHECKOUT.
             MOVE 'MODULO - CHECK-OUT' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-HSP.
             ACCEPT CHAVE-HSP.
             PERFORM 5300-LE-ESTADIA THRU 5300-LE-ESTADIA-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 6500-CHECKOUT-FIM.
             IF HSP-SITUACAO NOT = 'H'
               MOVE 'PET NAO ESTA HOSPEDADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-CHECKOUT-FIM.
             ACCEPT WRK-DTSAIDA FROM DATE YYYYMMDD.
             DISPLAY TELA-SAIDA.
             ACCEPT SS-SAIDA.
             MOVE WRK-DTSAIDA TO WRK-DATA-AUX.
             IF WRK-DTSAIDA < HSP-DTENTRADA
                OR WRK-MESAUX < 1 OR WRK-MESAUX > 12
                OR WRK-DIAAUX < 1 OR WRK-DIAAUX > 31
               MOVE 'DATA DE SAIDA INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 6500-CHECKOUT-FIM.
             PERFORM 6600-CALCULA-CONTA THRU 6600-CALCULA-CONTA-FIM.
             DISPLAY TELA-SAIDA.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 6500-CHECKOUT-FIM.
             MOVE 'S' TO WRK-TECLA.
             MOVE 'CONFIRMA SAIDA (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 6500-CHECKOUT-FIM.
             MOVE WRK-DTSAIDA TO HSP-DTSAIDA.
             MOVE 'F' TO HSP-SITUACAO.
             PERFORM 6900-REGRAVA-ESTADIA.
             MOVE 'SAIDA REGISTRADA - FATURAR' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           6500-CHECKOUT-FIM.
             EXIT.

           6600-CALCULA-CONTA.
             MOVE 'N' TO WRK-DADOSOK.
             MOVE HSP-DTENTRADA TO WRK-DATA-AUX.
             PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
             MOVE WRK-DIASCORR TO WRK-DIAINI.
             MOVE WRK-DTSAIDA TO WRK-DATA-AUX.
             PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
             COMPUTE WRK-QTDDIARIAS = WRK-DIASCORR - WRK-DIAINI.
             IF WRK-QTDDIARIAS = ZEROS
               MOVE 1 TO WRK-QTDDIARIAS.
             COMPUTE WRK-VALDIARIAS = WRK-QTDDIARIAS * WRK-PRECODIA.
             MOVE ZEROS TO WRK-VALEXTRAS.
             MOVE 1 TO WRK-IND.
           6610-SOMA-EXTRA.
             IF WRK-IND > 3
               GO TO 6620-TOTAL.
             IF HSP-EXT-SERV(WRK-IND) = ZEROS
               MOVE ZEROS TO HSP-EXT-QTD(WRK-IND)
               ADD 1 TO WRK-IND
               GO TO 6610-SOMA-EXTRA.
             MOVE HSP-EXT-SERV(WRK-IND) TO SRV-CODIGO.
             READ SERVICO
               INVALID KEY
                 MOVE 'EXTRA NAO CADASTRADO' TO WRK-MSGERRO
                 GO TO 6600-CALCULA-CONTA-FIM
             END-READ.
             IF SRV-SITUACAO NOT = 'A'
               MOVE 'EXTRA NAO DISPONIVEL' TO WRK-MSGERRO
               GO TO 6600-CALCULA-CONTA-FIM.
             IF HSP-EXT-QTD(WRK-IND) = ZEROS
               MOVE 1 TO HSP-EXT-QTD(WRK-IND).
             COMPUTE WRK-VALEXTRAS = WRK-VALEXTRAS
                     + HSP-EXT-QTD(WRK-IND) * SRV-PRECO.
             ADD 1 TO WRK-IND.
             GO TO 6610-SOMA-EXTRA.
           6620-TOTAL.
             COMPUTE WRK-VALTOTAL = WRK-VALDIARIAS + WRK-VALEXTRAS.
             MOVE 'S' TO WRK-DADOSOK.
           6600-CALCULA-CONTA-FIM.
             EXIT.

      * REGRAVA A ESTADIA LIDA EM 5300 COM A AUDITORIA (A IMAGEM
      * ANTES FICOU EM WRK-ANTESHSP)
           6900-REGRAVA-ESTADIA.
             ACCEPT HSP-DT-ALTERACAO FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO TO HSP-USUARIO.
             REWRITE HOSPEDAGEM-REG
               INVALID KEY
                 MOVE 'ERRO NA REGRAVACAO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'HOSPEDAGEM' TO AUD-ARQUIVO
                 MOVE HSP-CHAVE TO AUD-CHAVE
                 MOVE 'A' TO AUD-OPERACAO
                 MOVE WRK-ANTESHSP TO AUD-ANTES
                 MOVE HOSPEDAGEM-REG TO AUD-DEPOIS
                 PERFORM 8100-GRAVA-LOGAUD
                 DISPLAY SS-SITHSP
             END-REWRITE.

      * SO RESERVA AINDA NAO INICIADA ('R'); A ESTADIA EM CURSO
      * SAI PELO CHECK-OUT
           7000-CANCELAR.
             MOVE 'MODULO - CANCELAR ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-HSP.
             ACCEPT CHAVE-HSP.
             PERFORM 5300-LE-ESTADIA THRU 5300-LE-ESTADIA-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 7000-CANCELAR-FIM.
             IF HSP-SITUACAO NOT = 'R'
               MOVE 'SO RESERVA PENDENTE CANCELA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 7000-CANCELAR-FIM.
             MOVE 'N' TO WRK-TECLA.
             MOVE 'CANCELAR (S/N)?' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S'
               GO TO 7000-CANCELAR-FIM.
             MOVE 'X' TO HSP-SITUACAO.
             PERFORM 6900-REGRAVA-ESTADIA.
             MOVE 'RESERVA CANCELADA' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           7000-CANCELAR-FIM.
             EXIT.

           7500-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-HSP.
             ACCEPT CHAVE-HSP.
             PERFORM 5300-LE-ESTADIA THRU 5300-LE-ESTADIA-FIM.
             IF WRK-DADOSOK NOT = 'S'
               ACCEPT MOSTRA-ERRO
               GO TO 7500-CONSULTAR-FIM.
      * ESTADIA JA ENCERRADA MOSTRA A CONTA DA SAIDA REAL
             IF HSP-SITUACAO = 'F' OR HSP-SITUACAO = 'B'
               MOVE HSP-DTSAIDA TO WRK-DTSAIDA
               PERFORM 6600-CALCULA-CONTA THRU 6600-CALCULA-CONTA-FIM
               DISPLAY TELA-SAIDA
             END-IF.
             MOVE 'ENTER P/ SAIR' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
           7500-CONSULTAR-FIM.
             EXIT.

      * GRAVA UM REGISTRO NO DIARIO DE AUDITORIA. O CHAMADOR JA
      * DEIXOU ARQUIVO, CHAVE, OPERACAO E IMAGENS PREENCHIDOS
           8100-GRAVA-LOGAUD.
             ACCEPT AUD-DATA FROM DATE YYYYMMDD.
             ACCEPT AUD-HORA FROM TIME.
             MOVE WRK-USUARIO TO AUD-USUARIO.
             WRITE LOGAUD-REG.

      * VACINAS (MESMA REGRA DO LEMBRETE DO SGP031): PELO MENOS UMA
      * REGISTRADA E NENHUMA COM MAIS DE 12 MESES NA DATA DA SAIDA
      * PREVISTA - O PET NAO PODE VENCER A VACINA HOSPEDADO
           8300-CONFERE-VACINA.
             MOVE 'N' TO WRK-DADOSOK.
             MOVE ZEROS TO WRK-CONTVAC.
             MOVE HSP-DTSAIDA TO WRK-DATA-AUX.
             SUBTRACT 1 FROM WRK-ANOAUX.
             MOVE 1 TO WRK-IND.
           8310-CONFERE-DOSE.
             IF WRK-IND > 3
               GO TO 8320-CONFERE-TOTAL.
             IF VAC-NOME(WRK-IND) = SPACES
                OR VAC-DATA(WRK-IND) = ZEROS
               ADD 1 TO WRK-IND
               GO TO 8310-CONFERE-DOSE.
             IF VAC-DATA(WRK-IND) < WRK-DATA-AUX
               MOVE SPACES TO WRK-MSGERRO
               STRING 'VACINA VENCIDA: ' VAC-NOME(WRK-IND)
                       DELIMITED BY SIZE INTO WRK-MSGERRO
               GO TO 8300-CONFERE-VACINA-FIM.
             ADD 1 TO WRK-CONTVAC.
             ADD 1 TO WRK-IND.
             GO TO 8310-CONFERE-DOSE.
           8320-CONFERE-TOTAL.
             IF WRK-CONTVAC = ZEROS
               MOVE 'PET SEM VACINA REGISTRADA' TO WRK-MSGERRO
               GO TO 8300-CONFERE-VACINA-FIM.
             MOVE 'S' TO WRK-DADOSOK.
           8300-CONFERE-VACINA-FIM.
             EXIT.

      * VAGA NA BAIA: PARA CADA DIA DA ESTADIA NOVA (DA ENTRADA ATE
      * A VESPERA DA SAIDA) CONTA AS OUTRAS ESTADIAS NAO CANCELADAS
      * DA MESMA BAIA QUE OCUPAM O DIA; EM NENHUM DIA A CONTAGEM
      * PODE TER CHEGADO NA CAPACIDADE. ESTADIA DE ATE 60 DIARIAS
           8400-CONFERE-OCUPACAO.
             MOVE 'N' TO WRK-DADOSOK.
             MOVE HSP-DTENTRADA TO WRK-DATA-AUX.
             PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
             MOVE WRK-DIASCORR TO WRK-DIAINI.
             MOVE HSP-DTSAIDA TO WRK-DATA-AUX.
             PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
             MOVE WRK-DIASCORR TO WRK-DIAFIM.
             COMPUTE WRK-QTDDIAS = WRK-DIAFIM - WRK-DIAINI.
             IF WRK-QTDDIAS > 60
               MOVE 'ESTADIA MAIOR QUE 60 DIAS' TO WRK-MSGERRO
               GO TO 8400-CONFERE-OCUPACAO-FIM.
             INITIALIZE WRK-OCUPACAO.
             MOVE HOSPEDAGEM-REG TO WRK-HSPNOVO.
             MOVE HSP-CHAVE TO WRK-CHAVESEL.
             MOVE HSP-BAIA TO WRK-BAIASEL.
             MOVE ZEROS TO HSP-CODPET HSP-DTENTRADA.
             MOVE 'N' TO WRK-FIMHSP.
             START HOSPEDAGEM KEY IS NOT LESS THAN HSP-CHAVE
               INVALID KEY
                 MOVE 'S' TO WRK-FIMHSP.
             PERFORM 8410-OCUPACAO-PROX UNTIL WRK-FIMHSP = 'S'.
             MOVE WRK-HSPNOVO TO HOSPEDAGEM-REG.
             MOVE 1 TO WRK-IND.
           8420-CONFERE-DIA.
             IF WRK-IND > WRK-QTDDIAS
               MOVE 'S' TO WRK-DADOSOK
               GO TO 8400-CONFERE-OCUPACAO-FIM.
             IF WRK-OCUPDIA(WRK-IND) NOT < BAI-CAPACIDADE
               MOVE 'BAIA LOTADA NO PERIODO' TO WRK-MSGERRO
               GO TO 8400-CONFERE-OCUPACAO-FIM.
             ADD 1 TO WRK-IND.
             GO TO 8420-CONFERE-DIA.
           8400-CONFERE-OCUPACAO-FIM.
             EXIT.

           8410-OCUPACAO-PROX.
             READ HOSPEDAGEM NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMHSP
             END-READ.
             IF WRK-FIMHSP = 'N'
               IF HSP-BAIA = WRK-BAIASEL AND HSP-SITUACAO NOT = 'X'
                  AND HSP-CHAVE NOT = WRK-CHAVESEL
                 PERFORM 8450-SOMA-OCUPACAO
                    THRU 8450-SOMA-OCUPACAO-FIM
               END-IF
             END-IF.

      * SOMA 1 EM CADA DIA QUE A ESTADIA LIDA DIVIDE COM A NOVA
           8450-SOMA-OCUPACAO.
             MOVE HSP-DTENTRADA TO WRK-DATA-AUX.
             PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
             MOVE WRK-DIASCORR TO WRK-OINI.
             MOVE HSP-DTSAIDA TO WRK-DATA-AUX.
             PERFORM 8500-DIAS-CORRIDOS THRU 8500-DIAS-CORRIDOS-FIM.
             MOVE WRK-DIASCORR TO WRK-OFIM.
             IF WRK-OINI < WRK-DIAINI
               MOVE WRK-DIAINI TO WRK-DIA
             ELSE
               MOVE WRK-OINI TO WRK-DIA.
           8460-SOMA-DIA.
             IF WRK-DIA NOT < WRK-DIAFIM OR WRK-DIA NOT < WRK-OFIM
               GO TO 8450-SOMA-OCUPACAO-FIM.
             COMPUTE WRK-IND = WRK-DIA - WRK-DIAINI + 1.
             ADD 1 TO WRK-OCUPDIA(WRK-IND).
             ADD 1 TO WRK-DIA.
             GO TO 8460-SOMA-DIA.
           8450-SOMA-OCUPACAO-FIM.
             EXIT.

      * CONVERTE A DATA EM WRK-DATA-AUX PARA DIAS CORRIDOS (ANO X
      * 365 + DIA DO ANO, COMO NO CADBAIXA), SOMANDO OS 29 DE
      * FEVEREIRO JA PASSADOS PARA A DIARIA NAO ERRAR EM ANO
      * BISSEXTO
           8500-DIAS-CORRIDOS.
             IF WRK-MESAUX < 1 OR WRK-MESAUX > 12
               MOVE 1 TO WRK-MESAUX.
             DIVIDE WRK-ANOAUX BY 4 GIVING WRK-BISSEXTOS
               REMAINDER WRK-RESTO4.
             IF WRK-RESTO4 = ZEROS AND WRK-MESAUX < 3
               SUBTRACT 1 FROM WRK-BISSEXTOS.
             COMPUTE WRK-DIASCORR = WRK-ANOAUX * 365 + WRK-BISSEXTOS
                     + TAB-DIASMES(WRK-MESAUX) + WRK-DIAAUX.
           8500-DIAS-CORRIDOS-FIM.
             EXIT.

       END PROGRAM CADHOSP.
