         ACCESS MODE IS DYNAMIC
         FILE STATUS IS FORN-STATUS
         RECORD KEY FORN-CODIGO.
         SELECT UFREF ASSIGN TO 'UFREF.DAT'
         ORGANIZATION INDEXED
         ACCESS MODE IS RANDOM
         FILE STATUS IS UFR-STATUS
         RECORD KEY UFR-SIGLA.
       DATA DIVISION.
       FILE SECTION.

      * CADASTRO DE FORNECEDORES, REFERENCIADO PELA ENTRADA DE
      * MERCADORIA (CADENT) NO LUGAR DO NOME LIVRE QUE CADA
      * OPERADOR DIGITAVA DE UM JEITO. CONDICAO DE PAGAMENTO:
      * QTD DE PARCELAS E INTERVALO EM DIAS ENTRE ELAS.
      * UF E INSCRICAO ESTADUAL DEFINEM O CFOP DA COMPRA E VAO NO
      * ARQUIVO DO SINTEGRA (SGP070). IE EM BRANCO = ISENTO
       FD FORNECEDOR.
       01 FORNECEDOR-REG.
           05 FORN-CODIGO      PIC 9(06).
           05 FORN-SITUACAO    PIC X(01).
           05 FORN-DT-ALTERACAO PIC 9(08).
           05 FORN-USUARIO     PIC X(08).
           05 FORN-UF          PIC X(02).
           05 FORN-IE          PIC X(14).

      * TABELA DE UF MANTIDA PELO CADUF
       FD UFREF.
       01 UFREF-REG.
           05 UFR-SIGLA        PIC X(02).
           05 UFR-NOME         PIC X(10).
           05 UFR-DT-ALTERACAO PIC 9(08).
           05 UFR-USUARIO      PIC X(08).

       WORKING-STORAGE SECTION.
           77 FORN-STATUS        PIC 9(02).
           77 UFR-STATUS         PIC 9(02).
           77 WRK-UFOK           PIC X(01).
           77 WRK-MODULO         PIC X(25).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
             05 LINE 11 COLUMN 15 VALUE '5 - PRODUTOS DO FORNECEDOR'.
             05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 13 COLUMN 22 USING WRK-OPCAO.
                   BLANK WHEN ZEROS.
                 10 LINE 14 COLUMN 10 VALUE 'SITUACAO (A/S/D): '.
                 10 COLUMN PLUS 2 PIC X(01) USING FORN-SITUACAO.
                 10 LINE 15 COLUMN 10 VALUE 'UF: '.
                 10 COLUMN PLUS 2 PIC X(02) USING FORN-UF.
                 10 COLUMN PLUS 2 VALUE 'INSCR. ESTADUAL: '.
                 10 COLUMN PLUS 2 PIC X(14) USING FORN-IE.

           01 MOSTRA-ERRO.
               02 MSG-ERRO.
               CLOSE FORNECEDOR
               OPEN I-O FORNECEDOR
              END-IF.
             OPEN INPUT UFREF.
      * USUARIO VEM DA ENTRADA UNICA NO SGP012
             MOVE LNK-USUARIO TO WRK-USUARIO.

            ACCEPT TELA-MENU.

           2000-PROCESSAR.
             MOVE SPACES TO WRK-MSGERRO FORN-RAZAO FORN-SITUACAO
                            FORN-UF FORN-IE.
             MOVE ZEROS TO FORN-CODIGO FORN-CNPJ FORN-DDD
             FORN-TELEFONE FORN-QTDPARC FORN-PRAZODIAS.
             EVALUATE WRK-OPCAO
                 MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               ELSE
                 PERFORM 6500-ALTERAR THRU 6500-ALTERAR-FIM
               END-IF
             WHEN 4
               IF LNK-NIVEL < 2
               ELSE
                 PERFORM 7000-EXCLUIR
               END-IF
      * CODIGOS E EMBALAGENS DO FORNECEDOR (PROGRAMA CADPFN)
             WHEN 5
               CALL 'CADPFN' USING LNK-SESSAO
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'

           3000-FINALIZAR.
               CLOSE FORNECEDOR.
               IF UFR-STATUS = 0
                 CLOSE UFREF
               END-IF.

           5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
               MOVE 'RAZAO SOCIAL INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             PERFORM 5100-VALIDA-UF THRU 5100-VALIDA-UF-FIM.
             IF WRK-UFOK NOT = 'S'
               MOVE 'UF INVALIDA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF FORN-IE = SPACES
               MOVE 'ISENTO' TO FORN-IE.
      * CONDICAO DE PAGAMENTO EM BRANCO = A VISTA (1 PARCELA) COM
      * 30 DIAS, QUE E O COMBINADO MAIS COMUM COM OS FORNECEDORES
             IF FORN-QTDPARC = ZEROS
           5000-INCLUIR-FIM.
             EXIT.

      * UF CONFERIDA NA TABELA DO CADUF; SEM A TABELA BASTA ESTAR
      * PREENCHIDA (MESMO CRITERIO DO CADASTRO DE CLIENTE)
           5100-VALIDA-UF.
             MOVE 'N' TO WRK-UFOK.
             IF FORN-UF = SPACES
               GO TO 5100-VALIDA-UF-FIM.
             IF UFR-STATUS NOT = 0
               MOVE 'S' TO WRK-UFOK
               GO TO 5100-VALIDA-UF-FIM.
             MOVE FORN-UF TO UFR-SIGLA.
             READ UFREF
               NOT INVALID KEY
                 MOVE 'S' TO WRK-UFOK
             END-READ.
           5100-VALIDA-UF-FIM.
             EXIT.

           6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
                 IF FORN-PRAZODIAS = ZEROS
                   MOVE 30 TO FORN-PRAZODIAS
                 END-IF
                 IF FORN-IE = SPACES
                   MOVE 'ISENTO' TO FORN-IE
                 END-IF
                 PERFORM 5100-VALIDA-UF THRU 5100-VALIDA-UF-FIM
                 IF WRK-UFOK NOT = 'S'
                   MOVE 'UF INVALIDA - NAO ALTERADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   GO TO 6500-ALTERAR-FIM
                 END-IF
                 ACCEPT FORN-DT-ALTERACAO FROM DATE YYYYMMDD
                 MOVE WRK-USUARIO TO FORN-USUARIO
                 REWRITE FORNECEDOR-REG
                     ACCEPT MOSTRA-ERRO
                 END-REWRITE
             END-READ.
           6500-ALTERAR-FIM.
             EXIT.

      * EXCLUSAO LOGICA: O FORNECEDOR FICA COM SITUACAO 'D' PARA AS
      * NOTAS DE ENTRADA ANTIGAS CONTINUAREM RESOLVENDO A RAZAO
