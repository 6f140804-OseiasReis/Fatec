             05 LINE 17 COLUMN 45 VALUE '25- VISAO 360 CLIENTE'.
             05 LINE 18 COLUMN 45 VALUE '26- PLANO MENSAL PET'.
             05 LINE 19 COLUMN 45 VALUE '27- FUSAO DE CLIENTES'.
             05 LINE 19 COLUMN 15 VALUE '28- MENU FINANCEIRO'.
             05 LINE 20 COLUMN 15 VALUE '29- ENCOMENDAS'.
             05 LINE 20 COLUMN 45 VALUE '30- HOSPEDAGEM PET'.
             05 LINE 21 COLUMN 45 VALUE '31- TABELA DE PRECOS'.
             05 LINE 21 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 22 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 22 COLUMN 22 USING WRK-OPCAO.

       PROCEDURE DIVISION.
           001-PRINCIPAL SECTION.
      * USUARIOS.DAT; O USUARIO E O NIVEL VALIDADOS SAO PASSADOS
      * AOS PROGRAMAS CHAMADOS. QUANDO O ARQUIVO DE USUARIOS E
      * CRIADO AGORA (PRIMEIRA EXECUCAO), A ENTRADA E LIBERADA
      * COMO PROPRIETARIO (NIVEL 3) PARA PERMITIR O PRIMEIRO
      * CADASTRO.
      * TENTATIVA RECUSADA VAI PARA LOGSIGNON.TXT.
           0500-SIGNON.
             OPEN INPUT USUARIOS
             DISPLAY 'SENHA..: '.
             ACCEPT WRK-SENHA.
             IF WRK-BOOTSTRAP = 'S'
               MOVE 3 TO WRK-NIVEL
               MOVE 'S' TO WRK-LOGADO
               DISPLAY 'ARQUIVO DE USUARIOS NOVO - CADASTRE USUARIOS'
               CLOSE USUARIOS
               CALL 'CADPLANO' USING WRK-SESSAO
             WHEN 27
               CALL 'CADMERGE' USING WRK-SESSAO
             WHEN 28
               CALL 'CADFIN' USING WRK-SESSAO
             WHEN 29
               CALL 'CADENC' USING WRK-SESSAO
             WHEN 30
               CALL 'CADHOSP' USING WRK-SESSAO
             WHEN 31
               CALL 'CADTPR' USING WRK-SESSAO
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
