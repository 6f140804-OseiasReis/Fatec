       FILE SECTION.

      * CADASTRO DE OPERADORES DO SISTEMA.
      * NIVEL: 1 = OPERADOR, 2 = SUPERVISOR, 3 = PROPRIETARIO
      * (TEM TUDO O QUE O SUPERVISOR TEM E MAIS OS RELATORIOS
      * RESERVADOS AO DONO, COMO AS EXCECOES DO SGP079)
       FD USUARIOS.
       01 USUARIOS-REG.
           05 USU-CODIGO       PIC X(08).
           77 WRK-OPCAO          PIC X(02).
           77 WRK-TECLA          PIC X(01).
           77 WRK-MSGERRO        PIC X(30).
      * NIVEL 3 SO E DADO, TIRADO OU MEXIDO PELO PROPRIO NIVEL 3 -
      * MENOS QUANDO AINDA NAO HA NENHUM PROPRIETARIO ATIVO (A
      * INSTALACAO ANTERIOR AO NIVEL 3 PRECISA CADASTRAR O PRIMEIRO)
           77 WRK-NIVELANT       PIC 9(01).
           77 WRK-NIVELOK        PIC X(01).
           77 WRK-FIMUSU         PIC X(01).
           01 WRK-USUREG         PIC X(64).

       LINKAGE SECTION.
       01 LNK-SESSAO.
                 10 COLUMN PLUS 2 PIC X(30) USING USU-NOME.
                 10 LINE 10 COLUMN 10 VALUE 'SENHA: '.
                 10 COLUMN PLUS 2 PIC X(08) USING USU-SENHA.
                 10 LINE 11 COLUMN 10
                   VALUE 'NIVEL (1=OPER 2=SUP 3=PROPR): '.
                 10 COLUMN PLUS 2 PIC 9(01) USING USU-NIVEL.
                 10 LINE 12 COLUMN 10 VALUE 'SITUACAO (A/S/D): '.
                 10 COLUMN PLUS 2 PIC X(01) USING USU-SITUACAO.
               MOVE 'CODIGO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF USU-NIVEL < 1 OR USU-NIVEL > 3
               MOVE 1 TO USU-NIVEL.
             MOVE ZEROS TO WRK-NIVELANT.
             PERFORM 5900-CONFERE-NIVEL THRU 5900-CONFERE-NIVEL-FIM.
             IF WRK-NIVELOK = 'N'
               MOVE 'NIVEL 3 SO PELO PROPRIETARIO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 5000-INCLUIR-FIM.
             IF USU-SITUACAO = SPACES
               MOVE 'A' TO USU-SITUACAO.
             ACCEPT USU-DT-ALTERACAO FROM DATE YYYYMMDD.
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE USU-NIVEL TO WRK-NIVELANT
                 DISPLAY SS-DADOS
                 ACCEPT SS-DADOS
                 IF USU-NIVEL < 1 OR USU-NIVEL > 3
                   MOVE WRK-NIVELANT TO USU-NIVEL
                 END-IF
                 PERFORM 5900-CONFERE-NIVEL
                    THRU 5900-CONFERE-NIVEL-FIM
                 IF WRK-NIVELOK = 'N'
                   MOVE 'NIVEL 3 SO PELO PROPRIETARIO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 ELSE
                   ACCEPT USU-DT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE LNK-USUARIO TO USU-USUARIO
                   REWRITE USUARIOS-REG
                     INVALID KEY
                       MOVE 'ERRO NA ALTERACAO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
                 END-IF
             END-READ.

      * EXCLUSAO LOGICA: O USUARIO FICA COM SITUACAO 'D' PARA OS
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 MOVE USU-NIVEL TO WRK-NIVELANT
                 PERFORM 5900-CONFERE-NIVEL
                    THRU 5900-CONFERE-NIVEL-FIM
                 MOVE 'EXCLUIR (S/N)?' TO WRK-MSGERRO
                 IF WRK-NIVELOK = 'N'
                   MOVE 'NIVEL 3 SO PELO PROPRIETARIO' TO WRK-MSGERRO
                   MOVE 'N' TO WRK-TECLA
                 END-IF
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S' AND WRK-NIVELOK = 'S'
                   MOVE 'D' TO USU-SITUACAO
                   ACCEPT USU-DT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE LNK-USUARIO TO USU-USUARIO
                 END-IF
             END-READ.

      * QUEM NAO E NIVEL 3 NAO CRIA, NAO ALTERA E NAO EXCLUI UM
      * NIVEL 3 ENQUANTO EXISTIR ALGUM PROPRIETARIO ATIVO. A
      * VARREDURA MEXE NO REGISTRO CORRENTE, QUE E GUARDADO ANTES
           5900-CONFERE-NIVEL.
             MOVE 'S' TO WRK-NIVELOK.
             IF LNK-NIVEL >= 3
               GO TO 5900-CONFERE-NIVEL-FIM.
             IF USU-NIVEL NOT = 3 AND WRK-NIVELANT NOT = 3
               GO TO 5900-CONFERE-NIVEL-FIM.
             MOVE USUARIOS-REG TO WRK-USUREG.
             MOVE LOW-VALUES TO USU-CODIGO.
             MOVE 'N' TO WRK-FIMUSU.
             START USUARIOS KEY IS NOT LESS THAN USU-CODIGO
               INVALID KEY
                 MOVE 'S' TO WRK-FIMUSU.
             PERFORM 5950-PROX-USUARIO UNTIL WRK-FIMUSU = 'S'.
             MOVE WRK-USUREG TO USUARIOS-REG.
           5900-CONFERE-NIVEL-FIM.
             EXIT.

           5950-PROX-USUARIO.
             READ USUARIOS NEXT RECORD
               AT END MOVE 'S' TO WRK-FIMUSU
             END-READ.
             IF WRK-FIMUSU = 'N'
               IF USU-NIVEL = 3 AND USU-SITUACAO = 'A'
                 MOVE 'N' TO WRK-NIVELOK
                 MOVE 'S' TO WRK-FIMUSU
               END-IF
             END-IF.

       END PROGRAM CADUSU.
