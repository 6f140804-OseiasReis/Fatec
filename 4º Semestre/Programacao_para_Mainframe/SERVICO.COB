             05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
             05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
             05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
             05 LINE 11 COLUMN 15 VALUE '5 - PROFISSIONAIS'.
             05 LINE 12 COLUMN 15 VALUE '6 - CONSUMO DE PRODUTOS'.
             05 LINE 13 COLUMN 15 VALUE 'X - SAIR'.
             05 LINE 14 COLUMN 15 VALUE 'OPCAO: ' .
             05 LINE 14 COLUMN 22 USING WRK-OPCAO.

           01 TELA-REG.
               05 CHAVE-SRV FOREGROUND-COLOR 2.
               ELSE
                 PERFORM 7000-EXCLUIR
               END-IF
      * TOSADORES, BANHISTAS E VETERINARIOS (PROGRAMA CADPROF)
             WHEN 5
               CALL 'CADPROF' USING LNK-SESSAO
      * INSUMOS GASTOS POR ATENDIMENTO (PROGRAMA SGP064)
             WHEN 6
               CALL 'SGP064' USING LNK-SESSAO
             WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'OPCAO INVALIDA'
