      * PERIODO (LIDO DE MOVESTOQUE.DAT)    *
      **************************************
      *----------------------------------------------------------------
      * TIPOS DE MOVIMENTO: V=VENDA E=ENTRADA A=AJUSTE T=ESTORNO
      * F=DEVOLUCAO AO FORNECEDOR (CADDVF) S=CONSUMO DE INSUMO EM
      * SERVICO DO PETSHOP (SGP033).
      * O SALDO IMPRESSO E O SALDO RESULTANTE GRAVADO JUNTO COM
      * CADA MOVIMENTO PELOS PROGRAMAS QUE TOCAM O ESTOQUE.
      *----------------------------------------------------------------
           05 PRO-DT-ALTERACAO  PIC 9(08).
           05 PRO-USUARIO       PIC X(08).
           05 PRO-EAN           PIC 9(13).
           05 PRO-NCM           PIC 9(08).
      *
       FD RELKDX
               LABEL RECORD IS STANDARD
      -              "    LOTE         LC" TO REGRELKDX
                WRITE REGRELKDX.
                MOVE SPACES TO REGRELKDX
                MOVE "(V=VENDA E=ENTRADA A=AJUSTE T=ESTORNO X=TRANSF S=S
      -              "ERV / LC: L=LOJA D=DEPOSITO)" TO REGRELKDX
                WRITE REGRELKDX.
                MOVE SPACES TO REGRELKDX
                WRITE REGRELKDX.
