                03 PRO-DT-ALTERACAO     PIC 9(08).
                03 PRO-USUARIO          PIC X(08).
                03 PRO-EAN              PIC 9(13).
                03 PRO-NCM              PIC 9(08).
      *
       FD BKPPRODUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODUTO.BKP".
       01 REGBKPPRODUTO          PIC X(101).
      *
       FD CLIENTE
               LABEL RECORD IS STANDARD
                03 CLI-DT-ALTERACAO PIC 9(08).
                03 CLI-USUARIO      PIC X(08).
                03 CLI-LIMITECRED   PIC 9(09)V99.
                03 CLI-CONSENTE     PIC X(01).
                03 CLI-CANALMSG     PIC X(01).
                03 CLI-GRUPO        PIC 9(02).
      *
       FD BKPCLIENTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CLIENTE.BKP".
       01 REGBKPCLIENTE          PIC X(239).
      *
       FD VENDAS
               LABEL RECORD IS STANDARD
