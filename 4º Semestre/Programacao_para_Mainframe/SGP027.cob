                03 DT-ALTERACAO-CLI PIC 9(08).
                03 USUARIO-CLI      PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).
      *
       FD CONTASREC
               LABEL RECORD IS STANDARD
                   STRING "FORMA DE PAGTO: A PRAZO EM " PARCELAS
                          " PARCELAS"
                           DELIMITED BY SIZE INTO REGRELCPV
                ELSE
                IF FORMAPAGTO = "C"
                   STRING "FORMA DE PAGTO: CARTAO DE CREDITO EM "
                          PARCELAS " PARCELAS"
                           DELIMITED BY SIZE INTO REGRELCPV
                ELSE
                IF FORMAPAGTO = "D"
                   MOVE "FORMA DE PAGTO: CARTAO DE DEBITO" TO REGRELCPV
                ELSE
                   MOVE "FORMA DE PAGTO: A VISTA" TO REGRELCPV.
                WRITE REGRELCPV.
