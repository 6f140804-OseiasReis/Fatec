                03 DT-ALTERACAO     PIC 9(08).
                03 USUARIO          PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).
      *
       FD CEPREF
               LABEL RECORD IS STANDARD
