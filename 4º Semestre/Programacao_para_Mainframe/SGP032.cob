           05 AGE-CODSERV     PIC 9(04).
           05 AGE-SITUACAO    PIC X(01).
           05 AGE-PLANO       PIC X(01).
           05 AGE-CODPROF     PIC 9(03).
      *
       FD RELOCU
               LABEL RECORD IS STANDARD
