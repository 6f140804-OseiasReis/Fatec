           05 AGE-CODSERV     PIC 9(04).
           05 AGE-SITUACAO    PIC X(01).
           05 AGE-PLANO       PIC X(01).
           05 AGE-CODPROF     PIC 9(03).
      *
       FD PETS
               LABEL RECORD IS STANDARD
          03 LR-PET          PIC X(30).
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LR-SERVICO      PIC X(20).
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LR-PROF         PIC 9(03).
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
                MOVE AGE-CODPET   TO LR-CODPET
                MOVE W-NOMEPET    TO LR-PET
                MOVE W-DESCSERV   TO LR-SERVICO
                MOVE AGE-CODPROF  TO LR-PROF
                MOVE LINHA-REL TO REGRELAGE
                WRITE REGRELAGE.
       2000-PROCESSA-FIM.
