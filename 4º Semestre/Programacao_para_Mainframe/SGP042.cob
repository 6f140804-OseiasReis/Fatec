                03 DT-ALTERACAO        PIC 9(08).
                03 USUARIO             PIC X(08).
                03 EAN                 PIC 9(13).
                03 NCM                 PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
