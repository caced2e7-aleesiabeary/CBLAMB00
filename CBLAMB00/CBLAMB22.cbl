       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 72 CHARACTERS.
           COPY STDNTREC.

       FD  ARCHMASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 81 CHARACTERS.
           COPY STDARREC.

       FD  MSTBACK
           LABEL RECORD IS STANDARD
           DATA RECORD IS MB-REC
           RECORD CONTAINS 72 CHARACTERS.
           01 MB-REC                      PIC X(72).

       FD  ARCBACK
           LABEL RECORD IS STANDARD
           DATA RECORD IS AB-REC
           RECORD CONTAINS 81 CHARACTERS.
           01 AB-REC                      PIC X(81).

       FD  BKCTLFILE
           LABEL RECORD IS STANDARD
       FD  JRNLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JR-REC
           RECORD CONTAINS 87 CHARACTERS.
           COPY JRNLREC.

       FD  PRTOUT
