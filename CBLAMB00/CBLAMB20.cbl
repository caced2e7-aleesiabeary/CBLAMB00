      * and prints one line per program in the order the programs
      * ran: start and end time, completion status, and record
      * count.  A STARTED entry with no ending entry prints as
      * DID NOT END, so a program that died mid-run stands out; a
      * step the CBLAMB28 chain controller would not let start
      * prints as REFUSED and counts with the errors.
      * The payroll release flag CBLAMB00 sets to HELD and a clean
      * CBLAMB05 run flips to RELEASED is shown at the bottom, so
      * one page answers 'did last night run, in order, and is the
       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       FD  RELFILE
               ADD 1 TO C-DNECTR
           END-IF.
           IF P-STATUS (PGM-SUB) = 'ERROR'
            OR P-STATUS (PGM-SUB) = 'REFUSED'
               ADD 1 TO C-ERRPGM
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
