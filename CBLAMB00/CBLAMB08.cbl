      * archived students grouped by reason code (graduated, withdrawn,
      * purged), with a count for each reason and a grand total, so
      * graduates can finally be reported separately from drops.
      * A student archived under a privacy hold is listed by ID
      * with the name shown as '** PRIVACY HOLD'.
************************************************************************

       environment division.
       FD  ARCHMASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 81 CHARACTERS.
           COPY STDARREC.

       FD  PRTOUT
       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
                   MOVE 4 TO A-RSN-NO (ARC-COUNT)
           END-EVALUATE.
           MOVE AR-ID               TO A-ID (ARC-COUNT).
           IF AR-HOLD-ACTIVE
               MOVE '** PRIVACY HOLD' TO A-LNAME (ARC-COUNT)
               MOVE SPACES          TO A-FNAME (ARC-COUNT)
           ELSE
               MOVE AR-LNAME        TO A-LNAME (ARC-COUNT)
               MOVE AR-FNAME        TO A-FNAME (ARC-COUNT)
           END-IF.
           MOVE AR-INIT             TO A-INIT (ARC-COUNT).
           MOVE AR-GPA-X            TO A-GPA-X (ARC-COUNT).
           MOVE AR-EX-STRT-SAL      TO A-EX-STRT-SAL (ARC-COUNT).
               MOVE SPACES          TO RC-END-TIME
               MOVE 'STARTED'       TO RC-STATUS
               MOVE 0               TO RC-REC-COUNT
               MOVE 0               TO RC-RETURN-CODE
               WRITE RC-REC
               CLOSE RUNCTLFILE
           END-IF.
                   MOVE 'ERROR'     TO RC-STATUS
               END-IF
               MOVE RS-REC-COUNT    TO RC-REC-COUNT
               MOVE RETURN-CODE     TO RC-RETURN-CODE
               WRITE RC-REC
               CLOSE RUNCTLFILE
           END-IF.
