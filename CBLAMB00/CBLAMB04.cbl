      * and percent difference, subtotaled by the same GPA bands
      * CBLAMB00 uses on the roster.  Placements whose ID is not on
      * the master are listed separately for follow-up.
      * A student under a privacy hold is listed by ID only, with
      * the name shown as '** PRIVACY HOLD'.
************************************************************************

       environment division.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 72 CHARACTERS.
           COPY STDNTREC.

       FD  PRTOUT
       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
           ADD PL-ACT-SAL           TO BV-ACT-SUM (CB-BAND).
           ADD CB-SAL-DIFF          TO BV-DIFF-SUM (CB-BAND).
           MOVE PL-ID               TO O-ID.
           IF I-HOLD-ACTIVE
               MOVE '** PRIVACY HOLD' TO O-LAST-NAME
           ELSE
               MOVE I-LNAME         TO O-LAST-NAME
           END-IF.
           MOVE PL-EMPLOYER         TO O-EMPLOYER.
           MOVE PL-HIRE-DATE        TO O-HIRE-DATE.
           MOVE I-EX-STRT-SAL       TO O-EXPECTED.
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
