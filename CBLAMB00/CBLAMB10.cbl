      * Ends with RETURN-CODE 8 when any SEVERE or ERROR was found,
      * 4 when only warnings, 0 on a clean file, so the sweep can run
      * on a schedule and page somebody only when it matters.
      * A bad name field on a student under a privacy hold is
      * reported with the value shown as '** PRIVACY HOLD'.
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
                   MOVE 'ERROR'         TO O-SEVERITY
                   MOVE 'LAST NAME NOT ALPHABETIC'
                                        TO O-MESSAGE
                   IF I-HOLD-ACTIVE
                       MOVE '** PRIVACY HOLD' TO O-VALUE
                   ELSE
                       MOVE I-LNAME     TO O-VALUE
                   END-IF
                   PERFORM L4-REPORT-ERROR
               END-IF
           END-IF.
                   MOVE 'ERROR'         TO O-SEVERITY
                   MOVE 'FIRST NAME NOT ALPHABETIC'
                                        TO O-MESSAGE
                   IF I-HOLD-ACTIVE
                       MOVE '** PRIVACY HOLD' TO O-VALUE
                   ELSE
                       MOVE I-FNAME     TO O-VALUE
                   END-IF
                   PERFORM L4-REPORT-ERROR
               END-IF
           END-IF.
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
