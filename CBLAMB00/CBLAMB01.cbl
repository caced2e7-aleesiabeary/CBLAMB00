      * CBLAMB01 - interactive inquiry/update of a single STUDENT-MASTER
      * record by I-ID.  Companion to CBLAMB00 so a bad row no longer
      * has to be patched by hand-editing STDNTMST.DAT in a text editor.
      * The operator signs on first against the security file
      * STDOPSEC.DAT (OPSECREC copybook) - three tries, then the
      * session ends - and may use only the functions the security
      * record grants for CBLAMB01 (I inquire, U update).  Every
      * sign-on, failed sign-on, refused function and changed field
      * is written to STDNTAUD.DAT with the operator ID, the date and
      * time, and for a change the before and after values, so
      * CBLAMB07 can report the activity by operator or by student.
      * An inquiry shows when the student is under a privacy hold and
      * since what date; the hold itself is placed and released only
      * by the H and U transactions in CBLAMB02.
************************************************************************

       environment division.
			   ASSIGN TO 'C:\COBOL\STDMAJOR.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS CB-MAJOR-STATUS.
           SELECT SECFILE
               ASSIGN TO 'C:\COBOL\STDOPSEC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-SEC-STATUS.
           SELECT AUDITLOG
               ASSIGN TO 'C:\COBOL\STDNTAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-AUDIT-STATUS.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
	   FD  STUDENT-MASTER
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS I-REC
	       RECORD CONTAINS 72 CHARACTERS.
	       COPY STDNTREC.

	   FD  MAJORFILE
		   RECORD CONTAINS 44 CHARACTERS.
		   COPY MAJORREC.

       FD  SECFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OS-REC
           RECORD CONTAINS 100 CHARACTERS.
           COPY OPSECREC.

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AU-REC
           RECORD CONTAINS 132 CHARACTERS.
           01 AU-REC.
               05 AU-DATE                 PIC X(8).
               05 FILLER                  PIC X(1).
               05 AU-TIME                 PIC X(8).
               05 FILLER                  PIC X(1).
               05 AU-FUNCTION             PIC X(8).
               05 FILLER                  PIC X(1).
               05 AU-ID                   PIC X(7).
               05 FILLER                  PIC X(1).
               05 AU-DETAIL               PIC X(36).
               05 FILLER                  PIC X(1).
               05 AU-OPERATOR             PIC X(8).
               05 FILLER                  PIC X(1).
               05 AU-BEFORE               PIC X(25).
               05 FILLER                  PIC X(1).
               05 AU-AFTER                PIC X(25).

       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
           05  MAJOR-EOF             PIC X        VALUE 'F'.
           05  CB-MAJOR-VALID        PIC X        VALUE 'N'.
               88  MAJOR-VALID                VALUE 'Y'.
           05  CB-SEC-STATUS         PIC XX       VALUE '00'.
           05  CB-AUDIT-STATUS       PIC XX       VALUE '00'.
           05  SEC-EOF               PIC X        VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-OPERATOR           PIC X(8)     VALUE SPACES.
           05  CB-PASSWORD           PIC X(8)     VALUE SPACES.
           05  CB-OPERATOR-NAME      PIC X(20)    VALUE SPACES.
           05  CB-AUTH-FUNCTIONS     PIC X(8)     VALUE SPACES.
           05  CB-OPERATOR-FOUND     PIC X        VALUE 'N'.
               88  OPERATOR-FOUND             VALUE 'Y'.
           05  CB-PASSWORD-OK        PIC X        VALUE 'N'.
               88  PASSWORD-OK                VALUE 'Y'.
           05  CB-PROGRAM-AUTH       PIC X        VALUE 'N'.
               88  PROGRAM-AUTHORIZED         VALUE 'Y'.
           05  CB-SIGNED-ON          PIC X        VALUE 'N'.
               88  SIGNED-ON                  VALUE 'Y'.
           05  CB-FUNCTION-OK        PIC X        VALUE 'Y'.
               88  FUNCTION-ALLOWED           VALUE 'Y'.
           05  CB-SIGNON-MSG         PIC X(36)    VALUE SPACES.
           05  CB-AUTH-TALLY         PIC 9(2)     VALUE 0.
           05  CB-GPA-EDIT           PIC 9.99.
           05  CB-SAL-EDIT           PIC ZZZ,ZZ9.99.
           05  OS-SUB                PIC 9        VALUE 0.
           05  C-SIGNON-TRIES        PIC 9        VALUE 0.
           05  C-CHGCTR              PIC 9(2)     VALUE 0.

       01  BEFORE-IMAGE.
           05  BI-ID                 PIC X(7).
           05  BI-LNAME              PIC X(15).
           05  BI-FNAME              PIC X(15).
           05  BI-INIT               PIC X.
           05  BI-GPA                PIC 9V99.
           05  BI-GPA-X REDEFINES BI-GPA
                                     PIC X(3).
           05  BI-EX-STRT-SAL        PIC 9(6)V99.
           05  BI-SAL-X REDEFINES BI-EX-STRT-SAL
                                     PIC X(8).
           05  BI-MAJOR              PIC X(4).
           05  BI-ENROLL-TERM        PIC X(5).
           05  BI-GRAD-TERM          PIC X(5).

       01  AUDIT-MSG.
           05  AM-FUNCTION           PIC X(8).
           05  AM-ID                 PIC X(7).
           05  AM-DETAIL             PIC X(36).
           05  AM-BEFORE             PIC X(25).
           05  AM-AFTER              PIC X(25).

       01  MAJOR-TABLE-AREA.
           05  MJT-COUNT             PIC 9(3) COMP VALUE 0.
       L1-MAIN.
           PERFORM L9-RUN-START.
           PERFORM L2-GET-RUN-PARM.
           PERFORM L2-OPEN-AUDIT.
           PERFORM L2-SIGN-ON.
           PERFORM L2-LOAD-MAJORS.
           OPEN I-O STUDENT-MASTER.
           IF CB-FILE-STATUS NOT = '00'
           PERFORM L2-PROCESS-REQUEST
               UNTIL NOT KEEP-GOING.
           CLOSE STUDENT-MASTER.
           MOVE SPACES          TO AUDIT-MSG.
           MOVE 'SIGNOFF'       TO AM-FUNCTION.
           MOVE 'SIGNED OFF CBLAMB01' TO AM-DETAIL.
           PERFORM L5-WRITE-AUDIT.
           CLOSE AUDITLOG.
           PERFORM L9-RUN-END.
           STOP RUN.

           IF RP-STUDENT-PATH NOT = SPACES
               MOVE RP-STUDENT-PATH TO CB-STUDENT-MASTER-PATH.

      * No update may go unlogged, so the session does not start
      * without the audit log.
       L2-OPEN-AUDIT.
           OPEN EXTEND AUDITLOG.
           IF CB-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITLOG
           END-IF.
           IF CB-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT LOG - STATUS: '
                   CB-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.

       L2-SIGN-ON.
           PERFORM L3-SIGN-ON-ATTEMPT
               UNTIL SIGNED-ON OR C-SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
               CLOSE AUDITLOG
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           DISPLAY 'SIGNED ON: ' CB-OPERATOR-NAME
               '  FUNCTIONS: ' CB-AUTH-FUNCTIONS.
           MOVE SPACES          TO AUDIT-MSG.
           MOVE 'SIGNON'        TO AM-FUNCTION.
           MOVE 'SIGNED ON CBLAMB01 - FUNCTIONS'
                                TO AM-DETAIL.
           MOVE CB-AUTH-FUNCTIONS TO AM-AFTER.
           PERFORM L5-WRITE-AUDIT.

       L3-SIGN-ON-ATTEMPT.
           ADD 1 TO C-SIGNON-TRIES.
           MOVE SPACES TO CB-OPERATOR.
           MOVE SPACES TO CB-PASSWORD.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT CB-OPERATOR FROM CONSOLE.
           DISPLAY 'PASSWORD: ' WITH NO ADVANCING.
           ACCEPT CB-PASSWORD FROM CONSOLE.
           PERFORM L4-FIND-OPERATOR.
           EVALUATE TRUE
               WHEN NOT OPERATOR-FOUND
                 OR NOT PASSWORD-OK
                   MOVE 'INVALID OPERATOR ID OR PASSWORD'
                                        TO CB-SIGNON-MSG
               WHEN NOT PROGRAM-AUTHORIZED
                   MOVE 'NOT AUTHORIZED FOR CBLAMB01'
                                        TO CB-SIGNON-MSG
               WHEN OTHER
                   MOVE 'Y'             TO CB-SIGNED-ON
           END-EVALUATE.
           IF NOT SIGNED-ON
               DISPLAY 'SIGN-ON REJECTED - ' CB-SIGNON-MSG
               MOVE SPACES          TO AUDIT-MSG
               MOVE 'SIGNFAIL'      TO AM-FUNCTION
               MOVE CB-SIGNON-MSG   TO AM-DETAIL
               PERFORM L5-WRITE-AUDIT
           END-IF.

       L4-FIND-OPERATOR.
           MOVE 'N' TO CB-OPERATOR-FOUND.
           MOVE 'N' TO CB-PASSWORD-OK.
           MOVE 'N' TO CB-PROGRAM-AUTH.
           MOVE 'F' TO SEC-EOF.
           OPEN INPUT SECFILE.
           IF CB-SEC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OPERATOR SECURITY FILE - '
                   'STATUS: ' CB-SEC-STATUS
               CLOSE AUDITLOG
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           PERFORM L5-SEC-READ.
           PERFORM L5-CHECK-OPERATOR
               UNTIL SEC-EOF = 'T' OR OPERATOR-FOUND.
           CLOSE SECFILE.

       L5-SEC-READ.
           READ SECFILE
               AT end
                   MOVE 'T' TO SEC-EOF.

       L5-CHECK-OPERATOR.
           IF OS-OPERATOR = CB-OPERATOR AND CB-OPERATOR NOT = SPACES
               MOVE 'Y' TO CB-OPERATOR-FOUND
               IF OS-PASSWORD = CB-PASSWORD
                   MOVE 'Y'     TO CB-PASSWORD-OK
                   MOVE OS-NAME TO CB-OPERATOR-NAME
                   PERFORM L6-CHECK-PROGRAM
                       VARYING OS-SUB FROM 1 BY 1
                       UNTIL OS-SUB > 4
               END-IF
           ELSE
               PERFORM L5-SEC-READ
           END-IF.

       L6-CHECK-PROGRAM.
           IF OS-AUTH-PROGRAM (OS-SUB) = 'CBLAMB01'
               MOVE 'Y' TO CB-PROGRAM-AUTH
               MOVE OS-AUTH-FUNCTIONS (OS-SUB) TO CB-AUTH-FUNCTIONS
           END-IF.

       L2-LOAD-MAJORS.
           OPEN INPUT MAJORFILE.
           IF CB-MAJOR-STATUS = '00'
       L2-PROCESS-REQUEST.
           ADD 1 TO RS-REC-COUNT.
           PERFORM L3-GET-FUNCTION.
           PERFORM L3-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT FUNCTION-ALLOWED
                   PERFORM L3-DENY-FUNCTION
               WHEN FN-INQUIRE
                   PERFORM L3-INQUIRE
               WHEN FN-UPDATE
           DISPLAY 'ENTER FUNCTION (I=INQUIRE, U=UPDATE, Q=QUIT): '
               WITH NO ADVANCING.
           ACCEPT CB-FUNCTION FROM CONSOLE.
           INSPECT CB-FUNCTION CONVERTING 'iuq' TO 'IUQ'.

      * Quit and unknown letters are not checked against the
      * security record.
       L3-CHECK-AUTHORITY.
           MOVE 'Y' TO CB-FUNCTION-OK.
           IF FN-INQUIRE OR FN-UPDATE
               MOVE 0 TO CB-AUTH-TALLY
               INSPECT CB-AUTH-FUNCTIONS TALLYING CB-AUTH-TALLY
                   FOR ALL CB-FUNCTION
               IF CB-AUTH-TALLY = 0
                   MOVE 'N' TO CB-FUNCTION-OK
               END-IF
           END-IF.

       L3-DENY-FUNCTION.
           DISPLAY 'FUNCTION ' CB-FUNCTION
               ' NOT AUTHORIZED FOR OPERATOR ' CB-OPERATOR.
           MOVE SPACES          TO AUDIT-MSG.
           MOVE 'DENIED'        TO AM-FUNCTION.
           STRING 'FUNCTION ' CB-FUNCTION ' NOT AUTHORIZED - CBLAMB01'
               DELIMITED BY SIZE
               INTO AM-DETAIL.
           PERFORM L5-WRITE-AUDIT.

       L3-INQUIRE.
           DISPLAY 'ENTER STUDENT ID: ' WITH NO ADVANCING.
                   DISPLAY 'STUDENT ID NOT FOUND: ' CB-SEARCH-ID
               NOT INVALID KEY
                   PERFORM L4-DISPLAY-RECORD
                   MOVE I-REC TO BEFORE-IMAGE
                   PERFORM L4-GET-CHANGES
                   REWRITE I-REC
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR ID: '
                               CB-SEARCH-ID
                           PERFORM L4-AUDIT-FAILED
                       NOT INVALID KEY
                           PERFORM L4-AUDIT-CHANGES
                   END-REWRITE
           END-READ.

       L4-AUDIT-FAILED.
           MOVE SPACES          TO AUDIT-MSG.
           MOVE 'CHGFAIL'       TO AM-FUNCTION.
           MOVE I-ID            TO AM-ID.
           MOVE 'ONLINE UPDATE - REWRITE FAILED' TO AM-DETAIL.
           PERFORM L5-WRITE-AUDIT.

      * One audit entry per field that changed, with the value as it
      * was read and as it was rewritten.
       L4-AUDIT-CHANGES.
           MOVE 0 TO C-CHGCTR.
           MOVE SPACES          TO AUDIT-MSG.
           MOVE I-ID            TO AM-ID.
           IF I-LNAME NOT = BI-LNAME
               MOVE 'CHG-LNAM'  TO AM-FUNCTION
               MOVE 'ONLINE UPDATE - LAST NAME' TO AM-DETAIL
               MOVE BI-LNAME    TO AM-BEFORE
               MOVE I-LNAME     TO AM-AFTER
               PERFORM L5-WRITE-CHANGE
           END-IF.
           IF I-FNAME NOT = BI-FNAME
               MOVE 'CHG-FNAM'  TO AM-FUNCTION
               MOVE 'ONLINE UPDATE - FIRST NAME' TO AM-DETAIL
               MOVE BI-FNAME    TO AM-BEFORE
               MOVE I-FNAME     TO AM-AFTER
               PERFORM L5-WRITE-CHANGE
           END-IF.
           IF I-INIT NOT = BI-INIT
               MOVE 'CHG-INIT'  TO AM-FUNCTION
               MOVE 'ONLINE UPDATE - MIDDLE INITIAL' TO AM-DETAIL
               MOVE BI-INIT     TO AM-BEFORE
               MOVE I-INIT      TO AM-AFTER
               PERFORM L5-WRITE-CHANGE
           END-IF.
           IF I-GPA-X NOT = BI-GPA-X
               MOVE 'CHG-GPA'   TO AM-FUNCTION
               MOVE 'ONLINE UPDATE - GPA' TO AM-DETAIL
               IF BI-GPA NUMERIC
                   MOVE BI-GPA      TO CB-GPA-EDIT
                   MOVE CB-GPA-EDIT TO AM-BEFORE
               ELSE
                   MOVE BI-GPA-X    TO AM-BEFORE
               END-IF
               MOVE I-GPA       TO CB-GPA-EDIT
               MOVE CB-GPA-EDIT TO AM-AFTER
               PERFORM L5-WRITE-CHANGE
           END-IF.
           IF I-SAL-X NOT = BI-SAL-X
               MOVE 'CHG-SAL'   TO AM-FUNCTION
               MOVE 'ONLINE UPDATE - STARTING SALARY' TO AM-DETAIL
               IF BI-EX-STRT-SAL NUMERIC
                   MOVE BI-EX-STRT-SAL TO CB-SAL-EDIT
                   MOVE CB-SAL-EDIT    TO AM-BEFORE
               ELSE
                   MOVE BI-SAL-X       TO AM-BEFORE
               END-IF
               MOVE I-EX-STRT-SAL TO CB-SAL-EDIT
               MOVE CB-SAL-EDIT   TO AM-AFTER
               PERFORM L5-WRITE-CHANGE
           END-IF.
           IF I-MAJOR NOT = BI-MAJOR
               MOVE 'CHG-MAJR'  TO AM-FUNCTION
               MOVE 'ONLINE UPDATE - MAJOR' TO AM-DETAIL
               MOVE BI-MAJOR    TO AM-BEFORE
               MOVE I-MAJOR     TO AM-AFTER
               PERFORM L5-WRITE-CHANGE
           END-IF.
           IF I-ENROLL-TERM NOT = BI-ENROLL-TERM
               MOVE 'CHG-ENRL'  TO AM-FUNCTION
               MOVE 'ONLINE UPDATE - ENROLLMENT TERM' TO AM-DETAIL
               MOVE BI-ENROLL-TERM TO AM-BEFORE
               MOVE I-ENROLL-TERM  TO AM-AFTER
               PERFORM L5-WRITE-CHANGE
           END-IF.
           IF I-GRAD-TERM NOT = BI-GRAD-TERM
               MOVE 'CHG-GRAD'  TO AM-FUNCTION
               MOVE 'ONLINE UPDATE - GRADUATION TERM' TO AM-DETAIL
               MOVE BI-GRAD-TERM TO AM-BEFORE
               MOVE I-GRAD-TERM  TO AM-AFTER
               PERFORM L5-WRITE-CHANGE
           END-IF.
           IF C-CHGCTR = 0
               DISPLAY 'NO FIELDS CHANGED FOR ID: ' I-ID
           ELSE
               DISPLAY 'FIELDS CHANGED: ' C-CHGCTR ' FOR ID: ' I-ID
           END-IF.

       L5-WRITE-CHANGE.
           ADD 1 TO C-CHGCTR.
           PERFORM L5-WRITE-AUDIT.

       L5-WRITE-AUDIT.
           MOVE FUNCTION current-date TO CURRENT-DATE-AND-TIME.
           MOVE SPACES                TO AU-REC.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO AU-DATE.
           MOVE CURRENT-TIME (1:8)    TO AU-TIME.
           MOVE AM-FUNCTION           TO AU-FUNCTION.
           MOVE AM-ID                 TO AU-ID.
           MOVE AM-DETAIL             TO AU-DETAIL.
           MOVE CB-OPERATOR           TO AU-OPERATOR.
           MOVE AM-BEFORE             TO AU-BEFORE.
           MOVE AM-AFTER              TO AU-AFTER.
           WRITE AU-REC.

       L4-DISPLAY-RECORD.
           DISPLAY 'ID: ' I-ID
               '  NAME: ' I-LNAME ', ' I-FNAME ' ' I-INIT
               '  MAJOR: ' I-MAJOR
               '  ENROLLED: ' I-ENROLL-TERM
               '  GRADUATES: ' I-GRAD-TERM.
           IF I-HOLD-ACTIVE
               DISPLAY 'PRIVACY HOLD IN EFFECT SINCE ' I-HOLD-DATE
           END-IF.

       L4-GET-CHANGES.
           DISPLAY 'ENTER NEW LAST NAME (BLANK = NO CHANGE): '
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
