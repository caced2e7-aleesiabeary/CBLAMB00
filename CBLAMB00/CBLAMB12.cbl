************************************************************************
      * CBLAMB12 - interactive maintenance of the course catalog
      * reference file STDCRSE.DAT (course code, title, official
      * credit hours, seat limit).  Companion to CBLAMB03, which
      * validates the hand-keyed STDGRAD.DAT grade records against the
      * catalog, so the official credit hours for a course are keyed
      * once here instead of on every grade record, and to the
      * CBLAMB24 registration run, which books students into a course
      * only up to its seat limit.
      *
      * Functions from the console:
      *     I  inquire on one course code
      *     A  add a new course (rejected if the code is already on
      *        the catalog, or if the credit hours are not numeric
      *        or zero, or the seat limit is not numeric)
      *     C  change the title, credit hours and/or seat limit of a
      *        course (blank field = no change)
      *     D  delete a course from the catalog
      *     L  list the whole catalog
      *     Q  quit - the updated catalog is written back to
      * The file is loaded into a table at start-up and rewritten in
      * course-code order at quit, so a run that is cancelled leaves
      * the file untouched.
      *
      * The operator signs on first against the security file
      * STDOPSEC.DAT (OPSECREC copybook) - three tries, then the
      * session ends - and may use only the function letters the
      * security record grants for CBLAMB12.  Sign-on, failed sign-on
      * and refused functions are written to STDNTAUD.DAT as they
      * happen.  Each add, each changed field and each delete is held
      * with its before and after values and written to STDNTAUD.DAT,
      * under the operator ID, once the catalog has been rewritten -
      * a cancelled run logs no change it did not make.
************************************************************************

       environment division.
               ASSIGN TO 'C:\COBOL\STDCRSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-CRSE-STATUS.
           SELECT SECFILE
               ASSIGN TO 'C:\COBOL\STDOPSEC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-SEC-STATUS.
           SELECT AUDITLOG
               ASSIGN TO 'C:\COBOL\STDNTAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-AUDIT-STATUS.

       data division.
       FILE SECTION.
       FD  CRSEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC
           RECORD CONTAINS 38 CHARACTERS.
           COPY CRSEREC.

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

       working-storage section.
       01  MISC.
           05  CRSE-EOF              PIC X        VALUE 'F'.
           05  CB-NEW-CREDITS        PIC X(2).
           05  CB-NEW-CREDITS-N REDEFINES CB-NEW-CREDITS
                                     PIC 9V9.
           05  CB-NEW-SEATS          PIC X(3).
           05  CB-NEW-SEATS-N REDEFINES CB-NEW-SEATS
                                     PIC 9(3).
           05  CB-FOUND-SUB          PIC 9(3)     VALUE 0.
           05  CB-CHANGED            PIC X        VALUE 'N'.
               88  CATALOG-CHANGED            VALUE 'Y'.
           05  C-ADDCTR              PIC 9(3)     VALUE 0.
           05  C-CHGCTR              PIC 9(3)     VALUE 0.
           05  C-DELCTR              PIC 9(3)     VALUE 0.
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
           05  CB-CREDITS-EDIT       PIC 9.9.
           05  CB-SEATS-EDIT         PIC ZZ9.
           05  OS-SUB                PIC 9        VALUE 0.
           05  C-SIGNON-TRIES        PIC 9        VALUE 0.
           05  AUT-SUB               PIC 9(3)     VALUE 0.

       01  AUDIT-MSG.
           05  AM-FUNCTION           PIC X(8).
           05  AM-ID                 PIC X(7).
           05  AM-DETAIL             PIC X(36).
           05  AM-BEFORE             PIC X(25).
           05  AM-AFTER              PIC X(25).

      * Catalog changes waiting for the rewrite at quit.  An add,
      * change or delete is refused once fewer than three slots are
      * left, so no change is ever made that cannot be logged.
       01  AUDIT-TABLE-AREA.
           05  AUT-COUNT             PIC 9(3) COMP VALUE 0.
           05  AUDIT-TABLE OCCURS 0 TO 999 TIMES
                   DEPENDING ON AUT-COUNT
                   INDEXED BY AUX.
               10  AUT-DATE          PIC X(8).
               10  AUT-TIME          PIC X(8).
               10  AUT-FUNCTION      PIC X(8).
               10  AUT-DETAIL        PIC X(36).
               10  AUT-BEFORE        PIC X(25).
               10  AUT-AFTER         PIC X(25).

       01  CRSE-TABLE-AREA.
           05  CRT-COUNT             PIC 9(3) COMP VALUE 0.
               10  CR-TAB-COURSE     PIC X(8).
               10  CR-TAB-TITLE      PIC X(25).
               10  CR-TAB-CREDITS    PIC 9V9.
               10  CR-TAB-SEATS      PIC 9(3).

       procedure division.
       L1-MAIN.
           PERFORM L2-OPEN-AUDIT.
           PERFORM L2-SIGN-ON.
           PERFORM L2-LOAD-CATALOG.
           PERFORM L2-PROCESS-REQUEST
               UNTIL NOT KEEP-GOING.
           IF CATALOG-CHANGED
               PERFORM L2-REWRITE-CATALOG
           END-IF.
           MOVE SPACES          TO AUDIT-MSG.
           MOVE 'SIGNOFF'       TO AM-FUNCTION.
           MOVE 'SIGNED OFF CBLAMB12' TO AM-DETAIL.
           PERFORM L5-WRITE-AUDIT.
           CLOSE AUDITLOG.
           DISPLAY 'CBLAMB12 CATALOG MAINTENANCE COMPLETE'.
           DISPLAY 'ADDS: '     C-ADDCTR
               '  CHANGES: '    C-CHGCTR
               '  ON FILE: '    CRT-COUNT.
           STOP RUN.

      * No catalog change may go unlogged, so the session does not
      * start without the audit log.
       L2-OPEN-AUDIT.
           OPEN EXTEND AUDITLOG.
           IF CB-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITLOG
           END-IF.
           IF CB-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT LOG - STATUS: '
                   CB-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L2-SIGN-ON.
           PERFORM L3-SIGN-ON-ATTEMPT
               UNTIL SIGNED-ON OR C-SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
               CLOSE AUDITLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'SIGNED ON: ' CB-OPERATOR-NAME
               '  FUNCTIONS: ' CB-AUTH-FUNCTIONS.
           MOVE SPACES          TO AUDIT-MSG.
           MOVE 'SIGNON'        TO AM-FUNCTION.
           MOVE 'SIGNED ON CBLAMB12 - FUNCTIONS'
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
                   MOVE 'NOT AUTHORIZED FOR CBLAMB12'
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
           IF OS-AUTH-PROGRAM (OS-SUB) = 'CBLAMB12'
               MOVE 'Y' TO CB-PROGRAM-AUTH
               MOVE OS-AUTH-FUNCTIONS (OS-SUB) TO CB-AUTH-FUNCTIONS
           END-IF.

       L2-LOAD-CATALOG.
           OPEN INPUT CRSEFILE.
           IF CB-CRSE-STATUS = '00'
           MOVE CR-COURSE           TO CR-TAB-COURSE (CRT-COUNT).
           MOVE CR-TITLE            TO CR-TAB-TITLE (CRT-COUNT).
           MOVE CR-CREDITS          TO CR-TAB-CREDITS (CRT-COUNT).
           IF CR-SEATS-X NUMERIC
               MOVE CR-SEATS        TO CR-TAB-SEATS (CRT-COUNT)
           ELSE
               MOVE 0               TO CR-TAB-SEATS (CRT-COUNT)
           END-IF.
           PERFORM L3-CRSE-READ.

       L2-PROCESS-REQUEST.
           PERFORM L3-GET-FUNCTION.
           PERFORM L3-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT FUNCTION-ALLOWED
                   PERFORM L3-DENY-FUNCTION
               WHEN (FN-ADD OR FN-CHANGE OR FN-DELETE)
                AND AUT-COUNT > 996
                   DISPLAY 'CHANGE LOG FULL - QUIT TO SAVE CHANGES '
                       'BEFORE MAKING MORE'
               WHEN FN-INQUIRE
                   PERFORM L3-INQUIRE
               WHEN FN-ADD
               'D=DELETE, L=LIST, Q=QUIT): '
               WITH NO ADVANCING.
           ACCEPT CB-FUNCTION FROM CONSOLE.
           INSPECT CB-FUNCTION CONVERTING 'iacdlq' TO 'IACDLQ'.

      * Quit and unknown letters are not checked against the
      * security record.
       L3-CHECK-AUTHORITY.
           MOVE 'Y' TO CB-FUNCTION-OK.
           IF FN-INQUIRE OR FN-ADD OR FN-CHANGE OR FN-DELETE OR FN-LIST
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
           STRING 'FUNCTION ' CB-FUNCTION ' NOT AUTHORIZED - CBLAMB12'
               DELIMITED BY SIZE
               INTO AM-DETAIL.
           PERFORM L5-WRITE-AUDIT.

       L4-GET-COURSE-CODE.
           DISPLAY 'ENTER COURSE CODE: ' WITH NO ADVANCING.
       L4-DISPLAY-COURSE.
           DISPLAY 'COURSE: ' CR-TAB-COURSE (CB-FOUND-SUB)
               '  TITLE: '    CR-TAB-TITLE (CB-FOUND-SUB)
               '  CREDITS: '  CR-TAB-CREDITS (CB-FOUND-SUB)
               '  SEATS: '    CR-TAB-SEATS (CB-FOUND-SUB).

       L3-ADD-COURSE.
           PERFORM L4-GET-COURSE-CODE.
           DISPLAY 'ENTER CREDIT HOURS (NN = N.N): '
               WITH NO ADVANCING.
           ACCEPT CB-NEW-CREDITS FROM CONSOLE.
           DISPLAY 'ENTER SEAT LIMIT (NNN, 000 = NO LIMIT): '
               WITH NO ADVANCING.
           ACCEPT CB-NEW-SEATS FROM CONSOLE.
           EVALUATE TRUE
               WHEN CB-NEW-CREDITS-N NOT NUMERIC
                 OR CB-NEW-CREDITS-N = 0
                   DISPLAY 'INVALID CREDIT HOURS - NOT ADDED'
               WHEN CB-NEW-SEATS-N NOT NUMERIC
                   DISPLAY 'INVALID SEAT LIMIT - NOT ADDED'
               WHEN OTHER
                   ADD 1                  TO CRT-COUNT
                   MOVE CB-SEARCH-COURSE  TO CR-TAB-COURSE (CRT-COUNT)
                   MOVE CB-NEW-TITLE      TO CR-TAB-TITLE (CRT-COUNT)
                   MOVE CB-NEW-CREDITS-N  TO CR-TAB-CREDITS (CRT-COUNT)
                   MOVE CB-NEW-SEATS-N    TO CR-TAB-SEATS (CRT-COUNT)
                   ADD 1                  TO C-ADDCTR
                   MOVE 'Y'               TO CB-CHANGED
                   DISPLAY 'COURSE ADDED: ' CB-SEARCH-COURSE
                   MOVE SPACES            TO AUDIT-MSG
                   MOVE 'CRS-ADD'         TO AM-FUNCTION
                   MOVE CB-NEW-TITLE      TO AM-AFTER
                   PERFORM L5-HOLD-CHANGE
           END-EVALUATE.

       L3-CHANGE-COURSE.
           PERFORM L4-GET-COURSE-CODE.
               WITH NO ADVANCING.
           ACCEPT CB-NEW-TITLE FROM CONSOLE.
           IF CB-NEW-TITLE NOT = SPACES
               MOVE SPACES       TO AUDIT-MSG
               MOVE 'CRS-TITL'   TO AM-FUNCTION
               MOVE CR-TAB-TITLE (CB-FOUND-SUB) TO AM-BEFORE
               MOVE CB-NEW-TITLE TO AM-AFTER
               PERFORM L5-HOLD-CHANGE
               MOVE CB-NEW-TITLE TO CR-TAB-TITLE (CB-FOUND-SUB)
               ADD 1             TO C-CHGCTR
               MOVE 'Y'          TO CB-CHANGED
           ACCEPT CB-NEW-CREDITS FROM CONSOLE.
           IF CB-NEW-CREDITS NOT = SPACES
               IF CB-NEW-CREDITS-N NUMERIC AND CB-NEW-CREDITS-N > 0
                   MOVE SPACES   TO AUDIT-MSG
                   MOVE 'CRS-CRED' TO AM-FUNCTION
                   MOVE CR-TAB-CREDITS (CB-FOUND-SUB)
                                 TO CB-CREDITS-EDIT
                   MOVE CB-CREDITS-EDIT TO AM-BEFORE
                   MOVE CB-NEW-CREDITS-N TO CB-CREDITS-EDIT
                   MOVE CB-CREDITS-EDIT TO AM-AFTER
                   PERFORM L5-HOLD-CHANGE
                   MOVE CB-NEW-CREDITS-N
                                 TO CR-TAB-CREDITS (CB-FOUND-SUB)
                   ADD 1         TO C-CHGCTR
                   DISPLAY 'INVALID CREDIT HOURS - VALUE NOT CHANGED'
               END-IF
           END-IF.
           DISPLAY 'ENTER NEW SEAT LIMIT (BLANK = NO CHANGE): '
               WITH NO ADVANCING.
           ACCEPT CB-NEW-SEATS FROM CONSOLE.
           IF CB-NEW-SEATS NOT = SPACES
               IF CB-NEW-SEATS-N NUMERIC
                   MOVE SPACES   TO AUDIT-MSG
                   MOVE 'CRS-SEAT' TO AM-FUNCTION
                   MOVE CR-TAB-SEATS (CB-FOUND-SUB)
                                 TO CB-SEATS-EDIT
                   MOVE CB-SEATS-EDIT TO AM-BEFORE
                   MOVE CB-NEW-SEATS-N TO CB-SEATS-EDIT
                   MOVE CB-SEATS-EDIT TO AM-AFTER
                   PERFORM L5-HOLD-CHANGE
                   MOVE CB-NEW-SEATS-N
                                 TO CR-TAB-SEATS (CB-FOUND-SUB)
                   ADD 1         TO C-CHGCTR
                   MOVE 'Y'      TO CB-CHANGED
               ELSE
                   DISPLAY 'INVALID SEAT LIMIT - VALUE NOT CHANGED'
               END-IF
           END-IF.

       L3-DELETE-COURSE.
           PERFORM L4-GET-COURSE-CODE.
               DISPLAY 'COURSE NOT ON CATALOG: ' CB-SEARCH-COURSE
           ELSE
               PERFORM L4-DISPLAY-COURSE
               MOVE SPACES      TO AUDIT-MSG
               MOVE 'CRS-DEL'   TO AM-FUNCTION
               MOVE CR-TAB-TITLE (CB-FOUND-SUB) TO AM-BEFORE
               PERFORM L5-HOLD-CHANGE
               PERFORM L4-SHIFT-TABLE-DOWN
                   VARYING CRT-SUB FROM CB-FOUND-SUB BY 1
                   UNTIL CRT-SUB >= CRT-COUNT
               TO CR-TAB-TITLE (CRT-SUB).
           MOVE CR-TAB-CREDITS (CRT-SUB + 1)
               TO CR-TAB-CREDITS (CRT-SUB).
           MOVE CR-TAB-SEATS (CRT-SUB + 1)
               TO CR-TAB-SEATS (CRT-SUB).

       L3-LIST-CATALOG.
           IF CRT-COUNT = 0
               DISPLAY 'ERROR REWRITING CATALOG - STATUS: '
                   CB-CRSE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE SPACES          TO AUDIT-MSG
               MOVE 'CATFAIL'       TO AM-FUNCTION
               MOVE 'CATALOG NOT REWRITTEN - CHANGES LOST'
                                    TO AM-DETAIL
               PERFORM L5-WRITE-AUDIT
           ELSE
               PERFORM L3-WRITE-ONE-COURSE
                   VARYING CRT-SUB FROM 1 BY 1
                   UNTIL CRT-SUB > CRT-COUNT
               CLOSE CRSEFILE
               PERFORM L3-WRITE-HELD-CHANGE
                   VARYING AUT-SUB FROM 1 BY 1
                   UNTIL AUT-SUB > AUT-COUNT
           END-IF.

       L3-WRITE-ONE-COURSE.
           MOVE CR-TAB-COURSE (CRT-SUB)  TO CR-COURSE.
           MOVE CR-TAB-TITLE (CRT-SUB)   TO CR-TITLE.
           MOVE CR-TAB-CREDITS (CRT-SUB) TO CR-CREDITS.
           MOVE CR-TAB-SEATS (CRT-SUB)   TO CR-SEATS.
           WRITE CR-REC.

       L3-WRITE-HELD-CHANGE.
           MOVE SPACES                  TO AU-REC.
           MOVE AUT-DATE (AUT-SUB)      TO AU-DATE.
           MOVE AUT-TIME (AUT-SUB)      TO AU-TIME.
           MOVE AUT-FUNCTION (AUT-SUB)  TO AU-FUNCTION.
           MOVE AUT-DETAIL (AUT-SUB)    TO AU-DETAIL.
           MOVE CB-OPERATOR             TO AU-OPERATOR.
           MOVE AUT-BEFORE (AUT-SUB)    TO AU-BEFORE.
           MOVE AUT-AFTER (AUT-SUB)     TO AU-AFTER.
           WRITE AU-REC.

      * The course code goes in the detail - the ID column of the
      * audit log is a student ID.
       L5-HOLD-CHANGE.
           MOVE FUNCTION current-date   TO CURRENT-DATE-AND-TIME.
           ADD 1                        TO AUT-COUNT.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO AUT-DATE (AUT-COUNT).
           MOVE CURRENT-TIME (1:8)      TO AUT-TIME (AUT-COUNT).
           MOVE AM-FUNCTION             TO AUT-FUNCTION (AUT-COUNT).
           STRING 'CATALOG - COURSE ' CB-SEARCH-COURSE
               DELIMITED BY SIZE
               INTO AUT-DETAIL (AUT-COUNT).
           MOVE AM-BEFORE               TO AUT-BEFORE (AUT-COUNT).
           MOVE AM-AFTER                TO AUT-AFTER (AUT-COUNT).

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

       end program CBLAMB12.
