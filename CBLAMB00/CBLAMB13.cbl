      * CBLAMB13 - front-end edit and suspense recycling for the
      * CBLAMB02 transaction file.  Runs before CBLAMB02, applies the
      * same edits CBLAMB02 would (bad GPA, invalid major, duplicate
      * student ID, ID not found, not on archive, bad function code,
      * and for privacy hold and release transactions a bad or
      * future effective date, a hold already on or no hold to
      * release) without touching the masters, and splits the input:
      *     accepted transactions  -> STDNTACC.DAT, in CBLAMB02's
      *                               TR-REC layout, ready to be fed
      *                               to CBLAMB02 through its
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDEDRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.
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

       FD  MAJORFILE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE                     PIC X(132).

       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
       01  RUN-PATHS.
           COPY CBPATH.
           05  ET-INIT               PIC X.
           05  ET-GPA                PIC 9V99.
           05  ET-EX-STRT-SAL        PIC 9(6)V99.
           05  ET-HOLD-DATE REDEFINES ET-EX-STRT-SAL
                                     PIC X(8).
           05  ET-REASON             PIC X.
           05  ET-MAJOR              PIC X(4).
           05  ET-ENROLL-TERM        PIC X(5).
                   VALUE 'CORRECTED THIS RUN:     '.
           05  TOT-FIX-COUNT        PIC ZZ,ZZ9.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).
           05  RS-START-TIME         PIC X(6)     VALUE SPACES.
           05  RS-REC-COUNT          PIC 9(6)     VALUE 0.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.

       L2-INIT.
           PERFORM L3-GET-RUN-PARM.
           PERFORM L9-RUN-START.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY            TO H1-DAY.
           MOVE CURRENT-MONTH          TO H1-MONTH.
                   PERFORM L4-EDIT-DELETE
               WHEN 'R'
                   PERFORM L4-EDIT-REINSTATE
               WHEN 'H'
                   PERFORM L4-EDIT-HOLD
               WHEN 'U'
                   PERFORM L4-EDIT-HOLD
               WHEN OTHER
                   MOVE 'N' TO CB-EDIT-OK
                   MOVE 'INVALID TRANSACTION FUNCTION CODE'
               END-READ
           END-IF.

      * A blank effective date is taken as the CBLAMB02 run date.
       L4-EDIT-HOLD.
           IF ET-HOLD-DATE = SPACES
               MOVE CB-RUN-DATE  TO CB-DATE-NUM-X
           ELSE
               MOVE ET-HOLD-DATE TO CB-DATE-NUM-X
           END-IF.
           PERFORM L5-READ-MASTER.
           EVALUATE TRUE
               WHEN CB-MASTER-STATUS NOT = '00'
                   MOVE 'N' TO CB-EDIT-OK
                   MOVE 'STUDENT ID NOT FOUND' TO CB-REJ-REASON
               WHEN CB-DATE-NUM NOT NUMERIC
                 OR CB-DATE-NUM < 19000101
                 OR CB-DATE-NUM-X > CB-RUN-DATE
                   MOVE 'N' TO CB-EDIT-OK
                   MOVE 'INVALID EFFECTIVE DATE' TO CB-REJ-REASON
               WHEN ET-FUNCTION = 'H' AND I-HOLD-ACTIVE
                   MOVE 'N' TO CB-EDIT-OK
                   MOVE 'PRIVACY HOLD ALREADY ON' TO CB-REJ-REASON
               WHEN ET-FUNCTION = 'U' AND NOT I-HOLD-ACTIVE
                   MOVE 'N' TO CB-EDIT-OK
                   MOVE 'NO PRIVACY HOLD ON FILE' TO CB-REJ-REASON
           END-EVALUATE.

       L5-READ-MASTER.
           MOVE ET-ID TO I-ID.
           READ STUDENT-MASTER
               '  ACCEPTED: '   C-ACCCTR
               '  SUSPENDED: '  C-SUSCTR
               '  CORRECTED: '  C-FIXCTR.
           COMPUTE RS-REC-COUNT = C-TRNCTR + C-RCYCTR.
           PERFORM L9-RUN-END.

       L3-REWRITE-SUSPENSE.
           OPEN INPUT SUSPWORK.
           WRITE PRTLINE FROM COL-HEADING1
               AFTER ADVANCING 2 lines.

       L9-RUN-START.
           MOVE FUNCTION current-date TO RS-DATE-TIME.
           MOVE RS-TIME TO RS-START-TIME.
           OPEN EXTEND RUNCTLFILE.
           IF CB-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTLFILE
           END-IF.
           IF CB-RUNCTL-STATUS NOT = '00'
               DISPLAY 'WARNING - RUN CONTROL NOT WRITTEN - STATUS: '
                   CB-RUNCTL-STATUS
           ELSE
               MOVE 'CBLAMB13'      TO RC-PROGRAM
               MOVE RS-DATE         TO RC-DATE
               MOVE RS-START-TIME   TO RC-START-TIME
               MOVE SPACES          TO RC-END-TIME
               MOVE 'STARTED'       TO RC-STATUS
               MOVE 0               TO RC-REC-COUNT
               MOVE 0               TO RC-RETURN-CODE
               WRITE RC-REC
               CLOSE RUNCTLFILE
           END-IF.

       L9-RUN-END.
           MOVE FUNCTION current-date TO RS-DATE-TIME.
           OPEN EXTEND RUNCTLFILE.
           IF CB-RUNCTL-STATUS NOT = '00'
               DISPLAY 'WARNING - RUN CONTROL NOT WRITTEN - STATUS: '
                   CB-RUNCTL-STATUS
           ELSE
               MOVE 'CBLAMB13'      TO RC-PROGRAM
               MOVE RS-DATE         TO RC-DATE
               MOVE RS-START-TIME   TO RC-START-TIME
               MOVE RS-TIME         TO RC-END-TIME
               IF RETURN-CODE = 0
                   MOVE 'COMPLETE'  TO RC-STATUS
               ELSE
                   MOVE 'ERROR'     TO RC-STATUS
               END-IF
               MOVE RS-REC-COUNT    TO RC-REC-COUNT
               MOVE RETURN-CODE     TO RC-RETURN-CODE
               WRITE RC-REC
               CLOSE RUNCTLFILE
           END-IF.

       end program CBLAMB13.
