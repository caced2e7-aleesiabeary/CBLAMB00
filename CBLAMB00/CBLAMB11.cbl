      *     RP-ID-COUNT      number of student-ID parm lines that
      *                      follow, one ID per line; zero or blank
      *                      prints every student on the grade file
      *     RP-PRIV-OVERRIDE operator ID authorizing the print of a
      *                      transcript for a student under a privacy
      *                      hold; honored only on a run that names
      *                      its students, never on an ALL run
      * Each transcript starts on a new page.  The selected grade
      * records are released into an external sort and streamed, so
      * an ALL run is limited by sort work space instead of an
      * grade, invalid credit hours, course not on the STDCRSE.DAT
      * catalog, credits recomputed with the official catalog hours
      * when the keyed hours disagree - are the same as CBLAMB03's,
      * so the two programs can never disagree about a GPA.  A blank
      * (not yet posted) or I (incomplete) grade prints with its
      * course but is left out of both GPAs, as CBLAMB03 leaves it.
      * A student under a privacy hold on STUDENT-MASTER gets no
      * transcript; the ID is listed as withheld after the totals and
      * the run ends with RETURN-CODE 4.  With the override the
      * transcript prints, marked as overridden, and each one is
      * written to STDNTAUD.DAT with function PRIVOVRD under the
      * authorizing operator ID.
************************************************************************

       environment division.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDTRANS.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO 'C:\COBOL\STDNTAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-AUDIT-STATUS.

       data division.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 72 CHARACTERS.
           COPY STDNTREC.

       FD  CRSEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC
           RECORD CONTAINS 38 CHARACTERS.
           COPY CRSEREC.

       FD  PRTOUT
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE                     PIC X(132).

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
       01  RUN-PATHS.
           COPY CBPATH.
       01  RUN-PARM.
           05  RP-STUDENT-PATH       PIC X(80).
           05  RP-ID-COUNT           PIC 9(3).
           05  RP-PRIV-OVERRIDE      PIC X(8).

       01  ID-PARM.
           05  RI-ID                 PIC X(7).
           05  CB-SORTED-STATUS      PIC XX       VALUE '00'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-CRSE-STATUS        PIC XX       VALUE '00'.
           05  CB-AUDIT-STATUS       PIC XX       VALUE '00'.
           05  CB-CRSE-LOADED        PIC X        VALUE 'N'.
               88  CATALOG-LOADED             VALUE 'Y'.
           05  CB-COURSE-FOUND       PIC X        VALUE 'N'.
           05  CB-ID-WANTED          PIC X        VALUE 'N'.
               88  ID-WANTED                  VALUE 'Y'.
           05  SEL-SUB               PIC 9(3)     VALUE 0.
           05  CB-OVERRIDE           PIC X        VALUE 'N'.
               88  OVERRIDE-IN-EFFECT         VALUE 'Y'.
           05  CB-HOLD-ID            PIC X(7)     VALUE SPACES.
           05  CB-HOLD-FOUND         PIC X        VALUE 'N'.
               88  HOLD-FOUND                 VALUE 'Y'.
           05  C-OVRCTR              PIC 9(7)     VALUE 0.
           05  WH-SUB                PIC 9(3)     VALUE 0.

       01  AUDIT-STAMP.
           05  AS-DATE.
               10  AS-YEAR           PIC X(4).
               10  AS-MONTH          PIC XX.
               10  AS-DAY            PIC XX.
           05  AS-TIME               PIC X(8).

       01  SELECT-TABLE-AREA.
           05  SEL-COUNT             PIC 9(3) COMP VALUE 0.
                   INDEXED BY SLX.
               10  S-ID              PIC X(7).

       01  WITHHELD-TABLE-AREA.
           05  WHT-COUNT             PIC 9(3) COMP VALUE 0.
           05  WITHHELD-TABLE OCCURS 0 TO 999 TIMES
                   DEPENDING ON WHT-COUNT
                   INDEXED BY WHX.
               10  WH-ID             PIC X(7).

       01  CRSE-TABLE-AREA.
           05  CRT-COUNT             PIC 9(3) COMP VALUE 0.
           05  CRSE-TABLE OCCURS 0 TO 500 TIMES
           05  FILLER               PIC X(24)
                   VALUE 'CREDITS CORRECTED:      '.
           05  TOT-FIX-COUNT        PIC Z,ZZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(24)
                   VALUE 'WITHHELD - PRIVACY HOLD:'.
           05  TOT-HELD-COUNT       PIC Z,ZZZ,ZZ9.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(24)
                   VALUE 'PRIVACY HOLD OVERRIDDEN:'.
           05  TOT-OVR-COUNT        PIC Z,ZZZ,ZZ9.
       01  WITHHELD-HEADING.
           05  FILLER               PIC X(40)
                   VALUE 'TRANSCRIPTS WITHHELD - PRIVACY HOLD ON '.
           05  FILLER               PIC X(4)     VALUE 'FILE'.
       01  WITHHELD-LINE.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(9)     VALUE 'STUDENT: '.
           05  WL-ID                PIC X(7).

       procedure division.
       L1-MAIN.
                   CB-MASTER-STATUS
               STOP RUN
           END-IF.
           MOVE CURRENT-YEAR           TO AS-YEAR.
           MOVE CURRENT-MONTH          TO AS-MONTH.
           MOVE CURRENT-DAY            TO AS-DAY.
           MOVE CURRENT-TIME (1:8)     TO AS-TIME.
           OPEN OUTPUT PRTOUT.
           IF OVERRIDE-IN-EFFECT
               PERFORM L3-OPEN-AUDIT
           END-IF.
           PERFORM L2-LOAD-CATALOG.
           PERFORM L2-SORT-GRADES.

                   VARYING SEL-SUB FROM 1 BY 1
                   UNTIL SEL-SUB > RP-ID-COUNT
           END-IF.
           IF RP-PRIV-OVERRIDE NOT = SPACES
               IF SELECT-ALL
                   DISPLAY 'PRIVACY OVERRIDE IGNORED ON AN ALL RUN'
               ELSE
                   MOVE 'Y' TO CB-OVERRIDE
               END-IF
           END-IF.

      * An override that cannot be logged is not honored.
       L3-OPEN-AUDIT.
           OPEN EXTEND AUDITLOG.
           IF CB-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITLOG
           END-IF.
           IF CB-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT LOG - STATUS: '
                   CB-AUDIT-STATUS
                   ' - PRIVACY OVERRIDE NOT HONORED'
               MOVE 'N' TO CB-OVERRIDE
           END-IF.

       L4-GET-ID-PARM.
           MOVE SPACES TO ID-PARM.
       L4-RELEASE-ONE.
           MOVE GR-ID TO CB-LOOKUP-ID.
           PERFORM L5-CHECK-SELECTED.
           IF ID-WANTED
               PERFORM L5-CHECK-HOLD
           END-IF.
           IF ID-WANTED
               MOVE GR-ID               TO SR-ID
               MOVE GR-TERM             TO SR-TERM
               END-IF
           END-IF.

      * A held student's grades are kept out of the sort unless the
      * run carries the override.  The grade file is not in ID order,
      * so the withheld table keeps each ID to one listing line.
       L5-CHECK-HOLD.
           IF GR-ID NOT = CB-HOLD-ID
               MOVE GR-ID TO CB-HOLD-ID
               MOVE 'N'   TO CB-HOLD-FOUND
               MOVE GR-ID TO I-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF I-HOLD-ACTIVE
                           MOVE 'Y' TO CB-HOLD-FOUND
                       END-IF
               END-READ
           END-IF.
           IF HOLD-FOUND AND NOT OVERRIDE-IN-EFFECT
               MOVE 'N' TO CB-ID-WANTED
               PERFORM L6-NOTE-WITHHELD
           END-IF.

       L6-NOTE-WITHHELD.
           SET WHX TO 1.
           SEARCH WITHHELD-TABLE
               AT end
                   IF WHT-COUNT < 999
                       ADD 1      TO WHT-COUNT
                       MOVE GR-ID TO WH-ID (WHT-COUNT)
                   END-IF
               WHEN WH-ID (WHX) = GR-ID
                   CONTINUE
           END-SEARCH.

       L3-SORTED-READ.
           READ SORTEDFILE
               AT end
                   MOVE I-LNAME TO SL-LNAME
                   MOVE I-FNAME TO SL-FNAME
                   MOVE I-INIT  TO SL-INIT
                   IF I-HOLD-ACTIVE
                       MOVE 'PRIVACY HOLD - OVERRIDDEN' TO SL-NOTE
                       PERFORM L4-AUDIT-OVERRIDE
                   END-IF
           END-READ.
           WRITE PRTLINE FROM STUDENT-LINE
               AFTER ADVANCING 2 lines.
           MOVE SO-TERM             TO CL-TERM.
           MOVE SO-COURSE           TO CL-COURSE.
           MOVE SO-GRADE            TO CL-GRADE.
           EVALUATE TRUE
               WHEN SO-GRADE = SPACE
                   MOVE 'GRADE NOT POSTED - NOT COUNTED'
                                        TO CL-NOTE
               WHEN SO-GRADE = 'I'
                   MOVE 'INCOMPLETE - NOT COUNTED'
                                        TO CL-NOTE
               WHEN NOT GRADE-VALID
                   ADD 1 TO C-ERRCTR
                   MOVE 'REJECTED - INVALID LETTER GRADE'
                                        TO CL-NOTE
               WHEN OTHER
                   IF SO-CREDITS NOT NUMERIC
                    OR SO-CREDITS = 0
                       ADD 1 TO C-ERRCTR
                       MOVE 'REJECTED - INVALID CREDIT HOURS'
                                        TO CL-NOTE
                   ELSE
                       PERFORM L4-LOOKUP-COURSE
                       IF CATALOG-LOADED AND NOT COURSE-ON-CATALOG
                           ADD 1 TO C-ERRCTR
                           MOVE 'REJECTED - COURSE NOT ON CATALOG'
                                            TO CL-NOTE
                       ELSE
                           IF COURSE-ON-CATALOG
                            AND SO-CREDITS NOT = CB-CAT-CREDITS
                               ADD 1 TO C-FIXCTR
                               MOVE 'CREDITS SET TO CATALOG HOURS'
                                                TO CL-NOTE
                               MOVE CB-CAT-CREDITS TO SO-CREDITS
                           END-IF
                           MOVE SO-CREDITS      TO CL-CREDITS
                           COMPUTE CB-COURSE-QP =
                               SO-CREDITS * CB-GRADE-POINTS
                           ADD CB-COURSE-QP     TO C-QP-SUM
                           ADD CB-COURSE-QP     TO C-TRM-QP-SUM
                           ADD SO-CREDITS       TO C-CR-SUM
                           ADD SO-CREDITS       TO C-TRM-CR-SUM
                       END-IF
                   END-IF
           END-EVALUATE.
           WRITE PRTLINE FROM COURSE-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                   AT eop
                       PERFORM L4-HEADINGS.

       L4-AUDIT-OVERRIDE.
           ADD 1 TO C-OVRCTR.
           INITIALIZE AU-REC.
           MOVE AS-DATE          TO AU-DATE.
           MOVE AS-TIME          TO AU-TIME.
           MOVE 'PRIVOVRD'       TO AU-FUNCTION.
           MOVE CB-PREV-ID       TO AU-ID.
           MOVE 'TRANSCRIPT PRINTED - HOLD OVERRIDDEN'
                                 TO AU-DETAIL.
           MOVE RP-PRIV-OVERRIDE TO AU-OPERATOR.
           WRITE AU-REC.

       L4-CHECK-MASTER-GPA.
           MOVE CB-PREV-ID TO I-ID.
           READ STUDENT-MASTER
           MOVE C-FIXCTR TO TOT-FIX-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE WHT-COUNT TO TOT-HELD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-OVRCTR TO TOT-OVR-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 1 LINE.
           IF WHT-COUNT > 0
               WRITE PRTLINE FROM WITHHELD-HEADING
                   AFTER ADVANCING 3 lines
               PERFORM L3-WITHHELD-LINE
                   VARYING WH-SUB FROM 1 BY 1
                   UNTIL WH-SUB > WHT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PRTOUT.
           CLOSE STUDENT-MASTER.
           IF OVERRIDE-IN-EFFECT
               CLOSE AUDITLOG
           END-IF.
           DISPLAY 'CBLAMB11 TRANSCRIPT PRINT COMPLETE'.
           DISPLAY 'TRANSCRIPTS: ' C-STUCTR
               '  GRADES: '        C-GRDCTR
               '  REJECTED: '      C-ERRCTR
               '  CORRECTED: '     C-FIXCTR.
           DISPLAY 'WITHHELD: ' WHT-COUNT
               '  OVERRIDDEN: '    C-OVRCTR.

       L3-WITHHELD-LINE.
           MOVE WH-ID (WH-SUB) TO WL-ID.
           WRITE PRTLINE FROM WITHHELD-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
