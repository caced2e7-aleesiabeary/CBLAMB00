       identification division.
       program-id. CBLAMB32.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB32 - privacy hold review listing for the registrar.
      * Lists every student with a privacy hold set - current
      * students on STUDENT-MASTER (I-PRIVACY-HOLD) and former
      * students on the archive master STDNTARC.DAT (AR-PRIVACY-HOLD)
      * - oldest hold first, with the effective date the CBLAMB02 H
      * transaction recorded and the number of days the hold has
      * been in effect.  A hold in effect longer than the review age
      * is flagged REVIEW, and one with no usable effective date is
      * flagged NO DATE, so the registrar can confirm with the
      * student that each non-disclosure request still stands and
      * release the ones that do not through a CBLAMB02 U
      * transaction.  Ends with RETURN-CODE 4 when any hold is due
      * for review.
      *
      * This listing is the one report that shows the held students'
      * names; it goes to the registrar's office only.
      *
      * Report: STDPRIV.PRT.
      *
      * RUN-PARM from SYSIN: review age in days (NNNN, blank = 365),
      * optional student-master path override.
************************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER
               ASSIGN TO CB-STUDENT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS I-ID
               FILE STATUS IS CB-MASTER-STATUS.
           SELECT ARCHMASTER
               ASSIGN TO 'C:\COBOL\STDNTARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-ID
               FILE STATUS IS CB-ARCH-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDPRIV.PRT'
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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
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

       01  RUN-PARM.
           05  RP-REVIEW-DAYS        PIC X(4).
           05  RP-STUDENT-PATH       PIC X(80).

       01  MISC.
           05  MASTER-EOF            PIC X        VALUE 'F'.
           05  ARCH-EOF              PIC X        VALUE 'F'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-ARCH-STATUS        PIC XX       VALUE '00'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-RUN-DATE           PIC X(8)     VALUE SPACES.
           05  CB-DATE-NUM           PIC 9(8)     VALUE 0.
           05  CB-DATE-NUM-X REDEFINES CB-DATE-NUM
                                     PIC X(8).
           05  CB-RUN-DAYS           PIC 9(7)     VALUE 0.
           05  CB-HOLD-DAYS          PIC 9(7)     VALUE 0.
           05  CB-REVIEW-DAYS        PIC 9(4)     VALUE 365.
           05  CB-HOLD-ID            PIC X(7)     VALUE SPACES.
           05  CB-HOLD-LNAME         PIC X(15)    VALUE SPACES.
           05  CB-HOLD-FNAME         PIC X(15)    VALUE SPACES.
           05  CB-HOLD-INIT          PIC X        VALUE SPACE.
           05  CB-HOLD-STATUS        PIC X(7)     VALUE SPACES.
           05  CB-HOLD-DATE          PIC X(8)     VALUE SPACES.
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-MASTERCTR           PIC 9(6)     VALUE 0.
           05  C-ARCHCTR             PIC 9(6)     VALUE 0.
           05  C-CURHOLDCTR          PIC 9(6)     VALUE 0.
           05  C-FMRHOLDCTR          PIC 9(6)     VALUE 0.
           05  C-REVIEWCTR           PIC 9(6)     VALUE 0.
           05  C-NODATECTR           PIC 9(6)     VALUE 0.

       01  HOLD-TABLE-AREA.
           05  HDT-COUNT             PIC 9(4) COMP VALUE 0.
           05  HOLD-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON HDT-COUNT
                   INDEXED BY HDX.
               10  HD-DATE           PIC X(8).
               10  HD-ID             PIC X(7).
               10  HD-LNAME          PIC X(15).
               10  HD-FNAME          PIC X(15).
               10  HD-INIT           PIC X.
               10  HD-STATUS         PIC X(7).
               10  HD-DAYS           PIC 9(7).
               10  HD-FLAG           PIC X(7).

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(30)    VALUE SPACES.
           05  FILLER               PIC X(37)
                   VALUE 'PRIVACY HOLD LISTING - REGISTRAR ONLY'.
           05  FILLER               PIC X(37)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  HEADING2.
           05  FILLER               PIC X(46)    VALUE SPACES.
           05  FILLER               PIC X(28)
                   VALUE 'HOLDS IN EFFECT OVER REVIEW '.
           05  FILLER               PIC X(5)     VALUE 'AGE: '.
           05  H2-REVIEW-DAYS       PIC Z,ZZ9.
           05  FILLER               PIC X(5)     VALUE ' DAYS'.
       01  COL-HEADING1.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC XX       VALUE 'ID'.
           05  FILLER               PIC X(7)     VALUE SPACES.
           05  FILLER               PIC X(9)     VALUE 'LAST NAME'.
           05  FILLER               PIC X(8)     VALUE SPACES.
           05  FILLER               PIC X(10)    VALUE 'FIRST NAME'.
           05  FILLER               PIC X(10)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'STUDENT'.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  FILLER               PIC X(9)     VALUE 'EFFECTIVE'.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(4)     VALUE 'DAYS'.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  FILLER               PIC X(6)     VALUE 'ACTION'.
       01  DETAIL-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-ID                 PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-LAST-NAME          PIC X(15).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-FIRST-NAME         PIC X(15).
           05  FILLER               PIC X        VALUE SPACE.
           05  O-INIT               PIC X.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  O-STATUS             PIC X(7).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  O-HOLD-DATE.
               10  O-HOLD-YEAR      PIC X(4).
               10  FILLER           PIC X        VALUE '/'.
               10  O-HOLD-MONTH     PIC XX.
               10  FILLER           PIC X        VALUE '/'.
               10  O-HOLD-DAY       PIC XX.
           05  O-HOLD-DATE-R REDEFINES O-HOLD-DATE
                                    PIC X(10).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-DAYS               PIC ZZ,ZZ9.
           05  O-DAYS-R REDEFINES O-DAYS
                                    PIC X(6).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  O-FLAG               PIC X(7).
       01  NONE-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(32)
                   VALUE 'NO PRIVACY HOLDS ON FILE'.
       01  TOTAL-LINE1.
           05  FILLER               PIC X(34)
                   VALUE 'STUDENTS READ - STUDENT-MASTER:   '.
           05  TOT-MASTER-COUNT     PIC ZZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(34)
                   VALUE 'STUDENTS READ - ARCHIVE:          '.
           05  TOT-ARCH-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(34)
                   VALUE 'HOLDS - CURRENT STUDENTS:         '.
           05  TOT-CUR-COUNT        PIC ZZZ,ZZ9.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(34)
                   VALUE 'HOLDS - FORMER STUDENTS:          '.
           05  TOT-FMR-COUNT        PIC ZZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(34)
                   VALUE 'HOLDS IN EFFECT:                  '.
           05  TOT-HOLD-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(34)
                   VALUE 'HOLDS DUE FOR REVIEW:             '.
           05  TOT-REVIEW-COUNT     PIC ZZZ,ZZ9.
       01  TOTAL-LINE7.
           05  FILLER               PIC X(34)
                   VALUE 'HOLDS WITH NO EFFECTIVE DATE:     '.
           05  TOT-NODATE-COUNT     PIC ZZZ,ZZ9.

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
           PERFORM L2-LOAD-MASTER.
           PERFORM L2-LOAD-ARCHIVE.
           PERFORM L2-SORT-HOLDS.
           PERFORM L4-HEADINGS.
           IF HDT-COUNT = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 lines
           END-IF.
           PERFORM L2-MAINLINE
               VARYING HDX FROM 1 BY 1
               UNTIL HDX > HDT-COUNT.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE SPACES TO RUN-PARM.
           ACCEPT RUN-PARM FROM SYSIN.
           IF RP-STUDENT-PATH NOT = SPACES
               MOVE RP-STUDENT-PATH TO CB-STUDENT-MASTER-PATH.
           PERFORM L9-RUN-START.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY            TO H1-DAY.
           MOVE CURRENT-MONTH          TO H1-MONTH.
           MOVE CURRENT-YEAR           TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO CB-RUN-DATE.
           IF RP-REVIEW-DAYS NOT = SPACES
               IF RP-REVIEW-DAYS NUMERIC AND RP-REVIEW-DAYS > 0
                   MOVE RP-REVIEW-DAYS TO CB-REVIEW-DAYS
               ELSE
                   DISPLAY 'INVALID REVIEW AGE IN THE PARM: '
                       RP-REVIEW-DAYS
                   MOVE 8 TO RETURN-CODE
                   PERFORM L9-RUN-END
                   STOP RUN
               END-IF
           END-IF.
           MOVE CB-REVIEW-DAYS         TO H2-REVIEW-DAYS.
           MOVE CB-RUN-DATE            TO CB-DATE-NUM-X.
           COMPUTE CB-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE (CB-DATE-NUM).
           OPEN OUTPUT PRTOUT.

       L2-LOAD-MASTER.
           OPEN INPUT STUDENT-MASTER.
           IF CB-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER - STATUS: '
                   CB-MASTER-STATUS
               CLOSE PRTOUT
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           PERFORM L3-MASTER-READ.
           PERFORM L3-MASTER-ONE
               UNTIL MASTER-EOF = 'T'.
           CLOSE STUDENT-MASTER.

       L3-MASTER-READ.
           READ STUDENT-MASTER
               AT end
                   MOVE 'T' TO MASTER-EOF.

       L3-MASTER-ONE.
           ADD 1 TO C-MASTERCTR.
           IF I-HOLD-ACTIVE
               ADD 1 TO C-CURHOLDCTR
               MOVE I-ID           TO CB-HOLD-ID
               MOVE I-LNAME        TO CB-HOLD-LNAME
               MOVE I-FNAME        TO CB-HOLD-FNAME
               MOVE I-INIT         TO CB-HOLD-INIT
               MOVE 'CURRENT'      TO CB-HOLD-STATUS
               MOVE I-HOLD-DATE    TO CB-HOLD-DATE
               PERFORM L4-ADD-HOLD
           END-IF.
           PERFORM L3-MASTER-READ.

      * A student who has left keeps the hold on the archive record,
      * so the former students are listed alongside the current ones.
       L2-LOAD-ARCHIVE.
           OPEN INPUT ARCHMASTER.
           IF CB-ARCH-STATUS NOT = '00'
               DISPLAY 'WARNING - ARCHIVE MASTER NOT READ - STATUS: '
                   CB-ARCH-STATUS
           ELSE
               PERFORM L3-ARCH-READ
               PERFORM L3-ARCH-ONE
                   UNTIL ARCH-EOF = 'T'
               CLOSE ARCHMASTER
           END-IF.

       L3-ARCH-READ.
           READ ARCHMASTER
               AT end
                   MOVE 'T' TO ARCH-EOF.

       L3-ARCH-ONE.
           ADD 1 TO C-ARCHCTR.
           IF AR-HOLD-ACTIVE
               ADD 1 TO C-FMRHOLDCTR
               MOVE AR-ID          TO CB-HOLD-ID
               MOVE AR-LNAME       TO CB-HOLD-LNAME
               MOVE AR-FNAME       TO CB-HOLD-FNAME
               MOVE AR-INIT        TO CB-HOLD-INIT
               MOVE 'FORMER'       TO CB-HOLD-STATUS
               MOVE AR-HOLD-DATE   TO CB-HOLD-DATE
               PERFORM L4-ADD-HOLD
           END-IF.
           PERFORM L3-ARCH-READ.

      * Days in effect run from the effective date to the run date.
      * A hold with no usable date cannot be aged and always needs a
      * look.
       L4-ADD-HOLD.
           MOVE 0 TO CB-HOLD-DAYS.
           MOVE CB-HOLD-DATE TO CB-DATE-NUM-X.
           IF CB-DATE-NUM NUMERIC AND CB-DATE-NUM > 19000100
            AND CB-DATE-NUM NOT > CB-RUN-DATE
               COMPUTE CB-HOLD-DAYS = CB-RUN-DAYS -
                   FUNCTION INTEGER-OF-DATE (CB-DATE-NUM)
           ELSE
               MOVE SPACES TO CB-HOLD-DATE
           END-IF.
           IF HDT-COUNT < 9999
               ADD 1                TO HDT-COUNT
               MOVE CB-HOLD-DATE    TO HD-DATE (HDT-COUNT)
               MOVE CB-HOLD-ID      TO HD-ID (HDT-COUNT)
               MOVE CB-HOLD-LNAME   TO HD-LNAME (HDT-COUNT)
               MOVE CB-HOLD-FNAME   TO HD-FNAME (HDT-COUNT)
               MOVE CB-HOLD-INIT    TO HD-INIT (HDT-COUNT)
               MOVE CB-HOLD-STATUS  TO HD-STATUS (HDT-COUNT)
               MOVE CB-HOLD-DAYS    TO HD-DAYS (HDT-COUNT)
               EVALUATE TRUE
                   WHEN CB-HOLD-DATE = SPACES
                       MOVE 'NO DATE' TO HD-FLAG (HDT-COUNT)
                       ADD 1 TO C-NODATECTR
                   WHEN CB-HOLD-DAYS > CB-REVIEW-DAYS
                       MOVE 'REVIEW'  TO HD-FLAG (HDT-COUNT)
                       ADD 1 TO C-REVIEWCTR
                   WHEN OTHER
                       MOVE SPACES    TO HD-FLAG (HDT-COUNT)
               END-EVALUATE
           ELSE
               DISPLAY 'HOLD TABLE FULL - NOT LISTED: ' CB-HOLD-ID
           END-IF.

      * Oldest hold first; the undated ones sort to the top, where
      * they are hardest to miss.
       L2-SORT-HOLDS.
           IF HDT-COUNT > 1
               SORT HOLD-TABLE
                   ASCENDING KEY HD-DATE HD-ID
           END-IF.

       L2-MAINLINE.
           MOVE HD-ID (HDX)         TO O-ID.
           MOVE HD-LNAME (HDX)      TO O-LAST-NAME.
           MOVE HD-FNAME (HDX)      TO O-FIRST-NAME.
           MOVE HD-INIT (HDX)       TO O-INIT.
           MOVE HD-STATUS (HDX)     TO O-STATUS.
           IF HD-DATE (HDX) = SPACES
               MOVE SPACES          TO O-HOLD-DATE-R
               MOVE SPACES          TO O-DAYS-R
           ELSE
               MOVE HD-DATE (HDX) (1:4) TO O-HOLD-YEAR
               MOVE HD-DATE (HDX) (5:2) TO O-HOLD-MONTH
               MOVE HD-DATE (HDX) (7:2) TO O-HOLD-DAY
               MOVE HD-DAYS (HDX)   TO O-DAYS
           END-IF.
           MOVE HD-FLAG (HDX)       TO O-FLAG.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

       L2-CLOSING.
           MOVE C-MASTERCTR TO TOT-MASTER-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-ARCHCTR TO TOT-ARCH-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-CURHOLDCTR TO TOT-CUR-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 2 lines.
           MOVE C-FMRHOLDCTR TO TOT-FMR-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE HDT-COUNT TO TOT-HOLD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-REVIEWCTR TO TOT-REVIEW-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 2 lines.
           MOVE C-NODATECTR TO TOT-NODATE-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE7
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           DISPLAY 'CBLAMB32 PRIVACY HOLD LISTING COMPLETE'.
           DISPLAY 'HOLDS: ' HDT-COUNT
               '  CURRENT: '       C-CURHOLDCTR
               '  FORMER: '        C-FMRHOLDCTR
               '  REVIEW: '        C-REVIEWCTR
               '  NO DATE: '       C-NODATECTR.
           IF C-REVIEWCTR > 0 OR C-NODATECTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE HDT-COUNT TO RS-REC-COUNT.
           PERFORM L9-RUN-END.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO HI-PAGE.
           WRITE PRTLINE FROM HEADING1
               AFTER ADVANCING page.
           WRITE PRTLINE FROM HEADING2
               AFTER ADVANCING 1 LINE.
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
               MOVE 'CBLAMB32'      TO RC-PROGRAM
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
               MOVE 'CBLAMB32'      TO RC-PROGRAM
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

       end program CBLAMB32.
