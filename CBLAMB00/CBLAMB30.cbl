       identification division.
       program-id. CBLAMB30.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB30 - graduate placement outcomes report for the career
      * office.  Takes every graduate on the archive master
      * STDNTARC.DAT (AR-REASON G) and matches them by ID to the
      * placement file STDPLCM.DAT - the earliest hire on file when a
      * graduate has more than one - and reports, for each graduating
      * term (AR-GRAD-TERM) and major:
      *     graduates, graduates placed and the placement rate
      *     average and median actual starting salary of those placed
      *     average days from the archive date (AR-ARCH-DATE) to the
      *     hire date (PL-HIRE-DATE) - negative when the graduate was
      *     hired before leaving
      * with an overall line across every term and major.  A graduate
      * archived before the archive carried the graduating term is
      * grouped under the archive year, printed as *YYYY.  Then:
      *     the top employers ranked by the number of graduates hired,
      *     with their average starting salary
      *     a follow-up list of graduates with no placement on file
      *     more than 180 days after their archive date, oldest first
      * CBLAMB04 covers expected-against-actual salary for students
      * still on the master; this report covers the graduates,
      * including the ones who never got a placement.
      * A graduate under a privacy hold is listed for follow-up by
      * ID, with the name as '** PRIVACY HOLD'.
      *
      * Report: STDOUTC.PRT.
      *
      * RUN-PARM from SYSIN: graduating term (TTTYY, blank = all
      * terms), as-of date for the follow-up list (YYYYMMDD, blank =
      * run date).
************************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLACEFILE
               ASSIGN TO 'C:\COBOL\STDPLCM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-PLACE-STATUS.
           SELECT ARCHMASTER
               ASSIGN TO 'C:\COBOL\STDNTARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-ID
               FILE STATUS IS CB-ARCH-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDOUTC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.

       FD  PLACEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 48 CHARACTERS.
           01 PL-REC.
               05 PL-ID                   PIC X(7).
               05 PL-EMPLOYER             PIC X(25).
               05 PL-HIRE-DATE            PIC X(8).
               05 PL-ACT-SAL              PIC 9(6)V99.

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
       01  RUN-PARM.
           05  RP-TERM               PIC X(5).
           05  RP-ASOF-DATE          PIC X(8).

       01  MISC.
           05  PLACE-EOF             PIC X        VALUE 'F'.
           05  ARCH-EOF              PIC X        VALUE 'F'.
           05  CB-PLACE-STATUS       PIC XX       VALUE '00'.
           05  CB-ARCH-STATUS        PIC XX       VALUE '00'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-RUN-DATE           PIC X(8)     VALUE SPACES.
           05  CB-ASOF-DATE          PIC X(8)     VALUE SPACES.
           05  CB-DATE-NUM           PIC 9(8)     VALUE 0.
           05  CB-DATE-NUM-X REDEFINES CB-DATE-NUM
                                     PIC X(8).
           05  CB-ASOF-DAYS          PIC 9(7)     VALUE 0.
           05  CB-ARCH-DAYS          PIC 9(7)     VALUE 0.
           05  CB-HIRE-DAYS          PIC 9(7)     VALUE 0.
           05  CB-WAIT-DAYS          PIC S9(5)    VALUE 0.
           05  CB-GROUP-YEAR         PIC X(4)     VALUE SPACES.
           05  CB-GROUP-TERM         PIC X(5)     VALUE SPACES.
           05  CB-GROUP-KEY          PIC X(13)    VALUE SPACES.
           05  CB-PREV-KEY           PIC X(13)    VALUE SPACES.
           05  CB-FOUND              PIC X        VALUE 'N'.
               88  ENTRY-FOUND                VALUE 'Y'.
           05  CB-AVG-SAL            PIC 9(6)V99  VALUE 0.
           05  CB-MEDIAN             PIC 9(6)V99  VALUE 0.
           05  CB-AVG-DAYS           PIC S9(5)    VALUE 0.
           05  CB-RATE               PIC 9(3)V9   VALUE 0.
           05  CB-MID                PIC 9(4) COMP VALUE 0.
           05  CB-RUN-START          PIC 9(4) COMP VALUE 0.
           05  CB-RUN-LEN            PIC 9(4) COMP VALUE 0.
           05  PT-SUB                PIC 9(4) COMP VALUE 0.
           05  PT-KEEP               PIC 9(4) COMP VALUE 0.
           05  SA-SUB                PIC 9(4) COMP VALUE 0.
           05  GT-SUB                PIC 9(4) COMP VALUE 0.
           05  EM-SUB                PIC 9(4) COMP VALUE 0.
           05  FU-SUB                PIC 9(4) COMP VALUE 0.
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-PLCCTR              PIC 9(5)     VALUE 0.
           05  C-LATERCTR            PIC 9(5)     VALUE 0.
           05  C-ARCHCTR             PIC 9(6)     VALUE 0.
           05  C-GRADCTR             PIC 9(5)     VALUE 0.
           05  C-PLACEDCTR           PIC 9(5)     VALUE 0.
           05  C-FOLLOWCTR           PIC 9(5)     VALUE 0.
           05  C-SAL-COUNT           PIC 9(5)     VALUE 0.
           05  C-SAL-SUM             PIC 9(11)V99 VALUE 0.
           05  C-DAYS-COUNT          PIC 9(5)     VALUE 0.
           05  C-DAYS-SUM            PIC S9(9)    VALUE 0.

      * Outcome rules.
       01  OUTCOME-RULES.
           05  OR-FOLLOW-DAYS        PIC 9(3)     VALUE 180.
           05  OR-TOP-EMPLOYERS      PIC 9(3)     VALUE 10.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).
           05  RS-START-TIME         PIC X(6)     VALUE SPACES.
           05  RS-REC-COUNT          PIC 9(6)     VALUE 0.

      * Placements, one per student after the load - the earliest
      * hire date is kept.
       01  PLACE-TABLE-AREA.
           05  PTT-COUNT             PIC 9(4) COMP VALUE 0.
           05  PLACE-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON PTT-COUNT
                   ASCENDING KEY IS PT-ID
                   INDEXED BY PTX.
               10  PT-ID             PIC X(7).
               10  PT-HIRE-DATE      PIC X(8).
               10  PT-EMPLOYER       PIC X(25).
               10  PT-ACT-SAL        PIC 9(6)V99.
               10  PT-SAL-OK         PIC X.

      * One row per graduating term and major.  GT-YEAR leads so the
      * sorted table runs in year order.
       01  GROUP-TABLE-AREA.
           05  GTT-COUNT             PIC 9(4) COMP VALUE 0.
           05  GROUP-TABLE OCCURS 0 TO 2000 TIMES
                   DEPENDING ON GTT-COUNT
                   INDEXED BY GTX.
               10  GT-KEY.
                   15  GT-YEAR       PIC X(4).
                   15  GT-TERM       PIC X(5).
                   15  GT-MAJOR      PIC X(4).
               10  GT-GRADS          PIC 9(5).
               10  GT-PLACED         PIC 9(5).
               10  GT-SAL-COUNT      PIC 9(5).
               10  GT-SAL-SUM        PIC 9(11)V99.
               10  GT-DAYS-COUNT     PIC 9(5).
               10  GT-DAYS-SUM       PIC S9(9).
               10  GT-MEDIAN         PIC 9(6)V99.

      * Starting salaries of the graduates placed, by group, for the
      * medians.
       01  SALARY-TABLE-AREA.
           05  SAT-COUNT             PIC 9(4) COMP VALUE 0.
           05  SALARY-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON SAT-COUNT.
               10  SA-KEY            PIC X(13).
               10  SA-SAL            PIC 9(6)V99.

       01  EMPLOYER-TABLE-AREA.
           05  EMT-COUNT             PIC 9(4) COMP VALUE 0.
           05  EMPLOYER-TABLE OCCURS 0 TO 2000 TIMES
                   DEPENDING ON EMT-COUNT
                   INDEXED BY EMX.
               10  EM-NAME           PIC X(25).
               10  EM-HIRES          PIC 9(5).
               10  EM-SAL-COUNT      PIC 9(5).
               10  EM-SAL-SUM        PIC 9(11)V99.

       01  FOLLOW-TABLE-AREA.
           05  FUT-COUNT             PIC 9(4) COMP VALUE 0.
           05  FOLLOW-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON FUT-COUNT.
               10  FU-ARCH-DATE      PIC X(8).
               10  FU-ID             PIC X(7).
               10  FU-LNAME          PIC X(15).
               10  FU-FNAME          PIC X(15).
               10  FU-MAJOR          PIC X(4).
               10  FU-TERM           PIC X(5).
               10  FU-DAYS           PIC 9(5).

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(30)    VALUE SPACES.
           05  FILLER               PIC X(36)
                   VALUE 'GRADUATE PLACEMENT OUTCOMES - TERM  '.
           05  H1-TERM              PIC X(5).
           05  FILLER               PIC X(34)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  SECTION-LINE.
           05  SL-TEXT              PIC X(60).
       01  COL-HEADING1.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(8)     VALUE 'TERM'.
           05  FILLER               PIC X(7)     VALUE 'MAJOR'.
           05  FILLER               PIC X(8)     VALUE 'GRADS'.
           05  FILLER               PIC X(9)     VALUE 'PLACED'.
           05  FILLER               PIC X(8)     VALUE 'RATE %'.
           05  FILLER               PIC X(14)    VALUE 'AVG SALARY'.
           05  FILLER               PIC X(14)    VALUE 'MEDIAN SALARY'.
           05  FILLER               PIC X(13)    VALUE 'AVG DAYS TO'.
           05  FILLER               PIC X(4)     VALUE 'HIRE'.
       01  DETAIL-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-TERM              PIC X(5).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-MAJOR             PIC X(4).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-GRADS             PIC ZZ,ZZ9.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-PLACED            PIC ZZ,ZZ9.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-RATE              PIC ZZ9.9.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-AVG-SAL           PIC $ZZZ,ZZZ.99.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-MEDIAN            PIC $ZZZ,ZZZ.99.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  DL-AVG-DAYS          PIC ZZ,ZZ9-.
       01  TERM-NOTE-LINE.
           05  FILLER               PIC X(60)
                   VALUE '*YYYY = TERM NOT ON ARCHIVE - ARCHIVE YEAR'.
       01  EMP-COL-HEADING.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'RANK'.
           05  FILLER               PIC X(27)    VALUE 'EMPLOYER'.
           05  FILLER               PIC X(9)     VALUE 'HIRES'.
           05  FILLER               PIC X(14)    VALUE 'AVG SALARY'.
       01  EMP-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  EL-RANK              PIC ZZ9.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  EL-NAME              PIC X(25).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  EL-HIRES             PIC ZZ,ZZ9.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  EL-AVG-SAL           PIC $ZZZ,ZZZ.99.
       01  FOLLOW-COL-HEADING.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(17)    VALUE 'LAST NAME'.
           05  FILLER               PIC X(17)    VALUE 'FIRST NAME'.
           05  FILLER               PIC X(7)     VALUE 'MAJOR'.
           05  FILLER               PIC X(11)    VALUE 'GRAD TERM'.
           05  FILLER               PIC X(12)    VALUE 'ARCHIVED'.
           05  FILLER               PIC X(10)    VALUE 'DAYS SINCE'.
       01  FOLLOW-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FL-ID                PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FL-LNAME             PIC X(15).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FL-FNAME             PIC X(15).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FL-MAJOR             PIC X(4).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  FL-TERM              PIC X(5).
           05  FILLER               PIC X(6)     VALUE SPACES.
           05  FL-ARCH-DATE.
               10  FL-ARCH-MONTH    PIC XX.
               10  FILLER           PIC X        VALUE '/'.
               10  FL-ARCH-DAY      PIC XX.
               10  FILLER           PIC X        VALUE '/'.
               10  FL-ARCH-YEAR     PIC X(4).
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FL-DAYS              PIC ZZ,ZZ9.
       01  NONE-LINE.
           05  NL-TEXT              PIC X(60).

       01  TOTAL-LINE1.
           05  FILLER               PIC X(34)
                   VALUE 'PLACEMENT RECORDS READ:           '.
           05  TOT-PLC-COUNT        PIC ZZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(34)
                   VALUE 'LATER PLACEMENTS NOT COUNTED:     '.
           05  TOT-LATER-COUNT      PIC ZZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(34)
                   VALUE 'ARCHIVE RECORDS READ:             '.
           05  TOT-ARCH-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(34)
                   VALUE 'GRADUATES REPORTED:               '.
           05  TOT-GRAD-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(34)
                   VALUE 'GRADUATES PLACED:                 '.
           05  TOT-PLACED-COUNT     PIC ZZZ,ZZ9.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(34)
                   VALUE 'GRADUATES LISTED FOR FOLLOW-UP:   '.
           05  TOT-FOLLOW-COUNT     PIC ZZZ,ZZ9.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-PLACEMENTS.
           PERFORM L2-READ-GRADUATES.
           PERFORM L2-COMPUTE-MEDIANS.
           PERFORM L2-PRINT-OUTCOMES.
           PERFORM L2-PRINT-EMPLOYERS.
           PERFORM L2-PRINT-FOLLOW-UP.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE SPACES TO RUN-PARM.
           ACCEPT RUN-PARM FROM SYSIN.
           PERFORM L9-RUN-START.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY            TO H1-DAY.
           MOVE CURRENT-MONTH          TO H1-MONTH.
           MOVE CURRENT-YEAR           TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO CB-RUN-DATE.
           IF RP-TERM = SPACES
               MOVE 'ALL'              TO H1-TERM
           ELSE
               MOVE RP-TERM            TO H1-TERM
           END-IF.
           IF RP-ASOF-DATE = SPACES
               MOVE CB-RUN-DATE        TO CB-ASOF-DATE
           ELSE
               MOVE RP-ASOF-DATE       TO CB-DATE-NUM-X
               IF CB-DATE-NUM NOT NUMERIC
                   DISPLAY 'INVALID AS-OF DATE IN THE PARM: '
                       RP-ASOF-DATE
                   MOVE 8 TO RETURN-CODE
                   PERFORM L9-RUN-END
                   STOP RUN
               END-IF
               MOVE RP-ASOF-DATE       TO CB-ASOF-DATE
           END-IF.
           MOVE CB-ASOF-DATE           TO CB-DATE-NUM-X.
           COMPUTE CB-ASOF-DAYS =
               FUNCTION INTEGER-OF-DATE (CB-DATE-NUM).
           OPEN OUTPUT PRTOUT.

       L2-LOAD-PLACEMENTS.
           OPEN INPUT PLACEFILE.
           IF CB-PLACE-STATUS = '00'
               PERFORM L3-PLACE-READ
               PERFORM L3-PLACE-BUILD-TABLE
                   UNTIL PLACE-EOF = 'T'
               CLOSE PLACEFILE
           ELSE
               DISPLAY 'WARNING - PLACEMENT FILE NOT READ - STATUS: '
                   CB-PLACE-STATUS
           END-IF.
           IF PTT-COUNT > 1
               SORT PLACE-TABLE
                   ASCENDING KEY PT-ID PT-HIRE-DATE
               MOVE 1 TO PT-KEEP
               PERFORM L3-KEEP-EARLIEST
                   VARYING PT-SUB FROM 2 BY 1
                   UNTIL PT-SUB > PTT-COUNT
               MOVE PT-KEEP TO PTT-COUNT
           END-IF.

       L3-PLACE-READ.
           READ PLACEFILE
               AT end
                   MOVE 'T' TO PLACE-EOF.

       L3-PLACE-BUILD-TABLE.
           ADD 1 TO C-PLCCTR.
           IF PTT-COUNT < 9999
               ADD 1                TO PTT-COUNT
               MOVE PL-ID           TO PT-ID (PTT-COUNT)
               MOVE PL-HIRE-DATE    TO PT-HIRE-DATE (PTT-COUNT)
               MOVE PL-EMPLOYER     TO PT-EMPLOYER (PTT-COUNT)
               IF PL-ACT-SAL NUMERIC
                   MOVE PL-ACT-SAL  TO PT-ACT-SAL (PTT-COUNT)
                   MOVE 'Y'         TO PT-SAL-OK (PTT-COUNT)
               ELSE
                   MOVE 0           TO PT-ACT-SAL (PTT-COUNT)
                   MOVE 'N'         TO PT-SAL-OK (PTT-COUNT)
               END-IF
           ELSE
               DISPLAY 'PLACEMENT TABLE FULL - NOT LOADED: ' PL-ID
           END-IF.
           PERFORM L3-PLACE-READ.

       L3-KEEP-EARLIEST.
           IF PT-ID (PT-SUB) = PT-ID (PT-KEEP)
               ADD 1 TO C-LATERCTR
           ELSE
               ADD 1 TO PT-KEEP
               MOVE PLACE-TABLE (PT-SUB) TO PLACE-TABLE (PT-KEEP)
           END-IF.

       L2-READ-GRADUATES.
           OPEN INPUT ARCHMASTER.
           IF CB-ARCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHIVE MASTER - STATUS: '
                   CB-ARCH-STATUS
               CLOSE PRTOUT
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           PERFORM L3-ARCH-READ.
           PERFORM L3-GRADUATE-ONE
               UNTIL ARCH-EOF = 'T'.
           CLOSE ARCHMASTER.

       L3-ARCH-READ.
           READ ARCHMASTER
               AT end
                   MOVE 'T' TO ARCH-EOF.

       L3-GRADUATE-ONE.
           ADD 1 TO C-ARCHCTR.
           IF AR-GRADUATED
            AND (RP-TERM = SPACES OR AR-GRAD-TERM = RP-TERM)
               ADD 1 TO C-GRADCTR
               PERFORM L4-FIND-GROUP
               ADD 1 TO GT-GRADS (GTX)
               MOVE 'N' TO CB-FOUND
               IF PTT-COUNT > 0
                   SEARCH ALL PLACE-TABLE
                       AT end
                           CONTINUE
                       WHEN PT-ID (PTX) = AR-ID
                           MOVE 'Y' TO CB-FOUND
                   END-SEARCH
               END-IF
               IF ENTRY-FOUND
                   PERFORM L4-COUNT-PLACED
               ELSE
                   PERFORM L4-CHECK-FOLLOW-UP
               END-IF
           END-IF.
           PERFORM L3-ARCH-READ.

      * The group is the graduating term, or the archive year when
      * the term was not carried on the archive.
       L4-FIND-GROUP.
           IF AR-GRAD-TERM NOT = SPACES
            AND AR-GRAD-TERM (4:2) NUMERIC
               MOVE '20'               TO CB-GROUP-YEAR (1:2)
               MOVE AR-GRAD-TERM (4:2) TO CB-GROUP-YEAR (3:2)
               MOVE AR-GRAD-TERM       TO CB-GROUP-TERM
           ELSE
               MOVE AR-ARCH-DATE (1:4) TO CB-GROUP-YEAR
               MOVE '*'                TO CB-GROUP-TERM (1:1)
               MOVE AR-ARCH-DATE (1:4) TO CB-GROUP-TERM (2:4)
           END-IF.
           MOVE CB-GROUP-YEAR          TO CB-GROUP-KEY (1:4).
           MOVE CB-GROUP-TERM          TO CB-GROUP-KEY (5:5).
           MOVE AR-MAJOR               TO CB-GROUP-KEY (10:4).
           MOVE 'N' TO CB-FOUND.
           IF GTT-COUNT > 0
               SET GTX TO 1
               SEARCH GROUP-TABLE
                   AT end
                       CONTINUE
                   WHEN GT-KEY (GTX) = CB-GROUP-KEY
                       MOVE 'Y' TO CB-FOUND
               END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
               IF GTT-COUNT NOT < 2000
                   DISPLAY 'TERM/MAJOR TABLE FULL - RUN STOPPED'
                   CLOSE ARCHMASTER
                   CLOSE PRTOUT
                   MOVE 8 TO RETURN-CODE
                   PERFORM L9-RUN-END
                   STOP RUN
               END-IF
               ADD 1 TO GTT-COUNT
               INITIALIZE GROUP-TABLE (GTT-COUNT)
               MOVE CB-GROUP-KEY TO GT-KEY (GTT-COUNT)
               SET GTX TO GTT-COUNT
           END-IF.

       L4-COUNT-PLACED.
           ADD 1 TO GT-PLACED (GTX).
           ADD 1 TO C-PLACEDCTR.
           IF PT-SAL-OK (PTX) = 'Y'
               ADD 1               TO GT-SAL-COUNT (GTX)
               ADD PT-ACT-SAL (PTX) TO GT-SAL-SUM (GTX)
               ADD 1               TO C-SAL-COUNT
               ADD PT-ACT-SAL (PTX) TO C-SAL-SUM
               IF SAT-COUNT < 9999
                   ADD 1                TO SAT-COUNT
                   MOVE CB-GROUP-KEY    TO SA-KEY (SAT-COUNT)
                   MOVE PT-ACT-SAL (PTX) TO SA-SAL (SAT-COUNT)
               END-IF
           END-IF.
           MOVE AR-ARCH-DATE TO CB-DATE-NUM-X.
           IF CB-DATE-NUM NUMERIC AND CB-DATE-NUM > 0
               COMPUTE CB-ARCH-DAYS =
                   FUNCTION INTEGER-OF-DATE (CB-DATE-NUM)
               MOVE PT-HIRE-DATE (PTX) TO CB-DATE-NUM-X
               IF CB-DATE-NUM NUMERIC AND CB-DATE-NUM > 0
                   COMPUTE CB-HIRE-DAYS =
                       FUNCTION INTEGER-OF-DATE (CB-DATE-NUM)
                   COMPUTE CB-WAIT-DAYS = CB-HIRE-DAYS - CB-ARCH-DAYS
                   ADD 1            TO GT-DAYS-COUNT (GTX)
                   ADD CB-WAIT-DAYS TO GT-DAYS-SUM (GTX)
                   ADD 1            TO C-DAYS-COUNT
                   ADD CB-WAIT-DAYS TO C-DAYS-SUM
               END-IF
           END-IF.
           PERFORM L5-COUNT-EMPLOYER.

       L5-COUNT-EMPLOYER.
           MOVE 'N' TO CB-FOUND.
           IF EMT-COUNT > 0
               SET EMX TO 1
               SEARCH EMPLOYER-TABLE
                   AT end
                       CONTINUE
                   WHEN EM-NAME (EMX) = PT-EMPLOYER (PTX)
                       MOVE 'Y' TO CB-FOUND
               END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND AND EMT-COUNT < 2000
               ADD 1 TO EMT-COUNT
               INITIALIZE EMPLOYER-TABLE (EMT-COUNT)
               MOVE PT-EMPLOYER (PTX) TO EM-NAME (EMT-COUNT)
               SET EMX TO EMT-COUNT
               MOVE 'Y' TO CB-FOUND
           END-IF.
           IF ENTRY-FOUND
               ADD 1 TO EM-HIRES (EMX)
               IF PT-SAL-OK (PTX) = 'Y'
                   ADD 1                TO EM-SAL-COUNT (EMX)
                   ADD PT-ACT-SAL (PTX) TO EM-SAL-SUM (EMX)
               END-IF
           END-IF.

      * Unplaced graduates past the follow-up window, and any with no
      * usable archive date, go on the follow-up list.
       L4-CHECK-FOLLOW-UP.
           MOVE AR-ARCH-DATE TO CB-DATE-NUM-X.
           IF CB-DATE-NUM NUMERIC AND CB-DATE-NUM > 0
               COMPUTE CB-ARCH-DAYS =
                   FUNCTION INTEGER-OF-DATE (CB-DATE-NUM)
               COMPUTE CB-WAIT-DAYS = CB-ASOF-DAYS - CB-ARCH-DAYS
           ELSE
               MOVE 99999 TO CB-WAIT-DAYS
           END-IF.
           IF CB-WAIT-DAYS > OR-FOLLOW-DAYS
               ADD 1 TO C-FOLLOWCTR
               IF FUT-COUNT < 9999
                   ADD 1                TO FUT-COUNT
                   MOVE AR-ARCH-DATE    TO FU-ARCH-DATE (FUT-COUNT)
                   MOVE AR-ID           TO FU-ID (FUT-COUNT)
                   IF AR-HOLD-ACTIVE
                       MOVE '** PRIVACY HOLD'
                                        TO FU-LNAME (FUT-COUNT)
                       MOVE SPACES      TO FU-FNAME (FUT-COUNT)
                   ELSE
                       MOVE AR-LNAME    TO FU-LNAME (FUT-COUNT)
                       MOVE AR-FNAME    TO FU-FNAME (FUT-COUNT)
                   END-IF
                   MOVE AR-MAJOR        TO FU-MAJOR (FUT-COUNT)
                   MOVE CB-GROUP-TERM   TO FU-TERM (FUT-COUNT)
                   MOVE CB-WAIT-DAYS    TO FU-DAYS (FUT-COUNT)
               END-IF
           END-IF.

      * Salaries sorted by group and amount; each group's run of
      * entries gives its median.
       L2-COMPUTE-MEDIANS.
           IF SAT-COUNT > 1
               SORT SALARY-TABLE
                   ASCENDING KEY SA-KEY SA-SAL
           END-IF.
           MOVE 1 TO CB-RUN-START.
           PERFORM L3-MEDIAN-ONE
               VARYING SA-SUB FROM 1 BY 1
               UNTIL SA-SUB > SAT-COUNT.

       L3-MEDIAN-ONE.
           IF SA-SUB = SAT-COUNT
               PERFORM L4-GROUP-MEDIAN
           ELSE
               IF SA-KEY (SA-SUB + 1) NOT = SA-KEY (SA-SUB)
                   PERFORM L4-GROUP-MEDIAN
               END-IF
           END-IF.

       L4-GROUP-MEDIAN.
           COMPUTE CB-RUN-LEN = SA-SUB - CB-RUN-START + 1.
           PERFORM L5-MEDIAN-OF-RUN.
           SET GTX TO 1.
           SEARCH GROUP-TABLE
               AT end
                   CONTINUE
               WHEN GT-KEY (GTX) = SA-KEY (SA-SUB)
                   MOVE CB-MEDIAN TO GT-MEDIAN (GTX)
           END-SEARCH.
           COMPUTE CB-RUN-START = SA-SUB + 1.

      * Median of the CB-RUN-LEN sorted salaries from CB-RUN-START.
       L5-MEDIAN-OF-RUN.
           COMPUTE CB-MID = CB-RUN-START + (CB-RUN-LEN - 1) / 2.
           IF CB-RUN-LEN = (CB-RUN-LEN / 2) * 2
               COMPUTE CB-MEDIAN ROUNDED =
                   (SA-SAL (CB-MID) + SA-SAL (CB-MID + 1)) / 2
           ELSE
               MOVE SA-SAL (CB-MID) TO CB-MEDIAN
           END-IF.

       L2-PRINT-OUTCOMES.
           PERFORM L4-HEADINGS.
           MOVE 'OUTCOMES BY GRADUATING TERM AND MAJOR' TO SL-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM COL-HEADING1
               AFTER ADVANCING 2 lines.
           IF GTT-COUNT = 0
               MOVE 'NO GRADUATES ON THE ARCHIVE FOR THIS SELECTION'
                                    TO NL-TEXT
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 lines
           ELSE
               IF GTT-COUNT > 1
                   SORT GROUP-TABLE
                       ASCENDING KEY GT-YEAR GT-TERM GT-MAJOR
               END-IF
               PERFORM L3-OUTCOME-LINE
                   VARYING GT-SUB FROM 1 BY 1
                   UNTIL GT-SUB > GTT-COUNT
               PERFORM L3-OVERALL-LINE
               WRITE PRTLINE FROM TERM-NOTE-LINE
                   AFTER ADVANCING 2 lines
           END-IF.

       L3-OUTCOME-LINE.
           INITIALIZE DETAIL-LINE.
           MOVE GT-TERM (GT-SUB)    TO DL-TERM.
           MOVE GT-MAJOR (GT-SUB)   TO DL-MAJOR.
           MOVE GT-GRADS (GT-SUB)   TO DL-GRADS.
           MOVE GT-PLACED (GT-SUB)  TO DL-PLACED.
           MOVE 0 TO CB-RATE.
           IF GT-GRADS (GT-SUB) > 0
               COMPUTE CB-RATE ROUNDED =
                   GT-PLACED (GT-SUB) * 100 / GT-GRADS (GT-SUB)
           END-IF.
           MOVE CB-RATE             TO DL-RATE.
           MOVE 0 TO CB-AVG-SAL.
           IF GT-SAL-COUNT (GT-SUB) > 0
               COMPUTE CB-AVG-SAL ROUNDED =
                   GT-SAL-SUM (GT-SUB) / GT-SAL-COUNT (GT-SUB)
           END-IF.
           MOVE CB-AVG-SAL          TO DL-AVG-SAL.
           MOVE GT-MEDIAN (GT-SUB)  TO DL-MEDIAN.
           MOVE 0 TO CB-AVG-DAYS.
           IF GT-DAYS-COUNT (GT-SUB) > 0
               COMPUTE CB-AVG-DAYS ROUNDED =
                   GT-DAYS-SUM (GT-SUB) / GT-DAYS-COUNT (GT-SUB)
           END-IF.
           MOVE CB-AVG-DAYS         TO DL-AVG-DAYS.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS
                       WRITE PRTLINE FROM COL-HEADING1
                           AFTER ADVANCING 2 lines
           END-WRITE.

      * The overall median needs every salary in amount order.
       L3-OVERALL-LINE.
           MOVE 0 TO CB-MEDIAN.
           IF SAT-COUNT > 0
               IF SAT-COUNT > 1
                   SORT SALARY-TABLE
                       ASCENDING KEY SA-SAL
               END-IF
               MOVE 1         TO CB-RUN-START
               MOVE SAT-COUNT TO CB-RUN-LEN
               PERFORM L5-MEDIAN-OF-RUN
           END-IF.
           INITIALIZE DETAIL-LINE.
           MOVE 'ALL'               TO DL-TERM.
           MOVE 'ALL'               TO DL-MAJOR.
           MOVE C-GRADCTR           TO DL-GRADS.
           MOVE C-PLACEDCTR         TO DL-PLACED.
           MOVE 0 TO CB-RATE.
           IF C-GRADCTR > 0
               COMPUTE CB-RATE ROUNDED =
                   C-PLACEDCTR * 100 / C-GRADCTR
           END-IF.
           MOVE CB-RATE             TO DL-RATE.
           MOVE 0 TO CB-AVG-SAL.
           IF C-SAL-COUNT > 0
               COMPUTE CB-AVG-SAL ROUNDED = C-SAL-SUM / C-SAL-COUNT
           END-IF.
           MOVE CB-AVG-SAL          TO DL-AVG-SAL.
           MOVE CB-MEDIAN           TO DL-MEDIAN.
           MOVE 0 TO CB-AVG-DAYS.
           IF C-DAYS-COUNT > 0
               COMPUTE CB-AVG-DAYS ROUNDED = C-DAYS-SUM / C-DAYS-COUNT
           END-IF.
           MOVE CB-AVG-DAYS         TO DL-AVG-DAYS.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 lines
                   AT eop
                       PERFORM L4-HEADINGS
           END-WRITE.

      * Most hires first; ties in employer-name order.
       L2-PRINT-EMPLOYERS.
           PERFORM L4-HEADINGS.
           MOVE 'TOP EMPLOYERS BY GRADUATES HIRED' TO SL-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM EMP-COL-HEADING
               AFTER ADVANCING 2 lines.
           IF EMT-COUNT = 0
               MOVE 'NO GRADUATES PLACED' TO NL-TEXT
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 lines
           ELSE
               IF EMT-COUNT > 1
                   SORT EMPLOYER-TABLE
                       DESCENDING KEY EM-HIRES
                       ASCENDING KEY EM-NAME
               END-IF
               PERFORM L3-EMPLOYER-LINE
                   VARYING EM-SUB FROM 1 BY 1
                   UNTIL EM-SUB > EMT-COUNT
                      OR EM-SUB > OR-TOP-EMPLOYERS
           END-IF.

       L3-EMPLOYER-LINE.
           MOVE EM-SUB              TO EL-RANK.
           MOVE EM-NAME (EM-SUB)    TO EL-NAME.
           MOVE EM-HIRES (EM-SUB)   TO EL-HIRES.
           MOVE 0 TO CB-AVG-SAL.
           IF EM-SAL-COUNT (EM-SUB) > 0
               COMPUTE CB-AVG-SAL ROUNDED =
                   EM-SAL-SUM (EM-SUB) / EM-SAL-COUNT (EM-SUB)
           END-IF.
           MOVE CB-AVG-SAL          TO EL-AVG-SAL.
           WRITE PRTLINE FROM EMP-LINE
               AFTER ADVANCING 1 LINE.

       L2-PRINT-FOLLOW-UP.
           PERFORM L4-HEADINGS.
           MOVE 'GRADUATES WITH NO PLACEMENT AFTER 180 DAYS - FOLLOW UP'
                                    TO SL-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM FOLLOW-COL-HEADING
               AFTER ADVANCING 2 lines.
           IF FUT-COUNT = 0
               MOVE 'NONE' TO NL-TEXT
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 lines
           ELSE
               IF FUT-COUNT > 1
                   SORT FOLLOW-TABLE
                       ASCENDING KEY FU-ARCH-DATE FU-ID
               END-IF
               PERFORM L3-FOLLOW-LINE
                   VARYING FU-SUB FROM 1 BY 1
                   UNTIL FU-SUB > FUT-COUNT
           END-IF.

       L3-FOLLOW-LINE.
           MOVE FU-ID (FU-SUB)              TO FL-ID.
           MOVE FU-LNAME (FU-SUB)           TO FL-LNAME.
           MOVE FU-FNAME (FU-SUB)           TO FL-FNAME.
           MOVE FU-MAJOR (FU-SUB)           TO FL-MAJOR.
           MOVE FU-TERM (FU-SUB)            TO FL-TERM.
           MOVE FU-ARCH-DATE (FU-SUB) (5:2) TO FL-ARCH-MONTH.
           MOVE FU-ARCH-DATE (FU-SUB) (7:2) TO FL-ARCH-DAY.
           MOVE FU-ARCH-DATE (FU-SUB) (1:4) TO FL-ARCH-YEAR.
           MOVE FU-DAYS (FU-SUB)            TO FL-DAYS.
           WRITE PRTLINE FROM FOLLOW-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS
                       WRITE PRTLINE FROM FOLLOW-COL-HEADING
                           AFTER ADVANCING 2 lines
           END-WRITE.

       L2-CLOSING.
           PERFORM L4-HEADINGS.
           MOVE C-PLCCTR    TO TOT-PLC-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-LATERCTR  TO TOT-LATER-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-ARCHCTR   TO TOT-ARCH-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           MOVE C-GRADCTR   TO TOT-GRAD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE C-PLACEDCTR TO TOT-PLACED-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-FOLLOWCTR TO TOT-FOLLOW-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           DISPLAY 'CBLAMB30 PLACEMENT OUTCOMES COMPLETE'.
           DISPLAY 'GRADUATES: '    C-GRADCTR
               '  PLACED: '         C-PLACEDCTR
               '  FOLLOW-UP: '      C-FOLLOWCTR
               '  PLACEMENTS READ: ' C-PLCCTR.
           MOVE C-GRADCTR TO RS-REC-COUNT.
           PERFORM L9-RUN-END.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO HI-PAGE.
           WRITE PRTLINE FROM HEADING1
               AFTER ADVANCING page.

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
               MOVE 'CBLAMB30'      TO RC-PROGRAM
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
               MOVE 'CBLAMB30'      TO RC-PROGRAM
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

       end program CBLAMB30.
