       identification division.
       program-id. CBLAMB29.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB29 - cohort retention and graduation-rate report.  Every
      * student on STUDENT-MASTER and on the archive master
      * STDNTARC.DAT is placed in the entering class (cohort) of their
      * enrollment term (I-ENROLL-TERM / AR-ENROLL-TERM, TTTYY, the
      * year taken as 20YY) and major, and each cohort and major is
      * counted as still active, graduated (G), withdrawn (W) or
      * purged (P) - an archive record with any other reason counts
      * as withdrawn, the way CBLAMB02 archives it.  For each row:
      *     RETAIN  first-year retention - the students not withdrawn
      *             or purged before the census date (month and day
      *             from the parm, default September 1) of the year
      *             after entry, over all students in the cohort
      *     4-YEAR  graduated with an archive date no later than the
      *             end of the fourth year after the entry year
      *     6-YEAR  the same at six years
      * A rate whose window has not closed yet is printed with an
      * asterisk as the rate to date.  Each cohort gets a total line
      * over its majors.
      *
      * The counts are written to the snapshot file STDCOHRT.DAT
      * under the snapshot year, replacing any from an earlier run for
      * the same year and carrying every other year forward through
      * STDCHWK.DAT.  The rates of the most recent earlier snapshot
      * are printed beside this year's so the change shows at a
      * glance.  Students archived before the archive carried the
      * enrollment term, and any with no valid term, are counted on
      * the totals page only.
      *
      * Report: STDCOHRT.PRT.
      *
      * RUN-PARM from SYSIN: snapshot year (YYYY, blank = this year),
      * census month and day (MMDD, blank = 0901), optional
      * student-master path override.
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
           SELECT SNAPFILE
               ASSIGN TO 'C:\COBOL\STDCOHRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-SNAP-STATUS.
           SELECT SNAPWORK
               ASSIGN TO 'C:\COBOL\STDCHWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-WORK-STATUS.
           SELECT SNAPNEW
               ASSIGN TO 'C:\COBOL\STDCOHRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDCOHRT.PRT'
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

       FD  SNAPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SF-REC
           RECORD CONTAINS 65 CHARACTERS.
           01 SF-REC                      PIC X(65).

      * Cohort snapshot: one record per snapshot year, cohort and
      * major.
       FD  SNAPWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-REC
           RECORD CONTAINS 65 CHARACTERS.
           01 CS-REC.
               05 CS-SNAP-YEAR            PIC X(4).
               05 CS-COHORT               PIC X(5).
               05 CS-MAJOR                PIC X(4).
               05 CS-TOTAL                PIC 9(5).
               05 CS-ACTIVE               PIC 9(5).
               05 CS-GRAD                 PIC 9(5).
               05 CS-WDRAWN               PIC 9(5).
               05 CS-PURGED               PIC 9(5).
               05 CS-RETAINED             PIC 9(5).
               05 CS-GRAD4                PIC 9(5).
               05 CS-GRAD6                PIC 9(5).
               05 CS-CENSUS               PIC X(4).
               05 CS-RUN-DATE             PIC X(8).

       FD  SNAPNEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS SN-REC
           RECORD CONTAINS 65 CHARACTERS.
           01 SN-REC                      PIC X(65).

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
           05  RP-SNAP-YEAR          PIC X(4).
           05  RP-CENSUS             PIC X(4).
           05  RP-STUDENT-PATH       PIC X(80).

       01  MISC.
           05  MASTER-EOF            PIC X        VALUE 'F'.
           05  ARCH-EOF              PIC X        VALUE 'F'.
           05  SNAP-EOF              PIC X        VALUE 'F'.
           05  WORK-EOF              PIC X        VALUE 'F'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-ARCH-STATUS        PIC XX       VALUE '00'.
           05  CB-SNAP-STATUS        PIC XX       VALUE '00'.
           05  CB-WORK-STATUS        PIC XX       VALUE '00'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-RUN-DATE           PIC X(8)     VALUE SPACES.
           05  CB-RUN-YEAR           PIC 9(4)     VALUE 0.
           05  CB-SNAP-YEAR          PIC X(4)     VALUE SPACES.
           05  CB-CENSUS             PIC X(4)     VALUE '0901'.
           05  CB-PRIOR-YEAR         PIC X(4)     VALUE SPACES.
           05  CB-TERM               PIC X(5)     VALUE SPACES.
           05  CB-TERM-YY            PIC 99       VALUE 0.
           05  CB-MAJOR              PIC X(4)     VALUE SPACES.
           05  CB-ENTRY-YEAR         PIC 9(4)     VALUE 0.
           05  CB-ARCH-YEAR          PIC 9(4)     VALUE 0.
           05  CB-CENSUS-DATE.
               10  CB-CENSUS-YEAR    PIC 9(4).
               10  CB-CENSUS-MMDD    PIC X(4).
           05  CB-PREV-TERM          PIC X(5)     VALUE SPACES.
           05  CB-COUNT              PIC 9(5)     VALUE 0.
           05  CB-RATE-BASE          PIC 9(5)     VALUE 0.
           05  CB-RATE               PIC 9(3)V9   VALUE 0.
           05  CB-RATE-EDIT          PIC ZZ9.9.
           05  CB-RATE-OUT           PIC X(5)     VALUE SPACES.
           05  CB-COHORT-FOUND       PIC X        VALUE 'N'.
               88  COHORT-FOUND               VALUE 'Y'.
           05  CO-SUB                PIC 9(4) COMP VALUE 0.
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-MASTERCTR           PIC 9(6)     VALUE 0.
           05  C-ARCHCTR             PIC 9(6)     VALUE 0.
           05  C-NOTERMCTR           PIC 9(6)     VALUE 0.
           05  C-ACTIVECTR           PIC 9(6)     VALUE 0.
           05  C-GRADCTR             PIC 9(6)     VALUE 0.
           05  C-WDRAWCTR            PIC 9(6)     VALUE 0.
           05  C-PURGECTR            PIC 9(6)     VALUE 0.
           05  C-FWDCTR              PIC 9(6)     VALUE 0.
           05  C-REPLCTR             PIC 9(6)     VALUE 0.
           05  C-SNAPCTR             PIC 9(6)     VALUE 0.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).
           05  RS-START-TIME         PIC X(6)     VALUE SPACES.
           05  RS-REC-COUNT          PIC 9(6)     VALUE 0.

      * One row per cohort and major.  CO-YEAR leads so the sorted
      * table runs in entry-year order; the prior fields come from the
      * most recent earlier snapshot.
       01  COHORT-TABLE-AREA.
           05  COT-COUNT             PIC 9(4) COMP VALUE 0.
           05  COHORT-TABLE OCCURS 0 TO 2000 TIMES
                   DEPENDING ON COT-COUNT
                   INDEXED BY COX.
               10  CO-YEAR           PIC X(2).
               10  CO-TERM           PIC X(5).
               10  CO-MAJOR          PIC X(4).
               10  CO-TOTAL          PIC 9(5).
               10  CO-ACTIVE         PIC 9(5).
               10  CO-GRAD           PIC 9(5).
               10  CO-WDRAWN         PIC 9(5).
               10  CO-PURGED         PIC 9(5).
               10  CO-RETAINED       PIC 9(5).
               10  CO-GRAD4          PIC 9(5).
               10  CO-GRAD6          PIC 9(5).
               10  CO-PRIOR-FOUND    PIC X.
               10  CO-PR-TOTAL       PIC 9(5).
               10  CO-PR-RETAINED    PIC 9(5).
               10  CO-PR-GRAD4       PIC 9(5).
               10  CO-PR-GRAD6       PIC 9(5).

      * The row being printed - a table row or a cohort's total over
      * its majors, in the same layout as a table row.
       01  ROW-FIGURES.
           05  RF-YEAR               PIC X(2).
           05  RF-TERM               PIC X(5).
           05  RF-MAJOR              PIC X(4).
           05  RF-TOTAL              PIC 9(5).
           05  RF-ACTIVE             PIC 9(5).
           05  RF-GRAD               PIC 9(5).
           05  RF-WDRAWN             PIC 9(5).
           05  RF-PURGED             PIC 9(5).
           05  RF-RETAINED           PIC 9(5).
           05  RF-GRAD4              PIC 9(5).
           05  RF-GRAD6              PIC 9(5).
           05  RF-PRIOR-FOUND        PIC X.
           05  RF-PR-TOTAL           PIC 9(5).
           05  RF-PR-RETAINED        PIC 9(5).
           05  RF-PR-GRAD4           PIC 9(5).
           05  RF-PR-GRAD6           PIC 9(5).
       01  COHORT-TOTALS.
           05  CA-YEAR               PIC X(2).
           05  CA-TERM               PIC X(5).
           05  CA-MAJOR              PIC X(4).
           05  CA-TOTAL              PIC 9(5).
           05  CA-ACTIVE             PIC 9(5).
           05  CA-GRAD               PIC 9(5).
           05  CA-WDRAWN             PIC 9(5).
           05  CA-PURGED             PIC 9(5).
           05  CA-RETAINED           PIC 9(5).
           05  CA-GRAD4              PIC 9(5).
           05  CA-GRAD6              PIC 9(5).
           05  CA-PRIOR-FOUND        PIC X.
           05  CA-PR-TOTAL           PIC 9(5).
           05  CA-PR-RETAINED        PIC 9(5).
           05  CA-PR-GRAD4           PIC 9(5).
           05  CA-PR-GRAD6           PIC 9(5).

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(23)    VALUE SPACES.
           05  FILLER               PIC X(44)
                   VALUE 'COHORT RETENTION AND GRADUATION - SNAPSHOT '.
           05  H1-SNAP-YEAR         PIC X(4).
           05  FILLER               PIC X(33)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  COL-HEADING1.
           05  FILLER               PIC X(17)    VALUE SPACES.
           05  FILLER               PIC X(38)
                   VALUE '------------- STATUS NOW -------------'.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(24)
                   VALUE '---- RATES PERCENT -----'.
           05  FILLER               PIC X(6)     VALUE SPACES.
           05  FILLER               PIC X(14)    VALUE 'LAST SNAPSHOT '.
           05  CH1-PRIOR-YEAR       PIC X(4).
       01  COL-HEADING2.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(8)     VALUE 'COHORT'.
           05  FILLER               PIC X(7)     VALUE 'MAJOR'.
           05  FILLER               PIC X(8)     VALUE 'ENTERED'.
           05  FILLER               PIC X(8)     VALUE 'ACTIVE'.
           05  FILLER               PIC X(8)     VALUE 'GRAD'.
           05  FILLER               PIC X(8)     VALUE 'WDRAWN'.
           05  FILLER               PIC X(10)    VALUE 'PURGED'.
           05  FILLER               PIC X(9)     VALUE 'RETAIN'.
           05  FILLER               PIC X(9)     VALUE '4-YEAR'.
           05  FILLER               PIC X(12)    VALUE '6-YEAR'.
           05  FILLER               PIC X(8)     VALUE 'RETAIN'.
           05  FILLER               PIC X(8)     VALUE '4-YEAR'.
           05  FILLER               PIC X(6)     VALUE '6-YEAR'.
       01  DETAIL-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-COHORT            PIC X(5).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-MAJOR             PIC X(4).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-TOTAL             PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-ACTIVE            PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-GRAD              PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-WDRAWN            PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-PURGED            PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  DL-RETAIN            PIC X(5).
           05  DL-RETAIN-FLAG       PIC X.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-GRAD4             PIC X(5).
           05  DL-GRAD4-FLAG        PIC X.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-GRAD6             PIC X(5).
           05  DL-GRAD6-FLAG        PIC X.
           05  FILLER               PIC X(6)     VALUE SPACES.
           05  DL-PR-RETAIN         PIC X(5).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-PR-GRAD4          PIC X(5).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-PR-GRAD6          PIC X(5).
       01  NOTE-LINE.
           05  FILLER               PIC X(41)
                   VALUE '* WINDOW NOT YET CLOSED - RATE TO DATE.'.
           05  FILLER               PIC X(22)
                   VALUE 'RETENTION CENSUS MMDD '.
           05  NL-CENSUS            PIC X(4).
           05  FILLER               PIC X(28)
                   VALUE ' OF THE YEAR AFTER ENTRY.'.
       01  NONE-LINE.
           05  FILLER               PIC X(40)
                   VALUE 'NO STUDENTS WITH AN ENTERING TERM'.

       01  TOTAL-LINE1.
           05  FILLER               PIC X(34)
                   VALUE 'STUDENTS ON STUDENT-MASTER:       '.
           05  TOT-MASTER-COUNT     PIC ZZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(34)
                   VALUE 'STUDENTS ON THE ARCHIVE:          '.
           05  TOT-ARCH-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(34)
                   VALUE 'NO ENTERING TERM - NOT IN A COHORT'.
           05  TOT-NOTERM-COUNT     PIC ZZZ,ZZ9.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(34)
                   VALUE 'IN A COHORT - ACTIVE:             '.
           05  TOT-ACTIVE-COUNT     PIC ZZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(34)
                   VALUE '              GRADUATED:          '.
           05  TOT-GRAD-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(34)
                   VALUE '              WITHDRAWN:          '.
           05  TOT-WDRAW-COUNT      PIC ZZZ,ZZ9.
       01  TOTAL-LINE7.
           05  FILLER               PIC X(34)
                   VALUE '              PURGED:             '.
           05  TOT-PURGE-COUNT      PIC ZZZ,ZZ9.
       01  TOTAL-LINE8.
           05  FILLER               PIC X(34)
                   VALUE 'SNAPSHOT ROWS WRITTEN:            '.
           05  TOT-SNAP-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE9.
           05  FILLER               PIC X(34)
                   VALUE 'EARLIER SNAPSHOT ROWS CARRIED:    '.
           05  TOT-FWD-COUNT        PIC ZZZ,ZZ9.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-MASTER.
           PERFORM L2-LOAD-ARCHIVE.
           IF COT-COUNT > 1
               SORT COHORT-TABLE
                   ASCENDING KEY CO-YEAR CO-TERM CO-MAJOR
           END-IF.
           PERFORM L2-CARRY-SNAPSHOTS.
           PERFORM L2-WRITE-SNAPSHOT
               VARYING CO-SUB FROM 1 BY 1
               UNTIL CO-SUB > COT-COUNT.
           PERFORM L2-SNAPSHOT-COPY-BACK.
           PERFORM L2-PRINT-REPORT.
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
           MOVE CURRENT-YEAR           TO CB-RUN-YEAR.
           MOVE CURRENT-YEAR           TO CB-SNAP-YEAR.
           IF RP-SNAP-YEAR NOT = SPACES
               IF RP-SNAP-YEAR NUMERIC
                   MOVE RP-SNAP-YEAR   TO CB-SNAP-YEAR
               ELSE
                   DISPLAY 'INVALID SNAPSHOT YEAR IN THE PARM: '
                       RP-SNAP-YEAR
                   MOVE 8 TO RETURN-CODE
                   PERFORM L9-RUN-END
                   STOP RUN
               END-IF
           END-IF.
           IF RP-CENSUS NOT = SPACES
               IF RP-CENSUS NUMERIC
                   MOVE RP-CENSUS      TO CB-CENSUS
               ELSE
                   DISPLAY 'INVALID CENSUS MMDD IN THE PARM: '
                       RP-CENSUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM L9-RUN-END
                   STOP RUN
               END-IF
           END-IF.
           MOVE CB-SNAP-YEAR           TO H1-SNAP-YEAR.
           MOVE CB-CENSUS              TO NL-CENSUS.
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
           PERFORM L3-COUNT-ACTIVE
               UNTIL MASTER-EOF = 'T'.
           CLOSE STUDENT-MASTER.

       L3-MASTER-READ.
           READ STUDENT-MASTER
               AT end
                   MOVE 'T' TO MASTER-EOF.

      * A student still on the master is active and, so far, retained.
       L3-COUNT-ACTIVE.
           ADD 1 TO C-MASTERCTR.
           MOVE I-ENROLL-TERM TO CB-TERM.
           MOVE I-MAJOR       TO CB-MAJOR.
           PERFORM L4-FIND-COHORT.
           IF CB-ENTRY-YEAR > 0
               ADD 1 TO CO-TOTAL (COX)
               ADD 1 TO CO-ACTIVE (COX)
               ADD 1 TO CO-RETAINED (COX)
               ADD 1 TO C-ACTIVECTR
           END-IF.
           PERFORM L3-MASTER-READ.

      * The archive may not exist yet in a new installation.
       L2-LOAD-ARCHIVE.
           OPEN INPUT ARCHMASTER.
           IF CB-ARCH-STATUS = '00'
               PERFORM L3-ARCH-READ
               PERFORM L3-COUNT-ARCHIVED
                   UNTIL ARCH-EOF = 'T'
               CLOSE ARCHMASTER
           ELSE
               DISPLAY 'WARNING - ARCHIVE MASTER NOT READ - STATUS: '
                   CB-ARCH-STATUS
           END-IF.

       L3-ARCH-READ.
           READ ARCHMASTER
               AT end
                   MOVE 'T' TO ARCH-EOF.

       L3-COUNT-ARCHIVED.
           ADD 1 TO C-ARCHCTR.
           MOVE AR-ENROLL-TERM TO CB-TERM.
           MOVE AR-MAJOR       TO CB-MAJOR.
           PERFORM L4-FIND-COHORT.
           IF CB-ENTRY-YEAR > 0
               ADD 1 TO CO-TOTAL (COX)
               MOVE 0 TO CB-ARCH-YEAR
               IF AR-ARCH-DATE (1:4) NUMERIC
                   MOVE AR-ARCH-DATE (1:4) TO CB-ARCH-YEAR
               END-IF
               EVALUATE TRUE
                   WHEN AR-GRADUATED
                       PERFORM L4-COUNT-GRADUATE
                   WHEN AR-PURGED
                       ADD 1 TO CO-PURGED (COX)
                       ADD 1 TO C-PURGECTR
                       PERFORM L4-CHECK-RETAINED
                   WHEN OTHER
                       ADD 1 TO CO-WDRAWN (COX)
                       ADD 1 TO C-WDRAWCTR
                       PERFORM L4-CHECK-RETAINED
               END-EVALUATE
           END-IF.
           PERFORM L3-ARCH-READ.

       L4-COUNT-GRADUATE.
           ADD 1 TO CO-GRAD (COX).
           ADD 1 TO CO-RETAINED (COX).
           ADD 1 TO C-GRADCTR.
           IF CB-ARCH-YEAR > 0
            AND CB-ARCH-YEAR NOT > CB-ENTRY-YEAR + 4
               ADD 1 TO CO-GRAD4 (COX)
           END-IF.
           IF CB-ARCH-YEAR > 0
            AND CB-ARCH-YEAR NOT > CB-ENTRY-YEAR + 6
               ADD 1 TO CO-GRAD6 (COX)
           END-IF.

      * A student who left on or after the census date of the year
      * after entry was retained into the second year.
       L4-CHECK-RETAINED.
           COMPUTE CB-CENSUS-YEAR = CB-ENTRY-YEAR + 1.
           MOVE CB-CENSUS TO CB-CENSUS-MMDD.
           IF AR-ARCH-DATE NOT < CB-CENSUS-DATE
               ADD 1 TO CO-RETAINED (COX)
           END-IF.

      * Finds, or adds, the row for CB-TERM and CB-MAJOR and leaves
      * COX on it.  CB-ENTRY-YEAR is zero when the term has no valid
      * year, and the student is then counted outside the cohorts.
       L4-FIND-COHORT.
           MOVE 0 TO CB-ENTRY-YEAR.
           IF CB-TERM = SPACES OR CB-TERM (4:2) NOT NUMERIC
               ADD 1 TO C-NOTERMCTR
           ELSE
               MOVE CB-TERM (4:2) TO CB-TERM-YY
               COMPUTE CB-ENTRY-YEAR = 2000 + CB-TERM-YY
               PERFORM L5-SEARCH-COHORT
           END-IF.

       L5-SEARCH-COHORT.
           MOVE 'N' TO CB-COHORT-FOUND.
           IF COT-COUNT > 0
               SET COX TO 1
               SEARCH COHORT-TABLE
                   AT end
                       CONTINUE
                   WHEN CO-TERM (COX) = CB-TERM
                    AND CO-MAJOR (COX) = CB-MAJOR
                       MOVE 'Y' TO CB-COHORT-FOUND
               END-SEARCH
           END-IF.
           IF NOT COHORT-FOUND
               IF COT-COUNT NOT < 2000
                   DISPLAY 'COHORT TABLE FULL - RUN STOPPED, '
                       'NO FILES CHANGED'
                   CLOSE PRTOUT
                   MOVE 8 TO RETURN-CODE
                   PERFORM L9-RUN-END
                   STOP RUN
               END-IF
               ADD 1 TO COT-COUNT
               INITIALIZE COHORT-TABLE (COT-COUNT)
               MOVE CB-TERM (4:2)  TO CO-YEAR (COT-COUNT)
               MOVE CB-TERM        TO CO-TERM (COT-COUNT)
               MOVE CB-MAJOR       TO CO-MAJOR (COT-COUNT)
               MOVE 'N'            TO CO-PRIOR-FOUND (COT-COUNT)
               SET COX             TO COT-COUNT
           END-IF.

      * Other years' snapshots are carried forward, and the most
      * recent year before this one supplies the comparison figures;
      * this year's from an earlier run are dropped and written again.
       L2-CARRY-SNAPSHOTS.
           OPEN OUTPUT SNAPWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SNAPSHOT WORK - STATUS: '
                   CB-WORK-STATUS
               CLOSE PRTOUT
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT SNAPFILE.
           IF CB-SNAP-STATUS = '00'
               PERFORM L3-SNAP-READ
               PERFORM L3-CARRY-ONE
                   UNTIL SNAP-EOF = 'T'
               CLOSE SNAPFILE
           ELSE
               DISPLAY 'NO EARLIER COHORT SNAPSHOT - STATUS: '
                   CB-SNAP-STATUS
           END-IF.

       L3-SNAP-READ.
           READ SNAPFILE INTO CS-REC
               AT end
                   MOVE 'T' TO SNAP-EOF.

       L3-CARRY-ONE.
           IF CS-SNAP-YEAR = CB-SNAP-YEAR
               ADD 1 TO C-REPLCTR
           ELSE
               ADD 1 TO C-FWDCTR
               WRITE CS-REC
               IF CS-SNAP-YEAR < CB-SNAP-YEAR
                AND (CB-PRIOR-YEAR = SPACES
                     OR CS-SNAP-YEAR NOT < CB-PRIOR-YEAR)
                   PERFORM L4-LOAD-PRIOR
               END-IF
           END-IF.
           PERFORM L3-SNAP-READ.

       L4-LOAD-PRIOR.
           IF CS-SNAP-YEAR NOT = CB-PRIOR-YEAR
               MOVE CS-SNAP-YEAR TO CB-PRIOR-YEAR
               PERFORM L5-CLEAR-PRIOR
                   VARYING CO-SUB FROM 1 BY 1
                   UNTIL CO-SUB > COT-COUNT
           END-IF.
           IF COT-COUNT > 0
               SET COX TO 1
               SEARCH COHORT-TABLE
                   AT end
                       CONTINUE
                   WHEN CO-TERM (COX) = CS-COHORT
                    AND CO-MAJOR (COX) = CS-MAJOR
                       MOVE 'Y'         TO CO-PRIOR-FOUND (COX)
                       MOVE CS-TOTAL    TO CO-PR-TOTAL (COX)
                       MOVE CS-RETAINED TO CO-PR-RETAINED (COX)
                       MOVE CS-GRAD4    TO CO-PR-GRAD4 (COX)
                       MOVE CS-GRAD6    TO CO-PR-GRAD6 (COX)
               END-SEARCH
           END-IF.

       L5-CLEAR-PRIOR.
           MOVE 'N' TO CO-PRIOR-FOUND (CO-SUB).
           MOVE 0   TO CO-PR-TOTAL (CO-SUB).
           MOVE 0   TO CO-PR-RETAINED (CO-SUB).
           MOVE 0   TO CO-PR-GRAD4 (CO-SUB).
           MOVE 0   TO CO-PR-GRAD6 (CO-SUB).

       L2-WRITE-SNAPSHOT.
           MOVE CB-SNAP-YEAR           TO CS-SNAP-YEAR.
           MOVE CO-TERM (CO-SUB)       TO CS-COHORT.
           MOVE CO-MAJOR (CO-SUB)      TO CS-MAJOR.
           MOVE CO-TOTAL (CO-SUB)      TO CS-TOTAL.
           MOVE CO-ACTIVE (CO-SUB)     TO CS-ACTIVE.
           MOVE CO-GRAD (CO-SUB)       TO CS-GRAD.
           MOVE CO-WDRAWN (CO-SUB)     TO CS-WDRAWN.
           MOVE CO-PURGED (CO-SUB)     TO CS-PURGED.
           MOVE CO-RETAINED (CO-SUB)   TO CS-RETAINED.
           MOVE CO-GRAD4 (CO-SUB)      TO CS-GRAD4.
           MOVE CO-GRAD6 (CO-SUB)      TO CS-GRAD6.
           MOVE CB-CENSUS              TO CS-CENSUS.
           MOVE CB-RUN-DATE            TO CS-RUN-DATE.
           WRITE CS-REC.
           ADD 1 TO C-SNAPCTR.

       L2-SNAPSHOT-COPY-BACK.
           CLOSE SNAPWORK.
           OPEN INPUT SNAPWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR REREADING SNAPSHOT WORK - STATUS: '
                   CB-WORK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SNAPNEW
               PERFORM L3-WORK-READ
               PERFORM L3-COPY-BACK
                   UNTIL WORK-EOF = 'T'
               CLOSE SNAPWORK
               CLOSE SNAPNEW
           END-IF.

       L3-WORK-READ.
           READ SNAPWORK
               AT end
                   MOVE 'T' TO WORK-EOF.

       L3-COPY-BACK.
           MOVE CS-REC TO SN-REC.
           WRITE SN-REC.
           PERFORM L3-WORK-READ.

      * Cohorts in entry-year order, each major on its own line and a
      * total line over the cohort's majors.
       L2-PRINT-REPORT.
           IF CB-PRIOR-YEAR = SPACES
               MOVE 'NONE'        TO CH1-PRIOR-YEAR
           ELSE
               MOVE CB-PRIOR-YEAR TO CH1-PRIOR-YEAR
           END-IF.
           PERFORM L4-HEADINGS.
           IF COT-COUNT = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 lines
           ELSE
               MOVE SPACES TO CB-PREV-TERM
               PERFORM L3-PRINT-ONE
                   VARYING CO-SUB FROM 1 BY 1
                   UNTIL CO-SUB > COT-COUNT
               PERFORM L4-COHORT-TOTAL
               WRITE PRTLINE FROM NOTE-LINE
                   AFTER ADVANCING 3 lines
           END-IF.

       L3-PRINT-ONE.
           IF CO-TERM (CO-SUB) NOT = CB-PREV-TERM
               IF CB-PREV-TERM NOT = SPACES
                   PERFORM L4-COHORT-TOTAL
               END-IF
               MOVE CO-TERM (CO-SUB) TO CB-PREV-TERM
               INITIALIZE COHORT-TOTALS
               MOVE CO-YEAR (CO-SUB) TO CA-YEAR
               MOVE CO-TERM (CO-SUB) TO CA-TERM
               MOVE 'ALL'            TO CA-MAJOR
               MOVE 'N'              TO CA-PRIOR-FOUND
           END-IF.
           MOVE COHORT-TABLE (CO-SUB) TO ROW-FIGURES.
           ADD RF-TOTAL              TO CA-TOTAL.
           ADD RF-ACTIVE             TO CA-ACTIVE.
           ADD RF-GRAD               TO CA-GRAD.
           ADD RF-WDRAWN             TO CA-WDRAWN.
           ADD RF-PURGED             TO CA-PURGED.
           ADD RF-RETAINED           TO CA-RETAINED.
           ADD RF-GRAD4              TO CA-GRAD4.
           ADD RF-GRAD6              TO CA-GRAD6.
           IF RF-PRIOR-FOUND = 'Y'
               MOVE 'Y'              TO CA-PRIOR-FOUND
               ADD RF-PR-TOTAL       TO CA-PR-TOTAL
               ADD RF-PR-RETAINED    TO CA-PR-RETAINED
               ADD RF-PR-GRAD4       TO CA-PR-GRAD4
               ADD RF-PR-GRAD6       TO CA-PR-GRAD6
           END-IF.
           PERFORM L4-PRINT-ROW.

       L4-COHORT-TOTAL.
           MOVE COHORT-TOTALS TO ROW-FIGURES.
           PERFORM L4-PRINT-ROW.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

       L4-PRINT-ROW.
           INITIALIZE DETAIL-LINE.
           MOVE RF-TERM              TO DL-COHORT.
           MOVE RF-MAJOR             TO DL-MAJOR.
           MOVE RF-TOTAL             TO DL-TOTAL.
           MOVE RF-ACTIVE            TO DL-ACTIVE.
           MOVE RF-GRAD              TO DL-GRAD.
           MOVE RF-WDRAWN            TO DL-WDRAWN.
           MOVE RF-PURGED            TO DL-PURGED.
           MOVE RF-TERM (4:2)        TO CB-TERM-YY.
           COMPUTE CB-ENTRY-YEAR = 2000 + CB-TERM-YY.
           COMPUTE CB-CENSUS-YEAR = CB-ENTRY-YEAR + 1.
           MOVE CB-CENSUS            TO CB-CENSUS-MMDD.
           MOVE RF-RETAINED          TO CB-COUNT.
           MOVE RF-TOTAL             TO CB-RATE-BASE.
           PERFORM L5-EDIT-RATE.
           MOVE CB-RATE-OUT          TO DL-RETAIN.
           IF CB-RUN-DATE < CB-CENSUS-DATE
               MOVE '*'              TO DL-RETAIN-FLAG
           END-IF.
           MOVE RF-GRAD4             TO CB-COUNT.
           PERFORM L5-EDIT-RATE.
           MOVE CB-RATE-OUT          TO DL-GRAD4.
           IF CB-RUN-YEAR NOT > CB-ENTRY-YEAR + 4
               MOVE '*'              TO DL-GRAD4-FLAG
           END-IF.
           MOVE RF-GRAD6             TO CB-COUNT.
           PERFORM L5-EDIT-RATE.
           MOVE CB-RATE-OUT          TO DL-GRAD6.
           IF CB-RUN-YEAR NOT > CB-ENTRY-YEAR + 6
               MOVE '*'              TO DL-GRAD6-FLAG
           END-IF.
           IF RF-PRIOR-FOUND = 'Y'
               MOVE RF-PR-TOTAL      TO CB-RATE-BASE
               MOVE RF-PR-RETAINED   TO CB-COUNT
               PERFORM L5-EDIT-RATE
               MOVE CB-RATE-OUT      TO DL-PR-RETAIN
               MOVE RF-PR-GRAD4      TO CB-COUNT
               PERFORM L5-EDIT-RATE
               MOVE CB-RATE-OUT      TO DL-PR-GRAD4
               MOVE RF-PR-GRAD6      TO CB-COUNT
               PERFORM L5-EDIT-RATE
               MOVE CB-RATE-OUT      TO DL-PR-GRAD6
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

      * CB-COUNT as a percentage of CB-RATE-BASE.
       L5-EDIT-RATE.
           MOVE 0 TO CB-RATE.
           IF CB-RATE-BASE > 0
               COMPUTE CB-RATE ROUNDED =
                   CB-COUNT * 100 / CB-RATE-BASE
           END-IF.
           MOVE CB-RATE      TO CB-RATE-EDIT.
           MOVE CB-RATE-EDIT TO CB-RATE-OUT.

       L2-CLOSING.
           PERFORM L4-HEADINGS.
           MOVE C-MASTERCTR TO TOT-MASTER-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-ARCHCTR   TO TOT-ARCH-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-NOTERMCTR TO TOT-NOTERM-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           MOVE C-ACTIVECTR TO TOT-ACTIVE-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 2 lines.
           MOVE C-GRADCTR   TO TOT-GRAD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-WDRAWCTR  TO TOT-WDRAW-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 1 LINE.
           MOVE C-PURGECTR  TO TOT-PURGE-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE7
               AFTER ADVANCING 1 LINE.
           MOVE C-SNAPCTR   TO TOT-SNAP-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE8
               AFTER ADVANCING 2 lines.
           MOVE C-FWDCTR    TO TOT-FWD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE9
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           DISPLAY 'CBLAMB29 COHORT REPORT COMPLETE - SNAPSHOT '
               CB-SNAP-YEAR.
           DISPLAY 'MASTER: '        C-MASTERCTR
               '  ARCHIVE: '         C-ARCHCTR
               '  NO TERM: '         C-NOTERMCTR
               '  COHORT ROWS: '     C-SNAPCTR.
           DISPLAY 'SNAPSHOTS CARRIED: ' C-FWDCTR
               '  REPLACED: '        C-REPLCTR
               '  COMPARED WITH: '   CH1-PRIOR-YEAR.
           COMPUTE RS-REC-COUNT = C-MASTERCTR + C-ARCHCTR.
           PERFORM L9-RUN-END.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO HI-PAGE.
           WRITE PRTLINE FROM HEADING1
               AFTER ADVANCING page.
           WRITE PRTLINE FROM COL-HEADING1
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM COL-HEADING2
               AFTER ADVANCING 1 LINE.

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
               MOVE 'CBLAMB29'      TO RC-PROGRAM
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
               MOVE 'CBLAMB29'      TO RC-PROGRAM
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

       end program CBLAMB29.
