       identification division.
       program-id. CBLAMB27.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB27 - term academic standing.  Computes each student's
      * term GPA from the A-F grades on STDGRAD.DAT for the term in
      * the parm (blank and I grades carry no points and are left
      * out, as CBLAMB03 leaves them out) and assigns a standing:
      *     D  dean's list      - term GPA 3.50 or better on at least
      *                           12.0 graded credits, and not
      *                           deficient
      *     G  good standing    - not deficient
      *     W  academic warning - deficient, and the previous
      *                           standing was not W, P or S
      *     P  probation        - deficient after a warning
      *     S  suspension       - deficient while on probation, or
      *                           again after a suspension
      * Deficient means a term GPA below 2.00 or a cumulative I-GPA
      * below 2.00.  The previous standing is the student's most
      * recent standing for any other term on the history file
      * STDSTAND.DAT; the run writes the term's standings to that
      * file, replacing any from an earlier run for the same term,
      * and carries every other term forward through the STDSTWK.DAT
      * work file.  Outputs:
      *     STDSTNTC.PRT - a notice letter per student placed on the
      *                    dean's list, warning, probation or
      *                    suspension (good standing gets no letter)
      *     STDSTDEN.PRT - a listing for each dean (MJ-DEAN on
      *                    STDMAJOR.DAT) of their majors' students on
      *                    warning or worse
      *     STDSUTRN.DAT - a 'D' delete transaction with reason 'W' in
      *                    CBLAMB02's TR-REC layout for each suspended
      *                    student, the same way CBLAMB16 writes the
      *                    graduates' transactions, ready to be fed to
      *                    CBLAMB02 through its transaction-path parm
      * A graded student not on STUDENT-MASTER is listed on the
      * console and given no standing.
      * The dean's lists show a student under a privacy hold by ID,
      * with the name as '** PRIVACY HOLD'; the standing notice,
      * which goes to the student, keeps the name.
      *
      * RUN-PARM from SYSIN: term (TTTYY), optional student-master
      * path override.
************************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADEFILE
               ASSIGN TO 'C:\COBOL\STDGRAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-GRADE-STATUS.
           SELECT SORTFILE
               ASSIGN TO 'C:\COBOL\STDSTSW.DAT'.
           SELECT SORTEDFILE
               ASSIGN TO 'C:\COBOL\STDSTSD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-SORTED-STATUS.
           SELECT STUDENT-MASTER
               ASSIGN TO CB-STUDENT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID
               FILE STATUS IS CB-MASTER-STATUS.
           SELECT MAJORFILE
               ASSIGN TO 'C:\COBOL\STDMAJOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-MAJOR-STATUS.
           SELECT HISTFILE
               ASSIGN TO 'C:\COBOL\STDSTAND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-HIST-STATUS.
           SELECT HISTWORK
               ASSIGN TO 'C:\COBOL\STDSTWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-WORK-STATUS.
           SELECT HISTNEW
               ASSIGN TO 'C:\COBOL\STDSTAND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPTRAN
               ASSIGN TO 'C:\COBOL\STDSUTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICEOUT
               ASSIGN TO 'C:\COBOL\STDSTNTC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDSTDEN.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.

       FD  GRADEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GR-REC
           RECORD CONTAINS 23 CHARACTERS.
           01 GR-REC.
               05 GR-ID                   PIC X(7).
               05 GR-TERM                 PIC X(5).
               05 GR-COURSE               PIC X(8).
               05 GR-CREDITS              PIC 9V9.
               05 GR-CREDITS-X REDEFINES GR-CREDITS
                                          PIC X(2).
               05 GR-GRADE                PIC X.

       SD  SORTFILE
           DATA RECORD IS SR-REC
           RECORD CONTAINS 10 CHARACTERS.
           01 SR-REC.
               05 SR-ID                   PIC X(7).
               05 SR-CREDITS              PIC 9V9.
               05 SR-GRADE                PIC X.

       FD  SORTEDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 10 CHARACTERS.
           01 SO-REC.
               05 SO-ID                   PIC X(7).
               05 SO-CREDITS              PIC 9V9.
               05 SO-GRADE                PIC X.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 72 CHARACTERS.
           COPY STDNTREC.

       FD  MAJORFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MJ-REC
           RECORD CONTAINS 44 CHARACTERS.
           COPY MAJORREC.

       FD  HISTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HO-REC
           RECORD CONTAINS 31 CHARACTERS.
           01 HO-REC                      PIC X(31).

      * Standing history: one record per student per term.
       FD  HISTWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 31 CHARACTERS.
           01 SH-REC.
               05 SH-ID                   PIC X(7).
               05 SH-TERM                 PIC X(5).
               05 SH-STANDING             PIC X.
               05 SH-TERM-GPA             PIC 9V99.
               05 SH-TERM-CREDITS         PIC 9(3)V9.
               05 SH-CUM-GPA              PIC 9V99.
               05 SH-DATE                 PIC X(8).

       FD  HISTNEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS HN-REC
           RECORD CONTAINS 31 CHARACTERS.
           01 HN-REC                      PIC X(31).

       FD  SUSPTRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 65 CHARACTERS.
           01 TR-REC.
               05 TR-FUNCTION             PIC X.
               05 TR-ID                   PIC X(7).
               05 TR-LNAME                PIC X(15).
               05 TR-FNAME                PIC X(15).
               05 TR-INIT                 PIC X.
               05 TR-GPA                  PIC 9V99.
               05 TR-EX-STRT-SAL          PIC 9(6)V99.
               05 TR-REASON               PIC X.
               05 TR-MAJOR                PIC X(4).
               05 TR-ENROLL-TERM          PIC X(5).
               05 TR-GRAD-TERM            PIC X(5).

       FD  NOTICEOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS NOTICELINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 NOTICELINE                  PIC X(132).

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
           05  RP-TERM               PIC X(5).
           05  RP-STUDENT-PATH       PIC X(80).

       01  MISC.
           05  GRADE-EOF             PIC X        VALUE 'F'.
           05  SORTED-EOF            PIC X        VALUE 'F'.
           05  MAJOR-EOF             PIC X        VALUE 'F'.
           05  HIST-EOF              PIC X        VALUE 'F'.
           05  WORK-EOF              PIC X        VALUE 'F'.
           05  CB-GRADE-STATUS       PIC XX       VALUE '00'.
           05  CB-SORTED-STATUS      PIC XX       VALUE '00'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-MAJOR-STATUS       PIC XX       VALUE '00'.
           05  CB-HIST-STATUS        PIC XX       VALUE '00'.
           05  CB-WORK-STATUS        PIC XX       VALUE '00'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-TERM               PIC X(5)     VALUE SPACES.
           05  CB-RUN-DATE           PIC X(8)     VALUE SPACES.
           05  CB-PREV-ID            PIC X(7)     VALUE SPACES.
           05  CB-PREV-DEAN          PIC X(20)    VALUE SPACES.
           05  CB-GRADE-POINTS       PIC 9V99     VALUE 0.
           05  CB-DEFICIENT          PIC X        VALUE 'N'.
               88  DEFICIENT                  VALUE 'Y'.
           05  CB-DESC-CODE          PIC X        VALUE SPACE.
           05  CB-DESC               PIC X(20)    VALUE SPACES.
           05  CB-DEAN-PRINTED       PIC X        VALUE 'N'.
               88  DEAN-PRINTED               VALUE 'Y'.
           05  ST-SUB                PIC 9(4) COMP VALUE 0.
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-STUCTR              PIC 9(5)     VALUE 0.
           05  C-NOMSTCTR            PIC 9(5)     VALUE 0.
           05  C-DEANSCTR            PIC 9(5)     VALUE 0.
           05  C-GOODCTR             PIC 9(5)     VALUE 0.
           05  C-WARNCTR             PIC 9(5)     VALUE 0.
           05  C-PROBCTR             PIC 9(5)     VALUE 0.
           05  C-SUSPCTR             PIC 9(5)     VALUE 0.
           05  C-NOTICECTR           PIC 9(5)     VALUE 0.
           05  C-FWDCTR              PIC 9(6)     VALUE 0.
           05  C-REPLCTR             PIC 9(5)     VALUE 0.
           05  C-LISTCTR             PIC 9(5)     VALUE 0.

      * Standing thresholds.
       01  STANDING-RULES.
           05  SR-MIN-GPA            PIC 9V99     VALUE 2.00.
           05  SR-DEANS-GPA          PIC 9V99     VALUE 3.50.
           05  SR-DEANS-CREDITS      PIC 9(3)V9   VALUE 12.0.

       01  STANDING-DESC-VALUES.
           05  FILLER                PIC X(21)
                   VALUE 'DDEAN''S LIST         '.
           05  FILLER                PIC X(21)
                   VALUE 'GGOOD STANDING       '.
           05  FILLER                PIC X(21)
                   VALUE 'WACADEMIC WARNING    '.
           05  FILLER                PIC X(21)
                   VALUE 'PACADEMIC PROBATION  '.
           05  FILLER                PIC X(21)
                   VALUE 'SACADEMIC SUSPENSION '.
       01  STANDING-DESC-TABLE REDEFINES STANDING-DESC-VALUES.
           05  STANDING-DESC-ENTRY   OCCURS 5 TIMES
                   INDEXED BY SDX.
               10  SD-CODE           PIC X.
               10  SD-DESC           PIC X(20).

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).
           05  RS-START-TIME         PIC X(6)     VALUE SPACES.
           05  RS-REC-COUNT          PIC 9(6)     VALUE 0.

       01  MAJOR-TABLE-AREA.
           05  MJT-COUNT             PIC 9(3) COMP VALUE 0.
           05  MAJOR-TABLE OCCURS 0 TO 200 TIMES
                   DEPENDING ON MJT-COUNT
                   INDEXED BY MJX.
               10  MJ-TAB-CODE       PIC X(4).
               10  MJ-TAB-DEPT       PIC X(20).
               10  MJ-TAB-DEAN       PIC X(20).

      * One row per student graded in the term, built in ID order
      * from the sorted grades.  ST-PREV-DATE is the date of the most
      * recent other-term standing found on the history file.
       01  STUDENT-TABLE-AREA.
           05  STT-COUNT             PIC 9(4) COMP VALUE 0.
           05  STUDENT-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON STT-COUNT
                   ASCENDING KEY IS ST-ID
                   INDEXED BY STX.
               10  ST-ID             PIC X(7).
               10  ST-LNAME          PIC X(15).
               10  ST-FNAME          PIC X(15).
               10  ST-INIT           PIC X.
               10  ST-MAJOR          PIC X(4).
               10  ST-DEAN           PIC X(20).
               10  ST-TERM-QP        PIC 9(4)V99.
               10  ST-TERM-CR        PIC 9(3)V9.
               10  ST-TERM-GPA       PIC 9V99.
               10  ST-CUM-GPA        PIC 9V99.
               10  ST-PREV           PIC X.
               10  ST-PREV-DATE      PIC X(8).
               10  ST-NEW            PIC X.
               10  ST-ON-MASTER      PIC X.
               10  ST-HOLD           PIC X.
                   88  ST-PRIVACY-HOLD        VALUE 'Y'.

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(28)    VALUE SPACES.
           05  FILLER               PIC X(34)
                   VALUE 'ACADEMIC STANDING BY DEAN - TERM '.
           05  H1-TERM              PIC X(5).
           05  FILLER               PIC X(37)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  DEAN-LINE.
           05  FILLER               PIC X(6)     VALUE 'DEAN: '.
           05  DN-DEAN              PIC X(20).
       01  COL-HEADING.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'MAJOR'.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(16)    VALUE 'LAST NAME'.
           05  FILLER               PIC X(17)    VALUE 'FIRST NAME'.
           05  FILLER               PIC X(9)     VALUE 'TERM CR'.
           05  FILLER               PIC X(10)    VALUE 'TERM GPA'.
           05  FILLER               PIC X(9)     VALUE 'CUM GPA'.
           05  FILLER               PIC X(22)    VALUE 'PREVIOUS'.
           05  FILLER               PIC X(8)     VALUE 'STANDING'.
       01  DETAIL-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-MAJOR             PIC X(4).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-ID                PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-LNAME             PIC X(15).
           05  FILLER               PIC X        VALUE SPACE.
           05  DL-FNAME             PIC X(15).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-TERM-CR           PIC ZZ9.9.
           05  FILLER               PIC X(5)     VALUE SPACES.
           05  DL-TERM-GPA          PIC 9.99.
           05  FILLER               PIC X(5)     VALUE SPACES.
           05  DL-CUM-GPA           PIC 9.99.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  DL-PREV              PIC X(20).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-NEW               PIC X(20).
       01  DEAN-TOTAL-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(30)
                   VALUE 'STUDENTS ON WARNING OR WORSE: '.
           05  DT-COUNT             PIC Z,ZZ9.
       01  NONE-LINE.
           05  FILLER               PIC X(40)
                   VALUE 'NO STUDENTS ON WARNING OR WORSE'.

       01  NOTICE-HEADING.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  NH-DATE              PIC X(10).
           05  FILLER               PIC X(30)    VALUE SPACES.
           05  FILLER               PIC X(32)
                   VALUE 'ACADEMIC STANDING NOTICE - TERM '.
           05  NH-TERM              PIC X(5).
       01  NOTICE-NAME-LINE.
           05  FILLER               PIC X(5)     VALUE 'TO:  '.
           05  NN-FNAME             PIC X(15).
           05  FILLER               PIC X        VALUE SPACE.
           05  NN-INIT              PIC X.
           05  FILLER               PIC X        VALUE SPACE.
           05  NN-LNAME             PIC X(15).
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(12)    VALUE 'STUDENT ID: '.
           05  NN-ID                PIC X(7).
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'MAJOR: '.
           05  NN-MAJOR             PIC X(4).
       01  NOTICE-GPA-LINE.
           05  FILLER               PIC X(5)     VALUE SPACES.
           05  FILLER               PIC X(14)    VALUE 'TERM CREDITS: '.
           05  NG-TERM-CR           PIC ZZ9.9.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(10)    VALUE 'TERM GPA: '.
           05  NG-TERM-GPA          PIC 9.99.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(16)
                   VALUE 'CUMULATIVE GPA: '.
           05  NG-CUM-GPA           PIC 9.99.
       01  NOTICE-PREV-LINE.
           05  FILLER               PIC X(5)     VALUE SPACES.
           05  FILLER               PIC X(19)
                   VALUE 'PREVIOUS STANDING: '.
           05  NP-DESC              PIC X(20).
       01  NOTICE-NEW-LINE.
           05  FILLER               PIC X(5)     VALUE SPACES.
           05  FILLER               PIC X(19)
                   VALUE 'STANDING THIS TERM:'.
           05  NW-DESC              PIC X(20).
       01  NOTICE-TEXT-LINE.
           05  FILLER               PIC X(5)     VALUE SPACES.
           05  NT-TEXT              PIC X(75).

       01  TOTAL-LINE1.
           05  FILLER               PIC X(26)
                   VALUE 'STUDENTS GRADED:          '.
           05  TOT-STU-COUNT        PIC ZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(26)
                   VALUE 'DEAN''S LIST:              '.
           05  TOT-DEANS-COUNT      PIC ZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(26)
                   VALUE 'GOOD STANDING:            '.
           05  TOT-GOOD-COUNT       PIC ZZ,ZZ9.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(26)
                   VALUE 'ACADEMIC WARNING:         '.
           05  TOT-WARN-COUNT       PIC ZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(26)
                   VALUE 'PROBATION:                '.
           05  TOT-PROB-COUNT       PIC ZZ,ZZ9.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(26)
                   VALUE 'SUSPENSION - D/W WRITTEN: '.
           05  TOT-SUSP-COUNT       PIC ZZ,ZZ9.
       01  TOTAL-LINE7.
           05  FILLER               PIC X(26)
                   VALUE 'NOT ON MASTER - SKIPPED:  '.
           05  TOT-NOMST-COUNT      PIC ZZ,ZZ9.
       01  TOTAL-LINE8.
           05  FILLER               PIC X(26)
                   VALUE 'NOTICES PRINTED:          '.
           05  TOT-NOTICE-COUNT     PIC ZZ,ZZ9.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-BUILD-STUDENTS
               UNTIL SORTED-EOF = 'T'.
           CLOSE SORTEDFILE.
           PERFORM L2-CARRY-HISTORY.
           PERFORM L2-ASSIGN-STANDING
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > STT-COUNT.
           PERFORM L2-HISTORY-COPY-BACK.
           PERFORM L2-DEAN-LISTING.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE SPACES TO RUN-PARM.
           ACCEPT RUN-PARM FROM SYSIN.
           MOVE RP-TERM TO CB-TERM.
           IF CB-TERM = SPACES
               DISPLAY 'TERM REQUIRED IN THE PARM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RP-STUDENT-PATH NOT = SPACES
               MOVE RP-STUDENT-PATH TO CB-STUDENT-MASTER-PATH.
           PERFORM L9-RUN-START.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY            TO H1-DAY.
           MOVE CURRENT-MONTH          TO H1-MONTH.
           MOVE CURRENT-YEAR           TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO CB-RUN-DATE.
           MOVE CB-TERM                TO H1-TERM.
           MOVE CB-TERM                TO NH-TERM.
           MOVE H1-DATE                TO NH-DATE.
           OPEN INPUT STUDENT-MASTER.
           IF CB-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER - STATUS: '
                   CB-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           PERFORM L2-LOAD-MAJORS.
           SORT SORTFILE
               ASCENDING KEY SR-ID
               INPUT PROCEDURE IS L3-RELEASE-GRADES
               GIVING SORTEDFILE.
           OPEN INPUT SORTEDFILE.
           IF CB-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SORTED GRADES - STATUS: '
                   CB-SORTED-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT SUSPTRAN.
           OPEN OUTPUT NOTICEOUT.
           OPEN OUTPUT PRTOUT.
           PERFORM L3-SORTED-READ.

       L2-LOAD-MAJORS.
           OPEN INPUT MAJORFILE.
           IF CB-MAJOR-STATUS = '00'
               PERFORM L3-MAJOR-READ
               PERFORM L3-MAJOR-BUILD-TABLE
                   UNTIL MAJOR-EOF = 'T'
               CLOSE MAJORFILE
           ELSE
               DISPLAY 'WARNING - MAJORS FILE NOT READ - STATUS: '
                   CB-MAJOR-STATUS
           END-IF.

       L3-MAJOR-READ.
           READ MAJORFILE
               AT end
                   MOVE 'T' TO MAJOR-EOF.

       L3-MAJOR-BUILD-TABLE.
           IF MJT-COUNT < 200
               ADD 1                TO MJT-COUNT
               MOVE MJ-CODE         TO MJ-TAB-CODE (MJT-COUNT)
               MOVE MJ-DEPT         TO MJ-TAB-DEPT (MJT-COUNT)
               MOVE MJ-DEAN         TO MJ-TAB-DEAN (MJT-COUNT)
           END-IF.
           PERFORM L3-MAJOR-READ.

      * Only the term's A-F grades with numeric credits carry points.
       L3-RELEASE-GRADES.
           OPEN INPUT GRADEFILE.
           IF CB-GRADE-STATUS = '00'
               PERFORM L4-GRADE-READ
               PERFORM L4-RELEASE-ONE
                   UNTIL GRADE-EOF = 'T'
               CLOSE GRADEFILE
           ELSE
               DISPLAY 'ERROR OPENING GRADE FILE - STATUS: '
                   CB-GRADE-STATUS
           END-IF.

       L4-GRADE-READ.
           READ GRADEFILE
               AT end
                   MOVE 'T' TO GRADE-EOF.

       L4-RELEASE-ONE.
           IF GR-TERM = CB-TERM
            AND GR-CREDITS NUMERIC
            AND GR-CREDITS > 0
            AND (GR-GRADE = 'A' OR GR-GRADE = 'B' OR GR-GRADE = 'C'
                 OR GR-GRADE = 'D' OR GR-GRADE = 'F')
               MOVE GR-ID           TO SR-ID
               MOVE GR-CREDITS      TO SR-CREDITS
               MOVE GR-GRADE        TO SR-GRADE
               RELEASE SR-REC
           END-IF.
           PERFORM L4-GRADE-READ.

       L3-SORTED-READ.
           READ SORTEDFILE
               AT end
                   MOVE 'T' TO SORTED-EOF.

       L2-BUILD-STUDENTS.
           IF SO-ID NOT = CB-PREV-ID
               IF STT-COUNT NOT < 9999
                   DISPLAY 'STUDENT TABLE FULL - RUN STOPPED, '
                       'NO FILES CHANGED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM L9-RUN-END
                   STOP RUN
               END-IF
               MOVE SO-ID           TO CB-PREV-ID
               ADD 1                TO STT-COUNT
               INITIALIZE STUDENT-TABLE (STT-COUNT)
               MOVE SO-ID           TO ST-ID (STT-COUNT)
           END-IF.
           EVALUATE SO-GRADE
               WHEN 'A'
                   MOVE 4.00 TO CB-GRADE-POINTS
               WHEN 'B'
                   MOVE 3.00 TO CB-GRADE-POINTS
               WHEN 'C'
                   MOVE 2.00 TO CB-GRADE-POINTS
               WHEN 'D'
                   MOVE 1.00 TO CB-GRADE-POINTS
               WHEN OTHER
                   MOVE 0.00 TO CB-GRADE-POINTS
           END-EVALUATE.
           COMPUTE ST-TERM-QP (STT-COUNT) = ST-TERM-QP (STT-COUNT)
               + SO-CREDITS * CB-GRADE-POINTS.
           ADD SO-CREDITS TO ST-TERM-CR (STT-COUNT).
           PERFORM L3-SORTED-READ.

      * Other terms' standings are carried forward and give each
      * student's previous standing; this term's from an earlier
      * run are dropped and written again below.
       L2-CARRY-HISTORY.
           OPEN OUTPUT HISTWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STANDING WORK - STATUS: '
                   CB-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT HISTFILE.
           IF CB-HIST-STATUS = '00'
               PERFORM L3-HIST-READ
               PERFORM L3-CARRY-ONE
                   UNTIL HIST-EOF = 'T'
               CLOSE HISTFILE
           ELSE
               DISPLAY 'NO STANDING HISTORY - STATUS: '
                   CB-HIST-STATUS
           END-IF.

       L3-HIST-READ.
           READ HISTFILE INTO SH-REC
               AT end
                   MOVE 'T' TO HIST-EOF.

       L3-CARRY-ONE.
           IF SH-TERM = CB-TERM
               ADD 1 TO C-REPLCTR
           ELSE
               ADD 1 TO C-FWDCTR
               WRITE SH-REC
               IF STT-COUNT > 0
                   SEARCH ALL STUDENT-TABLE
                       AT end
                           CONTINUE
                       WHEN ST-ID (STX) = SH-ID
                           IF SH-DATE NOT < ST-PREV-DATE (STX)
                               MOVE SH-STANDING TO ST-PREV (STX)
                               MOVE SH-DATE     TO ST-PREV-DATE (STX)
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.
           PERFORM L3-HIST-READ.

       L2-ASSIGN-STANDING.
           ADD 1 TO C-STUCTR.
           MOVE ST-ID (ST-SUB) TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO C-NOMSTCTR
                   MOVE 'N' TO ST-ON-MASTER (ST-SUB)
                   DISPLAY 'GRADED STUDENT NOT ON MASTER - NO '
                       'STANDING: ' ST-ID (ST-SUB)
               NOT INVALID KEY
                   MOVE 'Y' TO ST-ON-MASTER (ST-SUB)
                   PERFORM L3-DETERMINE-STANDING
           END-READ.

       L3-DETERMINE-STANDING.
           MOVE I-LNAME  TO ST-LNAME (ST-SUB).
           MOVE I-FNAME  TO ST-FNAME (ST-SUB).
           MOVE I-INIT   TO ST-INIT (ST-SUB).
           MOVE I-PRIVACY-HOLD TO ST-HOLD (ST-SUB).
           MOVE I-MAJOR  TO ST-MAJOR (ST-SUB).
           IF I-GPA NUMERIC
               MOVE I-GPA TO ST-CUM-GPA (ST-SUB)
           END-IF.
           MOVE '*** NO DEAN ON FILE' TO ST-DEAN (ST-SUB).
           IF MJT-COUNT > 0
               SET MJX TO 1
               SEARCH MAJOR-TABLE
                   AT end
                       CONTINUE
                   WHEN MJ-TAB-CODE (MJX) = I-MAJOR
                       MOVE MJ-TAB-DEAN (MJX) TO ST-DEAN (ST-SUB)
               END-SEARCH
           END-IF.
           IF ST-TERM-CR (ST-SUB) > 0
               COMPUTE ST-TERM-GPA (ST-SUB) ROUNDED =
                   ST-TERM-QP (ST-SUB) / ST-TERM-CR (ST-SUB)
           END-IF.
           IF ST-TERM-GPA (ST-SUB) < SR-MIN-GPA
            OR (I-GPA NUMERIC AND I-GPA < SR-MIN-GPA)
               MOVE 'Y' TO CB-DEFICIENT
           ELSE
               MOVE 'N' TO CB-DEFICIENT
           END-IF.
           EVALUATE TRUE
               WHEN DEFICIENT
                AND (ST-PREV (ST-SUB) = 'P' OR ST-PREV (ST-SUB) = 'S')
                   MOVE 'S' TO ST-NEW (ST-SUB)
                   ADD 1 TO C-SUSPCTR
                   PERFORM L4-WRITE-SUSPENSION
               WHEN DEFICIENT
                AND ST-PREV (ST-SUB) = 'W'
                   MOVE 'P' TO ST-NEW (ST-SUB)
                   ADD 1 TO C-PROBCTR
               WHEN DEFICIENT
                   MOVE 'W' TO ST-NEW (ST-SUB)
                   ADD 1 TO C-WARNCTR
               WHEN ST-TERM-GPA (ST-SUB) NOT < SR-DEANS-GPA
                AND ST-TERM-CR (ST-SUB) NOT < SR-DEANS-CREDITS
                   MOVE 'D' TO ST-NEW (ST-SUB)
                   ADD 1 TO C-DEANSCTR
               WHEN OTHER
                   MOVE 'G' TO ST-NEW (ST-SUB)
                   ADD 1 TO C-GOODCTR
           END-EVALUATE.
           MOVE ST-ID (ST-SUB)       TO SH-ID.
           MOVE CB-TERM              TO SH-TERM.
           MOVE ST-NEW (ST-SUB)      TO SH-STANDING.
           MOVE ST-TERM-GPA (ST-SUB) TO SH-TERM-GPA.
           MOVE ST-TERM-CR (ST-SUB)  TO SH-TERM-CREDITS.
           MOVE ST-CUM-GPA (ST-SUB)  TO SH-CUM-GPA.
           MOVE CB-RUN-DATE          TO SH-DATE.
           WRITE SH-REC.
           IF ST-NEW (ST-SUB) NOT = 'G'
               PERFORM L4-PRINT-NOTICE
           END-IF.

       L4-WRITE-SUSPENSION.
           MOVE SPACES              TO TR-REC.
           MOVE 'D'                 TO TR-FUNCTION.
           MOVE ST-ID (ST-SUB)      TO TR-ID.
           MOVE 'W'                 TO TR-REASON.
           WRITE TR-REC.

       L4-PRINT-NOTICE.
           ADD 1 TO C-NOTICECTR.
           WRITE NOTICELINE FROM NOTICE-HEADING
               AFTER ADVANCING page.
           MOVE ST-FNAME (ST-SUB)    TO NN-FNAME.
           MOVE ST-INIT (ST-SUB)     TO NN-INIT.
           MOVE ST-LNAME (ST-SUB)    TO NN-LNAME.
           MOVE ST-ID (ST-SUB)       TO NN-ID.
           MOVE ST-MAJOR (ST-SUB)    TO NN-MAJOR.
           WRITE NOTICELINE FROM NOTICE-NAME-LINE
               AFTER ADVANCING 3 lines.
           MOVE ST-TERM-CR (ST-SUB)  TO NG-TERM-CR.
           MOVE ST-TERM-GPA (ST-SUB) TO NG-TERM-GPA.
           MOVE ST-CUM-GPA (ST-SUB)  TO NG-CUM-GPA.
           WRITE NOTICELINE FROM NOTICE-GPA-LINE
               AFTER ADVANCING 3 lines.
           MOVE ST-PREV (ST-SUB)     TO CB-DESC-CODE.
           PERFORM L5-LOOKUP-DESC.
           MOVE CB-DESC              TO NP-DESC.
           WRITE NOTICELINE FROM NOTICE-PREV-LINE
               AFTER ADVANCING 2 lines.
           MOVE ST-NEW (ST-SUB)      TO CB-DESC-CODE.
           PERFORM L5-LOOKUP-DESC.
           MOVE CB-DESC              TO NW-DESC.
           WRITE NOTICELINE FROM NOTICE-NEW-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO NT-TEXT.
           EVALUATE ST-NEW (ST-SUB)
               WHEN 'D'
                   MOVE 'CONGRATULATIONS - YOUR RECORD THIS TERM PLACES'
                                          TO NT-TEXT
                   PERFORM L5-WRITE-NOTICE-TEXT
                   MOVE 'YOU ON THE DEAN''S LIST.'
                                          TO NT-TEXT
               WHEN 'W'
                   MOVE 'YOUR GRADES FELL BELOW THE 2.00 MINIMUM.'
                                          TO NT-TEXT
                   PERFORM L5-WRITE-NOTICE-TEXT
                   MOVE 'PLEASE MEET WITH YOUR ADVISOR BEFORE NEXT TERM'
                                          TO NT-TEXT
               WHEN 'P'
                   MOVE 'YOU ARE PLACED ON ACADEMIC PROBATION.  ANOTHER'
                                          TO NT-TEXT
                   PERFORM L5-WRITE-NOTICE-TEXT
                   MOVE 'TERM BELOW THE 2.00 MINIMUM WILL RESULT IN'
                                          TO NT-TEXT
                   PERFORM L5-WRITE-NOTICE-TEXT
                   MOVE 'ACADEMIC SUSPENSION.'
                                          TO NT-TEXT
               WHEN 'S'
                   MOVE 'YOU ARE SUSPENDED AND WITHDRAWN FROM'
                                          TO NT-TEXT
                   PERFORM L5-WRITE-NOTICE-TEXT
                   MOVE 'ENROLLMENT.  CONTACT THE OFFICE OF YOUR DEAN'
                                          TO NT-TEXT
                   PERFORM L5-WRITE-NOTICE-TEXT
                   MOVE 'ABOUT APPEAL OR READMISSION.'
                                          TO NT-TEXT
           END-EVALUATE.
           PERFORM L5-WRITE-NOTICE-TEXT.

       L5-WRITE-NOTICE-TEXT.
           WRITE NOTICELINE FROM NOTICE-TEXT-LINE
               AFTER ADVANCING 2 lines.
           MOVE SPACES TO NT-TEXT.

       L5-LOOKUP-DESC.
           MOVE 'NONE ON FILE' TO CB-DESC.
           SET SDX TO 1.
           SEARCH STANDING-DESC-ENTRY
               AT end
                   CONTINUE
               WHEN SD-CODE (SDX) = CB-DESC-CODE
                   MOVE SD-DESC (SDX) TO CB-DESC
           END-SEARCH.

       L2-HISTORY-COPY-BACK.
           CLOSE HISTWORK.
           OPEN INPUT HISTWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR REREADING STANDING WORK - STATUS: '
                   CB-WORK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT HISTNEW
               PERFORM L3-WORK-READ
               PERFORM L3-COPY-BACK
                   UNTIL WORK-EOF = 'T'
               CLOSE HISTWORK
               CLOSE HISTNEW
           END-IF.

       L3-WORK-READ.
           READ HISTWORK
               AT end
                   MOVE 'T' TO WORK-EOF.

       L3-COPY-BACK.
           MOVE SH-REC TO HN-REC.
           WRITE HN-REC.
           PERFORM L3-WORK-READ.

      * Each dean's students on warning or worse, by major and name,
      * with a new page for each dean.
       L2-DEAN-LISTING.
           IF STT-COUNT > 1
               SORT STUDENT-TABLE
                   ASCENDING KEY ST-DEAN ST-MAJOR ST-LNAME ST-FNAME
           END-IF.
           MOVE HIGH-VALUES TO CB-PREV-DEAN.
           PERFORM L3-DEAN-ONE
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > STT-COUNT.
           IF CB-PREV-DEAN NOT = HIGH-VALUES
               PERFORM L4-DEAN-TOTAL
           ELSE
               PERFORM L4-HEADINGS
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 lines
           END-IF.

       L3-DEAN-ONE.
           IF ST-ON-MASTER (ST-SUB) = 'Y'
            AND (ST-NEW (ST-SUB) = 'W' OR ST-NEW (ST-SUB) = 'P'
                 OR ST-NEW (ST-SUB) = 'S')
               IF ST-DEAN (ST-SUB) NOT = CB-PREV-DEAN
                   IF CB-PREV-DEAN NOT = HIGH-VALUES
                       PERFORM L4-DEAN-TOTAL
                   END-IF
                   MOVE ST-DEAN (ST-SUB) TO CB-PREV-DEAN
                   MOVE 0 TO C-LISTCTR
                   PERFORM L4-DEAN-HEADING
               END-IF
               ADD 1 TO C-LISTCTR
               INITIALIZE DETAIL-LINE
               MOVE ST-MAJOR (ST-SUB)    TO DL-MAJOR
               MOVE ST-ID (ST-SUB)       TO DL-ID
               IF ST-PRIVACY-HOLD (ST-SUB)
                   MOVE '** PRIVACY HOLD' TO DL-LNAME
               ELSE
                   MOVE ST-LNAME (ST-SUB) TO DL-LNAME
                   MOVE ST-FNAME (ST-SUB) TO DL-FNAME
               END-IF
               MOVE ST-TERM-CR (ST-SUB)  TO DL-TERM-CR
               MOVE ST-TERM-GPA (ST-SUB) TO DL-TERM-GPA
               MOVE ST-CUM-GPA (ST-SUB)  TO DL-CUM-GPA
               MOVE ST-PREV (ST-SUB)     TO CB-DESC-CODE
               PERFORM L5-LOOKUP-DESC
               MOVE CB-DESC              TO DL-PREV
               MOVE ST-NEW (ST-SUB)      TO CB-DESC-CODE
               PERFORM L5-LOOKUP-DESC
               MOVE CB-DESC              TO DL-NEW
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT eop
                           PERFORM L4-DEAN-HEADING
               END-WRITE
           END-IF.

       L4-DEAN-HEADING.
           PERFORM L4-HEADINGS.
           MOVE CB-PREV-DEAN TO DN-DEAN.
           WRITE PRTLINE FROM DEAN-LINE
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM COL-HEADING
               AFTER ADVANCING 2 lines.

       L4-DEAN-TOTAL.
           MOVE C-LISTCTR TO DT-COUNT.
           WRITE PRTLINE FROM DEAN-TOTAL-LINE
               AFTER ADVANCING 2 lines.

       L2-CLOSING.
           PERFORM L4-HEADINGS.
           MOVE C-STUCTR    TO TOT-STU-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-DEANSCTR  TO TOT-DEANS-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-GOODCTR   TO TOT-GOOD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           MOVE C-WARNCTR   TO TOT-WARN-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE C-PROBCTR   TO TOT-PROB-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-SUSPCTR   TO TOT-SUSP-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 1 LINE.
           MOVE C-NOMSTCTR  TO TOT-NOMST-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE7
               AFTER ADVANCING 1 LINE.
           MOVE C-NOTICECTR TO TOT-NOTICE-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE8
               AFTER ADVANCING 1 LINE.
           CLOSE STUDENT-MASTER.
           CLOSE SUSPTRAN.
           CLOSE NOTICEOUT.
           CLOSE PRTOUT.
           DISPLAY 'CBLAMB27 ACADEMIC STANDING COMPLETE - TERM '
               CB-TERM.
           DISPLAY 'GRADED: '       C-STUCTR
               '  DEANS LIST: '     C-DEANSCTR
               '  GOOD: '           C-GOODCTR
               '  WARNING: '        C-WARNCTR
               '  PROBATION: '      C-PROBCTR
               '  SUSPENDED: '      C-SUSPCTR.
           DISPLAY 'NOT ON MASTER: ' C-NOMSTCTR
               '  NOTICES: '        C-NOTICECTR
               '  HISTORY CARRIED: ' C-FWDCTR
               '  REPLACED: '       C-REPLCTR.
           IF RETURN-CODE = 0 AND C-NOMSTCTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE C-STUCTR TO RS-REC-COUNT.
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
               MOVE 'CBLAMB27'      TO RC-PROGRAM
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
               MOVE 'CBLAMB27'      TO RC-PROGRAM
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

       end program CBLAMB27.
