       identification division.
       program-id. CBLAMB26.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB26 - grade change and incomplete-grade maintenance for
      * STDGRAD.DAT, so posted grades are no longer corrected by
      * editing the text file by hand.  Each transaction on
      * STDGCTRN.DAT names the grade (student ID, term, course), the
      * grade the requester believes is posted, the new grade, the
      * authorizing instructor and the reason.  The change is
      * rejected when the old grade does not match the posted grade,
      * when the grade record is not on file, when the new grade is
      * not A B C D F or I, or when no instructor is named.  A blank
      * old grade posts a grade into a CBLAMB25 registration slot.
      *
      * A new grade of I (incomplete) must carry a completion
      * deadline later than the run date; the deadline is kept on
      * STDINCMP.DAT.  Every run lapses to F each incomplete whose
      * deadline has passed, and drops the deadline record once the
      * incomplete is resolved by a grade change.  An I grade with no
      * deadline on file is listed so one can be set.
      *
      * Every change, rejection and lapse is written to STDNTAUD.DAT
      * the way CBLAMB02 logs master changes (function GRADECHG,
      * GRADELAP, with a GRADERSN line carrying the reason), and each
      * student whose grade changed is flagged on STDGPAFL.DAT for
      * the next CBLAMB03 GPA recomputation.  STDGRAD.DAT is rewritten
      * through the STDGRDWK.DAT work file the same way CBLAMB14
      * re-keys it.  The register STDGCREG.PRT lists the lapses and
      * then every transaction with its result.  Ends with
      * RETURN-CODE 4 when any transaction was rejected or an
      * incomplete has no deadline.
      *
      * RUN-PARM from SYSIN: as-of date (YYYYMMDD, blank = today)
      * used for the deadline edits and lapses.
************************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GCFILE
               ASSIGN TO 'C:\COBOL\STDGCTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-GC-STATUS.
           SELECT GRADEFILE
               ASSIGN TO 'C:\COBOL\STDGRAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-GRADE-STATUS.
           SELECT GRADWORK
               ASSIGN TO 'C:\COBOL\STDGRDWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADENEW
               ASSIGN TO 'C:\COBOL\STDGRAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCFILE
               ASSIGN TO 'C:\COBOL\STDINCMP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-INC-STATUS.
           SELECT FLAGFILE
               ASSIGN TO 'C:\COBOL\STDGPAFL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-FLAG-STATUS.
           SELECT AUDITLOG
               ASSIGN TO 'C:\COBOL\STDNTAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDGCREG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.

       FD  GCFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GC-REC
           RECORD CONTAINS 70 CHARACTERS.
           01 GC-REC.
               05 GC-ID                   PIC X(7).
               05 GC-TERM                 PIC X(5).
               05 GC-COURSE               PIC X(8).
               05 GC-OLD-GRADE            PIC X.
               05 GC-NEW-GRADE            PIC X.
               05 GC-INSTRUCTOR           PIC X(20).
               05 GC-REASON               PIC X(20).
               05 GC-DEADLINE             PIC X(8).

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

       FD  GRADWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS GW-REC
           RECORD CONTAINS 23 CHARACTERS.
           01 GW-REC                      PIC X(23).

       FD  GRADENEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS GN-REC
           RECORD CONTAINS 23 CHARACTERS.
           01 GN-REC                      PIC X(23).

      * One record per open incomplete grade.
       FD  INCFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IN-REC
           RECORD CONTAINS 56 CHARACTERS.
           01 IN-REC.
               05 IN-ID                   PIC X(7).
               05 IN-TERM                 PIC X(5).
               05 IN-COURSE               PIC X(8).
               05 IN-DEADLINE             PIC X(8).
               05 IN-SET-DATE             PIC X(8).
               05 IN-INSTRUCTOR           PIC X(20).

       FD  FLAGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FL-REC
           RECORD CONTAINS 28 CHARACTERS.
           COPY GPAFLREC.

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
           05  RP-ASOF-DATE          PIC X(8).

       01  MISC.
           05  GC-EOF                PIC X        VALUE 'F'.
           05  GRADE-EOF             PIC X        VALUE 'F'.
           05  WORK-EOF              PIC X        VALUE 'F'.
           05  INC-EOF               PIC X        VALUE 'F'.
           05  CB-GC-STATUS          PIC XX       VALUE '00'.
           05  CB-GRADE-STATUS       PIC XX       VALUE '00'.
           05  CB-INC-STATUS         PIC XX       VALUE '00'.
           05  CB-FLAG-STATUS        PIC XX       VALUE '00'.
           05  CB-ASOF-DATE          PIC X(8)     VALUE SPACES.
           05  CB-VALID-GRADE        PIC X        VALUE SPACE.
               88  VALID-NEW-GRADE            VALUE 'A' 'B' 'C'
                                                    'D' 'F' 'I'.
           05  CB-INC-SUB            PIC 9(4)     VALUE 0.
           05  GT-SUB                PIC 9(4) COMP VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-TRANCTR             PIC 9(5)     VALUE 0.
           05  C-CHGCTR              PIC 9(5)     VALUE 0.
           05  C-INCCTR              PIC 9(5)     VALUE 0.
           05  C-ERRCTR              PIC 9(5)     VALUE 0.
           05  C-LAPSECTR            PIC 9(5)     VALUE 0.
           05  C-NODLCTR             PIC 9(5)     VALUE 0.
           05  C-CLEARCTR            PIC 9(5)     VALUE 0.
           05  C-OPENCTR             PIC 9(5)     VALUE 0.
           05  C-GRDCTR              PIC 9(7)     VALUE 0.
           05  C-FLAGCTR             PIC 9(5)     VALUE 0.

       01  AUDIT-STAMP.
           05  AS-DATE.
               10  AS-YEAR           PIC X(4).
               10  AS-MONTH          PIC XX.
               10  AS-DAY            PIC XX.
           05  AS-TIME               PIC X(8).
       01  AUDIT-MSG.
           05  AM-FUNCTION           PIC X(8).
           05  AM-ID                 PIC X(7).
           05  AM-DETAIL             PIC X(36).
       01  AUDIT-GRADE-DETAIL.
           05  AG-COURSE             PIC X(8).
           05  FILLER                PIC X        VALUE SPACE.
           05  AG-TERM               PIC X(5).
           05  FILLER                PIC X        VALUE SPACE.
           05  AG-OLD                PIC X.
           05  FILLER                PIC X        VALUE '>'.
           05  AG-NEW                PIC X.
           05  FILLER                PIC X        VALUE SPACE.
           05  AG-BY                 PIC X(17).
       01  AUDIT-REASON-DETAIL.
           05  AN-REASON             PIC X(20).
           05  FILLER                PIC X        VALUE SPACE.
           05  AN-DUE-LIT            PIC X(4).
           05  AN-DEADLINE           PIC X(8).
           05  FILLER                PIC X(3)     VALUE SPACES.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).
           05  RS-START-TIME         PIC X(6)     VALUE SPACES.
           05  RS-REC-COUNT          PIC 9(6)     VALUE 0.

      * The run's transactions, applied in the order read.  GT-STATUS
      * is P while pending, A once applied and R when rejected.
       01  TRAN-TABLE-AREA.
           05  GTT-COUNT             PIC 9(4) COMP VALUE 0.
           05  TRAN-TABLE OCCURS 0 TO 999 TIMES
                   DEPENDING ON GTT-COUNT.
               10  GT-ID             PIC X(7).
               10  GT-TERM           PIC X(5).
               10  GT-COURSE         PIC X(8).
               10  GT-OLD            PIC X.
               10  GT-NEW            PIC X.
               10  GT-INSTRUCTOR     PIC X(20).
               10  GT-REASON         PIC X(20).
               10  GT-DEADLINE       PIC X(8).
               10  GT-POSTED         PIC X.
               10  GT-STATUS         PIC X.
                   88  GT-PENDING             VALUE 'P'.
                   88  GT-APPLIED             VALUE 'A'.
                   88  GT-REJECTED            VALUE 'R'.
               10  GT-NOTE           PIC X(36).

      * Incomplete deadlines.  IT-STATUS is blank until the I grade
      * is seen on the grade file, O while it is still open and C once
      * resolved or lapsed; only open entries are written back.
       01  INC-TABLE-AREA.
           05  ITT-COUNT             PIC 9(4) COMP VALUE 0.
           05  INC-TABLE OCCURS 0 TO 2000 TIMES
                   DEPENDING ON ITT-COUNT
                   INDEXED BY ITX.
               10  IT-ID             PIC X(7).
               10  IT-TERM           PIC X(5).
               10  IT-COURSE         PIC X(8).
               10  IT-DEADLINE       PIC X(8).
               10  IT-SET-DATE       PIC X(8).
               10  IT-INSTRUCTOR     PIC X(20).
               10  IT-STATUS         PIC X.
                   88  IT-OPEN                VALUE 'O'.
                   88  IT-CLOSED              VALUE 'C'.

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(34)    VALUE SPACES.
           05  FILLER               PIC X(26)
                   VALUE 'GRADE MAINTENANCE REGISTER'.
           05  FILLER               PIC X(44)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  LAPSE-HEADING.
           05  FILLER               PIC X(39)
                   VALUE 'INCOMPLETES LAPSED TO F - AS OF DATE: '.
           05  LH-ASOF              PIC X(8).
       01  LAPSE-COL-HEADING.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(7)     VALUE 'TERM'.
           05  FILLER               PIC X(10)    VALUE 'COURSE'.
           05  FILLER               PIC X(10)    VALUE 'DEADLINE'.
           05  FILLER               PIC X(22)    VALUE 'SET BY'.
           05  FILLER               PIC X(6)     VALUE 'RESULT'.
       01  LAPSE-LINE.
           05  LL-ID                PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  LL-TERM              PIC X(5).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  LL-COURSE            PIC X(8).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  LL-DEADLINE          PIC X(8).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  LL-INSTRUCTOR        PIC X(20).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  LL-NOTE              PIC X(36).
       01  TRAN-HEADING.
           05  FILLER               PIC X(24)
                   VALUE 'GRADE CHANGE REQUESTS'.
       01  TRAN-COL-HEADING.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(7)     VALUE 'TERM'.
           05  FILLER               PIC X(10)    VALUE 'COURSE'.
           05  FILLER               PIC X(4)     VALUE 'OLD'.
           05  FILLER               PIC X(4)     VALUE 'NEW'.
           05  FILLER               PIC X(5)     VALUE 'POST'.
           05  FILLER               PIC X(22)    VALUE 'INSTRUCTOR'.
           05  FILLER               PIC X(22)    VALUE 'REASON'.
           05  FILLER               PIC X(10)    VALUE 'DEADLINE'.
           05  FILLER               PIC X(6)     VALUE 'RESULT'.
       01  TRAN-LINE.
           05  TL-ID                PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  TL-TERM              PIC X(5).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  TL-COURSE            PIC X(8).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  TL-OLD               PIC X.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  TL-NEW               PIC X.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  TL-POSTED            PIC X.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  TL-INSTRUCTOR        PIC X(20).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  TL-REASON            PIC X(20).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  TL-DEADLINE          PIC X(8).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  TL-NOTE              PIC X(36).
       01  NONE-LINE.
           05  FILLER               PIC X(4)     VALUE 'NONE'.
       01  TOTAL-LINE1.
           05  FILLER               PIC X(26)
                   VALUE 'TRANSACTIONS READ:        '.
           05  TOT-TRAN-COUNT       PIC ZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(26)
                   VALUE 'GRADES CHANGED:           '.
           05  TOT-CHG-COUNT        PIC ZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(26)
                   VALUE 'INCOMPLETES SET:          '.
           05  TOT-INC-COUNT        PIC ZZ,ZZ9.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(26)
                   VALUE 'TRANSACTIONS REJECTED:    '.
           05  TOT-ERR-COUNT        PIC ZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(26)
                   VALUE 'INCOMPLETES LAPSED TO F:  '.
           05  TOT-LAPSE-COUNT      PIC ZZ,ZZ9.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(26)
                   VALUE 'INCOMPLETES WITH NO DATE: '.
           05  TOT-NODL-COUNT       PIC ZZ,ZZ9.
       01  TOTAL-LINE7.
           05  FILLER               PIC X(26)
                   VALUE 'INCOMPLETES STILL OPEN:   '.
           05  TOT-OPEN-COUNT       PIC ZZ,ZZ9.
       01  TOTAL-LINE8.
           05  FILLER               PIC X(26)
                   VALUE 'STUDENTS FLAGGED FOR GPA: '.
           05  TOT-FLAG-COUNT       PIC ZZ,ZZ9.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-UPDATE-GRADES.
           PERFORM L2-REGISTER.
           PERFORM L2-REWRITE-INCOMPLETES.
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
           MOVE CURRENT-YEAR           TO AS-YEAR.
           MOVE CURRENT-MONTH          TO AS-MONTH.
           MOVE CURRENT-DAY            TO AS-DAY.
           MOVE CURRENT-TIME (1:8)     TO AS-TIME.
           IF RP-ASOF-DATE = SPACES
               MOVE AS-DATE            TO CB-ASOF-DATE
           ELSE
               MOVE RP-ASOF-DATE       TO CB-ASOF-DATE
           END-IF.
           IF CB-ASOF-DATE NOT NUMERIC
               DISPLAY 'INVALID AS-OF DATE IN THE PARM: ' CB-ASOF-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           MOVE CB-ASOF-DATE           TO LH-ASOF.
           PERFORM L2-LOAD-INCOMPLETES.
           PERFORM L2-LOAD-TRANSACTIONS.
           OPEN EXTEND AUDITLOG.
           OPEN EXTEND FLAGFILE.
           IF CB-FLAG-STATUS = '35'
               OPEN OUTPUT FLAGFILE
           END-IF.
           IF CB-FLAG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GPA FLAG FILE - STATUS: '
                   CB-FLAG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           WRITE PRTLINE FROM LAPSE-HEADING
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM LAPSE-COL-HEADING
               AFTER ADVANCING 2 lines.

       L2-LOAD-INCOMPLETES.
           OPEN INPUT INCFILE.
           IF CB-INC-STATUS = '00'
               PERFORM L3-INC-READ
               PERFORM L3-INC-BUILD-TABLE
                   UNTIL INC-EOF = 'T'
               CLOSE INCFILE
           ELSE
               DISPLAY 'NO INCOMPLETE DEADLINE FILE - STATUS: '
                   CB-INC-STATUS
           END-IF.

       L3-INC-READ.
           READ INCFILE
               AT end
                   MOVE 'T' TO INC-EOF.

       L3-INC-BUILD-TABLE.
           IF ITT-COUNT NOT < 2000
               DISPLAY 'INCOMPLETE TABLE FULL - RUN STOPPED, '
                   'NO FILES CHANGED'
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           ADD 1                    TO ITT-COUNT.
           MOVE IN-ID               TO IT-ID (ITT-COUNT).
           MOVE IN-TERM             TO IT-TERM (ITT-COUNT).
           MOVE IN-COURSE           TO IT-COURSE (ITT-COUNT).
           MOVE IN-DEADLINE         TO IT-DEADLINE (ITT-COUNT).
           MOVE IN-SET-DATE         TO IT-SET-DATE (ITT-COUNT).
           MOVE IN-INSTRUCTOR       TO IT-INSTRUCTOR (ITT-COUNT).
           MOVE SPACE               TO IT-STATUS (ITT-COUNT).
           PERFORM L3-INC-READ.

      * Edits that need only the transaction itself are made as it is
      * loaded; the old-grade match is made against the grade file.
       L2-LOAD-TRANSACTIONS.
           OPEN INPUT GCFILE.
           IF CB-GC-STATUS = '00'
               PERFORM L3-GC-READ
               PERFORM L3-GC-BUILD-TABLE
                   UNTIL GC-EOF = 'T'
               CLOSE GCFILE
           ELSE
               DISPLAY 'NO GRADE CHANGE TRANSACTIONS - STATUS: '
                   CB-GC-STATUS
           END-IF.

       L3-GC-READ.
           READ GCFILE
               AT end
                   MOVE 'T' TO GC-EOF.

       L3-GC-BUILD-TABLE.
           IF GTT-COUNT NOT < 999
               DISPLAY 'GRADE CHANGE TABLE FULL - RUN STOPPED, '
                   'NO FILES CHANGED'
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO C-TRANCTR.
           ADD 1                    TO GTT-COUNT.
           MOVE GC-ID               TO GT-ID (GTT-COUNT).
           MOVE GC-TERM             TO GT-TERM (GTT-COUNT).
           MOVE GC-COURSE           TO GT-COURSE (GTT-COUNT).
           MOVE GC-OLD-GRADE        TO GT-OLD (GTT-COUNT).
           MOVE GC-NEW-GRADE        TO GT-NEW (GTT-COUNT).
           MOVE GC-INSTRUCTOR       TO GT-INSTRUCTOR (GTT-COUNT).
           MOVE GC-REASON           TO GT-REASON (GTT-COUNT).
           MOVE GC-DEADLINE         TO GT-DEADLINE (GTT-COUNT).
           MOVE SPACE               TO GT-POSTED (GTT-COUNT).
           MOVE 'P'                 TO GT-STATUS (GTT-COUNT).
           MOVE SPACES              TO GT-NOTE (GTT-COUNT).
           MOVE GC-NEW-GRADE        TO CB-VALID-GRADE.
           EVALUATE TRUE
               WHEN NOT VALID-NEW-GRADE
                   MOVE 'REJECTED - INVALID NEW GRADE'
                                    TO GT-NOTE (GTT-COUNT)
               WHEN GC-INSTRUCTOR = SPACES
                   MOVE 'REJECTED - NO AUTHORIZING INSTRUCTOR'
                                    TO GT-NOTE (GTT-COUNT)
               WHEN GC-NEW-GRADE = GC-OLD-GRADE
                   MOVE 'REJECTED - NEW GRADE SAME AS OLD'
                                    TO GT-NOTE (GTT-COUNT)
               WHEN GC-NEW-GRADE = 'I'
                AND (GC-DEADLINE NOT NUMERIC
                     OR GC-DEADLINE NOT > CB-ASOF-DATE)
                   MOVE 'REJECTED - INVALID COMPLETION DATE'
                                    TO GT-NOTE (GTT-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF GT-NOTE (GTT-COUNT) NOT = SPACES
               MOVE 'R' TO GT-STATUS (GTT-COUNT)
           END-IF.
           PERFORM L3-GC-READ.

      * One pass of STDGRAD.DAT: each grade record takes the pending
      * changes addressed to it, then an I grade still standing is
      * checked against its deadline.
       L2-UPDATE-GRADES.
           OPEN INPUT GRADEFILE.
           IF CB-GRADE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GRADE FILE - STATUS: '
                   CB-GRADE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT GRADWORK.
           PERFORM L3-GRADE-READ.
           PERFORM L3-UPDATE-ONE-GRADE
               UNTIL GRADE-EOF = 'T'.
           CLOSE GRADEFILE.
           CLOSE GRADWORK.
           PERFORM L3-GRADE-COPY-BACK.
           IF C-LAPSECTR = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L3-GRADE-READ.
           READ GRADEFILE
               AT end
                   MOVE 'T' TO GRADE-EOF.

       L3-UPDATE-ONE-GRADE.
           ADD 1 TO C-GRDCTR.
           PERFORM L4-MATCH-TRANSACTION
               VARYING GT-SUB FROM 1 BY 1
               UNTIL GT-SUB > GTT-COUNT.
           IF GR-GRADE = 'I'
               PERFORM L4-CHECK-INCOMPLETE
           END-IF.
           MOVE GR-REC TO GW-REC.
           WRITE GW-REC.
           PERFORM L3-GRADE-READ.

       L4-MATCH-TRANSACTION.
           IF GT-PENDING (GT-SUB)
            AND GT-ID (GT-SUB)     = GR-ID
            AND GT-TERM (GT-SUB)   = GR-TERM
            AND GT-COURSE (GT-SUB) = GR-COURSE
               MOVE GR-GRADE TO GT-POSTED (GT-SUB)
               IF GT-OLD (GT-SUB) NOT = GR-GRADE
                   MOVE 'R' TO GT-STATUS (GT-SUB)
                   MOVE 'REJECTED - OLD GRADE DOES NOT MATCH'
                                        TO GT-NOTE (GT-SUB)
               ELSE
                   PERFORM L5-APPLY-CHANGE
               END-IF
           END-IF.

       L5-APPLY-CHANGE.
           MOVE GR-ID     TO IN-ID.
           MOVE GR-TERM   TO IN-TERM.
           MOVE GR-COURSE TO IN-COURSE.
           PERFORM L6-LOOKUP-INCOMPLETE.
           IF GT-NEW (GT-SUB) = 'I'
            AND CB-INC-SUB = 0
            AND ITT-COUNT NOT < 2000
               MOVE 'R' TO GT-STATUS (GT-SUB)
               MOVE 'REJECTED - INCOMPLETE TABLE FULL'
                                    TO GT-NOTE (GT-SUB)
           ELSE
               IF GT-NEW (GT-SUB) = 'I'
                   IF CB-INC-SUB = 0
                       ADD 1 TO ITT-COUNT
                       MOVE ITT-COUNT TO CB-INC-SUB
                       MOVE GR-ID     TO IT-ID (CB-INC-SUB)
                       MOVE GR-TERM   TO IT-TERM (CB-INC-SUB)
                       MOVE GR-COURSE TO IT-COURSE (CB-INC-SUB)
                   END-IF
                   MOVE GT-DEADLINE (GT-SUB)
                                    TO IT-DEADLINE (CB-INC-SUB)
                   MOVE AS-DATE     TO IT-SET-DATE (CB-INC-SUB)
                   MOVE GT-INSTRUCTOR (GT-SUB)
                                    TO IT-INSTRUCTOR (CB-INC-SUB)
                   MOVE 'O'         TO IT-STATUS (CB-INC-SUB)
                   ADD 1 TO C-INCCTR
                   MOVE 'INCOMPLETE SET' TO GT-NOTE (GT-SUB)
               ELSE
                   IF CB-INC-SUB > 0
                       MOVE 'C' TO IT-STATUS (CB-INC-SUB)
                       ADD 1 TO C-CLEARCTR
                   END-IF
                   ADD 1 TO C-CHGCTR
                   IF GR-GRADE = SPACE
                       MOVE 'GRADE POSTED' TO GT-NOTE (GT-SUB)
                   ELSE
                       MOVE 'GRADE CHANGED' TO GT-NOTE (GT-SUB)
                   END-IF
               END-IF
               MOVE 'A'              TO GT-STATUS (GT-SUB)
               MOVE GT-NEW (GT-SUB)  TO GR-GRADE
               PERFORM L6-WRITE-FLAG
           END-IF.

       L4-CHECK-INCOMPLETE.
           MOVE GR-ID     TO IN-ID.
           MOVE GR-TERM   TO IN-TERM.
           MOVE GR-COURSE TO IN-COURSE.
           PERFORM L6-LOOKUP-INCOMPLETE.
           IF CB-INC-SUB = 0
               ADD 1 TO C-NODLCTR
               INITIALIZE LAPSE-LINE
               MOVE GR-ID     TO LL-ID
               MOVE GR-TERM   TO LL-TERM
               MOVE GR-COURSE TO LL-COURSE
               MOVE 'NO DEADLINE ON FILE - NOT LAPSED' TO LL-NOTE
               PERFORM L5-WRITE-LAPSE-LINE
           ELSE
               IF IT-DEADLINE (CB-INC-SUB) < CB-ASOF-DATE
                   PERFORM L5-LAPSE-INCOMPLETE
               ELSE
                   MOVE 'O' TO IT-STATUS (CB-INC-SUB)
               END-IF
           END-IF.

       L5-LAPSE-INCOMPLETE.
           ADD 1 TO C-LAPSECTR.
           MOVE 'C' TO IT-STATUS (CB-INC-SUB).
           MOVE 'F' TO GR-GRADE.
           PERFORM L6-WRITE-FLAG.
           INITIALIZE LAPSE-LINE.
           MOVE GR-ID                       TO LL-ID.
           MOVE GR-TERM                     TO LL-TERM.
           MOVE GR-COURSE                   TO LL-COURSE.
           MOVE IT-DEADLINE (CB-INC-SUB)    TO LL-DEADLINE.
           MOVE IT-INSTRUCTOR (CB-INC-SUB)  TO LL-INSTRUCTOR.
           MOVE 'LAPSED TO F'               TO LL-NOTE.
           PERFORM L5-WRITE-LAPSE-LINE.
           MOVE GR-COURSE                   TO AG-COURSE.
           MOVE GR-TERM                     TO AG-TERM.
           MOVE 'I'                         TO AG-OLD.
           MOVE 'F'                         TO AG-NEW.
           MOVE SPACES                      TO AG-BY.
           STRING 'DEADLINE ' DELIMITED BY SIZE
                  IT-DEADLINE (CB-INC-SUB) DELIMITED BY SIZE
               INTO AG-BY
           END-STRING.
           MOVE 'GRADELAP'                  TO AM-FUNCTION.
           MOVE GR-ID                       TO AM-ID.
           MOVE AUDIT-GRADE-DETAIL          TO AM-DETAIL.
           PERFORM L6-WRITE-AUDIT.

       L5-WRITE-LAPSE-LINE.
           WRITE PRTLINE FROM LAPSE-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

       L6-LOOKUP-INCOMPLETE.
           MOVE 0 TO CB-INC-SUB.
           IF ITT-COUNT > 0
               SET ITX TO 1
               SEARCH INC-TABLE
                   AT end
                       CONTINUE
                   WHEN IT-ID (ITX)     = IN-ID
                    AND IT-TERM (ITX)   = IN-TERM
                    AND IT-COURSE (ITX) = IN-COURSE
                    AND NOT IT-CLOSED (ITX)
                       SET CB-INC-SUB TO ITX
               END-SEARCH
           END-IF.

       L6-WRITE-FLAG.
           ADD 1 TO C-FLAGCTR.
           MOVE GR-ID               TO FL-ID.
           MOVE GR-TERM             TO FL-TERM.
           MOVE AS-DATE             TO FL-DATE.
           MOVE 'CBLAMB26'          TO FL-PROGRAM.
           WRITE FL-REC.

       L3-GRADE-COPY-BACK.
           OPEN INPUT GRADWORK.
           OPEN OUTPUT GRADENEW.
           MOVE 'F' TO WORK-EOF.
           PERFORM L4-GRADWORK-READ.
           PERFORM L4-GRADE-COPY-ONE
               UNTIL WORK-EOF = 'T'.
           CLOSE GRADWORK.
           CLOSE GRADENEW.

       L4-GRADWORK-READ.
           READ GRADWORK
               AT end
                   MOVE 'T' TO WORK-EOF.

       L4-GRADE-COPY-ONE.
           MOVE GW-REC TO GN-REC.
           WRITE GN-REC.
           PERFORM L4-GRADWORK-READ.

      * The register and the audit trail are written in transaction
      * order once the grade file has been updated.
       L2-REGISTER.
           WRITE PRTLINE FROM TRAN-HEADING
               AFTER ADVANCING 3 lines.
           WRITE PRTLINE FROM TRAN-COL-HEADING
               AFTER ADVANCING 2 lines.
           IF GTT-COUNT = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM L3-REGISTER-ONE
               VARYING GT-SUB FROM 1 BY 1
               UNTIL GT-SUB > GTT-COUNT.

       L3-REGISTER-ONE.
           IF GT-PENDING (GT-SUB)
               MOVE 'R' TO GT-STATUS (GT-SUB)
               MOVE 'REJECTED - GRADE RECORD NOT FOUND'
                                    TO GT-NOTE (GT-SUB)
           END-IF.
           IF GT-REJECTED (GT-SUB)
               ADD 1 TO C-ERRCTR
           END-IF.
           INITIALIZE TRAN-LINE.
           MOVE GT-ID (GT-SUB)          TO TL-ID.
           MOVE GT-TERM (GT-SUB)        TO TL-TERM.
           MOVE GT-COURSE (GT-SUB)      TO TL-COURSE.
           MOVE GT-OLD (GT-SUB)         TO TL-OLD.
           MOVE GT-NEW (GT-SUB)         TO TL-NEW.
           MOVE GT-POSTED (GT-SUB)      TO TL-POSTED.
           MOVE GT-INSTRUCTOR (GT-SUB)  TO TL-INSTRUCTOR.
           MOVE GT-REASON (GT-SUB)      TO TL-REASON.
           IF GT-NEW (GT-SUB) = 'I'
               MOVE GT-DEADLINE (GT-SUB) TO TL-DEADLINE
           END-IF.
           MOVE GT-NOTE (GT-SUB)        TO TL-NOTE.
           WRITE PRTLINE FROM TRAN-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.
           MOVE 'GRADECHG'              TO AM-FUNCTION.
           MOVE GT-ID (GT-SUB)          TO AM-ID.
           IF GT-REJECTED (GT-SUB)
               MOVE GT-NOTE (GT-SUB)    TO AM-DETAIL
           ELSE
               MOVE GT-COURSE (GT-SUB)  TO AG-COURSE
               MOVE GT-TERM (GT-SUB)    TO AG-TERM
               MOVE GT-OLD (GT-SUB)     TO AG-OLD
               MOVE GT-NEW (GT-SUB)     TO AG-NEW
               MOVE GT-INSTRUCTOR (GT-SUB) TO AG-BY
               MOVE AUDIT-GRADE-DETAIL  TO AM-DETAIL
           END-IF.
           PERFORM L6-WRITE-AUDIT.
           IF GT-APPLIED (GT-SUB)
               MOVE GT-REASON (GT-SUB)  TO AN-REASON
               IF GT-NEW (GT-SUB) = 'I'
                   MOVE 'DUE '          TO AN-DUE-LIT
                   MOVE GT-DEADLINE (GT-SUB) TO AN-DEADLINE
               ELSE
                   MOVE SPACES          TO AN-DUE-LIT
                   MOVE SPACES          TO AN-DEADLINE
               END-IF
               MOVE 'GRADERSN'          TO AM-FUNCTION
               MOVE AUDIT-REASON-DETAIL TO AM-DETAIL
               PERFORM L6-WRITE-AUDIT
           END-IF.

       L6-WRITE-AUDIT.
           INITIALIZE AU-REC.
           MOVE AS-DATE         TO AU-DATE.
           MOVE AS-TIME         TO AU-TIME.
           MOVE AM-FUNCTION     TO AU-FUNCTION.
           MOVE AM-ID           TO AU-ID.
           MOVE AM-DETAIL       TO AU-DETAIL.
           MOVE 'CBLAMB26'      TO AU-OPERATOR.
           WRITE AU-REC.

      * Only incompletes still open go back on the deadline file; a
      * deadline whose grade is no longer I is dropped.
       L2-REWRITE-INCOMPLETES.
           OPEN OUTPUT INCFILE.
           PERFORM L3-WRITE-INCOMPLETE
               VARYING ITX FROM 1 BY 1
               UNTIL ITX > ITT-COUNT.
           CLOSE INCFILE.

       L3-WRITE-INCOMPLETE.
           IF IT-OPEN (ITX)
               ADD 1 TO C-OPENCTR
               MOVE IT-ID (ITX)         TO IN-ID
               MOVE IT-TERM (ITX)       TO IN-TERM
               MOVE IT-COURSE (ITX)     TO IN-COURSE
               MOVE IT-DEADLINE (ITX)   TO IN-DEADLINE
               MOVE IT-SET-DATE (ITX)   TO IN-SET-DATE
               MOVE IT-INSTRUCTOR (ITX) TO IN-INSTRUCTOR
               WRITE IN-REC
           END-IF.

       L2-CLOSING.
           PERFORM L4-HEADINGS.
           MOVE C-TRANCTR   TO TOT-TRAN-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-CHGCTR    TO TOT-CHG-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-INCCTR    TO TOT-INC-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           MOVE C-ERRCTR    TO TOT-ERR-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE C-LAPSECTR  TO TOT-LAPSE-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-NODLCTR   TO TOT-NODL-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 1 LINE.
           MOVE C-OPENCTR   TO TOT-OPEN-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE7
               AFTER ADVANCING 1 LINE.
           MOVE C-FLAGCTR   TO TOT-FLAG-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE8
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           CLOSE AUDITLOG.
           CLOSE FLAGFILE.
           DISPLAY 'CBLAMB26 GRADE MAINTENANCE COMPLETE'.
           DISPLAY 'TRANSACTIONS: ' C-TRANCTR
               '  CHANGED: '        C-CHGCTR
               '  INCOMPLETES: '    C-INCCTR
               '  REJECTED: '       C-ERRCTR.
           DISPLAY 'LAPSED TO F: '  C-LAPSECTR
               '  NO DEADLINE: '    C-NODLCTR
               '  STILL OPEN: '     C-OPENCTR
               '  FLAGGED: '        C-FLAGCTR.
           IF RETURN-CODE = 0
            AND (C-ERRCTR > 0 OR C-NODLCTR > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE C-TRANCTR TO RS-REC-COUNT.
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
               MOVE 'CBLAMB26'      TO RC-PROGRAM
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
               MOVE 'CBLAMB26'      TO RC-PROGRAM
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

       end program CBLAMB26.
