       identification division.
       program-id. CBLAMB31.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB31 - year-end tuition tax statements (1098-T).  For the
      * calendar year in the parm, totals per student:
      *     tuition billed - RV-AMOUNT on STDRECV.DAT for every bill
      *     whose RV-BILL-DATE falls in the year
      *     scholarships and grants - AD-AMOUNT on STDAWRD.DAT for
      *     every award whose AD-AWARD-DATE falls in the year
      * Active students are named from STUDENT-MASTER and students
      * who have since left from the archive STDNTARC.DAT, so a
      * student archived during the year still gets a statement.
      *
      * Outputs:
      *     STD1098T.PRT - one statement page per student (ID, name,
      *     the two year totals and the terms behind them), then the
      *     exception list and the run totals
      *     STD1098T.DAT - the electronic filing file, 100-byte fixed
      *     records: an H header, one D detail per statement, and a
      *     T trailer carrying the detail count and both amount
      *     totals, which agree with the run totals on the print
      * A student goes on the exception list, and gets no statement
      * and no D record, when the statement cannot be completed:
      * not on the master or the archive, last or first name blank,
      * or a bill or award for the year with an unusable amount, or
      * with no usable date when its term is in the year.  Fix the
      * data and reissue with a correction run.
      *
      * Correction run: a student ID in the parm reissues that one
      * student's statement, marked CORRECTED, to STD1098C.PRT and
      * STD1098C.DAT (header file type C, detail flag C), leaving the
      * original STD1098T files as they were.  Ends with RETURN-CODE
      * 4 when anything went on the exception list.
      *
      * RUN-PARM from SYSIN: tax year (YYYY, required), student ID
      * for a correction run (blank = every student), optional
      * student-master path override.
************************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECVFILE
               ASSIGN TO 'C:\COBOL\STDRECV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RECV-STATUS.
           SELECT AWRDFILE
               ASSIGN TO 'C:\COBOL\STDAWRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-AWRD-STATUS.
           SELECT SORTFILE
               ASSIGN TO 'C:\COBOL\STDTXSW.DAT'.
           SELECT SORTEDFILE
               ASSIGN TO 'C:\COBOL\STDTXSD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-SORTED-STATUS.
           SELECT STUDENT-MASTER
               ASSIGN TO CB-STUDENT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID
               FILE STATUS IS CB-MASTER-STATUS.
           SELECT ARCHMASTER
               ASSIGN TO 'C:\COBOL\STDNTARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ID
               FILE STATUS IS CB-ARCH-STATUS.
           SELECT TAXFILE
               ASSIGN TO CB-TAXFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-TAX-STATUS.
           SELECT PRTOUT
               ASSIGN TO CB-PRINT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.

       FD  RECVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 51 CHARACTERS.
           COPY RECVREC.

       FD  AWRDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AD-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY AWRDREC.

       SD  SORTFILE
           DATA RECORD IS SR-REC
           RECORD CONTAINS 52 CHARACTERS.
           01 SR-REC.
               05 SR-ID                   PIC X(7).
               05 SR-TERM                 PIC X(5).
               05 SR-SOURCE               PIC X.
               05 SR-AMOUNT               PIC 9(7)V99.
               05 SR-NOTE                 PIC X(30).

       FD  SORTEDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 52 CHARACTERS.
           01 SO-REC.
               05 SO-ID                   PIC X(7).
               05 SO-TERM                 PIC X(5).
               05 SO-SOURCE               PIC X.
                   88 SO-BILL                     VALUE 'B'.
                   88 SO-AWARD                    VALUE 'A'.
                   88 SO-EXCEPTION                VALUE 'E'.
               05 SO-AMOUNT               PIC 9(7)V99.
               05 SO-NOTE                 PIC X(30).

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

      * Electronic filing file - header, detail and trailer records
      * share the 100-byte record, told apart by the first byte.
       FD  TAXFILE
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE TH-REC TD-REC TT-REC
           RECORD CONTAINS 100 CHARACTERS.
           01 TH-REC.
               05 TH-TYPE                 PIC X.
               05 TH-TAX-YEAR             PIC X(4).
               05 TH-RUN-DATE             PIC X(8).
               05 TH-FILE-TYPE            PIC X.
               05 FILLER                  PIC X(86).
           01 TD-REC.
               05 TD-TYPE                 PIC X.
               05 TD-TAX-YEAR             PIC X(4).
               05 TD-ID                   PIC X(7).
               05 TD-LNAME                PIC X(15).
               05 TD-FNAME                PIC X(15).
               05 TD-INIT                 PIC X.
               05 TD-BILLED               PIC 9(9)V99.
               05 TD-SCHOLARSHIP          PIC 9(9)V99.
               05 TD-STATUS               PIC X.
               05 TD-CORRECTED            PIC X.
               05 FILLER                  PIC X(33).
           01 TT-REC.
               05 TT-TYPE                 PIC X.
               05 TT-TAX-YEAR             PIC X(4).
               05 TT-COUNT                PIC 9(7).
               05 TT-BILLED               PIC 9(11)V99.
               05 TT-SCHOLARSHIP          PIC 9(11)V99.
               05 FILLER                  PIC X(62).

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
           05  CB-TAXFILE-PATH       PIC X(80)
                   VALUE 'C:\COBOL\STD1098T.DAT'.
           05  CB-PRINT-PATH         PIC X(80)
                   VALUE 'C:\COBOL\STD1098T.PRT'.

       01  RUN-PARM.
           05  RP-TAX-YEAR           PIC X(4).
           05  RP-CORRECT-ID         PIC X(7).
           05  RP-STUDENT-PATH       PIC X(80).

       01  MISC.
           05  RECV-EOF              PIC X        VALUE 'F'.
           05  AWRD-EOF              PIC X        VALUE 'F'.
           05  SORTED-EOF            PIC X        VALUE 'F'.
           05  CB-RECV-STATUS        PIC XX       VALUE '00'.
           05  CB-AWRD-STATUS        PIC XX       VALUE '00'.
           05  CB-SORTED-STATUS      PIC XX       VALUE '00'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-ARCH-STATUS        PIC XX       VALUE '00'.
           05  CB-TAX-STATUS         PIC XX       VALUE '00'.
           05  CB-ARCH-OPEN          PIC X        VALUE 'N'.
               88  ARCHIVE-OPEN               VALUE 'Y'.
           05  CB-RUN-TYPE           PIC X        VALUE 'O'.
               88  ORIGINAL-RUN               VALUE 'O'.
               88  CORRECTION-RUN             VALUE 'C'.
           05  CB-HOLD               PIC X        VALUE 'N'.
               88  STATEMENT-HELD             VALUE 'Y'.
           05  CB-TERM-FOUND         PIC X        VALUE 'N'.
               88  TERM-FOUND                 VALUE 'Y'.
           05  CB-STU-STATUS         PIC X        VALUE SPACE.
               88  STUDENT-ACTIVE             VALUE 'A'.
               88  STUDENT-ARCHIVED           VALUE 'F'.
               88  STUDENT-NOT-FOUND          VALUE 'N'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-RUN-DATE           PIC X(8)     VALUE SPACES.
           05  CB-DATE-NUM           PIC 9(8)     VALUE 0.
           05  CB-DATE-NUM-X REDEFINES CB-DATE-NUM
                                     PIC X(8).
           05  CB-PREV-ID            PIC X(7)     VALUE SPACES.
           05  CB-LNAME              PIC X(15)    VALUE SPACES.
           05  CB-FNAME              PIC X(15)    VALUE SPACES.
           05  CB-INIT               PIC X        VALUE SPACE.
           05  CB-EX-ID              PIC X(7)     VALUE SPACES.
           05  CB-EX-TERM            PIC X(5)     VALUE SPACES.
           05  CB-EX-NOTE            PIC X(30)    VALUE SPACES.
           05  ST-SUB                PIC 9(3) COMP VALUE 0.
           05  EX-SUB                PIC 9(3) COMP VALUE 0.
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-RECVCTR             PIC 9(6)     VALUE 0.
           05  C-AWRDCTR             PIC 9(6)     VALUE 0.
           05  C-STUCTR              PIC 9(5)     VALUE 0.
           05  C-STMTCTR             PIC 9(7)     VALUE 0.
           05  C-HELDCTR             PIC 9(5)     VALUE 0.
           05  C-EXCPCTR             PIC 9(5)     VALUE 0.
           05  C-BILLED-SUM          PIC 9(11)V99 VALUE 0.
           05  C-SCHOLAR-SUM         PIC 9(11)V99 VALUE 0.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).
           05  RS-START-TIME         PIC X(6)     VALUE SPACES.
           05  RS-REC-COUNT          PIC 9(6)     VALUE 0.

      * The current student's terms while the sorted activity is
      * read; printed only once the student is known to be clean.
       01  STMT-TABLE-AREA.
           05  STT-COUNT             PIC 9(3) COMP VALUE 0.
           05  STMT-TABLE OCCURS 0 TO 60 TIMES
                   DEPENDING ON STT-COUNT
                   INDEXED BY STX.
               10  ST-TERM           PIC X(5).
               10  ST-BILLED         PIC 9(9)V99.
               10  ST-SCHOLARSHIP    PIC 9(9)V99.
           05  STU-BILLED            PIC 9(9)V99  VALUE 0.
           05  STU-SCHOLARSHIP       PIC 9(9)V99  VALUE 0.

       01  EXCP-TABLE-AREA.
           05  EXT-COUNT             PIC 9(3) COMP VALUE 0.
           05  EXCP-TABLE OCCURS 0 TO 999 TIMES
                   DEPENDING ON EXT-COUNT.
               10  EX-ID             PIC X(7).
               10  EX-TERM           PIC X(5).
               10  EX-NOTE           PIC X(30).

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(27)    VALUE SPACES.
           05  FILLER               PIC X(40)
                   VALUE 'TUITION STATEMENTS (1098-T) - TAX YEAR  '.
           05  H1-TAX-YEAR          PIC X(4).
           05  FILLER               PIC X        VALUE SPACE.
           05  H1-RUN-NOTE          PIC X(11)    VALUE SPACES.
           05  FILLER               PIC X(19)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  SECTION-HEADING.
           05  SH-LABEL             PIC X(60).
       01  STMT-ID-LINE.
           05  FILLER               PIC X(5)     VALUE SPACES.
           05  FILLER               PIC X(14)    VALUE 'STUDENT ID:'.
           05  SI-ID                PIC X(7).
           05  FILLER               PIC X(6)     VALUE SPACES.
           05  SI-STATUS            PIC X(20).
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  SI-CORRECTED         PIC X(9).
       01  STMT-NAME-LINE.
           05  FILLER               PIC X(5)     VALUE SPACES.
           05  FILLER               PIC X(14)    VALUE 'STUDENT NAME:'.
           05  SN-FNAME             PIC X(15).
           05  FILLER               PIC X        VALUE SPACE.
           05  SN-INIT              PIC X.
           05  FILLER               PIC X        VALUE SPACE.
           05  SN-LNAME             PIC X(15).
       01  STMT-COL-HEADING.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  FILLER               PIC X(13)    VALUE 'TERM'.
           05  FILLER               PIC X(18)    VALUE 'TUITION BILLED'.
           05  FILLER               PIC X(26)
                   VALUE 'SCHOLARSHIPS AND GRANTS'.
       01  STMT-TERM-LINE.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  STL-TERM             PIC X(5).
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  STL-BILLED           PIC $$$$,$$$,$$9.99.
           05  FILLER               PIC X(8)     VALUE SPACES.
           05  STL-SCHOLARSHIP      PIC $$$$,$$$,$$9.99.
       01  STMT-TOTAL-LINE.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  SYT-LABEL            PIC X(9)     VALUE 'YEAR'.
           05  SYT-BILLED           PIC $$$$,$$$,$$9.99.
           05  FILLER               PIC X(8)     VALUE SPACES.
           05  SYT-SCHOLARSHIP      PIC $$$$,$$$,$$9.99.
       01  STMT-NOTE-LINE.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  FILLER               PIC X(44)
                   VALUE 'AMOUNTS BILLED AND AWARDED IN CALENDAR YEAR '.
           05  SNL-TAX-YEAR         PIC X(4).
       01  EXCP-COL-HEADING.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(8)     VALUE 'TERM'.
           05  FILLER               PIC X(30)    VALUE 'EXCEPTION'.
       01  EXCP-LINE.
           05  EL-ID                PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  EL-TERM              PIC X(5).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  EL-NOTE              PIC X(30).
       01  NO-EXCP-LINE.
           05  FILLER               PIC X(34)
                   VALUE 'NO EXCEPTIONS'.
       01  TOTAL-LINE1.
           05  FILLER               PIC X(34)
                   VALUE 'RECEIVABLES READ:                 '.
           05  TOT-RECV-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(34)
                   VALUE 'AWARDS READ:                      '.
           05  TOT-AWRD-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(34)
                   VALUE 'STUDENTS WITH ACTIVITY IN YEAR:   '.
           05  TOT-STU-COUNT        PIC ZZZ,ZZ9.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(34)
                   VALUE 'STATEMENTS ISSUED:                '.
           05  TOT-STMT-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(34)
                   VALUE 'STATEMENTS HELD - EXCEPTIONS:     '.
           05  TOT-HELD-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(34)
                   VALUE 'TUITION BILLED ON STATEMENTS:     '.
           05  TOT-BILLED           PIC $$$,$$$,$$$,$$9.99.
       01  TOTAL-LINE7.
           05  FILLER               PIC X(34)
                   VALUE 'SCHOLARSHIPS ON STATEMENTS:       '.
           05  TOT-SCHOLARSHIP      PIC $$$,$$$,$$$,$$9.99.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-BUILD-STATEMENTS.
           PERFORM L2-PRINT-EXCEPTIONS.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           PERFORM L3-GET-RUN-PARM.
           PERFORM L9-RUN-START.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY            TO H1-DAY.
           MOVE CURRENT-MONTH          TO H1-MONTH.
           MOVE CURRENT-YEAR           TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO CB-RUN-DATE.
           MOVE RP-TAX-YEAR            TO H1-TAX-YEAR.
           MOVE RP-TAX-YEAR            TO SNL-TAX-YEAR.
           IF RP-TAX-YEAR NOT NUMERIC
               DISPLAY 'TAX YEAR YYYY IS REQUIRED IN THE PARM: '
                   RP-TAX-YEAR
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF CB-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER - STATUS: '
                   CB-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT ARCHMASTER.
           IF CB-ARCH-STATUS = '00'
               MOVE 'Y' TO CB-ARCH-OPEN
           ELSE
               DISPLAY 'WARNING - ARCHIVE NOT READ - STATUS: '
                   CB-ARCH-STATUS
           END-IF.
           OPEN OUTPUT TAXFILE.
           IF CB-TAX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TAX FILING FILE - STATUS: '
                   CB-TAX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           MOVE SPACES                 TO TH-REC.
           MOVE 'H'                    TO TH-TYPE.
           MOVE RP-TAX-YEAR            TO TH-TAX-YEAR.
           MOVE CB-RUN-DATE            TO TH-RUN-DATE.
           MOVE CB-RUN-TYPE            TO TH-FILE-TYPE.
           WRITE TH-REC.
           OPEN OUTPUT PRTOUT.

      * A correction run writes to its own files so the original
      * filing and print are kept.
       L3-GET-RUN-PARM.
           MOVE SPACES TO RUN-PARM.
           ACCEPT RUN-PARM FROM SYSIN.
           IF RP-STUDENT-PATH NOT = SPACES
               MOVE RP-STUDENT-PATH TO CB-STUDENT-MASTER-PATH
           END-IF.
           IF RP-CORRECT-ID NOT = SPACES
               MOVE 'C' TO CB-RUN-TYPE
               MOVE 'C:\COBOL\STD1098C.DAT' TO CB-TAXFILE-PATH
               MOVE 'C:\COBOL\STD1098C.PRT' TO CB-PRINT-PATH
               MOVE 'CORRECTED' TO H1-RUN-NOTE
           END-IF.

       L2-BUILD-STATEMENTS.
           SORT SORTFILE
               ASCENDING KEY SR-ID SR-TERM SR-SOURCE
               INPUT PROCEDURE IS L3-RELEASE-ACTIVITY
               GIVING SORTEDFILE.
           OPEN INPUT SORTEDFILE.
           IF CB-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SORTED ACTIVITY - STATUS: '
                   CB-SORTED-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM L3-SORTED-READ
               PERFORM L3-ACTIVITY-ONE
                   UNTIL SORTED-EOF = 'T'
               IF CB-PREV-ID NOT = SPACES
                   PERFORM L4-STUDENT-BREAK
               END-IF
               CLOSE SORTEDFILE
           END-IF.
           IF CORRECTION-RUN AND C-STUCTR = 0
               MOVE RP-CORRECT-ID TO CB-EX-ID
               MOVE SPACES        TO CB-EX-TERM
               MOVE 'NO BILLING OR AWARDS IN YEAR' TO CB-EX-NOTE
               PERFORM L5-SAVE-EXCEPTION
           END-IF.

       L3-RELEASE-ACTIVITY.
           OPEN INPUT RECVFILE.
           IF CB-RECV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STDRECV - STATUS: '
                   CB-RECV-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM L4-RECV-READ
               PERFORM L4-RELEASE-BILL
                   UNTIL RECV-EOF = 'T'
               CLOSE RECVFILE
           END-IF.
           OPEN INPUT AWRDFILE.
           IF CB-AWRD-STATUS NOT = '00'
               DISPLAY 'WARNING - NO AWARDS READ - STATUS: '
                   CB-AWRD-STATUS
           ELSE
               PERFORM L4-AWRD-READ
               PERFORM L4-RELEASE-AWARD
                   UNTIL AWRD-EOF = 'T'
               CLOSE AWRDFILE
           END-IF.

       L4-RECV-READ.
           READ RECVFILE
               AT end
                   MOVE 'T' TO RECV-EOF.

       L4-AWRD-READ.
           READ AWRDFILE
               AT end
                   MOVE 'T' TO AWRD-EOF.

      * A bill belongs to the year of its billing date; one with no
      * usable date is an exception when its term is in the year.
       L4-RELEASE-BILL.
           ADD 1 TO C-RECVCTR.
           IF ORIGINAL-RUN OR RV-ID = RP-CORRECT-ID
               MOVE RV-ID          TO SR-ID
               MOVE RV-TERM        TO SR-TERM
               MOVE 0              TO SR-AMOUNT
               MOVE SPACES         TO SR-NOTE
               MOVE RV-BILL-DATE   TO CB-DATE-NUM-X
               IF CB-DATE-NUM NUMERIC AND CB-DATE-NUM > 0
                   IF RV-BILL-DATE (1:4) = RP-TAX-YEAR
                       IF RV-AMOUNT NUMERIC
                           MOVE 'B'       TO SR-SOURCE
                           MOVE RV-AMOUNT TO SR-AMOUNT
                       ELSE
                           MOVE 'E'       TO SR-SOURCE
                           MOVE 'TUITION AMOUNT NOT NUMERIC'
                                          TO SR-NOTE
                       END-IF
                       RELEASE SR-REC
                   END-IF
               ELSE
                   IF RV-TERM (4:2) = RP-TAX-YEAR (3:2)
                       MOVE 'E'       TO SR-SOURCE
                       MOVE 'BILL DATE MISSING OR INVALID'
                                      TO SR-NOTE
                       RELEASE SR-REC
                   END-IF
               END-IF
           END-IF.
           PERFORM L4-RECV-READ.

       L4-RELEASE-AWARD.
           ADD 1 TO C-AWRDCTR.
           IF ORIGINAL-RUN OR AD-ID = RP-CORRECT-ID
               MOVE AD-ID          TO SR-ID
               MOVE AD-TERM        TO SR-TERM
               MOVE 0              TO SR-AMOUNT
               MOVE SPACES         TO SR-NOTE
               MOVE AD-AWARD-DATE  TO CB-DATE-NUM-X
               IF CB-DATE-NUM NUMERIC AND CB-DATE-NUM > 0
                   IF AD-AWARD-DATE (1:4) = RP-TAX-YEAR
                       IF AD-AMOUNT NUMERIC
                           MOVE 'A'       TO SR-SOURCE
                           MOVE AD-AMOUNT TO SR-AMOUNT
                       ELSE
                           MOVE 'E'       TO SR-SOURCE
                           MOVE 'AWARD AMOUNT NOT NUMERIC'
                                          TO SR-NOTE
                       END-IF
                       RELEASE SR-REC
                   END-IF
               ELSE
                   IF AD-TERM (4:2) = RP-TAX-YEAR (3:2)
                       MOVE 'E'       TO SR-SOURCE
                       MOVE 'AWARD DATE MISSING OR INVALID'
                                      TO SR-NOTE
                       RELEASE SR-REC
                   END-IF
               END-IF
           END-IF.
           PERFORM L4-AWRD-READ.

       L3-SORTED-READ.
           READ SORTEDFILE
               AT end
                   MOVE 'T' TO SORTED-EOF.

       L3-ACTIVITY-ONE.
           IF SO-ID NOT = CB-PREV-ID
               IF CB-PREV-ID NOT = SPACES
                   PERFORM L4-STUDENT-BREAK
               END-IF
               MOVE SO-ID TO CB-PREV-ID
               MOVE 0     TO STT-COUNT STU-BILLED STU-SCHOLARSHIP
               MOVE 'N'   TO CB-HOLD
           END-IF.
           IF SO-EXCEPTION
               MOVE 'Y'      TO CB-HOLD
               MOVE SO-ID    TO CB-EX-ID
               MOVE SO-TERM  TO CB-EX-TERM
               MOVE SO-NOTE  TO CB-EX-NOTE
               PERFORM L5-SAVE-EXCEPTION
           ELSE
               PERFORM L4-FIND-TERM
               IF SO-BILL
                   ADD SO-AMOUNT TO ST-BILLED (STX)
                   ADD SO-AMOUNT TO STU-BILLED
               ELSE
                   ADD SO-AMOUNT TO ST-SCHOLARSHIP (STX)
                   ADD SO-AMOUNT TO STU-SCHOLARSHIP
               END-IF
           END-IF.
           PERFORM L3-SORTED-READ.

      * Terms arrive in order, so only the last row can match.
       L4-FIND-TERM.
           MOVE 'N' TO CB-TERM-FOUND.
           IF STT-COUNT > 0
               IF ST-TERM (STT-COUNT) = SO-TERM
                   MOVE 'Y' TO CB-TERM-FOUND
               END-IF
           END-IF.
           IF NOT TERM-FOUND
               IF STT-COUNT < 60
                   ADD 1 TO STT-COUNT
               END-IF
               MOVE SO-TERM TO ST-TERM (STT-COUNT)
               MOVE 0       TO ST-BILLED (STT-COUNT)
                               ST-SCHOLARSHIP (STT-COUNT)
           END-IF.
           SET STX TO STT-COUNT.

       L4-STUDENT-BREAK.
           ADD 1 TO C-STUCTR.
           PERFORM L5-LOOKUP-STUDENT.
           MOVE CB-PREV-ID TO CB-EX-ID.
           MOVE SPACES     TO CB-EX-TERM.
           IF STUDENT-NOT-FOUND
               MOVE 'Y' TO CB-HOLD
               MOVE 'NOT ON MASTER OR ARCHIVE' TO CB-EX-NOTE
               PERFORM L5-SAVE-EXCEPTION
           ELSE
               IF CB-LNAME = SPACES OR CB-FNAME = SPACES
                   MOVE 'Y' TO CB-HOLD
                   MOVE 'STUDENT NAME MISSING' TO CB-EX-NOTE
                   PERFORM L5-SAVE-EXCEPTION
               END-IF
           END-IF.
           IF STATEMENT-HELD
               ADD 1 TO C-HELDCTR
           ELSE
               PERFORM L5-PRINT-STATEMENT
               PERFORM L5-WRITE-DETAIL
           END-IF.

      * Name from STUDENT-MASTER, or from the archive for a student
      * who has left since being billed.
       L5-LOOKUP-STUDENT.
           MOVE SPACES TO CB-LNAME CB-FNAME CB-INIT.
           MOVE 'N'    TO CB-STU-STATUS.
           MOVE CB-PREV-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   IF ARCHIVE-OPEN
                       MOVE CB-PREV-ID TO AR-ID
                       READ ARCHMASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'F'      TO CB-STU-STATUS
                               MOVE AR-LNAME TO CB-LNAME
                               MOVE AR-FNAME TO CB-FNAME
                               MOVE AR-INIT  TO CB-INIT
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE 'A'     TO CB-STU-STATUS
                   MOVE I-LNAME TO CB-LNAME
                   MOVE I-FNAME TO CB-FNAME
                   MOVE I-INIT  TO CB-INIT
           END-READ.

       L5-PRINT-STATEMENT.
           PERFORM L4-HEADINGS.
           MOVE CB-PREV-ID TO SI-ID.
           IF STUDENT-ACTIVE
               MOVE 'CURRENT STUDENT'  TO SI-STATUS
           ELSE
               MOVE 'FORMER STUDENT'   TO SI-STATUS
           END-IF.
           IF CORRECTION-RUN
               MOVE 'CORRECTED'        TO SI-CORRECTED
           ELSE
               MOVE SPACES             TO SI-CORRECTED
           END-IF.
           WRITE PRTLINE FROM STMT-ID-LINE
               AFTER ADVANCING 3 lines.
           MOVE CB-FNAME TO SN-FNAME.
           MOVE CB-INIT  TO SN-INIT.
           MOVE CB-LNAME TO SN-LNAME.
           WRITE PRTLINE FROM STMT-NAME-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM STMT-COL-HEADING
               AFTER ADVANCING 3 lines.
           PERFORM L6-PRINT-TERM
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > STT-COUNT.
           MOVE STU-BILLED      TO SYT-BILLED.
           MOVE STU-SCHOLARSHIP TO SYT-SCHOLARSHIP.
           WRITE PRTLINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM STMT-NOTE-LINE
               AFTER ADVANCING 2 lines.

       L6-PRINT-TERM.
           MOVE ST-TERM (ST-SUB)        TO STL-TERM.
           MOVE ST-BILLED (ST-SUB)      TO STL-BILLED.
           MOVE ST-SCHOLARSHIP (ST-SUB) TO STL-SCHOLARSHIP.
           WRITE PRTLINE FROM STMT-TERM-LINE
               AFTER ADVANCING 1 LINE.

       L5-WRITE-DETAIL.
           MOVE SPACES          TO TD-REC.
           MOVE 'D'             TO TD-TYPE.
           MOVE RP-TAX-YEAR     TO TD-TAX-YEAR.
           MOVE CB-PREV-ID      TO TD-ID.
           MOVE CB-LNAME        TO TD-LNAME.
           MOVE CB-FNAME        TO TD-FNAME.
           MOVE CB-INIT         TO TD-INIT.
           MOVE STU-BILLED      TO TD-BILLED.
           MOVE STU-SCHOLARSHIP TO TD-SCHOLARSHIP.
           MOVE CB-STU-STATUS   TO TD-STATUS.
           IF CORRECTION-RUN
               MOVE 'C'         TO TD-CORRECTED
           END-IF.
           WRITE TD-REC.
           ADD 1                TO C-STMTCTR.
           ADD STU-BILLED       TO C-BILLED-SUM.
           ADD STU-SCHOLARSHIP  TO C-SCHOLAR-SUM.

       L5-SAVE-EXCEPTION.
           ADD 1 TO C-EXCPCTR.
           IF EXT-COUNT < 999
               ADD 1          TO EXT-COUNT
               MOVE CB-EX-ID   TO EX-ID (EXT-COUNT)
               MOVE CB-EX-TERM TO EX-TERM (EXT-COUNT)
               MOVE CB-EX-NOTE TO EX-NOTE (EXT-COUNT)
           END-IF.

       L2-PRINT-EXCEPTIONS.
           PERFORM L4-HEADINGS.
           MOVE 'EXCEPTIONS - STATEMENTS NOT ISSUED' TO SH-LABEL.
           WRITE PRTLINE FROM SECTION-HEADING
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM EXCP-COL-HEADING
               AFTER ADVANCING 2 lines.
           IF EXT-COUNT = 0
               WRITE PRTLINE FROM NO-EXCP-LINE
                   AFTER ADVANCING 2 lines
           ELSE
               PERFORM L3-PRINT-EXCEPTION
                   VARYING EX-SUB FROM 1 BY 1
                   UNTIL EX-SUB > EXT-COUNT
           END-IF.

       L3-PRINT-EXCEPTION.
           MOVE EX-ID (EX-SUB)   TO EL-ID.
           MOVE EX-TERM (EX-SUB) TO EL-TERM.
           MOVE EX-NOTE (EX-SUB) TO EL-NOTE.
           WRITE PRTLINE FROM EXCP-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS
                       WRITE PRTLINE FROM EXCP-COL-HEADING
                           AFTER ADVANCING 2 lines
           END-WRITE.

       L2-CLOSING.
           MOVE SPACES          TO TT-REC.
           MOVE 'T'             TO TT-TYPE.
           MOVE RP-TAX-YEAR     TO TT-TAX-YEAR.
           MOVE C-STMTCTR       TO TT-COUNT.
           MOVE C-BILLED-SUM    TO TT-BILLED.
           MOVE C-SCHOLAR-SUM   TO TT-SCHOLARSHIP.
           WRITE TT-REC.
           CLOSE TAXFILE.
           MOVE C-RECVCTR       TO TOT-RECV-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-AWRDCTR       TO TOT-AWRD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-STUCTR        TO TOT-STU-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           MOVE C-STMTCTR       TO TOT-STMT-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE C-HELDCTR       TO TOT-HELD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-BILLED-SUM    TO TOT-BILLED.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 1 LINE.
           MOVE C-SCHOLAR-SUM   TO TOT-SCHOLARSHIP.
           WRITE PRTLINE FROM TOTAL-LINE7
               AFTER ADVANCING 1 LINE.
           CLOSE STUDENT-MASTER.
           IF ARCHIVE-OPEN
               CLOSE ARCHMASTER
           END-IF.
           CLOSE PRTOUT.
           DISPLAY 'CBLAMB31 TUITION STATEMENTS COMPLETE'.
           DISPLAY 'STATEMENTS: '  C-STMTCTR
               '  HELD: '          C-HELDCTR
               '  EXCEPTIONS: '    C-EXCPCTR.
           DISPLAY 'BILLED: '      C-BILLED-SUM
               '  SCHOLARSHIPS: '  C-SCHOLAR-SUM.
           IF RETURN-CODE = 0 AND C-EXCPCTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE C-STMTCTR TO RS-REC-COUNT.
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
               MOVE 'CBLAMB31'      TO RC-PROGRAM
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
               MOVE 'CBLAMB31'      TO RC-PROGRAM
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

       end program CBLAMB31.
