       identification division.
       program-id. CBLAMB23.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB23 - cash receipts posting and aged receivables.  Posts
      * the cashier receipts file STDRCPT.DAT (student ID, receipt
      * date, amount, payment method, reference number) against the
      * tuition receivables CBLAMB19 leaves on STDRECV.DAT:
      *     - each receipt is applied to the student's oldest open
      *       bill first (earliest RV-BILL-DATE), then the next
      *       oldest, until the receipt is used up
      *     - money left over once every bill is paid in full is
      *       posted to the newest bill as a credit balance and
      *       listed as OVERPAID, so the refund desk can act on it
      *     - a receipt that cannot be posted (bad amount, date or
      *       method, no reference, a reference already posted, or
      *       no receivable for the ID) is listed as UNAPPLIED and
      *       nothing is posted; it can be corrected and sent again
      * Every posted receipt is appended to the history file
      * STDRCHST.DAT, and a student/reference pair already on the
      * history is refused, so feeding the same cashier file twice
      * cannot post it twice.  STDRECV.DAT is rewritten with the new
      * paid amounts.
      *
      * STDARRPT.PRT carries the posting register, the unapplied and
      * overpaid listing, and an aged trial balance of every open
      * balance, net of scholarship credits (current, 30, 60 and 90+
      * days from the billing date), by student and by I-MAJOR.
      * Receipts read = applied +
      * overpaid + unapplied, and the trial balance totals agree
      * with the rewritten STDRECV.DAT.  Ends with RETURN-CODE 4
      * when anything went on the unapplied/overpaid listing.
      * A student under a privacy hold is shown by ID, with the
      * name as '** PRIVACY HOLD'.
      *
      * Payment methods: C = cash, K = check, R = card,
      *                  E = electronic transfer.
      *
      * RUN-PARM from SYSIN: aging as-of date YYYYMMDD (blank = run
      * date), optional student-master path override.
************************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTFILE
               ASSIGN TO 'C:\COBOL\STDRCPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RCPT-STATUS.
           SELECT RCPTHIST
               ASSIGN TO 'C:\COBOL\STDRCHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-HIST-STATUS.
           SELECT RECVFILE
               ASSIGN TO 'C:\COBOL\STDRECV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RECV-STATUS.
           SELECT RECVNEW
               ASSIGN TO 'C:\COBOL\STDRECV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTFILE
               ASSIGN TO 'C:\COBOL\STDARSW.DAT'.
           SELECT SORTEDFILE
               ASSIGN TO 'C:\COBOL\STDARSD.DAT'
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
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDARRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.

       FD  RCPTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CP-REC
           RECORD CONTAINS 35 CHARACTERS.
           01 CP-REC.
               05 CP-ID                   PIC X(7).
               05 CP-DATE                 PIC X(8).
               05 CP-AMOUNT               PIC 9(7)V99.
               05 CP-AMOUNT-X REDEFINES CP-AMOUNT
                                          PIC X(9).
               05 CP-METHOD               PIC X.
                   88 CP-METHOD-VALID     VALUE 'C' 'K' 'R' 'E'.
               05 CP-REF                  PIC X(10).

       FD  RCPTHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 43 CHARACTERS.
           01 PH-REC.
               05 PH-RECEIPT.
                   10 PH-ID               PIC X(7).
                   10 PH-DATE             PIC X(8).
                   10 PH-AMOUNT           PIC 9(7)V99.
                   10 PH-METHOD           PIC X.
                   10 PH-REF              PIC X(10).
               05 PH-POST-DATE            PIC X(8).

       FD  RECVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 51 CHARACTERS.
           COPY RECVREC.

       FD  RECVNEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS RN-REC
           RECORD CONTAINS 51 CHARACTERS.
           01 RN-REC                      PIC X(51).

       SD  SORTFILE
           DATA RECORD IS SR-REC
           RECORD CONTAINS 29 CHARACTERS.
           01 SR-REC.
               05 SR-ID                   PIC X(7).
               05 SR-BILL-DATE            PIC X(8).
               05 SR-TERM                 PIC X(5).
               05 SR-BALANCE              PIC S9(7)V99.

       FD  SORTEDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 29 CHARACTERS.
           01 SO-REC.
               05 SO-ID                   PIC X(7).
               05 SO-BILL-DATE            PIC X(8).
               05 SO-TERM                 PIC X(5).
               05 SO-BALANCE              PIC S9(7)V99.

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
           05  RP-ASOF-DATE          PIC X(8).
           05  RP-STUDENT-PATH       PIC X(80).

       01  MISC.
           05  RCPT-EOF              PIC X        VALUE 'F'.
           05  HIST-EOF              PIC X        VALUE 'F'.
           05  RECV-EOF              PIC X        VALUE 'F'.
           05  SORTED-EOF            PIC X        VALUE 'F'.
           05  CB-RCPT-STATUS        PIC XX       VALUE '00'.
           05  CB-HIST-STATUS        PIC XX       VALUE '00'.
           05  CB-RECV-STATUS        PIC XX       VALUE '00'.
           05  CB-SORTED-STATUS      PIC XX       VALUE '00'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-ARCH-STATUS        PIC XX       VALUE '00'.
           05  CB-ARCH-OPEN          PIC X        VALUE 'N'.
               88  ARCHIVE-OPEN               VALUE 'Y'.
           05  CB-RCPT-OPEN          PIC X        VALUE 'N'.
               88  RECEIPTS-OPEN              VALUE 'Y'.
           05  CB-RCPT-OK            PIC X        VALUE 'Y'.
               88  RECEIPT-OK                 VALUE 'Y'.
           05  CB-OPEN-FOUND         PIC X        VALUE 'N'.
               88  OPEN-ITEM-FOUND            VALUE 'Y'.
           05  CB-DUP-FOUND          PIC X        VALUE 'N'.
               88  DUPLICATE-RECEIPT          VALUE 'Y'.
           05  CB-RECV-FOUND         PIC X        VALUE 'N'.
               88  RECEIVABLE-FOUND           VALUE 'Y'.
           05  CB-MAJ-FOUND          PIC X        VALUE 'N'.
               88  MAJOR-FOUND                VALUE 'Y'.
           05  CB-REPORT-PART        PIC X        VALUE 'R'.
               88  PART-REGISTER              VALUE 'R'.
               88  PART-EXCEPTIONS            VALUE 'E'.
               88  PART-STUDENT               VALUE 'S'.
               88  PART-MAJOR                 VALUE 'M'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-RUN-DATE           PIC X(8)     VALUE SPACES.
           05  CB-ASOF-DATE          PIC X(8)     VALUE SPACES.
           05  CB-ASOF-DAYS          PIC 9(7)     VALUE 0.
           05  CB-BILL-DAYS          PIC 9(7)     VALUE 0.
           05  CB-AGE-DAYS           PIC S9(5)    VALUE 0.
           05  CB-DATE-NUM           PIC 9(8)     VALUE 0.
           05  CB-DATE-NUM-X REDEFINES CB-DATE-NUM
                                     PIC X(8).
           05  CB-NOTE               PIC X(34)    VALUE SPACES.
           05  CB-METHOD             PIC X        VALUE SPACE.
           05  CB-REMAIN             PIC 9(7)V99  VALUE 0.
           05  CB-APPLIED            PIC 9(7)V99  VALUE 0.
           05  CB-EXCESS             PIC 9(7)V99  VALUE 0.
           05  CB-APPLY-AMT          PIC 9(7)V99  VALUE 0.
           05  CB-ITEM-BAL           PIC S9(7)V99 VALUE 0.
           05  CB-ITEM-DATE          PIC X(8)     VALUE SPACES.
           05  CB-OLD-DATE           PIC X(8)     VALUE SPACES.
           05  CB-NEW-DATE           PIC X(8)     VALUE SPACES.
           05  CB-OLD-SUB            PIC 9(4)     VALUE 0.
           05  CB-NEW-SUB            PIC 9(4)     VALUE 0.
           05  CB-PREV-ID            PIC X(7)     VALUE SPACES.
           05  CB-LOOKUP-MAJOR       PIC X(4)     VALUE SPACES.
           05  RV-SUB                PIC 9(4) COMP VALUE 0.
           05  EX-SUB                PIC 9(3) COMP VALUE 0.
           05  MT-SUB                PIC 9(3) COMP VALUE 0.
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-RCPTCTR             PIC 9(5)     VALUE 0.
           05  C-POSTCTR             PIC 9(5)     VALUE 0.
           05  C-OVERCTR             PIC 9(5)     VALUE 0.
           05  C-UNAPCTR             PIC 9(5)     VALUE 0.
           05  C-STUCTR              PIC 9(5)     VALUE 0.
           05  C-RCPT-SUM            PIC 9(9)V99  VALUE 0.
           05  C-APPL-SUM            PIC 9(9)V99  VALUE 0.
           05  C-OVER-SUM            PIC 9(9)V99  VALUE 0.
           05  C-UNAP-SUM            PIC 9(9)V99  VALUE 0.

      * One student's aging buckets while the sorted balances are
      * read, and the grand totals across every student.
       01  AGING-BUCKETS.
           05  SB-CURRENT            PIC S9(9)V99 VALUE 0.
           05  SB-30                 PIC S9(9)V99 VALUE 0.
           05  SB-60                 PIC S9(9)V99 VALUE 0.
           05  SB-90                 PIC S9(9)V99 VALUE 0.
           05  SB-TOTAL              PIC S9(9)V99 VALUE 0.
           05  GT-CURRENT            PIC S9(9)V99 VALUE 0.
           05  GT-30                 PIC S9(9)V99 VALUE 0.
           05  GT-60                 PIC S9(9)V99 VALUE 0.
           05  GT-90                 PIC S9(9)V99 VALUE 0.
           05  GT-TOTAL              PIC S9(9)V99 VALUE 0.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).
           05  RS-START-TIME         PIC X(6)     VALUE SPACES.
           05  RS-REC-COUNT          PIC 9(6)     VALUE 0.

      * Each row is laid out exactly like RV-REC so the table can be
      * written straight back over STDRECV.DAT.
       01  RECV-TABLE-AREA.
           05  RVT-COUNT             PIC 9(4) COMP VALUE 0.
           05  RECV-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON RVT-COUNT
                   INDEXED BY RVX.
               10  RV-TAB-ID         PIC X(7).
               10  RV-TAB-TERM       PIC X(5).
               10  RV-TAB-CREDITS    PIC 9(3)V9.
               10  RV-TAB-AMOUNT     PIC 9(7)V99.
               10  RV-TAB-BILL-DATE  PIC X(8).
               10  RV-TAB-PAID       PIC 9(7)V99.
               10  RV-TAB-AWARD      PIC 9(7)V99.

       01  HIST-TABLE-AREA.
           05  PHT-COUNT             PIC 9(4) COMP VALUE 0.
           05  HIST-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON PHT-COUNT
                   INDEXED BY PHX.
               10  PH-TAB-ID         PIC X(7).
               10  PH-TAB-REF        PIC X(10).

       01  EXCP-TABLE-AREA.
           05  EXT-COUNT             PIC 9(3) COMP VALUE 0.
           05  EXCP-TABLE OCCURS 0 TO 999 TIMES
                   DEPENDING ON EXT-COUNT.
               10  EX-ID             PIC X(7).
               10  EX-DATE           PIC X(8).
               10  EX-METHOD         PIC X.
               10  EX-REF            PIC X(10).
               10  EX-AMOUNT-X       PIC X(9).
               10  EX-APPLIED        PIC 9(7)V99.
               10  EX-EXCESS         PIC 9(7)V99.
               10  EX-NOTE           PIC X(34).

       01  MAJOR-TOTAL-AREA.
           05  MTT-COUNT             PIC 9(3) COMP VALUE 0.
           05  MAJOR-TOTAL OCCURS 0 TO 200 TIMES
                   DEPENDING ON MTT-COUNT
                   INDEXED BY MTX.
               10  MT-CODE           PIC X(4).
               10  MT-STUDENTS       PIC 9(5).
               10  MT-CURRENT        PIC S9(9)V99.
               10  MT-30             PIC S9(9)V99.
               10  MT-60             PIC S9(9)V99.
               10  MT-90             PIC S9(9)V99.
               10  MT-TOTAL          PIC S9(9)V99.

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(29)    VALUE SPACES.
           05  FILLER               PIC X(40)
                   VALUE 'CASH RECEIPTS AND AGED RECEIVABLES      '.
           05  FILLER               PIC X(32)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  SECTION-HEADING.
           05  SH-LABEL             PIC X(60).
       01  ASOF-DISPLAY.
           05  AD-YEAR              PIC X(4).
           05  FILLER               PIC X        VALUE '/'.
           05  AD-MONTH             PIC XX.
           05  FILLER               PIC X        VALUE '/'.
           05  AD-DAY               PIC XX.
       01  RCPT-COL-HEADING.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(12)    VALUE 'RCPT DATE'.
           05  FILLER               PIC X(8)     VALUE 'METHOD'.
           05  FILLER               PIC X(12)    VALUE 'REFERENCE'.
           05  FILLER               PIC X(7)     VALUE SPACES.
           05  FILLER               PIC X(6)     VALUE 'AMOUNT'.
           05  FILLER               PIC X(8)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'APPLIED'.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  FILLER               PIC X(6)     VALUE 'EXCESS'.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(4)     VALUE 'NOTE'.
       01  RCPT-LINE.
           05  O-ID                 PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-RCPT-DATE.
               10  O-RD-YEAR        PIC X(4).
               10  FILLER           PIC X        VALUE '/'.
               10  O-RD-MONTH       PIC XX.
               10  FILLER           PIC X        VALUE '/'.
               10  O-RD-DAY         PIC XX.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-METHOD             PIC X(6).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-REF                PIC X(10).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-AMOUNT             PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-APPLIED            PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-EXCESS             PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-NOTE               PIC X(34).
       01  NO-EXCP-LINE.
           05  FILLER               PIC X(34)
                   VALUE 'NO UNAPPLIED OR OVERPAID RECEIPTS'.
       01  AGE-COL-HEADING.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(16)    VALUE 'LAST NAME'.
           05  FILLER               PIC X(17)    VALUE 'FIRST NAME'.
           05  FILLER               PIC X(4)     VALUE 'MAJR'.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'CURRENT'.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE '30 DAYS'.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE '60 DAYS'.
           05  FILLER               PIC X(8)     VALUE SPACES.
           05  FILLER               PIC X(8)     VALUE '90+ DAYS'.
           05  FILLER               PIC X(11)    VALUE SPACES.
           05  FILLER               PIC X(5)     VALUE 'TOTAL'.
       01  AGE-LINE.
           05  AL-ID                PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  AL-LNAME             PIC X(15).
           05  FILLER               PIC X        VALUE SPACE.
           05  AL-FNAME             PIC X(15).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  AL-MAJOR             PIC X(4).
           05  FILLER               PIC X        VALUE SPACE.
           05  AL-CURRENT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  AL-30                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  AL-60                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  AL-90                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  AL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
       01  MAJ-COL-HEADING.
           05  FILLER               PIC X(8)     VALUE 'MAJOR'.
           05  FILLER               PIC X(38)    VALUE 'STUDENTS'.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'CURRENT'.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE '30 DAYS'.
           05  FILLER               PIC X(9)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE '60 DAYS'.
           05  FILLER               PIC X(8)     VALUE SPACES.
           05  FILLER               PIC X(8)     VALUE '90+ DAYS'.
           05  FILLER               PIC X(11)    VALUE SPACES.
           05  FILLER               PIC X(5)     VALUE 'TOTAL'.
       01  MAJ-LINE.
           05  ML-MAJOR             PIC X(4).
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  ML-STUDENTS          PIC ZZ,ZZ9.
           05  FILLER               PIC X(33)    VALUE SPACES.
           05  ML-CURRENT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  ML-30                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  ML-60                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  ML-90                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  ML-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
       01  GRAND-LINE.
           05  FILLER               PIC X(47)
                   VALUE 'TOTAL RECEIVABLES'.
           05  GL-CURRENT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  GL-30                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  GL-60                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  GL-90                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X        VALUE SPACE.
           05  GL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
       01  TOTAL-LINE1.
           05  FILLER               PIC X(28)
                   VALUE 'RECEIPTS READ:              '.
           05  TOT-RCPT-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  TOT-RCPT-SUM         PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(28)
                   VALUE 'RECEIPTS POSTED:            '.
           05  TOT-POST-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  TOT-APPL-SUM         PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(28)
                   VALUE 'OVERPAID - CREDIT BALANCE:  '.
           05  TOT-OVER-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  TOT-OVER-SUM         PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(28)
                   VALUE 'UNAPPLIED - NOT POSTED:     '.
           05  TOT-UNAP-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  TOT-UNAP-SUM         PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(28)
                   VALUE 'STUDENTS WITH A BALANCE:    '.
           05  TOT-STU-COUNT        PIC ZZ,ZZ9.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-POST-RECEIPTS
               UNTIL RCPT-EOF = 'T'.
           PERFORM L2-PRINT-EXCEPTIONS.
           PERFORM L2-REWRITE-RECEIVABLES.
           PERFORM L2-AGED-TRIAL-BALANCE.
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
           MOVE RP-ASOF-DATE           TO CB-DATE-NUM-X.
           IF CB-DATE-NUM NUMERIC AND CB-DATE-NUM > 0
               MOVE RP-ASOF-DATE       TO CB-ASOF-DATE
           ELSE
               MOVE CB-RUN-DATE        TO CB-ASOF-DATE
           END-IF.
           MOVE CB-ASOF-DATE           TO CB-DATE-NUM-X.
           COMPUTE CB-ASOF-DAYS =
               FUNCTION INTEGER-OF-DATE (CB-DATE-NUM).
           MOVE CB-ASOF-DATE (1:4)     TO AD-YEAR.
           MOVE CB-ASOF-DATE (5:2)     TO AD-MONTH.
           MOVE CB-ASOF-DATE (7:2)     TO AD-DAY.
           OPEN INPUT STUDENT-MASTER.
           IF CB-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER - STATUS: '
                   CB-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARCHMASTER.
           IF CB-ARCH-STATUS = '00'
               MOVE 'Y' TO CB-ARCH-OPEN
           ELSE
               DISPLAY 'WARNING - ARCHIVE NOT READ - STATUS: '
                   CB-ARCH-STATUS
           END-IF.
           PERFORM L2-LOAD-RECEIVABLES.
           PERFORM L2-LOAD-HISTORY.
           OPEN INPUT RCPTFILE.
           IF CB-RCPT-STATUS = '00'
               MOVE 'Y' TO CB-RCPT-OPEN
           ELSE
               DISPLAY 'WARNING - NO RECEIPTS TO POST - STATUS: '
                   CB-RCPT-STATUS
               MOVE 'T' TO RCPT-EOF
           END-IF.
           OPEN EXTEND RCPTHIST.
           IF CB-HIST-STATUS = '35'
               OPEN OUTPUT RCPTHIST
           END-IF.
           IF CB-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECEIPT HISTORY - STATUS: '
                   CB-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT.
           MOVE 'RECEIPTS POSTING REGISTER' TO SH-LABEL.
           PERFORM L4-HEADINGS.
           IF RCPT-EOF NOT = 'T'
               PERFORM L3-RCPT-READ
           END-IF.

       L3-GET-RUN-PARM.
           MOVE SPACES TO RUN-PARM.
           ACCEPT RUN-PARM FROM SYSIN.
           IF RP-STUDENT-PATH NOT = SPACES
               MOVE RP-STUDENT-PATH TO CB-STUDENT-MASTER-PATH.

      * The whole receivables file is held in core and written back
      * at the end, so a file bigger than the table would lose
      * records - the run stops before posting anything instead.
       L2-LOAD-RECEIVABLES.
           OPEN INPUT RECVFILE.
           IF CB-RECV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STDRECV - STATUS: '
                   CB-RECV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-RECV-READ.
           PERFORM L3-RECV-BUILD-TABLE
               UNTIL RECV-EOF = 'T'.
           CLOSE RECVFILE.

       L3-RECV-READ.
           READ RECVFILE
               AT end
                   MOVE 'T' TO RECV-EOF.

       L3-RECV-BUILD-TABLE.
           IF RVT-COUNT NOT < 9999
               DISPLAY 'RECEIVABLES TABLE FULL - RUN STOPPED, '
                   'STDRECV.DAT NOT CHANGED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                    TO RVT-COUNT.
           MOVE RV-REC              TO RECV-TABLE (RVT-COUNT).
           IF RV-AMOUNT NOT NUMERIC
               MOVE 0               TO RV-TAB-AMOUNT (RVT-COUNT)
           END-IF.
           IF RV-PAID NOT NUMERIC
               MOVE 0               TO RV-TAB-PAID (RVT-COUNT)
           END-IF.
           IF RV-AWARD NOT NUMERIC
               MOVE 0               TO RV-TAB-AWARD (RVT-COUNT)
           END-IF.
           PERFORM L3-RECV-READ.

       L2-LOAD-HISTORY.
           OPEN INPUT RCPTHIST.
           IF CB-HIST-STATUS = '00'
               PERFORM L3-HIST-READ
               PERFORM L3-HIST-BUILD-TABLE
                   UNTIL HIST-EOF = 'T'
               CLOSE RCPTHIST
           END-IF.

       L3-HIST-READ.
           READ RCPTHIST
               AT end
                   MOVE 'T' TO HIST-EOF.

       L3-HIST-BUILD-TABLE.
           IF PHT-COUNT < 9999
               ADD 1                TO PHT-COUNT
               MOVE PH-ID           TO PH-TAB-ID (PHT-COUNT)
               MOVE PH-REF          TO PH-TAB-REF (PHT-COUNT)
           END-IF.
           PERFORM L3-HIST-READ.

       L3-RCPT-READ.
           READ RCPTFILE
               AT end
                   MOVE 'T' TO RCPT-EOF.

       L2-POST-RECEIPTS.
           ADD 1 TO C-RCPTCTR.
           IF CP-AMOUNT NUMERIC
               ADD CP-AMOUNT TO C-RCPT-SUM
           END-IF.
           MOVE 0 TO CB-APPLIED.
           MOVE 0 TO CB-EXCESS.
           PERFORM L3-EDIT-RECEIPT.
           IF RECEIPT-OK
               PERFORM L3-APPLY-RECEIPT
           ELSE
               PERFORM L3-SAVE-UNAPPLIED
           END-IF.
           PERFORM L3-PRINT-REGISTER.
           PERFORM L3-RCPT-READ.

       L3-EDIT-RECEIPT.
           MOVE 'Y'    TO CB-RCPT-OK.
           MOVE SPACES TO CB-NOTE.
           EVALUATE TRUE
               WHEN CP-AMOUNT NOT NUMERIC OR CP-AMOUNT = 0
                   MOVE 'N' TO CB-RCPT-OK
                   MOVE 'UNAPPLIED - INVALID AMOUNT' TO CB-NOTE
               WHEN CP-DATE NOT NUMERIC
                   MOVE 'N' TO CB-RCPT-OK
                   MOVE 'UNAPPLIED - INVALID RECEIPT DATE'
                                          TO CB-NOTE
               WHEN NOT CP-METHOD-VALID
                   MOVE 'N' TO CB-RCPT-OK
                   MOVE 'UNAPPLIED - INVALID PAY METHOD'
                                          TO CB-NOTE
               WHEN CP-REF = SPACES
                   MOVE 'N' TO CB-RCPT-OK
                   MOVE 'UNAPPLIED - NO REFERENCE NUMBER'
                                          TO CB-NOTE
               WHEN OTHER
                   PERFORM L4-CHECK-DUPLICATE
                   PERFORM L4-CHECK-RECEIVABLE
                   EVALUATE TRUE
                       WHEN DUPLICATE-RECEIPT
                           MOVE 'N' TO CB-RCPT-OK
                           MOVE 'UNAPPLIED - DUPLICATE REFERENCE'
                                          TO CB-NOTE
                       WHEN NOT RECEIVABLE-FOUND
                           MOVE 'N' TO CB-RCPT-OK
                           MOVE 'UNAPPLIED - NO RECEIVABLE ON FILE'
                                          TO CB-NOTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       L4-CHECK-DUPLICATE.
           MOVE 'N' TO CB-DUP-FOUND.
           IF PHT-COUNT > 0
               SET PHX TO 1
               SEARCH HIST-TABLE
                   AT end
                       CONTINUE
                   WHEN PH-TAB-ID (PHX) = CP-ID
                    AND PH-TAB-REF (PHX) = CP-REF
                       MOVE 'Y' TO CB-DUP-FOUND
               END-SEARCH
           END-IF.

       L4-CHECK-RECEIVABLE.
           MOVE 'N' TO CB-RECV-FOUND.
           IF RVT-COUNT > 0
               SET RVX TO 1
               SEARCH RECV-TABLE
                   AT end
                       CONTINUE
                   WHEN RV-TAB-ID (RVX) = CP-ID
                       MOVE 'Y' TO CB-RECV-FOUND
               END-SEARCH
           END-IF.

       L3-APPLY-RECEIPT.
           MOVE CP-AMOUNT TO CB-REMAIN.
           MOVE 'Y'       TO CB-OPEN-FOUND.
           PERFORM L4-APPLY-OLDEST
               UNTIL CB-REMAIN = 0 OR NOT OPEN-ITEM-FOUND.
           IF CB-REMAIN > 0
               PERFORM L4-POST-OVERPAYMENT
           ELSE
               MOVE 'POSTED' TO CB-NOTE
           END-IF.
           ADD 1          TO C-POSTCTR.
           ADD CB-APPLIED TO C-APPL-SUM.
           MOVE CP-REC       TO PH-RECEIPT.
           MOVE CB-RUN-DATE  TO PH-POST-DATE.
           WRITE PH-REC.
           IF PHT-COUNT < 9999
               ADD 1                TO PHT-COUNT
               MOVE CP-ID           TO PH-TAB-ID (PHT-COUNT)
               MOVE CP-REF          TO PH-TAB-REF (PHT-COUNT)
           END-IF.

      * Oldest open bill first: the earliest billing date among the
      * student's bills with money still owing.  A bill carried from
      * before billing dates were kept counts as the oldest.
       L4-APPLY-OLDEST.
           MOVE 0          TO CB-OLD-SUB.
           MOVE '99999999' TO CB-OLD-DATE.
           PERFORM L5-FIND-OLDEST
               VARYING RV-SUB FROM 1 BY 1
               UNTIL RV-SUB > RVT-COUNT.
           IF CB-OLD-SUB = 0
               MOVE 'N' TO CB-OPEN-FOUND
           ELSE
               COMPUTE CB-ITEM-BAL = RV-TAB-AMOUNT (CB-OLD-SUB)
                                   - RV-TAB-AWARD (CB-OLD-SUB)
                                   - RV-TAB-PAID (CB-OLD-SUB)
               IF CB-REMAIN < CB-ITEM-BAL
                   MOVE CB-REMAIN   TO CB-APPLY-AMT
               ELSE
                   MOVE CB-ITEM-BAL TO CB-APPLY-AMT
               END-IF
               ADD CB-APPLY-AMT      TO RV-TAB-PAID (CB-OLD-SUB)
               ADD CB-APPLY-AMT      TO CB-APPLIED
               SUBTRACT CB-APPLY-AMT FROM CB-REMAIN
           END-IF.

       L5-FIND-OLDEST.
           COMPUTE CB-ITEM-BAL = RV-TAB-AMOUNT (RV-SUB)
                               - RV-TAB-AWARD (RV-SUB)
                               - RV-TAB-PAID (RV-SUB).
           IF RV-TAB-ID (RV-SUB) = CP-ID AND CB-ITEM-BAL > 0
               MOVE RV-TAB-BILL-DATE (RV-SUB) TO CB-ITEM-DATE
               IF CB-ITEM-DATE NOT NUMERIC
                   MOVE '00000000' TO CB-ITEM-DATE
               END-IF
               IF CB-ITEM-DATE < CB-OLD-DATE
                   MOVE CB-ITEM-DATE TO CB-OLD-DATE
                   MOVE RV-SUB       TO CB-OLD-SUB
               END-IF
           END-IF.

      * Money left once every bill is paid goes on the newest bill,
      * leaving it with a credit balance the trial balance shows.
       L4-POST-OVERPAYMENT.
           MOVE 0          TO CB-NEW-SUB.
           MOVE SPACES     TO CB-NEW-DATE.
           PERFORM L5-FIND-NEWEST
               VARYING RV-SUB FROM 1 BY 1
               UNTIL RV-SUB > RVT-COUNT.
           ADD CB-REMAIN   TO RV-TAB-PAID (CB-NEW-SUB).
           MOVE CB-REMAIN  TO CB-EXCESS.
           ADD 1           TO C-OVERCTR.
           ADD CB-REMAIN   TO C-OVER-SUM.
           MOVE 'OVERPAID - EXCESS HELD AS CREDIT' TO CB-NOTE.
           PERFORM L4-SAVE-EXCEPTION.

       L5-FIND-NEWEST.
           IF RV-TAB-ID (RV-SUB) = CP-ID
               MOVE RV-TAB-BILL-DATE (RV-SUB) TO CB-ITEM-DATE
               IF CB-ITEM-DATE NOT NUMERIC
                   MOVE '00000000' TO CB-ITEM-DATE
               END-IF
               IF CB-NEW-SUB = 0 OR CB-ITEM-DATE NOT < CB-NEW-DATE
                   MOVE CB-ITEM-DATE TO CB-NEW-DATE
                   MOVE RV-SUB       TO CB-NEW-SUB
               END-IF
           END-IF.

       L3-SAVE-UNAPPLIED.
           ADD 1 TO C-UNAPCTR.
           IF CP-AMOUNT NUMERIC
               MOVE CP-AMOUNT TO CB-EXCESS
               ADD CP-AMOUNT  TO C-UNAP-SUM
           END-IF.
           PERFORM L4-SAVE-EXCEPTION.

       L4-SAVE-EXCEPTION.
           IF EXT-COUNT < 999
               ADD 1                TO EXT-COUNT
               MOVE CP-ID           TO EX-ID (EXT-COUNT)
               MOVE CP-DATE         TO EX-DATE (EXT-COUNT)
               MOVE CP-METHOD       TO EX-METHOD (EXT-COUNT)
               MOVE CP-REF          TO EX-REF (EXT-COUNT)
               MOVE CP-AMOUNT-X     TO EX-AMOUNT-X (EXT-COUNT)
               MOVE CB-APPLIED      TO EX-APPLIED (EXT-COUNT)
               MOVE CB-EXCESS       TO EX-EXCESS (EXT-COUNT)
               MOVE CB-NOTE         TO EX-NOTE (EXT-COUNT)
           END-IF.

       L3-PRINT-REGISTER.
           INITIALIZE RCPT-LINE.
           MOVE CP-ID              TO O-ID.
           MOVE CP-DATE (1:4)      TO O-RD-YEAR.
           MOVE CP-DATE (5:2)      TO O-RD-MONTH.
           MOVE CP-DATE (7:2)      TO O-RD-DAY.
           MOVE CP-METHOD          TO CB-METHOD.
           PERFORM L4-METHOD-NAME.
           MOVE CP-REF             TO O-REF.
           IF CP-AMOUNT NUMERIC
               MOVE CP-AMOUNT      TO O-AMOUNT
           END-IF.
           MOVE CB-APPLIED         TO O-APPLIED.
           MOVE CB-EXCESS          TO O-EXCESS.
           MOVE CB-NOTE            TO O-NOTE.
           WRITE PRTLINE FROM RCPT-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

       L4-METHOD-NAME.
           EVALUATE CB-METHOD
               WHEN 'C'
                   MOVE 'CASH'   TO O-METHOD
               WHEN 'K'
                   MOVE 'CHECK'  TO O-METHOD
               WHEN 'R'
                   MOVE 'CARD'   TO O-METHOD
               WHEN 'E'
                   MOVE 'EFT'    TO O-METHOD
               WHEN OTHER
                   MOVE '??'     TO O-METHOD
           END-EVALUATE.

       L2-PRINT-EXCEPTIONS.
           MOVE 'E' TO CB-REPORT-PART.
           MOVE 'UNAPPLIED AND OVERPAID RECEIPTS' TO SH-LABEL.
           PERFORM L4-HEADINGS.
           IF EXT-COUNT = 0
               WRITE PRTLINE FROM NO-EXCP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L3-PRINT-EXCEPTION
                   VARYING EX-SUB FROM 1 BY 1
                   UNTIL EX-SUB > EXT-COUNT
           END-IF.

       L3-PRINT-EXCEPTION.
           INITIALIZE RCPT-LINE.
           MOVE EX-ID (EX-SUB)            TO O-ID.
           MOVE EX-DATE (EX-SUB) (1:4)    TO O-RD-YEAR.
           MOVE EX-DATE (EX-SUB) (5:2)    TO O-RD-MONTH.
           MOVE EX-DATE (EX-SUB) (7:2)    TO O-RD-DAY.
           MOVE EX-METHOD (EX-SUB)        TO CB-METHOD.
           PERFORM L4-METHOD-NAME.
           MOVE EX-REF (EX-SUB)           TO O-REF.
           MOVE EX-AMOUNT-X (EX-SUB)      TO CP-AMOUNT-X.
           IF CP-AMOUNT NUMERIC
               MOVE CP-AMOUNT             TO O-AMOUNT
           END-IF.
           MOVE EX-APPLIED (EX-SUB)       TO O-APPLIED.
           MOVE EX-EXCESS (EX-SUB)        TO O-EXCESS.
           MOVE EX-NOTE (EX-SUB)          TO O-NOTE.
           WRITE PRTLINE FROM RCPT-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

       L2-REWRITE-RECEIVABLES.
           CLOSE RCPTHIST.
           IF RECEIPTS-OPEN
               CLOSE RCPTFILE
           END-IF.
           OPEN OUTPUT RECVNEW.
           PERFORM L3-WRITE-ONE-RECV
               VARYING RV-SUB FROM 1 BY 1
               UNTIL RV-SUB > RVT-COUNT.
           CLOSE RECVNEW.

       L3-WRITE-ONE-RECV.
           WRITE RN-REC FROM RECV-TABLE (RV-SUB).

      * Open balances are sorted by student and billing date, aged
      * against the as-of date, and totalled by student and major.
       L2-AGED-TRIAL-BALANCE.
           SORT SORTFILE
               ASCENDING KEY SR-ID SR-BILL-DATE
               INPUT PROCEDURE IS L3-RELEASE-BALANCES
               GIVING SORTEDFILE.
           MOVE 'S' TO CB-REPORT-PART.
           MOVE SPACES TO SH-LABEL.
           STRING 'AGED TRIAL BALANCE BY STUDENT AS OF '
               ASOF-DISPLAY
               DELIMITED BY SIZE
               INTO SH-LABEL.
           PERFORM L4-HEADINGS.
           OPEN INPUT SORTEDFILE.
           IF CB-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SORTED BALANCES - STATUS: '
                   CB-SORTED-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM L3-SORTED-READ
               PERFORM L3-AGE-ONE
                   UNTIL SORTED-EOF = 'T'
               IF CB-PREV-ID NOT = SPACES
                   PERFORM L4-STUDENT-BREAK
               END-IF
               CLOSE SORTEDFILE
           END-IF.
           PERFORM L3-PRINT-GRAND-TOTAL.
           MOVE 'M' TO CB-REPORT-PART.
           MOVE SPACES TO SH-LABEL.
           STRING 'AGED TRIAL BALANCE BY MAJOR AS OF '
               ASOF-DISPLAY
               DELIMITED BY SIZE
               INTO SH-LABEL.
           PERFORM L4-HEADINGS.
           PERFORM L3-PRINT-MAJOR
               VARYING MT-SUB FROM 1 BY 1
               UNTIL MT-SUB > MTT-COUNT.
           PERFORM L3-PRINT-GRAND-TOTAL.

       L3-RELEASE-BALANCES.
           PERFORM L4-RELEASE-ONE
               VARYING RV-SUB FROM 1 BY 1
               UNTIL RV-SUB > RVT-COUNT.

       L4-RELEASE-ONE.
           COMPUTE CB-ITEM-BAL = RV-TAB-AMOUNT (RV-SUB)
                               - RV-TAB-AWARD (RV-SUB)
                               - RV-TAB-PAID (RV-SUB).
           IF CB-ITEM-BAL NOT = 0
               MOVE RV-TAB-ID (RV-SUB)        TO SR-ID
               MOVE RV-TAB-BILL-DATE (RV-SUB) TO SR-BILL-DATE
               MOVE RV-TAB-TERM (RV-SUB)      TO SR-TERM
               MOVE CB-ITEM-BAL               TO SR-BALANCE
               RELEASE SR-REC
           END-IF.

       L3-SORTED-READ.
           READ SORTEDFILE
               AT end
                   MOVE 'T' TO SORTED-EOF.

      * Bills with no usable billing date age as 90+ days.
       L3-AGE-ONE.
           IF SO-ID NOT = CB-PREV-ID
               IF CB-PREV-ID NOT = SPACES
                   PERFORM L4-STUDENT-BREAK
               END-IF
               MOVE SO-ID TO CB-PREV-ID
               MOVE 0     TO SB-CURRENT SB-30 SB-60 SB-90 SB-TOTAL
           END-IF.
           MOVE SO-BILL-DATE TO CB-DATE-NUM-X.
           IF CB-DATE-NUM NUMERIC AND CB-DATE-NUM > 0
               COMPUTE CB-BILL-DAYS =
                   FUNCTION INTEGER-OF-DATE (CB-DATE-NUM)
               COMPUTE CB-AGE-DAYS = CB-ASOF-DAYS - CB-BILL-DAYS
           ELSE
               MOVE 999 TO CB-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN CB-AGE-DAYS < 30
                   ADD SO-BALANCE TO SB-CURRENT
               WHEN CB-AGE-DAYS < 60
                   ADD SO-BALANCE TO SB-30
               WHEN CB-AGE-DAYS < 90
                   ADD SO-BALANCE TO SB-60
               WHEN OTHER
                   ADD SO-BALANCE TO SB-90
           END-EVALUATE.
           ADD SO-BALANCE TO SB-TOTAL.
           PERFORM L3-SORTED-READ.

       L4-STUDENT-BREAK.
           ADD 1 TO C-STUCTR.
           INITIALIZE AGE-LINE.
           MOVE CB-PREV-ID TO AL-ID.
           PERFORM L5-LOOKUP-STUDENT.
           MOVE SB-CURRENT TO AL-CURRENT.
           MOVE SB-30      TO AL-30.
           MOVE SB-60      TO AL-60.
           MOVE SB-90      TO AL-90.
           MOVE SB-TOTAL   TO AL-TOTAL.
           WRITE PRTLINE FROM AGE-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.
           ADD SB-CURRENT  TO GT-CURRENT.
           ADD SB-30       TO GT-30.
           ADD SB-60       TO GT-60.
           ADD SB-90       TO GT-90.
           ADD SB-TOTAL    TO GT-TOTAL.
           PERFORM L5-ADD-TO-MAJOR.

      * Name and major come from STUDENT-MASTER, or from the archive
      * for a student who has left with a balance still owing.
       L5-LOOKUP-STUDENT.
           MOVE CB-PREV-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NONE' TO AL-MAJOR
                   MOVE '*** NOT ON FILE' TO AL-LNAME
                   IF ARCHIVE-OPEN
                       MOVE CB-PREV-ID TO AR-ID
                       READ ARCHMASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE AR-LNAME TO AL-LNAME
                               MOVE AR-FNAME TO AL-FNAME
                               MOVE AR-MAJOR TO AL-MAJOR
                               IF AR-HOLD-ACTIVE
                                   PERFORM L6-MASK-NAME
                               END-IF
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE I-LNAME TO AL-LNAME
                   MOVE I-FNAME TO AL-FNAME
                   MOVE I-MAJOR TO AL-MAJOR
                   IF I-HOLD-ACTIVE
                       PERFORM L6-MASK-NAME
                   END-IF
           END-READ.

       L6-MASK-NAME.
           MOVE '** PRIVACY HOLD' TO AL-LNAME.
           MOVE SPACES TO AL-FNAME.

       L5-ADD-TO-MAJOR.
           MOVE AL-MAJOR TO CB-LOOKUP-MAJOR.
           MOVE 'N' TO CB-MAJ-FOUND.
           IF MTT-COUNT > 0
               SET MTX TO 1
               SEARCH MAJOR-TOTAL
                   AT end
                       CONTINUE
                   WHEN MT-CODE (MTX) = CB-LOOKUP-MAJOR
                       MOVE 'Y' TO CB-MAJ-FOUND
               END-SEARCH
           END-IF.
           IF NOT MAJOR-FOUND AND MTT-COUNT < 200
               ADD 1 TO MTT-COUNT
               SET MTX TO MTT-COUNT
               MOVE CB-LOOKUP-MAJOR TO MT-CODE (MTX)
               MOVE 0 TO MT-STUDENTS (MTX) MT-CURRENT (MTX)
                         MT-30 (MTX) MT-60 (MTX) MT-90 (MTX)
                         MT-TOTAL (MTX)
               MOVE 'Y' TO CB-MAJ-FOUND
           END-IF.
           IF MAJOR-FOUND
               ADD 1          TO MT-STUDENTS (MTX)
               ADD SB-CURRENT TO MT-CURRENT (MTX)
               ADD SB-30      TO MT-30 (MTX)
               ADD SB-60      TO MT-60 (MTX)
               ADD SB-90      TO MT-90 (MTX)
               ADD SB-TOTAL   TO MT-TOTAL (MTX)
           END-IF.

       L3-PRINT-MAJOR.
           MOVE MT-CODE (MT-SUB)      TO ML-MAJOR.
           MOVE MT-STUDENTS (MT-SUB)  TO ML-STUDENTS.
           MOVE MT-CURRENT (MT-SUB)   TO ML-CURRENT.
           MOVE MT-30 (MT-SUB)        TO ML-30.
           MOVE MT-60 (MT-SUB)        TO ML-60.
           MOVE MT-90 (MT-SUB)        TO ML-90.
           MOVE MT-TOTAL (MT-SUB)     TO ML-TOTAL.
           WRITE PRTLINE FROM MAJ-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

       L3-PRINT-GRAND-TOTAL.
           MOVE GT-CURRENT TO GL-CURRENT.
           MOVE GT-30      TO GL-30.
           MOVE GT-60      TO GL-60.
           MOVE GT-90      TO GL-90.
           MOVE GT-TOTAL   TO GL-TOTAL.
           WRITE PRTLINE FROM GRAND-LINE
               AFTER ADVANCING 2 lines
                   AT eop
                       PERFORM L4-HEADINGS.

       L2-CLOSING.
           MOVE C-RCPTCTR  TO TOT-RCPT-COUNT.
           MOVE C-RCPT-SUM TO TOT-RCPT-SUM.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-POSTCTR  TO TOT-POST-COUNT.
           MOVE C-APPL-SUM TO TOT-APPL-SUM.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-OVERCTR  TO TOT-OVER-COUNT.
           MOVE C-OVER-SUM TO TOT-OVER-SUM.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           MOVE C-UNAPCTR  TO TOT-UNAP-COUNT.
           MOVE C-UNAP-SUM TO TOT-UNAP-SUM.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE C-STUCTR   TO TOT-STU-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           CLOSE STUDENT-MASTER.
           IF ARCHIVE-OPEN
               CLOSE ARCHMASTER
           END-IF.
           CLOSE PRTOUT.
           DISPLAY 'CBLAMB23 RECEIPTS POSTING COMPLETE'.
           DISPLAY 'RECEIPTS: '  C-RCPTCTR
               '  POSTED: '      C-POSTCTR
               '  OVERPAID: '    C-OVERCTR
               '  UNAPPLIED: '   C-UNAPCTR.
           DISPLAY 'APPLIED: '   C-APPL-SUM
               '  CREDIT BALANCES: ' C-OVER-SUM
               '  NOT POSTED: '  C-UNAP-SUM.
           IF RETURN-CODE = 0
            AND (C-UNAPCTR > 0 OR C-OVERCTR > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE C-RCPTCTR TO RS-REC-COUNT.
           PERFORM L9-RUN-END.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO HI-PAGE.
           WRITE PRTLINE FROM HEADING1
               AFTER ADVANCING page.
           WRITE PRTLINE FROM SECTION-HEADING
               AFTER ADVANCING 2 lines.
           EVALUATE TRUE
               WHEN PART-REGISTER OR PART-EXCEPTIONS
                   WRITE PRTLINE FROM RCPT-COL-HEADING
                       AFTER ADVANCING 2 lines
               WHEN PART-STUDENT
                   WRITE PRTLINE FROM AGE-COL-HEADING
                       AFTER ADVANCING 2 lines
               WHEN PART-MAJOR
                   WRITE PRTLINE FROM MAJ-COL-HEADING
                       AFTER ADVANCING 2 lines
           END-EVALUATE.

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
               MOVE 'CBLAMB23'      TO RC-PROGRAM
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
               MOVE 'CBLAMB23'      TO RC-PROGRAM
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

       end program CBLAMB23.
