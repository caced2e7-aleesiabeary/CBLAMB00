
************************************************************************
      * CBLAMB18 - balancing of the scholarship disbursement extract.
      * Runs after the CBLAMB19 billing run, which credits the
      * CBLAMB17 awards against the term bill and extracts only the
      * excess, and proves STDDISB.DAT agrees with it by re-reading
      * the extract and balancing it against the control totals
      * CBLAMB19 wrote to STDDSCTL.DAT:
      *     1. record count
      *     2. summed DS-AMOUNT
      *     3. hash total of DS-ID
      *     4. scholarship credits - summed RV-AWARD on STDRECV.DAT
      *        for the billed term
      *     5. awards netted less credits and amounts disbursed on
      *        earlier billing runs - must equal the extract amount,
      *        so every award dollar is either off a bill or in the
      *        extract, never both and never neither
      * A balancing report goes to STDDSBAL.PRT.  Any difference, or
      * a missing extract or control file, ends the run with
      * RETURN-CODE 8 so a short or doubled disbursement file is
               ASSIGN TO 'C:\COBOL\STDDSCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-CTL-STATUS.
           SELECT RECVFILE
               ASSIGN TO 'C:\COBOL\STDRECV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RECV-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDDSBAL.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.
       FD  DISBCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DC-REC
           RECORD CONTAINS 66 CHARACTERS.
           01 DC-REC.
               05 DC-COUNT                PIC 9(4).
               05 DC-AMT-SUM              PIC 9(9)V99.
               05 DC-ID-HASH              PIC 9(13).
               05 DC-TERM                 PIC X(5).
               05 DC-AWD-SUM              PIC 9(9)V99.
               05 DC-CREDIT-SUM           PIC 9(9)V99.
               05 DC-PRIOR-SUM            PIC 9(9)V99.

       FD  RECVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 51 CHARACTERS.
           COPY RECVREC.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE.
           01 PRTLINE                     PIC X(132).

       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
       01  MISC.
           05  DISB-EOF              PIC X        VALUE 'F'.
           05  CB-DISB-STATUS        PIC XX       VALUE '00'.
           05  CB-CTL-STATUS         PIC XX       VALUE '00'.
           05  CB-RECV-STATUS        PIC XX       VALUE '00'.
           05  RECV-EOF              PIC X        VALUE 'F'.
           05  CB-BALANCED           PIC X        VALUE 'Y'.
               88  IN-BALANCE                 VALUE 'Y'.
           05  CURRENT-DATE-AND-TIME.
           05  CB-CTL-COUNT          PIC 9(4)     VALUE 0.
           05  CB-CTL-AMT-SUM        PIC 9(9)V99  VALUE 0.
           05  CB-CTL-ID-HASH        PIC 9(13)    VALUE 0.
           05  CB-CTL-TERM           PIC X(5)     VALUE SPACES.
           05  CB-CTL-AWD-SUM        PIC 9(9)V99  VALUE 0.
           05  CB-CTL-CREDIT-SUM     PIC 9(9)V99  VALUE 0.
           05  CB-CTL-PRIOR-SUM      PIC 9(9)V99  VALUE 0.
           05  C-RV-AWARD-SUM        PIC 9(9)V99  VALUE 0.
           05  CB-AWD-NET            PIC S9(9)V99 VALUE 0.
           05  CB-CREDIT-DIFF        PIC S9(9)V99 VALUE 0.
           05  CB-NET-DIFF           PIC S9(9)V99 VALUE 0.
           05  CB-COUNT-DIFF         PIC S9(5)    VALUE 0.
           05  CB-AMT-DIFF           PIC S9(9)V99 VALUE 0.
           05  CB-HASH-DIFF          PIC S9(13)   VALUE 0.
       01  COL-HEADING1.
           05  FILLER               PIC X(24)    VALUE SPACES.
           05  FILLER               PIC X(18)
                   VALUE 'BILLING CONTROL'.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(18)
                   VALUE 'FILE TOTAL'.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(10)    VALUE 'DIFFERENCE'.
       01  BAL-COUNT-LINE.
           05  BH-DIFF              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  BH-FLAG              PIC X(14).
       01  BAL-CREDIT-LINE.
           05  FILLER               PIC X(22)
                   VALUE 'SCHOLARSHIP CREDITS   '.
           05  BR-CTL-AMT           PIC $Z,ZZZ,ZZZ,ZZZ.99.
           05  FILLER               PIC X(5)     VALUE SPACES.
           05  BR-RECV-AMT          PIC $Z,ZZZ,ZZZ,ZZZ.99.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  BR-DIFF              PIC $Z,ZZZ,ZZZ,ZZZ.99-.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  BR-FLAG              PIC X(14).
       01  BAL-NET-LINE.
           05  FILLER               PIC X(22)
                   VALUE 'AWARDS LESS CREDITS   '.
           05  BN-CTL-AMT           PIC $Z,ZZZ,ZZZ,ZZZ.99-.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  BN-DSB-AMT           PIC $Z,ZZZ,ZZZ,ZZZ.99.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  BN-DIFF              PIC $Z,ZZZ,ZZZ,ZZZ.99-.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  BN-FLAG              PIC X(14).
       01  TERM-LINE.
           05  FILLER               PIC X(24)
                   VALUE 'BILLING TERM:           '.
           05  TL-TERM              PIC X(5).
       01  VERDICT-LINE.
           05  FILLER               PIC X(24)
                   VALUE 'BALANCING RESULT:       '.
           05  VD-TEXT              PIC X(40).

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
           STOP RUN.

       L2-INIT.
           PERFORM L9-RUN-START.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY            TO H1-DAY.
           MOVE CURRENT-MONTH          TO H1-MONTH.
           MOVE DC-COUNT    TO CB-CTL-COUNT.
           MOVE DC-AMT-SUM  TO CB-CTL-AMT-SUM.
           MOVE DC-ID-HASH  TO CB-CTL-ID-HASH.
           MOVE DC-TERM     TO CB-CTL-TERM.
           MOVE DC-AWD-SUM  TO CB-CTL-AWD-SUM.
           MOVE DC-CREDIT-SUM TO CB-CTL-CREDIT-SUM.
           MOVE DC-PRIOR-SUM  TO CB-CTL-PRIOR-SUM.
           CLOSE DISBCTLFILE.
           PERFORM L3-SUM-CREDITS.
           OPEN INPUT DISBFILE.
           IF CB-DISB-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STDDISB - STATUS: '
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * A missing receivables file sums to zero credits, which only
      * balances when the billing run took nothing off any bill.
       L3-SUM-CREDITS.
           OPEN INPUT RECVFILE.
           IF CB-RECV-STATUS = '00'
               PERFORM L4-RECV-READ
               PERFORM L4-ADD-CREDIT
                   UNTIL RECV-EOF = 'T'
               CLOSE RECVFILE
           ELSE
               DISPLAY 'STDRECV NOT READ - STATUS: '
                   CB-RECV-STATUS
           END-IF.

       L4-RECV-READ.
           READ RECVFILE
               AT end
                   MOVE 'T' TO RECV-EOF.

       L4-ADD-CREDIT.
           IF RV-TERM = CB-CTL-TERM AND RV-AWARD NUMERIC
               ADD RV-AWARD TO C-RV-AWARD-SUM
           END-IF.
           PERFORM L4-RECV-READ.

       L3-DISB-READ.
           READ DISBFILE
               AT end
           PERFORM L3-DISB-READ.

       L2-BALANCE.
           MOVE CB-CTL-TERM TO TL-TERM.
           WRITE PRTLINE FROM TERM-LINE
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM COL-HEADING1
               AFTER ADVANCING 2 lines.
           COMPUTE CB-COUNT-DIFF = C-DSBCTR - CB-CTL-COUNT.
           END-IF.
           WRITE PRTLINE FROM BAL-HASH-LINE
               AFTER ADVANCING 1 LINE.
           COMPUTE CB-CREDIT-DIFF = C-RV-AWARD-SUM - CB-CTL-CREDIT-SUM.
           MOVE CB-CTL-CREDIT-SUM TO BR-CTL-AMT.
           MOVE C-RV-AWARD-SUM  TO BR-RECV-AMT.
           MOVE CB-CREDIT-DIFF  TO BR-DIFF.
           IF CB-CREDIT-DIFF = 0
               MOVE 'IN BALANCE'     TO BR-FLAG
           ELSE
               MOVE 'OUT OF BALANCE' TO BR-FLAG
               MOVE 'N'              TO CB-BALANCED
           END-IF.
           WRITE PRTLINE FROM BAL-CREDIT-LINE
               AFTER ADVANCING 1 LINE.
           COMPUTE CB-AWD-NET = CB-CTL-AWD-SUM - CB-CTL-CREDIT-SUM
                              - CB-CTL-PRIOR-SUM.
           COMPUTE CB-NET-DIFF = C-AMT-SUM - CB-AWD-NET.
           MOVE CB-AWD-NET      TO BN-CTL-AMT.
           MOVE C-AMT-SUM       TO BN-DSB-AMT.
           MOVE CB-NET-DIFF     TO BN-DIFF.
           IF CB-NET-DIFF = 0
               MOVE 'IN BALANCE'     TO BN-FLAG
           ELSE
               MOVE 'OUT OF BALANCE' TO BN-FLAG
               MOVE 'N'              TO CB-BALANCED
           END-IF.
           WRITE PRTLINE FROM BAL-NET-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           IF IN-BALANCE
               MOVE 'EXTRACT AGREES WITH BILLING RUN' TO VD-TEXT
           ELSE
               MOVE 'EXTRACT DOES NOT AGREE WITH BILLING RUN'
                                                    TO VD-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE DISBFILE.
           CLOSE PRTOUT.
           DISPLAY 'CBLAMB18 BALANCING COMPLETE - ' VD-TEXT.
           MOVE C-DSBCTR TO RS-REC-COUNT.
           PERFORM L9-RUN-END.

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
               MOVE 'CBLAMB18'      TO RC-PROGRAM
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
               MOVE 'CBLAMB18'      TO RC-PROGRAM
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

       end program CBLAMB18.
