************************************************************************
      * CBLAMB19 - term tuition billing from posted credit hours.
      * Sums each student's GR-CREDITS on STDGRAD.DAT for the term in
      * the parm - or, when the parm asks for it, the RG-CREDITS the
      * CBLAMB24 registration run booked on STDREG.DAT, so a term can
      * be billed before any grades are posted - prices the load
      * from the tuition rate file STDTUIT.DAT (low credits, high
      * credits, rate per credit hour - banded the way TAXRATE.DAT
      * bands the roster tax rates), and produces:
      *     STDBILL.PRT - a printed invoice per student, with the
      *                   term's courses, total credit hours, the
      *                   per-credit rate, the gross tuition, the
      *                   scholarship credit, and the net due
      *     STDRECV.DAT - the receivables file, one balance record
      *                   per student billed, stamped with the billing
      *                   date the CBLAMB23 aged trial balance ages
      *                   from.  Records for every other term are
      *                   carried forward through the STDRVWK.DAT work
      *                   file, so the file holds each term still on
      *                   the books.  Rebilling a term replaces that
      *                   term's records; payments CBLAMB23 already
      *                   posted against the old bill are carried onto
      *                   the new one, and a bill with payments on it
      *                   that is not billed again is kept as it stood
      *                   and shown on the edit listing.
      *     STDAWRD.DAT - the CBLAMB17 awards, rewritten with what was
      *                   done with each award this term: AD-CREDIT
      *                   is the part taken off the bill (RV-AWARD on
      *                   the receivable), AD-DISB the part paid out.
      *     STDDISB.DAT - the disbursement extract: only the part of
      *                   an award that is more than the bill, less
      *                   anything already disbursed on an earlier
      *                   billing run for the term
      *     STDDSCTL.DAT- control totals for the extract (count,
      *                   amount, ID hash) plus the term, the award,
      *                   credit and previously disbursed sums, which
      *                   CBLAMB18 balances against STDDISB.DAT and
      *                   STDRECV.DAT before money moves
      * An award for a student with no bill for the term is held -
      * neither credited nor paid out - and shown on the edit listing.
      * Students who cannot be billed go on the edit listing at the
      * back of the report instead: no STUDENT-MASTER record for the
      * ID, zero billable credits for the term (all course records
      * invalid), or a credit load no rate band covers.
      * The invoice for a student under a privacy hold carries the
      * ID with the name shown as '** PRIVACY HOLD'; STDDISB.DAT
      * keeps the name, since the payment cannot be made without
      * it.
      *
      * RUN-PARM from SYSIN: billing term (TTTYY), bill source (R to
      * bill from STDREG.DAT registrations, blank for STDGRAD.DAT),
      * optional student-master path override.
************************************************************************

       environment division.
               ASSIGN TO 'C:\COBOL\STDGRAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-GRADE-STATUS.
           SELECT REGFILE
               ASSIGN TO 'C:\COBOL\STDREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-REG-STATUS.
           SELECT SORTFILE
               ASSIGN TO 'C:\COBOL\STDBLSW.DAT'.
           SELECT SORTEDFILE
               FILE STATUS IS CB-TUIT-STATUS.
           SELECT RECVFILE
               ASSIGN TO 'C:\COBOL\STDRECV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RECV-STATUS.
           SELECT RECVWORK
               ASSIGN TO 'C:\COBOL\STDRVWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-WORK-STATUS.
           SELECT RECVNEW
               ASSIGN TO 'C:\COBOL\STDRECV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AWARDFILE
               ASSIGN TO 'C:\COBOL\STDAWRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-AWARD-STATUS.
           SELECT AWARDWORK
               ASSIGN TO 'C:\COBOL\STDAWWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-AWORK-STATUS.
           SELECT AWARDNEW
               ASSIGN TO 'C:\COBOL\STDAWRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISBFILE
               ASSIGN TO 'C:\COBOL\STDDISB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISBCTLFILE
               ASSIGN TO 'C:\COBOL\STDDSCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDBILL.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.
                                          PIC X(2).
               05 GR-GRADE                PIC X.

       FD  REGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RG-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY REGREC.

       SD  SORTFILE
           DATA RECORD IS SR-REC
           RECORD CONTAINS 17 CHARACTERS.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 72 CHARACTERS.
           COPY STDNTREC.

       FD  TUITFILE
               05 TU-RATE                 PIC 9(3)V99.

       FD  RECVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RO-REC
           RECORD CONTAINS 51 CHARACTERS.
           01 RO-REC                      PIC X(51).

       FD  RECVWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 51 CHARACTERS.
           COPY RECVREC.

       FD  RECVNEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS RN-REC
           RECORD CONTAINS 51 CHARACTERS.
           01 RN-REC                      PIC X(51).

       FD  AWARDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AO-REC
           RECORD CONTAINS 46 CHARACTERS.
           01 AO-REC                      PIC X(46).

       FD  AWARDWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS AD-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY AWRDREC.

       FD  AWARDNEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS AN-REC
           RECORD CONTAINS 46 CHARACTERS.
           01 AN-REC                      PIC X(46).

       FD  DISBFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DS-REC
           RECORD CONTAINS 47 CHARACTERS.
           01 DS-REC.
               05 DS-ID                   PIC X(7).
               05 FILLER                  PIC X(1).
               05 DS-LNAME                PIC X(15).
               05 FILLER                  PIC X(1).
               05 DS-FNAME                PIC X(15).
               05 FILLER                  PIC X(1).
               05 DS-AMOUNT               PIC 9(5)V99.

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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
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
           05  RP-BILL-TERM          PIC X(5).
           05  RP-BILL-SOURCE        PIC X.
               88  BILL-FROM-REGISTRATION     VALUE 'R'.
           05  RP-STUDENT-PATH       PIC X(80).

       01  MISC.
           05  GRADE-EOF             PIC X        VALUE 'F'.
           05  REG-EOF               PIC X        VALUE 'F'.
           05  CB-REG-STATUS         PIC XX       VALUE '00'.
           05  SORTED-EOF            PIC X        VALUE 'F'.
           05  CB-SORTED-STATUS      PIC XX       VALUE '00'.
           05  TUIT-EOF              PIC X        VALUE 'F'.
           05  CB-GRADE-STATUS       PIC XX       VALUE '00'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-TUIT-STATUS        PIC XX       VALUE '00'.
           05  CB-RECV-STATUS        PIC XX       VALUE '00'.
           05  CB-WORK-STATUS        PIC XX       VALUE '00'.
           05  RECV-EOF              PIC X        VALUE 'F'.
           05  WORK-EOF              PIC X        VALUE 'F'.
           05  CB-AWARD-STATUS       PIC XX       VALUE '00'.
           05  CB-AWORK-STATUS       PIC XX       VALUE '00'.
           05  AWARD-EOF             PIC X        VALUE 'F'.
           05  AWORK-EOF             PIC X        VALUE 'F'.
           05  CB-AWARDS-LOADED      PIC X        VALUE 'N'.
               88  AWARDS-LOADED              VALUE 'Y'.
           05  CB-AWD-FOUND          PIC X        VALUE 'N'.
               88  AWARD-FOUND                VALUE 'Y'.
           05  CB-AVAIL              PIC S9(7)V99 VALUE 0.
           05  CB-CREDIT             PIC 9(7)V99  VALUE 0.
           05  CB-EXCESS             PIC 9(7)V99  VALUE 0.
           05  CB-NET-AMT            PIC 9(7)V99  VALUE 0.
           05  CB-HASH-ID            PIC 9(7)     VALUE 0.
           05  CB-HASH-ID-X REDEFINES CB-HASH-ID
                                     PIC X(7).
           05  C-AWDCTR              PIC 9(4)     VALUE 0.
           05  C-HELDCTR             PIC 9(4)     VALUE 0.
           05  C-DSBCTR              PIC 9(4)     VALUE 0.
           05  C-DSB-SUM             PIC 9(9)V99  VALUE 0.
           05  C-ID-HASH             PIC 9(13)    VALUE 0.
           05  C-AWD-SUM             PIC 9(9)V99  VALUE 0.
           05  C-CREDIT-SUM          PIC 9(9)V99  VALUE 0.
           05  C-PRIOR-SUM           PIC 9(9)V99  VALUE 0.
           05  C-NET-SUM             PIC 9(9)V99  VALUE 0.
           05  AT-SUB                PIC 9(4)     VALUE 0.
           05  CB-RUN-DATE           PIC X(8)     VALUE SPACES.
           05  C-FWDCTR              PIC 9(5)     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               88  RATE-FOUND                 VALUE 'Y'.
           05  CB-BILL-AMT           PIC 9(7)V99  VALUE 0.
           05  EDT-SUB               PIC 9(3)     VALUE 0.
           05  PD-SUB                PIC 9(3)     VALUE 0.

      * Bills for the billing term that already carry posted
      * payments, held so a rebill does not lose them.
       01  PAID-TABLE-AREA.
           05  PDT-COUNT             PIC 9(3) COMP VALUE 0.
           05  PAID-TABLE OCCURS 0 TO 999 TIMES
                   DEPENDING ON PDT-COUNT
                   INDEXED BY PDX.
               10  PD-ID             PIC X(7).
               10  PD-PAID           PIC 9(7)V99.
               10  PD-USED           PIC X.
               10  PD-IMAGE          PIC X(51).

      * The billing term's awards, netted against the bills as they
      * are produced and written back to STDAWRD.DAT at the end.
       01  AWARD-TABLE-AREA.
           05  AWT-COUNT             PIC 9(4) COMP VALUE 0.
           05  AWARD-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON AWT-COUNT
                   INDEXED BY AWX.
               10  AT-ID             PIC X(7).
               10  AT-AMOUNT         PIC 9(5)V99.
               10  AT-CREDIT         PIC 9(5)V99.
               10  AT-DISB           PIC 9(5)V99.
               10  AT-USED           PIC X.
               10  AT-IMAGE          PIC X(46).

       01  RATE-TABLE-AREA.
           05  RT-COUNT              PIC 99 COMP  VALUE 0.
                   VALUE 'RATE PER CREDIT: '.
           05  BL-RATE              PIC $ZZ9.99.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  FILLER               PIC X(20)
                   VALUE 'GROSS TUITION:      '.
           05  BL-AMOUNT            PIC $Z,ZZZ,ZZ9.99.
       01  CREDIT-LINE.
           05  FILLER               PIC X(50)    VALUE SPACES.
           05  FILLER               PIC X(20)
                   VALUE 'SCHOLARSHIP CREDIT: '.
           05  BC-AMOUNT            PIC $Z,ZZZ,ZZ9.99-.
       01  NET-LINE.
           05  FILLER               PIC X(50)    VALUE SPACES.
           05  FILLER               PIC X(20)
                   VALUE 'NET DUE:            '.
           05  BN-AMOUNT            PIC $Z,ZZZ,ZZ9.99.
       01  EXCESS-LINE.
           05  FILLER               PIC X(50)    VALUE SPACES.
           05  FILLER               PIC X(20)
                   VALUE 'AWARD EXCESS PAID:  '.
           05  BX-AMOUNT            PIC $Z,ZZZ,ZZ9.99.
       01  EDIT-HEADING.
           05  FILLER               PIC X(20)
                   VALUE 'BILLING EDIT LISTING'.
           05  TOT-EDIT-COUNT       PIC ZZ,ZZ9.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(24)
                   VALUE 'GROSS TUITION BILLED:   '.
           05  TOT-BILL-SUM         PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(24)
                   VALUE 'SCHOLARSHIP CREDITS:    '.
           05  TOT-CREDIT-SUM       PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(24)
                   VALUE 'NET TUITION DUE:        '.
           05  TOT-NET-SUM          PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE7.
           05  FILLER               PIC X(24)
                   VALUE 'AWARD EXCESS DISBURSED: '.
           05  TOT-DSB-SUM          PIC $ZZZ,ZZZ,ZZ9.99.

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
           END-IF.
           IF RP-STUDENT-PATH NOT = SPACES
               MOVE RP-STUDENT-PATH TO CB-STUDENT-MASTER-PATH.
           PERFORM L9-RUN-START.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY            TO H1-DAY.
           MOVE CURRENT-MONTH          TO H1-MONTH.
           MOVE CURRENT-YEAR           TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO CB-RUN-DATE.
           PERFORM L2-LOAD-RATES.
           IF RT-COUNT = 0
               DISPLAY 'NO TUITION RATES - BILLING NOT RUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-CARRY-FORWARD.
           PERFORM L2-LOAD-AWARDS.
           OPEN OUTPUT DISBFILE.
           OPEN OUTPUT PRTOUT.
           PERFORM L2-SORT-GRADES.

      * Every other term's receivables go straight to the work file;
      * this term's old bills are dropped, except that those with
      * payments posted are held in PAID-TABLE.
       L2-CARRY-FORWARD.
           OPEN OUTPUT RECVWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECEIVABLES WORK - STATUS: '
                   CB-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RECVFILE.
           IF CB-RECV-STATUS = '00'
               PERFORM L3-RECV-READ
               PERFORM L3-CARRY-ONE
                   UNTIL RECV-EOF = 'T'
               CLOSE RECVFILE
           ELSE
               DISPLAY 'NO PRIOR RECEIVABLES - STATUS: '
                   CB-RECV-STATUS
           END-IF.

       L3-RECV-READ.
           READ RECVFILE INTO RV-REC
               AT end
                   MOVE 'T' TO RECV-EOF.

       L3-CARRY-ONE.
           IF RV-TERM NOT = CB-BILL-TERM
               ADD 1 TO C-FWDCTR
               WRITE RV-REC
           ELSE
               IF RV-PAID NUMERIC AND RV-PAID > 0
                AND PDT-COUNT < 999
                   ADD 1            TO PDT-COUNT
                   MOVE RV-ID       TO PD-ID (PDT-COUNT)
                   MOVE RV-PAID     TO PD-PAID (PDT-COUNT)
                   MOVE 'N'         TO PD-USED (PDT-COUNT)
                   MOVE RV-REC      TO PD-IMAGE (PDT-COUNT)
               END-IF
           END-IF.
           PERFORM L3-RECV-READ.

      * Other terms' awards are copied to the award work file as they
      * are read; the billing term's awards are held in AWARD-TABLE.
       L2-LOAD-AWARDS.
           OPEN INPUT AWARDFILE.
           IF CB-AWARD-STATUS NOT = '00'
               DISPLAY 'NO SCHOLARSHIP AWARDS - STATUS: '
                   CB-AWARD-STATUS
           ELSE
               OPEN OUTPUT AWARDWORK
               IF CB-AWORK-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING AWARD WORK FILE - STATUS: '
                       CB-AWORK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO CB-AWARDS-LOADED
               PERFORM L3-AWARD-READ
               PERFORM L3-AWARD-LOAD-ONE
                   UNTIL AWARD-EOF = 'T'
               CLOSE AWARDFILE
           END-IF.

       L3-AWARD-READ.
           READ AWARDFILE INTO AD-REC
               AT end
                   MOVE 'T' TO AWARD-EOF.

       L3-AWARD-LOAD-ONE.
           IF AD-TERM NOT = CB-BILL-TERM
               WRITE AD-REC
           ELSE
               IF AWT-COUNT NOT < 9999
                   DISPLAY 'AWARD TABLE FULL - BILLING NOT RUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                TO AWT-COUNT
               MOVE AD-ID           TO AT-ID (AWT-COUNT)
               MOVE AD-AMOUNT       TO AT-AMOUNT (AWT-COUNT)
               MOVE AD-CREDIT       TO AT-CREDIT (AWT-COUNT)
               MOVE AD-DISB         TO AT-DISB (AWT-COUNT)
               MOVE 'N'             TO AT-USED (AWT-COUNT)
               MOVE AD-REC          TO AT-IMAGE (AWT-COUNT)
               IF AD-AMOUNT NOT NUMERIC
                   MOVE 0           TO AT-AMOUNT (AWT-COUNT)
               END-IF
               IF AD-CREDIT NOT NUMERIC
                   MOVE 0           TO AT-CREDIT (AWT-COUNT)
               END-IF
               IF AD-DISB NOT NUMERIC
                   MOVE 0           TO AT-DISB (AWT-COUNT)
               END-IF
           END-IF.
           PERFORM L3-AWARD-READ.

       L2-LOAD-RATES.
           OPEN INPUT TUITFILE.
           IF CB-TUIT-STATUS = '00'
           PERFORM L3-SORTED-READ.

       L3-RELEASE-GRADES.
           IF BILL-FROM-REGISTRATION
               PERFORM L4-RELEASE-REGISTRATIONS
           ELSE
               PERFORM L4-RELEASE-POSTED-GRADES
           END-IF.

       L4-RELEASE-POSTED-GRADES.
           OPEN INPUT GRADEFILE.
           IF CB-GRADE-STATUS = '00'
               PERFORM L4-GRADE-READ
           END-IF.
           PERFORM L4-GRADE-READ.

      * Billing ahead of the term: the booked courses stand in for
      * the grade records.
       L4-RELEASE-REGISTRATIONS.
           OPEN INPUT REGFILE.
           IF CB-REG-STATUS = '00'
               PERFORM L4-REG-READ
               PERFORM L4-RELEASE-REG
                   UNTIL REG-EOF = 'T'
               CLOSE REGFILE
           ELSE
               DISPLAY 'ERROR OPENING REGISTRATION FILE - STATUS: '
                   CB-REG-STATUS
           END-IF.

       L4-REG-READ.
           READ REGFILE
               AT end
                   MOVE 'T' TO REG-EOF.

       L4-RELEASE-REG.
           IF RG-TERM = CB-BILL-TERM
               MOVE RG-ID           TO SR-ID
               MOVE RG-COURSE       TO SR-COURSE
               MOVE RG-CREDITS-X    TO SR-CREDITS-X
               RELEASE SR-REC
           END-IF.
           PERFORM L4-REG-READ.

       L3-SORTED-READ.
           READ SORTEDFILE
               AT end
               INVALID KEY
                   MOVE '*** NOT ON MASTER' TO SL-LNAME
               NOT INVALID KEY
                   IF I-HOLD-ACTIVE
                       MOVE '** PRIVACY HOLD' TO SL-LNAME
                   ELSE
                       MOVE I-LNAME TO SL-LNAME
                       MOVE I-FNAME TO SL-FNAME
                   END-IF
           END-READ.
           WRITE PRTLINE FROM STUDENT-LINE
               AFTER ADVANCING 2 lines.
                   ADD 1 TO C-BILLCTR
                   COMPUTE CB-BILL-AMT = C-CR-SUM * CB-RATE
                   ADD CB-BILL-AMT TO C-BILL-SUM
                   PERFORM L5-APPLY-AWARD
                   COMPUTE CB-NET-AMT = CB-BILL-AMT - CB-CREDIT
                   ADD CB-NET-AMT  TO C-NET-SUM
                   PERFORM L5-PRINT-BILL
                   MOVE CB-PREV-ID   TO RV-ID
                   MOVE CB-BILL-TERM TO RV-TERM
                   MOVE C-CR-SUM     TO RV-CREDITS
                   MOVE CB-BILL-AMT  TO RV-AMOUNT
                   MOVE CB-RUN-DATE  TO RV-BILL-DATE
                   MOVE 0            TO RV-PAID
                   MOVE CB-CREDIT    TO RV-AWARD
                   PERFORM L5-CARRY-PAID
                   WRITE RV-REC
               END-IF
           END-IF.

      * The award still to be given this term (the award less any
      * excess already paid out on an earlier billing run) is taken
      * off the bill first; only what the bill cannot absorb goes to
      * the disbursement extract.
       L5-APPLY-AWARD.
           MOVE 0 TO CB-CREDIT.
           MOVE 0 TO CB-EXCESS.
           PERFORM L6-FIND-AWARD.
           IF AWARD-FOUND
               ADD 1 TO C-AWDCTR
               ADD AT-AMOUNT (AWX)   TO C-AWD-SUM
               ADD AT-DISB (AWX)     TO C-PRIOR-SUM
               COMPUTE CB-AVAIL = AT-AMOUNT (AWX) - AT-DISB (AWX)
               IF CB-AVAIL < 0
                   MOVE 0 TO CB-AVAIL
               END-IF
               IF CB-AVAIL > CB-BILL-AMT
                   MOVE CB-BILL-AMT  TO CB-CREDIT
               ELSE
                   MOVE CB-AVAIL     TO CB-CREDIT
               END-IF
               COMPUTE CB-EXCESS = CB-AVAIL - CB-CREDIT
               MOVE CB-CREDIT        TO AT-CREDIT (AWX)
               ADD CB-EXCESS         TO AT-DISB (AWX)
               MOVE 'Y'              TO AT-USED (AWX)
               ADD CB-CREDIT         TO C-CREDIT-SUM
               IF CB-EXCESS > 0
                   PERFORM L6-WRITE-DISB
               END-IF
           END-IF.

       L6-FIND-AWARD.
           MOVE 'N' TO CB-AWD-FOUND.
           IF AWT-COUNT > 0
               SET AWX TO 1
               SEARCH AWARD-TABLE
                   AT end
                       CONTINUE
                   WHEN AT-ID (AWX) = CB-PREV-ID
                       MOVE 'Y' TO CB-AWD-FOUND
               END-SEARCH
           END-IF.

       L6-WRITE-DISB.
           ADD 1 TO C-DSBCTR.
           ADD CB-EXCESS        TO C-DSB-SUM.
           MOVE SPACES          TO DS-REC.
           MOVE CB-PREV-ID      TO DS-ID.
           MOVE I-LNAME         TO DS-LNAME.
           MOVE I-FNAME         TO DS-FNAME.
           MOVE CB-EXCESS       TO DS-AMOUNT.
           WRITE DS-REC.
           MOVE CB-PREV-ID      TO CB-HASH-ID-X.
           IF CB-HASH-ID-X NUMERIC
               ADD CB-HASH-ID TO C-ID-HASH.

       L5-PRINT-BILL.
           MOVE C-CR-SUM    TO BL-CREDITS.
           MOVE CB-RATE     TO BL-RATE.
           MOVE CB-BILL-AMT TO BL-AMOUNT.
           WRITE PRTLINE FROM BILL-LINE
               AFTER ADVANCING 2 lines
                   AT eop
                       PERFORM L4-HEADINGS.
           COMPUTE BC-AMOUNT = 0 - CB-CREDIT.
           WRITE PRTLINE FROM CREDIT-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.
           MOVE CB-NET-AMT  TO BN-AMOUNT.
           WRITE PRTLINE FROM NET-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.
           IF CB-EXCESS > 0
               MOVE CB-EXCESS TO BX-AMOUNT
               WRITE PRTLINE FROM EXCESS-LINE
                   AFTER ADVANCING 1 LINE
                       AT eop
                           PERFORM L4-HEADINGS
               END-WRITE
           END-IF.

       L5-CARRY-PAID.
           IF PDT-COUNT > 0
               SET PDX TO 1
               SEARCH PAID-TABLE
                   AT end
                       CONTINUE
                   WHEN PD-ID (PDX) = CB-PREV-ID
                       MOVE PD-PAID (PDX) TO RV-PAID
                       MOVE 'Y'           TO PD-USED (PDX)
               END-SEARCH
           END-IF.

       L5-SAVE-EDIT.
           ADD 1 TO C-EDITCTR.
           IF EDT-COUNT < 999
           IF CB-PREV-ID NOT = SPACES
               PERFORM L3-BILL-STUDENT
           END-IF.
           PERFORM L3-KEEP-PAID-BILL
               VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB > PDT-COUNT.
           PERFORM L3-HOLD-UNUSED-AWARD
               VARYING AT-SUB FROM 1 BY 1
               UNTIL AT-SUB > AWT-COUNT.
           IF EDT-COUNT > 0
               PERFORM L4-HEADINGS
               WRITE PRTLINE FROM EDIT-HEADING
           MOVE C-BILL-SUM TO TOT-BILL-SUM.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE C-CREDIT-SUM TO TOT-CREDIT-SUM.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-NET-SUM TO TOT-NET-SUM.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 1 LINE.
           MOVE C-DSB-SUM TO TOT-DSB-SUM.
           WRITE PRTLINE FROM TOTAL-LINE7
               AFTER ADVANCING 1 LINE.
           CLOSE RECVWORK.
           PERFORM L3-RECV-COPY-BACK.
           IF AWARDS-LOADED
               PERFORM L3-AWARD-REWRITE
           END-IF.
           CLOSE DISBFILE.
           PERFORM L3-WRITE-DISB-CONTROL.
           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.
           DISPLAY 'CBLAMB19 TUITION BILLING COMPLETE - TERM '
               '  INVOICED: '   C-BILLCTR
               '  EDITS: '      C-EDITCTR
               '  BILLED: '     C-BILL-SUM.
           DISPLAY 'OTHER TERMS CARRIED FORWARD: ' C-FWDCTR.
           DISPLAY 'AWARDS NETTED: ' C-AWDCTR
               '  HELD: '           C-HELDCTR
               '  CREDITED: '       C-CREDIT-SUM
               '  DISBURSED: '      C-DSB-SUM.
           DISPLAY 'RUN CBLAMB18 TO BALANCE THE EXTRACT BEFORE '
               'RELEASE TO THE BURSAR'.
           MOVE C-STUCTR TO RS-REC-COUNT.
           PERFORM L9-RUN-END.

      * A kept bill keeps the scholarship credit it was billed with,
      * so the award is left standing against it.
       L3-KEEP-PAID-BILL.
           IF PD-USED (PD-SUB) = 'N'
               MOVE PD-IMAGE (PD-SUB) TO RV-REC
               IF RV-AWARD NOT NUMERIC
                   MOVE 0 TO RV-AWARD
               END-IF
               WRITE RV-REC
               MOVE PD-ID (PD-SUB) TO CB-PREV-ID
               MOVE 'NOT REBILLED - PAID BILL KEPT'
                   TO CL-NOTE
               PERFORM L5-SAVE-EDIT
               PERFORM L6-FIND-AWARD
               IF AWARD-FOUND
                   MOVE RV-AWARD        TO AT-CREDIT (AWX)
                   MOVE 'Y'             TO AT-USED (AWX)
                   ADD RV-AWARD         TO C-CREDIT-SUM
                   ADD RV-AWARD         TO C-AWD-SUM
               END-IF
           END-IF.

      * An award with no bill this term is neither credited nor paid
      * out; it waits for the student to be billed.
       L3-HOLD-UNUSED-AWARD.
           IF AT-USED (AT-SUB) = 'N'
               ADD 1 TO C-HELDCTR
               MOVE 0 TO AT-CREDIT (AT-SUB)
               MOVE AT-ID (AT-SUB) TO CB-PREV-ID
               MOVE 'AWARD HELD - NO TUITION BILL'
                   TO CL-NOTE
               PERFORM L5-SAVE-EDIT
           END-IF.

       L3-AWARD-REWRITE.
           PERFORM L4-WRITE-ONE-AWARD
               VARYING AT-SUB FROM 1 BY 1
               UNTIL AT-SUB > AWT-COUNT.
           CLOSE AWARDWORK.
           OPEN INPUT AWARDWORK.
           IF CB-AWORK-STATUS NOT = '00'
               DISPLAY 'ERROR REREADING AWARD WORK FILE - STATUS: '
                   CB-AWORK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT AWARDNEW
               PERFORM L4-AWORK-READ
               PERFORM L4-AWARD-COPY-BACK
                   UNTIL AWORK-EOF = 'T'
               CLOSE AWARDWORK
               CLOSE AWARDNEW
           END-IF.

       L4-WRITE-ONE-AWARD.
           MOVE AT-IMAGE (AT-SUB)  TO AD-REC.
           MOVE AT-CREDIT (AT-SUB) TO AD-CREDIT.
           MOVE AT-DISB (AT-SUB)   TO AD-DISB.
           WRITE AD-REC.

       L4-AWORK-READ.
           READ AWARDWORK
               AT end
                   MOVE 'T' TO AWORK-EOF.

       L4-AWARD-COPY-BACK.
           MOVE AD-REC TO AN-REC.
           WRITE AN-REC.
           PERFORM L4-AWORK-READ.

       L3-WRITE-DISB-CONTROL.
           OPEN OUTPUT DISBCTLFILE.
           MOVE C-DSBCTR       TO DC-COUNT.
           MOVE C-DSB-SUM      TO DC-AMT-SUM.
           MOVE C-ID-HASH      TO DC-ID-HASH.
           MOVE CB-BILL-TERM   TO DC-TERM.
           MOVE C-AWD-SUM      TO DC-AWD-SUM.
           MOVE C-CREDIT-SUM   TO DC-CREDIT-SUM.
           MOVE C-PRIOR-SUM    TO DC-PRIOR-SUM.
           WRITE DC-REC.
           CLOSE DISBCTLFILE.

       L3-RECV-COPY-BACK.
           OPEN INPUT RECVWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR REREADING RECEIVABLES WORK - STATUS: '
                   CB-WORK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RECVNEW
               PERFORM L4-WORK-READ
               PERFORM L4-COPY-BACK
                   UNTIL WORK-EOF = 'T'
               CLOSE RECVWORK
               CLOSE RECVNEW
           END-IF.

       L4-WORK-READ.
           READ RECVWORK
               AT end
                   MOVE 'T' TO WORK-EOF.

       L4-COPY-BACK.
           MOVE RV-REC TO RN-REC.
           WRITE RN-REC.
           PERFORM L4-WORK-READ.

       L3-PRINT-EDIT.
           MOVE E-ID (EDT-SUB)   TO EL-ID.
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
               MOVE 'CBLAMB19'      TO RC-PROGRAM
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
               MOVE 'CBLAMB19'      TO RC-PROGRAM
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

       end program CBLAMB19.
