      * that band and major only, a row with a blank major is the
      * band's default, and a student matching neither gets no award.
      * Outputs:
      *     STDAWRD.DAT  - one award record per student for the term
      *                    in the parm, stamped with the award date,
      *                    for the scholarship office.  Awards for
      *                    every other term are carried forward
      *                    through the STDAWWK.DAT work file.
      * The awards are not paid out here.  CBLAMB19 credits each
      * award against the student's tuition bill for the term and
      * writes only the excess over the bill to the disbursement
      * extract STDDISB.DAT and its control totals STDDSCTL.DAT,
      * which CBLAMB18 balances before money moves.  Rerunning the
      * award run for a term keeps the credit and disbursed amounts
      * already recorded against each student, and keeps a prior
      * award that already moved money even when the student no
      * longer qualifies.  An award record left from before awards
      * carried a term and an award date cannot be placed in a term
      * and is dropped, with a count, instead of being carried.
      *
      * RUN-PARM from SYSIN: award term (TTTYY), optional
      * student-master path override.
************************************************************************

       environment division.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-AWDS-STATUS.
           SELECT AWARDFILE
               ASSIGN TO 'C:\COBOL\STDAWRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-AWARD-STATUS.
           SELECT AWARDWORK
               ASSIGN TO 'C:\COBOL\STDAWWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-WORK-STATUS.
           SELECT AWARDNEW
               ASSIGN TO 'C:\COBOL\STDAWRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  AWDSFILE
               05 AW-AMOUNT               PIC 9(5)V99.

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

       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
       01  RUN-PATHS.
           COPY CBPATH.

       01  RUN-PARM.
           05  RP-AWARD-TERM         PIC X(5).
           05  RP-STUDENT-PATH       PIC X(80).

       01  MISC.
           05  AWDS-EOF              PIC X        VALUE 'F'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-AWDS-STATUS        PIC XX       VALUE '00'.
           05  CB-AWARD-STATUS       PIC XX       VALUE '00'.
           05  CB-WORK-STATUS        PIC XX       VALUE '00'.
           05  AWARD-EOF             PIC X        VALUE 'F'.
           05  WORK-EOF              PIC X        VALUE 'F'.
           05  CB-AWARD-TERM         PIC X(5)     VALUE SPACES.
           05  CB-RUN-DATE           PIC X(8)     VALUE SPACES.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
           05  C-AWDCTR              PIC 9(4)     VALUE 0.
           05  C-NOAWDCTR            PIC 9(4)     VALUE 0.
           05  C-AMT-SUM             PIC 9(9)V99  VALUE 0.
           05  C-FWDCTR              PIC 9(5)     VALUE 0.
           05  C-KEPTCTR             PIC 9(4)     VALUE 0.
           05  C-DROPCTR             PIC 9(5)     VALUE 0.
           05  HD-SUB                PIC 9(4)     VALUE 0.
           05  CB-BAND               PIC 9        VALUE 0.
           05  CB-AWD-AMOUNT         PIC 9(5)V99  VALUE 0.
           05  CB-AWD-FOUND          PIC X        VALUE 'N'.
               10  AW-TAB-MAJOR      PIC X(4).
               10  AW-TAB-AMOUNT     PIC 9(5)V99.

      * This term's awards from an earlier award run that already
      * have a credit or a disbursement recorded against them.
       01  HELD-TABLE-AREA.
           05  HDT-COUNT             PIC 9(4) COMP VALUE 0.
           05  HELD-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON HDT-COUNT
                   INDEXED BY HDX.
               10  HD-ID             PIC X(7).
               10  HD-CREDIT         PIC 9(5)V99.
               10  HD-DISB           PIC 9(5)V99.
               10  HD-USED           PIC X.
               10  HD-IMAGE          PIC X(46).

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

       L2-INIT.
           PERFORM L3-GET-RUN-PARM.
           IF CB-AWARD-TERM = SPACES
               DISPLAY 'AWARD TERM REQUIRED IN THE PARM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L9-RUN-START.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO CB-RUN-DATE.
           OPEN INPUT STUDENT-MASTER.
           IF CB-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER - STATUS: '
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-CARRY-FORWARD.
           PERFORM L3-MASTER-READ.

       L3-GET-RUN-PARM.
           MOVE SPACES TO RUN-PARM.
           ACCEPT RUN-PARM FROM SYSIN.
           MOVE RP-AWARD-TERM TO CB-AWARD-TERM.
           IF RP-STUDENT-PATH NOT = SPACES
               MOVE RP-STUDENT-PATH TO CB-STUDENT-MASTER-PATH.

                   CB-AWDS-STATUS
           END-IF.

      * Every other term's awards go straight to the work file; this
      * term's old awards are dropped, except that those with money
      * already credited or disbursed are held in HELD-TABLE.
       L2-CARRY-FORWARD.
           OPEN OUTPUT AWARDWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AWARD WORK FILE - STATUS: '
                   CB-WORK-STATUS
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AWARDFILE.
           IF CB-AWARD-STATUS = '00'
               PERFORM L3-AWARD-READ
               PERFORM L3-CARRY-ONE
                   UNTIL AWARD-EOF = 'T'
               CLOSE AWARDFILE
           ELSE
               DISPLAY 'NO PRIOR AWARDS - STATUS: '
                   CB-AWARD-STATUS
           END-IF.

       L3-AWARD-READ.
           READ AWARDFILE INTO AD-REC
               AT end
                   MOVE 'T' TO AWARD-EOF.

      * A record with no award date is from before awards carried a
      * term and a date.  It cannot be placed in a term, and the award
      * it stands for was paid out in full when it was made, so it is
      * dropped rather than carried forward for CBLAMB19 to net.
       L3-CARRY-ONE.
           IF AD-AWARD-DATE NOT NUMERIC
               ADD 1 TO C-DROPCTR
               DISPLAY 'AWARD WITH NO AWARD DATE DROPPED - ID: ' AD-ID
           ELSE
               PERFORM L4-CARRY-AWARD
           END-IF.
           PERFORM L3-AWARD-READ.

       L4-CARRY-AWARD.
           IF AD-CREDIT NOT NUMERIC
               MOVE 0 TO AD-CREDIT
           END-IF.
           IF AD-DISB NOT NUMERIC
               MOVE 0 TO AD-DISB
           END-IF.
           IF AD-TERM NOT = CB-AWARD-TERM
               ADD 1 TO C-FWDCTR
               WRITE AD-REC
           ELSE
               IF AD-CREDIT > 0 OR AD-DISB > 0
                   IF HDT-COUNT NOT < 9999
                       DISPLAY 'HELD AWARD TABLE FULL - RUN STOPPED, '
                           'STDAWRD.DAT NOT CHANGED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1            TO HDT-COUNT
                   MOVE AD-ID       TO HD-ID (HDT-COUNT)
                   MOVE AD-CREDIT   TO HD-CREDIT (HDT-COUNT)
                   MOVE AD-DISB     TO HD-DISB (HDT-COUNT)
                   MOVE 'N'         TO HD-USED (HDT-COUNT)
                   MOVE AD-REC      TO HD-IMAGE (HDT-COUNT)
               END-IF
           END-IF.

       L3-AWDS-READ.
           READ AWDSFILE
               AT end
           ADD 1 TO C-AWDCTR.
           ADD CB-AWD-AMOUNT TO C-AMT-SUM.
           MOVE I-ID            TO AD-ID.
           MOVE CB-AWARD-TERM   TO AD-TERM.
           MOVE CB-BAND         TO AD-BAND.
           MOVE I-MAJOR         TO AD-MAJOR.
           MOVE CB-AWD-AMOUNT   TO AD-AMOUNT.
           MOVE CB-RUN-DATE     TO AD-AWARD-DATE.
           MOVE 0               TO AD-CREDIT.
           MOVE 0               TO AD-DISB.
           PERFORM L4-CARRY-HELD.
           WRITE AD-REC.

       L4-CARRY-HELD.
           IF HDT-COUNT > 0
               SET HDX TO 1
               SEARCH HELD-TABLE
                   AT end
                       CONTINUE
                   WHEN HD-ID (HDX) = I-ID
                       MOVE HD-CREDIT (HDX) TO AD-CREDIT
                       MOVE HD-DISB (HDX)   TO AD-DISB
                       MOVE 'Y'             TO HD-USED (HDX)
               END-SEARCH
           END-IF.
           IF AD-DISB > AD-AMOUNT
               DISPLAY 'AWARD BELOW AMOUNT ALREADY DISBURSED - ID: '
                   I-ID
           END-IF.

       L2-CLOSING.
           CLOSE STUDENT-MASTER.
           PERFORM L3-KEEP-HELD
               VARYING HD-SUB FROM 1 BY 1
               UNTIL HD-SUB > HDT-COUNT.
           CLOSE AWARDWORK.
           PERFORM L3-AWARD-COPY-BACK.
           DISPLAY 'CBLAMB17 AWARD RUN COMPLETE - TERM '
               CB-AWARD-TERM.
           DISPLAY 'READ: '       C-READCTR
               '  AWARDED: '      C-AWDCTR
               '  NO AWARD: '     C-NOAWDCTR
               '  TOTAL: '        C-AMT-SUM.
           DISPLAY 'OTHER TERMS CARRIED FORWARD: ' C-FWDCTR
               '  PRIOR AWARDS KEPT: ' C-KEPTCTR.
           IF C-DROPCTR > 0
               DISPLAY 'AWARDS WITH NO AWARD DATE DROPPED: ' C-DROPCTR
           END-IF.
           DISPLAY 'RUN CBLAMB19 TO CREDIT THE AWARDS AGAINST THE '
               'TERM BILL'.
           MOVE C-READCTR TO RS-REC-COUNT.
           PERFORM L9-RUN-END.

      * A prior award that already moved money stays on file even
      * though the student no longer qualifies.
       L3-KEEP-HELD.
           IF HD-USED (HD-SUB) = 'N'
               ADD 1 TO C-KEPTCTR
               WRITE AD-REC FROM HD-IMAGE (HD-SUB)
               DISPLAY 'NO LONGER AWARDED - PRIOR AWARD KEPT - ID: '
                   HD-ID (HD-SUB)
           END-IF.

       L3-AWARD-COPY-BACK.
           OPEN INPUT AWARDWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR REREADING AWARD WORK FILE - STATUS: '
                   CB-WORK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT AWARDNEW
               PERFORM L4-WORK-READ
               PERFORM L4-COPY-BACK
                   UNTIL WORK-EOF = 'T'
               CLOSE AWARDWORK
               CLOSE AWARDNEW
           END-IF.

       L4-WORK-READ.
           READ AWARDWORK
               AT end
                   MOVE 'T' TO WORK-EOF.

       L4-COPY-BACK.
           MOVE AD-REC TO AN-REC.
           WRITE AN-REC.
           PERFORM L4-WORK-READ.

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
               MOVE 'CBLAMB17'      TO RC-PROGRAM
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
               MOVE 'CBLAMB17'      TO RC-PROGRAM
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

       end program CBLAMB17.
