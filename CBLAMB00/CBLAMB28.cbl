       identification division.
       program-id. CBLAMB28.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB28 - job-chain controller.  The chain definition
      * STDCHAIN.DAT (CHAINREC copybook) lists each step, the
      * programs that must finish before it, and the highest return
      * code from the step that still counts as acceptable.  The
      * controller reads the shared run-control file STDNTRUN.DAT
      * that every step stamps, from the most recent chain-begin
      * entry onward, and works out where each step stands: not run,
      * did not end (STARTED with no ending entry), refused, or ended
      * with its return code - acceptable when it is no higher than
      * the step's CH-MAX-RC.  An ending entry written before the
      * return code was carried counts as 0 for COMPLETE and 8 for
      * ERROR.  Run before each step with the step's program name in
      * the parm, it sets the return code the job uses to decide:
      *     0  every predecessor ended acceptably - run the step
      *     4  the step already ended acceptably in this chain -
      *        skip it (a restart passes over the finished steps)
      *     8  a predecessor has not ended acceptably, or the step
      *        is not in the chain - do not run it; a REFUSED entry
      *        is written under the step's name so the CBLAMB20
      *        operator report shows it
      * Restarting after a failure is rerunning the same chain
      * without a new chain-begin: the finished steps are skipped
      * and the failed step is cleared as soon as its own
      * predecessors are complete.  The status mode prints
      * STDCHRPT.PRT, listing every step with its standing in the
      * current chain and marking the first unfinished step as the
      * restart point.
      *
      * RUN-PARM from SYSIN: mode (B = begin a new chain, C = check
      * the step named next, S = chain status and restart listing),
      * program name of the step to check.
************************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAINFILE
               ASSIGN TO 'C:\COBOL\STDCHAIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-CHAIN-STATUS.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDCHRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       FILE SECTION.

       FD  CHAINFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC
           RECORD CONTAINS 75 CHARACTERS.
           COPY CHAINREC.

       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE                     PIC X(132).

       working-storage section.
       01  RUN-PARM.
           05  RP-MODE               PIC X.
               88  BEGIN-CHAIN                VALUE 'B'.
               88  CHECK-STEP                 VALUE 'C'.
               88  CHAIN-STATUS               VALUE 'S'.
           05  RP-PROGRAM            PIC X(8).

       01  MISC.
           05  CHAIN-EOF             PIC X        VALUE 'F'.
           05  RUNCTL-EOF            PIC X        VALUE 'F'.
           05  CB-CHAIN-STATUS       PIC XX       VALUE '00'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-BEGIN-DATE         PIC X(8)     VALUE SPACES.
           05  CB-BEGIN-TIME         PIC X(6)     VALUE SPACES.
           05  CB-LOOKUP-PROGRAM     PIC X(8)     VALUE SPACES.
           05  CB-STEP-FOUND         PIC X        VALUE 'N'.
               88  STEP-FOUND                 VALUE 'Y'.
           05  CB-REFUSED            PIC X        VALUE 'N'.
               88  STEP-REFUSED               VALUE 'Y'.
           05  CB-RESTART-FOUND      PIC X        VALUE 'N'.
               88  RESTART-FOUND              VALUE 'Y'.
           05  CB-RESTART-PROGRAM    PIC X(8)     VALUE SPACES.
           05  CB-STEP-SUB           PIC 9(2)     VALUE 0.
           05  CT-SUB                PIC 9(2) COMP VALUE 0.
           05  PR-SUB                PIC 9    COMP VALUE 0.
           05  CB-RC-EDIT            PIC ZZZ9.
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-ENTCTR              PIC 9(5)     VALUE 0.
           05  C-DONECTR             PIC 9(2)     VALUE 0.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).

      * One row per chain step.  CT-OK is set when the step's latest
      * entry in the current chain ended within its acceptable code.
       01  CHAIN-TABLE-AREA.
           05  CHT-COUNT             PIC 9(2) COMP VALUE 0.
           05  CHAIN-TABLE OCCURS 0 TO 50 TIMES
                   DEPENDING ON CHT-COUNT
                   INDEXED BY CHX.
               10  CT-STEP           PIC 9(3).
               10  CT-PROGRAM        PIC X(8).
               10  CT-DESC           PIC X(20).
               10  CT-MAX-RC         PIC 9(4).
               10  CT-PRED           PIC X(8)     OCCURS 5 TIMES.
               10  CT-STATE          PIC X(12).
               10  CT-RC             PIC 9(4).
               10  CT-DATE           PIC X(8).
               10  CT-END-TIME       PIC X(6).
               10  CT-OK             PIC X.

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(35)    VALUE SPACES.
           05  FILLER               PIC X(30)
                   VALUE 'JOB CHAIN STATUS AND RESTART  '.
           05  FILLER               PIC X(39)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  BEGIN-LINE.
           05  FILLER               PIC X(14)    VALUE 'CHAIN BEGUN:  '.
           05  BL-TEXT              PIC X(40).
       01  COL-HEADING1.
           05  FILLER               PIC X(6)     VALUE 'STEP'.
           05  FILLER               PIC X(10)    VALUE 'PROGRAM'.
           05  FILLER               PIC X(22)    VALUE 'DESCRIPTION'.
           05  FILLER               PIC X(8)     VALUE 'MAX RC'.
           05  FILLER               PIC X(14)    VALUE 'STATE'.
           05  FILLER               PIC X(6)     VALUE 'RC'.
           05  FILLER               PIC X(12)    VALUE 'RUN DATE'.
           05  FILLER               PIC X(8)     VALUE 'ENDED'.
           05  FILLER               PIC X(12)    VALUE 'NOTE'.
       01  DETAIL-LINE.
           05  DL-STEP              PIC ZZ9.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  DL-PROGRAM           PIC X(8).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-DESC              PIC X(20).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-MAX-RC            PIC ZZZ9.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  DL-STATE             PIC X(12).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-RC                PIC X(4).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-DATE              PIC X(10).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-END-TIME          PIC X(6).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-NOTE              PIC X(20).
       01  PRED-LINE.
           05  FILLER               PIC X(16)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'AFTER: '.
           05  PL-PREDS             PIC X(45)    VALUE SPACES.
           05  FILLER REDEFINES PL-PREDS.
               10  PL-PRED          OCCURS 5 TIMES.
                   15  PL-PROGRAM   PIC X(8).
                   15  FILLER       PIC X.
       01  UNKNOWN-LINE.
           05  FILLER               PIC X(16)    VALUE SPACES.
           05  FILLER               PIC X(35)
                   VALUE '*** PREDECESSOR NOT IN THE CHAIN: '.
           05  UL-PROGRAM           PIC X(8).
       01  TOTAL-LINE1.
           05  FILLER               PIC X(24)
                   VALUE 'STEPS IN CHAIN:         '.
           05  TOT-STEP-COUNT       PIC Z9.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(24)
                   VALUE 'STEPS ENDED ACCEPTABLY: '.
           05  TOT-DONE-COUNT       PIC Z9.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(24)
                   VALUE 'RESTART AT:             '.
           05  TOT-RESTART          PIC X(20).

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN BEGIN-CHAIN
                   PERFORM L2-BEGIN-CHAIN
               WHEN CHECK-STEP
                   PERFORM L2-CHECK-STEP
               WHEN CHAIN-STATUS
                   PERFORM L2-STATUS-LISTING
           END-EVALUATE.
           STOP RUN.

       L2-INIT.
           MOVE SPACES TO RUN-PARM.
           ACCEPT RUN-PARM FROM SYSIN.
           IF NOT BEGIN-CHAIN AND NOT CHECK-STEP AND NOT CHAIN-STATUS
               DISPLAY 'INVALID MODE IN THE PARM - B, C OR S: '
                   RP-MODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CHECK-STEP AND RP-PROGRAM = SPACES
               DISPLAY 'PROGRAM NAME REQUIRED IN THE PARM TO CHECK '
                   'A STEP'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY            TO H1-DAY.
           MOVE CURRENT-MONTH          TO H1-MONTH.
           MOVE CURRENT-YEAR           TO H1-YEAR.
           PERFORM L3-LOAD-CHAIN.
           IF NOT BEGIN-CHAIN
               PERFORM L3-LOAD-RUN-CONTROL
           END-IF.

       L3-LOAD-CHAIN.
           OPEN INPUT CHAINFILE.
           IF CB-CHAIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STDCHAIN - STATUS: '
                   CB-CHAIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L4-CHAIN-READ.
           PERFORM L4-CHAIN-BUILD-TABLE
               UNTIL CHAIN-EOF = 'T'.
           CLOSE CHAINFILE.
           IF CHT-COUNT = 0
               DISPLAY 'CHAIN DEFINITION IS EMPTY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CHT-COUNT > 1
               SORT CHAIN-TABLE ASCENDING KEY CT-STEP
           END-IF.

       L4-CHAIN-READ.
           READ CHAINFILE
               AT end
                   MOVE 'T' TO CHAIN-EOF.

       L4-CHAIN-BUILD-TABLE.
           IF CHT-COUNT < 50
               ADD 1                TO CHT-COUNT
               MOVE CH-STEP         TO CT-STEP (CHT-COUNT)
               MOVE CH-PROGRAM      TO CT-PROGRAM (CHT-COUNT)
               MOVE CH-DESC         TO CT-DESC (CHT-COUNT)
               MOVE CH-MAX-RC       TO CT-MAX-RC (CHT-COUNT)
               IF CH-MAX-RC NOT NUMERIC
                   MOVE 0           TO CT-MAX-RC (CHT-COUNT)
               END-IF
               PERFORM L5-COPY-PRED
                   VARYING PR-SUB FROM 1 BY 1
                   UNTIL PR-SUB > 5
               PERFORM L5-RESET-STEP
           ELSE
               DISPLAY 'CHAIN TABLE FULL - STEP IGNORED: ' CH-PROGRAM
           END-IF.
           PERFORM L4-CHAIN-READ.

       L5-COPY-PRED.
           MOVE CH-PREDECESSOR (PR-SUB)
                                TO CT-PRED (CHT-COUNT, PR-SUB).

       L5-RESET-STEP.
           MOVE 'NOT RUN'       TO CT-STATE (CHT-COUNT).
           MOVE 0               TO CT-RC (CHT-COUNT).
           MOVE SPACES          TO CT-DATE (CHT-COUNT).
           MOVE SPACES          TO CT-END-TIME (CHT-COUNT).
           MOVE 'N'             TO CT-OK (CHT-COUNT).

      * A missing run-control file means nothing has run yet.
       L3-LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTLFILE.
           IF CB-RUNCTL-STATUS = '00'
               PERFORM L4-RUNCTL-READ
               PERFORM L4-APPLY-ENTRY
                   UNTIL RUNCTL-EOF = 'T'
               CLOSE RUNCTLFILE
           ELSE
               DISPLAY 'NO RUN-CONTROL ENTRIES - STATUS: '
                   CB-RUNCTL-STATUS
           END-IF.

       L4-RUNCTL-READ.
           READ RUNCTLFILE
               AT end
                   MOVE 'T' TO RUNCTL-EOF.

       L4-APPLY-ENTRY.
           ADD 1 TO C-ENTCTR.
           IF RC-PROGRAM = 'CBLAMB28' AND RC-STATUS = 'CHAINBEG'
               MOVE RC-DATE         TO CB-BEGIN-DATE
               MOVE RC-START-TIME   TO CB-BEGIN-TIME
               PERFORM L5-RESET-ALL
                   VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CHT-COUNT
           ELSE
               MOVE RC-PROGRAM TO CB-LOOKUP-PROGRAM
               PERFORM L5-FIND-STEP
               IF STEP-FOUND
                   PERFORM L5-POST-ENTRY
               END-IF
           END-IF.
           PERFORM L4-RUNCTL-READ.

       L5-RESET-ALL.
           MOVE 'NOT RUN'       TO CT-STATE (CT-SUB).
           MOVE 0               TO CT-RC (CT-SUB).
           MOVE SPACES          TO CT-DATE (CT-SUB).
           MOVE SPACES          TO CT-END-TIME (CT-SUB).
           MOVE 'N'             TO CT-OK (CT-SUB).

       L5-FIND-STEP.
           MOVE 'N' TO CB-STEP-FOUND.
           SET CHX TO 1.
           SEARCH CHAIN-TABLE
               AT end
                   CONTINUE
               WHEN CT-PROGRAM (CHX) = CB-LOOKUP-PROGRAM
                   MOVE 'Y' TO CB-STEP-FOUND
                   SET CB-STEP-SUB TO CHX
           END-SEARCH.

       L5-POST-ENTRY.
           MOVE RC-DATE TO CT-DATE (CB-STEP-SUB).
           MOVE 'N'     TO CT-OK (CB-STEP-SUB).
           EVALUATE RC-STATUS
               WHEN 'STARTED'
                   MOVE 'DID NOT END'  TO CT-STATE (CB-STEP-SUB)
                   MOVE SPACES         TO CT-END-TIME (CB-STEP-SUB)
                   MOVE 0              TO CT-RC (CB-STEP-SUB)
               WHEN 'REFUSED'
                   MOVE 'REFUSED'      TO CT-STATE (CB-STEP-SUB)
                   MOVE SPACES         TO CT-END-TIME (CB-STEP-SUB)
                   MOVE 0              TO CT-RC (CB-STEP-SUB)
               WHEN OTHER
                   MOVE RC-STATUS      TO CT-STATE (CB-STEP-SUB)
                   MOVE RC-END-TIME    TO CT-END-TIME (CB-STEP-SUB)
                   IF RC-RETURN-CODE NUMERIC
                       MOVE RC-RETURN-CODE TO CT-RC (CB-STEP-SUB)
                   ELSE
                       IF RC-STATUS = 'COMPLETE'
                           MOVE 0      TO CT-RC (CB-STEP-SUB)
                       ELSE
                           MOVE 8      TO CT-RC (CB-STEP-SUB)
                       END-IF
                   END-IF
                   IF CT-RC (CB-STEP-SUB) NOT > CT-MAX-RC (CB-STEP-SUB)
                       MOVE 'Y'        TO CT-OK (CB-STEP-SUB)
                   END-IF
           END-EVALUATE.

       L2-BEGIN-CHAIN.
           MOVE FUNCTION current-date TO RS-DATE-TIME.
           MOVE 'CBLAMB28'      TO RC-PROGRAM.
           MOVE 'CHAINBEG'      TO RC-STATUS.
           MOVE CHT-COUNT       TO RC-REC-COUNT.
           PERFORM L3-WRITE-ENTRY.
           DISPLAY 'CBLAMB28 NEW CHAIN BEGUN - ' CHT-COUNT ' STEPS'.

       L2-CHECK-STEP.
           MOVE RP-PROGRAM TO CB-LOOKUP-PROGRAM.
           PERFORM L5-FIND-STEP.
           EVALUATE TRUE
               WHEN NOT STEP-FOUND
                   DISPLAY 'CBLAMB28 ' RP-PROGRAM
                       ' REFUSED - NOT IN THE CHAIN DEFINITION'
                   MOVE 'Y' TO CB-REFUSED
               WHEN CT-OK (CB-STEP-SUB) = 'Y'
                   MOVE CT-RC (CB-STEP-SUB) TO CB-RC-EDIT
                   DISPLAY 'CBLAMB28 ' RP-PROGRAM
                       ' ALREADY ENDED IN THIS CHAIN - RC '
                       CB-RC-EDIT ' - SKIP'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE CB-STEP-SUB TO CT-SUB
                   PERFORM L3-CHECK-PRED
                       VARYING PR-SUB FROM 1 BY 1
                       UNTIL PR-SUB > 5
           END-EVALUATE.
           IF STEP-REFUSED
               MOVE FUNCTION current-date TO RS-DATE-TIME
               MOVE RP-PROGRAM  TO RC-PROGRAM
               MOVE 'REFUSED'   TO RC-STATUS
               MOVE 0           TO RC-REC-COUNT
               PERFORM L3-WRITE-ENTRY
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RETURN-CODE = 0
                   DISPLAY 'CBLAMB28 ' RP-PROGRAM ' CLEARED TO RUN'
               END-IF
           END-IF.

       L3-CHECK-PRED.
           IF CT-PRED (CT-SUB, PR-SUB) NOT = SPACES
               MOVE CT-PRED (CT-SUB, PR-SUB) TO CB-LOOKUP-PROGRAM
               PERFORM L5-FIND-STEP
               IF NOT STEP-FOUND
                   DISPLAY 'CBLAMB28 ' RP-PROGRAM ' REFUSED - '
                       'PREDECESSOR ' CB-LOOKUP-PROGRAM
                       ' NOT IN THE CHAIN DEFINITION'
                   MOVE 'Y' TO CB-REFUSED
               ELSE
                   IF CT-OK (CB-STEP-SUB) NOT = 'Y'
                       MOVE CT-RC (CB-STEP-SUB) TO CB-RC-EDIT
                       DISPLAY 'CBLAMB28 ' RP-PROGRAM ' REFUSED - '
                           'PREDECESSOR ' CB-LOOKUP-PROGRAM ' '
                           CT-STATE (CB-STEP-SUB) ' RC ' CB-RC-EDIT
                       MOVE 'Y' TO CB-REFUSED
                   END-IF
               END-IF
           END-IF.

       L3-WRITE-ENTRY.
           MOVE RS-DATE         TO RC-DATE.
           MOVE RS-TIME         TO RC-START-TIME.
           MOVE RS-TIME         TO RC-END-TIME.
           MOVE 0               TO RC-RETURN-CODE.
           OPEN EXTEND RUNCTLFILE.
           IF CB-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTLFILE
           END-IF.
           IF CB-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STDNTRUN - STATUS: '
                   CB-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE RC-REC
               CLOSE RUNCTLFILE
           END-IF.

       L2-STATUS-LISTING.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           MOVE SPACES TO BL-TEXT.
           IF CB-BEGIN-DATE = SPACES
               MOVE 'NO CHAIN BEGIN ENTRY - WHOLE FILE USED'
                                        TO BL-TEXT
           ELSE
               STRING CB-BEGIN-DATE (1:4) '/' CB-BEGIN-DATE (5:2) '/'
                   CB-BEGIN-DATE (7:2) ' ' CB-BEGIN-TIME
                   DELIMITED BY SIZE
                   INTO BL-TEXT
           END-IF.
           WRITE PRTLINE FROM BEGIN-LINE
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM COL-HEADING1
               AFTER ADVANCING 2 lines.
           PERFORM L3-LIST-STEP
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CHT-COUNT.
           MOVE CHT-COUNT TO TOT-STEP-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-DONECTR TO TOT-DONE-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           IF RESTART-FOUND
               MOVE CB-RESTART-PROGRAM  TO TOT-RESTART
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CHAIN COMPLETE'    TO TOT-RESTART
           END-IF.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           DISPLAY 'CBLAMB28 CHAIN STATUS COMPLETE - STEPS: '
               CHT-COUNT '  ENDED: ' C-DONECTR
               '  RESTART AT: ' TOT-RESTART.

       L3-LIST-STEP.
           INITIALIZE DETAIL-LINE.
           MOVE CT-STEP (CT-SUB)      TO DL-STEP.
           MOVE CT-PROGRAM (CT-SUB)   TO DL-PROGRAM.
           MOVE CT-DESC (CT-SUB)      TO DL-DESC.
           MOVE CT-MAX-RC (CT-SUB)    TO DL-MAX-RC.
           MOVE CT-STATE (CT-SUB)     TO DL-STATE.
           IF CT-STATE (CT-SUB) = 'COMPLETE'
            OR CT-STATE (CT-SUB) = 'ERROR'
               MOVE CT-RC (CT-SUB)    TO CB-RC-EDIT
               MOVE CB-RC-EDIT        TO DL-RC
           END-IF.
           IF CT-DATE (CT-SUB) NOT = SPACES
               STRING CT-DATE (CT-SUB) (1:4) '/'
                   CT-DATE (CT-SUB) (5:2) '/' CT-DATE (CT-SUB) (7:2)
                   DELIMITED BY SIZE
                   INTO DL-DATE
           END-IF.
           MOVE CT-END-TIME (CT-SUB)  TO DL-END-TIME.
           IF CT-OK (CT-SUB) = 'Y'
               ADD 1 TO C-DONECTR
           ELSE
               IF NOT RESTART-FOUND
                   MOVE 'Y'                 TO CB-RESTART-FOUND
                   MOVE CT-PROGRAM (CT-SUB) TO CB-RESTART-PROGRAM
                   MOVE '<<< RESTART HERE'  TO DL-NOTE
               END-IF
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 lines
                   AT eop
                       PERFORM L4-HEADINGS
           END-WRITE.
           IF CT-PRED (CT-SUB, 1) NOT = SPACES
            OR CT-PRED (CT-SUB, 2) NOT = SPACES
            OR CT-PRED (CT-SUB, 3) NOT = SPACES
            OR CT-PRED (CT-SUB, 4) NOT = SPACES
            OR CT-PRED (CT-SUB, 5) NOT = SPACES
               PERFORM L4-PRED-LINE
           END-IF.

       L4-PRED-LINE.
           MOVE SPACES TO PL-PREDS.
           PERFORM L5-MOVE-PRED
               VARYING PR-SUB FROM 1 BY 1
               UNTIL PR-SUB > 5.
           WRITE PRTLINE FROM PRED-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L5-CHECK-KNOWN
               VARYING PR-SUB FROM 1 BY 1
               UNTIL PR-SUB > 5.

       L5-MOVE-PRED.
           MOVE CT-PRED (CT-SUB, PR-SUB) TO PL-PROGRAM (PR-SUB).

       L5-CHECK-KNOWN.
           IF CT-PRED (CT-SUB, PR-SUB) NOT = SPACES
               MOVE CT-PRED (CT-SUB, PR-SUB) TO CB-LOOKUP-PROGRAM
               PERFORM L5-FIND-STEP
               IF NOT STEP-FOUND
                   MOVE CB-LOOKUP-PROGRAM TO UL-PROGRAM
                   WRITE PRTLINE FROM UNKNOWN-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO HI-PAGE.
           WRITE PRTLINE FROM HEADING1
               AFTER ADVANCING page.

       end program CBLAMB28.
