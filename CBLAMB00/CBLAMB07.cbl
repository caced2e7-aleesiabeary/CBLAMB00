      *     R  report  - print the activity for a student ID and/or
      *        an AU-DATE range (blank ID = all students, blank dates
      *        = no date limit) to STDAURPT.PRT
      *     O  operator - the same selection printed by operator ID,
      *        in date and time order within each operator, with a
      *        count per operator
      *     P  purge   - move entries with AU-DATE older than the
      *        retention cutoff to the yearly archive file named in
      *        the parm (default STDAUDAR.DAT) and keep the rest, so
      *        nothing is ever outright deleted
      * Both reports can also be limited to one operator ID.  Each
      * entry shows the operator who made it (the program name for a
      * batch run, the signed-on operator for CBLAMB01 and CBLAMB12)
      * and, under it, the before and after values when the entry
      * records a changed field.  Entries written before the operator
      * was carried show it blank.
      * Dates are YYYYMMDD as CBLAMB02 stamps them.
************************************************************************

               ASSIGN TO 'C:\COBOL\STDAUDWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-WORK-STATUS.
           SELECT SORTFILE
               ASSIGN TO 'C:\COBOL\STDAUDSW.DAT'.
           SELECT SORTEDFILE
               ASSIGN TO 'C:\COBOL\STDAUDSO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-SORTED-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDAURPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AU-REC
           RECORD CONTAINS 132 CHARACTERS.
           01 AU-REC.
               05 AU-DATE                 PIC X(8).
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

       FD  AUDITNEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS AN-REC
           RECORD CONTAINS 132 CHARACTERS.
           01 AN-REC                      PIC X(132).

       FD  ARCHFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 132 CHARACTERS.
           01 AR-REC                      PIC X(132).

       FD  WORKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WK-REC
           RECORD CONTAINS 132 CHARACTERS.
           01 WK-REC                      PIC X(132).

       SD  SORTFILE
           DATA RECORD IS SR-REC
           RECORD CONTAINS 132 CHARACTERS.
           01 SR-REC.
               05 SR-DATE                 PIC X(8).
               05 FILLER                  PIC X(1).
               05 SR-TIME                 PIC X(8).
               05 FILLER                  PIC X(55).
               05 SR-OPERATOR             PIC X(8).
               05 FILLER                  PIC X(52).

       FD  SORTEDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 132 CHARACTERS.
           01 SO-REC                      PIC X(132).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
           05  RP-FUNCTION           PIC X.
               88  FN-REPORT                  VALUE 'R' 'r'.
               88  FN-PURGE                   VALUE 'P' 'p'.
               88  FN-OPERATOR                VALUE 'O' 'o'.
           05  RP-SELECT-ID          PIC X(7).
           05  RP-FROM-DATE          PIC X(8).
           05  RP-TO-DATE            PIC X(8).
           05  RP-CUTOFF-DATE        PIC X(8).
           05  RP-ARCHIVE-PATH       PIC X(80).
           05  RP-SELECT-OPERATOR    PIC X(8).

       01  MISC.
           05  AUDIT-EOF             PIC X        VALUE 'F'.
           05  CB-AUDNEW-STATUS      PIC XX       VALUE '00'.
           05  CB-ARCH-STATUS        PIC XX       VALUE '00'.
           05  CB-WORK-STATUS        PIC XX       VALUE '00'.
           05  CB-SORTED-STATUS      PIC XX       VALUE '00'.
           05  SORTED-EOF            PIC X        VALUE 'F'.
           05  CB-PREV-OPERATOR      PIC X(8)     VALUE SPACES.
           05  CB-SELECTED           PIC X        VALUE 'N'.
               88  ENTRY-SELECTED             VALUE 'Y'.
           05  CB-ARCHIVE-PATH       PIC X(80)
                   VALUE 'C:\COBOL\STDAUDAR.DAT'.
           05  CURRENT-DATE-AND-TIME.
           05  C-SELCTR              PIC 9(5)     VALUE 0.
           05  C-ARCCTR              PIC 9(5)     VALUE 0.
           05  C-KEEPCTR             PIC 9(5)     VALUE 0.
           05  C-OPERCTR             PIC 9(5)     VALUE 0.

      * The entry being printed, from the log or the sorted file.
       01  AUDIT-ENTRY.
           05  AE-DATE               PIC X(8).
           05  FILLER                PIC X(1).
           05  AE-TIME               PIC X(8).
           05  FILLER                PIC X(1).
           05  AE-FUNCTION           PIC X(8).
           05  FILLER                PIC X(1).
           05  AE-ID                 PIC X(7).
           05  FILLER                PIC X(1).
           05  AE-DETAIL             PIC X(36).
           05  FILLER                PIC X(1).
           05  AE-OPERATOR           PIC X(8).
           05  FILLER                PIC X(1).
           05  AE-BEFORE             PIC X(25).
           05  FILLER                PIC X(1).
           05  AE-AFTER              PIC X(25).

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  FILLER               PIC X(4)     VALUE 'TO: '.
           05  SEL-TO               PIC X(8).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  FILLER               PIC X(10)    VALUE 'OPERATOR: '.
           05  SEL-OPERATOR         PIC X(8).
       01  COL-HEADING1.
           05  FILLER               PIC X(8)     VALUE 'DATE    '.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'ID     '.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(6)     VALUE 'DETAIL'.
           05  FILLER               PIC X(32)    VALUE SPACES.
           05  FILLER               PIC X(8)     VALUE 'OPERATOR'.
       01  DETAIL-LINE.
           05  O-DATE.
               10  O-DATE-YEAR      PIC X(4).
           05  O-ID                 PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-DETAIL             PIC X(36).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  O-OPERATOR           PIC X(8).
       01  CHANGE-LINE.
           05  FILLER               PIC X(41)    VALUE SPACES.
           05  FILLER               PIC X(8)     VALUE 'BEFORE: '.
           05  O-BEFORE             PIC X(25).
           05  FILLER               PIC X(9)     VALUE '  AFTER: '.
           05  O-AFTER              PIC X(25).
       01  OPERATOR-LINE.
           05  FILLER               PIC X(10)    VALUE 'OPERATOR: '.
           05  OL-OPERATOR          PIC X(8).
       01  OPERATOR-TOTAL-LINE.
           05  FILLER               PIC X(24)
                   VALUE 'ENTRIES FOR OPERATOR:   '.
           05  OT-COUNT             PIC ZZ,ZZ9.
       01  TOTAL-LINE1.
           05  FILLER               PIC X(24)
                   VALUE 'AUDIT ENTRIES READ:     '.
           EVALUATE TRUE
               WHEN FN-REPORT
                   PERFORM L2-REPORT
               WHEN FN-OPERATOR
                   PERFORM L2-OPERATOR-REPORT
               WHEN FN-PURGE
                   PERFORM L2-PURGE
               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - ENTER R, O OR P'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM L2-CLOSING.

       L2-REPORT.
           PERFORM L4-HEADINGS.
           PERFORM L4-PRINT-SELECTION.
           PERFORM L3-REPORT-ONE
               UNTIL AUDIT-EOF = 'T'.
           PERFORM L3-REPORT-TOTALS.

       L3-REPORT-TOTALS.
           MOVE C-READCTR TO TOT-READ-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.

       L4-PRINT-SELECTION.
           MOVE RP-SELECT-ID  TO SEL-ID.
           MOVE RP-FROM-DATE  TO SEL-FROM.
           MOVE RP-TO-DATE    TO SEL-TO.
           MOVE RP-SELECT-OPERATOR TO SEL-OPERATOR.
           WRITE PRTLINE FROM SELECT-LINE
               AFTER ADVANCING 2 lines.

       L3-REPORT-ONE.
           ADD 1 TO C-READCTR.
           PERFORM L4-CHECK-SELECTION.
           IF ENTRY-SELECTED
               MOVE AU-REC TO AUDIT-ENTRY
               PERFORM L4-PRINT-ENTRY
           END-IF.
           PERFORM L3-AUDIT-READ.

       L4-CHECK-SELECTION.
           MOVE 'N' TO CB-SELECTED.
           IF (RP-SELECT-ID = SPACES OR AU-ID = RP-SELECT-ID)
            AND (RP-FROM-DATE = SPACES OR AU-DATE >= RP-FROM-DATE)
            AND (RP-TO-DATE = SPACES OR AU-DATE <= RP-TO-DATE)
            AND (RP-SELECT-OPERATOR = SPACES
                 OR AU-OPERATOR = RP-SELECT-OPERATOR)
               MOVE 'Y' TO CB-SELECTED
           END-IF.

       L4-PRINT-ENTRY.
           ADD 1 TO C-SELCTR.
           MOVE AE-DATE (1:4)   TO O-DATE-YEAR.
           MOVE AE-DATE (5:2)   TO O-DATE-MONTH.
           MOVE AE-DATE (7:2)   TO O-DATE-DAY.
           MOVE AE-TIME         TO O-TIME.
           MOVE AE-FUNCTION     TO O-FUNCTION.
           MOVE AE-ID           TO O-ID.
           MOVE AE-DETAIL       TO O-DETAIL.
           MOVE AE-OPERATOR     TO O-OPERATOR.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.
           IF AE-BEFORE NOT = SPACES OR AE-AFTER NOT = SPACES
               MOVE AE-BEFORE   TO O-BEFORE
               MOVE AE-AFTER    TO O-AFTER
               WRITE PRTLINE FROM CHANGE-LINE
                   AFTER ADVANCING 1 LINE
                       AT eop
                           PERFORM L4-HEADINGS
               END-WRITE
           END-IF.

      * The selected entries go through the external sort by operator,
      * date and time, and print with a break on each operator.
       L2-OPERATOR-REPORT.
           SORT SORTFILE
               ASCENDING KEY SR-OPERATOR SR-DATE SR-TIME
               INPUT PROCEDURE IS L3-RELEASE-AUDIT
               GIVING SORTEDFILE.
           OPEN INPUT SORTEDFILE.
           IF CB-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SORTED AUDIT - STATUS: '
                   CB-SORTED-STATUS
               CLOSE PRTOUT
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           PERFORM L4-HEADINGS.
           PERFORM L4-PRINT-SELECTION.
           PERFORM L3-SORTED-READ.
           PERFORM L3-OPERATOR-ONE
               UNTIL SORTED-EOF = 'T'.
           IF C-SELCTR > 0
               PERFORM L4-OPERATOR-TOTAL
           END-IF.
           CLOSE SORTEDFILE.
           PERFORM L3-REPORT-TOTALS.

       L3-RELEASE-AUDIT.
           PERFORM L4-RELEASE-ONE
               UNTIL AUDIT-EOF = 'T'.
           CLOSE AUDITLOG.

       L4-RELEASE-ONE.
           ADD 1 TO C-READCTR.
           PERFORM L4-CHECK-SELECTION.
           IF ENTRY-SELECTED
               MOVE AU-REC TO SR-REC
               RELEASE SR-REC
           END-IF.
           PERFORM L3-AUDIT-READ.

       L3-SORTED-READ.
           READ SORTEDFILE INTO AUDIT-ENTRY
               AT end
                   MOVE 'T' TO SORTED-EOF.

       L3-OPERATOR-ONE.
           IF C-SELCTR = 0 OR AE-OPERATOR NOT = CB-PREV-OPERATOR
               IF C-SELCTR > 0
                   PERFORM L4-OPERATOR-TOTAL
               END-IF
               MOVE AE-OPERATOR TO CB-PREV-OPERATOR
               MOVE AE-OPERATOR TO OL-OPERATOR
               IF AE-OPERATOR = SPACES
                   MOVE '(NONE)' TO OL-OPERATOR
               END-IF
               WRITE PRTLINE FROM OPERATOR-LINE
                   AFTER ADVANCING 2 lines
                       AT eop
                           PERFORM L4-HEADINGS
               END-WRITE
               MOVE 0 TO C-OPERCTR
           END-IF.
           ADD 1 TO C-OPERCTR.
           PERFORM L4-PRINT-ENTRY.
           PERFORM L3-SORTED-READ.

       L4-OPERATOR-TOTAL.
           MOVE C-OPERCTR TO OT-COUNT.
           WRITE PRTLINE FROM OPERATOR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

       L2-PURGE.
           IF RP-CUTOFF-DATE = SPACES
               MOVE SPACES          TO RC-END-TIME
               MOVE 'STARTED'       TO RC-STATUS
               MOVE 0               TO RC-REC-COUNT
               MOVE 0               TO RC-RETURN-CODE
               WRITE RC-REC
               CLOSE RUNCTLFILE
           END-IF.
                   MOVE 'ERROR'     TO RC-STATUS
               END-IF
               MOVE RS-REC-COUNT    TO RC-REC-COUNT
               MOVE RETURN-CODE     TO RC-RETURN-CODE
               WRITE RC-REC
               CLOSE RUNCTLFILE
           END-IF.
