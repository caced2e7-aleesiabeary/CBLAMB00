       identification division.
       program-id. CBLAMB25.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB25 - term-end grade slots from registrations.  Matches
      * the CBLAMB24 registrations on STDREG.DAT for the term in the
      * parm against the grade records on STDGRAD.DAT for the same
      * term, course by course, and:
      *     - adds a grade slot to STDGRAD.DAT (the registration's
      *       ID, term, course and credit hours with a blank grade)
      *       for each registered course that has no grade record,
      *       so the grade can be posted into it
      *     - lists every registered course whose grade is not yet
      *       posted (no record, or a slot still blank) as MISSING
      *       GRADE, so a course cannot drop off a transcript or a
      *       GPA unnoticed
      *     - lists every grade posted for a course the student was
      *       not registered in as GRADE NOT REGISTERED
      * The listing STDGRMIS.PRT is in course order with registered,
      * graded and missing counts per course.  Running the program
      * again for a term adds no second slot; it simply reports what
      * is still missing.  Ends with RETURN-CODE 4 while any grade is
      * missing or unregistered.
      * A student under a privacy hold is listed by ID, with the
      * name as '** PRIVACY HOLD'.
      *
      * RUN-PARM from SYSIN: term (TTTYY), optional student-master
      * path override.
************************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFILE
               ASSIGN TO 'C:\COBOL\STDREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-REG-STATUS.
           SELECT GRADEFILE
               ASSIGN TO 'C:\COBOL\STDGRAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-GRADE-STATUS.
           SELECT REGSORT
               ASSIGN TO 'C:\COBOL\STDGMRW.DAT'.
           SELECT REGSORTED
               ASSIGN TO 'C:\COBOL\STDGMRS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RSORT-STATUS.
           SELECT GRDSORT
               ASSIGN TO 'C:\COBOL\STDGMGW.DAT'.
           SELECT GRDSORTED
               ASSIGN TO 'C:\COBOL\STDGMGS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-GSORT-STATUS.
           SELECT STUDENT-MASTER
               ASSIGN TO CB-STUDENT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID
               FILE STATUS IS CB-MASTER-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDGRMIS.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.

       FD  REGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RG-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY REGREC.

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

       SD  REGSORT
           DATA RECORD IS RS-SORT-REC
           RECORD CONTAINS 17 CHARACTERS.
           01 RS-SORT-REC.
               05 RW-COURSE               PIC X(8).
               05 RW-ID                   PIC X(7).
               05 RW-CREDITS-X            PIC X(2).

       FD  REGSORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-REC
           RECORD CONTAINS 17 CHARACTERS.
           01 RD-REC.
               05 RD-COURSE               PIC X(8).
               05 RD-ID                   PIC X(7).
               05 RD-CREDITS-X            PIC X(2).

       SD  GRDSORT
           DATA RECORD IS GW-REC
           RECORD CONTAINS 16 CHARACTERS.
           01 GW-REC.
               05 GW-COURSE               PIC X(8).
               05 GW-ID                   PIC X(7).
               05 GW-GRADE                PIC X.

       FD  GRDSORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS GD-REC
           RECORD CONTAINS 16 CHARACTERS.
           01 GD-REC.
               05 GD-COURSE               PIC X(8).
               05 GD-ID                   PIC X(7).
               05 GD-GRADE                PIC X.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 72 CHARACTERS.
           COPY STDNTREC.

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
           05  REG-EOF               PIC X        VALUE 'F'.
           05  GRADE-EOF             PIC X        VALUE 'F'.
           05  RSORT-EOF             PIC X        VALUE 'F'.
           05  GSORT-EOF             PIC X        VALUE 'F'.
           05  CB-REG-STATUS         PIC XX       VALUE '00'.
           05  CB-GRADE-STATUS       PIC XX       VALUE '00'.
           05  CB-RSORT-STATUS       PIC XX       VALUE '00'.
           05  CB-GSORT-STATUS       PIC XX       VALUE '00'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-MASTER-OPEN        PIC X        VALUE 'N'.
               88  MASTER-OPEN                VALUE 'Y'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-TERM               PIC X(5)     VALUE SPACES.
           05  CB-REG-KEY.
               10  CB-REG-KEY-COURSE PIC X(8).
               10  CB-REG-KEY-ID     PIC X(7).
           05  CB-GRD-KEY.
               10  CB-GRD-KEY-COURSE PIC X(8).
               10  CB-GRD-KEY-ID     PIC X(7).
           05  CB-PREV-COURSE        PIC X(8)     VALUE SPACES.
           05  CB-LOW-COURSE         PIC X(8)     VALUE SPACES.
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-REGCTR              PIC 9(6)     VALUE 0.
           05  C-GRDCTR              PIC 9(6)     VALUE 0.
           05  C-MISSCTR             PIC 9(6)     VALUE 0.
           05  C-SLOTCTR             PIC 9(6)     VALUE 0.
           05  C-UNREGCTR            PIC 9(6)     VALUE 0.
           05  C-CRS-REG             PIC 9(4)     VALUE 0.
           05  C-CRS-GRADED          PIC 9(4)     VALUE 0.
           05  C-CRS-MISS            PIC 9(4)     VALUE 0.
           05  C-CRS-UNREG           PIC 9(4)     VALUE 0.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).
           05  RS-START-TIME         PIC X(6)     VALUE SPACES.
           05  RS-REC-COUNT          PIC 9(6)     VALUE 0.

      * Grade slots to add, held until the grade file has been read
      * through and can be opened for extend.
       01  SLOT-TABLE-AREA.
           05  SLT-COUNT             PIC 9(4) COMP VALUE 0.
           05  SLOT-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON SLT-COUNT.
               10  SL-TAB-ID         PIC X(7).
               10  SL-TAB-COURSE     PIC X(8).
               10  SL-TAB-CREDITS-X  PIC X(2).
       01  SL-SUB                    PIC 9(4) COMP VALUE 0.

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(29)    VALUE SPACES.
           05  FILLER               PIC X(30)
                   VALUE 'MISSING GRADE LISTING - TERM  '.
           05  H1-TERM              PIC X(5).
           05  FILLER               PIC X(40)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  COL-HEADING.
           05  FILLER               PIC X(10)    VALUE 'COURSE'.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(16)    VALUE 'LAST NAME'.
           05  FILLER               PIC X(17)    VALUE 'FIRST NAME'.
           05  FILLER               PIC X(7)     VALUE 'GRADE'.
           05  FILLER               PIC X(9)     VALUE 'EXCEPTION'.
       01  DETAIL-LINE.
           05  DL-COURSE            PIC X(8).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-ID                PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  DL-LNAME             PIC X(15).
           05  FILLER               PIC X        VALUE SPACE.
           05  DL-FNAME             PIC X(15).
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  DL-GRADE             PIC X.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  DL-NOTE              PIC X(36).
       01  COURSE-TOTAL-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  CT-COURSE            PIC X(8).
           05  FILLER               PIC X(14)    VALUE '  REGISTERED: '.
           05  CT-REG               PIC Z,ZZ9.
           05  FILLER               PIC X(10)    VALUE '  GRADED: '.
           05  CT-GRADED            PIC Z,ZZ9.
           05  FILLER               PIC X(11)    VALUE '  MISSING: '.
           05  CT-MISS              PIC Z,ZZ9.
           05  FILLER               PIC X(16)
                   VALUE '  NOT REGISTERED'.
           05  FILLER               PIC X(2)     VALUE ': '.
           05  CT-UNREG             PIC Z,ZZ9.
       01  TOTAL-LINE1.
           05  FILLER               PIC X(24)
                   VALUE 'REGISTRATIONS:          '.
           05  TOT-REG-COUNT        PIC ZZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(24)
                   VALUE 'GRADES POSTED:          '.
           05  TOT-GRD-COUNT        PIC ZZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(24)
                   VALUE 'MISSING GRADES:         '.
           05  TOT-MISS-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(24)
                   VALUE 'GRADE SLOTS ADDED:      '.
           05  TOT-SLOT-COUNT       PIC ZZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(24)
                   VALUE 'GRADES NOT REGISTERED:  '.
           05  TOT-UNREG-COUNT      PIC ZZZ,ZZ9.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MATCH
               UNTIL RSORT-EOF = 'T' AND GSORT-EOF = 'T'.
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
           MOVE CB-TERM                TO H1-TERM.
           OPEN INPUT STUDENT-MASTER.
           IF CB-MASTER-STATUS = '00'
               MOVE 'Y' TO CB-MASTER-OPEN
           ELSE
               DISPLAY 'WARNING - STUDENT-MASTER NOT OPENED - STATUS: '
                   CB-MASTER-STATUS
           END-IF.
           SORT REGSORT
               ASCENDING KEY RW-COURSE RW-ID
               INPUT PROCEDURE IS L3-RELEASE-REGISTRATIONS
               GIVING REGSORTED.
           SORT GRDSORT
               ASCENDING KEY GW-COURSE GW-ID
               INPUT PROCEDURE IS L3-RELEASE-GRADES
               GIVING GRDSORTED.
           OPEN INPUT REGSORTED.
           OPEN INPUT GRDSORTED.
           IF CB-RSORT-STATUS NOT = '00'
            OR CB-GSORT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SORTED FILES - STATUS: '
                   CB-RSORT-STATUS ' ' CB-GSORT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L3-RSORT-READ.
           PERFORM L3-GSORT-READ.

       L3-RELEASE-REGISTRATIONS.
           OPEN INPUT REGFILE.
           IF CB-REG-STATUS = '00'
               PERFORM L4-REG-READ
               PERFORM L4-RELEASE-REG
                   UNTIL REG-EOF = 'T'
               CLOSE REGFILE
           ELSE
               DISPLAY 'NO REGISTRATION FILE - STATUS: '
                   CB-REG-STATUS
           END-IF.

       L4-REG-READ.
           READ REGFILE
               AT end
                   MOVE 'T' TO REG-EOF.

       L4-RELEASE-REG.
           IF RG-TERM = CB-TERM
               MOVE RG-COURSE       TO RW-COURSE
               MOVE RG-ID           TO RW-ID
               MOVE RG-CREDITS-X    TO RW-CREDITS-X
               RELEASE RS-SORT-REC
           END-IF.
           PERFORM L4-REG-READ.

       L3-RELEASE-GRADES.
           OPEN INPUT GRADEFILE.
           IF CB-GRADE-STATUS = '00'
               PERFORM L4-GRADE-READ
               PERFORM L4-RELEASE-GRADE
                   UNTIL GRADE-EOF = 'T'
               CLOSE GRADEFILE
           ELSE
               DISPLAY 'NO GRADE FILE - STATUS: '
                   CB-GRADE-STATUS
           END-IF.

       L4-GRADE-READ.
           READ GRADEFILE
               AT end
                   MOVE 'T' TO GRADE-EOF.

       L4-RELEASE-GRADE.
           IF GR-TERM = CB-TERM
               MOVE GR-COURSE       TO GW-COURSE
               MOVE GR-ID           TO GW-ID
               MOVE GR-GRADE        TO GW-GRADE
               RELEASE GW-REC
           END-IF.
           PERFORM L4-GRADE-READ.

       L3-RSORT-READ.
           READ REGSORTED
               AT end
                   MOVE 'T' TO RSORT-EOF
                   MOVE HIGH-VALUES TO CB-REG-KEY
               NOT AT end
                   MOVE RD-COURSE TO CB-REG-KEY-COURSE
                   MOVE RD-ID     TO CB-REG-KEY-ID
           END-READ.

       L3-GSORT-READ.
           READ GRDSORTED
               AT end
                   MOVE 'T' TO GSORT-EOF
                   MOVE HIGH-VALUES TO CB-GRD-KEY
               NOT AT end
                   MOVE GD-COURSE TO CB-GRD-KEY-COURSE
                   MOVE GD-ID     TO CB-GRD-KEY-ID
           END-READ.

      * Registrations and grades are both in course, ID order; the
      * lower key is processed each time through, with a course
      * break whenever the course changes.
       L2-MATCH.
           IF CB-REG-KEY < CB-GRD-KEY
               MOVE CB-REG-KEY-COURSE TO CB-LOW-COURSE
           ELSE
               MOVE CB-GRD-KEY-COURSE TO CB-LOW-COURSE
           END-IF.
           IF CB-LOW-COURSE NOT = CB-PREV-COURSE
               IF CB-PREV-COURSE NOT = SPACES
                   PERFORM L3-COURSE-TOTAL
               END-IF
               MOVE CB-LOW-COURSE TO CB-PREV-COURSE
           END-IF.
           EVALUATE TRUE
               WHEN CB-REG-KEY = CB-GRD-KEY
                   PERFORM L3-REGISTERED-GRADED
               WHEN CB-REG-KEY < CB-GRD-KEY
                   PERFORM L3-REGISTERED-NO-GRADE
               WHEN OTHER
                   PERFORM L3-GRADE-NOT-REGISTERED
           END-EVALUATE.

       L3-REGISTERED-GRADED.
           ADD 1 TO C-REGCTR.
           ADD 1 TO C-CRS-REG.
           IF GD-GRADE = SPACE
               ADD 1 TO C-MISSCTR
               ADD 1 TO C-CRS-MISS
               MOVE 'MISSING GRADE - SLOT NOT POSTED' TO DL-NOTE
               PERFORM L4-WRITE-DETAIL
           ELSE
               ADD 1 TO C-GRDCTR
               ADD 1 TO C-CRS-GRADED
           END-IF.
           PERFORM L3-GSORT-READ.
      * A second grade record for the same registration is counted
      * as a grade not registered.
           PERFORM L3-GRADE-NOT-REGISTERED
               UNTIL CB-GRD-KEY NOT = CB-REG-KEY.
           PERFORM L3-RSORT-READ.

       L3-REGISTERED-NO-GRADE.
           ADD 1 TO C-REGCTR.
           ADD 1 TO C-CRS-REG.
           ADD 1 TO C-MISSCTR.
           ADD 1 TO C-CRS-MISS.
           IF SLT-COUNT < 9999
               ADD 1 TO SLT-COUNT
               MOVE RD-ID        TO SL-TAB-ID (SLT-COUNT)
               MOVE RD-COURSE    TO SL-TAB-COURSE (SLT-COUNT)
               MOVE RD-CREDITS-X TO SL-TAB-CREDITS-X (SLT-COUNT)
               MOVE 'MISSING GRADE - SLOT ADDED' TO DL-NOTE
           ELSE
               MOVE 'MISSING GRADE - NO SLOT, TABLE FULL'
                                 TO DL-NOTE
           END-IF.
           PERFORM L4-WRITE-DETAIL-REG.
           PERFORM L3-RSORT-READ.

       L3-GRADE-NOT-REGISTERED.
           ADD 1 TO C-UNREGCTR.
           ADD 1 TO C-CRS-UNREG.
           MOVE 'GRADE NOT REGISTERED' TO DL-NOTE.
           PERFORM L4-WRITE-DETAIL.
           PERFORM L3-GSORT-READ.

       L4-WRITE-DETAIL-REG.
           MOVE RD-COURSE TO DL-COURSE.
           MOVE RD-ID     TO DL-ID.
           MOVE SPACE     TO DL-GRADE.
           PERFORM L4-NAME-AND-WRITE.

       L4-WRITE-DETAIL.
           MOVE GD-COURSE TO DL-COURSE.
           MOVE GD-ID     TO DL-ID.
           MOVE GD-GRADE  TO DL-GRADE.
           PERFORM L4-NAME-AND-WRITE.

       L4-NAME-AND-WRITE.
           MOVE SPACES TO DL-LNAME.
           MOVE SPACES TO DL-FNAME.
           IF MASTER-OPEN
               MOVE DL-ID TO I-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE '*** NOT ON MASTER' TO DL-LNAME
                   NOT INVALID KEY
                       IF I-HOLD-ACTIVE
                           MOVE '** PRIVACY HOLD' TO DL-LNAME
                       ELSE
                           MOVE I-LNAME TO DL-LNAME
                           MOVE I-FNAME TO DL-FNAME
                       END-IF
               END-READ
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.

       L3-COURSE-TOTAL.
           MOVE CB-PREV-COURSE TO CT-COURSE.
           MOVE C-CRS-REG      TO CT-REG.
           MOVE C-CRS-GRADED   TO CT-GRADED.
           MOVE C-CRS-MISS     TO CT-MISS.
           MOVE C-CRS-UNREG    TO CT-UNREG.
           WRITE PRTLINE FROM COURSE-TOTAL-LINE
               AFTER ADVANCING 2 lines
                   AT eop
                       PERFORM L4-HEADINGS.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO C-CRS-REG.
           MOVE 0 TO C-CRS-GRADED.
           MOVE 0 TO C-CRS-MISS.
           MOVE 0 TO C-CRS-UNREG.

      * Slots go on the end of STDGRAD.DAT; CBLAMB03 leaves a blank
      * grade out of the GPA until one is posted.
       L2-ADD-SLOTS.
           OPEN EXTEND GRADEFILE.
           IF CB-GRADE-STATUS = '35'
               OPEN OUTPUT GRADEFILE
           END-IF.
           IF CB-GRADE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GRADE FILE FOR SLOTS - STATUS: '
                   CB-GRADE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM L3-WRITE-SLOT
                   VARYING SL-SUB FROM 1 BY 1
                   UNTIL SL-SUB > SLT-COUNT
               CLOSE GRADEFILE
           END-IF.

       L3-WRITE-SLOT.
           MOVE SL-TAB-ID (SL-SUB)        TO GR-ID.
           MOVE CB-TERM                   TO GR-TERM.
           MOVE SL-TAB-COURSE (SL-SUB)    TO GR-COURSE.
           MOVE SL-TAB-CREDITS-X (SL-SUB) TO GR-CREDITS-X.
           MOVE SPACE                     TO GR-GRADE.
           WRITE GR-REC.
           ADD 1 TO C-SLOTCTR.

       L2-CLOSING.
           IF CB-PREV-COURSE NOT = SPACES
               PERFORM L3-COURSE-TOTAL
           END-IF.
           CLOSE REGSORTED.
           CLOSE GRDSORTED.
           IF SLT-COUNT > 0
               PERFORM L2-ADD-SLOTS
           END-IF.
           PERFORM L4-HEADINGS.
           MOVE C-REGCTR    TO TOT-REG-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-GRDCTR    TO TOT-GRD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-MISSCTR   TO TOT-MISS-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           MOVE C-SLOTCTR   TO TOT-SLOT-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE C-UNREGCTR  TO TOT-UNREG-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           IF MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY 'CBLAMB25 GRADE SLOT RECONCILIATION COMPLETE - TERM '
               CB-TERM.
           DISPLAY 'REGISTERED: '      C-REGCTR
               '  GRADED: '            C-GRDCTR
               '  MISSING: '           C-MISSCTR
               '  SLOTS ADDED: '       C-SLOTCTR
               '  NOT REGISTERED: '    C-UNREGCTR.
           IF RETURN-CODE = 0
            AND (C-MISSCTR > 0 OR C-UNREGCTR > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE C-REGCTR TO RS-REC-COUNT.
           PERFORM L9-RUN-END.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO HI-PAGE.
           WRITE PRTLINE FROM HEADING1
               AFTER ADVANCING page.
           WRITE PRTLINE FROM COL-HEADING
               AFTER ADVANCING 2 lines.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
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
               MOVE 'CBLAMB25'      TO RC-PROGRAM
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
               MOVE 'CBLAMB25'      TO RC-PROGRAM
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

       end program CBLAMB25.
