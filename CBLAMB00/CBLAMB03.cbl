      *
      * Grade points: A=4.00  B=3.00  C=2.00  D=1.00  F=0.00.
      * Records with any other letter, or non-numeric credit hours,
      * are listed as rejected and left out of the computation.  A
      * blank grade is a slot CBLAMB25 added for a registered course
      * whose grade is not yet posted, and an I is an incomplete
      * CBLAMB26 is holding open to its completion deadline; both are
      * listed and left out of the computation without being counted
      * as rejections.
      *
      * Students whose grades CBLAMB26 changed are flagged on
      * STDGPAFL.DAT.  A normal run recomputes everyone, flagged
      * students included; with F in the recompute-mode parm only the
      * flagged students are recomputed.  Either way the flag file is
      * emptied once the run completes.
      *
      * RUN-PARM from SYSIN: optional student-master path override,
      * recompute mode (F = flagged students only, blank = all).
      *
      * Grade records are also validated against the course catalog
      * reference file STDCRSE.DAT maintained by CBLAMB12, the same
               ASSIGN TO 'C:\COBOL\STDCRSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-CRSE-STATUS.
           SELECT FLAGFILE
               ASSIGN TO 'C:\COBOL\STDGPAFL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-FLAG-STATUS.
           SELECT SORTFILE
               ASSIGN TO 'C:\COBOL\STDGRSW.DAT'.
           SELECT SORTEDFILE
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 72 CHARACTERS.
           COPY STDNTREC.

       SD  SORTFILE
                                          PIC X(2).
               05 SO-GRADE                PIC X.

       FD  FLAGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FL-REC
           RECORD CONTAINS 28 CHARACTERS.
           COPY GPAFLREC.

       FD  CRSEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC
           RECORD CONTAINS 38 CHARACTERS.
           COPY CRSEREC.

       FD  PRTOUT
       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.

       01  RUN-PARM.
           05  RP-STUDENT-PATH       PIC X(80).
           05  RP-RECOMP-MODE        PIC X.
               88  FLAGGED-ONLY               VALUE 'F'.

       01  MISC.
           05  GRADE-EOF             PIC X        VALUE 'F'.
           05  C-GRDCTR              PIC 9(7)     VALUE 0.
           05  C-STUCTR              PIC 9(7)     VALUE 0.
           05  C-ERRCTR              PIC 9(7)     VALUE 0.
           05  C-OPENCTR             PIC 9(7)     VALUE 0.
           05  C-INCCTR              PIC 9(7)     VALUE 0.
           05  FLAG-EOF              PIC X        VALUE 'F'.
           05  CB-FLAG-STATUS        PIC XX       VALUE '00'.
           05  CB-FLAGS-LOADED       PIC X        VALUE 'N'.
               88  FLAGS-LOADED               VALUE 'Y'.
           05  CB-STUDENT-FLAGGED    PIC X        VALUE 'N'.
               88  STUDENT-FLAGGED            VALUE 'Y'.
           05  C-QP-SUM              PIC 9(5)V99  VALUE 0.
           05  C-CR-SUM              PIC 9(3)V9   VALUE 0.
           05  CB-PREV-ID            PIC X(7)     VALUE SPACES.
               10  CR-TAB-TITLE      PIC X(25).
               10  CR-TAB-CREDITS    PIC 9V9.

      * Students flagged for recomputation on STDGPAFL.DAT.
       01  FLAG-TABLE-AREA.
           05  FLT-COUNT             PIC 9(4) COMP VALUE 0.
           05  FLAG-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON FLT-COUNT
                   INDEXED BY FLX.
               10  FL-TAB-ID         PIC X(7).

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
           05  FILLER               PIC X(21)
                   VALUE 'CREDITS CORRECTED:   '.
           05  TOT-FIX-COUNT        PIC Z,ZZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(21)
                   VALUE 'GRADES NOT POSTED:   '.
           05  TOT-OPEN-COUNT       PIC Z,ZZZ,ZZ9.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(21)
                   VALUE 'INCOMPLETES:         '.
           05  TOT-INC-COUNT        PIC Z,ZZZ,ZZ9.
       01  TOTAL-LINE7.
           05  FILLER               PIC X(21)
                   VALUE 'STUDENTS FLAGGED:    '.
           05  TOT-FLAG-COUNT       PIC Z,ZZZ,ZZ9.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L2-LOAD-CATALOG.
           PERFORM L2-LOAD-FLAGS.
           PERFORM L2-SORT-GRADES.
           PERFORM L4-HEADINGS.

           MOVE CR-CREDITS          TO CR-TAB-CREDITS (CRT-COUNT).
           PERFORM L3-CRSE-READ.

       L2-LOAD-FLAGS.
           OPEN INPUT FLAGFILE.
           IF CB-FLAG-STATUS = '00'
               PERFORM L3-FLAG-READ
               PERFORM L3-FLAG-BUILD-TABLE
                   UNTIL FLAG-EOF = 'T'
               CLOSE FLAGFILE
               MOVE 'Y' TO CB-FLAGS-LOADED
           ELSE
               IF FLAGGED-ONLY
                   DISPLAY 'NO GPA FLAG FILE - STATUS: '
                       CB-FLAG-STATUS ' - NO STUDENTS TO RECOMPUTE'
               END-IF
           END-IF.

       L3-FLAG-READ.
           READ FLAGFILE
               AT end
                   MOVE 'T' TO FLAG-EOF.

      * A student flagged more than once is held once.
       L3-FLAG-BUILD-TABLE.
           MOVE FL-ID TO SR-ID.
           PERFORM L5-LOOKUP-FLAG.
           IF NOT STUDENT-FLAGGED
               IF FLT-COUNT < 9999
                   ADD 1            TO FLT-COUNT
                   MOVE FL-ID       TO FL-TAB-ID (FLT-COUNT)
               ELSE
                   DISPLAY 'GPA FLAG TABLE FULL - FLAG FOR '
                       FL-ID ' NOT HELD'
               END-IF
           END-IF.
           PERFORM L3-FLAG-READ.

       L5-LOOKUP-FLAG.
           MOVE 'N' TO CB-STUDENT-FLAGGED.
           IF FLT-COUNT > 0
               SET FLX TO 1
               SEARCH FLAG-TABLE
                   AT end
                       CONTINUE
                   WHEN FL-TAB-ID (FLX) = SR-ID
                       MOVE 'Y' TO CB-STUDENT-FLAGGED
               END-SEARCH
           END-IF.

      * The grade file is released straight into the external sort,
      * so the row count is limited by sort work space on disk
      * instead of an in-core table.
           MOVE GR-COURSE           TO SR-COURSE.
           MOVE GR-CREDITS-X        TO SR-CREDITS-X.
           MOVE GR-GRADE            TO SR-GRADE.
           IF FLAGGED-ONLY
               PERFORM L5-LOOKUP-FLAG
               IF STUDENT-FLAGGED
                   RELEASE SR-REC
               END-IF
           ELSE
               RELEASE SR-REC
           END-IF.
           PERFORM L4-GRADE-READ.

       L3-SORTED-READ.
           MOVE SO-TERM             TO CL-TERM.
           MOVE SO-COURSE           TO CL-COURSE.
           MOVE SO-GRADE            TO CL-GRADE.
           EVALUATE TRUE
               WHEN SO-GRADE = SPACE
                   ADD 1 TO C-OPENCTR
                   MOVE 'GRADE NOT POSTED - NOT COUNTED'
                                        TO CL-NOTE
               WHEN SO-GRADE = 'I'
                   ADD 1 TO C-INCCTR
                   MOVE 'INCOMPLETE - NOT COUNTED'
                                        TO CL-NOTE
               WHEN NOT GRADE-VALID
                   ADD 1 TO C-ERRCTR
                   MOVE 'REJECTED - INVALID LETTER GRADE'
                                        TO CL-NOTE
               WHEN OTHER
                   IF SO-CREDITS NOT NUMERIC
                    OR SO-CREDITS = 0
                       ADD 1 TO C-ERRCTR
                       MOVE 'REJECTED - INVALID CREDIT HOURS'
                                        TO CL-NOTE
                   ELSE
                       PERFORM L4-LOOKUP-COURSE
                       IF CATALOG-LOADED AND NOT COURSE-ON-CATALOG
                           ADD 1 TO C-ERRCTR
                           MOVE 'REJECTED - COURSE NOT ON CATALOG'
                                            TO CL-NOTE
                       ELSE
                           IF COURSE-ON-CATALOG
                            AND SO-CREDITS NOT = CB-CAT-CREDITS
                               ADD 1 TO C-FIXCTR
                               MOVE 'CREDITS SET TO CATALOG HOURS'
                                                TO CL-NOTE
                               MOVE CB-CAT-CREDITS TO SO-CREDITS
                           END-IF
                           MOVE SO-CREDITS      TO CL-CREDITS
                           MOVE CB-GRADE-POINTS TO CL-POINTS
                           COMPUTE CB-COURSE-QP =
                               SO-CREDITS * CB-GRADE-POINTS
                           ADD CB-COURSE-QP     TO C-QP-SUM
                           ADD SO-CREDITS       TO C-CR-SUM
                       END-IF
                   END-IF
           END-EVALUATE.
           WRITE PRTLINE FROM COURSE-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
           MOVE C-FIXCTR TO TOT-FIX-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE C-OPENCTR TO TOT-OPEN-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-INCCTR TO TOT-INC-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 1 LINE.
           MOVE FLT-COUNT TO TOT-FLAG-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE7
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           CLOSE STUDENT-MASTER.
           DISPLAY 'CBLAMB03 GPA RECOMPUTATION COMPLETE'.
           DISPLAY 'GRADES: '   C-GRDCTR
               '  STUDENTS: '   C-STUCTR
               '  REJECTED: '   C-ERRCTR
               '  CORRECTED: '  C-FIXCTR
               '  NOT POSTED: ' C-OPENCTR
               '  INCOMPLETE: ' C-INCCTR
               '  FLAGGED: '    FLT-COUNT.
           IF FLAGS-LOADED
               OPEN OUTPUT FLAGFILE
               CLOSE FLAGFILE
           END-IF.
           MOVE C-GRDCTR TO RS-REC-COUNT.
           PERFORM L9-RUN-END.

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
