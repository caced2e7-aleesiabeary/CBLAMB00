	   FD  STUDENT-MASTER
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS I-REC
	       RECORD CONTAINS 72 CHARACTERS.
	       COPY STDNTREC.



       SD  SORTFILE
           DATA RECORD IS SR-REC
           RECORD CONTAINS 56 CHARACTERS.
           01 SR-REC.
               05 SR-ID                   PIC X(7).
               05 SR-LNAME                PIC X(15).
               05 SR-MAJOR                PIC X(4).
               05 SR-CAMPUS-NO            PIC 9.
               05 SR-BAND                 PIC 9.
               05 SR-HOLD                 PIC X.

       FD  SORTEDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 56 CHARACTERS.
           01 SO-REC.
               05 SO-ID                   PIC X(7).
               05 SO-LNAME                PIC X(15).
               05 SO-MAJOR                PIC X(4).
               05 SO-CAMPUS-NO            PIC 9.
               05 SO-BAND                 PIC 9.
               05 SO-HOLD                 PIC X.
                   88 SO-PRIVACY-HOLD             VALUE 'Y'.

       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       FD  RELFILE
           05  C-PAY-HASH            PIC 9(13)    VALUE 0.
           05  C-EXPCTR              PIC 9(7)     VALUE 0.
           05  C-EXP-SAL-SUM         PIC 9(11)V99 VALUE 0.
           05  C-EXP-HELD            PIC 9(7)     VALUE 0.
           05  CB-HIST-STATUS        PIC XX       VALUE '00'.
           05  CB-AVG-GPA            PIC 9V99     VALUE 0.
           05  CB-AVG-SAL            PIC 9(7)V99  VALUE 0.
           05  FILLER               PIC X(54)    VALUE SPACES.
           05  FILLER               PIC X(15)    VALUE 'STUDENT COUNT:'.
           05  TOT-STUDENT-COUNT    PIC Z,ZZZ,ZZ9.
       01  HOLD-TOTAL-LINE.
           05  FILLER               PIC X(54)    VALUE SPACES.
           05  FILLER               PIC X(36)
                   VALUE 'PRIVACY HOLD - NOT SENT ON STDTEXP:'.
           05  TOT-HELD-COUNT       PIC Z,ZZZ,ZZ9.
       01  AVG-TOTAL-LINE.
           05  FILLER               PIC X(54)    VALUE SPACES.
           05  FILLER               PIC X(9)     VALUE 'AVG GPA: '.
           COMPUTE FINAL-SAL = SO-EX-STRT-SAL - SALARY-TAX.
           ADD FINAL-SAL TO CAM-SAL-SUM (SO-CAMPUS-NO).
           PERFORM L4-PAYEXTRACT.
           IF SO-PRIVACY-HOLD
               ADD 1 TO C-EXP-HELD
           ELSE
               PERFORM L4-WRITE-EXPORT-DETAIL
           END-IF.
           PERFORM L3-SORTED-READ.

       L4-WRITE-EXPORT-DETAIL.
           MOVE C-STUCTR TO TOT-STUDENT-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 lines.
           MOVE C-EXP-HELD TO TOT-HELD-COUNT.
           WRITE PRTLINE FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L3-WRITE-AVERAGES.
           CLOSE PRTOUT.
           CLOSE PAYEXTRACT.
               MOVE I-EX-STRT-SAL   TO SR-EX-STRT-SAL
               MOVE I-MAJOR         TO SR-MAJOR
               MOVE CAM-SUB         TO SR-CAMPUS-NO
               MOVE I-PRIVACY-HOLD  TO SR-HOLD
               EVALUATE TRUE
                   WHEN I-GPA >= 3.50
                       MOVE 1 TO SR-BAND
           IF DETAIL-MODE
               MOVE CAM-ID (SO-CAMPUS-NO) TO O-CAMPUS
               MOVE SO-ID           TO O-ID
               IF SO-PRIVACY-HOLD
                   MOVE '** PRIVACY HOLD' TO O-LAST-NAME
                   MOVE SPACES          TO O-FIRST-NAME
               ELSE
                   MOVE SO-LNAME        TO O-LAST-NAME
                   MOVE SO-FNAME        TO O-FIRST-NAME
               END-IF
               MOVE SO-MAJOR        TO CB-LOOKUP-MAJOR
               PERFORM L4-LOOKUP-DEPT
               MOVE CB-DEPT-NAME    TO O-DEPT
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
