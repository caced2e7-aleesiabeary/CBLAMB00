       identification division.
       program-id. CBLAMB24.
       AUTHOR.    Aleesia Beary
       DATE-WRITTEN. 10/15/2026

************************************************************************
      * CBLAMB24 - pre-term course registration.  Books students into
      * courses for an upcoming term from the registration request
      * file STDRGTRN.DAT (function, student ID, term, course):
      *     A  register the student in the course
      *     D  drop the course
      * A registration is rejected when the request is not for the
      * term in the parm, the student is not on STUDENT-MASTER, the
      * course is not on the STDCRSE.DAT catalog, the student is
      * already registered in it, or the course has reached its
      * CR-SEATS limit (a limit of zero means none is set).  A drop
      * is rejected when the student is not registered in the
      * course.  Requests are applied in the order they are read,
      * so a seat freed by a drop is open to a later request.
      *
      * STDREG.DAT holds every term's registrations, with the credit
      * hours taken from the catalog; this term's records are
      * rewritten and every other term's are carried forward through
      * the STDRGWK.DAT work file.  Outputs:
      *     STDRGLST.PRT - the request register with the result of
      *                    each request, then a class list per course
      *                    (students booked, seats taken and open)
      *     STDRGCNF.PRT - a registration confirmation for each
      *                    student whose schedule changed this run,
      *                    showing the courses added and dropped and
      *                    the full schedule for the term
      * CBLAMB19 can bill the term from STDREG.DAT before grades are
      * posted, and CBLAMB25 reconciles it against the grades at
      * term end.  Ends with RETURN-CODE 4 when any request was
      * rejected.
      * Class lists and confirmations show a student under a
      * privacy hold by ID, with the name as '** PRIVACY HOLD'.
      *
      * RUN-PARM from SYSIN: registration term (TTTYY), optional
      * student-master path override.
************************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQFILE
               ASSIGN TO 'C:\COBOL\STDRGTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-REQ-STATUS.
           SELECT REGFILE
               ASSIGN TO 'C:\COBOL\STDREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-REG-STATUS.
           SELECT REGWORK
               ASSIGN TO 'C:\COBOL\STDRGWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-WORK-STATUS.
           SELECT REGNEW
               ASSIGN TO 'C:\COBOL\STDREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRSEFILE
               ASSIGN TO 'C:\COBOL\STDCRSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-CRSE-STATUS.
           SELECT STUDENT-MASTER
               ASSIGN TO CB-STUDENT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID
               FILE STATUS IS CB-MASTER-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDRGLST.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT CONFOUT
               ASSIGN TO 'C:\COBOL\STDRGCNF.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNCTLFILE
               ASSIGN TO 'C:\COBOL\STDNTRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNCTL-STATUS.

       data division.
       FILE SECTION.

       FD  REQFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RQ-REC
           RECORD CONTAINS 21 CHARACTERS.
           01 RQ-REC.
               05 RQ-FUNCTION             PIC X.
                   88 RQ-REGISTER         VALUE 'A'.
                   88 RQ-DROP             VALUE 'D'.
               05 RQ-ID                   PIC X(7).
               05 RQ-TERM                 PIC X(5).
               05 RQ-COURSE               PIC X(8).

       FD  REGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RO-REC
           RECORD CONTAINS 30 CHARACTERS.
           01 RO-REC                      PIC X(30).

       FD  REGWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RG-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY REGREC.

       FD  REGNEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS RN-REC
           RECORD CONTAINS 30 CHARACTERS.
           01 RN-REC                      PIC X(30).

       FD  CRSEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC
           RECORD CONTAINS 38 CHARACTERS.
           COPY CRSEREC.

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

       FD  CONFOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CONFLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 CONFLINE                    PIC X(132).

       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
       01  RUN-PATHS.
           COPY CBPATH.

       01  RUN-PARM.
           05  RP-REG-TERM           PIC X(5).
           05  RP-STUDENT-PATH       PIC X(80).

       01  MISC.
           05  REQ-EOF               PIC X        VALUE 'F'.
           05  REG-EOF               PIC X        VALUE 'F'.
           05  WORK-EOF              PIC X        VALUE 'F'.
           05  CRSE-EOF              PIC X        VALUE 'F'.
           05  CB-REQ-STATUS         PIC XX       VALUE '00'.
           05  CB-REG-STATUS         PIC XX       VALUE '00'.
           05  CB-WORK-STATUS        PIC XX       VALUE '00'.
           05  CB-CRSE-STATUS        PIC XX       VALUE '00'.
           05  CB-MASTER-STATUS      PIC XX       VALUE '00'.
           05  CB-REQ-OPEN           PIC X        VALUE 'N'.
               88  REQUESTS-OPEN              VALUE 'Y'.
           05  CB-ON-MASTER          PIC X        VALUE 'N'.
               88  ON-MASTER                  VALUE 'Y'.
           05  CB-GRP-CHANGED        PIC X        VALUE 'N'.
               88  GROUP-CHANGED              VALUE 'Y'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05  CB-REG-TERM           PIC X(5)     VALUE SPACES.
           05  CB-RUN-DATE           PIC X(8)     VALUE SPACES.
           05  CB-NOTE               PIC X(36)    VALUE SPACES.
           05  CB-LOOKUP-COURSE      PIC X(8)     VALUE SPACES.
           05  CB-CRSE-SUB           PIC 9(3)     VALUE 0.
           05  CB-REG-SUB            PIC 9(4)     VALUE 0.
           05  CB-GRP-START          PIC 9(4)     VALUE 0.
           05  CB-GRP-END            PIC 9(4)     VALUE 0.
           05  CB-GRP-KEY            PIC X(8)     VALUE SPACES.
           05  CB-GRP-ENROLLED       PIC 9(4)     VALUE 0.
           05  CB-GRP-CREDITS        PIC 9(3)V9   VALUE 0.
           05  CB-OPEN-SEATS         PIC S9(4)    VALUE 0.
           05  RG-SUB                PIC 9(4) COMP VALUE 0.
           05  C-PCTR                PIC 9(4)     VALUE 0.
           05  C-CPCTR               PIC 9(4)     VALUE 0.
           05  C-REQCTR              PIC 9(5)     VALUE 0.
           05  C-ADDCTR              PIC 9(5)     VALUE 0.
           05  C-DROPCTR             PIC 9(5)     VALUE 0.
           05  C-REJCTR              PIC 9(5)     VALUE 0.
           05  C-FWDCTR              PIC 9(5)     VALUE 0.
           05  C-COURSECTR           PIC 9(5)     VALUE 0.
           05  C-CONFCTR             PIC 9(5)     VALUE 0.
           05  C-REGCTR              PIC 9(5)     VALUE 0.

       01  RUN-CONTROL-AREA.
           05  CB-RUNCTL-STATUS      PIC XX       VALUE '00'.
           05  RS-DATE-TIME.
               10  RS-DATE           PIC X(8).
               10  RS-TIME           PIC X(6).
               10  FILLER            PIC X(7).
           05  RS-START-TIME         PIC X(6)     VALUE SPACES.
           05  RS-REC-COUNT          PIC 9(6)     VALUE 0.

      * CR-TAB-TAKEN counts the term's registrations per course, kept
      * current as requests are applied.
       01  CRSE-TABLE-AREA.
           05  CRT-COUNT             PIC 9(3) COMP VALUE 0.
           05  CRSE-TABLE OCCURS 0 TO 500 TIMES
                   DEPENDING ON CRT-COUNT
                   INDEXED BY CRX.
               10  CR-TAB-COURSE     PIC X(8).
               10  CR-TAB-TITLE      PIC X(25).
               10  CR-TAB-CREDITS    PIC 9V9.
               10  CR-TAB-SEATS      PIC 9(3).
               10  CR-TAB-TAKEN      PIC 9(4).

      * The registration term's records.  RG-TAB-ACTION is blank for
      * a registration already on file, A for one added this run and
      * D for one dropped this run; dropped rows are not written back.
       01  REG-TABLE-AREA.
           05  RGT-COUNT             PIC 9(4) COMP VALUE 0.
           05  REG-TABLE OCCURS 0 TO 9999 TIMES
                   DEPENDING ON RGT-COUNT
                   INDEXED BY RGX.
               10  RG-TAB-ID         PIC X(7).
               10  RG-TAB-COURSE     PIC X(8).
               10  RG-TAB-CREDITS    PIC 9V9.
               10  RG-TAB-DATE       PIC X(8).
               10  RG-TAB-ACTION     PIC X.
                   88  RG-TAB-ADDED           VALUE 'A'.
                   88  RG-TAB-DROPPED         VALUE 'D'.

       01  HEADING1.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH         PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-DAY           PIC 99.
               10  FILLER           PIC X        VALUE '/'.
               10  H1-YEAR          PIC 9999.
           05  FILLER               PIC X(33)    VALUE SPACES.
           05  FILLER               PIC X(27)
                   VALUE 'COURSE REGISTRATION - TERM '.
           05  H1-TERM              PIC X(5).
           05  FILLER               PIC X(39)    VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'PAGES: '.
           05  HI-PAGE              PIC Z,ZZ9.
       01  REQ-HEADING.
           05  FILLER               PIC X(24)
                   VALUE 'REGISTRATION REQUESTS'.
       01  REQ-COL-HEADING.
           05  FILLER               PIC X(6)     VALUE 'FUNC'.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(7)     VALUE 'TERM'.
           05  FILLER               PIC X(10)    VALUE 'COURSE'.
           05  FILLER               PIC X(6)     VALUE 'RESULT'.
       01  REQ-LINE.
           05  FILLER               PIC X        VALUE SPACE.
           05  RL-FUNCTION          PIC X.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  RL-ID                PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  RL-TERM              PIC X(5).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  RL-COURSE            PIC X(8).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  RL-NOTE              PIC X(36).
       01  CLASS-HEADING.
           05  FILLER               PIC X(12)    VALUE 'CLASS LIST: '.
           05  CH-COURSE            PIC X(8).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  CH-TITLE             PIC X(25).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  FILLER               PIC X(9)     VALUE 'CREDITS: '.
           05  CH-CREDITS           PIC 9.9.
       01  CLASS-COL-HEADING.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(9)     VALUE 'ID'.
           05  FILLER               PIC X(16)    VALUE 'LAST NAME'.
           05  FILLER               PIC X(17)    VALUE 'FIRST NAME'.
           05  FILLER               PIC X(6)     VALUE 'MAJOR'.
           05  FILLER               PIC X(10)    VALUE 'BOOKED'.
       01  CLASS-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  CS-ID                PIC X(7).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  CS-LNAME             PIC X(15).
           05  FILLER               PIC X        VALUE SPACE.
           05  CS-FNAME             PIC X(15).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  CS-MAJOR             PIC X(4).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  CS-DATE.
               10  CS-YEAR          PIC X(4).
               10  FILLER           PIC X        VALUE '/'.
               10  CS-MONTH         PIC XX.
               10  FILLER           PIC X        VALUE '/'.
               10  CS-DAY           PIC XX.
       01  CLASS-TOTAL-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(10)    VALUE 'ENROLLED: '.
           05  CT-ENROLLED          PIC Z,ZZ9.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(12)    VALUE 'SEAT LIMIT: '.
           05  CT-SEATS             PIC X(8).
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  FILLER               PIC X(12)    VALUE 'SEATS OPEN: '.
           05  CT-OPEN              PIC X(8).
       01  CT-NUMBER                PIC Z,ZZ9.
       01  CONF-HEADING.
           05  FILLER               PIC X(6)     VALUE 'DATE: '.
           05  CF-DATE              PIC X(10).
           05  FILLER               PIC X(33)    VALUE SPACES.
           05  FILLER               PIC X(32)
                   VALUE 'REGISTRATION CONFIRMATION - TERM'.
           05  FILLER               PIC X        VALUE SPACE.
           05  CF-TERM              PIC X(5).
       01  CONF-STUDENT-LINE.
           05  FILLER               PIC X(9)     VALUE 'STUDENT: '.
           05  CN-ID                PIC X(7).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  CN-LNAME             PIC X(15).
           05  FILLER               PIC X(2)     VALUE ', '.
           05  CN-FNAME             PIC X(15).
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  FILLER               PIC X(7)     VALUE 'MAJOR: '.
           05  CN-MAJOR             PIC X(4).
       01  CONF-COL-HEADING.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(10)    VALUE 'COURSE'.
           05  FILLER               PIC X(27)    VALUE 'TITLE'.
           05  FILLER               PIC X(9)     VALUE 'CREDITS'.
           05  FILLER               PIC X(6)     VALUE 'STATUS'.
       01  CONF-COURSE-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  CC-COURSE            PIC X(8).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  CC-TITLE             PIC X(25).
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  CC-CREDITS           PIC 9.9.
           05  FILLER               PIC X(6)     VALUE SPACES.
           05  CC-STATUS            PIC X(20).
       01  CONF-TOTAL-LINE.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  FILLER               PIC X(31)
                   VALUE 'CREDIT HOURS REGISTERED:'.
           05  CN-CREDITS           PIC ZZ9.9.
       01  TOTAL-LINE1.
           05  FILLER               PIC X(24)
                   VALUE 'REQUESTS READ:          '.
           05  TOT-REQ-COUNT        PIC ZZ,ZZ9.
       01  TOTAL-LINE2.
           05  FILLER               PIC X(24)
                   VALUE 'REGISTERED:             '.
           05  TOT-ADD-COUNT        PIC ZZ,ZZ9.
       01  TOTAL-LINE3.
           05  FILLER               PIC X(24)
                   VALUE 'DROPPED:                '.
           05  TOT-DROP-COUNT       PIC ZZ,ZZ9.
       01  TOTAL-LINE4.
           05  FILLER               PIC X(24)
                   VALUE 'REJECTED:               '.
           05  TOT-REJ-COUNT        PIC ZZ,ZZ9.
       01  TOTAL-LINE5.
           05  FILLER               PIC X(24)
                   VALUE 'TERM REGISTRATIONS:     '.
           05  TOT-REG-COUNT        PIC ZZ,ZZ9.
       01  TOTAL-LINE6.
           05  FILLER               PIC X(24)
                   VALUE 'CONFIRMATIONS PRINTED:  '.
           05  TOT-CONF-COUNT       PIC ZZ,ZZ9.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-PROCESS-REQUEST
               UNTIL REQ-EOF = 'T'.
           PERFORM L2-CLASS-LISTS.
           PERFORM L2-CONFIRMATIONS.
           PERFORM L2-REWRITE-REGISTRATIONS.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           PERFORM L3-GET-RUN-PARM.
           IF CB-REG-TERM = SPACES
               DISPLAY 'REGISTRATION TERM REQUIRED IN THE PARM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L9-RUN-START.
           MOVE FUNCTION current-date  TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY            TO H1-DAY.
           MOVE CURRENT-MONTH          TO H1-MONTH.
           MOVE CURRENT-YEAR           TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO CB-RUN-DATE.
           MOVE CB-REG-TERM            TO H1-TERM.
           MOVE CB-REG-TERM            TO CF-TERM.
           MOVE H1-DATE                TO CF-DATE.
           PERFORM L2-LOAD-CATALOG.
           IF CRT-COUNT = 0
               DISPLAY 'NO COURSE CATALOG - REGISTRATION NOT RUN'
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
           PERFORM L2-CARRY-FORWARD.
           OPEN INPUT REQFILE.
           IF CB-REQ-STATUS = '00'
               MOVE 'Y' TO CB-REQ-OPEN
           ELSE
               DISPLAY 'NO REGISTRATION REQUESTS - STATUS: '
                   CB-REQ-STATUS
               MOVE 'T' TO REQ-EOF
           END-IF.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT CONFOUT.
           PERFORM L4-HEADINGS.
           WRITE PRTLINE FROM REQ-HEADING
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM REQ-COL-HEADING
               AFTER ADVANCING 2 lines.
           IF REQUESTS-OPEN
               PERFORM L3-REQ-READ
           END-IF.

       L3-GET-RUN-PARM.
           MOVE SPACES TO RUN-PARM.
           ACCEPT RUN-PARM FROM SYSIN.
           MOVE RP-REG-TERM TO CB-REG-TERM.
           IF RP-STUDENT-PATH NOT = SPACES
               MOVE RP-STUDENT-PATH TO CB-STUDENT-MASTER-PATH.

       L2-LOAD-CATALOG.
           OPEN INPUT CRSEFILE.
           IF CB-CRSE-STATUS = '00'
               PERFORM L3-CRSE-READ
               PERFORM L3-CRSE-BUILD-TABLE
                   UNTIL CRSE-EOF = 'T'
               CLOSE CRSEFILE
           ELSE
               DISPLAY 'ERROR OPENING CATALOG - STATUS: '
                   CB-CRSE-STATUS
           END-IF.

       L3-CRSE-READ.
           READ CRSEFILE
               AT end
                   MOVE 'T' TO CRSE-EOF.

       L3-CRSE-BUILD-TABLE.
           IF CRT-COUNT < 500
               ADD 1                TO CRT-COUNT
               MOVE CR-COURSE       TO CR-TAB-COURSE (CRT-COUNT)
               MOVE CR-TITLE        TO CR-TAB-TITLE (CRT-COUNT)
               MOVE CR-CREDITS      TO CR-TAB-CREDITS (CRT-COUNT)
               MOVE 0               TO CR-TAB-TAKEN (CRT-COUNT)
               IF CR-SEATS-X NUMERIC
                   MOVE CR-SEATS    TO CR-TAB-SEATS (CRT-COUNT)
               ELSE
                   MOVE 0           TO CR-TAB-SEATS (CRT-COUNT)
               END-IF
           END-IF.
           PERFORM L3-CRSE-READ.

      * Every other term's registrations go straight to the work
      * file; this term's are held in REG-TABLE and counted against
      * the course seat limits.
       L2-CARRY-FORWARD.
           OPEN OUTPUT REGWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REGISTRATION WORK - STATUS: '
                   CB-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM L9-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT REGFILE.
           IF CB-REG-STATUS = '00'
               PERFORM L3-REG-READ
               PERFORM L3-CARRY-ONE
                   UNTIL REG-EOF = 'T'
               CLOSE REGFILE
           ELSE
               DISPLAY 'NO PRIOR REGISTRATIONS - STATUS: '
                   CB-REG-STATUS
           END-IF.

       L3-REG-READ.
           READ REGFILE INTO RG-REC
               AT end
                   MOVE 'T' TO REG-EOF.

       L3-CARRY-ONE.
           IF RG-TERM NOT = CB-REG-TERM
               ADD 1 TO C-FWDCTR
               WRITE RG-REC
           ELSE
               IF RGT-COUNT NOT < 9999
                   DISPLAY 'REGISTRATION TABLE FULL - RUN STOPPED, '
                       'STDREG.DAT NOT CHANGED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM L9-RUN-END
                   STOP RUN
               END-IF
               ADD 1                TO RGT-COUNT
               MOVE RG-ID           TO RG-TAB-ID (RGT-COUNT)
               MOVE RG-COURSE       TO RG-TAB-COURSE (RGT-COUNT)
               MOVE RG-CREDITS-X    TO RG-TAB-CREDITS (RGT-COUNT)
               IF RG-CREDITS NOT NUMERIC
                   MOVE 0           TO RG-TAB-CREDITS (RGT-COUNT)
               END-IF
               MOVE RG-REG-DATE     TO RG-TAB-DATE (RGT-COUNT)
               MOVE SPACE           TO RG-TAB-ACTION (RGT-COUNT)
               MOVE RG-COURSE       TO CB-LOOKUP-COURSE
               PERFORM L4-LOOKUP-COURSE
               IF CB-CRSE-SUB > 0
                   ADD 1 TO CR-TAB-TAKEN (CB-CRSE-SUB)
               END-IF
           END-IF.
           PERFORM L3-REG-READ.

       L3-REQ-READ.
           READ REQFILE
               AT end
                   MOVE 'T' TO REQ-EOF.

       L2-PROCESS-REQUEST.
           ADD 1 TO C-REQCTR.
           MOVE SPACES TO CB-NOTE.
           EVALUATE TRUE
               WHEN RQ-TERM NOT = CB-REG-TERM
                   MOVE 'REJECTED - NOT THE REGISTRATION TERM'
                                          TO CB-NOTE
               WHEN RQ-REGISTER
                   PERFORM L3-REGISTER
               WHEN RQ-DROP
                   PERFORM L3-DROP
               WHEN OTHER
                   MOVE 'REJECTED - INVALID FUNCTION' TO CB-NOTE
           END-EVALUATE.
           IF CB-NOTE (1:8) = 'REJECTED'
               ADD 1 TO C-REJCTR
           END-IF.
           INITIALIZE REQ-LINE.
           MOVE RQ-FUNCTION  TO RL-FUNCTION.
           MOVE RQ-ID        TO RL-ID.
           MOVE RQ-TERM      TO RL-TERM.
           MOVE RQ-COURSE    TO RL-COURSE.
           MOVE CB-NOTE      TO RL-NOTE.
           WRITE PRTLINE FROM REQ-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       PERFORM L4-HEADINGS.
           PERFORM L3-REQ-READ.

       L3-REGISTER.
           MOVE RQ-COURSE TO CB-LOOKUP-COURSE.
           PERFORM L4-LOOKUP-STUDENT.
           PERFORM L4-LOOKUP-COURSE.
           PERFORM L4-LOOKUP-REGISTRATION.
           EVALUATE TRUE
               WHEN NOT ON-MASTER
                   MOVE 'REJECTED - STUDENT NOT ON MASTER'
                                          TO CB-NOTE
               WHEN CB-CRSE-SUB = 0
                   MOVE 'REJECTED - COURSE NOT ON CATALOG'
                                          TO CB-NOTE
               WHEN CB-REG-SUB > 0
                   MOVE 'REJECTED - ALREADY REGISTERED' TO CB-NOTE
               WHEN CR-TAB-SEATS (CB-CRSE-SUB) > 0
                AND CR-TAB-TAKEN (CB-CRSE-SUB)
                       NOT < CR-TAB-SEATS (CB-CRSE-SUB)
                   MOVE 'REJECTED - COURSE FULL' TO CB-NOTE
               WHEN RGT-COUNT NOT < 9999
                   MOVE 'REJECTED - REGISTRATION TABLE FULL'
                                          TO CB-NOTE
               WHEN OTHER
                   ADD 1                TO RGT-COUNT
                   MOVE RQ-ID           TO RG-TAB-ID (RGT-COUNT)
                   MOVE RQ-COURSE       TO RG-TAB-COURSE (RGT-COUNT)
                   MOVE CR-TAB-CREDITS (CB-CRSE-SUB)
                                        TO RG-TAB-CREDITS (RGT-COUNT)
                   MOVE CB-RUN-DATE     TO RG-TAB-DATE (RGT-COUNT)
                   MOVE 'A'             TO RG-TAB-ACTION (RGT-COUNT)
                   ADD 1 TO CR-TAB-TAKEN (CB-CRSE-SUB)
                   ADD 1 TO C-ADDCTR
                   MOVE 'REGISTERED' TO CB-NOTE
           END-EVALUATE.

       L3-DROP.
           MOVE RQ-COURSE TO CB-LOOKUP-COURSE.
           PERFORM L4-LOOKUP-COURSE.
           PERFORM L4-LOOKUP-REGISTRATION.
           IF CB-REG-SUB = 0
               MOVE 'REJECTED - NOT REGISTERED' TO CB-NOTE
           ELSE
               MOVE 'D' TO RG-TAB-ACTION (CB-REG-SUB)
               IF CB-CRSE-SUB > 0
                AND CR-TAB-TAKEN (CB-CRSE-SUB) > 0
                   SUBTRACT 1 FROM CR-TAB-TAKEN (CB-CRSE-SUB)
               END-IF
               ADD 1 TO C-DROPCTR
               MOVE 'DROPPED' TO CB-NOTE
           END-IF.

       L4-LOOKUP-STUDENT.
           MOVE RQ-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO CB-ON-MASTER
               NOT INVALID KEY
                   MOVE 'Y' TO CB-ON-MASTER
           END-READ.

       L4-LOOKUP-COURSE.
           MOVE 0 TO CB-CRSE-SUB.
           IF CRT-COUNT > 0
               SET CRX TO 1
               SEARCH CRSE-TABLE
                   AT end
                       CONTINUE
                   WHEN CR-TAB-COURSE (CRX) = CB-LOOKUP-COURSE
                       SET CB-CRSE-SUB TO CRX
               END-SEARCH
           END-IF.

       L4-LOOKUP-REGISTRATION.
           MOVE 0 TO CB-REG-SUB.
           IF RGT-COUNT > 0
               SET RGX TO 1
               SEARCH REG-TABLE
                   AT end
                       CONTINUE
                   WHEN RG-TAB-ID (RGX) = RQ-ID
                    AND RG-TAB-COURSE (RGX) = RQ-COURSE
                    AND NOT RG-TAB-DROPPED (RGX)
                       SET CB-REG-SUB TO RGX
               END-SEARCH
           END-IF.

      * One class list per course with anyone booked, each starting
      * on a new page so it can go straight to the instructor.
       L2-CLASS-LISTS.
           IF RGT-COUNT > 1
               SORT REG-TABLE
                   ASCENDING KEY RG-TAB-COURSE RG-TAB-ID
           END-IF.
           MOVE 1 TO CB-GRP-START.
           PERFORM L3-CLASS-GROUP
               UNTIL CB-GRP-START > RGT-COUNT.

       L3-CLASS-GROUP.
           MOVE RG-TAB-COURSE (CB-GRP-START) TO CB-GRP-KEY.
           MOVE 0 TO CB-GRP-ENROLLED.
           PERFORM L4-COUNT-CLASS
               VARYING RG-SUB FROM CB-GRP-START BY 1
               UNTIL RG-SUB > RGT-COUNT
                  OR RG-TAB-COURSE (RG-SUB) NOT = CB-GRP-KEY (1:8).
           COMPUTE CB-GRP-END = RG-SUB - 1.
           IF CB-GRP-ENROLLED > 0
               ADD 1 TO C-COURSECTR
               PERFORM L4-CLASS-HEADING
               PERFORM L4-CLASS-LINE
                   VARYING RG-SUB FROM CB-GRP-START BY 1
                   UNTIL RG-SUB > CB-GRP-END
               PERFORM L4-CLASS-TOTAL
           END-IF.
           COMPUTE CB-GRP-START = CB-GRP-END + 1.

       L4-COUNT-CLASS.
           IF NOT RG-TAB-DROPPED (RG-SUB)
               ADD 1 TO CB-GRP-ENROLLED
           END-IF.

       L4-CLASS-HEADING.
           MOVE CB-GRP-KEY TO CB-LOOKUP-COURSE.
           PERFORM L4-LOOKUP-COURSE.
           INITIALIZE CLASS-HEADING.
           MOVE CB-GRP-KEY TO CH-COURSE.
           IF CB-CRSE-SUB > 0
               MOVE CR-TAB-TITLE (CB-CRSE-SUB)   TO CH-TITLE
               MOVE CR-TAB-CREDITS (CB-CRSE-SUB) TO CH-CREDITS
           ELSE
               MOVE '*** NOT ON CATALOG'         TO CH-TITLE
           END-IF.
           PERFORM L4-HEADINGS.
           WRITE PRTLINE FROM CLASS-HEADING
               AFTER ADVANCING 2 lines.
           WRITE PRTLINE FROM CLASS-COL-HEADING
               AFTER ADVANCING 2 lines.

       L4-CLASS-LINE.
           IF NOT RG-TAB-DROPPED (RG-SUB)
               INITIALIZE CLASS-LINE
               MOVE RG-TAB-ID (RG-SUB)   TO CS-ID
               MOVE RG-TAB-ID (RG-SUB)   TO I-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE '*** NOT ON MASTER' TO CS-LNAME
                   NOT INVALID KEY
                       IF I-HOLD-ACTIVE
                           MOVE '** PRIVACY HOLD' TO CS-LNAME
                       ELSE
                           MOVE I-LNAME TO CS-LNAME
                           MOVE I-FNAME TO CS-FNAME
                       END-IF
                       MOVE I-MAJOR TO CS-MAJOR
               END-READ
               MOVE RG-TAB-DATE (RG-SUB) (1:4) TO CS-YEAR
               MOVE RG-TAB-DATE (RG-SUB) (5:2) TO CS-MONTH
               MOVE RG-TAB-DATE (RG-SUB) (7:2) TO CS-DAY
               WRITE PRTLINE FROM CLASS-LINE
                   AFTER ADVANCING 1 LINE
                       AT eop
                           PERFORM L4-HEADINGS
               END-WRITE
           END-IF.

       L4-CLASS-TOTAL.
           MOVE CB-GRP-ENROLLED TO CT-ENROLLED.
           IF CB-CRSE-SUB > 0 AND CR-TAB-SEATS (CB-CRSE-SUB) > 0
               MOVE CR-TAB-SEATS (CB-CRSE-SUB) TO CT-NUMBER
               MOVE CT-NUMBER                  TO CT-SEATS
               COMPUTE CB-OPEN-SEATS = CR-TAB-SEATS (CB-CRSE-SUB)
                                     - CB-GRP-ENROLLED
               IF CB-OPEN-SEATS < 0
                   MOVE 0 TO CB-OPEN-SEATS
               END-IF
               MOVE CB-OPEN-SEATS              TO CT-NUMBER
               MOVE CT-NUMBER                  TO CT-OPEN
           ELSE
               MOVE 'NONE SET'                 TO CT-SEATS
               MOVE SPACES                     TO CT-OPEN
           END-IF.
           WRITE PRTLINE FROM CLASS-TOTAL-LINE
               AFTER ADVANCING 2 lines.

      * A confirmation goes to every student with a course added or
      * dropped this run, listing the whole schedule for the term.
       L2-CONFIRMATIONS.
           IF RGT-COUNT > 1
               SORT REG-TABLE
                   ASCENDING KEY RG-TAB-ID RG-TAB-COURSE
           END-IF.
           MOVE 1 TO CB-GRP-START.
           PERFORM L3-CONFIRM-GROUP
               UNTIL CB-GRP-START > RGT-COUNT.

       L3-CONFIRM-GROUP.
           MOVE RG-TAB-ID (CB-GRP-START) TO CB-GRP-KEY.
           MOVE 'N' TO CB-GRP-CHANGED.
           MOVE 0   TO CB-GRP-CREDITS.
           PERFORM L4-CHECK-CHANGED
               VARYING RG-SUB FROM CB-GRP-START BY 1
               UNTIL RG-SUB > RGT-COUNT
                  OR RG-TAB-ID (RG-SUB) NOT = CB-GRP-KEY (1:7).
           COMPUTE CB-GRP-END = RG-SUB - 1.
           IF GROUP-CHANGED
               ADD 1 TO C-CONFCTR
               PERFORM L4-CONFIRM-HEADING
               PERFORM L4-CONFIRM-LINE
                   VARYING RG-SUB FROM CB-GRP-START BY 1
                   UNTIL RG-SUB > CB-GRP-END
               MOVE CB-GRP-CREDITS TO CN-CREDITS
               WRITE CONFLINE FROM CONF-TOTAL-LINE
                   AFTER ADVANCING 2 lines
           END-IF.
           COMPUTE CB-GRP-START = CB-GRP-END + 1.

       L4-CHECK-CHANGED.
           IF RG-TAB-ACTION (RG-SUB) NOT = SPACE
               MOVE 'Y' TO CB-GRP-CHANGED
           END-IF.
           IF NOT RG-TAB-DROPPED (RG-SUB)
               ADD RG-TAB-CREDITS (RG-SUB) TO CB-GRP-CREDITS
           END-IF.

       L4-CONFIRM-HEADING.
           ADD 1 TO C-CPCTR.
           WRITE CONFLINE FROM CONF-HEADING
               AFTER ADVANCING page.
           INITIALIZE CONF-STUDENT-LINE.
           MOVE CB-GRP-KEY TO CN-ID.
           MOVE CB-GRP-KEY TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE '*** NOT ON MASTER' TO CN-LNAME
               NOT INVALID KEY
                   IF I-HOLD-ACTIVE
                       MOVE '** PRIVACY HOLD' TO CN-LNAME
                   ELSE
                       MOVE I-LNAME TO CN-LNAME
                       MOVE I-FNAME TO CN-FNAME
                   END-IF
                   MOVE I-MAJOR TO CN-MAJOR
           END-READ.
           WRITE CONFLINE FROM CONF-STUDENT-LINE
               AFTER ADVANCING 2 lines.
           WRITE CONFLINE FROM CONF-COL-HEADING
               AFTER ADVANCING 2 lines.

       L4-CONFIRM-LINE.
           INITIALIZE CONF-COURSE-LINE.
           MOVE RG-TAB-COURSE (RG-SUB)  TO CC-COURSE.
           MOVE RG-TAB-CREDITS (RG-SUB) TO CC-CREDITS.
           MOVE RG-TAB-COURSE (RG-SUB)  TO CB-LOOKUP-COURSE.
           PERFORM L4-LOOKUP-COURSE.
           IF CB-CRSE-SUB > 0
               MOVE CR-TAB-TITLE (CB-CRSE-SUB) TO CC-TITLE
           END-IF.
           EVALUATE TRUE
               WHEN RG-TAB-ADDED (RG-SUB)
                   MOVE 'ADDED THIS RUN'   TO CC-STATUS
               WHEN RG-TAB-DROPPED (RG-SUB)
                   MOVE 'DROPPED THIS RUN' TO CC-STATUS
               WHEN OTHER
                   MOVE 'REGISTERED'       TO CC-STATUS
           END-EVALUATE.
           WRITE CONFLINE FROM CONF-COURSE-LINE
               AFTER ADVANCING 1 LINE
                   AT eop
                       WRITE CONFLINE FROM CONF-COL-HEADING
                           AFTER ADVANCING page.

       L2-REWRITE-REGISTRATIONS.
           PERFORM L3-WRITE-ONE-REG
               VARYING RG-SUB FROM 1 BY 1
               UNTIL RG-SUB > RGT-COUNT.
           CLOSE REGWORK.
           OPEN INPUT REGWORK.
           IF CB-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR REREADING REGISTRATION WORK - STATUS: '
                   CB-WORK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REGNEW
               PERFORM L3-WORK-READ
               PERFORM L3-COPY-BACK
                   UNTIL WORK-EOF = 'T'
               CLOSE REGWORK
               CLOSE REGNEW
           END-IF.

       L3-WRITE-ONE-REG.
           IF NOT RG-TAB-DROPPED (RG-SUB)
               ADD 1 TO C-REGCTR
               MOVE RG-TAB-ID (RG-SUB)      TO RG-ID
               MOVE CB-REG-TERM             TO RG-TERM
               MOVE RG-TAB-COURSE (RG-SUB)  TO RG-COURSE
               MOVE RG-TAB-CREDITS (RG-SUB) TO RG-CREDITS
               MOVE RG-TAB-DATE (RG-SUB)    TO RG-REG-DATE
               WRITE RG-REC
           END-IF.

       L3-WORK-READ.
           READ REGWORK
               AT end
                   MOVE 'T' TO WORK-EOF.

       L3-COPY-BACK.
           MOVE RG-REC TO RN-REC.
           WRITE RN-REC.
           PERFORM L3-WORK-READ.

       L2-CLOSING.
           PERFORM L4-HEADINGS.
           MOVE C-REQCTR   TO TOT-REQ-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE1
               AFTER ADVANCING 3 lines.
           MOVE C-ADDCTR   TO TOT-ADD-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE C-DROPCTR  TO TOT-DROP-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE3
               AFTER ADVANCING 1 LINE.
           MOVE C-REJCTR   TO TOT-REJ-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE C-REGCTR   TO TOT-REG-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE5
               AFTER ADVANCING 1 LINE.
           MOVE C-CONFCTR  TO TOT-CONF-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE6
               AFTER ADVANCING 1 LINE.
           IF REQUESTS-OPEN
               CLOSE REQFILE
           END-IF.
           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.
           CLOSE CONFOUT.
           DISPLAY 'CBLAMB24 REGISTRATION COMPLETE - TERM '
               CB-REG-TERM.
           DISPLAY 'REQUESTS: '  C-REQCTR
               '  REGISTERED: '  C-ADDCTR
               '  DROPPED: '     C-DROPCTR
               '  REJECTED: '    C-REJCTR.
           DISPLAY 'TERM REGISTRATIONS: ' C-REGCTR
               '  COURSES: '     C-COURSECTR
               '  CONFIRMATIONS: ' C-CONFCTR
               '  OTHER TERMS CARRIED FORWARD: ' C-FWDCTR.
           IF RETURN-CODE = 0 AND C-REJCTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE C-REQCTR TO RS-REC-COUNT.
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
               MOVE 'CBLAMB24'      TO RC-PROGRAM
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
               MOVE 'CBLAMB24'      TO RC-PROGRAM
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

       end program CBLAMB24.
