      *       CBLAMB02 (directly or through the CBLAMB13 pre-edit),
      *       so archiving a graduate no longer depends on somebody
      *       remembering to key the transaction
      * A candidate under a privacy hold appears on the degree-
      * audit listing by ID, with the name shown as
      * '** PRIVACY HOLD'.
      *
      * RUN-PARM from SYSIN: graduation term (TTTYY), required
      * credit hours as NNNN meaning NNN.N (blank = 120.0), optional
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\STDGARPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
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

       FD  GRADEFILE
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
                   VALUE 'SHORT OF CREDITS:       '.
           05  TOT-SHRT-COUNT       PIC ZZ,ZZ9.

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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L9-RUN-START.
           IF RP-REQ-CREDITS-N NUMERIC AND RP-REQ-CREDITS-N > 0
               MOVE RP-REQ-CREDITS-N TO CB-REQ-CREDITS.
           IF RP-STUDENT-PATH NOT = SPACES
               ADD 1            TO CND-COUNT
               ADD 1            TO C-CANDCTR
               MOVE I-ID        TO CN-ID (CND-COUNT)
               IF I-HOLD-ACTIVE
                   MOVE '** PRIVACY HOLD' TO CN-LNAME (CND-COUNT)
                   MOVE SPACES  TO CN-FNAME (CND-COUNT)
               ELSE
                   MOVE I-LNAME TO CN-LNAME (CND-COUNT)
                   MOVE I-FNAME TO CN-FNAME (CND-COUNT)
               END-IF
               MOVE I-INIT      TO CN-INIT (CND-COUNT)
               MOVE 0           TO CN-EARNED (CND-COUNT)
           END-IF.
           DISPLAY 'CANDIDATES: ' C-CANDCTR
               '  QUALIFY: '      C-QUALCTR
               '  SHORT: '        C-SHRTCTR.
           MOVE C-READCTR TO RS-REC-COUNT.
           PERFORM L9-RUN-END.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
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
               MOVE 'CBLAMB16'      TO RC-PROGRAM
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
               MOVE 'CBLAMB16'      TO RC-PROGRAM
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

       end program CBLAMB16.
