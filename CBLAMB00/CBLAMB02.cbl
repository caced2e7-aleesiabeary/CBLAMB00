      *     R  REINSTATE an archived student - the archived record is
      *        copied back onto STUDENT-MASTER and removed from the
      *        archive, so a re-enrolling student is not re-keyed
      *     H  place a privacy (FERPA non-disclosure) HOLD on the
      *        student
      *     U  release (UNHOLD) the student's privacy hold
      *
      * H and U carry the date the hold or release takes effect in
      * TR-HOLD-DATE (YYYYMMDD, in the TR-EX-STRT-SAL positions;
      * blank = run date).  A future date, a hold on a student
      * already held, or a release with no hold on file is rejected.
      * The master record is journaled like a change, and the audit
      * entry carries the effective date.  A delete carries the hold
      * onto the archive record and a reinstate brings it back.
      *
      * TR-ENROLL-TERM and TR-GRAD-TERM set the enrollment and
      * expected graduation terms on adds, and replace them on
      * changes when non-blank.  A delete carries both terms onto
      * the archive record and a reinstate restores them from it;
      * a student archived before the archive carried the terms
      * comes back with them blank for re-keying.
      *
      * TR-MAJOR on adds and changes is validated against the majors
      * reference file STDMAJOR.DAT; an add with a code not on the
			   05 TR-INIT                 PIC X.
			   05 TR-GPA                  PIC 9V99.
			   05 TR-EX-STRT-SAL          PIC 9(6)V99.
			   05 TR-HOLD-DATE REDEFINES TR-EX-STRT-SAL
					      PIC X(8).
			   05 TR-REASON               PIC X.
			   05 TR-MAJOR                PIC X(4).
			   05 TR-ENROLL-TERM          PIC X(5).
	   FD  STUDENT-MASTER
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS I-REC
	       RECORD CONTAINS 72 CHARACTERS.
	       COPY STDNTREC.

	   FD  MAJORFILE
	   FD  ARCHMASTER
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS AR-REC
		   RECORD CONTAINS 81 CHARACTERS.
		   COPY STDARREC.

	   FD  JRNLFILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS JR-REC
		   RECORD CONTAINS 87 CHARACTERS.
		   COPY JRNLREC.

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

       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
           05  C-ERRCTR              PIC 99       VALUE 0.
           05  C-JRNCTR              PIC 9(5)     VALUE 0.
           05  C-REINCTR             PIC 99       VALUE 0.
           05  C-HOLDCTR             PIC 99       VALUE 0.
           05  CB-HOLD-DATE          PIC X(8)     VALUE SPACES.
           05  CB-DATE-NUM           PIC 9(8)     VALUE 0.
           05  CB-DATE-NUM-X REDEFINES CB-DATE-NUM
                                     PIC X(8).
       01  MAJOR-TABLE-AREA.
           05  MJT-COUNT             PIC 9(3) COMP VALUE 0.
           05  MAJOR-TABLE OCCURS 0 TO 200 TIMES

       01  JOURNAL-MSG.
           05  JM-FUNCTION           PIC X.
           05  JM-IMAGE              PIC X(81).
       01  AUDIT-STAMP.
           05  AS-DATE.
               10  AS-YEAR           PIC X(4).
               '  CHANGES: '    C-CHGCTR
               '  DELETES: '    C-DELCTR
               '  REINSTATES: ' C-REINCTR
               '  HOLDS: '      C-HOLDCTR
               '  ERRORS: '     C-ERRCTR.
           ADD C-ADDCTR C-CHGCTR C-DELCTR C-REINCTR C-HOLDCTR
               C-ERRCTR GIVING RS-REC-COUNT.
           PERFORM L9-RUN-END.

       L3-TRAN-READ.
                   PERFORM L4-DELETE-STUDENT
               WHEN 'R'
                   PERFORM L4-REINSTATE-STUDENT
               WHEN 'H'
                   PERFORM L4-PRIVACY-HOLD
               WHEN 'U'
                   PERFORM L4-PRIVACY-HOLD
               WHEN OTHER
                   PERFORM L4-LOG-BAD-FUNCTION
           END-EVALUATE.
               MOVE TR-MAJOR        TO I-MAJOR
               MOVE TR-ENROLL-TERM  TO I-ENROLL-TERM
               MOVE TR-GRAD-TERM    TO I-GRAD-TERM
               MOVE 'N'             TO I-PRIVACY-HOLD
               MOVE SPACES          TO I-HOLD-DATE
               WRITE I-REC
                   INVALID KEY
                       ADD 1 TO C-ERRCTR
           MOVE I-EX-STRT-SAL   TO AR-EX-STRT-SAL.
           MOVE I-MAJOR         TO AR-MAJOR.
           MOVE AS-DATE         TO AR-ARCH-DATE.
           MOVE I-ENROLL-TERM   TO AR-ENROLL-TERM.
           MOVE I-GRAD-TERM     TO AR-GRAD-TERM.
           MOVE I-PRIVACY-HOLD  TO AR-PRIVACY-HOLD.
           MOVE I-HOLD-DATE     TO AR-HOLD-DATE.
           IF TR-REASON = 'G' OR TR-REASON = 'W' OR TR-REASON = 'P'
               MOVE TR-REASON TO AR-REASON
           ELSE
           MOVE AR-GPA-X        TO I-GPA-X.
           MOVE AR-EX-STRT-SAL  TO I-EX-STRT-SAL.
           MOVE AR-MAJOR        TO I-MAJOR.
           MOVE AR-ENROLL-TERM  TO I-ENROLL-TERM.
           MOVE AR-GRAD-TERM    TO I-GRAD-TERM.
           MOVE AR-PRIVACY-HOLD TO I-PRIVACY-HOLD.
           MOVE AR-HOLD-DATE    TO I-HOLD-DATE.
           WRITE I-REC
               INVALID KEY
                   ADD 1 TO C-ERRCTR
               NOT INVALID KEY
                   ADD 1 TO C-REINCTR
                   MOVE 'R'               TO JM-FUNCTION
                   MOVE AR-REC            TO JM-IMAGE
                   PERFORM L5-WRITE-JOURNAL
                   DELETE ARCHMASTER
                       INVALID KEY
                   PERFORM L5-WRITE-AUDIT
           END-WRITE.

       L4-PRIVACY-HOLD.
           MOVE 'PRIVACY'       TO AM-FUNCTION.
           MOVE TR-ID           TO AM-ID.
           IF TR-HOLD-DATE = SPACES
               MOVE AS-DATE     TO CB-HOLD-DATE
           ELSE
               MOVE TR-HOLD-DATE TO CB-HOLD-DATE
           END-IF.
           MOVE CB-HOLD-DATE    TO CB-DATE-NUM-X.
           MOVE TR-ID           TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO C-ERRCTR
                   MOVE 'REJECTED - STUDENT ID NOT FOUND'
                                          TO AM-DETAIL
                   PERFORM L5-WRITE-AUDIT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CB-DATE-NUM NOT NUMERIC
                         OR CB-DATE-NUM < 19000101
                         OR CB-HOLD-DATE > AS-DATE
                           ADD 1 TO C-ERRCTR
                           MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                                          TO AM-DETAIL
                           PERFORM L5-WRITE-AUDIT
                       WHEN TR-FUNCTION = 'H' AND I-HOLD-ACTIVE
                           ADD 1 TO C-ERRCTR
                           MOVE 'REJECTED - PRIVACY HOLD ALREADY ON'
                                          TO AM-DETAIL
                           PERFORM L5-WRITE-AUDIT
                       WHEN TR-FUNCTION = 'U' AND NOT I-HOLD-ACTIVE
                           ADD 1 TO C-ERRCTR
                           MOVE 'REJECTED - NO PRIVACY HOLD ON FILE'
                                          TO AM-DETAIL
                           PERFORM L5-WRITE-AUDIT
                       WHEN OTHER
                           PERFORM L5-APPLY-HOLD
                   END-EVALUATE
           END-READ.

       L5-APPLY-HOLD.
           MOVE 'C'   TO JM-FUNCTION.
           MOVE I-REC TO JM-IMAGE.
           PERFORM L5-WRITE-JOURNAL.
           MOVE SPACES TO AM-DETAIL.
           IF TR-FUNCTION = 'H'
               MOVE 'Y' TO I-PRIVACY-HOLD
               STRING 'PRIVACY HOLD PLACED - EFF ' CB-HOLD-DATE
                   DELIMITED BY SIZE
                   INTO AM-DETAIL
           ELSE
               MOVE 'N' TO I-PRIVACY-HOLD
               STRING 'PRIVACY HOLD RELEASED - EFF ' CB-HOLD-DATE
                   DELIMITED BY SIZE
                   INTO AM-DETAIL
           END-IF.
           MOVE CB-HOLD-DATE TO I-HOLD-DATE.
           REWRITE I-REC
               INVALID KEY
                   ADD 1 TO C-ERRCTR
                   MOVE 'REWRITE FAILED'  TO AM-DETAIL
                   PERFORM L5-WRITE-AUDIT
               NOT INVALID KEY
                   ADD 1 TO C-HOLDCTR
                   PERFORM L5-WRITE-AUDIT
           END-REWRITE.

       L4-LOG-BAD-FUNCTION.
           ADD 1 TO C-ERRCTR.
           MOVE 'UNKNOWN'       TO AM-FUNCTION.
           MOVE AM-FUNCTION     TO AU-FUNCTION.
           MOVE AM-ID           TO AU-ID.
           MOVE AM-DETAIL       TO AU-DETAIL.
           MOVE 'CBLAMB02'      TO AU-OPERATOR.
           WRITE AU-REC.

       L9-RUN-START.
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
