      * shared by CBLAMB02 (delete-to-archive and reinstate) and the
      * CBLAMB08 archived-student listing.  The student fields mirror
      * STDNTREC; AR-ARCH-DATE and AR-REASON record when and why the
      * student left STUDENT-MASTER.  AR-ENROLL-TERM and AR-GRAD-TERM
      * carry the master's terms so a reinstate restores them and the
      * CBLAMB29 cohort report can place an archived student in an
      * entering class; records archived before the terms were carried
      * have them blank.  AR-PRIVACY-HOLD and AR-HOLD-DATE carry the
      * master's privacy hold, so a former student's non-disclosure
      * request is still honored and comes back on a reinstate.
      *****************************************************************
       01 AR-REC.
           05 AR-ID                   PIC X(7).
               88 AR-GRADUATED                VALUE 'G'.
               88 AR-WITHDRAWN                VALUE 'W'.
               88 AR-PURGED                   VALUE 'P'.
           05 AR-ENROLL-TERM          PIC X(5).
           05 AR-GRAD-TERM            PIC X(5).
           05 AR-PRIVACY-HOLD         PIC X.
               88 AR-HOLD-ACTIVE              VALUE 'Y'.
           05 AR-HOLD-DATE            PIC X(8).
