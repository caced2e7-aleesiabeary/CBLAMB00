      * by every program in the chain: one STARTED entry when the
      * program begins and one COMPLETE (or ERROR, when the program
      * ends with a non-zero return code) entry when it finishes,
      * with the record count it processed and the return code it
      * ended with.  A STARTED entry with no matching ending entry
      * means the program died mid-run.  The CBLAMB20 operator status
      * report reads this file to show last night's chain at a
      * glance, and the CBLAMB28 chain controller reads it to decide
      * whether a step's predecessors completed.  CBLAMB28 also
      * writes a CHAINBEG entry under its own name when a new chain
      * begins, and a REFUSED entry under a step's name when it
      * refuses to let that step start.  Entries written before the
      * return code was carried have it blank.
      *****************************************************************
       01 RC-REC.
           05 RC-PROGRAM              PIC X(8).
           05 RC-END-TIME             PIC X(6).
           05 RC-STATUS               PIC X(8).
           05 RC-REC-COUNT            PIC 9(6).
           05 RC-RETURN-CODE          PIC 9(4).
