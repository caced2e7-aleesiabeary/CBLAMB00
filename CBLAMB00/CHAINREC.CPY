      *****************************************************************
      * CHAINREC - job-chain definition record on STDCHAIN.DAT, one
      * per step of the chain in step-number order.  CH-PREDECESSOR
      * names up to five programs that must have ended acceptably in
      * the current chain before this step may start (blank slots
      * unused); CH-MAX-RC is the highest return code from this step
      * that still counts as acceptable to the steps that follow it
      * (0000 = must end clean, 0004 = warnings allowed).  Read by
      * the CBLAMB28 chain controller.
      *****************************************************************
       01 CH-REC.
           05 CH-STEP                 PIC 9(3).
           05 CH-PROGRAM              PIC X(8).
           05 CH-DESC                 PIC X(20).
           05 CH-MAX-RC               PIC 9(4).
           05 CH-PREDECESSOR          PIC X(8)    OCCURS 5 TIMES.
