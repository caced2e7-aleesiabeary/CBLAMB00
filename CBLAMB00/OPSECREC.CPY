      *****************************************************************
      * OPSECREC - operator security record on STDOPSEC.DAT, one per
      * operator allowed to sign on to the interactive maintenance
      * programs (CBLAMB01 student master, CBLAMB12 course catalog).
      * Each OS-AUTH slot names a program the operator may run and
      * the function letters permitted in it (for example CBLAMB01
      * 'IU', or CBLAMB12 'IL' for inquiry only); a program not named
      * in any slot refuses the sign-on.  Quit is always allowed.
      * The operator ID is stamped on every STDNTAUD.DAT entry the
      * session writes.
      *****************************************************************
       01 OS-REC.
           05 OS-OPERATOR             PIC X(8).
           05 OS-PASSWORD             PIC X(8).
           05 OS-NAME                 PIC X(20).
           05 OS-AUTH                 OCCURS 4 TIMES.
               10 OS-AUTH-PROGRAM     PIC X(8).
               10 OS-AUTH-FUNCTIONS   PIC X(8).
