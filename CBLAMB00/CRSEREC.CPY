      *****************************************************************
      * CRSEREC - course catalog reference file record layout (course
      * code, title, official credit hours, seat limit), shared by the
      * CBLAMB12 catalog maintenance program and the programs that
      * validate GR-COURSE and GR-CREDITS on STDGRAD.DAT against it,
      * the same way MAJORREC backs the I-MAJOR edit.  CR-SEATS is
      * the most students the CBLAMB24 registration run will book
      * into the course in one term; zero means no limit is set.
      *****************************************************************
       01 CR-REC.
           05 CR-COURSE               PIC X(8).
           05 CR-CREDITS              PIC 9V9.
           05 CR-CREDITS-X REDEFINES CR-CREDITS
                                      PIC X(2).
           05 CR-SEATS                PIC 9(3).
           05 CR-SEATS-X REDEFINES CR-SEATS
                                      PIC X(3).
