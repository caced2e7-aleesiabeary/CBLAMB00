      *****************************************************************
      * REGREC - course registration record layout for STDREG.DAT,
      * one record per student per course per term.  The CBLAMB24
      * registration run books students into courses ahead of the
      * term; CBLAMB19 can bill the term from these records instead
      * of the posted grades, and at term end CBLAMB25 matches them
      * against STDGRAD.DAT so a registered course with no grade
      * posted is reported as missing.
      *****************************************************************
       01 RG-REC.
           05 RG-ID                   PIC X(7).
           05 RG-TERM                 PIC X(5).
           05 RG-COURSE               PIC X(8).
           05 RG-CREDITS              PIC 9V9.
           05 RG-CREDITS-X REDEFINES RG-CREDITS
                                      PIC X(2).
           05 RG-REG-DATE             PIC X(8).
