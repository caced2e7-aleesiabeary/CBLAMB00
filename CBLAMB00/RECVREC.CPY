      *****************************************************************
      * RECVREC - tuition receivables record layout for STDRECV.DAT.
      * CBLAMB19 writes one record per student per billed term, with
      * the date the term was billed; the CBLAMB23 cash receipts run
      * posts payments against RV-PAID, oldest bill first, and ages
      * the open balance (RV-AMOUNT less RV-AWARD less RV-PAID) from
      * RV-BILL-DATE.  RV-AWARD is the scholarship credit CBLAMB19
      * takes off the gross tuition in RV-AMOUNT.  The file carries
      * every term still on the books, not only the term most
      * recently billed.
      *****************************************************************
       01 RV-REC.
           05 RV-ID                   PIC X(7).
           05 RV-TERM                 PIC X(5).
           05 RV-CREDITS              PIC 9(3)V9.
           05 RV-AMOUNT               PIC 9(7)V99.
           05 RV-BILL-DATE            PIC X(8).
           05 RV-PAID                 PIC 9(7)V99.
           05 RV-AWARD                PIC 9(7)V99.
