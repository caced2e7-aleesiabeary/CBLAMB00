      *****************************************************************
      * AWRDREC - scholarship award record layout for STDAWRD.DAT.
      * CBLAMB17 writes one award per student per term, stamped with
      * the date the award run priced it, and carries every other
      * term's awards forward.  CBLAMB19 nets the award against the
      * term tuition bill: AD-CREDIT is the part taken off the bill
      * (RV-AWARD on STDRECV.DAT) and AD-DISB the part paid out to
      * the student on STDDISB.DAT.  AD-CREDIT is refigured on every
      * billing run for the term; AD-DISB only ever grows, so money
      * already sent out is never sent twice.
      *****************************************************************
       01 AD-REC.
           05 AD-ID                   PIC X(7).
           05 AD-TERM                 PIC X(5).
           05 AD-BAND                 PIC 9.
           05 AD-MAJOR                PIC X(4).
           05 AD-AMOUNT               PIC 9(5)V99.
           05 AD-AWARD-DATE           PIC X(8).
           05 AD-CREDIT               PIC 9(5)V99.
           05 AD-DISB                 PIC 9(5)V99.
