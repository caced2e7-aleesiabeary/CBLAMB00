           05 JR-FUNCTION             PIC X.
           05 JR-IMAGE.
               10 JR-IMAGE-ID         PIC X(7).
               10 FILLER              PIC X(74).
