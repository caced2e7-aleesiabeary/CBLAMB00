       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 72 CHARACTERS.
           COPY STDNTREC.

       FD  ARCHMASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 81 CHARACTERS.
           COPY STDARREC.

       FD  GRADEFILE
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

       working-storage section.
       01  RUN-PATHS.
           MOVE AM-FUNCTION     TO AU-FUNCTION.
           MOVE AM-ID           TO AU-ID.
           MOVE AM-DETAIL       TO AU-DETAIL.
           MOVE 'CBLAMB14'      TO AU-OPERATOR.
           WRITE AU-REC.

       end program CBLAMB14.
