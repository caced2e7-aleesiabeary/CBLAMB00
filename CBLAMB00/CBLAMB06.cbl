       FD  JRNLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JR-REC
           RECORD CONTAINS 87 CHARACTERS.
           COPY JRNLREC.

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

       FD  RUNCTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY RUNCTL.

       working-storage section.
               10  J-FUNCTION        PIC X.
               10  J-IMAGE.
                   15  J-IMAGE-ID    PIC X(7).
                   15  FILLER        PIC X(74).
       01  JRN-SUB                   PIC 9(4) COMP VALUE 0.

       01  RUN-CONTROL-AREA.
           MOVE AM-FUNCTION     TO AU-FUNCTION.
           MOVE AM-ID           TO AU-ID.
           MOVE AM-DETAIL       TO AU-DETAIL.
           MOVE 'CBLAMB06'      TO AU-OPERATOR.
           WRITE AU-REC.

       L9-RUN-START.
               MOVE SPACES          TO RC-END-TIME
               MOVE 'STARTED'       TO RC-STATUS
               MOVE 0               TO RC-REC-COUNT
               MOVE 0               TO RC-RETURN-CODE
               WRITE RC-REC
               CLOSE RUNCTLFILE
           END-IF.
                   MOVE 'ERROR'     TO RC-STATUS
               END-IF
               MOVE RS-REC-COUNT    TO RC-REC-COUNT
               MOVE RETURN-CODE     TO RC-RETURN-CODE
               WRITE RC-REC
               CLOSE RUNCTLFILE
           END-IF.
