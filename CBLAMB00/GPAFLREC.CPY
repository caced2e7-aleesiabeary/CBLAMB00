      *****************************************************************
      * GPAFLREC - GPA recompute flag record on STDGPAFL.DAT.  A
      * program that changes a posted grade (the CBLAMB26 grade
      * maintenance run, including incompletes lapsed to F) appends
      * one record naming the student, the term of the grade and the
      * program that changed it.  CBLAMB03 recomputes every flagged
      * student - or only the flagged students when its parm asks for
      * that - and empties the file once they have been recomputed.
      *****************************************************************
       01 FL-REC.
           05 FL-ID                   PIC X(7).
           05 FL-TERM                 PIC X(5).
           05 FL-DATE                 PIC X(8).
           05 FL-PROGRAM              PIC X(8).
