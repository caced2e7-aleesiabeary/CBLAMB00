      * graduation term in the same TTTYY form as GR-TERM on the
      * grade file, so the CBLAMB16 term-end degree audit can pick
      * out the graduation candidates without a hand-kept list.
      * I-PRIVACY-HOLD is set to Y by a CBLAMB02 H transaction when
      * the student has filed a non-disclosure request, and cleared
      * by a U transaction; I-HOLD-DATE is the effective date of the
      * last of the two.  While the hold is set the student is left
      * off external feeds and the name is masked on internal
      * reports.
      *****************************************************************
	   01 I-REC.
		   05 I-ID                    PIC X(7).
		   05 I-MAJOR                 PIC X(4).
		   05 I-ENROLL-TERM           PIC X(5).
		   05 I-GRAD-TERM             PIC X(5).
		   05 I-PRIVACY-HOLD          PIC X.
			   88 I-HOLD-ACTIVE               VALUE 'Y'.
		   05 I-HOLD-DATE             PIC X(8).
