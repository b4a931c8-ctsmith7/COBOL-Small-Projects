      *****************************************************************
      * RECERTSO - Access recertification sign-off file: one row per
      * operator on OPAUTH, written by AccessRecert at each review
      * and applied by OpAuthMaint once security has marked it.
      * The five-byte flag groups are in BMI/FACT/SUMTON/BATCH/
      * REOPEN order. RSO-CURRENT-FLAGS is the record as it stood at
      * the review; RSO-UNUSED-FLAGS carries a U under each flag
      * granted but never used; RSO-REVOKE-MARKS is written blank,
      * and security puts an R under each flag to be removed. A row
      * whose operator record has changed since the review is not
      * applied - the review no longer describes it.
      *****************************************************************
       01  RECERT-SIGNOFF-RECORD.
           05 RSO-OPERATOR-ID      PIC X(08).
           05 FILLER               PIC X(01).
           05 RSO-REVIEW-DATE      PIC 9(08).
           05 FILLER               PIC X(01).
           05 RSO-CURRENT-FLAGS    PIC X(05).
           05 RSO-CURRENT-FLAGS-R REDEFINES RSO-CURRENT-FLAGS.
              10 RSO-CURRENT-FLAG  PIC X(01) OCCURS 5 TIMES.
           05 FILLER               PIC X(01).
           05 RSO-UNUSED-FLAGS     PIC X(05).
           05 FILLER               PIC X(01).
           05 RSO-REVOKE-MARKS     PIC X(05).
           05 RSO-REVOKE-MARKS-R REDEFINES RSO-REVOKE-MARKS.
              10 RSO-REVOKE-MARK   PIC X(01) OCCURS 5 TIMES.
           05 FILLER               PIC X(01).
           05 RSO-FINDINGS         PIC X(40).
