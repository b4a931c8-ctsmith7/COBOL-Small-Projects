      *****************************************************************
      * PATSUSP - Suspense file for roster readings held back because
      * the change from the patient's prior master reading, per day
      * elapsed, exceeded the hold limits on SUSPLIM. A held reading
      * has updated neither PATMAST nor RESULTS. Keyed by patient,
      * the run that held it, and that run's hold sequence number.
      * SuspReview records the clinician's decision on each one; a
      * released reading is posted by BMICalculator's suspense
      * posting mode exactly as a roster reading would have been.
      * Origin: B roster batch run, R recycle run.
      * Hold reason: WC weight change, HC height change.
      * Status: H held, R released awaiting posting, P posted,
      *         X rejected back to the clinic, E posting failed
      *         (the posting run's reject or superseded code is in
      *         SUS-REJECT-REASON).
      *****************************************************************
       01  PATIENT-SUSPENSE-RECORD.
           05 SUS-KEY.
              10 SUS-PAT-ID          PIC X(05).
              10 SUS-HELD-RUN-ID.
                 15 SUS-HELD-RUN-DATE PIC 9(08).
                 15 SUS-HELD-RUN-TIME PIC 9(08).
              10 SUS-HELD-SEQ        PIC 9(04).
           05 SUS-ORIGIN             PIC X(01).
           05 SUS-FILE-DATE          PIC 9(08).
           05 SUS-SOURCE-ID          PIC X(10).
           05 SUS-WEIGHT             PIC 999.
           05 SUS-HEIGHT-INCHES      PIC 999.
           05 SUS-PRIOR-RUN-DATE     PIC 9(08).
           05 SUS-PRIOR-WEIGHT       PIC 999.
           05 SUS-PRIOR-HEIGHT       PIC 999.
           05 SUS-DAYS-ELAPSED       PIC 9(05).
           05 SUS-HOLD-REASON        PIC X(02).
           05 SUS-STATUS             PIC X(01).
           05 SUS-DECISION-DATE      PIC 9(08).
           05 SUS-DECISION-TIME      PIC 9(08).
           05 SUS-DECISION-OPERATOR  PIC X(08).
           05 SUS-REJECT-REASON      PIC X(02).
           05 SUS-POSTED-RUN-ID      PIC X(16).
