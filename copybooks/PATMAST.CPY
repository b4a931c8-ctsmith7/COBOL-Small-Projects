      *****************************************************************
      * PATMAST - Patient master record, keyed by patient ID, carrying
      * each patient's most recent roster reading so the next batch
      * run can report whether the BMI is trending up or down.
      * BMICalculator maintains it; the run backout restores it from
      * the before-images BMICalculator leaves on PATJRNL.
      * The last height feeds the implausible-change hold; records
      * written before it existed carry spaces there, which the
      * programs must treat as not-captured.
      *****************************************************************
       01  PATIENT-MASTER-RECORD.
           05 PMS-PAT-ID            PIC X(05).
           05 PMS-LAST-RUN-DATE     PIC 9(8).
           05 PMS-LAST-WEIGHT       PIC 999.
           05 PMS-LAST-BMI          PIC 999V99.
           05 PMS-LAST-CATEGORY     PIC X(11).
           05 PMS-LAST-HEIGHT       PIC 999.
