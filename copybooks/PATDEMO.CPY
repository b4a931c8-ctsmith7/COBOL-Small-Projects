      *****************************************************************
      * PATDEMO - Patient demographics master, keyed by the same
      * PAT-ID the roster and PATMAST use, carrying date of birth and
      * sex so a minor's BMI can be classified with age- and
      * sex-specific percentile bands instead of the adult CDC cut
      * points. Loaded from the clinic registration feed by DemoLoad.
      * Sex: M male, F female.
      *****************************************************************
       01  PATIENT-DEMO-RECORD.
           05 PDM-PAT-ID            PIC X(05).
           05 PDM-BIRTH-DATE        PIC 9(08).
           05 PDM-SEX               PIC X(01).
