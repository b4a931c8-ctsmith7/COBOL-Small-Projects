      *****************************************************************
      * RUNCTL - Run-control record shared by the batch runs that
      * register their input: BMICalculator, SumToN, DemoLoad and
      * EhrExtract. Each execution registers the input file's header
      * identity (program, file date, source ID) and a run ID here;
      * a later run that finds its input already registered is a
      * suspected rerun and needs an explicit, logged operator
      * override to proceed. RunCtlMaint maintains the file;
      * XmitCheck and ChangeReport read it; RunBackout drops or
      * adjusts a backed-out run's registrations; SuspReview counts
      * a held reading rejected at review against its file.
      * The reject-tracking fields carry the source's original reject
      * count and how many of those rejects later came back corrected
      * and processed on a recycle run, so every returned record can
