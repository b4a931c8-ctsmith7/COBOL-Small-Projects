      *****************************************************************
      * EHRPARM - Parameter area BMICalculator passes to EhrExtract
      * at the end of a batch or recycle run: the run stamp its
      * RESULTS rows carry, which identifies the run to extract.
      * EhrExtract run standalone (to re-extract a run whose
      * transmission was lost) prompts for the same stamp instead.
      *****************************************************************
       01  EHR-PARM-AREA.
           05 EP-RUN-DATE            PIC 9(08).
           05 EP-RUN-TIME            PIC 9(08).
