      *****************************************************************
      * EHRREAD - Value carried on the READING row BMICalculator
      * writes to RESULTS for each processed roster patient, beside
      * the BMI, CATEGORY, IDEAL-RANGE and DELTA-TO-GOAL rows. It
      * holds the reading's own particulars - the roster file date
      * the reading was taken on, the weight and height it was
      * computed from, the trend against the prior master reading,
      * the sending clinic, and whether the adult or pediatric bands
      * classified it - so EhrExtract can rebuild the EHR interface
      * file for any run from RESULTS alone. The patient's age at
      * the reading date and sex let ResultsVerify re-derive a
      * pediatric category from the percentile bands in effect.
      * Trend is UP, DOWN or STEADY against the prior reading, FIRST
      * for a patient new to the master, spaces when the master was
      * not available.
      *****************************************************************
       01  EHR-READING-VALUE.
           05 RDV-READING-DATE       PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RDV-WEIGHT             PIC 9(03).
           05 FILLER                 PIC X(01).
           05 RDV-HEIGHT-INCHES      PIC 9(03).
           05 FILLER                 PIC X(01).
           05 RDV-TREND              PIC X(06).
           05 FILLER                 PIC X(01).
           05 RDV-SOURCE-ID          PIC X(10).
           05 FILLER                 PIC X(01).
           05 RDV-AGE-GROUP          PIC X(09).
           05 FILLER                 PIC X(01).
           05 RDV-PATIENT-AGE        PIC 9(03).
           05 FILLER                 PIC X(01).
           05 RDV-PATIENT-SEX        PIC X(01).
