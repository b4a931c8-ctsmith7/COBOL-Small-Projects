      *****************************************************************
      * BMIREF - BMI classification cut points, one record per age,
      * sex and effective date, maintained by BmiRefMaint and read by
      * BMICalculator (to classify) and ResultsVerify (to re-derive).
      * A reading is classified with, for its age and sex, the record
      * carrying the latest effective date on or before the roster
      * file date, so a growth-chart revision takes effect from its
      * effective date and older runs keep the bands they were
      * classified with.
      *   Ages 2 through 19, sex M or F: BMI-for-age percentile cut
      *   points - 5th (LOW), 85th (OVER), 95th (OBESE). Ages under
      *   2 are classified with the age-2 record.
      *   Age 20, sex A: the adult cut points for everyone 20 and
      *   over - underweight below LOW, overweight from OVER, obese
      *   from OBESE.
      *****************************************************************
       01  BMI-REFERENCE-RECORD.
           05 REF-KEY.
              10 REF-AGE             PIC 9(02).
              10 REF-SEX             PIC X(01).
                 88 REF-SEX-MALE          VALUE "M".
                 88 REF-SEX-FEMALE        VALUE "F".
                 88 REF-SEX-ADULT         VALUE "A".
              10 REF-EFFECTIVE-DATE  PIC 9(08).
           05 REF-BAND-DATA.
              10 REF-LOW-CUT         PIC 99V9.
              10 REF-OVER-CUT        PIC 99V9.
              10 REF-OBESE-CUT       PIC 99V9.
              10 REF-REVISION        PIC X(30).
