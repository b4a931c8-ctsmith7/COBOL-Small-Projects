      *****************************************************************
      * RESULTS - Common final-results record shared by BMICalculator,
      * Factorial, SumToN, PermComb, DemoLoad and PatMerge. Each
      * program appends one row per computed result to the RESULTS
      * file, keyed by program name, run timestamp, and (where
      * applicable) a batch key such as a patient ID, period ID or
      * n/r pair, so downstream reporting can consume final values
      * without re-deriving them. Beside its BMI, CATEGORY,
      * IDEAL-RANGE and DELTA-TO-GOAL rows, BMICalculator writes a
      * READING row per roster patient whose value is laid out by
      * EHRREAD.
      *****************************************************************
       01  RESULTS-RECORD.
           05 RES-PROGRAM-NAME       PIC X(15).
