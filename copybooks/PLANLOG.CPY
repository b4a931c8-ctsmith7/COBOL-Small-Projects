      *****************************************************************
      * PLANLOG - Plan-execution log written by MATHTOOLS: one row
      * per run-plan step, in execution order, recording what ran,
      * with what parameters, and how it finished. Read back by
      * MATHTOOLS for a restart, by RunRecon against the audit
      * trail, and by DeadlineCheck against the plan deadlines.
      * PLG-PLAN-ID names the plan (environment variable RUNPLAN-ID
      * when the plan was run, RUNPLAN when none was set) and the
      * plan start date/time is the same on every row of one
      * execution, so an execution can be told from the next and
      * timed from its start. Rows written before those fields
      * existed carry spaces there; readers take such a row as plan
      * RUNPLAN and start an execution at each step-1 row.
      *****************************************************************
       01  PLAN-LOG-RECORD.
           05 PLG-RUN-DATE         PIC 9(08).
           05 PLG-RUN-TIME         PIC 9(08).
           05 PLG-STEP-NUMBER      PIC 9(03).
           05 PLG-TOOL-NAME        PIC X(15).
           05 PLG-PARM-SUMMARY     PIC X(40).
           05 PLG-STATUS           PIC X(20).
           05 PLG-PLAN-ID          PIC X(08).
           05 PLG-PLAN-START-DATE  PIC 9(08).
           05 PLG-PLAN-START-TIME  PIC 9(08).
