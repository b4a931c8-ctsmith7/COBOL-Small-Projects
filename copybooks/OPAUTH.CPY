      *****************************************************************
      * OPAUTH - Operator authorization record, keyed by operator ID,
      * with one Y/N permission flag per tool, one for the batch
      * modes, and one for reopening a closed SUMCTLX period.
      * MATHTOOLS and PlanCheck read it; PeriodMaint reads it before
      * a reopen; AccessRecert reviews it for recertification;
      * OpAuthMaint is the supported way to maintain it.
      * Records written before the reopen flag existed carry a space
      * there, which the programs must treat as not authorized.
      *****************************************************************
       01  OPERATOR-AUTH-RECORD.
           05 OPA-OPERATOR-ID      PIC X(08).
           05 OPA-MAY-RUN-BMI      PIC X(01).
           05 OPA-MAY-RUN-FACT     PIC X(01).
           05 OPA-MAY-RUN-SUMTON   PIC X(01).
           05 OPA-MAY-RUN-BATCH    PIC X(01).
           05 OPA-MAY-REOPEN       PIC X(01).
