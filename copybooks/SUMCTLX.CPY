      *****************************************************************
      * SUMCTLX - SumToN period-control record, keyed by period ID
      * (e.g. "202608") so a whole year's control cards can be
      * loaded once and processed in period order regardless of load
      * sequence. The typed fields say what to compute: type S (or
      * spaces, for records loaded before the field existed) is the
      * sum, type Q the sum of squares, over the positions CTLX-FROM
      * through CTLX-TO. Zero range fields mean 1 through CTLX-N,
      * which is how the old records behave. PeriodMaint keeps
      * CTLX-N equal to CTLX-TO on maintained records.
      * The status is O open, C closed (finance has signed the period
      * off: SumToN will not re-run it and PeriodMaint will not
      * change it) or R reopened by an authorized operator for
      * correction; PeriodClose sets C and stamps the close date and
      * closing operator, which a reopen leaves in place. Records
      * written before the status existed carry spaces there, which
      * read as open.
      *****************************************************************
       01  SUM-CONTROL-INDEXED-RECORD.
           05 CTLX-PERIOD-ID        PIC X(06).
           05 CTLX-N                PIC 9(8).
           05 CTLX-COMP-TYPE        PIC X(02).
           05 CTLX-FROM             PIC 9(8).
           05 CTLX-TO               PIC 9(8).
           05 CTLX-STATUS           PIC X(01).
              88 CTLX-PERIOD-OPEN        VALUE "O" " ".
              88 CTLX-PERIOD-CLOSED      VALUE "C".
              88 CTLX-PERIOD-REOPENED    VALUE "R".
           05 CTLX-CLOSE-DATE       PIC X(08).
           05 CTLX-CLOSED-BY        PIC X(08).
