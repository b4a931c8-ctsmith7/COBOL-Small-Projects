      *****************************************************************
      * DEADLN - Batch-window deadline file: one record per program
      * (type J, the name it writes on AUDITLOG) or MATHTOOLS run
      * plan (type P, the plan ID on PLANLOG) that must be finished
      * by a set time. Maintained by DeadlineMaint, read nightly by
      * DeadlineCheck.
      * Schedule:  D every night
      *            W weeknights, Monday through Friday
      *            S one given weekday, DL-WEEKDAY 1 Monday through
      *              7 Sunday
      *            M the last calendar day of each month
      * The schedule names the window date: the night's window opens
      * at DL-WINDOW-OPEN on that date and runs until the same time
      * the next day, and a run belongs to the window its start
      * falls in. The latest acceptable end time is on the window
      * date when it is after the window opens, otherwise on the
      * morning after. DL-MAX-ELAPSED is in whole seconds; zero
      * means no limit. The effective and expiry dates bound the
      * entry; an open-ended entry carries 99999999 as its expiry.
      *****************************************************************
       01  DEADLINE-RECORD.
           05 DL-KEY.
              10 DL-TARGET-TYPE      PIC X(01).
                 88 DL-TARGET-PROGRAM     VALUE "J".
                 88 DL-TARGET-PLAN        VALUE "P".
              10 DL-TARGET-NAME      PIC X(15).
           05 DL-DEADLINE-DATA.
              10 DL-SCHEDULE         PIC X(01).
                 88 DL-SCHED-DAILY        VALUE "D".
                 88 DL-SCHED-WEEKDAYS     VALUE "W".
                 88 DL-SCHED-ONE-DAY      VALUE "S".
                 88 DL-SCHED-MONTH-END    VALUE "M".
              10 DL-WEEKDAY          PIC 9(01).
              10 DL-WINDOW-OPEN      PIC 9(04).
              10 DL-LATEST-END       PIC 9(04).
              10 DL-MAX-ELAPSED      PIC 9(07).
              10 DL-EFFECTIVE-DATE   PIC 9(08).
              10 DL-EXPIRY-DATE      PIC 9(08).
              10 DL-DESCRIPTION      PIC X(30).
