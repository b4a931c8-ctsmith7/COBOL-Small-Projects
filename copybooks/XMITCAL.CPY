      *****************************************************************
      * XMITCAL - Expected-transmission calendar: one record per
      * sending source of a run-controlled batch program (PATWGHT
      * roster sources under BMICalculator, SUMCTL sources under
      * SumToN), saying on which days that source is due to send
      * and by what time of day its file must have been registered
      * on RUNCTL. Maintained by XmitCalMaint, read nightly by
      * XmitCheck.
      * Schedule:  D every day
      *            W weekdays, Monday through Friday
      *            S one given weekday, CAL-WEEKDAY 1 Monday through
      *              7 Sunday
      *            M the last calendar day of each month
      * The deadline is HHMM on the due date. The effective and
      * expiry dates bound the entry; an open-ended entry carries
      * 99999999 as its expiry.
      *****************************************************************
       01  XMIT-CALENDAR-RECORD.
           05 CAL-KEY.
              10 CAL-PROGRAM-NAME    PIC X(15).
              10 CAL-SOURCE-ID       PIC X(10).
           05 CAL-SCHEDULE-DATA.
              10 CAL-SCHEDULE        PIC X(01).
                 88 CAL-SCHED-DAILY       VALUE "D".
                 88 CAL-SCHED-WEEKDAYS    VALUE "W".
                 88 CAL-SCHED-ONE-DAY     VALUE "S".
                 88 CAL-SCHED-MONTH-END   VALUE "M".
              10 CAL-WEEKDAY         PIC 9(01).
              10 CAL-DEADLINE-TIME   PIC 9(04).
              10 CAL-EFFECTIVE-DATE  PIC 9(08).
              10 CAL-EXPIRY-DATE     PIC 9(08).
              10 CAL-DESCRIPTION     PIC X(30).
