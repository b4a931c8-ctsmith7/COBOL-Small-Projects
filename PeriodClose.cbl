       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PeriodClose".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUM-CONTROL-INDEXED-FILE ASSIGN TO "SUMCTLX"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLX-PERIOD-ID
               FILE STATUS IS WS-CTLX-FILE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "CTLXLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The period-control file SumToN runs from and PeriodMaint
      * maintains; this run only ever moves a period to closed.
       FD  SUM-CONTROL-INDEXED-FILE.
           COPY SUMCTLX.

      * The same change log PeriodMaint writes, so a period's whole
      * history - maintenance, close, reopen - reads in one place.
       FD  MAINT-LOG-FILE.
           COPY CTLXLOG.

       FD  AUDIT-LOG-FILE.
           COPY AUDTREC.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01 WS-CTLX-FILE-STATUS     PIC XX.
          88 WS-CTLX-FILE-OK           VALUE "00".

       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-AUD-FILE-STATUS      PIC XX.
          88 WS-AUD-FILE-OK            VALUE "00".

       01 WS-EXC-FILE-STATUS      PIC XX.
          88 WS-EXC-FILE-OK            VALUE "00".

      * Every period whose ID is at or below this one is closed.
       01 WS-THROUGH-PERIOD-ID    PIC X(06).

       01 WS-OPERATOR-ID          PIC X(08).
       01 WS-BEFORE-STATUS        PIC X(01).

       01 WS-CLOSED-COUNT         PIC 9(6) VALUE 0.
       01 WS-ALREADY-CLOSED-COUNT PIC 9(6) VALUE 0.
       01 WS-FAILED-COUNT         PIC 9(6) VALUE 0.

      * Completion severity, graded and returned in RETURN-CODE so
      * the scheduler can tell a clean run from a disaster:
      *   0 clean / 8 error (a period could not be rewritten)
      *   12 severe (file open failure or no period ID given)
       01 WS-MAX-SEVERITY   PIC 9(2) VALUE 0.
       01 WS-NEW-SEVERITY   PIC 9(2) VALUE 0.

      * Run start/end stamps and elapsed time for the audit trail,
      * so long-running jobs can be trended over time.
       01 WS-START-DATE           PIC 9(8).
       01 WS-START-TIME           PIC 9(8).
       01 WS-START-TIME-R REDEFINES WS-START-TIME.
          05 WS-START-HH          PIC 9(2).
          05 WS-START-MM          PIC 9(2).
          05 WS-START-SS          PIC 9(2).
          05 WS-START-HS          PIC 9(2).
       01 WS-END-DATE             PIC 9(8).
       01 WS-END-TIME             PIC 9(8).
       01 WS-END-TIME-R REDEFINES WS-END-TIME.
          05 WS-END-HH            PIC 9(2).
          05 WS-END-MM            PIC 9(2).
          05 WS-END-SS            PIC 9(2).
          05 WS-END-HS            PIC 9(2).
       01 WS-START-SECS           PIC 9(7)V99.
       01 WS-END-SECS             PIC 9(7)V99.
       01 WS-ELAPSED-SECS         PIC 9(7)V99.

       01 WS-AUD-INPUT-SUMMARY    PIC X(60).
       01 WS-AUD-OUTPUT-SUMMARY   PIC X(60).

      * Staging for the next typed exception row: code, severity,
      * the key involved, and a descriptive line for the desk.
       01 WS-EXC-CODE             PIC X(08).
       01 WS-EXC-SEVERITY         PIC 9(02).
       01 WS-EXC-KEY              PIC X(20).
       01 WS-EXC-DESC             PIC X(60).

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE 0 TO WS-MAX-SEVERITY.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

           DISPLAY "Close every period through period ID ",
               "(e.g. 202706): ".
           MOVE SPACES TO WS-THROUGH-PERIOD-ID.
           ACCEPT WS-THROUGH-PERIOD-ID.
           MOVE SPACES TO WS-AUD-INPUT-SUMMARY.
           STRING "CLOSE THROUGH PERIOD=" WS-THROUGH-PERIOD-ID
               DELIMITED BY SIZE INTO WS-AUD-INPUT-SUMMARY
           END-STRING.
           IF WS-THROUGH-PERIOD-ID = SPACES
               DISPLAY "ERROR: a period ID is required - nothing ",
                   "closed."
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               GO TO 0100-FINISH-RUN
           END-IF.

           OPEN I-O SUM-CONTROL-INDEXED-FILE.
           IF NOT WS-CTLX-FILE-OK
               DISPLAY "ERROR OPENING SUM-CONTROL-INDEXED-FILE, ",
                   "STATUS: ", WS-CTLX-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "SUMCTLX" TO WS-EXC-KEY
               MOVE "PERIOD FILE COULD NOT BE OPENED FOR CLOSE"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
               GO TO 0100-FINISH-RUN
           END-IF.

           PERFORM 0850-OPEN-MAINT-LOG.

           PERFORM 0200-CLOSE-PERIODS.

           CLOSE SUM-CONTROL-INDEXED-FILE.
           IF WS-LOG-FILE-OK
               CLOSE MAINT-LOG-FILE
           END-IF.

           DISPLAY "Period close through ", WS-THROUGH-PERIOD-ID,
               " complete: ", WS-CLOSED-COUNT, " closed, ",
               WS-ALREADY-CLOSED-COUNT, " already closed, ",
               WS-FAILED-COUNT, " failed.".

       0100-FINISH-RUN.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * Browses the period file in key order from the lowest period
      * and closes every open or reopened period up to and including
      * the through period, stopping at the first period beyond it.
       0200-CLOSE-PERIODS.
           MOVE LOW-VALUES TO CTLX-PERIOD-ID.
           START SUM-CONTROL-INDEXED-FILE
               KEY IS GREATER THAN CTLX-PERIOD-ID
               INVALID KEY
                   DISPLAY "Period file is empty - nothing to close."
           END-START.
           IF WS-CTLX-FILE-OK
               PERFORM 0210-READ-NEXT-PERIOD
               PERFORM UNTIL NOT WS-CTLX-FILE-OK
                       OR CTLX-PERIOD-ID > WS-THROUGH-PERIOD-ID
                   IF CTLX-PERIOD-CLOSED
                       ADD 1 TO WS-ALREADY-CLOSED-COUNT
                   ELSE
                       PERFORM 0300-CLOSE-ONE-PERIOD
                   END-IF
                   PERFORM 0210-READ-NEXT-PERIOD
               END-PERFORM
           END-IF.

       0210-READ-NEXT-PERIOD.
           READ SUM-CONTROL-INDEXED-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

      * Stamps the period closed as of today by the running operator
      * and logs the close with its before and after status.
       0300-CLOSE-ONE-PERIOD.
           MOVE CTLX-STATUS TO WS-BEFORE-STATUS.
           MOVE "C" TO CTLX-STATUS.
           MOVE WS-START-DATE TO CTLX-CLOSE-DATE.
           MOVE WS-OPERATOR-ID TO CTLX-CLOSED-BY.
           REWRITE SUM-CONTROL-INDEXED-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-CTLX-FILE-OK
               ADD 1 TO WS-CLOSED-COUNT
               DISPLAY "Period ", CTLX-PERIOD-ID, " closed."
               PERFORM 0900-WRITE-MAINT-LOG
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "REWRITE FAILED FOR PERIOD ", CTLX-PERIOD-ID,
                   ", STATUS: ", WS-CTLX-FILE-STATUS
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "CLOSFAIL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE CTLX-PERIOD-ID TO WS-EXC-KEY
               MOVE "PERIOD COULD NOT BE CLOSED - STILL OPEN"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
      * Carry on with the browse from the next period.
               MOVE "00" TO WS-CTLX-FILE-STATUS
           END-IF.

      * Opens the period change log, appending if it already exists.
       0850-OPEN-MAINT-LOG.
           OPEN EXTEND MAINT-LOG-FILE.
           IF NOT WS-LOG-FILE-OK
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF NOT WS-LOG-FILE-OK
               DISPLAY "ERROR OPENING MAINT-LOG-FILE, STATUS: ",
                   WS-LOG-FILE-STATUS
           END-IF.

      * Writes the CLOSE row for the period just rewritten; the
      * computation images are unchanged by a close.
       0900-WRITE-MAINT-LOG.
           IF WS-LOG-FILE-OK
               ACCEPT MLG-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT MLG-RUN-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO MLG-OPERATOR-ID
               MOVE "CLOSE" TO MLG-ACTION
               MOVE CTLX-PERIOD-ID TO MLG-PERIOD-ID
               MOVE CTLX-N TO MLG-BEFORE-N
               MOVE CTLX-N TO MLG-AFTER-N
               MOVE CTLX-COMP-TYPE TO MLG-BEFORE-TYPE
               MOVE CTLX-FROM TO MLG-BEFORE-FROM
               MOVE CTLX-COMP-TYPE TO MLG-AFTER-TYPE
               MOVE CTLX-FROM TO MLG-AFTER-FROM
               MOVE WS-BEFORE-STATUS TO MLG-BEFORE-STATUS
               MOVE CTLX-STATUS TO MLG-AFTER-STATUS
               MOVE SPACES TO MLG-REASON
               STRING "PERIOD CLOSE RUN THROUGH "
                   WS-THROUGH-PERIOD-ID
                   DELIMITED BY SIZE INTO MLG-REASON
               END-STRING
               WRITE MAINT-LOG-RECORD
           END-IF.

      * Writes one audit-trail row per execution to the shared
      * AUDIT-LOG file, appending if it already exists.
       9000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUD-OUTPUT-SUMMARY.
           STRING "CLOSED=" WS-CLOSED-COUNT
               " ALREADY CLOSED=" WS-ALREADY-CLOSED-COUNT
               " FAILED=" WS-FAILED-COUNT
               DELIMITED BY SIZE INTO WS-AUD-OUTPUT-SUMMARY
           END-STRING.

           MOVE "PeriodClose" TO AUD-PROGRAM-NAME.
           MOVE WS-START-DATE TO AUD-RUN-DATE.
           MOVE WS-START-TIME TO AUD-RUN-TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-AUD-INPUT-SUMMARY TO AUD-INPUT-SUMMARY.
           MOVE WS-AUD-OUTPUT-SUMMARY TO AUD-OUTPUT-SUMMARY.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM 9050-COMPUTE-ELAPSED-TIME.
           MOVE WS-END-DATE TO AUD-END-DATE.
           MOVE WS-END-TIME TO AUD-END-TIME.
           MOVE WS-ELAPSED-SECS TO AUD-ELAPSED-SECS.
           EVALUATE WS-MAX-SEVERITY
               WHEN 0
                   MOVE "CLEAN" TO AUD-COMPLETION-STATUS
               WHEN 4
                   MOVE "WARNINGS" TO AUD-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO AUD-COMPLETION-STATUS
           END-EVALUATE.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT WS-AUD-FILE-OK
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * Converts the start and end time-of-day stamps to seconds and
      * takes the difference, allowing for a run that crosses
      * midnight into the next day.
       9050-COMPUTE-ELAPSED-TIME.
           COMPUTE WS-START-SECS = WS-START-HH * 3600
               + WS-START-MM * 60 + WS-START-SS
               + WS-START-HS / 100.
           COMPUTE WS-END-SECS = WS-END-HH * 3600
               + WS-END-MM * 60 + WS-END-SS
               + WS-END-HS / 100.
           IF WS-END-DATE NOT = WS-START-DATE
               COMPUTE WS-ELAPSED-SECS =
                   WS-END-SECS + 86400 - WS-START-SECS
           ELSE
               COMPUTE WS-ELAPSED-SECS =
                   WS-END-SECS - WS-START-SECS
           END-IF.

      * Writes one typed exception row to the shared exceptions
      * file, appending if it already exists, from the condition
      * staged in the WS-EXC fields, so the morning exceptions
      * report sees what this run's console saw.
       9800-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF WS-EXC-FILE-OK
               MOVE "PeriodClose" TO EXC-PROGRAM-NAME
               MOVE WS-START-DATE TO EXC-RUN-DATE
               MOVE WS-START-TIME TO EXC-RUN-TIME
               MOVE WS-EXC-CODE TO EXC-CODE
               MOVE WS-EXC-SEVERITY TO EXC-SEVERITY
               MOVE WS-EXC-KEY TO EXC-KEY-ID
               MOVE WS-EXC-DESC TO EXC-DESCRIPTION
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-FILE
           END-IF.

      * Ratchets the run's completion severity upward; it never
      * comes back down, so the worst condition seen wins.
       9900-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-MAX-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-MAX-SEVERITY
           END-IF.

       END PROGRAM PeriodClose.
