           05 CTR-RECORD-TYPE       PIC X(03).
           05 CTR-RECORD-COUNT      PIC 9(06).

      * Keyed by CTLX-PERIOD-ID; the layout is shared with
      * PeriodMaint and PeriodClose.
       FD  SUM-CONTROL-INDEXED-FILE.
           COPY SUMCTLX.

       FD  SUM-REPORT-FILE.
       01  SUM-REPORT-RECORD       PIC X(80).
       01 WS-AUD-OUTPUT-SUMMARY   PIC X(60).

       01 WS-PERIOD-COUNT         PIC 9(6) VALUE 0.
       01 WS-CLOSED-SKIP-COUNT    PIC 9(6) VALUE 0.

       01 WS-CTL-HDR-SEEN-SW      PIC X(01) VALUE "N".
          88 WS-CTL-HDR-SEEN           VALUE "Y".
      * sequence.
       0450-PROCESS-BATCH-INDEXED.
           MOVE 0 TO WS-PERIOD-COUNT.
           MOVE 0 TO WS-CLOSED-SKIP-COUNT.
           OPEN INPUT SUM-CONTROL-INDEXED-FILE.
           IF NOT WS-CTLX-FILE-OK
               DISPLAY "ERROR OPENING SUM-CONTROL-INDEXED-FILE, ",
           ELSE
               PERFORM 0460-READ-CONTROL-INDEXED-RECORD
               PERFORM UNTIL WS-CTLX-FILE-EOF
                   IF CTLX-PERIOD-CLOSED
                       PERFORM 0465-SKIP-CLOSED-PERIOD
                   ELSE
                       PERFORM 0470-PROCESS-CONTROL-INDEXED-RECORD
                   END-IF
                   PERFORM 0460-READ-CONTROL-INDEXED-RECORD
               END-PERFORM
               CLOSE SUM-CONTROL-INDEXED-FILE
           END-STRING.
           MOVE SPACES TO WS-AUD-OUTPUT-SUMMARY.
           STRING "PERIODS PROCESSED=" WS-PERIOD-COUNT
               " CLOSED SKIPPED=" WS-CLOSED-SKIP-COUNT
               DELIMITED BY SIZE INTO WS-AUD-OUTPUT-SUMMARY
           END-STRING.

                   SET WS-CTLX-FILE-EOF TO TRUE
           END-READ.

      * A closed period has been reported and signed off; running it
      * again would append a second set of RESULTS rows under it, so
      * it is skipped, and each one is raised for the desk. It does
      * not count as processed.
       0465-SKIP-CLOSED-PERIOD.
           ADD 1 TO WS-CLOSED-SKIP-COUNT.
           DISPLAY "Period ", CTLX-PERIOD-ID, " is closed (",
               CTLX-CLOSE-DATE, " by ", CTLX-CLOSED-BY,
               ") - record skipped".
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           MOVE "PERCLOSD" TO WS-EXC-CODE.
           MOVE 4 TO WS-EXC-SEVERITY.
           MOVE CTLX-PERIOD-ID TO WS-EXC-KEY.
           MOVE SPACES TO WS-EXC-DESC.
           STRING "PERIOD CLOSED " CTLX-CLOSE-DATE " BY "
               CTLX-CLOSED-BY " - NOT RE-RUN"
               DELIMITED BY SIZE INTO WS-EXC-DESC
           END-STRING.
           PERFORM 9800-WRITE-EXCEPTION.

       0470-PROCESS-CONTROL-INDEXED-RECORD.
           MOVE CTLX-N TO WS-N.
           MOVE CTLX-PERIOD-ID TO WS-PERIOD-ID.
