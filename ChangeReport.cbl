       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ChangeReport".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPA-LOG-FILE ASSIGN TO "OPALOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OAL-FILE-STATUS.
           SELECT CTLX-LOG-FILE ASSIGN TO "CTLXLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CXL-FILE-STATUS.
           SELECT RUNC-LOG-FILE ASSIGN TO "RUNCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
      * OpAuthMaint's change log, as OpAuthMaint writes it: the
      * flag images carry BMI/FACT/SUMTON/BATCH, the reopen images
      * the period-reopen permission (spaces on older rows).
       FD  OPA-LOG-FILE.
       01  OPA-LOG-RECORD.
           05 OAL-RUN-DATE         PIC 9(08).
           05 OAL-RUN-TIME         PIC 9(08).
           05 OAL-OPERATOR-ID      PIC X(08).
           05 OAL-ACTION           PIC X(06).
           05 OAL-TARGET-ID        PIC X(08).
           05 OAL-BEFORE-FLAGS     PIC X(04).
           05 OAL-AFTER-FLAGS      PIC X(04).
           05 OAL-BEFORE-REOPEN    PIC X(01).
           05 OAL-AFTER-REOPEN     PIC X(01).

      * PeriodMaint's and PeriodClose's SUMCTLX change log.
       FD  CTLX-LOG-FILE.
           COPY CTLXLOG.

      * RunCtlMaint's and RunBackout's run-control log: one row per
      * registration deleted or purged, as RunCtlMaint writes it.
       FD  RUNC-LOG-FILE.
       01  RUNC-LOG-RECORD.
           05 RCL-RUN-DATE         PIC 9(08).
           05 RCL-RUN-TIME         PIC 9(08).
           05 RCL-OPERATOR-ID      PIC X(08).
           05 RCL-ACTION           PIC X(06).
           05 RCL-PROGRAM-NAME     PIC X(15).
           05 RCL-FILE-DATE        PIC 9(08).
           05 RCL-SOURCE-ID        PIC X(10).
           05 RCL-RUN-ID           PIC X(16).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-RECORD    PIC X(132).

       FD  EXCEPTION-FILE.
           COPY EXCREC.

      * Sort work record: one change from any of the three logs in a
      * common shape - who, what, the key changed, and the before
      * and after values as text - with the policy breaks already
      * found when the row was read. The sequence number keeps rows
      * stamped the same instant in the order they were read.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-RUN-DATE          PIC 9(08).
           05 SRT-RUN-TIME          PIC 9(08).
           05 SRT-SEQUENCE          PIC 9(07).
           05 SRT-LOG-NAME          PIC X(07).
           05 SRT-OPERATOR-ID       PIC X(08).
           05 SRT-ACTION            PIC X(06).
           05 SRT-TARGET            PIC X(40).
           05 SRT-BEFORE            PIC X(40).
           05 SRT-AFTER             PIC X(40).
           05 SRT-REASON            PIC X(40).
           05 SRT-EXC-KEY           PIC X(20).
           05 SRT-OFF-HOURS-SW      PIC X(01).
              88 SRT-OFF-HOURS           VALUE "Y".
           05 SRT-OWN-ACCESS-SW     PIC X(01).
              88 SRT-OWN-ACCESS-CHANGED  VALUE "C".
              88 SRT-OWN-ACCESS-TRIED    VALUE "A".
           05 SRT-NO-RERUN-SW       PIC X(01).
              88 SRT-NO-RERUN            VALUE "Y".
           05 SRT-BULK-PURGE-SW     PIC X(01).
              88 SRT-BULK-PURGE          VALUE "Y".

       WORKING-STORAGE SECTION.
       01 WS-OAL-FILE-STATUS      PIC XX.
          88 WS-OAL-FILE-OK            VALUE "00".
          88 WS-OAL-FILE-EOF           VALUE "10".

       01 WS-CXL-FILE-STATUS      PIC XX.
          88 WS-CXL-FILE-OK            VALUE "00".
          88 WS-CXL-FILE-EOF           VALUE "10".

       01 WS-RCL-FILE-STATUS      PIC XX.
          88 WS-RCL-FILE-OK            VALUE "00".
          88 WS-RCL-FILE-EOF           VALUE "10".

       01 WS-RC-FILE-STATUS       PIC XX.
          88 WS-RC-FILE-OK             VALUE "00".

       01 WS-RPT-FILE-STATUS      PIC XX.
          88 WS-RPT-FILE-OK            VALUE "00".

       01 WS-EXC-FILE-STATUS      PIC XX.
          88 WS-EXC-FILE-OK            VALUE "00".

       01 WS-SORT-EOF-SW          PIC X(01) VALUE "N".
          88 WS-SORT-EOF               VALUE "Y".
       01 WS-RUNCTL-OPEN-SW       PIC X(01) VALUE "N".
          88 WS-RUNCTL-OPEN            VALUE "Y".

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).

       01 WS-SEL-FROM-DATE-X      PIC X(08).
       01 WS-SEL-TO-DATE-X        PIC X(08).
       01 WS-SEL-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-SEL-TO-DATE          PIC 9(8) VALUE 99999999.

      * Change-control policy. Business hours are Monday through
      * Friday from the opening time up to (not including) the
      * closing time; any change logged outside them is flagged. A
      * purge run that removes at least the bulk limit of
      * registrations is flagged as a bulk purge.
       01 WS-BUSINESS-OPEN        PIC 9(04) VALUE 0700.
       01 WS-BUSINESS-CLOSE       PIC 9(04) VALUE 1800.
       01 WS-BULK-PURGE-LIMIT     PIC 9(05) VALUE 10.

       01 WS-ROW-DATE             PIC 9(08).
       01 WS-ROW-TIME             PIC 9(08).
       01 WS-ROW-TIME-R REDEFINES WS-ROW-TIME.
          05 WS-ROW-HHMM          PIC 9(04).
          05 WS-ROW-SSCC          PIC 9(04).
       01 WS-ROW-INT              PIC 9(07).
       01 WS-DAY-QUOTIENT         PIC 9(07).
       01 WS-WEEKDAY              PIC 9(01).

      * The purge run being gathered from RUNCLOG: consecutive
      * PURGE rows by one operator on one date are one run.
       01 WS-PURGE-ACTIVE-SW      PIC X(01) VALUE "N".
          88 WS-PURGE-ACTIVE           VALUE "Y".
       01 WS-PURGE-OPERATOR       PIC X(08).
       01 WS-PURGE-DATE           PIC 9(08).
       01 WS-PURGE-LAST-TIME      PIC 9(08).
       01 WS-PURGE-COUNT          PIC 9(05).
       01 WS-PURGE-LOW-FILE-DATE  PIC 9(08).
       01 WS-PURGE-HIGH-FILE-DATE PIC 9(08).

       01 WS-SEQUENCE             PIC 9(07) VALUE 0.
       01 WS-OAL-ROWS             PIC 9(07) VALUE 0.
       01 WS-CXL-ROWS             PIC 9(07) VALUE 0.
       01 WS-RCL-ROWS             PIC 9(07) VALUE 0.
       01 WS-ROWS-LISTED          PIC 9(07) VALUE 0.
       01 WS-OFF-HOURS-COUNT      PIC 9(07) VALUE 0.
       01 WS-OWN-ACCESS-COUNT     PIC 9(07) VALUE 0.
       01 WS-NO-RERUN-COUNT       PIC 9(07) VALUE 0.
       01 WS-BULK-PURGE-COUNT     PIC 9(07) VALUE 0.
       01 WS-COUNT-EDIT           PIC ZZZZZZ9.
       01 WS-PURGE-EDIT           PIC ZZZZ9.

       01 WS-MAX-SEVERITY         PIC 9(2) VALUE 0.
       01 WS-NEW-SEVERITY         PIC 9(2) VALUE 0.

       01 WS-EXC-CODE             PIC X(08).
       01 WS-EXC-SEVERITY         PIC 9(02).
       01 WS-EXC-KEY              PIC X(20).
       01 WS-EXC-DESC             PIC X(60).

       01 WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "From change date YYYYMMDD (blank for open): ".
           ACCEPT WS-SEL-FROM-DATE-X.
           DISPLAY "To change date YYYYMMDD (blank for open): ".
           ACCEPT WS-SEL-TO-DATE-X.

           IF WS-SEL-FROM-DATE-X NOT = SPACES
               AND WS-SEL-FROM-DATE-X IS NUMERIC
               MOVE WS-SEL-FROM-DATE-X TO WS-SEL-FROM-DATE
           END-IF.
           IF WS-SEL-TO-DATE-X NOT = SPACES
               AND WS-SEL-TO-DATE-X IS NUMERIC
               MOVE WS-SEL-TO-DATE-X TO WS-SEL-TO-DATE
           END-IF.

           OPEN OUTPUT CHANGE-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
               DISPLAY "ERROR OPENING CHANGE-REPORT-FILE, STATUS: ",
                   WS-RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGE-CONTROL REPORT   FROM " WS-SEL-FROM-DATE
               " TO " WS-SEL-TO-DATE
               "   RUN: " WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "LOGS: OPALOG (OPERATOR ACCESS), CTLXLOG (SUMCTLX PERI
      -        "ODS), RUNCLOG (RUN-CONTROL REGISTRATIONS)"
               TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

      * Without RUNCTL a deleted registration cannot be checked for
      * a later rerun; the listing still runs, and says so.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RC-FILE-OK
               MOVE "Y" TO WS-RUNCTL-OPEN-SW
           ELSE
               DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: ",
                   WS-RC-FILE-STATUS
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE "RUNCTL" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "RUN-CONTROL FILE OPEN FAILED, STATUS "
                   WS-RC-FILE-STATUS " - RERUNS NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "*** RUNCTL COULD NOT BE OPENED - DELETED REGISTRAT
      -            "IONS NOT CHECKED FOR A LATER RERUN"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

           MOVE "DATE     TIME   LOG     OPERATOR ACTION KEY"
               TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-RUN-DATE
               ON ASCENDING KEY SRT-RUN-TIME
               ON ASCENDING KEY SRT-SEQUENCE
               INPUT PROCEDURE IS 0200-GATHER-CHANGES
               OUTPUT PROCEDURE IS 0500-LIST-CHANGES.

           IF WS-RUNCTL-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF.
           PERFORM 0600-WRITE-REPORT-TOTALS.
           CLOSE CHANGE-REPORT-FILE.

           DISPLAY "ChangeReport complete: ", WS-ROWS-LISTED,
               " changes listed, ", WS-OFF-HOURS-COUNT,
               " outside hours, ", WS-OWN-ACCESS-COUNT,
               " own access, ", WS-NO-RERUN-COUNT,
               " deleted without rerun, ", WS-BULK-PURGE-COUNT,
               " bulk purges.".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * Sort input pass: reads each log in turn and releases every
      * row inside the date range in the common shape. A log that
      * does not exist yet simply contributes nothing.
       0200-GATHER-CHANGES.
           PERFORM 0210-GATHER-OPALOG.
           PERFORM 0300-GATHER-CTLXLOG.
           PERFORM 0400-GATHER-RUNCLOG.

       0210-GATHER-OPALOG.
           OPEN INPUT OPA-LOG-FILE.
           IF WS-OAL-FILE-OK
               PERFORM 0220-READ-OPALOG-ROW
               PERFORM UNTIL WS-OAL-FILE-EOF
                   IF OAL-RUN-DATE >= WS-SEL-FROM-DATE
                       AND OAL-RUN-DATE <= WS-SEL-TO-DATE
                       PERFORM 0230-RELEASE-OPALOG-ROW
                   END-IF
                   PERFORM 0220-READ-OPALOG-ROW
               END-PERFORM
               CLOSE OPA-LOG-FILE
           END-IF.

       0220-READ-OPALOG-ROW.
           READ OPA-LOG-FILE
               AT END
                   SET WS-OAL-FILE-EOF TO TRUE
           END-READ.

      * An operator's own record is the one policy OpAuthMaint
      * enforces itself: a refused attempt is on the log as REFUSE,
      * and any other action against one's own ID got past it.
       0230-RELEASE-OPALOG-ROW.
           ADD 1 TO WS-OAL-ROWS.
           PERFORM 0800-START-SORT-ROW.
           MOVE "OPALOG" TO SRT-LOG-NAME.
           MOVE OAL-RUN-DATE TO SRT-RUN-DATE.
           MOVE OAL-RUN-TIME TO SRT-RUN-TIME.
           MOVE OAL-OPERATOR-ID TO SRT-OPERATOR-ID.
           MOVE OAL-ACTION TO SRT-ACTION.
           STRING "OPERATOR " OAL-TARGET-ID
               DELIMITED BY SIZE INTO SRT-TARGET
           END-STRING.
           MOVE OAL-TARGET-ID TO SRT-EXC-KEY.
           IF OAL-BEFORE-FLAGS = SPACES
               MOVE "(NONE)" TO SRT-BEFORE
           ELSE
               STRING "BMI/FACT/SUMTON/BATCH=" OAL-BEFORE-FLAGS
                   " REOPEN=" OAL-BEFORE-REOPEN
                   DELIMITED BY SIZE INTO SRT-BEFORE
               END-STRING
           END-IF.
           IF OAL-AFTER-FLAGS = SPACES
               MOVE "(NONE)" TO SRT-AFTER
           ELSE
               STRING "BMI/FACT/SUMTON/BATCH=" OAL-AFTER-FLAGS
                   " REOPEN=" OAL-AFTER-REOPEN
                   DELIMITED BY SIZE INTO SRT-AFTER
               END-STRING
           END-IF.
           IF OAL-OPERATOR-ID = OAL-TARGET-ID
               IF OAL-ACTION = "REFUSE"
                   MOVE "A" TO SRT-OWN-ACCESS-SW
               ELSE
                   MOVE "C" TO SRT-OWN-ACCESS-SW
               END-IF
           END-IF.
           PERFORM 0850-TEST-BUSINESS-HOURS.
           PERFORM 0890-RELEASE-SORT-ROW.

       0300-GATHER-CTLXLOG.
           OPEN INPUT CTLX-LOG-FILE.
           IF WS-CXL-FILE-OK
               PERFORM 0310-READ-CTLXLOG-ROW
               PERFORM UNTIL WS-CXL-FILE-EOF
                   IF MLG-RUN-DATE >= WS-SEL-FROM-DATE
                       AND MLG-RUN-DATE <= WS-SEL-TO-DATE
                       PERFORM 0320-RELEASE-CTLXLOG-ROW
                   END-IF
                   PERFORM 0310-READ-CTLXLOG-ROW
               END-PERFORM
               CLOSE CTLX-LOG-FILE
           END-IF.

       0310-READ-CTLXLOG-ROW.
           READ CTLX-LOG-FILE
               AT END
                   SET WS-CXL-FILE-EOF TO TRUE
           END-READ.

       0320-RELEASE-CTLXLOG-ROW.
           ADD 1 TO WS-CXL-ROWS.
           PERFORM 0800-START-SORT-ROW.
           MOVE "CTLXLOG" TO SRT-LOG-NAME.
           MOVE MLG-RUN-DATE TO SRT-RUN-DATE.
           MOVE MLG-RUN-TIME TO SRT-RUN-TIME.
           MOVE MLG-OPERATOR-ID TO SRT-OPERATOR-ID.
           MOVE MLG-ACTION TO SRT-ACTION.
           STRING "PERIOD " MLG-PERIOD-ID
               DELIMITED BY SIZE INTO SRT-TARGET
           END-STRING.
           MOVE MLG-PERIOD-ID TO SRT-EXC-KEY.
           IF MLG-BEFORE-N = SPACES AND MLG-BEFORE-TYPE = SPACES
               AND MLG-BEFORE-STATUS = SPACES
               MOVE "(NONE)" TO SRT-BEFORE
           ELSE
               STRING "TYPE=" MLG-BEFORE-TYPE
                   " FROM=" MLG-BEFORE-FROM
                   " TO=" MLG-BEFORE-N
                   " ST=" MLG-BEFORE-STATUS
                   DELIMITED BY SIZE INTO SRT-BEFORE
               END-STRING
           END-IF.
           IF MLG-AFTER-N = SPACES AND MLG-AFTER-TYPE = SPACES
               AND MLG-AFTER-STATUS = SPACES
               MOVE "(NONE)" TO SRT-AFTER
           ELSE
               STRING "TYPE=" MLG-AFTER-TYPE
                   " FROM=" MLG-AFTER-FROM
                   " TO=" MLG-AFTER-N
                   " ST=" MLG-AFTER-STATUS
                   DELIMITED BY SIZE INTO SRT-AFTER
               END-STRING
           END-IF.
           MOVE MLG-REASON TO SRT-REASON.
           PERFORM 0850-TEST-BUSINESS-HOURS.
           PERFORM 0890-RELEASE-SORT-ROW.

      * RUNCLOG is read in the order it was written, so the rows of
      * one purge run are consecutive and can be counted as they
      * pass; the run's bulk-purge row is released after its last
      * row.
       0400-GATHER-RUNCLOG.
           MOVE "N" TO WS-PURGE-ACTIVE-SW.
           OPEN INPUT RUNC-LOG-FILE.
           IF WS-RCL-FILE-OK
               PERFORM 0410-READ-RUNCLOG-ROW
               PERFORM UNTIL WS-RCL-FILE-EOF
                   IF RCL-RUN-DATE >= WS-SEL-FROM-DATE
                       AND RCL-RUN-DATE <= WS-SEL-TO-DATE
                       PERFORM 0420-RELEASE-RUNCLOG-ROW
                   END-IF
                   PERFORM 0410-READ-RUNCLOG-ROW
               END-PERFORM
               IF WS-PURGE-ACTIVE
                   PERFORM 0450-END-PURGE-RUN
               END-IF
               CLOSE RUNC-LOG-FILE
           END-IF.

       0410-READ-RUNCLOG-ROW.
           READ RUNC-LOG-FILE
               AT END
                   SET WS-RCL-FILE-EOF TO TRUE
           END-READ.

       0420-RELEASE-RUNCLOG-ROW.
           ADD 1 TO WS-RCL-ROWS.
           IF WS-PURGE-ACTIVE
               IF RCL-ACTION NOT = "PURGE"
                   OR RCL-OPERATOR-ID NOT = WS-PURGE-OPERATOR
                   OR RCL-RUN-DATE NOT = WS-PURGE-DATE
                   PERFORM 0450-END-PURGE-RUN
               END-IF
           END-IF.
           PERFORM 0800-START-SORT-ROW.
           MOVE "RUNCLOG" TO SRT-LOG-NAME.
           MOVE RCL-RUN-DATE TO SRT-RUN-DATE.
           MOVE RCL-RUN-TIME TO SRT-RUN-TIME.
           MOVE RCL-OPERATOR-ID TO SRT-OPERATOR-ID.
           MOVE RCL-ACTION TO SRT-ACTION.
           STRING RCL-PROGRAM-NAME " " RCL-FILE-DATE " "
               RCL-SOURCE-ID
               DELIMITED BY SIZE INTO SRT-TARGET
           END-STRING.
           MOVE RCL-SOURCE-ID TO SRT-EXC-KEY.
           STRING "REGISTERED, RUN ID " RCL-RUN-ID
               DELIMITED BY SIZE INTO SRT-BEFORE
           END-STRING.
           MOVE "(REMOVED)" TO SRT-AFTER.
           IF RCL-ACTION = "DELETE"
               PERFORM 0430-CHECK-FOR-RERUN
           END-IF.
           IF RCL-ACTION = "PURGE"
               PERFORM 0440-COUNT-PURGE-ROW
           END-IF.
           PERFORM 0850-TEST-BUSINESS-HOURS.
           PERFORM 0890-RELEASE-SORT-ROW.

      * A registration is deleted so its file can run again; if
      * RUNCTL holds no registration for that program, file date
      * and source now, the rerun never happened.
       0430-CHECK-FOR-RERUN.
           IF WS-RUNCTL-OPEN
               MOVE RCL-PROGRAM-NAME TO RC-PROGRAM-NAME
               MOVE RCL-FILE-DATE TO RC-FILE-DATE
               MOVE RCL-SOURCE-ID TO RC-SOURCE-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE "Y" TO SRT-NO-RERUN-SW
               END-READ
           END-IF.

       0440-COUNT-PURGE-ROW.
           IF NOT WS-PURGE-ACTIVE
               MOVE "Y" TO WS-PURGE-ACTIVE-SW
               MOVE RCL-OPERATOR-ID TO WS-PURGE-OPERATOR
               MOVE RCL-RUN-DATE TO WS-PURGE-DATE
               MOVE 0 TO WS-PURGE-COUNT
               MOVE RCL-FILE-DATE TO WS-PURGE-LOW-FILE-DATE
               MOVE RCL-FILE-DATE TO WS-PURGE-HIGH-FILE-DATE
           END-IF.
           ADD 1 TO WS-PURGE-COUNT.
           MOVE RCL-RUN-TIME TO WS-PURGE-LAST-TIME.
           IF RCL-FILE-DATE < WS-PURGE-LOW-FILE-DATE
               MOVE RCL-FILE-DATE TO WS-PURGE-LOW-FILE-DATE
           END-IF.
           IF RCL-FILE-DATE > WS-PURGE-HIGH-FILE-DATE
               MOVE RCL-FILE-DATE TO WS-PURGE-HIGH-FILE-DATE
           END-IF.

      * Closes the purge run being counted; one that reached the
      * bulk limit is released as its own flagged line, stamped
      * with the run's last row so it lists right after it.
       0450-END-PURGE-RUN.
           MOVE "N" TO WS-PURGE-ACTIVE-SW.
           IF WS-PURGE-COUNT >= WS-BULK-PURGE-LIMIT
               PERFORM 0800-START-SORT-ROW
               MOVE "RUNCLOG" TO SRT-LOG-NAME
               MOVE WS-PURGE-DATE TO SRT-RUN-DATE
               MOVE WS-PURGE-LAST-TIME TO SRT-RUN-TIME
               MOVE WS-PURGE-OPERATOR TO SRT-OPERATOR-ID
               MOVE "BULK" TO SRT-ACTION
               MOVE WS-PURGE-COUNT TO WS-PURGE-EDIT
               STRING WS-PURGE-EDIT " REGISTRATIONS PURGED IN ONE RUN"
                   DELIMITED BY SIZE INTO SRT-TARGET
               END-STRING
               STRING "FILE DATES " WS-PURGE-LOW-FILE-DATE " TO "
                   WS-PURGE-HIGH-FILE-DATE
                   DELIMITED BY SIZE INTO SRT-BEFORE
               END-STRING
               MOVE "(REMOVED)" TO SRT-AFTER
               MOVE WS-PURGE-OPERATOR TO SRT-EXC-KEY
               MOVE "Y" TO SRT-BULK-PURGE-SW
               PERFORM 0890-RELEASE-SORT-ROW
           END-IF.

      * Sort output pass: lists every change in time order - the
      * change itself, its before and after values, any stated
      * reason - with each policy break flagged under it and raised
      * to EXCFILE.
       0500-LIST-CHANGES.
           PERFORM 0510-RETURN-SORTED-ROW.
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 0520-LIST-ONE-CHANGE
               PERFORM 0510-RETURN-SORTED-ROW
           END-PERFORM.

       0510-RETURN-SORTED-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       0520-LIST-ONE-CHANGE.
           ADD 1 TO WS-ROWS-LISTED.
           MOVE SRT-RUN-TIME TO WS-ROW-TIME.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SRT-RUN-DATE " " WS-ROW-HHMM WS-ROW-SSCC(1:2) " "
               SRT-LOG-NAME " " SRT-OPERATOR-ID " " SRT-ACTION " "
               SRT-TARGET
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           STRING "          BEFORE: " SRT-BEFORE
               "  AFTER: " SRT-AFTER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF SRT-REASON NOT = SPACES
               STRING "          REASON: " SRT-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.
           IF SRT-OFF-HOURS
               ADD 1 TO WS-OFF-HOURS-COUNT
               MOVE "          *** POLICY: CHANGE MADE OUTSIDE BUSINESS
      -            " HOURS"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "CCOFFHRS" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-DESC
               STRING SRT-LOG-NAME " " SRT-ACTION " BY "
                   SRT-OPERATOR-ID " AT " SRT-RUN-DATE " "
                   WS-ROW-HHMM " OUTSIDE HOURS"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 0550-RAISE-POLICY-BREAK
           END-IF.
           IF SRT-OWN-ACCESS-CHANGED
               ADD 1 TO WS-OWN-ACCESS-COUNT
               MOVE "          *** POLICY: OPERATOR CHANGED OWN ACCESS"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "CCOWNACC" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-DESC
               STRING "OPERATOR " SRT-OPERATOR-ID " " SRT-ACTION
                   " OWN OPAUTH RECORD " SRT-RUN-DATE
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 0550-RAISE-POLICY-BREAK
           END-IF.
           IF SRT-OWN-ACCESS-TRIED
               ADD 1 TO WS-OWN-ACCESS-COUNT
               MOVE "          *** POLICY: OPERATOR TRIED TO CHANGE OWN
      -            " ACCESS (REFUSED)"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "CCOWNACC" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-DESC
               STRING "OPERATOR " SRT-OPERATOR-ID
                   " TRIED OWN OPAUTH RECORD " SRT-RUN-DATE
                   " - REFUSED"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 0550-RAISE-POLICY-BREAK
           END-IF.
           IF SRT-NO-RERUN
               ADD 1 TO WS-NO-RERUN-COUNT
               MOVE "          *** POLICY: REGISTRATION DELETED AND NEV
      -            "ER RERUN"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "CCNORERN" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-DESC
               STRING SRT-TARGET(1:33) " DELETED, NO RERUN"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 0550-RAISE-POLICY-BREAK
           END-IF.
           IF SRT-BULK-PURGE
               ADD 1 TO WS-BULK-PURGE-COUNT
               MOVE "          *** POLICY: BULK PURGE OF RUN-CONTROL RE
      -            "GISTRATIONS"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "CCBULKPG" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-DESC
               STRING "BULK PURGE BY " SRT-OPERATOR-ID " "
                   SRT-RUN-DATE ": " SRT-TARGET(1:30)
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 0550-RAISE-POLICY-BREAK
           END-IF.

      * Writes the policy break staged by the caller to EXCFILE.
       0550-RAISE-POLICY-BREAK.
           MOVE SRT-EXC-KEY TO WS-EXC-KEY.
           MOVE WS-EXC-SEVERITY TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           PERFORM 9800-WRITE-EXCEPTION.

       0600-WRITE-REPORT-TOTALS.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-OAL-ROWS TO WS-COUNT-EDIT.
           STRING "OPALOG CHANGES:                " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-CXL-ROWS TO WS-COUNT-EDIT.
           STRING "CTLXLOG CHANGES:               " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-RCL-ROWS TO WS-COUNT-EDIT.
           STRING "RUNCLOG CHANGES:               " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-OFF-HOURS-COUNT TO WS-COUNT-EDIT.
           STRING "OUTSIDE BUSINESS HOURS:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-OWN-ACCESS-COUNT TO WS-COUNT-EDIT.
           STRING "OWN ACCESS CHANGED OR TRIED:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-NO-RERUN-COUNT TO WS-COUNT-EDIT.
           STRING "DELETED WITH NO LATER RERUN:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-BULK-PURGE-COUNT TO WS-COUNT-EDIT.
           STRING "BULK PURGES:                   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF WS-OFF-HOURS-COUNT = 0 AND WS-OWN-ACCESS-COUNT = 0
               AND WS-NO-RERUN-COUNT = 0 AND WS-BULK-PURGE-COUNT = 0
               MOVE "NO CHANGE-CONTROL POLICY BREAKS IN THE PERIOD"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "*** CHANGE-CONTROL POLICY BREAKS - SEE ABOVE ***"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

       0700-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-REPORT-LINE.

       0800-START-SORT-ROW.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE "N" TO SRT-OFF-HOURS-SW.
           MOVE "N" TO SRT-OWN-ACCESS-SW.
           MOVE "N" TO SRT-NO-RERUN-SW.
           MOVE "N" TO SRT-BULK-PURGE-SW.

      * Flags a change stamped on a Saturday or Sunday, or outside
      * business hours on a weekday. Day 1 of the integer calendar,
      * 1601-01-01, was a Monday.
       0850-TEST-BUSINESS-HOURS.
           MOVE SRT-RUN-DATE TO WS-ROW-DATE.
           MOVE SRT-RUN-TIME TO WS-ROW-TIME.
           IF WS-ROW-DATE IS NUMERIC AND WS-ROW-TIME IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE) = 0
                   COMPUTE WS-ROW-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
                   DIVIDE 7 INTO WS-ROW-INT
                       GIVING WS-DAY-QUOTIENT REMAINDER WS-WEEKDAY
                   IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                       OR WS-ROW-HHMM < WS-BUSINESS-OPEN
                       OR WS-ROW-HHMM >= WS-BUSINESS-CLOSE
                       MOVE "Y" TO SRT-OFF-HOURS-SW
                   END-IF
               END-IF
           END-IF.

       0890-RELEASE-SORT-ROW.
           ADD 1 TO WS-SEQUENCE.
           MOVE WS-SEQUENCE TO SRT-SEQUENCE.
           RELEASE SORT-WORK-RECORD.

      * Writes one typed exception row to the shared exceptions
      * file, appending if it already exists, so the morning
      * exceptions report shows every change-control policy break.
       9800-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF WS-EXC-FILE-OK
               MOVE "ChangeReport" TO EXC-PROGRAM-NAME
               MOVE WS-RUN-DATE TO EXC-RUN-DATE
               MOVE WS-RUN-TIME TO EXC-RUN-TIME
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

       END PROGRAM ChangeReport.
