       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DeadlineCheck".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEADLINE-FILE ASSIGN TO "DEADLINE"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DL-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
      * Archive directory and the dated AUDARCH archives it points
      * at, so a month whose rows have been purged from AUDITLOG is
      * still measured from the archived generations.
           SELECT ARCHIVE-DIR-FILE ASSIGN TO "AUDARCDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT PLAN-LOG-FILE ASSIGN TO "PLANLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLG-FILE-STATUS.
           SELECT DEADLINE-REPORT-FILE ASSIGN TO "DEADRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEADLINE-FILE.
           COPY DEADLN.

       FD  AUDIT-LOG-FILE.
           COPY AUDTREC.

       FD  ARCHIVE-DIR-FILE.
           COPY ARCDIR.

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD    PIC X(192).

       FD  PLAN-LOG-FILE.
           COPY PLANLOG.

       FD  DEADLINE-REPORT-FILE.
       01  DEADLINE-REPORT-RECORD  PIC X(132).

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01 WS-DL-FILE-STATUS       PIC XX.
          88 WS-DL-FILE-OK             VALUE "00".
          88 WS-DL-FILE-EOF            VALUE "10".

       01 WS-AUD-FILE-STATUS      PIC XX.
          88 WS-AUD-FILE-OK            VALUE "00".
          88 WS-AUD-FILE-EOF           VALUE "10".

       01 WS-DIR-FILE-STATUS      PIC XX.
          88 WS-DIR-FILE-OK            VALUE "00".
          88 WS-DIR-FILE-EOF           VALUE "10".

       01 WS-ARC-FILE-STATUS      PIC XX.
          88 WS-ARC-FILE-OK            VALUE "00".
          88 WS-ARC-FILE-EOF           VALUE "10".

       01 WS-PLG-FILE-STATUS      PIC XX.
          88 WS-PLG-FILE-OK            VALUE "00".
          88 WS-PLG-FILE-EOF           VALUE "10".

       01 WS-RPT-FILE-STATUS      PIC XX.
          88 WS-RPT-FILE-OK            VALUE "00".

       01 WS-EXC-FILE-STATUS      PIC XX.
          88 WS-EXC-FILE-OK            VALUE "00".

       01 WS-ARCHIVE-FILE-NAME    PIC X(16).
       01 WS-ARCHIVES-READ        PIC 9(03) VALUE 0.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-INT              PIC 9(07).

      * N checks one night's window and raises an exception for
      * every breach; M measures every night of a month and prints
      * each deadline's on-time percentage for the service review.
       01 WS-MODE-INPUT           PIC X(01).
       01 WS-REPORT-MODE          PIC X(01) VALUE "N".
          88 WS-MODE-NIGHTLY           VALUE "N".
          88 WS-MODE-MONTHLY           VALUE "M".

      * The window dates measured: one night, or the nights of one
      * month up to last night.
       01 WS-DATE-INPUT           PIC X(08).
       01 WS-MONTH-INPUT          PIC X(06).
       01 WS-MONTH-VALUE          PIC 9(06).
       01 WS-MONTH-R REDEFINES WS-MONTH-VALUE.
          05 WS-MONTH-YYYY        PIC 9(04).
          05 WS-MONTH-MM          PIC 9(02).
       01 WS-RANGE-VALID-SW       PIC X(01).
          88 WS-RANGE-VALID            VALUE "Y".
       01 WS-FROM-DATE            PIC 9(08).
       01 WS-TO-DATE              PIC 9(08).
       01 WS-FROM-INT             PIC 9(07).
       01 WS-TO-INT               PIC 9(07).
       01 WS-WORK-DATE            PIC 9(08).
       01 WS-WORK-INT             PIC 9(07).
       01 WS-MAX-DAYS             PIC 9(02) VALUE 31.
       01 WS-DAY-COUNT            PIC 9(02) COMP.

      * Weekday and month-end of the window date being evaluated,
      * worked out as XmitCheck does for the transmission calendar.
       01 WS-WINDOW-DATE          PIC 9(08).
       01 WS-WINDOW-INT           PIC 9(07).
       01 WS-NEXT-DATE            PIC 9(08).
       01 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
          05 FILLER               PIC 9(06).
          05 WS-NEXT-DD           PIC 9(02).
       01 WS-DAY-QUOTIENT         PIC 9(07).
       01 WS-WEEKDAY              PIC 9(01).
       01 WS-MONTH-END-SW         PIC X(01) VALUE "N".
          88 WS-MONTH-END              VALUE "Y".
       01 WS-DUE-SW               PIC X(01) VALUE "N".
          88 WS-ENTRY-DUE              VALUE "Y".

      * The deadlines on file, each with one accumulator cell per
      * window date in the range. A cell holds how many runs started
      * in that night's window, the latest end among the timed ones
      * (as day number * 10000 + HHMM, so stamps on different days
      * compare directly), the longest elapsed time, and how many
      * runs carried no timing. The per-entry counters are the
      * month's outcomes.
       01 WS-DEADLINES-LOADED-SW  PIC X(01) VALUE "N".
          88 WS-DEADLINES-LOADED       VALUE "Y".
       01 WS-MAX-ENTRIES          PIC 9(02) VALUE 50.
       01 WS-ENTRY-COUNT          PIC 9(02) VALUE 0.
       01 WS-E-SUB                PIC 9(02) COMP.
       01 WS-D-SUB                PIC 9(02) COMP.
       01 WS-ENTRY-TABLE.
          05 WS-ENTRY OCCURS 50 TIMES.
             10 WS-E-TYPE            PIC X(01).
             10 WS-E-NAME            PIC X(15).
             10 WS-E-SCHEDULE        PIC X(01).
             10 WS-E-WEEKDAY         PIC 9(01).
             10 WS-E-WINDOW-OPEN     PIC 9(04).
             10 WS-E-LATEST-END      PIC 9(04).
             10 WS-E-MAX-ELAPSED     PIC 9(07).
             10 WS-E-EFFECTIVE       PIC 9(08).
             10 WS-E-EXPIRY          PIC 9(08).
             10 WS-E-DESCRIPTION     PIC X(30).
             10 WS-E-DUE-COUNT       PIC 9(03).
             10 WS-E-ONTIME-COUNT    PIC 9(03).
             10 WS-E-LATE-COUNT      PIC 9(03).
             10 WS-E-LONG-COUNT      PIC 9(03).
             10 WS-E-MISSED-COUNT    PIC 9(03).
             10 WS-E-UNTIMED-COUNT   PIC 9(03).
             10 WS-E-CELL OCCURS 31 TIMES.
                15 WS-C-RUNS         PIC 9(03).
                15 WS-C-LAST-END     PIC 9(11).
                15 WS-C-MAX-ELAPSED  PIC 9(07)V99.
                15 WS-C-UNTIMED      PIC 9(03).

      * One run as found on the audit trail or plan log, staged for
      * posting to every deadline that names it.
       01 WS-RUN-TYPE             PIC X(01).
       01 WS-RUN-NAME             PIC X(15).
       01 WS-RUN-START-INT        PIC 9(07).
       01 WS-RUN-START-HHMM       PIC 9(04).
       01 WS-RUN-END-STAMP        PIC 9(11).
       01 WS-RUN-ELAPSED          PIC 9(07)V99.
       01 WS-RUN-TIMED-SW         PIC X(01).
          88 WS-RUN-TIMED              VALUE "Y".
       01 WS-RUN-WINDOW-INT       PIC 9(07).
       01 WS-RUN-DAY-INDEX        PIC S9(07).

      * A time of day as stamped (HHMMSSCC), with views for its
      * HHMM and its whole seconds.
       01 WS-TIME-WORK            PIC 9(08).
       01 WS-TIME-R REDEFINES WS-TIME-WORK.
          05 WS-TIME-HHMM         PIC 9(04).
          05 FILLER               PIC 9(04).
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
          05 WS-TIME-HH           PIC 9(02).
          05 WS-TIME-MM           PIC 9(02).
          05 WS-TIME-SS           PIC 9(02).
          05 FILLER               PIC 9(02).
       01 WS-START-SECS           PIC 9(05).
       01 WS-END-SECS             PIC 9(05).

      * The plan execution being gathered from the plan log: every
      * row of one execution carries the same plan ID and start.
       01 WS-EXEC-ACTIVE-SW       PIC X(01) VALUE "N".
          88 WS-EXEC-ACTIVE            VALUE "Y".
       01 WS-EXEC-PLAN-ID         PIC X(08).
       01 WS-EXEC-START-DATE      PIC 9(08).
       01 WS-EXEC-START-TIME      PIC 9(08).
       01 WS-EXEC-END-DATE        PIC 9(08).
       01 WS-EXEC-END-TIME        PIC 9(08).
       01 WS-ROW-PLAN-ID          PIC X(08).
       01 WS-ROW-START-DATE       PIC 9(08).
       01 WS-ROW-START-TIME       PIC 9(08).
       01 WS-EXECUTIONS-READ      PIC 9(05) VALUE 0.

      * The outcome of one due window, and its report fields.
       01 WS-DEADLINE-STAMP       PIC 9(11).
       01 WS-LATE-SW              PIC X(01).
          88 WS-RUN-LATE               VALUE "Y".
       01 WS-LONG-SW              PIC X(01).
          88 WS-RUN-LONG               VALUE "Y".
       01 WS-LINE-STATUS          PIC X(10).
       01 WS-STAMP-INT            PIC 9(07).
       01 WS-STAMP-HHMM           PIC 9(04).
       01 WS-DUE-BY-DATE          PIC 9(08).
       01 WS-ENDED-DATE           PIC 9(08).
       01 WS-ENDED-TEXT           PIC X(13).
       01 WS-ELAPSED-EDIT         PIC ZZZZZZ9.99.
       01 WS-MAX-EDIT             PIC ZZZZZZ9.

       01 WS-ROWS-READ            PIC 9(07) VALUE 0.
       01 WS-DUE-TOTAL            PIC 9(05) VALUE 0.
       01 WS-ONTIME-TOTAL         PIC 9(05) VALUE 0.
       01 WS-LATE-TOTAL           PIC 9(05) VALUE 0.
       01 WS-LONG-TOTAL           PIC 9(05) VALUE 0.
       01 WS-MISSED-TOTAL         PIC 9(05) VALUE 0.
       01 WS-UNTIMED-TOTAL        PIC 9(05) VALUE 0.
       01 WS-JUDGED-COUNT         PIC 9(05).
       01 WS-ONTIME-PCT           PIC 9(03)V9.
       01 WS-PCT-EDIT             PIC ZZ9.9.
       01 WS-COUNT-EDIT           PIC ZZZZ9.

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
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           DISPLAY "Run (N)ightly deadline check or (M)onthly ",
               "on-time report (blank for N): ".
           MOVE SPACES TO WS-MODE-INPUT.
           ACCEPT WS-MODE-INPUT.
           INSPECT WS-MODE-INPUT CONVERTING "nm" TO "NM".
           IF WS-MODE-INPUT = "M"
               MOVE "M" TO WS-REPORT-MODE
           ELSE
               IF WS-MODE-INPUT NOT = SPACES AND NOT = "N"
                   DISPLAY "ERROR: mode must be N or M."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM 0200-ACCEPT-RANGE
               THRU 0200-ACCEPT-RANGE-EXIT.
           IF NOT WS-RANGE-VALID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DEADLINE-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
               DISPLAY "ERROR OPENING DEADLINE-REPORT-FILE, STATUS: ",
                   WS-RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-MODE-NIGHTLY
               STRING "BATCH-WINDOW DEADLINE CHECK FOR THE WINDOW OF "
                   WS-FROM-DATE
                   "   RUN: " WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "BATCH-WINDOW ON-TIME REPORT FOR WINDOWS "
                   WS-FROM-DATE " TO " WS-TO-DATE
                   "   RUN: " WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

           PERFORM 0250-LOAD-DEADLINES
               THRU 0250-LOAD-DEADLINES-EXIT.
           IF NOT WS-DEADLINES-LOADED
               CLOSE DEADLINE-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Without the audit trail every program would read as never
      * having run, so the check is not made at all.
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT WS-AUD-FILE-OK
               DISPLAY "ERROR OPENING AUDIT-LOG-FILE, STATUS: ",
                   WS-AUD-FILE-STATUS
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "AUDITLOG" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "AUDIT LOG OPEN FAILED, STATUS "
                   WS-AUD-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               MOVE "*** AUDITLOG COULD NOT BE OPENED - NO CHECK MADE"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               CLOSE DEADLINE-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0300-SCAN-LIVE-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE.
           PERFORM 0350-SCAN-AUDIT-ARCHIVES.
           PERFORM 0400-SCAN-PLAN-LOG.

           MOVE "T NAME            WINDOW   DUE BY        ENDED"
               TO WS-REPORT-LINE.
           MOVE "ELAPSED MAXSECS STATUS     DESCRIPTION"
               TO WS-REPORT-LINE(59:).
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0550-EVALUATE-DEADLINES.
           IF WS-MODE-MONTHLY
               PERFORM 0600-WRITE-MONTHLY-SUMMARY
           END-IF.
           PERFORM 0650-WRITE-CHECK-TOTALS.

           CLOSE DEADLINE-REPORT-FILE.

           DISPLAY "DeadlineCheck complete for ", WS-FROM-DATE,
               " to ", WS-TO-DATE, ": ", WS-DUE-TOTAL, " due, ",
               WS-MISSED-TOTAL, " never ran, ", WS-LATE-TOTAL,
               " late, ", WS-LONG-TOTAL, " too long.".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * Sets the window dates to measure. The nightly check defaults
      * to last night's window, since tonight's is still open; the
      * monthly report defaults to last month and never reaches
      * past last night.
       0200-ACCEPT-RANGE.
           MOVE "N" TO WS-RANGE-VALID-SW.
           IF WS-MODE-NIGHTLY
               DISPLAY "Window date to check (YYYYMMDD, blank for ",
                   "last night): "
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES
                   COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-RUN-INT - 1)
               ELSE
                   IF WS-DATE-INPUT IS NUMERIC
                       MOVE WS-DATE-INPUT TO WS-FROM-DATE
                   ELSE
                       MOVE 0 TO WS-FROM-DATE
                   END-IF
                   IF WS-FROM-DATE = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE)
                           NOT = 0
                       DISPLAY "ERROR: window date is not a valid ",
                           "date."
                       GO TO 0200-ACCEPT-RANGE-EXIT
                   END-IF
               END-IF
               MOVE WS-FROM-DATE TO WS-TO-DATE
           ELSE
               DISPLAY "Month to report (YYYYMM, blank for last ",
                   "month): "
               MOVE SPACES TO WS-MONTH-INPUT
               ACCEPT WS-MONTH-INPUT
               IF WS-MONTH-INPUT = SPACES
                   MOVE WS-RUN-DATE(1:6) TO WS-MONTH-VALUE
                   IF WS-MONTH-MM = 1
                       SUBTRACT 1 FROM WS-MONTH-YYYY
                       MOVE 12 TO WS-MONTH-MM
                   ELSE
                       SUBTRACT 1 FROM WS-MONTH-MM
                   END-IF
               ELSE
                   IF WS-MONTH-INPUT IS NOT NUMERIC
                       DISPLAY "ERROR: month must be YYYYMM."
                       GO TO 0200-ACCEPT-RANGE-EXIT
                   END-IF
                   MOVE WS-MONTH-INPUT TO WS-MONTH-VALUE
               END-IF
               COMPUTE WS-FROM-DATE = WS-MONTH-VALUE * 100 + 1
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                   DISPLAY "ERROR: month must be YYYYMM."
                   GO TO 0200-ACCEPT-RANGE-EXIT
               END-IF
               IF WS-MONTH-MM = 12
                   ADD 1 TO WS-MONTH-YYYY
                   MOVE 1 TO WS-MONTH-MM
               ELSE
                   ADD 1 TO WS-MONTH-MM
               END-IF
               COMPUTE WS-WORK-DATE = WS-MONTH-VALUE * 100 + 1
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
               IF WS-WORK-INT >= WS-RUN-INT
                   COMPUTE WS-WORK-INT = WS-RUN-INT - 1
               END-IF
               COMPUTE WS-TO-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-TO-INT < WS-FROM-INT
               DISPLAY "ERROR: no window in that month has closed yet."
               GO TO 0200-ACCEPT-RANGE-EXIT
           END-IF.
           COMPUTE WS-DAY-COUNT = WS-TO-INT - WS-FROM-INT + 1.
           MOVE "Y" TO WS-RANGE-VALID-SW.

       0200-ACCEPT-RANGE-EXIT.
           EXIT.

      * Loads every deadline on file into the table and clears its
      * accumulators. A deadline file that cannot be opened is a
      * severe exception and no check is made.
       0250-LOAD-DEADLINES.
           OPEN INPUT DEADLINE-FILE.
           IF NOT WS-DL-FILE-OK
               DISPLAY "ERROR OPENING DEADLINE-FILE, STATUS: ",
                   WS-DL-FILE-STATUS
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "DEADLINE" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "DEADLINE FILE OPEN FAILED, STATUS "
                   WS-DL-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               MOVE "*** DEADLINES COULD NOT BE OPENED - NO CHECK MADE"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               GO TO 0250-LOAD-DEADLINES-EXIT
           END-IF.
           MOVE LOW-VALUES TO DL-KEY.
           START DEADLINE-FILE
               KEY IS GREATER THAN DL-KEY
               INVALID KEY
                   MOVE "  NO DEADLINES ARE ON FILE - NOTHING IS DUE"
                       TO WS-REPORT-LINE
                   PERFORM 0700-WRITE-REPORT-LINE
           END-START.
           IF WS-DL-FILE-OK
               PERFORM 0260-READ-NEXT-DEADLINE
               PERFORM UNTIL NOT WS-DL-FILE-OK
                   IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM 0270-STORE-DEADLINE
                   ELSE
                       PERFORM 0280-REPORT-TABLE-FULL
                   END-IF
                   PERFORM 0260-READ-NEXT-DEADLINE
               END-PERFORM
           END-IF.
           CLOSE DEADLINE-FILE.
           MOVE "Y" TO WS-DEADLINES-LOADED-SW.

       0250-LOAD-DEADLINES-EXIT.
           EXIT.

       0260-READ-NEXT-DEADLINE.
           READ DEADLINE-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0270-STORE-DEADLINE.
           MOVE WS-ENTRY-COUNT TO WS-E-SUB.
           MOVE DL-TARGET-TYPE TO WS-E-TYPE(WS-E-SUB).
           MOVE DL-TARGET-NAME TO WS-E-NAME(WS-E-SUB).
           MOVE DL-SCHEDULE TO WS-E-SCHEDULE(WS-E-SUB).
           MOVE DL-WEEKDAY TO WS-E-WEEKDAY(WS-E-SUB).
           MOVE DL-WINDOW-OPEN TO WS-E-WINDOW-OPEN(WS-E-SUB).
           MOVE DL-LATEST-END TO WS-E-LATEST-END(WS-E-SUB).
           MOVE DL-MAX-ELAPSED TO WS-E-MAX-ELAPSED(WS-E-SUB).
           MOVE DL-EFFECTIVE-DATE TO WS-E-EFFECTIVE(WS-E-SUB).
           MOVE DL-EXPIRY-DATE TO WS-E-EXPIRY(WS-E-SUB).
           MOVE DL-DESCRIPTION TO WS-E-DESCRIPTION(WS-E-SUB).
           MOVE 0 TO WS-E-DUE-COUNT(WS-E-SUB).
           MOVE 0 TO WS-E-ONTIME-COUNT(WS-E-SUB).
           MOVE 0 TO WS-E-LATE-COUNT(WS-E-SUB).
           MOVE 0 TO WS-E-LONG-COUNT(WS-E-SUB).
           MOVE 0 TO WS-E-MISSED-COUNT(WS-E-SUB).
           MOVE 0 TO WS-E-UNTIMED-COUNT(WS-E-SUB).
           PERFORM VARYING WS-D-SUB FROM 1 BY 1
                   UNTIL WS-D-SUB > WS-MAX-DAYS
               MOVE 0 TO WS-C-RUNS(WS-E-SUB, WS-D-SUB)
               MOVE 0 TO WS-C-LAST-END(WS-E-SUB, WS-D-SUB)
               MOVE 0 TO WS-C-MAX-ELAPSED(WS-E-SUB, WS-D-SUB)
               MOVE 0 TO WS-C-UNTIMED(WS-E-SUB, WS-D-SUB)
           END-PERFORM.

      * A deadline past the table's capacity is not checked; that
      * is raised so it cannot go unmeasured without a trace.
       0280-REPORT-TABLE-FULL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "*** DEADLINE TABLE FULL - " DL-TARGET-TYPE " "
               DL-TARGET-NAME " NOT CHECKED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE 8 TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           MOVE "DLTABFUL" TO WS-EXC-CODE.
           MOVE 8 TO WS-EXC-SEVERITY.
           MOVE DL-TARGET-NAME TO WS-EXC-KEY.
           MOVE "DEADLINE TABLE FULL - DEADLINE NOT CHECKED"
               TO WS-EXC-DESC.
           PERFORM 9800-WRITE-EXCEPTION.

      * Every timed run on the live audit trail is posted to the
      * program deadlines that name it. Access rows are point-in-
      * time events, not runs.
       0300-SCAN-LIVE-AUDIT-LOG.
           PERFORM 0310-READ-AUDIT-ROW.
           PERFORM UNTIL WS-AUD-FILE-EOF
               PERFORM 0320-POST-AUDIT-ROW
               PERFORM 0310-READ-AUDIT-ROW
           END-PERFORM.

       0310-READ-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-AUD-FILE-EOF TO TRUE
           END-READ.

      * Stages the audit row in the record area as a run. The end
      * stamp and elapsed time are only trusted when captured; a
      * row from before they existed still shows the program ran.
       0320-POST-AUDIT-ROW.
           ADD 1 TO WS-ROWS-READ.
           IF AUD-COMPLETION-STATUS NOT = "ACCESS"
               AND AUD-RUN-DATE IS NUMERIC
               AND AUD-RUN-TIME IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(AUD-RUN-DATE) = 0
                   MOVE "J" TO WS-RUN-TYPE
                   MOVE AUD-PROGRAM-NAME TO WS-RUN-NAME
                   COMPUTE WS-RUN-START-INT =
                       FUNCTION INTEGER-OF-DATE(AUD-RUN-DATE)
                   MOVE AUD-RUN-TIME TO WS-TIME-WORK
                   MOVE WS-TIME-HHMM TO WS-RUN-START-HHMM
                   MOVE "N" TO WS-RUN-TIMED-SW
                   MOVE 0 TO WS-RUN-END-STAMP
                   MOVE 0 TO WS-RUN-ELAPSED
                   IF AUD-END-DATE IS NUMERIC
                       AND AUD-END-TIME IS NUMERIC
                       AND AUD-ELAPSED-SECS IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD(AUD-END-DATE)
                           = 0
                           MOVE "Y" TO WS-RUN-TIMED-SW
                           MOVE AUD-END-TIME TO WS-TIME-WORK
                           COMPUTE WS-RUN-END-STAMP =
                               FUNCTION INTEGER-OF-DATE(AUD-END-DATE)
                               * 10000 + WS-TIME-HHMM
                           MOVE AUD-ELAPSED-SECS TO WS-RUN-ELAPSED
                       END-IF
                   END-IF
                   PERFORM 0500-POST-RUN
               END-IF
           END-IF.

      * Archived generations are read only when their cutoff is
      * after the first window date: only those can hold its rows.
       0350-SCAN-AUDIT-ARCHIVES.
           OPEN INPUT ARCHIVE-DIR-FILE.
           IF WS-DIR-FILE-OK
               PERFORM 0360-READ-DIR-ROW
               PERFORM UNTIL WS-DIR-FILE-EOF
                   IF DIR-CUTOFF-DATE IS NUMERIC
                       AND WS-FROM-DATE < DIR-CUTOFF-DATE
                       PERFORM 0370-SCAN-ONE-ARCHIVE
                   END-IF
                   PERFORM 0360-READ-DIR-ROW
               END-PERFORM
               CLOSE ARCHIVE-DIR-FILE
           END-IF.

       0360-READ-DIR-ROW.
           READ ARCHIVE-DIR-FILE
               AT END
                   SET WS-DIR-FILE-EOF TO TRUE
           END-READ.

       0370-SCAN-ONE-ARCHIVE.
           MOVE DIR-ARCHIVE-NAME TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF NOT WS-ARC-FILE-OK
               DISPLAY "WARNING: archive ", WS-ARCHIVE-FILE-NAME,
                   " could not be opened, STATUS: ", WS-ARC-FILE-STATUS
           ELSE
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM 0380-READ-ARCHIVE-ROW
               PERFORM UNTIL WS-ARC-FILE-EOF
                   MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-LOG-RECORD
                   PERFORM 0320-POST-AUDIT-ROW
                   PERFORM 0380-READ-ARCHIVE-ROW
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       0380-READ-ARCHIVE-ROW.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-ARC-FILE-EOF TO TRUE
           END-READ.

      * Gathers the plan log into executions and posts each to the
      * plan deadlines that name it: started at the execution's
      * start stamp, ended at its last step row. Rows from before
      * the plan fields existed are plan RUNPLAN, and their
      * executions start at each step-1 row, as MATHTOOLS' own
      * restart scan reads them.
       0400-SCAN-PLAN-LOG.
           OPEN INPUT PLAN-LOG-FILE.
           IF NOT WS-PLG-FILE-OK
               MOVE "  NO PLAN LOG - NO RUN PLAN HAS EXECUTED"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EXEC-ACTIVE-SW
               PERFORM 0410-READ-PLAN-LOG-ROW
               PERFORM UNTIL WS-PLG-FILE-EOF
                   PERFORM 0420-GATHER-PLAN-ROW
                   PERFORM 0410-READ-PLAN-LOG-ROW
               END-PERFORM
               IF WS-EXEC-ACTIVE
                   PERFORM 0430-POST-EXECUTION
               END-IF
               CLOSE PLAN-LOG-FILE
           END-IF.

       0410-READ-PLAN-LOG-ROW.
           READ PLAN-LOG-FILE
               AT END
                   SET WS-PLG-FILE-EOF TO TRUE
           END-READ.

       0420-GATHER-PLAN-ROW.
           IF PLG-RUN-DATE IS NUMERIC AND PLG-RUN-TIME IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(PLG-RUN-DATE) = 0
                   MOVE PLG-PLAN-ID TO WS-ROW-PLAN-ID
                   IF WS-ROW-PLAN-ID = SPACES
                       MOVE "RUNPLAN" TO WS-ROW-PLAN-ID
                   END-IF
                   MOVE 0 TO WS-ROW-START-DATE
                   IF PLG-PLAN-START-DATE IS NUMERIC
                       AND PLG-PLAN-START-TIME IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD
                           (PLG-PLAN-START-DATE) = 0
                           MOVE PLG-PLAN-START-DATE
                               TO WS-ROW-START-DATE
                           MOVE PLG-PLAN-START-TIME
                               TO WS-ROW-START-TIME
                       END-IF
                   END-IF
                   IF WS-ROW-START-DATE = 0
                       IF WS-EXEC-ACTIVE
                           AND PLG-STEP-NUMBER NOT = 1
                           AND WS-ROW-PLAN-ID = WS-EXEC-PLAN-ID
                           MOVE WS-EXEC-START-DATE
                               TO WS-ROW-START-DATE
                           MOVE WS-EXEC-START-TIME
                               TO WS-ROW-START-TIME
                       ELSE
                           MOVE PLG-RUN-DATE TO WS-ROW-START-DATE
                           MOVE PLG-RUN-TIME TO WS-ROW-START-TIME
                       END-IF
                   END-IF
                   IF WS-EXEC-ACTIVE
                       IF WS-ROW-PLAN-ID NOT = WS-EXEC-PLAN-ID
                           OR WS-ROW-START-DATE NOT =
                               WS-EXEC-START-DATE
                           OR WS-ROW-START-TIME NOT =
                               WS-EXEC-START-TIME
                           PERFORM 0430-POST-EXECUTION
                           MOVE "N" TO WS-EXEC-ACTIVE-SW
                       END-IF
                   END-IF
                   IF NOT WS-EXEC-ACTIVE
                       MOVE "Y" TO WS-EXEC-ACTIVE-SW
                       MOVE WS-ROW-PLAN-ID TO WS-EXEC-PLAN-ID
                       MOVE WS-ROW-START-DATE TO WS-EXEC-START-DATE
                       MOVE WS-ROW-START-TIME TO WS-EXEC-START-TIME
                   END-IF
                   MOVE PLG-RUN-DATE TO WS-EXEC-END-DATE
                   MOVE PLG-RUN-TIME TO WS-EXEC-END-TIME
               END-IF
           END-IF.

      * Stages one whole plan execution as a timed run: elapsed is
      * whole days between start and end plus the seconds between
      * their times of day.
       0430-POST-EXECUTION.
           ADD 1 TO WS-EXECUTIONS-READ.
           MOVE "P" TO WS-RUN-TYPE.
           MOVE WS-EXEC-PLAN-ID TO WS-RUN-NAME.
           COMPUTE WS-RUN-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXEC-START-DATE).
           MOVE WS-EXEC-START-TIME TO WS-TIME-WORK.
           MOVE WS-TIME-HHMM TO WS-RUN-START-HHMM.
           COMPUTE WS-START-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.
           MOVE WS-EXEC-END-TIME TO WS-TIME-WORK.
           COMPUTE WS-END-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXEC-END-DATE).
           COMPUTE WS-RUN-END-STAMP =
               WS-WORK-INT * 10000 + WS-TIME-HHMM.
           IF WS-WORK-INT * 86400 + WS-END-SECS
               < WS-RUN-START-INT * 86400 + WS-START-SECS
               MOVE 0 TO WS-RUN-ELAPSED
           ELSE
               COMPUTE WS-RUN-ELAPSED =
                   (WS-WORK-INT - WS-RUN-START-INT) * 86400
                   + WS-END-SECS - WS-START-SECS
           END-IF.
           MOVE "Y" TO WS-RUN-TIMED-SW.
           PERFORM 0500-POST-RUN.

      * Posts the staged run to every deadline of its type and name.
      * The run belongs to the window its start falls in: the
      * window date itself from the opening time on, otherwise the
      * night before. Runs outside the measured range are ignored.
       0500-POST-RUN.
           PERFORM VARYING WS-E-SUB FROM 1 BY 1
                   UNTIL WS-E-SUB > WS-ENTRY-COUNT
               IF WS-E-TYPE(WS-E-SUB) = WS-RUN-TYPE
                   AND WS-E-NAME(WS-E-SUB) = WS-RUN-NAME
                   IF WS-RUN-START-HHMM >= WS-E-WINDOW-OPEN(WS-E-SUB)
                       MOVE WS-RUN-START-INT TO WS-RUN-WINDOW-INT
                   ELSE
                       COMPUTE WS-RUN-WINDOW-INT =
                           WS-RUN-START-INT - 1
                   END-IF
                   COMPUTE WS-RUN-DAY-INDEX =
                       WS-RUN-WINDOW-INT - WS-FROM-INT + 1
                   IF WS-RUN-DAY-INDEX >= 1
                       AND WS-RUN-DAY-INDEX <= WS-DAY-COUNT
                       MOVE WS-RUN-DAY-INDEX TO WS-D-SUB
                       PERFORM 0510-POST-TO-CELL
                   END-IF
               END-IF
           END-PERFORM.

       0510-POST-TO-CELL.
           ADD 1 TO WS-C-RUNS(WS-E-SUB, WS-D-SUB).
           IF WS-RUN-TIMED
               IF WS-RUN-END-STAMP > WS-C-LAST-END(WS-E-SUB, WS-D-SUB)
                   MOVE WS-RUN-END-STAMP
                       TO WS-C-LAST-END(WS-E-SUB, WS-D-SUB)
               END-IF
               IF WS-RUN-ELAPSED >
                   WS-C-MAX-ELAPSED(WS-E-SUB, WS-D-SUB)
                   MOVE WS-RUN-ELAPSED
                       TO WS-C-MAX-ELAPSED(WS-E-SUB, WS-D-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-C-UNTIMED(WS-E-SUB, WS-D-SUB)
           END-IF.

      * Judges every deadline on every window date it was due. A
      * rerun counts: the window is measured by the last of its runs
      * to finish and the longest of them.
       0550-EVALUATE-DEADLINES.
           PERFORM VARYING WS-D-SUB FROM 1 BY 1
                   UNTIL WS-D-SUB > WS-DAY-COUNT
               COMPUTE WS-WINDOW-INT = WS-FROM-INT + WS-D-SUB - 1
               COMPUTE WS-WINDOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
               PERFORM 0560-COMPUTE-DAY-OF-WINDOW
               PERFORM VARYING WS-E-SUB FROM 1 BY 1
                       UNTIL WS-E-SUB > WS-ENTRY-COUNT
                   PERFORM 0570-TEST-ENTRY-DUE
                   IF WS-ENTRY-DUE
                       PERFORM 0580-JUDGE-ONE-WINDOW
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Day 1 of the integer calendar, 1601-01-01, was a Monday.
       0560-COMPUTE-DAY-OF-WINDOW.
           DIVIDE 7 INTO WS-WINDOW-INT
               GIVING WS-DAY-QUOTIENT REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT + 1).
           MOVE "N" TO WS-MONTH-END-SW.
           IF WS-NEXT-DD = 1
               MOVE "Y" TO WS-MONTH-END-SW
           END-IF.

       0570-TEST-ENTRY-DUE.
           MOVE "N" TO WS-DUE-SW.
           IF WS-WINDOW-DATE >= WS-E-EFFECTIVE(WS-E-SUB)
               AND WS-WINDOW-DATE <= WS-E-EXPIRY(WS-E-SUB)
               EVALUATE WS-E-SCHEDULE(WS-E-SUB)
                   WHEN "D"
                       MOVE "Y" TO WS-DUE-SW
                   WHEN "W"
                       IF WS-WEEKDAY <= 5
                           MOVE "Y" TO WS-DUE-SW
                       END-IF
                   WHEN "S"
                       IF WS-E-WEEKDAY(WS-E-SUB) = WS-WEEKDAY
                           MOVE "Y" TO WS-DUE-SW
                       END-IF
                   WHEN "M"
                       IF WS-MONTH-END
                           MOVE "Y" TO WS-DUE-SW
                       END-IF
               END-EVALUATE
           END-IF.

      * No run in the window is a miss; otherwise the last timed
      * end is held against the deadline and the longest elapsed
      * against the limit. A window whose runs all predate timing
      * capture ran but cannot be judged, and is left out of the
      * on-time percentage.
       0580-JUDGE-ONE-WINDOW.
           ADD 1 TO WS-DUE-TOTAL.
           ADD 1 TO WS-E-DUE-COUNT(WS-E-SUB).
           IF WS-E-LATEST-END(WS-E-SUB) > WS-E-WINDOW-OPEN(WS-E-SUB)
               COMPUTE WS-DEADLINE-STAMP = WS-WINDOW-INT * 10000
                   + WS-E-LATEST-END(WS-E-SUB)
           ELSE
               COMPUTE WS-DEADLINE-STAMP = (WS-WINDOW-INT + 1) * 10000
                   + WS-E-LATEST-END(WS-E-SUB)
           END-IF.
           MOVE "N" TO WS-LATE-SW.
           MOVE "N" TO WS-LONG-SW.
           IF WS-C-RUNS(WS-E-SUB, WS-D-SUB) = 0
               ADD 1 TO WS-MISSED-TOTAL
               ADD 1 TO WS-E-MISSED-COUNT(WS-E-SUB)
               MOVE "NEVER RAN" TO WS-LINE-STATUS
               PERFORM 0590-WRITE-WINDOW-LINE
               IF WS-MODE-NIGHTLY
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "DLMISSED" TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE WS-E-NAME(WS-E-SUB) TO WS-EXC-KEY
                   MOVE SPACES TO WS-EXC-DESC
                   STRING WS-E-TYPE(WS-E-SUB) " DUE IN WINDOW "
                       WS-WINDOW-DATE " BY " WS-DUE-BY-DATE " "
                       WS-E-LATEST-END(WS-E-SUB) " - NEVER RAN"
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
                   PERFORM 9800-WRITE-EXCEPTION
               END-IF
           ELSE
               IF WS-C-RUNS(WS-E-SUB, WS-D-SUB) =
                   WS-C-UNTIMED(WS-E-SUB, WS-D-SUB)
                   ADD 1 TO WS-UNTIMED-TOTAL
                   ADD 1 TO WS-E-UNTIMED-COUNT(WS-E-SUB)
                   MOVE "NO TIMING" TO WS-LINE-STATUS
                   IF WS-MODE-NIGHTLY
                       PERFORM 0590-WRITE-WINDOW-LINE
                   END-IF
               ELSE
                   IF WS-C-LAST-END(WS-E-SUB, WS-D-SUB)
                       > WS-DEADLINE-STAMP
                       MOVE "Y" TO WS-LATE-SW
                   END-IF
                   IF WS-E-MAX-ELAPSED(WS-E-SUB) > 0
                       AND WS-C-MAX-ELAPSED(WS-E-SUB, WS-D-SUB)
                           > WS-E-MAX-ELAPSED(WS-E-SUB)
                       MOVE "Y" TO WS-LONG-SW
                   END-IF
                   PERFORM 0585-RECORD-OUTCOME
               END-IF
           END-IF.

       0585-RECORD-OUTCOME.
           IF WS-RUN-LATE
               ADD 1 TO WS-LATE-TOTAL
               ADD 1 TO WS-E-LATE-COUNT(WS-E-SUB)
           END-IF.
           IF WS-RUN-LONG
               ADD 1 TO WS-LONG-TOTAL
               ADD 1 TO WS-E-LONG-COUNT(WS-E-SUB)
           END-IF.
           IF WS-RUN-LATE AND WS-RUN-LONG
               MOVE "LATE+LONG" TO WS-LINE-STATUS
           ELSE
               IF WS-RUN-LATE
                   MOVE "LATE" TO WS-LINE-STATUS
               ELSE
                   IF WS-RUN-LONG
                       MOVE "TOO LONG" TO WS-LINE-STATUS
                   ELSE
                       MOVE "ON TIME" TO WS-LINE-STATUS
                       ADD 1 TO WS-ONTIME-TOTAL
                       ADD 1 TO WS-E-ONTIME-COUNT(WS-E-SUB)
                   END-IF
               END-IF
           END-IF.
           IF WS-MODE-NIGHTLY OR WS-RUN-LATE OR WS-RUN-LONG
               PERFORM 0590-WRITE-WINDOW-LINE
           END-IF.
           IF WS-MODE-NIGHTLY AND WS-RUN-LATE
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "DLLATE" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE WS-E-NAME(WS-E-SUB) TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING WS-E-TYPE(WS-E-SUB) " WINDOW " WS-WINDOW-DATE
                   " DUE BY " WS-DUE-BY-DATE " "
                   WS-E-LATEST-END(WS-E-SUB) " ENDED " WS-ENDED-TEXT
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.
           IF WS-MODE-NIGHTLY AND WS-RUN-LONG
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "DLLONG" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE WS-E-NAME(WS-E-SUB) TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING WS-E-TYPE(WS-E-SUB) " WINDOW " WS-WINDOW-DATE
                   " RAN " WS-ELAPSED-EDIT " SECS, LIMIT "
                   WS-MAX-EDIT
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

      * One report line per judged window; the nightly check prints
      * every window due, the monthly report only the breaches.
       0590-WRITE-WINDOW-LINE.
           DIVIDE WS-DEADLINE-STAMP BY 10000
               GIVING WS-STAMP-INT REMAINDER WS-STAMP-HHMM.
           COMPUTE WS-DUE-BY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-STAMP-INT).
           MOVE SPACES TO WS-ENDED-TEXT.
           IF WS-C-LAST-END(WS-E-SUB, WS-D-SUB) > 0
               DIVIDE WS-C-LAST-END(WS-E-SUB, WS-D-SUB) BY 10000
                   GIVING WS-STAMP-INT REMAINDER WS-STAMP-HHMM
               COMPUTE WS-ENDED-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-STAMP-INT)
               STRING WS-ENDED-DATE " " WS-STAMP-HHMM
                   DELIMITED BY SIZE INTO WS-ENDED-TEXT
               END-STRING
           ELSE
               IF WS-C-RUNS(WS-E-SUB, WS-D-SUB) = 0
                   MOVE "NOT RUN" TO WS-ENDED-TEXT
               ELSE
                   MOVE "NOT CAPTURED" TO WS-ENDED-TEXT
               END-IF
           END-IF.
           MOVE WS-C-MAX-ELAPSED(WS-E-SUB, WS-D-SUB)
               TO WS-ELAPSED-EDIT.
           MOVE WS-E-MAX-ELAPSED(WS-E-SUB) TO WS-MAX-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-E-TYPE(WS-E-SUB) " " WS-E-NAME(WS-E-SUB) " "
               WS-WINDOW-DATE " " WS-DUE-BY-DATE " "
               WS-E-LATEST-END(WS-E-SUB) " " WS-ENDED-TEXT " "
               WS-ELAPSED-EDIT " " WS-MAX-EDIT " " WS-LINE-STATUS
               " " WS-E-DESCRIPTION(WS-E-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      * The service-review summary: per deadline, the windows due
      * that month and how each went, with the on-time percentage
      * of the windows that could be judged.
       0600-WRITE-MONTHLY-SUMMARY.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "ON-TIME SUMMARY BY DEADLINE" TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "T NAME              DUE ON-TIME  LATE  LONG NEVER RAN"
               TO WS-REPORT-LINE.
           MOVE "NO TIMING  ON-TIME %" TO WS-REPORT-LINE(57:).
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING WS-E-SUB FROM 1 BY 1
                   UNTIL WS-E-SUB > WS-ENTRY-COUNT
               COMPUTE WS-JUDGED-COUNT = WS-E-DUE-COUNT(WS-E-SUB)
                   - WS-E-UNTIMED-COUNT(WS-E-SUB)
               IF WS-JUDGED-COUNT > 0
                   COMPUTE WS-ONTIME-PCT ROUNDED =
                       WS-E-ONTIME-COUNT(WS-E-SUB) * 100
                       / WS-JUDGED-COUNT
                   MOVE WS-ONTIME-PCT TO WS-PCT-EDIT
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-E-TYPE(WS-E-SUB) " " WS-E-NAME(WS-E-SUB)
                   "   " WS-E-DUE-COUNT(WS-E-SUB)
                   "     " WS-E-ONTIME-COUNT(WS-E-SUB)
                   "   " WS-E-LATE-COUNT(WS-E-SUB)
                   "   " WS-E-LONG-COUNT(WS-E-SUB)
                   "       " WS-E-MISSED-COUNT(WS-E-SUB)
                   "         " WS-E-UNTIMED-COUNT(WS-E-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               IF WS-JUDGED-COUNT > 0
                   MOVE WS-PCT-EDIT TO WS-REPORT-LINE(70:5)
               ELSE
                   MOVE "  N/A" TO WS-REPORT-LINE(70:5)
               END-IF
               PERFORM 0700-WRITE-REPORT-LINE
           END-PERFORM.

       0650-WRITE-CHECK-TOTALS.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT.
           STRING "DEADLINES ON FILE:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-DUE-TOTAL TO WS-COUNT-EDIT.
           STRING "WINDOWS DUE:           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-ONTIME-TOTAL TO WS-COUNT-EDIT.
           STRING "  ON TIME:             " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-LATE-TOTAL TO WS-COUNT-EDIT.
           STRING "  FINISHED LATE:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-LONG-TOTAL TO WS-COUNT-EDIT.
           STRING "  RAN TOO LONG:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-MISSED-TOTAL TO WS-COUNT-EDIT.
           STRING "  NEVER RAN:           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-UNTIMED-TOTAL TO WS-COUNT-EDIT.
           STRING "  RAN, NO TIMING:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           COMPUTE WS-JUDGED-COUNT = WS-DUE-TOTAL - WS-UNTIMED-TOTAL.
           IF WS-JUDGED-COUNT > 0
               COMPUTE WS-ONTIME-PCT ROUNDED =
                   WS-ONTIME-TOTAL * 100 / WS-JUDGED-COUNT
               MOVE WS-ONTIME-PCT TO WS-PCT-EDIT
               STRING "ON-TIME PERCENTAGE:    " WS-PCT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-ARCHIVES-READ TO WS-COUNT-EDIT.
           STRING "AUDIT ARCHIVES READ:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-EXECUTIONS-READ TO WS-COUNT-EDIT.
           STRING "PLAN EXECUTIONS READ:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF WS-MISSED-TOTAL = 0 AND WS-LATE-TOTAL = 0
               AND WS-LONG-TOTAL = 0
               MOVE "ALL DEADLINES DUE IN THE PERIOD WERE MET"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "*** DEADLINE BREACHES - SEE ABOVE ***"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

       0700-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DEADLINE-REPORT-RECORD.
           WRITE DEADLINE-REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-REPORT-LINE.

      * Writes one typed exception row to the shared exceptions
      * file, appending if it already exists, so the morning
      * exceptions report shows every missed deadline.
       9800-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF WS-EXC-FILE-OK
               MOVE "DeadlineCheck" TO EXC-PROGRAM-NAME
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

       END PROGRAM DeadlineCheck.
