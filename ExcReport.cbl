               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
           SELECT EXC-TRACK-FILE ASSIGN TO "EXCTRACK"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETK-TRACK-ID
               FILE STATUS IS WS-TRK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXC-REPORT-FILE.
       01  EXC-REPORT-RECORD       PIC X(132).

      * Every exception ever raised, with the desk's handling of it.
      * This report registers the new EXCFILE rows each morning and
      * carries the unresolved ones forward.
       FD  EXC-TRACK-FILE.
           COPY EXCTRK.

      * Sort work record mirrors the exception layout so the rows
      * written in append order across the whole suite can be
      * regrouped worst-first, then by program, for the report.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).

       01 WS-TRK-FILE-STATUS      PIC XX.
          88 WS-TRK-FILE-OK            VALUE "00".

       01 WS-TRK-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-TRK-OPEN               VALUE "Y".

      * Registration high-water mark: EXCFILE is only ever appended
      * to, so the rows past the count already registered are the
      * new ones, and each gets the next tracking number.
       01 WS-ROWS-TRACKED         PIC 9(9) VALUE 0.
       01 WS-LAST-TRACK-ID        PIC 9(7) VALUE 0.
       01 WS-ROWS-REGISTERED      PIC 9(7) VALUE 0.
       01 WS-EXC-ROW-NUMBER       PIC 9(9) VALUE 0.

       01 WS-CARRY-COUNT          PIC 9(7) VALUE 0.
       01 WS-AGE-DAYS             PIC 9(5).
       01 WS-STATUS-LABEL         PIC X(05).
       01 WS-ASSIGNEE-LABEL       PIC X(10).

      * Opened / resolved / still-open counts by program within
      * severity, kept in report order - worst severity first, then
      * program - as each combination is first met. Opened counts
      * exceptions raised inside the date range, resolved those the
      * desk resolved inside it, and still open every exception
      * raised by the end of the range that is not yet resolved.
       01 WS-TRACK-SUMMARY.
          05 WS-TS-ENTRY OCCURS 200 TIMES.
             10 WS-TS-PROGRAM     PIC X(15).
             10 WS-TS-SEVERITY    PIC 9(02).
             10 WS-TS-OPENED      PIC 9(07).
             10 WS-TS-RESOLVED    PIC 9(07).
             10 WS-TS-STILL-OPEN  PIC 9(07).
       01 WS-TS-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-TS-SUB               PIC 9(03) COMP.
       01 WS-TS-MOVE-SUB          PIC 9(03) COMP.
       01 WS-TS-FOUND-SW          PIC X(01).
          88 WS-TS-FOUND               VALUE "Y".
       01 WS-TS-OVERFLOW-SW       PIC X(01) VALUE "N".
          88 WS-TS-OVERFLOW            VALUE "Y".
       01 WS-TS-COUNTED-SW        PIC X(01).
          88 WS-TS-COUNTED             VALUE "Y".
       01 WS-TS-OPENED-IN         PIC 9(01).
       01 WS-TS-RESOLVED-IN       PIC 9(01).
       01 WS-TS-STILL-OPEN-IN     PIC 9(01).
       01 WS-OPENED-EDIT          PIC ZZZZZZ9.
       01 WS-RESOLVED-EDIT        PIC ZZZZZZ9.
       01 WS-STILL-OPEN-EDIT      PIC ZZZZZZ9.

       01 WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE

               PERFORM 0150-OPEN-TRACK-FILE

               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SRT-SEVERITY
                   ON ASCENDING KEY SRT-PROGRAM-NAME
                   OUTPUT PROCEDURE IS 0300-REPORT-EXCEPTIONS

               PERFORM 0600-WRITE-REPORT-TOTALS
               IF WS-TRK-OPEN
                   PERFORM 0190-SAVE-TRACK-CONTROL
                   PERFORM 0400-REPORT-CARRY-FORWARD
                   PERFORM 0500-REPORT-TRACK-SUMMARY
                   CLOSE EXC-TRACK-FILE
               END-IF
               CLOSE EXC-REPORT-FILE
           END-IF.

           DISPLAY "ExcReport complete: ", WS-ROWS-READ,
               " rows read, ", WS-ROWS-SELECTED, " reported, ",
               WS-ROWS-REGISTERED, " newly tracked, ",
               WS-CARRY-COUNT, " carried forward.".

           GOBACK.

      * Opens the tracking file for update, creating it and its
      * control record on first use, and picks up how far EXCFILE
      * has been registered. Without it the report still lists the
      * night's exceptions, but nothing is tracked or carried
      * forward.
       0150-OPEN-TRACK-FILE.
           OPEN I-O EXC-TRACK-FILE.
           IF NOT WS-TRK-FILE-OK
               OPEN OUTPUT EXC-TRACK-FILE
               IF WS-TRK-FILE-OK
                   CLOSE EXC-TRACK-FILE
                   OPEN I-O EXC-TRACK-FILE
               END-IF
           END-IF.
           IF NOT WS-TRK-FILE-OK
               DISPLAY "ERROR OPENING EXC-TRACK-FILE, STATUS: ",
                   WS-TRK-FILE-STATUS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** EXCEPTION TRACKING FILE UNAVAILABLE (STATUS "
                   WS-TRK-FILE-STATUS ") - NOTHING TRACKED OR "
                   "CARRIED FORWARD ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-TRK-OPEN-SW
               MOVE 0 TO ETK-TRACK-ID
               READ EXC-TRACK-FILE
                   INVALID KEY
                       MOVE 0 TO WS-ROWS-TRACKED
                       MOVE 0 TO WS-LAST-TRACK-ID
                       MOVE SPACES TO ETK-CONTROL-DATA
                       MOVE 0 TO ETK-TRACK-ID
                       MOVE 0 TO ETK-CTL-ROWS-TRACKED
                       MOVE 0 TO ETK-CTL-LAST-TRACK-ID
                       MOVE WS-RUN-DATE TO ETK-CTL-LAST-RUN-DATE
                       WRITE EXC-TRACK-RECORD
                   NOT INVALID KEY
                       MOVE ETK-CTL-ROWS-TRACKED TO WS-ROWS-TRACKED
                       MOVE ETK-CTL-LAST-TRACK-ID TO WS-LAST-TRACK-ID
               END-READ
           END-IF.

      * Writes the high-water mark back once the whole exceptions
      * file has been read. Fewer rows than were already registered
      * means EXCFILE was replaced since the last report; the rows
      * now on it cannot be told from the ones already tracked, so
      * the mark restarts from the new file's end and the desk is
      * told.
       0190-SAVE-TRACK-CONTROL.
           IF WS-ROWS-READ < WS-ROWS-TRACKED
               DISPLAY "WARNING: EXCFILE holds fewer rows than were ",
                   "already tracked - it has been replaced."
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** EXCFILE HOLDS FEWER ROWS THAN ALREADY "
                   "TRACKED - FILE REPLACED; ITS ROWS WERE NOT "
                   "REGISTERED ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE WS-ROWS-READ TO WS-ROWS-TRACKED
           END-IF.
           MOVE 0 TO ETK-TRACK-ID.
           READ EXC-TRACK-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRK-FILE-OK
               MOVE WS-ROWS-TRACKED TO ETK-CTL-ROWS-TRACKED
               MOVE WS-LAST-TRACK-ID TO ETK-CTL-LAST-TRACK-ID
               MOVE WS-RUN-DATE TO ETK-CTL-LAST-RUN-DATE
               REWRITE EXC-TRACK-RECORD
                   INVALID KEY
                       DISPLAY "TRACKING CONTROL REWRITE FAILED, ",
                           "STATUS: ", WS-TRK-FILE-STATUS
               END-REWRITE
           END-IF.

      * Sort input pass: selects the exception rows inside the date
      * range. A missing or empty exceptions file is a quiet night,
      * not a failure. Every row past the registration mark, in or
      * out of the range, is registered for tracking on the way.
       0200-SELECT-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF NOT WS-EXC-FILE-OK
               PERFORM 0210-READ-EXCEPTION-ROW
               PERFORM UNTIL WS-EXC-FILE-EOF
                   ADD 1 TO WS-ROWS-READ
                   IF WS-TRK-OPEN
                       AND WS-ROWS-READ > WS-ROWS-TRACKED
                       PERFORM 0220-REGISTER-EXCEPTION
                   END-IF
                   IF EXC-RUN-DATE >= WS-SEL-FROM-DATE
                       AND EXC-RUN-DATE <= WS-SEL-TO-DATE
                       ADD 1 TO WS-ROWS-SELECTED
                   SET WS-EXC-FILE-EOF TO TRUE
           END-READ.

      * Registers one new exception as open under the next tracking
      * number. The mark moves with each row written, so a failure
      * part-way leaves the unwritten rows for the next report.
       0220-REGISTER-EXCEPTION.
           MOVE SPACES TO ETK-EXCEPTION-DATA.
           COMPUTE ETK-TRACK-ID = WS-LAST-TRACK-ID + 1.
           MOVE EXC-PROGRAM-NAME TO ETK-PROGRAM-NAME.
           MOVE EXC-RUN-DATE TO ETK-RUN-DATE.
           MOVE EXC-RUN-TIME TO ETK-RUN-TIME.
           MOVE EXC-CODE TO ETK-CODE.
           MOVE EXC-SEVERITY TO ETK-SEVERITY.
           MOVE EXC-KEY-ID TO ETK-KEY-ID.
           MOVE EXC-DESCRIPTION TO ETK-DESCRIPTION.
           MOVE WS-RUN-DATE TO ETK-TRACKED-DATE.
           MOVE "O" TO ETK-STATUS.
           WRITE EXC-TRACK-RECORD
               INVALID KEY
                   DISPLAY "TRACKING WRITE FAILED FOR ROW ",
                       WS-ROWS-READ, ", STATUS: ", WS-TRK-FILE-STATUS
           END-WRITE.
           IF WS-TRK-FILE-OK
               MOVE ETK-TRACK-ID TO WS-LAST-TRACK-ID
               MOVE WS-ROWS-READ TO WS-ROWS-TRACKED
               ADD 1 TO WS-ROWS-REGISTERED
           END-IF.

      * Sort output pass: worst severity first, then by program
      * inside each severity band, with a count closing each
      * program group, so the first thing the desk reads is what
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      * Carry-forward section: every exception raised before the
      * report range that the desk has not resolved, oldest first,
      * with its age in days and who has it, so an open problem
      * from an earlier night cannot drop off the page. The same
      * browse gathers the opened/resolved/still-open counts.
       0400-REPORT-CARRY-FORWARD.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "===== CARRIED FORWARD - UNRESOLVED FROM EARLIER "
               "NIGHTS ====="
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  TRACK#   AGE RAISED   PROGRAM         CODE     SV "
               "KEY                  STATUS ASSIGNED TO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE 0 TO WS-CARRY-COUNT.
           MOVE 0 TO ETK-TRACK-ID.
           START EXC-TRACK-FILE
               KEY IS GREATER THAN ETK-TRACK-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-TRK-FILE-OK
               PERFORM 0410-READ-NEXT-TRACKED
               PERFORM UNTIL NOT WS-TRK-FILE-OK
                   PERFORM 0510-TALLY-TRACKED
                   IF ETK-UNRESOLVED
                       AND ETK-RUN-DATE < WS-SEL-FROM-DATE
                       PERFORM 0420-WRITE-CARRY-LINE
                   END-IF
                   PERFORM 0410-READ-NEXT-TRACKED
               END-PERFORM
           END-IF.
           IF WS-CARRY-COUNT = 0
               MOVE "  NOTHING CARRIED FORWARD - NO UNRESOLVED EXCEPTI
      -            "ONS FROM EARLIER NIGHTS" TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           ELSE
               MOVE WS-CARRY-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  CARRIED FORWARD: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

       0410-READ-NEXT-TRACKED.
           READ EXC-TRACK-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0420-WRITE-CARRY-LINE.
           ADD 1 TO WS-CARRY-COUNT.
           MOVE 0 TO WS-AGE-DAYS.
           IF FUNCTION TEST-DATE-YYYYMMDD(ETK-RUN-DATE) = 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(ETK-RUN-DATE)
           END-IF.
           IF ETK-ACKNOWLEDGED
               MOVE "ACK" TO WS-STATUS-LABEL
           ELSE
               MOVE "OPEN" TO WS-STATUS-LABEL
           END-IF.
           IF ETK-ASSIGNEE = SPACES
               MOVE "UNASSIGNED" TO WS-ASSIGNEE-LABEL
           ELSE
               MOVE ETK-ASSIGNEE TO WS-ASSIGNEE-LABEL
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " ETK-TRACK-ID " " WS-AGE-DAYS " " ETK-RUN-DATE
               " " ETK-PROGRAM-NAME " " ETK-CODE " " ETK-SEVERITY
               " " ETK-KEY-ID " " WS-STATUS-LABEL "  "
               WS-ASSIGNEE-LABEL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                 " ETK-DESCRIPTION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF ETK-NOTE NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "                 NOTE: " ETK-NOTE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

      * Summary section: the opened / resolved / still-open counts
      * by severity and program gathered during the carry-forward
      * browse.
       0500-REPORT-TRACK-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "===== EXCEPTION TRACKING SUMMARY   FROM "
               WS-SEL-FROM-DATE " TO " WS-SEL-TO-DATE " ====="
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "  SV PROGRAM          OPENED RESOLVED STILL OPEN"
               TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING WS-TS-SUB FROM 1 BY 1
                   UNTIL WS-TS-SUB > WS-TS-COUNT
               MOVE WS-TS-OPENED(WS-TS-SUB) TO WS-OPENED-EDIT
               MOVE WS-TS-RESOLVED(WS-TS-SUB) TO WS-RESOLVED-EDIT
               MOVE WS-TS-STILL-OPEN(WS-TS-SUB) TO WS-STILL-OPEN-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-TS-SEVERITY(WS-TS-SUB) " "
                   WS-TS-PROGRAM(WS-TS-SUB) " " WS-OPENED-EDIT
                   "  " WS-RESOLVED-EDIT "    " WS-STILL-OPEN-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           END-PERFORM.
           IF WS-TS-COUNT = 0
               MOVE "  NO EXCEPTIONS OPENED, RESOLVED, OR OPEN"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.
           IF WS-TS-OVERFLOW
               MOVE "  *** MORE PROGRAM/SEVERITY COMBINATIONS THAN THE
      -            " SUMMARY HOLDS - TOTALS INCOMPLETE ***"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

      * Counts one tracked exception into its program/severity line
      * when it was opened in range, resolved in range, or is still
      * open at the end of the range.
       0510-TALLY-TRACKED.
           MOVE 0 TO WS-TS-OPENED-IN.
           MOVE 0 TO WS-TS-RESOLVED-IN.
           MOVE 0 TO WS-TS-STILL-OPEN-IN.
           IF ETK-RUN-DATE >= WS-SEL-FROM-DATE
               AND ETK-RUN-DATE <= WS-SEL-TO-DATE
               MOVE 1 TO WS-TS-OPENED-IN
           END-IF.
           IF ETK-RESOLVED
               AND ETK-RESOLVED-DATE IS NUMERIC
               AND ETK-RESOLVED-DATE >= WS-SEL-FROM-DATE
               AND ETK-RESOLVED-DATE <= WS-SEL-TO-DATE
               MOVE 1 TO WS-TS-RESOLVED-IN
           END-IF.
           IF ETK-UNRESOLVED
               AND ETK-RUN-DATE <= WS-SEL-TO-DATE
               MOVE 1 TO WS-TS-STILL-OPEN-IN
           END-IF.
           IF WS-TS-OPENED-IN = 1 OR WS-TS-RESOLVED-IN = 1
               OR WS-TS-STILL-OPEN-IN = 1
               PERFORM 0520-FIND-SUMMARY-LINE
               IF WS-TS-FOUND
                   ADD WS-TS-OPENED-IN TO WS-TS-OPENED(WS-TS-SUB)
                   ADD WS-TS-RESOLVED-IN TO WS-TS-RESOLVED(WS-TS-SUB)
                   ADD WS-TS-STILL-OPEN-IN
                       TO WS-TS-STILL-OPEN(WS-TS-SUB)
               END-IF
           END-IF.

      * Finds the summary line for the exception's severity and
      * program, or opens one in its report-order place by moving
      * the later lines down.
       0520-FIND-SUMMARY-LINE.
           MOVE "N" TO WS-TS-FOUND-SW.
           MOVE "N" TO WS-TS-COUNTED-SW.
           PERFORM VARYING WS-TS-SUB FROM 1 BY 1
                   UNTIL WS-TS-SUB > WS-TS-COUNT OR WS-TS-COUNTED
               IF WS-TS-SEVERITY(WS-TS-SUB) = ETK-SEVERITY
                   AND WS-TS-PROGRAM(WS-TS-SUB) = ETK-PROGRAM-NAME
                   MOVE "Y" TO WS-TS-FOUND-SW
                   MOVE "Y" TO WS-TS-COUNTED-SW
               ELSE
                   IF WS-TS-SEVERITY(WS-TS-SUB) < ETK-SEVERITY
                       OR (WS-TS-SEVERITY(WS-TS-SUB) = ETK-SEVERITY
                       AND WS-TS-PROGRAM(WS-TS-SUB) > ETK-PROGRAM-NAME)
                       MOVE "Y" TO WS-TS-COUNTED-SW
                   END-IF
               END-IF
           END-PERFORM.
      * The loop steps once past the line it stopped on.
           IF WS-TS-COUNTED
               SUBTRACT 1 FROM WS-TS-SUB
           END-IF.
           IF NOT WS-TS-FOUND
               IF WS-TS-COUNT = 200
                   MOVE "Y" TO WS-TS-OVERFLOW-SW
               ELSE
                   PERFORM VARYING WS-TS-MOVE-SUB FROM WS-TS-COUNT
                           BY -1 UNTIL WS-TS-MOVE-SUB < WS-TS-SUB
                       MOVE WS-TS-ENTRY(WS-TS-MOVE-SUB)
                           TO WS-TS-ENTRY(WS-TS-MOVE-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-TS-COUNT
                   MOVE ETK-PROGRAM-NAME TO WS-TS-PROGRAM(WS-TS-SUB)
                   MOVE ETK-SEVERITY TO WS-TS-SEVERITY(WS-TS-SUB)
                   MOVE 0 TO WS-TS-OPENED(WS-TS-SUB)
                   MOVE 0 TO WS-TS-RESOLVED(WS-TS-SUB)
                   MOVE 0 TO WS-TS-STILL-OPEN(WS-TS-SUB)
                   MOVE "Y" TO WS-TS-FOUND-SW
               END-IF
           END-IF.

       0700-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD AFTER ADVANCING 1 LINE.
