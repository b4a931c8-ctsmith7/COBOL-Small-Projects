       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DeadlineMaint".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEADLINE-FILE ASSIGN TO "DEADLINE"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DL-FILE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "DEADLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The batch-window deadlines DeadlineCheck holds each night's
      * audit trail and plan log against. This program is the
      * supported way to get entries into and out of it.
       FD  DEADLINE-FILE.
           COPY DEADLN.

      * Before/after change log: one row per maintenance action,
      * appended across sessions so every change to a deadline can
      * be traced to an operator. The images are the entry's
      * deadline fields as they stood before and after the action.
       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05 MLG-RUN-DATE         PIC 9(08).
           05 MLG-RUN-TIME         PIC 9(08).
           05 MLG-OPERATOR-ID      PIC X(08).
           05 MLG-ACTION           PIC X(06).
           05 MLG-TARGET-TYPE      PIC X(01).
           05 MLG-TARGET-NAME      PIC X(15).
           05 MLG-BEFORE-IMAGE     PIC X(63).
           05 MLG-AFTER-IMAGE      PIC X(63).

       WORKING-STORAGE SECTION.
       01 WS-DL-FILE-STATUS       PIC XX.
          88 WS-DL-FILE-OK             VALUE "00".
          88 WS-DL-FILE-EOF            VALUE "10".

       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-MAINT-CHOICE         PIC X(01).
          88 WS-MAINT-ADD              VALUE "A" "a".
          88 WS-MAINT-CHANGE           VALUE "C" "c".
          88 WS-MAINT-DELETE           VALUE "D" "d".
          88 WS-MAINT-LIST             VALUE "L" "l".
          88 WS-MAINT-QUIT             VALUE "Q" "q".

      * The entry's key: a program as it names itself on AUDITLOG,
      * or a run plan by its RUNPLAN-ID.
       01 WS-KEY-TYPE             PIC X(01).
          88 WS-KEY-TYPE-VALID         VALUE "J" "P".
       01 WS-KEY-NAME             PIC X(15).
       01 WS-KEY-VALID-SW         PIC X(01).
          88 WS-KEY-VALID              VALUE "Y".

      * One deadline entry as keyed, validated whole before any of
      * it is allowed on the file.
       01 WS-ENTRY-VALID-SW       PIC X(01).
          88 WS-ENTRY-VALID            VALUE "Y".
       01 WS-SCHEDULE-INPUT       PIC X(01).
       01 WS-WEEKDAY-INPUT        PIC X(01).
       01 WS-HHMM-INPUT           PIC X(04).
       01 WS-HHMM-R REDEFINES WS-HHMM-INPUT.
          05 WS-HHMM-HH           PIC 9(02).
          05 WS-HHMM-MM           PIC 9(02).
       01 WS-HHMM-VALID-SW        PIC X(01).
          88 WS-HHMM-VALID             VALUE "Y".
       01 WS-ELAPSED-INPUT        PIC X(07).
       01 WS-ELAPSED-JUSTIFIED    PIC X(07) JUSTIFIED RIGHT.
       01 WS-DATE-INPUT           PIC X(08).
       01 WS-DATE-VALUE           PIC 9(08).
       01 WS-DATE-VALID-SW        PIC X(01).
          88 WS-DATE-VALID             VALUE "Y".
       01 WS-TODAY                PIC 9(08).

       01 WS-NEW-DEADLINE-DATA.
          05 WS-NEW-SCHEDULE      PIC X(01).
          05 WS-NEW-WEEKDAY       PIC 9(01).
          05 WS-NEW-WINDOW-OPEN   PIC 9(04).
          05 WS-NEW-LATEST-END    PIC 9(04).
          05 WS-NEW-MAX-ELAPSED   PIC 9(07).
          05 WS-NEW-EFFECTIVE     PIC 9(08).
          05 WS-NEW-EXPIRY        PIC 9(08).
          05 WS-NEW-DESCRIPTION   PIC X(30).

       01 WS-BEFORE-IMAGE         PIC X(63).
       01 WS-AFTER-IMAGE          PIC X(63).
       01 WS-LOG-ACTION           PIC X(06).

       01 WS-ACTION-COUNT         PIC 9(05) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(05) VALUE 0.
       01 WS-OPERATOR-ID          PIC X(08).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 0800-OPEN-DEADLINE-FILE.
           IF NOT WS-DL-FILE-OK
               DISPLAY "ERROR OPENING DEADLINE-FILE, STATUS: ",
                   WS-DL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0850-OPEN-MAINT-LOG.

           PERFORM UNTIL WS-MAINT-QUIT
               PERFORM 0200-DISPLAY-MAINT-MENU
               PERFORM 0300-DISPATCH-MAINT-CHOICE
           END-PERFORM.

           CLOSE DEADLINE-FILE.
           IF WS-LOG-FILE-OK
               CLOSE MAINT-LOG-FILE
           END-IF.
           DISPLAY "Maintenance session complete: ", WS-ACTION-COUNT,
               " changes logged.".

           GOBACK.

       0200-DISPLAY-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "===== Batch-Window Deadlines =====".
           DISPLAY "  A. Add a deadline".
           DISPLAY "  C. Change a deadline".
           DISPLAY "  D. Delete a deadline".
           DISPLAY "  L. List the deadlines".
           DISPLAY "  Q. Quit".
           DISPLAY "Enter selection: ".
           ACCEPT WS-MAINT-CHOICE.

       0300-DISPATCH-MAINT-CHOICE.
           IF WS-MAINT-ADD
               PERFORM 0400-ADD-ENTRY
                   THRU 0400-ADD-ENTRY-EXIT
           ELSE
               IF WS-MAINT-CHANGE
                   PERFORM 0500-CHANGE-ENTRY
                       THRU 0500-CHANGE-ENTRY-EXIT
               ELSE
                   IF WS-MAINT-DELETE
                       PERFORM 0600-DELETE-ENTRY
                           THRU 0600-DELETE-ENTRY-EXIT
                   ELSE
                       IF WS-MAINT-LIST
                           PERFORM 0700-LIST-DEADLINES
                       ELSE
                           IF NOT WS-MAINT-QUIT
                               DISPLAY "Invalid selection, try again."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0400-ADD-ENTRY.
           PERFORM 0730-ACCEPT-KEY.
           IF NOT WS-KEY-VALID
               GO TO 0400-ADD-ENTRY-EXIT
           END-IF.
           PERFORM 0740-ACCEPT-DEADLINE
               THRU 0740-ACCEPT-DEADLINE-EXIT.
           IF WS-ENTRY-VALID
               MOVE WS-KEY-TYPE TO DL-TARGET-TYPE
               MOVE WS-KEY-NAME TO DL-TARGET-NAME
               MOVE WS-NEW-DEADLINE-DATA TO DL-DEADLINE-DATA
               WRITE DEADLINE-RECORD
                   INVALID KEY
                       DISPLAY WS-KEY-NAME, " already has a ",
                           "deadline - not added."
                   NOT INVALID KEY
                       DISPLAY WS-KEY-NAME, " deadline added."
                       MOVE "ADD" TO WS-LOG-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE DL-DEADLINE-DATA TO WS-AFTER-IMAGE
                       PERFORM 0900-WRITE-MAINT-LOG
               END-WRITE
           END-IF.

       0400-ADD-ENTRY-EXIT.
           EXIT.

       0500-CHANGE-ENTRY.
           PERFORM 0730-ACCEPT-KEY.
           IF NOT WS-KEY-VALID
               GO TO 0500-CHANGE-ENTRY-EXIT
           END-IF.
           MOVE WS-KEY-TYPE TO DL-TARGET-TYPE.
           MOVE WS-KEY-NAME TO DL-TARGET-NAME.
           READ DEADLINE-FILE
               INVALID KEY
                   DISPLAY WS-KEY-NAME, " has no deadline."
                   GO TO 0500-CHANGE-ENTRY-EXIT
           END-READ.
           PERFORM 0720-SHOW-ENTRY.
           MOVE DL-DEADLINE-DATA TO WS-BEFORE-IMAGE.
           PERFORM 0740-ACCEPT-DEADLINE
               THRU 0740-ACCEPT-DEADLINE-EXIT.
           IF WS-ENTRY-VALID
               MOVE WS-NEW-DEADLINE-DATA TO DL-DEADLINE-DATA
               REWRITE DEADLINE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED, STATUS: ",
                           WS-DL-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY WS-KEY-NAME, " deadline changed."
                       MOVE "CHANGE" TO WS-LOG-ACTION
                       MOVE DL-DEADLINE-DATA TO WS-AFTER-IMAGE
                       PERFORM 0900-WRITE-MAINT-LOG
               END-REWRITE
           END-IF.

       0500-CHANGE-ENTRY-EXIT.
           EXIT.

       0600-DELETE-ENTRY.
           PERFORM 0730-ACCEPT-KEY.
           IF NOT WS-KEY-VALID
               GO TO 0600-DELETE-ENTRY-EXIT
           END-IF.
           MOVE WS-KEY-TYPE TO DL-TARGET-TYPE.
           MOVE WS-KEY-NAME TO DL-TARGET-NAME.
           READ DEADLINE-FILE
               INVALID KEY
                   DISPLAY WS-KEY-NAME, " has no deadline."
                   GO TO 0600-DELETE-ENTRY-EXIT
           END-READ.
           MOVE DL-DEADLINE-DATA TO WS-BEFORE-IMAGE.
           DELETE DEADLINE-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED, STATUS: ",
                       WS-DL-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY WS-KEY-NAME, " deadline removed."
                   MOVE "DELETE" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 0900-WRITE-MAINT-LOG
           END-DELETE.

       0600-DELETE-ENTRY-EXIT.
           EXIT.

      * Lists every deadline in key order - programs, then plans -
      * restarting the browse from the lowest key each time.
       0700-LIST-DEADLINES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO DL-KEY.
           START DEADLINE-FILE
               KEY IS GREATER THAN DL-KEY
               INVALID KEY
                   DISPLAY "No deadlines are on file."
           END-START.
           IF WS-DL-FILE-OK
               DISPLAY "T NAME            SCH DAY OPEN END  MAX-SECS ",
                   "FROM     TO       DESCRIPTION"
               PERFORM 0710-READ-NEXT-ENTRY
               PERFORM UNTIL NOT WS-DL-FILE-OK
                   DISPLAY DL-TARGET-TYPE, " ", DL-TARGET-NAME, " ",
                       DL-SCHEDULE, "   ", DL-WEEKDAY, "   ",
                       DL-WINDOW-OPEN, " ", DL-LATEST-END, " ",
                       DL-MAX-ELAPSED, "  ", DL-EFFECTIVE-DATE, " ",
                       DL-EXPIRY-DATE, " ", DL-DESCRIPTION
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 0710-READ-NEXT-ENTRY
               END-PERFORM
               DISPLAY WS-LIST-COUNT, " deadlines on file."
           END-IF.

       0710-READ-NEXT-ENTRY.
           READ DEADLINE-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0720-SHOW-ENTRY.
           DISPLAY "Currently: schedule ", DL-SCHEDULE,
               " weekday ", DL-WEEKDAY,
               " window opens ", DL-WINDOW-OPEN,
               " end by ", DL-LATEST-END,
               " max ", DL-MAX-ELAPSED, " secs".
           DISPLAY "           from ", DL-EFFECTIVE-DATE,
               " to ", DL-EXPIRY-DATE, " ", DL-DESCRIPTION.

      * Accepts the entry's key: J and the program name it writes
      * on AUDITLOG, or P and the run plan's RUNPLAN-ID - eight
      * characters at most, as the plan log carries it.
       0730-ACCEPT-KEY.
           MOVE "N" TO WS-KEY-VALID-SW.
           DISPLAY "Type - (J)ob program or run (P)lan: ".
           MOVE SPACES TO WS-KEY-TYPE.
           ACCEPT WS-KEY-TYPE.
           INSPECT WS-KEY-TYPE CONVERTING "jp" TO "JP".
           IF WS-KEY-TYPE = "J"
               DISPLAY "Program name (as on AUDITLOG): "
           ELSE
               DISPLAY "Plan ID (RUNPLAN-ID, RUNPLAN if none): "
           END-IF.
           MOVE SPACES TO WS-KEY-NAME.
           ACCEPT WS-KEY-NAME.
           IF NOT WS-KEY-TYPE-VALID
               DISPLAY "ERROR: type must be J or P - entry rejected."
           ELSE
               IF WS-KEY-NAME = SPACES
                   DISPLAY "ERROR: a name is required - entry ",
                       "rejected."
               ELSE
                   IF WS-KEY-TYPE = "P"
                       AND WS-KEY-NAME(9:7) NOT = SPACES
                       DISPLAY "ERROR: a plan ID is at most 8 ",
                           "characters - entry rejected."
                   ELSE
                       MOVE "Y" TO WS-KEY-VALID-SW
                   END-IF
               END-IF
           END-IF.

      * Gathers one full deadline - schedule, window, latest end,
      * maximum elapsed, effective range, description - validating
      * each before any of it is allowed on the file, so a
      * half-valid entry never lands.
       0740-ACCEPT-DEADLINE.
           MOVE "N" TO WS-ENTRY-VALID-SW.
           DISPLAY "Schedule - (D)aily, (W)eeknights, (S)ingle ",
               "weekday, (M)onth-end: ".
           ACCEPT WS-SCHEDULE-INPUT.
           INSPECT WS-SCHEDULE-INPUT CONVERTING "dwsm" TO "DWSM".
           IF WS-SCHEDULE-INPUT NOT = "D" AND NOT = "W"
               AND NOT = "S" AND NOT = "M"
               DISPLAY "ERROR: schedule must be D, W, S or M - ",
                   "entry rejected."
               GO TO 0740-ACCEPT-DEADLINE-EXIT
           END-IF.
           MOVE WS-SCHEDULE-INPUT TO WS-NEW-SCHEDULE.

           MOVE 0 TO WS-NEW-WEEKDAY.
           IF WS-NEW-SCHEDULE = "S"
               DISPLAY "Weekday (1 Monday through 7 Sunday): "
               ACCEPT WS-WEEKDAY-INPUT
               IF WS-WEEKDAY-INPUT IS NOT NUMERIC
                   OR WS-WEEKDAY-INPUT = "0"
                   OR WS-WEEKDAY-INPUT > "7"
                   DISPLAY "ERROR: weekday must be 1 through 7 - ",
                       "entry rejected."
                   GO TO 0740-ACCEPT-DEADLINE-EXIT
               END-IF
               MOVE WS-WEEKDAY-INPUT TO WS-NEW-WEEKDAY
           END-IF.

           DISPLAY "Batch window opens at (HHMM, 24-hour): ".
           PERFORM 0750-ACCEPT-HHMM.
           IF NOT WS-HHMM-VALID
               DISPLAY "ERROR: window opening is not a time of day ",
                   "HHMM - entry rejected."
               GO TO 0740-ACCEPT-DEADLINE-EXIT
           END-IF.
           MOVE WS-HHMM-INPUT TO WS-NEW-WINDOW-OPEN.

           DISPLAY "Must finish by (HHMM, 24-hour; earlier than the ",
               "opening means the next morning): ".
           PERFORM 0750-ACCEPT-HHMM.
           IF NOT WS-HHMM-VALID
               DISPLAY "ERROR: latest end is not a time of day ",
                   "HHMM - entry rejected."
               GO TO 0740-ACCEPT-DEADLINE-EXIT
           END-IF.
           MOVE WS-HHMM-INPUT TO WS-NEW-LATEST-END.

           DISPLAY "Maximum elapsed seconds (blank for no limit): ".
           MOVE SPACES TO WS-ELAPSED-INPUT.
           ACCEPT WS-ELAPSED-INPUT.
           MOVE SPACES TO WS-ELAPSED-JUSTIFIED.
           UNSTRING WS-ELAPSED-INPUT DELIMITED BY ALL " "
               INTO WS-ELAPSED-JUSTIFIED
           END-UNSTRING.
           INSPECT WS-ELAPSED-JUSTIFIED REPLACING LEADING " " BY "0".
           IF WS-ELAPSED-JUSTIFIED IS NOT NUMERIC
               DISPLAY "ERROR: maximum elapsed must be whole ",
                   "seconds - entry rejected."
               GO TO 0740-ACCEPT-DEADLINE-EXIT
           END-IF.
           MOVE WS-ELAPSED-JUSTIFIED TO WS-NEW-MAX-ELAPSED.

           DISPLAY "Effective from YYYYMMDD (blank for today): ".
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-NEW-EFFECTIVE
           ELSE
               PERFORM 0760-VALIDATE-DATE
               IF NOT WS-DATE-VALID
                   DISPLAY "ERROR: effective date is not a valid ",
                       "date - entry rejected."
                   GO TO 0740-ACCEPT-DEADLINE-EXIT
               END-IF
               MOVE WS-DATE-VALUE TO WS-NEW-EFFECTIVE
           END-IF.

           DISPLAY "Expires after YYYYMMDD (blank for open-ended): ".
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE 99999999 TO WS-NEW-EXPIRY
           ELSE
               PERFORM 0760-VALIDATE-DATE
               IF NOT WS-DATE-VALID
                   DISPLAY "ERROR: expiry date is not a valid ",
                       "date - entry rejected."
                   GO TO 0740-ACCEPT-DEADLINE-EXIT
               END-IF
               MOVE WS-DATE-VALUE TO WS-NEW-EXPIRY
           END-IF.
           IF WS-NEW-EXPIRY < WS-NEW-EFFECTIVE
               DISPLAY "ERROR: expiry is before the effective date - ",
                   "entry rejected."
               GO TO 0740-ACCEPT-DEADLINE-EXIT
           END-IF.

           DISPLAY "Description (what depends on it): ".
           MOVE SPACES TO WS-NEW-DESCRIPTION.
           ACCEPT WS-NEW-DESCRIPTION.
           MOVE "Y" TO WS-ENTRY-VALID-SW.

       0740-ACCEPT-DEADLINE-EXIT.
           EXIT.

      * A time entry must be four digits and a real time of day.
       0750-ACCEPT-HHMM.
           MOVE "N" TO WS-HHMM-VALID-SW.
           MOVE SPACES TO WS-HHMM-INPUT.
           ACCEPT WS-HHMM-INPUT.
           IF WS-HHMM-INPUT IS NUMERIC
               IF WS-HHMM-HH <= 23 AND WS-HHMM-MM <= 59
                   MOVE "Y" TO WS-HHMM-VALID-SW
               END-IF
           END-IF.

      * A date entry must be eight digits and a real calendar date.
       0760-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DATE-VALUE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE) = 0
                   MOVE "Y" TO WS-DATE-VALID-SW
               END-IF
           END-IF.

      * Opens the deadline file for update, creating it on first use
      * so the deadlines can be loaded before the first nightly
      * check.
       0800-OPEN-DEADLINE-FILE.
           OPEN I-O DEADLINE-FILE.
           IF NOT WS-DL-FILE-OK
               OPEN OUTPUT DEADLINE-FILE
               IF WS-DL-FILE-OK
                   CLOSE DEADLINE-FILE
                   OPEN I-O DEADLINE-FILE
               END-IF
           END-IF.

      * Opens the maintenance change log, appending if it already
      * exists.
       0850-OPEN-MAINT-LOG.
           OPEN EXTEND MAINT-LOG-FILE.
           IF NOT WS-LOG-FILE-OK
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF NOT WS-LOG-FILE-OK
               DISPLAY "ERROR OPENING MAINT-LOG-FILE, STATUS: ",
                   WS-LOG-FILE-STATUS
           END-IF.

      * Writes one before/after row per maintenance action, and
      * echoes it to the console so the operator sees what was
      * recorded.
       0900-WRITE-MAINT-LOG.
           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "LOGGED: ", WS-LOG-ACTION, " ", WS-KEY-TYPE,
               " ", WS-KEY-NAME.
           IF WS-LOG-FILE-OK
               ACCEPT MLG-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT MLG-RUN-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO MLG-OPERATOR-ID
               MOVE WS-LOG-ACTION TO MLG-ACTION
               MOVE WS-KEY-TYPE TO MLG-TARGET-TYPE
               MOVE WS-KEY-NAME TO MLG-TARGET-NAME
               MOVE WS-BEFORE-IMAGE TO MLG-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO MLG-AFTER-IMAGE
               WRITE MAINT-LOG-RECORD
           END-IF.

       END PROGRAM DeadlineMaint.
