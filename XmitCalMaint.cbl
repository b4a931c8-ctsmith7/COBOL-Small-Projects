       IDENTIFICATION DIVISION.
       PROGRAM-ID. "XmitCalMaint".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMIT-CALENDAR-FILE ASSIGN TO "XMITCAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "XMITCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The expected-transmission calendar XmitCheck compares with
      * the run-control registrations every night. This program is
      * the supported way to get entries into and out of it.
       FD  XMIT-CALENDAR-FILE.
           COPY XMITCAL.

      * Before/after change log: one row per maintenance action,
      * appended across sessions so every change to the calendar
      * can be traced to an operator. The images are the entry's
      * schedule fields as they stood before and after the action.
       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05 MLG-RUN-DATE         PIC 9(08).
           05 MLG-RUN-TIME         PIC 9(08).
           05 MLG-OPERATOR-ID      PIC X(08).
           05 MLG-ACTION           PIC X(06).
           05 MLG-PROGRAM-NAME     PIC X(15).
           05 MLG-SOURCE-ID        PIC X(10).
           05 MLG-BEFORE-IMAGE     PIC X(52).
           05 MLG-AFTER-IMAGE      PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-CAL-FILE-STATUS      PIC XX.
          88 WS-CAL-FILE-OK            VALUE "00".
          88 WS-CAL-FILE-EOF           VALUE "10".

       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-MAINT-CHOICE         PIC X(01).
          88 WS-MAINT-ADD              VALUE "A" "a".
          88 WS-MAINT-CHANGE           VALUE "C" "c".
          88 WS-MAINT-DELETE           VALUE "D" "d".
          88 WS-MAINT-LIST             VALUE "L" "l".
          88 WS-MAINT-QUIT             VALUE "Q" "q".

      * The run-controlled programs whose sources can be scheduled.
       01 WS-KEY-PROGRAM          PIC X(15).
          88 WS-KEY-PROGRAM-VALID      VALUE "BMICalculator"
                                             "SumToN".
       01 WS-KEY-SOURCE-ID        PIC X(10).
       01 WS-KEY-VALID-SW         PIC X(01).
          88 WS-KEY-VALID              VALUE "Y".

      * One schedule entry as keyed, validated whole before any of
      * it is allowed on the file.
       01 WS-ENTRY-VALID-SW       PIC X(01).
          88 WS-ENTRY-VALID            VALUE "Y".
       01 WS-SCHEDULE-INPUT       PIC X(01).
       01 WS-WEEKDAY-INPUT        PIC X(01).
       01 WS-DEADLINE-INPUT       PIC X(04).
       01 WS-DEADLINE-R REDEFINES WS-DEADLINE-INPUT.
          05 WS-DEADLINE-HH       PIC 9(02).
          05 WS-DEADLINE-MM       PIC 9(02).
       01 WS-DATE-INPUT           PIC X(08).
       01 WS-DATE-VALUE           PIC 9(08).
       01 WS-DATE-VALID-SW        PIC X(01).
          88 WS-DATE-VALID             VALUE "Y".
       01 WS-TODAY                PIC 9(08).

       01 WS-NEW-SCHEDULE-DATA.
          05 WS-NEW-SCHEDULE      PIC X(01).
          05 WS-NEW-WEEKDAY       PIC 9(01).
          05 WS-NEW-DEADLINE      PIC 9(04).
          05 WS-NEW-EFFECTIVE     PIC 9(08).
          05 WS-NEW-EXPIRY        PIC 9(08).
          05 WS-NEW-DESCRIPTION   PIC X(30).

       01 WS-BEFORE-IMAGE         PIC X(52).
       01 WS-AFTER-IMAGE          PIC X(52).
       01 WS-LOG-ACTION           PIC X(06).

       01 WS-ACTION-COUNT         PIC 9(05) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(05) VALUE 0.
       01 WS-OPERATOR-ID          PIC X(08).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 0800-OPEN-CALENDAR-FILE.
           IF NOT WS-CAL-FILE-OK
               DISPLAY "ERROR OPENING XMIT-CALENDAR-FILE, STATUS: ",
                   WS-CAL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0850-OPEN-MAINT-LOG.

           PERFORM UNTIL WS-MAINT-QUIT
               PERFORM 0200-DISPLAY-MAINT-MENU
               PERFORM 0300-DISPATCH-MAINT-CHOICE
           END-PERFORM.

           CLOSE XMIT-CALENDAR-FILE.
           IF WS-LOG-FILE-OK
               CLOSE MAINT-LOG-FILE
           END-IF.
           DISPLAY "Maintenance session complete: ", WS-ACTION-COUNT,
               " changes logged.".

           GOBACK.

       0200-DISPLAY-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "===== Expected-Transmission Calendar =====".
           DISPLAY "  A. Add a source's schedule".
           DISPLAY "  C. Change a source's schedule".
           DISPLAY "  D. Delete a source's schedule".
           DISPLAY "  L. List the calendar".
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
                           PERFORM 0700-LIST-CALENDAR
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
           PERFORM 0740-ACCEPT-SCHEDULE
               THRU 0740-ACCEPT-SCHEDULE-EXIT.
           IF WS-ENTRY-VALID
               MOVE WS-KEY-PROGRAM TO CAL-PROGRAM-NAME
               MOVE WS-KEY-SOURCE-ID TO CAL-SOURCE-ID
               MOVE WS-NEW-SCHEDULE-DATA TO CAL-SCHEDULE-DATA
               WRITE XMIT-CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "Source ", WS-KEY-SOURCE-ID,
                           " is already on the calendar for ",
                           WS-KEY-PROGRAM, " - not added."
                   NOT INVALID KEY
                       DISPLAY "Source ", WS-KEY-SOURCE-ID,
                           " added to the calendar."
                       MOVE "ADD" TO WS-LOG-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE CAL-SCHEDULE-DATA TO WS-AFTER-IMAGE
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
           MOVE WS-KEY-PROGRAM TO CAL-PROGRAM-NAME.
           MOVE WS-KEY-SOURCE-ID TO CAL-SOURCE-ID.
           READ XMIT-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "Source ", WS-KEY-SOURCE-ID,
                       " is not on the calendar for ", WS-KEY-PROGRAM
                   GO TO 0500-CHANGE-ENTRY-EXIT
           END-READ.
           PERFORM 0720-SHOW-ENTRY.
           MOVE CAL-SCHEDULE-DATA TO WS-BEFORE-IMAGE.
           PERFORM 0740-ACCEPT-SCHEDULE
               THRU 0740-ACCEPT-SCHEDULE-EXIT.
           IF WS-ENTRY-VALID
               MOVE WS-NEW-SCHEDULE-DATA TO CAL-SCHEDULE-DATA
               REWRITE XMIT-CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED, STATUS: ",
                           WS-CAL-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Source ", WS-KEY-SOURCE-ID,
                           " schedule changed."
                       MOVE "CHANGE" TO WS-LOG-ACTION
                       MOVE CAL-SCHEDULE-DATA TO WS-AFTER-IMAGE
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
           MOVE WS-KEY-PROGRAM TO CAL-PROGRAM-NAME.
           MOVE WS-KEY-SOURCE-ID TO CAL-SOURCE-ID.
           READ XMIT-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "Source ", WS-KEY-SOURCE-ID,
                       " is not on the calendar for ", WS-KEY-PROGRAM
                   GO TO 0600-DELETE-ENTRY-EXIT
           END-READ.
           MOVE CAL-SCHEDULE-DATA TO WS-BEFORE-IMAGE.
           DELETE XMIT-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED, STATUS: ",
                       WS-CAL-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Source ", WS-KEY-SOURCE-ID,
                       " removed from the calendar."
                   MOVE "DELETE" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 0900-WRITE-MAINT-LOG
           END-DELETE.

       0600-DELETE-ENTRY-EXIT.
           EXIT.

      * Lists every entry on the calendar in key order, restarting
      * the browse from the lowest key each time.
       0700-LIST-CALENDAR.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO CAL-KEY.
           START XMIT-CALENDAR-FILE
               KEY IS GREATER THAN CAL-KEY
               INVALID KEY
                   DISPLAY "Calendar is empty."
           END-START.
           IF WS-CAL-FILE-OK
               DISPLAY "PROGRAM         SOURCE     SCH DAY BY   ",
                   "FROM     TO       DESCRIPTION"
               PERFORM 0710-READ-NEXT-ENTRY
               PERFORM UNTIL NOT WS-CAL-FILE-OK
                   DISPLAY CAL-PROGRAM-NAME, " ", CAL-SOURCE-ID,
                       " ", CAL-SCHEDULE, "   ", CAL-WEEKDAY, "   ",
                       CAL-DEADLINE-TIME, " ", CAL-EFFECTIVE-DATE,
                       " ", CAL-EXPIRY-DATE, " ", CAL-DESCRIPTION
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 0710-READ-NEXT-ENTRY
               END-PERFORM
               DISPLAY WS-LIST-COUNT, " sources on the calendar."
           END-IF.

       0710-READ-NEXT-ENTRY.
           READ XMIT-CALENDAR-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0720-SHOW-ENTRY.
           DISPLAY "Currently: schedule ", CAL-SCHEDULE,
               " weekday ", CAL-WEEKDAY,
               " by ", CAL-DEADLINE-TIME,
               " from ", CAL-EFFECTIVE-DATE,
               " to ", CAL-EXPIRY-DATE.
           DISPLAY "           ", CAL-DESCRIPTION.

      * Accepts the entry's key: the run-controlled program the
      * source sends to, and the source ID as it arrives on that
      * program's HDR record.
       0730-ACCEPT-KEY.
           MOVE "N" TO WS-KEY-VALID-SW.
           DISPLAY "Program (BMICalculator or SumToN): ".
           MOVE SPACES TO WS-KEY-PROGRAM.
           ACCEPT WS-KEY-PROGRAM.
           DISPLAY "Source ID: ".
           MOVE SPACES TO WS-KEY-SOURCE-ID.
           ACCEPT WS-KEY-SOURCE-ID.
           IF NOT WS-KEY-PROGRAM-VALID
               DISPLAY "ERROR: program must be BMICalculator or ",
                   "SumToN - entry rejected."
           ELSE
               IF WS-KEY-SOURCE-ID = SPACES
                   DISPLAY "ERROR: source ID is required - entry ",
                       "rejected."
               ELSE
                   MOVE "Y" TO WS-KEY-VALID-SW
               END-IF
           END-IF.

      * Gathers one full schedule - frequency, weekday, deadline,
      * effective range, description - validating each before any
      * of it is allowed on the file, so a half-valid entry never
      * lands.
       0740-ACCEPT-SCHEDULE.
           MOVE "N" TO WS-ENTRY-VALID-SW.
           DISPLAY "Schedule - (D)aily, (W)eekdays, (S)ingle ",
               "weekday, (M)onth-end: ".
           ACCEPT WS-SCHEDULE-INPUT.
           INSPECT WS-SCHEDULE-INPUT CONVERTING "dwsm" TO "DWSM".
           IF WS-SCHEDULE-INPUT NOT = "D" AND NOT = "W"
               AND NOT = "S" AND NOT = "M"
               DISPLAY "ERROR: schedule must be D, W, S or M - ",
                   "entry rejected."
               GO TO 0740-ACCEPT-SCHEDULE-EXIT
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
                   GO TO 0740-ACCEPT-SCHEDULE-EXIT
               END-IF
               MOVE WS-WEEKDAY-INPUT TO WS-NEW-WEEKDAY
           END-IF.

           DISPLAY "Registered by (HHMM, 24-hour): ".
           ACCEPT WS-DEADLINE-INPUT.
           IF WS-DEADLINE-INPUT IS NOT NUMERIC
               DISPLAY "ERROR: deadline must be four digits HHMM - ",
                   "entry rejected."
               GO TO 0740-ACCEPT-SCHEDULE-EXIT
           END-IF.
           IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
               DISPLAY "ERROR: deadline is not a time of day - ",
                   "entry rejected."
               GO TO 0740-ACCEPT-SCHEDULE-EXIT
           END-IF.
           MOVE WS-DEADLINE-INPUT TO WS-NEW-DEADLINE.

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
                   GO TO 0740-ACCEPT-SCHEDULE-EXIT
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
                   GO TO 0740-ACCEPT-SCHEDULE-EXIT
               END-IF
               MOVE WS-DATE-VALUE TO WS-NEW-EXPIRY
           END-IF.
           IF WS-NEW-EXPIRY < WS-NEW-EFFECTIVE
               DISPLAY "ERROR: expiry is before the effective date - ",
                   "entry rejected."
               GO TO 0740-ACCEPT-SCHEDULE-EXIT
           END-IF.

           DISPLAY "Description (clinic or feed name): ".
           MOVE SPACES TO WS-NEW-DESCRIPTION.
           ACCEPT WS-NEW-DESCRIPTION.
           MOVE "Y" TO WS-ENTRY-VALID-SW.

       0740-ACCEPT-SCHEDULE-EXIT.
           EXIT.

      * A date entry must be eight digits and a real calendar date.
       0760-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DATE-VALUE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE) = 0
                   MOVE "Y" TO WS-DATE-VALID-SW
               END-IF
           END-IF.

      * Opens the calendar for update, creating it on first use so
      * the schedules can be loaded before the first nightly check.
       0800-OPEN-CALENDAR-FILE.
           OPEN I-O XMIT-CALENDAR-FILE.
           IF NOT WS-CAL-FILE-OK
               OPEN OUTPUT XMIT-CALENDAR-FILE
               IF WS-CAL-FILE-OK
                   CLOSE XMIT-CALENDAR-FILE
                   OPEN I-O XMIT-CALENDAR-FILE
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
           DISPLAY "LOGGED: ", WS-LOG-ACTION, " ", WS-KEY-PROGRAM,
               " ", WS-KEY-SOURCE-ID.
           IF WS-LOG-FILE-OK
               ACCEPT MLG-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT MLG-RUN-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO MLG-OPERATOR-ID
               MOVE WS-LOG-ACTION TO MLG-ACTION
               MOVE WS-KEY-PROGRAM TO MLG-PROGRAM-NAME
               MOVE WS-KEY-SOURCE-ID TO MLG-SOURCE-ID
               MOVE WS-BEFORE-IMAGE TO MLG-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO MLG-AFTER-IMAGE
               WRITE MAINT-LOG-RECORD
           END-IF.

       END PROGRAM XmitCalMaint.
