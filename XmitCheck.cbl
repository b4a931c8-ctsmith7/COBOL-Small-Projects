       IDENTIFICATION DIVISION.
       PROGRAM-ID. "XmitCheck".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMIT-CALENDAR-FILE ASSIGN TO "XMITCAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT XMIT-REPORT-FILE ASSIGN TO "XMITRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-CALENDAR-FILE.
           COPY XMITCAL.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  XMIT-REPORT-FILE.
       01  XMIT-REPORT-RECORD      PIC X(132).

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01 WS-CAL-FILE-STATUS      PIC XX.
          88 WS-CAL-FILE-OK            VALUE "00".
          88 WS-CAL-FILE-EOF           VALUE "10".

       01 WS-RC-FILE-STATUS       PIC XX.
          88 WS-RC-FILE-OK             VALUE "00".
          88 WS-RC-FILE-EOF            VALUE "10".

       01 WS-RPT-FILE-STATUS      PIC XX.
          88 WS-RPT-FILE-OK            VALUE "00".

       01 WS-EXC-FILE-STATUS      PIC XX.
          88 WS-EXC-FILE-OK            VALUE "00".

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).

      * The business date being checked: a source is due on the
      * date its HDR record carries, which is the file date its
      * RUNCTL registration is keyed by.
       01 WS-CHECK-DATE-X         PIC X(08).
       01 WS-CHECK-DATE           PIC 9(08).
       01 WS-CHECK-INT            PIC 9(07).
       01 WS-NEXT-DATE            PIC 9(08).
       01 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
          05 FILLER               PIC 9(06).
          05 WS-NEXT-DD           PIC 9(02).
       01 WS-DAY-QUOTIENT         PIC 9(07).
       01 WS-WEEKDAY              PIC 9(01).
       01 WS-MONTH-END-SW         PIC X(01) VALUE "N".
          88 WS-MONTH-END              VALUE "Y".

      * Day names, Monday first to match the calendar's weekday
      * numbering.
       01 WS-DAY-NAME-VALUES.
          05 FILLER PIC X(09) VALUE "MONDAY".
          05 FILLER PIC X(09) VALUE "TUESDAY".
          05 FILLER PIC X(09) VALUE "WEDNESDAY".
          05 FILLER PIC X(09) VALUE "THURSDAY".
          05 FILLER PIC X(09) VALUE "FRIDAY".
          05 FILLER PIC X(09) VALUE "SATURDAY".
          05 FILLER PIC X(09) VALUE "SUNDAY".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
          05 WS-DAY-NAME          PIC X(09) OCCURS 7 TIMES.

      * The run-controlled programs whose registrations are checked
      * for sources that sent without being due.
       01 WS-PGM-SUB              PIC 9(01) COMP.
       01 WS-CHECKED-PROGRAMS.
          05 WS-CHECKED-PROGRAM   PIC X(15) OCCURS 2 TIMES.

       01 WS-DUE-SW               PIC X(01) VALUE "N".
          88 WS-SOURCE-DUE             VALUE "Y".

      * The registration's run ID is the registering run's start
      * date and time, so it says when the file actually arrived.
       01 WS-ARRIVAL-ID           PIC X(16).
       01 WS-ARRIVAL-R REDEFINES WS-ARRIVAL-ID.
          05 WS-ARRIVAL-DATE      PIC 9(08).
          05 WS-ARRIVAL-HHMM      PIC 9(04).
          05 FILLER               PIC X(04).
       01 WS-ARRIVAL-LATE-SW      PIC X(01) VALUE "N".
          88 WS-ARRIVAL-LATE           VALUE "Y".

       01 WS-LINE-STATUS          PIC X(10).
       01 WS-LINE-ARRIVAL         PIC X(13).

       01 WS-CAL-ENTRIES          PIC 9(05) VALUE 0.
       01 WS-DUE-COUNT            PIC 9(05) VALUE 0.
       01 WS-ONTIME-COUNT         PIC 9(05) VALUE 0.
       01 WS-LATE-COUNT           PIC 9(05) VALUE 0.
       01 WS-MISSING-COUNT        PIC 9(05) VALUE 0.
       01 WS-UNEXPECTED-COUNT     PIC 9(05) VALUE 0.
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
           DISPLAY "Enter file date to check (YYYYMMDD, blank for ",
               "today): ".
           MOVE SPACES TO WS-CHECK-DATE-X.
           ACCEPT WS-CHECK-DATE-X.
           IF WS-CHECK-DATE-X = SPACES
               MOVE WS-RUN-DATE TO WS-CHECK-DATE
           ELSE
               IF WS-CHECK-DATE-X IS NUMERIC
                   MOVE WS-CHECK-DATE-X TO WS-CHECK-DATE
               ELSE
                   MOVE 0 TO WS-CHECK-DATE
               END-IF
               IF WS-CHECK-DATE = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE)
                       NOT = 0
                   DISPLAY "ERROR: check date is not a valid date."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           MOVE "BMICalculator" TO WS-CHECKED-PROGRAM(1).
           MOVE "SumToN" TO WS-CHECKED-PROGRAM(2).
           PERFORM 0200-COMPUTE-DAY-OF-CHECK.

           OPEN OUTPUT XMIT-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
               DISPLAY "ERROR OPENING XMIT-REPORT-FILE, STATUS: ",
                   WS-RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXPECTED-TRANSMISSION CHECK FOR " WS-CHECK-DATE
               " " WS-DAY-NAME(WS-WEEKDAY)
               "   RUN: " WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF WS-MONTH-END
               MOVE "  (MONTH-END SOURCES ARE DUE ON THIS DATE)"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

           OPEN INPUT XMIT-CALENDAR-FILE.
           IF NOT WS-CAL-FILE-OK
               DISPLAY "ERROR OPENING XMIT-CALENDAR-FILE, STATUS: ",
                   WS-CAL-FILE-STATUS
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "XMITCAL" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "TRANSMISSION CALENDAR OPEN FAILED, STATUS "
                   WS-CAL-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               MOVE "*** CALENDAR COULD NOT BE OPENED - NO CHECK MADE"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               CLOSE XMIT-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Without the registrations every due source would read as
      * missing, so the check is not made at all.
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT WS-RC-FILE-OK
               DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: ",
                   WS-RC-FILE-STATUS
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "RUNCTL" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "RUN-CONTROL FILE OPEN FAILED, STATUS "
                   WS-RC-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               MOVE "*** RUNCTL COULD NOT BE OPENED - NO CHECK MADE"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               CLOSE XMIT-CALENDAR-FILE
               CLOSE XMIT-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           STRING "PROGRAM         SOURCE     DUE BY  REGISTERED     "
               "STATUS     DESCRIPTION"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0300-CHECK-EXPECTED-SOURCES.
           PERFORM 0400-CHECK-UNEXPECTED-SOURCES.
           PERFORM 0600-WRITE-CHECK-TOTALS.

           CLOSE XMIT-CALENDAR-FILE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE XMIT-REPORT-FILE.

           DISPLAY "XmitCheck complete for ", WS-CHECK-DATE, ": ",
               WS-DUE-COUNT, " due, ", WS-MISSING-COUNT,
               " missing, ", WS-LATE-COUNT, " late, ",
               WS-UNEXPECTED-COUNT, " unexpected.".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * Works out which schedules fall on the check date: its
      * weekday (day 1 of the integer calendar, 1601-01-01, was a
      * Monday) and whether it is the last day of its month.
       0200-COMPUTE-DAY-OF-CHECK.
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
           DIVIDE 7 INTO WS-CHECK-INT
               GIVING WS-DAY-QUOTIENT REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-INT + 1).
           MOVE "N" TO WS-MONTH-END-SW.
           IF WS-NEXT-DD = 1
               MOVE "Y" TO WS-MONTH-END-SW
           END-IF.

      * Pass one: every calendar entry due on the check date must
      * have a registration for that file date, made by its
      * deadline.
       0300-CHECK-EXPECTED-SOURCES.
           MOVE LOW-VALUES TO CAL-KEY.
           START XMIT-CALENDAR-FILE
               KEY IS GREATER THAN CAL-KEY
               INVALID KEY
                   MOVE "  CALENDAR IS EMPTY - NO SOURCES ARE DUE"
                       TO WS-REPORT-LINE
                   PERFORM 0700-WRITE-REPORT-LINE
           END-START.
           IF WS-CAL-FILE-OK
               PERFORM 0310-READ-NEXT-ENTRY
               PERFORM UNTIL NOT WS-CAL-FILE-OK
                   ADD 1 TO WS-CAL-ENTRIES
                   PERFORM 0320-TEST-SOURCE-DUE
                   IF WS-SOURCE-DUE
                       PERFORM 0330-CHECK-ONE-DUE-SOURCE
                   END-IF
                   PERFORM 0310-READ-NEXT-ENTRY
               END-PERFORM
           END-IF.

       0310-READ-NEXT-ENTRY.
           READ XMIT-CALENDAR-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

      * Decides whether the calendar entry in the record area is
      * due on the check date.
       0320-TEST-SOURCE-DUE.
           MOVE "N" TO WS-DUE-SW.
           IF WS-CHECK-DATE >= CAL-EFFECTIVE-DATE
               AND WS-CHECK-DATE <= CAL-EXPIRY-DATE
               EVALUATE TRUE
                   WHEN CAL-SCHED-DAILY
                       MOVE "Y" TO WS-DUE-SW
                   WHEN CAL-SCHED-WEEKDAYS
                       IF WS-WEEKDAY <= 5
                           MOVE "Y" TO WS-DUE-SW
                       END-IF
                   WHEN CAL-SCHED-ONE-DAY
                       IF CAL-WEEKDAY = WS-WEEKDAY
                           MOVE "Y" TO WS-DUE-SW
                       END-IF
                   WHEN CAL-SCHED-MONTH-END
                       IF WS-MONTH-END
                           MOVE "Y" TO WS-DUE-SW
                       END-IF
               END-EVALUATE
           END-IF.

      * Looks up the due source's registration. None at all is a
      * missing transmission; one whose run started after the
      * deadline on the due date, or on a later day, is late.
       0330-CHECK-ONE-DUE-SOURCE.
           ADD 1 TO WS-DUE-COUNT.
           MOVE CAL-PROGRAM-NAME TO RC-PROGRAM-NAME.
           MOVE WS-CHECK-DATE TO RC-FILE-DATE.
           MOVE CAL-SOURCE-ID TO RC-SOURCE-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-RC-FILE-OK
               ADD 1 TO WS-MISSING-COUNT
               MOVE "MISSING" TO WS-LINE-STATUS
               MOVE "NOT RECEIVED" TO WS-LINE-ARRIVAL
               PERFORM 0500-WRITE-SOURCE-LINE
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "XMITMISS" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE CAL-SOURCE-ID TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING CAL-PROGRAM-NAME " SOURCE DUE " WS-CHECK-DATE
                   " BY " CAL-DEADLINE-TIME " NOT RECEIVED"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               MOVE RC-RUN-ID TO WS-ARRIVAL-ID
               MOVE "N" TO WS-ARRIVAL-LATE-SW
               IF WS-ARRIVAL-DATE IS NUMERIC
                   AND WS-ARRIVAL-HHMM IS NUMERIC
                   IF WS-ARRIVAL-DATE > WS-CHECK-DATE
                       MOVE "Y" TO WS-ARRIVAL-LATE-SW
                   ELSE
                       IF WS-ARRIVAL-DATE = WS-CHECK-DATE
                           AND WS-ARRIVAL-HHMM > CAL-DEADLINE-TIME
                           MOVE "Y" TO WS-ARRIVAL-LATE-SW
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO WS-LINE-ARRIVAL
               STRING WS-ARRIVAL-DATE " " WS-ARRIVAL-HHMM
                   DELIMITED BY SIZE INTO WS-LINE-ARRIVAL
               END-STRING
               IF WS-ARRIVAL-LATE
                   ADD 1 TO WS-LATE-COUNT
                   MOVE "LATE" TO WS-LINE-STATUS
                   PERFORM 0500-WRITE-SOURCE-LINE
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "XMITLATE" TO WS-EXC-CODE
                   MOVE 4 TO WS-EXC-SEVERITY
                   MOVE CAL-SOURCE-ID TO WS-EXC-KEY
                   MOVE SPACES TO WS-EXC-DESC
                   STRING CAL-PROGRAM-NAME " SOURCE DUE BY "
                       CAL-DEADLINE-TIME " RECEIVED " WS-LINE-ARRIVAL
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
                   PERFORM 9800-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-ONTIME-COUNT
                   MOVE "ON TIME" TO WS-LINE-STATUS
                   PERFORM 0500-WRITE-SOURCE-LINE
               END-IF
           END-IF.

      * Pass two: every registration for the check date under a
      * calendar-governed program must belong to a source the
      * calendar says was due. Registrations are keyed program,
      * file date, source, so each program's day is one browse.
       0400-CHECK-UNEXPECTED-SOURCES.
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > 2
               MOVE WS-CHECKED-PROGRAM(WS-PGM-SUB) TO RC-PROGRAM-NAME
               MOVE WS-CHECK-DATE TO RC-FILE-DATE
               MOVE LOW-VALUES TO RC-SOURCE-ID
               START RUN-CONTROL-FILE
                   KEY IS NOT LESS THAN RC-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-RC-FILE-OK
                   PERFORM 0410-READ-NEXT-REGISTRATION
                   PERFORM UNTIL NOT WS-RC-FILE-OK
                           OR RC-PROGRAM-NAME NOT =
                               WS-CHECKED-PROGRAM(WS-PGM-SUB)
                           OR RC-FILE-DATE NOT = WS-CHECK-DATE
                       PERFORM 0420-CHECK-ONE-REGISTRATION
                       PERFORM 0410-READ-NEXT-REGISTRATION
                   END-PERFORM
               END-IF
           END-PERFORM.

       0410-READ-NEXT-REGISTRATION.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

      * A registration whose source has no calendar entry, or whose
      * entry was not due on the check date, was sent unexpectedly.
       0420-CHECK-ONE-REGISTRATION.
           MOVE RC-PROGRAM-NAME TO CAL-PROGRAM-NAME.
           MOVE RC-SOURCE-ID TO CAL-SOURCE-ID.
           READ XMIT-CALENDAR-FILE
               INVALID KEY
                   MOVE "N" TO WS-DUE-SW
                   MOVE SPACES TO CAL-SCHEDULE-DATA
                   MOVE 0 TO CAL-DEADLINE-TIME
                   MOVE "NOT ON THE TRANSMISSION CALENDAR"
                       TO CAL-DESCRIPTION
               NOT INVALID KEY
                   PERFORM 0320-TEST-SOURCE-DUE
           END-READ.
           IF NOT WS-SOURCE-DUE
               ADD 1 TO WS-UNEXPECTED-COUNT
               MOVE RC-RUN-ID TO WS-ARRIVAL-ID
               MOVE SPACES TO WS-LINE-ARRIVAL
               STRING WS-ARRIVAL-DATE " " WS-ARRIVAL-HHMM
                   DELIMITED BY SIZE INTO WS-LINE-ARRIVAL
               END-STRING
               MOVE "UNEXPECTED" TO WS-LINE-STATUS
               PERFORM 0500-WRITE-SOURCE-LINE
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "XMITUNEX" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE RC-SOURCE-ID TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING RC-PROGRAM-NAME " SOURCE SENT FILE DATE "
                   WS-CHECK-DATE " - NOT DUE"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

      * One report line per source checked, from the calendar entry
      * (or the registration, for an unexpected sender) and the
      * status and arrival staged by the caller.
       0500-WRITE-SOURCE-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-LINE-STATUS = "UNEXPECTED"
               STRING RC-PROGRAM-NAME " " RC-SOURCE-ID " "
                   "  --   " " " WS-LINE-ARRIVAL "  "
                   WS-LINE-STATUS " " CAL-DESCRIPTION
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING CAL-PROGRAM-NAME " " CAL-SOURCE-ID " "
                   "  " CAL-DEADLINE-TIME "  " WS-LINE-ARRIVAL "  "
                   WS-LINE-STATUS " " CAL-DESCRIPTION
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

       0600-WRITE-CHECK-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-CAL-ENTRIES TO WS-COUNT-EDIT.
           STRING "CALENDAR ENTRIES:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-DUE-COUNT TO WS-COUNT-EDIT.
           STRING "DUE ON THIS DATE:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-ONTIME-COUNT TO WS-COUNT-EDIT.
           STRING "  ON TIME:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-LATE-COUNT TO WS-COUNT-EDIT.
           STRING "  LATE:             " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
           STRING "  MISSING:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-UNEXPECTED-COUNT TO WS-COUNT-EDIT.
           STRING "SENT UNEXPECTEDLY:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF WS-MISSING-COUNT = 0 AND WS-LATE-COUNT = 0
               AND WS-UNEXPECTED-COUNT = 0
               STRING "ALL EXPECTED TRANSMISSIONS RECEIVED ON TIME FOR "
                   WS-CHECK-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "*** TRANSMISSION EXCEPTIONS - SEE ABOVE ***"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

       0700-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO XMIT-REPORT-RECORD.
           WRITE XMIT-REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-REPORT-LINE.

      * Writes one typed exception row to the shared exceptions
      * file, appending if it already exists, so the morning
      * exceptions report shows every missing, late and unexpected
      * source.
       9800-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF WS-EXC-FILE-OK
               MOVE "XmitCheck" TO EXC-PROGRAM-NAME
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

       END PROGRAM XmitCheck.
