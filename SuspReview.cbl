       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SuspReview".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-SUSPENSE-FILE ASSIGN TO "PATSUSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT HOLD-LIMIT-FILE ASSIGN TO "SUSPLIM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-FILE-STATUS.
           SELECT SUSPENSE-REJECT-FILE ASSIGN TO "SUSPREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRJ-FILE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "SUSPLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Readings BMICalculator held back because the change from the
      * patient's prior reading was implausible for the days elapsed.
      * This program is the supported way to see them and to record
      * the clinician's decision: release one so it posts as normal,
      * or reject it back to the clinic with a reason code.
       FD  PATIENT-SUSPENSE-FILE.
           COPY PATSUSP.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  HOLD-LIMIT-FILE.
           COPY SUSPLIM.

      * Rejected readings returned to the sending clinic, laid out
      * like PATREJ with the file date and source of the run that
      * held them, so the clinic can correct and resend them.
       FD  SUSPENSE-REJECT-FILE.
       01  SUSPENSE-REJECT-RECORD.
           05 SRJ-FILE-DATE        PIC 9(08).
           05 SRJ-SOURCE-ID        PIC X(10).
           05 SRJ-ORIGINAL-RECORD.
              10 SRJ-PAT-ID        PIC X(05).
              10 SRJ-WEIGHT        PIC 999.
              10 SRJ-HEIGHT-INCHES PIC 999.
           05 SRJ-REASON-CODE      PIC X(02).
           05 SRJ-REASON-TEXT      PIC X(20).

      * Decision log: one row per reading released or rejected and
      * per change to the hold limits, appended across sessions so
      * every decision can be traced to an operator.
       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05 MLG-RUN-DATE         PIC 9(08).
           05 MLG-RUN-TIME         PIC 9(08).
           05 MLG-OPERATOR-ID      PIC X(08).
           05 MLG-ACTION           PIC X(07).
           05 MLG-PAT-ID           PIC X(05).
           05 MLG-HELD-RUN-ID      PIC X(16).
           05 MLG-HELD-SEQ         PIC 9(04).
           05 MLG-REASON-CODE      PIC X(02).
           05 MLG-DETAIL           PIC X(40).

       WORKING-STORAGE SECTION.
       COPY TOOLPARM.

       01 WS-SUS-FILE-STATUS      PIC XX.
          88 WS-SUS-FILE-OK            VALUE "00".
          88 WS-SUS-FILE-EOF           VALUE "10".

       01 WS-SPL-FILE-STATUS      PIC XX.
          88 WS-SPL-FILE-OK            VALUE "00".

       01 WS-SRJ-FILE-STATUS      PIC XX.
          88 WS-SRJ-FILE-OK            VALUE "00".

       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-RC-FILE-STATUS       PIC XX.
          88 WS-RC-FILE-OK             VALUE "00".

       01 WS-MAINT-CHOICE         PIC X(01).
          88 WS-MAINT-LIST             VALUE "L" "l".
          88 WS-MAINT-DECIDE           VALUE "D" "d".
          88 WS-MAINT-LIMITS           VALUE "P" "p".
          88 WS-MAINT-QUIT             VALUE "Q" "q".

       01 WS-DECISION             PIC X(01).
          88 WS-DECIDE-RELEASE         VALUE "R" "r".
          88 WS-DECIDE-REJECT          VALUE "X" "x".
          88 WS-DECIDE-SKIP            VALUE "S" "s".
          88 WS-DECIDE-STOP            VALUE "Q" "q".

      * Reasons a clinician can send a held reading back for:
      *   KE - keying error at the clinic
      *   WP - reading belongs to a different patient
      *   DU - duplicate of a reading already taken
      *   NC - clinic could not confirm the reading
       01 WS-REJECT-CODE          PIC X(02).
          88 WS-REJECT-CODE-VALID      VALUE "KE" "WP" "DU" "NC".
       01 WS-REJECT-TEXT          PIC X(20).

       01 WS-KEY-PAT-ID           PIC X(05).
       01 WS-BROWSE-DONE-SW       PIC X(01) VALUE "N".
          88 WS-BROWSE-DONE            VALUE "Y".

       01 WS-POST-NOW             PIC X(01).
          88 WS-POST-NOW-YES           VALUE "Y" "y".

       01 WS-LIST-COUNT           PIC 9(05) VALUE 0.
       01 WS-FOUND-COUNT          PIC 9(05) VALUE 0.
       01 WS-ACTION-COUNT         PIC 9(05) VALUE 0.
       01 WS-RELEASE-COUNT        PIC 9(05) VALUE 0.
       01 WS-OPERATOR-ID          PIC X(08).
       01 WS-LOG-ACTION           PIC X(07).
       01 WS-LOG-REASON           PIC X(02).
       01 WS-LOG-DETAIL           PIC X(40).

       01 WS-NOW-DATE             PIC 9(08).
       01 WS-NOW-TIME             PIC 9(08).

      * Hold limits in force: from SUSPLIM when it carries a usable
      * record, otherwise the same defaults BMICalculator applies.
       01 WS-LIM-WEIGHT-FLOOR     PIC 9(03) VALUE 10.
       01 WS-LIM-WEIGHT-PER-DAY   PIC 9(02)V99 VALUE 2.00.
       01 WS-LIM-HEIGHT-FLOOR     PIC 9(02) VALUE 1.
       01 WS-LIM-HEIGHT-PER-DAY   PIC 9(01)V99 VALUE 0.05.
       01 WS-NEW-WEIGHT-FLOOR     PIC 9(03).
       01 WS-NEW-WEIGHT-PER-DAY   PIC 9(02)V99.
       01 WS-NEW-HEIGHT-FLOOR     PIC 9(02).
       01 WS-NEW-HEIGHT-PER-DAY   PIC 9(01)V99.
       01 WS-RATE-EDIT            PIC Z9.99.
       01 WS-RATE-EDIT-2          PIC Z9.99.
       01 WS-LIMITS-VALID-SW      PIC X(01) VALUE "Y".
          88 WS-LIMITS-VALID           VALUE "Y".

      * Console decimal entry such as "2.5": the whole part is
      * right-justified and zero-filled, the fraction zero-filled on
      * the right, so "2.5" is taken as 2.50.
       01 WS-ENTRY-X              PIC X(08).
       01 WS-ENTRY-WHOLE          PIC X(05) JUSTIFIED RIGHT.
       01 WS-ENTRY-WHOLE-N REDEFINES WS-ENTRY-WHOLE
                                  PIC 9(05).
       01 WS-ENTRY-FRAC           PIC X(02).
       01 WS-ENTRY-FRAC-N REDEFINES WS-ENTRY-FRAC
                                  PIC 9(02).
       01 WS-ENTRY-VALUE          PIC 9(05)V99.
       01 WS-ENTRY-VALID-SW       PIC X(01) VALUE "N".
          88 WS-ENTRY-VALID            VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

           OPEN I-O PATIENT-SUSPENSE-FILE.
           IF NOT WS-SUS-FILE-OK
               DISPLAY "ERROR OPENING PATIENT-SUSPENSE-FILE, STATUS: ",
                   WS-SUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-LOAD-HOLD-LIMITS.
           PERFORM 0850-OPEN-MAINT-LOG.

           PERFORM UNTIL WS-MAINT-QUIT
               PERFORM 0200-DISPLAY-MAINT-MENU
               PERFORM 0300-DISPATCH-MAINT-CHOICE
           END-PERFORM.

           CLOSE PATIENT-SUSPENSE-FILE.
           IF WS-LOG-FILE-OK
               CLOSE MAINT-LOG-FILE
           END-IF.
           DISPLAY "Review session complete: ", WS-ACTION-COUNT,
               " decisions logged.".

           IF WS-RELEASE-COUNT > 0
               PERFORM 0950-POST-RELEASED-READINGS
           END-IF.

           GOBACK.

      * Loads the hold limits from SUSPLIM so the menu can show the
      * limits in force; the program defaults stand without it.
       0150-LOAD-HOLD-LIMITS.
           OPEN INPUT HOLD-LIMIT-FILE.
           IF WS-SPL-FILE-OK
               READ HOLD-LIMIT-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-SPL-FILE-OK
                   AND SPL-WEIGHT-FLOOR IS NUMERIC
                   AND SPL-WEIGHT-PER-DAY IS NUMERIC
                   AND SPL-HEIGHT-FLOOR IS NUMERIC
                   AND SPL-HEIGHT-PER-DAY IS NUMERIC
                   MOVE SPL-WEIGHT-FLOOR TO WS-LIM-WEIGHT-FLOOR
                   MOVE SPL-WEIGHT-PER-DAY TO WS-LIM-WEIGHT-PER-DAY
                   MOVE SPL-HEIGHT-FLOOR TO WS-LIM-HEIGHT-FLOOR
                   MOVE SPL-HEIGHT-PER-DAY TO WS-LIM-HEIGHT-PER-DAY
               END-IF
               CLOSE HOLD-LIMIT-FILE
           END-IF.

       0200-DISPLAY-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "===== Suspense Review =====".
           DISPLAY "  L. List readings held or awaiting posting".
           DISPLAY "  D. Decide held readings for a patient".
           DISPLAY "  P. Set hold limits".
           DISPLAY "  Q. Quit".
           DISPLAY "Enter selection: ".
           ACCEPT WS-MAINT-CHOICE.

       0300-DISPATCH-MAINT-CHOICE.
           IF WS-MAINT-LIST
               PERFORM 0400-LIST-SUSPENSE
           ELSE
               IF WS-MAINT-DECIDE
                   PERFORM 0500-DECIDE-PATIENT
               ELSE
                   IF WS-MAINT-LIMITS
                       PERFORM 0600-SET-HOLD-LIMITS
                   ELSE
                       IF NOT WS-MAINT-QUIT
                           DISPLAY "Invalid selection, try again."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Lists every reading still open on the suspense file - held
      * for a decision, released and awaiting posting, or released
      * but failed at posting - browsing the whole file in key order.
       0400-LIST-SUSPENSE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO SUS-KEY.
           START PATIENT-SUSPENSE-FILE
               KEY IS GREATER THAN SUS-KEY
               INVALID KEY
                   DISPLAY "File is empty."
           END-START.
           IF WS-SUS-FILE-OK
               PERFORM 0410-READ-NEXT-SUSPENSE
               PERFORM UNTIL NOT WS-SUS-FILE-OK
                   IF SUS-STATUS = "H" OR "R" OR "E"
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 0420-DISPLAY-SUSPENSE-ROW
                   END-IF
                   PERFORM 0410-READ-NEXT-SUSPENSE
               END-PERFORM
           END-IF.
           DISPLAY WS-LIST-COUNT, " readings listed.".

       0410-READ-NEXT-SUSPENSE.
           READ PATIENT-SUSPENSE-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0420-DISPLAY-SUSPENSE-ROW.
           DISPLAY SUS-PAT-ID, " HELD ", SUS-HELD-RUN-ID, "/",
               SUS-HELD-SEQ, " ", SUS-FILE-DATE, " ", SUS-SOURCE-ID,
               " STATUS ", SUS-STATUS, " ", SUS-REJECT-REASON.
           DISPLAY "      ", SUS-HOLD-REASON, " WT ", SUS-PRIOR-WEIGHT,
               " -> ", SUS-WEIGHT, "  HT ", SUS-PRIOR-HEIGHT, " -> ",
               SUS-HEIGHT-INCHES, "  PRIOR ", SUS-PRIOR-RUN-DATE,
               " DAYS ", SUS-DAYS-ELAPSED.

      * Walks one patient's held readings, oldest run first, and asks
      * for a decision on each. Skipped readings stay held.
       0500-DECIDE-PATIENT.
           DISPLAY "Patient ID: ".
           ACCEPT WS-KEY-PAT-ID.
           MOVE 0 TO WS-FOUND-COUNT.
           MOVE "N" TO WS-BROWSE-DONE-SW.
           MOVE LOW-VALUES TO SUS-KEY.
           MOVE WS-KEY-PAT-ID TO SUS-PAT-ID.
           START PATIENT-SUSPENSE-FILE
               KEY IS GREATER THAN SUS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SW
           END-START.
           IF NOT WS-BROWSE-DONE
               PERFORM 0410-READ-NEXT-SUSPENSE
           END-IF.
           PERFORM UNTIL WS-BROWSE-DONE
               IF NOT WS-SUS-FILE-OK
                   OR SUS-PAT-ID NOT = WS-KEY-PAT-ID
                   MOVE "Y" TO WS-BROWSE-DONE-SW
               ELSE
                   IF SUS-STATUS = "H"
                       ADD 1 TO WS-FOUND-COUNT
                       PERFORM 0510-DECIDE-ONE-READING
                   END-IF
                   IF NOT WS-BROWSE-DONE
                       PERFORM 0410-READ-NEXT-SUSPENSE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND-COUNT = 0
               DISPLAY "No held readings for patient ", WS-KEY-PAT-ID,
                   "."
           END-IF.

       0510-DECIDE-ONE-READING.
           PERFORM 0420-DISPLAY-SUSPENSE-ROW.
           DISPLAY "Decision - (R)elease, re(X)ect, (S)kip, ",
               "(Q)uit patient: ".
           ACCEPT WS-DECISION.
           IF WS-DECIDE-RELEASE
               PERFORM 0520-RELEASE-READING
           ELSE
               IF WS-DECIDE-REJECT
                   PERFORM 0530-REJECT-READING
               ELSE
                   IF WS-DECIDE-STOP
                       MOVE "Y" TO WS-BROWSE-DONE-SW
                   ELSE
                       IF NOT WS-DECIDE-SKIP
                           DISPLAY "Invalid decision - reading left ",
                               "held."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Releases the reading for posting; BMICalculator's suspense
      * posting mode posts it exactly as the roster run would have.
       0520-RELEASE-READING.
           PERFORM 0540-STAMP-DECISION.
           MOVE "R" TO SUS-STATUS.
           MOVE SPACES TO SUS-REJECT-REASON.
           REWRITE PATIENT-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "RELEASE FAILED, STATUS: ",
                       WS-SUS-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE "RELEASE" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-LOG-REASON
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "WT " SUS-WEIGHT " HT " SUS-HEIGHT-INCHES
                       " SRC " SUS-SOURCE-ID
                       DELIMITED BY SIZE INTO WS-LOG-DETAIL
                   END-STRING
                   PERFORM 0900-WRITE-MAINT-LOG
                   DISPLAY "Reading released for posting."
           END-REWRITE.

      * Rejects the reading with a reason code and returns it to the
      * clinic on the suspense reject file. It never posts.
       0530-REJECT-READING.
           DISPLAY "Reason - KE keying error, WP wrong patient, ",
               "DU duplicate, NC not confirmed: ".
           ACCEPT WS-REJECT-CODE.
           INSPECT WS-REJECT-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT WS-REJECT-CODE-VALID
               DISPLAY "ERROR: unknown reason code - reading left ",
                   "held."
           ELSE
               EVALUATE WS-REJECT-CODE
                   WHEN "KE"
                       MOVE "KEYING ERROR" TO WS-REJECT-TEXT
                   WHEN "WP"
                       MOVE "WRONG PATIENT" TO WS-REJECT-TEXT
                   WHEN "DU"
                       MOVE "DUPLICATE READING" TO WS-REJECT-TEXT
                   WHEN "NC"
                       MOVE "NOT CONFIRMED" TO WS-REJECT-TEXT
               END-EVALUATE
               PERFORM 0540-STAMP-DECISION
               MOVE "X" TO SUS-STATUS
               MOVE WS-REJECT-CODE TO SUS-REJECT-REASON
               REWRITE PATIENT-SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "REJECT FAILED, STATUS: ",
                           WS-SUS-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM 0550-WRITE-SUSPENSE-REJECT
                       MOVE "REJECT" TO WS-LOG-ACTION
                       MOVE WS-REJECT-CODE TO WS-LOG-REASON
                       MOVE SPACES TO WS-LOG-DETAIL
                       STRING "WT " SUS-WEIGHT " HT " SUS-HEIGHT-INCHES
                           " " WS-REJECT-TEXT
                           DELIMITED BY SIZE INTO WS-LOG-DETAIL
                       END-STRING
                       PERFORM 0900-WRITE-MAINT-LOG
                       IF SUS-ORIGIN = "B"
                           PERFORM 0560-COUNT-ORIGINAL-REJECT
                       END-IF
                       DISPLAY "Reading rejected back to the clinic."
               END-REWRITE
           END-IF.

       0540-STAMP-DECISION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO SUS-DECISION-DATE.
           MOVE WS-NOW-TIME TO SUS-DECISION-TIME.
           MOVE WS-OPERATOR-ID TO SUS-DECISION-OPERATOR.

      * Appends the rejected reading to the clinic reject file,
      * creating it on first use.
       0550-WRITE-SUSPENSE-REJECT.
           OPEN EXTEND SUSPENSE-REJECT-FILE.
           IF NOT WS-SRJ-FILE-OK
               OPEN OUTPUT SUSPENSE-REJECT-FILE
           END-IF.
           IF WS-SRJ-FILE-OK
               MOVE SUS-FILE-DATE TO SRJ-FILE-DATE
               MOVE SUS-SOURCE-ID TO SRJ-SOURCE-ID
               MOVE SUS-PAT-ID TO SRJ-PAT-ID
               MOVE SUS-WEIGHT TO SRJ-WEIGHT
               MOVE SUS-HEIGHT-INCHES TO SRJ-HEIGHT-INCHES
               MOVE WS-REJECT-CODE TO SRJ-REASON-CODE
               MOVE WS-REJECT-TEXT TO SRJ-REASON-TEXT
               WRITE SUSPENSE-REJECT-RECORD
               CLOSE SUSPENSE-REJECT-FILE
           ELSE
               DISPLAY "ERROR OPENING SUSPENSE-REJECT-FILE, STATUS: ",
                   WS-SRJ-FILE-STATUS
               DISPLAY "Reading is rejected but must be returned to ",
                   "the clinic by hand."
           END-IF.

      * A reading held by a batch run and rejected here is a reject
      * of that run's file, so it is counted on the file's own
      * registration. A reading held by a recycle run is left
      * alone.
       0560-COUNT-ORIGINAL-REJECT.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT WS-RC-FILE-OK
               DISPLAY "WARNING: could not open RUN-CONTROL-FILE to ",
                   "count reject, STATUS: ", WS-RC-FILE-STATUS
           ELSE
               MOVE "BMICalculator" TO RC-PROGRAM-NAME
               MOVE SUS-FILE-DATE TO RC-FILE-DATE
               MOVE SUS-SOURCE-ID TO RC-SOURCE-ID
               READ RUN-CONTROL-FILE INVALID KEY CONTINUE END-READ
               IF WS-RC-FILE-OK
                   IF RC-REJECT-COUNT IS NOT NUMERIC
                       MOVE 0 TO RC-REJECT-COUNT
                   END-IF
                   ADD 1 TO RC-REJECT-COUNT
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: could not count reject ",
                               "on registration, STATUS: ",
                               WS-RC-FILE-STATUS
                   END-REWRITE
               ELSE
                   DISPLAY "WARNING: no registration for the file ",
                       "to count reject, STATUS: ", WS-RC-FILE-STATUS
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * Shows the hold limits in force and takes new ones; a blank
      * entry keeps the current value. The limits are replaced only
      * when every entry is valid, and the change is logged with the
      * before and after values.
       0600-SET-HOLD-LIMITS.
           MOVE WS-LIM-WEIGHT-PER-DAY TO WS-RATE-EDIT.
           MOVE WS-LIM-HEIGHT-PER-DAY TO WS-RATE-EDIT-2.
           DISPLAY "Current limits: weight over ", WS-LIM-WEIGHT-FLOOR,
               " lbs at over ", WS-RATE-EDIT, " lbs/day; height over ",
               WS-LIM-HEIGHT-FLOOR, " in at over ", WS-RATE-EDIT-2,
               " in/day".
           MOVE "Y" TO WS-LIMITS-VALID-SW.
           MOVE WS-LIM-WEIGHT-FLOOR TO WS-NEW-WEIGHT-FLOOR.
           MOVE WS-LIM-WEIGHT-PER-DAY TO WS-NEW-WEIGHT-PER-DAY.
           MOVE WS-LIM-HEIGHT-FLOOR TO WS-NEW-HEIGHT-FLOOR.
           MOVE WS-LIM-HEIGHT-PER-DAY TO WS-NEW-HEIGHT-PER-DAY.

           DISPLAY "Weight change floor in lbs (blank to keep): ".
           PERFORM 0700-ACCEPT-DECIMAL-ENTRY.
           IF WS-ENTRY-X NOT = SPACES
               IF WS-ENTRY-VALID AND WS-ENTRY-VALUE <= 999
                   MOVE WS-ENTRY-VALUE TO WS-NEW-WEIGHT-FLOOR
               ELSE
                   MOVE "N" TO WS-LIMITS-VALID-SW
               END-IF
           END-IF.
           DISPLAY "Weight change limit in lbs per day (blank to ",
               "keep): ".
           PERFORM 0700-ACCEPT-DECIMAL-ENTRY.
           IF WS-ENTRY-X NOT = SPACES
               IF WS-ENTRY-VALID AND WS-ENTRY-VALUE > 0
                   AND WS-ENTRY-VALUE <= 99.99
                   MOVE WS-ENTRY-VALUE TO WS-NEW-WEIGHT-PER-DAY
               ELSE
                   MOVE "N" TO WS-LIMITS-VALID-SW
               END-IF
           END-IF.
           DISPLAY "Height change floor in inches (blank to keep): ".
           PERFORM 0700-ACCEPT-DECIMAL-ENTRY.
           IF WS-ENTRY-X NOT = SPACES
               IF WS-ENTRY-VALID AND WS-ENTRY-VALUE <= 99
                   MOVE WS-ENTRY-VALUE TO WS-NEW-HEIGHT-FLOOR
               ELSE
                   MOVE "N" TO WS-LIMITS-VALID-SW
               END-IF
           END-IF.
           DISPLAY "Height change limit in inches per day (blank to ",
               "keep): ".
           PERFORM 0700-ACCEPT-DECIMAL-ENTRY.
           IF WS-ENTRY-X NOT = SPACES
               IF WS-ENTRY-VALID AND WS-ENTRY-VALUE > 0
                   AND WS-ENTRY-VALUE <= 9.99
                   MOVE WS-ENTRY-VALUE TO WS-NEW-HEIGHT-PER-DAY
               ELSE
                   MOVE "N" TO WS-LIMITS-VALID-SW
               END-IF
           END-IF.

           IF NOT WS-LIMITS-VALID
               DISPLAY "ERROR: an entry was not a valid limit - ",
                   "limits left unchanged."
           ELSE
               PERFORM 0610-WRITE-HOLD-LIMITS
           END-IF.

       0610-WRITE-HOLD-LIMITS.
           OPEN OUTPUT HOLD-LIMIT-FILE.
           IF NOT WS-SPL-FILE-OK
               DISPLAY "ERROR OPENING HOLD-LIMIT-FILE, STATUS: ",
                   WS-SPL-FILE-STATUS
           ELSE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               MOVE WS-NEW-WEIGHT-FLOOR TO SPL-WEIGHT-FLOOR
               MOVE WS-NEW-WEIGHT-PER-DAY TO SPL-WEIGHT-PER-DAY
               MOVE WS-NEW-HEIGHT-FLOOR TO SPL-HEIGHT-FLOOR
               MOVE WS-NEW-HEIGHT-PER-DAY TO SPL-HEIGHT-PER-DAY
               MOVE WS-NOW-DATE TO SPL-CHANGED-DATE
               MOVE WS-OPERATOR-ID TO SPL-CHANGED-BY
               WRITE HOLD-LIMIT-RECORD
               CLOSE HOLD-LIMIT-FILE
               MOVE "LIMITS" TO WS-LOG-ACTION
               MOVE SPACES TO WS-LOG-REASON
               MOVE SPACES TO SUS-KEY
               MOVE 0 TO SUS-HELD-SEQ
               MOVE WS-LIM-WEIGHT-PER-DAY TO WS-RATE-EDIT
               MOVE WS-NEW-WEIGHT-PER-DAY TO WS-RATE-EDIT-2
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "WT " WS-LIM-WEIGHT-FLOOR "/" WS-RATE-EDIT
                   " TO " WS-NEW-WEIGHT-FLOOR "/" WS-RATE-EDIT-2
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               END-STRING
               PERFORM 0900-WRITE-MAINT-LOG
               MOVE WS-LIM-HEIGHT-PER-DAY TO WS-RATE-EDIT
               MOVE WS-NEW-HEIGHT-PER-DAY TO WS-RATE-EDIT-2
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "HT " WS-LIM-HEIGHT-FLOOR "/" WS-RATE-EDIT
                   " TO " WS-NEW-HEIGHT-FLOOR "/" WS-RATE-EDIT-2
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               END-STRING
               PERFORM 0900-WRITE-MAINT-LOG
               MOVE WS-NEW-WEIGHT-FLOOR TO WS-LIM-WEIGHT-FLOOR
               MOVE WS-NEW-WEIGHT-PER-DAY TO WS-LIM-WEIGHT-PER-DAY
               MOVE WS-NEW-HEIGHT-FLOOR TO WS-LIM-HEIGHT-FLOOR
               MOVE WS-NEW-HEIGHT-PER-DAY TO WS-LIM-HEIGHT-PER-DAY
               DISPLAY "Hold limits replaced - they apply from the ",
                   "next BMICalculator run."
           END-IF.

      * Takes one console entry and, when it is not blank, splits it
      * at the decimal point into a whole part and hundredths.
       0700-ACCEPT-DECIMAL-ENTRY.
           MOVE "N" TO WS-ENTRY-VALID-SW.
           MOVE 0 TO WS-ENTRY-VALUE.
           MOVE SPACES TO WS-ENTRY-X.
           ACCEPT WS-ENTRY-X.
           IF WS-ENTRY-X NOT = SPACES
               MOVE SPACES TO WS-ENTRY-WHOLE
               MOVE SPACES TO WS-ENTRY-FRAC
               UNSTRING WS-ENTRY-X DELIMITED BY "." OR ALL " "
                   INTO WS-ENTRY-WHOLE WS-ENTRY-FRAC
               END-UNSTRING
               INSPECT WS-ENTRY-WHOLE REPLACING LEADING " " BY "0"
               INSPECT WS-ENTRY-FRAC REPLACING ALL " " BY "0"
               IF WS-ENTRY-WHOLE IS NUMERIC
                   AND WS-ENTRY-FRAC IS NUMERIC
                   COMPUTE WS-ENTRY-VALUE =
                       WS-ENTRY-WHOLE-N + WS-ENTRY-FRAC-N / 100
                   MOVE "Y" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF.

      * Opens the decision log, appending if it already exists.
       0850-OPEN-MAINT-LOG.
           OPEN EXTEND MAINT-LOG-FILE.
           IF NOT WS-LOG-FILE-OK
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF NOT WS-LOG-FILE-OK
               DISPLAY "ERROR OPENING MAINT-LOG-FILE, STATUS: ",
                   WS-LOG-FILE-STATUS
           END-IF.

      * Writes one row per decision or limit change and echoes it to
      * the console so the operator sees what was recorded. Performed
      * only after the suspense or limit file has been updated, so
      * the log never asserts a decision that did not take.
       0900-WRITE-MAINT-LOG.
           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "LOGGED: ", WS-LOG-ACTION, " ", SUS-PAT-ID, " ",
               SUS-HELD-RUN-ID, " ", WS-LOG-REASON, " ", WS-LOG-DETAIL.
           IF WS-LOG-FILE-OK
               ACCEPT MLG-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT MLG-RUN-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO MLG-OPERATOR-ID
               MOVE WS-LOG-ACTION TO MLG-ACTION
               MOVE SUS-PAT-ID TO MLG-PAT-ID
               MOVE SUS-HELD-RUN-ID TO MLG-HELD-RUN-ID
               MOVE SUS-HELD-SEQ TO MLG-HELD-SEQ
               MOVE WS-LOG-REASON TO MLG-REASON-CODE
               MOVE WS-LOG-DETAIL TO MLG-DETAIL
               WRITE MAINT-LOG-RECORD
           END-IF.

      * Offers to post this session's releases straight away through
      * BMICalculator's suspense posting mode; declined, they post on
      * the next scheduled posting run.
       0950-POST-RELEASED-READINGS.
           DISPLAY WS-RELEASE-COUNT, " readings released. Post them ",
               "now (Y/N)? ".
           ACCEPT WS-POST-NOW.
           IF WS-POST-NOW-YES
               MOVE "S" TO TP-RUN-MODE
               MOVE SPACES TO TP-UNIT-MODE
               MOVE 0 TO TP-N-VALUE
               MOVE "N" TO TP-RESUME-SW
               MOVE "N" TO TP-OVERRIDE-SW
               CALL "BMICalculator" USING TOOL-PARM-AREA
               DISPLAY "Suspense posting ended with return code ",
                   RETURN-CODE
               CANCEL "BMICalculator"
           ELSE
               DISPLAY "Released readings will post on the next ",
                   "suspense posting run."
           END-IF.

       END PROGRAM SuspReview.
