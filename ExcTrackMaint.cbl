       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ExcTrackMaint".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXC-TRACK-FILE ASSIGN TO "EXCTRACK"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETK-TRACK-ID
               FILE STATUS IS WS-TRK-FILE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "EXCTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The exception tracking file ExcReport registers every new
      * EXCFILE row on. This program is the desk's way to work the
      * exceptions: acknowledge, assign, annotate, and resolve.
       FD  EXC-TRACK-FILE.
           COPY EXCTRK.

      * Before/after change log: one row per desk action, appended
      * across sessions so every step in handling an exception can
      * be traced to an operator. The images are the exception's
      * tracking state - status, stamps, assignee, and note - as it
      * stood before and after the action.
       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05 MLG-RUN-DATE         PIC 9(08).
           05 MLG-RUN-TIME         PIC 9(08).
           05 MLG-OPERATOR-ID      PIC X(08).
           05 MLG-ACTION           PIC X(06).
           05 MLG-TRACK-ID         PIC 9(07).
           05 MLG-BEFORE-IMAGE     PIC X(109).
           05 MLG-AFTER-IMAGE      PIC X(109).

       WORKING-STORAGE SECTION.
       01 WS-TRK-FILE-STATUS      PIC XX.
          88 WS-TRK-FILE-OK            VALUE "00".
          88 WS-TRK-FILE-EOF           VALUE "10".

       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-MAINT-CHOICE         PIC X(01).
          88 WS-MAINT-LIST             VALUE "L" "l".
          88 WS-MAINT-SHOW             VALUE "S" "s".
          88 WS-MAINT-ACKNOWLEDGE      VALUE "K" "k".
          88 WS-MAINT-ASSIGN           VALUE "G" "g".
          88 WS-MAINT-ANNOTATE         VALUE "N" "n".
          88 WS-MAINT-RESOLVE          VALUE "R" "r".
          88 WS-MAINT-QUIT             VALUE "Q" "q".

      * The tracking number as keyed, right-justified and zero-filled
      * so "42" is taken as 0000042.
       01 WS-TRACK-INPUT          PIC X(07).
       01 WS-TRACK-JUSTIFIED      PIC X(07) JUSTIFIED RIGHT.
       01 WS-TRACK-ID             PIC 9(07).
       01 WS-TRACK-VALID-SW       PIC X(01).
          88 WS-TRACK-VALID            VALUE "Y".

       01 WS-ASSIGNEE-INPUT       PIC X(08).
       01 WS-NOTE-INPUT           PIC X(60).

       01 WS-BEFORE-IMAGE         PIC X(109).
       01 WS-AFTER-IMAGE          PIC X(109).
       01 WS-LOG-ACTION           PIC X(06).

       01 WS-ACTION-COUNT         PIC 9(05) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(05) VALUE 0.
       01 WS-OPERATOR-ID          PIC X(08).
       01 WS-TODAY                PIC 9(08).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN I-O EXC-TRACK-FILE.
           IF NOT WS-TRK-FILE-OK
               DISPLAY "ERROR OPENING EXC-TRACK-FILE, STATUS: ",
                   WS-TRK-FILE-STATUS
               DISPLAY "Run ExcReport first - it registers the ",
                   "exceptions to be tracked."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0850-OPEN-MAINT-LOG.

           PERFORM UNTIL WS-MAINT-QUIT
               PERFORM 0200-DISPLAY-MAINT-MENU
               PERFORM 0300-DISPATCH-MAINT-CHOICE
           END-PERFORM.

           CLOSE EXC-TRACK-FILE.
           IF WS-LOG-FILE-OK
               CLOSE MAINT-LOG-FILE
           END-IF.
           DISPLAY "Maintenance session complete: ", WS-ACTION-COUNT,
               " changes logged.".

           GOBACK.

       0200-DISPLAY-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "===== Exception Tracking =====".
           DISPLAY "  L. List unresolved exceptions".
           DISPLAY "  S. Show one exception".
           DISPLAY "  K. Acknowledge an exception".
           DISPLAY "  G. Assign an exception".
           DISPLAY "  N. Annotate an exception".
           DISPLAY "  R. Resolve an exception".
           DISPLAY "  Q. Quit".
           DISPLAY "Enter selection: ".
           ACCEPT WS-MAINT-CHOICE.

       0300-DISPATCH-MAINT-CHOICE.
           IF WS-MAINT-LIST
               PERFORM 0700-LIST-UNRESOLVED
           ELSE
               IF WS-MAINT-SHOW
                   PERFORM 0650-SHOW-EXCEPTION
                       THRU 0650-SHOW-EXCEPTION-EXIT
               ELSE
                   IF WS-MAINT-ACKNOWLEDGE
                       PERFORM 0400-ACKNOWLEDGE
                           THRU 0400-ACKNOWLEDGE-EXIT
                   ELSE
                       IF WS-MAINT-ASSIGN
                           PERFORM 0500-ASSIGN
                               THRU 0500-ASSIGN-EXIT
                       ELSE
                           PERFORM 0310-DISPATCH-CLOSING-CHOICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0310-DISPATCH-CLOSING-CHOICE.
           IF WS-MAINT-ANNOTATE
               PERFORM 0550-ANNOTATE
                   THRU 0550-ANNOTATE-EXIT
           ELSE
               IF WS-MAINT-RESOLVE
                   PERFORM 0600-RESOLVE
                       THRU 0600-RESOLVE-EXIT
               ELSE
                   IF NOT WS-MAINT-QUIT
                       DISPLAY "Invalid selection, try again."
                   END-IF
               END-IF
           END-IF.

      * The desk has seen the exception. Acknowledging does not take
      * it off the morning report; only resolving does.
       0400-ACKNOWLEDGE.
           PERFORM 0730-ACCEPT-TRACK-ID
               THRU 0730-ACCEPT-TRACK-ID-EXIT.
           IF NOT WS-TRACK-VALID
               GO TO 0400-ACKNOWLEDGE-EXIT
           END-IF.
           IF ETK-ACKNOWLEDGED
               DISPLAY "Exception ", WS-TRACK-ID, " was already ",
                   "acknowledged ", ETK-ACK-DATE, " by ", ETK-ACK-BY,
                   "."
               GO TO 0400-ACKNOWLEDGE-EXIT
           END-IF.
           MOVE ETK-TRACKING-STATE TO WS-BEFORE-IMAGE.
           PERFORM 0770-STAMP-ACKNOWLEDGED.
           MOVE "ACK" TO WS-LOG-ACTION.
           PERFORM 0780-REWRITE-TRACKED.

       0400-ACKNOWLEDGE-EXIT.
           EXIT.

      * Gives the exception to an operator to work. An open
      * exception is acknowledged by being assigned.
       0500-ASSIGN.
           PERFORM 0730-ACCEPT-TRACK-ID
               THRU 0730-ACCEPT-TRACK-ID-EXIT.
           IF NOT WS-TRACK-VALID
               GO TO 0500-ASSIGN-EXIT
           END-IF.
           DISPLAY "Assign to operator ID: ".
           MOVE SPACES TO WS-ASSIGNEE-INPUT.
           ACCEPT WS-ASSIGNEE-INPUT.
           IF WS-ASSIGNEE-INPUT = SPACES
               DISPLAY "ERROR: an operator ID is required - not ",
                   "assigned."
               GO TO 0500-ASSIGN-EXIT
           END-IF.
           IF WS-ASSIGNEE-INPUT = ETK-ASSIGNEE
               DISPLAY "Exception ", WS-TRACK-ID, " is already ",
                   "assigned to ", ETK-ASSIGNEE, "."
               GO TO 0500-ASSIGN-EXIT
           END-IF.
           MOVE ETK-TRACKING-STATE TO WS-BEFORE-IMAGE.
           IF ETK-OPEN
               PERFORM 0770-STAMP-ACKNOWLEDGED
           END-IF.
           MOVE WS-ASSIGNEE-INPUT TO ETK-ASSIGNEE.
           MOVE WS-TODAY TO ETK-ASSIGNED-DATE.
           MOVE "ASSIGN" TO WS-LOG-ACTION.
           PERFORM 0780-REWRITE-TRACKED.

       0500-ASSIGN-EXIT.
           EXIT.

      * Replaces the exception's note with the desk's latest word
      * on it; the log keeps every earlier note.
       0550-ANNOTATE.
           PERFORM 0730-ACCEPT-TRACK-ID
               THRU 0730-ACCEPT-TRACK-ID-EXIT.
           IF NOT WS-TRACK-VALID
               GO TO 0550-ANNOTATE-EXIT
           END-IF.
           IF ETK-NOTE NOT = SPACES
               DISPLAY "Current note: ", ETK-NOTE
           END-IF.
           DISPLAY "Note: ".
           MOVE SPACES TO WS-NOTE-INPUT.
           ACCEPT WS-NOTE-INPUT.
           IF WS-NOTE-INPUT = SPACES
               DISPLAY "ERROR: the note is empty - not annotated."
               GO TO 0550-ANNOTATE-EXIT
           END-IF.
           MOVE ETK-TRACKING-STATE TO WS-BEFORE-IMAGE.
           MOVE WS-NOTE-INPUT TO ETK-NOTE.
           MOVE "NOTE" TO WS-LOG-ACTION.
           PERFORM 0780-REWRITE-TRACKED.

       0550-ANNOTATE-EXIT.
           EXIT.

      * Closes the exception out with a stated resolution, which
      * becomes its note. A resolved exception is no longer carried
      * forward and cannot be worked further.
       0600-RESOLVE.
           PERFORM 0730-ACCEPT-TRACK-ID
               THRU 0730-ACCEPT-TRACK-ID-EXIT.
           IF NOT WS-TRACK-VALID
               GO TO 0600-RESOLVE-EXIT
           END-IF.
           DISPLAY "Resolution (required): ".
           MOVE SPACES TO WS-NOTE-INPUT.
           ACCEPT WS-NOTE-INPUT.
           IF WS-NOTE-INPUT = SPACES
               DISPLAY "ERROR: a resolution is required - not ",
                   "resolved."
               GO TO 0600-RESOLVE-EXIT
           END-IF.
           MOVE ETK-TRACKING-STATE TO WS-BEFORE-IMAGE.
           IF ETK-OPEN
               PERFORM 0770-STAMP-ACKNOWLEDGED
           END-IF.
           MOVE "R" TO ETK-STATUS.
           MOVE WS-TODAY TO ETK-RESOLVED-DATE.
           MOVE WS-OPERATOR-ID TO ETK-RESOLVED-BY.
           MOVE WS-NOTE-INPUT TO ETK-NOTE.
           MOVE "RESOLV" TO WS-LOG-ACTION.
           PERFORM 0780-REWRITE-TRACKED.

       0600-RESOLVE-EXIT.
           EXIT.

      * Shows one exception in full, resolved or not.
       0650-SHOW-EXCEPTION.
           DISPLAY "Tracking number: ".
           MOVE SPACES TO WS-TRACK-INPUT.
           ACCEPT WS-TRACK-INPUT.
           PERFORM 0740-EDIT-TRACK-ID
               THRU 0740-EDIT-TRACK-ID-EXIT.
           IF NOT WS-TRACK-VALID
               GO TO 0650-SHOW-EXCEPTION-EXIT
           END-IF.
           PERFORM 0720-SHOW-TRACKED.

       0650-SHOW-EXCEPTION-EXIT.
           EXIT.

      * Lists every unresolved exception in tracking-number order -
      * oldest first - restarting the browse from the start each
      * time.
       0700-LIST-UNRESOLVED.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO ETK-TRACK-ID.
           START EXC-TRACK-FILE
               KEY IS GREATER THAN ETK-TRACK-ID
               INVALID KEY
                   DISPLAY "No exceptions are being tracked."
           END-START.
           IF WS-TRK-FILE-OK
               DISPLAY "TRACK#  RAISED   PROGRAM         CODE     SV ",
                   "KEY                  ST ASSIGNED"
               PERFORM 0710-READ-NEXT-TRACKED
               PERFORM UNTIL NOT WS-TRK-FILE-OK
                   IF ETK-UNRESOLVED
                       DISPLAY ETK-TRACK-ID, " ", ETK-RUN-DATE, " ",
                           ETK-PROGRAM-NAME, " ", ETK-CODE, " ",
                           ETK-SEVERITY, " ", ETK-KEY-ID, " ",
                           ETK-STATUS, "  ", ETK-ASSIGNEE
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
                   PERFORM 0710-READ-NEXT-TRACKED
               END-PERFORM
               DISPLAY WS-LIST-COUNT, " unresolved exceptions."
           END-IF.

       0710-READ-NEXT-TRACKED.
           READ EXC-TRACK-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0720-SHOW-TRACKED.
           DISPLAY "Exception ", ETK-TRACK-ID, ": ", ETK-PROGRAM-NAME,
               " run ", ETK-RUN-DATE, " ", ETK-RUN-TIME,
               " code ", ETK-CODE, " severity ", ETK-SEVERITY.
           DISPLAY "  Key:         ", ETK-KEY-ID.
           DISPLAY "  Description: ", ETK-DESCRIPTION.
           DISPLAY "  Status:      ", ETK-STATUS,
               "   tracked ", ETK-TRACKED-DATE.
           DISPLAY "  Acknowledged ", ETK-ACK-DATE, " by ", ETK-ACK-BY.
           DISPLAY "  Assigned to  ", ETK-ASSIGNEE, " on ",
               ETK-ASSIGNED-DATE.
           DISPLAY "  Resolved     ", ETK-RESOLVED-DATE, " by ",
               ETK-RESOLVED-BY.
           DISPLAY "  Note:        ", ETK-NOTE.

      * Accepts a tracking number for an action and reads the
      * exception; only an unresolved exception can be worked.
       0730-ACCEPT-TRACK-ID.
           DISPLAY "Tracking number: ".
           MOVE SPACES TO WS-TRACK-INPUT.
           ACCEPT WS-TRACK-INPUT.
           PERFORM 0740-EDIT-TRACK-ID
               THRU 0740-EDIT-TRACK-ID-EXIT.
           IF NOT WS-TRACK-VALID
               GO TO 0730-ACCEPT-TRACK-ID-EXIT
           END-IF.
           PERFORM 0720-SHOW-TRACKED.
           IF ETK-RESOLVED
               DISPLAY "Exception ", WS-TRACK-ID, " was resolved ",
                   ETK-RESOLVED-DATE, " by ", ETK-RESOLVED-BY,
                   " - no further action."
               MOVE "N" TO WS-TRACK-VALID-SW
           END-IF.

       0730-ACCEPT-TRACK-ID-EXIT.
           EXIT.

      * Edits the keyed tracking number and reads the exception.
      * Number zero is the registration control record, not an
      * exception.
       0740-EDIT-TRACK-ID.
           MOVE "N" TO WS-TRACK-VALID-SW.
           MOVE SPACES TO WS-TRACK-JUSTIFIED.
           UNSTRING WS-TRACK-INPUT DELIMITED BY ALL " "
               INTO WS-TRACK-JUSTIFIED
           END-UNSTRING.
           INSPECT WS-TRACK-JUSTIFIED REPLACING LEADING " " BY "0".
           IF WS-TRACK-JUSTIFIED IS NOT NUMERIC
               DISPLAY "ERROR: tracking number must be numeric."
               GO TO 0740-EDIT-TRACK-ID-EXIT
           END-IF.
           MOVE WS-TRACK-JUSTIFIED TO WS-TRACK-ID.
           IF WS-TRACK-ID = 0
               DISPLAY "ERROR: tracking numbers start at 1."
               GO TO 0740-EDIT-TRACK-ID-EXIT
           END-IF.
           MOVE WS-TRACK-ID TO ETK-TRACK-ID.
           READ EXC-TRACK-FILE
               INVALID KEY
                   DISPLAY "Exception ", WS-TRACK-ID,
                       " is not being tracked."
                   GO TO 0740-EDIT-TRACK-ID-EXIT
           END-READ.
           MOVE "Y" TO WS-TRACK-VALID-SW.

       0740-EDIT-TRACK-ID-EXIT.
           EXIT.

       0770-STAMP-ACKNOWLEDGED.
           MOVE "A" TO ETK-STATUS.
           MOVE WS-TODAY TO ETK-ACK-DATE.
           MOVE WS-OPERATOR-ID TO ETK-ACK-BY.

      * Writes the worked exception back and logs the action with
      * its before and after tracking state.
       0780-REWRITE-TRACKED.
           REWRITE EXC-TRACK-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, STATUS: ",
                       WS-TRK-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Exception ", WS-TRACK-ID, " updated: ",
                       "status ", ETK-STATUS, " assigned ",
                       ETK-ASSIGNEE
                   MOVE ETK-TRACKING-STATE TO WS-AFTER-IMAGE
                   PERFORM 0900-WRITE-MAINT-LOG
           END-REWRITE.

      * Opens the desk's change log, appending if it already exists.
       0850-OPEN-MAINT-LOG.
           OPEN EXTEND MAINT-LOG-FILE.
           IF NOT WS-LOG-FILE-OK
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF NOT WS-LOG-FILE-OK
               DISPLAY "ERROR OPENING MAINT-LOG-FILE, STATUS: ",
                   WS-LOG-FILE-STATUS
           END-IF.

      * Writes one before/after row per desk action, and echoes it
      * to the console so the operator sees what was recorded.
       0900-WRITE-MAINT-LOG.
           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "LOGGED: ", WS-LOG-ACTION, " EXCEPTION ",
               WS-TRACK-ID.
           IF WS-LOG-FILE-OK
               ACCEPT MLG-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT MLG-RUN-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO MLG-OPERATOR-ID
               MOVE WS-LOG-ACTION TO MLG-ACTION
               MOVE WS-TRACK-ID TO MLG-TRACK-ID
               MOVE WS-BEFORE-IMAGE TO MLG-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO MLG-AFTER-IMAGE
               WRITE MAINT-LOG-RECORD
           END-IF.

       END PROGRAM ExcTrackMaint.
