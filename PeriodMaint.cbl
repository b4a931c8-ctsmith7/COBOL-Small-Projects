           SELECT MAINT-LOG-FILE ASSIGN TO "CTLXLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPAUTH"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * and out of that file. Type S is the sum, type Q the sum of
      * squares, over CTLX-FROM through CTLX-TO; CTLX-N is kept
      * equal to CTLX-TO for the programs that read the legacy
      * field.
       FD  SUM-CONTROL-INDEXED-FILE.
           COPY SUMCTLX.

      * Before/after change log: one row per maintenance action,
      * appended across sessions so every change to the period file
      * can be traced.
       FD  MAINT-LOG-FILE.
           COPY CTLXLOG.

      * Read only to check the operator's reopen permission.
       FD  OPERATOR-AUTH-FILE.
           COPY OPAUTH.

       WORKING-STORAGE SECTION.
       01 WS-CTLX-FILE-STATUS     PIC XX.
       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-OPA-FILE-STATUS      PIC XX.
          88 WS-OPA-FILE-OK            VALUE "00".

       01 WS-MAINT-CHOICE         PIC X(01).
          88 WS-MAINT-ADD              VALUE "A" "a".
          88 WS-MAINT-CHANGE           VALUE "C" "c".
          88 WS-MAINT-DELETE           VALUE "D" "d".
          88 WS-MAINT-LIST             VALUE "L" "l".
          88 WS-MAINT-REOPEN           VALUE "R" "r".
          88 WS-MAINT-QUIT             VALUE "Q" "q".

       01 WS-PERIOD-ID            PIC X(06).
       01 WS-AFTER-TYPE           PIC X(02).
       01 WS-AFTER-FROM           PIC X(08).
       01 WS-LOG-ACTION           PIC X(06).
       01 WS-BEFORE-STATUS        PIC X(01).
       01 WS-AFTER-STATUS         PIC X(01).
       01 WS-LOG-REASON           PIC X(40) VALUE SPACES.

      * A reopen needs the reopen permission on OPAUTH and a stated
      * reason, both of which go on the change log.
       01 WS-REOPEN-AUTH-SW       PIC X(01).
          88 WS-REOPEN-AUTHORIZED      VALUE "Y".
       01 WS-REOPEN-REASON        PIC X(40).

       01 WS-ACTION-COUNT         PIC 9(05) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(05) VALUE 0.
               "FROM, TO)".
           DISPLAY "  D. Delete a period".
           DISPLAY "  L. List all periods".
           DISPLAY "  R. Reopen a closed period (authorized ",
               "operators only)".
           DISPLAY "  Q. Quit".
           DISPLAY "Enter selection: ".
           ACCEPT WS-MAINT-CHOICE.
           ELSE
               IF WS-MAINT-CHANGE
                   PERFORM 0500-CHANGE-PERIOD
                       THRU 0500-CHANGE-PERIOD-EXIT
               ELSE
                   IF WS-MAINT-DELETE
                       PERFORM 0600-DELETE-PERIOD
                           THRU 0600-DELETE-PERIOD-EXIT
                   ELSE
                       IF WS-MAINT-LIST
                           PERFORM 0700-LIST-PERIODS
                       ELSE
                           IF WS-MAINT-REOPEN
                               PERFORM 0650-REOPEN-PERIOD
                                   THRU 0650-REOPEN-PERIOD-EXIT
                           ELSE
                               IF NOT WS-MAINT-QUIT
                                   DISPLAY "Invalid selection, try ",
                                       "again."
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               MOVE WS-COMP-TYPE TO CTLX-COMP-TYPE
               MOVE WS-FROM-VALUE TO CTLX-FROM
               MOVE WS-N-VALUE TO CTLX-TO
               MOVE "O" TO CTLX-STATUS
               MOVE SPACES TO CTLX-CLOSE-DATE
               MOVE SPACES TO CTLX-CLOSED-BY
               WRITE SUM-CONTROL-INDEXED-RECORD
                   INVALID KEY
                       DISPLAY "Period ", WS-PERIOD-ID,
                       MOVE SPACES TO WS-BEFORE-N
                       MOVE SPACES TO WS-BEFORE-TYPE
                       MOVE SPACES TO WS-BEFORE-FROM
                       MOVE SPACES TO WS-BEFORE-STATUS
                       MOVE CTLX-STATUS TO WS-AFTER-STATUS
                       MOVE CTLX-N TO WS-AFTER-N
                       MOVE CTLX-COMP-TYPE TO WS-AFTER-TYPE
                       MOVE CTLX-FROM TO WS-AFTER-FROM
               END-WRITE
           END-IF.

      * A closed period has been signed off by finance and may not
      * be changed; it must be reopened first. A reopened period can
      * be changed, and keeps its reopened status until the next
      * close run.
       0500-CHANGE-PERIOD.
           DISPLAY "Period ID to change: ".
           ACCEPT WS-PERIOD-ID.
           READ SUM-CONTROL-INDEXED-FILE
               INVALID KEY
                   DISPLAY "Period ", WS-PERIOD-ID, " not found."
                   GO TO 0500-CHANGE-PERIOD-EXIT
           END-READ.
           IF CTLX-PERIOD-CLOSED
               PERFORM 0690-REFUSE-CLOSED-PERIOD
               GO TO 0500-CHANGE-PERIOD-EXIT
           END-IF.
           DISPLAY "Period ", WS-PERIOD-ID,
               " currently: N = ", CTLX-N,
               " type ", CTLX-COMP-TYPE,
               " from ", CTLX-FROM, " to ", CTLX-TO,
               " status ", CTLX-STATUS.
           MOVE CTLX-N TO WS-BEFORE-N.
           MOVE CTLX-COMP-TYPE TO WS-BEFORE-TYPE.
           MOVE CTLX-FROM TO WS-BEFORE-FROM.
           MOVE CTLX-STATUS TO WS-BEFORE-STATUS.
           PERFORM 0740-ACCEPT-COMPUTATION
               THRU 0740-ACCEPT-COMP-EXIT.
           IF WS-ENTRY-VALID
               MOVE WS-N-VALUE TO CTLX-N
               MOVE WS-COMP-TYPE TO CTLX-COMP-TYPE
               MOVE WS-FROM-VALUE TO CTLX-FROM
               MOVE WS-N-VALUE TO CTLX-TO
               REWRITE SUM-CONTROL-INDEXED-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED, STATUS: ",
                           WS-CTLX-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Period ", WS-PERIOD-ID,
                           " changed: type ",
                           CTLX-COMP-TYPE, " from ",
                           CTLX-FROM, " to ", CTLX-TO
                       MOVE "CHANGE" TO WS-LOG-ACTION
                       MOVE CTLX-N TO WS-AFTER-N
                       MOVE CTLX-COMP-TYPE TO WS-AFTER-TYPE
                       MOVE CTLX-FROM TO WS-AFTER-FROM
                       MOVE CTLX-STATUS TO WS-AFTER-STATUS
                       PERFORM 0900-WRITE-MAINT-LOG
               END-REWRITE
           END-IF.

       0500-CHANGE-PERIOD-EXIT.
           EXIT.

      * A period that has ever been closed is never deleted - its
      * RESULTS rows have been reported - whether it is closed now
      * or reopened for correction.
       0600-DELETE-PERIOD.
           DISPLAY "Period ID to delete: ".
           ACCEPT WS-PERIOD-ID.
           READ SUM-CONTROL-INDEXED-FILE
               INVALID KEY
                   DISPLAY "Period ", WS-PERIOD-ID, " not found."
                   GO TO 0600-DELETE-PERIOD-EXIT
           END-READ.
           IF CTLX-PERIOD-CLOSED OR CTLX-PERIOD-REOPENED
               PERFORM 0690-REFUSE-CLOSED-PERIOD
               GO TO 0600-DELETE-PERIOD-EXIT
           END-IF.
           MOVE CTLX-N TO WS-BEFORE-N.
           MOVE CTLX-COMP-TYPE TO WS-BEFORE-TYPE.
           MOVE CTLX-FROM TO WS-BEFORE-FROM.
           MOVE CTLX-STATUS TO WS-BEFORE-STATUS.
           DELETE SUM-CONTROL-INDEXED-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED, STATUS: ",
                       WS-CTLX-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Period ", WS-PERIOD-ID, " deleted."
                   MOVE "DELETE" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-AFTER-N
                   MOVE SPACES TO WS-AFTER-TYPE
                   MOVE SPACES TO WS-AFTER-FROM
                   MOVE SPACES TO WS-AFTER-STATUS
                   PERFORM 0900-WRITE-MAINT-LOG
           END-DELETE.

       0600-DELETE-PERIOD-EXIT.
           EXIT.

      * Reopens a closed period for correction. This is a separately
      * authorized action: the signed-on operator must hold the
      * reopen permission on OPAUTH, and must give a reason, which
      * is logged with the reopen. A refused attempt is logged too.
       0650-REOPEN-PERIOD.
           DISPLAY "Period ID to reopen: ".
           ACCEPT WS-PERIOD-ID.
           MOVE WS-PERIOD-ID TO CTLX-PERIOD-ID.
           READ SUM-CONTROL-INDEXED-FILE
               INVALID KEY
                   DISPLAY "Period ", WS-PERIOD-ID, " not found."
                   GO TO 0650-REOPEN-PERIOD-EXIT
           END-READ.
           IF NOT CTLX-PERIOD-CLOSED
               DISPLAY "Period ", WS-PERIOD-ID, " is not closed ",
                   "(status ", CTLX-STATUS, ") - nothing to reopen."
               GO TO 0650-REOPEN-PERIOD-EXIT
           END-IF.
           MOVE CTLX-N TO WS-BEFORE-N.
           MOVE CTLX-COMP-TYPE TO WS-BEFORE-TYPE.
           MOVE CTLX-FROM TO WS-BEFORE-FROM.
           MOVE CTLX-STATUS TO WS-BEFORE-STATUS.
           MOVE CTLX-N TO WS-AFTER-N.
           MOVE CTLX-COMP-TYPE TO WS-AFTER-TYPE.
           MOVE CTLX-FROM TO WS-AFTER-FROM.

           PERFORM 0670-CHECK-REOPEN-AUTHORITY.
           IF NOT WS-REOPEN-AUTHORIZED
               DISPLAY "REFUSED: operator ", WS-OPERATOR-ID,
                   " is not authorized to reopen periods."
               MOVE "REFUSE" TO WS-LOG-ACTION
               MOVE CTLX-STATUS TO WS-AFTER-STATUS
               MOVE "REOPEN REFUSED - NOT AUTHORIZED"
                   TO WS-LOG-REASON
               PERFORM 0900-WRITE-MAINT-LOG
               GO TO 0650-REOPEN-PERIOD-EXIT
           END-IF.

           DISPLAY "Period ", WS-PERIOD-ID, " closed ",
               CTLX-CLOSE-DATE, " by ", CTLX-CLOSED-BY, ".".
           DISPLAY "Reason for reopening (required): ".
           MOVE SPACES TO WS-REOPEN-REASON.
           ACCEPT WS-REOPEN-REASON.
           IF WS-REOPEN-REASON = SPACES
               DISPLAY "ERROR: a reason is required - period not ",
                   "reopened."
               GO TO 0650-REOPEN-PERIOD-EXIT
           END-IF.

           MOVE "R" TO CTLX-STATUS.
           REWRITE SUM-CONTROL-INDEXED-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, STATUS: ",
                       WS-CTLX-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Period ", WS-PERIOD-ID, " reopened."
                   MOVE "REOPEN" TO WS-LOG-ACTION
                   MOVE CTLX-STATUS TO WS-AFTER-STATUS
                   MOVE WS-REOPEN-REASON TO WS-LOG-REASON
                   PERFORM 0900-WRITE-MAINT-LOG
           END-REWRITE.

       0650-REOPEN-PERIOD-EXIT.
           EXIT.

      * Looks the signed-on operator up on OPAUTH. Only a Y in the
      * reopen flag authorizes; a missing record, an unreadable
      * file, or a record written before the flag existed does not.
       0670-CHECK-REOPEN-AUTHORITY.
           MOVE "N" TO WS-REOPEN-AUTH-SW.
           OPEN INPUT OPERATOR-AUTH-FILE.
           IF NOT WS-OPA-FILE-OK
               DISPLAY "ERROR OPENING OPERATOR-AUTH-FILE, STATUS: ",
                   WS-OPA-FILE-STATUS
           ELSE
               MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID
               READ OPERATOR-AUTH-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-OPA-FILE-OK AND OPA-MAY-REOPEN = "Y"
                   MOVE "Y" TO WS-REOPEN-AUTH-SW
               END-IF
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

      * Refuses a change or delete to a closed period, and logs the
      * refusal so the attempt is on the record.
       0690-REFUSE-CLOSED-PERIOD.
           DISPLAY "REFUSED: period ", WS-PERIOD-ID, " was closed ",
               CTLX-CLOSE-DATE, " by ", CTLX-CLOSED-BY,
               " (status ", CTLX-STATUS, ").".
           MOVE "REFUSE" TO WS-LOG-ACTION.
           MOVE CTLX-N TO WS-BEFORE-N.
           MOVE CTLX-COMP-TYPE TO WS-BEFORE-TYPE.
           MOVE CTLX-FROM TO WS-BEFORE-FROM.
           MOVE CTLX-STATUS TO WS-BEFORE-STATUS.
           MOVE CTLX-N TO WS-AFTER-N.
           MOVE CTLX-COMP-TYPE TO WS-AFTER-TYPE.
           MOVE CTLX-FROM TO WS-AFTER-FROM.
           MOVE CTLX-STATUS TO WS-AFTER-STATUS.
           IF WS-MAINT-DELETE
               MOVE "DELETE REFUSED - PERIOD HAS BEEN CLOSED"
                   TO WS-LOG-REASON
           ELSE
               MOVE "CHANGE REFUSED - PERIOD CLOSED"
                   TO WS-LOG-REASON
           END-IF.
           PERFORM 0900-WRITE-MAINT-LOG.

      * Lists every period on the file in key order, restarting the
      * browse from the lowest key each time.
                   DISPLAY "File is empty."
           END-START.
           IF WS-CTLX-FILE-OK
               DISPLAY "PERIOD    N         TYPE FROM     TO       ",
                   "STATUS CLOSED   BY"
               PERFORM 0710-READ-NEXT-PERIOD
               PERFORM UNTIL NOT WS-CTLX-FILE-OK
                   DISPLAY CTLX-PERIOD-ID, "    ", CTLX-N, "  ",
                       CTLX-COMP-TYPE, "  ", CTLX-FROM, " ",
                       CTLX-TO, " ", CTLX-STATUS, "      ",
                       CTLX-CLOSE-DATE, " ", CTLX-CLOSED-BY
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 0710-READ-NEXT-PERIOD
               END-PERFORM
               WS-PERIOD-ID, " BEFORE ", WS-BEFORE-TYPE, " ",
               WS-BEFORE-FROM, "/", WS-BEFORE-N,
               " AFTER ", WS-AFTER-TYPE, " ",
               WS-AFTER-FROM, "/", WS-AFTER-N,
               " STATUS ", WS-BEFORE-STATUS, "/", WS-AFTER-STATUS.
           IF WS-LOG-REASON NOT = SPACES
               DISPLAY "        REASON: ", WS-LOG-REASON
           END-IF.
           IF WS-LOG-FILE-OK
               ACCEPT MLG-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT MLG-RUN-TIME FROM TIME
               MOVE WS-BEFORE-FROM TO MLG-BEFORE-FROM
               MOVE WS-AFTER-TYPE TO MLG-AFTER-TYPE
               MOVE WS-AFTER-FROM TO MLG-AFTER-FROM
               MOVE WS-BEFORE-STATUS TO MLG-BEFORE-STATUS
               MOVE WS-AFTER-STATUS TO MLG-AFTER-STATUS
               MOVE WS-LOG-REASON TO MLG-REASON
               WRITE MAINT-LOG-RECORD
           END-IF.
           MOVE SPACES TO WS-LOG-REASON.

       END PROGRAM PeriodMaint.
