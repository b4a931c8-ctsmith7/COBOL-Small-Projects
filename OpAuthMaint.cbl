           SELECT MAINT-LOG-FILE ASSIGN TO "OPALOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT RECERT-SIGNOFF-FILE ASSIGN TO "RECERTSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * is the supported way to get operator records into and out of
      * that file, replacing the security group's hand edits.
       FD  OPERATOR-AUTH-FILE.
           COPY OPAUTH.

      * Before/after change log: one row per maintenance action,
      * appended across sessions so every change to the operator
      * authorization file can be traced. The flag images carry the
      * four permissions in BMI/FACT/SUMTON/BATCH order; the reopen
      * images carry the period-reopen permission, and are spaces
      * on rows written before it existed.
       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05 MLG-RUN-DATE         PIC 9(08).
           05 MLG-TARGET-ID        PIC X(08).
           05 MLG-BEFORE-FLAGS     PIC X(04).
           05 MLG-AFTER-FLAGS      PIC X(04).
           05 MLG-BEFORE-REOPEN    PIC X(01).
           05 MLG-AFTER-REOPEN     PIC X(01).

      * The access recertification sign-off written by AccessRecert
      * and marked by security with the flags to revoke.
       FD  RECERT-SIGNOFF-FILE.
           COPY RECERTSO.

       WORKING-STORAGE SECTION.
       01 WS-OPA-FILE-STATUS      PIC XX.
       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-RSO-FILE-STATUS      PIC XX.
          88 WS-RSO-FILE-OK            VALUE "00".

       01 WS-MAINT-CHOICE         PIC X(01).
          88 WS-MAINT-ADD              VALUE "A" "a".
          88 WS-MAINT-CHANGE           VALUE "C" "c".
          88 WS-MAINT-DELETE           VALUE "D" "d".
          88 WS-MAINT-LIST             VALUE "L" "l".
          88 WS-MAINT-SIGNOFF          VALUE "S" "s".
          88 WS-MAINT-QUIT             VALUE "Q" "q".

       01 WS-TARGET-ID            PIC X(08).

      * The five permission flags gathered at the prompts, in
      * BMI/FACT/SUMTON/BATCH/REOPEN order, validated to Y or N
      * before they are allowed on the file.
       01 WS-FLAGS.
          05 WS-FLAG-BMI          PIC X(01).
          05 WS-FLAG-FACT         PIC X(01).
          05 WS-FLAG-SUMTON       PIC X(01).
          05 WS-FLAG-BATCH        PIC X(01).
          05 WS-FLAG-REOPEN       PIC X(01).
       01 WS-FLAGS-R REDEFINES WS-FLAGS.
          05 WS-FLAG-BYTE         PIC X(01) OCCURS 5 TIMES.
       01 WS-FLAG-SUB             PIC 9(01) COMP.
       01 WS-FLAG-INPUT           PIC X(01).

       01 WS-FLAGS-VALID-SW       PIC X(01).
          88 WS-FLAGS-VALID            VALUE "Y".

       01 WS-BEFORE-FLAGS         PIC X(05).
       01 WS-AFTER-FLAGS          PIC X(05).
       01 WS-LOG-ACTION           PIC X(06).

       01 WS-CONFIRM              PIC X(01).
       01 WS-SIGNOFF-APPLIED      PIC 9(05).
       01 WS-SIGNOFF-SKIPPED      PIC 9(05).

       01 WS-ACTION-COUNT         PIC 9(05) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(05) VALUE 0.
       01 WS-OPERATOR-ID          PIC X(08).
           DISPLAY "  C. Change an operator's permissions".
           DISPLAY "  D. Delete an operator".
           DISPLAY "  L. List all operators".
           DISPLAY "  S. Apply a recertification sign-off file".
           DISPLAY "  Q. Quit".
           DISPLAY "Enter selection: ".
           ACCEPT WS-MAINT-CHOICE.
                       IF WS-MAINT-LIST
                           PERFORM 0700-LIST-OPERATORS
                       ELSE
                           IF WS-MAINT-SIGNOFF
                               PERFORM 0650-APPLY-SIGNOFF
                                   THRU 0650-APPLY-SIGNOFF-EXIT
                           ELSE
                               IF NOT WS-MAINT-QUIT
                                   DISPLAY "Invalid selection, ",
                                       "try again."
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               MOVE WS-FLAG-FACT TO OPA-MAY-RUN-FACT
               MOVE WS-FLAG-SUMTON TO OPA-MAY-RUN-SUMTON
               MOVE WS-FLAG-BATCH TO OPA-MAY-RUN-BATCH
               MOVE WS-FLAG-REOPEN TO OPA-MAY-REOPEN
               WRITE OPERATOR-AUTH-RECORD
                   INVALID KEY
                       DISPLAY "Operator ", WS-TARGET-ID,
                       " currently: BMI=", OPA-MAY-RUN-BMI,
                       " FACT=", OPA-MAY-RUN-FACT,
                       " SUMTON=", OPA-MAY-RUN-SUMTON,
                       " BATCH=", OPA-MAY-RUN-BATCH,
                       " REOPEN=", OPA-MAY-REOPEN
                   MOVE OPA-MAY-RUN-BMI TO WS-BEFORE-FLAGS(1:1)
                   MOVE OPA-MAY-RUN-FACT TO WS-BEFORE-FLAGS(2:1)
                   MOVE OPA-MAY-RUN-SUMTON TO WS-BEFORE-FLAGS(3:1)
                   MOVE OPA-MAY-RUN-BATCH TO WS-BEFORE-FLAGS(4:1)
                   MOVE OPA-MAY-REOPEN TO WS-BEFORE-FLAGS(5:1)
                   PERFORM 0750-ACCEPT-FLAGS
                   IF WS-FLAGS-VALID
                       MOVE WS-FLAG-BMI TO OPA-MAY-RUN-BMI
                       MOVE WS-FLAG-FACT TO OPA-MAY-RUN-FACT
                       MOVE WS-FLAG-SUMTON TO OPA-MAY-RUN-SUMTON
                       MOVE WS-FLAG-BATCH TO OPA-MAY-RUN-BATCH
                       MOVE WS-FLAG-REOPEN TO OPA-MAY-REOPEN
                       REWRITE OPERATOR-AUTH-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE FAILED, STATUS: ",
                   MOVE OPA-MAY-RUN-FACT TO WS-BEFORE-FLAGS(2:1)
                   MOVE OPA-MAY-RUN-SUMTON TO WS-BEFORE-FLAGS(3:1)
                   MOVE OPA-MAY-RUN-BATCH TO WS-BEFORE-FLAGS(4:1)
                   MOVE OPA-MAY-REOPEN TO WS-BEFORE-FLAGS(5:1)
                   DELETE OPERATOR-AUTH-FILE
                       INVALID KEY
                           DISPLAY "DELETE FAILED, STATUS: ",
       0600-DELETE-OPERATOR-EXIT.
           EXIT.

      * Applies a marked recertification sign-off: every flag with
      * an R under it is set to N and logged as a RECERT change.
      * Unmarked rows are passed over; nothing is ever granted here.
       0650-APPLY-SIGNOFF.
           OPEN INPUT RECERT-SIGNOFF-FILE.
           IF NOT WS-RSO-FILE-OK
               DISPLAY "ERROR OPENING RECERT-SIGNOFF-FILE, STATUS: ",
                   WS-RSO-FILE-STATUS
               GO TO 0650-APPLY-SIGNOFF-EXIT
           END-IF.
           DISPLAY "Revoke the flags marked R on RECERTSO? (Y/N): ".
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               CLOSE RECERT-SIGNOFF-FILE
               DISPLAY "Sign-off not applied."
               GO TO 0650-APPLY-SIGNOFF-EXIT
           END-IF.
           MOVE 0 TO WS-SIGNOFF-APPLIED.
           MOVE 0 TO WS-SIGNOFF-SKIPPED.
           PERFORM 0655-READ-SIGNOFF-ROW.
           PERFORM UNTIL NOT WS-RSO-FILE-OK
               IF RSO-REVOKE-MARKS NOT = SPACES
                   PERFORM 0660-APPLY-SIGNOFF-ROW
                       THRU 0660-APPLY-SIGNOFF-ROW-EXIT
               END-IF
               PERFORM 0655-READ-SIGNOFF-ROW
           END-PERFORM.
           CLOSE RECERT-SIGNOFF-FILE.
           DISPLAY "Sign-off applied: ", WS-SIGNOFF-APPLIED,
               " operators changed, ", WS-SIGNOFF-SKIPPED,
               " marked rows skipped.".

       0650-APPLY-SIGNOFF-EXIT.
           EXIT.

       0655-READ-SIGNOFF-ROW.
           READ RECERT-SIGNOFF-FILE
               AT END
                   CONTINUE
           END-READ.

      * One marked row. The same separation-of-duties rule holds as
      * for a keyed change, and a row is only applied to the record
      * it was reviewed against: if the operator's flags have
      * changed since the review, the marks no longer mean what
      * security signed off and the row is skipped.
       0660-APPLY-SIGNOFF-ROW.
           MOVE RSO-OPERATOR-ID TO WS-TARGET-ID.
           PERFORM 0760-CHECK-NOT-SELF.
           IF WS-TARGET-ID = WS-OPERATOR-ID
               ADD 1 TO WS-SIGNOFF-SKIPPED
               GO TO 0660-APPLY-SIGNOFF-ROW-EXIT
           END-IF.
           INSPECT RSO-REVOKE-MARKS CONVERTING "r" TO "R".
           MOVE "Y" TO WS-FLAGS-VALID-SW.
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 5
               IF RSO-REVOKE-MARK(WS-FLAG-SUB) NOT = SPACE
                   IF RSO-REVOKE-MARK(WS-FLAG-SUB) NOT = "R"
                       OR RSO-CURRENT-FLAG(WS-FLAG-SUB) NOT = "Y"
                       MOVE "N" TO WS-FLAGS-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-FLAGS-VALID
               DISPLAY "Operator ", WS-TARGET-ID, ": marks must be R ",
                   "under a Y flag - row skipped."
               ADD 1 TO WS-SIGNOFF-SKIPPED
               GO TO 0660-APPLY-SIGNOFF-ROW-EXIT
           END-IF.
           MOVE WS-TARGET-ID TO OPA-OPERATOR-ID.
           READ OPERATOR-AUTH-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-OPA-FILE-OK
               DISPLAY "Operator ", WS-TARGET-ID, " not found - ",
                   "row skipped."
               ADD 1 TO WS-SIGNOFF-SKIPPED
               GO TO 0660-APPLY-SIGNOFF-ROW-EXIT
           END-IF.
           MOVE OPA-MAY-RUN-BMI TO WS-BEFORE-FLAGS(1:1).
           MOVE OPA-MAY-RUN-FACT TO WS-BEFORE-FLAGS(2:1).
           MOVE OPA-MAY-RUN-SUMTON TO WS-BEFORE-FLAGS(3:1).
           MOVE OPA-MAY-RUN-BATCH TO WS-BEFORE-FLAGS(4:1).
           MOVE OPA-MAY-REOPEN TO WS-BEFORE-FLAGS(5:1).
           IF WS-BEFORE-FLAGS NOT = RSO-CURRENT-FLAGS
               DISPLAY "Operator ", WS-TARGET-ID, " changed since ",
                   "the review of ", RSO-REVIEW-DATE,
                   " - row skipped."
               ADD 1 TO WS-SIGNOFF-SKIPPED
               GO TO 0660-APPLY-SIGNOFF-ROW-EXIT
           END-IF.
           MOVE WS-BEFORE-FLAGS TO WS-FLAGS.
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 5
               IF RSO-REVOKE-MARK(WS-FLAG-SUB) = "R"
                   MOVE "N" TO WS-FLAG-BYTE(WS-FLAG-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-FLAG-BMI TO OPA-MAY-RUN-BMI.
           MOVE WS-FLAG-FACT TO OPA-MAY-RUN-FACT.
           MOVE WS-FLAG-SUMTON TO OPA-MAY-RUN-SUMTON.
           MOVE WS-FLAG-BATCH TO OPA-MAY-RUN-BATCH.
           MOVE WS-FLAG-REOPEN TO OPA-MAY-REOPEN.
           REWRITE OPERATOR-AUTH-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, STATUS: ",
                       WS-OPA-FILE-STATUS
                   ADD 1 TO WS-SIGNOFF-SKIPPED
               NOT INVALID KEY
                   DISPLAY "Operator ", WS-TARGET-ID,
                       " recertified to flags ", WS-FLAGS
                   MOVE "RECERT" TO WS-LOG-ACTION
                   MOVE WS-FLAGS TO WS-AFTER-FLAGS
                   PERFORM 0900-WRITE-MAINT-LOG
                   ADD 1 TO WS-SIGNOFF-APPLIED
           END-REWRITE.

       0660-APPLY-SIGNOFF-ROW-EXIT.
           EXIT.

      * Lists every operator on the file in key order, restarting
      * the browse from the lowest key each time.
       0700-LIST-OPERATORS.
                   DISPLAY "File is empty."
           END-START.
           IF WS-OPA-FILE-OK
               DISPLAY "OPERATOR  BMI FACT SUMTON BATCH REOPEN"
               PERFORM 0710-READ-NEXT-OPERATOR
               PERFORM UNTIL NOT WS-OPA-FILE-OK
                   DISPLAY OPA-OPERATOR-ID, "  ",
                       OPA-MAY-RUN-BMI, "   ",
                       OPA-MAY-RUN-FACT, "    ",
                       OPA-MAY-RUN-SUMTON, "      ",
                       OPA-MAY-RUN-BATCH, "     ",
                       OPA-MAY-REOPEN
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 0710-READ-NEXT-OPERATOR
               END-PERFORM
                   CONTINUE
           END-READ.

      * Accepts the five permission flags in turn and validates each
      * to Y or N before the record is allowed on the file; one bad
      * reply rejects the whole entry so a half-set record never
      * lands.
           ACCEPT WS-FLAG-INPUT.
           MOVE 4 TO WS-FLAG-SUB.
           PERFORM 0755-EDIT-ONE-FLAG.
           DISPLAY "May reopen closed SUMCTLX periods? (Y/N): ".
           ACCEPT WS-FLAG-INPUT.
           MOVE 5 TO WS-FLAG-SUB.
           PERFORM 0755-EDIT-ONE-FLAG.
           IF NOT WS-FLAGS-VALID
               DISPLAY "ERROR: flags must be Y or N - entry rejected."
           END-IF.
               MOVE WS-OPERATOR-ID TO MLG-OPERATOR-ID
               MOVE WS-LOG-ACTION TO MLG-ACTION
               MOVE WS-TARGET-ID TO MLG-TARGET-ID
               MOVE WS-BEFORE-FLAGS(1:4) TO MLG-BEFORE-FLAGS
               MOVE WS-AFTER-FLAGS(1:4) TO MLG-AFTER-FLAGS
               MOVE WS-BEFORE-FLAGS(5:1) TO MLG-BEFORE-REOPEN
               MOVE WS-AFTER-FLAGS(5:1) TO MLG-AFTER-REOPEN
               WRITE MAINT-LOG-RECORD
           END-IF.

