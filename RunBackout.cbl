       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RunBackout".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMS-PAT-ID
               FILE STATUS IS WS-PMS-FILE-STATUS.
           SELECT PATIENT-JOURNAL-FILE ASSIGN TO "PATJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT RESULTS-KEEP-FILE ASSIGN TO "BKOKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEP-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "RUNCLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKOUTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT PATIENT-SUSPENSE-FILE ASSIGN TO "PATSUSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "BKOWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  PATIENT-JOURNAL-FILE.
           COPY PATJRNL.

       FD  RESULTS-FILE.
           COPY RESULTS.

       FD  RESULTS-KEEP-FILE.
       01  RESULTS-KEEP-RECORD     PIC X(226).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

      * Same change log RunCtlMaint keeps, so a registration this
      * program drops is traced to an operator like any other
      * removal from the run-control file.
       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05 MLG-RUN-DATE         PIC 9(08).
           05 MLG-RUN-TIME         PIC 9(08).
           05 MLG-OPERATOR-ID      PIC X(08).
           05 MLG-ACTION           PIC X(06).
           05 MLG-PROGRAM-NAME     PIC X(15).
           05 MLG-FILE-DATE        PIC 9(08).
           05 MLG-SOURCE-ID        PIC X(10).
           05 MLG-RUN-ID           PIC X(16).

       FD  AUDIT-LOG-FILE.
           COPY AUDTREC.

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-RECORD   PIC X(132).

       FD  EXCEPTION-FILE.
           COPY EXCREC.

      * Readings the run held for review, or released readings it
      * posted; both are put back the way they stood before the run.
       FD  PATIENT-SUSPENSE-FILE.
           COPY PATSUSP.

      * Sort work record carries one journal row of the run being
      * backed out plus its position on the journal, so the updates
      * can be undone newest first - a patient updated twice in one
      * run goes back through each image in turn.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-SEQUENCE          PIC 9(07).
           05 SRT-FILE-DATE         PIC 9(08).
           05 SRT-SOURCE-ID         PIC X(10).
           05 SRT-PAT-ID            PIC X(05).
           05 SRT-ACTION            PIC X(06).
           05 SRT-BEFORE-IMAGE      PIC X(40).
           05 SRT-AFTER-IMAGE       PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-PMS-FILE-STATUS      PIC XX.
          88 WS-PMS-FILE-OK            VALUE "00".
          88 WS-PMS-REC-NOT-FOUND      VALUE "23".

       01 WS-JRN-FILE-STATUS      PIC XX.
          88 WS-JRN-FILE-OK            VALUE "00".
          88 WS-JRN-FILE-EOF           VALUE "10".

       01 WS-RES-FILE-STATUS      PIC XX.
          88 WS-RES-FILE-OK            VALUE "00".
          88 WS-RES-FILE-EOF           VALUE "10".

       01 WS-KEP-FILE-STATUS      PIC XX.
          88 WS-KEP-FILE-OK            VALUE "00".
          88 WS-KEP-FILE-EOF           VALUE "10".

       01 WS-RC-FILE-STATUS       PIC XX.
          88 WS-RC-FILE-OK             VALUE "00".

       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-AUD-FILE-STATUS      PIC XX.
          88 WS-AUD-FILE-OK            VALUE "00".
          88 WS-AUD-FILE-EOF           VALUE "10".

       01 WS-RPT-FILE-STATUS      PIC XX.
          88 WS-RPT-FILE-OK            VALUE "00".

       01 WS-EXC-FILE-STATUS      PIC XX.
          88 WS-EXC-FILE-OK            VALUE "00".

       01 WS-SUS-FILE-STATUS      PIC XX.
          88 WS-SUS-FILE-OK            VALUE "00".
          88 WS-SUS-FILE-MISSING       VALUE "35".

       01 WS-SORT-EOF-SW          PIC X(01) VALUE "N".
          88 WS-SORT-EOF               VALUE "Y".

      * The run being backed out. Its ID is the run's start stamp,
      * which is also the run date and time on its audit row and on
      * every RESULTS row it wrote.
       01 WS-BKO-RUN-ID           PIC X(16).
       01 WS-BKO-RUN-ID-R REDEFINES WS-BKO-RUN-ID.
          05 WS-BKO-RUN-DATE      PIC 9(08).
          05 WS-BKO-RUN-TIME      PIC 9(08).
       01 WS-BKO-PROGRAM          PIC X(15) VALUE "BMICalculator".

       01 WS-CONFIRM              PIC X(01).
          88 WS-CONFIRM-YES            VALUE "Y" "y".

      * The backed-out run's own audit row, and what its summary
      * claims it processed (a roster run's PROCESSED= count, or a
      * recycle run's RESOLVED= count).
       01 WS-AUD-FOUND-SW         PIC X(01) VALUE "N".
          88 WS-AUD-FOUND              VALUE "Y".
       01 WS-RECYCLE-RUN-SW       PIC X(01) VALUE "N".
          88 WS-RECYCLE-RUN            VALUE "Y".
       01 WS-CLAIM-SW             PIC X(01) VALUE "N".
          88 WS-HAS-CLAIM              VALUE "Y".
       01 WS-BKO-AUD-INPUT        PIC X(60) VALUE SPACES.
       01 WS-BKO-AUD-OUTPUT       PIC X(60) VALUE SPACES.
       01 WS-BKO-AUD-STATUS       PIC X(08) VALUE SPACES.
       01 WS-BKO-AUD-OPERATOR     PIC X(08) VALUE SPACES.
       01 WS-CLAIMED              PIC 9(06) VALUE 0.
       01 WS-RCY-FILE-DATE        PIC 9(08) VALUE 0.
       01 WS-RCY-SOURCE-ID        PIC X(10) VALUE SPACES.

      * Work fields for pulling figures out of the audit summaries.
       01 WS-PARSE-LEAD           PIC X(60).
       01 WS-PARSE-REST           PIC X(60).

      * Keyed RESULTS rows a BMICalculator run leaves per processed
      * patient: BMI, CATEGORY, IDEAL-RANGE, DELTA-TO-GOAL, READING.
       01 WS-ROWS-PER-PATIENT     PIC 9(01) VALUE 5.

       01 WS-JOURNAL-READ         PIC 9(07) VALUE 0.
       01 WS-JOURNAL-SELECTED     PIC 9(07) VALUE 0.
       01 WS-RESTORED-COUNT       PIC 9(06) VALUE 0.
       01 WS-DELETED-COUNT        PIC 9(06) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(06) VALUE 0.
       01 WS-REVERSED-TOTAL       PIC 9(07) VALUE 0.

       01 WS-RES-ROWS-READ        PIC 9(07) VALUE 0.
       01 WS-RES-ROWS-KEPT        PIC 9(07) VALUE 0.
       01 WS-RES-ROWS-REMOVED     PIC 9(07) VALUE 0.
       01 WS-RES-KEYED-REMOVED    PIC 9(07) VALUE 0.
       01 WS-RES-SUMMARY-REMOVED  PIC 9(07) VALUE 0.
       01 WS-RES-BALANCE-CHECK    PIC 9(07) VALUE 0.
       01 WS-EXPECTED-ROWS        PIC 9(07) VALUE 0.

      * Set only when the split pass has landed every RESULTS row on
      * the keep file or counted it removed and the balancing count
      * proves it; the live file is never rewritten without it.
       01 WS-SPLIT-OK-SW          PIC X(01) VALUE "N".
          88 WS-SPLIT-OK               VALUE "Y".
       01 WS-RESULTS-DONE-SW      PIC X(01) VALUE "N".
          88 WS-RESULTS-DONE           VALUE "Y".

       01 WS-REG-DROPPED          PIC 9(05) VALUE 0.
       01 WS-REG-ADJUSTED-SW      PIC X(01) VALUE "N".
          88 WS-REG-ADJUSTED           VALUE "Y".
       01 WS-OLD-RESOLVED         PIC 9(06) VALUE 0.
       01 WS-NEW-RESOLVED         PIC 9(06) VALUE 0.

       01 WS-SUS-DROPPED          PIC 9(06) VALUE 0.
       01 WS-SUS-UNPOSTED         PIC 9(06) VALUE 0.
       01 WS-SUS-DECIDED          PIC 9(06) VALUE 0.
       01 WS-SUS-RC-OPEN-SW       PIC X(01) VALUE "N".
          88 WS-SUS-RC-OPEN            VALUE "Y".

       01 WS-REVERSE-TEXT         PIC X(40).
       01 WS-OUT-OF-BALANCE       PIC 9(03) VALUE 0.
       01 WS-COUNT-EDIT           PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-2         PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-3         PIC ZZZZZZ9.

      * Image of the registration about to be dropped, captured
      * before the DELETE so the log row is written only after the
      * removal actually succeeds.
       01 WS-LOG-ACTION           PIC X(06).
       01 WS-LOG-PROGRAM          PIC X(15).
       01 WS-LOG-FILE-DATE        PIC 9(08).
       01 WS-LOG-SOURCE-ID        PIC X(10).
       01 WS-LOG-RUN-ID           PIC X(16).
       01 WS-OPERATOR-ID          PIC X(08).

      * Completion severity, graded and returned in RETURN-CODE:
      *   0 clean / 4 warning (updates skipped as superseded)
      *   8 error (backout out of balance with the audit row)
      *   12 severe (file open failure or run not found)
       01 WS-MAX-SEVERITY         PIC 9(2) VALUE 0.
       01 WS-NEW-SEVERITY         PIC 9(2) VALUE 0.

       01 WS-START-DATE           PIC 9(8).
       01 WS-START-TIME           PIC 9(8).
       01 WS-START-TIME-R REDEFINES WS-START-TIME.
          05 WS-START-HH          PIC 9(2).
          05 WS-START-MM          PIC 9(2).
          05 WS-START-SS          PIC 9(2).
          05 WS-START-HS          PIC 9(2).
       01 WS-END-DATE             PIC 9(8).
       01 WS-END-TIME             PIC 9(8).
       01 WS-END-TIME-R REDEFINES WS-END-TIME.
          05 WS-END-HH            PIC 9(2).
          05 WS-END-MM            PIC 9(2).
          05 WS-END-SS            PIC 9(2).
          05 WS-END-HS            PIC 9(2).
       01 WS-START-SECS           PIC 9(7)V99.
       01 WS-END-SECS             PIC 9(7)V99.
       01 WS-ELAPSED-SECS         PIC 9(7)V99.

       01 WS-AUD-INPUT-SUMMARY    PIC X(60).
       01 WS-AUD-OUTPUT-SUMMARY   PIC X(60).

      * Staging for the next typed exception row: code, severity,
      * the key involved, and a descriptive line for the desk.
       01 WS-EXC-CODE             PIC X(08).
       01 WS-EXC-SEVERITY         PIC 9(02).
       01 WS-EXC-KEY              PIC X(20).
       01 WS-EXC-DESC             PIC X(60).

       01 WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE 0 TO WS-MAX-SEVERITY.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

           DISPLAY "Run ID of the BMICalculator run to back out ",
               "(YYYYMMDDHHMMSSHH): ".
           MOVE SPACES TO WS-BKO-RUN-ID.
           ACCEPT WS-BKO-RUN-ID.
           IF WS-BKO-RUN-ID IS NOT NUMERIC
               DISPLAY "ERROR: run ID must be the 16-digit run ",
                   "start stamp - nothing backed out."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT BACKOUT-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
               DISPLAY "ERROR OPENING BACKOUT-REPORT-FILE, STATUS: ",
                   WS-RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RUN BACKOUT REPORT   RUN ID: " WS-BKO-RUN-ID
               "   PROGRAM: " WS-BKO-PROGRAM
               "   RUN: " WS-START-DATE " " WS-START-TIME
               "   OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

           PERFORM 0200-FIND-AUDIT-ROW.
           PERFORM 0250-COUNT-JOURNAL-ROWS.

           PERFORM 0150-CONFIRM-BACKOUT THRU 0150-CONFIRM-BACKOUT-EXIT.

           CLOSE BACKOUT-REPORT-FILE.

           MOVE SPACES TO WS-AUD-INPUT-SUMMARY.
           STRING "BACKOUT RUN=" WS-BKO-RUN-ID
               " PROGRAM=" WS-BKO-PROGRAM
               DELIMITED BY SIZE INTO WS-AUD-INPUT-SUMMARY
           END-STRING.
           MOVE SPACES TO WS-AUD-OUTPUT-SUMMARY.
           STRING "RESTORED=" WS-RESTORED-COUNT
               " DELETED=" WS-DELETED-COUNT
               " SKIPPED=" WS-SKIPPED-COUNT
               " RES=" WS-RES-ROWS-REMOVED
               DELIMITED BY SIZE INTO WS-AUD-OUTPUT-SUMMARY
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           DISPLAY "RunBackout complete: ", WS-RESTORED-COUNT,
               " restored, ", WS-DELETED-COUNT, " deleted, ",
               WS-SKIPPED-COUNT, " skipped, ", WS-RES-ROWS-REMOVED,
               " RESULTS rows removed.".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * Shows the operator what was found for the run and takes a
      * deliberate Y before anything is changed. A run ID with
      * neither an audit row nor a journal row is refused outright.
       0150-CONFIRM-BACKOUT.
           IF NOT WS-AUD-FOUND AND WS-JOURNAL-SELECTED = 0
               DISPLAY "*** BACKOUT REFUSED: no audit row and no ",
                   "journal rows for run ", WS-BKO-RUN-ID, " ***"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** BACKOUT REFUSED: RUN ID NOT FOUND ON THE"
                   " AUDIT TRAIL OR THE MASTER JOURNAL ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "BKONOTFD" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE WS-BKO-RUN-ID TO WS-EXC-KEY
               MOVE "BACKOUT REFUSED - RUN ID NOT FOUND" TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
               GO TO 0150-CONFIRM-BACKOUT-EXIT
           END-IF.

           DISPLAY "Run ", WS-BKO-RUN-ID, ": ",
               WS-JOURNAL-SELECTED, " master journal rows".
           IF WS-AUD-FOUND
               DISPLAY "  ", WS-BKO-AUD-INPUT
               DISPLAY "  ", WS-BKO-AUD-OUTPUT
               DISPLAY "  completion ", WS-BKO-AUD-STATUS,
                   " operator ", WS-BKO-AUD-OPERATOR
           ELSE
               DISPLAY "  no audit row on AUDITLOG for this run"
           END-IF.
           DISPLAY "Enter Y to back out this run: ".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRM-YES
               DISPLAY "Backout cancelled - nothing changed."
               MOVE "BACKOUT CANCELLED AT THE CONSOLE - NOTHING CHANGED"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               GO TO 0150-CONFIRM-BACKOUT-EXIT
           END-IF.

           PERFORM 0300-RESTORE-PATIENT-MASTER.
           PERFORM 0400-REMOVE-RESULTS-ROWS.
           IF WS-RECYCLE-RUN
               PERFORM 0550-ADJUST-RECYCLE-REGISTRATION
           ELSE
               PERFORM 0500-DROP-REGISTRATIONS
           END-IF.
           PERFORM 0570-RESTORE-SUSPENSE.
           PERFORM 0600-WRITE-BALANCING.

       0150-CONFIRM-BACKOUT-EXIT.
           EXIT.

      * Finds the backed-out run's own audit row - same program,
      * same start stamp - and takes the claim its summary makes.
      * A run that abended before writing its audit row can still
      * be backed out from the journal, but nothing can be balanced
      * against a claim, so that is a warning.
       0200-FIND-AUDIT-ROW.
           MOVE "N" TO WS-AUD-FOUND-SW.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUD-FILE-OK
               PERFORM 0210-READ-AUDIT-ROW
               PERFORM UNTIL WS-AUD-FILE-EOF
                   IF AUD-PROGRAM-NAME = WS-BKO-PROGRAM
                       AND AUD-RUN-DATE = WS-BKO-RUN-DATE
                       AND AUD-RUN-TIME = WS-BKO-RUN-TIME
                       PERFORM 0220-TAKE-AUDIT-CLAIM
                   END-IF
                   PERFORM 0210-READ-AUDIT-ROW
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

           IF WS-AUD-FOUND
               MOVE SPACES TO WS-REPORT-LINE
               STRING "AUDIT ROW:  " WS-BKO-AUD-INPUT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "            " WS-BKO-AUD-OUTPUT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "            COMPLETION " WS-BKO-AUD-STATUS
                   "   OPERATOR " WS-BKO-AUD-OPERATOR
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "AUDIT ROW:  NONE ON AUDITLOG FOR THIS RUN -"
                   " COUNTS CANNOT BE BALANCED AGAINST A CLAIM"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

       0210-READ-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-AUD-FILE-EOF TO TRUE
           END-READ.

      * A roster run's summary claims "PROCESSED=nnnnnn"; a recycle
      * run's claims "RESOLVED=nnnnnn" and names the original run's
      * file date and source, whose registration it updated.
       0220-TAKE-AUDIT-CLAIM.
           MOVE "Y" TO WS-AUD-FOUND-SW.
           MOVE AUD-INPUT-SUMMARY TO WS-BKO-AUD-INPUT.
           MOVE AUD-OUTPUT-SUMMARY TO WS-BKO-AUD-OUTPUT.
           MOVE AUD-COMPLETION-STATUS TO WS-BKO-AUD-STATUS.
           MOVE AUD-OPERATOR-ID TO WS-BKO-AUD-OPERATOR.
           MOVE "N" TO WS-CLAIM-SW.
           MOVE 0 TO WS-CLAIMED.
           IF AUD-INPUT-SUMMARY(1:7) = "RECYCLE"
               MOVE "Y" TO WS-RECYCLE-RUN-SW
               MOVE SPACES TO WS-PARSE-LEAD
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING AUD-OUTPUT-SUMMARY
                   DELIMITED BY "RESOLVED="
                   INTO WS-PARSE-LEAD WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST(1:6) IS NUMERIC
                   MOVE "Y" TO WS-CLAIM-SW
                   MOVE WS-PARSE-REST(1:6) TO WS-CLAIMED
               END-IF
               MOVE SPACES TO WS-PARSE-LEAD
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING AUD-INPUT-SUMMARY
                   DELIMITED BY "ORIG DATE="
                   INTO WS-PARSE-LEAD WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST(1:8) IS NUMERIC
                   MOVE WS-PARSE-REST(1:8) TO WS-RCY-FILE-DATE
               END-IF
               MOVE SPACES TO WS-PARSE-LEAD
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING AUD-INPUT-SUMMARY
                   DELIMITED BY " SRC="
                   INTO WS-PARSE-LEAD WS-PARSE-REST
               END-UNSTRING
               MOVE WS-PARSE-REST(1:10) TO WS-RCY-SOURCE-ID
           ELSE
               MOVE "N" TO WS-RECYCLE-RUN-SW
               MOVE SPACES TO WS-PARSE-LEAD
               MOVE SPACES TO WS-PARSE-REST
               UNSTRING AUD-OUTPUT-SUMMARY
                   DELIMITED BY "PROCESSED="
                   INTO WS-PARSE-LEAD WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST(1:6) IS NUMERIC
                   MOVE "Y" TO WS-CLAIM-SW
                   MOVE WS-PARSE-REST(1:6) TO WS-CLAIMED
               END-IF
           END-IF.

      * Counts the run's rows on the master journal ahead of the
      * confirmation, so the operator sees how much will be undone.
       0250-COUNT-JOURNAL-ROWS.
           MOVE 0 TO WS-JOURNAL-SELECTED.
           OPEN INPUT PATIENT-JOURNAL-FILE.
           IF WS-JRN-FILE-OK
               PERFORM 0260-READ-JOURNAL-ROW
               PERFORM UNTIL WS-JRN-FILE-EOF
                   IF JRN-RUN-ID = WS-BKO-RUN-ID
                       AND JRN-PROGRAM-NAME = WS-BKO-PROGRAM
                       ADD 1 TO WS-JOURNAL-SELECTED
                   END-IF
                   PERFORM 0260-READ-JOURNAL-ROW
               END-PERFORM
               CLOSE PATIENT-JOURNAL-FILE
           END-IF.

       0260-READ-JOURNAL-ROW.
           READ PATIENT-JOURNAL-FILE
               AT END
                   SET WS-JRN-FILE-EOF TO TRUE
           END-READ.

      * Undoes the run's master updates newest first. Each update is
      * reversed only while the master still holds exactly the image
      * the run left there; a record a later run has since updated
      * is left alone and reported, never overlaid with stale data.
       0300-RESTORE-PATIENT-MASTER.
           MOVE "PATIENT MASTER REVERSALS (NEWEST FIRST)"
               TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF WS-JOURNAL-SELECTED = 0
               MOVE "  NO MASTER JOURNAL ROWS FOR THIS RUN"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           ELSE
               OPEN I-O PATIENT-MASTER-FILE
               IF NOT WS-PMS-FILE-OK
                   DISPLAY "ERROR OPENING PATIENT-MASTER-FILE, ",
                       "STATUS: ", WS-PMS-FILE-STATUS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  *** PATIENT MASTER COULD NOT BE OPENED -"
                       " NO RECORDS RESTORED ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 0700-WRITE-REPORT-LINE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "OPENFAIL" TO WS-EXC-CODE
                   MOVE 12 TO WS-EXC-SEVERITY
                   MOVE "PATMAST" TO WS-EXC-KEY
                   MOVE SPACES TO WS-EXC-DESC
                   STRING "PATIENT MASTER OPEN FAILED, STATUS "
                       WS-PMS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
                   PERFORM 9800-WRITE-EXCEPTION
               ELSE
                   SORT SORT-WORK-FILE
                       ON DESCENDING KEY SRT-SEQUENCE
                       INPUT PROCEDURE IS 0310-SELECT-JOURNAL-ROWS
                       OUTPUT PROCEDURE IS 0320-REVERSE-UPDATES
                   CLOSE PATIENT-MASTER-FILE
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

      * Sort input pass: the run's journal rows, each numbered by
      * its position on the journal.
       0310-SELECT-JOURNAL-ROWS.
           MOVE 0 TO WS-JOURNAL-READ.
           OPEN INPUT PATIENT-JOURNAL-FILE.
           IF WS-JRN-FILE-OK
               PERFORM 0260-READ-JOURNAL-ROW
               PERFORM UNTIL WS-JRN-FILE-EOF
                   ADD 1 TO WS-JOURNAL-READ
                   IF JRN-RUN-ID = WS-BKO-RUN-ID
                       AND JRN-PROGRAM-NAME = WS-BKO-PROGRAM
                       MOVE WS-JOURNAL-READ TO SRT-SEQUENCE
                       MOVE JRN-FILE-DATE TO SRT-FILE-DATE
                       MOVE JRN-SOURCE-ID TO SRT-SOURCE-ID
                       MOVE JRN-PAT-ID TO SRT-PAT-ID
                       MOVE JRN-ACTION TO SRT-ACTION
                       MOVE JRN-BEFORE-IMAGE TO SRT-BEFORE-IMAGE
                       MOVE JRN-AFTER-IMAGE TO SRT-AFTER-IMAGE
                       RELEASE SORT-WORK-RECORD
                   END-IF
                   PERFORM 0260-READ-JOURNAL-ROW
               END-PERFORM
               CLOSE PATIENT-JOURNAL-FILE
           END-IF.

      * Sort output pass: one reversal per journal row, newest first.
       0320-REVERSE-UPDATES.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 0330-RETURN-SORTED-ROW.
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 0340-REVERSE-ONE-UPDATE
                   THRU 0340-REVERSE-ONE-UPDATE-EXIT
               PERFORM 0330-RETURN-SORTED-ROW
           END-PERFORM.

       0330-RETURN-SORTED-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      * An ADD is reversed by deleting the record the run created, a
      * CHANGE by rewriting the before-image over it - in both cases
      * only if the master still carries the run's after-image.
       0340-REVERSE-ONE-UPDATE.
           MOVE SRT-PAT-ID TO PMS-PAT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF NOT WS-PMS-FILE-OK
               MOVE "SKIPPED - NOT ON MASTER" TO WS-REVERSE-TEXT
               PERFORM 0350-SKIP-ONE-UPDATE
               GO TO 0340-REVERSE-ONE-UPDATE-EXIT
           END-IF.
           IF PATIENT-MASTER-RECORD NOT = SRT-AFTER-IMAGE
               MOVE "SKIPPED - UPDATED SINCE BY A LATER RUN"
                   TO WS-REVERSE-TEXT
               PERFORM 0350-SKIP-ONE-UPDATE
               GO TO 0340-REVERSE-ONE-UPDATE-EXIT
           END-IF.

           IF SRT-ACTION = "ADD"
               DELETE PATIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-PMS-FILE-OK
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "DELETED - FIRST READING REMOVED"
                       TO WS-REVERSE-TEXT
               ELSE
                   MOVE SPACES TO WS-REVERSE-TEXT
                   STRING "SKIPPED - DELETE FAILED, STATUS "
                       WS-PMS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-REVERSE-TEXT
                   END-STRING
                   PERFORM 0350-SKIP-ONE-UPDATE
                   GO TO 0340-REVERSE-ONE-UPDATE-EXIT
               END-IF
           ELSE
               MOVE SRT-BEFORE-IMAGE TO PATIENT-MASTER-RECORD
               REWRITE PATIENT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-PMS-FILE-OK
                   ADD 1 TO WS-RESTORED-COUNT
                   MOVE "RESTORED - PRIOR READING BACK ON MASTER"
                       TO WS-REVERSE-TEXT
               ELSE
                   MOVE SPACES TO WS-REVERSE-TEXT
                   STRING "SKIPPED - REWRITE FAILED, STATUS "
                       WS-PMS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-REVERSE-TEXT
                   END-STRING
                   PERFORM 0350-SKIP-ONE-UPDATE
                   GO TO 0340-REVERSE-ONE-UPDATE-EXIT
               END-IF
           END-IF.
           PERFORM 0360-REPORT-ONE-UPDATE.

       0340-REVERSE-ONE-UPDATE-EXIT.
           EXIT.

       0350-SKIP-ONE-UPDATE.
           ADD 1 TO WS-SKIPPED-COUNT.
           PERFORM 0360-REPORT-ONE-UPDATE.
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           MOVE "BKOSKIP" TO WS-EXC-CODE.
           MOVE 4 TO WS-EXC-SEVERITY.
           MOVE SRT-PAT-ID TO WS-EXC-KEY.
           MOVE SPACES TO WS-EXC-DESC.
           STRING "RUN " WS-BKO-RUN-ID " " WS-REVERSE-TEXT
               DELIMITED BY SIZE INTO WS-EXC-DESC
           END-STRING.
           PERFORM 9800-WRITE-EXCEPTION.

       0360-REPORT-ONE-UPDATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  PATIENT " SRT-PAT-ID
               "  " SRT-ACTION
               "  SOURCE " SRT-SOURCE-ID
               " " SRT-FILE-DATE
               "  " WS-REVERSE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      * Takes the run's rows off the live RESULTS file by the same
      * two-pass split ResultsPurge uses: every row not written by
      * the backed-out run goes to a keep file, the split is proven
      * in balance, and only then is RESULTS rewritten from it.
      * Rows an earlier rollover already moved to a RESARCH archive
      * stay there; the balancing below shows any shortfall.
       0400-REMOVE-RESULTS-ROWS.
           MOVE "N" TO WS-SPLIT-OK-SW.
           MOVE "N" TO WS-RESULTS-DONE-SW.
           OPEN INPUT RESULTS-FILE.
           IF NOT WS-RES-FILE-OK
               DISPLAY "ERROR OPENING RESULTS-FILE, STATUS: ",
                   WS-RES-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "RESULTS" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "RESULTS FILE OPEN FAILED, STATUS "
                   WS-RES-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               OPEN OUTPUT RESULTS-KEEP-FILE
               IF NOT WS-KEP-FILE-OK
                   DISPLAY "ERROR OPENING RESULTS-KEEP-FILE, STATUS: ",
                       WS-KEP-FILE-STATUS
                   CLOSE RESULTS-FILE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "OPENFAIL" TO WS-EXC-CODE
                   MOVE 12 TO WS-EXC-SEVERITY
                   MOVE "BKOKEEP" TO WS-EXC-KEY
                   MOVE "KEEP FILE OPEN FAILED - RESULTS UNCHANGED"
                       TO WS-EXC-DESC
                   PERFORM 9800-WRITE-EXCEPTION
               ELSE
                   PERFORM 0410-READ-RESULT-ROW
                   PERFORM UNTIL WS-RES-FILE-EOF
                       ADD 1 TO WS-RES-ROWS-READ
                       IF RES-PROGRAM-NAME = WS-BKO-PROGRAM
                           AND RES-RUN-DATE = WS-BKO-RUN-DATE
                           AND RES-RUN-TIME = WS-BKO-RUN-TIME
                           ADD 1 TO WS-RES-ROWS-REMOVED
                           IF RES-KEY-ID = SPACES
                               ADD 1 TO WS-RES-SUMMARY-REMOVED
                           ELSE
                               ADD 1 TO WS-RES-KEYED-REMOVED
                           END-IF
                       ELSE
                           ADD 1 TO WS-RES-ROWS-KEPT
                           MOVE RESULTS-RECORD TO RESULTS-KEEP-RECORD
                           WRITE RESULTS-KEEP-RECORD
                       END-IF
                       PERFORM 0410-READ-RESULT-ROW
                   END-PERFORM
                   CLOSE RESULTS-FILE
                   CLOSE RESULTS-KEEP-FILE
                   COMPUTE WS-RES-BALANCE-CHECK =
                       WS-RES-ROWS-KEPT + WS-RES-ROWS-REMOVED
                   IF WS-RES-BALANCE-CHECK = WS-RES-ROWS-READ
                       MOVE "Y" TO WS-SPLIT-OK-SW
                   ELSE
                       MOVE 12 TO WS-NEW-SEVERITY
                       PERFORM 9900-RAISE-SEVERITY
                       MOVE "OUTBAL" TO WS-EXC-CODE
                       MOVE 12 TO WS-EXC-SEVERITY
                       MOVE "RESULTS" TO WS-EXC-KEY
                       MOVE SPACES TO WS-EXC-DESC
                       STRING "BACKOUT SPLIT OUT OF BALANCE - RESULTS"
                           " UNCHANGED"
                           DELIMITED BY SIZE INTO WS-EXC-DESC
                       END-STRING
                       PERFORM 9800-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
      * Nothing to take off means nothing to rewrite.
           IF WS-SPLIT-OK
               IF WS-RES-ROWS-REMOVED > 0
                   PERFORM 0450-REWRITE-RESULTS-FILE
               ELSE
                   MOVE "Y" TO WS-RESULTS-DONE-SW
               END-IF
           END-IF.
      * Rows counted off but never rewritten away are still on file.
           IF NOT WS-RESULTS-DONE
               MOVE 0 TO WS-RES-ROWS-REMOVED
               MOVE 0 TO WS-RES-KEYED-REMOVED
               MOVE 0 TO WS-RES-SUMMARY-REMOVED
           END-IF.

       0410-READ-RESULT-ROW.
           READ RESULTS-FILE
               AT END
                   SET WS-RES-FILE-EOF TO TRUE
           END-READ.

      * Copies the kept rows back over RESULTS. The keep file must be
      * open and readable before the OPEN OUTPUT empties the live
      * file, or rows could be lost.
       0450-REWRITE-RESULTS-FILE.
           OPEN INPUT RESULTS-KEEP-FILE.
           IF NOT WS-KEP-FILE-OK
               DISPLAY "ERROR OPENING RESULTS-KEEP-FILE, STATUS: ",
                   WS-KEP-FILE-STATUS
               DISPLAY "RESULTS left unchanged."
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "BKOKEEP" TO WS-EXC-KEY
               MOVE "KEEP FILE REOPEN FAILED - RESULTS UNCHANGED"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               OPEN OUTPUT RESULTS-FILE
               IF NOT WS-RES-FILE-OK
                   DISPLAY "ERROR REWRITING RESULTS-FILE, STATUS: ",
                       WS-RES-FILE-STATUS
                   CLOSE RESULTS-KEEP-FILE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "OPENFAIL" TO WS-EXC-CODE
                   MOVE 12 TO WS-EXC-SEVERITY
                   MOVE "RESULTS" TO WS-EXC-KEY
                   MOVE "RESULTS REWRITE OPEN FAILED AFTER SPLIT"
                       TO WS-EXC-DESC
                   PERFORM 9800-WRITE-EXCEPTION
               ELSE
                   PERFORM 0460-READ-KEEP-ROW
                   PERFORM UNTIL WS-KEP-FILE-EOF
                       MOVE RESULTS-KEEP-RECORD TO RESULTS-RECORD
                       WRITE RESULTS-RECORD
                       PERFORM 0460-READ-KEEP-ROW
                   END-PERFORM
                   CLOSE RESULTS-KEEP-FILE
                   CLOSE RESULTS-FILE
                   MOVE "Y" TO WS-RESULTS-DONE-SW
               END-IF
           END-IF.

       0460-READ-KEEP-ROW.
           READ RESULTS-KEEP-FILE
               AT END
                   SET WS-KEP-FILE-EOF TO TRUE
           END-READ.

      * A roster run's registrations are dropped so each corrected
      * file can be sent again without an override. Only the
      * registrations still carrying this run's ID are touched - one
      * a later override rerun has re-registered belongs to that run.
       0500-DROP-REGISTRATIONS.
           MOVE 0 TO WS-REG-DROPPED.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT WS-RC-FILE-OK
               DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: ",
                   WS-RC-FILE-STATUS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RUNCTL:     *** RUN-CONTROL FILE COULD NOT"
                   " BE OPENED - NO REGISTRATIONS DROPPED ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE "RUNCTL" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "RUN-CONTROL OPEN FAILED, STATUS "
                   WS-RC-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               PERFORM 0850-OPEN-MAINT-LOG
               MOVE LOW-VALUES TO RC-KEY
               START RUN-CONTROL-FILE
                   KEY IS GREATER THAN RC-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-RC-FILE-OK
                   PERFORM 0510-READ-NEXT-REGISTRATION
                   PERFORM UNTIL NOT WS-RC-FILE-OK
                       IF RC-PROGRAM-NAME = WS-BKO-PROGRAM
                           AND RC-RUN-ID = WS-BKO-RUN-ID
                           PERFORM 0520-DROP-ONE-REGISTRATION
                       END-IF
                       PERFORM 0510-READ-NEXT-REGISTRATION
                   END-PERFORM
               END-IF
               CLOSE RUN-CONTROL-FILE
               IF WS-LOG-FILE-OK
                   CLOSE MAINT-LOG-FILE
               END-IF
               MOVE WS-REG-DROPPED TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RUNCTL:     " WS-COUNT-EDIT
                   " REGISTRATIONS DROPPED - THOSE FILES MAY BE"
                   " SENT AGAIN WITHOUT AN OVERRIDE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

       0510-READ-NEXT-REGISTRATION.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0520-DROP-ONE-REGISTRATION.
           MOVE "DELETE" TO WS-LOG-ACTION.
           MOVE RC-PROGRAM-NAME TO WS-LOG-PROGRAM.
           MOVE RC-FILE-DATE TO WS-LOG-FILE-DATE.
           MOVE RC-SOURCE-ID TO WS-LOG-SOURCE-ID.
           MOVE RC-RUN-ID TO WS-LOG-RUN-ID.
           DELETE RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED, STATUS: ",
                       WS-RC-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-REG-DROPPED
                   PERFORM 0900-WRITE-MAINT-LOG
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  DROPPED REGISTRATION " WS-LOG-PROGRAM
                       " " WS-LOG-FILE-DATE " " WS-LOG-SOURCE-ID
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 0700-WRITE-REPORT-LINE
           END-DELETE.

      * A recycle run registered nothing of its own: it added its
      * resolved count to the original run's registration, so the
      * backout takes that count back off and leaves the
      * registration standing.
       0550-ADJUST-RECYCLE-REGISTRATION.
           MOVE "N" TO WS-REG-ADJUSTED-SW.
           IF NOT WS-HAS-CLAIM
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RUNCTL:     NO RESOLVED COUNT ON THE AUDIT"
                   " ROW - REGISTRATION NOT ADJUSTED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           ELSE
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RC-FILE-OK
                   MOVE WS-BKO-PROGRAM TO RC-PROGRAM-NAME
                   MOVE WS-RCY-FILE-DATE TO RC-FILE-DATE
                   MOVE WS-RCY-SOURCE-ID TO RC-SOURCE-ID
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-RC-FILE-OK
                       MOVE 0 TO WS-OLD-RESOLVED
                       IF RC-RESOLVED-COUNT IS NUMERIC
                           MOVE RC-RESOLVED-COUNT TO WS-OLD-RESOLVED
                       END-IF
                       IF WS-CLAIMED > WS-OLD-RESOLVED
                           MOVE 0 TO WS-NEW-RESOLVED
                       ELSE
                           COMPUTE WS-NEW-RESOLVED =
                               WS-OLD-RESOLVED - WS-CLAIMED
                       END-IF
                       MOVE WS-NEW-RESOLVED TO RC-RESOLVED-COUNT
                       REWRITE RUN-CONTROL-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-RC-FILE-OK
                           MOVE "Y" TO WS-REG-ADJUSTED-SW
                       END-IF
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-REG-ADJUSTED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RUNCTL:     ORIGINAL REGISTRATION "
                       WS-RCY-FILE-DATE " " WS-RCY-SOURCE-ID
                       " RESOLVED COUNT " WS-OLD-RESOLVED
                       " -> " WS-NEW-RESOLVED
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 0700-WRITE-REPORT-LINE
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RUNCTL:     *** ORIGINAL REGISTRATION "
                       WS-RCY-FILE-DATE " " WS-RCY-SOURCE-ID
                       " COULD NOT BE UPDATED, STATUS "
                       WS-RC-FILE-STATUS " ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 0700-WRITE-REPORT-LINE
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "BKORCTL" TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE WS-RCY-SOURCE-ID TO WS-EXC-KEY
                   MOVE "RECYCLE BACKOUT - RESOLVED COUNT NOT ADJUSTED"
                       TO WS-EXC-DESC
                   PERFORM 9800-WRITE-EXCEPTION
               END-IF
           END-IF.

      * Puts the suspense file back as it stood before the run.
      * Readings the run held are dropped - their input is sent or
      * recycled again with everything else the run read - unless a
      * clinician has already rejected or posted them, which is
      * reported for the desk instead. Readings a suspense posting
      * run posted go back to released, and a posted recycle reading
      * gives back the resolved count it added to its registration.
       0570-RESTORE-SUSPENSE.
           MOVE 0 TO WS-SUS-DROPPED.
           MOVE 0 TO WS-SUS-UNPOSTED.
           MOVE 0 TO WS-SUS-DECIDED.
           OPEN I-O PATIENT-SUSPENSE-FILE.
           IF WS-SUS-FILE-MISSING
               MOVE "SUSPENSE:   NO SUSPENSE FILE - NOTHING TO RESTORE"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           ELSE
               IF NOT WS-SUS-FILE-OK
                   DISPLAY "ERROR OPENING PATIENT-SUSPENSE-FILE, ",
                       "STATUS: ", WS-SUS-FILE-STATUS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "SUSPENSE:   *** SUSPENSE FILE COULD NOT"
                       " BE OPENED - HELD READINGS NOT RESTORED ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 0700-WRITE-REPORT-LINE
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "OPENFAIL" TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE "PATSUSP" TO WS-EXC-KEY
                   MOVE SPACES TO WS-EXC-DESC
                   STRING "SUSPENSE FILE OPEN FAILED, STATUS "
                       WS-SUS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
                   PERFORM 9800-WRITE-EXCEPTION
               ELSE
                   MOVE "N" TO WS-SUS-RC-OPEN-SW
                   OPEN I-O RUN-CONTROL-FILE
                   IF WS-RC-FILE-OK
                       MOVE "Y" TO WS-SUS-RC-OPEN-SW
                   END-IF
                   MOVE LOW-VALUES TO SUS-KEY
                   START PATIENT-SUSPENSE-FILE
                       KEY IS GREATER THAN SUS-KEY
                       INVALID KEY
                           CONTINUE
                   END-START
                   IF WS-SUS-FILE-OK
                       PERFORM 0580-READ-NEXT-SUSPENSE
                       PERFORM UNTIL NOT WS-SUS-FILE-OK
                           PERFORM 0590-RESTORE-ONE-SUSPENSE
                           PERFORM 0580-READ-NEXT-SUSPENSE
                       END-PERFORM
                   END-IF
                   IF WS-SUS-RC-OPEN
                       CLOSE RUN-CONTROL-FILE
                   END-IF
                   CLOSE PATIENT-SUSPENSE-FILE
                   MOVE WS-SUS-DROPPED TO WS-COUNT-EDIT
                   MOVE WS-SUS-UNPOSTED TO WS-COUNT-EDIT-2
                   MOVE WS-SUS-DECIDED TO WS-COUNT-EDIT-3
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "SUSPENSE:   " WS-COUNT-EDIT
                       " HELD READINGS DROPPED  " WS-COUNT-EDIT-2
                       " POSTINGS RETURNED TO RELEASED  "
                       WS-COUNT-EDIT-3 " ALREADY DECIDED, LEFT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 0700-WRITE-REPORT-LINE
               END-IF
           END-IF.

       0580-READ-NEXT-SUSPENSE.
           READ PATIENT-SUSPENSE-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0590-RESTORE-ONE-SUSPENSE.
           IF SUS-HELD-RUN-ID = WS-BKO-RUN-ID
               IF SUS-STATUS = "P" OR "X"
                   ADD 1 TO WS-SUS-DECIDED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  SUSPENSE " SUS-PAT-ID " SEQ "
                       SUS-HELD-SEQ " ALREADY DECIDED (STATUS "
                       SUS-STATUS ") - LEFT FOR REVIEW"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 0700-WRITE-REPORT-LINE
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "BKOSUSP" TO WS-EXC-CODE
                   MOVE 4 TO WS-EXC-SEVERITY
                   MOVE SUS-PAT-ID TO WS-EXC-KEY
                   MOVE "BACKED-OUT RUN'S HELD READING ALREADY DECIDED"
                       TO WS-EXC-DESC
                   PERFORM 9800-WRITE-EXCEPTION
                   IF SUS-STATUS = "X" AND SUS-ORIGIN = "B"
                       PERFORM 0596-UNCOUNT-REVIEW-REJECT
                   END-IF
               ELSE
                   DELETE PATIENT-SUSPENSE-FILE
                       INVALID KEY
                           DISPLAY "DELETE FAILED, STATUS: ",
                               WS-SUS-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-SUS-DROPPED
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "  SUSPENSE " SUS-PAT-ID " SEQ "
                               SUS-HELD-SEQ " HELD READING DROPPED"
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           END-STRING
                           PERFORM 0700-WRITE-REPORT-LINE
                   END-DELETE
               END-IF
           ELSE
               IF SUS-STATUS = "P"
                   AND SUS-POSTED-RUN-ID = WS-BKO-RUN-ID
                   MOVE "R" TO SUS-STATUS
                   MOVE SPACES TO SUS-POSTED-RUN-ID
                   REWRITE PATIENT-SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED, STATUS: ",
                               WS-SUS-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-SUS-UNPOSTED
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "  SUSPENSE " SUS-PAT-ID " HELD BY "
                               SUS-HELD-RUN-ID " RETURNED TO RELEASED"
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           END-STRING
                           PERFORM 0700-WRITE-REPORT-LINE
                           IF SUS-ORIGIN = "R"
                               PERFORM 0595-UNCREDIT-RECYCLE-RUN
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

      * A posted recycle reading added one to its registration's
      * resolved count; the backout takes it back off.
       0595-UNCREDIT-RECYCLE-RUN.
           IF WS-SUS-RC-OPEN
               MOVE WS-BKO-PROGRAM TO RC-PROGRAM-NAME
               MOVE SUS-FILE-DATE TO RC-FILE-DATE
               MOVE SUS-SOURCE-ID TO RC-SOURCE-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RC-FILE-OK AND RC-RESOLVED-COUNT IS NUMERIC
                   AND RC-RESOLVED-COUNT > 0
                   SUBTRACT 1 FROM RC-RESOLVED-COUNT
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      * A batch-held reading rejected at review added one to its
      * file's reject count. Normally the registration was dropped
      * with the run; if it is still the backed-out run's, the
      * backout takes the count back off.
       0596-UNCOUNT-REVIEW-REJECT.
           IF WS-SUS-RC-OPEN
               MOVE WS-BKO-PROGRAM TO RC-PROGRAM-NAME
               MOVE SUS-FILE-DATE TO RC-FILE-DATE
               MOVE SUS-SOURCE-ID TO RC-SOURCE-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RC-FILE-OK AND RC-RUN-ID = WS-BKO-RUN-ID
                   AND RC-REJECT-COUNT IS NUMERIC
                   AND RC-REJECT-COUNT > 0
                   SUBTRACT 1 FROM RC-REJECT-COUNT
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      * The balancing section: every journal row reversed or
      * reported, the reversals against the patients the audit row
      * claims, and the RESULTS rows removed against the five keyed
      * rows each of those patients left.
       0600-WRITE-BALANCING.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "BALANCING" TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

           COMPUTE WS-REVERSED-TOTAL = WS-RESTORED-COUNT
               + WS-DELETED-COUNT + WS-SKIPPED-COUNT.
           MOVE WS-RESTORED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-DELETED-COUNT TO WS-COUNT-EDIT-2.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MASTER:   RESTORED " WS-COUNT-EDIT
               "  DELETED " WS-COUNT-EDIT-2
               "  SKIPPED " WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-REVERSED-TOTAL TO WS-COUNT-EDIT.
           MOVE WS-JOURNAL-SELECTED TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-REVERSED-TOTAL = WS-JOURNAL-SELECTED
               STRING "  JOURNAL:  " WS-COUNT-EDIT
                   " ACCOUNTED FOR = " WS-COUNT-EDIT-2
                   " JOURNAL ROWS - IN BALANCE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  JOURNAL:  *** " WS-COUNT-EDIT
                   " ACCOUNTED FOR NOT = " WS-COUNT-EDIT-2
                   " JOURNAL ROWS - OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

           IF WS-HAS-CLAIM
               MOVE WS-CLAIMED TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-JOURNAL-SELECTED = WS-CLAIMED
                   STRING "  CLAIM:    " WS-COUNT-EDIT-2
                       " JOURNAL ROWS = " WS-COUNT-EDIT
                       " PATIENTS CLAIMED ON THE AUDIT ROW - IN BALANCE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  CLAIM:    *** " WS-COUNT-EDIT-2
                       " JOURNAL ROWS NOT = " WS-COUNT-EDIT
                       " PATIENTS CLAIMED ON THE AUDIT ROW ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   ADD 1 TO WS-OUT-OF-BALANCE
               END-IF
               PERFORM 0700-WRITE-REPORT-LINE

               COMPUTE WS-EXPECTED-ROWS =
                   WS-CLAIMED * WS-ROWS-PER-PATIENT
               MOVE WS-RES-KEYED-REMOVED TO WS-COUNT-EDIT
               MOVE WS-EXPECTED-ROWS TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-RES-KEYED-REMOVED = WS-EXPECTED-ROWS
                   STRING "  RESULTS:  " WS-COUNT-EDIT
                       " KEYED ROWS REMOVED = " WS-COUNT-EDIT-2
                       " (CLAIMED x 5) - IN BALANCE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  RESULTS:  *** " WS-COUNT-EDIT
                       " KEYED ROWS REMOVED NOT = " WS-COUNT-EDIT-2
                       " (CLAIMED x 5) ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   ADD 1 TO WS-OUT-OF-BALANCE
               END-IF
               PERFORM 0700-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  CLAIM:    NO PROCESSED COUNT ON AN AUDIT"
                   " ROW - NOT BALANCED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

           MOVE WS-RES-KEYED-REMOVED TO WS-COUNT-EDIT.
           MOVE WS-RES-SUMMARY-REMOVED TO WS-COUNT-EDIT-2.
           MOVE WS-RES-ROWS-REMOVED TO WS-COUNT-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RESULTS:  " WS-COUNT-EDIT " KEYED + "
               WS-COUNT-EDIT-2 " SUMMARY = " WS-COUNT-EDIT-3
               " ROWS REMOVED FROM THE LIVE FILE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF NOT WS-RESULTS-DONE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  RESULTS:  *** LIVE FILE NOT REWRITTEN -"
                   " THE RUN'S ROWS ARE STILL ON RESULTS ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF WS-OUT-OF-BALANCE = 0
               MOVE "BACKOUT COMPLETE - IN BALANCE" TO WS-REPORT-LINE
           ELSE
               MOVE "*** BACKOUT OUT OF BALANCE - SEE ABOVE ***"
                   TO WS-REPORT-LINE
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "BKOBAL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE WS-BKO-RUN-ID TO WS-EXC-KEY
               MOVE "RUN BACKOUT DOES NOT BALANCE TO THE AUDIT ROW"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

       0700-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-REPORT-LINE.

      * Opens the run-control change log, appending if it already
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

      * Writes one change-log row per registration dropped, from the
      * image captured before the DELETE.
       0900-WRITE-MAINT-LOG.
           DISPLAY "LOGGED: ", WS-LOG-ACTION, " ", WS-LOG-PROGRAM,
               " ", WS-LOG-FILE-DATE, " ", WS-LOG-SOURCE-ID,
               " RUN ", WS-LOG-RUN-ID.
           IF WS-LOG-FILE-OK
               ACCEPT MLG-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT MLG-RUN-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO MLG-OPERATOR-ID
               MOVE WS-LOG-ACTION TO MLG-ACTION
               MOVE WS-LOG-PROGRAM TO MLG-PROGRAM-NAME
               MOVE WS-LOG-FILE-DATE TO MLG-FILE-DATE
               MOVE WS-LOG-SOURCE-ID TO MLG-SOURCE-ID
               MOVE WS-LOG-RUN-ID TO MLG-RUN-ID
               WRITE MAINT-LOG-RECORD
           END-IF.

      * Appends this backout's own audit row, so the reversal is on
      * the audit trail beside the run it reversed.
       9000-WRITE-AUDIT-RECORD.
           MOVE "RunBackout" TO AUD-PROGRAM-NAME.
           MOVE WS-START-DATE TO AUD-RUN-DATE.
           MOVE WS-START-TIME TO AUD-RUN-TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-AUD-INPUT-SUMMARY TO AUD-INPUT-SUMMARY.
           MOVE WS-AUD-OUTPUT-SUMMARY TO AUD-OUTPUT-SUMMARY.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM 9050-COMPUTE-ELAPSED-TIME.
           MOVE WS-END-DATE TO AUD-END-DATE.
           MOVE WS-END-TIME TO AUD-END-TIME.
           MOVE WS-ELAPSED-SECS TO AUD-ELAPSED-SECS.
           EVALUATE WS-MAX-SEVERITY
               WHEN 0
                   MOVE "CLEAN" TO AUD-COMPLETION-STATUS
               WHEN 4
                   MOVE "WARNINGS" TO AUD-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO AUD-COMPLETION-STATUS
           END-EVALUATE.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT WS-AUD-FILE-OK
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * Converts the start and end time-of-day stamps to seconds and
      * takes the difference, allowing for a run that crosses
      * midnight into the next day.
       9050-COMPUTE-ELAPSED-TIME.
           COMPUTE WS-START-SECS = WS-START-HH * 3600
               + WS-START-MM * 60 + WS-START-SS
               + WS-START-HS / 100.
           COMPUTE WS-END-SECS = WS-END-HH * 3600
               + WS-END-MM * 60 + WS-END-SS
               + WS-END-HS / 100.
           IF WS-END-DATE NOT = WS-START-DATE
               COMPUTE WS-ELAPSED-SECS =
                   WS-END-SECS + 86400 - WS-START-SECS
           ELSE
               COMPUTE WS-ELAPSED-SECS =
                   WS-END-SECS - WS-START-SECS
           END-IF.

      * Writes one typed exception row to the shared exceptions
      * file, appending if it already exists, from the condition
      * staged in the WS-EXC fields.
       9800-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF WS-EXC-FILE-OK
               MOVE "RunBackout" TO EXC-PROGRAM-NAME
               MOVE WS-START-DATE TO EXC-RUN-DATE
               MOVE WS-START-TIME TO EXC-RUN-TIME
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

       END PROGRAM RunBackout.
