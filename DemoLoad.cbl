       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DemoLoad".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-FILE ASSIGN TO "PATREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT PATIENT-DEMO-FILE ASSIGN TO "PATDEMO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDM-PAT-ID
               FILE STATUS IS WS-PDM-FILE-STATUS.
           SELECT DEMO-REJECT-FILE ASSIGN TO "PATDREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT PATIENT-EVENT-FILE ASSIGN TO "PATEVNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "DEMOLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Clinic registration feed: one HDR carrying the file date and
      * sending source, then one transaction per patient - A add,
      * C change (a full replacement image), D delete - then a TRL
      * carrying the transaction count.
       FD  REGISTRATION-FILE.
       01  REGISTRATION-RECORD.
           05 REG-TRANS-CODE       PIC X(01).
              88 REG-TRANS-ADD          VALUE "A".
              88 REG-TRANS-CHANGE       VALUE "C".
              88 REG-TRANS-DELETE       VALUE "D".
           05 REG-PAT-ID           PIC X(05).
           05 REG-BIRTH-DATE       PIC X(08).
           05 REG-BIRTH-DATE-N REDEFINES REG-BIRTH-DATE
                                   PIC 9(08).
           05 REG-SEX              PIC X(01).
       01  REGISTRATION-HEADER-RECORD.
           05 RGH-RECORD-TYPE      PIC X(03).
           05 RGH-FILE-DATE        PIC 9(08).
           05 RGH-SOURCE-ID        PIC X(10).
       01  REGISTRATION-TRAILER-RECORD.
           05 RGT-RECORD-TYPE      PIC X(03).
           05 RGT-RECORD-COUNT     PIC 9(06).

       FD  PATIENT-DEMO-FILE.
           COPY PATDEMO.

      * Reject file returned to the registration desk: each rejected
      * transaction as received plus the reason it was refused, laid
      * out like PATREJ so the desk can correct and resend it.
       FD  DEMO-REJECT-FILE.
       01  DEMO-REJECT-RECORD.
           05 DRJ-ORIGINAL-RECORD  PIC X(15).
           05 DRJ-REASON-CODE      PIC X(02).
           05 DRJ-REASON-TEXT      PIC X(20).

      * Patient event history: each rejected transaction is also
      * appended here, since PATDREJ is rewritten each load.
       FD  PATIENT-EVENT-FILE.
           COPY PATEVNT.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD      PIC X(132).

       FD  AUDIT-LOG-FILE.
           COPY AUDTREC.

       FD  RESULTS-FILE.
           COPY RESULTS.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01 WS-REG-FILE-STATUS      PIC XX.
          88 WS-REG-FILE-OK            VALUE "00".
          88 WS-REG-FILE-EOF           VALUE "10".

       01 WS-PDM-FILE-STATUS      PIC XX.
          88 WS-PDM-FILE-OK            VALUE "00".
          88 WS-PDM-REC-NOT-FOUND      VALUE "23".

       01 WS-PDM-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-PDM-OPEN               VALUE "Y".

       01 WS-REJ-FILE-STATUS      PIC XX.
          88 WS-REJ-FILE-OK            VALUE "00".

       01 WS-EVT-FILE-STATUS      PIC XX.
          88 WS-EVT-FILE-OK            VALUE "00".

       01 WS-RC-FILE-STATUS       PIC XX.
          88 WS-RC-FILE-OK             VALUE "00".

       01 WS-RC-OPEN-SW           PIC X(01) VALUE "N".
          88 WS-RC-OPEN                VALUE "Y".

       01 WS-RPT-FILE-STATUS      PIC XX.
          88 WS-RPT-FILE-OK            VALUE "00".

       01 WS-AUD-FILE-STATUS      PIC XX.
          88 WS-AUD-FILE-OK            VALUE "00".

       01 WS-RES-FILE-STATUS      PIC XX.
          88 WS-RES-FILE-OK            VALUE "00".

       01 WS-EXC-FILE-STATUS      PIC XX.
          88 WS-EXC-FILE-OK            VALUE "00".

      * Control-record edit of the whole feed, made before any
      * transaction is applied: exactly one HDR first, exactly one
      * TRL last, and the TRL count equal to the transactions
      * between them. A feed failing any of these is refused whole.
       01 WS-FEED-SUSPECT-SW      PIC X(01) VALUE "N".
          88 WS-FEED-SUSPECT           VALUE "Y".
       01 WS-FEED-SUSPECT-TEXT    PIC X(60) VALUE SPACES.
       01 WS-HDR-COUNT            PIC 9(06) VALUE 0.
       01 WS-TRL-COUNT            PIC 9(06) VALUE 0.
       01 WS-EDIT-RECORD-NO       PIC 9(06) VALUE 0.
       01 WS-EDIT-DETAILS         PIC 9(06) VALUE 0.
       01 WS-TRAILER-COUNT        PIC 9(06) VALUE 0.
       01 WS-TRL-SEEN-SW          PIC X(01) VALUE "N".
          88 WS-TRL-SEEN               VALUE "Y".

       01 WS-FEED-FILE-DATE       PIC 9(08) VALUE 0.
       01 WS-FEED-SOURCE-ID       PIC X(10) VALUE SPACES.

      * Duplicate-feed protection on the run-control file, as for
      * the roster files.
       01 WS-RUN-BLOCKED-SW       PIC X(01) VALUE "N".
          88 WS-RUN-BLOCKED            VALUE "Y".
       01 WS-OVERRIDE-SW          PIC X(01) VALUE "N".
          88 WS-OVERRIDE-YES           VALUE "Y" "y".
      * Set once the feed is cleared to load; the registration is
      * written only when PATDEMO has opened, so a load that applied
      * nothing does not leave the feed looking loaded.
       01 WS-REGISTER-SW          PIC X(01) VALUE "N".
          88 WS-REGISTER-PENDING       VALUE "Y".
       01 WS-DUP-NOTE             PIC X(13) VALUE SPACES.
       01 WS-RUN-ID               PIC X(16).

      * Reject reason codes written to DEMO-REJECT-FILE:
      *   TC - transaction code is not A, C, or D
      *   ID - patient ID is blank
      *   BD - birth date is not a real calendar date
      *   BF - birth date is after the run date
      *   SX - sex is not M or F
      *   DA - add for a patient already on PATDEMO
      *   NF - change or delete for a patient not on PATDEMO
      *   UF - PATDEMO update failed
       01 WS-REJ-REASON-CODE      PIC X(02).
       01 WS-REJ-REASON-TEXT      PIC X(20).
       01 WS-TRANS-VALID-SW       PIC X(01) VALUE "Y".
          88 WS-TRANS-VALID            VALUE "Y".
       01 WS-NEW-SEX              PIC X(01).
          88 WS-NEW-SEX-VALID          VALUE "M" "F".
       01 WS-DISPOSITION          PIC X(08).

       01 WS-RECORDS-READ         PIC 9(06) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(06) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(06) VALUE 0.
       01 WS-ADD-COUNT            PIC 9(06) VALUE 0.
       01 WS-CHANGE-COUNT         PIC 9(06) VALUE 0.
       01 WS-DELETE-COUNT         PIC 9(06) VALUE 0.
       01 WS-BALANCE-CHECK        PIC 9(06) VALUE 0.
       01 WS-OUT-OF-BALANCE       PIC 9(03) VALUE 0.
       01 WS-COUNT-EDIT           PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-2         PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-3         PIC ZZZZZZ9.

      * Completion severity, graded and returned in RETURN-CODE:
      *   0 clean / 4 warning (transactions rejected)
      *   8 error (duplicate feed blocked, feed out of balance)
      *   12 severe (file open failure or suspect feed)
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
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-START-DATE WS-START-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING.

           OPEN OUTPUT LOAD-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
               DISPLAY "ERROR OPENING LOAD-REPORT-FILE, STATUS: ",
                   WS-RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PATDEMO REGISTRATION LOAD - EDIT AND BALANCING "
               "REPORT   RUN: " WS-START-DATE " " WS-START-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

           PERFORM 9100-OPEN-RESULTS-FILE.

           PERFORM 0200-EDIT-FEED-CONTROL.
           IF WS-FEED-SUSPECT
               DISPLAY "*** REGISTRATION FEED REFUSED: ",
                   WS-FEED-SUSPECT-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** FEED REFUSED - NOTHING APPLIED: "
                   WS-FEED-SUSPECT-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "FEEDSUSP" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "PATREG" TO WS-EXC-KEY
               MOVE WS-FEED-SUSPECT-TEXT TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               PERFORM 0250-OPEN-RUN-CONTROL
               PERFORM 0300-CHECK-RUN-CONTROL
                   THRU 0300-CHECK-RUN-CONTROL-EXIT
               IF NOT WS-RUN-BLOCKED
                   PERFORM 0400-APPLY-TRANSACTIONS
                   PERFORM 0480-STORE-REJECT-COUNT
                   PERFORM 0500-WRITE-BALANCING
               END-IF
               PERFORM 0255-CLOSE-RUN-CONTROL
           END-IF.

           PERFORM 9190-CLOSE-RESULTS-FILE.
           CLOSE LOAD-REPORT-FILE.

           MOVE SPACES TO WS-AUD-INPUT-SUMMARY.
           STRING "REG FEED=PATREG DATE=" WS-FEED-FILE-DATE
               " SRC=" WS-FEED-SOURCE-ID WS-DUP-NOTE
               DELIMITED BY SIZE INTO WS-AUD-INPUT-SUMMARY
           END-STRING.
           MOVE SPACES TO WS-AUD-OUTPUT-SUMMARY.
           STRING "APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " A/C/D=" WS-ADD-COUNT "/" WS-CHANGE-COUNT "/"
               WS-DELETE-COUNT
               DELIMITED BY SIZE INTO WS-AUD-OUTPUT-SUMMARY
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           DISPLAY "DemoLoad complete: ", WS-APPLIED-COUNT,
               " applied, ", WS-REJECTED-COUNT, " rejected.".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * Edit pass: reads the whole feed once for its control records
      * before anything is applied, so a truncated or doubled feed
      * never half-loads the master.
       0200-EDIT-FEED-CONTROL.
           MOVE "N" TO WS-FEED-SUSPECT-SW.
           MOVE SPACES TO WS-FEED-SUSPECT-TEXT.
           MOVE 0 TO WS-HDR-COUNT.
           MOVE 0 TO WS-TRL-COUNT.
           MOVE 0 TO WS-EDIT-RECORD-NO.
           MOVE 0 TO WS-EDIT-DETAILS.
           MOVE 0 TO WS-TRAILER-COUNT.
           MOVE "N" TO WS-TRL-SEEN-SW.

           OPEN INPUT REGISTRATION-FILE.
           IF NOT WS-REG-FILE-OK
               DISPLAY "ERROR OPENING REGISTRATION-FILE, STATUS: ",
                   WS-REG-FILE-STATUS
               MOVE "Y" TO WS-FEED-SUSPECT-SW
               STRING "REGISTRATION FEED OPEN FAILED, STATUS "
                   WS-REG-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FEED-SUSPECT-TEXT
               END-STRING
           ELSE
               PERFORM 0210-READ-REGISTRATION
               PERFORM UNTIL WS-REG-FILE-EOF
                   PERFORM 0220-EDIT-ONE-RECORD
                   PERFORM 0210-READ-REGISTRATION
               END-PERFORM
               CLOSE REGISTRATION-FILE
               IF NOT WS-FEED-SUSPECT
                   IF WS-HDR-COUNT = 0
                       MOVE "Y" TO WS-FEED-SUSPECT-SW
                       MOVE "FEED ARRIVED WITHOUT A HEADER RECORD"
                           TO WS-FEED-SUSPECT-TEXT
                   ELSE
                       IF WS-TRL-COUNT = 0
                           MOVE "Y" TO WS-FEED-SUSPECT-SW
                           MOVE "FEED ARRIVED WITHOUT A TRAILER RECORD"
                               TO WS-FEED-SUSPECT-TEXT
                       ELSE
                           IF WS-TRAILER-COUNT NOT = WS-EDIT-DETAILS
                               MOVE "Y" TO WS-FEED-SUSPECT-SW
                               STRING "TRAILER COUNT DOES NOT EQUAL "
                                   "TRANSACTIONS READ"
                                   DELIMITED BY SIZE
                                   INTO WS-FEED-SUSPECT-TEXT
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE WS-EDIT-DETAILS TO WS-COUNT-EDIT.
           MOVE WS-TRAILER-COUNT TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CONTROL:    HEADER DATE " WS-FEED-FILE-DATE
               " SOURCE " WS-FEED-SOURCE-ID
               "   TRANSACTIONS " WS-COUNT-EDIT
               "   TRAILER COUNT " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

       0210-READ-REGISTRATION.
           READ REGISTRATION-FILE
               AT END
                   SET WS-REG-FILE-EOF TO TRUE
           END-READ.

      * One record of the edit pass. Only the first failure found is
      * kept as the reason the feed is refused.
       0220-EDIT-ONE-RECORD.
           ADD 1 TO WS-EDIT-RECORD-NO.
           IF RGH-RECORD-TYPE = "HDR"
               ADD 1 TO WS-HDR-COUNT
               IF WS-HDR-COUNT > 1 AND NOT WS-FEED-SUSPECT
                   MOVE "Y" TO WS-FEED-SUSPECT-SW
                   MOVE "MORE THAN ONE HEADER RECORD ON THE FEED"
                       TO WS-FEED-SUSPECT-TEXT
               END-IF
               IF WS-EDIT-RECORD-NO > 1 AND NOT WS-FEED-SUSPECT
                   MOVE "Y" TO WS-FEED-SUSPECT-SW
                   MOVE "HEADER RECORD IS NOT THE FIRST RECORD"
                       TO WS-FEED-SUSPECT-TEXT
               END-IF
               IF WS-HDR-COUNT = 1
                   IF RGH-FILE-DATE IS NUMERIC
                       MOVE RGH-FILE-DATE TO WS-FEED-FILE-DATE
                   END-IF
                   MOVE RGH-SOURCE-ID TO WS-FEED-SOURCE-ID
               END-IF
           ELSE
               IF RGT-RECORD-TYPE = "TRL"
                   ADD 1 TO WS-TRL-COUNT
                   MOVE "Y" TO WS-TRL-SEEN-SW
                   IF WS-TRL-COUNT > 1 AND NOT WS-FEED-SUSPECT
                       MOVE "Y" TO WS-FEED-SUSPECT-SW
                       MOVE "MORE THAN ONE TRAILER RECORD ON THE FEED"
                           TO WS-FEED-SUSPECT-TEXT
                   END-IF
                   IF RGT-RECORD-COUNT IS NUMERIC
                       MOVE RGT-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-EDIT-DETAILS
                   IF WS-TRL-SEEN AND NOT WS-FEED-SUSPECT
                       MOVE "Y" TO WS-FEED-SUSPECT-SW
                       MOVE "TRANSACTION FOUND AFTER THE TRAILER RECORD"
                           TO WS-FEED-SUSPECT-TEXT
                   END-IF
               END-IF
           END-IF.

      * Opens the run-control file for update, creating it on the
      * first ever protected run.
       0250-OPEN-RUN-CONTROL.
           MOVE "N" TO WS-RC-OPEN-SW.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT WS-RC-FILE-OK
               OPEN OUTPUT RUN-CONTROL-FILE
               IF WS-RC-FILE-OK
                   CLOSE RUN-CONTROL-FILE
                   OPEN I-O RUN-CONTROL-FILE
               END-IF
           END-IF.
           IF WS-RC-FILE-OK
               MOVE "Y" TO WS-RC-OPEN-SW
           ELSE
               DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: ",
                   WS-RC-FILE-STATUS
               DISPLAY "Load continues without duplicate-feed ",
                   "protection."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       0255-CLOSE-RUN-CONTROL.
           IF WS-RC-OPEN
               CLOSE RUN-CONTROL-FILE
               MOVE "N" TO WS-RC-OPEN-SW
           END-IF.

      * Duplicate-feed protection: a feed whose header identity is
      * already registered was loaded before, and loading it again
      * needs an explicit operator override, recorded on the
      * registration and the audit trail.
       0300-CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUN-BLOCKED-SW.
           MOVE "N" TO WS-REGISTER-SW.
           MOVE SPACES TO WS-DUP-NOTE.
           IF NOT WS-RC-OPEN
               GO TO 0300-CHECK-RUN-CONTROL-EXIT
           END-IF.

           MOVE "DemoLoad" TO RC-PROGRAM-NAME.
           MOVE WS-FEED-FILE-DATE TO RC-FILE-DATE.
           MOVE WS-FEED-SOURCE-ID TO RC-SOURCE-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-RC-FILE-OK
               DISPLAY "WARNING: this feed (file date ",
                   WS-FEED-FILE-DATE, " source ", WS-FEED-SOURCE-ID,
                   ") was already loaded by run ", RC-RUN-ID,
                   " operator ", RC-OPERATOR-ID
               DISPLAY "Override and load anyway? (Y/N): "
               ACCEPT WS-OVERRIDE-SW
               IF WS-OVERRIDE-YES
                   DISPLAY "Override accepted - reload will be logged."
                   MOVE " DUP=OVERRIDE" TO WS-DUP-NOTE
                   MOVE "Y" TO WS-REGISTER-SW
               ELSE
                   DISPLAY "No override - this feed will not be ",
                       "loaded."
                   MOVE " DUP=BLOCKED" TO WS-DUP-NOTE
                   MOVE "Y" TO WS-RUN-BLOCKED-SW
                   MOVE "*** DUPLICATE FEED BLOCKED - NO OVERRIDE GIVEN"
                       TO WS-REPORT-LINE
                   PERFORM 0700-WRITE-REPORT-LINE
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "DUPBLOCK" TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE WS-FEED-SOURCE-ID TO WS-EXC-KEY
                   MOVE "DUPLICATE INPUT BLOCKED - NO OVERRIDE GIVEN"
                       TO WS-EXC-DESC
                   PERFORM 9800-WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE "N" TO WS-OVERRIDE-SW
               MOVE "Y" TO WS-REGISTER-SW
           END-IF.

       0300-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      * Registers this load against the feed's header identity,
      * adding the record on first load or stamping the new run ID
      * and override flag over it on a reload. Performed from the
      * apply pass once PATDEMO is open.
       0310-REGISTER-RUN.
           MOVE "DemoLoad" TO RC-PROGRAM-NAME.
           MOVE WS-FEED-FILE-DATE TO RC-FILE-DATE.
           MOVE WS-FEED-SOURCE-ID TO RC-SOURCE-ID.
           MOVE WS-RUN-ID TO RC-RUN-ID.
           ACCEPT RC-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE WS-OVERRIDE-SW TO RC-OVERRIDE-SW.
           MOVE 0 TO RC-REJECT-COUNT.
           MOVE 0 TO RC-RESOLVED-COUNT.
           MOVE 0 TO RC-LAST-RECYCLE-DATE.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

      * Apply pass: every transaction is validated and applied to
      * PATDEMO or written to the reject file, and listed on the
      * edit report with its disposition.
       0400-APPLY-TRANSACTIONS.
           MOVE "N" TO WS-PDM-OPEN-SW.
           OPEN I-O PATIENT-DEMO-FILE.
           IF NOT WS-PDM-FILE-OK
               OPEN OUTPUT PATIENT-DEMO-FILE
               IF WS-PDM-FILE-OK
                   CLOSE PATIENT-DEMO-FILE
                   OPEN I-O PATIENT-DEMO-FILE
               END-IF
           END-IF.
           IF WS-PDM-FILE-OK
               MOVE "Y" TO WS-PDM-OPEN-SW
               IF WS-REGISTER-PENDING AND WS-RC-OPEN
                   PERFORM 0310-REGISTER-RUN
               END-IF
           ELSE
               DISPLAY "ERROR OPENING PATIENT-DEMO-FILE, STATUS: ",
                   WS-PDM-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "PATDEMO" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "DEMOGRAPHICS MASTER OPEN FAILED, STATUS "
                   WS-PDM-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               MOVE "*** PATDEMO COULD NOT BE OPENED - NOTHING APPLIED"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

           IF WS-PDM-OPEN
               OPEN OUTPUT DEMO-REJECT-FILE
               IF NOT WS-REJ-FILE-OK
                   DISPLAY "ERROR OPENING DEMO-REJECT-FILE, STATUS: ",
                       WS-REJ-FILE-STATUS
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "OPENFAIL" TO WS-EXC-CODE
                   MOVE 12 TO WS-EXC-SEVERITY
                   MOVE "PATDREJ" TO WS-EXC-KEY
                   MOVE SPACES TO WS-EXC-DESC
                   STRING "REJECT FILE OPEN FAILED, STATUS "
                       WS-REJ-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-EXC-DESC
                   END-STRING
                   PERFORM 9800-WRITE-EXCEPTION
               END-IF
               OPEN EXTEND PATIENT-EVENT-FILE
               IF NOT WS-EVT-FILE-OK
                   OPEN OUTPUT PATIENT-EVENT-FILE
               END-IF
               IF NOT WS-EVT-FILE-OK
                   DISPLAY "ERROR OPENING PATIENT-EVENT-FILE, STATUS: ",
                       WS-EVT-FILE-STATUS
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "TRANSACTIONS" TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               OPEN INPUT REGISTRATION-FILE
               PERFORM 0210-READ-REGISTRATION
               PERFORM UNTIL WS-REG-FILE-EOF
                   IF RGH-RECORD-TYPE NOT = "HDR"
                       AND RGT-RECORD-TYPE NOT = "TRL"
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 0410-APPLY-ONE-TRANSACTION
                           THRU 0410-APPLY-ONE-EXIT
                   END-IF
                   PERFORM 0210-READ-REGISTRATION
               END-PERFORM
               CLOSE REGISTRATION-FILE
               IF WS-REJ-FILE-OK
                   CLOSE DEMO-REJECT-FILE
               END-IF
               IF WS-EVT-FILE-OK
                   CLOSE PATIENT-EVENT-FILE
               END-IF
               CLOSE PATIENT-DEMO-FILE
               MOVE "N" TO WS-PDM-OPEN-SW
           END-IF.

       0410-APPLY-ONE-TRANSACTION.
           IF NOT REG-TRANS-ADD AND NOT REG-TRANS-CHANGE
               AND NOT REG-TRANS-DELETE
               MOVE "TC" TO WS-REJ-REASON-CODE
               MOVE "INVALID TRANS CODE" TO WS-REJ-REASON-TEXT
               PERFORM 0460-REJECT-TRANSACTION
               GO TO 0410-APPLY-ONE-EXIT
           END-IF.
           IF REG-PAT-ID = SPACES
               MOVE "ID" TO WS-REJ-REASON-CODE
               MOVE "PATIENT ID MISSING" TO WS-REJ-REASON-TEXT
               PERFORM 0460-REJECT-TRANSACTION
               GO TO 0410-APPLY-ONE-EXIT
           END-IF.
           IF NOT REG-TRANS-DELETE
               PERFORM 0420-VALIDATE-DEMOGRAPHICS
               IF NOT WS-TRANS-VALID
                   PERFORM 0460-REJECT-TRANSACTION
                   GO TO 0410-APPLY-ONE-EXIT
               END-IF
           END-IF.

           MOVE REG-PAT-ID TO PDM-PAT-ID.
           READ PATIENT-DEMO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF REG-TRANS-ADD
               IF WS-PDM-FILE-OK
                   MOVE "DA" TO WS-REJ-REASON-CODE
                   MOVE "ALREADY REGISTERED" TO WS-REJ-REASON-TEXT
                   PERFORM 0460-REJECT-TRANSACTION
                   GO TO 0410-APPLY-ONE-EXIT
               END-IF
               MOVE REG-PAT-ID TO PDM-PAT-ID
               MOVE REG-BIRTH-DATE-N TO PDM-BIRTH-DATE
               MOVE WS-NEW-SEX TO PDM-SEX
               WRITE PATIENT-DEMO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE "ADDED" TO WS-DISPOSITION
           ELSE
               IF NOT WS-PDM-FILE-OK
                   MOVE "NF" TO WS-REJ-REASON-CODE
                   MOVE "NOT REGISTERED" TO WS-REJ-REASON-TEXT
                   PERFORM 0460-REJECT-TRANSACTION
                   GO TO 0410-APPLY-ONE-EXIT
               END-IF
               IF REG-TRANS-CHANGE
                   MOVE REG-BIRTH-DATE-N TO PDM-BIRTH-DATE
                   MOVE WS-NEW-SEX TO PDM-SEX
                   REWRITE PATIENT-DEMO-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "CHANGED" TO WS-DISPOSITION
               ELSE
                   DELETE PATIENT-DEMO-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE "DELETED" TO WS-DISPOSITION
               END-IF
           END-IF.

           IF NOT WS-PDM-FILE-OK
               DISPLAY "ERROR UPDATING PATIENT-DEMO-FILE, STATUS: ",
                   WS-PDM-FILE-STATUS
               MOVE "UF" TO WS-REJ-REASON-CODE
               MOVE "UPDATE FAILED" TO WS-REJ-REASON-TEXT
               PERFORM 0460-REJECT-TRANSACTION
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "PDMUPDT" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE REG-PAT-ID TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "DEMOGRAPHICS UPDATE FAILED, STATUS "
                   WS-PDM-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               GO TO 0410-APPLY-ONE-EXIT
           END-IF.

           ADD 1 TO WS-APPLIED-COUNT.
           EVALUATE TRUE
               WHEN REG-TRANS-ADD
                   ADD 1 TO WS-ADD-COUNT
               WHEN REG-TRANS-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE.
           PERFORM 0470-REPORT-TRANSACTION.

           MOVE REG-PAT-ID TO RES-KEY-ID.
           MOVE SPACES TO RES-METHOD-LABEL.
           STRING "DEMO-" WS-DISPOSITION
               DELIMITED BY SPACE INTO RES-METHOD-LABEL
           END-STRING.
           MOVE SPACES TO RES-RESULT-VALUE.
           IF REG-TRANS-DELETE
               STRING "SOURCE=" WS-FEED-SOURCE-ID
                   DELIMITED BY SIZE INTO RES-RESULT-VALUE
               END-STRING
           ELSE
               STRING "BIRTH=" PDM-BIRTH-DATE " SEX=" PDM-SEX
                   " SOURCE=" WS-FEED-SOURCE-ID
                   DELIMITED BY SIZE INTO RES-RESULT-VALUE
               END-STRING
           END-IF.
           PERFORM 9150-WRITE-RESULT-ROW.

       0410-APPLY-ONE-EXIT.
           EXIT.

      * Birth date must be a real calendar date no later than the
      * run date; sex must be M or F (taken in either case).
       0420-VALIDATE-DEMOGRAPHICS.
           MOVE "Y" TO WS-TRANS-VALID-SW.
           IF REG-BIRTH-DATE IS NOT NUMERIC
               MOVE "N" TO WS-TRANS-VALID-SW
               MOVE "BD" TO WS-REJ-REASON-CODE
               MOVE "INVALID BIRTH DATE" TO WS-REJ-REASON-TEXT
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(REG-BIRTH-DATE-N)
                       NOT = 0
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "BD" TO WS-REJ-REASON-CODE
                   MOVE "INVALID BIRTH DATE" TO WS-REJ-REASON-TEXT
               ELSE
                   IF REG-BIRTH-DATE-N > WS-START-DATE
                       MOVE "N" TO WS-TRANS-VALID-SW
                       MOVE "BF" TO WS-REJ-REASON-CODE
                       MOVE "FUTURE BIRTH DATE" TO WS-REJ-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-TRANS-VALID
               MOVE REG-SEX TO WS-NEW-SEX
               INSPECT WS-NEW-SEX CONVERTING "mf" TO "MF"
               IF NOT WS-NEW-SEX-VALID
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "SX" TO WS-REJ-REASON-CODE
                   MOVE "INVALID SEX CODE" TO WS-REJ-REASON-TEXT
               END-IF
           END-IF.

       0460-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           IF WS-REJ-FILE-OK
               MOVE REGISTRATION-RECORD TO DRJ-ORIGINAL-RECORD
               MOVE WS-REJ-REASON-CODE TO DRJ-REASON-CODE
               MOVE WS-REJ-REASON-TEXT TO DRJ-REASON-TEXT
               WRITE DEMO-REJECT-RECORD
           END-IF.
           IF WS-EVT-FILE-OK AND REG-PAT-ID NOT = SPACES
               MOVE REG-PAT-ID TO PEV-PAT-ID
               MOVE "DRJ" TO PEV-EVENT-TYPE
               MOVE "DemoLoad" TO PEV-PROGRAM-NAME
               MOVE WS-START-DATE TO PEV-RUN-DATE
               MOVE WS-START-TIME TO PEV-RUN-TIME
               MOVE WS-FEED-FILE-DATE TO PEV-FILE-DATE
               MOVE WS-FEED-SOURCE-ID TO PEV-SOURCE-ID
               MOVE WS-REJ-REASON-CODE TO PEV-REASON-CODE
               MOVE WS-REJ-REASON-TEXT TO PEV-DETAIL
               WRITE PATIENT-EVENT-RECORD
           END-IF.
           MOVE SPACES TO WS-DISPOSITION.
           STRING "REJ " WS-REJ-REASON-CODE
               DELIMITED BY SIZE INTO WS-DISPOSITION
           END-STRING.
           PERFORM 0470-REPORT-TRANSACTION.

       0470-REPORT-TRANSACTION.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-DISPOSITION(1:3) = "REJ"
               STRING "  " REG-TRANS-CODE " " REG-PAT-ID " "
                   REG-BIRTH-DATE " " REG-SEX "   " WS-DISPOSITION
                   " " WS-REJ-REASON-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  " REG-TRANS-CODE " " REG-PAT-ID " "
                   REG-BIRTH-DATE " " REG-SEX "   " WS-DISPOSITION
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

      * Stamps the feed's reject count onto its registration so the
      * rejects returned to the desk can be followed up like a
      * roster source's.
       0480-STORE-REJECT-COUNT.
           IF WS-RC-OPEN
               MOVE "DemoLoad" TO RC-PROGRAM-NAME
               MOVE WS-FEED-FILE-DATE TO RC-FILE-DATE
               MOVE WS-FEED-SOURCE-ID TO RC-SOURCE-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RC-FILE-OK
                   MOVE WS-REJECTED-COUNT TO RC-REJECT-COUNT
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: could not stamp reject ",
                               "count, STATUS: ", WS-RC-FILE-STATUS
                   END-REWRITE
               END-IF
           END-IF.

      * The balancing section: the trailer against the transactions
      * read, and every transaction read accounted for as applied or
      * rejected. A summary row goes to RESULTS with the figures.
       0500-WRITE-BALANCING.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "BALANCING" TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

           MOVE WS-TRAILER-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RECORDS-READ TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-TRAILER-COUNT = WS-RECORDS-READ
               STRING "  TRAILER:  " WS-COUNT-EDIT
                   " = " WS-COUNT-EDIT-2
                   " TRANSACTIONS READ - IN BALANCE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  TRAILER:  *** " WS-COUNT-EDIT
                   " NOT = " WS-COUNT-EDIT-2
                   " TRANSACTIONS READ ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

           COMPUTE WS-BALANCE-CHECK =
               WS-APPLIED-COUNT + WS-REJECTED-COUNT.
           MOVE WS-RECORDS-READ TO WS-COUNT-EDIT.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT-2.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-BALANCE-CHECK = WS-RECORDS-READ
               STRING "  READ:     " WS-COUNT-EDIT
                   " = APPLIED " WS-COUNT-EDIT-2
                   " + REJECTED " WS-COUNT-EDIT-3 " - IN BALANCE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  READ:     *** " WS-COUNT-EDIT
                   " NOT = APPLIED " WS-COUNT-EDIT-2
                   " + REJECTED " WS-COUNT-EDIT-3 " ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

           MOVE WS-ADD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT-2.
           MOVE WS-DELETE-COUNT TO WS-COUNT-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  APPLIED:  ADDS " WS-COUNT-EDIT
               "  CHANGES " WS-COUNT-EDIT-2
               "  DELETES " WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF WS-OUT-OF-BALANCE = 0
               MOVE "LOAD COMPLETE - IN BALANCE" TO WS-REPORT-LINE
           ELSE
               MOVE "*** LOAD OUT OF BALANCE - SEE ABOVE ***"
                   TO WS-REPORT-LINE
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OUTBAL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE WS-FEED-SOURCE-ID TO WS-EXC-KEY
               MOVE "READ NOT = APPLIED + REJECTED" TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

           MOVE SPACES TO RES-KEY-ID.
           MOVE "LOAD-TOTALS" TO RES-METHOD-LABEL.
           MOVE SPACES TO RES-RESULT-VALUE.
           STRING "READ=" WS-RECORDS-READ
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " ADDS=" WS-ADD-COUNT
               " CHANGES=" WS-CHANGE-COUNT
               " DELETES=" WS-DELETE-COUNT
               DELIMITED BY SIZE INTO RES-RESULT-VALUE
           END-STRING.
           PERFORM 9150-WRITE-RESULT-ROW.

       0700-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO LOAD-REPORT-RECORD.
           WRITE LOAD-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-REPORT-LINE.

       9000-WRITE-AUDIT-RECORD.
           MOVE "DemoLoad" TO AUD-PROGRAM-NAME.
           MOVE WS-START-DATE TO AUD-RUN-DATE.
           MOVE WS-START-TIME TO AUD-RUN-TIME.
           ACCEPT AUD-OPERATOR-ID FROM ENVIRONMENT "USER".
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

      * Opens the shared RESULTS file for this run, appending if it
      * already exists.
       9100-OPEN-RESULTS-FILE.
           OPEN EXTEND RESULTS-FILE.
           IF NOT WS-RES-FILE-OK
               OPEN OUTPUT RESULTS-FILE
           END-IF.

      * Writes one row to the shared RESULTS file for the result
      * currently staged in RES-KEY-ID/RES-METHOD-LABEL/
      * RES-RESULT-VALUE.
       9150-WRITE-RESULT-ROW.
           MOVE "DemoLoad" TO RES-PROGRAM-NAME.
           MOVE WS-START-DATE TO RES-RUN-DATE.
           MOVE WS-START-TIME TO RES-RUN-TIME.
           WRITE RESULTS-RECORD.

       9190-CLOSE-RESULTS-FILE.
           CLOSE RESULTS-FILE.

      * Writes one typed exception row to the shared exceptions
      * file, appending if it already exists.
       9800-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF WS-EXC-FILE-OK
               MOVE "DemoLoad" TO EXC-PROGRAM-NAME
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

       END PROGRAM DemoLoad.
