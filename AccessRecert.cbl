       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AccessRecert".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPAUTH"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPA-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
      * Archive directory and the dated AUDARCH archives it points
      * at, so use that has been purged from AUDITLOG still counts.
           SELECT ARCHIVE-DIR-FILE ASSIGN TO "AUDARCDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT CTLX-LOG-FILE ASSIGN TO "CTLXLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CXL-FILE-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT RECERT-SIGNOFF-FILE ASSIGN TO "RECERTSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSO-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTH-FILE.
           COPY OPAUTH.

       FD  AUDIT-LOG-FILE.
           COPY AUDTREC.

       FD  ARCHIVE-DIR-FILE.
           COPY ARCDIR.

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD    PIC X(192).

      * The SUMCTLX change log: its REOPEN rows are the only record
      * of the period-reopen permission being used.
       FD  CTLX-LOG-FILE.
           COPY CTLXLOG.

       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-RECORD    PIC X(132).

       FD  RECERT-SIGNOFF-FILE.
           COPY RECERTSO.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01 WS-OPA-FILE-STATUS      PIC XX.
          88 WS-OPA-FILE-OK            VALUE "00".

       01 WS-AUD-FILE-STATUS      PIC XX.
          88 WS-AUD-FILE-OK            VALUE "00".
          88 WS-AUD-FILE-EOF           VALUE "10".

       01 WS-DIR-FILE-STATUS      PIC XX.
          88 WS-DIR-FILE-OK            VALUE "00".
          88 WS-DIR-FILE-EOF           VALUE "10".

       01 WS-ARC-FILE-STATUS      PIC XX.
          88 WS-ARC-FILE-OK            VALUE "00".
          88 WS-ARC-FILE-EOF           VALUE "10".

       01 WS-CXL-FILE-STATUS      PIC XX.
          88 WS-CXL-FILE-OK            VALUE "00".
          88 WS-CXL-FILE-EOF           VALUE "10".

       01 WS-RPT-FILE-STATUS      PIC XX.
          88 WS-RPT-FILE-OK            VALUE "00".

       01 WS-RSO-FILE-STATUS      PIC XX.
          88 WS-RSO-FILE-OK            VALUE "00".

       01 WS-EXC-FILE-STATUS      PIC XX.
          88 WS-EXC-FILE-OK            VALUE "00".

       01 WS-ARCHIVE-FILE-NAME    PIC X(16).
       01 WS-ARCHIVES-READ        PIC 9(03) VALUE 0.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-INT              PIC 9(07).

      * The review limits. An operator with no granted sign-on in
      * the dormancy period is dormant; refused sign-ons are counted
      * over the same period, and reaching the refusal limit is
      * flagged. Both are keyed at the console, zero-filled as
      * BMICalculator's prompts are, so "90" is taken as 00090.
       01 WS-LIMITS-VALID-SW      PIC X(01).
          88 WS-LIMITS-VALID           VALUE "Y".
       01 WS-DORMANT-INPUT        PIC X(05).
       01 WS-DORMANT-JUSTIFIED    PIC X(05) JUSTIFIED RIGHT.
       01 WS-DORMANT-DAYS         PIC 9(05) VALUE 90.
       01 WS-REFUSAL-INPUT        PIC X(03).
       01 WS-REFUSAL-JUSTIFIED    PIC X(03) JUSTIFIED RIGHT.
       01 WS-REFUSAL-LIMIT        PIC 9(03) VALUE 3.
       01 WS-PERIOD-FROM-INT      PIC 9(07).
       01 WS-PERIOD-FROM-DATE     PIC 9(08).

      * Every operator on OPAUTH with the five permission flags as
      * they stand (BMI/FACT/SUMTON/BATCH/REOPEN), the last date
      * each was used, the last granted sign-on, and the refusals
      * inside the review period.
       01 WS-OPERATOR-COUNT       PIC 9(03) VALUE 0.
       01 WS-O-SUB                PIC 9(03) COMP.
       01 WS-F-SUB                PIC 9(01) COMP.
       01 WS-OPERATOR-TABLE.
          05 WS-OPERATOR OCCURS 200 TIMES.
             10 WS-O-ID              PIC X(08).
             10 WS-O-FLAGS.
                15 WS-O-FLAG         PIC X(01) OCCURS 5 TIMES.
             10 WS-O-LAST-USED       PIC 9(08) OCCURS 5 TIMES.
             10 WS-O-LAST-SIGNON     PIC 9(08).
             10 WS-O-REFUSED-SIGNONS PIC 9(05).
             10 WS-O-REFUSED-TOOLS   PIC 9(05).
       01 WS-OPERATORS-SKIPPED    PIC 9(05) VALUE 0.

      * Sign-on IDs that are not on OPAUTH, with the sign-ons
      * refused to them inside the review period.
       01 WS-UNKNOWN-COUNT        PIC 9(03) VALUE 0.
       01 WS-U-SUB                PIC 9(03) COMP.
       01 WS-UNKNOWN-TABLE.
          05 WS-UNKNOWN OCCURS 100 TIMES.
             10 WS-U-ID              PIC X(08).
             10 WS-U-REFUSED         PIC 9(05).
             10 WS-U-LAST-REFUSED    PIC 9(08).
       01 WS-UNKNOWN-SKIPPED      PIC 9(05) VALUE 0.

      * One MATHTOOLS access row, taken apart: the selection after
      * "SELECTION=" and the result after "ACCESS ". Plan steps are
      * logged under the tool they run, so they count as use of that
      * tool's flag.
       01 WS-ROW-TOOL             PIC X(15).
       01 WS-ROW-RESULT           PIC X(07).
       01 WS-ROW-SLOT             PIC 9(01).
       01 WS-FIND-ID              PIC X(08).

       01 WS-FLAG-NAMES-VALUES.
          05 FILLER               PIC X(07) VALUE "BMI".
          05 FILLER               PIC X(07) VALUE "FACT".
          05 FILLER               PIC X(07) VALUE "SUMTON".
          05 FILLER               PIC X(07) VALUE "BATCH".
          05 FILLER               PIC X(07) VALUE "REOPEN".
       01 WS-FLAG-NAMES REDEFINES WS-FLAG-NAMES-VALUES.
          05 WS-FLAG-NAME         PIC X(07) OCCURS 5 TIMES.

      * One operator's findings, as reported and as carried onto
      * the sign-off row.
       01 WS-DORMANT-SW           PIC X(01).
          88 WS-OPERATOR-DORMANT       VALUE "Y".
       01 WS-UNUSED-SW            PIC X(01).
          88 WS-HAS-UNUSED             VALUE "Y".
       01 WS-REFUSED-SW           PIC X(01).
          88 WS-REPEATED-REFUSALS      VALUE "Y".
       01 WS-IDLE-DAYS            PIC 9(07).
       01 WS-UNUSED-FLAGS         PIC X(05).
       01 WS-UNUSED-NAMES         PIC X(40).
       01 WS-UNUSED-LENGTH        PIC 9(02) COMP.
       01 WS-FINDINGS.
          05 WS-FND-DORMANT       PIC X(20).
          05 WS-FND-UNUSED        PIC X(07).
          05 WS-FND-REFUSED       PIC X(13).

      * Report columns: each flag as "Y 20261001", "Y NEVER" or
      * "N -".
       01 WS-FLAG-TEXTS.
          05 WS-FLAG-TEXT         PIC X(13) OCCURS 5 TIMES.
       01 WS-SIGNON-TEXT          PIC X(08).
       01 WS-SIGNON-DATE          PIC 9(08).
       01 WS-DAYS-TEXT            PIC X(07).
       01 WS-DAYS-EDIT            PIC ZZZZZZ9.
       01 WS-REF-EDIT             PIC ZZZZ9.
       01 WS-REF-TOOL-EDIT        PIC ZZZZ9.

       01 WS-ACCESS-ROWS          PIC 9(07) VALUE 0.
       01 WS-REOPEN-ROWS          PIC 9(07) VALUE 0.
       01 WS-DORMANT-TOTAL        PIC 9(05) VALUE 0.
       01 WS-UNUSED-TOTAL         PIC 9(05) VALUE 0.
       01 WS-REFUSED-TOTAL        PIC 9(05) VALUE 0.
       01 WS-SIGNOFF-ROWS         PIC 9(05) VALUE 0.
       01 WS-COUNT-EDIT           PIC ZZZZZZ9.

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
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 0150-ACCEPT-LIMITS
               THRU 0150-ACCEPT-LIMITS-EXIT.
           IF NOT WS-LIMITS-VALID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DORMANT-DAYS < WS-RUN-INT
               COMPUTE WS-PERIOD-FROM-INT =
                   WS-RUN-INT - WS-DORMANT-DAYS
           ELSE
               MOVE 1 TO WS-PERIOD-FROM-INT
           END-IF.
           COMPUTE WS-PERIOD-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-FROM-INT).

           OPEN OUTPUT RECERT-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
               DISPLAY "ERROR OPENING RECERT-REPORT-FILE, STATUS: ",
                   WS-RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATOR ACCESS RECERTIFICATION   REVIEW PERIOD "
               WS-PERIOD-FROM-DATE " TO " WS-RUN-DATE
               "   RUN: " WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-DORMANT-DAYS TO WS-DAYS-EDIT.
           MOVE WS-REFUSAL-LIMIT TO WS-REF-EDIT.
           STRING "DORMANT AFTER" WS-DAYS-EDIT
               " DAYS WITHOUT A SIGN-ON;  REFUSED SIGN-ONS FLAGGED AT"
               WS-REF-EDIT " IN THE PERIOD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

           PERFORM 0200-LOAD-OPERATORS
               THRU 0200-LOAD-OPERATORS-EXIT.
           IF NOT WS-OPA-FILE-OK
               CLOSE RECERT-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Without the audit trail every operator would read as
      * dormant and every flag as unused, so no review is made.
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT WS-AUD-FILE-OK
               DISPLAY "ERROR OPENING AUDIT-LOG-FILE, STATUS: ",
                   WS-AUD-FILE-STATUS
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "AUDITLOG" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "AUDIT LOG OPEN FAILED, STATUS "
                   WS-AUD-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               MOVE "*** AUDITLOG COULD NOT BE OPENED - NO REVIEW MADE"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               CLOSE RECERT-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0300-SCAN-LIVE-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE.
           PERFORM 0350-SCAN-AUDIT-ARCHIVES.
           PERFORM 0400-SCAN-REOPENS.

      * The sign-off file is one review's worth: it is replaced at
      * every run. Without it the report still prints.
           OPEN OUTPUT RECERT-SIGNOFF-FILE.
           IF NOT WS-RSO-FILE-OK
               DISPLAY "ERROR OPENING RECERT-SIGNOFF-FILE, STATUS: ",
                   WS-RSO-FILE-STATUS
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE "RECERTSO" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "SIGN-OFF FILE OPEN FAILED, STATUS "
                   WS-RSO-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "*** RECERTSO COULD NOT BE OPENED - NO SIGN-OFF FIL
      -            "E WRITTEN"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

           MOVE "OPERATOR  BMI          FACT         SUMTON       BATCH
      -        "        REOPEN       LAST-SIGNON    DAYS REF-SIGNON REF-
      -        "TOOL"
               TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0500-REVIEW-OPERATOR
               VARYING WS-O-SUB FROM 1 BY 1
               UNTIL WS-O-SUB > WS-OPERATOR-COUNT.
           IF WS-RSO-FILE-OK
               CLOSE RECERT-SIGNOFF-FILE
           END-IF.

           PERFORM 0600-LIST-UNKNOWN-IDS.
           PERFORM 0650-WRITE-REVIEW-TOTALS.
           CLOSE RECERT-REPORT-FILE.

           DISPLAY "AccessRecert complete: ", WS-OPERATOR-COUNT,
               " operators reviewed, ", WS-DORMANT-TOTAL,
               " dormant, ", WS-UNUSED-TOTAL, " with unused flags, ",
               WS-REFUSED-TOTAL, " with repeated refused sign-ons.".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * Accepts the dormancy period and the refused sign-on limit;
      * blank takes the default, zero or non-numeric is refused.
       0150-ACCEPT-LIMITS.
           MOVE "N" TO WS-LIMITS-VALID-SW.
           DISPLAY "Dormant after how many days without a sign-on ",
               "(blank for 90): ".
           MOVE SPACES TO WS-DORMANT-INPUT.
           ACCEPT WS-DORMANT-INPUT.
           IF WS-DORMANT-INPUT NOT = SPACES
               MOVE SPACES TO WS-DORMANT-JUSTIFIED
               UNSTRING WS-DORMANT-INPUT DELIMITED BY ALL " "
                   INTO WS-DORMANT-JUSTIFIED
               END-UNSTRING
               INSPECT WS-DORMANT-JUSTIFIED
                   REPLACING LEADING " " BY "0"
               IF WS-DORMANT-JUSTIFIED IS NOT NUMERIC
                   DISPLAY "ERROR: days must be numeric."
                   GO TO 0150-ACCEPT-LIMITS-EXIT
               END-IF
               MOVE WS-DORMANT-JUSTIFIED TO WS-DORMANT-DAYS
               IF WS-DORMANT-DAYS = 0
                   DISPLAY "ERROR: days must be greater than zero."
                   GO TO 0150-ACCEPT-LIMITS-EXIT
               END-IF
           END-IF.
           DISPLAY "Flag operators with how many refused sign-ons ",
               "(blank for 3): ".
           MOVE SPACES TO WS-REFUSAL-INPUT.
           ACCEPT WS-REFUSAL-INPUT.
           IF WS-REFUSAL-INPUT NOT = SPACES
               MOVE SPACES TO WS-REFUSAL-JUSTIFIED
               UNSTRING WS-REFUSAL-INPUT DELIMITED BY ALL " "
                   INTO WS-REFUSAL-JUSTIFIED
               END-UNSTRING
               INSPECT WS-REFUSAL-JUSTIFIED
                   REPLACING LEADING " " BY "0"
               IF WS-REFUSAL-JUSTIFIED IS NOT NUMERIC
                   DISPLAY "ERROR: refusal count must be numeric."
                   GO TO 0150-ACCEPT-LIMITS-EXIT
               END-IF
               MOVE WS-REFUSAL-JUSTIFIED TO WS-REFUSAL-LIMIT
               IF WS-REFUSAL-LIMIT = 0
                   DISPLAY "ERROR: refusal count must be greater ",
                       "than zero."
                   GO TO 0150-ACCEPT-LIMITS-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-LIMITS-VALID-SW.

       0150-ACCEPT-LIMITS-EXIT.
           EXIT.

      * Loads every operator on OPAUTH in key order. Past the table
      * the operator is left out of the review and raised, not
      * silently dropped.
       0200-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-AUTH-FILE.
           IF NOT WS-OPA-FILE-OK
               DISPLAY "ERROR OPENING OPERATOR-AUTH-FILE, STATUS: ",
                   WS-OPA-FILE-STATUS
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "OPAUTH" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "OPERATOR AUTH FILE OPEN FAILED, STATUS "
                   WS-OPA-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               MOVE "*** OPAUTH COULD NOT BE OPENED - NO REVIEW MADE"
                   TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               GO TO 0200-LOAD-OPERATORS-EXIT
           END-IF.
           MOVE LOW-VALUES TO OPA-OPERATOR-ID.
           START OPERATOR-AUTH-FILE
               KEY IS GREATER THAN OPA-OPERATOR-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-OPA-FILE-OK
               PERFORM 0210-READ-NEXT-OPERATOR
               PERFORM UNTIL NOT WS-OPA-FILE-OK
                   PERFORM 0220-TABLE-OPERATOR
                   PERFORM 0210-READ-NEXT-OPERATOR
               END-PERFORM
           END-IF.
           CLOSE OPERATOR-AUTH-FILE.
           MOVE "00" TO WS-OPA-FILE-STATUS.

       0200-LOAD-OPERATORS-EXIT.
           EXIT.

       0210-READ-NEXT-OPERATOR.
           READ OPERATOR-AUTH-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0220-TABLE-OPERATOR.
           IF WS-OPERATOR-COUNT >= 200
               ADD 1 TO WS-OPERATORS-SKIPPED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** OPERATOR TABLE FULL - " OPA-OPERATOR-ID
                   " NOT REVIEWED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "RCTABFUL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE OPA-OPERATOR-ID TO WS-EXC-KEY
               MOVE "OPERATOR TABLE FULL - OPERATOR NOT RECERTIFIED"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-O-SUB
               MOVE OPA-OPERATOR-ID TO WS-O-ID(WS-O-SUB)
               MOVE OPA-MAY-RUN-BMI TO WS-O-FLAG(WS-O-SUB, 1)
               MOVE OPA-MAY-RUN-FACT TO WS-O-FLAG(WS-O-SUB, 2)
               MOVE OPA-MAY-RUN-SUMTON TO WS-O-FLAG(WS-O-SUB, 3)
               MOVE OPA-MAY-RUN-BATCH TO WS-O-FLAG(WS-O-SUB, 4)
               MOVE OPA-MAY-REOPEN TO WS-O-FLAG(WS-O-SUB, 5)
               PERFORM VARYING WS-F-SUB FROM 1 BY 1
                   UNTIL WS-F-SUB > 5
                   MOVE 0 TO WS-O-LAST-USED(WS-O-SUB, WS-F-SUB)
               END-PERFORM
               MOVE 0 TO WS-O-LAST-SIGNON(WS-O-SUB)
               MOVE 0 TO WS-O-REFUSED-SIGNONS(WS-O-SUB)
               MOVE 0 TO WS-O-REFUSED-TOOLS(WS-O-SUB)
           END-IF.

      * Every MATHTOOLS access row on the live audit trail.
       0300-SCAN-LIVE-AUDIT-LOG.
           PERFORM 0310-READ-AUDIT-ROW.
           PERFORM UNTIL WS-AUD-FILE-EOF
               PERFORM 0320-POST-ACCESS-ROW
               PERFORM 0310-READ-AUDIT-ROW
           END-PERFORM.

       0310-READ-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-AUD-FILE-EOF TO TRUE
           END-READ.

      * Posts one access row to the operator who made it. A granted
      * sign-on dates the operator's last activity; a granted
      * selection dates the last use of that flag, whenever it was;
      * refusals count only inside the review period. A refused
      * sign-on by an ID not on OPAUTH is kept by ID.
       0320-POST-ACCESS-ROW.
           IF AUD-PROGRAM-NAME = "MATHTOOLS"
               AND AUD-COMPLETION-STATUS = "ACCESS"
               AND AUD-INPUT-SUMMARY(1:10) = "SELECTION="
               AND AUD-RUN-DATE IS NUMERIC
               ADD 1 TO WS-ACCESS-ROWS
               MOVE AUD-INPUT-SUMMARY(11:15) TO WS-ROW-TOOL
               MOVE AUD-OUTPUT-SUMMARY(8:7) TO WS-ROW-RESULT
               MOVE AUD-OPERATOR-ID TO WS-FIND-ID
               PERFORM 0330-FIND-OPERATOR
               IF WS-ROW-TOOL = "SIGN-ON"
                   IF WS-ROW-RESULT = "GRANTED"
                       IF WS-O-SUB > 0
                           IF AUD-RUN-DATE > WS-O-LAST-SIGNON(WS-O-SUB)
                               MOVE AUD-RUN-DATE
                                   TO WS-O-LAST-SIGNON(WS-O-SUB)
                           END-IF
                       END-IF
                   ELSE
                       IF AUD-RUN-DATE >= WS-PERIOD-FROM-DATE
                           IF WS-O-SUB > 0
                               ADD 1 TO WS-O-REFUSED-SIGNONS(WS-O-SUB)
                           ELSE
                               PERFORM 0340-POST-UNKNOWN-REFUSAL
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   EVALUATE WS-ROW-TOOL
                       WHEN "BMICalculator"
                           MOVE 1 TO WS-ROW-SLOT
                       WHEN "Factorial"
                           MOVE 2 TO WS-ROW-SLOT
                       WHEN "SumToN"
                           MOVE 3 TO WS-ROW-SLOT
                       WHEN "RUN-PLAN"
                           MOVE 4 TO WS-ROW-SLOT
                       WHEN OTHER
                           MOVE 0 TO WS-ROW-SLOT
                   END-EVALUATE
                   IF WS-O-SUB > 0
                       IF WS-ROW-RESULT = "GRANTED"
                           IF WS-ROW-SLOT > 0
                               MOVE WS-ROW-SLOT TO WS-F-SUB
                               IF AUD-RUN-DATE >
                                   WS-O-LAST-USED(WS-O-SUB, WS-F-SUB)
                                   MOVE AUD-RUN-DATE TO
                                    WS-O-LAST-USED(WS-O-SUB, WS-F-SUB)
                               END-IF
                           END-IF
                       ELSE
                           IF AUD-RUN-DATE >= WS-PERIOD-FROM-DATE
                               ADD 1 TO WS-O-REFUSED-TOOLS(WS-O-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Sets WS-O-SUB to the table entry for WS-FIND-ID, or zero
      * when the ID is not on OPAUTH.
       0330-FIND-OPERATOR.
           PERFORM VARYING WS-O-SUB FROM 1 BY 1
               UNTIL WS-O-SUB > WS-OPERATOR-COUNT
                   OR WS-O-ID(WS-O-SUB) = WS-FIND-ID
               CONTINUE
           END-PERFORM.
           IF WS-O-SUB > WS-OPERATOR-COUNT
               MOVE 0 TO WS-O-SUB
           END-IF.

       0340-POST-UNKNOWN-REFUSAL.
           PERFORM VARYING WS-U-SUB FROM 1 BY 1
               UNTIL WS-U-SUB > WS-UNKNOWN-COUNT
                   OR WS-U-ID(WS-U-SUB) = WS-FIND-ID
               CONTINUE
           END-PERFORM.
           IF WS-U-SUB > WS-UNKNOWN-COUNT
               IF WS-UNKNOWN-COUNT >= 100
                   ADD 1 TO WS-UNKNOWN-SKIPPED
                   MOVE 0 TO WS-U-SUB
               ELSE
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE WS-UNKNOWN-COUNT TO WS-U-SUB
                   MOVE WS-FIND-ID TO WS-U-ID(WS-U-SUB)
                   MOVE 0 TO WS-U-REFUSED(WS-U-SUB)
                   MOVE 0 TO WS-U-LAST-REFUSED(WS-U-SUB)
               END-IF
           END-IF.
           IF WS-U-SUB > 0
               ADD 1 TO WS-U-REFUSED(WS-U-SUB)
               IF AUD-RUN-DATE > WS-U-LAST-REFUSED(WS-U-SUB)
                   MOVE AUD-RUN-DATE TO WS-U-LAST-REFUSED(WS-U-SUB)
               END-IF
           END-IF.

      * Every archived generation is read: last use is over the
      * whole audit history, not only the review period.
       0350-SCAN-AUDIT-ARCHIVES.
           OPEN INPUT ARCHIVE-DIR-FILE.
           IF WS-DIR-FILE-OK
               PERFORM 0360-READ-DIR-ROW
               PERFORM UNTIL WS-DIR-FILE-EOF
                   PERFORM 0370-SCAN-ONE-ARCHIVE
                   PERFORM 0360-READ-DIR-ROW
               END-PERFORM
               CLOSE ARCHIVE-DIR-FILE
           END-IF.

       0360-READ-DIR-ROW.
           READ ARCHIVE-DIR-FILE
               AT END
                   SET WS-DIR-FILE-EOF TO TRUE
           END-READ.

       0370-SCAN-ONE-ARCHIVE.
           MOVE DIR-ARCHIVE-NAME TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF NOT WS-ARC-FILE-OK
               DISPLAY "WARNING: archive ", WS-ARCHIVE-FILE-NAME,
                   " could not be opened, STATUS: ", WS-ARC-FILE-STATUS
           ELSE
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM 0380-READ-ARCHIVE-ROW
               PERFORM UNTIL WS-ARC-FILE-EOF
                   MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-LOG-RECORD
                   PERFORM 0320-POST-ACCESS-ROW
                   PERFORM 0380-READ-ARCHIVE-ROW
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       0380-READ-ARCHIVE-ROW.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-ARC-FILE-EOF TO TRUE
           END-READ.

      * A period reopen is made in PeriodMaint, not MATHTOOLS, and
      * is logged REOPEN on CTLXLOG under the operator who made it.
      * No CTLXLOG means no period has ever been reopened.
       0400-SCAN-REOPENS.
           OPEN INPUT CTLX-LOG-FILE.
           IF WS-CXL-FILE-OK
               PERFORM 0410-READ-CTLXLOG-ROW
               PERFORM UNTIL WS-CXL-FILE-EOF
                   IF MLG-ACTION = "REOPEN"
                       AND MLG-RUN-DATE IS NUMERIC
                       ADD 1 TO WS-REOPEN-ROWS
                       MOVE MLG-OPERATOR-ID TO WS-FIND-ID
                       PERFORM 0330-FIND-OPERATOR
                       IF WS-O-SUB > 0
                           IF MLG-RUN-DATE > WS-O-LAST-USED(WS-O-SUB, 5)
                               MOVE MLG-RUN-DATE
                                   TO WS-O-LAST-USED(WS-O-SUB, 5)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 0410-READ-CTLXLOG-ROW
               END-PERFORM
               CLOSE CTLX-LOG-FILE
           END-IF.

       0410-READ-CTLXLOG-ROW.
           READ CTLX-LOG-FILE
               AT END
                   SET WS-CXL-FILE-EOF TO TRUE
           END-READ.

      * One operator: the flags beside their last use, the findings
      * flagged under the line and raised to EXCFILE, and the
      * operator's row on the sign-off file.
       0500-REVIEW-OPERATOR.
           MOVE "N" TO WS-DORMANT-SW.
           MOVE "N" TO WS-UNUSED-SW.
           MOVE "N" TO WS-REFUSED-SW.
           MOVE SPACES TO WS-UNUSED-FLAGS.
           MOVE SPACES TO WS-UNUSED-NAMES.
           MOVE 1 TO WS-UNUSED-LENGTH.
           MOVE SPACES TO WS-FINDINGS.
           PERFORM 0510-FORMAT-ONE-FLAG
               VARYING WS-F-SUB FROM 1 BY 1
               UNTIL WS-F-SUB > 5.

           MOVE 0 TO WS-IDLE-DAYS.
           IF WS-O-LAST-SIGNON(WS-O-SUB) = 0
               MOVE "NEVER" TO WS-SIGNON-TEXT
               MOVE "      -" TO WS-DAYS-TEXT
               MOVE "Y" TO WS-DORMANT-SW
               MOVE "NEVER SIGNED ON" TO WS-FND-DORMANT
           ELSE
               MOVE WS-O-LAST-SIGNON(WS-O-SUB) TO WS-SIGNON-TEXT
               MOVE WS-O-LAST-SIGNON(WS-O-SUB) TO WS-SIGNON-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SIGNON-DATE) = 0
                   COMPUTE WS-IDLE-DAYS = WS-RUN-INT -
                       FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATE)
               END-IF
               MOVE WS-IDLE-DAYS TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-DAYS-TEXT
               IF WS-O-LAST-SIGNON(WS-O-SUB) < WS-PERIOD-FROM-DATE
                   MOVE "Y" TO WS-DORMANT-SW
                   STRING "DORMANT " WS-DAYS-EDIT " DAYS"
                       DELIMITED BY SIZE INTO WS-FND-DORMANT
                   END-STRING
               END-IF
           END-IF.
           IF WS-HAS-UNUSED
               MOVE "UNUSED" TO WS-FND-UNUSED
           END-IF.
           IF WS-O-REFUSED-SIGNONS(WS-O-SUB) >= WS-REFUSAL-LIMIT
               MOVE "Y" TO WS-REFUSED-SW
               MOVE WS-O-REFUSED-SIGNONS(WS-O-SUB) TO WS-REF-EDIT
               STRING "REFUSED " WS-REF-EDIT
                   DELIMITED BY SIZE INTO WS-FND-REFUSED
               END-STRING
           END-IF.

           MOVE WS-O-REFUSED-SIGNONS(WS-O-SUB) TO WS-REF-EDIT.
           MOVE WS-O-REFUSED-TOOLS(WS-O-SUB) TO WS-REF-TOOL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-O-ID(WS-O-SUB) "  "
               WS-FLAG-TEXT(1) WS-FLAG-TEXT(2) WS-FLAG-TEXT(3)
               WS-FLAG-TEXT(4) WS-FLAG-TEXT(5)
               WS-SIGNON-TEXT "    " WS-DAYS-TEXT "      "
               WS-REF-EDIT "    " WS-REF-TOOL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

           IF WS-OPERATOR-DORMANT
               ADD 1 TO WS-DORMANT-TOTAL
               IF WS-O-LAST-SIGNON(WS-O-SUB) = 0
                   MOVE "          *** DORMANT - NO SIGN-ON ON THE AUDIT
      -                " TRAIL"
                       TO WS-REPORT-LINE
               ELSE
                   STRING "          *** DORMANT - NO SIGN-ON IN"
                       WS-DAYS-EDIT " DAYS"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "RCDORMNT" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE WS-O-ID(WS-O-SUB) TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "OPERATOR DORMANT - LAST SIGN-ON "
                   WS-SIGNON-TEXT
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 0550-RAISE-FINDING
           END-IF.
           IF WS-HAS-UNUSED
               ADD 1 TO WS-UNUSED-TOTAL
               STRING "          *** GRANTED, NEVER USED:"
                   WS-UNUSED-NAMES
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "RCUNUSED" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE WS-O-ID(WS-O-SUB) TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "PERMISSION GRANTED, NEVER USED:"
                   WS-UNUSED-NAMES
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 0550-RAISE-FINDING
           END-IF.
           IF WS-REPEATED-REFUSALS
               ADD 1 TO WS-REFUSED-TOTAL
               STRING "          ***" WS-REF-EDIT
                   " REFUSED SIGN-ONS IN THE REVIEW PERIOD"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "RCREFUSE" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE WS-O-ID(WS-O-SUB) TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "REPEATED REFUSED SIGN-ONS:" WS-REF-EDIT
                   " SINCE " WS-PERIOD-FROM-DATE
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 0550-RAISE-FINDING
           END-IF.

           IF WS-RSO-FILE-OK
               MOVE SPACES TO RECERT-SIGNOFF-RECORD
               MOVE WS-O-ID(WS-O-SUB) TO RSO-OPERATOR-ID
               MOVE WS-RUN-DATE TO RSO-REVIEW-DATE
               MOVE WS-O-FLAGS(WS-O-SUB) TO RSO-CURRENT-FLAGS
               MOVE WS-UNUSED-FLAGS TO RSO-UNUSED-FLAGS
               MOVE SPACES TO RSO-REVOKE-MARKS
               MOVE WS-FINDINGS TO RSO-FINDINGS
               WRITE RECERT-SIGNOFF-RECORD
               ADD 1 TO WS-SIGNOFF-ROWS
           END-IF.

      * Builds one flag's report column and notes a flag held but
      * never used.
       0510-FORMAT-ONE-FLAG.
           MOVE SPACES TO WS-FLAG-TEXT(WS-F-SUB).
           IF WS-O-FLAG(WS-O-SUB, WS-F-SUB) = SPACE
               MOVE "N" TO WS-FLAG-TEXT(WS-F-SUB)(1:1)
           ELSE
               MOVE WS-O-FLAG(WS-O-SUB, WS-F-SUB)
                   TO WS-FLAG-TEXT(WS-F-SUB)(1:1)
           END-IF.
           IF WS-O-LAST-USED(WS-O-SUB, WS-F-SUB) = 0
               IF WS-O-FLAG(WS-O-SUB, WS-F-SUB) = "Y"
                   MOVE "NEVER" TO WS-FLAG-TEXT(WS-F-SUB)(3:8)
                   MOVE "Y" TO WS-UNUSED-SW
                   MOVE "U" TO WS-UNUSED-FLAGS(WS-F-SUB:1)
                   STRING " " WS-FLAG-NAME(WS-F-SUB)
                       DELIMITED BY "  "
                       INTO WS-UNUSED-NAMES
                       WITH POINTER WS-UNUSED-LENGTH
                   END-STRING
               ELSE
                   MOVE "-" TO WS-FLAG-TEXT(WS-F-SUB)(3:8)
               END-IF
           ELSE
               MOVE WS-O-LAST-USED(WS-O-SUB, WS-F-SUB)
                   TO WS-FLAG-TEXT(WS-F-SUB)(3:8)
           END-IF.

      * Writes the finding staged by the caller to EXCFILE.
       0550-RAISE-FINDING.
           MOVE WS-EXC-SEVERITY TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           PERFORM 9800-WRITE-EXCEPTION.

      * Sign-on IDs refused in the period that are not on OPAUTH at
      * all: a mistyped ID once is routine, the same ID refused
      * again and again is not.
       0600-LIST-UNKNOWN-IDS.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "REFUSED SIGN-ONS IN THE REVIEW PERIOD BY IDS NOT ON OP
      -        "AUTH"
               TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF WS-UNKNOWN-COUNT = 0
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
           ELSE
               MOVE "SIGN-ON   REFUSED  LAST REFUSED" TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               PERFORM 0610-LIST-ONE-UNKNOWN-ID
                   VARYING WS-U-SUB FROM 1 BY 1
                   UNTIL WS-U-SUB > WS-UNKNOWN-COUNT
           END-IF.
           IF WS-UNKNOWN-SKIPPED > 0
               MOVE WS-UNKNOWN-SKIPPED TO WS-COUNT-EDIT
               STRING "*** TABLE FULL -" WS-COUNT-EDIT
                   " FURTHER REFUSED SIGN-ONS NOT LISTED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

       0610-LIST-ONE-UNKNOWN-ID.
           MOVE WS-U-REFUSED(WS-U-SUB) TO WS-REF-EDIT.
           STRING WS-U-ID(WS-U-SUB) "    " WS-REF-EDIT "  "
               WS-U-LAST-REFUSED(WS-U-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           IF WS-U-REFUSED(WS-U-SUB) >= WS-REFUSAL-LIMIT
               MOVE "*** REPEATED REFUSED SIGN-ONS"
                   TO WS-REPORT-LINE(36:)
               ADD 1 TO WS-REFUSED-TOTAL
               MOVE "RCREFUSE" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE WS-U-ID(WS-U-SUB) TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "REPEATED REFUSED SIGN-ONS:" WS-REF-EDIT
                   " SINCE " WS-PERIOD-FROM-DATE " - NOT ON OPAUTH"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 0550-RAISE-FINDING
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

       0650-WRITE-REVIEW-TOTALS.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-EDIT.
           STRING "OPERATORS REVIEWED:            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-ACCESS-ROWS TO WS-COUNT-EDIT.
           STRING "ACCESS ROWS READ:              " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-ARCHIVES-READ TO WS-COUNT-EDIT.
           STRING "AUDIT ARCHIVES READ:           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-REOPEN-ROWS TO WS-COUNT-EDIT.
           STRING "PERIOD REOPENS READ:           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-DORMANT-TOTAL TO WS-COUNT-EDIT.
           STRING "DORMANT OPERATORS:             " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-UNUSED-TOTAL TO WS-COUNT-EDIT.
           STRING "OPERATORS WITH UNUSED FLAGS:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-REFUSED-TOTAL TO WS-COUNT-EDIT.
           STRING "REPEATED REFUSED SIGN-ONS:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WS-SIGNOFF-ROWS TO WS-COUNT-EDIT.
           STRING "SIGN-OFF ROWS WRITTEN:         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "MARK R UNDER EACH FLAG TO REVOKE IN THE RECERTSO MARK
      -        "COLUMN, THEN APPLY IT WITH OPAUTHMAINT OPTION S"
               TO WS-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

       0700-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-REPORT-LINE.

      * Writes one typed exception row to the shared exceptions
      * file, appending if it already exists, so the morning
      * exceptions report shows every recertification finding.
       9800-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF WS-EXC-FILE-OK
               MOVE "AccessRecert" TO EXC-PROGRAM-NAME
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

       END PROGRAM AccessRecert.
