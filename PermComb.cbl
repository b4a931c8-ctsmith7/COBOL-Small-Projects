       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PermComb".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Random access: each request reads the three factorial rows
      * it needs by key; the opening scan that finds the highest
      * generated N browses with START/READ NEXT.
           SELECT FACT-TABLE-FILE ASSIGN TO "FACTTAB"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-N
               FILE STATUS IS WS-TAB-FILE-STATUS.
           SELECT PERM-REQUEST-FILE ASSIGN TO "PERMREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT PERM-REPORT-FILE ASSIGN TO "PERMRPT"
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
      * The lookup table Factorial's table-generation mode writes,
      * keyed by N, one record per factorial 1! through N!.
       FD  FACT-TABLE-FILE.
       01  FACT-TABLE-RECORD.
           05 FT-N                 PIC 9(3).
           05 FT-DIGIT-COUNT       PIC 9(3).
           05 FT-FACTORIAL         PIC X(170).

      * The actuarial group's request file: one (n, r) pair per
      * record, each three digits, zero-filled.
       FD  PERM-REQUEST-FILE.
       01  PERM-REQUEST-RECORD.
           05 PRQ-N                PIC X(03).
           05 PRQ-R                PIC X(03).

       FD  PERM-REPORT-FILE.
       01  PERM-REPORT-RECORD      PIC X(190).

       FD  AUDIT-LOG-FILE.
           COPY AUDTREC.

       FD  RESULTS-FILE.
           COPY RESULTS.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01 WS-TAB-FILE-STATUS      PIC XX.
          88 WS-TAB-FILE-OK            VALUE "00".

       01 WS-REQ-FILE-STATUS      PIC XX.
          88 WS-REQ-FILE-OK            VALUE "00".
          88 WS-REQ-FILE-EOF           VALUE "10".

       01 WS-RPT-FILE-STATUS      PIC XX.
          88 WS-RPT-FILE-OK            VALUE "00".

       01 WS-RUN-MODE             PIC X(01).
          88 WS-MODE-FILE              VALUE "F" "f".

      * The highest N the last generation run covered, found by
      * scanning the table at open, as FactTabInquiry does. A
      * request whose N is beyond it is rejected, never answered
      * from a short table.
       01 WS-HIGHEST-N            PIC 9(3) VALUE 0.
       01 WS-TABLE-ROWS           PIC 9(3) VALUE 0.

      * The pair being worked, as entered and as numbers.
       01 WS-N-INPUT              PIC X(03).
       01 WS-N-JUSTIFIED          PIC X(03) JUSTIFIED RIGHT.
       01 WS-R-JUSTIFIED          PIC X(03) JUSTIFIED RIGHT.
       01 WS-REQ-N                PIC 9(3).
       01 WS-REQ-R                PIC 9(3).
       01 WS-REQ-N-LESS-R         PIC 9(3).
       01 WS-REQ-KEY              PIC X(10).
       01 WS-REJECT-REASON        PIC X(50).

       01 WS-REQUESTS-READ        PIC 9(6) VALUE 0.
       01 WS-REQUESTS-DONE        PIC 9(6) VALUE 0.
       01 WS-REQUESTS-REJECTED    PIC 9(6) VALUE 0.
       01 WS-MISMATCH-COUNT       PIC 9(6) VALUE 0.

      * Completion severity, graded and returned in RETURN-CODE so
      * the scheduler can tell a clean run from a disaster:
      *   0 clean / 4 warning (a request was rejected)
      *   8 error (the two methods disagree)
      *   12 severe (file open failure)
       01 WS-MAX-SEVERITY   PIC 9(2) VALUE 0.
       01 WS-NEW-SEVERITY   PIC 9(2) VALUE 0.

      * Run start/end stamps and elapsed time for the audit trail,
      * so long-running jobs can be trended over time.
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

      * Every value is held as a table of decimal digits, ones digit
      * first, as Factorial holds its factorials, so nPr and nCr are
      * carried to their full length instead of the 18 digits a PIC
      * 9(18) item can hold. WS-BN-LEN is how many of the 170
      * occurrences hold a significant digit; the digits above it
      * are always zero. The slots:
      *   1 n! from FACTTAB
      *   2 the divisor - (n-r)! then r! - from FACTTAB
      *   3 nPr by the FACTTAB method, n! / (n-r)!
      *   4 nCr by the FACTTAB method, nPr / r!
      *   5 nPr by the product method, (n-r+1) x ... x n
      *   6 nCr by the product method, the running C(n-r+k, k)
      *   8 the running remainder of a long division
       01 WS-BIGNUMS.
          05 WS-BIGNUM OCCURS 8 TIMES.
             10 WS-BN-LEN         PIC 9(3).
             10 WS-BN-DIGIT       PIC 9 OCCURS 170 TIMES.

       01 WS-BN-ACTIVE      PIC 9(1) COMP.
       01 WS-BN-SUB         PIC 9(3) COMP.
       01 WS-BN-SUB-UP      PIC 9(3) COMP.
       01 WS-BN-CARRY       PIC 9(6) COMP.
       01 WS-BN-PROD        PIC 9(6) COMP.
       01 WS-BN-QUOT        PIC 9(6) COMP.
       01 WS-BN-REM         PIC 9(1) COMP.
       01 WS-BN-SMALL-REM   PIC 9(4) COMP.
       01 WS-BN-DIFF        PIC S9(3) COMP.
       01 WS-BN-BORROW      PIC 9(1) COMP.
       01 WS-BN-SUBTRAHEND  PIC 9(1) COMP.
       01 WS-I              PIC 9(4).
       01 WS-K              PIC 9(4).
       01 WS-LOOP-FROM      PIC 9(4).

      * Long division work: the dividend, divisor and quotient
      * slots, the dividend digit being brought down, and how the
      * running remainder compares with the divisor.
       01 WS-DIV-DIVIDEND   PIC 9(1) COMP.
       01 WS-DIV-DIVISOR    PIC 9(1) COMP.
       01 WS-DIV-QUOTIENT   PIC 9(1) COMP.
       01 WS-DIV-POS        PIC 9(3) COMP.
       01 WS-DIV-Q-DIGIT    PIC 9(2) COMP.
       01 WS-CMP-SW         PIC X(01).
          88 WS-CMP-LOW          VALUE "L".
          88 WS-CMP-EQUAL        VALUE "E".
          88 WS-CMP-HIGH         VALUE "H".

      * Set off when a division leaves a remainder. Factorial ratios
      * divide exactly, so a remainder means a damaged table row and
      * the FACTTAB method's answer cannot stand.
       01 WS-BN-EXACT-SW    PIC X(01) VALUE "Y".
          88 WS-BN-EXACT         VALUE "Y".

       01 WS-LOAD-N         PIC 9(3).
       01 WS-LOAD-POS       PIC 9(3) COMP.
       01 WS-ROW-OK-SW      PIC X(01) VALUE "Y".
          88 WS-ROW-OK           VALUE "Y".

       01 WS-BN-DISP-SUB    PIC 9(3) COMP.
       01 WS-BN-DISP-PTR    PIC 9(3) COMP.
       01 WS-BN-DISPLAY-LINE   PIC X(170).

       01 WS-BN-MATCH-SW    PIC X(01)   VALUE "Y".
          88 WS-BN-MATCH          VALUE "Y".

       01 WS-CMP-LEFT       PIC 9(1) COMP.
       01 WS-CMP-RIGHT      PIC 9(1) COMP.
       01 WS-SAME-SW        PIC X(01).
          88 WS-SAME              VALUE "Y".

       01 WS-AUD-FILE-STATUS   PIC XX.
          88 WS-AUD-FILE-OK          VALUE "00".

       01 WS-AUD-INPUT-SUMMARY    PIC X(60).
       01 WS-AUD-OUTPUT-SUMMARY   PIC X(60).

       01 WS-RES-FILE-STATUS   PIC XX.
          88 WS-RES-FILE-OK          VALUE "00".

       01 WS-RES-RUN-DATE      PIC 9(8).
       01 WS-RES-RUN-TIME      PIC 9(8).

       01 WS-EXC-FILE-STATUS   PIC XX.
          88 WS-EXC-FILE-OK          VALUE "00".

      * Staging for the next typed exception row: code, severity,
      * the key involved, and a descriptive line for the desk.
       01 WS-EXC-CODE          PIC X(08).
       01 WS-EXC-SEVERITY      PIC 9(02).
       01 WS-EXC-KEY           PIC X(20).
       01 WS-EXC-DESC          PIC X(60).

       01 WS-REPORT-LINE       PIC X(190).
       01 WS-VALUE-LABEL       PIC X(03).

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE 0 TO WS-MAX-SEVERITY.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE WS-START-DATE TO WS-RES-RUN-DATE.
           MOVE WS-START-TIME TO WS-RES-RUN-TIME.

           DISPLAY "Run mode - (F)ile of requests from PERMREQ or ",
               "(S)ingle pair at the console: ".
           ACCEPT WS-RUN-MODE.

           OPEN INPUT FACT-TABLE-FILE.
           IF NOT WS-TAB-FILE-OK
               DISPLAY "ERROR OPENING FACT-TABLE-FILE, STATUS: ",
                   WS-TAB-FILE-STATUS
               DISPLAY "Run Factorial's table-generation mode to ",
                   "build the table first."
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "FACTTAB" TO WS-EXC-KEY
               MOVE "FACTORIAL LOOKUP TABLE COULD NOT BE OPENED"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
               GO TO 0100-FINISH-RUN
           END-IF.

           PERFORM 0150-SCAN-TABLE-COVERAGE.
           IF WS-HIGHEST-N = 0
               DISPLAY "The lookup table is empty - run Factorial's ",
                   "table-generation mode first."
           ELSE
               DISPLAY "Table covers 1! through ", WS-HIGHEST-N,
                   "! (", WS-TABLE-ROWS, " rows)."
           END-IF.

           OPEN OUTPUT PERM-REPORT-FILE.
           IF NOT WS-RPT-FILE-OK
               DISPLAY "ERROR OPENING PERM-REPORT-FILE, STATUS: ",
                   WS-RPT-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               CLOSE FACT-TABLE-FILE
               GO TO 0100-FINISH-RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PERMUTATIONS AND COMBINATIONS REPORT   RUN: "
               WS-START-DATE " " WS-START-TIME
               "   FACTTAB COVERS 0! THROUGH " WS-HIGHEST-N "!"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0900-WRITE-REPORT-LINE.

           PERFORM 9100-OPEN-RESULTS-FILE.
           IF WS-MODE-FILE
               PERFORM 0300-PROCESS-REQUEST-FILE
           ELSE
               PERFORM 0200-PROCESS-CONSOLE-PAIR
           END-IF.
           PERFORM 9190-CLOSE-RESULTS-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REQUESTS READ: " WS-REQUESTS-READ
               "   COMPUTED: " WS-REQUESTS-DONE
               "   REJECTED: " WS-REQUESTS-REJECTED
               "   METHOD MISMATCHES: " WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0900-WRITE-REPORT-LINE.
           CLOSE PERM-REPORT-FILE.
           CLOSE FACT-TABLE-FILE.
           DISPLAY "PermComb complete: ", WS-REQUESTS-DONE,
               " computed, ", WS-REQUESTS-REJECTED, " rejected, ",
               WS-MISMATCH-COUNT, " mismatches.".

       0100-FINISH-RUN.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * Walks the whole table once to learn what the last
      * generation run covered; the table is at most a few hundred
      * rows, so the scan is cheap and the coverage answer exact.
       0150-SCAN-TABLE-COVERAGE.
           MOVE 0 TO WS-HIGHEST-N.
           MOVE 0 TO WS-TABLE-ROWS.
           MOVE 0 TO FT-N.
           START FACT-TABLE-FILE
               KEY IS GREATER THAN FT-N
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-TAB-FILE-OK
               PERFORM 0160-READ-NEXT-TABLE-ROW
               PERFORM UNTIL NOT WS-TAB-FILE-OK
                   ADD 1 TO WS-TABLE-ROWS
                   IF FT-N > WS-HIGHEST-N
                       MOVE FT-N TO WS-HIGHEST-N
                   END-IF
                   PERFORM 0160-READ-NEXT-TABLE-ROW
               END-PERFORM
           END-IF.
      * Leave the file usable for keyed reads after hitting end.
           MOVE "00" TO WS-TAB-FILE-STATUS.

       0160-READ-NEXT-TABLE-ROW.
           READ FACT-TABLE-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

      * One pair keyed at the console. Each entry is right-justified
      * and zero-filled, so "5" is taken as 005.
       0200-PROCESS-CONSOLE-PAIR.
           DISPLAY "Enter n (0 to ", WS-HIGHEST-N, "): ".
           MOVE SPACES TO WS-N-INPUT.
           ACCEPT WS-N-INPUT.
           MOVE SPACES TO WS-N-JUSTIFIED.
           UNSTRING WS-N-INPUT DELIMITED BY ALL " "
               INTO WS-N-JUSTIFIED
           END-UNSTRING.
           INSPECT WS-N-JUSTIFIED REPLACING LEADING " " BY "0".
           DISPLAY "Enter r (0 to n): ".
           MOVE SPACES TO WS-N-INPUT.
           ACCEPT WS-N-INPUT.
           MOVE SPACES TO WS-R-JUSTIFIED.
           UNSTRING WS-N-INPUT DELIMITED BY ALL " "
               INTO WS-R-JUSTIFIED
           END-UNSTRING.
           INSPECT WS-R-JUSTIFIED REPLACING LEADING " " BY "0".
           MOVE SPACES TO WS-AUD-INPUT-SUMMARY.
           STRING "MODE=S N=" WS-N-JUSTIFIED " R=" WS-R-JUSTIFIED
               DELIMITED BY SIZE INTO WS-AUD-INPUT-SUMMARY
           END-STRING.
           PERFORM 0400-PROCESS-ONE-PAIR
               THRU 0400-PROCESS-ONE-PAIR-EXIT.

      * Works every pair on the request file in file order.
       0300-PROCESS-REQUEST-FILE.
           MOVE SPACES TO WS-AUD-INPUT-SUMMARY.
           STRING "MODE=F FILE=PERMREQ"
               DELIMITED BY SIZE INTO WS-AUD-INPUT-SUMMARY
           END-STRING.
           OPEN INPUT PERM-REQUEST-FILE.
           IF NOT WS-REQ-FILE-OK
               DISPLAY "ERROR OPENING PERM-REQUEST-FILE, STATUS: ",
                   WS-REQ-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "PERMREQ" TO WS-EXC-KEY
               MOVE "REQUEST FILE COULD NOT BE OPENED"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               PERFORM 0310-READ-REQUEST
               PERFORM UNTIL WS-REQ-FILE-EOF
                   MOVE PRQ-N TO WS-N-JUSTIFIED
                   MOVE PRQ-R TO WS-R-JUSTIFIED
                   PERFORM 0400-PROCESS-ONE-PAIR
                       THRU 0400-PROCESS-ONE-PAIR-EXIT
                   PERFORM 0310-READ-REQUEST
               END-PERFORM
               CLOSE PERM-REQUEST-FILE
           END-IF.

       0310-READ-REQUEST.
           READ PERM-REQUEST-FILE
               AT END
                   SET WS-REQ-FILE-EOF TO TRUE
           END-READ.

      * Validates one pair, computes nPr and nCr both ways, checks
      * the two methods against each other, and reports and files
      * the answers. A pair that cannot be answered from the table
      * is rejected with its reason instead.
       0400-PROCESS-ONE-PAIR.
           ADD 1 TO WS-REQUESTS-READ.
           MOVE SPACES TO WS-REQ-KEY.
           STRING WS-N-JUSTIFIED "/" WS-R-JUSTIFIED
               DELIMITED BY SIZE INTO WS-REQ-KEY
           END-STRING.
           IF WS-N-JUSTIFIED IS NOT NUMERIC
               OR WS-R-JUSTIFIED IS NOT NUMERIC
               MOVE "N AND R MUST BE NUMERIC" TO WS-REJECT-REASON
               PERFORM 0450-REJECT-PAIR
               GO TO 0400-PROCESS-ONE-PAIR-EXIT
           END-IF.
           MOVE WS-N-JUSTIFIED TO WS-REQ-N.
           MOVE WS-R-JUSTIFIED TO WS-REQ-R.
           IF WS-REQ-R > WS-REQ-N
               MOVE "R EXCEEDS N" TO WS-REJECT-REASON
               PERFORM 0450-REJECT-PAIR
               GO TO 0400-PROCESS-ONE-PAIR-EXIT
           END-IF.
           IF WS-REQ-N > WS-HIGHEST-N
               MOVE SPACES TO WS-REJECT-REASON
               STRING "N BEYOND FACTTAB - HIGHEST N GENERATED IS "
                   WS-HIGHEST-N
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               PERFORM 0450-REJECT-PAIR
               GO TO 0400-PROCESS-ONE-PAIR-EXIT
           END-IF.
           COMPUTE WS-REQ-N-LESS-R = WS-REQ-N - WS-REQ-R.

      * FACTTAB method: nPr = n! / (n-r)!, then nCr = nPr / r!.
           MOVE "Y" TO WS-BN-EXACT-SW.
           MOVE "Y" TO WS-ROW-OK-SW.
           MOVE 1 TO WS-BN-ACTIVE.
           MOVE WS-REQ-N TO WS-LOAD-N.
           PERFORM 2200-LOAD-FACTORIAL
               THRU 2200-LOAD-FACTORIAL-EXIT.
           IF NOT WS-ROW-OK
               PERFORM 0460-REJECT-DAMAGED-ROW
               GO TO 0400-PROCESS-ONE-PAIR-EXIT
           END-IF.
           MOVE 2 TO WS-BN-ACTIVE.
           MOVE WS-REQ-N-LESS-R TO WS-LOAD-N.
           PERFORM 2200-LOAD-FACTORIAL
               THRU 2200-LOAD-FACTORIAL-EXIT.
           IF NOT WS-ROW-OK
               PERFORM 0460-REJECT-DAMAGED-ROW
               GO TO 0400-PROCESS-ONE-PAIR-EXIT
           END-IF.
           MOVE 1 TO WS-DIV-DIVIDEND.
           MOVE 2 TO WS-DIV-DIVISOR.
           MOVE 3 TO WS-DIV-QUOTIENT.
           PERFORM 2300-DIVIDE-BIGNUMS.

           MOVE 2 TO WS-BN-ACTIVE.
           MOVE WS-REQ-R TO WS-LOAD-N.
           PERFORM 2200-LOAD-FACTORIAL
               THRU 2200-LOAD-FACTORIAL-EXIT.
           IF NOT WS-ROW-OK
               PERFORM 0460-REJECT-DAMAGED-ROW
               GO TO 0400-PROCESS-ONE-PAIR-EXIT
           END-IF.
           MOVE 3 TO WS-DIV-DIVIDEND.
           MOVE 2 TO WS-DIV-DIVISOR.
           MOVE 4 TO WS-DIV-QUOTIENT.
           PERFORM 2300-DIVIDE-BIGNUMS.

      * Product method: nPr as the falling product (n-r+1) x ... x n,
      * and nCr built up as C(n-r+k, k) = C(n-r+k-1, k-1) x (n-r+k)
      * / k for k = 1 to r, each step dividing exactly.
           MOVE 5 TO WS-BN-ACTIVE.
           PERFORM 1900-INIT-BIGNUM.
           COMPUTE WS-LOOP-FROM = WS-REQ-N-LESS-R + 1.
           PERFORM VARYING WS-I FROM WS-LOOP-FROM BY 1
                   UNTIL WS-I > WS-REQ-N
               PERFORM 2000-MULTIPLY-BIGNUM
           END-PERFORM.

           MOVE 6 TO WS-BN-ACTIVE.
           PERFORM 1900-INIT-BIGNUM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-REQ-R
               COMPUTE WS-I = WS-REQ-N-LESS-R + WS-K
               PERFORM 2000-MULTIPLY-BIGNUM
               MOVE WS-K TO WS-I
               PERFORM 2100-DIVIDE-BY-SMALL
           END-PERFORM.

           PERFORM 2700-RECONCILE-METHODS.
           PERFORM 2800-REPORT-PAIR.
           ADD 1 TO WS-REQUESTS-DONE.

       0400-PROCESS-ONE-PAIR-EXIT.
           EXIT.

      * Rejects the pair with the reason staged in WS-REJECT-REASON,
      * on the report, the console, and the exceptions file.
       0450-REJECT-PAIR.
           ADD 1 TO WS-REQUESTS-REJECTED.
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           DISPLAY "Request ", WS-REQ-KEY, " rejected: ",
               WS-REJECT-REASON.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "N/R=" WS-REQ-KEY "  *** REJECTED: "
               WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0900-WRITE-REPORT-LINE.
           MOVE "PCREJECT" TO WS-EXC-CODE.
           MOVE 4 TO WS-EXC-SEVERITY.
           MOVE WS-REQ-KEY TO WS-EXC-KEY.
           MOVE WS-REJECT-REASON TO WS-EXC-DESC.
           PERFORM 9800-WRITE-EXCEPTION.

      * A row inside the covered range that is missing or will not
      * parse means the table is damaged; the pair is rejected and
      * the table must be regenerated.
       0460-REJECT-DAMAGED-ROW.
           MOVE SPACES TO WS-REJECT-REASON.
           STRING "FACTTAB ROW " WS-LOAD-N " MISSING OR DAMAGED - "
               "REGENERATE THE TABLE"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-STRING.
           PERFORM 0450-REJECT-PAIR.

       0900-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PERM-REPORT-RECORD.
           WRITE PERM-REPORT-RECORD AFTER ADVANCING 1 LINE.

      * Resets the active bignum to the multiplicative identity.
       1900-INIT-BIGNUM.
           PERFORM VARYING WS-BN-SUB FROM 1 BY 1 UNTIL WS-BN-SUB > 170
               MOVE 0 TO WS-BN-DIGIT(WS-BN-ACTIVE, WS-BN-SUB)
           END-PERFORM.
           MOVE 1 TO WS-BN-LEN(WS-BN-ACTIVE).
           MOVE 1 TO WS-BN-DIGIT(WS-BN-ACTIVE, 1).

      * Multiplies the active bignum by WS-I, digit by digit with
      * carry, extending WS-BN-LEN as the result grows more digits.
       2000-MULTIPLY-BIGNUM.
           MOVE 0 TO WS-BN-CARRY.
           PERFORM VARYING WS-BN-SUB FROM 1 BY 1
                   UNTIL WS-BN-SUB > WS-BN-LEN(WS-BN-ACTIVE)
               COMPUTE WS-BN-PROD =
                   WS-BN-DIGIT(WS-BN-ACTIVE, WS-BN-SUB) * WS-I
                   + WS-BN-CARRY
               DIVIDE WS-BN-PROD BY 10 GIVING WS-BN-QUOT
                   REMAINDER WS-BN-REM
               MOVE WS-BN-REM TO WS-BN-DIGIT(WS-BN-ACTIVE, WS-BN-SUB)
               MOVE WS-BN-QUOT TO WS-BN-CARRY
           END-PERFORM.

           PERFORM UNTIL WS-BN-CARRY = 0
               ADD 1 TO WS-BN-LEN(WS-BN-ACTIVE)
               DIVIDE WS-BN-CARRY BY 10 GIVING WS-BN-QUOT
                   REMAINDER WS-BN-REM
               MOVE WS-BN-REM
                   TO WS-BN-DIGIT(WS-BN-ACTIVE, WS-BN-LEN(WS-BN-ACTIVE))
               MOVE WS-BN-QUOT TO WS-BN-CARRY
           END-PERFORM.

      * Divides the active bignum by WS-I, most-significant digit
      * first, carrying the remainder down, then drops the leading
      * zeros the quotient leaves.
       2100-DIVIDE-BY-SMALL.
           MOVE 0 TO WS-BN-SMALL-REM.
           PERFORM VARYING WS-BN-SUB FROM WS-BN-LEN(WS-BN-ACTIVE)
                   BY -1 UNTIL WS-BN-SUB = 0
               COMPUTE WS-BN-PROD = WS-BN-SMALL-REM * 10
                   + WS-BN-DIGIT(WS-BN-ACTIVE, WS-BN-SUB)
               DIVIDE WS-BN-PROD BY WS-I GIVING WS-BN-QUOT
                   REMAINDER WS-BN-SMALL-REM
               MOVE WS-BN-QUOT TO WS-BN-DIGIT(WS-BN-ACTIVE, WS-BN-SUB)
           END-PERFORM.
           IF WS-BN-SMALL-REM NOT = 0
               MOVE "N" TO WS-BN-EXACT-SW
           END-IF.
           PERFORM 2340-TRIM-BIGNUM.

      * Loads WS-LOAD-N! into the active bignum from its FACTTAB row,
      * whose digits are held most-significant first. 0! is 1 and
      * has no row.
       2200-LOAD-FACTORIAL.
           PERFORM 1900-INIT-BIGNUM.
           IF WS-LOAD-N = 0
               GO TO 2200-LOAD-FACTORIAL-EXIT
           END-IF.
           MOVE WS-LOAD-N TO FT-N.
           READ FACT-TABLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-OK-SW
                   GO TO 2200-LOAD-FACTORIAL-EXIT
           END-READ.
           IF FT-DIGIT-COUNT = 0 OR FT-DIGIT-COUNT > 170
               MOVE "N" TO WS-ROW-OK-SW
               GO TO 2200-LOAD-FACTORIAL-EXIT
           END-IF.
           IF FT-FACTORIAL(1:FT-DIGIT-COUNT) IS NOT NUMERIC
               MOVE "N" TO WS-ROW-OK-SW
               GO TO 2200-LOAD-FACTORIAL-EXIT
           END-IF.
           MOVE FT-DIGIT-COUNT TO WS-BN-LEN(WS-BN-ACTIVE).
           PERFORM VARYING WS-BN-SUB FROM 1 BY 1
                   UNTIL WS-BN-SUB > FT-DIGIT-COUNT
               COMPUTE WS-LOAD-POS = FT-DIGIT-COUNT - WS-BN-SUB + 1
               MOVE FT-FACTORIAL(WS-LOAD-POS:1)
                   TO WS-BN-DIGIT(WS-BN-ACTIVE, WS-BN-SUB)
           END-PERFORM.

       2200-LOAD-FACTORIAL-EXIT.
           EXIT.

      * Schoolbook long division of the dividend slot by the divisor
      * slot into the quotient slot: each dividend digit, most
      * significant first, is brought down onto the running
      * remainder (slot 8), and the divisor is subtracted from it as
      * many times as it will go - never more than nine - to give
      * that quotient digit.
       2300-DIVIDE-BIGNUMS.
           MOVE 8 TO WS-BN-ACTIVE.
           PERFORM 1900-INIT-BIGNUM.
           MOVE 0 TO WS-BN-DIGIT(8, 1).
           MOVE WS-DIV-QUOTIENT TO WS-BN-ACTIVE.
           PERFORM 1900-INIT-BIGNUM.
           MOVE 0 TO WS-BN-DIGIT(WS-DIV-QUOTIENT, 1).
           MOVE WS-BN-LEN(WS-DIV-DIVIDEND)
               TO WS-BN-LEN(WS-DIV-QUOTIENT).
           PERFORM VARYING WS-DIV-POS
                   FROM WS-BN-LEN(WS-DIV-DIVIDEND) BY -1
                   UNTIL WS-DIV-POS = 0
               PERFORM 2310-BRING-DOWN-DIGIT
               MOVE 0 TO WS-DIV-Q-DIGIT
               PERFORM 2320-COMPARE-REMAINDER
               PERFORM UNTIL WS-CMP-LOW
                   PERFORM 2330-SUBTRACT-DIVISOR
                   ADD 1 TO WS-DIV-Q-DIGIT
                   PERFORM 2320-COMPARE-REMAINDER
               END-PERFORM
               MOVE WS-DIV-Q-DIGIT
                   TO WS-BN-DIGIT(WS-DIV-QUOTIENT, WS-DIV-POS)
           END-PERFORM.
           MOVE WS-DIV-QUOTIENT TO WS-BN-ACTIVE.
           PERFORM 2340-TRIM-BIGNUM.
           IF WS-BN-LEN(8) NOT = 1 OR WS-BN-DIGIT(8, 1) NOT = 0
               MOVE "N" TO WS-BN-EXACT-SW
           END-IF.

      * Remainder = remainder x 10 + the dividend digit at
      * WS-DIV-POS.
       2310-BRING-DOWN-DIGIT.
           IF WS-BN-LEN(8) = 1 AND WS-BN-DIGIT(8, 1) = 0
               MOVE WS-BN-DIGIT(WS-DIV-DIVIDEND, WS-DIV-POS)
                   TO WS-BN-DIGIT(8, 1)
           ELSE
               PERFORM VARYING WS-BN-SUB FROM WS-BN-LEN(8) BY -1
                       UNTIL WS-BN-SUB = 0
                   COMPUTE WS-BN-SUB-UP = WS-BN-SUB + 1
                   MOVE WS-BN-DIGIT(8, WS-BN-SUB)
                       TO WS-BN-DIGIT(8, WS-BN-SUB-UP)
               END-PERFORM
               ADD 1 TO WS-BN-LEN(8)
               MOVE WS-BN-DIGIT(WS-DIV-DIVIDEND, WS-DIV-POS)
                   TO WS-BN-DIGIT(8, 1)
           END-IF.

      * Compares the running remainder with the divisor: by length
      * first, then digit by digit from the top.
       2320-COMPARE-REMAINDER.
           IF WS-BN-LEN(8) > WS-BN-LEN(WS-DIV-DIVISOR)
               MOVE "H" TO WS-CMP-SW
           ELSE
               IF WS-BN-LEN(8) < WS-BN-LEN(WS-DIV-DIVISOR)
                   MOVE "L" TO WS-CMP-SW
               ELSE
                   MOVE "E" TO WS-CMP-SW
                   PERFORM VARYING WS-BN-SUB FROM WS-BN-LEN(8) BY -1
                           UNTIL WS-BN-SUB = 0 OR NOT WS-CMP-EQUAL
                       IF WS-BN-DIGIT(8, WS-BN-SUB) >
                               WS-BN-DIGIT(WS-DIV-DIVISOR, WS-BN-SUB)
                           MOVE "H" TO WS-CMP-SW
                       END-IF
                       IF WS-BN-DIGIT(8, WS-BN-SUB) <
                               WS-BN-DIGIT(WS-DIV-DIVISOR, WS-BN-SUB)
                           MOVE "L" TO WS-CMP-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * Remainder = remainder - divisor, digit by digit with borrow;
      * only performed when the remainder is not the smaller.
       2330-SUBTRACT-DIVISOR.
           MOVE 0 TO WS-BN-BORROW.
           PERFORM VARYING WS-BN-SUB FROM 1 BY 1
                   UNTIL WS-BN-SUB > WS-BN-LEN(8)
               MOVE 0 TO WS-BN-SUBTRAHEND
               IF WS-BN-SUB NOT > WS-BN-LEN(WS-DIV-DIVISOR)
                   MOVE WS-BN-DIGIT(WS-DIV-DIVISOR, WS-BN-SUB)
                       TO WS-BN-SUBTRAHEND
               END-IF
               COMPUTE WS-BN-DIFF = WS-BN-DIGIT(8, WS-BN-SUB)
                   - WS-BN-SUBTRAHEND - WS-BN-BORROW
               IF WS-BN-DIFF < 0
                   ADD 10 TO WS-BN-DIFF
                   MOVE 1 TO WS-BN-BORROW
               ELSE
                   MOVE 0 TO WS-BN-BORROW
               END-IF
               MOVE WS-BN-DIFF TO WS-BN-DIGIT(8, WS-BN-SUB)
           END-PERFORM.
           MOVE 8 TO WS-BN-ACTIVE.
           PERFORM 2340-TRIM-BIGNUM.

      * Drops leading zero digits from the active bignum, keeping at
      * least the ones digit.
       2340-TRIM-BIGNUM.
           PERFORM UNTIL WS-BN-LEN(WS-BN-ACTIVE) = 1
                   OR WS-BN-DIGIT(WS-BN-ACTIVE,
                       WS-BN-LEN(WS-BN-ACTIVE)) NOT = 0
               SUBTRACT 1 FROM WS-BN-LEN(WS-BN-ACTIVE)
           END-PERFORM.

      * Renders the active bignum into WS-BN-DISPLAY-LINE, most-
      * significant digit first, for the report and RESULTS rows.
       2400-RENDER-BIGNUM.
           MOVE SPACES TO WS-BN-DISPLAY-LINE.
           MOVE 1 TO WS-BN-DISP-PTR.
           PERFORM VARYING WS-BN-DISP-SUB FROM WS-BN-LEN(WS-BN-ACTIVE)
                   BY -1 UNTIL WS-BN-DISP-SUB = 0
               STRING WS-BN-DIGIT(WS-BN-ACTIVE, WS-BN-DISP-SUB)
                   DELIMITED BY SIZE
                   INTO WS-BN-DISPLAY-LINE
                   WITH POINTER WS-BN-DISP-PTR
           END-PERFORM.

      * Cross-checks the FACTTAB answers against the product-method
      * answers, digit by digit, nPr then nCr, so a damaged table
      * row or a computation fault is flagged rather than reported.
      * A division that left a remainder fails the check outright.
       2700-RECONCILE-METHODS.
           MOVE "Y" TO WS-BN-MATCH-SW.
           IF NOT WS-BN-EXACT
               MOVE "N" TO WS-BN-MATCH-SW
           END-IF.
           MOVE 3 TO WS-CMP-LEFT.
           MOVE 5 TO WS-CMP-RIGHT.
           PERFORM 2710-COMPARE-TWO-BIGNUMS.
           IF NOT WS-SAME
               MOVE "N" TO WS-BN-MATCH-SW
           END-IF.
           MOVE 4 TO WS-CMP-LEFT.
           MOVE 6 TO WS-CMP-RIGHT.
           PERFORM 2710-COMPARE-TWO-BIGNUMS.
           IF NOT WS-SAME
               MOVE "N" TO WS-BN-MATCH-SW
           END-IF.

           IF NOT WS-BN-MATCH
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY "*** MISMATCH: the FACTTAB and product methods ",
                   "do not agree for ", WS-REQ-KEY, " ***"
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "PCMISMA" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE WS-REQ-KEY TO WS-EXC-KEY
               MOVE "FACTTAB AND PRODUCT METHODS DO NOT AGREE"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

       2710-COMPARE-TWO-BIGNUMS.
           MOVE "Y" TO WS-SAME-SW.
           IF WS-BN-LEN(WS-CMP-LEFT) NOT = WS-BN-LEN(WS-CMP-RIGHT)
               MOVE "N" TO WS-SAME-SW
           ELSE
               PERFORM VARYING WS-BN-SUB FROM 1 BY 1
                       UNTIL WS-BN-SUB > WS-BN-LEN(WS-CMP-LEFT)
                   IF WS-BN-DIGIT(WS-CMP-LEFT, WS-BN-SUB) NOT =
                           WS-BN-DIGIT(WS-CMP-RIGHT, WS-BN-SUB)
                       MOVE "N" TO WS-SAME-SW
                   END-IF
               END-PERFORM
           END-IF.

      * Reports the pair and files all four answers on RESULTS,
      * keyed n/r, under their own method labels.
       2800-REPORT-PAIR.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "N=" WS-REQ-N "  R=" WS-REQ-R
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0900-WRITE-REPORT-LINE.

           MOVE 3 TO WS-BN-ACTIVE.
           MOVE "NPR" TO WS-VALUE-LABEL.
           PERFORM 2810-REPORT-VALUE.
           MOVE "NPR-FACTTAB" TO RES-METHOD-LABEL.
           PERFORM 2820-FILE-VALUE.
           MOVE 5 TO WS-BN-ACTIVE.
           PERFORM 2400-RENDER-BIGNUM.
           MOVE "NPR-PRODUCT" TO RES-METHOD-LABEL.
           PERFORM 2820-FILE-VALUE.

           MOVE 4 TO WS-BN-ACTIVE.
           MOVE "NCR" TO WS-VALUE-LABEL.
           PERFORM 2810-REPORT-VALUE.
           MOVE "NCR-FACTTAB" TO RES-METHOD-LABEL.
           PERFORM 2820-FILE-VALUE.
           MOVE 6 TO WS-BN-ACTIVE.
           PERFORM 2400-RENDER-BIGNUM.
           MOVE "NCR-PRODUCT" TO RES-METHOD-LABEL.
           PERFORM 2820-FILE-VALUE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-BN-MATCH
               MOVE "  CROSS-CHECK: FACTTAB AND PRODUCT METHODS AGREE"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "  *** CROSS-CHECK FAILED: FACTTAB AND PRODUCT METH
      -            "ODS DO NOT AGREE ***" TO WS-REPORT-LINE
           END-IF.
           PERFORM 0900-WRITE-REPORT-LINE.

      * Renders the active bignum and writes its report line, and
      * echoes it to the console.
       2810-REPORT-VALUE.
           PERFORM 2400-RENDER-BIGNUM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-VALUE-LABEL " (" WS-BN-LEN(WS-BN-ACTIVE)
               " DIGITS) "
               WS-BN-DISPLAY-LINE(1:WS-BN-LEN(WS-BN-ACTIVE))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0900-WRITE-REPORT-LINE.
           DISPLAY WS-VALUE-LABEL, " for ", WS-REQ-KEY, " is:".
           DISPLAY WS-BN-DISPLAY-LINE(1:WS-BN-LEN(WS-BN-ACTIVE)).

       2820-FILE-VALUE.
           MOVE WS-REQ-KEY TO RES-KEY-ID.
           MOVE WS-BN-DISPLAY-LINE TO RES-RESULT-VALUE.
           PERFORM 9150-WRITE-RESULT-ROW.

      * Writes one audit-trail row per execution to the shared
      * AUDIT-LOG file, appending if it already exists.
       9000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUD-OUTPUT-SUMMARY.
           STRING "PROCESSED=" WS-REQUESTS-DONE
               " REJECTED=" WS-REQUESTS-REJECTED
               " MISMATCH=" WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO WS-AUD-OUTPUT-SUMMARY
           END-STRING.

           MOVE "PermComb" TO AUD-PROGRAM-NAME.
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
           MOVE "PermComb" TO RES-PROGRAM-NAME.
           MOVE WS-RES-RUN-DATE TO RES-RUN-DATE.
           MOVE WS-RES-RUN-TIME TO RES-RUN-TIME.
           WRITE RESULTS-RECORD.

      * Closes the shared RESULTS file at the end of the run.
       9190-CLOSE-RESULTS-FILE.
           CLOSE RESULTS-FILE.

      * Writes one typed exception row to the shared exceptions
      * file, appending if it already exists, from the condition
      * staged in the WS-EXC fields, so the morning exceptions
      * report sees what this run's console saw.
       9800-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF WS-EXC-FILE-OK
               MOVE "PermComb" TO EXC-PROGRAM-NAME
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

       END PROGRAM PermComb.
