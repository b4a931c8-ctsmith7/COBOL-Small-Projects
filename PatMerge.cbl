       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PatMerge".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-PAIR-FILE ASSIGN TO "MERGEPRS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MPR-FILE-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMS-PAT-ID
               FILE STATUS IS WS-PMS-FILE-STATUS.
           SELECT PATIENT-DEMO-FILE ASSIGN TO "PATDEMO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDM-PAT-ID
               FILE STATUS IS WS-PDM-FILE-STATUS.
           SELECT PATIENT-SUSPENSE-FILE ASSIGN TO "PATSUSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUS-FILE-STATUS.
      * The live RESULTS file and each archive ResultsPurge catalogs
      * on RESARCDIR are re-keyed through the same FD, by name, each
      * copied to the work file and back.
           SELECT ARCHIVE-DIR-FILE ASSIGN TO "RESARCDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.
           SELECT REKEY-FILE
               ASSIGN USING WS-REKEY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RKY-FILE-STATUS.
           SELECT REKEY-WORK-FILE ASSIGN TO "MRGWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.
           SELECT PATIENT-EVENT-FILE ASSIGN TO "PATEVNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-FILE-STATUS.
           SELECT EVENT-WORK-FILE ASSIGN TO "MRGEWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EWK-FILE-STATUS.
           SELECT MERGE-LOG-FILE ASSIGN TO "MERGELOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
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
      * One merge per record: the patient ID being retired and the
      * surviving ID its history moves to. A renumber is a merge
      * into an ID that is not on file yet.
       FD  MERGE-PAIR-FILE.
       01  MERGE-PAIR-RECORD.
           05 MPR-OLD-PAT-ID       PIC X(05).
           05 MPR-NEW-PAT-ID       PIC X(05).

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  PATIENT-DEMO-FILE.
           COPY PATDEMO.

       FD  PATIENT-SUSPENSE-FILE.
           COPY PATSUSP.

       FD  ARCHIVE-DIR-FILE.
           COPY ARCDIR.

      * RESULTS layout; only the fields the re-key tests are named,
      * the rest rides along unchanged.
       FD  REKEY-FILE.
       01  REKEY-RECORD.
           05 RKY-PROGRAM-NAME     PIC X(15).
           05 RKY-RUN-DATE         PIC 9(8).
           05 RKY-RUN-TIME         PIC 9(8).
           05 RKY-KEY-ID           PIC X(10).
           05 FILLER               PIC X(185).

       FD  REKEY-WORK-FILE.
       01  REKEY-WORK-RECORD       PIC X(226).

       FD  PATIENT-EVENT-FILE.
           COPY PATEVNT.

       FD  EVENT-WORK-FILE.
       01  EVENT-WORK-RECORD       PIC X(89).

      * Before/after log of every change a merge makes, appended, so
      * a wrong merge can be traced and put back by hand.
       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-RECORD.
           05 MGL-RUN-DATE         PIC 9(08).
           05 MGL-RUN-TIME         PIC 9(08).
           05 MGL-OPERATOR-ID      PIC X(08).
           05 MGL-OLD-PAT-ID       PIC X(05).
           05 MGL-NEW-PAT-ID       PIC X(05).
           05 MGL-FILE-NAME        PIC X(08).
           05 MGL-ACTION           PIC X(08).
           05 MGL-BEFORE-IMAGE     PIC X(50).
           05 MGL-AFTER-IMAGE      PIC X(50).

       FD  AUDIT-LOG-FILE.
           COPY AUDTREC.

       FD  RESULTS-FILE.
           COPY RESULTS.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01 WS-MPR-FILE-STATUS      PIC XX.
          88 WS-MPR-FILE-OK            VALUE "00".
          88 WS-MPR-FILE-EOF           VALUE "10".

       01 WS-PMS-FILE-STATUS      PIC XX.
          88 WS-PMS-FILE-OK            VALUE "00".

       01 WS-PDM-FILE-STATUS      PIC XX.
          88 WS-PDM-FILE-OK            VALUE "00".

       01 WS-SUS-FILE-STATUS      PIC XX.
          88 WS-SUS-FILE-OK            VALUE "00".

       01 WS-SUS-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-SUS-OPEN               VALUE "Y".

       01 WS-DIR-FILE-STATUS      PIC XX.
          88 WS-DIR-FILE-OK            VALUE "00".
          88 WS-DIR-FILE-EOF           VALUE "10".

       01 WS-RKY-FILE-STATUS      PIC XX.
          88 WS-RKY-FILE-OK            VALUE "00".
          88 WS-RKY-FILE-EOF           VALUE "10".

       01 WS-WRK-FILE-STATUS      PIC XX.
          88 WS-WRK-FILE-OK            VALUE "00".
          88 WS-WRK-FILE-EOF           VALUE "10".

       01 WS-EVT-FILE-STATUS      PIC XX.
          88 WS-EVT-FILE-OK            VALUE "00".
          88 WS-EVT-FILE-EOF           VALUE "10".

       01 WS-EWK-FILE-STATUS      PIC XX.
          88 WS-EWK-FILE-OK            VALUE "00".
          88 WS-EWK-FILE-EOF           VALUE "10".

       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-AUD-FILE-STATUS      PIC XX.
          88 WS-AUD-FILE-OK            VALUE "00".

       01 WS-RES-FILE-STATUS      PIC XX.
          88 WS-RES-FILE-OK            VALUE "00".

       01 WS-EXC-FILE-STATUS      PIC XX.
          88 WS-EXC-FILE-OK            VALUE "00".

       01 WS-OPERATOR-ID          PIC X(08).

      * The pairs, in file order. A pair is merged only when it
      * passes every check; only merged pairs re-key the history,
      * and they are applied in order so a chain (A to B, then B to
      * C) lands every row on the final ID.
       01 WS-MAX-PAIRS            PIC 9(4) VALUE 500.
       01 WS-PAIR-COUNT           PIC 9(4) VALUE 0.
       01 WS-PAIR-SUB             PIC 9(4) VALUE 0.
       01 WS-PAIR-TABLE.
          05 WS-PAIR-ENTRY OCCURS 500 TIMES.
             10 WS-PR-OLD-ID      PIC X(05).
             10 WS-PR-NEW-ID      PIC X(05).
             10 WS-PR-MERGED-SW   PIC X(01).
             10 WS-PR-RES-ROWS    PIC 9(07).
             10 WS-PR-EVT-ROWS    PIC 9(07).

      * Pair reject reasons, carried on the merge log:
      *   BK - an ID is blank
      *   SM - old and new ID are the same
      *   NF - old ID is on neither PATMAST nor PATDEMO
      *   TM - more pairs than the table holds
      * A pair whose two PATDEMO records differ on birth date or sex
      * is not rejected but logged CONFLICT and left for review.
       01 WS-CUR-OLD-ID           PIC X(05).
       01 WS-CUR-NEW-ID           PIC X(05).
       01 WS-PAIR-REASON          PIC X(02).
       01 WS-PAIR-REASON-TEXT     PIC X(40).

       01 WS-OLD-DEMO-SW          PIC X(01).
          88 WS-OLD-DEMO-FOUND         VALUE "Y".
       01 WS-NEW-DEMO-SW          PIC X(01).
          88 WS-NEW-DEMO-FOUND         VALUE "Y".
       01 WS-OLD-MAST-SW          PIC X(01).
          88 WS-OLD-MAST-FOUND         VALUE "Y".
       01 WS-NEW-MAST-SW          PIC X(01).
          88 WS-NEW-MAST-FOUND         VALUE "Y".
       01 WS-UPDATE-FAILED-SW     PIC X(01).
          88 WS-UPDATE-FAILED          VALUE "Y".

       01 WS-OLD-DEMO-RECORD.
          05 WS-OD-PAT-ID         PIC X(05).
          05 WS-OD-BIRTH-DATE     PIC 9(08).
          05 WS-OD-SEX            PIC X(01).
       01 WS-NEW-DEMO-RECORD.
          05 WS-ND-PAT-ID         PIC X(05).
          05 WS-ND-BIRTH-DATE     PIC 9(08).
          05 WS-ND-SEX            PIC X(01).
       01 WS-OLD-MAST-RECORD.
          05 WS-OM-PAT-ID         PIC X(05).
          05 WS-OM-LAST-RUN-DATE  PIC 9(08).
          05 FILLER               PIC X(22).
       01 WS-NEW-MAST-RECORD.
          05 WS-NM-PAT-ID         PIC X(05).
          05 WS-NM-LAST-RUN-DATE  PIC 9(08).
          05 FILLER               PIC X(22).

       01 WS-SUS-DONE-SW          PIC X(01).
          88 WS-SUS-DONE               VALUE "Y".
       01 WS-SUS-OLD-KEY          PIC X(25).

       01 WS-MAP-KEY              PIC X(10).
       01 WS-MAP-SUB              PIC 9(4) VALUE 0.
       01 WS-MAP-HIT-SUB          PIC 9(4) VALUE 0.
       01 WS-REKEY-FILE-NAME      PIC X(16).
       01 WS-FILE-ROWS-READ       PIC 9(7).
       01 WS-FILE-ROWS-BACK       PIC 9(7).
       01 WS-FILE-ROWS-REKEYED    PIC 9(7).
       01 WS-COPY-OK-SW           PIC X(01).
          88 WS-COPY-OK                VALUE "Y".

       01 WS-LOG-FILE-NAME        PIC X(08).
       01 WS-LOG-ACTION           PIC X(08).
       01 WS-LOG-BEFORE           PIC X(50).
       01 WS-LOG-AFTER            PIC X(50).
       01 WS-IMAGE-WORK           PIC X(50).
       01 WS-BMI-EDIT             PIC ZZ9.99.
       01 WS-HEIGHT-TEXT          PIC X(03).

       01 WS-PAIRS-READ           PIC 9(6) VALUE 0.
       01 WS-PAIRS-MERGED         PIC 9(6) VALUE 0.
       01 WS-PAIRS-CONFLICT       PIC 9(6) VALUE 0.
       01 WS-PAIRS-REJECTED       PIC 9(6) VALUE 0.
       01 WS-ROWS-REKEYED         PIC 9(7) VALUE 0.
       01 WS-SUS-REKEYED          PIC 9(6) VALUE 0.
       01 WS-EVT-REKEYED          PIC 9(7) VALUE 0.

      * Completion severity, graded and returned in RETURN-CODE:
      *   0 clean / 4 warning (pairs rejected or left for review)
      *   8 error (a master or history update failed)
      *   12 severe (file open failure)
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

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE 0 TO WS-MAX-SEVERITY.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

           OPEN EXTEND MERGE-LOG-FILE.
           IF NOT WS-LOG-FILE-OK
               OPEN OUTPUT MERGE-LOG-FILE
           END-IF.
           IF NOT WS-LOG-FILE-OK
               DISPLAY "ERROR OPENING MERGE-LOG-FILE, STATUS: ",
                   WS-LOG-FILE-STATUS
               DISPLAY "No merge is made without its log."
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "MERGELOG" TO WS-EXC-KEY
               MOVE "MERGE LOG OPEN FAILED - NOTHING MERGED"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               PERFORM 0200-LOAD-PAIRS
               IF WS-PAIR-COUNT > 0
                   PERFORM 0300-OPEN-MASTERS
                   IF WS-MAX-SEVERITY < 12
                       PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                           PERFORM 0400-MERGE-ONE-PAIR
                               THRU 0400-MERGE-ONE-PAIR-EXIT
                       END-PERFORM
                       PERFORM 0390-CLOSE-MASTERS
                       IF WS-PAIRS-MERGED > 0
                           PERFORM 0500-REKEY-RESULTS-HISTORY
                           PERFORM 0600-REKEY-EVENT-HISTORY
                           PERFORM 0700-LOG-REKEY-COUNTS
                       END-IF
                   END-IF
               END-IF
               CLOSE MERGE-LOG-FILE
           END-IF.

           PERFORM 9100-OPEN-RESULTS-FILE.
           MOVE SPACES TO RES-KEY-ID.
           MOVE "MERGE-TOTALS" TO RES-METHOD-LABEL.
           MOVE SPACES TO RES-RESULT-VALUE.
           STRING "PAIRS=" WS-PAIRS-READ
               " MERGED=" WS-PAIRS-MERGED
               " CONFLICT=" WS-PAIRS-CONFLICT
               " REJECTED=" WS-PAIRS-REJECTED
               " RESULTS-REKEYED=" WS-ROWS-REKEYED
               " SUSPENSE-REKEYED=" WS-SUS-REKEYED
               " EVENTS-REKEYED=" WS-EVT-REKEYED
               DELIMITED BY SIZE INTO RES-RESULT-VALUE
           END-STRING.
           PERFORM 9150-WRITE-RESULT-ROW.
           PERFORM 9190-CLOSE-RESULTS-FILE.

           MOVE SPACES TO WS-AUD-INPUT-SUMMARY.
           STRING "MERGE PAIRS FILE=MERGEPRS PAIRS=" WS-PAIRS-READ
               DELIMITED BY SIZE INTO WS-AUD-INPUT-SUMMARY
           END-STRING.
           MOVE SPACES TO WS-AUD-OUTPUT-SUMMARY.
           STRING "MERGED=" WS-PAIRS-MERGED
               " CONFLICT=" WS-PAIRS-CONFLICT
               " REJECTED=" WS-PAIRS-REJECTED
               " ROWS=" WS-ROWS-REKEYED
               DELIMITED BY SIZE INTO WS-AUD-OUTPUT-SUMMARY
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           DISPLAY "PatMerge complete: ", WS-PAIRS-MERGED,
               " merged, ", WS-PAIRS-CONFLICT, " left for review, ",
               WS-PAIRS-REJECTED, " rejected.".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * Loads the pairs, turning away the ones that can be judged
      * from the pair alone.
       0200-LOAD-PAIRS.
           MOVE 0 TO WS-PAIR-COUNT.
           OPEN INPUT MERGE-PAIR-FILE.
           IF NOT WS-MPR-FILE-OK
               DISPLAY "ERROR OPENING MERGE-PAIR-FILE, STATUS: ",
                   WS-MPR-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "MERGEPRS" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "MERGE PAIR FILE OPEN FAILED, STATUS "
                   WS-MPR-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               PERFORM 0210-READ-PAIR
               PERFORM UNTIL WS-MPR-FILE-EOF
                   ADD 1 TO WS-PAIRS-READ
                   PERFORM 0220-TABLE-PAIR
                   PERFORM 0210-READ-PAIR
               END-PERFORM
               CLOSE MERGE-PAIR-FILE
           END-IF.

       0210-READ-PAIR.
           READ MERGE-PAIR-FILE
               AT END
                   SET WS-MPR-FILE-EOF TO TRUE
           END-READ.

       0220-TABLE-PAIR.
           MOVE MPR-OLD-PAT-ID TO WS-CUR-OLD-ID.
           MOVE MPR-NEW-PAT-ID TO WS-CUR-NEW-ID.
           MOVE SPACES TO WS-PAIR-REASON.
           IF WS-CUR-OLD-ID = SPACES OR WS-CUR-NEW-ID = SPACES
               MOVE "BK" TO WS-PAIR-REASON
               MOVE "OLD OR NEW PATIENT ID IS BLANK"
                   TO WS-PAIR-REASON-TEXT
           ELSE
               IF WS-CUR-OLD-ID = WS-CUR-NEW-ID
                   MOVE "SM" TO WS-PAIR-REASON
                   MOVE "OLD AND NEW PATIENT ID ARE THE SAME"
                       TO WS-PAIR-REASON-TEXT
               END-IF
           END-IF.
           IF WS-PAIR-REASON NOT = SPACES
               PERFORM 0250-REJECT-PAIR
           ELSE
               IF WS-PAIR-COUNT >= WS-MAX-PAIRS
                   MOVE "TM" TO WS-PAIR-REASON
                   MOVE "MORE PAIRS THAN ONE RUN TAKES - RESUBMIT"
                       TO WS-PAIR-REASON-TEXT
                   PERFORM 0250-REJECT-PAIR
               ELSE
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-CUR-OLD-ID TO WS-PR-OLD-ID(WS-PAIR-COUNT)
                   MOVE WS-CUR-NEW-ID TO WS-PR-NEW-ID(WS-PAIR-COUNT)
                   MOVE "N" TO WS-PR-MERGED-SW(WS-PAIR-COUNT)
                   MOVE 0 TO WS-PR-RES-ROWS(WS-PAIR-COUNT)
                   MOVE 0 TO WS-PR-EVT-ROWS(WS-PAIR-COUNT)
               END-IF
           END-IF.

      * A pair turned away: logged, counted, and raised to the desk.
       0250-REJECT-PAIR.
           ADD 1 TO WS-PAIRS-REJECTED.
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           MOVE WS-CUR-OLD-ID TO MGL-OLD-PAT-ID.
           MOVE WS-CUR-NEW-ID TO MGL-NEW-PAT-ID.
           MOVE "MERGEPRS" TO WS-LOG-FILE-NAME.
           MOVE "REJECTED" TO WS-LOG-ACTION.
           MOVE SPACES TO WS-LOG-BEFORE.
           STRING WS-PAIR-REASON " " WS-PAIR-REASON-TEXT
               DELIMITED BY SIZE INTO WS-LOG-BEFORE
           END-STRING.
           MOVE SPACES TO WS-LOG-AFTER.
           PERFORM 0800-WRITE-MERGE-LOG.
           MOVE "MRGREJ" TO WS-EXC-CODE.
           MOVE 4 TO WS-EXC-SEVERITY.
           MOVE SPACES TO WS-EXC-KEY.
           STRING WS-CUR-OLD-ID " TO " WS-CUR-NEW-ID
               DELIMITED BY SIZE INTO WS-EXC-KEY
           END-STRING.
           MOVE WS-PAIR-REASON-TEXT TO WS-EXC-DESC.
           PERFORM 9800-WRITE-EXCEPTION.

      * Both masters must open for update; the suspense file is
      * optional, since no reading may ever have been held.
       0300-OPEN-MASTERS.
           OPEN I-O PATIENT-MASTER-FILE.
           IF NOT WS-PMS-FILE-OK
               DISPLAY "ERROR OPENING PATIENT-MASTER-FILE, STATUS: ",
                   WS-PMS-FILE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "PATMAST" TO WS-EXC-KEY
               MOVE "PATIENT MASTER OPEN FAILED - NOTHING MERGED"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               OPEN I-O PATIENT-DEMO-FILE
               IF NOT WS-PDM-FILE-OK
                   DISPLAY "ERROR OPENING PATIENT-DEMO-FILE, STATUS: ",
                       WS-PDM-FILE-STATUS
                   CLOSE PATIENT-MASTER-FILE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "OPENFAIL" TO WS-EXC-CODE
                   MOVE 12 TO WS-EXC-SEVERITY
                   MOVE "PATDEMO" TO WS-EXC-KEY
                   MOVE "DEMOGRAPHICS OPEN FAILED - NOTHING MERGED"
                       TO WS-EXC-DESC
                   PERFORM 9800-WRITE-EXCEPTION
               ELSE
                   MOVE "N" TO WS-SUS-OPEN-SW
                   OPEN I-O PATIENT-SUSPENSE-FILE
                   IF WS-SUS-FILE-OK
                       MOVE "Y" TO WS-SUS-OPEN-SW
                   END-IF
               END-IF
           END-IF.

       0390-CLOSE-MASTERS.
           CLOSE PATIENT-MASTER-FILE.
           CLOSE PATIENT-DEMO-FILE.
           IF WS-SUS-OPEN
               CLOSE PATIENT-SUSPENSE-FILE
               MOVE "N" TO WS-SUS-OPEN-SW
           END-IF.

      * One pair: both IDs are looked up on both masters first, so a
      * pair that cannot be merged cleanly is refused before any
      * record is touched.
       0400-MERGE-ONE-PAIR.
           MOVE WS-PR-OLD-ID(WS-PAIR-SUB) TO WS-CUR-OLD-ID.
           MOVE WS-PR-NEW-ID(WS-PAIR-SUB) TO WS-CUR-NEW-ID.
           MOVE "N" TO WS-UPDATE-FAILED-SW.

           MOVE WS-CUR-OLD-ID TO PDM-PAT-ID.
           PERFORM 0410-READ-DEMO.
           MOVE "N" TO WS-OLD-DEMO-SW.
           IF WS-PDM-FILE-OK
               MOVE "Y" TO WS-OLD-DEMO-SW
               MOVE PATIENT-DEMO-RECORD TO WS-OLD-DEMO-RECORD
           END-IF.
           MOVE WS-CUR-NEW-ID TO PDM-PAT-ID.
           PERFORM 0410-READ-DEMO.
           MOVE "N" TO WS-NEW-DEMO-SW.
           IF WS-PDM-FILE-OK
               MOVE "Y" TO WS-NEW-DEMO-SW
               MOVE PATIENT-DEMO-RECORD TO WS-NEW-DEMO-RECORD
           END-IF.
           MOVE WS-CUR-OLD-ID TO PMS-PAT-ID.
           PERFORM 0420-READ-MASTER.
           MOVE "N" TO WS-OLD-MAST-SW.
           IF WS-PMS-FILE-OK
               MOVE "Y" TO WS-OLD-MAST-SW
               MOVE PATIENT-MASTER-RECORD TO WS-OLD-MAST-RECORD
           END-IF.
           MOVE WS-CUR-NEW-ID TO PMS-PAT-ID.
           PERFORM 0420-READ-MASTER.
           MOVE "N" TO WS-NEW-MAST-SW.
           IF WS-PMS-FILE-OK
               MOVE "Y" TO WS-NEW-MAST-SW
               MOVE PATIENT-MASTER-RECORD TO WS-NEW-MAST-RECORD
           END-IF.

           IF NOT WS-OLD-DEMO-FOUND AND NOT WS-OLD-MAST-FOUND
               MOVE "NF" TO WS-PAIR-REASON
               MOVE "OLD PATIENT ID IS NOT ON PATMAST OR PATDEMO"
                   TO WS-PAIR-REASON-TEXT
               PERFORM 0250-REJECT-PAIR
               GO TO 0400-MERGE-ONE-PAIR-EXIT
           END-IF.

      * Two registrations that disagree on who the patient is are
      * not merged on a guess; the desk settles it and resubmits.
           IF WS-OLD-DEMO-FOUND AND WS-NEW-DEMO-FOUND
               IF WS-OD-BIRTH-DATE NOT = WS-ND-BIRTH-DATE
                   OR WS-OD-SEX NOT = WS-ND-SEX
                   PERFORM 0450-FLAG-CONFLICT
                   GO TO 0400-MERGE-ONE-PAIR-EXIT
               END-IF
           END-IF.

           PERFORM 0430-MERGE-DEMOGRAPHICS.
           PERFORM 0440-MERGE-MASTER.
           PERFORM 0460-REKEY-SUSPENSE.

           IF WS-UPDATE-FAILED
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "MRGFAIL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-KEY
               STRING WS-CUR-OLD-ID " TO " WS-CUR-NEW-ID
                   DELIMITED BY SIZE INTO WS-EXC-KEY
               END-STRING
               MOVE "MERGE UPDATE FAILED PART WAY - SEE MERGELOG"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
               GO TO 0400-MERGE-ONE-PAIR-EXIT
           END-IF.

           ADD 1 TO WS-PAIRS-MERGED.
           MOVE "Y" TO WS-PR-MERGED-SW(WS-PAIR-SUB).
           DISPLAY "Merged ", WS-CUR-OLD-ID, " into ",
               WS-CUR-NEW-ID.

       0400-MERGE-ONE-PAIR-EXIT.
           EXIT.

       0410-READ-DEMO.
           READ PATIENT-DEMO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       0420-READ-MASTER.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      * Demographics: the old record moves to the new ID when the
      * new ID has none; when both agree the old one is dropped.
       0430-MERGE-DEMOGRAPHICS.
           IF NOT WS-OLD-DEMO-FOUND
               GO TO 0430-MERGE-DEMO-EXIT
           END-IF.
           MOVE "PATDEMO" TO WS-LOG-FILE-NAME.
           MOVE WS-OLD-DEMO-RECORD TO PATIENT-DEMO-RECORD.
           PERFORM 0810-DEMO-IMAGE.
           MOVE WS-IMAGE-WORK TO WS-LOG-BEFORE.
           IF NOT WS-NEW-DEMO-FOUND
               MOVE WS-CUR-NEW-ID TO PDM-PAT-ID
               WRITE PATIENT-DEMO-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-UPDATE-FAILED-SW
               END-WRITE
               PERFORM 0810-DEMO-IMAGE
               MOVE WS-IMAGE-WORK TO WS-LOG-AFTER
               MOVE "RENUMBER" TO WS-LOG-ACTION
           ELSE
               MOVE WS-NEW-DEMO-RECORD TO PATIENT-DEMO-RECORD
               PERFORM 0810-DEMO-IMAGE
               MOVE WS-IMAGE-WORK TO WS-LOG-AFTER
               MOVE "DROPDUP" TO WS-LOG-ACTION
           END-IF.
           IF NOT WS-UPDATE-FAILED
               MOVE WS-CUR-OLD-ID TO PDM-PAT-ID
               DELETE PATIENT-DEMO-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-UPDATE-FAILED-SW
               END-DELETE
           END-IF.
           IF WS-UPDATE-FAILED
               MOVE "FAILED" TO WS-LOG-ACTION
           END-IF.
           PERFORM 0800-WRITE-MERGE-LOG.

       0430-MERGE-DEMO-EXIT.
           EXIT.

      * Patient master: the surviving ID keeps whichever of the two
      * readings is the more recent, so the next run trends against
      * the patient's true last reading.
       0440-MERGE-MASTER.
           IF NOT WS-OLD-MAST-FOUND OR WS-UPDATE-FAILED
               GO TO 0440-MERGE-MASTER-EXIT
           END-IF.
           MOVE "PATMAST" TO WS-LOG-FILE-NAME.
           MOVE WS-OLD-MAST-RECORD TO PATIENT-MASTER-RECORD.
           PERFORM 0820-MASTER-IMAGE.
           MOVE WS-IMAGE-WORK TO WS-LOG-BEFORE.
           IF NOT WS-NEW-MAST-FOUND
               MOVE WS-CUR-NEW-ID TO PMS-PAT-ID
               WRITE PATIENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-UPDATE-FAILED-SW
               END-WRITE
               MOVE "RENUMBER" TO WS-LOG-ACTION
           ELSE
               IF WS-OM-LAST-RUN-DATE > WS-NM-LAST-RUN-DATE
                   MOVE WS-CUR-NEW-ID TO PMS-PAT-ID
                   REWRITE PATIENT-MASTER-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-UPDATE-FAILED-SW
                   END-REWRITE
                   MOVE "OLDWINS" TO WS-LOG-ACTION
               ELSE
                   MOVE WS-NEW-MAST-RECORD TO PATIENT-MASTER-RECORD
                   MOVE "NEWWINS" TO WS-LOG-ACTION
               END-IF
           END-IF.
           PERFORM 0820-MASTER-IMAGE.
           MOVE WS-IMAGE-WORK TO WS-LOG-AFTER.
           IF NOT WS-UPDATE-FAILED
               MOVE WS-CUR-OLD-ID TO PMS-PAT-ID
               DELETE PATIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-UPDATE-FAILED-SW
               END-DELETE
           END-IF.
           IF WS-UPDATE-FAILED
               MOVE "FAILED" TO WS-LOG-ACTION
           END-IF.
           PERFORM 0800-WRITE-MERGE-LOG.

       0440-MERGE-MASTER-EXIT.
           EXIT.

       0450-FLAG-CONFLICT.
           ADD 1 TO WS-PAIRS-CONFLICT.
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           MOVE "PATDEMO" TO WS-LOG-FILE-NAME.
           MOVE "CONFLICT" TO WS-LOG-ACTION.
           MOVE WS-OLD-DEMO-RECORD TO PATIENT-DEMO-RECORD.
           PERFORM 0810-DEMO-IMAGE.
           MOVE WS-IMAGE-WORK TO WS-LOG-BEFORE.
           MOVE WS-NEW-DEMO-RECORD TO PATIENT-DEMO-RECORD.
           PERFORM 0810-DEMO-IMAGE.
           MOVE WS-IMAGE-WORK TO WS-LOG-AFTER.
           PERFORM 0800-WRITE-MERGE-LOG.
           MOVE "MRGCONF" TO WS-EXC-CODE.
           MOVE 4 TO WS-EXC-SEVERITY.
           MOVE SPACES TO WS-EXC-KEY.
           STRING WS-CUR-OLD-ID " TO " WS-CUR-NEW-ID
               DELIMITED BY SIZE INTO WS-EXC-KEY
           END-STRING.
           MOVE "BIRTH DATE OR SEX DIFFER - NOT MERGED, REVIEW"
               TO WS-EXC-DESC.
           PERFORM 9800-WRITE-EXCEPTION.
           DISPLAY "*** ", WS-CUR-OLD-ID, " and ", WS-CUR-NEW-ID,
               " disagree on birth date or sex - left for review".

      * Held readings move to the surviving ID under the same held
      * run and sequence, so a later release posts to the right
      * patient. Each is written under its new key before its old
      * key is deleted.
       0460-REKEY-SUSPENSE.
           IF NOT WS-SUS-OPEN OR WS-UPDATE-FAILED
               GO TO 0460-REKEY-SUSPENSE-EXIT
           END-IF.
           MOVE "N" TO WS-SUS-DONE-SW.
           PERFORM UNTIL WS-SUS-DONE
               MOVE LOW-VALUES TO SUS-KEY
               MOVE WS-CUR-OLD-ID TO SUS-PAT-ID
               START PATIENT-SUSPENSE-FILE
                   KEY IS NOT LESS THAN SUS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SUS-DONE-SW
               END-START
               IF NOT WS-SUS-DONE
                   READ PATIENT-SUSPENSE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SUS-DONE-SW
                   END-READ
               END-IF
               IF NOT WS-SUS-DONE
                   IF NOT WS-SUS-FILE-OK
                       OR SUS-PAT-ID NOT = WS-CUR-OLD-ID
                       MOVE "Y" TO WS-SUS-DONE-SW
                   ELSE
                       PERFORM 0470-REKEY-ONE-HELD-READING
                   END-IF
               END-IF
           END-PERFORM.

       0460-REKEY-SUSPENSE-EXIT.
           EXIT.

       0470-REKEY-ONE-HELD-READING.
           MOVE SUS-KEY TO WS-SUS-OLD-KEY.
           MOVE WS-CUR-NEW-ID TO SUS-PAT-ID.
           WRITE PATIENT-SUSPENSE-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-UPDATE-FAILED-SW
           END-WRITE.
           IF NOT WS-UPDATE-FAILED
               MOVE WS-SUS-OLD-KEY TO SUS-KEY
               DELETE PATIENT-SUSPENSE-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-UPDATE-FAILED-SW
               END-DELETE
           END-IF.
           MOVE "PATSUSP" TO WS-LOG-FILE-NAME.
           MOVE SPACES TO WS-LOG-BEFORE.
           STRING WS-SUS-OLD-KEY " STATUS " SUS-STATUS
               DELIMITED BY SIZE INTO WS-LOG-BEFORE
           END-STRING.
           MOVE SPACES TO WS-LOG-AFTER.
           STRING WS-CUR-NEW-ID WS-SUS-OLD-KEY(6:20)
               DELIMITED BY SIZE INTO WS-LOG-AFTER
           END-STRING.
           IF WS-UPDATE-FAILED
               MOVE "FAILED" TO WS-LOG-ACTION
               MOVE "Y" TO WS-SUS-DONE-SW
           ELSE
               MOVE "REKEYED" TO WS-LOG-ACTION
               ADD 1 TO WS-SUS-REKEYED
           END-IF.
           PERFORM 0800-WRITE-MERGE-LOG.

      * Re-keys the patient rows on the live RESULTS file and then
      * on every cataloged archive, so the trend and the inquiry see
      * one history under the surviving ID.
       0500-REKEY-RESULTS-HISTORY.
           MOVE "RESULTS" TO WS-REKEY-FILE-NAME.
           PERFORM 0510-REKEY-ONE-FILE.
           OPEN INPUT ARCHIVE-DIR-FILE.
           IF WS-DIR-FILE-OK
               PERFORM 0540-READ-DIR-ROW
               PERFORM UNTIL WS-DIR-FILE-EOF
                   MOVE DIR-ARCHIVE-NAME TO WS-REKEY-FILE-NAME
                   PERFORM 0510-REKEY-ONE-FILE
                   PERFORM 0540-READ-DIR-ROW
               END-PERFORM
               CLOSE ARCHIVE-DIR-FILE
           END-IF.

      * Two passes, as the purge and backout do it: every row is
      * copied to the work file with its key mapped, the copy is
      * proven complete, and only then is the file rewritten from
      * the work file. A file with nothing to re-key is left alone.
       0510-REKEY-ONE-FILE.
           MOVE 0 TO WS-FILE-ROWS-READ.
           MOVE 0 TO WS-FILE-ROWS-BACK.
           MOVE 0 TO WS-FILE-ROWS-REKEYED.
           MOVE "N" TO WS-COPY-OK-SW.
           OPEN INPUT REKEY-FILE.
           IF NOT WS-RKY-FILE-OK
               DISPLAY "WARNING: ", WS-REKEY-FILE-NAME,
                   " could not be opened, STATUS: ", WS-RKY-FILE-STATUS
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "REKEYSKP" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE WS-REKEY-FILE-NAME TO WS-EXC-KEY
               MOVE "RESULTS HISTORY FILE NOT RE-KEYED - OPEN FAILED"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
               GO TO 0510-REKEY-ONE-FILE-EXIT
           END-IF.
           OPEN OUTPUT REKEY-WORK-FILE.
           IF NOT WS-WRK-FILE-OK
               DISPLAY "ERROR OPENING REKEY-WORK-FILE, STATUS: ",
                   WS-WRK-FILE-STATUS
               CLOSE REKEY-FILE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "MRGWORK" TO WS-EXC-KEY
               MOVE "WORK FILE OPEN FAILED - HISTORY NOT RE-KEYED"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
               GO TO 0510-REKEY-ONE-FILE-EXIT
           END-IF.
           PERFORM 0520-READ-REKEY-ROW.
           PERFORM UNTIL WS-RKY-FILE-EOF
               ADD 1 TO WS-FILE-ROWS-READ
               IF RKY-KEY-ID NOT = SPACES
                   AND (RKY-PROGRAM-NAME = "BMICalculator"
                        OR RKY-PROGRAM-NAME = "DemoLoad")
                   MOVE RKY-KEY-ID TO WS-MAP-KEY
                   PERFORM 0550-MAP-PATIENT-KEY
                   IF WS-MAP-HIT-SUB > 0
                       MOVE WS-MAP-KEY TO RKY-KEY-ID
                       ADD 1 TO WS-FILE-ROWS-REKEYED
                       ADD 1 TO WS-PR-RES-ROWS(WS-MAP-HIT-SUB)
                   END-IF
               END-IF
               MOVE REKEY-RECORD TO REKEY-WORK-RECORD
               WRITE REKEY-WORK-RECORD
               PERFORM 0520-READ-REKEY-ROW
           END-PERFORM.
           CLOSE REKEY-FILE.
           CLOSE REKEY-WORK-FILE.
           IF WS-FILE-ROWS-REKEYED = 0
               GO TO 0510-REKEY-ONE-FILE-EXIT
           END-IF.

           OPEN INPUT REKEY-WORK-FILE.
           IF NOT WS-WRK-FILE-OK
               DISPLAY "ERROR REOPENING REKEY-WORK-FILE, STATUS: ",
                   WS-WRK-FILE-STATUS
           ELSE
               OPEN OUTPUT REKEY-FILE
               IF NOT WS-RKY-FILE-OK
                   DISPLAY "ERROR REWRITING ", WS-REKEY-FILE-NAME,
                       ", STATUS: ", WS-RKY-FILE-STATUS
                   CLOSE REKEY-WORK-FILE
               ELSE
                   PERFORM 0530-READ-WORK-ROW
                   PERFORM UNTIL WS-WRK-FILE-EOF
                       MOVE REKEY-WORK-RECORD TO REKEY-RECORD
                       WRITE REKEY-RECORD
                       ADD 1 TO WS-FILE-ROWS-BACK
                       PERFORM 0530-READ-WORK-ROW
                   END-PERFORM
                   CLOSE REKEY-WORK-FILE
                   CLOSE REKEY-FILE
                   IF WS-FILE-ROWS-BACK = WS-FILE-ROWS-READ
                       MOVE "Y" TO WS-COPY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-COPY-OK
               ADD WS-FILE-ROWS-REKEYED TO WS-ROWS-REKEYED
               DISPLAY WS-REKEY-FILE-NAME, ": ", WS-FILE-ROWS-REKEYED,
                   " rows re-keyed."
           ELSE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OUTBAL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE WS-REKEY-FILE-NAME TO WS-EXC-KEY
               MOVE "RE-KEY COPY-BACK SHORT - RESTORE FROM MRGWORK"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

       0510-REKEY-ONE-FILE-EXIT.
           EXIT.

       0520-READ-REKEY-ROW.
           READ REKEY-FILE
               AT END
                   SET WS-RKY-FILE-EOF TO TRUE
           END-READ.

       0530-READ-WORK-ROW.
           READ REKEY-WORK-FILE
               AT END
                   SET WS-WRK-FILE-EOF TO TRUE
           END-READ.

       0540-READ-DIR-ROW.
           READ ARCHIVE-DIR-FILE
               AT END
                   SET WS-DIR-FILE-EOF TO TRUE
           END-READ.

      * Runs a key through every merged pair in file order; the
      * subscript of the first pair that moved it is returned for
      * the per-pair counts, zero when nothing matched.
       0550-MAP-PATIENT-KEY.
           MOVE 0 TO WS-MAP-HIT-SUB.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-PAIR-COUNT
               IF WS-PR-MERGED-SW(WS-MAP-SUB) = "Y"
                   AND WS-MAP-KEY = WS-PR-OLD-ID(WS-MAP-SUB)
                   MOVE WS-PR-NEW-ID(WS-MAP-SUB) TO WS-MAP-KEY
                   IF WS-MAP-HIT-SUB = 0
                       MOVE WS-MAP-SUB TO WS-MAP-HIT-SUB
                   END-IF
               END-IF
           END-PERFORM.

      * The patient event history gets the same copy-and-rewrite, so
      * rejects and outreach follow the patient to the new ID.
       0600-REKEY-EVENT-HISTORY.
           MOVE 0 TO WS-FILE-ROWS-READ.
           MOVE 0 TO WS-FILE-ROWS-BACK.
           MOVE 0 TO WS-FILE-ROWS-REKEYED.
           MOVE "N" TO WS-COPY-OK-SW.
           OPEN INPUT PATIENT-EVENT-FILE.
           IF NOT WS-EVT-FILE-OK
               GO TO 0600-REKEY-EVENT-EXIT
           END-IF.
           OPEN OUTPUT EVENT-WORK-FILE.
           IF NOT WS-EWK-FILE-OK
               DISPLAY "ERROR OPENING EVENT-WORK-FILE, STATUS: ",
                   WS-EWK-FILE-STATUS
               CLOSE PATIENT-EVENT-FILE
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               GO TO 0600-REKEY-EVENT-EXIT
           END-IF.
           PERFORM 0610-READ-EVENT-ROW.
           PERFORM UNTIL WS-EVT-FILE-EOF
               ADD 1 TO WS-FILE-ROWS-READ
               MOVE PEV-PAT-ID TO WS-MAP-KEY
               PERFORM 0550-MAP-PATIENT-KEY
               IF WS-MAP-HIT-SUB > 0
                   MOVE WS-MAP-KEY TO PEV-PAT-ID
                   ADD 1 TO WS-FILE-ROWS-REKEYED
                   ADD 1 TO WS-PR-EVT-ROWS(WS-MAP-HIT-SUB)
               END-IF
               MOVE PATIENT-EVENT-RECORD TO EVENT-WORK-RECORD
               WRITE EVENT-WORK-RECORD
               PERFORM 0610-READ-EVENT-ROW
           END-PERFORM.
           CLOSE PATIENT-EVENT-FILE.
           CLOSE EVENT-WORK-FILE.
           IF WS-FILE-ROWS-REKEYED = 0
               GO TO 0600-REKEY-EVENT-EXIT
           END-IF.

           OPEN INPUT EVENT-WORK-FILE.
           IF WS-EWK-FILE-OK
               OPEN OUTPUT PATIENT-EVENT-FILE
               IF NOT WS-EVT-FILE-OK
                   CLOSE EVENT-WORK-FILE
               ELSE
                   PERFORM 0620-READ-EVENT-WORK-ROW
                   PERFORM UNTIL WS-EWK-FILE-EOF
                       MOVE EVENT-WORK-RECORD TO PATIENT-EVENT-RECORD
                       WRITE PATIENT-EVENT-RECORD
                       ADD 1 TO WS-FILE-ROWS-BACK
                       PERFORM 0620-READ-EVENT-WORK-ROW
                   END-PERFORM
                   CLOSE EVENT-WORK-FILE
                   CLOSE PATIENT-EVENT-FILE
                   IF WS-FILE-ROWS-BACK = WS-FILE-ROWS-READ
                       MOVE "Y" TO WS-COPY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-COPY-OK
               MOVE WS-FILE-ROWS-REKEYED TO WS-EVT-REKEYED
           ELSE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OUTBAL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "PATEVNT" TO WS-EXC-KEY
               MOVE "RE-KEY COPY-BACK SHORT - RESTORE FROM MRGEWORK"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

       0600-REKEY-EVENT-EXIT.
           EXIT.

       0610-READ-EVENT-ROW.
           READ PATIENT-EVENT-FILE
               AT END
                   SET WS-EVT-FILE-EOF TO TRUE
           END-READ.

       0620-READ-EVENT-WORK-ROW.
           READ EVENT-WORK-FILE
               AT END
                   SET WS-EWK-FILE-EOF TO TRUE
           END-READ.

      * One log row per merged pair with the history rows it moved.
       0700-LOG-REKEY-COUNTS.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               IF WS-PR-MERGED-SW(WS-PAIR-SUB) = "Y"
                   MOVE WS-PR-OLD-ID(WS-PAIR-SUB) TO WS-CUR-OLD-ID
                   MOVE WS-PR-NEW-ID(WS-PAIR-SUB) TO WS-CUR-NEW-ID
                   MOVE "RESULTS" TO WS-LOG-FILE-NAME
                   MOVE "REKEYED" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   STRING "RESULTS ROWS=" WS-PR-RES-ROWS(WS-PAIR-SUB)
                       " EVENT ROWS=" WS-PR-EVT-ROWS(WS-PAIR-SUB)
                       DELIMITED BY SIZE INTO WS-LOG-BEFORE
                   END-STRING
                   MOVE SPACES TO WS-LOG-AFTER
                   PERFORM 0800-WRITE-MERGE-LOG
               END-IF
           END-PERFORM.

       0800-WRITE-MERGE-LOG.
           MOVE WS-CUR-OLD-ID TO MGL-OLD-PAT-ID.
           MOVE WS-CUR-NEW-ID TO MGL-NEW-PAT-ID.
           MOVE WS-START-DATE TO MGL-RUN-DATE.
           MOVE WS-START-TIME TO MGL-RUN-TIME.
           MOVE WS-OPERATOR-ID TO MGL-OPERATOR-ID.
           MOVE WS-LOG-FILE-NAME TO MGL-FILE-NAME.
           MOVE WS-LOG-ACTION TO MGL-ACTION.
           MOVE WS-LOG-BEFORE TO MGL-BEFORE-IMAGE.
           MOVE WS-LOG-AFTER TO MGL-AFTER-IMAGE.
           WRITE MERGE-LOG-RECORD.

       0810-DEMO-IMAGE.
           MOVE SPACES TO WS-IMAGE-WORK.
           STRING PDM-PAT-ID " BORN " PDM-BIRTH-DATE " SEX " PDM-SEX
               DELIMITED BY SIZE INTO WS-IMAGE-WORK
           END-STRING.

       0820-MASTER-IMAGE.
           MOVE PMS-LAST-BMI TO WS-BMI-EDIT.
           IF PMS-LAST-HEIGHT IS NUMERIC
               MOVE PMS-LAST-HEIGHT TO WS-HEIGHT-TEXT
           ELSE
               MOVE "N/A" TO WS-HEIGHT-TEXT
           END-IF.
           MOVE SPACES TO WS-IMAGE-WORK.
           STRING PMS-PAT-ID " " PMS-LAST-RUN-DATE
               " W" PMS-LAST-WEIGHT " H" WS-HEIGHT-TEXT
               " B" WS-BMI-EDIT " " PMS-LAST-CATEGORY
               DELIMITED BY SIZE INTO WS-IMAGE-WORK
           END-STRING.

       9000-WRITE-AUDIT-RECORD.
           MOVE "PatMerge" TO AUD-PROGRAM-NAME.
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
           MOVE "PatMerge" TO RES-PROGRAM-NAME.
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
               MOVE "PatMerge" TO EXC-PROGRAM-NAME
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

       END PROGRAM PatMerge.
