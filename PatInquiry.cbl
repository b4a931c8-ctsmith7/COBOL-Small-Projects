       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PatInquiry".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-DEMO-FILE ASSIGN TO "PATDEMO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDM-PAT-ID
               FILE STATUS IS WS-PDM-FILE-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMS-PAT-ID
               FILE STATUS IS WS-PMS-FILE-STATUS.
           SELECT PATIENT-SUSPENSE-FILE ASSIGN TO "PATSUSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT PATIENT-EVENT-FILE ASSIGN TO "PATEVNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
      * The archive directory ResultsPurge maintains, and the dated
      * archives it points at, so a patient's readings from before
      * the retention cutoff are still part of the history.
           SELECT ARCHIVE-DIR-FILE ASSIGN TO "RESARCDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.
           SELECT RESULTS-ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "PATIRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-DEMO-FILE.
           COPY PATDEMO.

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  PATIENT-SUSPENSE-FILE.
           COPY PATSUSP.

       FD  PATIENT-EVENT-FILE.
           COPY PATEVNT.

       FD  RESULTS-FILE.
           COPY RESULTS.

       FD  ARCHIVE-DIR-FILE.
           COPY ARCDIR.

       FD  RESULTS-ARCHIVE-FILE.
       01  RESULTS-ARCHIVE-RECORD  PIC X(226).

      * Sort work record is one whole reading, built from the
      * patient's RESULTS rows of one run as they are gathered in
      * append order from the live file and every archive, so the
      * readings come back in reading-date order.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-READING-DATE      PIC 9(8).
           05 SRT-RUN-DATE          PIC 9(8).
           05 SRT-RUN-TIME          PIC 9(8).
           05 SRT-BMI               PIC X(06).
           05 SRT-CATEGORY          PIC X(11).
           05 SRT-IDEAL             PIC X(20).
           05 SRT-DELTA             PIC X(24).
           05 SRT-WEIGHT            PIC X(03).
           05 SRT-HEIGHT            PIC X(03).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PDM-FILE-STATUS      PIC XX.
          88 WS-PDM-FILE-OK            VALUE "00".

       01 WS-PMS-FILE-STATUS      PIC XX.
          88 WS-PMS-FILE-OK            VALUE "00".

       01 WS-SUS-FILE-STATUS      PIC XX.
          88 WS-SUS-FILE-OK            VALUE "00".

       01 WS-EVT-FILE-STATUS      PIC XX.
          88 WS-EVT-FILE-OK            VALUE "00".
          88 WS-EVT-FILE-EOF           VALUE "10".

       01 WS-RES-FILE-STATUS      PIC XX.
          88 WS-RES-FILE-OK            VALUE "00".
          88 WS-RES-FILE-EOF           VALUE "10".

       01 WS-DIR-FILE-STATUS      PIC XX.
          88 WS-DIR-FILE-OK            VALUE "00".
          88 WS-DIR-FILE-EOF           VALUE "10".

       01 WS-ARC-FILE-STATUS      PIC XX.
          88 WS-ARC-FILE-OK            VALUE "00".
          88 WS-ARC-FILE-EOF           VALUE "10".

       01 WS-RPT-FILE-STATUS      PIC XX.
          88 WS-RPT-FILE-OK            VALUE "00".

       01 WS-ARCHIVE-FILE-NAME    PIC X(16).
       01 WS-ARCHIVES-READ        PIC 9(3) VALUE 0.

       01 WS-SEL-PAT-ID           PIC X(05).

       01 WS-FILE-REPORT-SW       PIC X(01) VALUE "N".
          88 WS-FILE-REPORT            VALUE "Y" "y".

       01 WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
          88 WS-REPORT-OPEN            VALUE "Y".

       01 WS-SORT-EOF-SW          PIC X(01) VALUE "N".
          88 WS-SORT-EOF               VALUE "Y".

       01 WS-SUS-DONE-SW          PIC X(01) VALUE "N".
          88 WS-SUS-DONE               VALUE "Y".

      * Set when any of the patient files knows the patient, so an
      * ID nobody has heard of is called out rather than shown as a
      * page of empty sections.
       01 WS-PATIENT-FOUND-SW     PIC X(01) VALUE "N".
          88 WS-PATIENT-FOUND          VALUE "Y".

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-PATIENT-AGE          PIC 9(3) VALUE 0.
       01 WS-AGE-EDIT             PIC ZZ9.
       01 WS-SEX-TEXT             PIC X(07).
       01 WS-BMI-VALUE            PIC 999V99.
       01 WS-BMI-EDIT             PIC ZZ9.99.
       01 WS-WEIGHT-EDIT          PIC ZZ9.
       01 WS-HEIGHT-EDIT          PIC ZZ9.

      * One reading is gathered from its RESULTS rows (all stamped
      * with the same run date and time) before it is released to
      * the sort. A reading with no READING row - one written before
      * that row existed - is dated by its run date.
       01 WS-PRIOR-RUN-DATE       PIC 9(8) VALUE 0.
       01 WS-PRIOR-RUN-TIME       PIC 9(8) VALUE 0.
       01 WS-RDG-READING-DATE     PIC 9(8).
       01 WS-RDG-BMI              PIC X(06).
       01 WS-RDG-CATEGORY         PIC X(11).
       01 WS-RDG-IDEAL            PIC X(20).
       01 WS-RDG-DELTA            PIC X(24).
       01 WS-RDG-WEIGHT           PIC X(03).
       01 WS-RDG-WEIGHT-N REDEFINES WS-RDG-WEIGHT PIC 9(03).
       01 WS-RDG-HEIGHT           PIC X(03).
       01 WS-RDG-HEIGHT-N REDEFINES WS-RDG-HEIGHT PIC 9(03).
       01 WS-RDG-WEIGHT-TEXT      PIC X(03).
       01 WS-RDG-HEIGHT-TEXT      PIC X(03).

       COPY EHRREAD.

       01 WS-ROWS-READ            PIC 9(7) VALUE 0.
       01 WS-ROWS-SELECTED        PIC 9(7) VALUE 0.
       01 WS-READING-COUNT        PIC 9(5) VALUE 0.
       01 WS-SUSPENSE-COUNT       PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01 WS-OUTREACH-COUNT       PIC 9(5) VALUE 0.
       01 WS-LAST-OUTREACH-DATE   PIC 9(8) VALUE 0.
       01 WS-COUNT-EDIT           PIC ZZZZZZ9.

       01 WS-SUS-STATUS-TEXT      PIC X(10).
       01 WS-EVENT-TEXT           PIC X(12).

       01 WS-REPORT-LINE          PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "N" TO WS-PATIENT-FOUND-SW.
           MOVE "N" TO WS-REPORT-OPEN-SW.
           PERFORM 0200-ACCEPT-PATIENT.
           IF WS-SEL-PAT-ID = SPACES
               DISPLAY "No patient ID entered - inquiry ended."
               GOBACK
           END-IF.

           IF WS-FILE-REPORT
               OPEN OUTPUT INQUIRY-REPORT-FILE
               IF WS-RPT-FILE-OK
                   MOVE "Y" TO WS-REPORT-OPEN-SW
               ELSE
                   DISPLAY "ERROR OPENING INQUIRY-REPORT-FILE, ",
                       "STATUS: ", WS-RPT-FILE-STATUS
                   DISPLAY "Inquiry continues on the screen only."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PATIENT INQUIRY   PATIENT: " WS-SEL-PAT-ID
               "   RUN: " WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0800-SHOW-LINE.

           PERFORM 0300-SHOW-DEMOGRAPHICS.
           PERFORM 0350-SHOW-MASTER.
           PERFORM 0400-SHOW-READING-HISTORY.
           PERFORM 0600-SHOW-SUSPENSE.
           PERFORM 0700-SHOW-EVENTS.

           IF NOT WS-PATIENT-FOUND
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 0800-SHOW-LINE
               MOVE "*** PATIENT NOT FOUND ON ANY PATIENT FILE ***"
                   TO WS-REPORT-LINE
               PERFORM 0800-SHOW-LINE
           END-IF.

           IF WS-REPORT-OPEN
               CLOSE INQUIRY-REPORT-FILE
               DISPLAY "Report filed on PATIRPT."
           END-IF.

           GOBACK.

       0200-ACCEPT-PATIENT.
           DISPLAY "Patient ID: ".
           ACCEPT WS-SEL-PAT-ID.
           DISPLAY "File the inquiry as a report? (Y/N): ".
           ACCEPT WS-FILE-REPORT-SW.

      * Demographics, with the age in completed years as of today
      * worked the same way the batch works it for classification.
       0300-SHOW-DEMOGRAPHICS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.
           MOVE "DEMOGRAPHICS (PATDEMO)" TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.

           OPEN INPUT PATIENT-DEMO-FILE.
           IF NOT WS-PDM-FILE-OK
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  PATDEMO COULD NOT BE OPENED, STATUS "
                   WS-PDM-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0800-SHOW-LINE
           ELSE
               MOVE WS-SEL-PAT-ID TO PDM-PAT-ID
               READ PATIENT-DEMO-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PDM-FILE-OK
                   MOVE "Y" TO WS-PATIENT-FOUND-SW
                   MOVE 0 TO WS-PATIENT-AGE
                   IF PDM-BIRTH-DATE IS NUMERIC
                       AND PDM-BIRTH-DATE > 0
                       AND PDM-BIRTH-DATE < WS-RUN-DATE
                       COMPUTE WS-PATIENT-AGE =
                           (WS-RUN-DATE - PDM-BIRTH-DATE) / 10000
                   END-IF
                   MOVE WS-PATIENT-AGE TO WS-AGE-EDIT
                   EVALUATE PDM-SEX
                       WHEN "M"
                           MOVE "MALE" TO WS-SEX-TEXT
                       WHEN "F"
                           MOVE "FEMALE" TO WS-SEX-TEXT
                       WHEN OTHER
                           MOVE "UNKNOWN" TO WS-SEX-TEXT
                   END-EVALUATE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  BORN " PDM-BIRTH-DATE
                       "   AGE " WS-AGE-EDIT
                       "   SEX " WS-SEX-TEXT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 0800-SHOW-LINE
               ELSE
                   MOVE "  NO DEMOGRAPHICS RECORD" TO WS-REPORT-LINE
                   PERFORM 0800-SHOW-LINE
               END-IF
               CLOSE PATIENT-DEMO-FILE
           END-IF.

      * The master's last reading - the one the next batch run
      * will trend against.
       0350-SHOW-MASTER.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.
           MOVE "LAST READING (PATMAST)" TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.

           OPEN INPUT PATIENT-MASTER-FILE.
           IF NOT WS-PMS-FILE-OK
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  PATMAST COULD NOT BE OPENED, STATUS "
                   WS-PMS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0800-SHOW-LINE
           ELSE
               MOVE WS-SEL-PAT-ID TO PMS-PAT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PMS-FILE-OK
                   MOVE "Y" TO WS-PATIENT-FOUND-SW
                   MOVE PMS-LAST-BMI TO WS-BMI-EDIT
                   MOVE PMS-LAST-WEIGHT TO WS-WEIGHT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   IF PMS-LAST-HEIGHT IS NUMERIC
                       MOVE PMS-LAST-HEIGHT TO WS-HEIGHT-EDIT
                       STRING "  RUN " PMS-LAST-RUN-DATE
                           "   WEIGHT " WS-WEIGHT-EDIT
                           " LBS   HEIGHT " WS-HEIGHT-EDIT
                           " IN   BMI " WS-BMI-EDIT
                           "   " PMS-LAST-CATEGORY
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                   ELSE
                       STRING "  RUN " PMS-LAST-RUN-DATE
                           "   WEIGHT " WS-WEIGHT-EDIT
                           " LBS   HEIGHT N/A   BMI " WS-BMI-EDIT
                           "   " PMS-LAST-CATEGORY
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                   END-IF
                   PERFORM 0800-SHOW-LINE
               ELSE
                   MOVE "  NO MASTER RECORD" TO WS-REPORT-LINE
                   PERFORM 0800-SHOW-LINE
               END-IF
               CLOSE PATIENT-MASTER-FILE
           END-IF.

      * Every roster reading the batch ever wrote for the patient,
      * from the live RESULTS file and all cataloged archives, put
      * in reading date order by the sort - a late or recycled file
      * lists under the day it was taken, not the day it was run.
       0400-SHOW-READING-HISTORY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.
           MOVE "READING HISTORY (RESULTS AND ARCHIVES)"
               TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RDG DATE RUN DATE RUN TIME  WT  HT    BMI  "
               "CATEGORY     IDEAL RANGE          DELTA TO GOAL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0800-SHOW-LINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-READING-DATE
               ON ASCENDING KEY SRT-RUN-DATE
               ON ASCENDING KEY SRT-RUN-TIME
               INPUT PROCEDURE IS 0410-SELECT-READING-ROWS
               OUTPUT PROCEDURE IS 0500-LIST-READINGS.

           MOVE WS-READING-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  READINGS: " WS-COUNT-EDIT
               "   ARCHIVES READ: " WS-ARCHIVES-READ
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0800-SHOW-LINE.

      * Sort input pass: the live file first, then every archive on
      * the directory - a patient's history can reach back before
      * any cutoff, so no archive is passed over. The reading still
      * being gathered when the last file ends is released here.
       0410-SELECT-READING-ROWS.
           MOVE 0 TO WS-PRIOR-RUN-DATE.
           MOVE 0 TO WS-PRIOR-RUN-TIME.
           PERFORM 0530-CLEAR-READING.
           OPEN INPUT RESULTS-FILE.
           IF NOT WS-RES-FILE-OK
               DISPLAY "ERROR OPENING RESULTS-FILE, STATUS: ",
                   WS-RES-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0420-READ-RESULT-ROW
               PERFORM UNTIL WS-RES-FILE-EOF
                   PERFORM 0470-TEST-RESULT-ROW
                   PERFORM 0420-READ-RESULT-ROW
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.
           PERFORM 0430-SCAN-ARCHIVES.
           IF WS-PRIOR-RUN-DATE NOT = 0
               PERFORM 0480-RELEASE-READING
           END-IF.

       0420-READ-RESULT-ROW.
           READ RESULTS-FILE
               AT END
                   SET WS-RES-FILE-EOF TO TRUE
           END-READ.

      * No directory means no rollover has ever run, which is not
      * an error.
       0430-SCAN-ARCHIVES.
           MOVE 0 TO WS-ARCHIVES-READ.
           OPEN INPUT ARCHIVE-DIR-FILE.
           IF WS-DIR-FILE-OK
               PERFORM 0440-READ-DIR-ROW
               PERFORM UNTIL WS-DIR-FILE-EOF
                   PERFORM 0450-READ-ONE-ARCHIVE
                   PERFORM 0440-READ-DIR-ROW
               END-PERFORM
               CLOSE ARCHIVE-DIR-FILE
           END-IF.

       0440-READ-DIR-ROW.
           READ ARCHIVE-DIR-FILE
               AT END
                   SET WS-DIR-FILE-EOF TO TRUE
           END-READ.

      * One archive's pass: rows land in the live file's record area
      * (closed by now) so one test serves both sources.
       0450-READ-ONE-ARCHIVE.
           MOVE DIR-ARCHIVE-NAME TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT RESULTS-ARCHIVE-FILE.
           IF NOT WS-ARC-FILE-OK
               DISPLAY "WARNING: cataloged archive ",
                   WS-ARCHIVE-FILE-NAME, " could not be opened, ",
                   "STATUS: ", WS-ARC-FILE-STATUS
           ELSE
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM 0460-READ-ARCHIVE-ROW
               PERFORM UNTIL WS-ARC-FILE-EOF
                   MOVE RESULTS-ARCHIVE-RECORD TO RESULTS-RECORD
                   PERFORM 0470-TEST-RESULT-ROW
                   PERFORM 0460-READ-ARCHIVE-ROW
               END-PERFORM
               CLOSE RESULTS-ARCHIVE-FILE
           END-IF.

       0460-READ-ARCHIVE-ROW.
           READ RESULTS-ARCHIVE-FILE
               AT END
                   SET WS-ARC-FILE-EOF TO TRUE
           END-READ.

      * A reading row is one of the five keyed rows the history
      * lists out of those the batch writes per processed patient.
      * A change of run date and time closes out the reading being
      * gathered and releases it to the sort.
       0470-TEST-RESULT-ROW.
           ADD 1 TO WS-ROWS-READ.
           IF RES-PROGRAM-NAME = "BMICalculator"
               AND RES-KEY-ID = WS-SEL-PAT-ID
               IF RES-METHOD-LABEL = "BMI"
                   OR RES-METHOD-LABEL = "CATEGORY"
                   OR RES-METHOD-LABEL = "IDEAL-RANGE"
                   OR RES-METHOD-LABEL = "DELTA-TO-GOAL"
                   OR RES-METHOD-LABEL = "READING"
                   ADD 1 TO WS-ROWS-SELECTED
                   IF RES-RUN-DATE NOT = WS-PRIOR-RUN-DATE
                       OR RES-RUN-TIME NOT = WS-PRIOR-RUN-TIME
                       IF WS-PRIOR-RUN-DATE NOT = 0
                           PERFORM 0480-RELEASE-READING
                       END-IF
                       MOVE RES-RUN-DATE TO WS-PRIOR-RUN-DATE
                       MOVE RES-RUN-TIME TO WS-PRIOR-RUN-TIME
                       PERFORM 0530-CLEAR-READING
                   END-IF
                   PERFORM 0520-GATHER-READING
               END-IF
           END-IF.

       0480-RELEASE-READING.
           IF WS-RDG-READING-DATE = 0
               MOVE WS-PRIOR-RUN-DATE TO SRT-READING-DATE
           ELSE
               MOVE WS-RDG-READING-DATE TO SRT-READING-DATE
           END-IF.
           MOVE WS-PRIOR-RUN-DATE TO SRT-RUN-DATE.
           MOVE WS-PRIOR-RUN-TIME TO SRT-RUN-TIME.
           MOVE WS-RDG-BMI TO SRT-BMI.
           MOVE WS-RDG-CATEGORY TO SRT-CATEGORY.
           MOVE WS-RDG-IDEAL TO SRT-IDEAL.
           MOVE WS-RDG-DELTA TO SRT-DELTA.
           MOVE WS-RDG-WEIGHT TO SRT-WEIGHT.
           MOVE WS-RDG-HEIGHT TO SRT-HEIGHT.
           RELEASE SORT-WORK-RECORD.

      * Sort output pass: one line per reading, in reading date
      * order.
       0500-LIST-READINGS.
           MOVE 0 TO WS-READING-COUNT.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 0510-RETURN-SORTED-ROW.
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 0540-WRITE-READING-LINE
               PERFORM 0510-RETURN-SORTED-ROW
           END-PERFORM.
           IF WS-READING-COUNT = 0
               MOVE "  NO READINGS ON FILE" TO WS-REPORT-LINE
               PERFORM 0800-SHOW-LINE
           ELSE
               MOVE "Y" TO WS-PATIENT-FOUND-SW
           END-IF.

       0510-RETURN-SORTED-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       0520-GATHER-READING.
           EVALUATE RES-METHOD-LABEL
               WHEN "BMI"
                   MOVE RES-RESULT-VALUE(1:6) TO WS-RDG-BMI
               WHEN "CATEGORY"
                   MOVE RES-RESULT-VALUE(1:11) TO WS-RDG-CATEGORY
               WHEN "IDEAL-RANGE"
                   MOVE RES-RESULT-VALUE(1:20) TO WS-RDG-IDEAL
               WHEN "DELTA-TO-GOAL"
                   MOVE RES-RESULT-VALUE(1:24) TO WS-RDG-DELTA
               WHEN "READING"
                   MOVE RES-RESULT-VALUE TO EHR-READING-VALUE
                   IF RDV-READING-DATE IS NUMERIC
                       MOVE RDV-READING-DATE TO WS-RDG-READING-DATE
                   END-IF
                   MOVE RDV-WEIGHT TO WS-RDG-WEIGHT
                   MOVE RDV-HEIGHT-INCHES TO WS-RDG-HEIGHT
           END-EVALUATE.

       0530-CLEAR-READING.
           MOVE 0 TO WS-RDG-READING-DATE.
           MOVE SPACES TO WS-RDG-BMI.
           MOVE SPACES TO WS-RDG-CATEGORY.
           MOVE SPACES TO WS-RDG-IDEAL.
           MOVE SPACES TO WS-RDG-DELTA.
           MOVE SPACES TO WS-RDG-WEIGHT.
           MOVE SPACES TO WS-RDG-HEIGHT.

       0540-WRITE-READING-LINE.
           ADD 1 TO WS-READING-COUNT.
           MOVE SRT-WEIGHT TO WS-RDG-WEIGHT.
           MOVE SRT-HEIGHT TO WS-RDG-HEIGHT.
           MOVE SPACES TO WS-RDG-WEIGHT-TEXT.
           IF WS-RDG-WEIGHT IS NUMERIC
               MOVE WS-RDG-WEIGHT-N TO WS-WEIGHT-EDIT
               MOVE WS-WEIGHT-EDIT TO WS-RDG-WEIGHT-TEXT
           END-IF.
           MOVE SPACES TO WS-RDG-HEIGHT-TEXT.
           IF WS-RDG-HEIGHT IS NUMERIC
               MOVE WS-RDG-HEIGHT-N TO WS-HEIGHT-EDIT
               MOVE WS-HEIGHT-EDIT TO WS-RDG-HEIGHT-TEXT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " SRT-READING-DATE " " SRT-RUN-DATE
               " " SRT-RUN-TIME " " WS-RDG-WEIGHT-TEXT
               " " WS-RDG-HEIGHT-TEXT " " SRT-BMI "  " SRT-CATEGORY
               "  " SRT-IDEAL " " SRT-DELTA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0800-SHOW-LINE.

      * Readings held back for clinical review, and what became of
      * them. A missing suspense file just means nothing was ever
      * held.
       0600-SHOW-SUSPENSE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.
           MOVE "HELD READINGS (PATSUSP)" TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.
           MOVE 0 TO WS-SUSPENSE-COUNT.

           OPEN INPUT PATIENT-SUSPENSE-FILE.
           IF WS-SUS-FILE-OK
               MOVE "N" TO WS-SUS-DONE-SW
               MOVE LOW-VALUES TO SUS-KEY
               MOVE WS-SEL-PAT-ID TO SUS-PAT-ID
               START PATIENT-SUSPENSE-FILE
                   KEY IS NOT LESS THAN SUS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SUS-DONE-SW
               END-START
               IF NOT WS-SUS-DONE
                   PERFORM 0650-READ-NEXT-SUSPENSE
               END-IF
               PERFORM UNTIL WS-SUS-DONE
                   PERFORM 0660-SHOW-SUSPENSE-ROW
                   PERFORM 0650-READ-NEXT-SUSPENSE
               END-PERFORM
               CLOSE PATIENT-SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-COUNT = 0
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM 0800-SHOW-LINE
           ELSE
               MOVE "Y" TO WS-PATIENT-FOUND-SW
           END-IF.

       0650-READ-NEXT-SUSPENSE.
           READ PATIENT-SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SUS-DONE-SW
           END-READ.
           IF NOT WS-SUS-FILE-OK
               MOVE "Y" TO WS-SUS-DONE-SW
           END-IF.
           IF NOT WS-SUS-DONE
               AND SUS-PAT-ID NOT = WS-SEL-PAT-ID
               MOVE "Y" TO WS-SUS-DONE-SW
           END-IF.

       0660-SHOW-SUSPENSE-ROW.
           ADD 1 TO WS-SUSPENSE-COUNT.
           EVALUATE SUS-STATUS
               WHEN "H"
                   MOVE "HELD" TO WS-SUS-STATUS-TEXT
               WHEN "R"
                   MOVE "RELEASED" TO WS-SUS-STATUS-TEXT
               WHEN "P"
                   MOVE "POSTED" TO WS-SUS-STATUS-TEXT
               WHEN "X"
                   MOVE "REJECTED" TO WS-SUS-STATUS-TEXT
               WHEN "E"
                   MOVE "NOT POSTED" TO WS-SUS-STATUS-TEXT
               WHEN OTHER
                   MOVE SUS-STATUS TO WS-SUS-STATUS-TEXT
           END-EVALUATE.
           MOVE SUS-WEIGHT TO WS-WEIGHT-EDIT.
           MOVE SUS-HEIGHT-INCHES TO WS-HEIGHT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  HELD " SUS-HELD-RUN-DATE " " SUS-HELD-RUN-TIME
               "   WEIGHT " WS-WEIGHT-EDIT
               "   HEIGHT " WS-HEIGHT-EDIT
               "   REASON " SUS-HOLD-REASON
               "   " WS-SUS-STATUS-TEXT
               " " SUS-REJECT-REASON
               " " SUS-DECISION-DATE
               " " SUS-DECISION-OPERATOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0800-SHOW-LINE.

      * Rejects and outreach from the patient event history, which
      * outlives the per-run reject and extract files.
       0700-SHOW-EVENTS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.
           MOVE "REJECTS AND OUTREACH (PATEVNT)" TO WS-REPORT-LINE.
           PERFORM 0800-SHOW-LINE.
           MOVE 0 TO WS-REJECT-COUNT.
           MOVE 0 TO WS-OUTREACH-COUNT.
           MOVE 0 TO WS-LAST-OUTREACH-DATE.

           OPEN INPUT PATIENT-EVENT-FILE.
           IF WS-EVT-FILE-OK
               PERFORM 0710-READ-EVENT
               PERFORM UNTIL WS-EVT-FILE-EOF
                   IF PEV-PAT-ID = WS-SEL-PAT-ID
                       PERFORM 0720-SHOW-EVENT
                   END-IF
                   PERFORM 0710-READ-EVENT
               END-PERFORM
               CLOSE PATIENT-EVENT-FILE
           END-IF.

           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  REJECTS ON RECORD: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0800-SHOW-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-OUTREACH-COUNT = 0
               MOVE "  OUTREACH EXTRACT:  NEVER SENT" TO WS-REPORT-LINE
           ELSE
               MOVE WS-OUTREACH-COUNT TO WS-COUNT-EDIT
               STRING "  OUTREACH EXTRACT: " WS-COUNT-EDIT
                   " TIME(S), LAST " WS-LAST-OUTREACH-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 0800-SHOW-LINE.

       0710-READ-EVENT.
           READ PATIENT-EVENT-FILE
               AT END
                   SET WS-EVT-FILE-EOF TO TRUE
           END-READ.

       0720-SHOW-EVENT.
           MOVE "Y" TO WS-PATIENT-FOUND-SW.
           EVALUATE PEV-EVENT-TYPE
               WHEN "OUT"
                   ADD 1 TO WS-OUTREACH-COUNT
                   IF PEV-RUN-DATE > WS-LAST-OUTREACH-DATE
                       MOVE PEV-RUN-DATE TO WS-LAST-OUTREACH-DATE
                   END-IF
                   MOVE "OUTREACH" TO WS-EVENT-TEXT
               WHEN "DRJ"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REG REJECT" TO WS-EVENT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "ROSTER REJECT" TO WS-EVENT-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " PEV-RUN-DATE " " PEV-RUN-TIME
               " " WS-EVENT-TEXT
               " FILE " PEV-FILE-DATE " " PEV-SOURCE-ID
               " " PEV-REASON-CODE " " PEV-DETAIL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 0800-SHOW-LINE.

      * Every inquiry line goes to the screen, and to the filed
      * report when one was asked for.
       0800-SHOW-LINE.
           DISPLAY WS-REPORT-LINE(1:100).
           IF WS-REPORT-OPEN
               MOVE WS-REPORT-LINE TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.

       END PROGRAM PatInquiry.
