       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EhrExtract".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
      * The archive directory ResultsPurge maintains, and the dated
      * archives it points at, so a run from before the retention
      * cutoff can still be re-extracted.
           SELECT ARCHIVE-DIR-FILE ASSIGN TO "RESARCDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.
           SELECT RESULTS-ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
           SELECT EHR-EXTRACT-FILE ASSIGN TO "EHREXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EHX-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
           COPY RESULTS.

       FD  ARCHIVE-DIR-FILE.
           COPY ARCDIR.

       FD  RESULTS-ARCHIVE-FILE.
       01  RESULTS-ARCHIVE-RECORD  PIC X(226).

      * Sort work record mirrors the RESULTS layout so the run's
      * rows, gathered in append order from the live file and any
      * archive that can hold them, come back grouped by patient and
      * still in the order the batch wrote them - BMI first - so a
      * patient read twice in one run (sent by two clinics) comes
      * back as two readings.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-PROGRAM-NAME      PIC X(15).
           05 SRT-RUN-DATE          PIC 9(8).
           05 SRT-RUN-TIME          PIC 9(8).
           05 SRT-KEY-ID            PIC X(10).
           05 SRT-METHOD-LABEL      PIC X(15).
           05 SRT-RESULT-VALUE      PIC X(170).

      * Comma-delimited interface file for the electronic health
      * record: an HDR row naming the run extracted and carrying
      * the record count and BMI hash total, one DTL row per
      * processed patient, and a TRL row repeating the count and
      * hash of the rows actually written, so the EHR side can
      * balance the file before loading it.
       FD  EHR-EXTRACT-FILE.
       01  EHR-EXTRACT-RECORD      PIC X(200).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       WORKING-STORAGE SECTION.
       01 WS-RES-FILE-STATUS      PIC XX.
          88 WS-RES-FILE-OK            VALUE "00".
          88 WS-RES-FILE-EOF           VALUE "10".

       01 WS-DIR-FILE-STATUS      PIC XX.
          88 WS-DIR-FILE-OK            VALUE "00".
          88 WS-DIR-FILE-EOF           VALUE "10".

       01 WS-ARC-FILE-STATUS      PIC XX.
          88 WS-ARC-FILE-OK            VALUE "00".
          88 WS-ARC-FILE-EOF           VALUE "10".

       01 WS-EHX-FILE-STATUS      PIC XX.
          88 WS-EHX-FILE-OK            VALUE "00".

       01 WS-RC-FILE-STATUS       PIC XX.
          88 WS-RC-FILE-OK             VALUE "00".

       01 WS-EXC-FILE-STATUS      PIC XX.
          88 WS-EXC-FILE-OK            VALUE "00".

       01 WS-ARCHIVE-FILE-NAME    PIC X(16).
       01 WS-ARCHIVES-READ        PIC 9(3) VALUE 0.

       01 WS-PARM-MODE-SW         PIC X(01) VALUE "N".
          88 WS-PARM-MODE              VALUE "Y".

       01 WS-EHX-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-EHX-OPEN               VALUE "Y".

       01 WS-SORT-EOF-SW          PIC X(01) VALUE "N".
          88 WS-SORT-EOF               VALUE "Y".

      * This extraction's own stamp, which is the run ID its RUNCTL
      * registration carries.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RUN-ID               PIC X(16).

      * The BMICalculator run being extracted, by the run stamp its
      * audit row and RESULTS rows carry.
       01 WS-SEL-RUN-DATE-X       PIC X(08).
       01 WS-SEL-RUN-TIME-X       PIC X(08).
       01 WS-SEL-RUN-DATE         PIC 9(08) VALUE 0.
       01 WS-SEL-RUN-TIME         PIC 9(08) VALUE 0.
       01 WS-EXTRACT-TYPE         PIC X(09).

      * One patient is gathered from their five RESULTS rows before
      * the DTL row is written. The edited values are taken back to
      * numbers through the same edit pictures that wrote them.
       01 WS-GRP-PAT-ID           PIC X(10).
       01 WS-GRP-BMI-SEEN-SW      PIC X(01) VALUE "N".
          88 WS-GRP-BMI-SEEN           VALUE "Y".
       01 WS-GRP-READING-SEEN-SW  PIC X(01) VALUE "N".
          88 WS-GRP-READING-SEEN       VALUE "Y".
       01 WS-GRP-BMI-X            PIC X(06).
       01 WS-GRP-BMI-EDIT REDEFINES WS-GRP-BMI-X
                                  PIC ZZ9.99.
       01 WS-GRP-BMI              PIC 999V99.
       01 WS-GRP-CATEGORY         PIC X(11).
       01 WS-GRP-IDEAL-MIN-X      PIC X(05).
       01 WS-GRP-IDEAL-MIN-EDIT REDEFINES WS-GRP-IDEAL-MIN-X
                                  PIC ZZ9.9.
       01 WS-GRP-IDEAL-MAX-X      PIC X(05).
       01 WS-GRP-IDEAL-MAX-EDIT REDEFINES WS-GRP-IDEAL-MAX-X
                                  PIC ZZ9.9.
       01 WS-GRP-IDEAL-MIN        PIC 999V9.
       01 WS-GRP-IDEAL-MAX        PIC 999V9.
       01 WS-GRP-DELTA-X          PIC X(06).
       01 WS-GRP-DELTA-EDIT REDEFINES WS-GRP-DELTA-X
                                  PIC +ZZ9.9.
       01 WS-GRP-DELTA            PIC S999V9.

           COPY EHRREAD.

      * Fixed-width, zero-filled renderings for the delimited rows,
      * so no field carries an embedded space.
       01 WS-CSV-WEIGHT           PIC 9(03).
       01 WS-CSV-HEIGHT           PIC 9(03).
       01 WS-CSV-BMI              PIC 999.99.
       01 WS-CSV-IDEAL-MIN        PIC 999.9.
       01 WS-CSV-IDEAL-MAX        PIC 999.9.
       01 WS-CSV-DELTA            PIC +999.9.
       01 WS-CSV-COUNT            PIC 9(06).
       01 WS-CSV-HASH             PIC 9(09).99.

      * Control totals: what the selection pass found (carried on
      * the header) and what the write pass wrote (carried on the
      * trailer). The two must agree.
       01 WS-ROWS-READ            PIC 9(7) VALUE 0.
       01 WS-ROWS-SELECTED        PIC 9(7) VALUE 0.
       01 WS-SEL-PATIENTS         PIC 9(6) VALUE 0.
       01 WS-SEL-BMI-HASH         PIC 9(9)V99 VALUE 0.
       01 WS-EHX-COUNT            PIC 9(6) VALUE 0.
       01 WS-EHX-BMI-HASH         PIC 9(9)V99 VALUE 0.
       01 WS-EHX-NO-READING       PIC 9(6) VALUE 0.

       01 WS-MAX-SEVERITY         PIC 9(2) VALUE 0.
       01 WS-NEW-SEVERITY         PIC 9(2) VALUE 0.

       01 WS-EXC-CODE             PIC X(08).
       01 WS-EXC-SEVERITY         PIC 9(02).
       01 WS-EXC-KEY              PIC X(20).
       01 WS-EXC-DESC             PIC X(60).

       LINKAGE SECTION.
       COPY EHRPARM.

       PROCEDURE DIVISION USING EHR-PARM-AREA.
       0100-START-HERE.
      * Called at the end of a BMICalculator batch or recycle run,
      * the run to extract comes in the parameter area; run on its
      * own, it is a re-extract of a run whose transmission was
      * lost, and the operator names the run.
           IF ADDRESS OF EHR-PARM-AREA = NULL
               MOVE "N" TO WS-PARM-MODE-SW
           ELSE
               MOVE "Y" TO WS-PARM-MODE-SW
           END-IF.

           MOVE 0 TO WS-MAX-SEVERITY.
           MOVE "N" TO WS-EHX-OPEN-SW.
           MOVE 0 TO WS-ROWS-READ.
           MOVE 0 TO WS-ROWS-SELECTED.
           MOVE 0 TO WS-SEL-PATIENTS.
           MOVE 0 TO WS-SEL-BMI-HASH.
           MOVE 0 TO WS-EHX-COUNT.
           MOVE 0 TO WS-EHX-BMI-HASH.
           MOVE 0 TO WS-EHX-NO-READING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING.

           IF WS-PARM-MODE
               MOVE EP-RUN-DATE TO WS-SEL-RUN-DATE
               MOVE EP-RUN-TIME TO WS-SEL-RUN-TIME
               MOVE "ORIGINAL" TO WS-EXTRACT-TYPE
           ELSE
               PERFORM 0200-ACCEPT-RUN
               IF WS-SEL-RUN-DATE = 0
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "REEXTRACT" TO WS-EXTRACT-TYPE
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-KEY-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0300-SELECT-RUN-ROWS
               OUTPUT PROCEDURE IS 0500-WRITE-EXTRACT
                   THRU 0500-WRITE-EXTRACT-EXIT.

           IF WS-EHX-OPEN
               CLOSE EHR-EXTRACT-FILE
               MOVE "N" TO WS-EHX-OPEN-SW
               PERFORM 0700-REGISTER-EXTRACT
               DISPLAY "EHR interface extract (", WS-EXTRACT-TYPE,
                   ") of run ", WS-SEL-RUN-DATE, " ",
                   WS-SEL-RUN-TIME, " written: ", WS-EHX-COUNT,
                   " patients."
           END-IF.

           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           GOBACK.

      * The run is named by the stamp on its audit row; an entry
      * that is not a valid date and an eight-digit time leaves the
      * run date zero, and nothing is extracted.
       0200-ACCEPT-RUN.
           MOVE 0 TO WS-SEL-RUN-DATE.
           MOVE 0 TO WS-SEL-RUN-TIME.
           DISPLAY "BMICalculator run date to re-extract (YYYYMMDD): ".
           MOVE SPACES TO WS-SEL-RUN-DATE-X.
           ACCEPT WS-SEL-RUN-DATE-X.
           DISPLAY "Run time as on its audit row (HHMMSSHH): ".
           MOVE SPACES TO WS-SEL-RUN-TIME-X.
           ACCEPT WS-SEL-RUN-TIME-X.
           IF WS-SEL-RUN-DATE-X IS NOT NUMERIC
               OR WS-SEL-RUN-TIME-X IS NOT NUMERIC
               DISPLAY "ERROR: run date and time must be numeric."
           ELSE
               MOVE WS-SEL-RUN-DATE-X TO WS-SEL-RUN-DATE
               MOVE WS-SEL-RUN-TIME-X TO WS-SEL-RUN-TIME
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEL-RUN-DATE)
                   NOT = 0
                   DISPLAY "ERROR: run date is not a valid date."
                   MOVE 0 TO WS-SEL-RUN-DATE
               END-IF
           END-IF.

      * Sort input pass: the live file first, then every archive
      * whose cutoff falls after the run date, since only those can
      * hold the run's rows once the retention rollover has moved
      * them.
       0300-SELECT-RUN-ROWS.
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
               PERFORM 0310-READ-RESULT-ROW
               PERFORM UNTIL WS-RES-FILE-EOF
                   PERFORM 0350-TEST-RESULT-ROW
                   PERFORM 0310-READ-RESULT-ROW
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.
           PERFORM 0320-SCAN-ARCHIVES.

       0310-READ-RESULT-ROW.
           READ RESULTS-FILE
               AT END
                   SET WS-RES-FILE-EOF TO TRUE
           END-READ.

      * No directory means no rollover has ever run, which is not
      * an error.
       0320-SCAN-ARCHIVES.
           MOVE 0 TO WS-ARCHIVES-READ.
           OPEN INPUT ARCHIVE-DIR-FILE.
           IF WS-DIR-FILE-OK
               PERFORM 0330-READ-DIR-ROW
               PERFORM UNTIL WS-DIR-FILE-EOF
                   IF DIR-CUTOFF-DATE > WS-SEL-RUN-DATE
                       PERFORM 0340-READ-ONE-ARCHIVE
                   END-IF
                   PERFORM 0330-READ-DIR-ROW
               END-PERFORM
               CLOSE ARCHIVE-DIR-FILE
           END-IF.

       0330-READ-DIR-ROW.
           READ ARCHIVE-DIR-FILE
               AT END
                   SET WS-DIR-FILE-EOF TO TRUE
           END-READ.

      * One archive's pass: rows land in the live file's record area
      * (closed by now) so one test serves both sources.
       0340-READ-ONE-ARCHIVE.
           MOVE DIR-ARCHIVE-NAME TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT RESULTS-ARCHIVE-FILE.
           IF NOT WS-ARC-FILE-OK
               DISPLAY "WARNING: cataloged archive ",
                   WS-ARCHIVE-FILE-NAME, " could not be opened, ",
                   "STATUS: ", WS-ARC-FILE-STATUS
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           ELSE
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM 0345-READ-ARCHIVE-ROW
               PERFORM UNTIL WS-ARC-FILE-EOF
                   MOVE RESULTS-ARCHIVE-RECORD TO RESULTS-RECORD
                   PERFORM 0350-TEST-RESULT-ROW
                   PERFORM 0345-READ-ARCHIVE-ROW
               END-PERFORM
               CLOSE RESULTS-ARCHIVE-FILE
           END-IF.

       0345-READ-ARCHIVE-ROW.
           READ RESULTS-ARCHIVE-FILE
               AT END
                   SET WS-ARC-FILE-EOF TO TRUE
           END-READ.

      * A row belongs to the extract when it is one of the keyed
      * patient rows of the named run. Each BMI row is one patient,
      * and is counted into the header's control totals here.
       0350-TEST-RESULT-ROW.
           ADD 1 TO WS-ROWS-READ.
           IF RES-PROGRAM-NAME = "BMICalculator"
               AND RES-RUN-DATE = WS-SEL-RUN-DATE
               AND RES-RUN-TIME = WS-SEL-RUN-TIME
               AND RES-KEY-ID NOT = SPACES
               IF RES-METHOD-LABEL = "BMI"
                   OR RES-METHOD-LABEL = "CATEGORY"
                   OR RES-METHOD-LABEL = "IDEAL-RANGE"
                   OR RES-METHOD-LABEL = "DELTA-TO-GOAL"
                   OR RES-METHOD-LABEL = "READING"
                   ADD 1 TO WS-ROWS-SELECTED
                   IF RES-METHOD-LABEL = "BMI"
                       ADD 1 TO WS-SEL-PATIENTS
                       MOVE RES-RESULT-VALUE(1:6) TO WS-GRP-BMI-X
                       PERFORM 0640-DECODE-BMI
                       ADD WS-GRP-BMI TO WS-SEL-BMI-HASH
                   END-IF
                   MOVE RESULTS-RECORD TO SORT-WORK-RECORD
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      * Sort output pass: the header goes out with the selection
      * pass's totals, a break on patient ID or a second BMI row for
      * the same patient closes out one DTL row,
      * and the trailer carries what was actually written. A run
      * with no patient rows writes no file and registers nothing,
      * so neither a wrong re-extract stamp nor a calling run that
      * processed nobody (roster not opened, duplicate blocked, an
      * empty roster) can overwrite a good extract with an empty
      * one. The calling run has already reported its own failure;
      * only a re-extract that finds nothing is an exception here.
       0500-WRITE-EXTRACT.
           IF WS-SEL-PATIENTS = 0
               IF WS-PARM-MODE
                   DISPLAY "No patients processed by run ",
                       WS-SEL-RUN-DATE, " ", WS-SEL-RUN-TIME,
                       " - no EHR extract written, previous ",
                       "extract left in place."
               ELSE
                   DISPLAY "*** No BMICalculator patient rows found ",
                       "for run ", WS-SEL-RUN-DATE, " ",
                       WS-SEL-RUN-TIME, " - nothing extracted ***"
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9900-RAISE-SEVERITY
                   MOVE "EHRNORUN" TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-KEY
                   STRING WS-SEL-RUN-DATE WS-SEL-RUN-TIME
                       DELIMITED BY SIZE INTO WS-EXC-KEY
                   END-STRING
                   MOVE "RE-EXTRACT FOUND NO RESULTS ROWS FOR THE RUN"
                       TO WS-EXC-DESC
                   PERFORM 9800-WRITE-EXCEPTION
               END-IF
               GO TO 0500-WRITE-EXTRACT-EXIT
           END-IF.

           OPEN OUTPUT EHR-EXTRACT-FILE.
           IF NOT WS-EHX-FILE-OK
               DISPLAY "ERROR OPENING EHR-EXTRACT-FILE, STATUS: ",
                   WS-EHX-FILE-STATUS
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE "EHREXTR" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "EHR EXTRACT OPEN FAILED, STATUS "
                   WS-EHX-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
               GO TO 0500-WRITE-EXTRACT-EXIT
           END-IF.
           MOVE "Y" TO WS-EHX-OPEN-SW.

           MOVE WS-SEL-PATIENTS TO WS-CSV-COUNT.
           MOVE WS-SEL-BMI-HASH TO WS-CSV-HASH.
           MOVE SPACES TO EHR-EXTRACT-RECORD.
           STRING "HDR,BMIRESULTS," WS-SEL-RUN-DATE ","
               WS-SEL-RUN-TIME "," WS-RUN-ID ","
               DELIMITED BY SIZE
               WS-EXTRACT-TYPE DELIMITED BY SPACE
               "," WS-CSV-COUNT "," WS-CSV-HASH
               DELIMITED BY SIZE
               INTO EHR-EXTRACT-RECORD
           END-STRING.
           WRITE EHR-EXTRACT-RECORD.

           MOVE SPACES TO WS-GRP-PAT-ID.
           PERFORM 0630-CLEAR-PATIENT.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 0510-RETURN-SORTED-ROW.
           PERFORM UNTIL WS-SORT-EOF
               IF SRT-KEY-ID NOT = WS-GRP-PAT-ID
                   OR (SRT-METHOD-LABEL = "BMI" AND WS-GRP-BMI-SEEN)
                   IF WS-GRP-PAT-ID NOT = SPACES
                       PERFORM 0600-WRITE-PATIENT-ROW
                           THRU 0600-WRITE-PATIENT-ROW-EXIT
                   END-IF
                   MOVE SRT-KEY-ID TO WS-GRP-PAT-ID
                   PERFORM 0630-CLEAR-PATIENT
               END-IF
               PERFORM 0520-GATHER-PATIENT-ROW
               PERFORM 0510-RETURN-SORTED-ROW
           END-PERFORM.
           IF WS-GRP-PAT-ID NOT = SPACES
               PERFORM 0600-WRITE-PATIENT-ROW
                   THRU 0600-WRITE-PATIENT-ROW-EXIT
           END-IF.

           MOVE WS-EHX-COUNT TO WS-CSV-COUNT.
           MOVE WS-EHX-BMI-HASH TO WS-CSV-HASH.
           MOVE SPACES TO EHR-EXTRACT-RECORD.
           STRING "TRL," WS-CSV-COUNT "," WS-CSV-HASH
               DELIMITED BY SIZE INTO EHR-EXTRACT-RECORD
           END-STRING.
           WRITE EHR-EXTRACT-RECORD.

           IF WS-EHX-COUNT NOT = WS-SEL-PATIENTS
               OR WS-EHX-BMI-HASH NOT = WS-SEL-BMI-HASH
               DISPLAY "*** EHR extract trailer does not agree with ",
                   "its header: ", WS-EHX-COUNT, " rows written, ",
                   WS-SEL-PATIENTS, " selected ***"
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "EHROUTBL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE "EHREXTR" TO WS-EXC-KEY
               MOVE "EHR EXTRACT HEADER AND TRAILER TOTALS DISAGREE"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.
           IF WS-EHX-NO-READING > 0
               DISPLAY "Patients extracted without a READING row ",
                   "(run journaled before the row was kept): ",
                   WS-EHX-NO-READING
           END-IF.

       0500-WRITE-EXTRACT-EXIT.
           EXIT.

       0510-RETURN-SORTED-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.

       0520-GATHER-PATIENT-ROW.
           EVALUATE SRT-METHOD-LABEL
               WHEN "BMI"
                   MOVE SRT-RESULT-VALUE(1:6) TO WS-GRP-BMI-X
                   PERFORM 0640-DECODE-BMI
                   MOVE "Y" TO WS-GRP-BMI-SEEN-SW
               WHEN "CATEGORY"
                   MOVE SRT-RESULT-VALUE(1:11) TO WS-GRP-CATEGORY
               WHEN "IDEAL-RANGE"
                   MOVE SRT-RESULT-VALUE(1:5) TO WS-GRP-IDEAL-MIN-X
                   MOVE SRT-RESULT-VALUE(10:5) TO WS-GRP-IDEAL-MAX-X
                   MOVE WS-GRP-IDEAL-MIN-EDIT TO WS-GRP-IDEAL-MIN
                   MOVE WS-GRP-IDEAL-MAX-EDIT TO WS-GRP-IDEAL-MAX
               WHEN "DELTA-TO-GOAL"
                   IF SRT-RESULT-VALUE(1:12) = "WITHIN RANGE"
                       MOVE 0 TO WS-GRP-DELTA
                   ELSE
                       MOVE SRT-RESULT-VALUE(1:6) TO WS-GRP-DELTA-X
                       MOVE WS-GRP-DELTA-EDIT TO WS-GRP-DELTA
                   END-IF
               WHEN "READING"
                   MOVE SRT-RESULT-VALUE TO EHR-READING-VALUE
                   MOVE "Y" TO WS-GRP-READING-SEEN-SW
           END-EVALUATE.

      * One DTL row: PAT-ID, reading date, weight (lbs), height (in),
      * BMI, age group, category, ideal weight range low and high
      * (lbs), weight delta to the nearest edge of the range (lbs,
      * zero when within it), trend, and source clinic ID. Runs
      * journaled before the READING row was kept have no reading
      * particulars; those go out dated by the run, weight and
      * height zero, and the age group taken from the category.
       0600-WRITE-PATIENT-ROW.
           IF NOT WS-GRP-BMI-SEEN
               GO TO 0600-WRITE-PATIENT-ROW-EXIT
           END-IF.
           IF NOT WS-GRP-READING-SEEN
               ADD 1 TO WS-EHX-NO-READING
               MOVE SPACES TO EHR-READING-VALUE
               MOVE WS-SEL-RUN-DATE TO RDV-READING-DATE
               MOVE 0 TO RDV-WEIGHT
               MOVE 0 TO RDV-HEIGHT-INCHES
               IF WS-GRP-CATEGORY = "PED-UNDERWT"
                   OR WS-GRP-CATEGORY = "HEALTHY"
                   OR WS-GRP-CATEGORY = "PED-OVERWT"
                   OR WS-GRP-CATEGORY = "PED-OBESE"
                   MOVE "PEDIATRIC" TO RDV-AGE-GROUP
               ELSE
                   MOVE "ADULT" TO RDV-AGE-GROUP
               END-IF
           END-IF.

           MOVE RDV-WEIGHT TO WS-CSV-WEIGHT.
           MOVE RDV-HEIGHT-INCHES TO WS-CSV-HEIGHT.
           MOVE WS-GRP-BMI TO WS-CSV-BMI.
           MOVE WS-GRP-IDEAL-MIN TO WS-CSV-IDEAL-MIN.
           MOVE WS-GRP-IDEAL-MAX TO WS-CSV-IDEAL-MAX.
           MOVE WS-GRP-DELTA TO WS-CSV-DELTA.
           MOVE SPACES TO EHR-EXTRACT-RECORD.
           STRING "DTL," DELIMITED BY SIZE
               WS-GRP-PAT-ID DELIMITED BY SPACE
               "," RDV-READING-DATE "," WS-CSV-WEIGHT
               "," WS-CSV-HEIGHT "," WS-CSV-BMI ","
               DELIMITED BY SIZE
               RDV-AGE-GROUP DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-GRP-CATEGORY DELIMITED BY SPACE
               "," WS-CSV-IDEAL-MIN "," WS-CSV-IDEAL-MAX
               "," WS-CSV-DELTA ","
               DELIMITED BY SIZE
               RDV-TREND DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               RDV-SOURCE-ID DELIMITED BY "  "
               INTO EHR-EXTRACT-RECORD
           END-STRING.
           WRITE EHR-EXTRACT-RECORD.
           ADD 1 TO WS-EHX-COUNT.
           ADD WS-GRP-BMI TO WS-EHX-BMI-HASH.

       0600-WRITE-PATIENT-ROW-EXIT.
           EXIT.

       0630-CLEAR-PATIENT.
           MOVE "N" TO WS-GRP-BMI-SEEN-SW.
           MOVE "N" TO WS-GRP-READING-SEEN-SW.
           MOVE 0 TO WS-GRP-BMI.
           MOVE SPACES TO WS-GRP-CATEGORY.
           MOVE 0 TO WS-GRP-IDEAL-MIN.
           MOVE 0 TO WS-GRP-IDEAL-MAX.
           MOVE 0 TO WS-GRP-DELTA.
           MOVE SPACES TO EHR-READING-VALUE.

      * The BMI row carries the BMI as written through ZZ9.99; a
      * blank value counts as zero rather than failing the move.
       0640-DECODE-BMI.
           IF WS-GRP-BMI-X = SPACES
               MOVE 0 TO WS-GRP-BMI
           ELSE
               MOVE WS-GRP-BMI-EDIT TO WS-GRP-BMI
           END-IF.

      * Registers the extract on RUNCTL under the run it was taken
      * from (program EhrExtract, file date the run date, source ID
      * the run time), stamped with this extraction's run ID. A
      * registration already there means the run was extracted
      * before; the re-extract is stamped over it with the override
      * flag set, the same way a deliberate batch rerun is.
       0700-REGISTER-EXTRACT.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT WS-RC-FILE-OK
               OPEN OUTPUT RUN-CONTROL-FILE
               IF WS-RC-FILE-OK
                   CLOSE RUN-CONTROL-FILE
                   OPEN I-O RUN-CONTROL-FILE
               END-IF
           END-IF.
           IF NOT WS-RC-FILE-OK
               DISPLAY "WARNING: RUN-CONTROL-FILE not available, ",
                   "STATUS: ", WS-RC-FILE-STATUS,
                   " - extract not registered"
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "EHRNOREG" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE "RUNCTL" TO WS-EXC-KEY
               MOVE "EHR EXTRACT NOT REGISTERED ON RUNCTL"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               MOVE "EhrExtract" TO RC-PROGRAM-NAME
               MOVE WS-SEL-RUN-DATE TO RC-FILE-DATE
               MOVE WS-SEL-RUN-TIME TO RC-SOURCE-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RC-FILE-OK
                   DISPLAY "Run ", WS-SEL-RUN-DATE, " ",
                       WS-SEL-RUN-TIME, " was extracted before by ",
                       RC-RUN-ID, " operator ", RC-OPERATOR-ID,
                       " - re-extract registered over it."
                   MOVE "Y" TO RC-OVERRIDE-SW
               ELSE
                   MOVE "EhrExtract" TO RC-PROGRAM-NAME
                   MOVE WS-SEL-RUN-DATE TO RC-FILE-DATE
                   MOVE WS-SEL-RUN-TIME TO RC-SOURCE-ID
                   MOVE "N" TO RC-OVERRIDE-SW
               END-IF
               MOVE WS-RUN-ID TO RC-RUN-ID
               ACCEPT RC-OPERATOR-ID FROM ENVIRONMENT "USER"
               MOVE 0 TO RC-REJECT-COUNT
               MOVE 0 TO RC-RESOLVED-COUNT
               MOVE 0 TO RC-LAST-RECYCLE-DATE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       REWRITE RUN-CONTROL-RECORD
               END-WRITE
               CLOSE RUN-CONTROL-FILE
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
               MOVE "EhrExtract" TO EXC-PROGRAM-NAME
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

       END PROGRAM EhrExtract.
