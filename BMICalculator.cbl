               ACCESS MODE IS RANDOM
               RECORD KEY IS PMS-PAT-ID
               FILE STATUS IS WS-PMS-FILE-STATUS.
           SELECT PATIENT-JOURNAL-FILE ASSIGN TO "PATJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
      * Dynamic access: the batch modes write held readings by key,
      * and the suspense posting mode browses for released ones.
           SELECT PATIENT-SUSPENSE-FILE ASSIGN TO "PATSUSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT HOLD-LIMIT-FILE ASSIGN TO "SUSPLIM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-FILE-STATUS.
           SELECT PATIENT-DEMO-FILE ASSIGN TO "PATDEMO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDM-PAT-ID
               FILE STATUS IS WS-PDM-FILE-STATUS.
      * Dynamic access: the band load browses the whole file.
           SELECT BMI-REFERENCE-FILE ASSIGN TO "BMIREF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT PATIENT-RECYCLE-FILE ASSIGN TO "PATRECYC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-FILE-STATUS.
           SELECT OUTREACH-EXTRACT-FILE ASSIGN TO "OUTREACH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT PATIENT-EVENT-FILE ASSIGN TO "PATEVNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-FILE-STATUS.
           SELECT SOURCE-ACK-FILE ASSIGN TO "PATACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
      * Dynamic access: the batch modes read registrations by key,
      * and the recycle mode's aging report browses the whole file.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
      * most recent roster reading so the next batch run can report
      * whether the BMI is trending up or down.
       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

      * Before/after image of every master add or rewrite, appended
      * under this run's ID so the run can be backed out.
       FD  PATIENT-JOURNAL-FILE.
           COPY PATJRNL.

      * Readings held back for clinical review instead of updating
      * the master, and the limits that decide what is held.
       FD  PATIENT-SUSPENSE-FILE.
           COPY PATSUSP.

       FD  HOLD-LIMIT-FILE.
           COPY SUSPLIM.

      * Outreach extract consumed by the clinic scheduling system:
      * one record per patient whose weight-status category worsened
           05 OUTR-RECORD-TYPE     PIC X(03).
           05 OUTR-RECORD-COUNT    PIC 9(06).

      * Patient event history: every reject and outreach extract row
      * is also appended here, since PATREJ and OUTREACH are
      * rewritten each run.
       FD  PATIENT-EVENT-FILE.
           COPY PATEVNT.

      * Acknowledgement returned to the clinics: one HDR...TRL group
      * per source this run closed, with its counts, its status and
      * its rejects broken out by reason code.
       FD  SOURCE-ACK-FILE.
           COPY PATACK.

      * Corrected-rejects file for the recycle run mode: the clinic
      * resubmits only the records returned on PATIENT-REJECT-FILE,
      * corrected, inside an HDR/TRL pair whose identity is the
      * percentile bands instead of the adult CDC cut points.
      * The file is loaded from the clinic registration feed.
       FD  PATIENT-DEMO-FILE.
           COPY PATDEMO.

      * Classification cut points by age, sex and effective date:
      * the pediatric percentile bands and the adult cut points.
       FD  BMI-REFERENCE-FILE.
           COPY BMIREF.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       01 WS-RUN-MODE             PIC X(01).
          88 WS-MODE-BATCH             VALUE "B" "b".
          88 WS-MODE-RECYCLE           VALUE "R" "r".
          88 WS-MODE-SUSPENSE          VALUE "S" "s".

       01 WS-RCY-FILE-STATUS      PIC XX.
          88 WS-RCY-FILE-OK            VALUE "00".
       01 WS-TOT-RECORDS-READ     PIC 9(6) VALUE 0.
       01 WS-TOT-PATIENT-COUNT    PIC 9(6) VALUE 0.
       01 WS-TOT-REJECTED         PIC 9(6) VALUE 0.
       01 WS-TOT-HELD             PIC 9(6) VALUE 0.
       01 WS-TOT-BMI-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-BMI-AVERAGE      PIC 999V99 VALUE 0.
       01 WS-TOT-CNT-UNDERWEIGHT  PIC 9(6) VALUE 0.
             10 WS-SRC-READ       PIC 9(6).
             10 WS-SRC-PROCESSED  PIC 9(6).
             10 WS-SRC-REJECTED   PIC 9(6).
             10 WS-SRC-HELD       PIC 9(6).
             10 WS-SRC-AVG-BMI    PIC 999V99.
             10 WS-SRC-CNT-UNDER  PIC 9(6).
             10 WS-SRC-CNT-NORM   PIC 9(6).
      * Reject reason codes written to PATIENT-REJECT-FILE:
      *   NN - a weight or height field is not numeric
      *   ND - no demographics record on PATDEMO for the patient
      *   NB - no BMIREF cut points in effect for the patient's age
      *        and sex on the roster file date
      *   BW - weight outside the 0210 validation range
      *   BH - height outside the 0220 validation range
      *   IC - implausible change from the prior reading that could
      *        not be held because the suspense file is unavailable
       01 WS-REJ-REASON-CODE      PIC X(02).
       01 WS-REJ-REASON-TEXT      PIC X(20).

       01 WS-RECORDS-READ         PIC 9(6) VALUE 0.
       01 WS-RECORDS-REJECTED     PIC 9(6) VALUE 0.
       01 WS-RECORDS-HELD         PIC 9(6) VALUE 0.

       01 WS-PDM-FILE-STATUS      PIC XX.
          88 WS-PDM-FILE-OK            VALUE "00".
       01 WS-PED-P85              PIC 99V9.
       01 WS-PED-P95              PIC 99V9.

      * Cut points in effect on WS-BAND-AS-OF-DATE, loaded from
      * BMIREF: the BMI-for-age percentile cut points (5th, 85th,
      * 95th) for each year of age 2 through 19, boys' then girls',
      * and the adult cut points for 20 and over. Ages under 2 are
      * classified with the age-2 entry. An entry whose switch is
      * not set had no record in effect on that date, and a reading
      * that needs it is rejected rather than classified. The table
      * is reloaded only when the as-of date changes.
       01 WS-REF-FILE-STATUS      PIC XX.
          88 WS-REF-FILE-OK            VALUE "00".

       01 WS-REF-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-REF-OPEN               VALUE "Y".

       01 WS-BAND-AS-OF-DATE      PIC 9(08) VALUE 0.
       01 WS-BANDS-LOADED-DATE    PIC 9(08) VALUE 0.

       01 WS-BANDS-FOUND-SW       PIC X(01) VALUE "N".
          88 WS-BANDS-FOUND            VALUE "Y".

       01 WS-PED-BMI-TABLE.
          05 WS-PED-BMI-ENTRY OCCURS 18 TIMES.
             10 WS-PED-BOY-SET-SW PIC X(01).
                88 WS-PED-BOY-SET      VALUE "Y".
             10 WS-PED-BOY-P5     PIC 99V9.
             10 WS-PED-BOY-P85    PIC 99V9.
             10 WS-PED-BOY-P95    PIC 99V9.
             10 WS-PED-GIRL-SET-SW PIC X(01).
                88 WS-PED-GIRL-SET     VALUE "Y".
             10 WS-PED-GIRL-P5    PIC 99V9.
             10 WS-PED-GIRL-P85   PIC 99V9.
             10 WS-PED-GIRL-P95   PIC 99V9.
          05 WS-ADULT-SET-SW      PIC X(01).
             88 WS-ADULT-SET           VALUE "Y".
          05 WS-ADULT-LOW-CUT     PIC 99V9.
          05 WS-ADULT-OVER-CUT    PIC 99V9.
          05 WS-ADULT-OBESE-CUT   PIC 99V9.

       01 WS-PMS-FILE-STATUS      PIC XX.
          88 WS-PMS-FILE-OK            VALUE "00".
       01 WS-PMS-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-PMS-OPEN               VALUE "Y".

       01 WS-JRN-FILE-STATUS      PIC XX.
          88 WS-JRN-FILE-OK            VALUE "00".

       01 WS-JRN-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-JRN-OPEN               VALUE "Y".

       01 WS-SUS-FILE-STATUS      PIC XX.
          88 WS-SUS-FILE-OK            VALUE "00".

       01 WS-SUS-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-SUS-OPEN               VALUE "Y".

       01 WS-SPL-FILE-STATUS      PIC XX.
          88 WS-SPL-FILE-OK            VALUE "00".

      * Hold limits in force for this run, from SUSPLIM when it is
      * present: a change larger than the floor whose rate per day
      * elapsed is larger than the per-day limit is held.
       01 WS-LIM-WEIGHT-FLOOR     PIC 9(03) VALUE 10.
       01 WS-LIM-WEIGHT-PER-DAY   PIC 9(02)V99 VALUE 2.00.
       01 WS-LIM-HEIGHT-FLOOR     PIC 9(02) VALUE 1.
       01 WS-LIM-HEIGHT-PER-DAY   PIC 9(01)V99 VALUE 0.05.

       01 WS-HOLD-SW              PIC X(01) VALUE "N".
          88 WS-HOLD-READING           VALUE "Y".
       01 WS-HOLD-REASON          PIC X(02).
       01 WS-HOLD-SEQ             PIC 9(04) VALUE 0.
       01 WS-CHG-DAYS             PIC S9(07).
       01 WS-CHG-WEIGHT           PIC S9(03).
       01 WS-CHG-HEIGHT           PIC S9(03).
       01 WS-CHG-RATE             PIC 9(03)V99.
       01 WS-CHG-RATE-EDIT        PIC ZZ9.99.

      * On in the suspense posting mode: a reading a clinician has
      * released is posted without being held again.
       01 WS-RELEASE-POSTING-SW   PIC X(01) VALUE "N".
          88 WS-RELEASE-POSTING        VALUE "Y".
       01 WS-REJECTED-BEFORE      PIC 9(06).
       01 WS-SUSPENSE-EOF-SW      PIC X(01) VALUE "N".
          88 WS-SUSPENSE-EOF           VALUE "Y".
       01 WS-LAST-POSTED-PAT-ID   PIC X(05).
       01 WS-SUS-RELEASED-COUNT   PIC 9(06) VALUE 0.
       01 WS-SUS-POSTED-COUNT     PIC 9(06) VALUE 0.
       01 WS-SUS-FAILED-COUNT     PIC 9(06) VALUE 0.
       01 WS-SUS-SUPERSEDED-COUNT PIC 9(06) VALUE 0.

      * The weight band that would put the patient's BMI in the
      * NORMAL range (the adult low to overweight cut point) at their
      * height, and how far outside it they currently sit, for the
      * wellness counselors.
       01 WS-BAND-LO              PIC 99V9.
       01 WS-BAND-HI              PIC 99V9.
       01 WS-IDEAL-MIN-WEIGHT     PIC 999V9.
       01 WS-BMI-CHANGE-EDIT      PIC +ZZ9.99.
       01 WS-BMI-TREND            PIC X(06).

      * The reading's particulars for the READING row, and the run
      * stamp handed to EhrExtract to build the EHR interface file
      * from this run's RESULTS rows.
           COPY EHRREAD.
           COPY EHRPARM.

       01 WS-PRIOR-CATEGORY       PIC X(11).
       01 WS-PRIOR-CAT-SEEN-SW    PIC X(01) VALUE "N".
          88 WS-PRIOR-CAT-SEEN         VALUE "Y".
       01 WS-OUT-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-OUT-OPEN               VALUE "Y".

       01 WS-EVT-FILE-STATUS      PIC XX.
          88 WS-EVT-FILE-OK            VALUE "00".

       01 WS-EVT-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-EVT-OPEN               VALUE "Y".

       01 WS-ACK-FILE-STATUS      PIC XX.
          88 WS-ACK-FILE-OK            VALUE "00".

       01 WS-ACK-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-ACK-OPEN               VALUE "Y".

       01 WS-ACK-RUN-TYPE         PIC X(07).
       01 WS-ACK-GROUPS           PIC 9(03) VALUE 0.
       01 WS-ACK-RSN-WRITTEN      PIC 9(06) VALUE 0.

      * The current source's rejects by reason code, for its
      * acknowledgement: each code gets an entry the first time it
      * is used in the group, so a new reason needs no change here.
       01 WS-ACK-REASON-USED      PIC 9(02) VALUE 0.
       01 WS-ACK-REASON-MAX       PIC 9(02) VALUE 10.
       01 WS-ACK-SUB              PIC 9(02) COMP.
       01 WS-ACK-REASON-FOUND-SW  PIC X(01) VALUE "N".
          88 WS-ACK-REASON-FOUND       VALUE "Y".
       01 WS-ACK-REASON-TABLE.
          05 WS-ACK-REASON-ENTRY OCCURS 10 TIMES.
             10 WS-ACK-REASON-CODE  PIC X(02).
             10 WS-ACK-REASON-TEXT  PIC X(20).
             10 WS-ACK-REASON-COUNT PIC 9(06).

       01 WS-OUTREACH-COUNT       PIC 9(06) VALUE 0.
       01 WS-OUTREACH-DUE-SW      PIC X(01) VALUE "N".
          88 WS-OUTREACH-DUE           VALUE "Y".
               MOVE TP-RUN-MODE TO WS-RUN-MODE
           ELSE
               DISPLAY "Run mode - (I)nteractive, (B)atch roster, ",
                   "(R)ecycle corrected rejects, or (S)uspense ",
                   "release posting: "
               ACCEPT WS-RUN-MODE
           END-IF.

      * a second ACCEPT here would drift by seconds at the console.
           MOVE WS-START-DATE TO WS-RES-RUN-DATE.
           MOVE WS-START-TIME TO WS-RES-RUN-TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-START-DATE WS-START-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING.
           PERFORM 9100-OPEN-RESULTS-FILE.

           IF WS-MODE-BATCH
               IF WS-MODE-RECYCLE
                   PERFORM 0460-PROCESS-RECYCLE
               ELSE
                   IF WS-MODE-SUSPENSE
                       PERFORM 0480-POST-RELEASED-READINGS
                   ELSE
                       PERFORM 0200-PROCESS-INTERACTIVE
                   END-IF
               END-IF
           END-IF.

           PERFORM 9190-CLOSE-RESULTS-FILE.

           IF WS-MODE-BATCH OR WS-MODE-RECYCLE
               PERFORM 0490-WRITE-EHR-EXTRACT
           END-IF.

           PERFORM 9000-WRITE-AUDIT-RECORD.

           MOVE WS-MAX-SEVERITY TO RETURN-CODE.

           COMPUTE BMI = 703 * (WEIGHT / (HEIGHT_INCHES * HEIGHT_INCHES)
      -    ).
      * No demographics are taken at the console, so the reading is
      * classified with the adult cut points in effect today.
           MOVE "N" TO WS-PEDIATRIC-SW.
           MOVE WS-START-DATE TO WS-BAND-AS-OF-DATE.
           PERFORM 0309-OPEN-REFERENCE-FILE.
           PERFORM 0306-SELECT-PATIENT-BANDS.
           PERFORM 0310-CLOSE-REFERENCE-FILE.
           IF WS-BANDS-FOUND
               PERFORM 0300-CLASSIFY-BMI
           ELSE
               MOVE "UNCLASSED" TO WS-BMI-CATEGORY
               DISPLAY "ERROR: no adult cut points in effect on BMIREF",
                   " for ", WS-BAND-AS-OF-DATE
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "NOBANDS" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE "BMIREF" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "NO ADULT CUT POINTS IN EFFECT ON "
                   WS-BAND-AS-OF-DATE " - NOT CLASSIFIED"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.
           DISPLAY "Your BMI is: ", BMI, " (", WS-BMI-CATEGORY, ")".

           MOVE SPACES TO WS-AUD-INPUT-SUMMARY.
               DELIMITED BY SIZE INTO WS-AUD-OUTPUT-SUMMARY
           END-STRING.

      * An unclassified reading is not a final result, so nothing
      * goes to RESULTS for it.
           IF WS-BANDS-FOUND
               MOVE SPACES TO RES-KEY-ID
               MOVE "BMI" TO RES-METHOD-LABEL
               MOVE SPACES TO RES-RESULT-VALUE
               MOVE WS-BMI-EDIT TO RES-RESULT-VALUE
               PERFORM 9150-WRITE-RESULT-ROW

               MOVE SPACES TO RES-KEY-ID
               MOVE "CATEGORY" TO RES-METHOD-LABEL
               MOVE SPACES TO RES-RESULT-VALUE
               MOVE WS-BMI-CATEGORY TO RES-RESULT-VALUE
               PERFORM 9150-WRITE-RESULT-ROW
           END-IF.

      * Rejects weights outside a plausible human range so a bad
      * ACCEPT never reaches the BMI COMPUTE.
               MOVE "Y" TO WS-HEIGHT-VALID-SW
           END-IF.

      * Classifies BMI into the adult weight-status ranges, using the
      * cut points in effect (18.5, 25.0 and 30.0 under the CDC
      * adult guidance):
      *   Underweight  : below the low cut point
      *   Normal       : low up to the overweight cut point
      *   Overweight   : overweight up to the obese cut point
      *   Obese        : obese cut point and above
       0300-CLASSIFY-BMI.
           IF BMI < WS-ADULT-LOW-CUT
               MOVE "UNDERWEIGHT" TO WS-BMI-CATEGORY
           ELSE
               IF BMI < WS-ADULT-OVER-CUT
                   MOVE "NORMAL" TO WS-BMI-CATEGORY
               ELSE
                   IF BMI < WS-ADULT-OBESE-CUT
                       MOVE "OVERWEIGHT" TO WS-BMI-CATEGORY
                   ELSE
                       MOVE "OBESE" TO WS-BMI-CATEGORY
           END-IF.

      * Classifies a minor's BMI against the age- and sex-specific
      * percentile cut points 0306 selected into WS-PED-P5/P85/P95:
      *   PED-UNDERWT : below the 5th percentile
      *   HEALTHY     : 5th up to the 85th
      *   PED-OVERWT  : 85th up to the 95th
      *   PED-OBESE   : 95th and above
      * The PED- prefix (and HEALTHY) marks the category as
      * percentile-based, so downstream checks know to re-derive it
      * with the percentile bands rather than the adult cut points.
       0305-CLASSIFY-BMI-PEDIATRIC.
           IF BMI < WS-PED-P5
               MOVE "PED-UNDERWT" TO WS-BMI-CATEGORY
           ELSE
               END-IF
           END-IF.

      * Selects the cut points that apply to this reading - the
      * patient's age and sex entry for a minor, the adult entry
      * otherwise - from the bands in effect on WS-BAND-AS-OF-DATE.
      * WS-BANDS-FOUND is left off when BMIREF has no record in
      * effect for the entry, and the caller must not classify.
       0306-SELECT-PATIENT-BANDS.
           MOVE "N" TO WS-BANDS-FOUND-SW.
           PERFORM 0307-LOAD-REFERENCE-BANDS
               THRU 0307-LOAD-REFERENCE-EXIT.
           IF WS-PEDIATRIC
               IF WS-PATIENT-AGE < 2
                   MOVE 1 TO WS-PED-AGE-SUB
               ELSE
                   COMPUTE WS-PED-AGE-SUB = WS-PATIENT-AGE - 1
               END-IF
               IF WS-SEX-FEMALE
                   IF WS-PED-GIRL-SET(WS-PED-AGE-SUB)
                       MOVE WS-PED-GIRL-P5(WS-PED-AGE-SUB)
                           TO WS-PED-P5
                       MOVE WS-PED-GIRL-P85(WS-PED-AGE-SUB)
                           TO WS-PED-P85
                       MOVE WS-PED-GIRL-P95(WS-PED-AGE-SUB)
                           TO WS-PED-P95
                       MOVE "Y" TO WS-BANDS-FOUND-SW
                   END-IF
               ELSE
                   IF WS-PED-BOY-SET(WS-PED-AGE-SUB)
                       MOVE WS-PED-BOY-P5(WS-PED-AGE-SUB)
                           TO WS-PED-P5
                       MOVE WS-PED-BOY-P85(WS-PED-AGE-SUB)
                           TO WS-PED-P85
                       MOVE WS-PED-BOY-P95(WS-PED-AGE-SUB)
                           TO WS-PED-P95
                       MOVE "Y" TO WS-BANDS-FOUND-SW
                   END-IF
               END-IF
           ELSE
               IF WS-ADULT-SET
                   MOVE "Y" TO WS-BANDS-FOUND-SW
               END-IF
           END-IF.

      * Loads the bands in effect on WS-BAND-AS-OF-DATE: for each age
      * and sex, the BMIREF record with the latest effective date on
      * or before it. The file is in key order (age, sex, effective
      * date), so the last qualifying record read for an entry is the
      * one that stands. Skipped when the table already holds that
      * date's bands.
       0307-LOAD-REFERENCE-BANDS.
           IF WS-BAND-AS-OF-DATE = WS-BANDS-LOADED-DATE
               GO TO 0307-LOAD-REFERENCE-EXIT
           END-IF.
           INITIALIZE WS-PED-BMI-TABLE.
           MOVE WS-BAND-AS-OF-DATE TO WS-BANDS-LOADED-DATE.
           IF NOT WS-REF-OPEN
               GO TO 0307-LOAD-REFERENCE-EXIT
           END-IF.

           MOVE LOW-VALUES TO REF-KEY.
           START BMI-REFERENCE-FILE KEY GREATER THAN REF-KEY
               INVALID KEY
                   GO TO 0307-LOAD-REFERENCE-EXIT
           END-START.
           READ BMI-REFERENCE-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           PERFORM UNTIL NOT WS-REF-FILE-OK
               IF REF-EFFECTIVE-DATE NOT > WS-BAND-AS-OF-DATE
                   PERFORM 0308-STORE-REFERENCE-ROW
               END-IF
               READ BMI-REFERENCE-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       0307-LOAD-REFERENCE-EXIT.
           EXIT.

       0308-STORE-REFERENCE-ROW.
           IF REF-SEX-ADULT
               MOVE "Y" TO WS-ADULT-SET-SW
               MOVE REF-LOW-CUT TO WS-ADULT-LOW-CUT
               MOVE REF-OVER-CUT TO WS-ADULT-OVER-CUT
               MOVE REF-OBESE-CUT TO WS-ADULT-OBESE-CUT
           ELSE
               IF REF-AGE >= 2 AND REF-AGE <= 19
                   COMPUTE WS-PED-AGE-SUB = REF-AGE - 1
                   IF REF-SEX-FEMALE
                       MOVE "Y" TO WS-PED-GIRL-SET-SW(WS-PED-AGE-SUB)
                       MOVE REF-LOW-CUT
                           TO WS-PED-GIRL-P5(WS-PED-AGE-SUB)
                       MOVE REF-OVER-CUT
                           TO WS-PED-GIRL-P85(WS-PED-AGE-SUB)
                       MOVE REF-OBESE-CUT
                           TO WS-PED-GIRL-P95(WS-PED-AGE-SUB)
                   END-IF
                   IF REF-SEX-MALE
                       MOVE "Y" TO WS-PED-BOY-SET-SW(WS-PED-AGE-SUB)
                       MOVE REF-LOW-CUT
                           TO WS-PED-BOY-P5(WS-PED-AGE-SUB)
                       MOVE REF-OVER-CUT
                           TO WS-PED-BOY-P85(WS-PED-AGE-SUB)
                       MOVE REF-OBESE-CUT
                           TO WS-PED-BOY-P95(WS-PED-AGE-SUB)
                   END-IF
               END-IF
           END-IF.

      * Opens the reference file read-only; BmiRefMaint maintains it.
      * Without it no reading can be classified, so every valid
      * reading is returned with reason NB until it is restored.
       0309-OPEN-REFERENCE-FILE.
           MOVE "N" TO WS-REF-OPEN-SW.
           MOVE 0 TO WS-BANDS-LOADED-DATE.
           OPEN INPUT BMI-REFERENCE-FILE.
           IF WS-REF-FILE-OK
               MOVE "Y" TO WS-REF-OPEN-SW
           ELSE
               DISPLAY "ERROR OPENING BMI-REFERENCE-FILE, STATUS: ",
                   WS-REF-FILE-STATUS
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE "BMIREF" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "BMI REFERENCE FILE OPEN FAILED, STATUS "
                   WS-REF-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

       0310-CLOSE-REFERENCE-FILE.
           IF WS-REF-OPEN
               CLOSE BMI-REFERENCE-FILE
               MOVE "N" TO WS-REF-OPEN-SW
           END-IF.

      * Batch roster pass: reads PATIENT-WEIGHT-FILE (one PAT-ID,
      * PAT-WEIGHT, PAT-HEIGHT-INCHES per record) and runs the same
      * BMI calculation over every record in one pass.
           MOVE 0 TO WS-TOT-RECORDS-READ.
           MOVE 0 TO WS-TOT-PATIENT-COUNT.
           MOVE 0 TO WS-TOT-REJECTED.
           MOVE 0 TO WS-TOT-HELD.
           MOVE 0 TO WS-HOLD-SEQ.
           MOVE "N" TO WS-RELEASE-POSTING-SW.
           MOVE 0 TO WS-TOT-BMI-TOTAL.
           MOVE 0 TO WS-TOT-BMI-AVERAGE.
           MOVE 0 TO WS-TOT-CNT-UNDERWEIGHT.
               END-IF
               PERFORM 0440-OPEN-PATIENT-MASTER
               PERFORM 0441-OPEN-PATIENT-DEMO
               PERFORM 0309-OPEN-REFERENCE-FILE
               PERFORM 0443-OPEN-SUSPENSE-FILE
               PERFORM 0447-OPEN-OUTREACH-EXTRACT
               PERFORM 0438-OPEN-EVENT-LOG
               MOVE "BATCH" TO WS-ACK-RUN-TYPE
               PERFORM 0416-OPEN-ACK-FILE
               PERFORM 0450-OPEN-RUN-CONTROL
               PERFORM 0410-READ-PATIENT-RECORD
               PERFORM UNTIL WS-PAT-FILE-EOF
               END-IF
               PERFORM 0445-CLOSE-PATIENT-MASTER
               PERFORM 0446-CLOSE-PATIENT-DEMO
               PERFORM 0310-CLOSE-REFERENCE-FILE
               PERFORM 0449-CLOSE-SUSPENSE-FILE
               PERFORM 0448-CLOSE-OUTREACH-EXTRACT
               PERFORM 0439-CLOSE-EVENT-LOG
               PERFORM 0455-CLOSE-RUN-CONTROL
      * A group still open at end of file is a source whose trailer
      * never arrived - that source is suspect, but the sources that
                   MOVE "SUSPECT" TO WS-SRC-CLOSE-STATUS
                   PERFORM 0419-CLOSE-SOURCE-GROUP
               END-IF
               PERFORM 0417-CLOSE-ACK-FILE
               IF NOT WS-ANY-HDR-SEEN
                   DISPLAY "*** ABEND: roster file arrived without a ",
                       "header record - file is suspect ***"
           END-STRING.
           MOVE WS-TOT-BMI-AVERAGE TO WS-BMI-AVERAGE-EDIT.
           MOVE SPACES TO WS-AUD-OUTPUT-SUMMARY.
           STRING "PROCESSED=" WS-TOT-PATIENT-COUNT
               " REJECTED=" WS-TOT-REJECTED
               " HELD=" WS-TOT-HELD
               " AVG BMI=" WS-BMI-AVERAGE-EDIT
               DELIMITED BY SIZE INTO WS-AUD-OUTPUT-SUMMARY
           END-STRING.
           MOVE 0 TO WS-PATIENT-COUNT.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-RECORDS-REJECTED.
           MOVE 0 TO WS-RECORDS-HELD.
           MOVE 0 TO WS-TRAILER-COUNT.
           MOVE 0 TO WS-BMI-TOTAL.
           MOVE 0 TO WS-BMI-AVERAGE.
           MOVE 0 TO WS-PED-CNT-OBESE.
           MOVE 0 TO WS-ADULT-COUNT.
           MOVE 0 TO WS-PED-COUNT.
           MOVE 0 TO WS-ACK-REASON-USED.
           MOVE "N" TO WS-RUN-BLOCKED-SW.
           MOVE "N" TO WS-OVERRIDE-SW.

               MOVE WS-PATIENT-COUNT TO WS-SRC-PROCESSED(WS-SRC-SUB)
               MOVE WS-RECORDS-REJECTED
                   TO WS-SRC-REJECTED(WS-SRC-SUB)
               MOVE WS-RECORDS-HELD TO WS-SRC-HELD(WS-SRC-SUB)
               MOVE WS-BMI-AVERAGE TO WS-SRC-AVG-BMI(WS-SRC-SUB)
               MOVE WS-CNT-UNDERWEIGHT TO WS-SRC-CNT-UNDER(WS-SRC-SUB)
               MOVE WS-CNT-NORMAL TO WS-SRC-CNT-NORM(WS-SRC-SUB)
           ADD WS-RECORDS-READ TO WS-TOT-RECORDS-READ.
           ADD WS-PATIENT-COUNT TO WS-TOT-PATIENT-COUNT.
           ADD WS-RECORDS-REJECTED TO WS-TOT-REJECTED.
           ADD WS-RECORDS-HELD TO WS-TOT-HELD.
           ADD WS-BMI-TOTAL TO WS-TOT-BMI-TOTAL.
           ADD WS-CNT-UNDERWEIGHT TO WS-TOT-CNT-UNDERWEIGHT.
           ADD WS-CNT-NORMAL TO WS-TOT-CNT-NORMAL.
               PERFORM 0412-STORE-REJECT-COUNT
                   THRU 0412-STORE-REJECT-EXIT
           END-IF.
           PERFORM 0414-WRITE-SOURCE-ACK.
           MOVE "N" TO WS-GROUP-OPEN-SW.

      * Writes the closing source's acknowledgement group: a header
      * naming the source and file date, one RSN record per reject
      * reason that occurred with its count, and a trailer carrying
      * the source's figures and close status.
       0414-WRITE-SOURCE-ACK.
           IF WS-ACK-OPEN
               MOVE "HDR" TO ACH-RECORD-TYPE
               MOVE WS-ROSTER-SOURCE-ID TO ACH-SOURCE-ID
               MOVE WS-ROSTER-FILE-DATE TO ACH-FILE-DATE
               MOVE WS-ACK-RUN-TYPE TO ACH-RUN-TYPE
               MOVE WS-RES-RUN-DATE TO ACH-RUN-DATE
               MOVE WS-RES-RUN-TIME TO ACH-RUN-TIME
               WRITE ACK-HEADER-RECORD
               MOVE 0 TO WS-ACK-RSN-WRITTEN
               PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                   UNTIL WS-ACK-SUB > WS-ACK-REASON-USED
                   MOVE "RSN" TO ACR-RECORD-TYPE
                   MOVE WS-ACK-REASON-CODE(WS-ACK-SUB)
                       TO ACR-REASON-CODE
                   MOVE WS-ACK-REASON-TEXT(WS-ACK-SUB)
                       TO ACR-REASON-TEXT
                   MOVE WS-ACK-REASON-COUNT(WS-ACK-SUB)
                       TO ACR-REJECT-COUNT
                   WRITE ACK-REASON-RECORD
                   ADD 1 TO WS-ACK-RSN-WRITTEN
               END-PERFORM
               MOVE "TRL" TO ACT-RECORD-TYPE
               MOVE WS-RECORDS-READ TO ACT-RECORDS-READ
               MOVE WS-PATIENT-COUNT TO ACT-PROCESSED
               MOVE WS-RECORDS-REJECTED TO ACT-REJECTED
               MOVE WS-RECORDS-HELD TO ACT-HELD
               MOVE WS-SRC-CLOSE-STATUS TO ACT-SOURCE-STATUS
               MOVE WS-ACK-RSN-WRITTEN TO ACT-RECORD-COUNT
               WRITE ACK-TRAILER-RECORD
               ADD 1 TO WS-ACK-GROUPS
           END-IF.

      * Counts the reject just written against its reason code for
      * the current source's acknowledgement. Codes past the table's
      * capacity are still on PATREJ, and still in the trailer's
      * rejected count; only their breakdown line is lost.
       0415-COUNT-REJECT-REASON.
           MOVE "N" TO WS-ACK-REASON-FOUND-SW.
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-REASON-USED
                   OR WS-ACK-REASON-FOUND
               IF WS-ACK-REASON-CODE(WS-ACK-SUB) = WS-REJ-REASON-CODE
                   ADD 1 TO WS-ACK-REASON-COUNT(WS-ACK-SUB)
                   MOVE "Y" TO WS-ACK-REASON-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-ACK-REASON-FOUND
               IF WS-ACK-REASON-USED < WS-ACK-REASON-MAX
                   ADD 1 TO WS-ACK-REASON-USED
                   MOVE WS-ACK-REASON-USED TO WS-ACK-SUB
                   MOVE WS-REJ-REASON-CODE
                       TO WS-ACK-REASON-CODE(WS-ACK-SUB)
                   MOVE WS-REJ-REASON-TEXT
                       TO WS-ACK-REASON-TEXT(WS-ACK-SUB)
                   MOVE 1 TO WS-ACK-REASON-COUNT(WS-ACK-SUB)
               ELSE
                   DISPLAY "WARNING: reject reason ",
                       WS-REJ-REASON-CODE, " not broken out on the ",
                       "acknowledgement - reason table is full"
               END-IF
           END-IF.

      * Opens the acknowledgement file for this run. Like the reject
      * file it goes back to the clinics and is rewritten each run;
      * a run that cannot write it still processes its rosters.
       0416-OPEN-ACK-FILE.
           MOVE "N" TO WS-ACK-OPEN-SW.
           MOVE 0 TO WS-ACK-GROUPS.
           OPEN OUTPUT SOURCE-ACK-FILE.
           IF WS-ACK-FILE-OK
               MOVE "Y" TO WS-ACK-OPEN-SW
           ELSE
               DISPLAY "ERROR OPENING SOURCE-ACK-FILE, STATUS: ",
                   WS-ACK-FILE-STATUS
               DISPLAY "Run continues without the clinic ",
                   "acknowledgements."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE "PATACK" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "ACKNOWLEDGEMENT FILE OPEN FAILED, STATUS "
                   WS-ACK-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

       0417-CLOSE-ACK-FILE.
           IF WS-ACK-OPEN
               CLOSE SOURCE-ACK-FILE
               MOVE "N" TO WS-ACK-OPEN-SW
               DISPLAY "Clinic acknowledgements written: ",
                   WS-ACK-GROUPS, " sources."
           END-IF.

      * Stamps the source's reject count onto its run-control
      * registration once the group has closed in balance, so a
      * later recycle run has the figure to reconcile against.
           PERFORM 0220-VALIDATE-HEIGHT.

           IF WS-WEIGHT-VALID AND WS-HEIGHT-VALID
               IF WS-ROSTER-FILE-DATE > 0
                   MOVE WS-ROSTER-FILE-DATE TO WS-BAND-AS-OF-DATE
               ELSE
                   MOVE WS-RES-RUN-DATE TO WS-BAND-AS-OF-DATE
               END-IF
               PERFORM 0306-SELECT-PATIENT-BANDS
               IF NOT WS-BANDS-FOUND
                   DISPLAY "Patient ", PAT-ID, ": no BMIREF bands ",
                       "in effect on ", WS-BAND-AS-OF-DATE,
                       " - returned unclassified"
                   MOVE "NB" TO WS-REJ-REASON-CODE
                   MOVE "NO BMI REF BANDS" TO WS-REJ-REASON-TEXT
                   PERFORM 0427-WRITE-REJECT-RECORD
                   GO TO 0420-PROCESS-PATIENT-EXIT
               END-IF
               PERFORM 0424-CHECK-READING-CHANGE
                   THRU 0424-CHECK-CHANGE-EXIT
               IF WS-HOLD-READING
                   PERFORM 0429-HOLD-READING
                       THRU 0429-HOLD-READING-EXIT
                   GO TO 0420-PROCESS-PATIENT-EXIT
               END-IF
               ADD 1 TO WS-PATIENT-COUNT

               COMPUTE BMI = 703 *
               PERFORM 9150-WRITE-RESULT-ROW

               PERFORM 0428-REPORT-IDEAL-WEIGHT
               PERFORM 0433-WRITE-READING-ROW
               PERFORM 0435-CHECK-OUTREACH

               ADD BMI TO WS-BMI-TOTAL
               MOVE WS-REJ-REASON-TEXT TO REJ-REASON-TEXT
               WRITE PATIENT-REJECT-RECORD
           END-IF.
           MOVE PAT-ID TO PEV-PAT-ID.
           MOVE "REJ" TO PEV-EVENT-TYPE.
           MOVE WS-REJ-REASON-CODE TO PEV-REASON-CODE.
           MOVE WS-REJ-REASON-TEXT TO PEV-DETAIL.
           PERFORM 0437-WRITE-PATIENT-EVENT.
           PERFORM 0415-COUNT-REJECT-REASON.

      * Implausible-change test: compares the reading with the
      * patient's prior reading on the master and holds it for
      * clinical review when the weight or height change is larger
      * than its floor and its rate per day elapsed since the prior
      * reading is larger than the per-day limit on SUSPLIM. A first
      * reading, or one being posted after a clinician released it,
      * is never held. Older master records carry no height, so only
      * the weight is tested for them.
       0424-CHECK-READING-CHANGE.
           MOVE "N" TO WS-HOLD-SW.
           MOVE SPACES TO WS-HOLD-REASON.
           IF WS-RELEASE-POSTING OR NOT WS-PMS-OPEN
               GO TO 0424-CHECK-CHANGE-EXIT
           END-IF.

           MOVE PAT-ID TO PMS-PAT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-PMS-FILE-OK
               GO TO 0424-CHECK-CHANGE-EXIT
           END-IF.
           IF PMS-LAST-RUN-DATE IS NOT NUMERIC
               OR PMS-LAST-RUN-DATE = 0
               OR PMS-LAST-WEIGHT IS NOT NUMERIC
               GO TO 0424-CHECK-CHANGE-EXIT
           END-IF.

           COMPUTE WS-CHG-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RES-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(PMS-LAST-RUN-DATE).
           IF WS-CHG-DAYS < 1
               MOVE 1 TO WS-CHG-DAYS
           END-IF.

           COMPUTE WS-CHG-WEIGHT = WEIGHT - PMS-LAST-WEIGHT.
           IF WS-CHG-WEIGHT < 0
               COMPUTE WS-CHG-WEIGHT = 0 - WS-CHG-WEIGHT
           END-IF.
           IF WS-CHG-WEIGHT > WS-LIM-WEIGHT-FLOOR
               COMPUTE WS-CHG-RATE = WS-CHG-WEIGHT / WS-CHG-DAYS
               IF WS-CHG-RATE > WS-LIM-WEIGHT-PER-DAY
                   MOVE "Y" TO WS-HOLD-SW
                   MOVE "WC" TO WS-HOLD-REASON
               END-IF
           END-IF.

           IF NOT WS-HOLD-READING
               AND PMS-LAST-HEIGHT IS NUMERIC
               AND PMS-LAST-HEIGHT > 0
               COMPUTE WS-CHG-HEIGHT = HEIGHT_INCHES - PMS-LAST-HEIGHT
               IF WS-CHG-HEIGHT < 0
                   COMPUTE WS-CHG-HEIGHT = 0 - WS-CHG-HEIGHT
               END-IF
               IF WS-CHG-HEIGHT > WS-LIM-HEIGHT-FLOOR
                   COMPUTE WS-CHG-RATE = WS-CHG-HEIGHT / WS-CHG-DAYS
                   IF WS-CHG-RATE > WS-LIM-HEIGHT-PER-DAY
                       MOVE "Y" TO WS-HOLD-SW
                       MOVE "HC" TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.

      * Keep the prior reading for the suspense record while the
      * master record is still in the buffer.
           IF WS-HOLD-READING
               MOVE PMS-LAST-RUN-DATE TO SUS-PRIOR-RUN-DATE
               MOVE PMS-LAST-WEIGHT TO SUS-PRIOR-WEIGHT
               IF PMS-LAST-HEIGHT IS NUMERIC
                   MOVE PMS-LAST-HEIGHT TO SUS-PRIOR-HEIGHT
               ELSE
                   MOVE 0 TO SUS-PRIOR-HEIGHT
               END-IF
           END-IF.

       0424-CHECK-CHANGE-EXIT.
           EXIT.

      * Writes a held reading to the suspense file for SuspReview.
      * It updates neither the master nor RESULTS until a clinician
      * releases it. If it cannot be held it is rejected back to the
      * clinic instead, so an implausible reading never posts
      * unreviewed.
       0429-HOLD-READING.
           IF NOT WS-SUS-OPEN
               DISPLAY "Patient ", PAT-ID, ": implausible change ",
                   "and suspense file not available - rejected"
               MOVE "IC" TO WS-REJ-REASON-CODE
               MOVE "IMPLAUSIBLE CHANGE" TO WS-REJ-REASON-TEXT
               PERFORM 0427-WRITE-REJECT-RECORD
               GO TO 0429-HOLD-READING-EXIT
           END-IF.

           ADD 1 TO WS-HOLD-SEQ.
           MOVE PAT-ID TO SUS-PAT-ID.
           MOVE WS-RUN-ID TO SUS-HELD-RUN-ID.
           MOVE WS-HOLD-SEQ TO SUS-HELD-SEQ.
           IF WS-MODE-RECYCLE
               MOVE "R" TO SUS-ORIGIN
           ELSE
               MOVE "B" TO SUS-ORIGIN
           END-IF.
           MOVE WS-ROSTER-FILE-DATE TO SUS-FILE-DATE.
           MOVE WS-ROSTER-SOURCE-ID TO SUS-SOURCE-ID.
           MOVE WEIGHT TO SUS-WEIGHT.
           MOVE HEIGHT_INCHES TO SUS-HEIGHT-INCHES.
           MOVE WS-CHG-DAYS TO SUS-DAYS-ELAPSED.
           MOVE WS-HOLD-REASON TO SUS-HOLD-REASON.
           MOVE "H" TO SUS-STATUS.
           MOVE 0 TO SUS-DECISION-DATE.
           MOVE 0 TO SUS-DECISION-TIME.
           MOVE SPACES TO SUS-DECISION-OPERATOR.
           MOVE SPACES TO SUS-REJECT-REASON.
           MOVE SPACES TO SUS-POSTED-RUN-ID.
           WRITE PATIENT-SUSPENSE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT WS-SUS-FILE-OK
               DISPLAY "ERROR WRITING PATIENT-SUSPENSE-FILE, STATUS: ",
                   WS-SUS-FILE-STATUS
               DISPLAY "Patient ", PAT-ID, ": implausible change ",
                   "could not be held - rejected"
               MOVE "IC" TO WS-REJ-REASON-CODE
               MOVE "IMPLAUSIBLE CHANGE" TO WS-REJ-REASON-TEXT
               PERFORM 0427-WRITE-REJECT-RECORD
               GO TO 0429-HOLD-READING-EXIT
           END-IF.

           ADD 1 TO WS-RECORDS-HELD.
           DISPLAY "Patient ", PAT-ID, ": HELD FOR REVIEW - ",
               WS-HOLD-REASON, " change from ", SUS-PRIOR-WEIGHT,
               " lbs / ", SUS-PRIOR-HEIGHT, " in on ",
               SUS-PRIOR-RUN-DATE, " over ", SUS-DAYS-ELAPSED,
               " days".
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9900-RAISE-SEVERITY.
           MOVE "SUSPHOLD" TO WS-EXC-CODE.
           MOVE 4 TO WS-EXC-SEVERITY.
           MOVE PAT-ID TO WS-EXC-KEY.
           MOVE SPACES TO WS-EXC-DESC.
           IF WS-HOLD-REASON = "WC"
               STRING "READING HELD - WEIGHT " SUS-PRIOR-WEIGHT
                   " TO " SUS-WEIGHT " IN " SUS-DAYS-ELAPSED " DAYS"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
           ELSE
               STRING "READING HELD - HEIGHT " SUS-PRIOR-HEIGHT
                   " TO " SUS-HEIGHT-INCHES " IN " SUS-DAYS-ELAPSED
                   " DAYS"
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
           END-IF.
           PERFORM 9800-WRITE-EXCEPTION.

       0429-HOLD-READING-EXIT.
           EXIT.

      * Computes the weight range that would put this patient's BMI
      * in the healthy band at their height - the adult NORMAL band
      * in effect, or for a minor the 5th-to-85th percentile
      * band for their age and sex - and the pounds above or below
      * that range they currently sit, then reports both and writes
      * them to RESULTS for the counselors.
               MOVE WS-PED-P5 TO WS-BAND-LO
               MOVE WS-PED-P85 TO WS-BAND-HI
           ELSE
               MOVE WS-ADULT-LOW-CUT TO WS-BAND-LO
               MOVE WS-ADULT-OVER-CUT TO WS-BAND-HI
           END-IF.
           COMPUTE WS-IDEAL-MIN-WEIGHT ROUNDED =
               (WS-BAND-LO * HEIGHT_INCHES * HEIGHT_INCHES) / 703.
      * reading), then stores this run's reading back on the master.
       0425-UPDATE-PATIENT-MASTER.
           MOVE 0 TO WS-PRIOR-BMI.
           MOVE SPACES TO WS-BMI-TREND.
           MOVE SPACES TO WS-PRIOR-CATEGORY.
           MOVE "N" TO WS-PRIOR-CAT-SEEN-SW.
           IF NOT WS-PMS-OPEN
           END-READ.

           IF WS-PMS-FILE-OK
               MOVE "CHANGE" TO JRN-ACTION
               MOVE PATIENT-MASTER-RECORD TO JRN-BEFORE-IMAGE
               MOVE PMS-LAST-BMI TO WS-PRIOR-BMI
               MOVE PMS-LAST-CATEGORY TO WS-PRIOR-CATEGORY
               MOVE "Y" TO WS-PRIOR-CAT-SEEN-SW
                   " on ", PMS-LAST-RUN-DATE
               MOVE WS-RES-RUN-DATE TO PMS-LAST-RUN-DATE
               MOVE WEIGHT TO PMS-LAST-WEIGHT
               MOVE HEIGHT_INCHES TO PMS-LAST-HEIGHT
               MOVE BMI TO PMS-LAST-BMI
               MOVE WS-BMI-CATEGORY TO PMS-LAST-CATEGORY
               REWRITE PATIENT-MASTER-RECORD
           ELSE
               DISPLAY "Patient ", PAT-ID, ": first reading on ",
                   "master, no trend yet"
               MOVE "FIRST" TO WS-BMI-TREND
               MOVE "ADD" TO JRN-ACTION
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE PAT-ID TO PMS-PAT-ID
               MOVE WS-RES-RUN-DATE TO PMS-LAST-RUN-DATE
               MOVE WEIGHT TO PMS-LAST-WEIGHT
               MOVE HEIGHT_INCHES TO PMS-LAST-HEIGHT
               MOVE BMI TO PMS-LAST-BMI
               MOVE WS-BMI-CATEGORY TO PMS-LAST-CATEGORY
               WRITE PATIENT-MASTER-RECORD
           END-IF.
           IF WS-PMS-FILE-OK
               PERFORM 0426-WRITE-MASTER-JOURNAL
           ELSE
               DISPLAY "ERROR UPDATING PATIENT-MASTER-FILE, STATUS: ",
                   WS-PMS-FILE-STATUS
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "PMSUPDT" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE PAT-ID TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "PATIENT MASTER UPDATE FAILED, STATUS "
                   WS-PMS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

       0425-UPDATE-MASTER-EXIT.
           EXIT.

      * Journals the master update just made: the before-image was
      * captured when the record was read, the after-image is the
      * record as written, and the row carries this run's ID and the
      * roster group's identity so RunBackout can reverse the run.
       0426-WRITE-MASTER-JOURNAL.
           MOVE WS-RUN-ID TO JRN-RUN-ID.
           MOVE "BMICalculator" TO JRN-PROGRAM-NAME.
           MOVE WS-ROSTER-FILE-DATE TO JRN-FILE-DATE.
           MOVE WS-ROSTER-SOURCE-ID TO JRN-SOURCE-ID.
           MOVE PMS-PAT-ID TO JRN-PAT-ID.
           MOVE PATIENT-MASTER-RECORD TO JRN-AFTER-IMAGE.
           WRITE PATIENT-JOURNAL-RECORD.
           IF NOT WS-JRN-FILE-OK
               DISPLAY "ERROR WRITING PATIENT-JOURNAL-FILE, STATUS: ",
                   WS-JRN-FILE-STATUS
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "JRNLFAIL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE PMS-PAT-ID TO WS-EXC-KEY
               MOVE "MASTER UPDATED BUT NOT JOURNALED - NO BACKOUT"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

      * Opens the patient master for update, creating it on the first
      * ever batch run so the trend history can start accumulating.
       0440-OPEN-PATIENT-MASTER.
           END-IF.
           IF WS-PMS-FILE-OK
               MOVE "Y" TO WS-PMS-OPEN-SW
               PERFORM 0442-OPEN-MASTER-JOURNAL
           ELSE
               DISPLAY "ERROR OPENING PATIENT-MASTER-FILE, STATUS: ",
                   WS-PMS-FILE-STATUS
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

      * Opens the master journal for append, creating it on first
      * use. The master is never updated without its journal: if the
      * journal cannot be opened the master is closed again and the
      * batch runs without trend reporting, so every master change
      * a run makes can be backed out.
       0442-OPEN-MASTER-JOURNAL.
           MOVE "N" TO WS-JRN-OPEN-SW.
           OPEN EXTEND PATIENT-JOURNAL-FILE.
           IF NOT WS-JRN-FILE-OK
               OPEN OUTPUT PATIENT-JOURNAL-FILE
           END-IF.
           IF WS-JRN-FILE-OK
               MOVE "Y" TO WS-JRN-OPEN-SW
           ELSE
               DISPLAY "ERROR OPENING PATIENT-JOURNAL-FILE, STATUS: ",
                   WS-JRN-FILE-STATUS
               DISPLAY "Batch continues without trend reporting."
               CLOSE PATIENT-MASTER-FILE
               MOVE "N" TO WS-PMS-OPEN-SW
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 12 TO WS-EXC-SEVERITY
               MOVE "PATJRNL" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "MASTER JOURNAL OPEN FAILED, STATUS "
                   WS-JRN-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

       0445-CLOSE-PATIENT-MASTER.
           IF WS-PMS-OPEN
               CLOSE PATIENT-MASTER-FILE
               MOVE "N" TO WS-PMS-OPEN-SW
           END-IF.
           IF WS-JRN-OPEN
               CLOSE PATIENT-JOURNAL-FILE
               MOVE "N" TO WS-JRN-OPEN-SW
           END-IF.

      * Opens the demographics master read-only. Unlike the patient
      * master it is never created here - the registration feed loads
               MOVE "N" TO WS-PDM-OPEN-SW
           END-IF.

      * Opens the suspense file for update, creating it on first use,
      * and loads the hold limits. Without the suspense file a reading
      * that fails the change test cannot be held and is rejected.
       0443-OPEN-SUSPENSE-FILE.
           MOVE "N" TO WS-SUS-OPEN-SW.
           OPEN I-O PATIENT-SUSPENSE-FILE.
           IF NOT WS-SUS-FILE-OK
               OPEN OUTPUT PATIENT-SUSPENSE-FILE
               IF WS-SUS-FILE-OK
                   CLOSE PATIENT-SUSPENSE-FILE
                   OPEN I-O PATIENT-SUSPENSE-FILE
               END-IF
           END-IF.
           IF WS-SUS-FILE-OK
               MOVE "Y" TO WS-SUS-OPEN-SW
           ELSE
               DISPLAY "ERROR OPENING PATIENT-SUSPENSE-FILE, STATUS: ",
                   WS-SUS-FILE-STATUS
               DISPLAY "Implausible changes will be rejected instead ",
                   "of held."
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
           END-IF.
           PERFORM 0444-LOAD-HOLD-LIMITS.

      * Takes the hold limits from SUSPLIM when it carries a usable
      * record; otherwise the program defaults stand.
       0444-LOAD-HOLD-LIMITS.
           OPEN INPUT HOLD-LIMIT-FILE.
           IF WS-SPL-FILE-OK
               READ HOLD-LIMIT-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-SPL-FILE-OK
                   IF SPL-WEIGHT-FLOOR IS NUMERIC
                       AND SPL-WEIGHT-PER-DAY IS NUMERIC
                       AND SPL-HEIGHT-FLOOR IS NUMERIC
                       AND SPL-HEIGHT-PER-DAY IS NUMERIC
                       MOVE SPL-WEIGHT-FLOOR TO WS-LIM-WEIGHT-FLOOR
                       MOVE SPL-WEIGHT-PER-DAY
                           TO WS-LIM-WEIGHT-PER-DAY
                       MOVE SPL-HEIGHT-FLOOR TO WS-LIM-HEIGHT-FLOOR
                       MOVE SPL-HEIGHT-PER-DAY
                           TO WS-LIM-HEIGHT-PER-DAY
                   ELSE
                       DISPLAY "WARNING: SUSPLIM record is not ",
                           "numeric - default hold limits used."
                   END-IF
               END-IF
               CLOSE HOLD-LIMIT-FILE
           END-IF.
           MOVE WS-LIM-WEIGHT-PER-DAY TO WS-CHG-RATE-EDIT.
           DISPLAY "Hold limits: weight over ", WS-LIM-WEIGHT-FLOOR,
               " lbs at over ", WS-CHG-RATE-EDIT, " lbs/day".
           MOVE WS-LIM-HEIGHT-PER-DAY TO WS-CHG-RATE-EDIT.
           DISPLAY "             height over ", WS-LIM-HEIGHT-FLOOR,
               " in at over ", WS-CHG-RATE-EDIT, " in/day".

       0449-CLOSE-SUSPENSE-FILE.
           IF WS-SUS-OPEN
               CLOSE PATIENT-SUSPENSE-FILE
               MOVE "N" TO WS-SUS-OPEN-SW
           END-IF.

      * Displays the consolidated run summary: one block per source
      * from the summary table, then the combined grand totals, so
      * a four-clinic night needs no hand-totalling of four runs.
           END-IF.

      * Input balancing: every record read must be accounted for as
      * processed, rejected, or held in suspense, or the run is out
      * of balance.
           COMPUTE WS-TOT-BALANCE-CHECK =
               WS-TOT-PATIENT-COUNT + WS-TOT-REJECTED + WS-TOT-HELD.
           DISPLAY "Records read:       ", WS-TOT-RECORDS-READ.
           DISPLAY "Records processed:  ", WS-TOT-PATIENT-COUNT.
           DISPLAY "Records rejected:   ", WS-TOT-REJECTED.
           DISPLAY "Records held:       ", WS-TOT-HELD.
           IF WS-TOT-BALANCE-CHECK = WS-TOT-RECORDS-READ
               DISPLAY "BALANCING: READ ", WS-TOT-RECORDS-READ,
                   " = PROCESSED ", WS-TOT-PATIENT-COUNT,
                   " + REJECTED ", WS-TOT-REJECTED,
                   " + HELD ", WS-TOT-HELD, " - IN BALANCE"
           ELSE
               DISPLAY "BALANCING: READ ", WS-TOT-RECORDS-READ,
                   " NOT = PROCESSED ", WS-TOT-PATIENT-COUNT,
                   " + REJECTED ", WS-TOT-REJECTED,
                   " + HELD ", WS-TOT-HELD,
                   " - *** OUT OF BALANCE ***"
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "OUTBAL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE "PATWGHT" TO WS-EXC-KEY
               MOVE "READ NOT = PROCESSED + REJECTED + HELD"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

               WS-SRC-PROCESSED(WS-SRC-SUB).
           DISPLAY "  Rejected:          ",
               WS-SRC-REJECTED(WS-SRC-SUB).
           DISPLAY "  Held in suspense:  ",
               WS-SRC-HELD(WS-SRC-SUB).
           DISPLAY "  Average BMI:       ",
               WS-SRC-AVG-BMI(WS-SRC-SUB).
           DISPLAY "  Adult U/N/O/OB:    ",
               WS-SRC-PED-OV(WS-SRC-SUB), " ",
               WS-SRC-PED-OB(WS-SRC-SUB).

      * The fifth keyed row for the patient: the particulars of the
      * reading itself, which the other four rows do not carry, so
      * the EHR interface file can be rebuilt from RESULTS. The
      * reading is dated by the roster file date, or the run date
      * when the header carried no usable date.
       0433-WRITE-READING-ROW.
           MOVE SPACES TO EHR-READING-VALUE.
           IF WS-ROSTER-FILE-DATE > 0
               MOVE WS-ROSTER-FILE-DATE TO RDV-READING-DATE
           ELSE
               MOVE WS-RES-RUN-DATE TO RDV-READING-DATE
           END-IF.
           MOVE WEIGHT TO RDV-WEIGHT.
           MOVE HEIGHT_INCHES TO RDV-HEIGHT-INCHES.
           MOVE WS-BMI-TREND TO RDV-TREND.
           MOVE WS-ROSTER-SOURCE-ID TO RDV-SOURCE-ID.
           IF WS-PEDIATRIC
               MOVE "PEDIATRIC" TO RDV-AGE-GROUP
           ELSE
               MOVE "ADULT" TO RDV-AGE-GROUP
           END-IF.
           MOVE WS-PATIENT-AGE TO RDV-PATIENT-AGE.
           MOVE WS-PATIENT-SEX TO RDV-PATIENT-SEX.

           MOVE PAT-ID TO RES-KEY-ID.
           MOVE "READING" TO RES-METHOD-LABEL.
           MOVE SPACES TO RES-RESULT-VALUE.
           MOVE EHR-READING-VALUE TO RES-RESULT-VALUE.
           PERFORM 9150-WRITE-RESULT-ROW.

      * Decides whether this patient belongs on the outreach extract
      * for the wellness counselors: any obese patient, and any
      * patient whose category rank worsened since the prior master
               MOVE WS-DELTA-TEXT TO OUT-DELTA-TEXT
               WRITE OUTREACH-RECORD
               ADD 1 TO WS-OUTREACH-COUNT
               MOVE PAT-ID TO PEV-PAT-ID
               MOVE "OUT" TO PEV-EVENT-TYPE
               MOVE SPACES TO PEV-REASON-CODE
               MOVE WS-BMI-CATEGORY TO PEV-DETAIL
               PERFORM 0437-WRITE-PATIENT-EVENT
               DISPLAY "Patient ", PAT-ID,
                   ": written to outreach extract (", WS-BMI-CATEGORY,
                   ")"
                   MOVE 0 TO WS-RANK-RESULT
           END-EVALUATE.

      * Appends the event staged in PEV-PAT-ID/PEV-EVENT-TYPE/
      * PEV-REASON-CODE/PEV-DETAIL to the patient event history,
      * stamped with this run and the roster group it came from.
       0437-WRITE-PATIENT-EVENT.
           IF WS-EVT-OPEN
               MOVE "BMICalculator" TO PEV-PROGRAM-NAME
               MOVE WS-RES-RUN-DATE TO PEV-RUN-DATE
               MOVE WS-RES-RUN-TIME TO PEV-RUN-TIME
               MOVE WS-ROSTER-FILE-DATE TO PEV-FILE-DATE
               MOVE WS-ROSTER-SOURCE-ID TO PEV-SOURCE-ID
               WRITE PATIENT-EVENT-RECORD
           END-IF.

      * Opens the patient event history for append, creating it on
      * the first run. A history that cannot be opened costs the
      * inquiry its reject and outreach history, not the run.
       0438-OPEN-EVENT-LOG.
           MOVE "N" TO WS-EVT-OPEN-SW.
           OPEN EXTEND PATIENT-EVENT-FILE.
           IF NOT WS-EVT-FILE-OK
               OPEN OUTPUT PATIENT-EVENT-FILE
           END-IF.
           IF WS-EVT-FILE-OK
               MOVE "Y" TO WS-EVT-OPEN-SW
           ELSE
               DISPLAY "ERROR OPENING PATIENT-EVENT-FILE, STATUS: ",
                   WS-EVT-FILE-STATUS
               DISPLAY "Batch continues without the patient event ",
                   "history."
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

       0439-CLOSE-EVENT-LOG.
           IF WS-EVT-OPEN
               CLOSE PATIENT-EVENT-FILE
               MOVE "N" TO WS-EVT-OPEN-SW
           END-IF.

      * Opens the outreach extract and writes its header control
      * record. The extract is per run, so the header identity is
      * the run date plus this program's extract source ID, which
           MOVE 0 TO WS-NO-DEMO-COUNT.
           MOVE 0 TO WS-ROSTER-FILE-DATE.
           MOVE SPACES TO WS-ROSTER-SOURCE-ID.
           MOVE 0 TO WS-HOLD-SEQ.
           MOVE "N" TO WS-RELEASE-POSTING-SW.
           PERFORM 0403-RESET-SOURCE-COUNTERS.

           IF NOT WS-PARM-MODE
               END-IF
               PERFORM 0440-OPEN-PATIENT-MASTER
               PERFORM 0441-OPEN-PATIENT-DEMO
               PERFORM 0309-OPEN-REFERENCE-FILE
               PERFORM 0443-OPEN-SUSPENSE-FILE
               PERFORM 0447-OPEN-OUTREACH-EXTRACT
               PERFORM 0438-OPEN-EVENT-LOG
               MOVE "RECYCLE" TO WS-ACK-RUN-TYPE
               PERFORM 0416-OPEN-ACK-FILE
               PERFORM 0450-OPEN-RUN-CONTROL
               PERFORM 0464-READ-RECYCLE-RECORD
               PERFORM UNTIL WS-RCY-FILE-EOF
               END-IF
               PERFORM 0445-CLOSE-PATIENT-MASTER
               PERFORM 0446-CLOSE-PATIENT-DEMO
               PERFORM 0310-CLOSE-REFERENCE-FILE
               PERFORM 0449-CLOSE-SUSPENSE-FILE
               PERFORM 0448-CLOSE-OUTREACH-EXTRACT
               PERFORM 0439-CLOSE-EVENT-LOG
               PERFORM 0466-RECONCILE-RECYCLE
                   THRU 0466-RECONCILE-RECYCLE-EXIT
      * The recycled records are acknowledged under the original
      * run's source and file date; a file with no header names no
      * source to acknowledge.
               IF WS-RCY-HDR-SEEN
                   PERFORM 0414-WRITE-SOURCE-ACK
               END-IF
               PERFORM 0417-CLOSE-ACK-FILE
               PERFORM 0470-REPORT-REJECT-AGING
               PERFORM 0455-CLOSE-RUN-CONTROL
           END-IF.
      * read, and the records must reconcile against the original
      * run's reject count before the registration is updated.
       0466-RECONCILE-RECYCLE.
           MOVE "SUSPECT" TO WS-SRC-CLOSE-STATUS.
           IF NOT WS-RCY-HDR-SEEN
               DISPLAY "*** ABEND: recycle file arrived without a ",
                   "header record - file is suspect ***"
               GO TO 0466-RECONCILE-RECYCLE-EXIT
           END-IF.
           IF NOT WS-RCY-REG-FOUND
               MOVE "BLOCKED" TO WS-SRC-CLOSE-STATUS
               GO TO 0466-RECONCILE-RECYCLE-EXIT
           END-IF.
           IF NOT WS-RCY-TRL-SEEN
               GO TO 0466-RECONCILE-RECYCLE-EXIT
           END-IF.

           MOVE "PROCESSED" TO WS-SRC-CLOSE-STATUS.
           COMPUTE WS-RCY-NEW-RESOLVED =
               WS-RCY-PRIOR-RESOLVED + WS-PATIENT-COUNT.
           COMPUTE WS-RCY-REMAINING =
           DISPLAY "Previously resolved:   ", WS-RCY-PRIOR-RESOLVED.
           DISPLAY "Resolved this run:     ", WS-PATIENT-COUNT.
           DISPLAY "Re-rejected this run:  ", WS-RECORDS-REJECTED.
           DISPLAY "Held in suspense:      ", WS-RECORDS-HELD.
           MOVE WS-RCY-REMAINING TO WS-RCY-REMAIN-EDIT.
           DISPLAY "Remaining unresolved:  ", WS-RCY-REMAIN-EDIT.
           IF WS-RCY-REMAINING < 0
               END-IF
           END-IF.

      * Suspense posting: posts every reading a clinician released
      * through SuspReview exactly as the roster batch would have -
      * master update and journal, RESULTS rows - but with the change
      * test bypassed. The reading keeps the file date and source of
      * the run that held it, so the pediatric age and the journal
      * identity are the original ones. A reading already overtaken
      * by a newer one on the master is not posted. There is no
      * reject file or outreach extract in this mode; a reading that
      * fails validation is marked on the suspense file instead.
       0480-POST-RELEASED-READINGS.
           MOVE "Y" TO WS-RELEASE-POSTING-SW.
           MOVE SPACES TO WS-REJ-FILE-STATUS.
           MOVE 0 TO WS-ROSTER-FILE-DATE.
           MOVE SPACES TO WS-ROSTER-SOURCE-ID.
           MOVE SPACES TO WS-LAST-POSTED-PAT-ID.
           MOVE 0 TO WS-SUS-RELEASED-COUNT.
           MOVE 0 TO WS-SUS-POSTED-COUNT.
           MOVE 0 TO WS-SUS-FAILED-COUNT.
           MOVE 0 TO WS-SUS-SUPERSEDED-COUNT.
           MOVE 0 TO WS-NO-DEMO-COUNT.
           PERFORM 0403-RESET-SOURCE-COUNTERS.

           PERFORM 0440-OPEN-PATIENT-MASTER.
           PERFORM 0441-OPEN-PATIENT-DEMO.
           PERFORM 0309-OPEN-REFERENCE-FILE.
           PERFORM 0443-OPEN-SUSPENSE-FILE.
           PERFORM 0450-OPEN-RUN-CONTROL.

           IF WS-SUS-OPEN AND WS-PMS-OPEN
               MOVE "N" TO WS-SUSPENSE-EOF-SW
               MOVE LOW-VALUES TO SUS-KEY
               START PATIENT-SUSPENSE-FILE KEY GREATER THAN SUS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SUSPENSE-EOF-SW
               END-START
               IF NOT WS-SUSPENSE-EOF
                   PERFORM 0482-READ-NEXT-SUSPENSE
               END-IF
               PERFORM UNTIL WS-SUSPENSE-EOF
                   PERFORM 0484-POST-ONE-READING
                       THRU 0484-POST-ONE-READING-EXIT
                   PERFORM 0482-READ-NEXT-SUSPENSE
               END-PERFORM
           ELSE
               DISPLAY "*** SUSPENSE POSTING REFUSED: the suspense ",
                   "file and patient master must both be available ***"
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.

           PERFORM 0445-CLOSE-PATIENT-MASTER.
           PERFORM 0446-CLOSE-PATIENT-DEMO.
           PERFORM 0310-CLOSE-REFERENCE-FILE.
           PERFORM 0449-CLOSE-SUSPENSE-FILE.
           PERFORM 0455-CLOSE-RUN-CONTROL.

           DISPLAY " ".
           DISPLAY "===== Suspense Posting Summary =====".
           DISPLAY "Released readings found: ", WS-SUS-RELEASED-COUNT.
           DISPLAY "Posted:                  ", WS-SUS-POSTED-COUNT.
           DISPLAY "Failed validation:       ", WS-SUS-FAILED-COUNT.
           DISPLAY "Superseded, not posted:  ",
               WS-SUS-SUPERSEDED-COUNT.

           MOVE "SUSPENSE POSTING FILE=PATSUSP"
               TO WS-AUD-INPUT-SUMMARY.
           MOVE SPACES TO WS-AUD-OUTPUT-SUMMARY.
           STRING "PROCESSED=" WS-PATIENT-COUNT
               " REJECTED=" WS-RECORDS-REJECTED
               " SUPERSEDED=" WS-SUS-SUPERSEDED-COUNT
               DELIMITED BY SIZE INTO WS-AUD-OUTPUT-SUMMARY
           END-STRING.

       0482-READ-NEXT-SUSPENSE.
           READ PATIENT-SUSPENSE-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF NOT WS-SUS-FILE-OK
               MOVE "Y" TO WS-SUSPENSE-EOF-SW
           END-IF.

      * Posts one released reading and stamps the outcome on its
      * suspense record. A later reading already on the master
      * supersedes it, unless that later reading is one this run
      * posted from the same patient's earlier hold.
       0484-POST-ONE-READING.
           IF SUS-STATUS NOT = "R"
               GO TO 0484-POST-ONE-READING-EXIT
           END-IF.
           ADD 1 TO WS-SUS-RELEASED-COUNT.

           MOVE SUS-PAT-ID TO PMS-PAT-ID.
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PMS-FILE-OK
               AND PMS-LAST-RUN-DATE > SUS-HELD-RUN-DATE
               AND SUS-PAT-ID NOT = WS-LAST-POSTED-PAT-ID
               ADD 1 TO WS-SUS-SUPERSEDED-COUNT
               DISPLAY "Patient ", SUS-PAT-ID, ": released reading ",
                   "of ", SUS-HELD-RUN-DATE, " superseded by master ",
                   "reading of ", PMS-LAST-RUN-DATE, " - not posted"
               MOVE "E" TO SUS-STATUS
               MOVE "SP" TO SUS-REJECT-REASON
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "SUSPSUPR" TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE SUS-PAT-ID TO WS-EXC-KEY
               MOVE "RELEASED READING SUPERSEDED - NOT POSTED"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           ELSE
               MOVE SUS-FILE-DATE TO WS-ROSTER-FILE-DATE
               MOVE SUS-SOURCE-ID TO WS-ROSTER-SOURCE-ID
               MOVE SUS-PAT-ID TO PAT-ID
               MOVE SUS-WEIGHT TO PAT-WEIGHT
               MOVE SUS-HEIGHT-INCHES TO PAT-HEIGHT-INCHES
               ADD 1 TO WS-RECORDS-READ
               MOVE WS-RECORDS-REJECTED TO WS-REJECTED-BEFORE
               PERFORM 0420-PROCESS-PATIENT-RECORD
                   THRU 0420-PROCESS-PATIENT-EXIT
               IF WS-RECORDS-REJECTED > WS-REJECTED-BEFORE
                   ADD 1 TO WS-SUS-FAILED-COUNT
                   MOVE "E" TO SUS-STATUS
                   MOVE WS-REJ-REASON-CODE TO SUS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-SUS-POSTED-COUNT
                   MOVE "P" TO SUS-STATUS
                   MOVE WS-RUN-ID TO SUS-POSTED-RUN-ID
                   MOVE SUS-PAT-ID TO WS-LAST-POSTED-PAT-ID
                   IF SUS-ORIGIN = "R"
                       PERFORM 0486-CREDIT-RECYCLE-RUN
                   END-IF
               END-IF
           END-IF.

           REWRITE PATIENT-SUSPENSE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-SUS-FILE-OK
               DISPLAY "ERROR UPDATING PATIENT-SUSPENSE-FILE, STATUS: ",
                   WS-SUS-FILE-STATUS
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
               MOVE "SUSPUPDT" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE SUS-PAT-ID TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DESC
               STRING "SUSPENSE STATUS NOT UPDATED, STATUS "
                   WS-SUS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-EXC-DESC
               END-STRING
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

       0484-POST-ONE-READING-EXIT.
           EXIT.

      * A reading held by a recycle run was one of the original run's
      * rejects; once posted it counts as resolved on that run's
      * registration, just as it would have in the recycle run.
       0486-CREDIT-RECYCLE-RUN.
           IF WS-RC-OPEN
               MOVE "BMICalculator" TO RC-PROGRAM-NAME
               MOVE SUS-FILE-DATE TO RC-FILE-DATE
               MOVE SUS-SOURCE-ID TO RC-SOURCE-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RC-FILE-OK AND RC-RESOLVED-COUNT IS NUMERIC
                   ADD 1 TO RC-RESOLVED-COUNT
                   MOVE WS-RES-RUN-DATE TO RC-LAST-RECYCLE-DATE
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: could not update ",
                               "registration, STATUS: ",
                               WS-RC-FILE-STATUS
                   END-REWRITE
               ELSE
                   DISPLAY "WARNING: no registration for ",
                       SUS-FILE-DATE, " ", SUS-SOURCE-ID,
                       " - resolved count not updated"
               END-IF
           END-IF.

      * Hands this run's stamp to EhrExtract, which builds the
      * delimited EHR interface file from the RESULTS rows just
      * closed and registers it on RUNCTL. Suspense posting does
      * not send one: like the outreach extract, the file is
      * rewritten per run and would overwrite the night's file
      * before it went out; those readings go out on a re-extract
      * of the posting run.
       0490-WRITE-EHR-EXTRACT.
           MOVE WS-RES-RUN-DATE TO EP-RUN-DATE.
           MOVE WS-RES-RUN-TIME TO EP-RUN-TIME.
           CALL "EhrExtract" USING EHR-PARM-AREA.
           IF RETURN-CODE > 0
               DISPLAY "EHR interface extract ended with return ",
                   "code ", RETURN-CODE
               MOVE RETURN-CODE TO WS-NEW-SEVERITY
               PERFORM 9900-RAISE-SEVERITY
           END-IF.
           CANCEL "EhrExtract".

      * Writes one audit-trail row per execution to the shared
      * AUDIT-LOG file, appending if it already exists.
       9000-WRITE-AUDIT-RECORD.
