               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
      * The cut points BMICalculator classified with, by effective
      * date; dynamic access since the band load browses the file.
           SELECT BMI-REFERENCE-FILE ASSIGN TO "BMIREF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           05 SRT-METHOD-LABEL      PIC X(15).
           05 SRT-RESULT-VALUE      PIC X(170).

       FD  BMI-REFERENCE-FILE.
           COPY BMIREF.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       01 WS-BMI-NUMERIC          PIC 9(3)V99.
       01 WS-EXPECT-CATEGORY      PIC X(11).

      * The READING row BMICalculator writes beside the BMI row
      * carries the roster file date the reading was classified as
      * of, and the patient's age group, age and sex, so the bands
      * that applied can be looked up again.
       01 WS-GRP-READ-SEEN-SW     PIC X(01) VALUE "N".
          88 WS-GRP-READ-SEEN          VALUE "Y".
           COPY EHRREAD.

      * Cut points in effect on WS-BAND-AS-OF-DATE, loaded from
      * BMIREF the same way BMICalculator loads them: for each age
      * and sex the record with the latest effective date on or
      * before the as-of date. An entry whose switch is not set had
      * no record in effect.
       01 WS-REF-FILE-STATUS      PIC XX.
          88 WS-REF-FILE-OK            VALUE "00".

       01 WS-REF-OPEN-SW          PIC X(01) VALUE "N".
          88 WS-REF-OPEN               VALUE "Y".

       01 WS-BAND-AS-OF-DATE      PIC 9(08) VALUE 0.
       01 WS-BANDS-LOADED-DATE    PIC 9(08) VALUE 0.

       01 WS-BANDS-FOUND-SW       PIC X(01) VALUE "N".
          88 WS-BANDS-FOUND            VALUE "Y".

       01 WS-CHECK-PEDIATRIC-SW   PIC X(01) VALUE "N".
          88 WS-CHECK-PEDIATRIC        VALUE "Y".

       01 WS-PED-AGE-SUB          PIC 9(03) COMP.
       01 WS-CUT-LOW              PIC 99V9.
       01 WS-CUT-OVER             PIC 99V9.
       01 WS-CUT-OBESE            PIC 99V9.

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

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).

               PERFORM 0700-WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 0700-WRITE-REPORT-LINE
               PERFORM 0150-OPEN-REFERENCE-FILE

               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-PROGRAM-NAME
                   INPUT PROCEDURE IS 0200-SELECT-INPUT-ROWS
                   OUTPUT PROCEDURE IS 0300-VERIFY-SORTED-ROWS

               IF WS-REF-OPEN
                   CLOSE BMI-REFERENCE-FILE
               END-IF
               PERFORM 0650-WRITE-CERTIFICATION
               CLOSE VERIFY-REPORT-FILE
           END-IF.

           GOBACK.

      * Without the reference file no BMI category can be re-derived.
      * That is an exception in its own right, so the pass cannot
      * certify clean with the category checks silently skipped.
       0150-OPEN-REFERENCE-FILE.
           MOVE "N" TO WS-REF-OPEN-SW.
           MOVE 0 TO WS-BANDS-LOADED-DATE.
           OPEN INPUT BMI-REFERENCE-FILE.
           IF WS-REF-FILE-OK
               MOVE "Y" TO WS-REF-OPEN-SW
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "EXCEPTION: BMIREF NOT AVAILABLE, STATUS "
                   WS-REF-FILE-STATUS
                   " - BMI CATEGORY CHECKS NOT RUN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "OPENFAIL" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE "BMIREF" TO WS-EXC-KEY
               MOVE "BMI REFERENCE FILE NOT AVAILABLE FOR VERIFICATION"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

      * Sort input pass: the whole live file when no date was
      * requested, or the requested date's rows from the live file
      * and from any archive the directory says could hold them.
           MOVE SRT-METHOD-LABEL TO WS-PRI-METHOD.

      * Captures the values the group-end cross-checks need: the
      * three sum methods for SumToN rows, and the BMI value,
      * category and reading for BMICalculator rows.
       0500-GATHER-GROUP-VALUES.
           IF SRT-PROGRAM-NAME = "SumToN"
               EVALUATE SRT-METHOD-LABEL
                   WHEN "CATEGORY"
                       MOVE SRT-RESULT-VALUE(1:11) TO WS-GRP-CATEGORY
                       MOVE "Y" TO WS-GRP-CAT-SEEN-SW
                   WHEN "READING"
                       MOVE SRT-RESULT-VALUE TO EHR-READING-VALUE
                       MOVE "Y" TO WS-GRP-READ-SEEN-SW
               END-EVALUATE
           END-IF.

           END-IF.
           IF WS-GRP-PROGRAM = "BMICalculator"
               PERFORM 0620-CHECK-BMI-CATEGORY
                   THRU 0620-CHECK-BMI-CATEGORY-EXIT
           END-IF.

           MOVE SPACES TO WS-GRP-SUM-1.
           MOVE "N" TO WS-GRP-BMI-SEEN-SW.
           MOVE SPACES TO WS-GRP-CATEGORY.
           MOVE "N" TO WS-GRP-CAT-SEEN-SW.
           MOVE SPACES TO EHR-READING-VALUE.
           MOVE "N" TO WS-GRP-READ-SEEN-SW.

      * SumToN cross-check: the three independently-computed sums
      * written for the same key and run timestamp must agree.

      * BMICalculator cross-check: re-derives the weight-status
      * category from the BMI value on the BMI row and compares it
      * with the CATEGORY row written for the same patient and run,
      * using the BMIREF cut points in effect on the reading date -
      * the roster file date on the READING row, or the run date for
      * a row without one (interactive runs, and runs from before
      * the READING row was written). A pediatric category is
      * re-derived from the percentile bands for the age and sex on
      * the READING row; one whose READING row does not carry them
      * cannot be re-derived and is left to the source program.
       0620-CHECK-BMI-CATEGORY.
           IF NOT WS-REF-OPEN
               OR NOT WS-GRP-BMI-SEEN OR NOT WS-GRP-CAT-SEEN
               GO TO 0620-CHECK-BMI-CATEGORY-EXIT
           END-IF.
           MOVE "N" TO WS-CHECK-PEDIATRIC-SW.
           IF WS-GRP-CATEGORY = "HEALTHY"
               OR WS-GRP-CATEGORY(1:4) = "PED-"
               MOVE "Y" TO WS-CHECK-PEDIATRIC-SW
           END-IF.
           IF WS-GRP-READ-SEEN AND RDV-AGE-GROUP = "PEDIATRIC"
               MOVE "Y" TO WS-CHECK-PEDIATRIC-SW
           END-IF.
           IF WS-CHECK-PEDIATRIC
               IF NOT WS-GRP-READ-SEEN
                   OR RDV-PATIENT-AGE IS NOT NUMERIC
                   GO TO 0620-CHECK-BMI-CATEGORY-EXIT
               END-IF
           END-IF.
           IF WS-GRP-READ-SEEN AND RDV-READING-DATE IS NUMERIC
               AND RDV-READING-DATE > 0
               MOVE RDV-READING-DATE TO WS-BAND-AS-OF-DATE
           ELSE
               MOVE WS-GRP-RUN-DATE TO WS-BAND-AS-OF-DATE
           END-IF.

           PERFORM 0630-REDERIVE-CATEGORY.
           IF WS-EXPECT-CATEGORY NOT = WS-GRP-CATEGORY
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "EXCEPTION: BMI/CATEGORY MISMATCH "
                   WS-GRP-RUN-DATE " " WS-GRP-RUN-TIME
                   " KEY " WS-GRP-KEY-ID
                   " BMI=" WS-GRP-BMI-VALUE
                   " BANDS AS OF " WS-BAND-AS-OF-DATE
                   " EXPECTED " WS-EXPECT-CATEGORY
                   " FOUND " WS-GRP-CATEGORY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM 0700-WRITE-REPORT-LINE
               MOVE "CATMISMA" TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE WS-GRP-KEY-ID TO WS-EXC-KEY
               MOVE "CATEGORY ROW DISAGREES WITH THE BMI ROW"
                   TO WS-EXC-DESC
               PERFORM 9800-WRITE-EXCEPTION
           END-IF.

       0620-CHECK-BMI-CATEGORY-EXIT.
           EXIT.

      * Takes apart the edited BMI value (ZZ9.99) written on the BMI
      * row and re-runs the banding over it with the cut points in
      * effect. A value that will not parse is itself an exception,
      * as is a reading for which BMIREF has no cut points in effect.
       0630-REDERIVE-CATEGORY.
           MOVE SPACES TO WS-EXPECT-CATEGORY.
           UNSTRING WS-GRP-BMI-VALUE DELIMITED BY "."
           END-UNSTRING.
           INSPECT WS-BMI-WHOLE-X REPLACING LEADING " " BY "0".
           INSPECT WS-BMI-DEC-X REPLACING ALL " " BY "0".
           IF WS-BMI-WHOLE-X IS NOT NUMERIC
               OR WS-BMI-DEC-X IS NOT NUMERIC
               MOVE "UNPARSEABLE" TO WS-EXPECT-CATEGORY
           ELSE
               MOVE WS-BMI-WHOLE-X TO WS-BMI-WHOLE
               MOVE WS-BMI-DEC-X TO WS-BMI-DEC
               COMPUTE WS-BMI-NUMERIC =
                   WS-BMI-WHOLE + (WS-BMI-DEC / 100)
               PERFORM 0632-SELECT-BANDS THRU 0632-SELECT-BANDS-EXIT
               IF NOT WS-BANDS-FOUND
                   MOVE "NO BANDS" TO WS-EXPECT-CATEGORY
               ELSE
                   IF WS-CHECK-PEDIATRIC
                       PERFORM 0638-BAND-PEDIATRIC
                   ELSE
                       PERFORM 0639-BAND-ADULT
                   END-IF
               END-IF
           END-IF.

      * Picks the cut points for the group - the age and sex entry
      * from the READING row for a pediatric category, the adult
      * entry otherwise - into WS-CUT-LOW/OVER/OBESE. Ages under 2
      * use the age-2 entry, as BMICalculator does, and any sex but
      * F takes the boys' bands.
       0632-SELECT-BANDS.
           MOVE "N" TO WS-BANDS-FOUND-SW.
           PERFORM 0634-LOAD-REFERENCE-BANDS
               THRU 0634-LOAD-REFERENCE-EXIT.
           IF WS-CHECK-PEDIATRIC
               IF RDV-PATIENT-AGE < 2
                   MOVE 1 TO WS-PED-AGE-SUB
               ELSE
                   IF RDV-PATIENT-AGE > 19
                       GO TO 0632-SELECT-BANDS-EXIT
                   END-IF
                   COMPUTE WS-PED-AGE-SUB = RDV-PATIENT-AGE - 1
               END-IF
               IF RDV-PATIENT-SEX = "F" OR RDV-PATIENT-SEX = "f"
                   IF WS-PED-GIRL-SET(WS-PED-AGE-SUB)
                       MOVE WS-PED-GIRL-P5(WS-PED-AGE-SUB)
                           TO WS-CUT-LOW
                       MOVE WS-PED-GIRL-P85(WS-PED-AGE-SUB)
                           TO WS-CUT-OVER
                       MOVE WS-PED-GIRL-P95(WS-PED-AGE-SUB)
                           TO WS-CUT-OBESE
                       MOVE "Y" TO WS-BANDS-FOUND-SW
                   END-IF
               ELSE
                   IF WS-PED-BOY-SET(WS-PED-AGE-SUB)
                       MOVE WS-PED-BOY-P5(WS-PED-AGE-SUB)
                           TO WS-CUT-LOW
                       MOVE WS-PED-BOY-P85(WS-PED-AGE-SUB)
                           TO WS-CUT-OVER
                       MOVE WS-PED-BOY-P95(WS-PED-AGE-SUB)
                           TO WS-CUT-OBESE
                       MOVE "Y" TO WS-BANDS-FOUND-SW
                   END-IF
               END-IF
           ELSE
               IF WS-ADULT-SET
                   MOVE WS-ADULT-LOW-CUT TO WS-CUT-LOW
                   MOVE WS-ADULT-OVER-CUT TO WS-CUT-OVER
                   MOVE WS-ADULT-OBESE-CUT TO WS-CUT-OBESE
                   MOVE "Y" TO WS-BANDS-FOUND-SW
               END-IF
           END-IF.

       0632-SELECT-BANDS-EXIT.
           EXIT.

      * Loads the bands in effect on WS-BAND-AS-OF-DATE; the file is
      * in key order (age, sex, effective date), so the last
      * qualifying record read for an entry is the one that stands.
      * Skipped when the table already holds that date's bands.
       0634-LOAD-REFERENCE-BANDS.
           IF WS-BAND-AS-OF-DATE = WS-BANDS-LOADED-DATE
               GO TO 0634-LOAD-REFERENCE-EXIT
           END-IF.
           INITIALIZE WS-PED-BMI-TABLE.
           MOVE WS-BAND-AS-OF-DATE TO WS-BANDS-LOADED-DATE.

           MOVE LOW-VALUES TO REF-KEY.
           START BMI-REFERENCE-FILE KEY GREATER THAN REF-KEY
               INVALID KEY
                   GO TO 0634-LOAD-REFERENCE-EXIT
           END-START.
           READ BMI-REFERENCE-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           PERFORM UNTIL NOT WS-REF-FILE-OK
               IF REF-EFFECTIVE-DATE NOT > WS-BAND-AS-OF-DATE
                   PERFORM 0636-STORE-REFERENCE-ROW
               END-IF
               READ BMI-REFERENCE-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       0634-LOAD-REFERENCE-EXIT.
           EXIT.

       0636-STORE-REFERENCE-ROW.
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

      * Percentile banding, as BMICalculator's 0305.
       0638-BAND-PEDIATRIC.
           IF WS-BMI-NUMERIC < WS-CUT-LOW
               MOVE "PED-UNDERWT" TO WS-EXPECT-CATEGORY
           ELSE
               IF WS-BMI-NUMERIC < WS-CUT-OVER
                   MOVE "HEALTHY" TO WS-EXPECT-CATEGORY
               ELSE
                   IF WS-BMI-NUMERIC < WS-CUT-OBESE
                       MOVE "PED-OVERWT" TO WS-EXPECT-CATEGORY
                   ELSE
                       MOVE "PED-OBESE" TO WS-EXPECT-CATEGORY
                   END-IF
               END-IF
           END-IF.

      * Adult banding, as BMICalculator's 0300.
       0639-BAND-ADULT.
           IF WS-BMI-NUMERIC < WS-CUT-LOW
               MOVE "UNDERWEIGHT" TO WS-EXPECT-CATEGORY
           ELSE
               IF WS-BMI-NUMERIC < WS-CUT-OVER
                   MOVE "NORMAL" TO WS-EXPECT-CATEGORY
               ELSE
                   IF WS-BMI-NUMERIC < WS-CUT-OBESE
                       MOVE "OVERWEIGHT" TO WS-EXPECT-CATEGORY
                   ELSE
                       MOVE "OBESE" TO WS-EXPECT-CATEGORY
                   END-IF
               END-IF
           END-IF.

      * Closes the report with either the clean-pass certification
