       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BmiRefMaint".
       AUTHOR.     Camden Smith.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-REFERENCE-FILE ASSIGN TO "BMIREF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT REVISION-FEED-FILE ASSIGN TO "BMIREFIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RVF-FILE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "BMIRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The BMI classification cut points BMICalculator classifies
      * with and ResultsVerify re-derives with. This program is the
      * supported way to get records into and out of it.
       FD  BMI-REFERENCE-FILE.
           COPY BMIREF.

      * A growth-chart revision as published: one record per age and
      * sex to be revised (ages 2 through 19, M or F; age 20 with
      * sex A for the adult cut points), the three cut points each
      * 99V9. The effective date and the revision text are keyed at
      * the console when the feed is loaded. Ages a revision leaves
      * out keep the records already in effect.
       FD  REVISION-FEED-FILE.
       01  REVISION-FEED-RECORD.
           05 RVF-AGE              PIC 9(02).
           05 RVF-SEX              PIC X(01).
           05 RVF-LOW-CUT          PIC 99V9.
           05 RVF-OVER-CUT         PIC 99V9.
           05 RVF-OBESE-CUT        PIC 99V9.

      * Before/after change log: one row per record added, changed,
      * deleted, loaded from a revision feed or base-loaded, appended
      * across sessions so every change to the cut points can be
      * traced to an operator. The images are the record's band data
      * as it stood before and after the action.
       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05 MLG-RUN-DATE         PIC 9(08).
           05 MLG-RUN-TIME         PIC 9(08).
           05 MLG-OPERATOR-ID      PIC X(08).
           05 MLG-ACTION           PIC X(06).
           05 MLG-REF-KEY          PIC X(11).
           05 MLG-BEFORE-IMAGE     PIC X(39).
           05 MLG-AFTER-IMAGE      PIC X(39).

       WORKING-STORAGE SECTION.
       01 WS-REF-FILE-STATUS      PIC XX.
          88 WS-REF-FILE-OK            VALUE "00".
          88 WS-REF-FILE-EOF           VALUE "10".

       01 WS-RVF-FILE-STATUS      PIC XX.
          88 WS-RVF-FILE-OK            VALUE "00".
          88 WS-RVF-FILE-EOF           VALUE "10".

       01 WS-LOG-FILE-STATUS      PIC XX.
          88 WS-LOG-FILE-OK            VALUE "00".

       01 WS-MAINT-CHOICE         PIC X(01).
          88 WS-MAINT-ADD              VALUE "A" "a".
          88 WS-MAINT-CHANGE           VALUE "C" "c".
          88 WS-MAINT-DELETE           VALUE "D" "d".
          88 WS-MAINT-LIST             VALUE "L" "l".
          88 WS-MAINT-REVISION         VALUE "R" "r".
          88 WS-MAINT-BASE-LOAD        VALUE "B" "b".
          88 WS-MAINT-QUIT             VALUE "Q" "q".

      * A record's key as keyed. Runs already classified must keep
      * re-verifying against the cut points they were classified
      * with, so only records not yet in effect - effective after
      * today - may be added, changed or deleted; a correction to
      * cut points already in effect goes in as a new revision.
       01 WS-AGE-INPUT            PIC X(02).
       01 WS-KEY-VALID-SW         PIC X(01).
          88 WS-KEY-VALID              VALUE "Y".
       01 WS-NEW-KEY.
          05 WS-NEW-AGE           PIC 9(02).
          05 WS-NEW-SEX           PIC X(01).
          05 WS-NEW-EFFECTIVE     PIC 9(08).

       01 WS-NEW-BAND-DATA.
          05 WS-NEW-LOW-CUT       PIC 99V9.
          05 WS-NEW-OVER-CUT      PIC 99V9.
          05 WS-NEW-OBESE-CUT     PIC 99V9.
          05 WS-NEW-REVISION      PIC X(30).

       01 WS-ENTRY-VALID-SW       PIC X(01).
          88 WS-ENTRY-VALID            VALUE "Y".
       01 WS-ERROR-TEXT           PIC X(50).

      * One cut point keyed at the console: the whole part is taken
      * right-justified and zero-filled, the tenths digit after the
      * decimal point, so "18.5" is taken as 18.5 and "25" as 25.0.
       01 WS-CUT-X                PIC X(06).
       01 WS-CUT-WHOLE            PIC X(02) JUSTIFIED RIGHT.
       01 WS-CUT-WHOLE-N REDEFINES WS-CUT-WHOLE
                                  PIC 9(02).
       01 WS-CUT-FRAC             PIC X(01).
       01 WS-CUT-FRAC-N REDEFINES WS-CUT-FRAC
                                  PIC 9(01).
       01 WS-CUT-VALUE            PIC 99V9.
       01 WS-CUT-VALID-SW         PIC X(01).
          88 WS-CUT-VALID              VALUE "Y".
       01 WS-CUT-EDIT-1           PIC Z9.9.
       01 WS-CUT-EDIT-2           PIC Z9.9.
       01 WS-CUT-EDIT-3           PIC Z9.9.

       01 WS-DATE-INPUT           PIC X(08).
       01 WS-DATE-VALUE           PIC 9(08).
       01 WS-DATE-VALID-SW        PIC X(01).
          88 WS-DATE-VALID             VALUE "Y".
       01 WS-TODAY                PIC 9(08).

      * Revision feed load: the feed is edited whole before any of it
      * is written, so a revision lands completely or not at all.
      * The seen table catches an age and sex given twice in one
      * feed: entry age - 1 (1 through 19), slot 1 for M or A,
      * slot 2 for F.
       01 WS-FEED-RECORDS         PIC 9(05) VALUE 0.
       01 WS-FEED-ERRORS          PIC 9(05) VALUE 0.
       01 WS-FEED-LOADED          PIC 9(05) VALUE 0.
       01 WS-FEED-SEEN-TABLE.
          05 WS-FEED-SEEN-AGE OCCURS 19 TIMES.
             10 WS-FEED-SEEN-SW   PIC X(01) OCCURS 2 TIMES.
       01 WS-SEEN-AGE-SUB         PIC 9(03) COMP.
       01 WS-SEEN-SEX-SUB         PIC 9(03) COMP.

      * The CDC 2000 growth-chart BMI-for-age cut points the system
      * classified with before the reference file existed: 5th, 85th
      * and 95th percentiles for each year of age 2 through 19, boys'
      * three values then girls', each 99V9, rounded to one decimal.
      * The base load installs them, with the adult cut points,
      * effective from the beginning of time.
       01 WS-BASE-TABLE-VALUES.
          05 FILLER PIC X(20) VALUE "02147182193144180191".
          05 FILLER PIC X(20) VALUE "03143174182140172183".
          05 FILLER PIC X(20) VALUE "04140169178137168180".
          05 FILLER PIC X(20) VALUE "05138168179135168182".
          05 FILLER PIC X(20) VALUE "06137170184134171188".
          05 FILLER PIC X(20) VALUE "07137174191134176196".
          05 FILLER PIC X(20) VALUE "08138180200136183206".
          05 FILLER PIC X(20) VALUE "09140186211139191218".
          05 FILLER PIC X(20) VALUE "10142194221142200229".
          05 FILLER PIC X(20) VALUE "11145202232146208241".
          05 FILLER PIC X(20) VALUE "12150210242151217252".
          05 FILLER PIC X(20) VALUE "13154218251156225262".
          05 FILLER PIC X(20) VALUE "14160226260162233272".
          05 FILLER PIC X(20) VALUE "15165234268167240281".
          05 FILLER PIC X(20) VALUE "16171242275172246289".
          05 FILLER PIC X(20) VALUE "17177249282177252296".
          05 FILLER PIC X(20) VALUE "18182256290181257303".
          05 FILLER PIC X(20) VALUE "19187264297184262310".
       01 WS-BASE-TABLE REDEFINES WS-BASE-TABLE-VALUES.
          05 WS-BASE-ENTRY OCCURS 18 TIMES.
             10 WS-BASE-AGE       PIC 9(02).
             10 WS-BASE-BOY-P5    PIC 99V9.
             10 WS-BASE-BOY-P85   PIC 99V9.
             10 WS-BASE-BOY-P95   PIC 99V9.
             10 WS-BASE-GIRL-P5   PIC 99V9.
             10 WS-BASE-GIRL-P85  PIC 99V9.
             10 WS-BASE-GIRL-P95  PIC 99V9.
       01 WS-BASE-SUB             PIC 9(03) COMP.
       01 WS-BASE-WRITTEN         PIC 9(05) VALUE 0.
       01 WS-BASE-PRESENT         PIC 9(05) VALUE 0.
       01 WS-CONFIRM              PIC X(01).
          88 WS-CONFIRM-YES            VALUE "Y" "y".

       01 WS-BEFORE-IMAGE         PIC X(39).
       01 WS-AFTER-IMAGE          PIC X(39).
       01 WS-LOG-ACTION           PIC X(06).

       01 WS-ACTION-COUNT         PIC 9(05) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(05) VALUE 0.
       01 WS-OPERATOR-ID          PIC X(08).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 0800-OPEN-REFERENCE-FILE.
           IF NOT WS-REF-FILE-OK
               DISPLAY "ERROR OPENING BMI-REFERENCE-FILE, STATUS: ",
                   WS-REF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0850-OPEN-MAINT-LOG.

           PERFORM UNTIL WS-MAINT-QUIT
               PERFORM 0200-DISPLAY-MAINT-MENU
               PERFORM 0300-DISPATCH-MAINT-CHOICE
           END-PERFORM.

           CLOSE BMI-REFERENCE-FILE.
           IF WS-LOG-FILE-OK
               CLOSE MAINT-LOG-FILE
           END-IF.
           DISPLAY "Maintenance session complete: ", WS-ACTION-COUNT,
               " changes logged.".

           GOBACK.

       0200-DISPLAY-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "===== BMI Classification Reference Bands =====".
           DISPLAY "  A. Add a record".
           DISPLAY "  C. Change a record not yet in effect".
           DISPLAY "  D. Delete a record not yet in effect".
           DISPLAY "  L. List the reference file".
           DISPLAY "  R. Load a growth-chart revision from BMIREFIN".
           DISPLAY "  B. Base-load the CDC 2000 cut points".
           DISPLAY "  Q. Quit".
           DISPLAY "Enter selection: ".
           ACCEPT WS-MAINT-CHOICE.

       0300-DISPATCH-MAINT-CHOICE.
           IF WS-MAINT-ADD
               PERFORM 0400-ADD-ENTRY
                   THRU 0400-ADD-ENTRY-EXIT
           ELSE
               IF WS-MAINT-CHANGE
                   PERFORM 0500-CHANGE-ENTRY
                       THRU 0500-CHANGE-ENTRY-EXIT
               ELSE
                   IF WS-MAINT-DELETE
                       PERFORM 0600-DELETE-ENTRY
                           THRU 0600-DELETE-ENTRY-EXIT
                   ELSE
                       IF WS-MAINT-LIST
                           PERFORM 0700-LIST-REFERENCE
                       ELSE
                           PERFORM 0310-DISPATCH-LOAD-CHOICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0310-DISPATCH-LOAD-CHOICE.
           IF WS-MAINT-REVISION
               PERFORM 0650-LOAD-REVISION
                   THRU 0650-LOAD-REVISION-EXIT
           ELSE
               IF WS-MAINT-BASE-LOAD
                   PERFORM 0690-BASE-LOAD
                       THRU 0690-BASE-LOAD-EXIT
               ELSE
                   IF NOT WS-MAINT-QUIT
                       DISPLAY "Invalid selection, try again."
                   END-IF
               END-IF
           END-IF.

       0400-ADD-ENTRY.
           PERFORM 0730-ACCEPT-KEY
               THRU 0730-ACCEPT-KEY-EXIT.
           IF NOT WS-KEY-VALID
               GO TO 0400-ADD-ENTRY-EXIT
           END-IF.
           PERFORM 0740-ACCEPT-BANDS
               THRU 0740-ACCEPT-BANDS-EXIT.
           IF WS-ENTRY-VALID
               MOVE WS-NEW-KEY TO REF-KEY
               MOVE WS-NEW-BAND-DATA TO REF-BAND-DATA
               WRITE BMI-REFERENCE-RECORD
                   INVALID KEY
                       DISPLAY "Age ", WS-NEW-AGE, " sex ", WS-NEW-SEX,
                           " already has a record effective ",
                           WS-NEW-EFFECTIVE, " - not added."
                   NOT INVALID KEY
                       DISPLAY "Age ", WS-NEW-AGE, " sex ", WS-NEW-SEX,
                           " added effective ", WS-NEW-EFFECTIVE, "."
                       MOVE "ADD" TO WS-LOG-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE REF-BAND-DATA TO WS-AFTER-IMAGE
                       PERFORM 0900-WRITE-MAINT-LOG
               END-WRITE
           END-IF.

       0400-ADD-ENTRY-EXIT.
           EXIT.

       0500-CHANGE-ENTRY.
           PERFORM 0730-ACCEPT-KEY
               THRU 0730-ACCEPT-KEY-EXIT.
           IF NOT WS-KEY-VALID
               GO TO 0500-CHANGE-ENTRY-EXIT
           END-IF.
           MOVE WS-NEW-KEY TO REF-KEY.
           READ BMI-REFERENCE-FILE
               INVALID KEY
                   DISPLAY "Age ", WS-NEW-AGE, " sex ", WS-NEW-SEX,
                       " has no record effective ", WS-NEW-EFFECTIVE
                   GO TO 0500-CHANGE-ENTRY-EXIT
           END-READ.
           PERFORM 0720-SHOW-ENTRY.
           MOVE REF-BAND-DATA TO WS-BEFORE-IMAGE.
           PERFORM 0740-ACCEPT-BANDS
               THRU 0740-ACCEPT-BANDS-EXIT.
           IF WS-ENTRY-VALID
               MOVE WS-NEW-BAND-DATA TO REF-BAND-DATA
               REWRITE BMI-REFERENCE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED, STATUS: ",
                           WS-REF-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Age ", WS-NEW-AGE, " sex ", WS-NEW-SEX,
                           " effective ", WS-NEW-EFFECTIVE,
                           " changed."
                       MOVE "CHANGE" TO WS-LOG-ACTION
                       MOVE REF-BAND-DATA TO WS-AFTER-IMAGE
                       PERFORM 0900-WRITE-MAINT-LOG
               END-REWRITE
           END-IF.

       0500-CHANGE-ENTRY-EXIT.
           EXIT.

       0600-DELETE-ENTRY.
           PERFORM 0730-ACCEPT-KEY
               THRU 0730-ACCEPT-KEY-EXIT.
           IF NOT WS-KEY-VALID
               GO TO 0600-DELETE-ENTRY-EXIT
           END-IF.
           MOVE WS-NEW-KEY TO REF-KEY.
           READ BMI-REFERENCE-FILE
               INVALID KEY
                   DISPLAY "Age ", WS-NEW-AGE, " sex ", WS-NEW-SEX,
                       " has no record effective ", WS-NEW-EFFECTIVE
                   GO TO 0600-DELETE-ENTRY-EXIT
           END-READ.
           MOVE REF-BAND-DATA TO WS-BEFORE-IMAGE.
           DELETE BMI-REFERENCE-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED, STATUS: ",
                       WS-REF-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Age ", WS-NEW-AGE, " sex ", WS-NEW-SEX,
                       " effective ", WS-NEW-EFFECTIVE, " removed."
                   MOVE "DELETE" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 0900-WRITE-MAINT-LOG
           END-DELETE.

       0600-DELETE-ENTRY-EXIT.
           EXIT.

      * Loads a published growth-chart revision from BMIREFIN under
      * one effective date and revision text. The first pass edits
      * every feed record - valid age and sex, numeric cut points in
      * ascending order, not given twice, not already on the file
      * for that date - and only a clean feed is written on the
      * second pass.
       0650-LOAD-REVISION.
           DISPLAY "Revision effective from YYYYMMDD (after today): ".
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           PERFORM 0760-VALIDATE-DATE.
           IF NOT WS-DATE-VALID
               DISPLAY "ERROR: effective date is not a valid date - ",
                   "revision not loaded."
               GO TO 0650-LOAD-REVISION-EXIT
           END-IF.
           IF WS-DATE-VALUE NOT > WS-TODAY
               DISPLAY "ERROR: a revision must take effect after ",
                   "today - revision not loaded."
               GO TO 0650-LOAD-REVISION-EXIT
           END-IF.
           MOVE WS-DATE-VALUE TO WS-NEW-EFFECTIVE.
           DISPLAY "Revision (chart name and edition): ".
           MOVE SPACES TO WS-NEW-REVISION.
           ACCEPT WS-NEW-REVISION.
           IF WS-NEW-REVISION = SPACES
               DISPLAY "ERROR: revision text is required - ",
                   "revision not loaded."
               GO TO 0650-LOAD-REVISION-EXIT
           END-IF.

           MOVE 0 TO WS-FEED-RECORDS.
           MOVE 0 TO WS-FEED-ERRORS.
           MOVE 0 TO WS-FEED-LOADED.
           MOVE SPACES TO WS-FEED-SEEN-TABLE.
           OPEN INPUT REVISION-FEED-FILE.
           IF NOT WS-RVF-FILE-OK
               DISPLAY "ERROR OPENING REVISION-FEED-FILE, STATUS: ",
                   WS-RVF-FILE-STATUS
               GO TO 0650-LOAD-REVISION-EXIT
           END-IF.
           PERFORM 0660-READ-FEED-RECORD.
           PERFORM UNTIL WS-RVF-FILE-EOF
               ADD 1 TO WS-FEED-RECORDS
               PERFORM 0670-EDIT-FEED-RECORD
               PERFORM 0660-READ-FEED-RECORD
           END-PERFORM.
           CLOSE REVISION-FEED-FILE.

           IF WS-FEED-RECORDS = 0
               DISPLAY "ERROR: BMIREFIN is empty - revision not ",
                   "loaded."
               GO TO 0650-LOAD-REVISION-EXIT
           END-IF.
           IF WS-FEED-ERRORS > 0
               DISPLAY "*** REVISION REFUSED: ", WS-FEED-ERRORS,
                   " of ", WS-FEED-RECORDS, " feed records failed ",
                   "the edit - nothing loaded ***"
               GO TO 0650-LOAD-REVISION-EXIT
           END-IF.

           OPEN INPUT REVISION-FEED-FILE.
           IF NOT WS-RVF-FILE-OK
               DISPLAY "ERROR OPENING REVISION-FEED-FILE, STATUS: ",
                   WS-RVF-FILE-STATUS
               GO TO 0650-LOAD-REVISION-EXIT
           END-IF.
           PERFORM 0660-READ-FEED-RECORD.
           PERFORM UNTIL WS-RVF-FILE-EOF
               PERFORM 0680-POST-FEED-RECORD
               PERFORM 0660-READ-FEED-RECORD
           END-PERFORM.
           CLOSE REVISION-FEED-FILE.
           DISPLAY "Revision loaded: ", WS-FEED-LOADED, " of ",
               WS-FEED-RECORDS, " records effective ",
               WS-NEW-EFFECTIVE, ".".

       0650-LOAD-REVISION-EXIT.
           EXIT.

       0660-READ-FEED-RECORD.
           READ REVISION-FEED-FILE
               AT END
                   SET WS-RVF-FILE-EOF TO TRUE
           END-READ.

       0670-EDIT-FEED-RECORD.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           IF RVF-AGE IS NOT NUMERIC
               OR RVF-LOW-CUT IS NOT NUMERIC
               OR RVF-OVER-CUT IS NOT NUMERIC
               OR RVF-OBESE-CUT IS NOT NUMERIC
               MOVE "N" TO WS-ENTRY-VALID-SW
               MOVE "AGE OR A CUT POINT IS NOT NUMERIC"
                   TO WS-ERROR-TEXT
           ELSE
               MOVE RVF-AGE TO WS-NEW-AGE
               MOVE RVF-SEX TO WS-NEW-SEX
               INSPECT WS-NEW-SEX CONVERTING "mfa" TO "MFA"
               MOVE RVF-LOW-CUT TO WS-NEW-LOW-CUT
               MOVE RVF-OVER-CUT TO WS-NEW-OVER-CUT
               MOVE RVF-OBESE-CUT TO WS-NEW-OBESE-CUT
               PERFORM 0735-CHECK-AGE-SEX
               IF WS-ENTRY-VALID
                   PERFORM 0770-CHECK-CUT-ORDER
               END-IF
           END-IF.
           IF WS-ENTRY-VALID
               COMPUTE WS-SEEN-AGE-SUB = WS-NEW-AGE - 1
               IF WS-NEW-SEX = "F"
                   MOVE 2 TO WS-SEEN-SEX-SUB
               ELSE
                   MOVE 1 TO WS-SEEN-SEX-SUB
               END-IF
               IF WS-FEED-SEEN-SW(WS-SEEN-AGE-SUB, WS-SEEN-SEX-SUB)
                   = "Y"
                   MOVE "N" TO WS-ENTRY-VALID-SW
                   MOVE "AGE AND SEX GIVEN TWICE IN THE FEED"
                       TO WS-ERROR-TEXT
               ELSE
                   MOVE "Y" TO
                       WS-FEED-SEEN-SW(WS-SEEN-AGE-SUB, WS-SEEN-SEX-SUB)
               END-IF
           END-IF.
           IF WS-ENTRY-VALID
               MOVE WS-NEW-KEY TO REF-KEY
               READ BMI-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-REF-FILE-OK
                   MOVE "N" TO WS-ENTRY-VALID-SW
                   MOVE "ALREADY ON FILE FOR THIS EFFECTIVE DATE"
                       TO WS-ERROR-TEXT
               END-IF
           END-IF.
           IF NOT WS-ENTRY-VALID
               ADD 1 TO WS-FEED-ERRORS
               DISPLAY "Feed record ", WS-FEED-RECORDS, " (",
                   REVISION-FEED-RECORD, "): ", WS-ERROR-TEXT
           END-IF.

       0680-POST-FEED-RECORD.
           MOVE RVF-AGE TO WS-NEW-AGE.
           MOVE RVF-SEX TO WS-NEW-SEX.
           INSPECT WS-NEW-SEX CONVERTING "mfa" TO "MFA".
           MOVE RVF-LOW-CUT TO WS-NEW-LOW-CUT.
           MOVE RVF-OVER-CUT TO WS-NEW-OVER-CUT.
           MOVE RVF-OBESE-CUT TO WS-NEW-OBESE-CUT.
           MOVE WS-NEW-KEY TO REF-KEY.
           MOVE WS-NEW-BAND-DATA TO REF-BAND-DATA.
           WRITE BMI-REFERENCE-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR AGE ", WS-NEW-AGE,
                       " SEX ", WS-NEW-SEX, ", STATUS: ",
                       WS-REF-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-FEED-LOADED
                   MOVE "LOAD" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE REF-BAND-DATA TO WS-AFTER-IMAGE
                   PERFORM 0900-WRITE-MAINT-LOG
           END-WRITE.

      * Installs the CDC 2000 cut points the system classified with
      * before the reference file existed, effective 00000000 so
      * every run already on RESULTS re-verifies against them. A
      * record already present for that date is left as it is, so
      * the base load can be repeated safely.
       0690-BASE-LOAD.
           DISPLAY "Install the CDC 2000 cut points effective ",
               "00000000 where missing (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRM-YES
               DISPLAY "Base load not run."
               GO TO 0690-BASE-LOAD-EXIT
           END-IF.
           MOVE 0 TO WS-BASE-WRITTEN.
           MOVE 0 TO WS-BASE-PRESENT.
           MOVE 0 TO WS-NEW-EFFECTIVE.
           MOVE "CDC 2000 GROWTH CHARTS" TO WS-NEW-REVISION.
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                   UNTIL WS-BASE-SUB > 18
               MOVE WS-BASE-AGE(WS-BASE-SUB) TO WS-NEW-AGE
               MOVE "M" TO WS-NEW-SEX
               MOVE WS-BASE-BOY-P5(WS-BASE-SUB) TO WS-NEW-LOW-CUT
               MOVE WS-BASE-BOY-P85(WS-BASE-SUB) TO WS-NEW-OVER-CUT
               MOVE WS-BASE-BOY-P95(WS-BASE-SUB) TO WS-NEW-OBESE-CUT
               PERFORM 0695-WRITE-BASE-RECORD
               MOVE "F" TO WS-NEW-SEX
               MOVE WS-BASE-GIRL-P5(WS-BASE-SUB) TO WS-NEW-LOW-CUT
               MOVE WS-BASE-GIRL-P85(WS-BASE-SUB) TO WS-NEW-OVER-CUT
               MOVE WS-BASE-GIRL-P95(WS-BASE-SUB) TO WS-NEW-OBESE-CUT
               PERFORM 0695-WRITE-BASE-RECORD
           END-PERFORM.
           MOVE "CDC ADULT BMI CUT POINTS" TO WS-NEW-REVISION.
           MOVE 20 TO WS-NEW-AGE.
           MOVE "A" TO WS-NEW-SEX.
           MOVE 18.5 TO WS-NEW-LOW-CUT.
           MOVE 25.0 TO WS-NEW-OVER-CUT.
           MOVE 30.0 TO WS-NEW-OBESE-CUT.
           PERFORM 0695-WRITE-BASE-RECORD.
           DISPLAY "Base load complete: ", WS-BASE-WRITTEN,
               " records installed, ", WS-BASE-PRESENT,
               " already present.".

       0690-BASE-LOAD-EXIT.
           EXIT.

       0695-WRITE-BASE-RECORD.
           MOVE WS-NEW-KEY TO REF-KEY.
           MOVE WS-NEW-BAND-DATA TO REF-BAND-DATA.
           WRITE BMI-REFERENCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-BASE-PRESENT
               NOT INVALID KEY
                   ADD 1 TO WS-BASE-WRITTEN
                   MOVE "BASE" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE REF-BAND-DATA TO WS-AFTER-IMAGE
                   PERFORM 0900-WRITE-MAINT-LOG
           END-WRITE.

      * Lists every record on the file in key order - age, sex, then
      * effective date, so each entry's revisions read oldest first -
      * restarting the browse from the lowest key each time.
       0700-LIST-REFERENCE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO REF-KEY.
           START BMI-REFERENCE-FILE
               KEY IS GREATER THAN REF-KEY
               INVALID KEY
                   DISPLAY "Reference file is empty."
           END-START.
           IF WS-REF-FILE-OK
               DISPLAY "AGE SEX EFFECTIVE  LOW OVER OBESE REVISION"
               PERFORM 0710-READ-NEXT-ENTRY
               PERFORM UNTIL NOT WS-REF-FILE-OK
                   MOVE REF-LOW-CUT TO WS-CUT-EDIT-1
                   MOVE REF-OVER-CUT TO WS-CUT-EDIT-2
                   MOVE REF-OBESE-CUT TO WS-CUT-EDIT-3
                   DISPLAY " ", REF-AGE, "  ", REF-SEX, "  ",
                       REF-EFFECTIVE-DATE, " ", WS-CUT-EDIT-1, " ",
                       WS-CUT-EDIT-2, "  ", WS-CUT-EDIT-3, " ",
                       REF-REVISION
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 0710-READ-NEXT-ENTRY
               END-PERFORM
               DISPLAY WS-LIST-COUNT, " records on the reference file."
           END-IF.

       0710-READ-NEXT-ENTRY.
           READ BMI-REFERENCE-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

       0720-SHOW-ENTRY.
           MOVE REF-LOW-CUT TO WS-CUT-EDIT-1.
           MOVE REF-OVER-CUT TO WS-CUT-EDIT-2.
           MOVE REF-OBESE-CUT TO WS-CUT-EDIT-3.
           DISPLAY "Currently: low ", WS-CUT-EDIT-1,
               " overweight ", WS-CUT-EDIT-2,
               " obese ", WS-CUT-EDIT-3.
           DISPLAY "           ", REF-REVISION.

      * Accepts a record's key: age, sex and effective date. Only a
      * record not yet in effect may be maintained here.
       0730-ACCEPT-KEY.
           MOVE "N" TO WS-KEY-VALID-SW.
           DISPLAY "Age (02 through 19, or 20 for the adult bands): ".
           MOVE SPACES TO WS-AGE-INPUT.
           ACCEPT WS-AGE-INPUT.
           IF WS-AGE-INPUT IS NOT NUMERIC
               DISPLAY "ERROR: age must be two digits - entry ",
                   "rejected."
               GO TO 0730-ACCEPT-KEY-EXIT
           END-IF.
           MOVE WS-AGE-INPUT TO WS-NEW-AGE.
           DISPLAY "Sex (M or F; A for the adult bands): ".
           MOVE SPACES TO WS-NEW-SEX.
           ACCEPT WS-NEW-SEX.
           INSPECT WS-NEW-SEX CONVERTING "mfa" TO "MFA".
           PERFORM 0735-CHECK-AGE-SEX.
           IF NOT WS-ENTRY-VALID
               DISPLAY "ERROR: ", WS-ERROR-TEXT, " - entry rejected."
               GO TO 0730-ACCEPT-KEY-EXIT
           END-IF.
           DISPLAY "Effective from YYYYMMDD (after today): ".
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           PERFORM 0760-VALIDATE-DATE.
           IF NOT WS-DATE-VALID
               DISPLAY "ERROR: effective date is not a valid date - ",
                   "entry rejected."
               GO TO 0730-ACCEPT-KEY-EXIT
           END-IF.
           IF WS-DATE-VALUE NOT > WS-TODAY
               DISPLAY "ERROR: records in effect today or earlier ",
                   "cannot be maintained - load a new revision ",
                   "instead."
               GO TO 0730-ACCEPT-KEY-EXIT
           END-IF.
           MOVE WS-DATE-VALUE TO WS-NEW-EFFECTIVE.
           MOVE "Y" TO WS-KEY-VALID-SW.

       0730-ACCEPT-KEY-EXIT.
           EXIT.

      * Ages 2 through 19 carry M or F percentile bands; age 20 with
      * sex A carries the adult cut points.
       0735-CHECK-AGE-SEX.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           IF WS-NEW-AGE = 20
               IF WS-NEW-SEX NOT = "A"
                   MOVE "N" TO WS-ENTRY-VALID-SW
                   MOVE "AGE 20 IS THE ADULT RECORD AND TAKES SEX A"
                       TO WS-ERROR-TEXT
               END-IF
           ELSE
               IF WS-NEW-AGE < 2 OR WS-NEW-AGE > 20
                   MOVE "N" TO WS-ENTRY-VALID-SW
                   MOVE "AGE MUST BE 02 THROUGH 20" TO WS-ERROR-TEXT
               ELSE
                   IF WS-NEW-SEX NOT = "M" AND NOT = "F"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                       MOVE "SEX MUST BE M OR F BELOW AGE 20"
                           TO WS-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.

      * Gathers the three cut points and the revision text, checking
      * them together before any of it is allowed on the file.
       0740-ACCEPT-BANDS.
           MOVE "N" TO WS-ENTRY-VALID-SW.
           DISPLAY "Low cut point (5th percentile, or adult ",
               "underweight below): ".
           PERFORM 0750-ACCEPT-CUT-ENTRY.
           IF NOT WS-CUT-VALID
               DISPLAY "ERROR: not a cut point - entry rejected."
               GO TO 0740-ACCEPT-BANDS-EXIT
           END-IF.
           MOVE WS-CUT-VALUE TO WS-NEW-LOW-CUT.
           DISPLAY "Overweight cut point (85th percentile, or adult ",
               "overweight from): ".
           PERFORM 0750-ACCEPT-CUT-ENTRY.
           IF NOT WS-CUT-VALID
               DISPLAY "ERROR: not a cut point - entry rejected."
               GO TO 0740-ACCEPT-BANDS-EXIT
           END-IF.
           MOVE WS-CUT-VALUE TO WS-NEW-OVER-CUT.
           DISPLAY "Obese cut point (95th percentile, or adult ",
               "obese from): ".
           PERFORM 0750-ACCEPT-CUT-ENTRY.
           IF NOT WS-CUT-VALID
               DISPLAY "ERROR: not a cut point - entry rejected."
               GO TO 0740-ACCEPT-BANDS-EXIT
           END-IF.
           MOVE WS-CUT-VALUE TO WS-NEW-OBESE-CUT.
           PERFORM 0770-CHECK-CUT-ORDER.
           IF NOT WS-ENTRY-VALID
               DISPLAY "ERROR: ", WS-ERROR-TEXT, " - entry rejected."
               GO TO 0740-ACCEPT-BANDS-EXIT
           END-IF.

           MOVE "N" TO WS-ENTRY-VALID-SW.
           DISPLAY "Revision (chart name and edition): ".
           MOVE SPACES TO WS-NEW-REVISION.
           ACCEPT WS-NEW-REVISION.
           IF WS-NEW-REVISION = SPACES
               DISPLAY "ERROR: revision text is required - entry ",
                   "rejected."
               GO TO 0740-ACCEPT-BANDS-EXIT
           END-IF.
           MOVE "Y" TO WS-ENTRY-VALID-SW.

       0740-ACCEPT-BANDS-EXIT.
           EXIT.

      * Takes one cut point from the console, split at the decimal
      * point into the whole part and the tenths digit.
       0750-ACCEPT-CUT-ENTRY.
           MOVE "N" TO WS-CUT-VALID-SW.
           MOVE 0 TO WS-CUT-VALUE.
           MOVE SPACES TO WS-CUT-X.
           ACCEPT WS-CUT-X.
           IF WS-CUT-X NOT = SPACES
               MOVE SPACES TO WS-CUT-WHOLE
               MOVE SPACES TO WS-CUT-FRAC
               UNSTRING WS-CUT-X DELIMITED BY "." OR ALL " "
                   INTO WS-CUT-WHOLE WS-CUT-FRAC
               END-UNSTRING
               INSPECT WS-CUT-WHOLE REPLACING LEADING " " BY "0"
               INSPECT WS-CUT-FRAC REPLACING ALL " " BY "0"
               IF WS-CUT-WHOLE IS NUMERIC
                   AND WS-CUT-FRAC IS NUMERIC
                   COMPUTE WS-CUT-VALUE =
                       WS-CUT-WHOLE-N + WS-CUT-FRAC-N / 10
                   MOVE "Y" TO WS-CUT-VALID-SW
               END-IF
           END-IF.

      * A date entry must be eight digits and a real calendar date.
       0760-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DATE-VALUE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE) = 0
                   MOVE "Y" TO WS-DATE-VALID-SW
               END-IF
           END-IF.

      * The cut points must be above zero and strictly ascending, or
      * a band would be empty and the classification would skip it.
       0770-CHECK-CUT-ORDER.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           IF WS-NEW-LOW-CUT = 0
               OR WS-NEW-OVER-CUT NOT > WS-NEW-LOW-CUT
               OR WS-NEW-OBESE-CUT NOT > WS-NEW-OVER-CUT
               MOVE "N" TO WS-ENTRY-VALID-SW
               MOVE "CUT POINTS MUST BE ABOVE ZERO AND ASCENDING"
                   TO WS-ERROR-TEXT
           END-IF.

      * Opens the reference file for update, creating it on first use
      * so the base load can be run before the first roster batch.
       0800-OPEN-REFERENCE-FILE.
           OPEN I-O BMI-REFERENCE-FILE.
           IF NOT WS-REF-FILE-OK
               OPEN OUTPUT BMI-REFERENCE-FILE
               IF WS-REF-FILE-OK
                   CLOSE BMI-REFERENCE-FILE
                   OPEN I-O BMI-REFERENCE-FILE
               END-IF
           END-IF.

      * Opens the maintenance change log, appending if it already
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

      * Writes one before/after row per maintenance action, and
      * echoes it to the console so the operator sees what was
      * recorded.
       0900-WRITE-MAINT-LOG.
           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "LOGGED: ", WS-LOG-ACTION, " ", WS-NEW-AGE, " ",
               WS-NEW-SEX, " ", WS-NEW-EFFECTIVE.
           IF WS-LOG-FILE-OK
               ACCEPT MLG-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT MLG-RUN-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO MLG-OPERATOR-ID
               MOVE WS-LOG-ACTION TO MLG-ACTION
               MOVE WS-NEW-KEY TO MLG-REF-KEY
               MOVE WS-BEFORE-IMAGE TO MLG-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO MLG-AFTER-IMAGE
               WRITE MAINT-LOG-RECORD
           END-IF.

       END PROGRAM BmiRefMaint.
