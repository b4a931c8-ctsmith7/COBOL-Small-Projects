      *****************************************************************
      * PATJRNL - Patient master journal. One row is appended for
      * every add or rewrite of a PATMAST record, stamped with the
      * run ID of the run that made it and the file date and source
      * ID of the roster group the reading came from, carrying the
      * master record as it stood before the update and as the update
      * left it. A run can then be backed out by restoring each
      * before-image (or deleting the record a run added), newest
      * first, and only where the master still holds that run's
      * after-image - a later run's reading is never overlaid.
      * Actions: ADD (record created; before-image is spaces) and
      * CHANGE (existing record rewritten). The image fields are
      * wider than the master record so fields appended to it later
      * still fit.
      *****************************************************************
       01  PATIENT-JOURNAL-RECORD.
           05 JRN-RUN-ID            PIC X(16).
           05 JRN-PROGRAM-NAME      PIC X(15).
           05 JRN-FILE-DATE         PIC 9(08).
           05 JRN-SOURCE-ID         PIC X(10).
           05 JRN-PAT-ID            PIC X(05).
           05 JRN-ACTION            PIC X(06).
           05 JRN-BEFORE-IMAGE      PIC X(40).
           05 JRN-AFTER-IMAGE       PIC X(40).
