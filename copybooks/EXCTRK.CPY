      *****************************************************************
      * EXCTRK - Exception tracking record: one record per EXCFILE
      * row, keyed by a tracking number ExcReport assigns in EXCFILE
      * order as it registers each new row, so every exception can
      * be followed from the night it was raised until the desk
      * resolves it. The exception itself is copied from EXCFILE;
      * the tracking state is maintained by ExcTrackMaint.
      * Status:    O open - raised and not yet looked at
      *            A acknowledged - the desk has seen it
      *            R resolved - dealt with; no longer carried forward
      * The acknowledge, assign and resolve stamps are spaces until
      * the action is taken; the note is the desk's latest
      * annotation, and on a resolved exception the resolution.
      * Tracking number zero is the control record: how many EXCFILE
      * rows have been registered so far, and the last tracking
      * number given out.
      *****************************************************************
       01  EXC-TRACK-RECORD.
           05 ETK-TRACK-ID           PIC 9(07).
           05 ETK-EXCEPTION-DATA.
              10 ETK-PROGRAM-NAME    PIC X(15).
              10 ETK-RUN-DATE        PIC 9(08).
              10 ETK-RUN-TIME        PIC 9(08).
              10 ETK-CODE            PIC X(08).
              10 ETK-SEVERITY        PIC 9(02).
              10 ETK-KEY-ID          PIC X(20).
              10 ETK-DESCRIPTION     PIC X(60).
              10 ETK-TRACKED-DATE    PIC 9(08).
              10 ETK-TRACKING-STATE.
                 15 ETK-STATUS          PIC X(01).
                    88 ETK-OPEN              VALUE "O".
                    88 ETK-ACKNOWLEDGED      VALUE "A".
                    88 ETK-RESOLVED          VALUE "R".
                    88 ETK-UNRESOLVED        VALUE "O" "A".
                 15 ETK-ACK-DATE        PIC X(08).
                 15 ETK-ACK-BY          PIC X(08).
                 15 ETK-ASSIGNEE        PIC X(08).
                 15 ETK-ASSIGNED-DATE   PIC X(08).
                 15 ETK-RESOLVED-DATE   PIC X(08).
                 15 ETK-RESOLVED-BY     PIC X(08).
                 15 ETK-NOTE            PIC X(60).
           05 ETK-CONTROL-DATA REDEFINES ETK-EXCEPTION-DATA.
              10 ETK-CTL-ROWS-TRACKED   PIC 9(09).
              10 ETK-CTL-LAST-TRACK-ID  PIC 9(07).
              10 ETK-CTL-LAST-RUN-DATE  PIC 9(08).
              10 FILLER                 PIC X(214).
