      *****************************************************************
      * PATEVNT - Patient event history, appended one row per event
      * that leaves no trace on the per-run files once the next run
      * overwrites them: a roster reading rejected back to the
      * clinic on PATREJ, a patient written to the outreach extract,
      * and a registration transaction DemoLoad returned on PATDREJ.
      * Read by PatInquiry to answer "was this patient ever
      * rejected / sent to outreach" from one place.
      * Event type: REJ roster reading rejected, OUT outreach
      *             extract, DRJ registration transaction rejected.
      *****************************************************************
       01  PATIENT-EVENT-RECORD.
           05 PEV-PAT-ID             PIC X(05).
           05 PEV-EVENT-TYPE         PIC X(03).
           05 PEV-PROGRAM-NAME       PIC X(15).
           05 PEV-RUN-DATE           PIC 9(08).
           05 PEV-RUN-TIME           PIC 9(08).
           05 PEV-FILE-DATE          PIC 9(08).
           05 PEV-SOURCE-ID          PIC X(10).
           05 PEV-REASON-CODE        PIC X(02).
           05 PEV-DETAIL             PIC X(30).
