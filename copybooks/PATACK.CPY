      *****************************************************************
      * PATACK - Acknowledgement returned to the sending clinics after
      * each BMICalculator batch or recycle run. One HDR...TRL group
      * per source received, in the same control discipline the
      * roster files use:
      *   HDR  source ID and file date being acknowledged, the run
      *        that processed it, and whether it was a batch or a
      *        recycle of returned rejects
      *   RSN  one record per reject reason code that occurred, with
      *        the number of the source's records rejected for it
      *   TRL  records read, processed, rejected and held, the
      *        source's close status (PROCESSED, SUSPECT or BLOCKED)
      *        and the count of RSN records in the group
      *****************************************************************
       01  ACK-HEADER-RECORD.
           05 ACH-RECORD-TYPE        PIC X(03).
           05 ACH-SOURCE-ID          PIC X(10).
           05 ACH-FILE-DATE          PIC 9(08).
           05 ACH-RUN-TYPE           PIC X(07).
           05 ACH-RUN-DATE           PIC 9(08).
           05 ACH-RUN-TIME           PIC 9(08).
       01  ACK-REASON-RECORD.
           05 ACR-RECORD-TYPE        PIC X(03).
           05 ACR-REASON-CODE        PIC X(02).
           05 ACR-REASON-TEXT        PIC X(20).
           05 ACR-REJECT-COUNT       PIC 9(06).
       01  ACK-TRAILER-RECORD.
           05 ACT-RECORD-TYPE        PIC X(03).
           05 ACT-RECORDS-READ       PIC 9(06).
           05 ACT-PROCESSED          PIC 9(06).
           05 ACT-REJECTED           PIC 9(06).
           05 ACT-HELD               PIC 9(06).
           05 ACT-SOURCE-STATUS      PIC X(12).
           05 ACT-RECORD-COUNT       PIC 9(06).
