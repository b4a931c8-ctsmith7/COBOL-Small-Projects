      *****************************************************************
      * CTLXLOG - SUMCTLX period change log: one row per maintenance,
      * close, or reopen action, appended across sessions so every
      * change to the period file can be traced. The N images carry
      * the TO bound; the type and FROM images complete the
      * before/after picture. The status images carry CTLX-STATUS
      * before and after, and the reason is the operator's stated
      * reason for a reopen (or why an action was refused). Rows
      * written before a field existed carry spaces there.
      *****************************************************************
       01  MAINT-LOG-RECORD.
           05 MLG-RUN-DATE         PIC 9(08).
           05 MLG-RUN-TIME         PIC 9(08).
           05 MLG-OPERATOR-ID      PIC X(08).
           05 MLG-ACTION           PIC X(06).
           05 MLG-PERIOD-ID        PIC X(06).
           05 MLG-BEFORE-N         PIC X(08).
           05 MLG-AFTER-N          PIC X(08).
           05 MLG-BEFORE-TYPE      PIC X(02).
           05 MLG-BEFORE-FROM      PIC X(08).
           05 MLG-AFTER-TYPE       PIC X(02).
           05 MLG-AFTER-FROM       PIC X(08).
           05 MLG-BEFORE-STATUS    PIC X(01).
           05 MLG-AFTER-STATUS     PIC X(01).
           05 MLG-REASON           PIC X(40).
