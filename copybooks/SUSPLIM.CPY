      *****************************************************************
      * SUSPLIM - Hold limits for the implausible-change test in
      * BMICalculator, one record, maintained through SuspReview.
      * A reading is held in suspense when its change from the
      * master's prior reading is larger than the floor AND that
      * change divided by the days elapsed since the prior reading
      * (at least one) is larger than the per-day limit. The floors
      * keep ordinary day-to-day variation from tripping the rate on
      * readings taken close together. With no SUSPLIM record the
      * program defaults apply.
      *****************************************************************
       01  HOLD-LIMIT-RECORD.
           05 SPL-WEIGHT-FLOOR       PIC 9(03).
           05 SPL-WEIGHT-PER-DAY     PIC 9(02)V99.
           05 SPL-HEIGHT-FLOOR       PIC 9(02).
           05 SPL-HEIGHT-PER-DAY     PIC 9(01)V99.
           05 SPL-CHANGED-DATE       PIC 9(08).
           05 SPL-CHANGED-BY         PIC X(08).
