           COPY RESULTS.

       FD  PLAN-LOG-FILE.
           COPY PLANLOG.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD     PIC X(132).
      * One entry per timed audit row of the requested date: the
      * run's identity, what its summary claims it processed, and
      * the RESULTS rows actually found carrying the same program
      * name and run timestamp. The claim is reconciled at five
      * keyed rows per roster patient and three per SumToN period.
       01 WS-AUD-ENTRY-COUNT      PIC 9(03) VALUE 0.
       01 WS-AUD-SUB              PIC 9(03) COMP.
               MOVE "N" TO WS-AE-HAS-CLAIM(WS-AUD-SUB)
               MOVE 0 TO WS-AE-CLAIMED(WS-AUD-SUB)
               MOVE 0 TO WS-AE-ROWS-PER(WS-AUD-SUB)
      * BMICalculator writes five keyed RESULTS rows per processed
      * roster patient, SumToN three per period; only their batch
      * summaries carry a PROCESSED= claim to reconcile.
               MOVE SPACES TO WS-PARSE-LEAD
                       MOVE "Y" TO WS-AE-HAS-CLAIM(WS-AUD-SUB)
                       MOVE WS-PARSE-REST(1:6)
                           TO WS-AE-CLAIMED(WS-AUD-SUB)
                       MOVE 5 TO WS-AE-ROWS-PER(WS-AUD-SUB)
                   END-IF
                   IF AUD-PROGRAM-NAME = "SumToN"
                       MOVE "Y" TO WS-AE-HAS-CLAIM(WS-AUD-SUB)
