      * Plan-execution log: one row per plan step, in execution
      * order, recording what ran and with what parameters.
       FD  PLAN-LOG-FILE.
           COPY PLANLOG.

      * Operator authorization file, keyed by operator ID, with one
      * Y/N permission flag per tool and one for the batch modes.
      * The file is loaded and maintained by the security group.
       FD  OPERATOR-AUTH-FILE.
           COPY OPAUTH.

       FD  AUDIT-LOG-FILE.
           COPY AUDTREC.
       01 WS-PLAN-RESTART-SW      PIC X(01) VALUE "N".
          88 WS-PLAN-RESTART           VALUE "Y" "y".

      * Environment variable RUNPLAN-ID names the plan being run, so
      * its plan-log rows can be told from another plan's; a plan
      * run without it is logged as RUNPLAN. Every row of one
      * execution also carries the execution's start stamp.
       01 WS-PLAN-ID              PIC X(08) VALUE SPACES.
       01 WS-PLAN-START-DATE      PIC 9(08) VALUE 0.
       01 WS-PLAN-START-TIME      PIC 9(08) VALUE 0.

      * What the most recent prior execution of this plan did, one
      * flag per step number, rebuilt from the plan-execution log:
      * Y means that step finished with a COMPLETED status and is
          05 WS-PRIOR-STEP-RC     PIC 9(04) OCCURS 100 TIMES.
       01 WS-SKIPPED-AS-DONE      PIC 9(03) VALUE 0.
       01 WS-PLG-STATUS-TEXT      PIC X(20).
       01 WS-SCAN-ROW-PLAN-ID     PIC X(08).
       01 WS-SCAN-START-DATE      PIC 9(08) VALUE 0.
       01 WS-SCAN-START-TIME      PIC 9(08) VALUE 0.

      * Condition-code tracking inside one plan: the worst
      * completion code of the steps executed so far, the plan-level
           ACCEPT WS-PLAN-MODE-SW FROM ENVIRONMENT "RUNPLAN-MODE".
           ACCEPT WS-PLAN-RESTART-SW FROM ENVIRONMENT
               "RUNPLAN-RESTART".
           ACCEPT WS-PLAN-ID FROM ENVIRONMENT "RUNPLAN-ID".
           IF WS-PLAN-ID = SPACES
               MOVE "RUNPLAN" TO WS-PLAN-ID
           END-IF.

           PERFORM 0150-SIGN-ON.
           IF NOT WS-SIGNON-OK
               GO TO 0400-PROCESS-PLAN-EXIT
           END-IF.

           ACCEPT WS-PLAN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PLAN-START-TIME FROM TIME.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-SKIPPED-AS-DONE.
           MOVE 0 TO WS-SKIPPED-BY-COND.
           END-PERFORM.

      * Reads the plan-execution log and reconstructs how far the
      * most recent execution of this plan got. Rows logged under
      * another plan ID are passed over. A row whose plan start
      * stamp differs from the row before it starts a fresh
      * execution, as does a step-1 row written before the stamp
      * existed, so the flags left standing at end of file describe
      * the last execution of this plan; a step whose final status was
      * COMPLETED does not need to run again on the restart. A
      * SKIPPED-RESTART status counts as done too - the prior
      * execution was itself a restart that skipped the step
               DISPLAY "No prior plan-execution log - restart ",
                   "begins at step 1."
           ELSE
               MOVE 0 TO WS-SCAN-START-DATE
               MOVE 0 TO WS-SCAN-START-TIME
               PERFORM 0403-READ-PLAN-LOG-ROW
               PERFORM UNTIL WS-PLG-FILE-EOF
                   MOVE PLG-PLAN-ID TO WS-SCAN-ROW-PLAN-ID
                   IF WS-SCAN-ROW-PLAN-ID = SPACES
                       MOVE "RUNPLAN" TO WS-SCAN-ROW-PLAN-ID
                   END-IF
                   IF PLG-STEP-NUMBER IS NUMERIC
                       AND PLG-STEP-NUMBER > 0
                       AND PLG-STEP-NUMBER <= WS-MAX-PLAN-STEPS
                       AND WS-SCAN-ROW-PLAN-ID = WS-PLAN-ID
                       IF PLG-PLAN-START-DATE IS NUMERIC
                           AND PLG-PLAN-START-TIME IS NUMERIC
                           AND PLG-PLAN-START-DATE > 0
                           IF PLG-PLAN-START-DATE NOT =
                                   WS-SCAN-START-DATE
                               OR PLG-PLAN-START-TIME NOT =
                                   WS-SCAN-START-TIME
                               PERFORM 0401-RESET-PRIOR-FLAGS
                               MOVE PLG-PLAN-START-DATE
                                   TO WS-SCAN-START-DATE
                               MOVE PLG-PLAN-START-TIME
                                   TO WS-SCAN-START-TIME
                           END-IF
                       ELSE
                           IF PLG-STEP-NUMBER = 1
                               PERFORM 0401-RESET-PRIOR-FLAGS
                               MOVE 0 TO WS-SCAN-START-DATE
                               MOVE 0 TO WS-SCAN-START-TIME
                           END-IF
                       END-IF
                       IF PLG-STATUS(1:9) = "COMPLETED"
                           OR PLG-STATUS(1:15) = "SKIPPED-RESTART"
                       DELIMITED BY SIZE INTO PLG-STATUS
                   END-STRING
               END-IF
               PERFORM 0485-STAMP-PLAN-IDENTITY
               WRITE PLAN-LOG-RECORD
           END-IF.

                   DELIMITED BY SIZE INTO PLG-PARM-SUMMARY
               END-STRING
               MOVE "UNKNOWN-TOOL" TO PLG-STATUS
               PERFORM 0485-STAMP-PLAN-IDENTITY
               WRITE PLAN-LOG-RECORD
           END-IF.

                   DELIMITED BY SIZE INTO PLG-PARM-SUMMARY
               END-STRING
               MOVE "REFUSED" TO PLG-STATUS
               PERFORM 0485-STAMP-PLAN-IDENTITY
               WRITE PLAN-LOG-RECORD
           END-IF.

                   DELIMITED BY SIZE INTO PLG-PARM-SUMMARY
               END-STRING
               MOVE WS-PLG-STATUS-TEXT TO PLG-STATUS
               PERFORM 0485-STAMP-PLAN-IDENTITY
               WRITE PLAN-LOG-RECORD
           END-IF.

               PERFORM 9900-RAISE-SEVERITY
           END-IF.

      * Stamps the plan-log row being built with the plan's name and
      * this execution's start.
       0485-STAMP-PLAN-IDENTITY.
           MOVE WS-PLAN-ID TO PLG-PLAN-ID.
           MOVE WS-PLAN-START-DATE TO PLG-PLAN-START-DATE.
           MOVE WS-PLAN-START-TIME TO PLG-PLAN-START-TIME.

      * Writes one typed exception row to the shared exceptions
      * file, appending if it already exists, from the condition
      * staged in the WS-EXC fields, so the morning exceptions
