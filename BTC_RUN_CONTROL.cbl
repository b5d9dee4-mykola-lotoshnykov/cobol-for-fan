      *               BTC_RUN_CONTROL.cbl
      *            The module must sit on COB_LIBRARY_PATH for every
      *            caller, same as BTC-RUN-LOGGER.
      *
      * Modification History:
      * 20261009 ML - Three functions for the table-driven job stream
      *               in BTC-BATCH-DRIVER. QUERY replies with a
      *               step's status for the date (DONE, FAILED,
      *               STARTED or NOTRUN) without touching the file
      *               or prompting, so a restart can pass over the
      *               steps that completed. COMPLETE and FAIL mark a
      *               started step as the driver judged it against
      *               the stream's maximum return code for the step,
      *               which may be stricter or looser than END's
      *               fixed RC 4 line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-RUN-CONTROL.
               WHEN RUNC-FUNC-START
                  PERFORM START-PIPELINE-STEP
               WHEN RUNC-FUNC-END
                  OR RUNC-FUNC-COMPLETE
                  OR RUNC-FUNC-FAIL
                  PERFORM END-PIPELINE-STEP
               WHEN RUNC-FUNC-QUERY
                  PERFORM QUERY-PIPELINE-STEP
               WHEN RUNC-FUNC-CLOSE
                  PERFORM CLOSE-BUSINESS-DATE
               WHEN OTHER
                  END-IF
               END-PERFORM
               IF WS-MATCH-INDEX > 0
                  EVALUATE TRUE
                     WHEN RUNC-FUNC-FAIL
                        MOVE 'FAILED' TO CTL-STATUS(WS-MATCH-INDEX)
                     WHEN RUNC-FUNC-COMPLETE
                        MOVE 'COMPLETED'
                           TO CTL-STATUS(WS-MATCH-INDEX)
                     WHEN RUNC-STEP-RC > 4
                        MOVE 'FAILED' TO CTL-STATUS(WS-MATCH-INDEX)
                     WHEN OTHER
                        MOVE 'COMPLETED'
                           TO CTL-STATUS(WS-MATCH-INDEX)
                  END-EVALUATE
                  MOVE FUNCTION CURRENT-DATE(1:14)
                     TO CTL-TS(WS-MATCH-INDEX)
                  MOVE 'Y' TO WS-FILE-CHANGED
               END-IF
            END-IF.

      *> Read-only: the reply is the step's status for the date, so
      *> the caller can decide without raising the rerun prompt.
       QUERY-PIPELINE-STEP.
            PERFORM RESOLVE-BUSINESS-DATE.
            IF RUNC-REPLY = 'NOCTL'
               CONTINUE
            ELSE
               MOVE 'NOTRUN' TO RUNC-REPLY
               PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                  UNTIL WS-CTL-INDEX > CTL-COUNT
                  IF CTL-BUS-DATE(WS-CTL-INDEX) = RUNC-BUS-DATE
                     AND CTL-STEP-NAME(WS-CTL-INDEX)
                        = RUNC-STEP-NAME
                     EVALUATE CTL-STATUS(WS-CTL-INDEX)
                        WHEN 'COMPLETED'
                           MOVE 'DONE' TO RUNC-REPLY
                        WHEN OTHER
                           MOVE CTL-STATUS(WS-CTL-INDEX)
                              TO RUNC-REPLY
                     END-EVALUATE
                  END-IF
               END-PERFORM
            END-IF.

      *> Retire the date's OPEN marker so later ad-hoc runs resolve
      *> to no open date (NOCTL) instead of being judged against a
      *> finished evening; the step records stay for the audit and
