      *               -o BTC-RUN-CONTROL.so BTC_RUN_CONTROL.cbl,
      *               and compile this program with -I copybooks
      *               now that it COPYs BTCRUNC.
      * 20261009 ML - Mode 4 runs the evening from the operator's
      *               BTC-JOB-STREAM.CSV instead of three hardcoded
      *               steps: one line per step, order;program;
      *               predecessor;max-rc, in run order ('*' lines are
      *               comments). Every step is gated by BTC-RUN-
      *               CONTROL with the predecessor from its line and
      *               stops the stream when it ends above its own
      *               maximum RC. A second card after the business
      *               date asks for a restart: Y passes over the
      *               steps already completed for that date - no
      *               CALL, no rerun prompt - so the evening resumes
      *               at the step that failed. The stream ends with a
      *               summary of every step's RC and elapsed time.
      *               With no stream file the old three steps run.
      *               A typical stream:
      *                 10;BTC-HOUSEKEEPING;;4
      *                 20;BTC-PRICE-LOAD;BTC-HOUSEKEEPING;4
      *                 30;BTC-DATA-READ;BTC-PRICE-LOAD;4
      *                 40;BTC-OHLC-ROLLUP;BTC-PRICE-LOAD;4
      *                 50;BTC-PORTFOLIO-VALUE;BTC-PRICE-LOAD;4
      *                 60;BTC-FEED-ACK;BTC-DATA-READ;8
      *                 70;BTC-MORNING-REPORT;BTC-FEED-ACK;4
      *               Build the new steps like the other callees,
      *               e.g. cobc -m -I copybooks -o BTC-FEED-ACK.so
      *               BTC_FEED_ACK.cbl.
      * 20261015 ML - The stream backs up the price master before the
      *               load: with no stream file the standard steps
      *               now start with BTC-MASTER-UTILITY (its function
      *               card U unloads BTC-PRICE-MASTER.DAT to a dated
      *               backup) and BTC-PRICE-LOAD follows it, so a bad
      *               load can be rolled back with the utility's
      *               rebuild. A stream file lists it the same way:
      *                 15;BTC-MASTER-UTILITY;BTC-HOUSEKEEPING;4
      *                 20;BTC-PRICE-LOAD;BTC-MASTER-UTILITY;4
      *               Build it like the other callees: cobc -m
      *               -I copybooks -o BTC-MASTER-UTILITY.so
      *               BTC_MASTER_UTILITY.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-BATCH-DRIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN TO 'BTC-JOB-STREAM.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STREAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-STREAM-FILE RECORDING MODE V.
       01 JOB-STREAM-ROW PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BTCRUNC.

           88 MODE-IS-PIPELINE VALUE '4'.

      *> Pipeline bookkeeping: the chain stops at the first step
      *> whose RETURN-CODE exceeds that step's maximum, and the
      *> driver ends with the highest code any step produced - held
      *> to 4 when the stream ran to its end, raised to 8 when it
      *> stopped.
       01  WS-STEP-NUMBER PIC 9(2) VALUE 0.
       01  WS-STEP-PROGRAM PIC X(20).
       01  WS-STEP-RC PIC S9(4) COMP VALUE 0.
       01  WS-MAX-RC PIC S9(4) COMP VALUE 0.
       01  WS-PIPELINE-STOPPED PIC X(1) VALUE 'N'.
           88 PIPELINE-STOPPED VALUE 'Y'.

      *> Restart card: Y passes over every step run control already
      *> holds COMPLETED for the date.
       01  WS-RESTART-ANSWER PIC X(1) VALUE 'N'.
           88 RUN-IS-RESTART VALUES 'Y' 'y'.
       01  WS-PRIOR-STATUS PIC X(8).

      *> The evening's steps as BTC-JOB-STREAM.CSV lists them, in
      *> run order, with what each run came to for the summary.
       01  WS-STREAM-FILE-STATUS PIC X(2).
       01  WS-STREAM-EOF PIC X(1).
       01  WS-STREAM-ERROR PIC X(1) VALUE 'N'.
           88 STREAM-IS-IN-ERROR VALUE 'Y'.
       01  WS-STREAM-LIMIT PIC 9(2) COMP VALUE 20.
       01  JOB-STREAM-TABLE.
           05 JOB-STEP-COUNT PIC 9(2) COMP VALUE 0.
           05 JOB-STEP OCCURS 20 TIMES.
              10 JOB-ORDER PIC 9(5).
              10 JOB-PROGRAM PIC X(20).
              10 JOB-PREDECESSOR PIC X(20).
              10 JOB-MAX-RC PIC 9(2).
              10 JOB-RC PIC 9(4).
              10 JOB-STATUS PIC X(12).
              10 JOB-ELAPSED PIC 9(7).
       01  WS-JOB-INDEX PIC 9(2) COMP.
       01  WS-JOB-SCAN PIC 9(2) COMP.
       01  WS-JOB-FOUND PIC X(1).
       01  JOB-ROW-FIELDS.
           05 JOB-ROW-ORDER PIC X(5).
           05 JOB-ROW-PROGRAM PIC X(20).
           05 JOB-ROW-PREDECESSOR PIC X(20).
           05 JOB-ROW-MAX-RC PIC X(3).
       01  WS-LAST-ORDER PIC 9(5).

      *> Step elapsed time off the wall clock, in hundredths; a step
      *> that runs past midnight gets the day added back.
       01  WS-CLOCK-TEXT PIC X(8).
       01  WS-CLOCK REDEFINES WS-CLOCK-TEXT.
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MM PIC 9(2).
           05 WS-CLOCK-SS PIC 9(2).
           05 WS-CLOCK-CC PIC 9(2).
       01  WS-CLOCK-START PIC S9(9) COMP.
       01  WS-CLOCK-END PIC S9(9) COMP.

       01  RPT-SUMMARY-HEADER PIC X(60) VALUE
           'STEP  PROGRAM                 RC   ELAPSED  STATUS'.
       01  RPT-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RSL-STEP PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RSL-PROGRAM PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSL-RC PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSL-ELAPSED PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSL-STATUS PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'BTC batch driver - choose a report mode:'.
               '(BTC-OHLC-ROLLUP)'.
            DISPLAY '  3 = technical indicators report '
               '(BTC-INDICATORS)'.
            DISPLAY '  4 = nightly job stream (BTC-JOB-STREAM.CSV)'.
            ACCEPT WS-REPORT-MODE FROM SYSIN.

            EVALUATE TRUE
               WHEN MODE-IS-INDICATORS
                  CALL 'BTC-INDICATORS'
               WHEN MODE-IS-PIPELINE
                  PERFORM LOAD-JOB-STREAM
                  IF STREAM-IS-IN-ERROR
                     DISPLAY 'BTC-JOB-STREAM.CSV is not usable - the '
                        'pipeline does not start. Correct the '
                        'line(s) above and rerun.'
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM OPEN-BUSINESS-DATE
                     IF RUNC-REPLY = 'REFUSED'
                        DISPLAY 'Business date could not be opened - '
                           'the evening would run ungated, so the '
                           'pipeline does not start. Archive '
                           'BTC-RUN-CONTROL.DAT and rerun.'
                        MOVE 8 TO RETURN-CODE
                     ELSE
                        PERFORM RUN-PIPELINE
                        PERFORM CLOSE-BUSINESS-DATE
                        PERFORM PRINT-STREAM-SUMMARY
                     END-IF
                  END-IF
               WHEN OTHER
                  CALL 'BTC-DATA-READ'
            IF WS-BUSINESS-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
            END-IF.
            DISPLAY 'Restart this date after a failed step - pass '
               'over the steps already completed? (Y/N, blank = N):'.
            ACCEPT WS-RESTART-ANSWER FROM SYSIN.
            MOVE 'OPEN' TO RUNC-FUNCTION.
            MOVE WS-BUSINESS-DATE TO RUNC-BUS-DATE.
            MOVE SPACES TO RUNC-STEP-NAME.
               ON EXCEPTION CONTINUE
            END-CALL.

      *> The evening's steps from BTC-JOB-STREAM.CSV. Every line is
      *> checked before anything runs - a stream that would stop
      *> half-way on a typo is worse than one that does not start.
      *> No file means the stream this driver always ran.
       LOAD-JOB-STREAM.
            MOVE 0 TO JOB-STEP-COUNT.
            MOVE 0 TO WS-LAST-ORDER.
            MOVE 'N' TO WS-STREAM-ERROR.
            OPEN INPUT JOB-STREAM-FILE.
            EVALUATE WS-STREAM-FILE-STATUS
               WHEN '00'
                  MOVE 'N' TO WS-STREAM-EOF
                  PERFORM UNTIL WS-STREAM-EOF = 'Y'
                     READ JOB-STREAM-FILE
                        AT END
                           MOVE 'Y' TO WS-STREAM-EOF
                        NOT AT END
                           PERFORM STORE-JOB-STEP
                     END-READ
                  END-PERFORM
                  CLOSE JOB-STREAM-FILE
                  IF JOB-STEP-COUNT = 0
                     AND NOT STREAM-IS-IN-ERROR
                     DISPLAY 'BTC-JOB-STREAM.CSV lists no steps.'
                     MOVE 'Y' TO WS-STREAM-ERROR
                  END-IF
               WHEN '35'
                  DISPLAY 'No BTC-JOB-STREAM.CSV - running the '
                     'standard master backup, load, daily report '
                     'and rollup.'
                  MOVE 'BTC-MASTER-UTILITY' TO JOB-ROW-PROGRAM
                  MOVE SPACES TO JOB-ROW-PREDECESSOR
                  PERFORM ADD-DEFAULT-STEP
                  MOVE 'BTC-PRICE-LOAD' TO JOB-ROW-PROGRAM
                  MOVE 'BTC-MASTER-UTILITY' TO JOB-ROW-PREDECESSOR
                  PERFORM ADD-DEFAULT-STEP
                  MOVE 'BTC-DATA-READ' TO JOB-ROW-PROGRAM
                  MOVE 'BTC-PRICE-LOAD' TO JOB-ROW-PREDECESSOR
                  PERFORM ADD-DEFAULT-STEP
                  MOVE 'BTC-OHLC-ROLLUP' TO JOB-ROW-PROGRAM
                  MOVE 'BTC-PRICE-LOAD' TO JOB-ROW-PREDECESSOR
                  PERFORM ADD-DEFAULT-STEP
               WHEN OTHER
                  DISPLAY 'BTC-JOB-STREAM.CSV cannot be read, status '
                     WS-STREAM-FILE-STATUS
                  MOVE 'Y' TO WS-STREAM-ERROR
            END-EVALUATE.

       ADD-DEFAULT-STEP.
            ADD 1 TO JOB-STEP-COUNT.
            MOVE JOB-STEP-COUNT TO WS-JOB-INDEX.
            COMPUTE JOB-ORDER(WS-JOB-INDEX) = WS-JOB-INDEX * 10.
            MOVE JOB-ROW-PROGRAM TO JOB-PROGRAM(WS-JOB-INDEX).
            MOVE JOB-ROW-PREDECESSOR TO JOB-PREDECESSOR(WS-JOB-INDEX).
            MOVE 4 TO JOB-MAX-RC(WS-JOB-INDEX).
            MOVE 0 TO JOB-RC(WS-JOB-INDEX).
            MOVE 'NOT RUN' TO JOB-STATUS(WS-JOB-INDEX).
            MOVE 0 TO JOB-ELAPSED(WS-JOB-INDEX).

      *> order;program;predecessor;max-rc - order ascending, program
      *> not listed twice, predecessor blank or a program listed
      *> above it, max-rc blank for the usual warning level of 4.
       STORE-JOB-STEP.
            IF JOB-STREAM-ROW = SPACES
               OR JOB-STREAM-ROW(1:1) = '*'
               CONTINUE
            ELSE
               MOVE SPACES TO JOB-ROW-FIELDS
               UNSTRING JOB-STREAM-ROW DELIMITED BY ';'
                  INTO JOB-ROW-ORDER, JOB-ROW-PROGRAM,
                     JOB-ROW-PREDECESSOR, JOB-ROW-MAX-RC
               MOVE FUNCTION UPPER-CASE(
                  FUNCTION TRIM(JOB-ROW-PROGRAM)) TO JOB-ROW-PROGRAM
               MOVE FUNCTION UPPER-CASE(
                  FUNCTION TRIM(JOB-ROW-PREDECESSOR))
                  TO JOB-ROW-PREDECESSOR
               IF JOB-ROW-MAX-RC = SPACES
                  MOVE '4' TO JOB-ROW-MAX-RC
               END-IF
               EVALUATE TRUE
                  WHEN JOB-STEP-COUNT >= WS-STREAM-LIMIT
                     DISPLAY 'Job stream: more than ' WS-STREAM-LIMIT
                        ' steps - ' JOB-ROW-PROGRAM
                     MOVE 'Y' TO WS-STREAM-ERROR
                  WHEN FUNCTION TEST-NUMVAL(JOB-ROW-ORDER) NOT = 0
                     OR FUNCTION TEST-NUMVAL(JOB-ROW-MAX-RC) NOT = 0
                     DISPLAY 'Job stream: order/max-rc not numeric - '
                        FUNCTION TRIM(JOB-STREAM-ROW)
                     MOVE 'Y' TO WS-STREAM-ERROR
                  WHEN FUNCTION NUMVAL(JOB-ROW-ORDER) <= WS-LAST-ORDER
                     DISPLAY 'Job stream: order not ascending - '
                        FUNCTION TRIM(JOB-STREAM-ROW)
                     MOVE 'Y' TO WS-STREAM-ERROR
                  WHEN FUNCTION NUMVAL(JOB-ROW-MAX-RC) > 16
                     OR FUNCTION NUMVAL(JOB-ROW-MAX-RC) < 0
                     DISPLAY 'Job stream: max-rc outside 0-16 - '
                        FUNCTION TRIM(JOB-STREAM-ROW)
                     MOVE 'Y' TO WS-STREAM-ERROR
                  WHEN JOB-ROW-PROGRAM = SPACES
                     DISPLAY 'Job stream: no program - '
                        FUNCTION TRIM(JOB-STREAM-ROW)
                     MOVE 'Y' TO WS-STREAM-ERROR
                  WHEN OTHER
                     PERFORM CHECK-JOB-STEP-NAMES
               END-EVALUATE
            END-IF.

       CHECK-JOB-STEP-NAMES.
            MOVE 'N' TO WS-JOB-FOUND.
            PERFORM VARYING WS-JOB-SCAN FROM 1 BY 1
               UNTIL WS-JOB-SCAN > JOB-STEP-COUNT
               IF JOB-PROGRAM(WS-JOB-SCAN) = JOB-ROW-PROGRAM
                  MOVE 'D' TO WS-JOB-FOUND
               END-IF
               IF JOB-PROGRAM(WS-JOB-SCAN) = JOB-ROW-PREDECESSOR
                  AND WS-JOB-FOUND = 'N'
                  MOVE 'Y' TO WS-JOB-FOUND
               END-IF
            END-PERFORM.
            EVALUATE TRUE
               WHEN WS-JOB-FOUND = 'D'
                  DISPLAY 'Job stream: ' JOB-ROW-PROGRAM
                     ' listed twice.'
                  MOVE 'Y' TO WS-STREAM-ERROR
               WHEN JOB-ROW-PREDECESSOR NOT = SPACES
                  AND WS-JOB-FOUND = 'N'
                  DISPLAY 'Job stream: ' JOB-ROW-PROGRAM
                     ' follows ' JOB-ROW-PREDECESSOR
                     ', which is not listed above it.'
                  MOVE 'Y' TO WS-STREAM-ERROR
               WHEN OTHER
                  ADD 1 TO JOB-STEP-COUNT
                  MOVE JOB-STEP-COUNT TO WS-JOB-INDEX
                  COMPUTE JOB-ORDER(WS-JOB-INDEX)
                     = FUNCTION NUMVAL(JOB-ROW-ORDER)
                  MOVE JOB-ORDER(WS-JOB-INDEX) TO WS-LAST-ORDER
                  MOVE JOB-ROW-PROGRAM TO JOB-PROGRAM(WS-JOB-INDEX)
                  MOVE JOB-ROW-PREDECESSOR
                     TO JOB-PREDECESSOR(WS-JOB-INDEX)
                  COMPUTE JOB-MAX-RC(WS-JOB-INDEX)
                     = FUNCTION NUMVAL(JOB-ROW-MAX-RC)
                  MOVE 0 TO JOB-RC(WS-JOB-INDEX)
                  MOVE 'NOT RUN' TO JOB-STATUS(WS-JOB-INDEX)
                  MOVE 0 TO JOB-ELAPSED(WS-JOB-INDEX)
            END-EVALUATE.

       RUN-PIPELINE.
            IF RUN-IS-RESTART AND RUNC-REPLY = 'NOCTL'
               DISPLAY 'No run control - a restart cannot tell which '
                  'steps completed, so every step runs.'
            END-IF.
            PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > JOB-STEP-COUNT
               OR PIPELINE-STOPPED
               PERFORM RUN-PIPELINE-STEP
            END-PERFORM.
            IF PIPELINE-STOPPED
               DISPLAY 'PIPELINE STOPPED - STEP ' WS-STEP-NUMBER
                  ' (' WS-STEP-PROGRAM ') ENDED RC=' WS-STEP-RC
            ELSE
               DISPLAY 'PIPELINE COMPLETE - HIGHEST RC=' WS-MAX-RC
            END-IF.

      *> One stream step: ask run control what the date already
      *> holds for it, pass over it on a restart when it completed,
      *> otherwise ask leave to start it against the stream's
      *> predecessor, run it against the clock and mark it completed
      *> or failed by the stream's own maximum RC.
       RUN-PIPELINE-STEP.
            MOVE WS-JOB-INDEX TO WS-STEP-NUMBER.
            MOVE JOB-PROGRAM(WS-JOB-INDEX) TO WS-STEP-PROGRAM.
            MOVE 'QUERY' TO RUNC-FUNCTION.
            PERFORM CALL-STEP-CONTROL.
            MOVE RUNC-REPLY TO WS-PRIOR-STATUS.
            IF RUN-IS-RESTART AND WS-PRIOR-STATUS = 'DONE'
               DISPLAY 'PIPELINE STEP ' WS-STEP-NUMBER ': '
                  WS-STEP-PROGRAM ' completed earlier - passed over.'
               MOVE 'DONE EARLIER' TO JOB-STATUS(WS-JOB-INDEX)
            ELSE
               MOVE 'START' TO RUNC-FUNCTION
               PERFORM CALL-STEP-CONTROL
               EVALUATE TRUE
                  WHEN RUNC-REPLY = 'REFUSED'
                     AND WS-PRIOR-STATUS = 'DONE'
                     DISPLAY 'PIPELINE STEP ' WS-STEP-NUMBER ': '
                        WS-STEP-PROGRAM ' not rerun.'
                     MOVE 'SKIPPED' TO JOB-STATUS(WS-JOB-INDEX)
                  WHEN RUNC-REPLY = 'REFUSED'
                     MOVE 'REFUSED' TO JOB-STATUS(WS-JOB-INDEX)
                     MOVE 8 TO WS-STEP-RC
                     MOVE WS-STEP-RC TO JOB-RC(WS-JOB-INDEX)
                     IF WS-STEP-RC > WS-MAX-RC
                        MOVE WS-STEP-RC TO WS-MAX-RC
                     END-IF
                     MOVE 'Y' TO WS-PIPELINE-STOPPED
                  WHEN OTHER
                     PERFORM CALL-PIPELINE-STEP
               END-EVALUATE
            END-IF.

       CALL-PIPELINE-STEP.
            DISPLAY 'PIPELINE STEP ' WS-STEP-NUMBER ': '
               WS-STEP-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CLOCK-TEXT.
            PERFORM CLOCK-TO-HUNDREDTHS.
            MOVE WS-CLOCK-END TO WS-CLOCK-START.
            MOVE 0 TO RETURN-CODE.
            CALL WS-STEP-PROGRAM
               ON EXCEPTION
                  MOVE 12 TO RETURN-CODE
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CLOCK-TEXT.
            PERFORM CLOCK-TO-HUNDREDTHS.
            IF WS-CLOCK-END < WS-CLOCK-START
               ADD 8640000 TO WS-CLOCK-END
            END-IF.
            COMPUTE JOB-ELAPSED(WS-JOB-INDEX)
               = WS-CLOCK-END - WS-CLOCK-START.
            MOVE WS-STEP-RC TO JOB-RC(WS-JOB-INDEX).
            DISPLAY 'PIPELINE STEP ' WS-STEP-NUMBER ' ENDED RC='
               WS-STEP-RC.
            IF WS-STEP-RC > WS-MAX-RC
               MOVE WS-STEP-RC TO WS-MAX-RC
            END-IF.
            IF WS-STEP-RC > JOB-MAX-RC(WS-JOB-INDEX)
               MOVE 'FAIL' TO RUNC-FUNCTION
               MOVE 'FAILED' TO JOB-STATUS(WS-JOB-INDEX)
               MOVE 'Y' TO WS-PIPELINE-STOPPED
            ELSE
               MOVE 'COMPLETE' TO RUNC-FUNCTION
               MOVE 'COMPLETED' TO JOB-STATUS(WS-JOB-INDEX)
            END-IF.
            PERFORM CALL-STEP-CONTROL.

      *> The step's own run-control record is keyed by its program
      *> name; a callee that gates itself starts and ends the same
      *> record, and the driver's verdict by the stream's maximum RC
      *> is the one left on it.
       CALL-STEP-CONTROL.
            MOVE WS-BUSINESS-DATE TO RUNC-BUS-DATE.
            MOVE WS-STEP-PROGRAM TO RUNC-STEP-NAME.
            MOVE JOB-PREDECESSOR(WS-JOB-INDEX) TO RUNC-PREDECESSOR.
            IF WS-STEP-RC > 99
               MOVE 99 TO RUNC-STEP-RC
            ELSE
               MOVE WS-STEP-RC TO RUNC-STEP-RC
            END-IF.
            CALL 'BTC-RUN-CONTROL' USING RUN-CONTROL-REQUEST
               ON EXCEPTION
                  MOVE 'NOCTL' TO RUNC-REPLY
            END-CALL.

       CLOCK-TO-HUNDREDTHS.
            COMPUTE WS-CLOCK-END = WS-CLOCK-HH * 360000
               + WS-CLOCK-MM * 6000 + WS-CLOCK-SS * 100 + WS-CLOCK-CC.

      *> What the evening came to, step by step, and the driver's
      *> own RC: a stream that ran to its end reports at most a
      *> warning (each step was already judged by its own maximum),
      *> a stopped one at least an error.
       PRINT-STREAM-SUMMARY.
            DISPLAY ' '.
            DISPLAY 'JOB STREAM SUMMARY - BUSINESS DATE '
               WS-BUSINESS-DATE.
            DISPLAY RPT-SUMMARY-HEADER.
            PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > JOB-STEP-COUNT
               MOVE WS-JOB-INDEX TO RSL-STEP
               MOVE JOB-PROGRAM(WS-JOB-INDEX) TO RSL-PROGRAM
               MOVE JOB-RC(WS-JOB-INDEX) TO RSL-RC
               COMPUTE RSL-ELAPSED = JOB-ELAPSED(WS-JOB-INDEX) / 100
               MOVE JOB-STATUS(WS-JOB-INDEX) TO RSL-STATUS
               DISPLAY RPT-SUMMARY-LINE
            END-PERFORM.
            IF PIPELINE-STOPPED
               IF WS-MAX-RC < 8
                  MOVE 8 TO WS-MAX-RC
               END-IF
            ELSE
               IF WS-MAX-RC > 4
                  MOVE 4 TO WS-MAX-RC
               END-IF
            END-IF.
            MOVE WS-MAX-RC TO RETURN-CODE.

       END PROGRAM BTC-BATCH-DRIVER.
