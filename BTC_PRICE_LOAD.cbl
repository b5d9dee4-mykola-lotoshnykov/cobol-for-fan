      *               the operator through confirming genuine moves
      *               onto the master. Suspended rows end the run
      *               RC 4 like rejects.
      * 20260921 ML - Respect month-end closes: the status of every
      *               closed month is read from BTC-CLOSED-PERIODS.DAT
      *               (BTCCLOS/BTCPERD copybooks, kept by
      *               BTC-PERIOD-CLOSE). A valid row dated in a closed
      *               month that would add or change a master day is
      *               appended to BTC-POST-CLOSE-ADJ.TXT (BTCPADJ) for
      *               the controller to approve instead of touching
      *               the master; a re-loaded overlapping day that
      *               matches the master exactly is just counted.
      *               Held rows end the run RC 4.
      * 20261013 ML - Check each row's currency against the currency
      *               reference file (BTCCURC copybook, CALL
      *               BTC-CURRENCY-CHECK) once per currency: a code
      *               not on the file (UNKN) or delisted (DLST) is
      *               rejected instead of opening a master series of
      *               its own, counted under its reason code; a
      *               suspended code loads with a warning. No
      *               reference file yet means the rows load
      *               unchecked, as before.
      * 20261015 ML - Closed months are asked of the BTC-PERIOD-CHECK
      *               module (BTCPRDC copybook) instead of reading
      *               BTC-CLOSED-PERIODS.DAT here, so every program
      *               applies the same rule. No module on the path
      *               holds every row as if its month were closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-PRICE-LOAD.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT POST-CLOSE-ADJ-FILE ASSIGN TO 'BTC-POST-CLOSE-ADJ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BTCDATA RECORDING MODE V.
       FD BTC-SUSPENSE-FILE RECORDING MODE V.
           COPY BTCSUSP.

       FD POST-CLOSE-ADJ-FILE RECORDING MODE V.
           COPY BTCPADJ.

       WORKING-STORAGE SECTION.
           COPY BTCDATAO.
           COPY BTCDATAT.
           COPY BTCRUNH.
           COPY BTCRUNC.
           COPY BTCPRDC.
           COPY BTCCURC.

       01  WS-EOF PIC X(1).

      *> Field-valid rows the plausibility layer held back from the
      *> master for operator review (BTC-SUSPENSE.TXT).
           05 WS-ROWS-SUSPENDED PIC 9(7) COMP VALUE 0.
      *> Rows dated in a closed month: held for the controller
      *> (BTC-POST-CLOSE-ADJ.TXT), or identical to the master day
      *> already frozen and simply passed over.
           05 WS-ROWS-HELD-CLOSED PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-UNCHANGED-CLOSED PIC 9(7) COMP VALUE 0.
      *> Field-valid rows rejected because the currency reference
      *> file does not know the code (UNKN) or has it delisted
      *> (DLST) - included in WS-ROWS-REJECTED.
           05 WS-ROWS-UNKNOWN-CCY PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-DELISTED-CCY PIC 9(7) COMP VALUE 0.

       01  WS-CSV-FILENAME PIC X(200)
              VALUE 'data\BTC_20112022_19012023.csv'.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-CSV-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS PIC X(2).
       01  WS-ADJ-FILE-STATUS PIC X(2).

      *> Closed-month check on a valid row: N = month open, U = the
      *> day is on the master with the same values, C = the row
      *> would change a closed month and is held.
       01  WS-CLOSED-ROW-STATE PIC X(1).
           88 CLOSED-ROW-NOT-CLOSED VALUE 'N'.
           88 CLOSED-ROW-UNCHANGED VALUE 'U'.
           88 CLOSED-ROW-CHANGES-PRICE VALUE 'C'.
       01  WS-MASTER-ON-FILE PIC X(1).

      *> Currency the reference-file answer in CURRENCY-CHECK-REQUEST
      *> belongs to - an extract is sorted by currency, so the
      *> lookup (and any warning) happens once per currency.
       01  WS-CHECKED-NAME PIC X(4) VALUE LOW-VALUES.
       01  WS-MASTER-CLOSE-NOW COMP-2.

       01  SUBSTRING-POS.
           05 DATE-START-POS PIC 9(1) VALUE 2.
            STRING WS-TODAY-Y '-' WS-TODAY-M '-' WS-TODAY-D
               DELIMITED BY SIZE INTO WS-TODAY-ISO.

            PERFORM LOAD-PERIOD-STATUSES.
            PERFORM OPEN-PRICE-MASTER.
      *> EXTEND, not OUTPUT: rows a previous load suspended and the
      *> operator has not yet taken through BTC-SUSPENSE-RELEASE
            IF WS-SUSPENSE-FILE-STATUS = '35'
               OPEN OUTPUT BTC-SUSPENSE-FILE
            END-IF.
      *> Same for the held post-close rows - the controller may not
      *> have been through last night's yet.
            OPEN EXTEND POST-CLOSE-ADJ-FILE.
            IF WS-ADJ-FILE-STATUS = '35'
               OPEN OUTPUT POST-CLOSE-ADJ-FILE
            END-IF.

            OPEN INPUT BTCDATA.
            IF WS-CSV-FILE-STATUS NOT = '00'
               DISPLAY 'File status ' WS-CSV-FILE-STATUS
               CLOSE BTC-PRICE-MASTER
               CLOSE BTC-SUSPENSE-FILE
               CLOSE POST-CLOSE-ADJ-FILE
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               PERFORM TELL-RUN-CONTROL-END
                       VOLUME-TEXT, MARKETCAP-TEXT, TS
                   PERFORM VALIDATE-ROW
                   IF ROW-IS-VALID
                      PERFORM CHECK-ROW-CURRENCY
                   END-IF
                   IF ROW-IS-VALID
                      PERFORM CHECK-CLOSED-PERIOD
                   END-IF
                   IF ROW-IS-VALID AND CLOSED-ROW-NOT-CLOSED
                      PERFORM CHECK-PLAUSIBILITY
                      IF WS-SUSPEND-REASON = SPACES
                         PERFORM WRITE-MASTER-ROW
                      ELSE
                         PERFORM WRITE-SUSPENSE-ROW
                      END-IF
                   END-IF
                   IF ROW-IS-VALID AND CLOSED-ROW-UNCHANGED
                      ADD 1 TO WS-ROWS-UNCHANGED-CLOSED
                   END-IF
                   IF ROW-IS-VALID AND CLOSED-ROW-CHANGES-PRICE
                      PERFORM WRITE-POST-CLOSE-ROW
                   END-IF
                   IF ROW-IS-INVALID
                      ADD 1 TO WS-ROWS-REJECTED
                   END-IF
               END-READ
            CLOSE BTCDATA.
            CLOSE BTC-PRICE-MASTER.
            CLOSE BTC-SUSPENSE-FILE.
            CLOSE POST-CLOSE-ADJ-FILE.

            PERFORM DISPLAY-AUDIT-COUNTS.
            PERFORM RECORD-RUN-HISTORY.
               WHEN WS-ROWS-READ = 0
                  MOVE 8 TO RETURN-CODE
               WHEN WS-ROWS-REJECTED > 0 OR WS-ROWS-FAILED > 0
                  OR WS-ROWS-SUSPENDED > 0 OR WS-ROWS-HELD-CLOSED > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

      *> Month statuses as they stand when the run starts, from the
      *> BTC-PERIOD-CHECK module - reloaded, since a stream step may
      *> follow a close in the same run unit. No
      *> BTC-CLOSED-PERIODS.DAT means nothing is closed; no module
      *> means no month can be shown open, so each is taken as
      *> closed.
       LOAD-PERIOD-STATUSES.
            SET PRDC-FUNCTION-LOAD TO TRUE.
            MOVE SPACES TO PRDC-PERIOD.
            CALL 'BTC-PERIOD-CHECK' USING PERIOD-CHECK-REQUEST
               ON EXCEPTION
                  DISPLAY 'BTC-PERIOD-CHECK module is not on '
                     'COB_LIBRARY_PATH - every month taken as closed'
            END-CALL.

       ASK-PERIOD-STATUS.
            SET PRDC-FUNCTION-QUERY TO TRUE.
            CALL 'BTC-PERIOD-CHECK' USING PERIOD-CHECK-REQUEST
               ON EXCEPTION
                  SET PRDC-REPLY-CLOSED TO TRUE
            END-CALL.

      *> A valid row dated in a closed month is judged against the
      *> master day it would land on: the same values again (an
      *> overlapping extract re-loaded) change nothing and pass
      *> quietly; a new day or different values would move a closed
      *> month's numbers and are held for the controller. TS is the
      *> extract's own stamp and is not compared.
       CHECK-CLOSED-PERIOD.
            SET CLOSED-ROW-NOT-CLOSED TO TRUE.
            MOVE TIME-HIGH(DATE-START-POS:DATE-END-POS)
               TO WS-ROW-DATE.
            MOVE WS-ROW-DATE(1:7) TO PRDC-PERIOD.
            PERFORM ASK-PERIOD-STATUS.
            IF PRDC-REPLY-CLOSED
               MOVE 0 TO WS-MASTER-CLOSE-NOW
               MOVE NAME-VALUE TO PM-NAME
               MOVE WS-ROW-DATE TO PM-DATE
               READ BTC-PRICE-MASTER
                  INVALID KEY
                     MOVE 'N' TO WS-MASTER-ON-FILE
                     SET CLOSED-ROW-CHANGES-PRICE TO TRUE
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-MASTER-ON-FILE
                     MOVE PM-CLOSE-PRICE TO WS-MASTER-CLOSE-NOW
                     IF PM-OPEN-PRICE = OPEN-PRICE
                        AND PM-HIGH-PRICE = HIGH-PRICE
                        AND PM-LOW-PRICE = LOW-PRICE
                        AND PM-CLOSE-PRICE = CLOSE-PRICE
                        AND PM-VOLUME = VOLUME
                        AND PM-MARKETCAP = MARKETCAP
                        SET CLOSED-ROW-UNCHANGED TO TRUE
                     ELSE
                        SET CLOSED-ROW-CHANGES-PRICE TO TRUE
                     END-IF
               END-READ
            END-IF.

       WRITE-POST-CLOSE-ROW.
            ADD 1 TO WS-ROWS-HELD-CLOSED.
            MOVE WS-ROW-DATE(1:7) TO ADJ-PERIOD.
            MOVE 'BTC-PRICE-LOAD' TO ADJ-SOURCE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO ADJ-HELD-TS.
            MOVE WS-MASTER-ON-FILE TO ADJ-ON-MASTER.
            COMPUTE ADJ-MASTER-CLOSE ROUNDED = WS-MASTER-CLOSE-NOW.
            MOVE CSV-FILE-ROW TO ADJ-RAW-ROW.
            WRITE POST-CLOSE-ADJ-RECORD.
            DISPLAY 'HELD - PERIOD ' ADJ-PERIOD ' IS CLOSED: '
               NAME-VALUE ' ' WS-ROW-DATE.

      *> Second validation layer, after the field checks: the row is
      *> judged against the prior day already on the master for its
      *> currency. Any reason set here sends the row to the suspense
               END-IF
            END-IF.

      *> A code the reference file does not know, or has delisted,
      *> must not open (or extend) a master series. NOCM - no
      *> reference file yet - lets the row through unchecked.
       CHECK-ROW-CURRENCY.
            IF NAME-VALUE NOT = WS-CHECKED-NAME
               MOVE NAME-VALUE TO WS-CHECKED-NAME
               MOVE NAME-VALUE TO CURC-CODE
               CALL 'BTC-CURRENCY-CHECK' USING CURRENCY-CHECK-REQUEST
                  ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
               END-CALL
               EVALUATE TRUE
                  WHEN CURC-REPLY-UNKNOWN
                     DISPLAY 'REJECTED (UNKN) currency ' NAME-VALUE
                        ' is not on the currency reference file'
                  WHEN CURC-REPLY-DELISTED
                     DISPLAY 'REJECTED (DLST) currency ' NAME-VALUE
                        ' is delisted'
                     IF CURC-REPLACED-BY NOT = SPACES
                        DISPLAY '  code changed to ' CURC-REPLACED-BY
                           ' - load its rows under the new code'
                     END-IF
                  WHEN CURC-REPLY-SUSPENDED
                     DISPLAY 'WARNING currency ' NAME-VALUE
                        ' is suspended - rows loaded'
               END-EVALUATE
            END-IF.
            EVALUATE TRUE
               WHEN CURC-REPLY-UNKNOWN
                  SET ROW-IS-INVALID TO TRUE
                  ADD 1 TO WS-ROWS-UNKNOWN-CCY
               WHEN CURC-REPLY-DELISTED
                  SET ROW-IS-INVALID TO TRUE
                  ADD 1 TO WS-ROWS-DELISTED-CCY
            END-EVALUATE.

      *> WRITE the keyed row; INVALID KEY means the currency/date is
      *> already on the master (an overlapping extract), so REWRITE
      *> it with the fresher values instead.
               ' REJECTED: ' WS-ROWS-REJECTED
               ' FAILED: ' WS-ROWS-FAILED
               ' SUSPENDED: ' WS-ROWS-SUSPENDED.
            DISPLAY 'CLOSED-PERIOD ROWS HELD: ' WS-ROWS-HELD-CLOSED
               ' UNCHANGED: ' WS-ROWS-UNCHANGED-CLOSED.
            DISPLAY 'REJECTED UNKN CURRENCY: ' WS-ROWS-UNKNOWN-CCY
               ' DLST CURRENCY: ' WS-ROWS-DELISTED-CCY.
            IF WS-ROWS-SUSPENDED > 0
               DISPLAY 'Review BTC-SUSPENSE.TXT with '
                  'BTC-SUSPENSE-RELEASE.'
            END-IF.
            IF WS-ROWS-HELD-CLOSED > 0
               DISPLAY 'Controller to approve BTC-POST-CLOSE-ADJ.TXT '
                  'with BTC-PERIOD-CLOSE.'
            END-IF.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-PRICE-LOAD' TO RUNH-PROGRAM.
            MOVE WS-ROWS-READ TO RUNH-ROWS-READ.
            COMPUTE RUNH-ROWS-GOOD = WS-ROWS-ADDED + WS-ROWS-REPLACED.
            MOVE WS-ROWS-REJECTED TO RUNH-ROWS-REJECTED.
            COMPUTE RUNH-ROWS-SKIPPED = WS-ROWS-SUSPENDED
               + WS-ROWS-HELD-CLOSED + WS-ROWS-UNCHANGED-CLOSED.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN WS-MASTER-FILE-STATUS NOT = '00'
               WHEN WS-ROWS-READ = 0
                  MOVE 'EMPTY' TO RUNH-OUTCOME
               WHEN WS-ROWS-REJECTED > 0 OR WS-ROWS-FAILED > 0
                  OR WS-ROWS-SUSPENDED > 0 OR WS-ROWS-HELD-CLOSED > 0
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
