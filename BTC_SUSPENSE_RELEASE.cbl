      * operator replaces BTC-SUSPENSE.TXT, like the reject repair
      * flow.
      * Tectonics: cobc -I copybooks BTC_SUSPENSE_RELEASE.cbl
      *            (BTC-CURRENCY-CHECK and BTC-PERIOD-CHECK must be on
      *            COB_LIBRARY_PATH)
      *
      * Modification History:
      * 20260921 ML - A release dated in a month BTC-PERIOD-CLOSE has
      *               closed (BTC-CLOSED-PERIODS.DAT, BTCCLOS/BTCPERD
      *               copybooks) no longer reaches the master: the
      *               row, with any corrections made here, goes to
      *               BTC-POST-CLOSE-ADJ.TXT (BTCPADJ) for the
      *               controller to approve and leaves the suspense
      *               file.
      * 20261015 ML - A release re-checks the row's currency against
      *               the currency reference file (BTCCURC copybook,
      *               CALL BTC-CURRENCY-CHECK) after the field checks,
      *               as BTC-REJECT-REPAIR does: a code unknown (UNKN)
      *               or delisted (DLST) since the row was suspended
      *               is not released - the operator leaves the row
      *               suspended or drops it. A suspended code is
      *               released with a warning; no reference file or
      *               no module releases unchecked, as before.
      * 20261015 ML - Closed months are asked of the BTC-PERIOD-CHECK
      *               module (BTCPRDC copybook) instead of reading
      *               BTC-CLOSED-PERIODS.DAT here. No module on the
      *               path passes every release to the controller.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-SUSPENSE-RELEASE.
           ASSIGN TO 'BTC-SUSPENSE-REMAINING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POST-CLOSE-ADJ-FILE ASSIGN TO 'BTC-POST-CLOSE-ADJ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BTC-SUSPENSE-FILE RECORDING MODE V.
           05 REM-PRIOR-CLOSE PIC 9(10).9(4).
           05 REM-RAW-ROW PIC X(200).

       FD POST-CLOSE-ADJ-FILE RECORDING MODE V.
           COPY BTCPADJ.

       WORKING-STORAGE SECTION.
           COPY BTCDATAO.
           COPY BTCDATAT.
           COPY BTCRUNH.
           COPY BTCPRDC.
           COPY BTCCURC.

       01  WS-EOF PIC X(1) VALUE 'N'.
       01  WS-SUSPENSE-FILE-STATUS PIC X(2).
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-ADJ-FILE-STATUS PIC X(2).

       01  WS-ROW-VALID PIC X(1).
           88 ROW-IS-VALID VALUE 'Y'.
           05 WS-ROWS-RELEASED PIC 9(5) COMP VALUE 0.
           05 WS-ROWS-REMAINING PIC 9(5) COMP VALUE 0.
           05 WS-ROWS-DROPPED PIC 9(5) COMP VALUE 0.
      *> Releases dated in a closed month, passed to the controller.
           05 WS-ROWS-HELD-CLOSED PIC 9(5) COMP VALUE 0.

       01  WS-ACTION-CHOICE PIC X(1).
           88 CHOICE-IS-RELEASE VALUES 'R' 'r'.
           05 DATE-START-POS PIC 9(1) VALUE 2.
           05 DATE-END-POS PIC 9(2) VALUE 10.
       01  WS-ROW-DATE PIC X(10).
       01  WS-MASTER-CLOSE-NOW COMP-2.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM RECORD-RUN-HISTORY
               STOP RUN
            END-IF.
            PERFORM LOAD-PERIOD-STATUSES.
            PERFORM OPEN-PRICE-MASTER.
            OPEN OUTPUT BTC-REMAINING-FILE.
            OPEN EXTEND POST-CLOSE-ADJ-FILE.
            IF WS-ADJ-FILE-STATUS = '35'
               OPEN OUTPUT POST-CLOSE-ADJ-FILE
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'
               READ BTC-SUSPENSE-FILE
            CLOSE BTC-SUSPENSE-FILE.
            CLOSE BTC-PRICE-MASTER.
            CLOSE BTC-REMAINING-FILE.
            CLOSE POST-CLOSE-ADJ-FILE.

            DISPLAY 'SUSPENDED READ: ' WS-SUSPENDED-READ
               ' RELEASED: ' WS-ROWS-RELEASED
               ' REMAINING: ' WS-ROWS-REMAINING
               ' DROPPED: ' WS-ROWS-DROPPED
               ' HELD FOR CLOSED PERIOD: ' WS-ROWS-HELD-CLOSED.
            DISPLAY 'Replace BTC-SUSPENSE.TXT with '
               'BTC-SUSPENSE-REMAINING.TXT.'.
            IF WS-ROWS-HELD-CLOSED > 0
               DISPLAY 'Controller to approve BTC-POST-CLOSE-ADJ.TXT '
                  'with BTC-PERIOD-CLOSE.'
            END-IF.

            PERFORM RECORD-RUN-HISTORY.

            EVALUATE TRUE
               WHEN CHOICE-IS-RELEASE
                  PERFORM VALIDATE-ROW
                  PERFORM CHECK-ROW-CURRENCY
                  EVALUATE TRUE
                     WHEN ROW-IS-VALID
                        PERFORM RELEASE-ROW-TO-MASTER
                     WHEN CURC-REPLY-REFUSED
                        PERFORM SHOW-CURRENCY-REFUSAL
                     WHEN OTHER
                        DISPLAY 'Row fails field check '
                           WS-REJECT-REASON ' - correct it first.'
                  END-EVALUATE
               WHEN CHOICE-IS-FIELD
                  DISPLAY 'Enter the corrected value:'
                  ACCEPT WS-NEW-VALUE FROM SYSIN
                  MOVE 'Y' TO WS-ROW-DONE
            END-EVALUATE.

      *> The currency is not a correctable field here - the row
      *> cannot go to the master under this code.
       SHOW-CURRENCY-REFUSAL.
            IF CURC-REPLY-UNKNOWN
               DISPLAY 'Currency ' NAME-VALUE ' is not on the '
                  'currency reference file (UNKN) - leave the row '
                  'suspended or drop it.'
            ELSE
               DISPLAY 'Currency ' NAME-VALUE ' is delisted (DLST) '
                  '- leave the row suspended or drop it.'
               IF CURC-REPLACED-BY NOT = SPACES
                  DISPLAY '  code changed to ' CURC-REPLACED-BY
               END-IF
            END-IF.

       DISPLAY-SUSPENSE-DETAIL.
            DISPLAY SPACE.
            DISPLAY 'SUSPENDED ' WS-SUSPENDED-READ ' REASON: '
               WHEN '7' MOVE WS-NEW-VALUE TO TIME-HIGH
            END-EVALUATE.

      *> UNKN and DLST come back in WS-REJECT-REASON, the reason the
      *> load itself would have rejected the row with.
       CHECK-ROW-CURRENCY.
            MOVE SPACES TO CURC-REPLY.
            IF ROW-IS-VALID
               MOVE NAME-VALUE TO CURC-CODE
               CALL 'BTC-CURRENCY-CHECK' USING CURRENCY-CHECK-REQUEST
                  ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
               END-CALL
               IF CURC-REPLY-REFUSED
                  MOVE CURC-REPLY TO WS-REJECT-REASON
                  SET ROW-IS-INVALID TO TRUE
               END-IF
               IF CURC-REPLY-SUSPENDED
                  DISPLAY 'WARNING currency ' NAME-VALUE
                     ' is suspended - row released'
               END-IF
            END-IF.

      *> Same checks, same order, same reason codes as
      *> BTC-PRICE-LOAD's field validation - a released row must be
      *> one the load itself would have passed.

      *> Keyed write like BTC-PRICE-LOAD's: INVALID KEY means the
      *> currency/date is already on the master, so the released
      *> values REWRITE it. A row dated in a closed month is passed
      *> to the controller instead.
       RELEASE-ROW-TO-MASTER.
            MOVE TIME-HIGH(DATE-START-POS:DATE-END-POS)
               TO WS-ROW-DATE.
            MOVE WS-ROW-DATE(1:7) TO PRDC-PERIOD.
            PERFORM ASK-PERIOD-STATUS.
            IF PRDC-REPLY-CLOSED
               PERFORM HOLD-ROW-FOR-CLOSED-PERIOD
            ELSE
               PERFORM WRITE-RELEASED-ROW
            END-IF.

      *> The row goes over as it stands now, corrections included,
      *> rebuilt in the normal CSV layout like BTC-REJECT-REPAIR's
      *> repaired rows.
       HOLD-ROW-FOR-CLOSED-PERIOD.
            MOVE 0 TO WS-MASTER-CLOSE-NOW.
            MOVE NAME-VALUE TO PM-NAME.
            MOVE WS-ROW-DATE TO PM-DATE.
            READ BTC-PRICE-MASTER
               INVALID KEY MOVE 'N' TO ADJ-ON-MASTER
               NOT INVALID KEY
                  MOVE 'Y' TO ADJ-ON-MASTER
                  MOVE PM-CLOSE-PRICE TO WS-MASTER-CLOSE-NOW
            END-READ.
            MOVE WS-ROW-DATE(1:7) TO ADJ-PERIOD.
            MOVE 'BTC-SUSPENSE-RELEASE' TO ADJ-SOURCE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO ADJ-HELD-TS.
            COMPUTE ADJ-MASTER-CLOSE ROUNDED = WS-MASTER-CLOSE-NOW.
            MOVE SPACES TO ADJ-RAW-ROW.
            STRING TIME-OPEN DELIMITED BY SPACE, ';'
               TIME-CLOSE DELIMITED BY SPACE, ';'
               TIME-HIGH DELIMITED BY SPACE, ';'
               TIME-LOW DELIMITED BY SPACE, ';'
               NAME-VALUE DELIMITED BY SPACE, ';'
               OPEN-PRICE-TEXT DELIMITED BY SPACE, ';'
               HIGH-PRICE-TEXT DELIMITED BY SPACE, ';'
               LOW-PRICE-TEXT DELIMITED BY SPACE, ';'
               CLOSE-PRICE-TEXT DELIMITED BY SPACE, ';'
               VOLUME-TEXT DELIMITED BY SPACE, ';'
               MARKETCAP-TEXT DELIMITED BY SPACE, ';'
               TS DELIMITED BY SPACE
               INTO ADJ-RAW-ROW.
            WRITE POST-CLOSE-ADJ-RECORD.
            ADD 1 TO WS-ROWS-HELD-CLOSED.
            MOVE 'Y' TO WS-ROW-DONE.
            DISPLAY 'Period ' ADJ-PERIOD ' is closed - '
               NAME-VALUE ' ' WS-ROW-DATE
               ' passed to the controller for approval.'.

       WRITE-RELEASED-ROW.
            MOVE NAME-VALUE TO PM-NAME.
            MOVE WS-ROW-DATE TO PM-DATE.
            MOVE OPEN-PRICE TO PM-OPEN-PRICE.
               MOVE 'Y' TO WS-ROW-DONE
            END-IF.

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

       WRITE-REMAINING-ROW.
            MOVE SUS-REASON-CODE TO REM-REASON-CODE.
            MOVE SUS-PRIOR-DATE TO REM-PRIOR-DATE.
            MOVE WS-SUSPENDED-READ TO RUNH-ROWS-READ.
            MOVE WS-ROWS-RELEASED TO RUNH-ROWS-GOOD.
            MOVE WS-ROWS-REMAINING TO RUNH-ROWS-REJECTED.
            COMPUTE RUNH-ROWS-SKIPPED =
               WS-ROWS-DROPPED + WS-ROWS-HELD-CLOSED.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN WS-SUSPENDED-READ = 0
                  MOVE 'EMPTY' TO RUNH-OUTCOME
               WHEN WS-ROWS-REMAINING > 0 OR WS-ROWS-HELD-CLOSED > 0
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
