      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261015
      * Purpose: Closed-month lookup against BTC-CLOSED-PERIODS.DAT
      * (BTCCLOS layout, appended to by BTC-PERIOD-CLOSE), CALLed with
      * the BTCPRDC request area by a program that must not move a
      * closed month's numbers, the way BTC-CURRENCY-CHECK answers
      * for currency codes. The 'P' events are read into the BTCPERD
      * table - the latest event per month wins, so a reopened month
      * is writable again - and kept across CALLs, so a caller
      * checking every row of a file reads the close file once, not
      * per row. Function L reloads the table, for a caller that
      * wants the statuses as they stand at the start of a change;
      * the first Q of a run loads it too. The file is closed again
      * before the module returns. No file yet replies NOPF: no month
      * has been closed.
      * Tectonics: cobc -m -I copybooks -o BTC-PERIOD-CHECK.so
      *               BTC_PERIOD_CHECK.cbl
      *            The module must sit on COB_LIBRARY_PATH for every
      *            caller, same as BTC-CURRENCY-CHECK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-PERIOD-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSED-PERIODS-FILE
           ASSIGN TO 'BTC-CLOSED-PERIODS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSED-PERIODS-FILE RECORDING MODE F.
           COPY BTCCLOS.

       WORKING-STORAGE SECTION.
       01  WS-CLOSED-FILE-STATUS PIC X(2).
       01  WS-CLOSED-EOF PIC X(1).

      *> Whether the table below has been loaded in this run unit,
      *> and whether there was a file to load it from.
       01  WS-TABLE-LOADED PIC X(1) VALUE 'N'.
           88 TABLE-IS-LOADED VALUE 'Y'.
       01  WS-FILE-FOUND PIC X(1) VALUE 'N'.
           88 CLOSED-FILE-WAS-FOUND VALUE 'Y'.

           COPY BTCPERD.

       LINKAGE SECTION.
           COPY BTCPRDC.

       PROCEDURE DIVISION USING PERIOD-CHECK-REQUEST.
       MAIN-PROCEDURE.
            IF PRDC-FUNCTION-LOAD OR NOT TABLE-IS-LOADED
               PERFORM LOAD-CLOSED-PERIODS
            END-IF.
            IF NOT CLOSED-FILE-WAS-FOUND
               SET PRDC-REPLY-NO-FILE TO TRUE
            ELSE
               MOVE PRDC-PERIOD TO PRD-LOOKUP-PERIOD
               PERFORM FIND-PERIOD-STATUS
               IF PRD-LOOKUP-IS-CLOSED
                  SET PRDC-REPLY-CLOSED TO TRUE
               ELSE
                  SET PRDC-REPLY-OPEN TO TRUE
               END-IF
            END-IF.
            GOBACK.

       LOAD-CLOSED-PERIODS.
            MOVE 0 TO PERIOD-COUNT.
            MOVE 'N' TO WS-FILE-FOUND.
            OPEN INPUT CLOSED-PERIODS-FILE.
            IF WS-CLOSED-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-FOUND
               MOVE 'N' TO WS-CLOSED-EOF
               PERFORM UNTIL WS-CLOSED-EOF = 'Y'
                  READ CLOSED-PERIODS-FILE
                          AT END MOVE 'Y' TO WS-CLOSED-EOF
                      NOT AT END
                      IF CLP-IS-PERIOD-EVENT
                         PERFORM STORE-PERIOD-EVENT
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE CLOSED-PERIODS-FILE
            END-IF.
            MOVE 'Y' TO WS-TABLE-LOADED.

       STORE-PERIOD-EVENT.
            MOVE CLP-PERIOD TO PRD-LOOKUP-PERIOD.
            PERFORM FIND-PERIOD-STATUS.
            IF PRD-LOOKUP-INDEX = 0 AND PERIOD-COUNT < 240
               ADD 1 TO PERIOD-COUNT
               MOVE PERIOD-COUNT TO PRD-LOOKUP-INDEX
               MOVE CLP-PERIOD TO PRD-PERIOD(PERIOD-COUNT)
               MOVE SPACES TO PRD-CLOSE-TS(PERIOD-COUNT)
            END-IF.
            IF PRD-LOOKUP-INDEX > 0
               MOVE CLP-EVENT TO PRD-STATUS(PRD-LOOKUP-INDEX)
               MOVE CLP-ACTION-TS TO PRD-EVENT-TS(PRD-LOOKUP-INDEX)
               IF CLP-EVENT-CLOSED
                  MOVE CLP-ACTION-TS TO PRD-CLOSE-TS(PRD-LOOKUP-INDEX)
               END-IF
            END-IF.

       FIND-PERIOD-STATUS.
            MOVE 0 TO PRD-LOOKUP-INDEX.
            SET PRD-LOOKUP-IS-OPEN TO TRUE.
            PERFORM VARYING PRD-SCAN-INDEX FROM 1 BY 1
               UNTIL PRD-SCAN-INDEX > PERIOD-COUNT
               OR PRD-LOOKUP-INDEX > 0
               IF PRD-PERIOD(PRD-SCAN-INDEX) = PRD-LOOKUP-PERIOD
                  MOVE PRD-SCAN-INDEX TO PRD-LOOKUP-INDEX
               END-IF
            END-PERFORM.
            IF PRD-LOOKUP-INDEX > 0
               IF PRD-STATUS(PRD-LOOKUP-INDEX) = 'CLOSED'
                  SET PRD-LOOKUP-IS-CLOSED TO TRUE
               END-IF
            END-IF.

       END PROGRAM BTC-PERIOD-CHECK.
