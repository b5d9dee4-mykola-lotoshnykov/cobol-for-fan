      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261013
      * Purpose: Interactive maintenance for BTC-CURRENCY-MASTER.DAT,
      * the indexed currency reference file (BTCCURM layout) that
      * BTC-CURRENCY-CHECK answers from, in the same ACCEPT/DISPLAY
      * style as BTC-FX-RATE-MAINT. Loops on an action prompt:
      *   A - add a code: full name, status (A active, S suspended,
      *       D delisted), listing date YYYY-MM-DD and the number of
      *       decimals a quantity of it may carry (0-6, the places
      *       a lot is held to in BTC-HOLDINGS.CSV)
      *   C - correct a code's fields; a blank answer keeps the
      *       value shown
      *   R - code change: a ticker renamed by the exchange. The old
      *       code's days on BTC-PRICE-MASTER.DAT are re-keyed under
      *       the new code (a day already loaded under the new code
      *       stands and the old copy is dropped), its lots in
      *       BTC-HOLDINGS.CSV and its position lines in
      *       BTC-VALUATION-HISTORY.DAT are renamed, then the new
      *       code is added with the old one's name, listing date and
      *       decimals and the old code is marked delisted with
      *       CUR-REPLACED-BY pointing at the new one - so one coin's
      *       history is no longer split in two, and a late price or
      *       trade under the old code is refused DLST. The history
      *       is carried before the reference records change, so an
      *       interrupted change is finished by simply running it
      *       again. The month-end snapshots in
      *       BTC-CLOSED-PERIODS.DAT and the realized disposals keep
      *       the code they were booked under - they are the books as
      *       reported - and so do the price days and valuation lines
      *       dated in a closed month (asked of BTC-PERIOD-CHECK).
      *   L - list the file
      * The file is created on first use.
      * Tectonics: cobc -I copybooks BTC_CURRENCY_MAINT.cbl
      *            BTC-CURRENCY-CHECK, BTC-PERIOD-CHECK and
      *            BTC-RUN-LOGGER must be on COB_LIBRARY_PATH.
      *
      * Modification History:
      * 20261015 ML - A code change no longer rewrites closed months:
      *               the month statuses are loaded through the new
      *               BTC-PERIOD-CHECK module (BTCPRDC copybook) as
      *               the change starts, and a price day or valuation
      *               line dated in a closed month stays under the
      *               old code, as the month's snapshot does, and is
      *               counted and shown. No module on the path
      *               refuses the change before anything moves. The
      *               new and retired currency records are counted as
      *               a change only when both keyed writes succeed; a
      *               failed one ends the run RC 8. The work file now
      *               has a status and a failed OPEN stops the change.
      * 20261015 ML - Quantity decimals are 0-6, default 6: the
      *               holdings, valuation history, disposals and
      *               month-end snapshots all hold a quantity to 6
      *               places, so a trade to 7 or 8 would be rounded
      *               when its lot is written back.
      * 20261015 ML - The holdings and valuation history are rewritten
      *               only once the work file has opened for reading,
      *               and the live file's OPEN is checked too; either
      *               failure stops the change and keeps the work
      *               file, which still holds the renamed lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-CURRENCY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-MASTER ASSIGN TO 'BTC-CURRENCY-MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUR-CODE
           FILE STATUS IS WS-CURRENCY-FILE-STATUS.

           SELECT BTC-PRICE-MASTER ASSIGN TO 'BTC-PRICE-MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT HOLDINGS-FILE ASSIGN TO 'BTC-HOLDINGS.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDINGS-FILE-STATUS.

           SELECT VALUATION-HISTORY
           ASSIGN TO 'BTC-VALUATION-HISTORY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VALH-FILE-STATUS.

           SELECT CHANGE-WORK-FILE
           ASSIGN TO 'BTC-CURRENCY-CHANGE-WORK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CURRENCY-MASTER.
           COPY BTCCURM.

       FD BTC-PRICE-MASTER.
           COPY BTCPRICE.

       FD HOLDINGS-FILE RECORDING MODE V.
       01 HOLDINGS-ROW PIC X(80).

       FD VALUATION-HISTORY RECORDING MODE F.
           COPY BTCVALH.

      *> Holds one file's lines at a time while a code change
      *> renames them - long enough for either file's line.
       FD CHANGE-WORK-FILE RECORDING MODE V.
       01 CHANGE-WORK-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.

       01  WS-EOF PIC X(1).
       01  WS-CURRENCY-FILE-STATUS PIC X(2).
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-HOLDINGS-FILE-STATUS PIC X(2).
       01  WS-VALH-FILE-STATUS PIC X(2).
       01  WS-WORK-FILE-STATUS PIC X(2).

       01  WS-ACTION PIC X(1).
           88 ACTION-IS-ADD VALUES 'A' 'a'.
           88 ACTION-IS-CORRECT VALUES 'C' 'c'.
           88 ACTION-IS-CODE-CHANGE VALUES 'R' 'r'.
           88 ACTION-IS-LIST VALUES 'L' 'l'.

      *> Entry being added/corrected and its validation verdict.
       01  WS-ENTRY-CODE PIC X(4).
       01  WS-ENTRY-NAME PIC X(30).
       01  WS-ENTRY-STATUS PIC X(1).
       01  WS-ENTRY-DATE PIC X(10).
       01  WS-ENTRY-DECIMALS PIC X(1).
       01  WS-ENTRY-VALID PIC X(1).
           88 ENTRY-IS-VALID VALUE 'Y'.
           88 ENTRY-IS-INVALID VALUE 'N'.
       01  WS-CODE-ON-FILE PIC X(1).
           88 CODE-IS-ON-FILE VALUE 'Y'.
       01  WS-CONFIRM-ANSWER PIC X(1).
           88 ENTRY-IS-CONFIRMED VALUES 'Y' 'y'.

      *> Code change: the two codes and the old code's record, kept
      *> aside while the new code is looked up.
       01  WS-OLD-CODE PIC X(4).
       01  WS-NEW-CODE PIC X(4).
       01  WS-OLD-CURRENCY-RECORD PIC X(64).
       01  WS-SAVED-PRICE-ROW PIC X(89).
       01  WS-CARRY-DONE PIC X(1).
       01  WS-ROW-IN-CLOSED-MONTH PIC X(1).
       01  WS-ROW-CODE PIC X(4).
       01  WS-ROW-POINTER PIC 9(3) COMP.
       01  WS-FAILURES-BEFORE PIC 9(5) COMP.
      *> Price days are re-keyed from the START of the old code
      *> onward; a day left behind in a closed month moves the START
      *> point past it.
       01  WS-CARRY-FROM-DATE PIC X(10).
       01  WS-SWITCH-RESULT PIC X(1).
           88 SWITCH-SUCCEEDED VALUE 'Y'.
           88 SWITCH-FAILED VALUE 'N'.

      *> Closed-month lookup; the history dated in a closed month
      *> keeps the old code.
           COPY BTCPRDC.

       01  WS-AUDIT-COUNTS.
           05 WS-ACTIONS-TAKEN PIC 9(5) COMP VALUE 0.
           05 WS-CODES-ADDED PIC 9(5) COMP VALUE 0.
           05 WS-CODES-CORRECTED PIC 9(5) COMP VALUE 0.
           05 WS-CODES-CHANGED PIC 9(5) COMP VALUE 0.
           05 WS-ENTRIES-REFUSED PIC 9(5) COMP VALUE 0.
      *> Per code change: price days re-keyed, days the new code
      *> already had, lots and valuation lines renamed. A failed
      *> keyed write or delete stops the change and ends the run RC 4.
           05 WS-PRICE-ROWS-MOVED PIC 9(7) COMP VALUE 0.
           05 WS-PRICE-ROWS-KEPT PIC 9(7) COMP VALUE 0.
           05 WS-HOLDING-ROWS-MOVED PIC 9(5) COMP VALUE 0.
           05 WS-VALH-ROWS-MOVED PIC 9(7) COMP VALUE 0.
           05 WS-CARRY-FAILURES PIC 9(5) COMP VALUE 0.
      *> Price days and valuation lines left under the old code
      *> because their month is closed.
           05 WS-PRICE-ROWS-CLOSED PIC 9(7) COMP VALUE 0.
           05 WS-VALH-ROWS-CLOSED PIC 9(7) COMP VALUE 0.
      *> Code changes whose currency records were not both written -
      *> the run ends RC 8.
           05 WS-SWITCH-FAILURES PIC 9(5) COMP VALUE 0.

       01  CURRENCY-LIST-LINE.
           05 CLL-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CLL-NAME PIC X(30).
           05 FILLER PIC X(8) VALUE ' STATUS '.
           05 CLL-STATUS PIC X(1).
           05 FILLER PIC X(8) VALUE ' LISTED '.
           05 CLL-LISTING-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE ' DECIMALS '.
           05 CLL-QTY-DECIMALS PIC 9(1).
           05 CLL-REPLACED-TEXT PIC X(5).
           05 CLL-REPLACED-BY PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-START-TS.
            DISPLAY '=== BTC CURRENCY MASTER MAINTENANCE ==='.

            PERFORM OPEN-CURRENCY-MASTER.
            IF WS-CURRENCY-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-CURRENCY-MASTER.DAT - status '
                  WS-CURRENCY-FILE-STATUS
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM MAINTAIN-CURRENCIES.
            CLOSE CURRENCY-MASTER.

            DISPLAY 'ADDED: ' WS-CODES-ADDED
               ' CORRECTED: ' WS-CODES-CORRECTED
               ' CODE CHANGES: ' WS-CODES-CHANGED
               ' REFUSED: ' WS-ENTRIES-REFUSED.

            PERFORM RECORD-RUN-HISTORY.

            EVALUATE TRUE
               WHEN WS-SWITCH-FAILURES > 0
                  MOVE 8 TO RETURN-CODE
               WHEN WS-CARRY-FAILURES > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

            STOP RUN.

      *> First use has no file to maintain - create it with a
      *> momentary OPEN OUTPUT, then re-OPEN I-O, the same fallback
      *> BTC-PRICE-LOAD uses for the price master.
       OPEN-CURRENCY-MASTER.
            OPEN I-O CURRENCY-MASTER.
            IF WS-CURRENCY-FILE-STATUS = '35'
               DISPLAY 'No BTC-CURRENCY-MASTER.DAT yet - '
                  'starting an empty file.'
               OPEN OUTPUT CURRENCY-MASTER
               IF WS-CURRENCY-FILE-STATUS = '00'
                  CLOSE CURRENCY-MASTER
                  OPEN I-O CURRENCY-MASTER
               END-IF
            END-IF.

       MAINTAIN-CURRENCIES.
            DISPLAY 'Action: A=add, C=correct, R=code change, '
               'L=list (blank = done):'.
            ACCEPT WS-ACTION FROM SYSIN.
            PERFORM UNTIL WS-ACTION = SPACE
               ADD 1 TO WS-ACTIONS-TAKEN
               EVALUATE TRUE
                  WHEN ACTION-IS-ADD
                     PERFORM ADD-CURRENCY
                  WHEN ACTION-IS-CORRECT
                     PERFORM CORRECT-CURRENCY
                  WHEN ACTION-IS-CODE-CHANGE
                     PERFORM CHANGE-CURRENCY-CODE
                  WHEN ACTION-IS-LIST
                     PERFORM LIST-CURRENCIES
                  WHEN OTHER
                     DISPLAY 'Unknown action: ' WS-ACTION
               END-EVALUATE
               DISPLAY 'Action: A=add, C=correct, R=code change, '
                  'L=list (blank = done):'
               ACCEPT WS-ACTION FROM SYSIN
            END-PERFORM.

      *> Codes are kept upper case, as they arrive in the price CSVs.
       TAKE-CURRENCY-CODE.
            MOVE SPACES TO WS-ENTRY-CODE.
            ACCEPT WS-ENTRY-CODE FROM SYSIN.
            MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
            MOVE 'N' TO WS-CODE-ON-FILE.
            IF WS-ENTRY-CODE NOT = SPACES
               MOVE WS-ENTRY-CODE TO CUR-CODE
               READ CURRENCY-MASTER
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE 'Y' TO WS-CODE-ON-FILE
               END-READ
            END-IF.

       ADD-CURRENCY.
            DISPLAY 'Enter the new currency code (e.g. BTC):'.
            PERFORM TAKE-CURRENCY-CODE.
            EVALUATE TRUE
               WHEN WS-ENTRY-CODE = SPACES
                  DISPLAY 'No code entered - nothing added.'
                  ADD 1 TO WS-ENTRIES-REFUSED
               WHEN CODE-IS-ON-FILE
                  DISPLAY WS-ENTRY-CODE ' is already on file - '
                     'use C to correct it.'
                  PERFORM SHOW-CURRENCY
                  ADD 1 TO WS-ENTRIES-REFUSED
               WHEN OTHER
                  MOVE SPACES TO CURRENCY-MASTER-RECORD
                  MOVE WS-ENTRY-CODE TO CUR-CODE
                  SET CUR-IS-ACTIVE TO TRUE
                  MOVE 6 TO CUR-QTY-DECIMALS
                  PERFORM TAKE-CURRENCY-FIELDS
                  IF ENTRY-IS-VALID
                     MOVE FUNCTION CURRENT-DATE(1:14)
                        TO CUR-CHANGED-TS
                     WRITE CURRENCY-MASTER-RECORD
                        INVALID KEY
                           DISPLAY 'Write failed - status '
                              WS-CURRENCY-FILE-STATUS
                           ADD 1 TO WS-ENTRIES-REFUSED
                        NOT INVALID KEY
                           ADD 1 TO WS-CODES-ADDED
                           DISPLAY 'Added ' CUR-CODE
                     END-WRITE
                  ELSE
                     ADD 1 TO WS-ENTRIES-REFUSED
                  END-IF
            END-EVALUATE.

       CORRECT-CURRENCY.
            DISPLAY 'Enter the currency code to correct:'.
            PERFORM TAKE-CURRENCY-CODE.
            IF NOT CODE-IS-ON-FILE
               DISPLAY 'No currency ' WS-ENTRY-CODE ' on file - '
                  'use A to add it.'
               ADD 1 TO WS-ENTRIES-REFUSED
            ELSE
               PERFORM SHOW-CURRENCY
               PERFORM TAKE-CURRENCY-FIELDS
               IF ENTRY-IS-VALID
                  MOVE FUNCTION CURRENT-DATE(1:14) TO CUR-CHANGED-TS
                  REWRITE CURRENCY-MASTER-RECORD
                     INVALID KEY
                        DISPLAY 'Rewrite failed - status '
                           WS-CURRENCY-FILE-STATUS
                        ADD 1 TO WS-ENTRIES-REFUSED
                     NOT INVALID KEY
                        ADD 1 TO WS-CODES-CORRECTED
                        DISPLAY 'Corrected ' CUR-CODE
                  END-REWRITE
               ELSE
                  ADD 1 TO WS-ENTRIES-REFUSED
               END-IF
            END-IF.

      *> Prompts over the record already in the FD area - defaults
      *> for an add, the values on file for a correction - so a
      *> blank answer keeps what is there.
       TAKE-CURRENCY-FIELDS.
            DISPLAY 'Enter the full name (blank = keep):'.
            MOVE SPACES TO WS-ENTRY-NAME.
            ACCEPT WS-ENTRY-NAME FROM SYSIN.
            IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME TO CUR-NAME
            END-IF.
            DISPLAY 'Enter the status A=active, S=suspended, '
               'D=delisted (blank = ' CUR-STATUS '):'.
            MOVE SPACES TO WS-ENTRY-STATUS.
            ACCEPT WS-ENTRY-STATUS FROM SYSIN.
            IF WS-ENTRY-STATUS NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATUS)
                  TO CUR-STATUS
            END-IF.
            DISPLAY 'Enter the listing date YYYY-MM-DD (blank = keep):'.
            MOVE SPACES TO WS-ENTRY-DATE.
            ACCEPT WS-ENTRY-DATE FROM SYSIN.
            IF WS-ENTRY-DATE NOT = SPACES
               MOVE WS-ENTRY-DATE TO CUR-LISTING-DATE
            END-IF.
            DISPLAY 'Enter the quantity decimals 0-6 (blank = '
               CUR-QTY-DECIMALS '):'.
            MOVE SPACES TO WS-ENTRY-DECIMALS.
            ACCEPT WS-ENTRY-DECIMALS FROM SYSIN.
            PERFORM VALIDATE-CURRENCY-FIELDS.

       VALIDATE-CURRENCY-FIELDS.
            SET ENTRY-IS-VALID TO TRUE.
            IF CUR-NAME = SPACES
               DISPLAY 'A full name is required.'
               SET ENTRY-IS-INVALID TO TRUE
            END-IF.
            IF NOT CUR-STATUS-IS-VALID
               DISPLAY 'Status must be A, S or D: ' CUR-STATUS
               SET ENTRY-IS-INVALID TO TRUE
            END-IF.
      *> A code retired by a code change stays delisted - its
      *> history now lives under the new code.
            IF CUR-REPLACED-BY NOT = SPACES
               AND NOT CUR-IS-DELISTED
               DISPLAY CUR-CODE ' was changed to ' CUR-REPLACED-BY
                  ' - it cannot be reactivated.'
               SET ENTRY-IS-INVALID TO TRUE
            END-IF.
            IF CUR-LISTING-DATE(1:4) IS NOT NUMERIC
               OR CUR-LISTING-DATE(5:1) NOT = '-'
               OR CUR-LISTING-DATE(6:2) IS NOT NUMERIC
               OR CUR-LISTING-DATE(8:1) NOT = '-'
               OR CUR-LISTING-DATE(9:2) IS NOT NUMERIC
               OR CUR-LISTING-DATE(6:2) < '01'
               OR CUR-LISTING-DATE(6:2) > '12'
               OR CUR-LISTING-DATE(9:2) < '01'
               OR CUR-LISTING-DATE(9:2) > '31'
               DISPLAY 'Not a usable YYYY-MM-DD listing date: '
                  CUR-LISTING-DATE
               SET ENTRY-IS-INVALID TO TRUE
            END-IF.
      *> Lots, valuation lines and disposals hold a quantity to 6
      *> places - a currency may not promise more. A record kept
      *> from before that must be brought down when corrected.
            IF WS-ENTRY-DECIMALS NOT = SPACES
               IF WS-ENTRY-DECIMALS IS NUMERIC
                  AND WS-ENTRY-DECIMALS <= '6'
                  MOVE WS-ENTRY-DECIMALS TO CUR-QTY-DECIMALS
               ELSE
                  DISPLAY 'Quantity decimals must be 0-6: '
                     WS-ENTRY-DECIMALS
                  SET ENTRY-IS-INVALID TO TRUE
               END-IF
            ELSE
               IF CUR-QTY-DECIMALS > 6
                  DISPLAY 'Quantity decimals must be 0-6: '
                     CUR-QTY-DECIMALS
                  SET ENTRY-IS-INVALID TO TRUE
               END-IF
            END-IF.

      *> The old code must be on file and not already changed; the
      *> new code must not be on file yet. Nothing moves until the
      *> operator confirms.
       CHANGE-CURRENCY-CODE.
            DISPLAY 'Enter the old currency code:'.
            PERFORM TAKE-CURRENCY-CODE.
            MOVE WS-ENTRY-CODE TO WS-OLD-CODE.
            IF NOT CODE-IS-ON-FILE
               DISPLAY 'No currency ' WS-OLD-CODE ' on file.'
               ADD 1 TO WS-ENTRIES-REFUSED
            ELSE
               IF CUR-REPLACED-BY NOT = SPACES
                  DISPLAY WS-OLD-CODE ' was already changed to '
                     CUR-REPLACED-BY '.'
                  ADD 1 TO WS-ENTRIES-REFUSED
               ELSE
                  MOVE CURRENCY-MASTER-RECORD
                     TO WS-OLD-CURRENCY-RECORD
                  PERFORM TAKE-NEW-CODE
               END-IF
            END-IF.

       TAKE-NEW-CODE.
            DISPLAY 'Enter the new currency code:'.
            PERFORM TAKE-CURRENCY-CODE.
            MOVE WS-ENTRY-CODE TO WS-NEW-CODE.
            EVALUATE TRUE
               WHEN WS-NEW-CODE = SPACES
                  OR WS-NEW-CODE = WS-OLD-CODE
                  DISPLAY 'No new code entered - nothing changed.'
                  ADD 1 TO WS-ENTRIES-REFUSED
               WHEN CODE-IS-ON-FILE
                  DISPLAY WS-NEW-CODE ' is already on file - '
                     'nothing changed.'
                  ADD 1 TO WS-ENTRIES-REFUSED
               WHEN OTHER
                  DISPLAY 'Change ' WS-OLD-CODE ' to ' WS-NEW-CODE
                     ' and carry its prices, holdings and valuation'
                     ' history over? (Y/N):'
                  ACCEPT WS-CONFIRM-ANSWER FROM SYSIN
                  IF ENTRY-IS-CONFIRMED
                     PERFORM LOAD-PERIOD-STATUSES
                  ELSE
                     DISPLAY 'Code change not made.'
                     ADD 1 TO WS-ENTRIES-REFUSED
                  END-IF
            END-EVALUATE.

      *> The month statuses are read once, as the change starts.
      *> Without the module a closed month cannot be told from an
      *> open one, so nothing is moved.
       LOAD-PERIOD-STATUSES.
            SET PRDC-FUNCTION-LOAD TO TRUE.
            MOVE SPACES TO PRDC-PERIOD.
            MOVE SPACES TO PRDC-REPLY.
            CALL 'BTC-PERIOD-CHECK' USING PERIOD-CHECK-REQUEST
               ON EXCEPTION
                  MOVE 'NOPM' TO PRDC-REPLY
            END-CALL.
            IF PRDC-REPLY = 'NOPM'
               DISPLAY 'Code change not made - BTC-PERIOD-CHECK '
                  'module is not on COB_LIBRARY_PATH, so closed '
                  'months cannot be told.'
               ADD 1 TO WS-ENTRIES-REFUSED
            ELSE
               PERFORM CARRY-HISTORY-TO-NEW-CODE
            END-IF.

      *> Each file is carried only while the ones before it went
      *> through, and the currency records switch last.
       CARRY-HISTORY-TO-NEW-CODE.
            MOVE 0 TO WS-PRICE-ROWS-MOVED, WS-PRICE-ROWS-KEPT,
               WS-HOLDING-ROWS-MOVED, WS-VALH-ROWS-MOVED,
               WS-PRICE-ROWS-CLOSED, WS-VALH-ROWS-CLOSED.
            MOVE WS-CARRY-FAILURES TO WS-FAILURES-BEFORE.
            SET SWITCH-FAILED TO TRUE.
            PERFORM CARRY-PRICE-MASTER.
            IF WS-CARRY-FAILURES = WS-FAILURES-BEFORE
               PERFORM CARRY-HOLDINGS
            END-IF.
            IF WS-CARRY-FAILURES = WS-FAILURES-BEFORE
               PERFORM CARRY-VALUATION-HISTORY
            END-IF.
            IF WS-CARRY-FAILURES = WS-FAILURES-BEFORE
               PERFORM SWITCH-CURRENCY-RECORDS
            ELSE
               DISPLAY 'Code change stopped - run it again once '
                  'the file above is available.'
            END-IF.
            IF SWITCH-SUCCEEDED
               DISPLAY WS-OLD-CODE ' changed to ' WS-NEW-CODE ': '
                  WS-PRICE-ROWS-MOVED ' price days moved, '
                  WS-PRICE-ROWS-KEPT ' already under the new code, '
                  WS-HOLDING-ROWS-MOVED ' lots, '
                  WS-VALH-ROWS-MOVED ' valuation lines.'
               IF WS-PRICE-ROWS-CLOSED > 0 OR WS-VALH-ROWS-CLOSED > 0
                  DISPLAY 'Left under ' WS-OLD-CODE ' in closed '
                     'months: ' WS-PRICE-ROWS-CLOSED ' price days, '
                     WS-VALH-ROWS-CLOSED ' valuation lines.'
               END-IF
               DISPLAY 'Rename ' WS-OLD-CODE ' in BTC-TARGET-WEIGHTS'
                  '.CSV and in any trades file not yet applied.'
            END-IF.

      *> The old code's days are re-keyed one at a time: START at
      *> its first day, WRITE the day under the new code, DELETE the
      *> old key, and START again - no READ NEXT is carried across
      *> the file's own changes. A day the new code already has was
      *> loaded under the new ticker and stands.
       CARRY-PRICE-MASTER.
            OPEN I-O BTC-PRICE-MASTER.
            EVALUATE WS-MASTER-FILE-STATUS
               WHEN '00'
                  MOVE 'N' TO WS-CARRY-DONE
                  MOVE LOW-VALUES TO WS-CARRY-FROM-DATE
                  PERFORM MOVE-ONE-PRICE-DAY
                     UNTIL WS-CARRY-DONE = 'Y'
                  CLOSE BTC-PRICE-MASTER
               WHEN '35'
                  DISPLAY 'No BTC-PRICE-MASTER.DAT - no prices to '
                     'carry.'
               WHEN OTHER
                  DISPLAY 'Cannot open BTC-PRICE-MASTER.DAT - '
                     'status ' WS-MASTER-FILE-STATUS
                  ADD 1 TO WS-CARRY-FAILURES
            END-EVALUATE.

       MOVE-ONE-PRICE-DAY.
            MOVE WS-OLD-CODE TO PM-NAME.
            MOVE WS-CARRY-FROM-DATE TO PM-DATE.
            START BTC-PRICE-MASTER KEY GREATER THAN PM-KEY
               INVALID KEY MOVE 'Y' TO WS-CARRY-DONE
            END-START.
            IF WS-CARRY-DONE = 'N'
               READ BTC-PRICE-MASTER NEXT RECORD
                  AT END MOVE 'Y' TO WS-CARRY-DONE
               END-READ
            END-IF.
            IF WS-CARRY-DONE = 'N' AND PM-NAME NOT = WS-OLD-CODE
               MOVE 'Y' TO WS-CARRY-DONE
            END-IF.
            MOVE 'N' TO WS-ROW-IN-CLOSED-MONTH.
            IF WS-CARRY-DONE = 'N'
               MOVE PM-DATE(1:7) TO PRDC-PERIOD
               PERFORM ASK-PERIOD-STATUS
               IF PRDC-REPLY-CLOSED
                  MOVE 'Y' TO WS-ROW-IN-CLOSED-MONTH
                  MOVE PM-DATE TO WS-CARRY-FROM-DATE
                  ADD 1 TO WS-PRICE-ROWS-CLOSED
               END-IF
            END-IF.
            IF WS-CARRY-DONE = 'N' AND WS-ROW-IN-CLOSED-MONTH = 'N'
               MOVE PRICE-MASTER-RECORD TO WS-SAVED-PRICE-ROW
               MOVE WS-NEW-CODE TO PM-NAME
               WRITE PRICE-MASTER-RECORD
                  INVALID KEY CONTINUE
               END-WRITE
               EVALUATE WS-MASTER-FILE-STATUS
                  WHEN '00'
                     ADD 1 TO WS-PRICE-ROWS-MOVED
                  WHEN '22'
                     ADD 1 TO WS-PRICE-ROWS-KEPT
                  WHEN OTHER
                     DISPLAY 'Price day ' PM-DATE ' not written - '
                        'status ' WS-MASTER-FILE-STATUS
                     ADD 1 TO WS-CARRY-FAILURES
                     MOVE 'Y' TO WS-CARRY-DONE
               END-EVALUATE
            END-IF.
            IF WS-CARRY-DONE = 'N' AND WS-ROW-IN-CLOSED-MONTH = 'N'
               MOVE WS-SAVED-PRICE-ROW TO PRICE-MASTER-RECORD
               DELETE BTC-PRICE-MASTER RECORD
                  INVALID KEY
                     DISPLAY 'Price day ' PM-DATE ' not removed '
                        'from ' WS-OLD-CODE ' - status '
                        WS-MASTER-FILE-STATUS
                     ADD 1 TO WS-CARRY-FAILURES
                     MOVE 'Y' TO WS-CARRY-DONE
               END-DELETE
            END-IF.

      *> The statuses were loaded as the change started.
       ASK-PERIOD-STATUS.
            SET PRDC-FUNCTION-QUERY TO TRUE.
            CALL 'BTC-PERIOD-CHECK' USING PERIOD-CHECK-REQUEST
               ON EXCEPTION
                  SET PRDC-REPLY-CLOSED TO TRUE
            END-CALL.

      *> Only the currency column changes; the rest of the lot line
      *> is carried as it stands. Lines pass through the work file
      *> and come back as the live file, the way BTC-HOUSEKEEPING
      *> trims the run history.
       CARRY-HOLDINGS.
            OPEN INPUT HOLDINGS-FILE.
            IF WS-HOLDINGS-FILE-STATUS NOT = '00'
               DISPLAY 'No BTC-HOLDINGS.CSV - no lots to carry.'
            ELSE
               OPEN OUTPUT CHANGE-WORK-FILE
               IF WS-WORK-FILE-STATUS NOT = '00'
                  PERFORM REPORT-WORK-FILE-FAILURE
                  MOVE 'Y' TO WS-EOF
               ELSE
                  MOVE 'N' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOLDINGS-FILE
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM RENAME-ONE-HOLDING
                  END-READ
               END-PERFORM
               CLOSE HOLDINGS-FILE
               IF WS-WORK-FILE-STATUS = '00'
                  CLOSE CHANGE-WORK-FILE
                  IF WS-HOLDING-ROWS-MOVED > 0
                     PERFORM REWRITE-LIVE-HOLDINGS
                  END-IF
                  IF WS-CARRY-FAILURES = WS-FAILURES-BEFORE
                     PERFORM EMPTY-CHANGE-WORK-FILE
                  END-IF
               END-IF
            END-IF.

       RENAME-ONE-HOLDING.
            MOVE SPACES TO WS-ROW-CODE.
            MOVE 1 TO WS-ROW-POINTER.
            UNSTRING HOLDINGS-ROW DELIMITED BY ';'
               INTO WS-ROW-CODE
               WITH POINTER WS-ROW-POINTER.
            MOVE HOLDINGS-ROW TO CHANGE-WORK-LINE.
            IF WS-ROW-CODE = WS-OLD-CODE AND WS-ROW-POINTER <= 80
               MOVE SPACES TO CHANGE-WORK-LINE
               STRING WS-NEW-CODE DELIMITED BY SPACE,
                  ';' DELIMITED BY SIZE,
                  HOLDINGS-ROW(WS-ROW-POINTER:) DELIMITED BY SIZE
                  INTO CHANGE-WORK-LINE
               ADD 1 TO WS-HOLDING-ROWS-MOVED
            END-IF.
            WRITE CHANGE-WORK-LINE.

      *> The work file is opened first - the live file is not
      *> emptied until there is something to fill it from.
       REWRITE-LIVE-HOLDINGS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CHANGE-WORK-FILE.
            IF WS-WORK-FILE-STATUS NOT = '00'
               PERFORM REPORT-WORK-FILE-FAILURE
            ELSE
               OPEN OUTPUT HOLDINGS-FILE
               IF WS-HOLDINGS-FILE-STATUS NOT = '00'
                  DISPLAY 'Cannot rewrite BTC-HOLDINGS.CSV - status '
                     WS-HOLDINGS-FILE-STATUS
                  ADD 1 TO WS-CARRY-FAILURES
               ELSE
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ CHANGE-WORK-FILE
                             AT END MOVE 'Y' TO WS-EOF
                         NOT AT END
                         MOVE CHANGE-WORK-LINE TO HOLDINGS-ROW
                         WRITE HOLDINGS-ROW
                     END-READ
                  END-PERFORM
                  CLOSE HOLDINGS-FILE
               END-IF
               CLOSE CHANGE-WORK-FILE
            END-IF.

      *> Position lines only - a cash line's name is a fiat
      *> currency, never a crypto code.
       CARRY-VALUATION-HISTORY.
            OPEN INPUT VALUATION-HISTORY.
            IF WS-VALH-FILE-STATUS NOT = '00'
               DISPLAY 'No BTC-VALUATION-HISTORY.DAT - no valuation '
                  'history to carry.'
            ELSE
               OPEN OUTPUT CHANGE-WORK-FILE
               IF WS-WORK-FILE-STATUS NOT = '00'
                  PERFORM REPORT-WORK-FILE-FAILURE
                  MOVE 'Y' TO WS-EOF
               ELSE
                  MOVE 'N' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ VALUATION-HISTORY
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                      IF VALH-NAME = WS-OLD-CODE AND VALH-IS-POSITION
                         PERFORM RENAME-ONE-VALUATION
                      END-IF
                      MOVE VALUATION-HISTORY-RECORD
                         TO CHANGE-WORK-LINE
                      WRITE CHANGE-WORK-LINE
                  END-READ
               END-PERFORM
               CLOSE VALUATION-HISTORY
               IF WS-WORK-FILE-STATUS = '00'
                  CLOSE CHANGE-WORK-FILE
                  IF WS-VALH-ROWS-MOVED > 0
                     PERFORM REWRITE-LIVE-VALUATIONS
                  END-IF
                  IF WS-CARRY-FAILURES = WS-FAILURES-BEFORE
                     PERFORM EMPTY-CHANGE-WORK-FILE
                  END-IF
               END-IF
            END-IF.

      *> A line dated in a closed month is the month as reported.
       RENAME-ONE-VALUATION.
            MOVE VALH-DATE(1:7) TO PRDC-PERIOD.
            PERFORM ASK-PERIOD-STATUS.
            IF PRDC-REPLY-CLOSED
               ADD 1 TO WS-VALH-ROWS-CLOSED
            ELSE
               MOVE WS-NEW-CODE TO VALH-NAME
               ADD 1 TO WS-VALH-ROWS-MOVED
            END-IF.

       REPORT-WORK-FILE-FAILURE.
            DISPLAY 'Cannot open BTC-CURRENCY-CHANGE-WORK.DAT - '
               'status ' WS-WORK-FILE-STATUS.
            ADD 1 TO WS-CARRY-FAILURES.

       REWRITE-LIVE-VALUATIONS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CHANGE-WORK-FILE.
            IF WS-WORK-FILE-STATUS NOT = '00'
               PERFORM REPORT-WORK-FILE-FAILURE
            ELSE
               OPEN OUTPUT VALUATION-HISTORY
               IF WS-VALH-FILE-STATUS NOT = '00'
                  DISPLAY 'Cannot rewrite BTC-VALUATION-HISTORY.DAT - '
                     'status ' WS-VALH-FILE-STATUS
                  ADD 1 TO WS-CARRY-FAILURES
               ELSE
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ CHANGE-WORK-FILE
                             AT END MOVE 'Y' TO WS-EOF
                         NOT AT END
                         MOVE CHANGE-WORK-LINE
                            TO VALUATION-HISTORY-RECORD
                         WRITE VALUATION-HISTORY-RECORD
                     END-READ
                  END-PERFORM
                  CLOSE VALUATION-HISTORY
               END-IF
               CLOSE CHANGE-WORK-FILE
            END-IF.

      *> Leave the work file empty rather than holding a stale
      *> second copy, like BTC-HOUSEKEEPING's keep file.
       EMPTY-CHANGE-WORK-FILE.
            OPEN OUTPUT CHANGE-WORK-FILE.
            CLOSE CHANGE-WORK-FILE.

      *> The new code takes over the old one's name, listing date
      *> and decimals; the old one is delisted and points at it.
       SWITCH-CURRENCY-RECORDS.
            MOVE WS-OLD-CURRENCY-RECORD TO CURRENCY-MASTER-RECORD.
            MOVE WS-NEW-CODE TO CUR-CODE.
            MOVE SPACES TO CUR-REPLACED-BY.
            MOVE FUNCTION CURRENT-DATE(1:14) TO CUR-CHANGED-TS.
            SET SWITCH-SUCCEEDED TO TRUE.
            WRITE CURRENCY-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'Write of ' WS-NEW-CODE ' failed - status '
                     WS-CURRENCY-FILE-STATUS
                  DISPLAY 'History is under ' WS-NEW-CODE ' - run '
                     'the code change again to finish it.'
                  SET SWITCH-FAILED TO TRUE
            END-WRITE.
      *> The old code is retired only once the new one is on file.
            IF SWITCH-SUCCEEDED
               MOVE WS-OLD-CURRENCY-RECORD TO CURRENCY-MASTER-RECORD
               SET CUR-IS-DELISTED TO TRUE
               MOVE WS-NEW-CODE TO CUR-REPLACED-BY
               MOVE FUNCTION CURRENT-DATE(1:14) TO CUR-CHANGED-TS
               REWRITE CURRENCY-MASTER-RECORD
                  INVALID KEY
                     DISPLAY 'Rewrite of ' WS-OLD-CODE ' failed - '
                        'status ' WS-CURRENCY-FILE-STATUS
                     DISPLAY WS-OLD-CODE ' is not retired - correct '
                        'it to D with C.'
                     SET SWITCH-FAILED TO TRUE
               END-REWRITE
            END-IF.
            IF SWITCH-SUCCEEDED
               ADD 1 TO WS-CODES-CHANGED
            ELSE
               ADD 1 TO WS-SWITCH-FAILURES
            END-IF.

       LIST-CURRENCIES.
            MOVE 'N' TO WS-EOF.
            MOVE LOW-VALUES TO CUR-CODE.
            START CURRENCY-MASTER KEY NOT LESS THAN CUR-CODE
               INVALID KEY
                  DISPLAY 'No currencies on file.'
                  MOVE 'Y' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
               READ CURRENCY-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM SHOW-CURRENCY
               END-READ
            END-PERFORM.

       SHOW-CURRENCY.
            MOVE CUR-CODE TO CLL-CODE.
            MOVE CUR-NAME TO CLL-NAME.
            MOVE CUR-STATUS TO CLL-STATUS.
            MOVE CUR-LISTING-DATE TO CLL-LISTING-DATE.
            MOVE CUR-QTY-DECIMALS TO CLL-QTY-DECIMALS.
            IF CUR-REPLACED-BY = SPACES
               MOVE SPACES TO CLL-REPLACED-TEXT, CLL-REPLACED-BY
            ELSE
               MOVE ' NOW ' TO CLL-REPLACED-TEXT
               MOVE CUR-REPLACED-BY TO CLL-REPLACED-BY
            END-IF.
            DISPLAY CURRENCY-LIST-LINE.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-CURRENCY-MAINT' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
            MOVE 'BTC-CURRENCY-MASTER.DAT' TO RUNH-INPUT-FILE.
            MOVE SPACES TO RUNH-PARAMETERS.
            MOVE WS-ACTIONS-TAKEN TO RUNH-ROWS-READ.
            COMPUTE RUNH-ROWS-GOOD =
               WS-CODES-ADDED + WS-CODES-CORRECTED + WS-CODES-CHANGED.
            MOVE WS-ENTRIES-REFUSED TO RUNH-ROWS-REJECTED.
            MOVE 0 TO RUNH-ROWS-SKIPPED.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN WS-CURRENCY-FILE-STATUS NOT = '00'
                  AND WS-ACTIONS-TAKEN = 0
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN WS-SWITCH-FAILURES > 0
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN WS-CARRY-FAILURES > 0
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
            END-EVALUATE.
            CALL 'BTC-RUN-LOGGER' USING RUN-HISTORY-RECORD
               ON EXCEPTION
                  DISPLAY 'Run not recorded - BTC-RUN-LOGGER '
                     'module is not on COB_LIBRARY_PATH'
            END-CALL.

       END PROGRAM BTC-CURRENCY-MAINT.
