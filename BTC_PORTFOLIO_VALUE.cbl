      *               away by housekeeping; this file is what
      *               BTC-VALUATION-REPORT charts the book over time
      *               from, retiring the saved-printout spreadsheet.
      * 20260921 ML - The month-end marks of a closed month are frozen
      *               in BTC-CLOSED-PERIODS.DAT (BTCCLOS/BTCPERD
      *               copybooks): a currency valued on a date in a
      *               closed month is still reported, but its history
      *               record is not appended - the run says so and
      *               ends RC 4.
      * 20261007 ML - The book's fiat cash is part of the valuation:
      *               each account in BTC-CASH-ACCOUNT.CSV (BTCCASH,
      *               kept by BTC-TRADE-LEDGER) is reported in a cash
      *               block, converted to USD at the BTC-FX-RATES.CSV
      *               USD/currency rate of the valuation date (latest
      *               prior rate if that day has none, flagged), and
      *               appended to the valuation history as a cash
      *               line (VALH-LINE-TYPE 'C'). The totals gain TOTAL
      *               CASH and TOTAL BOOK VALUE. An account with no
      *               rate at all is flagged NO RATE, kept out of the
      *               totals and ends the run RC 4. A book holding
      *               only cash is still valued.
      * 20261009 ML - End with GOBACK instead of STOP RUN so the
      *               program can run as a step of BTC-BATCH-
      *               DRIVER's job stream; run stand-alone it ends
      *               the same way.
      * 20261015 ML - Closed months are asked of the BTC-PERIOD-CHECK
      *               module (BTCPRDC copybook) instead of reading
      *               BTC-CLOSED-PERIODS.DAT here. No module on the
      *               path withholds every history record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-PORTFOLIO-VALUE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VALH-FILE-STATUS.

           SELECT CASH-ACCOUNT-FILE ASSIGN TO 'BTC-CASH-ACCOUNT.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-FILE-STATUS.

           SELECT BTC-FX-RATES ASSIGN TO 'BTC-FX-RATES.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BTC-PRICE-MASTER.
       FD VALUATION-HISTORY RECORDING MODE F.
           COPY BTCVALH.

       FD CASH-ACCOUNT-FILE RECORDING MODE V.
       01 CASH-ACCOUNT-ROW PIC X(80).

       FD BTC-FX-RATES RECORDING MODE V.
       01 FX-RATE-LINE PIC X(40).

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.
           COPY BTCHOLD.
           COPY BTCPRDC.
           COPY BTCCASH.
           COPY BTCFXRT.

       01  WS-EOF PIC X(1).
       01  WS-HOLDINGS-EOF PIC X(1) VALUE 'N'.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-HOLDINGS-FILE-STATUS PIC X(2).
       01  WS-VALH-FILE-STATUS PIC X(2).
      *> Valued currencies whose history record was withheld because
      *> the valuation date falls in a closed month.
       01  WS-HISTORY-HELD-CLOSED PIC 9(2) COMP VALUE 0.

       01  WS-CASH-FILE-STATUS PIC X(2).
       01  WS-CASH-EOF PIC X(1) VALUE 'N'.
       01  WS-FX-FILE-STATUS PIC X(2).
       01  WS-FX-EOF PIC X(1).

       01  WS-ROW-DATE PIC X(10).

       01  WS-POSITIONS-UNPRICED PIC 9(2) COMP VALUE 0.
       01  WS-PRICE-WAS-FOUND PIC X(1).

      *> Cash accounts in USD, one entry per BTCCASH account. The
      *> cash is valued on the valuation date, or in latest mode on
      *> the latest close date the positions were valued on (today
      *> for a book holding only cash). Rates on file are USD/ccy
      *> (units of the currency per dollar), so the balance is
      *> divided by the rate.
       01  CASH-VALUE-TABLE.
           05 CVL-ENTRY OCCURS 10 TIMES.
              10 CVL-RATE COMP-2.
              10 CVL-USD-VALUE COMP-2.
              10 CVL-FOUND PIC X(1).
              10 CVL-FALLBACK PIC X(1).
       01  WS-CASH-INDEX PIC 9(2) COMP.
       01  WS-CASH-DATE PIC X(10).
       01  WS-TOTAL-CASH COMP-2 VALUE 0.
       01  WS-TOTAL-BOOK COMP-2.
       01  WS-CASH-VALUED PIC 9(2) COMP VALUE 0.
       01  WS-CASH-UNVALUED PIC 9(2) COMP VALUE 0.

      *> Report pagination, same shape as BTC-DATA-READ's report.
       01  WS-REPORT-LINE-COUNT PIC 9(3) COMP VALUE 0.
       01  WS-REPORT-PAGE-NUMBER PIC 9(3) COMP VALUE 0.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-POSITION-FLAG PIC X(8).

       01  RPT-CASH-HEADER.
           05 FILLER PIC X(18) VALUE 'CASH       BALANCE'.
           05 FILLER PIC X(14) VALUE '      USD RATE'.
           05 FILLER PIC X(17) VALUE '        USD VALUE'.

       01  RPT-CASH-LINE.
           05 RCL-NAME PIC X(4).
           05 RCL-BALANCE PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-RATE PIC ZZZZ9.999999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RCL-USD-VALUE PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(47) VALUE SPACES.
           05 RCL-FLAG PIC X(8).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(20).
           05 RPT-TOTAL-VALUE PIC +ZZZ,ZZZ,ZZ9.99.

            PERFORM LOAD-HOLDINGS.
            PERFORM LOAD-PRICES-FROM-MASTER.
            PERFORM LOAD-PERIOD-STATUSES.
            PERFORM LOAD-CASH-ACCOUNTS.

            IF (HOLDING-COUNT = 0 OR PRICE-COUNT = 0)
               AND CASH-COUNT = 0
               DISPLAY 'Nothing to value - holdings: ' HOLDING-COUNT
                  ' priced currencies: ' PRICE-COUNT
                  ' cash accounts: ' CASH-COUNT
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM VALUE-CASH-ACCOUNTS.
            PERFORM WRITE-PORTFOLIO-REPORT.
            PERFORM RECORD-RUN-HISTORY.

            IF WS-POSITIONS-UNPRICED > 0 OR WS-HISTORY-HELD-CLOSED > 0
               OR WS-CASH-UNVALUED > 0
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.

            GOBACK.

       LOAD-PRICES-FROM-MASTER.
            OPEN INPUT BTC-PRICE-MASTER.
               UNTIL WS-HOLDING-INDEX > HOLDING-COUNT
               PERFORM WRITE-POSITION-LINE
            END-PERFORM.
            PERFORM WRITE-CASH-BLOCK.
            IF WS-VALH-FILE-STATUS = '00'
               PERFORM VARYING WS-PRICE-INDEX FROM 1 BY 1
                  UNTIL WS-PRICE-INDEX > PRICE-COUNT
                  IF PRC-FOUND(WS-PRICE-INDEX) = 'Y'
                     MOVE PRC-DATE(WS-PRICE-INDEX)(1:7)
                        TO PRDC-PERIOD
                     PERFORM ASK-PERIOD-STATUS
                     IF PRDC-REPLY-CLOSED
                        ADD 1 TO WS-HISTORY-HELD-CLOSED
                        DISPLAY 'Period ' PRDC-PERIOD
                           ' is closed - no history record for '
                           PRC-NAME(WS-PRICE-INDEX) ' '
                           PRC-DATE(WS-PRICE-INDEX)
                     ELSE
                        PERFORM APPEND-VALUATION-HISTORY
                     END-IF
                  END-IF
               END-PERFORM
               PERFORM APPEND-CASH-HISTORY
            END-IF.
            PERFORM WRITE-TOTALS-BLOCK.
            CLOSE PORTFOLIO-REPORT.
               ' UNPRICED: ' WS-POSITIONS-UNPRICED.
            COMPUTE RPT-TOTAL-VALUE ROUNDED = WS-TOTAL-MV.
            DISPLAY 'PORTFOLIO MARKET VALUE: ' RPT-TOTAL-VALUE.
            DISPLAY 'CASH ACCOUNTS VALUED: ' WS-CASH-VALUED
               ' NO RATE: ' WS-CASH-UNVALUED.
            COMPUTE RPT-TOTAL-VALUE ROUNDED = WS-TOTAL-BOOK.
            DISPLAY 'TOTAL BOOK VALUE: ' RPT-TOTAL-VALUE.

      *> The history is permanent - EXTEND with the first-ever-run
      *> fallback, like BTC-RUN-LOGGER's file. A run that cannot
                  ' - history not recorded this run'
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

       WRITE-REPORT-HEADER.
            ADD 1 TO WS-REPORT-PAGE-NUMBER.
            MOVE WS-REPORT-PAGE-NUMBER TO RPT-PAGE-NO.
               PRC-SUM-MV(WS-PRICE-INDEX).
            COMPUTE VALH-UNREAL-GL ROUNDED =
               PRC-SUM-GL(WS-PRICE-INDEX).
            SET VALH-IS-POSITION TO TRUE.
            WRITE VALUATION-HISTORY-RECORD.

      *> No cash file is an unfunded book, not an error - the
      *> positions are still valued.
       LOAD-CASH-ACCOUNTS.
            OPEN INPUT CASH-ACCOUNT-FILE.
            IF WS-CASH-FILE-STATUS NOT = '00'
               DISPLAY 'No BTC-CASH-ACCOUNT.CSV (status '
                  WS-CASH-FILE-STATUS ') - book valued without cash'
            ELSE
               PERFORM UNTIL WS-CASH-EOF = 'Y'
                  READ CASH-ACCOUNT-FILE
                          AT END MOVE 'Y' TO WS-CASH-EOF
                      NOT AT END PERFORM STORE-CASH-ROW
                  END-READ
               END-PERFORM
               CLOSE CASH-ACCOUNT-FILE
            END-IF.

       STORE-CASH-ROW.
            MOVE SPACES TO CASH-ROW-CURRENCY, CASH-ROW-BALANCE-TEXT,
               CASH-ROW-DATE.
            UNSTRING CASH-ACCOUNT-ROW DELIMITED BY ';'
               INTO CASH-ROW-CURRENCY, CASH-ROW-BALANCE-TEXT,
                  CASH-ROW-DATE.
            IF CASH-ROW-CURRENCY NOT = SPACES
               AND FUNCTION TEST-NUMVAL(CASH-ROW-BALANCE-TEXT) = 0
               AND CASH-COUNT < 10
               ADD 1 TO CASH-COUNT
               MOVE CASH-ROW-CURRENCY TO CASH-CURRENCY(CASH-COUNT)
               COMPUTE CASH-BALANCE(CASH-COUNT) =
                  FUNCTION NUMVAL(CASH-ROW-BALANCE-TEXT)
               MOVE CASH-ROW-DATE TO CASH-LAST-DATE(CASH-COUNT)
            ELSE
               DISPLAY 'Cash line skipped (bad currency or '
                  'balance): ' CASH-ACCOUNT-ROW
            END-IF.

       VALUE-CASH-ACCOUNTS.
            IF VALUE-AT-LATEST
               MOVE SPACES TO WS-CASH-DATE
               PERFORM VARYING WS-PRICE-INDEX FROM 1 BY 1
                  UNTIL WS-PRICE-INDEX > PRICE-COUNT
                  IF PRC-FOUND(WS-PRICE-INDEX) = 'Y'
                     AND PRC-DATE(WS-PRICE-INDEX) > WS-CASH-DATE
                     MOVE PRC-DATE(WS-PRICE-INDEX) TO WS-CASH-DATE
                  END-IF
               END-PERFORM
               IF WS-CASH-DATE = SPACES
                  STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE,
                     '-' DELIMITED BY SIZE,
                     FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE,
                     '-' DELIMITED BY SIZE,
                     FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                     INTO WS-CASH-DATE
               END-IF
            ELSE
               MOVE WS-VALUATION-DATE TO WS-CASH-DATE
            END-IF.
            PERFORM VARYING WS-CASH-INDEX FROM 1 BY 1
               UNTIL WS-CASH-INDEX > CASH-COUNT
               PERFORM VALUE-ONE-CASH-ACCOUNT
            END-PERFORM.

       VALUE-ONE-CASH-ACCOUNT.
            MOVE 'N' TO CVL-FOUND(WS-CASH-INDEX).
            MOVE 'N' TO CVL-FALLBACK(WS-CASH-INDEX).
            MOVE 0 TO CVL-RATE(WS-CASH-INDEX).
            MOVE 0 TO CVL-USD-VALUE(WS-CASH-INDEX).
            IF CASH-CURRENCY(WS-CASH-INDEX) = 'USD'
               MOVE 1 TO CVL-RATE(WS-CASH-INDEX)
               MOVE 'Y' TO CVL-FOUND(WS-CASH-INDEX)
            ELSE
               PERFORM LOAD-FX-RATES
               IF FX-RATE-COUNT > 0
                  PERFORM FIND-FX-RATE
                  IF FX-RATE-FOR-DAY > 0
                     MOVE FX-RATE-FOR-DAY TO CVL-RATE(WS-CASH-INDEX)
                     MOVE 'Y' TO CVL-FOUND(WS-CASH-INDEX)
                     MOVE FX-FALLBACK-FLAG
                        TO CVL-FALLBACK(WS-CASH-INDEX)
                  END-IF
               END-IF
            END-IF.
            IF CVL-FOUND(WS-CASH-INDEX) = 'Y'
               COMPUTE CVL-USD-VALUE(WS-CASH-INDEX) =
                  CASH-BALANCE(WS-CASH-INDEX) / CVL-RATE(WS-CASH-INDEX)
               ADD CVL-USD-VALUE(WS-CASH-INDEX) TO WS-TOTAL-CASH
               ADD 1 TO WS-CASH-VALUED
            ELSE
               ADD 1 TO WS-CASH-UNVALUED
               DISPLAY 'FX: no USD' CASH-CURRENCY(WS-CASH-INDEX)
                  ' rate in BTC-FX-RATES.CSV - '
                  CASH-CURRENCY(WS-CASH-INDEX) ' cash not valued'
            END-IF.

      *> Same per-pair load as BTC-OHLC-ROLLUP, reread for each
      *> foreign-currency account - the book holds only a few.
       LOAD-FX-RATES.
            MOVE 0 TO FX-RATE-COUNT.
            MOVE SPACES TO FX-PAIR-WANTED.
            STRING 'USD' DELIMITED BY SIZE,
               CASH-CURRENCY(WS-CASH-INDEX) DELIMITED BY SIZE
               INTO FX-PAIR-WANTED.
            MOVE 'N' TO WS-FX-EOF.
            OPEN INPUT BTC-FX-RATES.
            IF WS-FX-FILE-STATUS = '00'
               PERFORM UNTIL WS-FX-EOF = 'Y'
                  READ BTC-FX-RATES
                          AT END MOVE 'Y' TO WS-FX-EOF
                      NOT AT END PERFORM STORE-FX-RATE-ROW
                  END-READ
               END-PERFORM
               CLOSE BTC-FX-RATES
            END-IF.

       STORE-FX-RATE-ROW.
            MOVE SPACES TO FX-ROW-DATE, FX-ROW-PAIR,
               FX-ROW-RATE-TEXT.
            UNSTRING FX-RATE-LINE DELIMITED BY ';'
               INTO FX-ROW-DATE, FX-ROW-PAIR, FX-ROW-RATE-TEXT.
            IF FX-ROW-PAIR = FX-PAIR-WANTED
               AND FUNCTION TEST-NUMVAL(FX-ROW-RATE-TEXT) = 0
               AND FX-RATE-COUNT < FX-RATE-LIMIT
               ADD 1 TO FX-RATE-COUNT
               MOVE FX-ROW-DATE TO FX-RATE-DATE(FX-RATE-COUNT)
               COMPUTE FX-RATE-VALUE(FX-RATE-COUNT) =
                  FUNCTION NUMVAL(FX-ROW-RATE-TEXT)
            END-IF.

      *> Latest rate on or before the cash date; a date before any
      *> rate borrows the first one, flagged like a prior rate.
       FIND-FX-RATE.
            MOVE FX-RATE-VALUE(1) TO FX-RATE-FOR-DAY.
            MOVE FX-RATE-DATE(1) TO FX-RATE-USED-DATE.
            MOVE 'Y' TO FX-FALLBACK-FLAG.
            PERFORM VARYING FX-RATE-INDEX FROM 1 BY 1
               UNTIL FX-RATE-INDEX > FX-RATE-COUNT
               OR FX-RATE-DATE(FX-RATE-INDEX) > WS-CASH-DATE
               MOVE FX-RATE-VALUE(FX-RATE-INDEX) TO FX-RATE-FOR-DAY
               MOVE FX-RATE-DATE(FX-RATE-INDEX)
                  TO FX-RATE-USED-DATE
               IF FX-RATE-DATE(FX-RATE-INDEX) = WS-CASH-DATE
                  MOVE 'N' TO FX-FALLBACK-FLAG
               ELSE
                  MOVE 'Y' TO FX-FALLBACK-FLAG
               END-IF
            END-PERFORM.

      *> The cash block follows the positions; an account with no
      *> rate is listed with its balance and kept out of the totals.
       WRITE-CASH-BLOCK.
            IF CASH-COUNT > 0
               IF WS-REPORT-LINE-COUNT + CASH-COUNT + 2
                  > WS-REPORT-LINES-PER-PAGE
                  PERFORM WRITE-REPORT-HEADER
               END-IF
               MOVE RPT-CASH-HEADER TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REPORT-LINE-COUNT
               PERFORM VARYING WS-CASH-INDEX FROM 1 BY 1
                  UNTIL WS-CASH-INDEX > CASH-COUNT
                  PERFORM WRITE-CASH-LINE
               END-PERFORM
            END-IF.

       WRITE-CASH-LINE.
            MOVE CASH-CURRENCY(WS-CASH-INDEX) TO RCL-NAME.
            MOVE CASH-BALANCE(WS-CASH-INDEX) TO RCL-BALANCE.
            COMPUTE RCL-RATE ROUNDED = CVL-RATE(WS-CASH-INDEX).
            COMPUTE RCL-USD-VALUE ROUNDED =
               CVL-USD-VALUE(WS-CASH-INDEX).
            EVALUATE TRUE
               WHEN CVL-FOUND(WS-CASH-INDEX) = 'N'
                  MOVE 'NO RATE' TO RCL-FLAG
               WHEN CVL-FALLBACK(WS-CASH-INDEX) = 'Y'
                  MOVE 'FX PRIOR' TO RCL-FLAG
               WHEN OTHER
                  MOVE SPACES TO RCL-FLAG
            END-EVALUATE.
            MOVE RPT-CASH-LINE TO REPORT-LINE.
            WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-REPORT-LINE-COUNT.

      *> One cash line per valued account, dated like the cash
      *> block, and withheld like the positions in a closed month.
       APPEND-CASH-HISTORY.
            IF CASH-COUNT > 0
               MOVE WS-CASH-DATE(1:7) TO PRDC-PERIOD
               PERFORM ASK-PERIOD-STATUS
               PERFORM VARYING WS-CASH-INDEX FROM 1 BY 1
                  UNTIL WS-CASH-INDEX > CASH-COUNT
                  IF CVL-FOUND(WS-CASH-INDEX) = 'Y'
                     PERFORM APPEND-ONE-CASH-LINE
                  END-IF
               END-PERFORM
            END-IF.

       APPEND-ONE-CASH-LINE.
            IF PRDC-REPLY-CLOSED
               ADD 1 TO WS-HISTORY-HELD-CLOSED
               DISPLAY 'Period ' PRDC-PERIOD
                  ' is closed - no history record for cash '
                  CASH-CURRENCY(WS-CASH-INDEX) ' ' WS-CASH-DATE
            ELSE
               MOVE WS-CASH-DATE TO VALH-DATE
               MOVE CASH-CURRENCY(WS-CASH-INDEX) TO VALH-NAME
               MOVE 0 TO VALH-QUANTITY
               COMPUTE VALH-CLOSE ROUNDED = CVL-RATE(WS-CASH-INDEX)
               COMPUTE VALH-MARKET-VALUE ROUNDED =
                  CVL-USD-VALUE(WS-CASH-INDEX)
               MOVE 0 TO VALH-UNREAL-GL
               SET VALH-IS-CASH TO TRUE
               WRITE VALUATION-HISTORY-RECORD
            END-IF.

       WRITE-TOTALS-BLOCK.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            COMPUTE RPT-TOTAL-VALUE ROUNDED = WS-TOTAL-DAY.
            MOVE RPT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'TOTAL CASH:' TO RPT-TOTAL-LABEL.
            COMPUTE RPT-TOTAL-VALUE ROUNDED = WS-TOTAL-CASH.
            MOVE RPT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            COMPUTE WS-TOTAL-BOOK = WS-TOTAL-MV + WS-TOTAL-CASH.
            MOVE 'TOTAL BOOK VALUE:' TO RPT-TOTAL-LABEL.
            COMPUTE RPT-TOTAL-VALUE ROUNDED = WS-TOTAL-BOOK.
            MOVE RPT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-PORTFOLIO-VALUE' TO RUNH-PROGRAM.
                  WS-VALUATION-DATE DELIMITED BY SIZE
                  INTO RUNH-PARAMETERS
            END-IF.
            COMPUTE RUNH-ROWS-READ = HOLDING-COUNT + CASH-COUNT.
            COMPUTE RUNH-ROWS-GOOD =
               WS-POSITIONS-VALUED + WS-CASH-VALUED.
            COMPUTE RUNH-ROWS-REJECTED =
               WS-POSITIONS-UNPRICED + WS-CASH-UNVALUED.
            MOVE WS-HISTORY-HELD-CLOSED TO RUNH-ROWS-SKIPPED.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN (HOLDING-COUNT = 0 OR PRICE-COUNT = 0)
                  AND CASH-COUNT = 0
                  MOVE 'EMPTY' TO RUNH-OUTCOME
               WHEN WS-POSITIONS-UNPRICED > 0
                  OR WS-HISTORY-HELD-CLOSED > 0
                  OR WS-CASH-UNVALUED > 0
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
