      * Reason codes:
      *   CCY  - blank currency, or a sell of a currency with no lots
      *   DATE - trade date is not a usable YYYY-MM-DD
      *   QTY  - quantity not numeric or not positive, or a buy/
      *          sell quantity with more decimals than the currency
      *          reference file allows the currency (6 at most, the
      *          places a lot is held to)
      *   PRCE - price not numeric or not positive
      *   SIDE - side column is not B, S, D, W or F
      *   OVER - sell quantity exceeds the currency's held quantity
      *   FULL - the 50-lot holdings table is full
      *   LOT  - specific-lot sell naming a lot date that is not a
      *          usable YYYY-MM-DD, or whose lots do not cover the
      *          sell quantity
      *   CASH - a buy, withdrawal or fee that would overdraw the
      *          cash account, or names a currency with no cash
      *          account
      *   UNKN - buy/sell of a currency not on the currency
      *          reference file
      *   DLST - buy/sell of a currency the reference file has
      *          delisted
      * Tectonics: cobc -I copybooks BTC_TRADE_LEDGER.cbl
      *
      * Modification History:
      * 20260928 ML - Every lot relief is appended to the permanent
      *               BTC-REALIZED-DISPOSALS.DAT (BTCDISP copybook)
      *               for BTC-TAX-SCHEDULE. Relief method is now a
      *               run prompt: FIFO (default), highest unit cost
      *               first, or specific lot - the lot's acquisition
      *               date in an optional sixth column of the sell
      *               row; a specific-lot sell without one relieves
      *               FIFO. A trial run leaves BTC-HOLDINGS.CSV
      *               untouched and writes its reliefs to
      *               BTC-REALIZED-DISPOSALS-TRIAL.DAT, so the
      *               methods can be compared on the same trades.
      * 20261007 ML - Cash ledger. BTC-CASH-ACCOUNT.CSV (BTCCASH)
      *               holds a running balance per fiat currency:
      *               buys debit USD at quantity times price, sells
      *               credit USD with the lot proceeds, and side D
      *               (deposit), W (withdrawal) or F (fee) rows post
      *               to the fiat currency in the first column for
      *               the amount in the quantity column (price column
      *               unused). A row that would overdraw is rejected
      *               CASH. Every posting is appended to the
      *               permanent BTC-CASH-POSTINGS.DAT (BTCCPST); a
      *               trial run checks against the running balance
      *               but rewrites and appends nothing. The report
      *               gains the cash movements per account.
      * 20261013 ML - Buy and sell rows are checked against the
      *               currency reference file (BTCCURC copybook, CALL
      *               BTC-CURRENCY-CHECK) after the field checks: a
      *               currency the file does not know is rejected
      *               UNKN and a delisted one DLST instead of opening
      *               a lot for a coin with no prices; a quantity
      *               carrying more decimals than the currency's
      *               quantity decimals is rejected QTY. A suspended
      *               currency is applied with a warning. No
      *               reference file yet means no check, as before.
      * 20261015 ML - A buy or sell quantity is held to 6 decimals
      *               even with no reference file: the lots are
      *               written back to 6 places, so a finer quantity
      *               was rounded and the lot no longer tied to the
      *               cash paid. Rejected QTY instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-TRADE-LEDGER.
           SELECT REALIZED-REPORT ASSIGN TO 'BTC-REALIZED-PL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPOSALS-FILE ASSIGN TO WS-DISPOSALS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPOSALS-FILE-STATUS.

           SELECT CASH-ACCOUNT-FILE ASSIGN TO 'BTC-CASH-ACCOUNT.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-FILE-STATUS.

           SELECT CASH-POSTINGS-FILE
           ASSIGN TO 'BTC-CASH-POSTINGS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTINGS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRADES-FILE RECORDING MODE V.
       FD REALIZED-REPORT RECORDING MODE V.
       01 REPORT-LINE PIC X(100).

       FD DISPOSALS-FILE RECORDING MODE F.
           COPY BTCDISP.

       FD CASH-ACCOUNT-FILE RECORDING MODE V.
       01 CASH-ACCOUNT-ROW PIC X(80).

       FD CASH-POSTINGS-FILE RECORDING MODE F.
           COPY BTCCPST.

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.
           COPY BTCHOLD.
           COPY BTCCASH.
           COPY BTCCURC.

       01  WS-EOF PIC X(1).
       01  WS-HOLDINGS-EOF PIC X(1) VALUE 'N'.
       01  WS-TRADES-FILE-STATUS PIC X(2).
       01  WS-HOLDINGS-FILE-STATUS PIC X(2).
       01  WS-TRADES-FILENAME PIC X(200) VALUE 'BTC-TRADES.CSV'.
       01  WS-DISPOSALS-FILE-STATUS PIC X(2).
       01  WS-DISPOSALS-FILENAME PIC X(40)
              VALUE 'BTC-REALIZED-DISPOSALS.DAT'.
       01  WS-CASH-FILE-STATUS PIC X(2).
       01  WS-CASH-EOF PIC X(1) VALUE 'N'.
       01  WS-POSTINGS-FILE-STATUS PIC X(2).

      *> Run options: the lot-relief method and whether this is a
      *> trial run that must leave the book as it found it.
       01  WS-RELIEF-CHOICE PIC X(1) VALUE 'F'.
           88 RELIEF-IS-FIFO VALUE 'F'.
           88 RELIEF-IS-HIGHEST-COST VALUE 'H'.
           88 RELIEF-IS-SPECIFIC-LOT VALUE 'S'.
       01  WS-RELIEF-METHOD PIC X(4) VALUE 'FIFO'.
       01  WS-TRIAL-CHOICE PIC X(1) VALUE 'N'.
           88 RUN-IS-TRIAL VALUE 'Y'.
       01  WS-POSTED-TS PIC X(14).

      *> One trade, staged as text for validation before the COMP-2
      *> conversions, same treatment as the price-row UNSTRINGs.
           05 TRD-ROW-QTY-TEXT PIC X(20).
           05 TRD-ROW-PRICE-TEXT PIC X(20).
           05 TRD-ROW-SIDE PIC X(1).
           05 TRD-ROW-LOT-DATE PIC X(10).
       01  TRD-QUANTITY COMP-2.
       01  TRD-PRICE COMP-2.
      *> Decimals actually used by the quantity text - trailing
      *> zeros do not count - against the currency's allowance.
       01  WS-QTY-POINT-POS PIC 9(2) COMP.
       01  WS-QTY-DIGIT-POS PIC 9(2) COMP.
       01  WS-QTY-DECIMALS-USED PIC 9(2) COMP.

       01  WS-TRADE-VALID PIC X(1).
           88 TRADE-IS-VALID VALUE 'Y'.
           05 WS-BUYS-APPLIED PIC 9(5) COMP VALUE 0.
           05 WS-SELLS-APPLIED PIC 9(5) COMP VALUE 0.
           05 WS-TRADES-REJECTED PIC 9(5) COMP VALUE 0.
           05 WS-DISPOSALS-WRITTEN PIC 9(5) COMP VALUE 0.
           05 WS-CASH-APPLIED PIC 9(5) COMP VALUE 0.
           05 WS-CASH-POSTED PIC 9(5) COMP VALUE 0.

      *> Relief bookkeeping for the sell being applied. A specific-
      *> lot sell only looks at the lots with the named date.
       01  WS-HELD-QUANTITY COMP-2.
       01  WS-QTY-REMAINING COMP-2.
       01  WS-QTY-TAKEN COMP-2.
       01  WS-COST-RELIEVED COMP-2.
       01  WS-LOT-RELIEF COMP-2.
       01  WS-LOT-PROCEEDS COMP-2.
       01  WS-PROCEEDS COMP-2.
       01  WS-RELIEF-INDEX PIC 9(2) COMP.
       01  WS-LOT-UNIT-COST COMP-2.
       01  WS-BEST-UNIT-COST COMP-2.
       01  WS-LOT-FILTER PIC X(10).
       01  WS-LOT-INDEX PIC 9(2) COMP.
       01  WS-HOLDING-INDEX PIC 9(2) COMP.

      *> Cash side of the row being applied. Trades settle in USD,
      *> the currency every price in the suite is quoted in. The
      *> amount is the posting to the account, signed in or out.
       01  WS-SETTLE-CURRENCY PIC X(3) VALUE 'USD'.
       01  WS-CASH-WANTED PIC X(3).
       01  WS-CASH-INDEX PIC 9(2) COMP.
       01  WS-CASH-SCAN PIC 9(2) COMP.
       01  WS-CASH-AMOUNT PIC S9(13)V9(2) COMP-3.
       01  WS-SELL-CASH PIC S9(13)V9(2) COMP-3.
       01  WS-CASH-TYPE PIC X(4).
       01  WS-CASH-INSTRUMENT PIC X(4).

      *> Realized gain/loss accumulated per currency for the report.
      *> Sized to the 50-lot holdings table: a sell only books here
      *> after the held-quantity check found lots, so there can
       01  WS-QTY-OUT PIC 9(7).9(6).
       01  WS-COST-OUT PIC 9(11).9(2).
       01  WS-LOTS-WRITTEN PIC 9(2) COMP VALUE 0.
       01  WS-BALANCE-OUT PIC -(13)9.9(2).

       01  RPT-TITLE-LINE.
           05 FILLER PIC X(37) VALUE
              'BTC REALIZED GAIN/LOSS REPORT - LOTS '.
           05 RPT-TITLE-METHOD PIC X(4).
           05 RPT-TITLE-TRIAL PIC X(40).
       01  RPT-REALIZED-LINE.
           05 RRL-NAME PIC X(4).
           05 FILLER PIC X(11) VALUE ' PROCEEDS: '.
           05 RRL-RELIEF PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE ' REALIZED: '.
           05 RRL-REALIZED PIC +ZZZ,ZZZ,ZZ9.99.
       01  RPT-CASH-LINE.
           05 RCL-CURRENCY PIC X(4).
           05 FILLER PIC X(10) VALUE ' OPENING: '.
           05 RCL-OPENING PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE ' IN: '.
           05 RCL-IN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(6) VALUE ' OUT: '.
           05 RCL-OUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE ' CLOSING: '.
           05 RCL-CLOSING PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 'BTC-TRADES.CSV' TO WS-TRADES-FILENAME
            END-IF.

            DISPLAY 'Lot relief method F = FIFO, H = highest cost, '
               'S = specific lot (blank = F):'.
            ACCEPT WS-RELIEF-CHOICE FROM SYSIN.
            EVALUATE TRUE
               WHEN RELIEF-IS-HIGHEST-COST
                  MOVE 'HICO' TO WS-RELIEF-METHOD
               WHEN RELIEF-IS-SPECIFIC-LOT
                  MOVE 'SPEC' TO WS-RELIEF-METHOD
               WHEN OTHER
                  SET RELIEF-IS-FIFO TO TRUE
                  MOVE 'FIFO' TO WS-RELIEF-METHOD
            END-EVALUATE.

            DISPLAY 'Trial run - leave BTC-HOLDINGS.CSV and cash '
               'untouched (Y/N, blank = N):'.
            ACCEPT WS-TRIAL-CHOICE FROM SYSIN.
            IF RUN-IS-TRIAL
               MOVE 'BTC-REALIZED-DISPOSALS-TRIAL.DAT'
                  TO WS-DISPOSALS-FILENAME
            ELSE
               MOVE 'N' TO WS-TRIAL-CHOICE
            END-IF.

            PERFORM LOAD-HOLDINGS.
            PERFORM LOAD-CASH-ACCOUNTS.

            OPEN INPUT TRADES-FILE.
            IF WS-TRADES-FILE-STATUS NOT = '00'
               STOP RUN
            END-IF.
            OPEN OUTPUT TRADE-REJECT-FILE.
            PERFORM OPEN-DISPOSALS-FILE.
            IF NOT RUN-IS-TRIAL
               OPEN EXTEND CASH-POSTINGS-FILE
               IF WS-POSTINGS-FILE-STATUS = '35'
                  OPEN OUTPUT CASH-POSTINGS-FILE
               END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-POSTED-TS.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
               READ TRADES-FILE INTO TRADE-FILE-ROW
            END-PERFORM.
            CLOSE TRADES-FILE.
            CLOSE TRADE-REJECT-FILE.
            CLOSE DISPOSALS-FILE.

            IF RUN-IS-TRIAL
               DISPLAY 'Trial run - BTC-HOLDINGS.CSV and '
                  'BTC-CASH-ACCOUNT.CSV not rewritten.'
            ELSE
               CLOSE CASH-POSTINGS-FILE
               PERFORM WRITE-HOLDINGS-BACK
               PERFORM WRITE-CASH-BACK
            END-IF.
            PERFORM WRITE-REALIZED-REPORT.

            DISPLAY 'TRADES READ: ' WS-TRADES-READ
               ' BUYS: ' WS-BUYS-APPLIED
               ' SELLS: ' WS-SELLS-APPLIED
               ' CASH: ' WS-CASH-APPLIED
               ' REJECTED: ' WS-TRADES-REJECTED.
            DISPLAY 'LOT RELIEFS WRITTEN: ' WS-DISPOSALS-WRITTEN
               ' TO ' FUNCTION TRIM(WS-DISPOSALS-FILENAME).
            DISPLAY 'CASH POSTINGS: ' WS-CASH-POSTED.

            PERFORM RECORD-RUN-HISTORY.

                  'cost): ' HOLDINGS-ROW
            END-IF.

      *> No cash file yet is an unfunded book: every balance starts
      *> at zero, and buys reject CASH until a deposit row posts.
       LOAD-CASH-ACCOUNTS.
            OPEN INPUT CASH-ACCOUNT-FILE.
            IF WS-CASH-FILE-STATUS NOT = '00'
               DISPLAY 'No BTC-CASH-ACCOUNT.CSV yet (status '
                  WS-CASH-FILE-STATUS ') - starting with no cash.'
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
               MOVE CASH-BALANCE(CASH-COUNT)
                  TO CASH-OPENING(CASH-COUNT)
               MOVE 0 TO CASH-IN(CASH-COUNT)
               MOVE 0 TO CASH-OUT(CASH-COUNT)
            ELSE
               DISPLAY 'Cash line skipped (bad currency or '
                  'balance): ' CASH-ACCOUNT-ROW
            END-IF.

      *> The permanent file only ever grows; a trial run's file is
      *> started afresh so it holds just that run's what-if.
       OPEN-DISPOSALS-FILE.
            IF RUN-IS-TRIAL
               OPEN OUTPUT DISPOSALS-FILE
            ELSE
               OPEN EXTEND DISPOSALS-FILE
               IF WS-DISPOSALS-FILE-STATUS = '35'
                  OPEN OUTPUT DISPOSALS-FILE
               END-IF
            END-IF.

       APPLY-ONE-TRADE.
            MOVE SPACES TO TRD-ROW-NAME, TRD-ROW-DATE,
               TRD-ROW-QTY-TEXT, TRD-ROW-PRICE-TEXT, TRD-ROW-SIDE,
               TRD-ROW-LOT-DATE.
            UNSTRING TRADE-FILE-ROW DELIMITED BY ';'
               INTO TRD-ROW-NAME, TRD-ROW-DATE,
                  TRD-ROW-QTY-TEXT, TRD-ROW-PRICE-TEXT,
                  TRD-ROW-SIDE, TRD-ROW-LOT-DATE.
            PERFORM VALIDATE-TRADE.
            IF TRADE-IS-INVALID
               PERFORM WRITE-TRADE-REJECT
            ELSE
               EVALUATE TRD-ROW-SIDE
                  WHEN 'B'
                     PERFORM APPLY-BUY
                  WHEN 'S'
                     PERFORM APPLY-SELL
                  WHEN OTHER
                     PERFORM APPLY-CASH-MOVEMENT
               END-EVALUATE
            END-IF.

       VALIDATE-TRADE.
                  MOVE 'DATE' TO WS-REJECT-REASON
               WHEN FUNCTION TEST-NUMVAL(TRD-ROW-QTY-TEXT) NOT = 0
                  MOVE 'QTY' TO WS-REJECT-REASON
               WHEN TRD-ROW-SIDE NOT = 'B' AND TRD-ROW-SIDE NOT = 'S'
                  AND TRD-ROW-SIDE NOT = 'D' AND TRD-ROW-SIDE NOT = 'W'
                  AND TRD-ROW-SIDE NOT = 'F'
                  MOVE 'SIDE' TO WS-REJECT-REASON
      *> A cash row names a 3-letter fiat account and has no price.
               WHEN TRD-ROW-SIDE NOT = 'B' AND TRD-ROW-SIDE NOT = 'S'
                  AND TRD-ROW-NAME(4:1) NOT = SPACE
                  MOVE 'CCY' TO WS-REJECT-REASON
               WHEN (TRD-ROW-SIDE = 'B' OR TRD-ROW-SIDE = 'S')
                  AND FUNCTION TEST-NUMVAL(TRD-ROW-PRICE-TEXT) NOT = 0
                  MOVE 'PRCE' TO WS-REJECT-REASON
               WHEN RELIEF-IS-SPECIFIC-LOT
                  AND TRD-ROW-SIDE = 'S'
                  AND TRD-ROW-LOT-DATE NOT = SPACES
                  AND (TRD-ROW-LOT-DATE(1:4) IS NOT NUMERIC
                  OR TRD-ROW-LOT-DATE(5:1) NOT = '-'
                  OR TRD-ROW-LOT-DATE(6:2) IS NOT NUMERIC
                  OR TRD-ROW-LOT-DATE(8:1) NOT = '-'
                  OR TRD-ROW-LOT-DATE(9:2) IS NOT NUMERIC)
                  MOVE 'LOT' TO WS-REJECT-REASON
            END-EVALUATE.
            IF WS-REJECT-REASON NOT = SPACES
               SET TRADE-IS-INVALID TO TRUE
            IF TRADE-IS-VALID
               COMPUTE TRD-QUANTITY =
                  FUNCTION NUMVAL(TRD-ROW-QTY-TEXT)
               IF TRD-ROW-SIDE = 'B' OR TRD-ROW-SIDE = 'S'
                  COMPUTE TRD-PRICE =
                     FUNCTION NUMVAL(TRD-ROW-PRICE-TEXT)
               ELSE
                  MOVE 1 TO TRD-PRICE
               END-IF
               IF TRD-QUANTITY <= 0
                  MOVE 'QTY' TO WS-REJECT-REASON
                  SET TRADE-IS-INVALID TO TRUE
                  END-IF
               END-IF
            END-IF.
            IF TRADE-IS-VALID
               AND (TRD-ROW-SIDE = 'B' OR TRD-ROW-SIDE = 'S')
               PERFORM CHECK-TRADE-CURRENCY
            END-IF.

      *> Only the crypto side of a trade is on the currency
      *> reference file - the cash rows name fiat accounts. NOCM (no
      *> reference file yet, or no module on the path) passes, but
      *> its quantity is still held to the 6 places of a lot.
       CHECK-TRADE-CURRENCY.
            MOVE TRD-ROW-NAME TO CURC-CODE.
            CALL 'BTC-CURRENCY-CHECK' USING CURRENCY-CHECK-REQUEST
               ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
            END-CALL.
            IF CURC-REPLY-NO-MASTER OR CURC-QTY-DECIMALS > 6
               MOVE 6 TO CURC-QTY-DECIMALS
            END-IF.
            EVALUATE TRUE
               WHEN CURC-REPLY-REFUSED
                  MOVE CURC-REPLY TO WS-REJECT-REASON
                  SET TRADE-IS-INVALID TO TRUE
               WHEN OTHER
                  PERFORM COUNT-QTY-DECIMALS
                  IF WS-QTY-DECIMALS-USED > CURC-QTY-DECIMALS
                     MOVE 'QTY' TO WS-REJECT-REASON
                     SET TRADE-IS-INVALID TO TRUE
                  END-IF
            END-EVALUATE.
            IF TRADE-IS-VALID AND CURC-REPLY-SUSPENDED
               DISPLAY 'WARNING ' TRD-ROW-NAME ' is suspended - '
                  'trade of ' TRD-ROW-DATE ' applied'
            END-IF.

       COUNT-QTY-DECIMALS.
            MOVE 0 TO WS-QTY-DECIMALS-USED.
            MOVE 0 TO WS-QTY-POINT-POS.
            INSPECT TRD-ROW-QTY-TEXT TALLYING WS-QTY-POINT-POS
               FOR CHARACTERS BEFORE INITIAL '.'.
            PERFORM VARYING WS-QTY-DIGIT-POS FROM 20 BY -1
               UNTIL WS-QTY-DIGIT-POS <= WS-QTY-POINT-POS + 1
               OR WS-QTY-DECIMALS-USED > 0
               IF TRD-ROW-QTY-TEXT(WS-QTY-DIGIT-POS:1) NOT = SPACE
                  AND TRD-ROW-QTY-TEXT(WS-QTY-DIGIT-POS:1) NOT = '0'
                  COMPUTE WS-QTY-DECIMALS-USED =
                     WS-QTY-DIGIT-POS - WS-QTY-POINT-POS - 1
               END-IF
            END-PERFORM.

      *> The buy is paid for out of the settlement account; one
      *> that the balance does not cover is not applied at all.
       APPLY-BUY.
            MOVE WS-SETTLE-CURRENCY TO WS-CASH-WANTED.
            PERFORM FIND-CASH-ACCOUNT.
            COMPUTE WS-CASH-AMOUNT ROUNDED = TRD-QUANTITY * TRD-PRICE.
            EVALUATE TRUE
               WHEN HOLDING-COUNT >= 50
                  MOVE 'FULL' TO WS-REJECT-REASON
                  PERFORM WRITE-TRADE-REJECT
               WHEN WS-CASH-INDEX = 0
                  MOVE 'CASH' TO WS-REJECT-REASON
                  PERFORM WRITE-TRADE-REJECT
               WHEN WS-CASH-AMOUNT > CASH-BALANCE(WS-CASH-INDEX)
                  MOVE 'CASH' TO WS-REJECT-REASON
                  PERFORM WRITE-TRADE-REJECT
               WHEN OTHER
                  ADD 1 TO HOLDING-COUNT
                  MOVE TRD-ROW-NAME TO HLD-NAME(HOLDING-COUNT)
                  MOVE TRD-QUANTITY TO HLD-QUANTITY(HOLDING-COUNT)
                  MOVE TRD-ROW-DATE TO HLD-ACQ-DATE(HOLDING-COUNT)
                  COMPUTE HLD-COST(HOLDING-COUNT) =
                     TRD-QUANTITY * TRD-PRICE
                  ADD 1 TO WS-BUYS-APPLIED
                  COMPUTE WS-CASH-AMOUNT = 0 - WS-CASH-AMOUNT
                  MOVE 'BUY ' TO WS-CASH-TYPE
                  MOVE TRD-ROW-NAME TO WS-CASH-INSTRUMENT
                  PERFORM POST-CASH
            END-EVALUATE.

      *> Relieve lots in the order of the run's method. A partial
      *> relief takes the lot's cost pro rata, so the remaining
      *> quantity keeps the remaining cost basis.
       APPLY-SELL.
            MOVE SPACES TO WS-LOT-FILTER.
            IF RELIEF-IS-SPECIFIC-LOT
               MOVE TRD-ROW-LOT-DATE TO WS-LOT-FILTER
            END-IF.
            MOVE 0 TO WS-HELD-QUANTITY.
            PERFORM VARYING WS-LOT-INDEX FROM 1 BY 1
               UNTIL WS-LOT-INDEX > HOLDING-COUNT
                     TO WS-HELD-QUANTITY
               END-IF
            END-PERFORM.
            PERFORM CHECK-NAMED-LOT.
            MOVE WS-SETTLE-CURRENCY TO WS-CASH-WANTED.
            PERFORM FIND-CASH-ACCOUNT.
            EVALUATE TRUE
               WHEN WS-REJECT-REASON = 'LOT'
                  PERFORM WRITE-TRADE-REJECT
               WHEN WS-HELD-QUANTITY = 0
                  MOVE 'CCY' TO WS-REJECT-REASON
                  PERFORM WRITE-TRADE-REJECT
               WHEN TRD-QUANTITY > WS-HELD-QUANTITY
                  MOVE 'OVER' TO WS-REJECT-REASON
                  PERFORM WRITE-TRADE-REJECT
      *> No room to open the settlement account for the proceeds.
               WHEN WS-CASH-INDEX = 0 AND CASH-COUNT >= 10
                  MOVE 'FULL' TO WS-REJECT-REASON
                  PERFORM WRITE-TRADE-REJECT
               WHEN OTHER
                  MOVE TRD-QUANTITY TO WS-QTY-REMAINING
                  MOVE 0 TO WS-COST-RELIEVED
                  MOVE 0 TO WS-SELL-CASH
      *> <= 0, not = 0: the quantities are floating point, and a
      *> sell at the edge of the held total can leave a residue a
      *> few ulps either side of zero after the last lot.
                  PERFORM RELIEVE-NEXT-LOT
                     UNTIL WS-QTY-REMAINING <= 0
                  COMPUTE WS-PROCEEDS = TRD-QUANTITY * TRD-PRICE
                  PERFORM BOOK-REALIZED-RESULT
                  ADD 1 TO WS-SELLS-APPLIED
                  IF WS-CASH-INDEX = 0
                     PERFORM OPEN-CASH-ACCOUNT
                  END-IF
                  MOVE WS-SELL-CASH TO WS-CASH-AMOUNT
                  MOVE 'SELL' TO WS-CASH-TYPE
                  MOVE TRD-ROW-NAME TO WS-CASH-INSTRUMENT
                  PERFORM POST-CASH
            END-EVALUATE.

      *> A specific-lot sell is judged against the named lots
      *> alone: they must exist and cover the whole sell, else the
      *> trade is rejected LOT rather than spilling into other lots.
       CHECK-NAMED-LOT.
            IF WS-LOT-FILTER NOT = SPACES AND WS-HELD-QUANTITY > 0
               AND TRD-QUANTITY NOT > WS-HELD-QUANTITY
               MOVE 0 TO WS-HELD-QUANTITY
               PERFORM VARYING WS-LOT-INDEX FROM 1 BY 1
                  UNTIL WS-LOT-INDEX > HOLDING-COUNT
                  IF HLD-NAME(WS-LOT-INDEX) = TRD-ROW-NAME
                     AND HLD-ACQ-DATE(WS-LOT-INDEX) = WS-LOT-FILTER
                     ADD HLD-QUANTITY(WS-LOT-INDEX)
                        TO WS-HELD-QUANTITY
                  END-IF
               END-PERFORM
               IF WS-HELD-QUANTITY = 0
                  OR TRD-QUANTITY > WS-HELD-QUANTITY
                  MOVE 'LOT' TO WS-REJECT-REASON
               END-IF
            END-IF.

       RELIEVE-NEXT-LOT.
            MOVE 0 TO WS-RELIEF-INDEX.
            PERFORM VARYING WS-LOT-INDEX FROM 1 BY 1
               UNTIL WS-LOT-INDEX > HOLDING-COUNT
               IF HLD-NAME(WS-LOT-INDEX) = TRD-ROW-NAME
                  AND HLD-QUANTITY(WS-LOT-INDEX) > 0
                  AND (WS-LOT-FILTER = SPACES
                  OR HLD-ACQ-DATE(WS-LOT-INDEX) = WS-LOT-FILTER)
                  PERFORM CHOOSE-RELIEF-LOT
               END-IF
            END-PERFORM.
      *> No lot left with quantity means floating residue, not an
      *> unfilled sell - the held-quantity check already passed, so
      *> the remainder is written off rather than subscripting
      *> entry zero.
            IF WS-RELIEF-INDEX = 0
               MOVE 0 TO WS-QTY-REMAINING
            ELSE
               IF HLD-QUANTITY(WS-RELIEF-INDEX) > WS-QTY-REMAINING
                  MOVE WS-QTY-REMAINING TO WS-QTY-TAKEN
               ELSE
                  MOVE HLD-QUANTITY(WS-RELIEF-INDEX)
                     TO WS-QTY-TAKEN
               END-IF
               COMPUTE WS-LOT-RELIEF =
                  HLD-COST(WS-RELIEF-INDEX) * WS-QTY-TAKEN
                     / HLD-QUANTITY(WS-RELIEF-INDEX)
               COMPUTE WS-LOT-PROCEEDS = WS-QTY-TAKEN * TRD-PRICE
               PERFORM WRITE-DISPOSAL
               ADD WS-LOT-RELIEF TO WS-COST-RELIEVED
               SUBTRACT WS-LOT-RELIEF
                  FROM HLD-COST(WS-RELIEF-INDEX)
               SUBTRACT WS-QTY-TAKEN
                  FROM HLD-QUANTITY(WS-RELIEF-INDEX)
               SUBTRACT WS-QTY-TAKEN FROM WS-QTY-REMAINING
            END-IF.

      *> FIFO and specific lot take the oldest candidate (the named
      *> lots may be several buys on the same day); highest cost
      *> takes the dearest unit cost, oldest first on a tie.
       CHOOSE-RELIEF-LOT.
            COMPUTE WS-LOT-UNIT-COST =
               HLD-COST(WS-LOT-INDEX) / HLD-QUANTITY(WS-LOT-INDEX).
            EVALUATE TRUE
               WHEN WS-RELIEF-INDEX = 0
                  MOVE WS-LOT-INDEX TO WS-RELIEF-INDEX
                  MOVE WS-LOT-UNIT-COST TO WS-BEST-UNIT-COST
               WHEN RELIEF-IS-HIGHEST-COST
                  IF WS-LOT-UNIT-COST > WS-BEST-UNIT-COST
                     OR (WS-LOT-UNIT-COST = WS-BEST-UNIT-COST
                     AND HLD-ACQ-DATE(WS-LOT-INDEX)
                        < HLD-ACQ-DATE(WS-RELIEF-INDEX))
                     MOVE WS-LOT-INDEX TO WS-RELIEF-INDEX
                     MOVE WS-LOT-UNIT-COST TO WS-BEST-UNIT-COST
                  END-IF
               WHEN HLD-ACQ-DATE(WS-LOT-INDEX)
                  < HLD-ACQ-DATE(WS-RELIEF-INDEX)
                  MOVE WS-LOT-INDEX TO WS-RELIEF-INDEX
                  MOVE WS-LOT-UNIT-COST TO WS-BEST-UNIT-COST
            END-EVALUATE.

      *> Proceeds and cost are rounded to the cent before the gain
      *> is taken, so each disposal record foots on its own.
       WRITE-DISPOSAL.
            MOVE TRD-ROW-NAME TO DSP-NAME.
            MOVE TRD-ROW-DATE TO DSP-SELL-DATE.
            MOVE HLD-ACQ-DATE(WS-RELIEF-INDEX) TO DSP-ACQ-DATE.
            COMPUTE DSP-QUANTITY ROUNDED = WS-QTY-TAKEN.
            COMPUTE DSP-PROCEEDS ROUNDED = WS-LOT-PROCEEDS.
            COMPUTE DSP-COST ROUNDED = WS-LOT-RELIEF.
            COMPUTE DSP-GAIN = DSP-PROCEEDS - DSP-COST.
            MOVE WS-RELIEF-METHOD TO DSP-METHOD.
            MOVE WS-POSTED-TS TO DSP-POSTED-TS.
            WRITE DISPOSAL-RECORD.
            ADD 1 TO WS-DISPOSALS-WRITTEN.
      *> The cash received is the sum of the rounded lot proceeds,
      *> so the account ties to the disposals file to the cent.
            ADD DSP-PROCEEDS TO WS-SELL-CASH.

       BOOK-REALIZED-RESULT.
            MOVE 0 TO WS-RLZ-MATCH.
            PERFORM VARYING WS-RLZ-INDEX FROM 1 BY 1
               RLZ-REALIZED(WS-RLZ-MATCH)
               + WS-PROCEEDS - WS-COST-RELIEVED.

      *> Deposit, withdrawal or fee against the account named in
      *> the row. A deposit may open the account; the other two
      *> must be covered by its balance.
       APPLY-CASH-MOVEMENT.
            MOVE TRD-ROW-NAME(1:3) TO WS-CASH-WANTED.
            PERFORM FIND-CASH-ACCOUNT.
            COMPUTE WS-CASH-AMOUNT ROUNDED = TRD-QUANTITY.
            MOVE SPACES TO WS-CASH-INSTRUMENT.
            EVALUATE TRUE
               WHEN TRD-ROW-SIDE = 'D'
                  AND WS-CASH-INDEX = 0 AND CASH-COUNT >= 10
                  MOVE 'FULL' TO WS-REJECT-REASON
                  PERFORM WRITE-TRADE-REJECT
               WHEN TRD-ROW-SIDE = 'D'
                  IF WS-CASH-INDEX = 0
                     PERFORM OPEN-CASH-ACCOUNT
                  END-IF
                  MOVE 'DEP ' TO WS-CASH-TYPE
                  PERFORM POST-CASH
                  ADD 1 TO WS-CASH-APPLIED
               WHEN WS-CASH-INDEX = 0
                  MOVE 'CASH' TO WS-REJECT-REASON
                  PERFORM WRITE-TRADE-REJECT
               WHEN WS-CASH-AMOUNT > CASH-BALANCE(WS-CASH-INDEX)
                  MOVE 'CASH' TO WS-REJECT-REASON
                  PERFORM WRITE-TRADE-REJECT
               WHEN OTHER
                  IF TRD-ROW-SIDE = 'W'
                     MOVE 'WDRL' TO WS-CASH-TYPE
                  ELSE
                     MOVE 'FEE ' TO WS-CASH-TYPE
                  END-IF
                  COMPUTE WS-CASH-AMOUNT = 0 - WS-CASH-AMOUNT
                  PERFORM POST-CASH
                  ADD 1 TO WS-CASH-APPLIED
            END-EVALUATE.

       FIND-CASH-ACCOUNT.
            MOVE 0 TO WS-CASH-INDEX.
            PERFORM VARYING WS-CASH-SCAN FROM 1 BY 1
               UNTIL WS-CASH-SCAN > CASH-COUNT
               OR WS-CASH-INDEX > 0
               IF CASH-CURRENCY(WS-CASH-SCAN) = WS-CASH-WANTED
                  MOVE WS-CASH-SCAN TO WS-CASH-INDEX
               END-IF
            END-PERFORM.

       OPEN-CASH-ACCOUNT.
            ADD 1 TO CASH-COUNT.
            MOVE CASH-COUNT TO WS-CASH-INDEX.
            MOVE WS-CASH-WANTED TO CASH-CURRENCY(WS-CASH-INDEX).
            MOVE 0 TO CASH-BALANCE(WS-CASH-INDEX).
            MOVE SPACES TO CASH-LAST-DATE(WS-CASH-INDEX).
            MOVE 0 TO CASH-OPENING(WS-CASH-INDEX).
            MOVE 0 TO CASH-IN(WS-CASH-INDEX).
            MOVE 0 TO CASH-OUT(WS-CASH-INDEX).

      *> WS-CASH-AMOUNT is signed: positive into the account,
      *> negative out of it. A trial run moves the running balance
      *> so later rows are judged against it, but posts nothing.
       POST-CASH.
            ADD WS-CASH-AMOUNT TO CASH-BALANCE(WS-CASH-INDEX).
            IF WS-CASH-AMOUNT < 0
               SUBTRACT WS-CASH-AMOUNT FROM CASH-OUT(WS-CASH-INDEX)
            ELSE
               ADD WS-CASH-AMOUNT TO CASH-IN(WS-CASH-INDEX)
            END-IF.
            IF TRD-ROW-DATE > CASH-LAST-DATE(WS-CASH-INDEX)
               MOVE TRD-ROW-DATE TO CASH-LAST-DATE(WS-CASH-INDEX)
            END-IF.
            IF NOT RUN-IS-TRIAL
               MOVE CASH-CURRENCY(WS-CASH-INDEX) TO CPS-CURRENCY
               MOVE TRD-ROW-DATE TO CPS-DATE
               MOVE WS-CASH-TYPE TO CPS-TYPE
               MOVE WS-CASH-INSTRUMENT TO CPS-INSTRUMENT
               MOVE WS-CASH-AMOUNT TO CPS-AMOUNT
               MOVE CASH-BALANCE(WS-CASH-INDEX) TO CPS-BALANCE
               MOVE WS-POSTED-TS TO CPS-POSTED-TS
               WRITE CASH-POSTING-RECORD
               ADD 1 TO WS-CASH-POSTED
            END-IF.

       WRITE-TRADE-REJECT.
            ADD 1 TO WS-TRADES-REJECTED.
            MOVE WS-REJECT-REASON TO TRJ-REASON-CODE.
            WRITE HOLDINGS-ROW.
            ADD 1 TO WS-LOTS-WRITTEN.

       WRITE-CASH-BACK.
            OPEN OUTPUT CASH-ACCOUNT-FILE.
            PERFORM VARYING WS-CASH-INDEX FROM 1 BY 1
               UNTIL WS-CASH-INDEX > CASH-COUNT
               MOVE CASH-BALANCE(WS-CASH-INDEX) TO WS-BALANCE-OUT
               MOVE SPACES TO CASH-ACCOUNT-ROW
               STRING CASH-CURRENCY(WS-CASH-INDEX) DELIMITED BY SPACE,
                  ';' DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-BALANCE-OUT) DELIMITED BY SIZE,
                  ';' DELIMITED BY SIZE,
                  CASH-LAST-DATE(WS-CASH-INDEX) DELIMITED BY SIZE
                  INTO CASH-ACCOUNT-ROW
               WRITE CASH-ACCOUNT-ROW
            END-PERFORM.
            CLOSE CASH-ACCOUNT-FILE.
            DISPLAY 'BTC-CASH-ACCOUNT.CSV rewritten with '
               CASH-COUNT ' accounts.'.

       WRITE-REALIZED-REPORT.
            OPEN OUTPUT REALIZED-REPORT.
            MOVE WS-RELIEF-METHOD TO RPT-TITLE-METHOD.
            IF RUN-IS-TRIAL
               MOVE ' (TRIAL RUN - BOOK NOT UPDATED)'
                  TO RPT-TITLE-TRIAL
            ELSE
               MOVE SPACES TO RPT-TITLE-TRIAL
            END-IF.
            MOVE RPT-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
               MOVE RPT-REALIZED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'CASH ACCOUNTS' TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF CASH-COUNT = 0
               MOVE 'NO CASH ACCOUNT - BOOK NOT FUNDED' TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            PERFORM VARYING WS-CASH-INDEX FROM 1 BY 1
               UNTIL WS-CASH-INDEX > CASH-COUNT
               MOVE CASH-CURRENCY(WS-CASH-INDEX) TO RCL-CURRENCY
               MOVE CASH-OPENING(WS-CASH-INDEX) TO RCL-OPENING
               MOVE CASH-IN(WS-CASH-INDEX) TO RCL-IN
               MOVE CASH-OUT(WS-CASH-INDEX) TO RCL-OUT
               MOVE CASH-BALANCE(WS-CASH-INDEX) TO RCL-CLOSING
               MOVE RPT-CASH-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-PERFORM.
            CLOSE REALIZED-REPORT.
            DISPLAY 'Realized P&L report: BTC-REALIZED-PL.TXT'.

            MOVE 'BTC-TRADE-LEDGER' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
            MOVE WS-TRADES-FILENAME TO RUNH-INPUT-FILE.
            MOVE SPACES TO RUNH-PARAMETERS.
            IF RUN-IS-TRIAL
               STRING WS-RELIEF-METHOD DELIMITED BY SIZE,
                  ' TRIAL - HOLDINGS UNCHANGED' DELIMITED BY SIZE
                  INTO RUNH-PARAMETERS
            ELSE
               STRING WS-RELIEF-METHOD DELIMITED BY SIZE,
                  ' APPLY TO BTC-HOLDINGS.CSV' DELIMITED BY SIZE
                  INTO RUNH-PARAMETERS
            END-IF.
            MOVE WS-TRADES-READ TO RUNH-ROWS-READ.
            COMPUTE RUNH-ROWS-GOOD =
               WS-BUYS-APPLIED + WS-SELLS-APPLIED + WS-CASH-APPLIED.
            MOVE WS-TRADES-REJECTED TO RUNH-ROWS-REJECTED.
            MOVE 0 TO RUNH-ROWS-SKIPPED.
            MOVE 'N' TO RUNH-RESUMED.
