      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261012
      * Purpose: Rebalancing proposal against the portfolio
      * committee's target allocation, so the weights are no longer
      * compared by hand against BTC-PORTFOLIO-REPORT.TXT and the
      * trades keyed. Reads the targets from BTC-TARGET-WEIGHTS.CSV
      * (BTCTGTW copybook: currency;target-percent;band-percent),
      * values the lots in BTC-HOLDINGS.CSV (BTCHOLD) off
      * BTC-PRICE-MASTER.DAT the way BTC-PORTFOLIO-VALUE does - the
      * valuation day's close, or each currency's latest row for a
      * blank date - and adds the USD settlement cash from
      * BTC-CASH-ACCOUNT.CSV (BTCCASH) to make the book.
      * BTC-REBALANCE-REPORT.TXT shows per currency the actual
      * weight against the target and its band, flags every one
      * outside the band, and proposes the buy or sell quantity at
      * the day's close that brings it back to target, with the
      * weight it would then have. A held currency with no target
      * line is meant to be sold out. Currencies inside their band
      * are left alone, so the cash absorbs the difference; buys
      * that the cash and the proposed sells cannot pay for are
      * scaled down together and flagged SCALED. Non-USD cash is not
      * part of the rebalancing book.
      *
      * Once the committee has approved the proposal, run again with
      * the same valuation date and answer Y to the approval prompt:
      * the trades are written to BTC-REBALANCE-TRADES.CSV in
      * BTC-TRADE-LEDGER's transaction layout
      * (currency;trade-date;quantity;price;B-or-S), sells first so
      * their proceeds are in the cash account before the buys
      * settle - give that file name to the ledger's first prompt.
      * An unpriced currency, skipped target line or scaled buy ends
      * the run RC 4; targets over 100% or nothing to value, RC 8.
      * Tectonics: cobc -I copybooks BTC_REBALANCE.cbl
      *
      * Modification History:
      * 20261013 ML - Currency reference file (BTCCURC copybook, CALL
      *               BTC-CURRENCY-CHECK): a target line naming a
      *               currency the file does not know (UNKN) or has
      *               delisted (DLST) is skipped with the reason, and
      *               every proposed quantity is cut down to the
      *               currency's quantity decimals, so
      *               BTC-TRADE-LEDGER takes the approved trades as
      *               they stand.
      * 20261015 ML - Proposed quantities are cut to 6 decimals at
      *               most and written to 6 places - no reference
      *               file, or an older record allowing more, gives
      *               6 - so a proposed buy's lot is written back for
      *               exactly the quantity the ledger paid for.
      * 20261015 ML - A run stopped on its targets (no file, none
      *               usable, more than 100%) is logged ERROR, not
      *               EMPTY; EMPTY stays for a book with nothing to
      *               rebalance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-REBALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTC-PRICE-MASTER ASSIGN TO 'BTC-PRICE-MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-KEY
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT HOLDINGS-FILE ASSIGN TO 'BTC-HOLDINGS.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDINGS-FILE-STATUS.

           SELECT TARGET-WEIGHTS-FILE
           ASSIGN TO 'BTC-TARGET-WEIGHTS.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-FILE-STATUS.

           SELECT CASH-ACCOUNT-FILE ASSIGN TO 'BTC-CASH-ACCOUNT.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-FILE-STATUS.

           SELECT REBALANCE-REPORT
           ASSIGN TO 'BTC-REBALANCE-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROPOSED-TRADES-FILE
           ASSIGN TO 'BTC-REBALANCE-TRADES.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRADES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BTC-PRICE-MASTER.
           COPY BTCPRICE.

       FD HOLDINGS-FILE RECORDING MODE V.
       01 HOLDINGS-ROW PIC X(80).

       FD TARGET-WEIGHTS-FILE RECORDING MODE V.
       01 TARGET-WEIGHTS-ROW PIC X(80).

       FD CASH-ACCOUNT-FILE RECORDING MODE V.
       01 CASH-ACCOUNT-ROW PIC X(80).

       FD REBALANCE-REPORT RECORDING MODE V.
       01 REPORT-LINE PIC X(132).

       FD PROPOSED-TRADES-FILE RECORDING MODE V.
       01 PROPOSED-TRADE-ROW PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.
           COPY BTCHOLD.
           COPY BTCCASH.
           COPY BTCTGTW.
           COPY BTCCURC.

       01  WS-EOF PIC X(1).
       01  WS-HOLDINGS-EOF PIC X(1) VALUE 'N'.
       01  WS-TARGET-EOF PIC X(1) VALUE 'N'.
       01  WS-CASH-EOF PIC X(1) VALUE 'N'.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-HOLDINGS-FILE-STATUS PIC X(2).
       01  WS-TARGET-FILE-STATUS PIC X(2).
       01  WS-CASH-FILE-STATUS PIC X(2).
       01  WS-TRADES-FILE-STATUS PIC X(2).

      *> Valuation date; spaces = value each currency at its latest
      *> row on the master, like BTC-PORTFOLIO-VALUE.
       01  WS-VALUATION-DATE PIC X(10) VALUE SPACES.
           88 VALUE-AT-LATEST VALUE SPACES.

      *> Committee approval card: Y writes the proposed trades.
       01  WS-APPROVAL-CHOICE PIC X(1) VALUE 'N'.
           88 PROPOSAL-IS-APPROVED VALUES 'Y' 'y'.

      *> Target-file checks. A line that cannot be read is skipped
      *> and warned about; targets adding up past 100% stop the run,
      *> since no book can be brought to them.
       01  WS-TARGET-LINES-SKIPPED PIC 9(2) COMP VALUE 0.
       01  WS-TARGET-TOTAL-PCT COMP-2 VALUE 0.
       01  WS-TARGET-INDEX PIC 9(2) COMP.
       01  WS-TARGET-WAS-FOUND PIC X(1).
       01  WS-DEFAULT-BAND PIC 9(3)V9(2) VALUE 5.

      *> One entry per currency that is held or has a target - the
      *> lots of a coin summed, the close it is valued at, its
      *> weights and the trade proposed for it. Sized for the
      *> 50-lot holdings table plus the 50 target lines.
       01  REBALANCE-TABLE.
           05 REB-COUNT PIC 9(3) COMP VALUE 0.
           05 REB-ENTRY OCCURS 100 TIMES.
              10 REB-NAME PIC X(4).
              10 REB-QUANTITY COMP-2.
              10 REB-DATE PIC X(10).
              10 REB-CLOSE COMP-2.
              10 REB-FOUND PIC X(1).
              10 REB-MV COMP-2.
              10 REB-HAS-TARGET PIC X(1).
              10 REB-TARGET-PCT COMP-2.
              10 REB-BAND-PCT COMP-2.
              10 REB-ACTUAL-PCT COMP-2.
              10 REB-DRIFT-PCT COMP-2.
              10 REB-POST-PCT COMP-2.
              10 REB-OUT-OF-BAND PIC X(1).
              10 REB-SIDE PIC X(1).
                 88 REB-IS-BUY VALUE 'B'.
                 88 REB-IS-SELL VALUE 'S'.
                 88 REB-NO-TRADE VALUE SPACE.
              10 REB-TRADE-PRICE PIC 9(10)V9(8).
              10 REB-TRADE-QTY PIC 9(10)V9(8).
              10 REB-TRADE-VALUE PIC 9(13)V9(2).
              10 REB-SCALED PIC X(1).
              10 REB-QTY-DECIMALS PIC 9(1).
       01  WS-REB-INDEX PIC 9(3) COMP.
       01  WS-REB-LIMIT PIC 9(3) COMP VALUE 100.
      *> 10 to the power of the currency's quantity decimals.
       01  WS-QTY-SCALE PIC 9(9) COMP.
       01  WS-REB-WAS-FOUND PIC X(1).
       01  WS-HOLDING-INDEX PIC 9(2) COMP.
       01  WS-CASH-INDEX PIC 9(2) COMP.
       01  WS-ROWS-IN-FILE PIC 9(7) COMP.

      *> The book: priced positions plus the USD settlement cash,
      *> which takes the cash target - an explicit USD line, or
      *> what the currency targets leave of 100%.
       01  WS-BOOK-VALUE COMP-2 VALUE 0.
       01  WS-TOTAL-MV COMP-2 VALUE 0.
       01  WS-USD-CASH COMP-2 VALUE 0.
       01  WS-CASH-TARGET-PCT COMP-2 VALUE 0.
       01  WS-CASH-BAND-PCT COMP-2 VALUE 0.
       01  WS-CASH-ACTUAL-PCT COMP-2 VALUE 0.
       01  WS-CASH-DRIFT-PCT COMP-2 VALUE 0.
       01  WS-CASH-POST-PCT COMP-2 VALUE 0.
       01  WS-CASH-AFTER COMP-2 VALUE 0.
       01  WS-CASH-HAS-TARGET PIC X(1) VALUE 'N'.

      *> Proposal working fields.
       01  WS-DESIRED-MV COMP-2.
       01  WS-TRADE-AMOUNT COMP-2.
       01  WS-TOTAL-SELLS PIC 9(13)V9(2) VALUE 0.
       01  WS-TOTAL-BUYS PIC 9(13)V9(2) VALUE 0.
       01  WS-CASH-AVAILABLE COMP-2.
       01  WS-SCALE-FACTOR COMP-2.
       01  WS-BUY-COUNT PIC 9(3) COMP VALUE 0.
       01  WS-SELL-COUNT PIC 9(3) COMP VALUE 0.
       01  WS-OUT-OF-BAND-COUNT PIC 9(3) COMP VALUE 0.
       01  WS-UNPRICED-COUNT PIC 9(3) COMP VALUE 0.
       01  WS-PRICED-COUNT PIC 9(3) COMP VALUE 0.
       01  WS-BUYS-SCALED PIC 9(3) COMP VALUE 0.
       01  WS-TRADES-WRITTEN PIC 9(3) COMP VALUE 0.
      *> E - stopped on the targets; Y - nothing to rebalance.
       01  WS-RUN-STOPPED PIC X(1) VALUE 'N'.
           88 RUN-IS-STOPPED VALUES 'Y' 'E'.
           88 RUN-STOPPED-ON-TARGETS VALUE 'E'.

      *> Transaction-file columns, edited then trimmed the way
      *> BTC-TRADE-LEDGER writes its own CSVs back.
       01  WS-QTY-OUT PIC Z(9)9.9(6).
       01  WS-PRICE-OUT PIC Z(9)9.9(8).

      *> Report pagination, same shape as BTC-PORTFOLIO-VALUE's.
       01  WS-REPORT-LINE-COUNT PIC 9(3) COMP VALUE 0.
       01  WS-REPORT-PAGE-NUMBER PIC 9(3) COMP VALUE 0.
       01  WS-REPORT-LINES-PER-PAGE PIC 9(3) COMP VALUE 50.

       01  RPT-HEADER-LINE-1.
           05 FILLER PIC X(26) VALUE
              'REBALANCING PROPOSAL AS OF'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-VALUATION-DATE PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'PAGE '.
           05 RPT-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-APPROVAL PIC X(30).

       01  RPT-HEADER-LINE-2.
           05 FILLER PIC X(4) VALUE 'CCY'.
           05 FILLER PIC X(12) VALUE '    QUANTITY'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE '       CLOSE'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(14) VALUE '  MARKET VALUE'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'ACTUAL'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'TARGET'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE '  BAND'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(7) VALUE '  DRIFT'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(4) VALUE 'SIDE'.
           05 FILLER PIC X(16) VALUE '       TRADE QTY'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(14) VALUE '   TRADE VALUE'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(6) VALUE ' AFTER'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(10) VALUE 'FLAG'.

       01  RPT-REBALANCE-LINE.
           05 RRL-NAME PIC X(4).
           05 RRL-QUANTITY PIC ZZZZZZ9.9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RRL-CLOSE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-MARKET-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RRL-ACTUAL PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RRL-TARGET PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RRL-BAND PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-DRIFT PIC +++9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-SIDE PIC X(4).
           05 RRL-TRADE-QTY PIC ZZZZZZ9.99999999.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-TRADE-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-AFTER PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-FLAG PIC X(10).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(24).
           05 RPT-TOTAL-VALUE PIC +ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-START-TS.
            DISPLAY '=== BTC REBALANCING PROPOSAL ==='.

            DISPLAY 'Enter valuation date YYYY-MM-DD '
               '(blank = latest row per currency):'.
            ACCEPT WS-VALUATION-DATE FROM SYSIN.
            DISPLAY 'Committee approved - write the trades to '
               'BTC-REBALANCE-TRADES.CSV (Y/N, blank = N):'.
            ACCEPT WS-APPROVAL-CHOICE FROM SYSIN.
            IF NOT PROPOSAL-IS-APPROVED
               MOVE 'N' TO WS-APPROVAL-CHOICE
            END-IF.

            PERFORM LOAD-TARGET-WEIGHTS.
            PERFORM LOAD-HOLDINGS.
            PERFORM LOAD-CASH-ACCOUNTS.

            IF NOT RUN-IS-STOPPED
               PERFORM BUILD-REBALANCE-TABLE
               PERFORM LOAD-PRICES-FROM-MASTER
               PERFORM COMPUTE-WEIGHTS
            END-IF.

            IF RUN-IS-STOPPED
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM PROPOSE-TRADES.
            PERFORM WRITE-REBALANCE-REPORT.
            IF PROPOSAL-IS-APPROVED
               PERFORM WRITE-PROPOSED-TRADES
            ELSE
               DISPLAY 'Proposal only - BTC-REBALANCE-TRADES.CSV '
                  'not written.'
            END-IF.
            PERFORM RECORD-RUN-HISTORY.

            IF WS-UNPRICED-COUNT > 0 OR WS-TARGET-LINES-SKIPPED > 0
               OR WS-BUYS-SCALED > 0
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.

            GOBACK.

      *> Targets are the point of the run - no file, or targets past
      *> 100%, and there is nothing to propose.
       LOAD-TARGET-WEIGHTS.
            OPEN INPUT TARGET-WEIGHTS-FILE.
            IF WS-TARGET-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-TARGET-WEIGHTS.CSV - status '
                  WS-TARGET-FILE-STATUS
               SET RUN-STOPPED-ON-TARGETS TO TRUE
            ELSE
               PERFORM UNTIL WS-TARGET-EOF = 'Y'
                  READ TARGET-WEIGHTS-FILE
                          AT END MOVE 'Y' TO WS-TARGET-EOF
                      NOT AT END PERFORM STORE-TARGET-ROW
                  END-READ
               END-PERFORM
               CLOSE TARGET-WEIGHTS-FILE
               IF TGT-COUNT = 0
                  DISPLAY 'BTC-TARGET-WEIGHTS.CSV holds no usable '
                     'target.'
                  SET RUN-STOPPED-ON-TARGETS TO TRUE
               END-IF
               IF WS-TARGET-TOTAL-PCT > 100
                  COMPUTE RPT-TOTAL-VALUE ROUNDED = WS-TARGET-TOTAL-PCT
                  DISPLAY 'Targets add up to ' RPT-TOTAL-VALUE
                     '% - more than the whole book. Correct '
                     'BTC-TARGET-WEIGHTS.CSV and rerun.'
                  SET RUN-STOPPED-ON-TARGETS TO TRUE
               END-IF
            END-IF.

       STORE-TARGET-ROW.
            MOVE SPACES TO TGT-ROW-NAME, TGT-ROW-WEIGHT-TEXT,
               TGT-ROW-BAND-TEXT.
            UNSTRING TARGET-WEIGHTS-ROW DELIMITED BY ';'
               INTO TGT-ROW-NAME, TGT-ROW-WEIGHT-TEXT,
                  TGT-ROW-BAND-TEXT.
            MOVE 'N' TO WS-TARGET-WAS-FOUND.
      *> The USD line targets the settlement cash - not a currency
      *> on the reference file.
            MOVE 'OK' TO CURC-REPLY.
            IF TGT-ROW-NAME NOT = SPACES AND TGT-ROW-NAME NOT = 'USD'
               MOVE TGT-ROW-NAME TO CURC-CODE
               CALL 'BTC-CURRENCY-CHECK' USING CURRENCY-CHECK-REQUEST
                  ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
               END-CALL
            END-IF.
            PERFORM VARYING WS-TARGET-INDEX FROM 1 BY 1
               UNTIL WS-TARGET-INDEX > TGT-COUNT
               IF TGT-NAME(WS-TARGET-INDEX) = TGT-ROW-NAME
                  MOVE 'Y' TO WS-TARGET-WAS-FOUND
               END-IF
            END-PERFORM.
            EVALUATE TRUE
               WHEN TARGET-WEIGHTS-ROW = SPACES
                  CONTINUE
               WHEN TGT-ROW-NAME = SPACES
                  OR FUNCTION TEST-NUMVAL(TGT-ROW-WEIGHT-TEXT) NOT = 0
                  OR (TGT-ROW-BAND-TEXT NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(TGT-ROW-BAND-TEXT) NOT = 0)
                  ADD 1 TO WS-TARGET-LINES-SKIPPED
                  DISPLAY 'Target line skipped (bad currency, '
                     'target or band): ' TARGET-WEIGHTS-ROW
               WHEN FUNCTION NUMVAL(TGT-ROW-WEIGHT-TEXT) < 0
                  OR FUNCTION NUMVAL(TGT-ROW-WEIGHT-TEXT) > 100
                  OR (TGT-ROW-BAND-TEXT NOT = SPACES
                  AND (FUNCTION NUMVAL(TGT-ROW-BAND-TEXT) < 0
                  OR FUNCTION NUMVAL(TGT-ROW-BAND-TEXT) > 100))
                  ADD 1 TO WS-TARGET-LINES-SKIPPED
                  DISPLAY 'Target line skipped (percent outside '
                     '0-100): ' TARGET-WEIGHTS-ROW
               WHEN CURC-REPLY-REFUSED
                  ADD 1 TO WS-TARGET-LINES-SKIPPED
                  DISPLAY 'Target line skipped (currency ' CURC-REPLY
                     ' ' CURC-REPLACED-BY '): ' TARGET-WEIGHTS-ROW
               WHEN WS-TARGET-WAS-FOUND = 'Y'
                  ADD 1 TO WS-TARGET-LINES-SKIPPED
                  DISPLAY 'Target line skipped (currency listed '
                     'twice): ' TARGET-WEIGHTS-ROW
               WHEN TGT-COUNT >= 50
                  ADD 1 TO WS-TARGET-LINES-SKIPPED
                  DISPLAY 'Target line skipped (more than 50 '
                     'targets): ' TARGET-WEIGHTS-ROW
               WHEN OTHER
                  ADD 1 TO TGT-COUNT
                  MOVE TGT-ROW-NAME TO TGT-NAME(TGT-COUNT)
                  COMPUTE TGT-WEIGHT(TGT-COUNT) =
                     FUNCTION NUMVAL(TGT-ROW-WEIGHT-TEXT)
                  IF TGT-ROW-BAND-TEXT = SPACES
                     MOVE WS-DEFAULT-BAND TO TGT-BAND(TGT-COUNT)
                  ELSE
                     COMPUTE TGT-BAND(TGT-COUNT) =
                        FUNCTION NUMVAL(TGT-ROW-BAND-TEXT)
                  END-IF
                  ADD TGT-WEIGHT(TGT-COUNT) TO WS-TARGET-TOTAL-PCT
            END-EVALUATE.

       LOAD-HOLDINGS.
            OPEN INPUT HOLDINGS-FILE.
            IF WS-HOLDINGS-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-HOLDINGS.CSV - status '
                  WS-HOLDINGS-FILE-STATUS
            ELSE
               PERFORM UNTIL WS-HOLDINGS-EOF = 'Y'
                  READ HOLDINGS-FILE
                          AT END MOVE 'Y' TO WS-HOLDINGS-EOF
                      NOT AT END PERFORM STORE-HOLDING-ROW
                  END-READ
               END-PERFORM
               CLOSE HOLDINGS-FILE
            END-IF.

       STORE-HOLDING-ROW.
            MOVE SPACES TO HLD-ROW-NAME, HLD-ROW-QTY-TEXT,
               HLD-ROW-DATE, HLD-ROW-COST-TEXT.
            UNSTRING HOLDINGS-ROW DELIMITED BY ';'
               INTO HLD-ROW-NAME, HLD-ROW-QTY-TEXT,
                  HLD-ROW-DATE, HLD-ROW-COST-TEXT.
            IF FUNCTION TEST-NUMVAL(HLD-ROW-QTY-TEXT) = 0
               AND FUNCTION TEST-NUMVAL(HLD-ROW-COST-TEXT) = 0
               AND HOLDING-COUNT < 50
               ADD 1 TO HOLDING-COUNT
               MOVE HLD-ROW-NAME TO HLD-NAME(HOLDING-COUNT)
               COMPUTE HLD-QUANTITY(HOLDING-COUNT) =
                  FUNCTION NUMVAL(HLD-ROW-QTY-TEXT)
               MOVE HLD-ROW-DATE TO HLD-ACQ-DATE(HOLDING-COUNT)
               COMPUTE HLD-COST(HOLDING-COUNT) =
                  FUNCTION NUMVAL(HLD-ROW-COST-TEXT)
            ELSE
               DISPLAY 'Holdings line skipped (bad quantity or '
                  'cost): ' HOLDINGS-ROW
            END-IF.

      *> Only the USD settlement account funds the trades; other
      *> fiat accounts stay out of the rebalancing book.
       LOAD-CASH-ACCOUNTS.
            OPEN INPUT CASH-ACCOUNT-FILE.
            IF WS-CASH-FILE-STATUS NOT = '00'
               DISPLAY 'No BTC-CASH-ACCOUNT.CSV (status '
                  WS-CASH-FILE-STATUS ') - book has no cash to '
                  'fund buys'
            ELSE
               PERFORM UNTIL WS-CASH-EOF = 'Y'
                  READ CASH-ACCOUNT-FILE
                          AT END MOVE 'Y' TO WS-CASH-EOF
                      NOT AT END PERFORM STORE-CASH-ROW
                  END-READ
               END-PERFORM
               CLOSE CASH-ACCOUNT-FILE
            END-IF.
            PERFORM VARYING WS-CASH-INDEX FROM 1 BY 1
               UNTIL WS-CASH-INDEX > CASH-COUNT
               IF CASH-CURRENCY(WS-CASH-INDEX) = 'USD'
                  MOVE CASH-BALANCE(WS-CASH-INDEX) TO WS-USD-CASH
               ELSE
                  DISPLAY 'Cash account ' CASH-CURRENCY(WS-CASH-INDEX)
                     ' is not settlement cash - left out of the '
                     'rebalancing book'
               END-IF
            END-PERFORM.

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

      *> One entry per held currency, its lots summed, then one per
      *> targeted currency not yet held - a new coin the committee
      *> wants in the book still needs its price and a buy. The
      *> USD line is the cash target, not a currency to price.
       BUILD-REBALANCE-TABLE.
            PERFORM VARYING WS-HOLDING-INDEX FROM 1 BY 1
               UNTIL WS-HOLDING-INDEX > HOLDING-COUNT
               MOVE HLD-NAME(WS-HOLDING-INDEX) TO TGT-ROW-NAME
               PERFORM FIND-OR-ADD-CURRENCY
               IF WS-REB-INDEX > 0
                  ADD HLD-QUANTITY(WS-HOLDING-INDEX)
                     TO REB-QUANTITY(WS-REB-INDEX)
               END-IF
            END-PERFORM.
            PERFORM VARYING WS-TARGET-INDEX FROM 1 BY 1
               UNTIL WS-TARGET-INDEX > TGT-COUNT
               IF TGT-NAME(WS-TARGET-INDEX) = 'USD'
                  MOVE 'Y' TO WS-CASH-HAS-TARGET
                  MOVE TGT-WEIGHT(WS-TARGET-INDEX)
                     TO WS-CASH-TARGET-PCT
                  MOVE TGT-BAND(WS-TARGET-INDEX) TO WS-CASH-BAND-PCT
               ELSE
                  MOVE TGT-NAME(WS-TARGET-INDEX) TO TGT-ROW-NAME
                  PERFORM FIND-OR-ADD-CURRENCY
                  IF WS-REB-INDEX > 0
                     MOVE 'Y' TO REB-HAS-TARGET(WS-REB-INDEX)
                     MOVE TGT-WEIGHT(WS-TARGET-INDEX)
                        TO REB-TARGET-PCT(WS-REB-INDEX)
                     MOVE TGT-BAND(WS-TARGET-INDEX)
                        TO REB-BAND-PCT(WS-REB-INDEX)
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-CASH-HAS-TARGET = 'N'
               COMPUTE WS-CASH-TARGET-PCT = 100 - WS-TARGET-TOTAL-PCT
               MOVE WS-DEFAULT-BAND TO WS-CASH-BAND-PCT
            END-IF.

       FIND-OR-ADD-CURRENCY.
            MOVE 'N' TO WS-REB-WAS-FOUND.
            PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
               UNTIL WS-REB-INDEX > REB-COUNT
               OR WS-REB-WAS-FOUND = 'Y'
               IF REB-NAME(WS-REB-INDEX) = TGT-ROW-NAME
                  MOVE 'Y' TO WS-REB-WAS-FOUND
               END-IF
            END-PERFORM.
            IF WS-REB-WAS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-REB-INDEX
            ELSE
               IF REB-COUNT < WS-REB-LIMIT
                  ADD 1 TO REB-COUNT
                  MOVE REB-COUNT TO WS-REB-INDEX
                  MOVE TGT-ROW-NAME TO REB-NAME(WS-REB-INDEX)
                  MOVE 0 TO REB-QUANTITY(WS-REB-INDEX)
                  MOVE SPACES TO REB-DATE(WS-REB-INDEX)
                  MOVE 0 TO REB-CLOSE(WS-REB-INDEX)
                  MOVE 'N' TO REB-FOUND(WS-REB-INDEX)
                  MOVE 0 TO REB-MV(WS-REB-INDEX)
                  MOVE 'N' TO REB-HAS-TARGET(WS-REB-INDEX)
                  MOVE 0 TO REB-TARGET-PCT(WS-REB-INDEX)
                  MOVE 0 TO REB-BAND-PCT(WS-REB-INDEX)
                  MOVE 'N' TO REB-OUT-OF-BAND(WS-REB-INDEX)
                  MOVE SPACE TO REB-SIDE(WS-REB-INDEX)
                  MOVE 0 TO REB-TRADE-PRICE(WS-REB-INDEX)
                  MOVE 0 TO REB-TRADE-QTY(WS-REB-INDEX)
                  MOVE 0 TO REB-TRADE-VALUE(WS-REB-INDEX)
                  MOVE 'N' TO REB-SCALED(WS-REB-INDEX)
                  MOVE TGT-ROW-NAME TO CURC-CODE
                  CALL 'BTC-CURRENCY-CHECK'
                     USING CURRENCY-CHECK-REQUEST
                     ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
                  END-CALL
                  IF CURC-REPLY-NO-MASTER OR CURC-QTY-DECIMALS > 6
                     MOVE 6 TO CURC-QTY-DECIMALS
                  END-IF
                  MOVE CURC-QTY-DECIMALS
                     TO REB-QTY-DECIMALS(WS-REB-INDEX)
               ELSE
                  MOVE 0 TO WS-REB-INDEX
               END-IF
            END-IF.

       LOAD-PRICES-FROM-MASTER.
            OPEN INPUT BTC-PRICE-MASTER.
            IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-PRICE-MASTER.DAT - status '
                  WS-MASTER-FILE-STATUS
               DISPLAY 'Run BTC-PRICE-LOAD first to build the master.'
            ELSE
               PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
                  UNTIL WS-REB-INDEX > REB-COUNT
                  PERFORM SCAN-MASTER-FOR-CURRENCY
               END-PERFORM
               CLOSE BTC-PRICE-MASTER
            END-IF.

      *> Same walk as BTC-PORTFOLIO-VALUE: the row matching the
      *> valuation date, or in latest mode the currency's last row.
       SCAN-MASTER-FOR-CURRENCY.
            MOVE 0 TO WS-ROWS-IN-FILE.
            MOVE 'N' TO WS-EOF.
            MOVE REB-NAME(WS-REB-INDEX) TO PM-NAME.
            MOVE '0000-00-00' TO PM-DATE.
            START BTC-PRICE-MASTER KEY NOT LESS THAN PM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
               READ BTC-PRICE-MASTER
                       AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   IF PM-NAME NOT = REB-NAME(WS-REB-INDEX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      ADD 1 TO WS-ROWS-IN-FILE
                      IF VALUE-AT-LATEST
                         OR PM-DATE = WS-VALUATION-DATE
                         MOVE PM-DATE TO REB-DATE(WS-REB-INDEX)
                         MOVE PM-CLOSE-PRICE
                            TO REB-CLOSE(WS-REB-INDEX)
                         MOVE 'Y' TO REB-FOUND(WS-REB-INDEX)
                      END-IF
                   END-IF
               END-READ
            END-PERFORM.

      *> Weights against the book; a currency with no usable price
      *> is neither weighed nor traded, and the run says so.
       COMPUTE-WEIGHTS.
            PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
               UNTIL WS-REB-INDEX > REB-COUNT
               IF REB-FOUND(WS-REB-INDEX) = 'Y'
                  ADD 1 TO WS-PRICED-COUNT
                  COMPUTE REB-MV(WS-REB-INDEX) =
                     REB-QUANTITY(WS-REB-INDEX)
                        * REB-CLOSE(WS-REB-INDEX)
                  ADD REB-MV(WS-REB-INDEX) TO WS-TOTAL-MV
                  COMPUTE REB-TRADE-PRICE(WS-REB-INDEX) ROUNDED =
                     REB-CLOSE(WS-REB-INDEX)
               ELSE
                  ADD 1 TO WS-UNPRICED-COUNT
                  DISPLAY 'No price for ' REB-NAME(WS-REB-INDEX)
                     ' - not weighed or traded'
               END-IF
            END-PERFORM.
            COMPUTE WS-BOOK-VALUE = WS-TOTAL-MV + WS-USD-CASH.
            IF WS-BOOK-VALUE <= 0
               DISPLAY 'Nothing to rebalance - priced currencies: '
                  WS-PRICED-COUNT ' and no USD cash'
               MOVE 'Y' TO WS-RUN-STOPPED
            ELSE
               PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
                  UNTIL WS-REB-INDEX > REB-COUNT
                  IF REB-FOUND(WS-REB-INDEX) = 'Y'
                     PERFORM WEIGH-ONE-CURRENCY
                  END-IF
               END-PERFORM
               COMPUTE WS-CASH-ACTUAL-PCT =
                  WS-USD-CASH / WS-BOOK-VALUE * 100
               COMPUTE WS-CASH-DRIFT-PCT =
                  WS-CASH-ACTUAL-PCT - WS-CASH-TARGET-PCT
            END-IF.

       WEIGH-ONE-CURRENCY.
            COMPUTE REB-ACTUAL-PCT(WS-REB-INDEX) =
               REB-MV(WS-REB-INDEX) / WS-BOOK-VALUE * 100.
            COMPUTE REB-DRIFT-PCT(WS-REB-INDEX) =
               REB-ACTUAL-PCT(WS-REB-INDEX)
                  - REB-TARGET-PCT(WS-REB-INDEX).
            IF FUNCTION ABS(REB-DRIFT-PCT(WS-REB-INDEX))
               > REB-BAND-PCT(WS-REB-INDEX)
               OR (REB-HAS-TARGET(WS-REB-INDEX) = 'N'
               AND REB-QUANTITY(WS-REB-INDEX) > 0)
               MOVE 'Y' TO REB-OUT-OF-BAND(WS-REB-INDEX)
               ADD 1 TO WS-OUT-OF-BAND-COUNT
            END-IF.

      *> Each currency outside its band is traded back to its target
      *> value at the day's close; quantities are cut to the
      *> currency's quantity decimals (6 at most, as lots are held),
      *> never rounded up, so a sell cannot exceed the lots and a buy
      *> cannot cost more than was set aside for it. Sells fund the
      *> buys; buys the cash and those proceeds cannot cover are
      *> scaled down together, a cent per buy held back for the
      *> ledger's own rounding of the cost.
       PROPOSE-TRADES.
            PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
               UNTIL WS-REB-INDEX > REB-COUNT
               IF REB-OUT-OF-BAND(WS-REB-INDEX) = 'Y'
                  AND REB-TRADE-PRICE(WS-REB-INDEX) > 0
                  PERFORM PROPOSE-ONE-TRADE
               END-IF
            END-PERFORM.
            COMPUTE WS-CASH-AVAILABLE = WS-USD-CASH + WS-TOTAL-SELLS.
            IF WS-TOTAL-BUYS > WS-CASH-AVAILABLE
               COMPUTE WS-SCALE-FACTOR =
                  (WS-CASH-AVAILABLE - WS-BUY-COUNT * 0.01)
                     / WS-TOTAL-BUYS
               IF WS-SCALE-FACTOR < 0
                  MOVE 0 TO WS-SCALE-FACTOR
               END-IF
               MOVE 0 TO WS-TOTAL-BUYS
               MOVE 0 TO WS-BUY-COUNT
               PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
                  UNTIL WS-REB-INDEX > REB-COUNT
                  IF REB-IS-BUY(WS-REB-INDEX)
                     PERFORM SCALE-ONE-BUY
                  END-IF
               END-PERFORM
            END-IF.
            COMPUTE WS-CASH-AFTER =
               WS-USD-CASH + WS-TOTAL-SELLS - WS-TOTAL-BUYS.
            COMPUTE WS-CASH-POST-PCT =
               WS-CASH-AFTER / WS-BOOK-VALUE * 100.
            PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
               UNTIL WS-REB-INDEX > REB-COUNT
               EVALUATE TRUE
                  WHEN REB-IS-BUY(WS-REB-INDEX)
                     COMPUTE REB-POST-PCT(WS-REB-INDEX) =
                        (REB-MV(WS-REB-INDEX)
                           + REB-TRADE-VALUE(WS-REB-INDEX))
                              / WS-BOOK-VALUE * 100
                  WHEN REB-IS-SELL(WS-REB-INDEX)
                     COMPUTE REB-POST-PCT(WS-REB-INDEX) =
                        (REB-MV(WS-REB-INDEX)
                           - REB-TRADE-VALUE(WS-REB-INDEX))
                              / WS-BOOK-VALUE * 100
                  WHEN OTHER
                     MOVE REB-ACTUAL-PCT(WS-REB-INDEX)
                        TO REB-POST-PCT(WS-REB-INDEX)
               END-EVALUATE
            END-PERFORM.

       PROPOSE-ONE-TRADE.
            COMPUTE WS-DESIRED-MV =
               WS-BOOK-VALUE * REB-TARGET-PCT(WS-REB-INDEX) / 100.
            COMPUTE WS-TRADE-AMOUNT =
               WS-DESIRED-MV - REB-MV(WS-REB-INDEX).
            IF WS-TRADE-AMOUNT < 0
               IF REB-TARGET-PCT(WS-REB-INDEX) = 0
                  COMPUTE REB-TRADE-QTY(WS-REB-INDEX) =
                     REB-QUANTITY(WS-REB-INDEX)
               ELSE
                  COMPUTE REB-TRADE-QTY(WS-REB-INDEX) =
                     (0 - WS-TRADE-AMOUNT)
                        / REB-TRADE-PRICE(WS-REB-INDEX)
               END-IF
               IF REB-TRADE-QTY(WS-REB-INDEX)
                  > REB-QUANTITY(WS-REB-INDEX)
                  COMPUTE REB-TRADE-QTY(WS-REB-INDEX) =
                     REB-QUANTITY(WS-REB-INDEX)
               END-IF
               PERFORM CUT-TO-QTY-DECIMALS
               IF REB-TRADE-QTY(WS-REB-INDEX) > 0
                  SET REB-IS-SELL(WS-REB-INDEX) TO TRUE
                  COMPUTE REB-TRADE-VALUE(WS-REB-INDEX) ROUNDED =
                     REB-TRADE-QTY(WS-REB-INDEX)
                        * REB-TRADE-PRICE(WS-REB-INDEX)
                  ADD REB-TRADE-VALUE(WS-REB-INDEX) TO WS-TOTAL-SELLS
                  ADD 1 TO WS-SELL-COUNT
               END-IF
            ELSE
               COMPUTE REB-TRADE-QTY(WS-REB-INDEX) =
                  WS-TRADE-AMOUNT / REB-TRADE-PRICE(WS-REB-INDEX)
               PERFORM CUT-TO-QTY-DECIMALS
               IF REB-TRADE-QTY(WS-REB-INDEX) > 0
                  SET REB-IS-BUY(WS-REB-INDEX) TO TRUE
                  COMPUTE REB-TRADE-VALUE(WS-REB-INDEX) ROUNDED =
                     REB-TRADE-QTY(WS-REB-INDEX)
                        * REB-TRADE-PRICE(WS-REB-INDEX)
                  ADD REB-TRADE-VALUE(WS-REB-INDEX) TO WS-TOTAL-BUYS
                  ADD 1 TO WS-BUY-COUNT
               END-IF
            END-IF.

       SCALE-ONE-BUY.
            COMPUTE REB-TRADE-QTY(WS-REB-INDEX) =
               REB-TRADE-QTY(WS-REB-INDEX) * WS-SCALE-FACTOR.
            PERFORM CUT-TO-QTY-DECIMALS.
            MOVE 'Y' TO REB-SCALED(WS-REB-INDEX).
            ADD 1 TO WS-BUYS-SCALED.
            IF REB-TRADE-QTY(WS-REB-INDEX) > 0
               COMPUTE REB-TRADE-VALUE(WS-REB-INDEX) ROUNDED =
                  REB-TRADE-QTY(WS-REB-INDEX)
                     * REB-TRADE-PRICE(WS-REB-INDEX)
               ADD REB-TRADE-VALUE(WS-REB-INDEX) TO WS-TOTAL-BUYS
               ADD 1 TO WS-BUY-COUNT
            ELSE
               MOVE SPACE TO REB-SIDE(WS-REB-INDEX)
               MOVE 0 TO REB-TRADE-VALUE(WS-REB-INDEX)
            END-IF.

      *> Truncated, never rounded: a sell must not exceed the lots
      *> held, nor a scaled buy the cash left for it.
       CUT-TO-QTY-DECIMALS.
            COMPUTE WS-QTY-SCALE =
               10 ** REB-QTY-DECIMALS(WS-REB-INDEX).
            COMPUTE REB-TRADE-QTY(WS-REB-INDEX) =
               FUNCTION INTEGER-PART(REB-TRADE-QTY(WS-REB-INDEX)
                  * WS-QTY-SCALE) / WS-QTY-SCALE.

       WRITE-REBALANCE-REPORT.
            OPEN OUTPUT REBALANCE-REPORT.
            PERFORM WRITE-REPORT-HEADER.
            PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
               UNTIL WS-REB-INDEX > REB-COUNT
               PERFORM WRITE-CURRENCY-LINE
            END-PERFORM.
            PERFORM WRITE-CASH-LINE.
            PERFORM WRITE-TOTALS-BLOCK.
            CLOSE REBALANCE-REPORT.
            DISPLAY 'CURRENCIES WEIGHED: ' WS-PRICED-COUNT
               ' UNPRICED: ' WS-UNPRICED-COUNT
               ' OUTSIDE BAND: ' WS-OUT-OF-BAND-COUNT.
            DISPLAY 'PROPOSED SELLS: ' WS-SELL-COUNT
               ' BUYS: ' WS-BUY-COUNT ' BUYS SCALED: ' WS-BUYS-SCALED.

       WRITE-REPORT-HEADER.
            ADD 1 TO WS-REPORT-PAGE-NUMBER.
            MOVE WS-REPORT-PAGE-NUMBER TO RPT-PAGE-NO.
            IF VALUE-AT-LATEST
               MOVE 'LATEST' TO RPT-VALUATION-DATE
            ELSE
               MOVE WS-VALUATION-DATE TO RPT-VALUATION-DATE
            END-IF.
            IF PROPOSAL-IS-APPROVED
               MOVE 'APPROVED - TRADES WRITTEN' TO RPT-APPROVAL
            ELSE
               MOVE 'FOR COMMITTEE APPROVAL' TO RPT-APPROVAL
            END-IF.
            MOVE RPT-HEADER-LINE-1 TO REPORT-LINE.
            WRITE REPORT-LINE AFTER ADVANCING PAGE.
            MOVE RPT-HEADER-LINE-2 TO REPORT-LINE.
            WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
            MOVE 0 TO WS-REPORT-LINE-COUNT.

       WRITE-CURRENCY-LINE.
            IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
            END-IF.
            MOVE REB-NAME(WS-REB-INDEX) TO RRL-NAME.
            COMPUTE RRL-QUANTITY ROUNDED = REB-QUANTITY(WS-REB-INDEX).
            COMPUTE RRL-CLOSE ROUNDED = REB-CLOSE(WS-REB-INDEX).
            COMPUTE RRL-MARKET-VALUE ROUNDED = REB-MV(WS-REB-INDEX).
            COMPUTE RRL-ACTUAL ROUNDED = REB-ACTUAL-PCT(WS-REB-INDEX).
            COMPUTE RRL-TARGET ROUNDED = REB-TARGET-PCT(WS-REB-INDEX).
            COMPUTE RRL-BAND ROUNDED = REB-BAND-PCT(WS-REB-INDEX).
            COMPUTE RRL-DRIFT ROUNDED = REB-DRIFT-PCT(WS-REB-INDEX).
            EVALUATE TRUE
               WHEN REB-IS-BUY(WS-REB-INDEX)
                  MOVE 'BUY' TO RRL-SIDE
               WHEN REB-IS-SELL(WS-REB-INDEX)
                  MOVE 'SELL' TO RRL-SIDE
               WHEN OTHER
                  MOVE SPACES TO RRL-SIDE
            END-EVALUATE.
            MOVE REB-TRADE-QTY(WS-REB-INDEX) TO RRL-TRADE-QTY.
            MOVE REB-TRADE-VALUE(WS-REB-INDEX) TO RRL-TRADE-VALUE.
            COMPUTE RRL-AFTER ROUNDED = REB-POST-PCT(WS-REB-INDEX).
            EVALUATE TRUE
               WHEN REB-FOUND(WS-REB-INDEX) = 'N'
                  MOVE 'NO PRICE' TO RRL-FLAG
                  MOVE 0 TO RRL-ACTUAL, RRL-DRIFT, RRL-AFTER
               WHEN REB-SCALED(WS-REB-INDEX) = 'Y'
                  MOVE 'SCALED' TO RRL-FLAG
               WHEN REB-HAS-TARGET(WS-REB-INDEX) = 'N'
                  MOVE 'UNTARGETED' TO RRL-FLAG
               WHEN REB-OUT-OF-BAND(WS-REB-INDEX) = 'Y'
                  MOVE 'OUT BAND' TO RRL-FLAG
               WHEN OTHER
                  MOVE SPACES TO RRL-FLAG
            END-EVALUATE.
            MOVE RPT-REBALANCE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-REPORT-LINE-COUNT.

      *> The cash line carries the cash target and where the
      *> proposed trades would leave it; it is never traded itself.
       WRITE-CASH-LINE.
            MOVE 'USD' TO RRL-NAME.
            MOVE 0 TO RRL-QUANTITY, RRL-CLOSE.
            COMPUTE RRL-MARKET-VALUE ROUNDED = WS-USD-CASH.
            COMPUTE RRL-ACTUAL ROUNDED = WS-CASH-ACTUAL-PCT.
            COMPUTE RRL-TARGET ROUNDED = WS-CASH-TARGET-PCT.
            COMPUTE RRL-BAND ROUNDED = WS-CASH-BAND-PCT.
            COMPUTE RRL-DRIFT ROUNDED = WS-CASH-DRIFT-PCT.
            MOVE 'CASH' TO RRL-SIDE.
            MOVE 0 TO RRL-TRADE-QTY, RRL-TRADE-VALUE.
            COMPUTE RRL-AFTER ROUNDED = WS-CASH-POST-PCT.
            IF FUNCTION ABS(WS-CASH-DRIFT-PCT) > WS-CASH-BAND-PCT
               MOVE 'OUT BAND' TO RRL-FLAG
            ELSE
               MOVE SPACES TO RRL-FLAG
            END-IF.
            MOVE RPT-REBALANCE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
            ADD 2 TO WS-REPORT-LINE-COUNT.

       WRITE-TOTALS-BLOCK.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'BOOK VALUE:' TO RPT-TOTAL-LABEL.
            COMPUTE RPT-TOTAL-VALUE ROUNDED = WS-BOOK-VALUE.
            MOVE RPT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'PROPOSED SELL PROCEEDS:' TO RPT-TOTAL-LABEL.
            MOVE WS-TOTAL-SELLS TO RPT-TOTAL-VALUE.
            MOVE RPT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'PROPOSED BUY COST:' TO RPT-TOTAL-LABEL.
            MOVE WS-TOTAL-BUYS TO RPT-TOTAL-VALUE.
            MOVE RPT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'USD CASH AFTER TRADES:' TO RPT-TOTAL-LABEL.
            COMPUTE RPT-TOTAL-VALUE ROUNDED = WS-CASH-AFTER.
            MOVE RPT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> Ledger layout, sells before buys. The file is rewritten
      *> even when there is nothing to trade, so an approved run
      *> never leaves an older proposal behind for the ledger.
       WRITE-PROPOSED-TRADES.
            OPEN OUTPUT PROPOSED-TRADES-FILE.
            IF WS-TRADES-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot write BTC-REBALANCE-TRADES.CSV - '
                  'status ' WS-TRADES-FILE-STATUS
            ELSE
               PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
                  UNTIL WS-REB-INDEX > REB-COUNT
                  IF REB-IS-SELL(WS-REB-INDEX)
                     PERFORM WRITE-ONE-TRADE
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-REB-INDEX FROM 1 BY 1
                  UNTIL WS-REB-INDEX > REB-COUNT
                  IF REB-IS-BUY(WS-REB-INDEX)
                     PERFORM WRITE-ONE-TRADE
                  END-IF
               END-PERFORM
               CLOSE PROPOSED-TRADES-FILE
               DISPLAY 'BTC-REBALANCE-TRADES.CSV written - '
                  WS-TRADES-WRITTEN ' trade(s) for BTC-TRADE-LEDGER'
            END-IF.

       WRITE-ONE-TRADE.
            MOVE REB-TRADE-QTY(WS-REB-INDEX) TO WS-QTY-OUT.
            MOVE REB-TRADE-PRICE(WS-REB-INDEX) TO WS-PRICE-OUT.
            MOVE SPACES TO PROPOSED-TRADE-ROW.
            STRING FUNCTION TRIM(REB-NAME(WS-REB-INDEX))
                  DELIMITED BY SIZE,
               ';' DELIMITED BY SIZE,
               REB-DATE(WS-REB-INDEX) DELIMITED BY SIZE,
               ';' DELIMITED BY SIZE,
               FUNCTION TRIM(WS-QTY-OUT) DELIMITED BY SIZE,
               ';' DELIMITED BY SIZE,
               FUNCTION TRIM(WS-PRICE-OUT) DELIMITED BY SIZE,
               ';' DELIMITED BY SIZE,
               REB-SIDE(WS-REB-INDEX) DELIMITED BY SIZE
               INTO PROPOSED-TRADE-ROW.
            WRITE PROPOSED-TRADE-ROW.
            ADD 1 TO WS-TRADES-WRITTEN.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-REBALANCE' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
            MOVE 'BTC-TARGET-WEIGHTS.CSV' TO RUNH-INPUT-FILE.
            MOVE SPACES TO RUNH-PARAMETERS.
            IF VALUE-AT-LATEST
               MOVE 'REBALANCE AT LATEST' TO RUNH-PARAMETERS
            ELSE
               STRING 'REBALANCE ' DELIMITED BY SIZE,
                  WS-VALUATION-DATE DELIMITED BY SIZE
                  INTO RUNH-PARAMETERS
            END-IF.
            IF PROPOSAL-IS-APPROVED
               MOVE 'APPROVED' TO RUNH-PARAMETERS(31:8)
            END-IF.
            COMPUTE RUNH-ROWS-READ = HOLDING-COUNT + TGT-COUNT
               + WS-TARGET-LINES-SKIPPED.
            MOVE WS-PRICED-COUNT TO RUNH-ROWS-GOOD.
            MOVE WS-UNPRICED-COUNT TO RUNH-ROWS-REJECTED.
            MOVE WS-TARGET-LINES-SKIPPED TO RUNH-ROWS-SKIPPED.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN RUN-STOPPED-ON-TARGETS
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN RUN-IS-STOPPED
                  MOVE 'EMPTY' TO RUNH-OUTCOME
               WHEN WS-UNPRICED-COUNT > 0
                  OR WS-TARGET-LINES-SKIPPED > 0
                  OR WS-BUYS-SCALED > 0
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
            END-EVALUATE.
            CALL 'BTC-RUN-LOGGER' USING RUN-HISTORY-RECORD
               ON EXCEPTION
                  DISPLAY 'Run not recorded - BTC-RUN-LOGGER '
                     'module is not on COB_LIBRARY_PATH'
            END-CALL.

       END PROGRAM BTC-REBALANCE.
