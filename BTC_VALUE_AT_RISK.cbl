      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261001
      * Purpose: Historical-simulation value at risk on the book for
      * the risk committee - BTC-PORTFOLIO-VALUE says what the book
      * is worth, this says what it could lose in a day. Each held
      * currency's position (its BTC-HOLDINGS.CSV lots summed, BTCHOLD
      * copybook) is valued at its latest close on
      * BTC-PRICE-MASTER.DAT, the same way BTC-PORTFOLIO-VALUE's
      * latest mode does, and the last N actual daily close-to-close
      * moves on the master are applied to that value. The portfolio
      * scenario for a day is the sum of the currencies' P&L on that
      * day (a currency with no master row that day contributes
      * nothing). From the sorted scenario P&L the 1-day VaR and
      * expected shortfall (the average loss at or beyond the VaR
      * day) are reported at two confidence levels, per currency and
      * for the portfolio, followed by the worst portfolio days with
      * each currency's share. The lookback N, both levels and a
      * portfolio VaR limit are run parameters; the limit is checked
      * against the VaR at the higher of the two levels, and a
      * breach ends the run RC 4. Writes BTC-VAR-REPORT.TXT and
      * rewrites BTC-VAR-RESULT.DAT (BTCVARR copybook), from which
      * BTC-MORNING-REPORT raises a breach on the exceptions page.
      * Ends with GOBACK so BTC-BATCH-DRIVER can CALL it.
      * Tectonics: cobc -I copybooks BTC_VALUE_AT_RISK.cbl
      *
      * Modification History:
      * 20261015 ML - A limit that is not a number of zero or more is
      *               refused RC 8 like the other run parameters,
      *               instead of running with no limit. A run that
      *               ends without figures (parameters refused, no
      *               master, nothing to measure) now empties
      *               BTC-VAR-RESULT.DAT, so BTC-MORNING-REPORT shows
      *               no VaR run on file rather than an older run's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-VALUE-AT-RISK.

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

           SELECT VAR-REPORT ASSIGN TO 'BTC-VAR-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VAR-RESULT-FILE ASSIGN TO 'BTC-VAR-RESULT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BTC-PRICE-MASTER.
           COPY BTCPRICE.

       FD HOLDINGS-FILE RECORDING MODE V.
       01 HOLDINGS-ROW PIC X(80).

       FD VAR-REPORT RECORDING MODE V.
       01 REPORT-LINE PIC X(120).

       FD VAR-RESULT-FILE RECORDING MODE F.
           COPY BTCVARR.

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.
           COPY BTCHOLD.

       01  WS-EOF PIC X(1).
       01  WS-HOLDINGS-EOF PIC X(1) VALUE 'N'.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-HOLDINGS-FILE-STATUS PIC X(2).
       01  WS-RESULT-FILE-STATUS PIC X(2).
       01  WS-RUN-DATE PIC X(8).

      *> Run parameters. The lookback is capped at the size of the
      *> return tables below.
       01  WS-THRESHOLD-TEXT PIC X(20).
       01  WS-MAX-LOOKBACK PIC 9(4) COMP VALUE 1000.
       01  WS-LOOKBACK PIC 9(4) COMP VALUE 250.
       01  WS-LEVEL-1 PIC 9(2)V9(2) VALUE 95.
       01  WS-LEVEL-2 PIC 9(2)V9(2) VALUE 99.
       01  WS-LIMIT-LEVEL PIC 9(2)V9(2).
       01  WS-VAR-LIMIT PIC 9(13)V9(2) VALUE 0.
       01  WS-PARAMETER-ERROR PIC X(1) VALUE 'N'.

      *> One entry per distinct held currency: its position, its
      *> latest close and the last N daily returns off the master,
      *> oldest first. Past 20 currencies the position is dropped
      *> and announced, like the valuation report's grid.
       01  WS-CCY-LIMIT PIC 9(2) COMP VALUE 20.
       01  RISK-TABLE.
           05 RSK-COUNT PIC 9(2) COMP VALUE 0.
           05 RSK-ENTRY OCCURS 20 TIMES.
              10 RSK-NAME PIC X(4).
              10 RSK-QUANTITY COMP-2.
              10 RSK-CLOSE COMP-2.
              10 RSK-AS-OF PIC X(10).
              10 RSK-MV COMP-2.
              10 RSK-PRICED PIC X(1).
              10 RSK-VAR-1 COMP-2.
              10 RSK-ES-1 COMP-2.
              10 RSK-VAR-2 COMP-2.
              10 RSK-ES-2 COMP-2.
              10 RSK-RET-COUNT PIC 9(4) COMP.
              10 RSK-DAYS-IN-WINDOW PIC 9(4) COMP.
              10 RSK-RETURN OCCURS 1000 TIMES.
                 15 RSK-RET-DATE PIC X(10).
                 15 RSK-RET-PCT COMP-2.
       01  WS-RSK-INDEX PIC 9(2) COMP.
       01  WS-RSK-MATCH PIC 9(2) COMP.
       01  WS-HOLDING-INDEX PIC 9(2) COMP.
       01  WS-LOTS-DROPPED PIC 9(2) COMP VALUE 0.
       01  WS-CCY-UNPRICED PIC 9(2) COMP VALUE 0.

      *> Circular buffer of the last N+1 master rows of the currency
      *> being scanned - N+1 closes give N close-to-close moves.
       01  SERIES-BUFFER.
           05 SER-ENTRY OCCURS 1001 TIMES.
              10 SER-DATE PIC X(10).
              10 SER-CLOSE COMP-2.
       01  WS-SERIES-SIZE PIC 9(4) COMP.
       01  WS-SERIES-ROWS PIC 9(7) COMP.
       01  WS-SERIES-SLOT PIC 9(4) COMP.
       01  WS-SERIES-KEPT PIC 9(4) COMP.
       01  WS-SERIES-START PIC 9(4) COMP.
       01  WS-PREV-SLOT PIC 9(4) COMP.
       01  WS-STEP PIC 9(4) COMP.

      *> The portfolio scenarios: the latest N return dates seen
      *> across the held currencies, ascending, with the summed P&L.
      *> One slot over the maximum lookback takes the insert that
      *> pushes the oldest date out of a full window.
       01  SCENARIO-TABLE.
           05 SCN-COUNT PIC 9(4) COMP VALUE 0.
           05 SCN-ENTRY OCCURS 1001 TIMES.
              10 SCN-DATE PIC X(10).
              10 SCN-PNL COMP-2.
       01  WS-SCN-INDEX PIC S9(4) COMP.
       01  WS-SCN-MATCH PIC S9(4) COMP.
       01  WS-RET-INDEX PIC 9(4) COMP.
       01  WS-NEW-DATE PIC X(10).
       01  WS-SCAN-STOP PIC X(1).
       01  WS-AS-OF-DATE PIC X(10) VALUE SPACES.

      *> Work area for ranking one set of scenario P&L, worst first,
      *> with each value's scenario number carried alongside.
       01  WORK-PNL-TABLE.
           05 WRK-COUNT PIC 9(4) COMP VALUE 0.
           05 WRK-ENTRY OCCURS 1000 TIMES.
              10 WRK-PNL COMP-2.
              10 WRK-REF PIC 9(4) COMP.
       01  WS-SORT-I PIC 9(4) COMP.
       01  WS-SORT-J PIC S9(4) COMP.
       01  WS-HOLD-PNL COMP-2.
       01  WS-HOLD-REF PIC 9(4) COMP.

      *> VaR/ES for one confidence level over the ranked work area.
       01  WS-CALC-LEVEL PIC 9(2)V9(2).
       01  WS-CALC-K PIC 9(4) COMP.
       01  WS-CALC-VAR COMP-2.
       01  WS-CALC-ES COMP-2.
       01  WS-CALC-SUM COMP-2.

       01  WS-PORT-MV COMP-2 VALUE 0.
       01  WS-PORT-VAR-1 COMP-2 VALUE 0.
       01  WS-PORT-ES-1 COMP-2 VALUE 0.
       01  WS-PORT-VAR-2 COMP-2 VALUE 0.
       01  WS-PORT-ES-2 COMP-2 VALUE 0.
       01  WS-LIMIT-VAR COMP-2 VALUE 0.
       01  WS-LIMIT-BREACH PIC X(1) VALUE 'N'.
           88 LIMIT-IS-BREACHED VALUE 'Y'.

       01  WS-WORST-DAYS PIC 9(2) COMP VALUE 10.
       01  WS-WORST-INDEX PIC 9(4) COMP.
       01  WS-DAY-CCY-PNL COMP-2.

       01  RPT-TITLE-LINE.
           05 FILLER PIC X(55) VALUE
              'BTC HISTORICAL-SIMULATION VALUE AT RISK (1-DAY) AS OF '.
           05 RPT-TITLE-DATE PIC X(10).
       01  RPT-PARAMETER-LINE.
           05 FILLER PIC X(10) VALUE 'LOOKBACK: '.
           05 RPL-LOOKBACK PIC ZZZ9.
           05 FILLER PIC X(7) VALUE ' DAYS ('.
           05 RPL-SCENARIOS PIC ZZZ9.
           05 FILLER PIC X(29) VALUE
              ' PORTFOLIO SCENARIOS)  LIMIT:'.
           05 RPL-LIMIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 RPL-LIMIT-TEXT REDEFINES RPL-LIMIT PIC X(18).
       01  RPT-COLUMN-LINE.
           05 FILLER PIC X(4) VALUE 'CCY '.
           05 FILLER PIC X(18) VALUE '      MARKET VALUE'.
           05 FILLER PIC X(6) VALUE '  DAYS'.
           05 FILLER PIC X(10) VALUE '      VAR '.
           05 RCL-LEVEL-1A PIC Z9.99.
           05 FILLER PIC X(11) VALUE '%       ES '.
           05 RCL-LEVEL-1B PIC Z9.99.
           05 FILLER PIC X(11) VALUE '%      VAR '.
           05 RCL-LEVEL-2A PIC Z9.99.
           05 FILLER PIC X(11) VALUE '%       ES '.
           05 RCL-LEVEL-2B PIC Z9.99.
           05 FILLER PIC X(1) VALUE '%'.
       01  RPT-RISK-LINE.
           05 RRL-NAME PIC X(4).
           05 RRL-MARKET-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 RRL-DAYS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-VAR-1 PIC +ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-ES-1 PIC +ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-VAR-2 PIC +ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-ES-2 PIC +ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RRL-FLAG PIC X(12).
       01  RPT-LIMIT-LINE.
           05 FILLER PIC X(14) VALUE 'PORTFOLIO VAR '.
           05 RLL-LEVEL PIC Z9.99.
           05 FILLER PIC X(3) VALUE '%: '.
           05 RLL-VAR PIC +ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE '  LIMIT '.
           05 RLL-LIMIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RLL-VERDICT PIC X(24).
       01  RPT-WORST-DAY-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RWD-RANK PIC Z9.
           05 FILLER PIC X(2) VALUE '. '.
           05 RWD-DATE PIC X(10).
           05 FILLER PIC X(16) VALUE '  PORTFOLIO P&L '.
           05 RWD-PNL PIC +ZZZ,ZZZ,ZZ9.99.
       01  RPT-WORST-CCY-LINE.
           05 FILLER PIC X(22) VALUE SPACES.
           05 RWC-NAME PIC X(4).
           05 FILLER PIC X(6) VALUE SPACES.
           05 RWC-PNL PIC +ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE ' ( '.
           05 RWC-MOVE PIC +ZZ9.99.
           05 FILLER PIC X(9) VALUE '% MOVE)'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-START-TS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY '=== BTC HISTORICAL-SIMULATION VALUE AT RISK ==='.

            PERFORM GET-RUN-PARAMETERS.
            IF WS-PARAMETER-ERROR = 'Y'
               MOVE SPACES TO WS-MASTER-FILE-STATUS
               PERFORM EMPTY-VAR-RESULTS
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM LOAD-HOLDINGS.
            PERFORM VARYING WS-HOLDING-INDEX FROM 1 BY 1
               UNTIL WS-HOLDING-INDEX > HOLDING-COUNT
               PERFORM ADD-HOLDING-TO-RISK-TABLE
            END-PERFORM.

            OPEN INPUT BTC-PRICE-MASTER.
            IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-PRICE-MASTER.DAT - status '
                  WS-MASTER-FILE-STATUS
               DISPLAY 'Run BTC-PRICE-LOAD first to build the master.'
               PERFORM EMPTY-VAR-RESULTS
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM VARYING WS-RSK-INDEX FROM 1 BY 1
               UNTIL WS-RSK-INDEX > RSK-COUNT
               PERFORM LOAD-CURRENCY-RETURNS
            END-PERFORM.
            CLOSE BTC-PRICE-MASTER.

            PERFORM BUILD-SCENARIOS.
            IF SCN-COUNT = 0
               DISPLAY 'Nothing to measure - held currencies: '
                  RSK-COUNT ' scenario days: ' SCN-COUNT
               PERFORM EMPTY-VAR-RESULTS
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM VARYING WS-RSK-INDEX FROM 1 BY 1
               UNTIL WS-RSK-INDEX > RSK-COUNT
               PERFORM MEASURE-CURRENCY-RISK
            END-PERFORM.
            PERFORM MEASURE-PORTFOLIO-RISK.

            PERFORM WRITE-VAR-REPORT.
            PERFORM WRITE-VAR-RESULTS.

            DISPLAY 'PORTFOLIO MARKET VALUE: ' RRL-MARKET-VALUE
               ' SCENARIOS: ' SCN-COUNT.
            DISPLAY 'PORTFOLIO VAR ' RLL-LEVEL '%: ' RLL-VAR
               ' ' RLL-VERDICT.
            DISPLAY 'Report: BTC-VAR-REPORT.TXT'.

            PERFORM RECORD-RUN-HISTORY.

            IF LIMIT-IS-BREACHED OR WS-CCY-UNPRICED > 0
               OR WS-LOTS-DROPPED > 0
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.

            GOBACK.

       GET-RUN-PARAMETERS.
            DISPLAY 'Lookback in daily moves (blank = 250, max 1000):'.
            ACCEPT WS-THRESHOLD-TEXT FROM SYSIN.
            IF WS-THRESHOLD-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) = 0
                  AND FUNCTION NUMVAL(WS-THRESHOLD-TEXT) >= 2
                  AND FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
                     <= WS-MAX-LOOKBACK
                  COMPUTE WS-LOOKBACK =
                     FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
               ELSE
                  DISPLAY 'Lookback must be 2 to 1000 days - '
                     WS-THRESHOLD-TEXT
                  MOVE 'Y' TO WS-PARAMETER-ERROR
               END-IF
            END-IF.

            DISPLAY 'First confidence level percent (blank = 95):'.
            ACCEPT WS-THRESHOLD-TEXT FROM SYSIN.
            IF WS-THRESHOLD-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) = 0
                  AND FUNCTION NUMVAL(WS-THRESHOLD-TEXT) >= 50
                  AND FUNCTION NUMVAL(WS-THRESHOLD-TEXT) < 100
                  COMPUTE WS-LEVEL-1 =
                     FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
               ELSE
                  DISPLAY 'Confidence level must be 50 to 99.99 - '
                     WS-THRESHOLD-TEXT
                  MOVE 'Y' TO WS-PARAMETER-ERROR
               END-IF
            END-IF.

            DISPLAY 'Second confidence level percent (blank = 99):'.
            ACCEPT WS-THRESHOLD-TEXT FROM SYSIN.
            IF WS-THRESHOLD-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) = 0
                  AND FUNCTION NUMVAL(WS-THRESHOLD-TEXT) >= 50
                  AND FUNCTION NUMVAL(WS-THRESHOLD-TEXT) < 100
                  COMPUTE WS-LEVEL-2 =
                     FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
               ELSE
                  DISPLAY 'Confidence level must be 50 to 99.99 - '
                     WS-THRESHOLD-TEXT
                  MOVE 'Y' TO WS-PARAMETER-ERROR
               END-IF
            END-IF.

            DISPLAY 'Portfolio VaR limit in USD (blank = no limit):'.
            ACCEPT WS-THRESHOLD-TEXT FROM SYSIN.
            IF WS-THRESHOLD-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) = 0
                  AND FUNCTION NUMVAL(WS-THRESHOLD-TEXT) >= 0
                  COMPUTE WS-VAR-LIMIT =
                     FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
               ELSE
                  DISPLAY 'VaR limit must be a USD amount, 0 or more'
                     ' - ' WS-THRESHOLD-TEXT
                  MOVE 'Y' TO WS-PARAMETER-ERROR
               END-IF
            END-IF.

            IF WS-LEVEL-2 > WS-LEVEL-1
               MOVE WS-LEVEL-2 TO WS-LIMIT-LEVEL
            ELSE
               MOVE WS-LEVEL-1 TO WS-LIMIT-LEVEL
            END-IF.

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

      *> The lots of one currency are summed into one position - the
      *> risk is on the coin, not on the lot.
       ADD-HOLDING-TO-RISK-TABLE.
            MOVE 0 TO WS-RSK-MATCH.
            PERFORM VARYING WS-RSK-INDEX FROM 1 BY 1
               UNTIL WS-RSK-INDEX > RSK-COUNT
               OR WS-RSK-MATCH > 0
               IF RSK-NAME(WS-RSK-INDEX) = HLD-NAME(WS-HOLDING-INDEX)
                  MOVE WS-RSK-INDEX TO WS-RSK-MATCH
               END-IF
            END-PERFORM.
            IF WS-RSK-MATCH = 0
               IF RSK-COUNT < WS-CCY-LIMIT
                  ADD 1 TO RSK-COUNT
                  MOVE RSK-COUNT TO WS-RSK-MATCH
                  MOVE HLD-NAME(WS-HOLDING-INDEX)
                     TO RSK-NAME(WS-RSK-MATCH)
                  MOVE 0 TO RSK-QUANTITY(WS-RSK-MATCH)
                  MOVE 0 TO RSK-CLOSE(WS-RSK-MATCH)
                  MOVE SPACES TO RSK-AS-OF(WS-RSK-MATCH)
                  MOVE 0 TO RSK-MV(WS-RSK-MATCH)
                  MOVE 'N' TO RSK-PRICED(WS-RSK-MATCH)
                  MOVE 0 TO RSK-RET-COUNT(WS-RSK-MATCH)
                  MOVE 0 TO RSK-DAYS-IN-WINDOW(WS-RSK-MATCH)
                  MOVE 0 TO RSK-VAR-1(WS-RSK-MATCH)
                  MOVE 0 TO RSK-ES-1(WS-RSK-MATCH)
                  MOVE 0 TO RSK-VAR-2(WS-RSK-MATCH)
                  MOVE 0 TO RSK-ES-2(WS-RSK-MATCH)
               ELSE
                  ADD 1 TO WS-LOTS-DROPPED
                  DISPLAY 'Position past the 20-currency table left '
                     'out of the measure: ' HLD-NAME(WS-HOLDING-INDEX)
               END-IF
            END-IF.
            IF WS-RSK-MATCH > 0
               ADD HLD-QUANTITY(WS-HOLDING-INDEX)
                  TO RSK-QUANTITY(WS-RSK-MATCH)
            END-IF.

      *> Walk the currency's whole series keeping only the last N+1
      *> rows, then unroll the ring oldest first into the returns.
       LOAD-CURRENCY-RETURNS.
            COMPUTE WS-SERIES-SIZE = WS-LOOKBACK + 1.
            MOVE 0 TO WS-SERIES-ROWS.
            MOVE 'N' TO WS-EOF.
            MOVE RSK-NAME(WS-RSK-INDEX) TO PM-NAME.
            MOVE '0000-00-00' TO PM-DATE.
            START BTC-PRICE-MASTER KEY NOT LESS THAN PM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
               READ BTC-PRICE-MASTER
                       AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   IF PM-NAME NOT = RSK-NAME(WS-RSK-INDEX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      ADD 1 TO WS-SERIES-ROWS
                      COMPUTE WS-SERIES-SLOT = FUNCTION MOD(
                         WS-SERIES-ROWS - 1, WS-SERIES-SIZE) + 1
                      MOVE PM-DATE TO SER-DATE(WS-SERIES-SLOT)
                      MOVE PM-CLOSE-PRICE TO SER-CLOSE(WS-SERIES-SLOT)
                   END-IF
               END-READ
            END-PERFORM.

            IF WS-SERIES-ROWS = 0
               ADD 1 TO WS-CCY-UNPRICED
               DISPLAY 'No price on the master for held currency '
                  RSK-NAME(WS-RSK-INDEX) ' - left out of the measure'
            ELSE
               MOVE 'Y' TO RSK-PRICED(WS-RSK-INDEX)
               MOVE SER-DATE(WS-SERIES-SLOT)
                  TO RSK-AS-OF(WS-RSK-INDEX)
               MOVE SER-CLOSE(WS-SERIES-SLOT)
                  TO RSK-CLOSE(WS-RSK-INDEX)
               COMPUTE RSK-MV(WS-RSK-INDEX) =
                  RSK-QUANTITY(WS-RSK-INDEX) * RSK-CLOSE(WS-RSK-INDEX)
               IF RSK-AS-OF(WS-RSK-INDEX) > WS-AS-OF-DATE
                  MOVE RSK-AS-OF(WS-RSK-INDEX) TO WS-AS-OF-DATE
               END-IF
               IF WS-SERIES-ROWS > WS-SERIES-SIZE
                  MOVE WS-SERIES-SIZE TO WS-SERIES-KEPT
                  COMPUTE WS-SERIES-START = FUNCTION MOD(
                     WS-SERIES-ROWS, WS-SERIES-SIZE) + 1
               ELSE
                  MOVE WS-SERIES-ROWS TO WS-SERIES-KEPT
                  MOVE 1 TO WS-SERIES-START
               END-IF
               MOVE WS-SERIES-START TO WS-PREV-SLOT
               PERFORM VARYING WS-STEP FROM 1 BY 1
                  UNTIL WS-STEP >= WS-SERIES-KEPT
                  COMPUTE WS-SERIES-SLOT = FUNCTION MOD(
                     WS-SERIES-START - 1 + WS-STEP, WS-SERIES-SIZE)
                     + 1
                  PERFORM STORE-ONE-RETURN
                  MOVE WS-SERIES-SLOT TO WS-PREV-SLOT
               END-PERFORM
            END-IF.

      *> A prior close of zero gives no usable move; that day is
      *> simply not a scenario for this currency.
       STORE-ONE-RETURN.
            IF SER-CLOSE(WS-PREV-SLOT) > 0
               ADD 1 TO RSK-RET-COUNT(WS-RSK-INDEX)
               MOVE RSK-RET-COUNT(WS-RSK-INDEX) TO WS-RET-INDEX
               MOVE SER-DATE(WS-SERIES-SLOT)
                  TO RSK-RET-DATE(WS-RSK-INDEX, WS-RET-INDEX)
               COMPUTE RSK-RET-PCT(WS-RSK-INDEX, WS-RET-INDEX) =
                  SER-CLOSE(WS-SERIES-SLOT) / SER-CLOSE(WS-PREV-SLOT)
                  - 1
            END-IF.

      *> First the scenario dates - the latest N return dates across
      *> all the currencies - then each currency's P&L on each.
       BUILD-SCENARIOS.
            PERFORM VARYING WS-RSK-INDEX FROM 1 BY 1
               UNTIL WS-RSK-INDEX > RSK-COUNT
               PERFORM VARYING WS-RET-INDEX FROM 1 BY 1
                  UNTIL WS-RET-INDEX > RSK-RET-COUNT(WS-RSK-INDEX)
                  MOVE RSK-RET-DATE(WS-RSK-INDEX, WS-RET-INDEX)
                     TO WS-NEW-DATE
                  PERFORM INSERT-SCENARIO-DATE
               END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-SCN-INDEX FROM 1 BY 1
               UNTIL WS-SCN-INDEX > SCN-COUNT
               MOVE 0 TO SCN-PNL(WS-SCN-INDEX)
            END-PERFORM.
            PERFORM VARYING WS-RSK-INDEX FROM 1 BY 1
               UNTIL WS-RSK-INDEX > RSK-COUNT
               PERFORM VARYING WS-RET-INDEX FROM 1 BY 1
                  UNTIL WS-RET-INDEX > RSK-RET-COUNT(WS-RSK-INDEX)
                  MOVE RSK-RET-DATE(WS-RSK-INDEX, WS-RET-INDEX)
                     TO WS-NEW-DATE
                  PERFORM FIND-SCENARIO-DATE
                  IF WS-SCN-MATCH > 0
                     COMPUTE SCN-PNL(WS-SCN-MATCH) =
                        SCN-PNL(WS-SCN-MATCH) + RSK-MV(WS-RSK-INDEX)
                        * RSK-RET-PCT(WS-RSK-INDEX, WS-RET-INDEX)
                  END-IF
               END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-RSK-INDEX FROM 1 BY 1
               UNTIL WS-RSK-INDEX > RSK-COUNT
               ADD RSK-MV(WS-RSK-INDEX) TO WS-PORT-MV
            END-PERFORM.

      *> Dates arrive mostly ascending, so the slot is found from the
      *> top of the table down. Once the table holds N dates a date
      *> older than all of them is outside the window; a newer one
      *> pushes the oldest out.
       INSERT-SCENARIO-DATE.
            IF SCN-COUNT >= WS-LOOKBACK
               AND WS-NEW-DATE < SCN-DATE(1)
               CONTINUE
            ELSE
               MOVE SCN-COUNT TO WS-SCN-INDEX
               MOVE 'N' TO WS-SCAN-STOP
               PERFORM UNTIL WS-SCN-INDEX < 1 OR WS-SCAN-STOP = 'Y'
                  IF SCN-DATE(WS-SCN-INDEX) <= WS-NEW-DATE
                     MOVE 'Y' TO WS-SCAN-STOP
                  ELSE
                     SUBTRACT 1 FROM WS-SCN-INDEX
                  END-IF
               END-PERFORM
               IF WS-SCN-INDEX > 0
                  IF SCN-DATE(WS-SCN-INDEX) = WS-NEW-DATE
                     MOVE 'D' TO WS-SCAN-STOP
                  END-IF
               END-IF
               IF WS-SCAN-STOP NOT = 'D'
                  PERFORM VARYING WS-SCN-MATCH FROM SCN-COUNT BY -1
                     UNTIL WS-SCN-MATCH <= WS-SCN-INDEX
                     MOVE SCN-ENTRY(WS-SCN-MATCH)
                        TO SCN-ENTRY(WS-SCN-MATCH + 1)
                  END-PERFORM
                  ADD 1 TO SCN-COUNT
                  MOVE WS-NEW-DATE TO SCN-DATE(WS-SCN-INDEX + 1)
                  IF SCN-COUNT > WS-LOOKBACK
                     PERFORM VARYING WS-SCN-MATCH FROM 1 BY 1
                        UNTIL WS-SCN-MATCH >= SCN-COUNT
                        MOVE SCN-ENTRY(WS-SCN-MATCH + 1)
                           TO SCN-ENTRY(WS-SCN-MATCH)
                     END-PERFORM
                     SUBTRACT 1 FROM SCN-COUNT
                  END-IF
               END-IF
            END-IF.

       FIND-SCENARIO-DATE.
            MOVE 0 TO WS-SCN-MATCH.
            MOVE 'N' TO WS-SCAN-STOP.
            PERFORM VARYING WS-SCN-INDEX FROM SCN-COUNT BY -1
               UNTIL WS-SCN-INDEX < 1 OR WS-SCAN-STOP = 'Y'
               IF SCN-DATE(WS-SCN-INDEX) <= WS-NEW-DATE
                  MOVE 'Y' TO WS-SCAN-STOP
                  IF SCN-DATE(WS-SCN-INDEX) = WS-NEW-DATE
                     MOVE WS-SCN-INDEX TO WS-SCN-MATCH
                  END-IF
               END-IF
            END-PERFORM.

      *> A currency is measured over its own returns inside the
      *> portfolio's scenario window.
       MEASURE-CURRENCY-RISK.
            MOVE 0 TO WRK-COUNT.
            PERFORM VARYING WS-RET-INDEX FROM 1 BY 1
               UNTIL WS-RET-INDEX > RSK-RET-COUNT(WS-RSK-INDEX)
               IF RSK-RET-DATE(WS-RSK-INDEX, WS-RET-INDEX)
                  >= SCN-DATE(1)
                  ADD 1 TO WRK-COUNT
                  COMPUTE WRK-PNL(WRK-COUNT) = RSK-MV(WS-RSK-INDEX)
                     * RSK-RET-PCT(WS-RSK-INDEX, WS-RET-INDEX)
                  MOVE WS-RET-INDEX TO WRK-REF(WRK-COUNT)
               END-IF
            END-PERFORM.
            MOVE WRK-COUNT TO RSK-DAYS-IN-WINDOW(WS-RSK-INDEX).
            IF WRK-COUNT > 0
               PERFORM RANK-WORK-PNL
               MOVE WS-LEVEL-1 TO WS-CALC-LEVEL
               PERFORM CALC-VAR-AND-ES
               MOVE WS-CALC-VAR TO RSK-VAR-1(WS-RSK-INDEX)
               MOVE WS-CALC-ES TO RSK-ES-1(WS-RSK-INDEX)
               MOVE WS-LEVEL-2 TO WS-CALC-LEVEL
               PERFORM CALC-VAR-AND-ES
               MOVE WS-CALC-VAR TO RSK-VAR-2(WS-RSK-INDEX)
               MOVE WS-CALC-ES TO RSK-ES-2(WS-RSK-INDEX)
            END-IF.

       MEASURE-PORTFOLIO-RISK.
            MOVE 0 TO WRK-COUNT.
            PERFORM VARYING WS-SCN-INDEX FROM 1 BY 1
               UNTIL WS-SCN-INDEX > SCN-COUNT
               ADD 1 TO WRK-COUNT
               MOVE SCN-PNL(WS-SCN-INDEX) TO WRK-PNL(WRK-COUNT)
               MOVE WS-SCN-INDEX TO WRK-REF(WRK-COUNT)
            END-PERFORM.
            PERFORM RANK-WORK-PNL.
            MOVE WS-LEVEL-1 TO WS-CALC-LEVEL.
            PERFORM CALC-VAR-AND-ES.
            MOVE WS-CALC-VAR TO WS-PORT-VAR-1.
            MOVE WS-CALC-ES TO WS-PORT-ES-1.
            MOVE WS-LEVEL-2 TO WS-CALC-LEVEL.
            PERFORM CALC-VAR-AND-ES.
            MOVE WS-CALC-VAR TO WS-PORT-VAR-2.
            MOVE WS-CALC-ES TO WS-PORT-ES-2.
            IF WS-LIMIT-LEVEL = WS-LEVEL-2
               MOVE WS-PORT-VAR-2 TO WS-LIMIT-VAR
            ELSE
               MOVE WS-PORT-VAR-1 TO WS-LIMIT-VAR
            END-IF.
            IF WS-VAR-LIMIT > 0 AND WS-LIMIT-VAR > WS-VAR-LIMIT
               SET LIMIT-IS-BREACHED TO TRUE
            END-IF.

      *> Straight insertion sort, worst (most negative) P&L first;
      *> a few hundred scenarios does not call for more.
       RANK-WORK-PNL.
            PERFORM VARYING WS-SORT-I FROM 2 BY 1
               UNTIL WS-SORT-I > WRK-COUNT
               MOVE WRK-PNL(WS-SORT-I) TO WS-HOLD-PNL
               MOVE WRK-REF(WS-SORT-I) TO WS-HOLD-REF
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               MOVE 'N' TO WS-SCAN-STOP
               PERFORM UNTIL WS-SORT-J < 1 OR WS-SCAN-STOP = 'Y'
                  IF WRK-PNL(WS-SORT-J) <= WS-HOLD-PNL
                     MOVE 'Y' TO WS-SCAN-STOP
                  ELSE
                     MOVE WRK-ENTRY(WS-SORT-J)
                        TO WRK-ENTRY(WS-SORT-J + 1)
                     SUBTRACT 1 FROM WS-SORT-J
                  END-IF
               END-PERFORM
               MOVE WS-HOLD-PNL TO WRK-PNL(WS-SORT-J + 1)
               MOVE WS-HOLD-REF TO WRK-REF(WS-SORT-J + 1)
            END-PERFORM.

      *> The VaR day is the k-th worst of n, k = (1 - level) * n
      *> rounded down plus one: at 99% over 250 days the 3rd worst.
      *> VaR and ES are stated as losses, so a gain shows negative.
       CALC-VAR-AND-ES.
            COMPUTE WS-CALC-K = FUNCTION INTEGER(
               (100 - WS-CALC-LEVEL) / 100 * WRK-COUNT) + 1.
            IF WS-CALC-K > WRK-COUNT
               MOVE WRK-COUNT TO WS-CALC-K
            END-IF.
            COMPUTE WS-CALC-VAR = 0 - WRK-PNL(WS-CALC-K).
            MOVE 0 TO WS-CALC-SUM.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-CALC-K
               ADD WRK-PNL(WS-SORT-I) TO WS-CALC-SUM
            END-PERFORM.
            COMPUTE WS-CALC-ES = 0 - WS-CALC-SUM / WS-CALC-K.

       WRITE-VAR-REPORT.
            OPEN OUTPUT VAR-REPORT.
            MOVE WS-AS-OF-DATE TO RPT-TITLE-DATE.
            MOVE RPT-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-LOOKBACK TO RPL-LOOKBACK.
            MOVE SCN-COUNT TO RPL-SCENARIOS.
            IF WS-VAR-LIMIT > 0
               MOVE WS-VAR-LIMIT TO RPL-LIMIT
            ELSE
               MOVE '              NONE' TO RPL-LIMIT-TEXT
            END-IF.
            MOVE RPT-PARAMETER-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-LEVEL-1 TO RCL-LEVEL-1A, RCL-LEVEL-1B.
            MOVE WS-LEVEL-2 TO RCL-LEVEL-2A, RCL-LEVEL-2B.
            MOVE RPT-COLUMN-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

            PERFORM VARYING WS-RSK-INDEX FROM 1 BY 1
               UNTIL WS-RSK-INDEX > RSK-COUNT
               PERFORM WRITE-CURRENCY-RISK-LINE
            END-PERFORM.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'ALL ' TO RRL-NAME.
            COMPUTE RRL-MARKET-VALUE ROUNDED = WS-PORT-MV.
            MOVE SCN-COUNT TO RRL-DAYS.
            COMPUTE RRL-VAR-1 ROUNDED = WS-PORT-VAR-1.
            COMPUTE RRL-ES-1 ROUNDED = WS-PORT-ES-1.
            COMPUTE RRL-VAR-2 ROUNDED = WS-PORT-VAR-2.
            COMPUTE RRL-ES-2 ROUNDED = WS-PORT-ES-2.
            MOVE SPACES TO RRL-FLAG.
            MOVE RPT-RISK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-LIMIT-LEVEL TO RLL-LEVEL.
            COMPUTE RLL-VAR ROUNDED = WS-LIMIT-VAR.
            MOVE WS-VAR-LIMIT TO RLL-LIMIT.
            EVALUATE TRUE
               WHEN WS-VAR-LIMIT = 0
                  MOVE '(NO LIMIT SET)' TO RLL-VERDICT
               WHEN LIMIT-IS-BREACHED
                  MOVE '<<< LIMIT BREACHED' TO RLL-VERDICT
               WHEN OTHER
                  MOVE 'WITHIN LIMIT' TO RLL-VERDICT
            END-EVALUATE.
            MOVE RPT-LIMIT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-CCY-UNPRICED > 0 OR WS-LOTS-DROPPED > 0
               MOVE '*** INCOMPLETE: HELD POSITIONS WITHOUT A PRICE '
                  TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '*** OR PAST THE 20-CURRENCY TABLE ARE NOT IN '
                  TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '*** THE MEASURE - THE VAR UNDERSTATES THE BOOK'
                  TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.

            PERFORM WRITE-WORST-DAYS.
            CLOSE VAR-REPORT.

       WRITE-CURRENCY-RISK-LINE.
            MOVE RSK-NAME(WS-RSK-INDEX) TO RRL-NAME.
            COMPUTE RRL-MARKET-VALUE ROUNDED = RSK-MV(WS-RSK-INDEX).
            MOVE RSK-DAYS-IN-WINDOW(WS-RSK-INDEX) TO RRL-DAYS.
            COMPUTE RRL-VAR-1 ROUNDED = RSK-VAR-1(WS-RSK-INDEX).
            COMPUTE RRL-ES-1 ROUNDED = RSK-ES-1(WS-RSK-INDEX).
            COMPUTE RRL-VAR-2 ROUNDED = RSK-VAR-2(WS-RSK-INDEX).
            COMPUTE RRL-ES-2 ROUNDED = RSK-ES-2(WS-RSK-INDEX).
            IF RSK-PRICED(WS-RSK-INDEX) = 'N'
               MOVE 'NO PRICE' TO RRL-FLAG
            ELSE
               MOVE SPACES TO RRL-FLAG
            END-IF.
            MOVE RPT-RISK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> The work area still holds the portfolio ranking, worst
      *> first; each day is broken down by the currencies' moves.
       WRITE-WORST-DAYS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'WORST HISTORICAL DAYS FOR THE CURRENT BOOK:'
               TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-WORST-INDEX FROM 1 BY 1
               UNTIL WS-WORST-INDEX > WS-WORST-DAYS
               OR WS-WORST-INDEX > WRK-COUNT
               MOVE WS-WORST-INDEX TO RWD-RANK
               MOVE SCN-DATE(WRK-REF(WS-WORST-INDEX)) TO RWD-DATE
               COMPUTE RWD-PNL ROUNDED = WRK-PNL(WS-WORST-INDEX)
               MOVE RPT-WORST-DAY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RWD-DATE TO WS-NEW-DATE
               PERFORM VARYING WS-RSK-INDEX FROM 1 BY 1
                  UNTIL WS-RSK-INDEX > RSK-COUNT
                  PERFORM WRITE-WORST-DAY-CURRENCY
               END-PERFORM
            END-PERFORM.

       WRITE-WORST-DAY-CURRENCY.
            MOVE 0 TO WS-SCN-MATCH.
            PERFORM VARYING WS-RET-INDEX FROM 1 BY 1
               UNTIL WS-RET-INDEX > RSK-RET-COUNT(WS-RSK-INDEX)
               OR WS-SCN-MATCH > 0
               IF RSK-RET-DATE(WS-RSK-INDEX, WS-RET-INDEX)
                  = WS-NEW-DATE
                  MOVE WS-RET-INDEX TO WS-SCN-MATCH
               END-IF
            END-PERFORM.
            IF WS-SCN-MATCH > 0
               MOVE WS-SCN-MATCH TO WS-RET-INDEX
               MOVE RSK-NAME(WS-RSK-INDEX) TO RWC-NAME
               COMPUTE WS-DAY-CCY-PNL = RSK-MV(WS-RSK-INDEX)
                  * RSK-RET-PCT(WS-RSK-INDEX, WS-RET-INDEX)
               COMPUTE RWC-PNL ROUNDED = WS-DAY-CCY-PNL
               COMPUTE RWC-MOVE ROUNDED =
                  RSK-RET-PCT(WS-RSK-INDEX, WS-RET-INDEX) * 100
               MOVE RPT-WORST-CCY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.

       WRITE-VAR-RESULTS.
            OPEN OUTPUT VAR-RESULT-FILE.
            PERFORM VARYING WS-RSK-INDEX FROM 1 BY 1
               UNTIL WS-RSK-INDEX > RSK-COUNT
               MOVE WS-RUN-DATE TO VAR-RUN-DATE
               MOVE RSK-AS-OF(WS-RSK-INDEX) TO VAR-AS-OF-DATE
               MOVE RSK-NAME(WS-RSK-INDEX) TO VAR-NAME
               MOVE WS-LOOKBACK TO VAR-LOOKBACK
               MOVE RSK-DAYS-IN-WINDOW(WS-RSK-INDEX)
                  TO VAR-SCENARIOS
               COMPUTE VAR-MARKET-VALUE ROUNDED = RSK-MV(WS-RSK-INDEX)
               MOVE WS-LEVEL-1 TO VAR-LEVEL-1
               COMPUTE VAR-VAR-1 ROUNDED = RSK-VAR-1(WS-RSK-INDEX)
               COMPUTE VAR-ES-1 ROUNDED = RSK-ES-1(WS-RSK-INDEX)
               MOVE WS-LEVEL-2 TO VAR-LEVEL-2
               COMPUTE VAR-VAR-2 ROUNDED = RSK-VAR-2(WS-RSK-INDEX)
               COMPUTE VAR-ES-2 ROUNDED = RSK-ES-2(WS-RSK-INDEX)
               MOVE 0 TO VAR-LIMIT
               MOVE 'N' TO VAR-LIMIT-BREACH
               WRITE VAR-RESULT-RECORD
            END-PERFORM.
            MOVE WS-RUN-DATE TO VAR-RUN-DATE.
            MOVE WS-AS-OF-DATE TO VAR-AS-OF-DATE.
            MOVE '*ALL' TO VAR-NAME.
            MOVE WS-LOOKBACK TO VAR-LOOKBACK.
            MOVE SCN-COUNT TO VAR-SCENARIOS.
            COMPUTE VAR-MARKET-VALUE ROUNDED = WS-PORT-MV.
            MOVE WS-LEVEL-1 TO VAR-LEVEL-1.
            COMPUTE VAR-VAR-1 ROUNDED = WS-PORT-VAR-1.
            COMPUTE VAR-ES-1 ROUNDED = WS-PORT-ES-1.
            MOVE WS-LEVEL-2 TO VAR-LEVEL-2.
            COMPUTE VAR-VAR-2 ROUNDED = WS-PORT-VAR-2.
            COMPUTE VAR-ES-2 ROUNDED = WS-PORT-ES-2.
            MOVE WS-VAR-LIMIT TO VAR-LIMIT.
            MOVE WS-LIMIT-BREACH TO VAR-LIMIT-BREACH.
            WRITE VAR-RESULT-RECORD.
            CLOSE VAR-RESULT-FILE.

      *> A run that measured nothing leaves no figures behind - an
      *> older run's would read as tonight's on the morning report.
       EMPTY-VAR-RESULTS.
            OPEN OUTPUT VAR-RESULT-FILE.
            IF WS-RESULT-FILE-STATUS = '00'
               CLOSE VAR-RESULT-FILE
            ELSE
               DISPLAY 'Cannot clear BTC-VAR-RESULT.DAT - status '
                  WS-RESULT-FILE-STATUS
            END-IF.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-VALUE-AT-RISK' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
            MOVE 'BTC-HOLDINGS.CSV' TO RUNH-INPUT-FILE.
            MOVE SPACES TO RUNH-PARAMETERS.
            MOVE WS-LOOKBACK TO RPL-LOOKBACK.
            MOVE WS-LEVEL-1 TO RCL-LEVEL-1A.
            MOVE WS-LEVEL-2 TO RCL-LEVEL-2A.
            STRING 'LOOKBACK ' DELIMITED BY SIZE,
               RPL-LOOKBACK DELIMITED BY SIZE,
               ' LEVELS ' DELIMITED BY SIZE,
               RCL-LEVEL-1A DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               RCL-LEVEL-2A DELIMITED BY SIZE
               INTO RUNH-PARAMETERS.
            MOVE HOLDING-COUNT TO RUNH-ROWS-READ.
            MOVE SCN-COUNT TO RUNH-ROWS-GOOD.
            COMPUTE RUNH-ROWS-REJECTED =
               WS-CCY-UNPRICED + WS-LOTS-DROPPED.
            MOVE 0 TO RUNH-ROWS-SKIPPED.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN WS-PARAMETER-ERROR = 'Y'
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN WS-MASTER-FILE-STATUS NOT = '00'
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN SCN-COUNT = 0
                  MOVE 'EMPTY' TO RUNH-OUTCOME
               WHEN LIMIT-IS-BREACHED
                  OR WS-CCY-UNPRICED > 0
                  OR WS-LOTS-DROPPED > 0
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
            END-EVALUATE.
            CALL 'BTC-RUN-LOGGER' USING RUN-HISTORY-RECORD
               ON EXCEPTION
                  DISPLAY 'Run not recorded - BTC-RUN-LOGGER '
                     'module is not on COB_LIBRARY_PATH'
            END-CALL.

       END PROGRAM BTC-VALUE-AT-RISK.
