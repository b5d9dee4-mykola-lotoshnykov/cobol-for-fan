      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261001
      * Purpose: Record layout for BTC-VAR-RESULT.DAT, the latest
      * historical-simulation value-at-risk figures, rewritten by
      * every BTC-VALUE-AT-RISK run: one record per held currency
      * plus one portfolio record (VAR-NAME '*ALL') carrying the
      * operator's limit and whether the run breached it. VaR and
      * expected shortfall are 1-day losses in USD, positive for a
      * loss, at the run's two confidence levels (percent).
      * BTC-MORNING-REPORT reads the portfolio record for the
      * exceptions page.
      ******************************************************************
       01  VAR-RESULT-RECORD.
           05 VAR-RUN-DATE PIC X(8).
           05 VAR-AS-OF-DATE PIC X(10).
           05 VAR-NAME PIC X(4).
              88 VAR-IS-PORTFOLIO VALUE '*ALL'.
           05 VAR-LOOKBACK PIC 9(4).
           05 VAR-SCENARIOS PIC 9(4).
           05 VAR-MARKET-VALUE PIC S9(13)V9(2).
           05 VAR-LEVEL-1 PIC 9(2)V9(2).
           05 VAR-VAR-1 PIC S9(13)V9(2).
           05 VAR-ES-1 PIC S9(13)V9(2).
           05 VAR-LEVEL-2 PIC 9(2)V9(2).
           05 VAR-VAR-2 PIC S9(13)V9(2).
           05 VAR-ES-2 PIC S9(13)V9(2).
           05 VAR-LIMIT PIC 9(13)V9(2).
           05 VAR-LIMIT-BREACH PIC X(1).
              88 VAR-LIMIT-BREACHED VALUE 'Y'.
