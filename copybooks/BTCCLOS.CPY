      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20260921
      * Purpose: Record layout for BTC-CLOSED-PERIODS.DAT, the
      * permanent record of month-end closes. Never rewritten, only
      * appended to: a close first writes the frozen snapshot - one
      * 'C' record per currency with the month's closing
      * PM-CLOSE-PRICE off the master, one 'V' record per currency
      * with the month-end BTC-VALUATION-HISTORY.DAT marks - then the
      * 'P' CLOSED event that makes it binding. A reopen appends a
      * 'P' REOPENED event with the reason given; an approved
      * post-close adjustment appends an 'A' record. Every record of
      * one action carries that action's timestamp, so a month closed
      * again after a reopen is read off its latest CLOSED event's
      * snapshot and the earlier one stays on file for audit. The
      * latest 'P' event of a month decides whether it is closed.
      * Shared by BTC-PERIOD-CLOSE (writer) and BTC-GL-JOURNAL and
      * BTC-PERIOD-CHECK (readers, via the BTCPERD table).
      * BTC-PRICE-LOAD, BTC-SUSPENSE-RELEASE, BTC-PORTFOLIO-VALUE and
      * BTC-CURRENCY-MAINT only need open-or-closed and ask
      * BTC-PERIOD-CHECK (BTCPRDC).
      *
      * Modification History:
      * 20261015 ML - Reader list brought up to date: BTC-GL-JOURNAL,
      *               and the BTC-PERIOD-CHECK module through which
      *               BTC-CURRENCY-MAINT reads the month statuses.
      *               The price load, suspense release and portfolio
      *               valuation now read through the module too.
      ******************************************************************
       01  CLOSED-PERIOD-RECORD.
           05 CLP-RECORD-TYPE PIC X(1).
              88 CLP-IS-PERIOD-EVENT VALUE 'P'.
              88 CLP-IS-CLOSE-PRICE VALUE 'C'.
              88 CLP-IS-VALUATION VALUE 'V'.
              88 CLP-IS-ADJUSTMENT VALUE 'A'.
      *> YYYY-MM
           05 CLP-PERIOD PIC X(7).
           05 CLP-ACTION-TS PIC X(14).
           05 CLP-DETAIL PIC X(100).
           05 CLP-EVENT-DETAIL REDEFINES CLP-DETAIL.
              10 CLP-EVENT PIC X(8).
                 88 CLP-EVENT-CLOSED VALUE 'CLOSED'.
                 88 CLP-EVENT-REOPENED VALUE 'REOPENED'.
              10 CLP-EVENT-REASON PIC X(60).
              10 FILLER PIC X(32).
           05 CLP-PRICE-DETAIL REDEFINES CLP-DETAIL.
              10 CLP-PRICE-NAME PIC X(4).
              10 CLP-PRICE-DATE PIC X(10).
              10 CLP-CLOSE-PRICE PIC 9(10)V9(4).
              10 FILLER PIC X(72).
      *> Field for field the BTCVALH record it was frozen from.
           05 CLP-VALUATION-DETAIL REDEFINES CLP-DETAIL.
              10 CLP-VAL-DATE PIC X(10).
              10 CLP-VAL-NAME PIC X(4).
              10 CLP-VAL-QUANTITY PIC 9(7)V9(6).
              10 CLP-VAL-CLOSE PIC 9(10)V9(4).
              10 CLP-VAL-MARKET-VALUE PIC S9(13)V9(2).
              10 CLP-VAL-UNREAL-GL PIC S9(13)V9(2).
              10 CLP-VAL-LINE-TYPE PIC X(1).
                 88 CLP-VAL-IS-CASH VALUE 'C'.
              10 FILLER PIC X(28).
           05 CLP-ADJUSTMENT-DETAIL REDEFINES CLP-DETAIL.
              10 CLP-ADJ-NAME PIC X(4).
              10 CLP-ADJ-DATE PIC X(10).
              10 CLP-ADJ-OLD-CLOSE PIC 9(10)V9(4).
              10 CLP-ADJ-NEW-CLOSE PIC 9(10)V9(4).
              10 CLP-ADJ-SOURCE PIC X(20).
              10 FILLER PIC X(38).
