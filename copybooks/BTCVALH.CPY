      * a corrected rerun then supersedes the earlier marks. Shared by
      * BTC-PORTFOLIO-VALUE (writer) and BTC-VALUATION-REPORT
      * (reader).
      * Since 20261007 the run also writes one cash line per fiat
      * account (VALH-LINE-TYPE 'C'): VALH-NAME is the fiat
      * currency, quantity and unrealized G/L are zero, VALH-CLOSE
      * is the USD/currency rate used and VALH-MARKET-VALUE the
      * balance in USD. Records written before then end in a space
      * and are positions.
      ******************************************************************
       01  VALUATION-HISTORY-RECORD.
           05 VALH-DATE PIC X(10).
           05 VALH-CLOSE PIC 9(10)V9(4).
           05 VALH-MARKET-VALUE PIC S9(13)V9(2).
           05 VALH-UNREAL-GL PIC S9(13)V9(2).
           05 VALH-LINE-TYPE PIC X(1).
              88 VALH-IS-POSITION VALUE 'P' SPACE.
              88 VALH-IS-CASH VALUE 'C'.
