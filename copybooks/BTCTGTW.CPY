      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261012
      * Purpose: In-memory table of the portfolio committee's target
      * allocation read from the operator-maintained
      * BTC-TARGET-WEIGHTS.CSV (one line per currency:
      * currency;target-percent;band-percent, e.g. BTC;60;5 - the
      * currency held at 60% of the book, left alone between 55%
      * and 65%), plus the staging fields for the UNSTRING. A blank
      * band takes the committee's usual 5 points. A USD line is the
      * target for the settlement cash; without one the cash is
      * meant to hold whatever the other lines leave of 100%. Used
      * by BTC-REBALANCE.
      ******************************************************************
       01  TARGET-TABLE.
           05 TGT-COUNT PIC 9(2) COMP VALUE 0.
           05 TGT-ENTRY OCCURS 50 TIMES.
              10 TGT-NAME PIC X(4).
              10 TGT-WEIGHT PIC 9(3)V9(2).
              10 TGT-BAND PIC 9(3)V9(2).
       01  TARGET-ROW-FIELDS.
           05 TGT-ROW-NAME PIC X(4).
           05 TGT-ROW-WEIGHT-TEXT PIC X(10).
           05 TGT-ROW-BAND-TEXT PIC X(10).
