      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20260921
      * Purpose: Record layout for BTC-POST-CLOSE-ADJ.TXT, the list of
      * price changes held back because they fall in a month
      * BTC-PERIOD-CLOSE has closed. A late or corrected row for a
      * closed month would silently move numbers already reported,
      * so the writers append it here instead of touching
      * BTC-PRICE-MASTER.DAT: the closed period, the program that
      * held it, when, the close the master carries for that
      * currency/date today (ADJ-ON-MASTER = 'N' when the day is new
      * to the master) and the full CSV row in BTCDATAO layout. The
      * controller approves or drops each one through
      * BTC-PERIOD-CLOSE. Shared by BTC-PRICE-LOAD and
      * BTC-SUSPENSE-RELEASE (writers) and BTC-PERIOD-CLOSE (reader).
      ******************************************************************
       01  POST-CLOSE-ADJ-RECORD.
           05 ADJ-PERIOD PIC X(7).
           05 ADJ-SOURCE PIC X(20).
           05 ADJ-HELD-TS PIC X(14).
           05 ADJ-ON-MASTER PIC X(1).
           05 ADJ-MASTER-CLOSE PIC 9(10).9(4).
           05 ADJ-RAW-ROW PIC X(200).
