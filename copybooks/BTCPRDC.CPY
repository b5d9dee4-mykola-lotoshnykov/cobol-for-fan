      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261015
      * Purpose: Request/reply area for CALL 'BTC-PERIOD-CHECK' USING
      * PERIOD-CHECK-REQUEST, the closed-month lookup against
      * BTC-CLOSED-PERIODS.DAT (BTCCLOS) for a program that must not
      * move a closed month's numbers. Function: L - (re)load the
      * month statuses off the file, then answer; Q - answer from the
      * statuses already loaded (the first Q of a run loads them).
      * Set PRDC-PERIOD (YYYY-MM). Replies: OPEN - the month was never
      * closed or has been reopened; CLSD - closed; NOPF - no
      * BTC-CLOSED-PERIODS.DAT yet, so no month is closed. A caller
      * that finds no module on the path cannot tell and must not
      * write as though the month were open.
      ******************************************************************
       01  PERIOD-CHECK-REQUEST.
           05 PRDC-FUNCTION PIC X(1).
              88 PRDC-FUNCTION-LOAD VALUE 'L'.
              88 PRDC-FUNCTION-QUERY VALUE 'Q'.
           05 PRDC-PERIOD PIC X(7).
           05 PRDC-REPLY PIC X(4).
              88 PRDC-REPLY-OPEN VALUE 'OPEN'.
              88 PRDC-REPLY-CLOSED VALUE 'CLSD'.
              88 PRDC-REPLY-NO-FILE VALUE 'NOPF'.
              88 PRDC-REPLY-WRITABLE VALUES 'OPEN' 'NOPF'.
