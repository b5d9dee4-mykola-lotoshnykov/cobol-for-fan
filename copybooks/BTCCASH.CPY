      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261007
      * Purpose: In-memory table of the book's fiat cash read from
      * BTC-CASH-ACCOUNT.CSV (one line per fiat currency:
      * currency;balance;last-posted-date, e.g.
      * USD;125000.00;2026-10-07), plus the staging fields for the
      * UNSTRING. BTC-TRADE-LEDGER keeps the running balance - a
      * buy debits the USD account, a sell credits it, and deposit/
      * withdrawal/fee rows post to the account they name - and
      * writes the file back like BTC-HOLDINGS.CSV; every posting
      * also goes to BTC-CASH-POSTINGS.DAT (BTCCPST). Opening, in
      * and out are that ledger run's movements for its report.
      * BTC-PORTFOLIO-VALUE reads the balances to put the cash lines
      * in the book.
      ******************************************************************
       01  CASH-TABLE.
           05 CASH-COUNT PIC 9(2) COMP VALUE 0.
           05 CASH-ENTRY OCCURS 10 TIMES.
              10 CASH-CURRENCY PIC X(3).
              10 CASH-BALANCE PIC S9(13)V9(2) COMP-3.
              10 CASH-LAST-DATE PIC X(10).
              10 CASH-OPENING PIC S9(13)V9(2) COMP-3.
              10 CASH-IN PIC S9(13)V9(2) COMP-3.
              10 CASH-OUT PIC S9(13)V9(2) COMP-3.
       01  CASH-ROW-FIELDS.
           05 CASH-ROW-CURRENCY PIC X(3).
           05 CASH-ROW-BALANCE-TEXT PIC X(20).
           05 CASH-ROW-DATE PIC X(10).
