      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261013
      * Purpose: Record layout for BTC-CURRENCY-MASTER.DAT, the
      * indexed currency reference file keyed on the currency code -
      * the same PIC X(4) code that is NAME-VALUE in the price CSVs,
      * PM-NAME on the price master, HLD-NAME in the holdings and
      * VALH-NAME in the valuation history. One record per code the
      * suite may hold prices or positions for: full name, status,
      * listing date and the number of decimals a quantity of it may
      * carry. Maintained only through BTC-CURRENCY-MAINT; read by
      * BTC-CURRENCY-CHECK for every program that takes a code.
      *
      * Status:
      *   A - active
      *   S - suspended: trading halted, codes still accepted with a
      *       warning so the history and the book stay whole
      *   D - delisted: refused for new prices, trades and reports;
      *       CUR-REPLACED-BY names the new code when the code was
      *       retired by a code change, and the history was carried
      *       over to it
      ******************************************************************
       01  CURRENCY-MASTER-RECORD.
           05 CUR-CODE PIC X(4).
           05 CUR-NAME PIC X(30).
           05 CUR-STATUS PIC X(1).
              88 CUR-IS-ACTIVE VALUE 'A'.
              88 CUR-IS-SUSPENDED VALUE 'S'.
              88 CUR-IS-DELISTED VALUE 'D'.
              88 CUR-STATUS-IS-VALID VALUES 'A' 'S' 'D'.
      *> YYYY-MM-DD
           05 CUR-LISTING-DATE PIC X(10).
           05 CUR-QTY-DECIMALS PIC 9(1).
           05 CUR-REPLACED-BY PIC X(4).
      *> YYYYMMDDHHMMSS of the last add, correction or code change
           05 CUR-CHANGED-TS PIC X(14).
