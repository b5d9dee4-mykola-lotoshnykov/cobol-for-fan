      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261007
      * Purpose: Record layout for BTC-CASH-POSTINGS.DAT, the
      * permanent file of cash movements. BTC-TRADE-LEDGER appends
      * one record per posting to a fiat cash account (BTCCASH):
      * the business date, what moved it, the crypto currency of a
      * buy or sell, the signed amount (in positive, out negative)
      * and the account's balance after it - so the running balance
      * in BTC-CASH-ACCOUNT.CSV can always be walked back to the
      * bank statement. A trial run of the ledger posts nothing.
      *
      * Posting types:
      *   BUY  - cost of a crypto buy, paid out of USD
      *   SELL - proceeds of a crypto sell, received into USD
      *   DEP  - deposit
      *   WDRL - withdrawal
      *   FEE  - fee charged to the account
      ******************************************************************
       01  CASH-POSTING-RECORD.
           05 CPS-CURRENCY PIC X(3).
           05 CPS-DATE PIC X(10).
           05 CPS-TYPE PIC X(4).
              88 CPS-IS-BUY VALUE 'BUY '.
              88 CPS-IS-SELL VALUE 'SELL'.
              88 CPS-IS-DEPOSIT VALUE 'DEP '.
              88 CPS-IS-WITHDRAWAL VALUE 'WDRL'.
              88 CPS-IS-FEE VALUE 'FEE '.
           05 CPS-INSTRUMENT PIC X(4).
           05 CPS-AMOUNT PIC S9(13)V9(2).
           05 CPS-BALANCE PIC S9(13)V9(2).
           05 CPS-POSTED-TS PIC X(14).
