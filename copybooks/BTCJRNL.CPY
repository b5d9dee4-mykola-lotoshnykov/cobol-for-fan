      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261005
      * Purpose: Fixed-layout record formats of BTC-GL-JOURNAL.DAT,
      * the general-ledger journal feed built by BTC-GL-JOURNAL for
      * one accounting month: a header with the run date/time, the
      * month and whether it was closed when the journal was cut,
      * one detail per journal line, and a trailer with the entry
      * and line counts and the debit and credit control totals,
      * which are always equal - the writer refuses to release a
      * journal that does not net to zero. The lines of one
      * balanced double entry share JRN-ENTRY-NO. Amounts are USD,
      * unsigned, on exactly one side of the line; JRN-INSTRUMENT
      * is the crypto currency the line is about. Same H/D/T
      * convention as the BTCINTF price feed.
      *
      * Entry types (also the second column of BTC-GL-ACCOUNTS.CSV):
      *   RPRC - realized sale proceeds
      *   RCST - cost of the lots relieved by a sale
      *   RGL  - realized gain/loss
      *   UMTM - unrealized mark-to-market on the holding
      *   UGL  - unrealized gain/loss
      ******************************************************************
       01  JRN-HEADER-RECORD.
           05 FILLER PIC X(1) VALUE 'H'.
           05 JRN-RUN-DATE PIC X(8).
           05 JRN-RUN-TIME PIC X(6).
      *> YYYY-MM
           05 JRN-PERIOD PIC X(7).
           05 JRN-PERIOD-STATUS PIC X(8).
              88 JRN-PERIOD-IS-CLOSED VALUE 'CLOSED'.
              88 JRN-PERIOD-IS-OPEN VALUE 'OPEN'.
           05 FILLER PIC X(90) VALUE SPACES.
       01  JRN-DETAIL-RECORD.
           05 FILLER PIC X(1) VALUE 'D'.
           05 JRN-ENTRY-NO PIC 9(5).
           05 JRN-LINE-NO PIC 9(7).
           05 JRN-ACCOUNT PIC X(20).
           05 JRN-DEBIT PIC 9(13)V9(2).
           05 JRN-CREDIT PIC 9(13)V9(2).
           05 JRN-CURRENCY PIC X(3).
           05 JRN-INSTRUMENT PIC X(4).
           05 JRN-BUSINESS-DATE PIC X(10).
           05 JRN-ENTRY-TYPE PIC X(4).
              88 JRN-IS-REALIZED-PROCEEDS VALUE 'RPRC'.
              88 JRN-IS-REALIZED-COST VALUE 'RCST'.
              88 JRN-IS-REALIZED-GL VALUE 'RGL '.
              88 JRN-IS-UNREALIZED-MARK VALUE 'UMTM'.
              88 JRN-IS-UNREALIZED-GL VALUE 'UGL '.
           05 JRN-REFERENCE PIC X(30).
           05 FILLER PIC X(6) VALUE SPACES.
       01  JRN-TRAILER-RECORD.
           05 FILLER PIC X(1) VALUE 'T'.
           05 JRN-ENTRY-COUNT PIC 9(5).
           05 JRN-LINE-COUNT PIC 9(7).
           05 JRN-DEBIT-TOTAL PIC 9(15)V9(2).
           05 JRN-CREDIT-TOTAL PIC 9(15)V9(2).
           05 FILLER PIC X(73) VALUE SPACES.
