      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20260928
      * Purpose: Record layout for BTC-REALIZED-DISPOSALS.DAT, the
      * permanent file of lot reliefs. BTC-TRADE-LEDGER appends one
      * record per lot a sell relieves: the sell date, the lot's
      * HLD-ACQ-DATE, the quantity taken from it, that quantity's
      * share of the sell proceeds, the lot cost relieved and the
      * gain/loss (proceeds less cost, both already rounded to the
      * cent so the three always foot), plus the relief method the
      * ledger ran under. A trial run of the ledger writes the same
      * layout to BTC-REALIZED-DISPOSALS-TRIAL.DAT instead.
      * BTC-TAX-SCHEDULE reads either file to build the tax-year
      * schedule.
      *
      * Relief methods:
      *   FIFO - oldest acquisition date first
      *   HICO - highest unit cost first
      *   SPEC - the lot named on the sell row (specific lot)
      ******************************************************************
       01  DISPOSAL-RECORD.
           05 DSP-NAME PIC X(4).
           05 DSP-SELL-DATE PIC X(10).
           05 DSP-ACQ-DATE PIC X(10).
           05 DSP-QUANTITY PIC 9(7)V9(6).
           05 DSP-PROCEEDS PIC S9(13)V9(2).
           05 DSP-COST PIC S9(13)V9(2).
           05 DSP-GAIN PIC S9(13)V9(2).
           05 DSP-METHOD PIC X(4).
              88 DSP-IS-FIFO VALUE 'FIFO'.
              88 DSP-IS-HIGHEST-COST VALUE 'HICO'.
              88 DSP-IS-SPECIFIC-LOT VALUE 'SPEC'.
           05 DSP-POSTED-TS PIC X(14).
