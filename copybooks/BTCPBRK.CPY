      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20260923
      * Purpose: Record layout for BTC-PRICE-BREAKS.DAT, the open
      * price breaks found by the latest BTC-PRICE-VERIFY run between
      * BTC-PRICE-MASTER.DAT and the independent second-source vendor
      * file. Rewritten whole by every verification, so what is on
      * file is exactly what is still unresolved: once the master is
      * corrected (or the vendor's figure is), the next run no longer
      * finds the break. Shared by BTC-PRICE-VERIFY (writer) and
      * BTC-MORNING-REPORT (reader - breaks on held currencies are a
      * morning exception).
      *
      * Break types:
      *   DIFF - both sides have the day but the closes differ by
      *          more than the operator-set tolerance percent
      *   NOMS - the second source has the day, the master does not
      *   NOSS - the master has the day inside the range the second
      *          source covers for the currency, the source does not
      *   VFAL - the run could not verify (tolerance card refused,
      *          master or second source unreadable, no usable
      *          source rows); written alone, name and date blank,
      *          and raised by the morning report as an exception
      *
      * Modification History:
      * 20261015 ML - VFAL marker for a verification that did not run.
      ******************************************************************
       01  PRICE-BREAK-RECORD.
           05 PBK-RUN-DATE PIC X(8).
           05 PBK-NAME PIC X(4).
           05 PBK-DATE PIC X(10).
           05 PBK-BREAK-TYPE PIC X(4).
              88 PBK-IS-CLOSE-DIFF VALUE 'DIFF'.
              88 PBK-IS-MISSING-ON-MASTER VALUE 'NOMS'.
              88 PBK-IS-MISSING-AT-SOURCE VALUE 'NOSS'.
              88 PBK-IS-VERIFY-FAILED VALUE 'VFAL'.
           05 PBK-MASTER-CLOSE PIC 9(10)V9(4).
           05 PBK-SOURCE-CLOSE PIC 9(10)V9(4).
           05 PBK-DIFF-PCT PIC 9(5)V9(4).
