      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261015
      * Purpose: Fixed-layout record formats of the price master
      * backups written by BTC-MASTER-UTILITY - BTC-PRICE-MASTER-
      * YYYYMMDDHHMMSS.BKP, one sequential unload of BTC-PRICE-
      * MASTER.DAT in key order: a header with the unload time and
      * the file unloaded, one detail per master record, and a
      * trailer with the record count and the hash total of
      * MBK-CLOSE summed from the zoned detail fields, the same
      * header/detail/trailer form as BTC-INTERFACE.DAT (BTCINTF).
      * Prices carry eight decimals and a sign, so a rebuild gives
      * back what was unloaded - a negative or zero price included,
      * for BTC-MASTER-UTILITY's verify to find again. Every backup
      * taken is also listed in BTC-MASTER-BACKUPS.DAT (the catalog
      * record below), from which a rebuild picks the latest one
      * when the operator names none.
      ******************************************************************
       01  MBK-HEADER-RECORD.
           05 FILLER PIC X(1) VALUE 'H'.
           05 MBK-TAKEN-TS PIC X(14).
           05 MBK-SOURCE-FILE PIC X(40).
           05 FILLER PIC X(105) VALUE SPACES.
       01  MBK-DETAIL-RECORD.
           05 FILLER PIC X(1) VALUE 'D'.
           05 MBK-NAME PIC X(4).
           05 MBK-DATE PIC X(10).
           05 MBK-OPEN PIC S9(10)V9(8) SIGN LEADING SEPARATE.
           05 MBK-HIGH PIC S9(10)V9(8) SIGN LEADING SEPARATE.
           05 MBK-LOW PIC S9(10)V9(8) SIGN LEADING SEPARATE.
           05 MBK-CLOSE PIC S9(10)V9(8) SIGN LEADING SEPARATE.
           05 MBK-VOLUME PIC S9(15)V9(4) SIGN LEADING SEPARATE.
           05 MBK-MARKETCAP PIC S9(15)V9(4) SIGN LEADING SEPARATE.
           05 MBK-TS PIC X(27).
           05 FILLER PIC X(2) VALUE SPACES.
       01  MBK-TRAILER-RECORD.
           05 FILLER PIC X(1) VALUE 'T'.
           05 MBK-RECORD-COUNT PIC 9(9).
           05 MBK-CLOSE-HASH PIC S9(15)V9(8) SIGN LEADING SEPARATE.
           05 FILLER PIC X(126) VALUE SPACES.

      *> One line of BTC-MASTER-BACKUPS.DAT per backup taken.
      *> Reason: U - unload asked for (the nightly stream's step or
      *> an operator); R - the master as it stood, saved by a
      *> rebuild before it was replaced.
       01  MASTER-BACKUP-CATALOG-RECORD.
           05 MBC-TAKEN-TS PIC X(14).
           05 MBC-REASON PIC X(1).
              88 MBC-IS-UNLOAD VALUE 'U'.
              88 MBC-IS-BEFORE-REBUILD VALUE 'R'.
           05 MBC-BACKUP-FILE PIC X(40).
           05 MBC-RECORD-COUNT PIC 9(9).
           05 MBC-CLOSE-HASH PIC S9(15)V9(8) SIGN LEADING SEPARATE.
