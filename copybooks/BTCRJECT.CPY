      *   OPEN / HIGH / LOW  / CLSE / VOLM / MCAP
      *     - that column failed FUNCTION TEST-NUMVAL
      *   HILO - HIGH-PRICE was less than LOW-PRICE
      *   UNKN - currency not on BTC-CURRENCY-MASTER.DAT
      *   DLST - currency delisted on BTC-CURRENCY-MASTER.DAT
      *
      * Modification History:
      * 20261013 ML - UNKN and DLST from the currency reference check
      *               (BTC-CURRENCY-CHECK), the last check a row
      *               takes.
      ******************************************************************
       01  REJECT-RECORD.
           05 REJ-REASON-CODE PIC X(4).
