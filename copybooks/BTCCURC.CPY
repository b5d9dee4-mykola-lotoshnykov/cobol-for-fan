      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261013
      * Purpose: Request/reply area for CALL 'BTC-CURRENCY-CHECK'
      * USING CURRENCY-CHECK-REQUEST, the lookup every program that
      * takes a currency code makes against BTC-CURRENCY-MASTER.DAT
      * (BTCCURM) before it loads a price, applies a trade or reports
      * on the code. Replies: OK - active code; SUSP - suspended,
      * proceed with a warning; UNKN - not on the reference file;
      * DLST - delisted (CURC-REPLACED-BY names the new code after a
      * code change); NOCM - no reference file yet, or no module on
      * the path, so the caller proceeds unchecked as it did before
      * the file existed. UNKN and DLST are the callers' reject
      * reason codes. Name and quantity decimals are returned with
      * OK and SUSP, never more than the 6 places a lot is held to;
      * NOCM and UNKN return 6 decimals.
      ******************************************************************
       01  CURRENCY-CHECK-REQUEST.
           05 CURC-CODE PIC X(4).
           05 CURC-REPLY PIC X(4).
              88 CURC-REPLY-OK VALUE 'OK'.
              88 CURC-REPLY-SUSPENDED VALUE 'SUSP'.
              88 CURC-REPLY-UNKNOWN VALUE 'UNKN'.
              88 CURC-REPLY-DELISTED VALUE 'DLST'.
              88 CURC-REPLY-NO-MASTER VALUE 'NOCM'.
              88 CURC-REPLY-REFUSED VALUES 'UNKN' 'DLST'.
           05 CURC-NAME PIC X(30).
           05 CURC-QTY-DECIMALS PIC 9(1).
           05 CURC-REPLACED-BY PIC X(4).
