      *               pointed at a stale extract. RC 8 when the
      *               master cannot be opened or holds no rows for
      *               the currency/range.
      * 20261013 ML - The currency prompt is checked against the
      *               currency reference file (BTCCURC copybook, CALL
      *               BTC-CURRENCY-CHECK): an unknown (UNKN) or
      *               delisted (DLST) code is refused with RC 8
      *               instead of an empty report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-INDICATORS.
       WORKING-STORAGE SECTION.
           COPY BTCDATAO.
           COPY BTCRUNH.
           COPY BTCCURC.

       01  WS-EOF PIC X(1).
       01  WS-FIRST-ROW PIC X(1) VALUE 'Y'.
            DISPLAY '=== BTC TECHNICAL INDICATORS REPORT ==='.

            PERFORM GET-RUN-PARAMETERS.
            PERFORM CHECK-REPORT-CURRENCY.
            IF CURC-REPLY-REFUSED
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            OPEN INPUT BTC-PRICE-MASTER.
            IF WS-MASTER-FILE-STATUS NOT = '00'

            GOBACK.

      *> A code the currency reference file does not know, or has
      *> delisted, is refused before any report is started; a
      *> suspended one is reported with a note. NOCM - no reference
      *> file yet - passes unchecked.
       CHECK-REPORT-CURRENCY.
            MOVE WS-PRICE-CURRENCY TO CURC-CODE.
            CALL 'BTC-CURRENCY-CHECK' USING CURRENCY-CHECK-REQUEST
               ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
            END-CALL.
            EVALUATE TRUE
               WHEN CURC-REPLY-UNKNOWN
                  DISPLAY 'Currency ' WS-PRICE-CURRENCY
                     ' refused (UNKN) - not on the currency '
                     'reference file'
               WHEN CURC-REPLY-DELISTED
                  DISPLAY 'Currency ' WS-PRICE-CURRENCY
                     ' refused (DLST) - delisted'
                  IF CURC-REPLACED-BY NOT = SPACES
                     DISPLAY '  its history is now under '
                        CURC-REPLACED-BY
                  END-IF
               WHEN CURC-REPLY-SUSPENDED
                  DISPLAY 'Note: currency ' WS-PRICE-CURRENCY
                     ' is suspended.'
            END-EVALUATE.

       GET-RUN-PARAMETERS.
            DISPLAY 'Enter the currency to report (blank = BTC):'.
            ACCEPT WS-PRICE-CURRENCY FROM SYSIN.
