      *               pairwise accumulator grid is genuinely
      *               quadratic); the per-day close grid and prior-
      *               close memory are per-currency, not per-day.
      * 20261013 ML - Each currency entered is checked against the
      *               currency reference file (BTCCURC copybook, CALL
      *               BTC-CURRENCY-CHECK): an unknown (UNKN) or
      *               delisted (DLST) code is announced and dropped
      *               from the comparison, like a currency with no
      *               master rows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-MULTI-CURRENCY.
       WORKING-STORAGE SECTION.
           COPY BTCDATAO.
           COPY BTCRUNH.
           COPY BTCCURC.

       01  WS-EOF PIC X(1).
       01  WS-MASTER-FILE-STATUS PIC X(2).
            ACCEPT WS-CURRENCY-WANTED FROM SYSIN.
            PERFORM UNTIL WS-CURRENCY-WANTED = SPACE
                  OR WS-CURRENCY-COUNT >= WS-CURRENCY-LIMIT
               PERFORM CHECK-REPORT-CURRENCY
               IF NOT CURC-REPLY-REFUSED
                  PERFORM LOAD-ONE-CURRENCY
               END-IF
               MOVE SPACE TO WS-CURRENCY-WANTED
               DISPLAY 'Enter a currency to compare '
                  '(blank line to finish):'
                  WS-CURRENCY-WANTED ' and any further entry'
            END-IF.

      *> A code the currency reference file does not know, or has
      *> delisted, is refused before any report is started; a
      *> suspended one is reported with a note. NOCM - no reference
      *> file yet - passes unchecked.
       CHECK-REPORT-CURRENCY.
            MOVE WS-CURRENCY-WANTED TO CURC-CODE.
            CALL 'BTC-CURRENCY-CHECK' USING CURRENCY-CHECK-REQUEST
               ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
            END-CALL.
            EVALUATE TRUE
               WHEN CURC-REPLY-UNKNOWN
                  DISPLAY 'Currency ' WS-CURRENCY-WANTED
                     ' refused (UNKN) - not on the currency '
                     'reference file'
                     ' - currency dropped'
               WHEN CURC-REPLY-DELISTED
                  DISPLAY 'Currency ' WS-CURRENCY-WANTED
                     ' refused (DLST) - delisted'
                     ' - currency dropped'
                  IF CURC-REPLACED-BY NOT = SPACES
                     DISPLAY '  its history is now under '
                        CURC-REPLACED-BY
                  END-IF
               WHEN CURC-REPLY-SUSPENDED
                  DISPLAY 'Note: currency ' WS-CURRENCY-WANTED
                     ' is suspended.'
            END-EVALUATE.

      *> One sequential walk of the master per currency: START at
      *> the currency/from-date key and read until the currency
      *> changes or the thru date passes. Every day is RELEASEd to
