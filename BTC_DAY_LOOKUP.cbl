      *               CALL BTC-RUN-LOGGER) before STOP RUN, like the
      *               rest of the suite - outcome NOTFND when the
      *               keyed READ misses.
      * 20261013 ML - The currency prompt is checked against the
      *               currency reference file (BTCCURC copybook, CALL
      *               BTC-CURRENCY-CHECK): an unknown (UNKN) or
      *               delisted (DLST) code is refused instead of
      *               reading as a plain miss.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-DAY-LOOKUP.

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.
           COPY BTCCURC.

       01  WS-MASTER-FILE-STATUS PIC X(2).

            DISPLAY 'Enter the date to look up (YYYY-MM-DD):'.
            ACCEPT WS-LOOKUP-DATE FROM SYSIN.

            PERFORM CHECK-REPORT-CURRENCY.
            IF CURC-REPLY-REFUSED
               PERFORM RECORD-RUN-HISTORY
               STOP RUN
            END-IF.

            OPEN INPUT BTC-PRICE-MASTER.
            IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-PRICE-MASTER.DAT - status '

            STOP RUN.

      *> A code the currency reference file does not know, or has
      *> delisted, is refused before any report is started; a
      *> suspended one is reported with a note. NOCM - no reference
      *> file yet - passes unchecked.
       CHECK-REPORT-CURRENCY.
            MOVE WS-LOOKUP-NAME TO CURC-CODE.
            CALL 'BTC-CURRENCY-CHECK' USING CURRENCY-CHECK-REQUEST
               ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
            END-CALL.
            EVALUATE TRUE
               WHEN CURC-REPLY-UNKNOWN
                  DISPLAY 'Currency ' WS-LOOKUP-NAME
                     ' refused (UNKN) - not on the currency '
                     'reference file'
               WHEN CURC-REPLY-DELISTED
                  DISPLAY 'Currency ' WS-LOOKUP-NAME
                     ' refused (DLST) - delisted'
                  IF CURC-REPLACED-BY NOT = SPACES
                     DISPLAY '  its history is now under '
                        CURC-REPLACED-BY
                  END-IF
               WHEN CURC-REPLY-SUSPENDED
                  DISPLAY 'Note: currency ' WS-LOOKUP-NAME
                     ' is suspended.'
            END-EVALUATE.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-DAY-LOOKUP' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
