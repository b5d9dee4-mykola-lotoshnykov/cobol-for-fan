      * 20260817 ML - Append a run record (BTCRUNH copybook, via
      *               CALL BTC-RUN-LOGGER) before STOP RUN, like the
      *               rest of the suite.
      * 20261013 ML - BTC-DATA-READ now rejects a row whose currency
      *               is unknown (UNKN) or delisted (DLST) on the
      *               currency reference file, so the currency is a
      *               correctable field (7) and re-validation ends
      *               with the same BTC-CURRENCY-CHECK lookup
      *               (BTCCURC copybook).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-REJECT-REPAIR.
           COPY BTCDATAO.
           COPY BTCDATAT.
           COPY BTCRUNH.
           COPY BTCCURC.

       01  WS-EOF PIC X(1) VALUE 'N'.
       01  WS-REJECT-FILE-STATUS PIC X(2).
           05 WS-ROWS-DROPPED PIC 9(5) COMP VALUE 0.

       01  WS-FIELD-CHOICE PIC X(1).
           88 CHOICE-IS-FIELD VALUES '1' THRU '7'.
           88 CHOICE-IS-SKIP VALUES 'S' 's' SPACE.
           88 CHOICE-IS-DROP VALUES 'D' 'd'.
       01  WS-NEW-VALUE PIC X(20).

       WALK-OPERATOR-THROUGH-ROW.
            PERFORM DISPLAY-REJECT-DETAIL.
            DISPLAY 'Correct which field (1-7), S=leave rejected, '
               'D=drop the row?:'.
            ACCEPT WS-FIELD-CHOICE FROM SYSIN.
            EVALUATE TRUE
            DISPLAY '  4 CLOSE:      ' CLOSE-PRICE-TEXT.
            DISPLAY '  5 VOLUME:     ' VOLUME-TEXT.
            DISPLAY '  6 MARKETCAP:  ' MARKETCAP-TEXT.
            DISPLAY '  7 CURRENCY:   ' NAME-VALUE.

       APPLY-FIELD-CORRECTION.
            EVALUATE WS-FIELD-CHOICE
               WHEN '4' MOVE WS-NEW-VALUE TO CLOSE-PRICE-TEXT
               WHEN '5' MOVE WS-NEW-VALUE TO VOLUME-TEXT
               WHEN '6' MOVE WS-NEW-VALUE TO MARKETCAP-TEXT
               WHEN '7' MOVE FUNCTION UPPER-CASE(WS-NEW-VALUE)
                           TO NAME-VALUE
            END-EVALUATE.

      *> Same checks, same order, same reason codes as BTC-DATA-READ's
                  SET ROW-IS-INVALID TO TRUE
               END-IF
            END-IF.
            IF ROW-IS-VALID
               MOVE NAME-VALUE TO CURC-CODE
               CALL 'BTC-CURRENCY-CHECK' USING CURRENCY-CHECK-REQUEST
                  ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
               END-CALL
               IF CURC-REPLY-REFUSED
                  MOVE CURC-REPLY TO WS-REJECT-REASON
                  SET ROW-IS-INVALID TO TRUE
               END-IF
            END-IF.

      *> Rebuild the row in the normal CSV layout. The UNSTRINGed
      *> fields are space-padded, so each is strung DELIMITED BY
