      *               refused) and report the final RETURN-CODE
      *               back. No business date open means an ad-hoc
      *               run and the gate stands aside.
      * 20261013 ML - Last validation check: the row's currency must
      *               be on the currency reference file (BTCCURC
      *               copybook, CALL BTC-CURRENCY-CHECK, asked once
      *               per currency) - rejected UNKN when it is not,
      *               DLST when it is delisted. A suspended code
      *               passes with a warning; no reference file yet
      *               means no check, as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-DATA-READ.
           COPY BTCRUNH.
           COPY BTCRUNC.
           COPY BTCFXRT.
           COPY BTCCURC.

       01  WS-EOF PIC X(1).
       01  WS-SPACE PIC X VALUE SPACE.
      *> code list) - written ahead of the raw row on the reject file
      *> so BTC-REJECT-REPAIR can walk the operator to the bad field.
       01  WS-REJECT-REASON PIC X(4).
      *> Currency the reference-file answer in CURRENCY-CHECK-REQUEST
      *> belongs to, so the lookup and its warning come once per
      *> currency rather than once per row.
       01  WS-CHECKED-NAME PIC X(4) VALUE LOW-VALUES.
       01  WS-AUDIT-COUNTS.
           05 WS-ROWS-READ PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-DISPLAYED PIC 9(7) COMP VALUE 0.
                  SET ROW-IS-INVALID TO TRUE
               END-IF
            END-IF.
            IF ROW-IS-VALID
               PERFORM CHECK-ROW-CURRENCY
            END-IF.

      *> NOCM - no reference file yet, or no module on the path -
      *> leaves the row valid.
       CHECK-ROW-CURRENCY.
            IF NAME-VALUE NOT = WS-CHECKED-NAME
               MOVE NAME-VALUE TO WS-CHECKED-NAME
               MOVE NAME-VALUE TO CURC-CODE
               CALL 'BTC-CURRENCY-CHECK' USING CURRENCY-CHECK-REQUEST
                  ON EXCEPTION MOVE 'NOCM' TO CURC-REPLY
               END-CALL
               EVALUATE TRUE
                  WHEN CURC-REPLY-REFUSED
                     DISPLAY 'Currency ' NAME-VALUE ' refused '
                        CURC-REPLY ' - its rows go to BTC-REJECT.TXT'
                  WHEN CURC-REPLY-SUSPENDED
                     DISPLAY 'WARNING currency ' NAME-VALUE
                        ' is suspended'
               END-EVALUATE
            END-IF.
            IF CURC-REPLY-REFUSED
               MOVE CURC-REPLY TO WS-REJECT-REASON
               SET ROW-IS-INVALID TO TRUE
            END-IF.

       CHECK-VOLATILITY.
            MOVE SPACES TO WS-VOLATILITY-FLAG.
