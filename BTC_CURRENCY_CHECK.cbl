      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261013
      * Purpose: Currency code lookup against the reference file
      * BTC-CURRENCY-MASTER.DAT (BTCCURM layout, kept by
      * BTC-CURRENCY-MAINT), CALLed with the BTCCURC request area by
      * every program that takes a currency code: the price loads
      * per row, BTC-TRADE-LEDGER per buy/sell, the report programs
      * for their currency prompts, BTC-REBALANCE for its quantity
      * decimals. One keyed READ tells the caller whether the code is
      * active, suspended, delisted or unknown - a typo no longer
      * opens a price series or a lot of its own. The file is opened
      * and closed on each lookup so nothing is left open in the
      * caller's run unit; the last code's answer is kept, so a
      * price extract sorted by currency costs one READ per currency,
      * not per row. No reference file yet replies NOCM and the
      * caller proceeds unchecked, as it did before the file
      * existed.
      * Tectonics: cobc -m -I copybooks -o BTC-CURRENCY-CHECK.so
      *               BTC_CURRENCY_CHECK.cbl
      *            The module must sit on COB_LIBRARY_PATH for every
      *            caller, same as BTC-RUN-LOGGER.
      *
      * Modification History:
      * 20261015 ML - Quantity decimals are answered as 6 at most -
      *               the places a lot is held to - and 6 when the
      *               code is unknown or there is no reference file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-CURRENCY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-MASTER ASSIGN TO 'BTC-CURRENCY-MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUR-CODE
           FILE STATUS IS WS-CURRENCY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CURRENCY-MASTER.
           COPY BTCCURM.

       WORKING-STORAGE SECTION.
       01  WS-CURRENCY-FILE-STATUS PIC X(2).

      *> Answer given for the previous code, kept across CALLs.
       01  WS-LAST-CODE PIC X(4) VALUE LOW-VALUES.
       01  WS-LAST-REPLY PIC X(4).
       01  WS-LAST-NAME PIC X(30).
       01  WS-LAST-QTY-DECIMALS PIC 9(1).
       01  WS-LAST-REPLACED-BY PIC X(4).

       LINKAGE SECTION.
           COPY BTCCURC.

       PROCEDURE DIVISION USING CURRENCY-CHECK-REQUEST.
       MAIN-PROCEDURE.
            IF CURC-CODE NOT = WS-LAST-CODE
               PERFORM LOOK-UP-CODE
            END-IF.
            MOVE WS-LAST-REPLY TO CURC-REPLY.
            MOVE WS-LAST-NAME TO CURC-NAME.
            MOVE WS-LAST-QTY-DECIMALS TO CURC-QTY-DECIMALS.
            MOVE WS-LAST-REPLACED-BY TO CURC-REPLACED-BY.
            GOBACK.

      *> A missing reference file is not cached as an answer for the
      *> code - the next CALL looks again.
       LOOK-UP-CODE.
            MOVE SPACES TO WS-LAST-NAME, WS-LAST-REPLACED-BY.
            MOVE 6 TO WS-LAST-QTY-DECIMALS.
            OPEN INPUT CURRENCY-MASTER.
            IF WS-CURRENCY-FILE-STATUS NOT = '00'
               MOVE 'NOCM' TO WS-LAST-REPLY
               MOVE LOW-VALUES TO WS-LAST-CODE
            ELSE
               MOVE CURC-CODE TO CUR-CODE
               READ CURRENCY-MASTER
                  INVALID KEY
                     MOVE 'UNKN' TO WS-LAST-REPLY
                  NOT INVALID KEY
                     PERFORM TAKE-CODE-ANSWER
               END-READ
               CLOSE CURRENCY-MASTER
               MOVE CURC-CODE TO WS-LAST-CODE
            END-IF.

       TAKE-CODE-ANSWER.
            MOVE CUR-NAME TO WS-LAST-NAME.
            MOVE CUR-QTY-DECIMALS TO WS-LAST-QTY-DECIMALS.
      *> The book holds a quantity to 6 places, whatever an older
      *> record says.
            IF WS-LAST-QTY-DECIMALS > 6
               MOVE 6 TO WS-LAST-QTY-DECIMALS
            END-IF.
            MOVE CUR-REPLACED-BY TO WS-LAST-REPLACED-BY.
            EVALUATE TRUE
               WHEN CUR-IS-DELISTED
                  MOVE 'DLST' TO WS-LAST-REPLY
               WHEN CUR-IS-SUSPENDED
                  MOVE 'SUSP' TO WS-LAST-REPLY
               WHEN OTHER
                  MOVE 'OK' TO WS-LAST-REPLY
            END-EVALUATE.

       END PROGRAM BTC-CURRENCY-CHECK.
