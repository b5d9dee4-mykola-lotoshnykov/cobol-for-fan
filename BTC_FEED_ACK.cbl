      * BTC-RUN-LOGGER, giving the auditors the feed-confirmed-end-
      * to-end trail they asked for.
      * Tectonics: cobc -I copybooks BTC_FEED_ACK.cbl
      *
      * Modification History:
      * 20261009 ML - End with GOBACK instead of STOP RUN so the
      *               program can run as a step of BTC-BATCH-
      *               DRIVER's job stream; run stand-alone it ends
      *               the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-FEED-ACK.
               MOVE 'UNBALANCED' TO WS-MATCH-VERDICT
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM REBALANCE-OUR-TRAILER.
            IF NOT FEED-UNBALANCED
            PERFORM DISPLAY-VERDICT.
            PERFORM RECORD-RUN-HISTORY.
            PERFORM SET-RETURN-CODE.
            GOBACK.

       READ-OUR-FEED.
            MOVE 'N' TO WS-EOF.
