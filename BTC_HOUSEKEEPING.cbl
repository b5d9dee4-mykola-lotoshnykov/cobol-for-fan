      * BTC-RUN-LOGGER, so audit can prove the retention was
      * applied.
      * Tectonics: cobc -I copybooks BTC_HOUSEKEEPING.cbl
      *
      * Modification History:
      * 20261009 ML - End with GOBACK instead of STOP RUN so the
      *               program can run as a step of BTC-BATCH-
      *               DRIVER's job stream; run stand-alone it ends
      *               the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-HOUSEKEEPING.
            PERFORM RECORD-RUN-HISTORY.

            MOVE 0 TO RETURN-CODE.
            GOBACK.

      *> Each output the pipeline rebuilds is copied to a dated
      *> generation name before the night's run overwrites it; a
