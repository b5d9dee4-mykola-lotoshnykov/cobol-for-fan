      * the gated evening), proceed. A blank RUNC-BUS-DATE on
      * START/END/CLOSE means "the open business date", so callees
      * need no date prompt of their own.
      *
      * Modification History:
      * 20261009 ML - For BTC-BATCH-DRIVER's job stream: QUERY
      *               replies DONE, FAILED, STARTED or NOTRUN for the
      *               step on the date without prompting (NOCTL when
      *               no date is open); COMPLETE and FAIL mark a
      *               started step whatever its RC.
      ******************************************************************
       01  RUN-CONTROL-REQUEST.
           05 RUNC-FUNCTION PIC X(8).
              88 RUNC-FUNC-START VALUE 'START'.
              88 RUNC-FUNC-END VALUE 'END'.
              88 RUNC-FUNC-CLOSE VALUE 'CLOSE'.
              88 RUNC-FUNC-QUERY VALUE 'QUERY'.
              88 RUNC-FUNC-COMPLETE VALUE 'COMPLETE'.
              88 RUNC-FUNC-FAIL VALUE 'FAIL'.
           05 RUNC-BUS-DATE PIC X(8).
           05 RUNC-STEP-NAME PIC X(20).
           05 RUNC-PREDECESSOR PIC X(20).
              88 RUNC-REPLY-OK VALUE 'OK'.
              88 RUNC-REPLY-REFUSED VALUE 'REFUSED'.
              88 RUNC-REPLY-NOCTL VALUE 'NOCTL'.
              88 RUNC-REPLY-DONE VALUE 'DONE'.
              88 RUNC-REPLY-NOT-RUN VALUE 'NOTRUN'.
