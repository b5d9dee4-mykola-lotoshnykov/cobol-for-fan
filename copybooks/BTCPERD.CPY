      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20260921
      * Purpose: In-memory status of every month that has ever been
      * closed, built from the 'P' events of BTC-CLOSED-PERIODS.DAT
      * (BTCCLOS layout) - the latest event per month wins, so a
      * reopened month reads REOPENED and is writable again. PRD-
      * CLOSE-TS is the timestamp of the month's latest CLOSED event,
      * which tags the snapshot records that belong to it. Set
      * PRD-LOOKUP-PERIOD (YYYY-MM) and look it up; PRD-LOOKUP-IS-
      * CLOSED answers. Built by BTC-PERIOD-CHECK, which answers
      * open-or-closed for every program that must not move a closed
      * month's numbers (BTCPRDC), and in line by BTC-PERIOD-CLOSE and
      * BTC-GL-JOURNAL, which also need the event and close
      * timestamps.
      *
      * Modification History:
      * 20261015 ML - Reader list: the month-status lookups of the
      *               price load, suspense release, portfolio
      *               valuation and currency maintenance go through
      *               BTC-PERIOD-CHECK.
      ******************************************************************
       01  CLOSED-PERIOD-TABLE.
           05 PERIOD-COUNT PIC 9(3) COMP VALUE 0.
           05 PERIOD-ENTRY OCCURS 240 TIMES.
              10 PRD-PERIOD PIC X(7).
              10 PRD-STATUS PIC X(8).
              10 PRD-EVENT-TS PIC X(14).
              10 PRD-CLOSE-TS PIC X(14).
       01  PERIOD-LOOKUP-FIELDS.
           05 PRD-LOOKUP-PERIOD PIC X(7).
           05 PRD-LOOKUP-INDEX PIC 9(3) COMP.
           05 PRD-SCAN-INDEX PIC 9(3) COMP.
           05 PRD-LOOKUP-RESULT PIC X(1).
              88 PRD-LOOKUP-IS-CLOSED VALUE 'Y'.
              88 PRD-LOOKUP-IS-OPEN VALUE 'N'.
