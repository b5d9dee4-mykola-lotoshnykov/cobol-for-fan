      * corrected revaluation rerun supersedes the earlier marks.
      * Writes BTC-VALUATION-REPORT.TXT.
      * Tectonics: cobc -I copybooks BTC_VALUATION_REPORT.cbl
      *
      * Modification History:
      * 20261007 ML - The history now carries the book's cash lines
      *               (VALH-LINE-TYPE 'C', in USD). Each day shows the
      *               book value - positions plus cash - with the cash
      *               in a column of its own, the period and month-to-
      *               date changes are of the book value, and cash
      *               accounts are marked CASH in the contribution
      *               block. A fiat code never shares a slot with a
      *               coin of the same name.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-VALUATION-REPORT.
           05 VSR-NAME PIC X(4).
           05 VSR-MARKET-VALUE PIC S9(13)V9(2).
           05 VSR-UNREAL-GL PIC S9(13)V9(2).
           05 VSR-LINE-TYPE PIC X(1).

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.
              10 WS-SLOT-MV PIC S9(13)V9(2) COMP-3.
              10 WS-SLOT-GL PIC S9(13)V9(2) COMP-3.
       01  WS-DAY-TOTAL-MV PIC S9(13)V9(2) COMP-3.
       01  WS-DAY-TOTAL-CASH PIC S9(13)V9(2) COMP-3.
       01  WS-DAY-TOTAL-GL PIC S9(13)V9(2) COMP-3.

      *> The currencies seen in range, with each one's first and
           05 WS-CCY-COUNT PIC 9(2) COMP VALUE 0.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
              10 WS-CCY-NAME PIC X(4).
              10 WS-CCY-LINE-TYPE PIC X(1).
              10 WS-CCY-FIRST-MV PIC S9(13)V9(2) COMP-3.
              10 WS-CCY-LAST-MV PIC S9(13)V9(2) COMP-3.
              10 WS-CCY-SEEN PIC X(1).
           05 RPT-HDR-FROM PIC X(10).
           05 FILLER PIC X(6) VALUE ' THRU '.
           05 RPT-HDR-THRU PIC X(10).
       01  RPT-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE '   DATE'.
           05 FILLER PIC X(17) VALUE '       BOOK VALUE'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE '             CASH'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE '       UNREAL G/L'.
       01  RPT-DAY-LINE.
           05 RDL-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-MARKET-VALUE PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-CASH PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-UNREAL-GL PIC +Z,ZZZ,ZZZ,ZZ9.99.
       01  RPT-CHANGE-LINE.
           05 RCL-LABEL PIC X(24).
           05 RCL-FROM-DATE PIC X(10).
           05 FILLER PIC X(7) VALUE ' BOOK:'.
           05 RCL-MV-CHANGE PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(6) VALUE ' P&L:'.
           05 RCL-GL-CHANGE PIC +Z,ZZZ,ZZZ,ZZ9.99.
       01  RPT-CONTRIB-LINE.
           05 RCO-NAME PIC X(4).
           05 RCO-LINE-TYPE PIC X(5).
           05 FILLER PIC X(8) VALUE ' FIRST:'.
           05 RCO-FIRST-MV PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE ' LAST:'.
                      MOVE VALH-NAME TO VSR-NAME
                      MOVE VALH-MARKET-VALUE TO VSR-MARKET-VALUE
                      MOVE VALH-UNREAL-GL TO VSR-UNREAL-GL
                      IF VALH-IS-CASH
                         MOVE 'C' TO VSR-LINE-TYPE
                      ELSE
                         MOVE 'P' TO VSR-LINE-TYPE
                      END-IF
                      RELEASE VALH-SORT-RECORD
                   END-IF
               END-READ
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT
               OR WS-CCY-MATCH > 0
               IF WS-CCY-NAME(WS-CCY-INDEX) = VSR-NAME
                  AND WS-CCY-LINE-TYPE(WS-CCY-INDEX) = VSR-LINE-TYPE
                  MOVE WS-CCY-INDEX TO WS-CCY-MATCH
               END-IF
            END-PERFORM.
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-MATCH
               MOVE VSR-NAME TO WS-CCY-NAME(WS-CCY-MATCH)
               MOVE VSR-LINE-TYPE TO WS-CCY-LINE-TYPE(WS-CCY-MATCH)
               MOVE 0 TO WS-CCY-FIRST-MV(WS-CCY-MATCH)
               MOVE 0 TO WS-CCY-LAST-MV(WS-CCY-MATCH)
               MOVE 'N' TO WS-CCY-SEEN(WS-CCY-MATCH)
            ADD 1 TO WS-DAYS-REPORTED.
            MOVE 0 TO WS-DAY-TOTAL-MV.
            MOVE 0 TO WS-DAY-TOTAL-GL.
            MOVE 0 TO WS-DAY-TOTAL-CASH.
            PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT
               IF WS-SLOT-PRESENT(WS-CCY-INDEX) = 'Y'
                  ADD WS-SLOT-MV(WS-CCY-INDEX) TO WS-DAY-TOTAL-MV
                  IF WS-CCY-LINE-TYPE(WS-CCY-INDEX) = 'C'
                     ADD WS-SLOT-MV(WS-CCY-INDEX)
                        TO WS-DAY-TOTAL-CASH
                  END-IF
                  ADD WS-SLOT-GL(WS-CCY-INDEX) TO WS-DAY-TOTAL-GL
                  IF WS-CCY-SEEN(WS-CCY-INDEX) = 'N'
                     MOVE 'Y' TO WS-CCY-SEEN(WS-CCY-INDEX)

            MOVE WS-GROUP-DATE TO RDL-DATE.
            COMPUTE RDL-MARKET-VALUE ROUNDED = WS-DAY-TOTAL-MV.
            COMPUTE RDL-CASH ROUNDED = WS-DAY-TOTAL-CASH.
            COMPUTE RDL-UNREAL-GL ROUNDED = WS-DAY-TOTAL-GL.
            MOVE RPT-DAY-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT
               MOVE WS-CCY-NAME(WS-CCY-INDEX) TO RCO-NAME
               IF WS-CCY-LINE-TYPE(WS-CCY-INDEX) = 'C'
                  MOVE ' CASH' TO RCO-LINE-TYPE
               ELSE
                  MOVE SPACES TO RCO-LINE-TYPE
               END-IF
               COMPUTE RCO-FIRST-MV ROUNDED =
                  WS-CCY-FIRST-MV(WS-CCY-INDEX)
               COMPUTE RCO-LAST-MV ROUNDED =
