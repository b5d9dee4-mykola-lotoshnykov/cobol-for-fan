      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20260928
      * Purpose: Tax-year realized gains schedule for the annual tax
      * pack, built from the permanent BTC-REALIZED-DISPOSALS.DAT
      * (BTCDISP layout, one record per lot relief appended by
      * BTC-TRADE-LEDGER) instead of being assembled by hand from a
      * year of BTC-REALIZED-PL.TXT printouts. Every disposal is
      * classed short-term or long-term by its holding period - the
      * days from the lot's acquisition date to the sell date,
      * long-term when more than the operator-set threshold (365
      * by default). The disposals are sorted by tax year (the
      * calendar year of the sell date), currency and sell date;
      * the schedule lists each disposal and totals proceeds, cost
      * and gain/loss short-term and long-term per currency and per
      * year. The file to read is a prompt so the same schedule can
      * be run over a ledger trial run's
      * BTC-REALIZED-DISPOSALS-TRIAL.DAT to compare relief methods.
      * Writes BTC-TAX-SCHEDULE.TXT.
      * Tectonics: cobc -I copybooks BTC_TAX_SCHEDULE.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-TAX-SCHEDULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSALS-FILE ASSIGN TO WS-DISPOSALS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPOSALS-FILE-STATUS.

           SELECT TAX-SCHEDULE-REPORT
           ASSIGN TO 'BTC-TAX-SCHEDULE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPOSAL-SORT-FILE ASSIGN TO 'BTC-TAX-SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD DISPOSALS-FILE RECORDING MODE F.
           COPY BTCDISP.

       FD TAX-SCHEDULE-REPORT RECORDING MODE V.
       01 REPORT-LINE PIC X(132).

       SD DISPOSAL-SORT-FILE.
       01 DISPOSAL-SORT-RECORD.
           05 DSR-YEAR PIC X(4).
           05 DSR-NAME PIC X(4).
           05 DSR-SELL-DATE PIC X(10).
           05 DSR-ACQ-DATE PIC X(10).
           05 DSR-QUANTITY PIC 9(7)V9(6).
           05 DSR-PROCEEDS PIC S9(13)V9(2).
           05 DSR-COST PIC S9(13)V9(2).
           05 DSR-GAIN PIC S9(13)V9(2).
           05 DSR-METHOD PIC X(4).

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.

       01  WS-EOF PIC X(1).
       01  WS-SORT-DONE PIC X(1).
       01  WS-DISPOSALS-FILE-STATUS PIC X(2).
       01  WS-DISPOSALS-FILENAME PIC X(60)
              VALUE 'BTC-REALIZED-DISPOSALS.DAT'.

      *> Run parameters: the tax year (blank = every year on file)
      *> and the holding period past which a disposal is long-term.
       01  WS-TAX-YEAR PIC X(4) VALUE SPACES.
       01  WS-THRESHOLD-TEXT PIC X(8).
       01  WS-LONG-TERM-DAYS PIC 9(5) COMP VALUE 365.

       01  WS-AUDIT-COUNTS.
           05 WS-RECORDS-READ PIC 9(7) COMP VALUE 0.
           05 WS-RECORDS-SELECTED PIC 9(7) COMP VALUE 0.
           05 WS-RECORDS-UNUSABLE PIC 9(7) COMP VALUE 0.
           05 WS-ACQ-DATE-UNKNOWN PIC 9(7) COMP VALUE 0.
           05 WS-YEARS-REPORTED PIC 9(5) COMP VALUE 0.

      *> Holding-period arithmetic on the YYYY-MM-DD dates.
       01  WS-DATE-NUM PIC 9(8).
       01  WS-SELL-DAY PIC 9(7) COMP.
       01  WS-ACQ-DAY PIC 9(7) COMP.
       01  WS-DAYS-HELD PIC S9(7) COMP.
       01  WS-TERM-INDEX PIC 9(1) COMP.
           88 TERM-IS-SHORT VALUE 1.
           88 TERM-IS-LONG VALUE 2.

      *> Control-break keys and the three levels of totals, each
      *> split short-term (1) and long-term (2).
       01  WS-GROUP-YEAR PIC X(4) VALUE SPACES.
       01  WS-GROUP-NAME PIC X(4) VALUE SPACES.
       01  WS-CCY-TOTALS.
           05 WS-CCY-TERM OCCURS 2 TIMES.
              10 WS-CCY-LOTS PIC 9(7) COMP.
              10 WS-CCY-PROCEEDS PIC S9(13)V9(2) COMP-3.
              10 WS-CCY-COST PIC S9(13)V9(2) COMP-3.
              10 WS-CCY-GAIN PIC S9(13)V9(2) COMP-3.
       01  WS-YEAR-TOTALS.
           05 WS-YEAR-TERM OCCURS 2 TIMES.
              10 WS-YEAR-LOTS PIC 9(7) COMP.
              10 WS-YEAR-PROCEEDS PIC S9(13)V9(2) COMP-3.
              10 WS-YEAR-COST PIC S9(13)V9(2) COMP-3.
              10 WS-YEAR-GAIN PIC S9(13)V9(2) COMP-3.
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-TERM OCCURS 2 TIMES.
              10 WS-GRAND-LOTS PIC 9(7) COMP.
              10 WS-GRAND-PROCEEDS PIC S9(13)V9(2) COMP-3.
              10 WS-GRAND-COST PIC S9(13)V9(2) COMP-3.
              10 WS-GRAND-GAIN PIC S9(13)V9(2) COMP-3.
       01  WS-TERM-NAMES.
           05 FILLER PIC X(10) VALUE 'SHORT-TERM'.
           05 FILLER PIC X(10) VALUE 'LONG-TERM '.
       01  WS-TERM-NAME-TABLE REDEFINES WS-TERM-NAMES.
           05 WS-TERM-NAME OCCURS 2 TIMES PIC X(10).

       01  RPT-TITLE-LINE.
           05 FILLER PIC X(37) VALUE
              'BTC TAX-YEAR REALIZED GAINS SCHEDULE '.
           05 RPT-TITLE-YEAR PIC X(20).
       01  RPT-BASIS-LINE.
           05 FILLER PIC X(34) VALUE
              'LONG-TERM WHEN HELD MORE THAN     '.
           05 RPT-BASIS-DAYS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE ' DAYS - FROM'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-BASIS-FILE PIC X(60).
       01  RPT-YEAR-LINE.
           05 FILLER PIC X(9) VALUE 'TAX YEAR '.
           05 RYL-YEAR PIC X(4).
       01  RPT-COLUMN-LINE.
           05 FILLER PIC X(34) VALUE
              'CCY  SOLD       ACQUIRED      DAYS'.
           05 FILLER PIC X(30) VALUE
              ' TERM             QUANTITY    '.
           05 FILLER PIC X(30) VALUE
              '    PROCEEDS            COST  '.
           05 FILLER PIC X(23) VALUE
              '     GAIN/LOSS   METHOD'.
       01  RPT-DETAIL-LINE.
           05 RDL-NAME PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-SELL-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-ACQ-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-DAYS PIC ZZZZZZ9.
           05 RDL-DAYS-TEXT REDEFINES RDL-DAYS PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-TERM PIC X(10).
           05 RDL-QUANTITY PIC Z,ZZZ,ZZ9.999999.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-PROCEEDS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-COST PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-GAIN PIC +ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-METHOD PIC X(4).
       01  RPT-TOTAL-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RTL-LABEL PIC X(16).
           05 RTL-TERM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RTL-LOTS PIC ZZZZZZ9.
           05 FILLER PIC X(6) VALUE ' LOTS '.
           05 FILLER PIC X(17) VALUE SPACES.
           05 RTL-PROCEEDS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTL-COST PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTL-GAIN PIC +ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-START-TS.
            DISPLAY '=== BTC TAX-YEAR REALIZED GAINS SCHEDULE ==='.

            DISPLAY 'Enter tax year YYYY (blank = every year):'.
            ACCEPT WS-TAX-YEAR FROM SYSIN.
            IF WS-TAX-YEAR NOT = SPACES
               AND WS-TAX-YEAR IS NOT NUMERIC
               DISPLAY 'Tax year must be YYYY - ' WS-TAX-YEAR
               MOVE SPACES TO WS-DISPOSALS-FILE-STATUS
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

            DISPLAY 'Enter disposals file '
               '(blank = BTC-REALIZED-DISPOSALS.DAT):'.
            ACCEPT WS-DISPOSALS-FILENAME FROM SYSIN.
            IF WS-DISPOSALS-FILENAME = SPACES
               MOVE 'BTC-REALIZED-DISPOSALS.DAT'
                  TO WS-DISPOSALS-FILENAME
            END-IF.

            DISPLAY 'Long-term when held more than how many days '
               '(blank = 365):'.
            ACCEPT WS-THRESHOLD-TEXT FROM SYSIN.
            IF WS-THRESHOLD-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) = 0
               COMPUTE WS-LONG-TERM-DAYS =
                  FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
            END-IF.

            OPEN OUTPUT TAX-SCHEDULE-REPORT.
            IF WS-TAX-YEAR = SPACES
               MOVE '- ALL YEARS ON FILE' TO RPT-TITLE-YEAR
            ELSE
               MOVE SPACES TO RPT-TITLE-YEAR
               STRING 'FOR ' DELIMITED BY SIZE,
                  WS-TAX-YEAR DELIMITED BY SIZE
                  INTO RPT-TITLE-YEAR
            END-IF.
            MOVE RPT-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-LONG-TERM-DAYS TO RPT-BASIS-DAYS.
            MOVE WS-DISPOSALS-FILENAME TO RPT-BASIS-FILE.
            MOVE RPT-BASIS-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

            INITIALIZE WS-GRAND-TOTALS.
            SORT DISPOSAL-SORT-FILE
               ON ASCENDING KEY DSR-YEAR DSR-NAME DSR-SELL-DATE
                  DSR-ACQ-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS FEED-DISPOSALS-TO-SORT
               OUTPUT PROCEDURE IS REPORT-SORTED-DISPOSALS.

            IF WS-RECORDS-SELECTED = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'NO DISPOSALS ON FILE FOR THE YEAR'
                  TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            IF WS-YEARS-REPORTED > 1
               PERFORM WRITE-GRAND-TOTALS
            END-IF.
            IF WS-ACQ-DATE-UNKNOWN > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '*** LOTS WITH AN UNUSABLE ACQUISITION DATE ARE '
                  TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '*** SHOWN SHORT-TERM WITH ???? DAYS - REVIEW'
                  TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            CLOSE TAX-SCHEDULE-REPORT.

            DISPLAY 'DISPOSALS READ: ' WS-RECORDS-READ
               ' SELECTED: ' WS-RECORDS-SELECTED
               ' UNUSABLE: ' WS-RECORDS-UNUSABLE.
            DISPLAY 'Report: BTC-TAX-SCHEDULE.TXT'.

            PERFORM RECORD-RUN-HISTORY.

            EVALUATE TRUE
               WHEN WS-DISPOSALS-FILE-STATUS NOT = '00'
                  AND WS-DISPOSALS-FILE-STATUS NOT = '10'
                  MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-SELECTED = 0
                  MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-UNUSABLE > 0
                  OR WS-ACQ-DATE-UNKNOWN > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

            STOP RUN.

       FEED-DISPOSALS-TO-SORT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT DISPOSALS-FILE.
            IF WS-DISPOSALS-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open ' WS-DISPOSALS-FILENAME
               DISPLAY 'File status ' WS-DISPOSALS-FILE-STATUS
               DISPLAY 'Run BTC-TRADE-LEDGER first to start it.'
               MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
               READ DISPOSALS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM SELECT-ONE-DISPOSAL
               END-READ
            END-PERFORM.
            IF WS-DISPOSALS-FILE-STATUS = '00'
               OR WS-DISPOSALS-FILE-STATUS = '10'
               CLOSE DISPOSALS-FILE
            END-IF.

      *> A record whose sell date cannot place it in a tax year is
      *> counted and left out rather than guessed into one.
       SELECT-ONE-DISPOSAL.
            IF DSP-SELL-DATE(1:4) IS NOT NUMERIC
               OR DSP-SELL-DATE(6:2) IS NOT NUMERIC
               OR DSP-SELL-DATE(9:2) IS NOT NUMERIC
               OR DSP-PROCEEDS IS NOT NUMERIC
               OR DSP-COST IS NOT NUMERIC
               OR DSP-GAIN IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-UNUSABLE
            ELSE
               IF WS-TAX-YEAR = SPACES
                  OR DSP-SELL-DATE(1:4) = WS-TAX-YEAR
                  ADD 1 TO WS-RECORDS-SELECTED
                  MOVE DSP-SELL-DATE(1:4) TO DSR-YEAR
                  MOVE DSP-NAME TO DSR-NAME
                  MOVE DSP-SELL-DATE TO DSR-SELL-DATE
                  MOVE DSP-ACQ-DATE TO DSR-ACQ-DATE
                  MOVE DSP-QUANTITY TO DSR-QUANTITY
                  MOVE DSP-PROCEEDS TO DSR-PROCEEDS
                  MOVE DSP-COST TO DSR-COST
                  MOVE DSP-GAIN TO DSR-GAIN
                  MOVE DSP-METHOD TO DSR-METHOD
                  RELEASE DISPOSAL-SORT-RECORD
               END-IF
            END-IF.

       REPORT-SORTED-DISPOSALS.
            MOVE SPACES TO WS-GROUP-YEAR.
            MOVE SPACES TO WS-GROUP-NAME.
            MOVE 'N' TO WS-SORT-DONE.
            PERFORM UNTIL WS-SORT-DONE = 'Y'
               RETURN DISPOSAL-SORT-FILE
                       AT END
                       MOVE 'Y' TO WS-SORT-DONE
                       IF WS-GROUP-YEAR NOT = SPACES
                          PERFORM CLOSE-OUT-CURRENCY
                          PERFORM CLOSE-OUT-YEAR
                       END-IF
                   NOT AT END
                   IF DSR-YEAR NOT = WS-GROUP-YEAR
                      IF WS-GROUP-YEAR NOT = SPACES
                         PERFORM CLOSE-OUT-CURRENCY
                         PERFORM CLOSE-OUT-YEAR
                      END-IF
                      PERFORM START-YEAR-GROUP
                   END-IF
                   IF DSR-NAME NOT = WS-GROUP-NAME
                      IF WS-GROUP-NAME NOT = SPACES
                         PERFORM CLOSE-OUT-CURRENCY
                      END-IF
                      MOVE DSR-NAME TO WS-GROUP-NAME
                      INITIALIZE WS-CCY-TOTALS
                   END-IF
                   PERFORM REPORT-ONE-DISPOSAL
               END-RETURN
            END-PERFORM.

       START-YEAR-GROUP.
            MOVE DSR-YEAR TO WS-GROUP-YEAR.
            MOVE SPACES TO WS-GROUP-NAME.
            INITIALIZE WS-YEAR-TOTALS.
            ADD 1 TO WS-YEARS-REPORTED.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE DSR-YEAR TO RYL-YEAR.
            MOVE RPT-YEAR-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE RPT-COLUMN-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> Days held counts from the acquisition date to the sell
      *> date; a lot whose acquisition date is unusable cannot be
      *> shown to have been held long and stays short-term.
       REPORT-ONE-DISPOSAL.
            SET TERM-IS-SHORT TO TRUE.
            MOVE DSR-SELL-DATE(1:4) TO WS-DATE-NUM(1:4).
            MOVE DSR-SELL-DATE(6:2) TO WS-DATE-NUM(5:2).
            MOVE DSR-SELL-DATE(9:2) TO WS-DATE-NUM(7:2).
            COMPUTE WS-SELL-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            IF DSR-ACQ-DATE(1:4) IS NUMERIC
               AND DSR-ACQ-DATE(6:2) IS NUMERIC
               AND DSR-ACQ-DATE(9:2) IS NUMERIC
               MOVE DSR-ACQ-DATE(1:4) TO WS-DATE-NUM(1:4)
               MOVE DSR-ACQ-DATE(6:2) TO WS-DATE-NUM(5:2)
               MOVE DSR-ACQ-DATE(9:2) TO WS-DATE-NUM(7:2)
               COMPUTE WS-ACQ-DAY =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-DAYS-HELD = WS-SELL-DAY - WS-ACQ-DAY
               IF WS-DAYS-HELD > WS-LONG-TERM-DAYS
                  SET TERM-IS-LONG TO TRUE
               END-IF
               MOVE WS-DAYS-HELD TO RDL-DAYS
            ELSE
               ADD 1 TO WS-ACQ-DATE-UNKNOWN
               MOVE '   ????' TO RDL-DAYS-TEXT
            END-IF.

            MOVE DSR-NAME TO RDL-NAME.
            MOVE DSR-SELL-DATE TO RDL-SELL-DATE.
            MOVE DSR-ACQ-DATE TO RDL-ACQ-DATE.
            MOVE WS-TERM-NAME(WS-TERM-INDEX) TO RDL-TERM.
            MOVE DSR-QUANTITY TO RDL-QUANTITY.
            MOVE DSR-PROCEEDS TO RDL-PROCEEDS.
            MOVE DSR-COST TO RDL-COST.
            MOVE DSR-GAIN TO RDL-GAIN.
            MOVE DSR-METHOD TO RDL-METHOD.
            MOVE RPT-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

            ADD 1 TO WS-CCY-LOTS(WS-TERM-INDEX).
            ADD DSR-PROCEEDS TO WS-CCY-PROCEEDS(WS-TERM-INDEX).
            ADD DSR-COST TO WS-CCY-COST(WS-TERM-INDEX).
            ADD DSR-GAIN TO WS-CCY-GAIN(WS-TERM-INDEX).

       CLOSE-OUT-CURRENCY.
            PERFORM VARYING WS-TERM-INDEX FROM 1 BY 1
               UNTIL WS-TERM-INDEX > 2
               MOVE SPACES TO RTL-LABEL
               STRING WS-GROUP-NAME DELIMITED BY SPACE,
                  ' TOTAL' DELIMITED BY SIZE
                  INTO RTL-LABEL
               MOVE WS-TERM-NAME(WS-TERM-INDEX) TO RTL-TERM
               MOVE WS-CCY-LOTS(WS-TERM-INDEX) TO RTL-LOTS
               MOVE WS-CCY-PROCEEDS(WS-TERM-INDEX) TO RTL-PROCEEDS
               MOVE WS-CCY-COST(WS-TERM-INDEX) TO RTL-COST
               MOVE WS-CCY-GAIN(WS-TERM-INDEX) TO RTL-GAIN
               MOVE RPT-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-CCY-LOTS(WS-TERM-INDEX)
                  TO WS-YEAR-LOTS(WS-TERM-INDEX)
               ADD WS-CCY-PROCEEDS(WS-TERM-INDEX)
                  TO WS-YEAR-PROCEEDS(WS-TERM-INDEX)
               ADD WS-CCY-COST(WS-TERM-INDEX)
                  TO WS-YEAR-COST(WS-TERM-INDEX)
               ADD WS-CCY-GAIN(WS-TERM-INDEX)
                  TO WS-YEAR-GAIN(WS-TERM-INDEX)
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       CLOSE-OUT-YEAR.
            PERFORM VARYING WS-TERM-INDEX FROM 1 BY 1
               UNTIL WS-TERM-INDEX > 2
               MOVE SPACES TO RTL-LABEL
               STRING 'YEAR ' DELIMITED BY SIZE,
                  WS-GROUP-YEAR DELIMITED BY SIZE
                  INTO RTL-LABEL
               MOVE WS-TERM-NAME(WS-TERM-INDEX) TO RTL-TERM
               MOVE WS-YEAR-LOTS(WS-TERM-INDEX) TO RTL-LOTS
               MOVE WS-YEAR-PROCEEDS(WS-TERM-INDEX) TO RTL-PROCEEDS
               MOVE WS-YEAR-COST(WS-TERM-INDEX) TO RTL-COST
               MOVE WS-YEAR-GAIN(WS-TERM-INDEX) TO RTL-GAIN
               MOVE RPT-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-YEAR-LOTS(WS-TERM-INDEX)
                  TO WS-GRAND-LOTS(WS-TERM-INDEX)
               ADD WS-YEAR-PROCEEDS(WS-TERM-INDEX)
                  TO WS-GRAND-PROCEEDS(WS-TERM-INDEX)
               ADD WS-YEAR-COST(WS-TERM-INDEX)
                  TO WS-GRAND-COST(WS-TERM-INDEX)
               ADD WS-YEAR-GAIN(WS-TERM-INDEX)
                  TO WS-GRAND-GAIN(WS-TERM-INDEX)
            END-PERFORM.
            MOVE 'YEAR ' TO RTL-LABEL.
            MOVE WS-GROUP-YEAR TO RTL-LABEL(6:4).
            MOVE 'ALL TERMS' TO RTL-TERM.
            COMPUTE RTL-LOTS = WS-YEAR-LOTS(1) + WS-YEAR-LOTS(2).
            COMPUTE RTL-PROCEEDS =
               WS-YEAR-PROCEEDS(1) + WS-YEAR-PROCEEDS(2).
            COMPUTE RTL-COST = WS-YEAR-COST(1) + WS-YEAR-COST(2).
            COMPUTE RTL-GAIN = WS-YEAR-GAIN(1) + WS-YEAR-GAIN(2).
            MOVE RPT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-GRAND-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE '=== ALL YEARS ===' TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-TERM-INDEX FROM 1 BY 1
               UNTIL WS-TERM-INDEX > 2
               MOVE 'ALL YEARS' TO RTL-LABEL
               MOVE WS-TERM-NAME(WS-TERM-INDEX) TO RTL-TERM
               MOVE WS-GRAND-LOTS(WS-TERM-INDEX) TO RTL-LOTS
               MOVE WS-GRAND-PROCEEDS(WS-TERM-INDEX) TO RTL-PROCEEDS
               MOVE WS-GRAND-COST(WS-TERM-INDEX) TO RTL-COST
               MOVE WS-GRAND-GAIN(WS-TERM-INDEX) TO RTL-GAIN
               MOVE RPT-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-PERFORM.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-TAX-SCHEDULE' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
            MOVE WS-DISPOSALS-FILENAME TO RUNH-INPUT-FILE.
            MOVE SPACES TO RUNH-PARAMETERS.
            MOVE WS-LONG-TERM-DAYS TO RPT-BASIS-DAYS.
            IF WS-TAX-YEAR = SPACES
               STRING 'ALL YEARS LONG-TERM OVER ' DELIMITED BY SIZE,
                  RPT-BASIS-DAYS DELIMITED BY SIZE,
                  ' DAYS' DELIMITED BY SIZE
                  INTO RUNH-PARAMETERS
            ELSE
               STRING 'YEAR ' DELIMITED BY SIZE,
                  WS-TAX-YEAR DELIMITED BY SIZE,
                  ' LONG-TERM OVER ' DELIMITED BY SIZE,
                  RPT-BASIS-DAYS DELIMITED BY SIZE,
                  ' DAYS' DELIMITED BY SIZE
                  INTO RUNH-PARAMETERS
            END-IF.
            MOVE WS-RECORDS-READ TO RUNH-ROWS-READ.
            MOVE WS-RECORDS-SELECTED TO RUNH-ROWS-GOOD.
            MOVE WS-RECORDS-UNUSABLE TO RUNH-ROWS-REJECTED.
            COMPUTE RUNH-ROWS-SKIPPED = WS-RECORDS-READ
               - WS-RECORDS-SELECTED - WS-RECORDS-UNUSABLE.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN WS-DISPOSALS-FILE-STATUS NOT = '00'
                  AND WS-DISPOSALS-FILE-STATUS NOT = '10'
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN WS-RECORDS-SELECTED = 0
                  MOVE 'EMPTY' TO RUNH-OUTCOME
               WHEN WS-RECORDS-UNUSABLE > 0
                  OR WS-ACQ-DATE-UNKNOWN > 0
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
            END-EVALUATE.
            CALL 'BTC-RUN-LOGGER' USING RUN-HISTORY-RECORD
               ON EXCEPTION
                  DISPLAY 'Run not recorded - BTC-RUN-LOGGER '
                     'module is not on COB_LIBRARY_PATH'
            END-CALL.

       END PROGRAM BTC-TAX-SCHEDULE.
