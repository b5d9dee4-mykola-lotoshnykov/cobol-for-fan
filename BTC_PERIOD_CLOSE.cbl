      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20260921
      * Purpose: Month-end period close for the price master and the
      * valuation history, in the same ACCEPT/DISPLAY style as
      * BTC-SUSPENSE-RELEASE. Until now a late extract re-loaded in
      * week three, or a suspended row released after month-end,
      * quietly changed closes the month's reports were built on.
      * C closes a finished month: the month's closing PM-CLOSE-PRICE
      * per currency off BTC-PRICE-MASTER.DAT and the month-end marks
      * off BTC-VALUATION-HISTORY.DAT (the last valuation date of the
      * month, last record per currency, the BTC-VALUATION-REPORT
      * rule) are shown, confirmed, and frozen into the permanent
      * BTC-CLOSED-PERIODS.DAT (BTCCLOS copybook) followed by the
      * CLOSED event. From then on BTC-PRICE-LOAD and
      * BTC-SUSPENSE-RELEASE hold any change to that month in
      * BTC-POST-CLOSE-ADJ.TXT (BTCPADJ) and BTC-PORTFOLIO-VALUE
      * appends no more history for it.
      * R reopens a closed month - an explicit act that needs a
      * reason and a confirmation, and is logged as a REOPENED event
      * next to the close it undoes.
      * A walks the controller through the held post-close
      * adjustments: approve one onto the master (logged as an 'A'
      * record against the period - the frozen snapshot stays what
      * was reported), leave it held, or drop it. Rows left held are
      * carried to BTC-POST-CLOSE-ADJ-REMAINING.TXT, with which the
      * operator replaces BTC-POST-CLOSE-ADJ.TXT, like the suspense
      * flow.
      * L (or blank) lists every month ever closed with its current
      * status and the adjustments still waiting.
      * Tectonics: cobc -I copybooks BTC_PERIOD_CLOSE.cbl
      *
      * Modification History:
      * 20261007 ML - The month-end marks include the book's cash
      *               lines (VALH-LINE-TYPE 'C'); they are shown as
      *               CASH and frozen with their line type
      *               (CLP-VAL-LINE-TYPE), and a fiat code is kept
      *               apart from a coin of the same name. Mark table
      *               raised to 60 for the ten cash accounts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-PERIOD-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTC-PRICE-MASTER ASSIGN TO 'BTC-PRICE-MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT VALUATION-HISTORY
           ASSIGN TO 'BTC-VALUATION-HISTORY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VALH-FILE-STATUS.

           SELECT CLOSED-PERIODS-FILE
           ASSIGN TO 'BTC-CLOSED-PERIODS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-FILE-STATUS.

           SELECT POST-CLOSE-ADJ-FILE ASSIGN TO 'BTC-POST-CLOSE-ADJ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT ADJ-REMAINING-FILE
           ASSIGN TO 'BTC-POST-CLOSE-ADJ-REMAINING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BTC-PRICE-MASTER.
           COPY BTCPRICE.

       FD VALUATION-HISTORY RECORDING MODE F.
           COPY BTCVALH.

       FD CLOSED-PERIODS-FILE RECORDING MODE F.
           COPY BTCCLOS.

       FD POST-CLOSE-ADJ-FILE RECORDING MODE V.
           COPY BTCPADJ.

       FD ADJ-REMAINING-FILE RECORDING MODE V.
       01 REMAINING-ADJ-RECORD PIC X(257).

       WORKING-STORAGE SECTION.
           COPY BTCDATAO.
           COPY BTCDATAT.
           COPY BTCRUNH.
           COPY BTCPERD.

       01  WS-EOF PIC X(1).
       01  WS-CLOSED-EOF PIC X(1).
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-VALH-FILE-STATUS PIC X(2).
       01  WS-CLOSED-FILE-STATUS PIC X(2).
       01  WS-ADJ-FILE-STATUS PIC X(2).

       01  WS-ACTION-CHOICE PIC X(1).
           88 ACTION-IS-CLOSE VALUES 'C' 'c'.
           88 ACTION-IS-REOPEN VALUES 'R' 'r'.
           88 ACTION-IS-APPROVE VALUES 'A' 'a'.
       01  WS-CONFIRM-ANSWER PIC X(1).
           88 ACTION-IS-CONFIRMED VALUES 'Y' 'y'.
       01  WS-ROW-CHOICE PIC X(1).
           88 ROW-IS-APPROVED VALUES 'A' 'a'.
           88 ROW-IS-DROPPED VALUES 'D' 'd'.

      *> The month acted on, and the month we are in - only a month
      *> that has ended may be closed.
       01  WS-PERIOD PIC X(7).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-Y PIC X(4).
           05 WS-PERIOD-DASH PIC X(1).
           05 WS-PERIOD-M PIC X(2).
       01  WS-PERIOD-VALID PIC X(1).
           88 PERIOD-IS-VALID VALUE 'Y'.
           88 PERIOD-IS-INVALID VALUE 'N'.
       01  WS-CURRENT-PERIOD PIC X(7).
       01  WS-TODAY-PARTS.
           05 WS-TODAY-Y PIC X(4).
           05 WS-TODAY-M PIC X(2).
           05 WS-TODAY-D PIC X(2).
       01  WS-REASON PIC X(60).
       01  WS-ACTION-TS PIC X(14).
       01  WS-RUN-RC PIC 9(2) VALUE 0.

      *> Month's closing price per currency - the master is in
      *> PM-KEY order, so the last row of the month seen for a
      *> currency is its close.
       01  SNAP-PRICE-TABLE.
           05 SNP-COUNT PIC 9(2) COMP VALUE 0.
           05 SNP-ENTRY OCCURS 50 TIMES.
              10 SNP-NAME PIC X(4).
              10 SNP-DATE PIC X(10).
              10 SNP-CLOSE COMP-2.
       01  WS-SNP-INDEX PIC 9(2) COMP.
       01  WS-SNP-FOUND PIC X(1).

      *> Month-end marks: the records of the month's last valuation
      *> date, the last one per currency winning, as in
      *> BTC-VALUATION-REPORT.
       01  WS-SNAP-VALH-DATE PIC X(10).
       01  SNAP-VALH-TABLE.
           05 SNV-COUNT PIC 9(2) COMP VALUE 0.
           05 SNV-ENTRY OCCURS 60 TIMES.
              10 SNV-NAME PIC X(4).
              10 SNV-LINE-TYPE PIC X(1).
              10 SNV-QUANTITY PIC 9(7)V9(6).
              10 SNV-CLOSE PIC 9(10)V9(4).
              10 SNV-MARKET-VALUE PIC S9(13)V9(2).
              10 SNV-UNREAL-GL PIC S9(13)V9(2).
       01  WS-SNV-INDEX PIC 9(2) COMP.
       01  WS-SNV-FOUND PIC X(1).
       01  WS-VALH-LINE-TYPE PIC X(1).
       01  WS-SNV-LABEL PIC X(5).
       01  WS-RECORDS-FROZEN PIC 9(5) COMP VALUE 0.

      *> Controller's pass over the held post-close adjustments.
       01  WS-ADJ-COUNTS.
           05 WS-ADJ-READ PIC 9(5) COMP VALUE 0.
           05 WS-ADJ-APPROVED PIC 9(5) COMP VALUE 0.
           05 WS-ADJ-LEFT PIC 9(5) COMP VALUE 0.
           05 WS-ADJ-DROPPED PIC 9(5) COMP VALUE 0.
       01  WS-ROW-DATE PIC X(10).
       01  SUBSTRING-POS.
           05 DATE-START-POS PIC 9(1) VALUE 2.
           05 DATE-END-POS PIC 9(2) VALUE 10.

       01  DSP-PRICE PIC Z,ZZZ,ZZZ,ZZ9.9999.
       01  DSP-AMOUNT PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-START-TS.
            DISPLAY '=== BTC MONTH-END PERIOD CLOSE ==='.

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-PARTS.
            MOVE SPACES TO WS-CURRENT-PERIOD.
            STRING WS-TODAY-Y '-' WS-TODAY-M
               DELIMITED BY SIZE INTO WS-CURRENT-PERIOD.

            PERFORM LOAD-CLOSED-PERIODS.

            DISPLAY 'C=close a month, R=reopen a closed month, '
               'A=approve post-close adjustments, '
               'L=list periods (blank = L):'.
            ACCEPT WS-ACTION-CHOICE FROM SYSIN.
            EVALUATE TRUE
               WHEN ACTION-IS-CLOSE
                  PERFORM CLOSE-ONE-PERIOD
               WHEN ACTION-IS-REOPEN
                  PERFORM REOPEN-ONE-PERIOD
               WHEN ACTION-IS-APPROVE
                  PERFORM APPROVE-ADJUSTMENTS
               WHEN OTHER
                  MOVE 'L' TO WS-ACTION-CHOICE
                  PERFORM LIST-PERIODS
            END-EVALUATE.

            PERFORM RECORD-RUN-HISTORY.
            MOVE WS-RUN-RC TO RETURN-CODE.

            STOP RUN.

      *> Latest 'P' event per month wins - a reopened month reads
      *> REOPENED. No file yet means no month has been closed.
       LOAD-CLOSED-PERIODS.
            OPEN INPUT CLOSED-PERIODS-FILE.
            IF WS-CLOSED-FILE-STATUS = '00'
               MOVE 'N' TO WS-CLOSED-EOF
               PERFORM UNTIL WS-CLOSED-EOF = 'Y'
                  READ CLOSED-PERIODS-FILE
                          AT END MOVE 'Y' TO WS-CLOSED-EOF
                      NOT AT END
                      IF CLP-IS-PERIOD-EVENT
                         PERFORM STORE-PERIOD-EVENT
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE CLOSED-PERIODS-FILE
            END-IF.

       STORE-PERIOD-EVENT.
            MOVE CLP-PERIOD TO PRD-LOOKUP-PERIOD.
            PERFORM FIND-PERIOD-STATUS.
            IF PRD-LOOKUP-INDEX = 0 AND PERIOD-COUNT < 240
               ADD 1 TO PERIOD-COUNT
               MOVE PERIOD-COUNT TO PRD-LOOKUP-INDEX
               MOVE CLP-PERIOD TO PRD-PERIOD(PERIOD-COUNT)
               MOVE SPACES TO PRD-CLOSE-TS(PERIOD-COUNT)
            END-IF.
            IF PRD-LOOKUP-INDEX > 0
               MOVE CLP-EVENT TO PRD-STATUS(PRD-LOOKUP-INDEX)
               MOVE CLP-ACTION-TS TO PRD-EVENT-TS(PRD-LOOKUP-INDEX)
               IF CLP-EVENT-CLOSED
                  MOVE CLP-ACTION-TS
                     TO PRD-CLOSE-TS(PRD-LOOKUP-INDEX)
               END-IF
            END-IF.

       FIND-PERIOD-STATUS.
            MOVE 0 TO PRD-LOOKUP-INDEX.
            SET PRD-LOOKUP-IS-OPEN TO TRUE.
            PERFORM VARYING PRD-SCAN-INDEX FROM 1 BY 1
               UNTIL PRD-SCAN-INDEX > PERIOD-COUNT
               OR PRD-LOOKUP-INDEX > 0
               IF PRD-PERIOD(PRD-SCAN-INDEX) = PRD-LOOKUP-PERIOD
                  MOVE PRD-SCAN-INDEX TO PRD-LOOKUP-INDEX
               END-IF
            END-PERFORM.
            IF PRD-LOOKUP-INDEX > 0
               IF PRD-STATUS(PRD-LOOKUP-INDEX) = 'CLOSED'
                  SET PRD-LOOKUP-IS-CLOSED TO TRUE
               END-IF
            END-IF.

       ASK-PERIOD.
            DISPLAY 'Enter the month YYYY-MM:'.
            ACCEPT WS-PERIOD FROM SYSIN.
            SET PERIOD-IS-VALID TO TRUE.
            IF WS-PERIOD-Y IS NOT NUMERIC
               OR WS-PERIOD-DASH NOT = '-'
               OR WS-PERIOD-M IS NOT NUMERIC
               OR WS-PERIOD-M < '01'
               OR WS-PERIOD-M > '12'
               DISPLAY 'Not a usable YYYY-MM month: ' WS-PERIOD
               SET PERIOD-IS-INVALID TO TRUE
               MOVE 8 TO WS-RUN-RC
            END-IF.

      *> ------------------------------------------------------------
      *> C - close a month
      *> ------------------------------------------------------------
       CLOSE-ONE-PERIOD.
            PERFORM ASK-PERIOD.
            IF PERIOD-IS-VALID
               MOVE WS-PERIOD TO PRD-LOOKUP-PERIOD
               PERFORM FIND-PERIOD-STATUS
               EVALUATE TRUE
                  WHEN PRD-LOOKUP-IS-CLOSED
                     DISPLAY 'Period ' WS-PERIOD ' is already '
                        'closed - reopen it first to close it anew.'
                     MOVE 8 TO WS-RUN-RC
                  WHEN WS-PERIOD NOT < WS-CURRENT-PERIOD
                     DISPLAY 'Period ' WS-PERIOD ' has not ended '
                        'yet - only a past month can be closed.'
                     MOVE 8 TO WS-RUN-RC
                  WHEN OTHER
                     PERFORM SNAPSHOT-MASTER-CLOSES
                     PERFORM SNAPSHOT-VALUATION-HISTORY
                     PERFORM CONFIRM-AND-FREEZE-PERIOD
               END-EVALUATE
            END-IF.

       SNAPSHOT-MASTER-CLOSES.
            MOVE 0 TO SNP-COUNT.
            OPEN INPUT BTC-PRICE-MASTER.
            IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-PRICE-MASTER.DAT - status '
                  WS-MASTER-FILE-STATUS
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ BTC-PRICE-MASTER NEXT RECORD
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                      IF PM-DATE(1:7) = WS-PERIOD
                         PERFORM TRACK-CLOSING-PRICE
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE BTC-PRICE-MASTER
            END-IF.

       TRACK-CLOSING-PRICE.
            MOVE 'N' TO WS-SNP-FOUND.
            PERFORM VARYING WS-SNP-INDEX FROM 1 BY 1
               UNTIL WS-SNP-INDEX > SNP-COUNT
               OR WS-SNP-FOUND = 'Y'
               IF SNP-NAME(WS-SNP-INDEX) = PM-NAME
                  MOVE 'Y' TO WS-SNP-FOUND
                  MOVE PM-DATE TO SNP-DATE(WS-SNP-INDEX)
                  MOVE PM-CLOSE-PRICE TO SNP-CLOSE(WS-SNP-INDEX)
               END-IF
            END-PERFORM.
            IF WS-SNP-FOUND = 'N'
               IF SNP-COUNT < 50
                  ADD 1 TO SNP-COUNT
                  MOVE PM-NAME TO SNP-NAME(SNP-COUNT)
                  MOVE PM-DATE TO SNP-DATE(SNP-COUNT)
                  MOVE PM-CLOSE-PRICE TO SNP-CLOSE(SNP-COUNT)
               ELSE
                  DISPLAY 'More than 50 currencies on the master - '
                     PM-NAME ' not frozen.'
               END-IF
            END-IF.

      *> A later valuation date inside the month starts the set
      *> afresh; a rerun of the same date supersedes per currency.
       SNAPSHOT-VALUATION-HISTORY.
            MOVE 0 TO SNV-COUNT.
            MOVE SPACES TO WS-SNAP-VALH-DATE.
            OPEN INPUT VALUATION-HISTORY.
            IF WS-VALH-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-VALUATION-HISTORY.DAT - '
                  'status ' WS-VALH-FILE-STATUS
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ VALUATION-HISTORY
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                      IF VALH-DATE(1:7) = WS-PERIOD
                         AND VALH-DATE NOT < WS-SNAP-VALH-DATE
                         PERFORM TRACK-MONTH-END-MARK
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE VALUATION-HISTORY
            END-IF.

       TRACK-MONTH-END-MARK.
            IF VALH-DATE > WS-SNAP-VALH-DATE
               MOVE VALH-DATE TO WS-SNAP-VALH-DATE
               MOVE 0 TO SNV-COUNT
            END-IF.
            IF VALH-IS-CASH
               MOVE 'C' TO WS-VALH-LINE-TYPE
            ELSE
               MOVE 'P' TO WS-VALH-LINE-TYPE
            END-IF.
            MOVE 'N' TO WS-SNV-FOUND.
            PERFORM VARYING WS-SNV-INDEX FROM 1 BY 1
               UNTIL WS-SNV-INDEX > SNV-COUNT
               OR WS-SNV-FOUND = 'Y'
               IF SNV-NAME(WS-SNV-INDEX) = VALH-NAME
                  AND SNV-LINE-TYPE(WS-SNV-INDEX) = WS-VALH-LINE-TYPE
                  MOVE 'Y' TO WS-SNV-FOUND
               END-IF
            END-PERFORM.
            IF WS-SNV-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SNV-INDEX
            ELSE
               IF SNV-COUNT < 60
                  ADD 1 TO SNV-COUNT
                  MOVE SNV-COUNT TO WS-SNV-INDEX
                  MOVE 'Y' TO WS-SNV-FOUND
               END-IF
            END-IF.
            IF WS-SNV-FOUND = 'Y'
               MOVE VALH-NAME TO SNV-NAME(WS-SNV-INDEX)
               MOVE WS-VALH-LINE-TYPE TO SNV-LINE-TYPE(WS-SNV-INDEX)
               MOVE VALH-QUANTITY TO SNV-QUANTITY(WS-SNV-INDEX)
               MOVE VALH-CLOSE TO SNV-CLOSE(WS-SNV-INDEX)
               MOVE VALH-MARKET-VALUE
                  TO SNV-MARKET-VALUE(WS-SNV-INDEX)
               MOVE VALH-UNREAL-GL TO SNV-UNREAL-GL(WS-SNV-INDEX)
            END-IF.

      *> The controller sees exactly what will be frozen before the
      *> close is written. A month with no prices on the master has
      *> nothing to freeze and stays open.
       CONFIRM-AND-FREEZE-PERIOD.
            IF SNP-COUNT = 0
               DISPLAY 'No master prices dated in ' WS-PERIOD
                  ' - nothing to freeze, period not closed.'
               MOVE 8 TO WS-RUN-RC
            ELSE
               DISPLAY SPACE
               DISPLAY 'CLOSING PRICES FOR ' WS-PERIOD ':'
               PERFORM VARYING WS-SNP-INDEX FROM 1 BY 1
                  UNTIL WS-SNP-INDEX > SNP-COUNT
                  COMPUTE DSP-PRICE ROUNDED =
                     SNP-CLOSE(WS-SNP-INDEX)
                  DISPLAY '  ' SNP-NAME(WS-SNP-INDEX) ' '
                     SNP-DATE(WS-SNP-INDEX) ' ' DSP-PRICE
               END-PERFORM
               IF SNV-COUNT = 0
                  DISPLAY 'No valuation history dated in '
                     WS-PERIOD ' - closing on prices only.'
               ELSE
                  DISPLAY 'MONTH-END MARKS OF ' WS-SNAP-VALH-DATE ':'
                  PERFORM VARYING WS-SNV-INDEX FROM 1 BY 1
                     UNTIL WS-SNV-INDEX > SNV-COUNT
                     MOVE SNV-MARKET-VALUE(WS-SNV-INDEX)
                        TO DSP-AMOUNT
                     IF SNV-LINE-TYPE(WS-SNV-INDEX) = 'C'
                        MOVE 'CASH ' TO WS-SNV-LABEL
                     ELSE
                        MOVE SPACES TO WS-SNV-LABEL
                     END-IF
                     DISPLAY '  ' SNV-NAME(WS-SNV-INDEX) ' '
                        WS-SNV-LABEL 'MARKET VALUE ' DSP-AMOUNT
                  END-PERFORM
               END-IF
               DISPLAY 'Close ' WS-PERIOD ' and freeze the figures '
                  'above? (Y/N):'
               ACCEPT WS-CONFIRM-ANSWER FROM SYSIN
               IF ACTION-IS-CONFIRMED
                  PERFORM WRITE-CLOSE-RECORDS
               ELSE
                  DISPLAY 'Period ' WS-PERIOD ' not closed.'
                  MOVE 4 TO WS-RUN-RC
               END-IF
            END-IF.

      *> Snapshot first, CLOSED event last: a close cut short leaves
      *> orphan snapshot records but never a closed month without
      *> its figures. Every record carries the action's timestamp.
       WRITE-CLOSE-RECORDS.
            PERFORM OPEN-CLOSED-PERIODS-EXTEND.
            IF WS-CLOSED-FILE-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ACTION-TS
               PERFORM VARYING WS-SNP-INDEX FROM 1 BY 1
                  UNTIL WS-SNP-INDEX > SNP-COUNT
                  MOVE SPACES TO CLOSED-PERIOD-RECORD
                  SET CLP-IS-CLOSE-PRICE TO TRUE
                  MOVE WS-PERIOD TO CLP-PERIOD
                  MOVE WS-ACTION-TS TO CLP-ACTION-TS
                  MOVE SNP-NAME(WS-SNP-INDEX) TO CLP-PRICE-NAME
                  MOVE SNP-DATE(WS-SNP-INDEX) TO CLP-PRICE-DATE
                  COMPUTE CLP-CLOSE-PRICE ROUNDED =
                     SNP-CLOSE(WS-SNP-INDEX)
                  WRITE CLOSED-PERIOD-RECORD
                  ADD 1 TO WS-RECORDS-FROZEN
               END-PERFORM
               PERFORM VARYING WS-SNV-INDEX FROM 1 BY 1
                  UNTIL WS-SNV-INDEX > SNV-COUNT
                  MOVE SPACES TO CLOSED-PERIOD-RECORD
                  SET CLP-IS-VALUATION TO TRUE
                  MOVE WS-PERIOD TO CLP-PERIOD
                  MOVE WS-ACTION-TS TO CLP-ACTION-TS
                  MOVE WS-SNAP-VALH-DATE TO CLP-VAL-DATE
                  MOVE SNV-NAME(WS-SNV-INDEX) TO CLP-VAL-NAME
                  MOVE SNV-QUANTITY(WS-SNV-INDEX) TO CLP-VAL-QUANTITY
                  MOVE SNV-CLOSE(WS-SNV-INDEX) TO CLP-VAL-CLOSE
                  MOVE SNV-MARKET-VALUE(WS-SNV-INDEX)
                     TO CLP-VAL-MARKET-VALUE
                  MOVE SNV-UNREAL-GL(WS-SNV-INDEX)
                     TO CLP-VAL-UNREAL-GL
                  MOVE SNV-LINE-TYPE(WS-SNV-INDEX)
                     TO CLP-VAL-LINE-TYPE
                  WRITE CLOSED-PERIOD-RECORD
                  ADD 1 TO WS-RECORDS-FROZEN
               END-PERFORM
               MOVE SPACES TO CLOSED-PERIOD-RECORD
               SET CLP-IS-PERIOD-EVENT TO TRUE
               MOVE WS-PERIOD TO CLP-PERIOD
               MOVE WS-ACTION-TS TO CLP-ACTION-TS
               SET CLP-EVENT-CLOSED TO TRUE
               MOVE 'MONTH-END CLOSE' TO CLP-EVENT-REASON
               WRITE CLOSED-PERIOD-RECORD
               CLOSE CLOSED-PERIODS-FILE
               DISPLAY 'Period ' WS-PERIOD ' closed - '
                  WS-RECORDS-FROZEN ' records frozen.'
               IF SNV-COUNT = 0
                  MOVE 4 TO WS-RUN-RC
               END-IF
            END-IF.

       OPEN-CLOSED-PERIODS-EXTEND.
            OPEN EXTEND CLOSED-PERIODS-FILE.
            IF WS-CLOSED-FILE-STATUS = '35'
               OPEN OUTPUT CLOSED-PERIODS-FILE
            END-IF.
            IF WS-CLOSED-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-CLOSED-PERIODS.DAT - status '
                  WS-CLOSED-FILE-STATUS ' - nothing recorded.'
               MOVE 8 TO WS-RUN-RC
            END-IF.

      *> ------------------------------------------------------------
      *> R - reopen a closed month
      *> ------------------------------------------------------------
       REOPEN-ONE-PERIOD.
            PERFORM ASK-PERIOD.
            IF PERIOD-IS-VALID
               MOVE WS-PERIOD TO PRD-LOOKUP-PERIOD
               PERFORM FIND-PERIOD-STATUS
               IF PRD-LOOKUP-IS-OPEN
                  DISPLAY 'Period ' WS-PERIOD ' is not closed.'
                  MOVE 8 TO WS-RUN-RC
               ELSE
                  DISPLAY 'Enter the reason for reopening '
                     '(required):'
                  ACCEPT WS-REASON FROM SYSIN
                  IF WS-REASON = SPACES
                     DISPLAY 'No reason given - period stays closed.'
                     MOVE 8 TO WS-RUN-RC
                  ELSE
                     PERFORM CONFIRM-AND-REOPEN-PERIOD
                  END-IF
               END-IF
            END-IF.

       CONFIRM-AND-REOPEN-PERIOD.
            DISPLAY 'Reopening ' WS-PERIOD ' lets loads and '
               'releases change its prices again.'.
            DISPLAY 'Reopen ' WS-PERIOD '? (Y/N):'.
            ACCEPT WS-CONFIRM-ANSWER FROM SYSIN.
            IF ACTION-IS-CONFIRMED
               PERFORM OPEN-CLOSED-PERIODS-EXTEND
               IF WS-CLOSED-FILE-STATUS = '00'
                  MOVE SPACES TO CLOSED-PERIOD-RECORD
                  SET CLP-IS-PERIOD-EVENT TO TRUE
                  MOVE WS-PERIOD TO CLP-PERIOD
                  MOVE FUNCTION CURRENT-DATE(1:14) TO CLP-ACTION-TS
                  SET CLP-EVENT-REOPENED TO TRUE
                  MOVE WS-REASON TO CLP-EVENT-REASON
                  WRITE CLOSED-PERIOD-RECORD
                  CLOSE CLOSED-PERIODS-FILE
                  DISPLAY 'Period ' WS-PERIOD ' reopened - close it '
                     'again once the corrections are in.'
               END-IF
            ELSE
               DISPLAY 'Period ' WS-PERIOD ' stays closed.'
               MOVE 4 TO WS-RUN-RC
            END-IF.

      *> ------------------------------------------------------------
      *> A - controller approval of held post-close adjustments
      *> ------------------------------------------------------------
       APPROVE-ADJUSTMENTS.
            OPEN INPUT POST-CLOSE-ADJ-FILE.
            IF WS-ADJ-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-POST-CLOSE-ADJ.TXT - status '
                  WS-ADJ-FILE-STATUS
               DISPLAY 'Nothing held for approval.'
            ELSE
               OPEN I-O BTC-PRICE-MASTER
               IF WS-MASTER-FILE-STATUS NOT = '00'
                  DISPLAY 'Cannot open BTC-PRICE-MASTER.DAT - status '
                     WS-MASTER-FILE-STATUS
                  CLOSE POST-CLOSE-ADJ-FILE
                  MOVE 8 TO WS-RUN-RC
               ELSE
                  PERFORM WALK-HELD-ADJUSTMENTS
               END-IF
            END-IF.

       WALK-HELD-ADJUSTMENTS.
            PERFORM OPEN-CLOSED-PERIODS-EXTEND.
            OPEN OUTPUT ADJ-REMAINING-FILE.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
               READ POST-CLOSE-ADJ-FILE
                       AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-ADJ-READ
                   PERFORM REVIEW-ONE-ADJUSTMENT
               END-READ
            END-PERFORM.
            CLOSE POST-CLOSE-ADJ-FILE.
            CLOSE BTC-PRICE-MASTER.
            CLOSE ADJ-REMAINING-FILE.
            IF WS-CLOSED-FILE-STATUS = '00'
               CLOSE CLOSED-PERIODS-FILE
            END-IF.
            DISPLAY 'HELD READ: ' WS-ADJ-READ
               ' APPROVED: ' WS-ADJ-APPROVED
               ' LEFT HELD: ' WS-ADJ-LEFT
               ' DROPPED: ' WS-ADJ-DROPPED.
            DISPLAY 'Replace BTC-POST-CLOSE-ADJ.TXT with '
               'BTC-POST-CLOSE-ADJ-REMAINING.TXT.'.
            IF WS-ADJ-LEFT > 0
               MOVE 4 TO WS-RUN-RC
            END-IF.

      *> The held row already passed the writer's field checks; it
      *> is parsed here exactly as BTC-PRICE-LOAD parses a CSV row.
       REVIEW-ONE-ADJUSTMENT.
            MOVE SPACES TO TIME-OPEN, TIME-CLOSE, TIME-HIGH,
               TIME-LOW, NAME-VALUE, TS.
            MOVE SPACES TO BTC-DATA-TEXT.
            UNSTRING ADJ-RAW-ROW DELIMITED BY ";"
               INTO TIME-OPEN, TIME-CLOSE, TIME-HIGH, TIME-LOW
                   NAME-VALUE,
                   OPEN-PRICE-TEXT, HIGH-PRICE-TEXT,
                   LOW-PRICE-TEXT, CLOSE-PRICE-TEXT,
                   VOLUME-TEXT, MARKETCAP-TEXT, TS.
            MOVE TIME-HIGH(DATE-START-POS:DATE-END-POS)
               TO WS-ROW-DATE.
            DISPLAY SPACE.
            DISPLAY 'HELD ' WS-ADJ-READ ' PERIOD ' ADJ-PERIOD
               ' BY ' ADJ-SOURCE ' AT ' ADJ-HELD-TS.
            DISPLAY '  CURRENCY/DATE: ' NAME-VALUE ' ' WS-ROW-DATE.
            IF ADJ-ON-MASTER = 'Y'
               DISPLAY '  MASTER CLOSE:  ' ADJ-MASTER-CLOSE
            ELSE
               DISPLAY '  MASTER CLOSE:  (day not on the master)'
            END-IF.
            DISPLAY '  NEW CLOSE:     ' CLOSE-PRICE-TEXT.
            DISPLAY 'A=approve onto the master, L=leave held, '
               'D=drop?:'.
            ACCEPT WS-ROW-CHOICE FROM SYSIN.
            EVALUATE TRUE
               WHEN ROW-IS-APPROVED
                  PERFORM APPLY-APPROVED-ADJUSTMENT
               WHEN ROW-IS-DROPPED
                  ADD 1 TO WS-ADJ-DROPPED
               WHEN OTHER
                  PERFORM WRITE-REMAINING-ADJ
            END-EVALUATE.

       APPLY-APPROVED-ADJUSTMENT.
            IF FUNCTION TEST-NUMVAL(OPEN-PRICE-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(HIGH-PRICE-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(LOW-PRICE-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(CLOSE-PRICE-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(VOLUME-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(MARKETCAP-TEXT) NOT = 0
               DISPLAY 'Held row is not usable - left held.'
               PERFORM WRITE-REMAINING-ADJ
            ELSE
               MOVE NAME-VALUE TO PM-NAME
               MOVE WS-ROW-DATE TO PM-DATE
               COMPUTE PM-OPEN-PRICE =
                  FUNCTION NUMVAL(OPEN-PRICE-TEXT)
               COMPUTE PM-HIGH-PRICE =
                  FUNCTION NUMVAL(HIGH-PRICE-TEXT)
               COMPUTE PM-LOW-PRICE = FUNCTION NUMVAL(LOW-PRICE-TEXT)
               COMPUTE PM-CLOSE-PRICE =
                  FUNCTION NUMVAL(CLOSE-PRICE-TEXT)
               COMPUTE PM-VOLUME = FUNCTION NUMVAL(VOLUME-TEXT)
               COMPUTE PM-MARKETCAP =
                  FUNCTION NUMVAL(MARKETCAP-TEXT)
               MOVE TS TO PM-TS
               WRITE PRICE-MASTER-RECORD
                  INVALID KEY
                     REWRITE PRICE-MASTER-RECORD
               END-WRITE
               IF WS-MASTER-FILE-STATUS = '00'
                  ADD 1 TO WS-ADJ-APPROVED
                  PERFORM LOG-APPROVED-ADJUSTMENT
                  DISPLAY 'Approved ' PM-NAME ' ' PM-DATE
                     ' onto the master.'
               ELSE
                  DISPLAY 'Keyed write failed for ' PM-NAME ' '
                     PM-DATE ' - status ' WS-MASTER-FILE-STATUS
                     ' - left held.'
                  PERFORM WRITE-REMAINING-ADJ
               END-IF
            END-IF.

      *> The approval is recorded against the period it changed, old
      *> and new close side by side - the frozen snapshot itself is
      *> left as it was reported.
       LOG-APPROVED-ADJUSTMENT.
            IF WS-CLOSED-FILE-STATUS = '00'
               MOVE SPACES TO CLOSED-PERIOD-RECORD
               SET CLP-IS-ADJUSTMENT TO TRUE
               MOVE ADJ-PERIOD TO CLP-PERIOD
               MOVE FUNCTION CURRENT-DATE(1:14) TO CLP-ACTION-TS
               MOVE PM-NAME TO CLP-ADJ-NAME
               MOVE PM-DATE TO CLP-ADJ-DATE
               MOVE ADJ-MASTER-CLOSE TO CLP-ADJ-OLD-CLOSE
               COMPUTE CLP-ADJ-NEW-CLOSE ROUNDED = PM-CLOSE-PRICE
               MOVE ADJ-SOURCE TO CLP-ADJ-SOURCE
               WRITE CLOSED-PERIOD-RECORD
            END-IF.

       WRITE-REMAINING-ADJ.
            MOVE POST-CLOSE-ADJ-RECORD TO REMAINING-ADJ-RECORD.
            WRITE REMAINING-ADJ-RECORD.
            ADD 1 TO WS-ADJ-LEFT.

      *> ------------------------------------------------------------
      *> L - list the periods
      *> ------------------------------------------------------------
       LIST-PERIODS.
            DISPLAY SPACE.
            IF PERIOD-COUNT = 0
               DISPLAY 'No month has been closed yet.'
            ELSE
               DISPLAY 'PERIOD  STATUS    LAST EVENT      CLOSED AT'
               PERFORM VARYING PRD-SCAN-INDEX FROM 1 BY 1
                  UNTIL PRD-SCAN-INDEX > PERIOD-COUNT
                  DISPLAY PRD-PERIOD(PRD-SCAN-INDEX) ' '
                     PRD-STATUS(PRD-SCAN-INDEX) '  '
                     PRD-EVENT-TS(PRD-SCAN-INDEX) '  '
                     PRD-CLOSE-TS(PRD-SCAN-INDEX)
               END-PERFORM
            END-IF.
            OPEN INPUT POST-CLOSE-ADJ-FILE.
            IF WS-ADJ-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ POST-CLOSE-ADJ-FILE
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END ADD 1 TO WS-ADJ-READ
                  END-READ
               END-PERFORM
               CLOSE POST-CLOSE-ADJ-FILE
            END-IF.
            DISPLAY 'POST-CLOSE ADJUSTMENTS WAITING: ' WS-ADJ-READ.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-PERIOD-CLOSE' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
            MOVE 'BTC-CLOSED-PERIODS.DAT' TO RUNH-INPUT-FILE.
            MOVE SPACES TO RUNH-PARAMETERS.
            MOVE 0 TO RUNH-ROWS-READ, RUNH-ROWS-GOOD,
               RUNH-ROWS-REJECTED, RUNH-ROWS-SKIPPED.
            EVALUATE TRUE
               WHEN ACTION-IS-CLOSE
                  STRING 'CLOSE PERIOD ' DELIMITED BY SIZE,
                     WS-PERIOD DELIMITED BY SIZE
                     INTO RUNH-PARAMETERS
                  COMPUTE RUNH-ROWS-READ = SNP-COUNT + SNV-COUNT
                  MOVE WS-RECORDS-FROZEN TO RUNH-ROWS-GOOD
               WHEN ACTION-IS-REOPEN
                  STRING 'REOPEN PERIOD ' DELIMITED BY SIZE,
                     WS-PERIOD DELIMITED BY SIZE
                     INTO RUNH-PARAMETERS
               WHEN ACTION-IS-APPROVE
                  MOVE 'APPROVE POST-CLOSE ADJUSTMENTS'
                     TO RUNH-PARAMETERS
                  MOVE 'BTC-POST-CLOSE-ADJ.TXT' TO RUNH-INPUT-FILE
                  MOVE WS-ADJ-READ TO RUNH-ROWS-READ
                  MOVE WS-ADJ-APPROVED TO RUNH-ROWS-GOOD
                  MOVE WS-ADJ-LEFT TO RUNH-ROWS-REJECTED
                  MOVE WS-ADJ-DROPPED TO RUNH-ROWS-SKIPPED
               WHEN OTHER
                  MOVE 'LIST CLOSED PERIODS' TO RUNH-PARAMETERS
                  MOVE PERIOD-COUNT TO RUNH-ROWS-READ
            END-EVALUATE.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE WS-RUN-RC
               WHEN 0
                  MOVE 'NORMAL' TO RUNH-OUTCOME
               WHEN 4
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'ERROR' TO RUNH-OUTCOME
            END-EVALUATE.
            CALL 'BTC-RUN-LOGGER' USING RUN-HISTORY-RECORD
               ON EXCEPTION
                  DISPLAY 'Run not recorded - BTC-RUN-LOGGER '
                     'module is not on COB_LIBRARY_PATH'
            END-CALL.

       END PROGRAM BTC-PERIOD-CLOSE.
