      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20260923
      * Purpose: Independent second-source verification of the price
      * master. BTC-PRICE-LOAD's checks only compare the vendor
      * against itself (the prior day on the master), so a wrong
      * close that looks plausible sails through. This program reads
      * a second vendor's daily file (currency;date;close, dates as
      * YYYY-MM-DD), sorts it by currency and date and walks it in
      * step with BTC-PRICE-MASTER.DAT by PM-NAME/PM-DATE. Within the
      * date range the second source covers for each currency it
      * reports: closes differing by more than an operator-set
      * tolerance percent, days the second source has and the master
      * lacks, and days the master has and the second source lacks -
      * then a per-currency count of breaks. The report is
      * BTC-PRICE-BREAK.TXT; the open breaks also go to
      * BTC-PRICE-BREAKS.DAT (BTCPBRK copybook), rewritten each run,
      * from which BTC-MORNING-REPORT raises the breaks on held
      * currencies as an exception until a rerun no longer finds
      * them. Ends RC 4 when any break is open, RC 8 when the file
      * or the master cannot be read or holds no usable rows - such
      * a run leaves only a VFAL marker on BTC-PRICE-BREAKS.DAT. Ends
      * with GOBACK so BTC-BATCH-DRIVER can CALL it in the nightly
      * stream after the load.
      * Tectonics: cobc -I copybooks BTC_PRICE_VERIFY.cbl
      *
      * Modification History:
      * 20261015 ML - Both inputs are opened before BTC-PRICE-BREAKS.DAT
      *               is emptied, and a run that cannot verify (bad
      *               tolerance card, master or second source not
      *               readable, no usable source rows) leaves a VFAL
      *               marker there instead of last night's breaks or
      *               an empty file, so the morning report raises it.
      *               A tolerance card that is not a percent above 0
      *               is refused with RC 8 rather than ignored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-PRICE-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECOND-SOURCE-FILE ASSIGN TO WS-SOURCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT BTC-PRICE-MASTER ASSIGN TO 'BTC-PRICE-MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT SOURCE-SORT-FILE ASSIGN TO 'BTC-VERIFY-SORTWK'.

           SELECT BREAK-REPORT ASSIGN TO 'BTC-PRICE-BREAK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-BREAK-FILE ASSIGN TO 'BTC-PRICE-BREAKS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BREAK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SECOND-SOURCE-FILE RECORDING MODE V.
       01 SOURCE-ROW PIC X(80).

       FD BTC-PRICE-MASTER.
           COPY BTCPRICE.

       SD SOURCE-SORT-FILE.
       01 SOURCE-SORT-RECORD.
           05 SSR-NAME PIC X(4).
           05 SSR-DATE PIC X(10).
           05 SSR-CLOSE COMP-2.

       FD BREAK-REPORT RECORDING MODE V.
       01 REPORT-LINE PIC X(100).

       FD PRICE-BREAK-FILE RECORDING MODE F.
           COPY BTCPBRK.

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.

       01  WS-EOF PIC X(1).
       01  WS-SORT-DONE PIC X(1).
       01  WS-SOURCE-FILE-STATUS PIC X(2).
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-BREAK-FILE-STATUS PIC X(2).

       01  WS-SOURCE-FILENAME PIC X(60)
              VALUE 'BTC-SECOND-SOURCE.CSV'.
       01  WS-THRESHOLD-TEXT PIC X(8).
       01  WS-TOLERANCE-PCT PIC 9(3)V9(4) COMP VALUE 0.5.
       01  WS-PARAMETER-ERROR PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE PIC X(8).

      *> One second-source line, staged for the UNSTRING.
       01  SOURCE-ROW-FIELDS.
           05 SRC-ROW-NAME PIC X(4).
           05 SRC-ROW-DATE PIC X(10).
           05 SRC-ROW-CLOSE-TEXT PIC X(20).
       01  WS-SRC-CLOSE COMP-2.
       01  WS-ROW-USABLE PIC X(1).
           88 ROW-IS-USABLE VALUE 'Y'.
           88 ROW-IS-UNUSABLE VALUE 'N'.

       01  WS-AUDIT-COUNTS.
           05 WS-ROWS-READ PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-USABLE PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-UNUSABLE PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-DUPLICATE PIC 9(7) COMP VALUE 0.
           05 WS-DAYS-COMPARED PIC 9(7) COMP VALUE 0.
           05 WS-TOTAL-BREAKS PIC 9(7) COMP VALUE 0.

      *> Balanced-line state: the currency group being walked, the
      *> last second-source day taken (a repeated day is a vendor
      *> duplicate) and whether the master cursor still sits inside
      *> the group's currency.
       01  WS-GROUP-NAME PIC X(4).
       01  WS-LAST-SOURCE-DATE PIC X(10).
       01  WS-MASTER-DONE PIC X(1).
       01  WS-DIFF-PCT COMP-2.

      *> Per-currency tallies for the summary block.
       01  WS-CCY-LIMIT PIC 9(2) COMP VALUE 20.
       01  VERIFY-CCY-TABLE.
           05 VCY-COUNT PIC 9(2) COMP VALUE 0.
           05 VCY-ENTRY OCCURS 20 TIMES.
              10 VCY-NAME PIC X(4).
              10 VCY-FIRST-DATE PIC X(10).
              10 VCY-LAST-DATE PIC X(10).
              10 VCY-COMPARED PIC 9(7) COMP.
              10 VCY-DIFF-BREAKS PIC 9(7) COMP.
              10 VCY-NOMS-BREAKS PIC 9(7) COMP.
              10 VCY-NOSS-BREAKS PIC 9(7) COMP.
       01  WS-CCY-INDEX PIC 9(2) COMP.
       01  WS-CUR-CCY PIC 9(2) COMP VALUE 0.
       01  WS-CCY-FOUND PIC X(1).
       01  WS-CCY-DROPPED PIC 9(5) COMP VALUE 0.

       01  RPT-TITLE-LINE.
           05 FILLER PIC X(40) VALUE
              'BTC SECOND-SOURCE PRICE VERIFICATION - '.
           05 RPT-TITLE-SOURCE PIC X(60).
       01  RPT-TOLERANCE-LINE.
           05 FILLER PIC X(30) VALUE
              'CLOSE TOLERANCE (PERCENT):    '.
           05 RPT-TOLERANCE PIC ZZ9.9999.
       01  RPT-COLUMN-LINE.
           05 FILLER PIC X(20) VALUE 'CCY  DATE          '.
           05 FILLER PIC X(20) VALUE 'BREAK               '.
           05 FILLER PIC X(20) VALUE '        MASTER CLOSE'.
           05 FILLER PIC X(20) VALUE '        SOURCE CLOSE'.
           05 FILLER PIC X(12) VALUE '      DIFF %'.
       01  RPT-BREAK-LINE.
           05 RBL-NAME PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RBL-DATE PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RBL-TYPE PIC X(20).
           05 RBL-MASTER-CLOSE PIC ZZZ,ZZZ,ZZ9.9999.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RBL-SOURCE-CLOSE PIC ZZZ,ZZZ,ZZ9.9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RBL-DIFF-PCT PIC ZZ,ZZ9.9999.
       01  RPT-SUMMARY-COLUMNS.
           05 FILLER PIC X(27) VALUE 'CCY  COVERED BY SOURCE     '.
           05 FILLER PIC X(18) VALUE '         COMPARED '.
           05 FILLER PIC X(40) VALUE
              '   DIFF    NO MASTER  NO SOURCE   BREAKS'.
       01  RPT-SUMMARY-LINE.
           05 RSL-NAME PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RSL-FIRST-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE '-'.
           05 RSL-LAST-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RSL-COMPARED PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSL-DIFF PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RSL-NOMS PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RSL-NOSS PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSL-BREAKS PIC ZZZ,ZZ9.
       01  RPT-UNUSABLE-LINE.
           05 FILLER PIC X(20) VALUE '   UNUSABLE ROW:    '.
           05 RUL-ROW PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-START-TS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY '=== BTC SECOND-SOURCE PRICE VERIFICATION ==='.

            DISPLAY 'Enter second-source file (currency;date;close, '
               'blank = BTC-SECOND-SOURCE.CSV):'.
            ACCEPT WS-SOURCE-FILENAME FROM SYSIN.
            IF WS-SOURCE-FILENAME = SPACES
               MOVE 'BTC-SECOND-SOURCE.CSV' TO WS-SOURCE-FILENAME
            END-IF.

            DISPLAY 'Break when the closes differ by more than what '
               'percent (blank = 0.5):'.
            ACCEPT WS-THRESHOLD-TEXT FROM SYSIN.
            IF WS-THRESHOLD-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) = 0
                  AND FUNCTION NUMVAL(WS-THRESHOLD-TEXT) > 0
                  AND FUNCTION NUMVAL(WS-THRESHOLD-TEXT) < 1000
                  COMPUTE WS-TOLERANCE-PCT =
                     FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
               ELSE
                  DISPLAY 'Tolerance must be a percent above 0 and '
                     'under 1000 - ' WS-THRESHOLD-TEXT
                  MOVE 'Y' TO WS-PARAMETER-ERROR
               END-IF
            END-IF.
            IF WS-PARAMETER-ERROR = 'Y'
               PERFORM MARK-VERIFICATION-FAILED
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

      *> Both inputs are opened before the break file is rewritten -
      *> a run that cannot get that far replaces last night's breaks
      *> with the failure marker, not with an empty (clean) file.
            OPEN INPUT BTC-PRICE-MASTER.
            IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-PRICE-MASTER.DAT - status '
                  WS-MASTER-FILE-STATUS
               DISPLAY 'Run BTC-PRICE-LOAD first to build the master.'
               PERFORM MARK-VERIFICATION-FAILED
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            OPEN INPUT SECOND-SOURCE-FILE.
            IF WS-SOURCE-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open ' WS-SOURCE-FILENAME
               DISPLAY 'File status ' WS-SOURCE-FILE-STATUS
               CLOSE BTC-PRICE-MASTER
               PERFORM MARK-VERIFICATION-FAILED
               PERFORM RECORD-RUN-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            OPEN OUTPUT BREAK-REPORT.
            OPEN OUTPUT PRICE-BREAK-FILE.
            MOVE WS-SOURCE-FILENAME TO RPT-TITLE-SOURCE.
            MOVE RPT-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOLERANCE-PCT TO RPT-TOLERANCE.
            MOVE RPT-TOLERANCE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            SORT SOURCE-SORT-FILE
               ON ASCENDING KEY SSR-NAME SSR-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS FEED-SOURCE-TO-SORT
               OUTPUT PROCEDURE IS MATCH-SORTED-SOURCE.

            IF (WS-SOURCE-FILE-STATUS NOT = '00'
               AND WS-SOURCE-FILE-STATUS NOT = '10')
               OR WS-ROWS-USABLE = 0
               PERFORM WRITE-FAILURE-MARKER
            END-IF.

            PERFORM WRITE-SUMMARY-BLOCK.
            CLOSE BREAK-REPORT.
            CLOSE PRICE-BREAK-FILE.
            CLOSE BTC-PRICE-MASTER.

            DISPLAY 'SOURCE ROWS READ: ' WS-ROWS-READ
               ' USABLE: ' WS-ROWS-USABLE
               ' UNUSABLE: ' WS-ROWS-UNUSABLE
               ' DUPLICATE: ' WS-ROWS-DUPLICATE.
            DISPLAY 'DAYS COMPARED: ' WS-DAYS-COMPARED
               ' BREAKS: ' WS-TOTAL-BREAKS.
            DISPLAY 'Report: BTC-PRICE-BREAK.TXT'.

            PERFORM RECORD-RUN-HISTORY.

            EVALUATE TRUE
               WHEN WS-SOURCE-FILE-STATUS NOT = '00'
                  AND WS-SOURCE-FILE-STATUS NOT = '10'
                  MOVE 8 TO RETURN-CODE
               WHEN WS-ROWS-USABLE = 0
                  MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-BREAKS > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

            GOBACK.

      *> A first line that is not a dated row is the vendor's column
      *> header and is passed over; any later line that cannot be
      *> used is listed on the report - it is a day the second
      *> source cannot vouch for.
       FEED-SOURCE-TO-SORT.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
               READ SECOND-SOURCE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM VALIDATE-SOURCE-ROW
                   EVALUATE TRUE
                      WHEN ROW-IS-USABLE
                         ADD 1 TO WS-ROWS-USABLE
                         MOVE SRC-ROW-NAME TO SSR-NAME
                         MOVE SRC-ROW-DATE TO SSR-DATE
                         MOVE WS-SRC-CLOSE TO SSR-CLOSE
                         RELEASE SOURCE-SORT-RECORD
                      WHEN WS-ROWS-READ = 1
                         AND SRC-ROW-DATE(1:4) IS NOT NUMERIC
                         CONTINUE
                      WHEN OTHER
                         ADD 1 TO WS-ROWS-UNUSABLE
                         MOVE SOURCE-ROW TO RUL-ROW
                         MOVE RPT-UNUSABLE-LINE TO REPORT-LINE
                         WRITE REPORT-LINE
                   END-EVALUATE
               END-READ
            END-PERFORM.
            IF WS-SOURCE-FILE-STATUS = '00'
               OR WS-SOURCE-FILE-STATUS = '10'
               CLOSE SECOND-SOURCE-FILE
            END-IF.
            IF WS-ROWS-UNUSABLE > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.

       VALIDATE-SOURCE-ROW.
            MOVE SPACES TO SOURCE-ROW-FIELDS.
            UNSTRING SOURCE-ROW DELIMITED BY ';'
               INTO SRC-ROW-NAME, SRC-ROW-DATE, SRC-ROW-CLOSE-TEXT.
            SET ROW-IS-USABLE TO TRUE.
            IF SRC-ROW-NAME = SPACES
               OR SRC-ROW-DATE(1:4) IS NOT NUMERIC
               OR SRC-ROW-DATE(5:1) NOT = '-'
               OR SRC-ROW-DATE(6:2) IS NOT NUMERIC
               OR SRC-ROW-DATE(8:1) NOT = '-'
               OR SRC-ROW-DATE(9:2) IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(SRC-ROW-CLOSE-TEXT) NOT = 0
               SET ROW-IS-UNUSABLE TO TRUE
            ELSE
               COMPUTE WS-SRC-CLOSE =
                  FUNCTION NUMVAL(SRC-ROW-CLOSE-TEXT)
               IF WS-SRC-CLOSE <= 0
                  SET ROW-IS-UNUSABLE TO TRUE
               END-IF
            END-IF.

      *> Balanced line against the master: each currency group
      *> STARTs the master at the group's first second-source day,
      *> so master days before the source's coverage are never
      *> judged. Master days passed over on the way to the next
      *> source day are days the source lacks.
       MATCH-SORTED-SOURCE.
            MOVE 'BREAKS:' TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE RPT-COLUMN-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO WS-GROUP-NAME.
            MOVE 'N' TO WS-SORT-DONE.
            PERFORM UNTIL WS-SORT-DONE = 'Y'
               RETURN SOURCE-SORT-FILE
                       AT END MOVE 'Y' TO WS-SORT-DONE
                   NOT AT END
                   IF SSR-NAME NOT = WS-GROUP-NAME
                      PERFORM START-CURRENCY-GROUP
                   END-IF
                   IF SSR-DATE = WS-LAST-SOURCE-DATE
                      ADD 1 TO WS-ROWS-DUPLICATE
                   ELSE
                      MOVE SSR-DATE TO WS-LAST-SOURCE-DATE
                      PERFORM MATCH-SOURCE-DAY
                   END-IF
               END-RETURN
            END-PERFORM.
            IF WS-TOTAL-BREAKS = 0
               MOVE '   (NO BREAKS)' TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.

       START-CURRENCY-GROUP.
            MOVE SSR-NAME TO WS-GROUP-NAME.
            MOVE SPACES TO WS-LAST-SOURCE-DATE.
            PERFORM FIND-OR-ADD-CURRENCY.
            MOVE 'N' TO WS-MASTER-DONE.
            MOVE SSR-NAME TO PM-NAME.
            MOVE SSR-DATE TO PM-DATE.
            START BTC-PRICE-MASTER KEY NOT LESS THAN PM-KEY
               INVALID KEY MOVE 'Y' TO WS-MASTER-DONE
            END-START.
            IF WS-MASTER-DONE = 'N'
               PERFORM READ-MASTER-NEXT
            END-IF.

       READ-MASTER-NEXT.
            READ BTC-PRICE-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-DONE
                NOT AT END
                IF PM-NAME NOT = WS-GROUP-NAME
                   MOVE 'Y' TO WS-MASTER-DONE
                END-IF
            END-READ.

       MATCH-SOURCE-DAY.
            PERFORM UNTIL WS-MASTER-DONE = 'Y'
               OR PM-DATE NOT < SSR-DATE
               MOVE 'NOSS' TO PBK-BREAK-TYPE
               PERFORM RECORD-ONE-BREAK
               PERFORM READ-MASTER-NEXT
            END-PERFORM.
            IF WS-MASTER-DONE = 'N' AND PM-DATE = SSR-DATE
               PERFORM COMPARE-CLOSES
               PERFORM READ-MASTER-NEXT
            ELSE
               MOVE 'NOMS' TO PBK-BREAK-TYPE
               PERFORM RECORD-ONE-BREAK
            END-IF.
            IF WS-CUR-CCY > 0
               IF VCY-FIRST-DATE(WS-CUR-CCY) = SPACES
                  MOVE SSR-DATE TO VCY-FIRST-DATE(WS-CUR-CCY)
               END-IF
               MOVE SSR-DATE TO VCY-LAST-DATE(WS-CUR-CCY)
            END-IF.

       COMPARE-CLOSES.
            ADD 1 TO WS-DAYS-COMPARED.
            IF WS-CUR-CCY > 0
               ADD 1 TO VCY-COMPARED(WS-CUR-CCY)
            END-IF.
            IF PM-CLOSE-PRICE > 0
               COMPUTE WS-DIFF-PCT =
                  FUNCTION ABS(SSR-CLOSE - PM-CLOSE-PRICE)
                     / PM-CLOSE-PRICE * 100
            ELSE
               MOVE 99999 TO WS-DIFF-PCT
            END-IF.
            IF WS-DIFF-PCT > WS-TOLERANCE-PCT
               MOVE 'DIFF' TO PBK-BREAK-TYPE
               PERFORM RECORD-ONE-BREAK
            END-IF.

      *> PBK-BREAK-TYPE is set by the caller; the master side comes
      *> from the current master row for DIFF/NOSS, the source side
      *> from the current sort record for DIFF/NOMS.
       RECORD-ONE-BREAK.
            ADD 1 TO WS-TOTAL-BREAKS.
            MOVE WS-RUN-DATE TO PBK-RUN-DATE.
            MOVE WS-GROUP-NAME TO PBK-NAME.
            MOVE 0 TO PBK-MASTER-CLOSE, PBK-SOURCE-CLOSE,
               PBK-DIFF-PCT.
            MOVE 0 TO RBL-MASTER-CLOSE, RBL-SOURCE-CLOSE,
               RBL-DIFF-PCT.
            EVALUATE TRUE
               WHEN PBK-IS-CLOSE-DIFF
                  MOVE SSR-DATE TO PBK-DATE
                  COMPUTE PBK-MASTER-CLOSE ROUNDED = PM-CLOSE-PRICE
                  COMPUTE PBK-SOURCE-CLOSE ROUNDED = SSR-CLOSE
                  IF WS-DIFF-PCT < 99999
                     COMPUTE PBK-DIFF-PCT ROUNDED = WS-DIFF-PCT
                  ELSE
                     MOVE 99999 TO PBK-DIFF-PCT
                  END-IF
                  MOVE 'CLOSE DIFF' TO RBL-TYPE
                  COMPUTE RBL-MASTER-CLOSE ROUNDED = PM-CLOSE-PRICE
                  COMPUTE RBL-SOURCE-CLOSE ROUNDED = SSR-CLOSE
                  MOVE PBK-DIFF-PCT TO RBL-DIFF-PCT
                  IF WS-CUR-CCY > 0
                     ADD 1 TO VCY-DIFF-BREAKS(WS-CUR-CCY)
                  END-IF
               WHEN PBK-IS-MISSING-ON-MASTER
                  MOVE SSR-DATE TO PBK-DATE
                  COMPUTE PBK-SOURCE-CLOSE ROUNDED = SSR-CLOSE
                  MOVE 'MISSING ON MASTER' TO RBL-TYPE
                  COMPUTE RBL-SOURCE-CLOSE ROUNDED = SSR-CLOSE
                  IF WS-CUR-CCY > 0
                     ADD 1 TO VCY-NOMS-BREAKS(WS-CUR-CCY)
                  END-IF
               WHEN OTHER
                  MOVE PM-DATE TO PBK-DATE
                  COMPUTE PBK-MASTER-CLOSE ROUNDED = PM-CLOSE-PRICE
                  MOVE 'MISSING AT SOURCE' TO RBL-TYPE
                  COMPUTE RBL-MASTER-CLOSE ROUNDED = PM-CLOSE-PRICE
                  IF WS-CUR-CCY > 0
                     ADD 1 TO VCY-NOSS-BREAKS(WS-CUR-CCY)
                  END-IF
            END-EVALUATE.
            WRITE PRICE-BREAK-RECORD.
            MOVE PBK-NAME TO RBL-NAME.
            MOVE PBK-DATE TO RBL-DATE.
            MOVE RPT-BREAK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> Past the 20-currency table the breaks are still reported
      *> and written, only the summary line is missing - announced.
       FIND-OR-ADD-CURRENCY.
            MOVE 'N' TO WS-CCY-FOUND.
            MOVE 0 TO WS-CUR-CCY.
            PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > VCY-COUNT
               OR WS-CCY-FOUND = 'Y'
               IF VCY-NAME(WS-CCY-INDEX) = WS-GROUP-NAME
                  MOVE 'Y' TO WS-CCY-FOUND
                  MOVE WS-CCY-INDEX TO WS-CUR-CCY
               END-IF
            END-PERFORM.
            IF WS-CCY-FOUND = 'N'
               IF VCY-COUNT < WS-CCY-LIMIT
                  ADD 1 TO VCY-COUNT
                  MOVE VCY-COUNT TO WS-CUR-CCY
                  MOVE WS-GROUP-NAME TO VCY-NAME(WS-CUR-CCY)
                  MOVE SPACES TO VCY-FIRST-DATE(WS-CUR-CCY)
                  MOVE SPACES TO VCY-LAST-DATE(WS-CUR-CCY)
                  MOVE 0 TO VCY-COMPARED(WS-CUR-CCY)
                  MOVE 0 TO VCY-DIFF-BREAKS(WS-CUR-CCY)
                  MOVE 0 TO VCY-NOMS-BREAKS(WS-CUR-CCY)
                  MOVE 0 TO VCY-NOSS-BREAKS(WS-CUR-CCY)
               ELSE
                  ADD 1 TO WS-CCY-DROPPED
               END-IF
            END-IF.

       WRITE-SUMMARY-BLOCK.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'BREAKS PER CURRENCY:' TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE RPT-SUMMARY-COLUMNS TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > VCY-COUNT
               MOVE VCY-NAME(WS-CCY-INDEX) TO RSL-NAME
               MOVE VCY-FIRST-DATE(WS-CCY-INDEX) TO RSL-FIRST-DATE
               MOVE VCY-LAST-DATE(WS-CCY-INDEX) TO RSL-LAST-DATE
               MOVE VCY-COMPARED(WS-CCY-INDEX) TO RSL-COMPARED
               MOVE VCY-DIFF-BREAKS(WS-CCY-INDEX) TO RSL-DIFF
               MOVE VCY-NOMS-BREAKS(WS-CCY-INDEX) TO RSL-NOMS
               MOVE VCY-NOSS-BREAKS(WS-CCY-INDEX) TO RSL-NOSS
               COMPUTE RSL-BREAKS = VCY-DIFF-BREAKS(WS-CCY-INDEX)
                  + VCY-NOMS-BREAKS(WS-CCY-INDEX)
                  + VCY-NOSS-BREAKS(WS-CCY-INDEX)
               MOVE RPT-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-PERFORM.
            IF WS-CCY-DROPPED > 0
               MOVE '*** CURRENCIES PAST THE 20-LINE SUMMARY ARE '
                  TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '*** LISTED ABOVE BUT NOT SUMMARIZED'
                  TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO RPT-SUMMARY-LINE.
            MOVE 'ALL' TO RSL-NAME.
            MOVE WS-DAYS-COMPARED TO RSL-COMPARED.
            MOVE WS-TOTAL-BREAKS TO RSL-BREAKS.
            MOVE RPT-SUMMARY-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> A run that verified nothing must not leave the morning
      *> report a clean night - the break file holds just the VFAL
      *> marker, which BTC-MORNING-REPORT raises as an exception.
       MARK-VERIFICATION-FAILED.
            OPEN OUTPUT PRICE-BREAK-FILE.
            IF WS-BREAK-FILE-STATUS = '00'
               PERFORM WRITE-FAILURE-MARKER
               CLOSE PRICE-BREAK-FILE
            ELSE
               DISPLAY 'Cannot mark BTC-PRICE-BREAKS.DAT - status '
                  WS-BREAK-FILE-STATUS
            END-IF.

       WRITE-FAILURE-MARKER.
            MOVE WS-RUN-DATE TO PBK-RUN-DATE.
            MOVE SPACES TO PBK-NAME, PBK-DATE.
            SET PBK-IS-VERIFY-FAILED TO TRUE.
            MOVE 0 TO PBK-MASTER-CLOSE, PBK-SOURCE-CLOSE,
               PBK-DIFF-PCT.
            WRITE PRICE-BREAK-RECORD.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-PRICE-VERIFY' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
            MOVE WS-SOURCE-FILENAME TO RUNH-INPUT-FILE.
            MOVE SPACES TO RUNH-PARAMETERS.
            MOVE WS-TOLERANCE-PCT TO RPT-TOLERANCE.
            STRING 'VERIFY MASTER TOLERANCE ' DELIMITED BY SIZE,
               RPT-TOLERANCE DELIMITED BY SIZE,
               ' PCT' DELIMITED BY SIZE
               INTO RUNH-PARAMETERS.
            MOVE WS-ROWS-READ TO RUNH-ROWS-READ.
            MOVE WS-DAYS-COMPARED TO RUNH-ROWS-GOOD.
            MOVE WS-TOTAL-BREAKS TO RUNH-ROWS-REJECTED.
            COMPUTE RUNH-ROWS-SKIPPED =
               WS-ROWS-UNUSABLE + WS-ROWS-DUPLICATE.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN WS-PARAMETER-ERROR = 'Y'
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN WS-MASTER-FILE-STATUS NOT = '00'
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN WS-SOURCE-FILE-STATUS NOT = '00'
                  AND WS-SOURCE-FILE-STATUS NOT = '10'
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN WS-ROWS-USABLE = 0
                  MOVE 'EMPTY' TO RUNH-OUTCOME
               WHEN WS-TOTAL-BREAKS > 0
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
            END-EVALUATE.
            CALL 'BTC-RUN-LOGGER' USING RUN-HISTORY-RECORD
               ON EXCEPTION
                  DISPLAY 'Run not recorded - BTC-RUN-LOGGER '
                     'module is not on COB_LIBRARY_PATH'
            END-CALL.

       END PROGRAM BTC-PRICE-VERIFY.
