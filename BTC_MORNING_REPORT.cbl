      * there is nothing to look at; ends RC 4 when there is, so the
      * JCL can flag the morning check too.
      * Tectonics: cobc -I copybooks BTC_MORNING_REPORT.cbl
      *
      * Modification History:
      * 20260923 ML - New section for the open price breaks
      *               BTC-PRICE-VERIFY left on BTC-PRICE-BREAKS.DAT
      *               (BTCPBRK layout) on currencies the book holds
      *               (BTC-HOLDINGS.CSV, BTCHOLD) - any such break
      *               is an exception; breaks on currencies not held
      *               stay on the verification report only.
      * 20261001 ML - New section for the portfolio value at risk
      *               BTC-VALUE-AT-RISK left on BTC-VAR-RESULT.DAT
      *               (BTCVARR layout) - a run over the operator's
      *               VaR limit is an exception.
      * 20261009 ML - End with GOBACK instead of STOP RUN so the
      *               program can run as a step of BTC-BATCH-
      *               DRIVER's job stream; run stand-alone it ends
      *               the same way.
      * 20261015 ML - No BTC-PRICE-BREAKS.DAT, or one holding the VFAL
      *               marker of a verification that could not run, is
      *               now an exception - the night has no valid
      *               second-source check - instead of a quiet note.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-MORNING-REPORT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILY-FILE-STATUS.

           SELECT HOLDINGS-FILE ASSIGN TO 'BTC-HOLDINGS.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDINGS-FILE-STATUS.

           SELECT PRICE-BREAK-FILE ASSIGN TO 'BTC-PRICE-BREAKS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BREAK-FILE-STATUS.

           SELECT VAR-RESULT-FILE ASSIGN TO 'BTC-VAR-RESULT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VAR-FILE-STATUS.

           SELECT MORNING-REPORT ASSIGN TO 'BTC-MORNING-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       FD BTC-DAILY-REPORT-FILE RECORDING MODE V.
       01 DAILY-REPORT-LINE PIC X(80).

       FD HOLDINGS-FILE RECORDING MODE V.
       01 HOLDINGS-ROW PIC X(80).

       FD PRICE-BREAK-FILE RECORDING MODE F.
           COPY BTCPBRK.

       FD VAR-RESULT-FILE RECORDING MODE F.
           COPY BTCVARR.

       FD MORNING-REPORT RECORDING MODE V.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.
           COPY BTCDRPT.
           COPY BTCHOLD.

       01  WS-EOF PIC X(1).
       01  WS-HISTORY-FILE-STATUS PIC X(2).
       01  WS-RUN-START-TS PIC X(14).
       01  WS-REJECT-FILE-STATUS PIC X(2).
       01  WS-DAILY-FILE-STATUS PIC X(2).
       01  WS-HOLDINGS-FILE-STATUS PIC X(2).
       01  WS-BREAK-FILE-STATUS PIC X(2).
       01  WS-VERIFY-FAILED PIC X(1).
       01  WS-VERIFY-RUN-DATE PIC X(8).
       01  WS-VAR-FILE-STATUS PIC X(2).
       01  WS-VAR-FOUND PIC X(1).
       01  WS-HOLDING-INDEX PIC 9(2) COMP.
       01  WS-HELD-FOUND PIC X(1).

      *> The night under review and the operator-set thresholds -
      *> a count at or under its threshold is business as usual.
           05 WS-REJECTS-COUNTED PIC 9(5) COMP VALUE 0.
           05 WS-VOLATILE-DAYS PIC 9(5) COMP VALUE 0.
           05 WS-FALLBACK-DAYS PIC 9(5) COMP VALUE 0.
           05 WS-HELD-BREAKS PIC 9(5) COMP VALUE 0.
           05 WS-EXCEPTION-COUNT PIC 9(5) COMP VALUE 0.

      *> Flagged dates collected while scanning the daily report;
       01  WS-FALLBACK-LIST.
           05 WS-FALLBACK-LISTED PIC 9(3) COMP VALUE 0.
           05 WS-FALLBACK-DATE OCCURS 100 TIMES PIC X(10).
       01  WS-BREAK-LIST.
           05 WS-BREAKS-LISTED PIC 9(3) COMP VALUE 0.
           05 WS-BREAK-ENTRY OCCURS 100 TIMES.
              10 WS-BREAK-NAME PIC X(4).
              10 WS-BREAK-DATE PIC X(10).
              10 WS-BREAK-TYPE PIC X(4).
       01  WS-LIST-INDEX PIC 9(3) COMP.

       01  RPT-TITLE-LINE.
       01  RPT-DATE-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 MDL-DATE PIC X(10).
       01  RPT-BREAK-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 MBL-NAME PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MBL-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MBL-TYPE PIC X(20).
       01  RPT-VAR-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 MVL-AS-OF-DATE PIC X(10).
           05 FILLER PIC X(5) VALUE ' VAR '.
           05 MVL-LEVEL PIC Z9.99.
           05 FILLER PIC X(2) VALUE '% '.
           05 MVL-VAR PIC -(10)9.99.
           05 FILLER PIC X(7) VALUE ' LIMIT '.
           05 MVL-LIMIT PIC Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MVL-VERDICT PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SCAN-REJECT-FILE.
            PERFORM SCAN-DAILY-REPORT.
            PERFORM WRITE-FLAGGED-SECTIONS.
            PERFORM LOAD-HOLDINGS.
            PERFORM SCAN-PRICE-BREAKS.
            PERFORM SCAN-VAR-RESULT.
            PERFORM WRITE-FINAL-VERDICT.
            CLOSE MORNING-REPORT.

               MOVE 0 TO RETURN-CODE
            END-IF.

            GOBACK.

       GET-RUN-PARAMETERS.
            DISPLAY 'Enter the night to review YYYYMMDD '
               WRITE REPORT-LINE
            END-IF.

       LOAD-HOLDINGS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT HOLDINGS-FILE.
            IF WS-HOLDINGS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDINGS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM STORE-HOLDING-ROW
               END-READ
            END-PERFORM.
            IF WS-HOLDINGS-FILE-STATUS = '00'
               OR WS-HOLDINGS-FILE-STATUS = '10'
               CLOSE HOLDINGS-FILE
            END-IF.

      *> Only the currency matters here - a held currency is any
      *> name on a holdings line with a usable quantity.
       STORE-HOLDING-ROW.
            MOVE SPACES TO HLD-ROW-NAME, HLD-ROW-QTY-TEXT,
               HLD-ROW-DATE, HLD-ROW-COST-TEXT.
            UNSTRING HOLDINGS-ROW DELIMITED BY ';'
               INTO HLD-ROW-NAME, HLD-ROW-QTY-TEXT,
                  HLD-ROW-DATE, HLD-ROW-COST-TEXT.
            IF FUNCTION TEST-NUMVAL(HLD-ROW-QTY-TEXT) = 0
               AND HLD-ROW-NAME NOT = SPACES
               AND HOLDING-COUNT < 50
               ADD 1 TO HOLDING-COUNT
               MOVE HLD-ROW-NAME TO HLD-NAME(HOLDING-COUNT)
            END-IF.

      *> BTC-PRICE-BREAKS.DAT is rewritten by every verification
      *> run, so what is on it is what is still unresolved - a break
      *> goes away once the master or the vendor is put right and
      *> the verification rerun no longer finds it. No file at all,
      *> or a VFAL marker from a run that could not verify, means
      *> the night has no valid second-source check - an exception.
       SCAN-PRICE-BREAKS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'PRICE BREAKS ON HELD CURRENCIES (SECOND SOURCE):'
               TO RPT-SECTION-LINE.
            MOVE RPT-SECTION-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'N' TO WS-EOF.
            MOVE 'N' TO WS-VERIFY-FAILED.
            OPEN INPUT PRICE-BREAK-FILE.
            IF WS-BREAK-FILE-STATUS NOT = '00'
               MOVE SPACES TO REPORT-LINE
               STRING '   *** NO SECOND-SOURCE VERIFICATION ON FILE'
                  DELIMITED BY SIZE,
                  '  <<< REVIEW' DELIMITED BY SIZE
                  INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
            ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                  READ PRICE-BREAK-FILE
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                      IF PBK-IS-VERIFY-FAILED
                         MOVE 'Y' TO WS-VERIFY-FAILED
                         MOVE PBK-RUN-DATE TO WS-VERIFY-RUN-DATE
                      ELSE
                         PERFORM CHECK-HELD-BREAK
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE PRICE-BREAK-FILE
               IF WS-VERIFY-FAILED = 'Y'
                  MOVE SPACES TO REPORT-LINE
                  STRING '   *** SECOND-SOURCE VERIFICATION FAILED '
                     DELIMITED BY SIZE,
                     WS-VERIFY-RUN-DATE DELIMITED BY SIZE,
                     '  <<< REVIEW' DELIMITED BY SIZE
                     INTO REPORT-LINE
                  WRITE REPORT-LINE
                  ADD 1 TO WS-EXCEPTION-COUNT
               ELSE
                  PERFORM WRITE-PRICE-BREAK-SECTION
               END-IF
            END-IF.

       CHECK-HELD-BREAK.
            MOVE 'N' TO WS-HELD-FOUND.
            PERFORM VARYING WS-HOLDING-INDEX FROM 1 BY 1
               UNTIL WS-HOLDING-INDEX > HOLDING-COUNT
               OR WS-HELD-FOUND = 'Y'
               IF HLD-NAME(WS-HOLDING-INDEX) = PBK-NAME
                  MOVE 'Y' TO WS-HELD-FOUND
               END-IF
            END-PERFORM.
            IF WS-HELD-FOUND = 'Y'
               ADD 1 TO WS-HELD-BREAKS
               IF WS-BREAKS-LISTED < WS-DATE-LIST-LIMIT
                  ADD 1 TO WS-BREAKS-LISTED
                  MOVE PBK-NAME TO WS-BREAK-NAME(WS-BREAKS-LISTED)
                  MOVE PBK-DATE TO WS-BREAK-DATE(WS-BREAKS-LISTED)
                  MOVE PBK-BREAK-TYPE
                     TO WS-BREAK-TYPE(WS-BREAKS-LISTED)
               END-IF
            END-IF.

       WRITE-PRICE-BREAK-SECTION.
            MOVE 'HELD-CCY BREAKS:' TO MCL-LABEL.
            MOVE WS-HELD-BREAKS TO MCL-COUNT.
            MOVE 0 TO MCL-TOLERANCE.
            IF WS-HELD-BREAKS > 0
               MOVE '<<< REVIEW' TO MCL-VERDICT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE RPT-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                  UNTIL WS-LIST-INDEX > WS-BREAKS-LISTED
                  PERFORM WRITE-BREAK-LIST-LINE
               END-PERFORM
               IF WS-HELD-BREAKS > WS-BREAKS-LISTED
                  MOVE '      (LISTING TRUNCATED AT 100)'
                     TO REPORT-LINE
                  WRITE REPORT-LINE
               END-IF
            ELSE
               MOVE SPACES TO MCL-VERDICT
               MOVE RPT-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.

       WRITE-BREAK-LIST-LINE.
            MOVE WS-BREAK-NAME(WS-LIST-INDEX) TO MBL-NAME.
            MOVE WS-BREAK-DATE(WS-LIST-INDEX) TO MBL-DATE.
            EVALUATE WS-BREAK-TYPE(WS-LIST-INDEX)
               WHEN 'DIFF'
                  MOVE 'CLOSE DIFF' TO MBL-TYPE
               WHEN 'NOMS'
                  MOVE 'MISSING ON MASTER' TO MBL-TYPE
               WHEN OTHER
                  MOVE 'MISSING AT SOURCE' TO MBL-TYPE
            END-EVALUATE.
            MOVE RPT-BREAK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> Only the portfolio record matters here - the limit is set
      *> and tested against the whole book at the run's higher
      *> confidence level; a run with no limit is listed for
      *> information only.
       SCAN-VAR-RESULT.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'PORTFOLIO VALUE AT RISK (HISTORICAL SIMULATION):'
               TO RPT-SECTION-LINE.
            MOVE RPT-SECTION-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'N' TO WS-EOF.
            MOVE 'N' TO WS-VAR-FOUND.
            OPEN INPUT VAR-RESULT-FILE.
            IF WS-VAR-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y' OR WS-VAR-FOUND = 'Y'
                  READ VAR-RESULT-FILE
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          IF VAR-IS-PORTFOLIO
                             MOVE 'Y' TO WS-VAR-FOUND
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE VAR-RESULT-FILE
            END-IF.
            IF WS-VAR-FOUND = 'N'
               MOVE '   (NO VALUE-AT-RISK RUN ON FILE)' TO REPORT-LINE
               WRITE REPORT-LINE
            ELSE
               MOVE VAR-AS-OF-DATE TO MVL-AS-OF-DATE
               IF VAR-LEVEL-2 > VAR-LEVEL-1
                  MOVE VAR-LEVEL-2 TO MVL-LEVEL
                  MOVE VAR-VAR-2 TO MVL-VAR
               ELSE
                  MOVE VAR-LEVEL-1 TO MVL-LEVEL
                  MOVE VAR-VAR-1 TO MVL-VAR
               END-IF
               MOVE VAR-LIMIT TO MVL-LIMIT
               IF VAR-LIMIT-BREACHED
                  MOVE '<<< REVIEW' TO MVL-VERDICT
                  ADD 1 TO WS-EXCEPTION-COUNT
               ELSE
                  IF VAR-LIMIT = 0
                     MOVE '(NO LIMIT)' TO MVL-VERDICT
                  ELSE
                     MOVE SPACES TO MVL-VERDICT
                  END-IF
               END-IF
               MOVE RPT-VAR-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.

       WRITE-FINAL-VERDICT.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
