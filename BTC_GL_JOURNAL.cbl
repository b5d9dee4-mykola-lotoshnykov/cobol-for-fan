      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261005
      * Purpose: General-ledger journal feed for one accounting
      * month. BTC-INTERFACE.DAT only hands accounting prices, so
      * the realized and unrealized P&L was hand-posted from
      * BTC-REALIZED-PL.TXT and BTC-PORTFOLIO-REPORT.TXT. This
      * program builds the balanced double entries instead:
      *   - one entry per lot relief on the permanent
      *     BTC-REALIZED-DISPOSALS.DAT (BTCDISP) sold in the month:
      *     Dr proceeds (RPRC), Cr cost relieved (RCST), and the
      *     difference to realized gain/loss (RGL);
      *   - the prior month's unrealized entry reversed on the 1st
      *     of the month, per currency;
      *   - the month-end unrealized entry per currency, Dr the
      *     mark on the holding (UMTM), Cr unrealized gain/loss
      *     (UGL), for VALH-UNREAL-GL at month-end - with the
      *     reversal, the month's P&L is the change in it.
      * Month-end marks are read the BTC-PERIOD-CLOSE way: a closed
      * month's frozen snapshot off BTC-CLOSED-PERIODS.DAT (BTCCLOS,
      * status via BTCPERD), otherwise the month's last valuation
      * date on BTC-VALUATION-HISTORY.DAT, last record per currency.
      * GL accounts come from the operator-maintained
      * BTC-GL-ACCOUNTS.CSV - CURRENCY;TYPE;ACCOUNT, a currency of
      * '*' covering every currency without a row of its own.
      * Lines are staged on BTC-GL-JOURNAL.WRK and proved; only a
      * journal whose every entry balances, whose debits and
      * credits net to zero and whose every line has an account is
      * released to BTC-GL-JOURNAL.DAT (BTCJRNL header/detail/
      * trailer) - anything else leaves the previous file alone and
      * ends RC 8. The proof listing is BTC-GL-JOURNAL-REPORT.TXT.
      * A journal cut for a month not yet closed ends RC 4, its
      * figures can still move.
      * Tectonics: cobc -I copybooks BTC_GL_JOURNAL.cbl
      *
      * Modification History:
      * 20261007 ML - Cash lines in the valuation history and the
      *               frozen month-end marks (line type 'C') carry no
      *               unrealized P&L and are passed over when the
      *               marks are loaded.
      * 20261015 ML - The staged work file is opened and checked
      *               before BTC-GL-JOURNAL.DAT is opened for output,
      *               so a work file that cannot be read no longer
      *               empties the previous journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-GL-JOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'BTC-GL-ACCOUNTS.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT DISPOSALS-FILE
           ASSIGN TO 'BTC-REALIZED-DISPOSALS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPOSALS-FILE-STATUS.

           SELECT VALUATION-HISTORY
           ASSIGN TO 'BTC-VALUATION-HISTORY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VALH-FILE-STATUS.

           SELECT CLOSED-PERIODS-FILE
           ASSIGN TO 'BTC-CLOSED-PERIODS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-FILE-STATUS.

           SELECT JOURNAL-WORK-FILE ASSIGN TO 'BTC-GL-JOURNAL.WRK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'BTC-GL-JOURNAL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-REPORT
           ASSIGN TO 'BTC-GL-JOURNAL-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MAP-FILE RECORDING MODE V.
       01 ACCOUNT-MAP-ROW PIC X(80).

       FD DISPOSALS-FILE RECORDING MODE F.
           COPY BTCDISP.

       FD VALUATION-HISTORY RECORDING MODE F.
           COPY BTCVALH.

       FD CLOSED-PERIODS-FILE RECORDING MODE F.
           COPY BTCCLOS.

       FD JOURNAL-WORK-FILE RECORDING MODE F.
       01 WORK-RECORD PIC X(120).

       FD JOURNAL-FILE RECORDING MODE F.
       01 JOURNAL-RECORD PIC X(120).

       FD JOURNAL-REPORT RECORDING MODE V.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.
           COPY BTCPERD.
           COPY BTCJRNL.

       01  WS-EOF PIC X(1).
       01  WS-MAP-FILE-STATUS PIC X(2).
       01  WS-DISPOSALS-FILE-STATUS PIC X(2).
       01  WS-VALH-FILE-STATUS PIC X(2).
       01  WS-CLOSED-FILE-STATUS PIC X(2).
       01  WS-WORK-FILE-STATUS PIC X(2).
       01  WS-JOURNAL-FILE-STATUS PIC X(2).

      *> The month journalled (blank = the month before this one)
      *> and the month whose unrealized entry it reverses.
       01  WS-PERIOD PIC X(7).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-Y PIC 9(4).
           05 WS-PERIOD-DASH PIC X(1).
           05 WS-PERIOD-M PIC 9(2).
       01  WS-PRIOR-PERIOD PIC X(7).
       01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
           05 WS-PRIOR-Y PIC 9(4).
           05 WS-PRIOR-DASH PIC X(1).
           05 WS-PRIOR-M PIC 9(2).
       01  WS-TODAY-PARTS.
           05 WS-TODAY-Y PIC 9(4).
           05 WS-TODAY-M PIC 9(2).
           05 WS-TODAY-D PIC 9(2).
       01  WS-FIRST-OF-MONTH PIC X(10).
       01  WS-PERIOD-VALID PIC X(1).
           88 PERIOD-IS-VALID VALUE 'Y'.
           88 PERIOD-IS-INVALID VALUE 'N'.
       01  WS-PERIOD-STATUS PIC X(8).

      *> BTC-GL-ACCOUNTS.CSV: a currency's own row wins over '*'.
       01  ACCOUNT-MAP-TABLE.
           05 ACT-COUNT PIC 9(3) COMP VALUE 0.
           05 ACT-ENTRY OCCURS 200 TIMES.
              10 ACT-CURRENCY PIC X(4).
              10 ACT-TYPE PIC X(4).
              10 ACT-ACCOUNT PIC X(20).
       01  MAP-ROW-FIELDS.
           05 MAP-ROW-CURRENCY PIC X(4).
           05 MAP-ROW-TYPE PIC X(4).
              88 MAP-TYPE-IS-KNOWN VALUES 'RPRC' 'RCST' 'RGL '
                 'UMTM' 'UGL '.
           05 MAP-ROW-ACCOUNT PIC X(20).
       01  WS-ACT-INDEX PIC 9(3) COMP.
       01  WS-MAP-ROWS-READ PIC 9(5) COMP VALUE 0.
       01  WS-MAP-ROWS-IGNORED PIC 9(5) COMP VALUE 0.
       01  WS-EXACT-ACCOUNT PIC X(20).
       01  WS-WILDCARD-ACCOUNT PIC X(20).

      *> Month-end marks, set 1 the prior month (reversed) and set
      *> 2 the month journalled. Loaded the BTC-PERIOD-CLOSE way.
       01  WS-MARK-SET PIC 9(1) COMP.
       01  WS-MARK-PERIOD PIC X(7).
       01  MARK-TABLE.
           05 MRK-SET OCCURS 2 TIMES.
              10 MRK-COUNT PIC 9(2) COMP.
              10 MRK-DATE PIC X(10).
              10 MRK-SOURCE PIC X(17).
              10 MRK-ENTRY OCCURS 50 TIMES.
                 15 MRK-NAME PIC X(4).
                 15 MRK-UNREAL-GL PIC S9(13)V9(2).
       01  WS-MRK-INDEX PIC 9(2) COMP.
       01  WS-MRK-FOUND PIC X(1).
       01  WS-MARK-NAME PIC X(4).
       01  WS-MARK-UNREAL-GL PIC S9(13)V9(2).

      *> The journal line being built, and the entry it belongs to.
      *> WS-LINE-SIDE is the side a positive amount goes to; a
      *> negative amount goes to the other side.
       01  WS-LINE-TYPE PIC X(4).
       01  WS-LINE-INSTRUMENT PIC X(4).
       01  WS-LINE-DATE PIC X(10).
       01  WS-LINE-REFERENCE PIC X(30).
       01  WS-LINE-AMOUNT PIC S9(13)V9(2).
       01  WS-LINE-SIDE PIC X(1).
           88 LINE-IS-DEBIT VALUE 'D'.
           88 LINE-IS-CREDIT VALUE 'C'.
       01  WS-ENTRY-NO PIC 9(5) COMP VALUE 0.
       01  WS-ENTRY-LINES PIC 9(3) COMP.
       01  WS-ENTRY-DEBITS PIC S9(15)V9(2) COMP-3.
       01  WS-ENTRY-CREDITS PIC S9(15)V9(2) COMP-3.

       01  WS-JOURNAL-TOTALS.
           05 WS-LINE-COUNT PIC 9(7) COMP VALUE 0.
           05 WS-DEBIT-TOTAL PIC S9(15)V9(2) COMP-3 VALUE 0.
           05 WS-CREDIT-TOTAL PIC S9(15)V9(2) COMP-3 VALUE 0.
           05 WS-UNMAPPED-LINES PIC 9(7) COMP VALUE 0.
           05 WS-UNBALANCED-ENTRIES PIC 9(5) COMP VALUE 0.
       01  WS-AUDIT-COUNTS.
           05 WS-DISPOSALS-READ PIC 9(7) COMP VALUE 0.
           05 WS-DISPOSALS-POSTED PIC 9(7) COMP VALUE 0.
           05 WS-DISPOSALS-UNUSABLE PIC 9(7) COMP VALUE 0.
       01  WS-JOURNAL-RELEASED PIC X(1) VALUE 'N'.
           88 JOURNAL-IS-RELEASED VALUE 'Y'.
       01  WS-RUN-RC PIC 9(2) VALUE 0.

       01  RPT-TITLE-LINE.
           05 FILLER PIC X(31) VALUE
              'BTC GENERAL-LEDGER JOURNAL FOR '.
           05 RPT-TITLE-PERIOD PIC X(7).
           05 FILLER PIC X(9) VALUE ' - PERIOD'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TITLE-STATUS PIC X(8).
       01  RPT-MARK-LINE.
           05 FILLER PIC X(17) VALUE 'MONTH-END MARKS: '.
           05 RML-PERIOD PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RML-DATE PIC X(10).
           05 FILLER PIC X(6) VALUE ' FROM '.
           05 RML-SOURCE PIC X(17).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RML-COUNT PIC Z9.
           05 FILLER PIC X(11) VALUE ' CURRENCIES'.
       01  RPT-COLUMN-LINE.
           05 FILLER PIC X(34) VALUE
              'ENTRY    LINE TYPE CCY  DATE      '.
           05 FILLER PIC X(30) VALUE
              ' ACCOUNT                      '.
           05 FILLER PIC X(30) VALUE
              '     DEBIT             CREDIT '.
           05 FILLER PIC X(10) VALUE
              ' REFERENCE'.
       01  RPT-DETAIL-LINE.
           05 RDL-ENTRY-NO PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-LINE-NO PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-TYPE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-INSTRUMENT PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-ACCOUNT PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-DEBIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RDL-CREDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-REFERENCE PIC X(30).
       01  RPT-OUT-OF-BALANCE-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(31) VALUE
              '<<< ENTRY OUT OF BALANCE BY   '.
           05 ROB-DIFFERENCE PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-TOTAL-LINE.
           05 RTL-LABEL PIC X(35).
           05 FILLER PIC X(21) VALUE SPACES.
           05 RTL-DEBIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RTL-CREDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-COUNT-LINE.
           05 RCL-LABEL PIC X(35).
           05 RCL-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-START-TS.
            DISPLAY '=== BTC GENERAL-LEDGER JOURNAL FEED ==='.

            PERFORM GET-RUN-PARAMETERS.
            IF PERIOD-IS-INVALID
               MOVE 8 TO WS-RUN-RC
               PERFORM RECORD-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM LOAD-ACCOUNT-MAP.
            PERFORM LOAD-CLOSED-PERIODS.
            MOVE WS-PERIOD TO PRD-LOOKUP-PERIOD.
            PERFORM FIND-PERIOD-STATUS.
            IF PRD-LOOKUP-IS-CLOSED
               MOVE 'CLOSED' TO WS-PERIOD-STATUS
            ELSE
               MOVE 'OPEN' TO WS-PERIOD-STATUS
            END-IF.
            MOVE 1 TO WS-MARK-SET.
            MOVE WS-PRIOR-PERIOD TO WS-MARK-PERIOD.
            PERFORM LOAD-MONTH-END-MARKS.
            MOVE 2 TO WS-MARK-SET.
            MOVE WS-PERIOD TO WS-MARK-PERIOD.
            PERFORM LOAD-MONTH-END-MARKS.

            OPEN OUTPUT JOURNAL-REPORT.
            PERFORM WRITE-REPORT-HEADING.
            OPEN OUTPUT JOURNAL-WORK-FILE.
            IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-GL-JOURNAL.WRK - status '
                  WS-WORK-FILE-STATUS
               MOVE 8 TO WS-RUN-RC
            ELSE
               PERFORM POST-REALIZED-DISPOSALS
               PERFORM POST-MARK-REVERSALS
               PERFORM POST-MONTH-END-MARKS
               CLOSE JOURNAL-WORK-FILE
               PERFORM WRITE-JOURNAL-PROOF
            END-IF.
            CLOSE JOURNAL-REPORT.

            DISPLAY 'JOURNAL LINES: ' WS-LINE-COUNT
               ' ENTRIES: ' WS-ENTRY-NO
               ' UNMAPPED: ' WS-UNMAPPED-LINES.
            IF JOURNAL-IS-RELEASED
               DISPLAY 'Journal: BTC-GL-JOURNAL.DAT'
            ELSE
               DISPLAY 'Journal NOT written - see '
                  'BTC-GL-JOURNAL-REPORT.TXT'
            END-IF.
            DISPLAY 'Report: BTC-GL-JOURNAL-REPORT.TXT'.

            PERFORM RECORD-RUN-HISTORY.
            MOVE WS-RUN-RC TO RETURN-CODE.

            GOBACK.

       GET-RUN-PARAMETERS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-PARTS.
            DISPLAY 'Enter the month to journal YYYY-MM '
               '(blank = last month):'.
            ACCEPT WS-PERIOD FROM SYSIN.
            IF WS-PERIOD = SPACES
               MOVE '-' TO WS-PERIOD-DASH
               IF WS-TODAY-M = 1
                  COMPUTE WS-PERIOD-Y = WS-TODAY-Y - 1
                  MOVE 12 TO WS-PERIOD-M
               ELSE
                  MOVE WS-TODAY-Y TO WS-PERIOD-Y
                  COMPUTE WS-PERIOD-M = WS-TODAY-M - 1
               END-IF
            END-IF.
            SET PERIOD-IS-VALID TO TRUE.
            IF WS-PERIOD-Y IS NOT NUMERIC
               OR WS-PERIOD-DASH NOT = '-'
               OR WS-PERIOD-M IS NOT NUMERIC
               DISPLAY 'Not a usable YYYY-MM month: ' WS-PERIOD
               SET PERIOD-IS-INVALID TO TRUE
            ELSE
               IF WS-PERIOD-M < 1 OR WS-PERIOD-M > 12
                  DISPLAY 'Not a usable YYYY-MM month: ' WS-PERIOD
                  SET PERIOD-IS-INVALID TO TRUE
               END-IF
            END-IF.
            IF PERIOD-IS-VALID
               MOVE '-' TO WS-PRIOR-DASH
               IF WS-PERIOD-M = 1
                  COMPUTE WS-PRIOR-Y = WS-PERIOD-Y - 1
                  MOVE 12 TO WS-PRIOR-M
               ELSE
                  MOVE WS-PERIOD-Y TO WS-PRIOR-Y
                  COMPUTE WS-PRIOR-M = WS-PERIOD-M - 1
               END-IF
               MOVE SPACES TO WS-FIRST-OF-MONTH
               STRING WS-PERIOD DELIMITED BY SIZE,
                  '-01' DELIMITED BY SIZE
                  INTO WS-FIRST-OF-MONTH
            END-IF.

      *> A row whose type is not one of the five entry types is the
      *> heading or a typo - shown on the console and skipped, and
      *> any line it should have mapped then shows up unmapped.
       LOAD-ACCOUNT-MAP.
            OPEN INPUT ACCOUNT-MAP-FILE.
            IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-GL-ACCOUNTS.CSV - status '
                  WS-MAP-FILE-STATUS ' - every line will be unmapped.'
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ ACCOUNT-MAP-FILE
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          ADD 1 TO WS-MAP-ROWS-READ
                          PERFORM STORE-ACCOUNT-MAP-ROW
                  END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
            END-IF.

       STORE-ACCOUNT-MAP-ROW.
            MOVE SPACES TO MAP-ROW-FIELDS.
            UNSTRING ACCOUNT-MAP-ROW DELIMITED BY ';'
               INTO MAP-ROW-CURRENCY, MAP-ROW-TYPE, MAP-ROW-ACCOUNT.
            MOVE FUNCTION UPPER-CASE(MAP-ROW-CURRENCY)
               TO MAP-ROW-CURRENCY.
            MOVE FUNCTION UPPER-CASE(MAP-ROW-TYPE) TO MAP-ROW-TYPE.
            EVALUATE TRUE
               WHEN NOT MAP-TYPE-IS-KNOWN
                  OR MAP-ROW-CURRENCY = SPACES
                  OR MAP-ROW-ACCOUNT = SPACES
                  ADD 1 TO WS-MAP-ROWS-IGNORED
                  DISPLAY 'Account map row ignored: '
                     FUNCTION TRIM(ACCOUNT-MAP-ROW)
               WHEN ACT-COUNT NOT < 200
                  ADD 1 TO WS-MAP-ROWS-IGNORED
                  DISPLAY 'More than 200 account map rows - '
                     'ignored: ' FUNCTION TRIM(ACCOUNT-MAP-ROW)
               WHEN OTHER
                  ADD 1 TO ACT-COUNT
                  MOVE MAP-ROW-CURRENCY TO ACT-CURRENCY(ACT-COUNT)
                  MOVE MAP-ROW-TYPE TO ACT-TYPE(ACT-COUNT)
                  MOVE MAP-ROW-ACCOUNT TO ACT-ACCOUNT(ACT-COUNT)
            END-EVALUATE.

      *> Latest 'P' event per month wins, as in BTC-PERIOD-CLOSE.
       LOAD-CLOSED-PERIODS.
            OPEN INPUT CLOSED-PERIODS-FILE.
            IF WS-CLOSED-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ CLOSED-PERIODS-FILE
                          AT END MOVE 'Y' TO WS-EOF
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

      *> ------------------------------------------------------------
      *> Month-end marks of WS-MARK-PERIOD into set WS-MARK-SET - a
      *> closed month from its latest CLOSED snapshot, an open one
      *> from the valuation history.
      *> ------------------------------------------------------------
       LOAD-MONTH-END-MARKS.
            MOVE 0 TO MRK-COUNT(WS-MARK-SET).
            MOVE SPACES TO MRK-DATE(WS-MARK-SET).
            MOVE WS-MARK-PERIOD TO PRD-LOOKUP-PERIOD.
            PERFORM FIND-PERIOD-STATUS.
            IF PRD-LOOKUP-IS-CLOSED
               MOVE 'CLOSED SNAPSHOT' TO MRK-SOURCE(WS-MARK-SET)
               PERFORM LOAD-SNAPSHOT-MARKS
            ELSE
               MOVE 'VALUATION HISTORY' TO MRK-SOURCE(WS-MARK-SET)
               PERFORM LOAD-HISTORY-MARKS
            END-IF.

       LOAD-SNAPSHOT-MARKS.
            OPEN INPUT CLOSED-PERIODS-FILE.
            IF WS-CLOSED-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ CLOSED-PERIODS-FILE
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                      IF CLP-IS-VALUATION
                         AND NOT CLP-VAL-IS-CASH
                         AND CLP-PERIOD = WS-MARK-PERIOD
                         AND CLP-ACTION-TS =
                            PRD-CLOSE-TS(PRD-LOOKUP-INDEX)
                         MOVE CLP-VAL-DATE TO MRK-DATE(WS-MARK-SET)
                         MOVE CLP-VAL-NAME TO WS-MARK-NAME
                         MOVE CLP-VAL-UNREAL-GL TO WS-MARK-UNREAL-GL
                         PERFORM TRACK-MONTH-END-MARK
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE CLOSED-PERIODS-FILE
            END-IF.

       LOAD-HISTORY-MARKS.
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
                      IF VALH-DATE(1:7) = WS-MARK-PERIOD
                         AND VALH-IS-POSITION
                         AND VALH-DATE NOT < MRK-DATE(WS-MARK-SET)
                         IF VALH-DATE > MRK-DATE(WS-MARK-SET)
                            MOVE VALH-DATE TO MRK-DATE(WS-MARK-SET)
                            MOVE 0 TO MRK-COUNT(WS-MARK-SET)
                         END-IF
                         MOVE VALH-NAME TO WS-MARK-NAME
                         MOVE VALH-UNREAL-GL TO WS-MARK-UNREAL-GL
                         PERFORM TRACK-MONTH-END-MARK
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE VALUATION-HISTORY
            END-IF.

      *> A rerun of the same date supersedes per currency.
       TRACK-MONTH-END-MARK.
            MOVE 'N' TO WS-MRK-FOUND.
            PERFORM VARYING WS-MRK-INDEX FROM 1 BY 1
               UNTIL WS-MRK-INDEX > MRK-COUNT(WS-MARK-SET)
               OR WS-MRK-FOUND = 'Y'
               IF MRK-NAME(WS-MARK-SET, WS-MRK-INDEX) = WS-MARK-NAME
                  MOVE 'Y' TO WS-MRK-FOUND
               END-IF
            END-PERFORM.
            IF WS-MRK-FOUND = 'Y'
               SUBTRACT 1 FROM WS-MRK-INDEX
            ELSE
               IF MRK-COUNT(WS-MARK-SET) < 50
                  ADD 1 TO MRK-COUNT(WS-MARK-SET)
                  MOVE MRK-COUNT(WS-MARK-SET) TO WS-MRK-INDEX
                  MOVE 'Y' TO WS-MRK-FOUND
               ELSE
                  DISPLAY 'More than 50 currencies marked in '
                     WS-MARK-PERIOD ' - ' WS-MARK-NAME
                     ' not journalled.'
               END-IF
            END-IF.
            IF WS-MRK-FOUND = 'Y'
               MOVE WS-MARK-NAME
                  TO MRK-NAME(WS-MARK-SET, WS-MRK-INDEX)
               MOVE WS-MARK-UNREAL-GL
                  TO MRK-UNREAL-GL(WS-MARK-SET, WS-MRK-INDEX)
            END-IF.

       WRITE-REPORT-HEADING.
            MOVE WS-PERIOD TO RPT-TITLE-PERIOD.
            MOVE WS-PERIOD-STATUS TO RPT-TITLE-STATUS.
            MOVE RPT-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-MARK-SET FROM 1 BY 1
               UNTIL WS-MARK-SET > 2
               IF WS-MARK-SET = 1
                  MOVE WS-PRIOR-PERIOD TO RML-PERIOD
               ELSE
                  MOVE WS-PERIOD TO RML-PERIOD
               END-IF
               IF MRK-COUNT(WS-MARK-SET) = 0
                  MOVE '(NONE)' TO RML-DATE
               ELSE
                  MOVE MRK-DATE(WS-MARK-SET) TO RML-DATE
               END-IF
               MOVE MRK-SOURCE(WS-MARK-SET) TO RML-SOURCE
               MOVE MRK-COUNT(WS-MARK-SET) TO RML-COUNT
               MOVE RPT-MARK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE RPT-COLUMN-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> ------------------------------------------------------------
      *> Realized: one entry per lot relief sold in the month.
      *> ------------------------------------------------------------
       POST-REALIZED-DISPOSALS.
            OPEN INPUT DISPOSALS-FILE.
            IF WS-DISPOSALS-FILE-STATUS NOT = '00'
               DISPLAY 'No BTC-REALIZED-DISPOSALS.DAT - status '
                  WS-DISPOSALS-FILE-STATUS ' - no realized entries.'
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ DISPOSALS-FILE
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          ADD 1 TO WS-DISPOSALS-READ
                          IF DSP-SELL-DATE(1:7) = WS-PERIOD
                             PERFORM POST-ONE-DISPOSAL
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE DISPOSALS-FILE
            END-IF.

      *> The gain line takes the file's DSP-GAIN as written, so a
      *> record whose three amounts do not foot shows up as an
      *> entry out of balance instead of being papered over.
       POST-ONE-DISPOSAL.
            IF DSP-PROCEEDS IS NOT NUMERIC
               OR DSP-COST IS NOT NUMERIC
               OR DSP-GAIN IS NOT NUMERIC
               ADD 1 TO WS-DISPOSALS-UNUSABLE
               DISPLAY 'Unusable disposal record ' DSP-NAME ' '
                  DSP-SELL-DATE ' - not journalled.'
            ELSE
               ADD 1 TO WS-DISPOSALS-POSTED
               PERFORM START-JOURNAL-ENTRY
               MOVE DSP-NAME TO WS-LINE-INSTRUMENT
               MOVE DSP-SELL-DATE TO WS-LINE-DATE
               MOVE SPACES TO WS-LINE-REFERENCE
               STRING 'SELL ' DELIMITED BY SIZE,
                  DSP-SELL-DATE DELIMITED BY SIZE,
                  ' LOT ' DELIMITED BY SIZE,
                  DSP-ACQ-DATE DELIMITED BY SIZE
                  INTO WS-LINE-REFERENCE
               MOVE 'RPRC' TO WS-LINE-TYPE
               MOVE DSP-PROCEEDS TO WS-LINE-AMOUNT
               SET LINE-IS-DEBIT TO TRUE
               PERFORM ADD-JOURNAL-LINE
               MOVE 'RCST' TO WS-LINE-TYPE
               MOVE DSP-COST TO WS-LINE-AMOUNT
               SET LINE-IS-CREDIT TO TRUE
               PERFORM ADD-JOURNAL-LINE
               MOVE 'RGL ' TO WS-LINE-TYPE
               MOVE DSP-GAIN TO WS-LINE-AMOUNT
               SET LINE-IS-CREDIT TO TRUE
               PERFORM ADD-JOURNAL-LINE
               PERFORM END-JOURNAL-ENTRY
            END-IF.

      *> ------------------------------------------------------------
      *> Unrealized: last month's entry reversed on the 1st, then
      *> this month-end's entry - per currency.
      *> ------------------------------------------------------------
       POST-MARK-REVERSALS.
            MOVE 1 TO WS-MARK-SET.
            PERFORM VARYING WS-MRK-INDEX FROM 1 BY 1
               UNTIL WS-MRK-INDEX > MRK-COUNT(1)
               MOVE WS-FIRST-OF-MONTH TO WS-LINE-DATE
               MOVE SPACES TO WS-LINE-REFERENCE
               STRING 'REVERSE MARK ' DELIMITED BY SIZE,
                  MRK-DATE(1) DELIMITED BY SIZE
                  INTO WS-LINE-REFERENCE
               PERFORM POST-ONE-MARK
            END-PERFORM.

       POST-MONTH-END-MARKS.
            MOVE 2 TO WS-MARK-SET.
            PERFORM VARYING WS-MRK-INDEX FROM 1 BY 1
               UNTIL WS-MRK-INDEX > MRK-COUNT(2)
               MOVE MRK-DATE(2) TO WS-LINE-DATE
               MOVE SPACES TO WS-LINE-REFERENCE
               STRING 'MONTH-END MARK ' DELIMITED BY SIZE,
                  MRK-DATE(2) DELIMITED BY SIZE
                  INTO WS-LINE-REFERENCE
               PERFORM POST-ONE-MARK
            END-PERFORM.

      *> Set 2 books Dr UMTM / Cr UGL for the unrealized gain; set
      *> 1, the reversal, books the same amount the other way.
       POST-ONE-MARK.
            PERFORM START-JOURNAL-ENTRY.
            MOVE MRK-NAME(WS-MARK-SET, WS-MRK-INDEX)
               TO WS-LINE-INSTRUMENT.
            MOVE 'UMTM' TO WS-LINE-TYPE.
            MOVE MRK-UNREAL-GL(WS-MARK-SET, WS-MRK-INDEX)
               TO WS-LINE-AMOUNT.
            IF WS-MARK-SET = 1
               SET LINE-IS-CREDIT TO TRUE
            ELSE
               SET LINE-IS-DEBIT TO TRUE
            END-IF.
            PERFORM ADD-JOURNAL-LINE.
            MOVE 'UGL ' TO WS-LINE-TYPE.
            MOVE MRK-UNREAL-GL(WS-MARK-SET, WS-MRK-INDEX)
               TO WS-LINE-AMOUNT.
            IF WS-MARK-SET = 1
               SET LINE-IS-DEBIT TO TRUE
            ELSE
               SET LINE-IS-CREDIT TO TRUE
            END-IF.
            PERFORM ADD-JOURNAL-LINE.
            PERFORM END-JOURNAL-ENTRY.

      *> ------------------------------------------------------------
      *> Entry and line building. An entry that ends with no lines
      *> (every amount zero) gives its number back.
      *> ------------------------------------------------------------
       START-JOURNAL-ENTRY.
            ADD 1 TO WS-ENTRY-NO.
            MOVE 0 TO WS-ENTRY-LINES.
            MOVE 0 TO WS-ENTRY-DEBITS.
            MOVE 0 TO WS-ENTRY-CREDITS.

       END-JOURNAL-ENTRY.
            IF WS-ENTRY-LINES = 0
               SUBTRACT 1 FROM WS-ENTRY-NO
            ELSE
               IF WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
                  ADD 1 TO WS-UNBALANCED-ENTRIES
                  COMPUTE ROB-DIFFERENCE =
                     WS-ENTRY-DEBITS - WS-ENTRY-CREDITS
                  MOVE RPT-OUT-OF-BALANCE-LINE TO REPORT-LINE
                  WRITE REPORT-LINE
               END-IF
            END-IF.

       ADD-JOURNAL-LINE.
            IF WS-LINE-AMOUNT NOT = 0
               IF WS-LINE-AMOUNT < 0
                  COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
                  IF LINE-IS-DEBIT
                     SET LINE-IS-CREDIT TO TRUE
                  ELSE
                     SET LINE-IS-DEBIT TO TRUE
                  END-IF
               END-IF
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-ENTRY-LINES
               PERFORM MAP-LINE-ACCOUNT
               MOVE WS-ENTRY-NO TO JRN-ENTRY-NO
               MOVE WS-LINE-COUNT TO JRN-LINE-NO
               MOVE 'USD' TO JRN-CURRENCY
               MOVE WS-LINE-INSTRUMENT TO JRN-INSTRUMENT
               MOVE WS-LINE-DATE TO JRN-BUSINESS-DATE
               MOVE WS-LINE-TYPE TO JRN-ENTRY-TYPE
               MOVE WS-LINE-REFERENCE TO JRN-REFERENCE
               IF LINE-IS-DEBIT
                  MOVE WS-LINE-AMOUNT TO JRN-DEBIT
                  MOVE 0 TO JRN-CREDIT
                  ADD WS-LINE-AMOUNT TO WS-ENTRY-DEBITS
                  ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
                  MOVE 0 TO JRN-DEBIT
                  MOVE WS-LINE-AMOUNT TO JRN-CREDIT
                  ADD WS-LINE-AMOUNT TO WS-ENTRY-CREDITS
                  ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
               MOVE JRN-DETAIL-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
               PERFORM WRITE-DETAIL-LINE
            END-IF.

       MAP-LINE-ACCOUNT.
            MOVE SPACES TO WS-EXACT-ACCOUNT.
            MOVE SPACES TO WS-WILDCARD-ACCOUNT.
            PERFORM VARYING WS-ACT-INDEX FROM 1 BY 1
               UNTIL WS-ACT-INDEX > ACT-COUNT
               IF ACT-TYPE(WS-ACT-INDEX) = WS-LINE-TYPE
                  IF ACT-CURRENCY(WS-ACT-INDEX) = WS-LINE-INSTRUMENT
                     MOVE ACT-ACCOUNT(WS-ACT-INDEX)
                        TO WS-EXACT-ACCOUNT
                  END-IF
                  IF ACT-CURRENCY(WS-ACT-INDEX) = '*'
                     MOVE ACT-ACCOUNT(WS-ACT-INDEX)
                        TO WS-WILDCARD-ACCOUNT
                  END-IF
               END-IF
            END-PERFORM.
            EVALUATE TRUE
               WHEN WS-EXACT-ACCOUNT NOT = SPACES
                  MOVE WS-EXACT-ACCOUNT TO JRN-ACCOUNT
               WHEN WS-WILDCARD-ACCOUNT NOT = SPACES
                  MOVE WS-WILDCARD-ACCOUNT TO JRN-ACCOUNT
               WHEN OTHER
                  MOVE SPACES TO JRN-ACCOUNT
                  ADD 1 TO WS-UNMAPPED-LINES
            END-EVALUATE.

       WRITE-DETAIL-LINE.
            MOVE JRN-ENTRY-NO TO RDL-ENTRY-NO.
            MOVE JRN-LINE-NO TO RDL-LINE-NO.
            MOVE JRN-ENTRY-TYPE TO RDL-TYPE.
            MOVE JRN-INSTRUMENT TO RDL-INSTRUMENT.
            MOVE JRN-BUSINESS-DATE TO RDL-DATE.
            IF JRN-ACCOUNT = SPACES
               MOVE '*** UNMAPPED ***' TO RDL-ACCOUNT
            ELSE
               MOVE JRN-ACCOUNT TO RDL-ACCOUNT
            END-IF.
            MOVE JRN-DEBIT TO RDL-DEBIT.
            MOVE JRN-CREDIT TO RDL-CREDIT.
            MOVE JRN-REFERENCE TO RDL-REFERENCE.
            MOVE RPT-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> ------------------------------------------------------------
      *> Proof and release: the journal goes out only when it nets
      *> to zero, every entry balances and every line has an account.
      *> ------------------------------------------------------------
       WRITE-JOURNAL-PROOF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'JOURNAL TOTALS' TO RTL-LABEL.
            MOVE WS-DEBIT-TOTAL TO RTL-DEBIT.
            MOVE WS-CREDIT-TOTAL TO RTL-CREDIT.
            MOVE RPT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'ENTRIES' TO RCL-LABEL.
            MOVE WS-ENTRY-NO TO RCL-COUNT.
            MOVE RPT-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'LINES' TO RCL-LABEL.
            MOVE WS-LINE-COUNT TO RCL-COUNT.
            MOVE RPT-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'DISPOSALS JOURNALLED' TO RCL-LABEL.
            MOVE WS-DISPOSALS-POSTED TO RCL-COUNT.
            MOVE RPT-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-DISPOSALS-UNUSABLE > 0
               MOVE 'DISPOSALS UNUSABLE (NOT JOURNALLED)' TO RCL-LABEL
               MOVE WS-DISPOSALS-UNUSABLE TO RCL-COUNT
               MOVE RPT-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            EVALUATE TRUE
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                  OR WS-UNBALANCED-ENTRIES > 0
                  MOVE SPACES TO REPORT-LINE
                  STRING '*** JOURNAL NOT WRITTEN - ' DELIMITED BY SIZE,
                     'DEBITS AND CREDITS DO NOT NET TO ZERO'
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
                  WRITE REPORT-LINE
                  MOVE 8 TO WS-RUN-RC
               WHEN WS-UNMAPPED-LINES > 0
                  MOVE SPACES TO REPORT-LINE
                  MOVE WS-UNMAPPED-LINES TO RCL-COUNT
                  STRING '*** JOURNAL NOT WRITTEN - ' DELIMITED BY SIZE,
                     FUNCTION TRIM(RCL-COUNT) DELIMITED BY SIZE,
                     ' LINE(S) WITH NO ACCOUNT IN BTC-GL-ACCOUNTS.CSV'
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
                  WRITE REPORT-LINE
                  MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                  PERFORM RELEASE-JOURNAL-FILE
            END-EVALUATE.

      *> The previous journal is only replaced once the staged lines
      *> can be read back.
       RELEASE-JOURNAL-FILE.
            MOVE SPACES TO WS-JOURNAL-FILE-STATUS.
            OPEN INPUT JOURNAL-WORK-FILE.
            IF WS-WORK-FILE-STATUS = '00'
               OPEN OUTPUT JOURNAL-FILE
            END-IF.
            IF WS-JOURNAL-FILE-STATUS NOT = '00'
               OR WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot release the journal - status '
                  WS-JOURNAL-FILE-STATUS '/' WS-WORK-FILE-STATUS
               MOVE '*** JOURNAL NOT WRITTEN - FILE ERROR'
                  TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO WS-RUN-RC
            ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-RUN-TIME
               MOVE WS-PERIOD TO JRN-PERIOD
               MOVE WS-PERIOD-STATUS TO JRN-PERIOD-STATUS
               MOVE JRN-HEADER-RECORD TO JOURNAL-RECORD
               WRITE JOURNAL-RECORD
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ JOURNAL-WORK-FILE
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          MOVE WORK-RECORD TO JOURNAL-RECORD
                          WRITE JOURNAL-RECORD
                  END-READ
               END-PERFORM
               MOVE WS-ENTRY-NO TO JRN-ENTRY-COUNT
               MOVE WS-LINE-COUNT TO JRN-LINE-COUNT
               MOVE WS-DEBIT-TOTAL TO JRN-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO JRN-CREDIT-TOTAL
               MOVE JRN-TRAILER-RECORD TO JOURNAL-RECORD
               WRITE JOURNAL-RECORD
               MOVE 'Y' TO WS-JOURNAL-RELEASED
               MOVE 'JOURNAL BALANCED - WRITTEN TO BTC-GL-JOURNAL.DAT'
                  TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-PERIOD-STATUS NOT = 'CLOSED'
                  MOVE '*** PERIOD NOT CLOSED - FIGURES MAY CHANGE'
                     TO REPORT-LINE
                  WRITE REPORT-LINE
               END-IF
            END-IF.
            IF WS-JOURNAL-FILE-STATUS = '00'
               CLOSE JOURNAL-FILE
            END-IF.
            IF WS-WORK-FILE-STATUS = '00' OR WS-WORK-FILE-STATUS = '10'
               CLOSE JOURNAL-WORK-FILE
            END-IF.
            IF JOURNAL-IS-RELEASED
               IF WS-PERIOD-STATUS NOT = 'CLOSED'
                  OR WS-DISPOSALS-UNUSABLE > 0
                  OR WS-LINE-COUNT = 0
                  MOVE 4 TO WS-RUN-RC
               END-IF
            END-IF.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-GL-JOURNAL' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
            MOVE 'BTC-REALIZED-DISPOSALS.DAT' TO RUNH-INPUT-FILE.
            MOVE SPACES TO RUNH-PARAMETERS.
            STRING 'JOURNAL ' DELIMITED BY SIZE,
               WS-PERIOD DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               WS-PERIOD-STATUS DELIMITED BY SPACE
               INTO RUNH-PARAMETERS.
            MOVE WS-DISPOSALS-READ TO RUNH-ROWS-READ.
            MOVE WS-LINE-COUNT TO RUNH-ROWS-GOOD.
            COMPUTE RUNH-ROWS-REJECTED =
               WS-DISPOSALS-UNUSABLE + WS-UNMAPPED-LINES.
            COMPUTE RUNH-ROWS-SKIPPED = WS-DISPOSALS-READ
               - WS-DISPOSALS-POSTED - WS-DISPOSALS-UNUSABLE.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN WS-RUN-RC > 4
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN WS-LINE-COUNT = 0
                  MOVE 'EMPTY' TO RUNH-OUTCOME
               WHEN WS-RUN-RC = 4
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
            END-EVALUATE.
            CALL 'BTC-RUN-LOGGER' USING RUN-HISTORY-RECORD
               ON EXCEPTION
                  DISPLAY 'Run not recorded - BTC-RUN-LOGGER '
                     'module is not on COB_LIBRARY_PATH'
            END-CALL.

       END PROGRAM BTC-GL-JOURNAL.
