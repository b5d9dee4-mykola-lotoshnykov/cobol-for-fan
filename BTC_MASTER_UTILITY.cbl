      ******************************************************************
      * Author: Mykola Lotoshnykov, mykola.lotoshnykov@gmail.com
      * Date: 20261015
      * Purpose: Backup, integrity verification and rebuild of
      * BTC-PRICE-MASTER.DAT, the indexed price master every price
      * report and the portfolio programs now read. BTC-HOUSEKEEPING
      * only rolls the text outputs; without this a lost or damaged
      * master meant hunting down every old CSV extract to reload
      * it. One function per run, from the first SYSIN card:
      *   U - unload the master in key order to a dated sequential
      *       backup, BTC-PRICE-MASTER-YYYYMMDDHHMMSS.BKP (BTCMBKP
      *       copybook: header, one detail per record, trailer with
      *       the record count and the close-price hash). The backup
      *       is read back and balanced against its own trailer
      *       before it is listed in BTC-MASTER-BACKUPS.DAT. The
      *       nightly stream runs this ahead of BTC-PRICE-LOAD, so a
      *       bad load can be rolled back to the evening's start.
      *   V - verify the master: read every record and report, in
      *       BTC-MASTER-VERIFY.TXT, keys with an unusable or future
      *       trade date, open/high/low/close prices not above zero,
      *       HIGH below LOW, and every calendar gap per currency,
      *       with a per-currency summary.
      *   R - rebuild a fresh master from a chosen backup (blank =
      *       the latest unload in the catalog). The backup is
      *       balanced against its trailer before anything is
      *       touched, the operator confirms, the master as it
      *       stands is itself saved to a backup (catalog reason R),
      *       then the master is re-created from the backup and read
      *       back: the run proves the rebuilt master's record count
      *       and close hash match the backup's trailer.
      * Ends RC 0 when clean; RC 4 when U finds no master to back
      * up, V finds problems or an R is declined; RC 8 when a backup
      * cannot be written or does not balance, the master cannot be
      * read, or a rebuild does not prove out. Ends with GOBACK so
      * BTC-BATCH-DRIVER can CALL it in the nightly stream.
      * Tectonics: cobc -m -I copybooks -o BTC-MASTER-UTILITY.so
      *               BTC_MASTER_UTILITY.cbl
      *
      * Modification History:
      * 20261015 ML - A rebuild opens the backup before it empties the
      *               master; a backup that will not open stops the
      *               rebuild RC 8 with the master untouched. A backup
      *               line that cannot be read fails the balancing,
      *               and the rebuild load, instead of being passed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTC-MASTER-UTILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTC-PRICE-MASTER ASSIGN TO 'BTC-PRICE-MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MASTER-BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT BACKUP-CATALOG-FILE
           ASSIGN TO 'BTC-MASTER-BACKUPS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT VERIFY-REPORT ASSIGN TO 'BTC-MASTER-VERIFY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BTC-PRICE-MASTER.
           COPY BTCPRICE.

       FD MASTER-BACKUP-FILE RECORDING MODE F.
       01 BACKUP-LINE PIC X(160).

       FD BACKUP-CATALOG-FILE RECORDING MODE F.
       01 CATALOG-LINE PIC X(88).

       FD VERIFY-REPORT RECORDING MODE V.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BTCRUNH.
           COPY BTCMBKP.

       01  WS-EOF PIC X(1).
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-BACKUP-FILE-STATUS PIC X(2).
       01  WS-CATALOG-FILE-STATUS PIC X(2).

       01  WS-FUNCTION PIC X(1).
           88 FUNCTION-IS-UNLOAD VALUE 'U'.
           88 FUNCTION-IS-VERIFY VALUE 'V'.
           88 FUNCTION-IS-REBUILD VALUE 'R'.
       01  WS-RUN-RC PIC 9(2) VALUE 0.
       01  WS-TODAY-YMD PIC 9(8).

      *> The backup being written or read, and why it was taken.
       01  WS-BACKUP-FILENAME PIC X(40).
       01  WS-BACKUP-TS PIC X(14) VALUE SPACES.
       01  WS-BACKUP-REASON PIC X(1).
      *> D - backup written and balanced; N - no master to unload;
      *> F - the backup could not be written or does not balance.
       01  WS-UNLOAD-RESULT PIC X(1).
           88 UNLOAD-IS-DONE VALUE 'D'.
           88 UNLOAD-FOUND-NO-MASTER VALUE 'N'.
           88 UNLOAD-HAS-FAILED VALUE 'F'.
       01  WS-MASTER-READ-ERROR PIC X(1).
       01  WS-UNLOAD-OVERFLOWS PIC 9(7) COMP.

      *> Unload counts, and the zoned close hash summed exactly as
      *> the trailer carries it.
       01  WS-RECORDS-READ PIC 9(9) COMP VALUE 0.
       01  WS-RECORDS-WRITTEN PIC 9(9) COMP VALUE 0.
       01  WS-CLOSE-HASH PIC S9(15)V9(8) COMP-3 VALUE 0.

      *> A backup read back against its own trailer: the first
      *> problem found is kept and names why it is not sound.
       01  WS-BACKUP-PROBLEM PIC X(60).
       01  WS-BACKUP-LINES PIC 9(9) COMP.
       01  WS-HEADER-SEEN PIC X(1).
       01  WS-TRAILER-SEEN PIC X(1).
       01  WS-PROOF-COUNT PIC 9(9) COMP.
       01  WS-PROOF-HASH PIC S9(15)V9(8) COMP-3.
       01  WS-TRAILER-COUNT PIC 9(9).
       01  WS-TRAILER-HASH PIC S9(15)V9(8) COMP-3.
       01  WS-BACKUP-TAKEN-TS PIC X(14).
       01  WS-THIS-KEY.
           05 WS-THIS-KEY-NAME PIC X(4).
           05 WS-THIS-KEY-DATE PIC X(10).
       01  WS-LAST-KEY PIC X(14).

      *> Rebuild: the chosen backup, what its trailer promised, and
      *> what the re-created master holds when read back.
       01  WS-REBUILD-FILENAME PIC X(40).
       01  WS-REBUILD-STOPPED PIC X(1) VALUE 'N'.
           88 REBUILD-IS-STOPPED VALUE 'Y'.
       01  WS-CONFIRM-ANSWER PIC X(1).
           88 REBUILD-IS-CONFIRMED VALUES 'Y' 'y'.
       01  WS-SOURCE-COUNT PIC 9(9) VALUE 0.
       01  WS-SOURCE-HASH PIC S9(15)V9(8) COMP-3 VALUE 0.
       01  WS-RECORDS-LOADED PIC 9(9) COMP VALUE 0.
       01  WS-LOAD-FAILURES PIC 9(9) COMP VALUE 0.
       01  WS-REBUILT-COUNT PIC 9(9) COMP VALUE 0.
       01  WS-REBUILT-HASH PIC S9(15)V9(8) COMP-3 VALUE 0.
       01  WS-REBUILT-CLOSE PIC S9(10)V9(8).
       01  WS-CATALOG-FOUND PIC X(1).

       01  WS-COUNT-DISP PIC ZZZ,ZZZ,ZZ9.
       01  WS-HASH-DISP PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99999999.
       01  WS-COUNT-DISP-2 PIC ZZZ,ZZZ,ZZ9.
       01  WS-HASH-DISP-2 PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99999999.

      *> Verify: the currency being walked, its last usable day, and
      *> the date arithmetic for the gap day counts, in the
      *> BTC-FX-RATE-MAINT style.
       01  WS-GROUP-NAME PIC X(4).
       01  WS-PRIOR-DATE PIC X(10).
       01  WS-PRIOR-INTEGER PIC S9(9) COMP.
       01  WS-WORK-DATE PIC X(10).
       01  WS-WORK-DATE-YMDX REDEFINES WS-WORK-DATE.
           05 WS-WORK-Y PIC 9(4).
           05 FILLER PIC X.
           05 WS-WORK-M PIC 9(2).
           05 FILLER PIC X.
           05 WS-WORK-D PIC 9(2).
       01  WS-WORK-YMD PIC 9(8).
       01  WS-WORK-INTEGER PIC S9(9) COMP.
       01  WS-GAP-DAYS PIC S9(7) COMP.
       01  WS-DATE-USABLE PIC X(1).
           88 DATE-IS-USABLE VALUE 'Y'.
           88 DATE-IS-UNUSABLE VALUE 'N'.
       01  WS-PRICE-LABEL PIC X(6).
       01  WS-PRICE-VALUE COMP-2.
       01  WS-PRICE-EDIT PIC -(10)9.9(8).
       01  WS-PRICE-EDIT-2 PIC -(10)9.9(8).
       01  WS-MISSING-DISP PIC ZZZ,ZZ9.

       01  WS-VERIFY-COUNTS.
           05 WS-BAD-DATES PIC 9(7) COMP VALUE 0.
           05 WS-BAD-PRICES PIC 9(7) COMP VALUE 0.
           05 WS-HIGH-BELOW-LOW PIC 9(7) COMP VALUE 0.
           05 WS-GAPS PIC 9(7) COMP VALUE 0.
           05 WS-MISSING-DAYS PIC 9(7) COMP VALUE 0.
           05 WS-TOTAL-PROBLEMS PIC 9(7) COMP VALUE 0.

      *> Per-currency tallies for the summary block.
       01  WS-CCY-LIMIT PIC 9(2) COMP VALUE 20.
       01  VERIFY-CCY-TABLE.
           05 MVC-COUNT PIC 9(2) COMP VALUE 0.
           05 MVC-ENTRY OCCURS 20 TIMES.
              10 MVC-NAME PIC X(4).
              10 MVC-FIRST-DATE PIC X(10).
              10 MVC-LAST-DATE PIC X(10).
              10 MVC-DAYS PIC 9(7) COMP.
              10 MVC-BAD-DATES PIC 9(7) COMP.
              10 MVC-BAD-PRICES PIC 9(7) COMP.
              10 MVC-HIGH-BELOW-LOW PIC 9(7) COMP.
              10 MVC-GAPS PIC 9(7) COMP.
              10 MVC-MISSING-DAYS PIC 9(7) COMP.
       01  WS-CCY-INDEX PIC 9(2) COMP.
       01  WS-CUR-CCY PIC 9(2) COMP VALUE 0.
       01  WS-CCY-FOUND PIC X(1).
       01  WS-CCY-DROPPED PIC 9(5) COMP VALUE 0.

       01  RPT-TITLE-LINE.
           05 FILLER PIC X(36) VALUE
              'BTC PRICE MASTER VERIFICATION - RUN '.
           05 RPT-TITLE-TS PIC X(14).
       01  RPT-COLUMN-LINE.
           05 FILLER PIC X(20) VALUE 'CCY  DATE          '.
           05 FILLER PIC X(20) VALUE 'PROBLEM             '.
           05 FILLER PIC X(6) VALUE 'DETAIL'.
       01  RPT-PROBLEM-LINE.
           05 RPL-NAME PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPL-DATE PIC X(10).
           05 FILLER PIC X(5) VALUE SPACES.
           05 RPL-PROBLEM PIC X(20).
           05 RPL-DETAIL PIC X(60).
       01  RPT-SUMMARY-COLUMNS.
           05 FILLER PIC X(30) VALUE 'CCY  RANGE ON MASTER'.
           05 FILLER PIC X(7) VALUE '   DAYS'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE ' DATES'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'PRICES'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE ' HI<LO'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE '  GAPS'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'MISSING'.
       01  RPT-SUMMARY-LINE.
           05 RVS-NAME PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RVS-FIRST-DATE PIC X(10).
           05 RVS-DASH PIC X(4) VALUE ' TO '.
           05 RVS-LAST-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RVS-DAYS PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVS-BAD-DATES PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVS-BAD-PRICES PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVS-HIGH-BELOW-LOW PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVS-GAPS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVS-MISSING-DAYS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-START-TS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
            DISPLAY '=== BTC PRICE MASTER UTILITY ==='.

            DISPLAY 'Function: U = unload the master to a backup, '
               'V = verify the master, R = rebuild the master from '
               'a backup (blank = U):'.
            ACCEPT WS-FUNCTION FROM SYSIN.
            MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION.
            IF WS-FUNCTION = SPACE
               MOVE 'U' TO WS-FUNCTION
            END-IF.

            EVALUATE TRUE
               WHEN FUNCTION-IS-UNLOAD
                  MOVE 'U' TO WS-BACKUP-REASON
                  PERFORM UNLOAD-MASTER
                  EVALUATE TRUE
                     WHEN UNLOAD-IS-DONE
                        MOVE 0 TO WS-RUN-RC
                     WHEN UNLOAD-FOUND-NO-MASTER
                        MOVE 4 TO WS-RUN-RC
                     WHEN OTHER
                        MOVE 8 TO WS-RUN-RC
                  END-EVALUATE
               WHEN FUNCTION-IS-VERIFY
                  PERFORM VERIFY-MASTER
               WHEN FUNCTION-IS-REBUILD
                  PERFORM REBUILD-MASTER
               WHEN OTHER
                  DISPLAY 'Unknown function ' WS-FUNCTION
                     ' - nothing done. Use U, V or R.'
                  MOVE 8 TO WS-RUN-RC
            END-EVALUATE.

            PERFORM RECORD-RUN-HISTORY.

            MOVE WS-RUN-RC TO RETURN-CODE.
            GOBACK.

      *> Unload the whole master, in key order, to a new dated
      *> backup. The name carries the time of day as well as the
      *> date, so a second unload the same evening - a rerun of the
      *> stream, or the copy a rebuild saves - never overwrites the
      *> backup taken before the load. A master that cannot be
      *> opened at all is reported, not failed: there is nothing to
      *> back up before the first load ever made.
       UNLOAD-MASTER.
            MOVE 0 TO WS-RECORDS-READ, WS-RECORDS-WRITTEN,
               WS-UNLOAD-OVERFLOWS.
            MOVE 0 TO WS-CLOSE-HASH.
            MOVE 'N' TO WS-MASTER-READ-ERROR.
            OPEN INPUT BTC-PRICE-MASTER.
            IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'No BTC-PRICE-MASTER.DAT to back up (status '
                  WS-MASTER-FILE-STATUS ')'
               SET UNLOAD-FOUND-NO-MASTER TO TRUE
               MOVE SPACES TO WS-BACKUP-FILENAME
            ELSE
               PERFORM WRITE-MASTER-BACKUP
               CLOSE BTC-PRICE-MASTER
               IF UNLOAD-HAS-FAILED
                  DISPLAY 'BACKUP FAILED: ' WS-BACKUP-FILENAME
                     ' is not catalogued.'
                  IF WS-UNLOAD-OVERFLOWS > 0
                     DISPLAY '  ' WS-UNLOAD-OVERFLOWS
                        ' price/volume figures too large to unload'
                  END-IF
               ELSE
                  PERFORM CHECK-WRITTEN-BACKUP
               END-IF
            END-IF.

       WRITE-MASTER-BACKUP.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BACKUP-TS.
            MOVE SPACES TO WS-BACKUP-FILENAME.
            STRING 'BTC-PRICE-MASTER-' DELIMITED BY SIZE,
               WS-BACKUP-TS DELIMITED BY SIZE,
               '.BKP' DELIMITED BY SIZE
               INTO WS-BACKUP-FILENAME.
            OPEN OUTPUT MASTER-BACKUP-FILE.
            IF WS-BACKUP-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot create backup ' WS-BACKUP-FILENAME
                  ' - status ' WS-BACKUP-FILE-STATUS
               SET UNLOAD-HAS-FAILED TO TRUE
            ELSE
               SET UNLOAD-IS-DONE TO TRUE
               MOVE WS-BACKUP-TS TO MBK-TAKEN-TS
               MOVE 'BTC-PRICE-MASTER.DAT' TO MBK-SOURCE-FILE
               MOVE MBK-HEADER-RECORD TO BACKUP-LINE
               WRITE BACKUP-LINE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ BTC-PRICE-MASTER NEXT RECORD
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                      PERFORM UNLOAD-ONE-RECORD
                  END-READ
                  PERFORM CHECK-MASTER-READ
               END-PERFORM
               MOVE WS-RECORDS-WRITTEN TO MBK-RECORD-COUNT
               MOVE WS-CLOSE-HASH TO MBK-CLOSE-HASH
               MOVE MBK-TRAILER-RECORD TO BACKUP-LINE
               WRITE BACKUP-LINE
               CLOSE MASTER-BACKUP-FILE
               IF WS-MASTER-READ-ERROR = 'Y'
                  OR WS-UNLOAD-OVERFLOWS > 0
                  SET UNLOAD-HAS-FAILED TO TRUE
               END-IF
            END-IF.

      *> A record the master cannot hand back ends the walk - the
      *> backup would otherwise pass as whole without it.
       CHECK-MASTER-READ.
            IF WS-MASTER-FILE-STATUS(1:1) NOT = '0'
               AND WS-MASTER-FILE-STATUS NOT = '10'
               DISPLAY 'BTC-PRICE-MASTER.DAT read failed after '
                  WS-RECORDS-READ ' records - status '
                  WS-MASTER-FILE-STATUS
               MOVE 'Y' TO WS-MASTER-READ-ERROR
               MOVE 'Y' TO WS-EOF
            END-IF.

      *> A price or volume too large for the backup's zoned fields
      *> would be carried over wrong; it fails the unload instead.
       UNLOAD-ONE-RECORD.
            ADD 1 TO WS-RECORDS-READ.
            MOVE PM-NAME TO MBK-NAME.
            MOVE PM-DATE TO MBK-DATE.
            COMPUTE MBK-OPEN ROUNDED = PM-OPEN-PRICE
               ON SIZE ERROR ADD 1 TO WS-UNLOAD-OVERFLOWS
            END-COMPUTE.
            COMPUTE MBK-HIGH ROUNDED = PM-HIGH-PRICE
               ON SIZE ERROR ADD 1 TO WS-UNLOAD-OVERFLOWS
            END-COMPUTE.
            COMPUTE MBK-LOW ROUNDED = PM-LOW-PRICE
               ON SIZE ERROR ADD 1 TO WS-UNLOAD-OVERFLOWS
            END-COMPUTE.
            COMPUTE MBK-CLOSE ROUNDED = PM-CLOSE-PRICE
               ON SIZE ERROR ADD 1 TO WS-UNLOAD-OVERFLOWS
            END-COMPUTE.
            COMPUTE MBK-VOLUME ROUNDED = PM-VOLUME
               ON SIZE ERROR ADD 1 TO WS-UNLOAD-OVERFLOWS
            END-COMPUTE.
            COMPUTE MBK-MARKETCAP ROUNDED = PM-MARKETCAP
               ON SIZE ERROR ADD 1 TO WS-UNLOAD-OVERFLOWS
            END-COMPUTE.
            MOVE PM-TS TO MBK-TS.
            ADD MBK-CLOSE TO WS-CLOSE-HASH.
            MOVE MBK-DETAIL-RECORD TO BACKUP-LINE.
            WRITE BACKUP-LINE.
            ADD 1 TO WS-RECORDS-WRITTEN.

      *> The backup just written is read back and must balance with
      *> its own trailer and with what was unloaded before it is
      *> catalogued - a full disk or a cut-off write shows up here,
      *> not on the night it is needed.
       CHECK-WRITTEN-BACKUP.
            PERFORM PROVE-BACKUP-FILE.
            IF WS-BACKUP-PROBLEM = SPACES
               AND (WS-PROOF-COUNT NOT = WS-RECORDS-READ
                  OR WS-PROOF-HASH NOT = WS-CLOSE-HASH)
               MOVE 'does not hold every record unloaded'
                  TO WS-BACKUP-PROBLEM
            END-IF.
            MOVE WS-RECORDS-READ TO WS-COUNT-DISP.
            MOVE WS-CLOSE-HASH TO WS-HASH-DISP.
            IF WS-BACKUP-PROBLEM NOT = SPACES
               DISPLAY 'BACKUP FAILED: ' WS-BACKUP-FILENAME ' '
                  FUNCTION TRIM(WS-BACKUP-PROBLEM)
               SET UNLOAD-HAS-FAILED TO TRUE
            ELSE
               PERFORM ADD-TO-BACKUP-CATALOG
               DISPLAY 'BACKUP TAKEN: ' WS-BACKUP-FILENAME
               DISPLAY '  RECORDS ' WS-COUNT-DISP
                  '  CLOSE HASH ' WS-HASH-DISP
            END-IF.

      *> Balances a backup against its own trailer: a header naming
      *> the price master first, details in ascending key order,
      *> one trailer last whose count and close hash agree with the
      *> details. WS-BACKUP-PROBLEM is left blank when it is sound.
       PROVE-BACKUP-FILE.
            MOVE SPACES TO WS-BACKUP-PROBLEM.
            MOVE 0 TO WS-BACKUP-LINES, WS-PROOF-COUNT.
            MOVE 0 TO WS-PROOF-HASH, WS-TRAILER-HASH.
            MOVE 0 TO WS-TRAILER-COUNT.
            MOVE SPACES TO WS-BACKUP-TAKEN-TS.
            MOVE 'N' TO WS-HEADER-SEEN, WS-TRAILER-SEEN.
            MOVE LOW-VALUES TO WS-LAST-KEY.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT MASTER-BACKUP-FILE.
            IF WS-BACKUP-FILE-STATUS NOT = '00'
               STRING 'cannot be opened - status ' DELIMITED BY SIZE,
                  WS-BACKUP-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-BACKUP-PROBLEM
               MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-BACKUP-FILE
                       AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-BACKUP-LINES
                   IF WS-BACKUP-PROBLEM = SPACES
                      PERFORM CHECK-ONE-BACKUP-LINE
                   END-IF
               END-READ
               PERFORM CHECK-BACKUP-READ
            END-PERFORM.
            IF WS-BACKUP-FILE-STATUS = '00'
               OR WS-BACKUP-FILE-STATUS = '10'
               CLOSE MASTER-BACKUP-FILE
            END-IF.
            EVALUATE TRUE
               WHEN WS-BACKUP-PROBLEM NOT = SPACES
                  CONTINUE
               WHEN WS-HEADER-SEEN = 'N'
                  MOVE 'is empty' TO WS-BACKUP-PROBLEM
               WHEN WS-TRAILER-SEEN = 'N'
                  MOVE 'has no trailer - the backup is incomplete'
                     TO WS-BACKUP-PROBLEM
               WHEN WS-TRAILER-COUNT NOT = WS-PROOF-COUNT
                  MOVE 'record count does not agree with its trailer'
                     TO WS-BACKUP-PROBLEM
               WHEN WS-TRAILER-HASH NOT = WS-PROOF-HASH
                  MOVE 'close hash does not agree with its trailer'
                     TO WS-BACKUP-PROBLEM
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

      *> A line the backup cannot hand back ends the balancing, the
      *> way CHECK-MASTER-READ ends a walk of the master.
       CHECK-BACKUP-READ.
            IF WS-BACKUP-FILE-STATUS NOT = '00'
               AND WS-BACKUP-FILE-STATUS NOT = '10'
               IF WS-BACKUP-PROBLEM = SPACES
                  STRING 'cannot be read - status ' DELIMITED BY SIZE,
                     WS-BACKUP-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-BACKUP-PROBLEM
               END-IF
               MOVE 'Y' TO WS-EOF
            END-IF.

       CHECK-ONE-BACKUP-LINE.
            EVALUATE TRUE
               WHEN WS-BACKUP-LINES = 1
                  AND BACKUP-LINE(1:1) NOT = 'H'
                  MOVE 'has no header record' TO WS-BACKUP-PROBLEM
               WHEN WS-BACKUP-LINES = 1
                  MOVE BACKUP-LINE TO MBK-HEADER-RECORD
                  MOVE 'Y' TO WS-HEADER-SEEN
                  MOVE MBK-TAKEN-TS TO WS-BACKUP-TAKEN-TS
                  IF MBK-SOURCE-FILE NOT = 'BTC-PRICE-MASTER.DAT'
                     MOVE 'is not a backup of BTC-PRICE-MASTER.DAT'
                        TO WS-BACKUP-PROBLEM
                  END-IF
               WHEN WS-TRAILER-SEEN = 'Y'
                  MOVE 'has records after its trailer'
                     TO WS-BACKUP-PROBLEM
               WHEN BACKUP-LINE(1:1) = 'D'
                  PERFORM CHECK-BACKUP-DETAIL
               WHEN BACKUP-LINE(1:1) = 'T'
                  MOVE BACKUP-LINE TO MBK-TRAILER-RECORD
                  MOVE 'Y' TO WS-TRAILER-SEEN
                  IF MBK-RECORD-COUNT IS NOT NUMERIC
                     OR MBK-CLOSE-HASH IS NOT NUMERIC
                     MOVE 'has an unreadable trailer'
                        TO WS-BACKUP-PROBLEM
                  ELSE
                     MOVE MBK-RECORD-COUNT TO WS-TRAILER-COUNT
                     MOVE MBK-CLOSE-HASH TO WS-TRAILER-HASH
                  END-IF
               WHEN OTHER
                  MOVE 'has a record of unknown type'
                     TO WS-BACKUP-PROBLEM
            END-EVALUATE.

       CHECK-BACKUP-DETAIL.
            MOVE BACKUP-LINE TO MBK-DETAIL-RECORD.
            MOVE MBK-NAME TO WS-THIS-KEY-NAME.
            MOVE MBK-DATE TO WS-THIS-KEY-DATE.
            EVALUATE TRUE
               WHEN MBK-OPEN IS NOT NUMERIC
                  OR MBK-HIGH IS NOT NUMERIC
                  OR MBK-LOW IS NOT NUMERIC
                  OR MBK-CLOSE IS NOT NUMERIC
                  OR MBK-VOLUME IS NOT NUMERIC
                  OR MBK-MARKETCAP IS NOT NUMERIC
                  STRING 'has an unreadable record at '
                     DELIMITED BY SIZE,
                     WS-THIS-KEY DELIMITED BY SIZE
                     INTO WS-BACKUP-PROBLEM
               WHEN WS-THIS-KEY NOT > WS-LAST-KEY
                  STRING 'has keys out of order at '
                     DELIMITED BY SIZE,
                     WS-THIS-KEY DELIMITED BY SIZE
                     INTO WS-BACKUP-PROBLEM
               WHEN OTHER
                  MOVE WS-THIS-KEY TO WS-LAST-KEY
                  ADD 1 TO WS-PROOF-COUNT
                  ADD MBK-CLOSE TO WS-PROOF-HASH
            END-EVALUATE.

       ADD-TO-BACKUP-CATALOG.
            OPEN EXTEND BACKUP-CATALOG-FILE.
            IF WS-CATALOG-FILE-STATUS = '35'
               OPEN OUTPUT BACKUP-CATALOG-FILE
            END-IF.
            MOVE WS-BACKUP-TS TO MBC-TAKEN-TS.
            MOVE WS-BACKUP-REASON TO MBC-REASON.
            MOVE WS-BACKUP-FILENAME TO MBC-BACKUP-FILE.
            MOVE WS-RECORDS-READ TO MBC-RECORD-COUNT.
            MOVE WS-CLOSE-HASH TO MBC-CLOSE-HASH.
            MOVE MASTER-BACKUP-CATALOG-RECORD TO CATALOG-LINE.
            WRITE CATALOG-LINE.
            CLOSE BACKUP-CATALOG-FILE.

      *> Every record of the master, in key order, against the
      *> checks below; each problem is one report line, and the
      *> summary gives each currency's range and tallies.
       VERIFY-MASTER.
            OPEN INPUT BTC-PRICE-MASTER.
            IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open BTC-PRICE-MASTER.DAT - status '
                  WS-MASTER-FILE-STATUS
               MOVE 8 TO WS-RUN-RC
            ELSE
               OPEN OUTPUT VERIFY-REPORT
               MOVE RUNH-START-TS TO RPT-TITLE-TS
               MOVE RPT-TITLE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'PROBLEMS:' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RPT-COLUMN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-GROUP-NAME
               MOVE 'N' TO WS-MASTER-READ-ERROR
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ BTC-PRICE-MASTER NEXT RECORD
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                      PERFORM VERIFY-ONE-RECORD
                  END-READ
                  PERFORM CHECK-MASTER-READ
               END-PERFORM
               CLOSE BTC-PRICE-MASTER
               IF WS-TOTAL-PROBLEMS = 0
                  MOVE '   (NO PROBLEMS)' TO REPORT-LINE
                  WRITE REPORT-LINE
               END-IF
               IF WS-MASTER-READ-ERROR = 'Y'
                  MOVE '*** MASTER COULD NOT BE READ TO ITS END'
                     TO REPORT-LINE
                  WRITE REPORT-LINE
               END-IF
               PERFORM WRITE-VERIFY-SUMMARY
               CLOSE VERIFY-REPORT
               MOVE WS-RECORDS-READ TO WS-COUNT-DISP
               DISPLAY 'MASTER RECORDS READ: ' WS-COUNT-DISP
                  ' PROBLEMS: ' WS-TOTAL-PROBLEMS
               DISPLAY '  UNUSABLE DATES ' WS-BAD-DATES
                  ' PRICES NOT POSITIVE ' WS-BAD-PRICES
                  ' HIGH BELOW LOW ' WS-HIGH-BELOW-LOW
                  ' GAPS ' WS-GAPS
               DISPLAY 'Report: BTC-MASTER-VERIFY.TXT'
               EVALUATE TRUE
                  WHEN WS-MASTER-READ-ERROR = 'Y'
                     MOVE 8 TO WS-RUN-RC
                  WHEN WS-RECORDS-READ = 0
                     DISPLAY 'BTC-PRICE-MASTER.DAT holds no records.'
                     MOVE 8 TO WS-RUN-RC
                  WHEN WS-TOTAL-PROBLEMS > 0
                     MOVE 4 TO WS-RUN-RC
                  WHEN OTHER
                     MOVE 0 TO WS-RUN-RC
               END-EVALUATE
            END-IF.

       VERIFY-ONE-RECORD.
            ADD 1 TO WS-RECORDS-READ.
            IF PM-NAME NOT = WS-GROUP-NAME
               MOVE PM-NAME TO WS-GROUP-NAME
               MOVE SPACES TO WS-PRIOR-DATE
               PERFORM FIND-OR-ADD-CURRENCY
            END-IF.
            IF WS-CUR-CCY > 0
               ADD 1 TO MVC-DAYS(WS-CUR-CCY)
            END-IF.
            PERFORM CHECK-MASTER-DATE.
            IF DATE-IS-USABLE
               PERFORM CHECK-CALENDAR-GAP
            END-IF.
            MOVE 'OPEN' TO WS-PRICE-LABEL.
            MOVE PM-OPEN-PRICE TO WS-PRICE-VALUE.
            PERFORM CHECK-ONE-PRICE.
            MOVE 'HIGH' TO WS-PRICE-LABEL.
            MOVE PM-HIGH-PRICE TO WS-PRICE-VALUE.
            PERFORM CHECK-ONE-PRICE.
            MOVE 'LOW' TO WS-PRICE-LABEL.
            MOVE PM-LOW-PRICE TO WS-PRICE-VALUE.
            PERFORM CHECK-ONE-PRICE.
            MOVE 'CLOSE' TO WS-PRICE-LABEL.
            MOVE PM-CLOSE-PRICE TO WS-PRICE-VALUE.
            PERFORM CHECK-ONE-PRICE.
            IF PM-HIGH-PRICE < PM-LOW-PRICE
               ADD 1 TO WS-HIGH-BELOW-LOW
               IF WS-CUR-CCY > 0
                  ADD 1 TO MVC-HIGH-BELOW-LOW(WS-CUR-CCY)
               END-IF
               COMPUTE WS-PRICE-EDIT ROUNDED = PM-HIGH-PRICE
               COMPUTE WS-PRICE-EDIT-2 ROUNDED = PM-LOW-PRICE
               MOVE 'HIGH BELOW LOW' TO RPL-PROBLEM
               MOVE SPACES TO RPL-DETAIL
               STRING 'HIGH ' DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-PRICE-EDIT) DELIMITED BY SIZE,
                  ' LOW ' DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-PRICE-EDIT-2) DELIMITED BY SIZE
                  INTO RPL-DETAIL
               PERFORM WRITE-PROBLEM-LINE
            END-IF.

      *> A key date that is not a real YYYY-MM-DD day, or is later
      *> than today, cannot be placed in the calendar - reported,
      *> and left out of the gap walk.
       CHECK-MASTER-DATE.
            MOVE PM-DATE TO WS-WORK-DATE.
            SET DATE-IS-USABLE TO TRUE.
            MOVE SPACES TO RPL-DETAIL.
            IF WS-WORK-DATE(1:4) IS NOT NUMERIC
               OR WS-WORK-DATE(5:1) NOT = '-'
               OR WS-WORK-DATE(6:2) IS NOT NUMERIC
               OR WS-WORK-DATE(8:1) NOT = '-'
               OR WS-WORK-DATE(9:2) IS NOT NUMERIC
               SET DATE-IS-UNUSABLE TO TRUE
               MOVE 'NOT A YYYY-MM-DD DATE' TO RPL-DETAIL
            ELSE
               COMPUTE WS-WORK-YMD =
                  WS-WORK-Y * 10000 + WS-WORK-M * 100 + WS-WORK-D
               EVALUATE TRUE
                  WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-YMD)
                     NOT = 0
                     SET DATE-IS-UNUSABLE TO TRUE
                     MOVE 'NOT A CALENDAR DAY' TO RPL-DETAIL
                  WHEN WS-WORK-YMD > WS-TODAY-YMD
                     SET DATE-IS-UNUSABLE TO TRUE
                     MOVE 'LATER THAN TODAY' TO RPL-DETAIL
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.
            IF DATE-IS-UNUSABLE
               ADD 1 TO WS-BAD-DATES
               IF WS-CUR-CCY > 0
                  ADD 1 TO MVC-BAD-DATES(WS-CUR-CCY)
               END-IF
               MOVE 'UNUSABLE DATE' TO RPL-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
            END-IF.

      *> Prices are daily, weekends included, so any usable day more
      *> than one after the currency's previous usable day leaves a
      *> hole in the series.
       CHECK-CALENDAR-GAP.
            COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD).
            IF WS-PRIOR-DATE NOT = SPACES
               COMPUTE WS-GAP-DAYS =
                  WS-WORK-INTEGER - WS-PRIOR-INTEGER - 1
               IF WS-GAP-DAYS > 0
                  ADD 1 TO WS-GAPS
                  ADD WS-GAP-DAYS TO WS-MISSING-DAYS
                  IF WS-CUR-CCY > 0
                     ADD 1 TO MVC-GAPS(WS-CUR-CCY)
                     ADD WS-GAP-DAYS TO MVC-MISSING-DAYS(WS-CUR-CCY)
                  END-IF
                  MOVE WS-GAP-DAYS TO WS-MISSING-DISP
                  MOVE 'CALENDAR GAP' TO RPL-PROBLEM
                  MOVE SPACES TO RPL-DETAIL
                  STRING 'NO DAYS SINCE ' DELIMITED BY SIZE,
                     WS-PRIOR-DATE DELIMITED BY SIZE,
                     ' (' DELIMITED BY SIZE,
                     FUNCTION TRIM(WS-MISSING-DISP) DELIMITED BY SIZE,
                     ' MISSING)' DELIMITED BY SIZE
                     INTO RPL-DETAIL
                  PERFORM WRITE-PROBLEM-LINE
               END-IF
            END-IF.
            IF WS-CUR-CCY > 0
               IF MVC-FIRST-DATE(WS-CUR-CCY) = SPACES
                  MOVE WS-WORK-DATE TO MVC-FIRST-DATE(WS-CUR-CCY)
               END-IF
               MOVE WS-WORK-DATE TO MVC-LAST-DATE(WS-CUR-CCY)
            END-IF.
            MOVE WS-WORK-DATE TO WS-PRIOR-DATE.
            MOVE WS-WORK-INTEGER TO WS-PRIOR-INTEGER.

      *> WS-PRICE-LABEL/WS-PRICE-VALUE are set by the caller.
       CHECK-ONE-PRICE.
            IF WS-PRICE-VALUE NOT > 0
               ADD 1 TO WS-BAD-PRICES
               IF WS-CUR-CCY > 0
                  ADD 1 TO MVC-BAD-PRICES(WS-CUR-CCY)
               END-IF
               COMPUTE WS-PRICE-EDIT ROUNDED = WS-PRICE-VALUE
               MOVE 'PRICE NOT POSITIVE' TO RPL-PROBLEM
               MOVE SPACES TO RPL-DETAIL
               STRING WS-PRICE-LABEL DELIMITED BY SPACE,
                  ' ' DELIMITED BY SIZE,
                  FUNCTION TRIM(WS-PRICE-EDIT) DELIMITED BY SIZE
                  INTO RPL-DETAIL
               PERFORM WRITE-PROBLEM-LINE
            END-IF.

      *> RPL-PROBLEM and RPL-DETAIL are set by the caller; the key
      *> comes from the current master record.
       WRITE-PROBLEM-LINE.
            ADD 1 TO WS-TOTAL-PROBLEMS.
            MOVE PM-NAME TO RPL-NAME.
            MOVE PM-DATE TO RPL-DATE.
            MOVE RPT-PROBLEM-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> Past the 20-currency table the problems are still reported,
      *> only the summary line is missing - announced.
       FIND-OR-ADD-CURRENCY.
            MOVE 'N' TO WS-CCY-FOUND.
            MOVE 0 TO WS-CUR-CCY.
            PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > MVC-COUNT
               OR WS-CCY-FOUND = 'Y'
               IF MVC-NAME(WS-CCY-INDEX) = WS-GROUP-NAME
                  MOVE 'Y' TO WS-CCY-FOUND
                  MOVE WS-CCY-INDEX TO WS-CUR-CCY
               END-IF
            END-PERFORM.
            IF WS-CCY-FOUND = 'N'
               IF MVC-COUNT < WS-CCY-LIMIT
                  ADD 1 TO MVC-COUNT
                  MOVE MVC-COUNT TO WS-CUR-CCY
                  MOVE WS-GROUP-NAME TO MVC-NAME(WS-CUR-CCY)
                  MOVE SPACES TO MVC-FIRST-DATE(WS-CUR-CCY)
                  MOVE SPACES TO MVC-LAST-DATE(WS-CUR-CCY)
                  MOVE 0 TO MVC-DAYS(WS-CUR-CCY)
                  MOVE 0 TO MVC-BAD-DATES(WS-CUR-CCY)
                  MOVE 0 TO MVC-BAD-PRICES(WS-CUR-CCY)
                  MOVE 0 TO MVC-HIGH-BELOW-LOW(WS-CUR-CCY)
                  MOVE 0 TO MVC-GAPS(WS-CUR-CCY)
                  MOVE 0 TO MVC-MISSING-DAYS(WS-CUR-CCY)
               ELSE
                  ADD 1 TO WS-CCY-DROPPED
               END-IF
            END-IF.

       WRITE-VERIFY-SUMMARY.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'SUMMARY PER CURRENCY:' TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE RPT-SUMMARY-COLUMNS TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > MVC-COUNT
               MOVE MVC-NAME(WS-CCY-INDEX) TO RVS-NAME
               MOVE MVC-FIRST-DATE(WS-CCY-INDEX) TO RVS-FIRST-DATE
               MOVE ' TO ' TO RVS-DASH
               MOVE MVC-LAST-DATE(WS-CCY-INDEX) TO RVS-LAST-DATE
               MOVE MVC-DAYS(WS-CCY-INDEX) TO RVS-DAYS
               MOVE MVC-BAD-DATES(WS-CCY-INDEX) TO RVS-BAD-DATES
               MOVE MVC-BAD-PRICES(WS-CCY-INDEX) TO RVS-BAD-PRICES
               MOVE MVC-HIGH-BELOW-LOW(WS-CCY-INDEX)
                  TO RVS-HIGH-BELOW-LOW
               MOVE MVC-GAPS(WS-CCY-INDEX) TO RVS-GAPS
               MOVE MVC-MISSING-DAYS(WS-CCY-INDEX)
                  TO RVS-MISSING-DAYS
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
            MOVE 'ALL' TO RVS-NAME.
            MOVE SPACES TO RVS-FIRST-DATE, RVS-DASH, RVS-LAST-DATE.
            MOVE WS-RECORDS-READ TO RVS-DAYS.
            MOVE WS-BAD-DATES TO RVS-BAD-DATES.
            MOVE WS-BAD-PRICES TO RVS-BAD-PRICES.
            MOVE WS-HIGH-BELOW-LOW TO RVS-HIGH-BELOW-LOW.
            MOVE WS-GAPS TO RVS-GAPS.
            MOVE WS-MISSING-DAYS TO RVS-MISSING-DAYS.
            MOVE RPT-SUMMARY-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *> The chosen backup must balance before the operator is even
      *> asked; the master as it stands is saved to a backup of its
      *> own before it is replaced, so a rebuild from the wrong
      *> backup can itself be rolled back. The re-created master is
      *> then read back and must give the backup's trailer count and
      *> close hash.
       REBUILD-MASTER.
            DISPLAY 'Rebuild from which backup (blank = the latest '
               'unload in BTC-MASTER-BACKUPS.DAT):'.
            ACCEPT WS-REBUILD-FILENAME FROM SYSIN.
            IF WS-REBUILD-FILENAME = SPACES
               PERFORM FIND-LATEST-BACKUP
            END-IF.
            IF WS-REBUILD-FILENAME = SPACES
               DISPLAY 'No backup named and none in '
                  'BTC-MASTER-BACKUPS.DAT - nothing to rebuild from.'
               MOVE 'Y' TO WS-REBUILD-STOPPED
               MOVE 8 TO WS-RUN-RC
            END-IF.

            IF NOT REBUILD-IS-STOPPED
               MOVE WS-REBUILD-FILENAME TO WS-BACKUP-FILENAME
               PERFORM PROVE-BACKUP-FILE
               IF WS-BACKUP-PROBLEM NOT = SPACES
                  DISPLAY 'Backup ' FUNCTION TRIM(WS-REBUILD-FILENAME)
                     ' ' FUNCTION TRIM(WS-BACKUP-PROBLEM)
                  DISPLAY 'Rebuild not done - master left as it '
                     'stands.'
                  MOVE 'Y' TO WS-REBUILD-STOPPED
                  MOVE 8 TO WS-RUN-RC
               ELSE
                  MOVE WS-TRAILER-COUNT TO WS-SOURCE-COUNT
                  MOVE WS-TRAILER-HASH TO WS-SOURCE-HASH
                  PERFORM CONFIRM-REBUILD
               END-IF
            END-IF.

            IF NOT REBUILD-IS-STOPPED
               MOVE 'R' TO WS-BACKUP-REASON
               PERFORM UNLOAD-MASTER
               EVALUATE TRUE
                  WHEN UNLOAD-HAS-FAILED
                     DISPLAY 'The master as it stands could not be '
                        'saved - rebuild not done.'
                     MOVE 'Y' TO WS-REBUILD-STOPPED
                     MOVE 8 TO WS-RUN-RC
                  WHEN UNLOAD-FOUND-NO-MASTER
                     DISPLAY 'No master to save - rebuilding from '
                        'the backup alone.'
                  WHEN OTHER
                     DISPLAY 'Master as it stood saved to '
                        WS-BACKUP-FILENAME
               END-EVALUATE
            END-IF.

            IF NOT REBUILD-IS-STOPPED
               PERFORM LOAD-BACKUP-INTO-MASTER
            END-IF.

            IF NOT REBUILD-IS-STOPPED
               PERFORM PROVE-REBUILT-MASTER
            END-IF.

       CONFIRM-REBUILD.
            MOVE WS-SOURCE-COUNT TO WS-COUNT-DISP.
            MOVE WS-SOURCE-HASH TO WS-HASH-DISP.
            DISPLAY 'Backup ' FUNCTION TRIM(WS-REBUILD-FILENAME)
               ' taken ' WS-BACKUP-TAKEN-TS
               ' balances with its trailer:'.
            DISPLAY '  RECORDS ' WS-COUNT-DISP
               '  CLOSE HASH ' WS-HASH-DISP.
            DISPLAY 'Replace BTC-PRICE-MASTER.DAT with this backup? '
               '(Y/N):'.
            ACCEPT WS-CONFIRM-ANSWER FROM SYSIN.
            IF NOT REBUILD-IS-CONFIRMED
               DISPLAY 'Rebuild not done - master left as it stands.'
               MOVE 'Y' TO WS-REBUILD-STOPPED
               MOVE 4 TO WS-RUN-RC
            END-IF.

      *> The latest unload listed; the copies a rebuild saves of the
      *> master it replaced are passed over, as they hold whatever
      *> the rebuild was called in to undo.
       FIND-LATEST-BACKUP.
            MOVE 'N' TO WS-CATALOG-FOUND.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BACKUP-CATALOG-FILE.
            IF WS-CATALOG-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
               READ BACKUP-CATALOG-FILE
                       AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   MOVE CATALOG-LINE TO MASTER-BACKUP-CATALOG-RECORD
                   IF MBC-IS-UNLOAD
                      MOVE MBC-BACKUP-FILE TO WS-REBUILD-FILENAME
                      MOVE 'Y' TO WS-CATALOG-FOUND
                   END-IF
               END-READ
            END-PERFORM.
            IF WS-CATALOG-FILE-STATUS = '00'
               OR WS-CATALOG-FILE-STATUS = '10'
               CLOSE BACKUP-CATALOG-FILE
            END-IF.
            IF WS-CATALOG-FOUND = 'Y'
               DISPLAY 'Latest unload: ' WS-REBUILD-FILENAME
            END-IF.

      *> A fresh master: OPEN OUTPUT empties it, every detail of the
      *> backup is written under its key. The backup is opened
      *> first - the master is not emptied until there is something
      *> to fill it from.
       LOAD-BACKUP-INTO-MASTER.
            MOVE WS-REBUILD-FILENAME TO WS-BACKUP-FILENAME.
            OPEN INPUT MASTER-BACKUP-FILE.
            IF WS-BACKUP-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open ' FUNCTION TRIM(WS-BACKUP-FILENAME)
                  ' - status ' WS-BACKUP-FILE-STATUS
               DISPLAY 'Rebuild not done - master left as it stands.'
               MOVE 'Y' TO WS-REBUILD-STOPPED
               MOVE 8 TO WS-RUN-RC
            ELSE
               OPEN OUTPUT BTC-PRICE-MASTER
               IF WS-MASTER-FILE-STATUS NOT = '00'
                  DISPLAY 'Cannot create BTC-PRICE-MASTER.DAT - status '
                     WS-MASTER-FILE-STATUS
                  MOVE 'Y' TO WS-REBUILD-STOPPED
                  MOVE 8 TO WS-RUN-RC
               ELSE
                  MOVE 'N' TO WS-EOF
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ MASTER-BACKUP-FILE
                             AT END MOVE 'Y' TO WS-EOF
                         NOT AT END
                         IF BACKUP-LINE(1:1) = 'D'
                            PERFORM LOAD-ONE-BACKUP-RECORD
                         END-IF
                     END-READ
                     IF WS-BACKUP-FILE-STATUS NOT = '00'
                        AND WS-BACKUP-FILE-STATUS NOT = '10'
                        DISPLAY 'Backup read failed - status '
                           WS-BACKUP-FILE-STATUS
                        ADD 1 TO WS-LOAD-FAILURES
                        MOVE 'Y' TO WS-EOF
                     END-IF
                  END-PERFORM
                  CLOSE BTC-PRICE-MASTER
                  MOVE WS-RECORDS-LOADED TO WS-COUNT-DISP
                  MOVE WS-LOAD-FAILURES TO WS-COUNT-DISP-2
                  DISPLAY 'Master rebuilt: '
                     FUNCTION TRIM(WS-COUNT-DISP)
                     ' records written, '
                     FUNCTION TRIM(WS-COUNT-DISP-2) ' failed.'
               END-IF
               CLOSE MASTER-BACKUP-FILE
            END-IF.

       LOAD-ONE-BACKUP-RECORD.
            MOVE BACKUP-LINE TO MBK-DETAIL-RECORD.
            MOVE MBK-NAME TO PM-NAME.
            MOVE MBK-DATE TO PM-DATE.
            MOVE MBK-OPEN TO PM-OPEN-PRICE.
            MOVE MBK-HIGH TO PM-HIGH-PRICE.
            MOVE MBK-LOW TO PM-LOW-PRICE.
            MOVE MBK-CLOSE TO PM-CLOSE-PRICE.
            MOVE MBK-VOLUME TO PM-VOLUME.
            MOVE MBK-MARKETCAP TO PM-MARKETCAP.
            MOVE MBK-TS TO PM-TS.
            WRITE PRICE-MASTER-RECORD
               INVALID KEY
                  ADD 1 TO WS-LOAD-FAILURES
                  DISPLAY 'Not written: ' PM-NAME ' ' PM-DATE
                     ' - status ' WS-MASTER-FILE-STATUS
               NOT INVALID KEY
                  ADD 1 TO WS-RECORDS-LOADED
            END-WRITE.

      *> The proof: the rebuilt master read back end to end, its
      *> closes hashed exactly as an unload would zone them.
       PROVE-REBUILT-MASTER.
            MOVE 0 TO WS-REBUILT-COUNT.
            MOVE 0 TO WS-REBUILT-HASH.
            MOVE 0 TO WS-RECORDS-READ.
            MOVE 'N' TO WS-MASTER-READ-ERROR.
            OPEN INPUT BTC-PRICE-MASTER.
            IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Rebuilt BTC-PRICE-MASTER.DAT cannot be '
                  'opened - status ' WS-MASTER-FILE-STATUS
               MOVE 'Y' TO WS-MASTER-READ-ERROR
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ BTC-PRICE-MASTER NEXT RECORD
                          AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      ADD 1 TO WS-REBUILT-COUNT
                      COMPUTE WS-REBUILT-CLOSE ROUNDED =
                         PM-CLOSE-PRICE
                      ADD WS-REBUILT-CLOSE TO WS-REBUILT-HASH
                  END-READ
                  PERFORM CHECK-MASTER-READ
               END-PERFORM
               CLOSE BTC-PRICE-MASTER
            END-IF.
            MOVE WS-SOURCE-COUNT TO WS-COUNT-DISP.
            MOVE WS-SOURCE-HASH TO WS-HASH-DISP.
            MOVE WS-REBUILT-COUNT TO WS-COUNT-DISP-2.
            MOVE WS-REBUILT-HASH TO WS-HASH-DISP-2.
            DISPLAY '  BACKUP  RECORDS ' WS-COUNT-DISP
               '  CLOSE HASH ' WS-HASH-DISP.
            DISPLAY '  MASTER  RECORDS ' WS-COUNT-DISP-2
               '  CLOSE HASH ' WS-HASH-DISP-2.
            IF WS-MASTER-READ-ERROR = 'N'
               AND WS-LOAD-FAILURES = 0
               AND WS-REBUILT-COUNT = WS-SOURCE-COUNT
               AND WS-REBUILT-HASH = WS-SOURCE-HASH
               DISPLAY 'REBUILD PROVEN: record count and close hash '
                  'match the backup.'
               MOVE 0 TO WS-RUN-RC
            ELSE
               DISPLAY 'REBUILD DOES NOT BALANCE with the backup - '
                  'rebuild again, or from the copy saved above.'
               MOVE 8 TO WS-RUN-RC
            END-IF.

       RECORD-RUN-HISTORY.
            MOVE 'BTC-MASTER-UTILITY' TO RUNH-PROGRAM.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RUNH-END-TS.
            MOVE SPACES TO RUNH-PARAMETERS.
            MOVE 0 TO RUNH-ROWS-SKIPPED.
            EVALUATE TRUE
               WHEN FUNCTION-IS-UNLOAD
                  MOVE WS-BACKUP-FILENAME TO RUNH-INPUT-FILE
                  MOVE 'UNLOAD' TO RUNH-PARAMETERS
                  MOVE WS-RECORDS-READ TO RUNH-ROWS-READ
                  MOVE WS-RECORDS-WRITTEN TO RUNH-ROWS-GOOD
                  MOVE WS-UNLOAD-OVERFLOWS TO RUNH-ROWS-REJECTED
               WHEN FUNCTION-IS-VERIFY
                  MOVE 'BTC-PRICE-MASTER.DAT' TO RUNH-INPUT-FILE
                  MOVE 'VERIFY' TO RUNH-PARAMETERS
                  MOVE WS-RECORDS-READ TO RUNH-ROWS-READ
                  COMPUTE RUNH-ROWS-GOOD =
                     WS-RECORDS-READ - WS-TOTAL-PROBLEMS
                     ON SIZE ERROR MOVE 0 TO RUNH-ROWS-GOOD
                  END-COMPUTE
                  MOVE WS-TOTAL-PROBLEMS TO RUNH-ROWS-REJECTED
               WHEN FUNCTION-IS-REBUILD
                  MOVE WS-REBUILD-FILENAME TO RUNH-INPUT-FILE
                  STRING 'REBUILD SAVED ' DELIMITED BY SIZE,
                     WS-BACKUP-TS DELIMITED BY SIZE
                     INTO RUNH-PARAMETERS
                  MOVE WS-SOURCE-COUNT TO RUNH-ROWS-READ
                  MOVE WS-RECORDS-LOADED TO RUNH-ROWS-GOOD
                  MOVE WS-LOAD-FAILURES TO RUNH-ROWS-REJECTED
               WHEN OTHER
                  MOVE SPACES TO RUNH-INPUT-FILE
                  MOVE WS-FUNCTION TO RUNH-PARAMETERS
                  MOVE 0 TO RUNH-ROWS-READ
                  MOVE 0 TO RUNH-ROWS-GOOD
                  MOVE 0 TO RUNH-ROWS-REJECTED
            END-EVALUATE.
            MOVE 'N' TO RUNH-RESUMED.
            EVALUATE TRUE
               WHEN WS-RUN-RC > 4
                  MOVE 'ERROR' TO RUNH-OUTCOME
               WHEN FUNCTION-IS-UNLOAD AND UNLOAD-FOUND-NO-MASTER
                  MOVE 'EMPTY' TO RUNH-OUTCOME
               WHEN WS-RUN-RC > 0
                  MOVE 'WARNING' TO RUNH-OUTCOME
               WHEN OTHER
                  MOVE 'NORMAL' TO RUNH-OUTCOME
            END-EVALUATE.
            CALL 'BTC-RUN-LOGGER' USING RUN-HISTORY-RECORD
               ON EXCEPTION
                  DISPLAY 'Run not recorded - BTC-RUN-LOGGER '
                     'module is not on COB_LIBRARY_PATH'
            END-CALL.

       END PROGRAM BTC-MASTER-UTILITY.
