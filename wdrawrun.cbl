       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    WDRAWRUN.
      *
      *    (CONTEST REVERSAL AND ERRATUM FOR A WITHDRAWN PUZZLE.)
      *
       AUTHOR.        ANDREW S REID.
      *
       DATE-WRITTEN.  OCT 2026.
      *
      ******************************************************************
      * VERSION * DATE     * COMMENTS                                  *
      ******************************************************************
      *       1 * OCT 2026 * ORIGINAL VERSION.  RUN AFTER ARCHMNT HAS  *
      *                      POSTED STATUS "W" AGAINST A PRINTED       *
      *                      PUZZLE.  EVERY ENTRY SCORED FOR THE SEED  *
      *                      ON THE ENTRY LEDGER IS VOIDED AND ITS     *
      *                      CORRECT CELLS AND ENTRY COUNT TAKEN BACK  *
      *                      OUT OF THE LIVE STANDINGS; THE SEED'S     *
      *                      RESULTS HISTORY IS MARKED VOID SO         *
      *                      GRADECAL IGNORES IT; AN ERRATUM NOTICE IS *
      *                      WRITTEN FOR THE PAPER AND AN APOLOGY      *
      *                      LETTER FOR EVERY AFFECTED READER IN THE   *
      *                      MAILING HOUSE'S RESULT LETTER FORMAT.  A  *
      *                      RERUN NEVER REVERSES THE SAME ENTRY TWICE.*
      *       2 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SOURCE-COMPUTER. BUILT-AT-HOME.
      *
       OBJECT-COMPUTER. BUILT-AT-HOME.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    TRANSACTION-FILE IS THE SAME DESK DECK ARCHMNT POSTED - ONLY
      *    ITS STATUS "W" TRANSACTIONS MATTER HERE, AND EACH ONE IS
      *    ACTED ON ONLY IF THE ARCHIVE NOW REALLY SHOWS THE PUZZLE
      *    WITHDRAWN (ARCHMNT MAY HAVE REJECTED IT).
      *
           SELECT TRANSACTION-FILE ASSIGN TO "ARCHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
      *
           SELECT ARCHIVE-FILE ASSIGN TO "SEEDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SEED
               FILE STATUS IS ARCHIVE-FILE-STATUS.
      *
      *    THE LEDGER IS KEYED READER FIRST, SO THE ENTRIES FOR ONE
      *    SEED ARE FOUND BY ONE SEQUENTIAL SWEEP, NOT BY KEY.
      *
           SELECT ENTRY-LEDGER-FILE ASSIGN TO "ENTRYLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-KEY
               FILE STATUS IS ENTRY-LEDGER-FILE-STATUS.
      *
           SELECT READER-MASTER-FILE ASSIGN TO "READMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-READER-ID
               FILE STATUS IS READER-MASTER-FILE-STATUS.
      *
           SELECT STANDINGS-FILE ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDINGS-FILE-STATUS.
      *
      *    HISTORY-FILE IS READ ONLY, FOR THE END DATE OF THE LAST
      *    CONTEST PERIOD STANDCLS CLOSED.
      *
           SELECT HISTORY-FILE ASSIGN TO "STANDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *
      *    THE RESULTS HISTORY IS COPIED TO A WORK FILE WITH THE VOID
      *    FLAGS SET AND THEN COPIED BACK WHOLE - A LINE SEQUENTIAL
      *    RECORD CANNOT BE REWRITTEN LONGER THAN IT WAS WRITTEN.
      *
           SELECT RESULTS-HISTORY-FILE ASSIGN TO "RSLTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-HISTORY-FILE-STATUS.
      *
           SELECT RESULTS-WORK-FILE ASSIGN TO "RSLTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-WORK-FILE-STATUS.
      *
      *    ERRATUM-FILE IS THE NOTICE FOR THE PAPER, ONE PARAGRAPH
      *    PER WITHDRAWN PUZZLE.
      *
           SELECT ERRATUM-FILE ASSIGN TO "ERRATUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRATUM-FILE-STATUS.
      *
      *    APOLOGY-LETTER-FILE IS LAID OUT EXACTLY LIKE THE RESULT
      *    LETTERS (RSLTLTRS) SO THE MAILING HOUSE RUNS IT THROUGH
      *    THE SAME BURSTER.
      *
           SELECT APOLOGY-LETTER-FILE ASSIGN TO "APOLLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APOLOGY-LETTER-FILE-STATUS.
      *
           SELECT WITHDRAWAL-REPORT-FILE ASSIGN TO "WDRAWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WITHDRAWAL-REPORT-FILE-STATUS.
      *
      *    BATCH-CONTROL-FILE IS SHARED BY EVERY PROGRAM IN THE SYSTEM.
      *    EACH RUN APPENDS ONE CONTROL RECORD, AND CHAINREC PROVES
      *    THE HAND-OFFS BETWEEN JOBS FROM THEM.
      *
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-CONTROL-FILE-STATUS.
      /
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *    THIS LAYOUT MUST AGREE WITH TRANSACTION-RECORD IN ARCHMNT.
      *
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-SEED             PIC 9(8).
           05 FILLER                PIC X.
           05 TRAN-ISSUE-NUMBER     PIC 9(6).
           05 FILLER                PIC X.
           05 TRAN-PUBLICATION-DATE PIC 9(8).
           05 FILLER                PIC X.
           05 TRAN-STATUS-FLAG      PIC X.
           05 FILLER                PIC X(54).
      *
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN HIDOKU,
      *    ARCHRPT, ARCHMNT, ARCHCHK, ARCHLOAD, SYNDEXT, GRADECAL,
      *    DAYPICK, SYNDBILL, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
      *    AND WITH NEW-ARCHIVE-RECORD IN SEEDCONV AND SEEDWIDE.
      *
       FD  ARCHIVE-FILE.
       01  ARCHIVE-FILE-RECORD.
           05 ARCH-SEED             PIC 9(8).
           05 ARCH-SIZE1            PIC 9(2).
           05 ARCH-START-COLUMN     PIC 9(2).
           05 ARCH-START-ROW        PIC 9(2).
           05 ARCH-END-COLUMN       PIC 9(2).
           05 ARCH-END-ROW          PIC 9(2).
           05 ARCH-MOVE-SET         PIC X.
           05 ARCH-PUBLICATION-DATE PIC 9(8).
           05 ARCH-ISSUE-NUMBER     PIC 9(6).
           05 ARCH-STATUS-FLAG      PIC X.
           05 ARCH-ELAPSED-SECONDS  PIC 9(6).
           05 ARCH-BOARD-DATA       PIC X(576).
           05 ARCH-GRADE            PIC X.
           05 FILLER                PIC X(15).
      *
      *    THIS LAYOUT MUST AGREE WITH ENTRY-LEDGER-RECORD IN HIDOKU
      *    AND RDRPURGE.
      *
       FD  ENTRY-LEDGER-FILE.
       01  ENTRY-LEDGER-RECORD.
           05 LEDGER-KEY.
               10 LEDGER-READER-ID   PIC X(8).
               10 LEDGER-SEED        PIC 9(8).
           05 LEDGER-ENTRY-DATE      PIC 9(8).
           05 LEDGER-CORRECT-COUNT   PIC 9(6).
           05 LEDGER-STATUS-FLAG     PIC X.
           05 FILLER                 PIC X(9).
      *
      *    THIS LAYOUT MUST AGREE WITH READER-MASTER-RECORD IN HIDOKU,
      *    RDRMAINT AND RDRPURGE.
      *
       FD  READER-MASTER-FILE.
       01  READER-MASTER-RECORD.
           05 MAST-READER-ID     PIC X(8).
           05 MAST-READER-NAME   PIC X(25).
           05 MAST-ADDRESS-1     PIC X(30).
           05 MAST-ADDRESS-2     PIC X(30).
           05 MAST-ADDRESS-3     PIC X(30).
           05 MAST-POSTCODE      PIC X(10).
           05 MAST-DATE-JOINED   PIC 9(8).
           05 MAST-STATUS-FLAG   PIC X.
           05 FILLER             PIC X(10).
      *
      *    THIS LAYOUT MUST AGREE WITH STANDINGS-FILE-RECORD IN
      *    HIDOKU, STANDCLS AND RDRPURGE.
      *
       FD  STANDINGS-FILE.
       01  STANDINGS-FILE-RECORD.
           05 STANDING-READER-ID     PIC X(8).
           05 FILLER                 PIC X.
           05 STANDING-READER-NAME   PIC X(25).
           05 FILLER                 PIC X.
           05 STANDING-CORRECT-TOTAL PIC 9(8).
           05 FILLER                 PIC X.
           05 STANDING-ENTRY-TOTAL   PIC 9(4).
      *
      *    THIS LAYOUT MUST AGREE WITH HISTORY-FILE-RECORD IN
      *    STANDCLS AND RDRPURGE.
      *
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD.
           05 HIST-PERIOD-END-DATE PIC 9(8).
           05 FILLER               PIC X.
           05 HIST-RANK            PIC 9(4).
           05 FILLER               PIC X.
           05 HIST-READER-ID       PIC X(8).
           05 FILLER               PIC X.
           05 HIST-READER-NAME     PIC X(25).
           05 FILLER               PIC X.
           05 HIST-CORRECT-TOTAL   PIC 9(8).
           05 FILLER               PIC X.
           05 HIST-ENTRY-TOTAL     PIC 9(4).
      *
      *    THIS LAYOUT MUST AGREE WITH RESULTS-HISTORY-RECORD IN
      *    HIDOKU AND GRADECAL.
      *
       FD  RESULTS-HISTORY-FILE.
       01  RESULTS-HISTORY-RECORD.
           05 RSLT-SEED         PIC 9(8).
           05 FILLER            PIC X.
           05 RSLT-ENTRY-TOTAL  PIC 9(4).
           05 FILLER            PIC X.
           05 RSLT-AVG-PCT      PIC 9(3).
           05 FILLER            PIC X.
           05 RSLT-FULL-CORRECT PIC 9(4).
           05 FILLER            PIC X.
           05 RSLT-RUN-DATE     PIC 9(8).
           05 FILLER            PIC X.
           05 RSLT-VOID-FLAG    PIC X.
      *
       FD  RESULTS-WORK-FILE.
       01  RESULTS-WORK-RECORD PIC X(33).
      *
       FD  ERRATUM-FILE.
       01  ERRATUM-RECORD PIC X(100).
      *
       FD  APOLOGY-LETTER-FILE.
       01  APOLOGY-LETTER-RECORD PIC X(100).
      *
       FD  WITHDRAWAL-REPORT-FILE.
       01  WITHDRAWAL-REPORT-RECORD PIC X(100).
      *
      *    THIS LAYOUT MUST AGREE WITH BATCH-CONTROL-RECORD IN EVERY
      *    OTHER PROGRAM OF THE SYSTEM - CHAINREC READS THEM ALL.
      *    RECORDS READ AND WRITTEN ARE THE RUN'S DATA RECORDS, NOT
      *    ITS REPORT LINES.  THE SEED HASH IS THE SUM OF THE SEEDS
      *    THE RUN ACTED ON AND THE SEED COUNT HOW MANY THERE WERE.
      *    THE TWO CROSSFOOTS ARE A PAIR CHAINREC EXPECTS TO AGREE -
      *    ZERO WHERE A PROGRAM HAS NONE.
      *
       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05 CTL-PROGRAM         PIC X(8).
           05 FILLER              PIC X.
           05 CTL-RUN-MODE        PIC X.
           05 FILLER              PIC X.
           05 CTL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 CTL-RUN-TIME        PIC 9(8).
           05 FILLER              PIC X.
           05 CTL-RECORDS-READ    PIC 9(9).
           05 FILLER              PIC X.
           05 CTL-RECORDS-WRITTEN PIC 9(9).
           05 FILLER              PIC X.
           05 CTL-ARCHIVE-CHANGED PIC 9(9).
           05 FILLER              PIC X.
           05 CTL-SEED-COUNT      PIC 9(9).
           05 FILLER              PIC X.
           05 CTL-SEED-HASH       PIC 9(15).
           05 FILLER              PIC X.
           05 CTL-CROSSFOOT-A     PIC 9(9).
           05 FILLER              PIC X.
           05 CTL-CROSSFOOT-B     PIC 9(9).
           05 FILLER              PIC X.
           05 CTL-RETURN-CODE     PIC 9(4).
      *
       WORKING-STORAGE SECTION.
      *
      *    THE STANDINGS TABLE, SIZED TO MATCH THE TABLE IN HIDOKU.
      *
       01  FILLER1.
           05 FILLER2 OCCURS 1000.
               10 TABLE-READER-ID     PIC X(8).
               10 TABLE-READER-NAME   PIC X(25).
               10 TABLE-CORRECT-TOTAL PIC 9(8).
               10 TABLE-ENTRY-TOTAL   PIC 9(4).
      *
      *    THE PUZZLES BEING WITHDRAWN IN THIS RUN, WITH THE TOTALS
      *    REVERSED FOR EACH ONE FOR THE REPORT.
      *
       01  FILLER3.
           05 FILLER4 OCCURS 100.
               10 WDRAW-SEED             PIC 9(8).
               10 WDRAW-ISSUE-NUMBER     PIC 9(6).
               10 WDRAW-PUBLICATION-DATE PIC 9(8).
               10 WDRAW-ENTRIES-VOIDED   PIC 9(6).
               10 WDRAW-POINTS-REVERSED  PIC 9(8).
               10 WDRAW-HISTORY-VOIDED   PIC 9(4).
      *
       77  APOLOGY-LETTER-FILE-STATUS PIC XX.
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  END-OF-HISTORY-FILE-SWITCH PIC X.
       77  END-OF-LEDGER-SWITCH PIC X.
       77  END-OF-RESULTS-SWITCH PIC X.
       77  END-OF-STANDINGS-FILE-SWITCH PIC X.
       77  END-OF-TRANSACTION-SWITCH PIC X.
       77  ENTRIES-VOIDED PIC 9(6) VALUE ZERO.
       77  ENTRY-LEDGER-FILE-STATUS PIC XX.
       77  ERRATUM-FILE-STATUS PIC XX.
       77  HISTORY-FILE-STATUS PIC XX.
       77  HISTORY-RECORDS-VOIDED PIC 9(6) VALUE ZERO.
       77  LAST-CLOSED-PERIOD-DATE PIC 9(8) VALUE ZERO.
       77  LETTERS-WRITTEN PIC 9(6) VALUE ZERO.
       77  LEDGER-RECORDS-READ PIC 9(6) VALUE ZERO.
       77  READER-MASTER-AVAILABLE-SWITCH PIC X.
       77  READER-MASTER-FILE-STATUS PIC XX.
       77  READER-ON-MASTER-SWITCH PIC X.
       77  READERS-ANONYMISED PIC 9(6) VALUE ZERO.
       77  REJECT-REASON-TEXT PIC X(40).
       77  RESULTS-HISTORY-FILE-STATUS PIC XX.
       77  RESULTS-WORK-FILE-STATUS PIC XX.
       77  STANDING-ADJUSTED-SWITCH PIC X.
       77  STANDINGS-COUNT PIC 9(4).
       77  STANDINGS-FILE-STATUS PIC XX.
       77  STANDINGS-FOUND PIC 9(4).
       77  STANDINGS-SCAN PIC 9(4).
       77  TRANSACTION-FILE-STATUS PIC XX.
       77  TRANSACTIONS-READ PIC 9(6) VALUE ZERO.
       77  TRANSACTIONS-REJECTED PIC 9(6) VALUE ZERO.
       77  WDRAW-COUNT PIC 9(3) VALUE ZERO.
       77  WDRAW-FOUND PIC 9(3).
       77  WDRAW-SCAN PIC 9(3).
       77  WITHDRAWAL-REPORT-FILE-STATUS PIC XX.
      /
       PROCEDURE DIVISION.
      *
       MAIN.
      *
           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION FILE - NOTHING "
                   "TO WITHDRAW"
               GO TO MAIN-X.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS "
                   ARCHIVE-FILE-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT WITHDRAWAL-REPORT-FILE.
           IF WITHDRAWAL-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WITHDRAWAL REPORT - STATUS "
                   WITHDRAWAL-REPORT-FILE-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE ARCHIVE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           MOVE "PUZZLE WITHDRAWAL REPORT" TO WITHDRAWAL-REPORT-RECORD.
           WRITE WITHDRAWAL-REPORT-RECORD.
           MOVE SPACES TO WITHDRAWAL-REPORT-RECORD.
           WRITE WITHDRAWAL-REPORT-RECORD.
           MOVE "0" TO END-OF-TRANSACTION-SWITCH.
           PERFORM READ-TRANSACTION-RECORD.
           PERFORM NOTE-ONE-TRANSACTION
               THROUGH NOTE-ONE-TRANSACTION-X
               UNTIL END-OF-TRANSACTION-SWITCH = "1".
           CLOSE TRANSACTION-FILE.
           CLOSE ARCHIVE-FILE.
           IF WDRAW-COUNT = ZERO
               DISPLAY "NO WITHDRAWN PUZZLES IN THE TRANSACTION FILE "
                   "- NOTHING TO REVERSE"
               PERFORM WRITE-WITHDRAWAL-TRAILER
               CLOSE WITHDRAWAL-REPORT-FILE
               GO TO MAIN-X.
      *
      *    WITHOUT THE DATE THE LAST PERIOD CLOSED THERE IS NO TELLING
      *    A LIVE ENTRY FROM A CLOSED ONE, SO THE RUN STOPS BEFORE ANY
      *    SCORE IS TOUCHED:
      *
           PERFORM LOAD-LAST-CLOSED-PERIOD
               THROUGH LOAD-LAST-CLOSED-PERIOD-X.
           IF RETURN-CODE NOT = ZERO
               CLOSE WITHDRAWAL-REPORT-FILE
               GO TO MAIN-X.
      *
      *    THE LETTERS AND THE ERRATUM ARE THE ONLY WORD THE READERS
      *    GET OF A REVERSAL, SO NOTHING IS POSTED WITHOUT THEM:
      *
           OPEN OUTPUT APOLOGY-LETTER-FILE.
           IF APOLOGY-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN APOLOGY LETTER FILE - STATUS "
                   APOLOGY-LETTER-FILE-STATUS " - RUN ABANDONED"
               CLOSE WITHDRAWAL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT ERRATUM-FILE.
           IF ERRATUM-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ERRATUM FILE - STATUS "
                   ERRATUM-FILE-STATUS " - RUN ABANDONED"
               CLOSE APOLOGY-LETTER-FILE
               CLOSE WITHDRAWAL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
      *
      *    THE LEDGER IS THE ONLY RECORD OF WHO SCORED WHAT - WITHOUT
      *    IT NOTHING CAN BE REVERSED, SO THE RUN STOPS BEFORE ANY
      *    STANDING OR RESULT IS TOUCHED:
      *
           OPEN I-O ENTRY-LEDGER-FILE.
           IF ENTRY-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ENTRY LEDGER - STATUS "
                   ENTRY-LEDGER-FILE-STATUS " - RUN ABANDONED"
               CLOSE APOLOGY-LETTER-FILE
               CLOSE ERRATUM-FILE
               CLOSE WITHDRAWAL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN INPUT READER-MASTER-FILE.
           IF READER-MASTER-FILE-STATUS = "00"
               MOVE "1" TO READER-MASTER-AVAILABLE-SWITCH
           ELSE
               MOVE "0" TO READER-MASTER-AVAILABLE-SWITCH
               DISPLAY "NO READER MASTER FILE - APOLOGY LETTERS "
                   "CANNOT BE ADDRESSED".
           PERFORM LOAD-STANDINGS-TABLE
               THROUGH LOAD-STANDINGS-TABLE-X.
           MOVE "0" TO END-OF-LEDGER-SWITCH.
           PERFORM REVERSE-ONE-LEDGER-ENTRY
               THROUGH REVERSE-ONE-LEDGER-ENTRY-X
               UNTIL END-OF-LEDGER-SWITCH = "1".
           CLOSE ENTRY-LEDGER-FILE.
           IF READER-MASTER-AVAILABLE-SWITCH = "1"
               CLOSE READER-MASTER-FILE.
           CLOSE APOLOGY-LETTER-FILE.
           IF ENTRIES-VOIDED > ZERO
               PERFORM WRITE-STANDINGS-FILE
                   THROUGH WRITE-STANDINGS-FILE-X.
           PERFORM VOID-RESULTS-HISTORY
               THROUGH VOID-RESULTS-HISTORY-X.
           PERFORM WRITE-ONE-ERRATUM
               VARYING WDRAW-SCAN FROM 1 BY 1
               UNTIL WDRAW-SCAN > WDRAW-COUNT.
           CLOSE ERRATUM-FILE.
           MOVE SPACES TO WITHDRAWAL-REPORT-RECORD.
           WRITE WITHDRAWAL-REPORT-RECORD.
           PERFORM WRITE-ONE-SEED-SUMMARY
               VARYING WDRAW-SCAN FROM 1 BY 1
               UNTIL WDRAW-SCAN > WDRAW-COUNT.
           PERFORM WRITE-WITHDRAWAL-TRAILER.
           CLOSE WITHDRAWAL-REPORT-FILE.
           DISPLAY "WITHDRAWAL RUN COMPLETE - " WDRAW-COUNT
               " PUZZLES, " ENTRIES-VOIDED " ENTRIES VOIDED, "
               LETTERS-WRITTEN " LETTERS, " HISTORY-RECORDS-VOIDED
               " HISTORY RECORDS VOIDED".
           IF TRANSACTIONS-REJECTED > ZERO
               AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       READ-TRANSACTION-RECORD.
      *
           READ TRANSACTION-FILE
               AT END MOVE "1" TO END-OF-TRANSACTION-SWITCH.
      *
      *    A "W" TRANSACTION IS TAKEN ONLY WHEN THE ARCHIVE AGREES THE
      *    PUZZLE IS WITHDRAWN - IF ARCHMNT REJECTED THE POSTING, THE
      *    PUZZLE STILL STANDS AND NO SCORE MAY BE TOUCHED.
      *
       NOTE-ONE-TRANSACTION.
      *
           ADD 1 TO TRANSACTIONS-READ.
           ADD 1 TO CONTROL-RECORDS-READ.
           IF TRAN-STATUS-FLAG NOT = "W"
               GO TO NOTE-ONE-TRANSACTION-NEXT.
           IF TRAN-SEED IS NOT NUMERIC
               MOVE "SEED IS NOT NUMERIC" TO REJECT-REASON-TEXT
               PERFORM WRITE-TRANSACTION-REJECT-LINE
               GO TO NOTE-ONE-TRANSACTION-NEXT.
           MOVE TRAN-SEED TO ARCH-SEED.
           READ ARCHIVE-FILE
               INVALID KEY MOVE SPACE TO ARCH-STATUS-FLAG.
           IF ARCH-STATUS-FLAG NOT = "W"
               MOVE "PUZZLE IS NOT WITHDRAWN ON THE ARCHIVE"
                   TO REJECT-REASON-TEXT
               PERFORM WRITE-TRANSACTION-REJECT-LINE
               GO TO NOTE-ONE-TRANSACTION-NEXT.
           MOVE ZERO TO WDRAW-FOUND.
           PERFORM FIND-SEED-IN-WITHDRAWALS
               VARYING WDRAW-SCAN FROM 1 BY 1
               UNTIL WDRAW-SCAN > WDRAW-COUNT
                   OR WDRAW-FOUND > ZERO.
           IF WDRAW-FOUND > ZERO
               GO TO NOTE-ONE-TRANSACTION-NEXT.
           IF WDRAW-COUNT NOT < 100
               MOVE "TOO MANY WITHDRAWALS IN ONE RUN"
                   TO REJECT-REASON-TEXT
               PERFORM WRITE-TRANSACTION-REJECT-LINE
               GO TO NOTE-ONE-TRANSACTION-NEXT.
           ADD 1 TO WDRAW-COUNT.
           MOVE ARCH-SEED TO WDRAW-SEED (WDRAW-COUNT).
           ADD 1 TO CONTROL-SEED-COUNT.
           ADD ARCH-SEED TO CONTROL-SEED-HASH.
           MOVE ARCH-ISSUE-NUMBER TO WDRAW-ISSUE-NUMBER (WDRAW-COUNT).
           MOVE ARCH-PUBLICATION-DATE
               TO WDRAW-PUBLICATION-DATE (WDRAW-COUNT).
           MOVE ZERO TO WDRAW-ENTRIES-VOIDED (WDRAW-COUNT).
           MOVE ZERO TO WDRAW-POINTS-REVERSED (WDRAW-COUNT).
           MOVE ZERO TO WDRAW-HISTORY-VOIDED (WDRAW-COUNT).
       NOTE-ONE-TRANSACTION-NEXT.
      *
           PERFORM READ-TRANSACTION-RECORD.
       NOTE-ONE-TRANSACTION-X.
      *
           EXIT.
      *
       FIND-SEED-IN-WITHDRAWALS.
      *
           IF WDRAW-SEED (WDRAW-SCAN) = ARCH-SEED
               MOVE WDRAW-SCAN TO WDRAW-FOUND.
      *
       WRITE-TRANSACTION-REJECT-LINE.
      *
           ADD 1 TO TRANSACTIONS-REJECTED.
           MOVE SPACES TO WITHDRAWAL-REPORT-RECORD.
           STRING "SEED " DELIMITED BY SIZE
               TRAN-SEED DELIMITED BY SIZE
               " NOT WITHDRAWN - " DELIMITED BY SIZE
               REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO WITHDRAWAL-REPORT-RECORD.
           WRITE WITHDRAWAL-REPORT-RECORD.
      *
      *    ONE LEDGER RECORD.  ONLY A SCORED ("S") ENTRY FOR A SEED
      *    BEING WITHDRAWN IS REVERSED; IT IS THEN REWRITTEN AS VOID
      *    ("V"), WHICH IS WHAT STOPS A RERUN REVERSING IT AGAIN.
      *
       REVERSE-ONE-LEDGER-ENTRY.
      *
           READ ENTRY-LEDGER-FILE NEXT
               AT END MOVE "1" TO END-OF-LEDGER-SWITCH.
           IF END-OF-LEDGER-SWITCH = "1"
               GO TO REVERSE-ONE-LEDGER-ENTRY-X.
           ADD 1 TO LEDGER-RECORDS-READ.
           ADD 1 TO CONTROL-RECORDS-READ.
           IF LEDGER-STATUS-FLAG NOT = "S"
               GO TO REVERSE-ONE-LEDGER-ENTRY-X.
           MOVE ZERO TO WDRAW-FOUND.
           PERFORM FIND-LEDGER-SEED-IN-WITHDRAWALS
               VARYING WDRAW-SCAN FROM 1 BY 1
               UNTIL WDRAW-SCAN > WDRAW-COUNT
                   OR WDRAW-FOUND > ZERO.
           IF WDRAW-FOUND = ZERO
               GO TO REVERSE-ONE-LEDGER-ENTRY-X.
           MOVE "V" TO LEDGER-STATUS-FLAG.
           REWRITE ENTRY-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "ENTRY LEDGER REWRITE FAILED FOR READER "
                       LEDGER-READER-ID " SEED " LEDGER-SEED
                       " - STATUS " ENTRY-LEDGER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO REVERSE-ONE-LEDGER-ENTRY-X.
           ADD 1 TO ENTRIES-VOIDED.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           ADD 1 TO WDRAW-ENTRIES-VOIDED (WDRAW-FOUND).
           PERFORM REVERSE-READER-STANDING
               THROUGH REVERSE-READER-STANDING-X.
           PERFORM LOOKUP-READER-ADDRESS.
           PERFORM WRITE-REVERSAL-LINE.
           IF READER-ON-MASTER-SWITCH = "1"
               PERFORM WRITE-APOLOGY-LETTER.
       REVERSE-ONE-LEDGER-ENTRY-X.
      *
           EXIT.
      *
       FIND-LEDGER-SEED-IN-WITHDRAWALS.
      *
           IF WDRAW-SEED (WDRAW-SCAN) = LEDGER-SEED
               MOVE WDRAW-SCAN TO WDRAW-FOUND.
      *
      *    AN ENTRY DATED ON OR BEFORE THE END OF THE LAST CLOSED
      *    PERIOD IS NO LONGER IN THE LIVE STANDINGS - STANDCLS HAS
      *    ALREADY RESET THEM - SO IT IS LEFT ALONE ("0") AND THE
      *    REPORT LINE FLAGS IT FOR THE PRIZE DESK.  A LIVE ENTRY IS
      *    TAKEN OUT OF THE READER'S STANDING ("1"); ONE THE LIVE
      *    STANDING CANNOT HOLD - READER MISSING, OR TOTALS TOO SMALL
      *    - IS NEVER DRIVEN BELOW ZERO BUT FLAGGED ("2") INSTEAD.
      *
       REVERSE-READER-STANDING.
      *
           MOVE "0" TO STANDING-ADJUSTED-SWITCH.
           IF LEDGER-ENTRY-DATE NOT > LAST-CLOSED-PERIOD-DATE
               GO TO REVERSE-READER-STANDING-X.
           MOVE "2" TO STANDING-ADJUSTED-SWITCH.
           MOVE ZERO TO STANDINGS-FOUND.
           PERFORM FIND-READER-IN-STANDINGS
               VARYING STANDINGS-SCAN FROM 1 BY 1
               UNTIL STANDINGS-SCAN > STANDINGS-COUNT
                   OR STANDINGS-FOUND > ZERO.
           IF STANDINGS-FOUND = ZERO
               GO TO REVERSE-READER-STANDING-X.
           IF TABLE-ENTRY-TOTAL (STANDINGS-FOUND) = ZERO
               OR TABLE-CORRECT-TOTAL (STANDINGS-FOUND)
                   < LEDGER-CORRECT-COUNT
               GO TO REVERSE-READER-STANDING-X.
           SUBTRACT LEDGER-CORRECT-COUNT
               FROM TABLE-CORRECT-TOTAL (STANDINGS-FOUND).
           SUBTRACT 1 FROM TABLE-ENTRY-TOTAL (STANDINGS-FOUND).
           ADD LEDGER-CORRECT-COUNT
               TO WDRAW-POINTS-REVERSED (WDRAW-FOUND).
           MOVE "1" TO STANDING-ADJUSTED-SWITCH.
       REVERSE-READER-STANDING-X.
      *
           EXIT.
      *
       FIND-READER-IN-STANDINGS.
      *
           IF TABLE-READER-ID (STANDINGS-SCAN) = LEDGER-READER-ID
               MOVE STANDINGS-SCAN TO STANDINGS-FOUND.
      *
      *    A READER WHOSE NAME RDRPURGE HAS BLANKED ("2") HAS NO
      *    ADDRESS LEFT TO WRITE TO.
      *
       LOOKUP-READER-ADDRESS.
      *
           MOVE "0" TO READER-ON-MASTER-SWITCH.
           IF READER-MASTER-AVAILABLE-SWITCH = "1"
               MOVE LEDGER-READER-ID TO MAST-READER-ID
               READ READER-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "1" TO READER-ON-MASTER-SWITCH.
           IF READER-ON-MASTER-SWITCH = "1"
               AND MAST-READER-NAME = SPACES
               MOVE "2" TO READER-ON-MASTER-SWITCH
               ADD 1 TO READERS-ANONYMISED.
      *
       WRITE-REVERSAL-LINE.
      *
           MOVE SPACES TO WITHDRAWAL-REPORT-RECORD.
           IF STANDING-ADJUSTED-SWITCH = "1"
               STRING "SEED " DELIMITED BY SIZE
                   LEDGER-SEED DELIMITED BY SIZE
                   " READER " DELIMITED BY SIZE
                   LEDGER-READER-ID DELIMITED BY SIZE
                   " ENTRY VOIDED - " DELIMITED BY SIZE
                   LEDGER-CORRECT-COUNT DELIMITED BY SIZE
                   " CORRECT CELLS REVERSED" DELIMITED BY SIZE
                   INTO WITHDRAWAL-REPORT-RECORD
           ELSE
           IF STANDING-ADJUSTED-SWITCH = "2"
               STRING "SEED " DELIMITED BY SIZE
                   LEDGER-SEED DELIMITED BY SIZE
                   " READER " DELIMITED BY SIZE
                   LEDGER-READER-ID DELIMITED BY SIZE
                   " ENTRY VOIDED - LIVE STANDING CANNOT HOLD IT, "
                   DELIMITED BY SIZE
                   "NOT REVERSED" DELIMITED BY SIZE
                   INTO WITHDRAWAL-REPORT-RECORD
           ELSE
               STRING "SEED " DELIMITED BY SIZE
                   LEDGER-SEED DELIMITED BY SIZE
                   " READER " DELIMITED BY SIZE
                   LEDGER-READER-ID DELIMITED BY SIZE
                   " ENTRY VOIDED - NOT IN LIVE STANDINGS (CLOSED "
                   DELIMITED BY SIZE
                   "PERIOD)" DELIMITED BY SIZE
                   INTO WITHDRAWAL-REPORT-RECORD.
           WRITE WITHDRAWAL-REPORT-RECORD.
           IF READER-ON-MASTER-SWITCH = "0"
               MOVE SPACES TO WITHDRAWAL-REPORT-RECORD
               STRING "    READER " DELIMITED BY SIZE
                   LEDGER-READER-ID DELIMITED BY SIZE
                   " NOT ON THE READER MASTER - NO LETTER WRITTEN"
                   DELIMITED BY SIZE
                   INTO WITHDRAWAL-REPORT-RECORD
               WRITE WITHDRAWAL-REPORT-RECORD
           ELSE
           IF READER-ON-MASTER-SWITCH = "2"
               MOVE SPACES TO WITHDRAWAL-REPORT-RECORD
               STRING "    READER " DELIMITED BY SIZE
                   LEDGER-READER-ID DELIMITED BY SIZE
                   " ANONYMISED ON THE READER MASTER - NO LETTER "
                   DELIMITED BY SIZE
                   "WRITTEN" DELIMITED BY SIZE
                   INTO WITHDRAWAL-REPORT-RECORD
               WRITE WITHDRAWAL-REPORT-RECORD.
      *
      *    THE SAME SHAPE AS HIDOKU'S RESULT LETTER - A ROW OF
      *    HYPHENS FOR THE BURSTER, THE NAME AND ADDRESS FROM THE
      *    MASTER, A BLANK LINE, THEN THE BODY.  THE RUNNING STANDING
      *    IS THE FIGURE AFTER THE REVERSAL.
      *
       WRITE-APOLOGY-LETTER.
      *
           ADD 1 TO LETTERS-WRITTEN.
           MOVE ALL "-" TO APOLOGY-LETTER-RECORD.
           WRITE APOLOGY-LETTER-RECORD.
           WRITE APOLOGY-LETTER-RECORD FROM MAST-READER-NAME.
           WRITE APOLOGY-LETTER-RECORD FROM MAST-ADDRESS-1.
           WRITE APOLOGY-LETTER-RECORD FROM MAST-ADDRESS-2.
           WRITE APOLOGY-LETTER-RECORD FROM MAST-ADDRESS-3.
           WRITE APOLOGY-LETTER-RECORD FROM MAST-POSTCODE.
           MOVE SPACES TO APOLOGY-LETTER-RECORD.
           WRITE APOLOGY-LETTER-RECORD.
           MOVE SPACES TO APOLOGY-LETTER-RECORD.
           STRING "PUZZLE SEED " DELIMITED BY SIZE
               LEDGER-SEED DELIMITED BY SIZE
               " HAS BEEN WITHDRAWN FROM THE CONTEST"
               DELIMITED BY SIZE
               INTO APOLOGY-LETTER-RECORD.
           WRITE APOLOGY-LETTER-RECORD.
           MOVE "WE ARE SORRY - THE PUZZLE AS PRINTED CONTAINED AN"
               TO APOLOGY-LETTER-RECORD.
           WRITE APOLOGY-LETTER-RECORD.
           MOVE "ERROR, SO NO ENTRY FOR IT CAN COUNT TOWARD THE"
               TO APOLOGY-LETTER-RECORD.
           WRITE APOLOGY-LETTER-RECORD.
           MOVE "STANDINGS."
               TO APOLOGY-LETTER-RECORD.
           WRITE APOLOGY-LETTER-RECORD.
           MOVE SPACES TO APOLOGY-LETTER-RECORD.
           IF STANDING-ADJUSTED-SWITCH = "1"
               STRING "THE " DELIMITED BY SIZE
                   LEDGER-CORRECT-COUNT DELIMITED BY SIZE
                   " CORRECT CELLS YOUR ENTRY SCORED HAVE BEEN TAKEN "
                   DELIMITED BY SIZE
                   "OUT OF YOUR STANDING" DELIMITED BY SIZE
                   INTO APOLOGY-LETTER-RECORD
               WRITE APOLOGY-LETTER-RECORD
               MOVE SPACES TO APOLOGY-LETTER-RECORD
               STRING "RUNNING STANDING THIS PERIOD - "
                   DELIMITED BY SIZE
                   TABLE-CORRECT-TOTAL (STANDINGS-FOUND)
                   DELIMITED BY SIZE
                   " CORRECT CELLS FROM " DELIMITED BY SIZE
                   TABLE-ENTRY-TOTAL (STANDINGS-FOUND)
                   DELIMITED BY SIZE
                   " ENTRIES" DELIMITED BY SIZE
                   INTO APOLOGY-LETTER-RECORD
               WRITE APOLOGY-LETTER-RECORD
           ELSE
           IF STANDING-ADJUSTED-SWITCH = "2"
               MOVE "YOUR STANDING COULD NOT BE ADJUSTED BY THIS RUN -"
                   TO APOLOGY-LETTER-RECORD
               WRITE APOLOGY-LETTER-RECORD
               MOVE "THE PRIZE DESK WILL WRITE TO YOU."
                   TO APOLOGY-LETTER-RECORD
               WRITE APOLOGY-LETTER-RECORD
           ELSE
               MOVE "YOUR ENTRY WAS SCORED IN A CONTEST PERIOD THAT"
                   TO APOLOGY-LETTER-RECORD
               WRITE APOLOGY-LETTER-RECORD
               MOVE "HAS CLOSED - THE PRIZE DESK WILL WRITE TO YOU."
                   TO APOLOGY-LETTER-RECORD
               WRITE APOLOGY-LETTER-RECORD.
      *
      *    THE HISTORY IS COPIED OUT TO THE WORK FILE WITH THE VOID
      *    FLAGS SET, AND ONLY IF THAT WHOLE PASS SUCCEEDS IS IT
      *    COPIED BACK OVER RSLTHIST - A FAILURE PART WAY LEAVES THE
      *    ORIGINAL HISTORY EXACTLY AS IT WAS.
      *
       VOID-RESULTS-HISTORY.
      *
           OPEN INPUT RESULTS-HISTORY-FILE.
           IF RESULTS-HISTORY-FILE-STATUS = "35"
               DISPLAY "NO RESULTS HISTORY FILE - NOTHING TO VOID"
               GO TO VOID-RESULTS-HISTORY-X.
           IF RESULTS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RESULTS HISTORY - STATUS "
                   RESULTS-HISTORY-FILE-STATUS " - HISTORY NOT VOIDED"
               MOVE 8 TO RETURN-CODE
               GO TO VOID-RESULTS-HISTORY-X.
           OPEN OUTPUT RESULTS-WORK-FILE.
           IF RESULTS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RESULTS WORK FILE - STATUS "
                   RESULTS-WORK-FILE-STATUS " - HISTORY NOT VOIDED"
               CLOSE RESULTS-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               GO TO VOID-RESULTS-HISTORY-X.
           MOVE "0" TO END-OF-RESULTS-SWITCH.
           PERFORM COPY-ONE-RESULTS-RECORD-OUT
               UNTIL END-OF-RESULTS-SWITCH = "1".
           CLOSE RESULTS-HISTORY-FILE.
           CLOSE RESULTS-WORK-FILE.
           IF HISTORY-RECORDS-VOIDED = ZERO
               GO TO VOID-RESULTS-HISTORY-X.
           OPEN INPUT RESULTS-WORK-FILE.
           IF RESULTS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN RESULTS WORK FILE - STATUS "
                   RESULTS-WORK-FILE-STATUS " - HISTORY NOT VOIDED"
               MOVE 8 TO RETURN-CODE
               GO TO VOID-RESULTS-HISTORY-X.
           OPEN OUTPUT RESULTS-HISTORY-FILE.
           IF RESULTS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE RESULTS HISTORY - STATUS "
                   RESULTS-HISTORY-FILE-STATUS
                   " - VOIDED COPY LEFT IN RSLTWORK"
               CLOSE RESULTS-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GO TO VOID-RESULTS-HISTORY-X.
           MOVE "0" TO END-OF-RESULTS-SWITCH.
           PERFORM COPY-ONE-RESULTS-RECORD-BACK
               UNTIL END-OF-RESULTS-SWITCH = "1".
           CLOSE RESULTS-WORK-FILE.
           CLOSE RESULTS-HISTORY-FILE.
       VOID-RESULTS-HISTORY-X.
      *
           EXIT.
      *
       COPY-ONE-RESULTS-RECORD-OUT.
      *
           READ RESULTS-HISTORY-FILE
               AT END MOVE "1" TO END-OF-RESULTS-SWITCH
               NOT AT END
                   PERFORM MARK-RESULTS-RECORD-VOID
                       THROUGH MARK-RESULTS-RECORD-VOID-X
                   WRITE RESULTS-WORK-RECORD
                       FROM RESULTS-HISTORY-RECORD.
      *
       MARK-RESULTS-RECORD-VOID.
      *
           IF RSLT-VOID-FLAG = "V"
               GO TO MARK-RESULTS-RECORD-VOID-X.
           MOVE ZERO TO WDRAW-FOUND.
           PERFORM FIND-RESULT-SEED-IN-WITHDRAWALS
               VARYING WDRAW-SCAN FROM 1 BY 1
               UNTIL WDRAW-SCAN > WDRAW-COUNT
                   OR WDRAW-FOUND > ZERO.
           IF WDRAW-FOUND > ZERO
               MOVE "V" TO RSLT-VOID-FLAG
               ADD 1 TO HISTORY-RECORDS-VOIDED
               ADD 1 TO WDRAW-HISTORY-VOIDED (WDRAW-FOUND).
       MARK-RESULTS-RECORD-VOID-X.
      *
           EXIT.
      *
       FIND-RESULT-SEED-IN-WITHDRAWALS.
      *
           IF WDRAW-SEED (WDRAW-SCAN) = RSLT-SEED
               MOVE WDRAW-SCAN TO WDRAW-FOUND.
      *
       COPY-ONE-RESULTS-RECORD-BACK.
      *
           READ RESULTS-WORK-FILE
               AT END MOVE "1" TO END-OF-RESULTS-SWITCH
               NOT AT END
                   WRITE RESULTS-HISTORY-RECORD
                       FROM RESULTS-WORK-RECORD.
      *
      *    ONE PARAGRAPH OF THE ERRATUM PER PUZZLE, WORDED FOR THE
      *    PAGE - THE DESK MAY TRIM IT BUT NEVER HAS TO LOOK UP THE
      *    ISSUE OR THE DATE.
      *
       WRITE-ONE-ERRATUM.
      *
           MOVE SPACES TO ERRATUM-RECORD.
           STRING "ERRATUM - KING'S TOUR PUZZLE " DELIMITED BY SIZE
               WDRAW-SEED (WDRAW-SCAN) DELIMITED BY SIZE
               INTO ERRATUM-RECORD.
           WRITE ERRATUM-RECORD.
           MOVE SPACES TO ERRATUM-RECORD.
           STRING "THE PUZZLE PRINTED IN ISSUE " DELIMITED BY SIZE
               WDRAW-ISSUE-NUMBER (WDRAW-SCAN) DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               WDRAW-PUBLICATION-DATE (WDRAW-SCAN) DELIMITED BY SIZE
               " CONTAINED AN ERROR AND HAS BEEN WITHDRAWN."
               DELIMITED BY SIZE
               INTO ERRATUM-RECORD.
           WRITE ERRATUM-RECORD.
           MOVE "ENTRIES FOR IT WILL NOT COUNT TOWARD THE CONTEST AND"
               TO ERRATUM-RECORD.
           WRITE ERRATUM-RECORD.
           MOVE "ANY POINTS ALREADY AWARDED HAVE BEEN REMOVED.  WE"
               TO ERRATUM-RECORD.
           WRITE ERRATUM-RECORD.
           MOVE "APOLOGISE TO ALL OUR SOLVERS FOR THE MISTAKE."
               TO ERRATUM-RECORD.
           WRITE ERRATUM-RECORD.
           MOVE SPACES TO ERRATUM-RECORD.
           WRITE ERRATUM-RECORD.
      *
       WRITE-ONE-SEED-SUMMARY.
      *
           MOVE SPACES TO WITHDRAWAL-REPORT-RECORD.
           STRING "SEED " DELIMITED BY SIZE
               WDRAW-SEED (WDRAW-SCAN) DELIMITED BY SIZE
               " WITHDRAWN - " DELIMITED BY SIZE
               WDRAW-ENTRIES-VOIDED (WDRAW-SCAN) DELIMITED BY SIZE
               " ENTRIES VOIDED, " DELIMITED BY SIZE
               WDRAW-POINTS-REVERSED (WDRAW-SCAN) DELIMITED BY SIZE
               " CELLS REVERSED, " DELIMITED BY SIZE
               WDRAW-HISTORY-VOIDED (WDRAW-SCAN) DELIMITED BY SIZE
               " HISTORY RECORDS VOIDED" DELIMITED BY SIZE
               INTO WITHDRAWAL-REPORT-RECORD.
           WRITE WITHDRAWAL-REPORT-RECORD.
      *
       WRITE-WITHDRAWAL-TRAILER.
      *
           MOVE SPACES TO WITHDRAWAL-REPORT-RECORD.
           WRITE WITHDRAWAL-REPORT-RECORD.
           MOVE SPACES TO WITHDRAWAL-REPORT-RECORD.
           STRING "READERS ANONYMISED ON THE MASTER, NOT WRITTEN TO "
               DELIMITED BY SIZE
               READERS-ANONYMISED DELIMITED BY SIZE
               INTO WITHDRAWAL-REPORT-RECORD.
           WRITE WITHDRAWAL-REPORT-RECORD.
           MOVE SPACES TO WITHDRAWAL-REPORT-RECORD.
           STRING "TOTAL " DELIMITED BY SIZE
               WDRAW-COUNT DELIMITED BY SIZE
               " PUZZLES WITHDRAWN - " DELIMITED BY SIZE
               ENTRIES-VOIDED DELIMITED BY SIZE
               " ENTRIES VOIDED, " DELIMITED BY SIZE
               LETTERS-WRITTEN DELIMITED BY SIZE
               " LETTERS, " DELIMITED BY SIZE
               TRANSACTIONS-REJECTED DELIMITED BY SIZE
               " TRANSACTIONS REJECTED" DELIMITED BY SIZE
               INTO WITHDRAWAL-REPORT-RECORD.
           WRITE WITHDRAWAL-REPORT-RECORD.
      *
      *    STANDCLS APPENDS EACH CLOSED PERIOD TO THE HISTORY STAMPED
      *    WITH ITS END DATE, SO THE LATEST DATE ON FILE IS THE END OF
      *    THE LAST CLOSED PERIOD.  NO HISTORY MEANS NO PERIOD HAS YET
      *    CLOSED AND EVERY ENTRY IS LIVE.
      *
       LOAD-LAST-CLOSED-PERIOD.
      *
           MOVE ZERO TO LAST-CLOSED-PERIOD-DATE.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "35"
               GO TO LOAD-LAST-CLOSED-PERIOD-X.
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STANDINGS HISTORY - STATUS "
                   HISTORY-FILE-STATUS " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-LAST-CLOSED-PERIOD-X.
           MOVE "0" TO END-OF-HISTORY-FILE-SWITCH.
           PERFORM NOTE-ONE-CLOSED-PERIOD
               UNTIL END-OF-HISTORY-FILE-SWITCH = "1".
           CLOSE HISTORY-FILE.
       LOAD-LAST-CLOSED-PERIOD-X.
      *
           EXIT.
      *
       NOTE-ONE-CLOSED-PERIOD.
      *
           READ HISTORY-FILE
               AT END MOVE "1" TO END-OF-HISTORY-FILE-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   IF HIST-PERIOD-END-DATE IS NUMERIC
                       AND HIST-PERIOD-END-DATE >
                           LAST-CLOSED-PERIOD-DATE
                       MOVE HIST-PERIOD-END-DATE
                           TO LAST-CLOSED-PERIOD-DATE.
      *
       LOAD-STANDINGS-TABLE.
      *
           MOVE ZERO TO STANDINGS-COUNT.
           OPEN INPUT STANDINGS-FILE.
           IF STANDINGS-FILE-STATUS NOT = "00"
               DISPLAY "NO STANDINGS FILE FOUND - NO LIVE STANDING "
                   "CAN BE ADJUSTED"
               GO TO LOAD-STANDINGS-TABLE-X.
           MOVE "0" TO END-OF-STANDINGS-FILE-SWITCH.
           PERFORM LOAD-ONE-STANDINGS-RECORD
               UNTIL END-OF-STANDINGS-FILE-SWITCH = "1".
           CLOSE STANDINGS-FILE.
       LOAD-STANDINGS-TABLE-X.
      *
           EXIT.
      *
       LOAD-ONE-STANDINGS-RECORD.
      *
           READ STANDINGS-FILE
               AT END MOVE "1" TO END-OF-STANDINGS-FILE-SWITCH
               NOT AT END
                   IF STANDINGS-COUNT < 1000
                       ADD 1 TO STANDINGS-COUNT
                       MOVE STANDING-READER-ID
                           TO TABLE-READER-ID (STANDINGS-COUNT)
                       MOVE STANDING-READER-NAME
                           TO TABLE-READER-NAME (STANDINGS-COUNT)
                       MOVE STANDING-CORRECT-TOTAL
                           TO TABLE-CORRECT-TOTAL (STANDINGS-COUNT)
                       MOVE STANDING-ENTRY-TOTAL
                           TO TABLE-ENTRY-TOTAL (STANDINGS-COUNT).
      *
       WRITE-STANDINGS-FILE.
      *
           IF STANDINGS-COUNT = ZERO
               GO TO WRITE-STANDINGS-FILE-X.
           OPEN OUTPUT STANDINGS-FILE.
           IF STANDINGS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE STANDINGS FILE - STATUS "
                   STANDINGS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-STANDINGS-FILE-X.
           PERFORM WRITE-ONE-STANDINGS-RECORD
               VARYING STANDINGS-SCAN FROM 1 BY 1
               UNTIL STANDINGS-SCAN > STANDINGS-COUNT.
           CLOSE STANDINGS-FILE.
       WRITE-STANDINGS-FILE-X.
      *
           EXIT.
      *
       WRITE-ONE-STANDINGS-RECORD.
      *
           MOVE SPACES TO STANDINGS-FILE-RECORD.
           MOVE TABLE-READER-ID (STANDINGS-SCAN)
               TO STANDING-READER-ID.
           MOVE TABLE-READER-NAME (STANDINGS-SCAN)
               TO STANDING-READER-NAME.
           MOVE TABLE-CORRECT-TOTAL (STANDINGS-SCAN)
               TO STANDING-CORRECT-TOTAL.
           MOVE TABLE-ENTRY-TOTAL (STANDINGS-SCAN)
               TO STANDING-ENTRY-TOTAL.
           WRITE STANDINGS-FILE-RECORD.
      *
      *    ONE CONTROL RECORD PER RUN, WRITTEN HOWEVER THE RUN ENDED
      *    SO THE RETURN CODE GOES ON IT TOO.  A CONTROL FILE THAT
      *    WILL NOT OPEN IS WARNED OF BUT DOES NOT FAIL THE RUN -
      *    CHAINREC WILL FIND THE RECORD MISSING AND STOP THE CHAIN.
      *
       WRITE-BATCH-CONTROL-RECORD.
      *
           OPEN EXTEND BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BATCH CONTROL FILE - STATUS "
                   BATCH-CONTROL-FILE-STATUS " - NO CONTROL RECORD"
               GO TO WRITE-BATCH-CONTROL-RECORD-X.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "WDRAWRUN" TO CTL-PROGRAM.
           MOVE SPACE TO CTL-RUN-MODE.
           ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CTL-RUN-TIME FROM TIME.
           MOVE CONTROL-RECORDS-READ TO CTL-RECORDS-READ.
           MOVE CONTROL-RECORDS-WRITTEN TO CTL-RECORDS-WRITTEN.
           MOVE CONTROL-ARCHIVE-CHANGED TO CTL-ARCHIVE-CHANGED.
           MOVE CONTROL-SEED-COUNT TO CTL-SEED-COUNT.
           MOVE CONTROL-SEED-HASH TO CTL-SEED-HASH.
           MOVE ZERO TO CTL-CROSSFOOT-A.
           MOVE ZERO TO CTL-CROSSFOOT-B.
           MOVE RETURN-CODE TO CTL-RETURN-CODE.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
       WRITE-BATCH-CONTROL-RECORD-X.
      *
           EXIT.
