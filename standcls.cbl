      *                      STANDINGS TO ZERO FOR THE NEW PERIOD.     *
      *                      NO MORE SPREADSHEET, NO MORE DISPUTED     *
      *                      WINNERS.                                  *
      *       2 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT HISTORY-FILE ASSIGN TO "STANDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
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
       01  CLOSE-PARAMETER-RECORD PIC X(80).
      *
      *    THIS LAYOUT MUST AGREE WITH STANDINGS-FILE-RECORD IN
      *    HIDOKU AND RDRPURGE.
      *
       FD  STANDINGS-FILE.
       01  STANDINGS-FILE-RECORD.
      *
       FD  WINNERS-REPORT-FILE.
       01  WINNERS-REPORT-RECORD PIC X(100).
      *
      *    THIS LAYOUT MUST AGREE WITH HISTORY-FILE-RECORD IN
      *    WDRAWRUN AND RDRPURGE.
      *
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD.
           05 HIST-CORRECT-TOTAL   PIC 9(8).
           05 FILLER               PIC X.
           05 HIST-ENTRY-TOTAL     PIC 9(4).
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
           05 HOLD-CORRECT-TOTAL PIC 9(8).
           05 HOLD-ENTRY-TOTAL   PIC 9(4).
      *
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  CLOSE-PARAMETER-FILE-STATUS PIC XX.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  CURRENT-RANK PIC 9(4).
       77  END-OF-STANDINGS-FILE-SWITCH PIC X.
       77  HISTORY-FILE-STATUS PIC XX.
               STANDINGS-COUNT " READERS RANKED, STANDINGS RESET".
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       LOAD-STANDINGS-TABLE.
           READ STANDINGS-FILE
               AT END MOVE "1" TO END-OF-STANDINGS-FILE-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   IF STANDINGS-COUNT < 1000
                       ADD 1 TO STANDINGS-COUNT
                       MOVE STANDING-READER-ID
           MOVE TABLE-ENTRY-TOTAL (STANDINGS-SCAN)
               TO HIST-ENTRY-TOTAL.
           WRITE HISTORY-FILE-RECORD.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
      *
      *    THE READERS STAY REGISTERED FOR THE NEW PERIOD - ONLY
      *    THEIR TOTALS GO BACK TO ZERO, SO THE CHECKING RUNS KEEP
           MOVE ZERO TO STANDING-CORRECT-TOTAL.
           MOVE ZERO TO STANDING-ENTRY-TOTAL.
           WRITE STANDINGS-FILE-RECORD.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
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
           MOVE "STANDCLS" TO CTL-PROGRAM.
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
