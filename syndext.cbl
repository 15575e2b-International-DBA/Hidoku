      *                      EVERY PLACEMENT IS RECORDED IN A SENT-    *
      *                      HISTORY FILE SO THE NEVER-TWICE RULE      *
      *                      HOLDS ACROSS RUNS.                        *
      *       2 * OCT 2026 * READS THE BOOK LEDGER BOOKCOMP KEEPS AND  *
      *                      NAMES ON EACH HDR RECORD THE BOOK EDITION *
      *                      A PUZZLE HAS ALREADY APPEARED IN, SO A    *
      *                      PARTNER KNOWS IT IS ALREADY IN PRINT.     *
      *       3 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT SYNDICATION-FEED-FILE ASSIGN TO "SYNDFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYNDICATION-FEED-FILE-STATUS.
      *
      *    BOOK-LEDGER-FILE IS BOOKCOMP'S RECORD OF EVERY SEED SET IN
      *    A BOOK.  IT IS ONLY READ HERE, AND MAY NOT EXIST YET.
      *
           SELECT BOOK-LEDGER-FILE ASSIGN TO "BOOKLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-LEDGER-FILE-STATUS.
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
           05 FILLER             PIC X(49).
      *
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN HIDOKU,
      *    ARCHRPT, ARCHMNT, ARCHCHK, ARCHLOAD, GRADECAL, DAYPICK,
      *    WDRAWRUN, SYNDBILL, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
      *    AND WITH NEW-ARCHIVE-RECORD IN SEEDCONV AND SEEDWIDE.
      *
       FD  ARCHIVE-FILE.
           05 ARCH-BOARD-DATA       PIC X(576).
           05 ARCH-GRADE            PIC X.
           05 FILLER                PIC X(15).
      *
      *    THIS LAYOUT MUST AGREE WITH SENT-HISTORY-RECORD IN
      *    SYNDBILL.
      *
       FD  SENT-HISTORY-FILE.
       01  SENT-HISTORY-RECORD.
      *
       FD  SYNDICATION-FEED-FILE.
       01  SYNDICATION-FEED-RECORD PIC X(80).
      *
      *    THIS LAYOUT MUST AGREE WITH BOOK-LEDGER-RECORD IN BOOKCOMP.
      *
       FD  BOOK-LEDGER-FILE.
       01  BOOK-LEDGER-RECORD.
           05 BOOKED-SEED          PIC 9(8).
           05 FILLER               PIC X.
           05 BOOKED-EDITION       PIC X(8).
           05 FILLER               PIC X.
           05 BOOKED-PUZZLE-NUMBER PIC 9(4).
           05 FILLER               PIC X.
           05 BOOKED-PAGE          PIC 9(4).
           05 FILLER               PIC X.
           05 BOOKED-DATE          PIC 9(8).
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
               10 TABLE-SENT-CUSTOMER PIC X(8).
               10 TABLE-SENT-MARKET   PIC X(8).
      *
      *    THE BOOK LEDGER HELD IN STORAGE - SEED AND EDITION ONLY.
      *
       01  FILLER15.
           05 FILLER16 OCCURS 5000.
               10 TABLE-BOOKED-SEED    PIC 9(8).
               10 TABLE-BOOKED-EDITION PIC X(8).
      *
      *    THE BOARD REBUILT FROM ARCH-BOARD-DATA - 999 MARKS A
      *    BLOCKED CELL, EXACTLY AS IN HIDOKU.
      *
           05 FEED-HDR-MOVE-SET     PIC X.
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-GRADE        PIC X(6).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-BOOK-EDITION PIC X(8).
      *
       01  FEED-CELL-LINE.
           05 FILLER                PIC X(4) VALUE "CEL ".
      *
       77  ARCHIVE-CELL-POSITION PIC 9(4).
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  BOOK-LEDGER-COUNT PIC 9(4).
       77  BOOK-LEDGER-FILE-STATUS PIC XX.
       77  BOOK-LEDGER-SCAN PIC 9(4).
       77  CELL-EDIT PIC ZZ9.
       77  CELL-EDIT-ALPHA PIC X(3).
       77  CLUE-INTERVAL PIC 9(2).
       77  CLUE-TEST-REMAINDER PIC 9(3).
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-CROSSFOOT-A PIC 9(9) VALUE ZERO.
       77  CONTROL-CROSSFOOT-B PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  CUSTOMER-PUZZLE-NUMBER PIC 9(6).
       77  END-OF-ARCHIVE-FILE-SWITCH PIC X.
       77  END-OF-BOOK-LEDGER-SWITCH PIC X.
       77  END-OF-HISTORY-SWITCH PIC X.
       77  END-OF-REQUEST-SWITCH PIC X.
       77  EXTRACT-RUN-DATE PIC 9(8).
               GO TO MAIN-X.
           PERFORM LOAD-SENT-HISTORY
               THROUGH LOAD-SENT-HISTORY-X.
           PERFORM LOAD-BOOK-LEDGER
               THROUGH LOAD-BOOK-LEDGER-X.
           OPEN EXTEND SENT-HISTORY-FILE.
      *
      *    ONLY FILE-NOT-FOUND (35) MAY FALL THROUGH TO OPEN OUTPUT -
               UNPROVED-SKIP-COUNT " SKIPPED UNPROVED".
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       READ-REQUEST-RECORD.
      *
           READ REQUEST-FILE
               AT END MOVE "1" TO END-OF-REQUEST-SWITCH
               NOT AT END ADD 1 TO CONTROL-RECORDS-READ.
      *
       LOAD-SENT-HISTORY.
      *
                       DISPLAY "SENT HISTORY TABLE FULL - RUN "
                           "ABANDONED TO PROTECT THE NEVER-TWICE RULE"
                       MOVE 12 TO RETURN-CODE
                       PERFORM WRITE-BATCH-CONTROL-RECORD
                           THROUGH WRITE-BATCH-CONTROL-RECORD-X
                       STOP RUN.
      *
      *    A BOOKED PUZZLE MAY STILL BE SOLD ON - THE LEDGER ONLY
      *    LETS THE FEED SAY WHICH EDITION IT IS ALREADY IN.  WITH NO
      *    LEDGER EVERY HDR SIMPLY CARRIES A BLANK EDITION.
      *
       LOAD-BOOK-LEDGER.
      *
           MOVE ZERO TO BOOK-LEDGER-COUNT.
           OPEN INPUT BOOK-LEDGER-FILE.
           IF BOOK-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "NO BOOK LEDGER YET - NO EDITIONS SHOWN"
               GO TO LOAD-BOOK-LEDGER-X.
           MOVE "0" TO END-OF-BOOK-LEDGER-SWITCH.
           PERFORM LOAD-ONE-BOOK-LEDGER-RECORD
               UNTIL END-OF-BOOK-LEDGER-SWITCH = "1".
           CLOSE BOOK-LEDGER-FILE.
       LOAD-BOOK-LEDGER-X.
      *
           EXIT.
      *
       LOAD-ONE-BOOK-LEDGER-RECORD.
      *
           READ BOOK-LEDGER-FILE
               AT END MOVE "1" TO END-OF-BOOK-LEDGER-SWITCH
               NOT AT END
                   IF BOOK-LEDGER-COUNT < 5000
                       ADD 1 TO BOOK-LEDGER-COUNT
                       MOVE BOOKED-SEED
                           TO TABLE-BOOKED-SEED (BOOK-LEDGER-COUNT)
                       MOVE BOOKED-EDITION
                           TO TABLE-BOOKED-EDITION (BOOK-LEDGER-COUNT)
                   ELSE
                       DISPLAY "BOOK LEDGER TABLE FULL - LATER "
                           "EDITIONS NOT SHOWN"
                       MOVE "1" TO END-OF-BOOK-LEDGER-SWITCH.
      *
      *    ONE CUSTOMER ORDER - THE ARCHIVE IS SWEPT FRONT TO BACK
      *    AND THE FIRST QUALIFYING PUZZLES FILL IT.  A SHORTFALL IS
      *    REPORTED, NOT PADDED.
           MOVE REQ-CUSTOMER-CODE TO FEED-CUS-CUSTOMER.
           MOVE REQ-MARKET-CODE TO FEED-CUS-MARKET.
           WRITE SYNDICATION-FEED-RECORD FROM FEED-CUSTOMER-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           MOVE ZERO TO CUSTOMER-PUZZLE-NUMBER.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
           MOVE CUSTOMER-PUZZLE-NUMBER TO FEED-EOC-PUZZLE-COUNT.
           WRITE SYNDICATION-FEED-RECORD
               FROM FEED-SECTION-TRAILER-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           IF CUSTOMER-PUZZLE-NUMBER < REQ-PUZZLES-WANTED
               DISPLAY "WARNING - CUSTOMER " REQ-CUSTOMER-CODE
                   " WANTED " REQ-PUZZLES-WANTED " BUT ONLY "
           READ ARCHIVE-FILE NEXT
               AT END MOVE "1" TO END-OF-ARCHIVE-FILE-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   PERFORM QUALIFY-ONE-PUZZLE
                       THROUGH QUALIFY-ONE-PUZZLE-X
                   IF PUZZLE-QUALIFIES-SWITCH = "1"
                               "UNIQUE".
      *
      *    ONLY A PUBLISHED PUZZLE MAY BE SOLD ON - NEVER STOCK STILL
      *    WAITING FOR ITS OWN FIRST PRINTING, NEVER ONE REJECTED AT
      *    PROOF, NEVER A WITHDRAWN ONE.
      *    THE SENT HISTORY IS THEN SEARCHED FOR THE SAME SEED GOING
      *    TO THIS CUSTOMER OR TO ANYONE IN THE SAME MARKET.
      *
      *
           ADD 1 TO CUSTOMER-PUZZLE-NUMBER.
           ADD 1 TO PLACEMENTS-MADE.
           ADD 1 TO CONTROL-SEED-COUNT.
           ADD ARCH-SEED TO CONTROL-SEED-HASH.
           PERFORM WRITE-ONE-PUZZLE-FEED.
           PERFORM RECORD-ONE-PLACEMENT.
      *
           MOVE ARCH-END-ROW TO FEED-HDR-END-COLUMN.
           MOVE ARCH-MOVE-SET TO FEED-HDR-MOVE-SET.
           PERFORM EDIT-GRADE-WORD.
           MOVE SPACES TO FEED-HDR-BOOK-EDITION.
           PERFORM TEST-ONE-BOOK-LEDGER-ENTRY
               VARYING BOOK-LEDGER-SCAN FROM 1 BY 1
               UNTIL BOOK-LEDGER-SCAN > BOOK-LEDGER-COUNT
                   OR FEED-HDR-BOOK-EDITION NOT = SPACES.
           WRITE SYNDICATION-FEED-RECORD FROM FEED-HEADER-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
      *
      *    EACH PUZZLE HEADER ACTUALLY ON THE FEED IS COUNTED AGAINST
      *    THE SENT HISTORY ROWS ACTUALLY ADDED - CHAINREC HOLDS THE
      *    TWO TO BALANCE, SINCE A PUZZLE SENT BUT NOT RECORDED COULD
      *    BE SOLD INTO THE SAME MARKET AGAIN:
      *
           IF SYNDICATION-FEED-FILE-STATUS = "00"
               ADD 1 TO CONTROL-CROSSFOOT-B.
           MOVE ZERO TO FEED-CELL-TOTAL.
           PERFORM WRITE-ONE-FEED-CELL
               VARYING X FROM SIZE1 BY -1 UNTIL X < 1
           MOVE CUSTOMER-PUZZLE-NUMBER TO FEED-END-PUZZLE.
           MOVE FEED-CELL-TOTAL TO FEED-END-CELL-COUNT.
           WRITE SYNDICATION-FEED-RECORD FROM FEED-TRAILER-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
      *
       TEST-ONE-BOOK-LEDGER-ENTRY.
      *
           IF TABLE-BOOKED-SEED (BOOK-LEDGER-SCAN) = ARCH-SEED
               MOVE TABLE-BOOKED-EDITION (BOOK-LEDGER-SCAN)
                   TO FEED-HDR-BOOK-EDITION.
      *
       EDIT-GRADE-WORD.
      *
           IF X = ARCH-END-COLUMN AND Y = ARCH-END-ROW
               MOVE "E" TO FEED-CELL-END-FLAG.
           WRITE SYNDICATION-FEED-RECORD FROM FEED-CELL-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
      *
       RECORD-ONE-PLACEMENT.
      *
           MOVE REQ-MARKET-CODE TO SENT-MARKET-CODE.
           MOVE EXTRACT-RUN-DATE TO SENT-DATE.
           WRITE SENT-HISTORY-RECORD.
           IF SENT-HISTORY-FILE-STATUS = "00"
               ADD 1 TO CONTROL-RECORDS-WRITTEN
               ADD 1 TO CONTROL-CROSSFOOT-A.
      *
      *    A PLACEMENT THE TABLE CANNOT HOLD WOULD BE INVISIBLE TO
      *    THE REST OF THIS RUN - THE NEXT REQUEST COULD SELL THE
               DISPLAY "SENT HISTORY TABLE FULL - RUN ABANDONED TO "
                   "PROTECT THE NEVER-TWICE RULE"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-BATCH-CONTROL-RECORD
                   THROUGH WRITE-BATCH-CONTROL-RECORD-X
               STOP RUN.
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
           MOVE "SYNDEXT" TO CTL-PROGRAM.
           MOVE SPACE TO CTL-RUN-MODE.
           ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CTL-RUN-TIME FROM TIME.
           MOVE CONTROL-RECORDS-READ TO CTL-RECORDS-READ.
           MOVE CONTROL-RECORDS-WRITTEN TO CTL-RECORDS-WRITTEN.
           MOVE CONTROL-ARCHIVE-CHANGED TO CTL-ARCHIVE-CHANGED.
           MOVE CONTROL-SEED-COUNT TO CTL-SEED-COUNT.
           MOVE CONTROL-SEED-HASH TO CTL-SEED-HASH.
           MOVE CONTROL-CROSSFOOT-A TO CTL-CROSSFOOT-A.
           MOVE CONTROL-CROSSFOOT-B TO CTL-CROSSFOOT-B.
           MOVE RETURN-CODE TO CTL-RETURN-CODE.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
       WRITE-BATCH-CONTROL-RECORD-X.
      *
           EXIT.
