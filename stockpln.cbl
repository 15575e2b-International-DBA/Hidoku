       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    STOCKPLN.
      *
      *    (STOCK REPLENISHMENT PLANNER OVER THE EDITORIAL CALENDAR.)
      *
       AUTHOR.        ANDREW S REID.
      *
       DATE-WRITTEN.  OCT 2026.
      *
      ******************************************************************
      * VERSION * DATE     * COMMENTS                                  *
      ******************************************************************
      *       1 * OCT 2026 * ORIGINAL VERSION.  WALKS THE NEXT N WEEKS *
      *                      OF THE FORWARD EDITORIAL CALENDAR DAY BY  *
      *                      DAY AND ALLOCATES STOCK FROM THE ARCHIVE  *
      *                      EXACTLY AS DAYPICK WILL - FIRST MATCHING  *
      *                      STOCK RECORD IN SEED ORDER - SO EVERY     *
      *                      DATE THE SHELF CANNOT FILL IS REPORTED    *
      *                      BEFORE THE DAY, NOT ON IT.  THE SHORTFALL *
      *                      IS PUNCHED AS A MODE "S" STOCKPILE DECK   *
      *                      FOR HIDOKU WITH A PERCENTAGE OF HEADROOM, *
      *                      SO REPLENISHMENT RUNS ITSELF.             *
      *       2 * OCT 2026 * ONLY APPROVED STOCK ("A") FILLS A DATE,   *
      *                      AS IN DAYPICK.  A DATE THAT ONLY STOCK    *
      *                      STILL AWAITING ITS PROOF ("S") COULD FILL *
      *                      IS ALLOCATED AND FLAGGED, NOT PUNCHED.    *
      *       3 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
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
      *    PLAN-PARAMETER-FILE CARRIES ONE RECORD - HOW MANY WEEKS
      *    AHEAD TO LOOK, THE HEADROOM PERCENTAGE TO ADD TO EACH
      *    SHORTFALL, AND THE BOARD SIZE TO GENERATE FOR A SLOT
      *    THAT WILL TAKE ANY SIZE.  A BLANK FIELD TAKES THE HOUSE
      *    DEFAULT (4 WEEKS, 25 PERCENT, SIZE 10).
      *
           SELECT PLAN-PARAMETER-FILE ASSIGN TO "PLANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-PARAMETER-FILE-STATUS.
      *
           SELECT CALENDAR-FILE ASSIGN TO "EDITCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
      *
           SELECT ARCHIVE-FILE ASSIGN TO "SEEDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SEED
               FILE STATUS IS ARCHIVE-FILE-STATUS.
      *
           SELECT PLAN-REPORT-FILE ASSIGN TO "PLANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-REPORT-FILE-STATUS.
      *
      *    PLAN-DECK-FILE IS A PARMIN DECK FOR HIDOKU - ONE MODE "S"
      *    RECORD PER PUZZLE TO BE STOCKPILED, SEED LEFT AT ZERO SO
      *    HIDOKU PICKS AN UNUSED ONE.
      *
           SELECT PLAN-DECK-FILE ASSIGN TO "PLANDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-DECK-FILE-STATUS.
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
       FD  PLAN-PARAMETER-FILE.
       01  PLAN-PARAMETER-RECORD PIC X(80).
      *
      *    THIS LAYOUT MUST AGREE WITH CALENDAR-RECORD IN DAYPICK.
      *
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-PUBLICATION-DATE PIC 9(8).
           05 FILLER               PIC X.
           05 CAL-GRADE            PIC X.
           05 FILLER               PIC X.
           05 CAL-SIZE             PIC 9(2).
           05 FILLER               PIC X.
           05 CAL-MOVE-SET         PIC X.
           05 FILLER               PIC X.
           05 CAL-SHAPE            PIC X.
           05 FILLER               PIC X(63).
      *
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN HIDOKU,
      *    ARCHRPT, ARCHMNT, ARCHCHK, ARCHLOAD, SYNDEXT, GRADECAL,
      *    DAYPICK, WDRAWRUN, SYNDBILL, PROOFSHT, FPBUILD AND BOOKCOMP
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
       FD  PLAN-REPORT-FILE.
       01  PLAN-REPORT-RECORD PIC X(100).
      *
       FD  PLAN-DECK-FILE.
       01  PLAN-DECK-RECORD PIC X(80).
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
       01  PLAN-PARAMETERS.
           05 PLAN-WEEKS-INPUT    PIC 9(2).
           05 FILLER              PIC X.
           05 PLAN-HEADROOM-INPUT PIC 9(3).
           05 FILLER              PIC X.
           05 PLAN-SIZE-INPUT     PIC 9(2).
           05 FILLER              PIC X(71).
      *
      *    THE CALENDAR SLOTS INSIDE THE PLANNING WINDOW.
      *
       01  FILLER1.
           05 FILLER2 OCCURS 400.
               10 SLOT-DATE     PIC 9(8).
               10 SLOT-GRADE    PIC X.
               10 SLOT-SIZE     PIC 9(2).
               10 SLOT-MOVE-SET PIC X.
               10 SLOT-SHAPE    PIC X.
      *
      *    THE STOCK SHELF, IN SEED ORDER - THE ORDER DAYPICK MEETS
      *    IT IN.  STOCK-STATUS IS "A" (APPROVED AT PROOF) OR "S"
      *    (AWAITING PROOF); STOCK-SHAPED IS "Y" FOR A BOARD WITH
      *    BLOCKED CELLS; STOCK-TAKEN IS "1" ONCE A SLOT HAS CLAIMED
      *    IT.
      *
       01  FILLER3.
           05 FILLER4 OCCURS 5000.
               10 STOCK-SEED     PIC 9(8).
               10 STOCK-STATUS   PIC X.
               10 STOCK-GRADE    PIC X.
               10 STOCK-SIZE     PIC 9(2).
               10 STOCK-MOVE-SET PIC X.
               10 STOCK-SHAPED   PIC X.
               10 STOCK-TAKEN    PIC X.
      *
      *    THE SHORTFALL, ONE ENTRY PER KIND OF PUZZLE TO GENERATE.
      *    A SLOT THAT TAKES ANY SIZE OR MOVE SET IS COUNTED UNDER
      *    THE DEFAULT SIZE AND THE KING'S MOVE SET.
      *
       01  FILLER5.
           05 FILLER6 OCCURS 100.
               10 SHORT-GRADE    PIC X.
               10 SHORT-SIZE     PIC 9(2).
               10 SHORT-MOVE-SET PIC X.
               10 SHORT-COUNT    PIC 9(4).
      *
      *    THIS LAYOUT MUST AGREE WITH INPUT-PARAMETERS IN HIDOKU -
      *    IT IS THE PARAMETER RECORD HIDOKU WILL READ BACK, LAID
      *    OUT AS DAYPICK PUNCHES ITS REPRINT DECK.
      *
       01  PARAMETER-OUT-LINE.
           05 OUT-SEED         PIC 9(8) VALUE ZERO.
           05 FILLER           PIC X    VALUE ",".
           05 OUT-SIZE1        PIC 9(2).
           05 FILLER           PIC X    VALUE ",".
           05 OUT-START-COLUMN PIC 9(2).
           05 FILLER           PIC X    VALUE ",".
           05 OUT-START-ROW    PIC 9(2).
           05 FILLER           PIC X    VALUE ",".
           05 OUT-END-COLUMN   PIC 9(2).
           05 FILLER           PIC X    VALUE ",".
           05 OUT-END-ROW      PIC 9(2).
           05 FILLER           PIC X    VALUE ",".
           05 OUT-PUBLISH-MODE PIC X    VALUE "Y".
           05 FILLER           PIC X    VALUE ",".
           05 OUT-MOVE-CAP     PIC 9(6) VALUE ZERO.
           05 FILLER           PIC X    VALUE ",".
           05 OUT-TIME-CAP     PIC 9(6) VALUE ZERO.
           05 FILLER           PIC X    VALUE ",".
           05 OUT-MODE-SWITCH  PIC X    VALUE "S".
           05 FILLER           PIC X    VALUE ",".
           05 OUT-MOVE-SET     PIC X.
           05 FILLER           PIC X    VALUE ",".
           05 OUT-GRADE        PIC X.
           05 FILLER           PIC X    VALUE ",".
           05 OUT-SHAPE        PIC X    VALUE SPACE.
      *
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  BLOCKED-CELL-TALLY PIC 9(3).
       77  CALENDAR-FILE-STATUS PIC XX.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  DATES-WITHOUT-SLOT PIC 9(4) VALUE ZERO.
       77  DECK-RECORDS-PUNCHED PIC 9(6) VALUE ZERO.
       77  DUPLICATE-SLOT-COUNT PIC 9(4) VALUE ZERO.
       77  END-OF-ARCHIVE-FILE-SWITCH PIC X.
       77  END-OF-CALENDAR-SWITCH PIC X.
       77  HEADROOM-COUNT PIC 9(4).
       77  MATCH-STATUS-WANTED PIC X.
       77  PLAN-DATE PIC 9(8).
       77  PLAN-DAY PIC 9(7).
       77  PLAN-DECK-FILE-STATUS PIC XX.
       77  PLAN-DEFAULT-SIZE PIC 9(2).
       77  PLAN-FIRST-DATE PIC 9(8).
       77  PLAN-FIRST-DAY PIC 9(7).
       77  PLAN-HEADROOM-PCT PIC 9(3).
       77  PLAN-LAST-DATE PIC 9(8).
       77  PLAN-LAST-DAY PIC 9(7).
       77  PLAN-PARAMETER-FILE-STATUS PIC XX.
       77  PLAN-REPORT-FILE-STATUS PIC XX.
       77  PLAN-RUN-DATE PIC 9(8).
       77  PLAN-WEEKS PIC 9(2).
       77  PUNCH-INDEX PIC 9(4).
       77  PUNCH-LIMIT PIC 9(4).
       77  REPORT-LINE-POINTER PIC 9(3).
       77  SHAPED-SHORT-COUNT PIC 9(4) VALUE ZERO.
       77  SHORT-COUNT-TOTAL PIC 9(4) VALUE ZERO.
       77  SHORT-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       77  SHORT-FOUND PIC 9(3).
       77  SHORT-SCAN PIC 9(3).
       77  SLOT-COUNT PIC 9(4) VALUE ZERO.
       77  SLOT-FOUND PIC 9(4).
       77  SLOT-SCAN PIC 9(4).
       77  SLOTS-AWAITING-PROOF PIC 9(4) VALUE ZERO.
       77  SLOTS-FILLED PIC 9(4) VALUE ZERO.
       77  STOCK-APPROVED-COUNT PIC 9(4) VALUE ZERO.
       77  STOCK-COUNT PIC 9(4) VALUE ZERO.
       77  STOCK-FOUND PIC 9(4).
       77  STOCK-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
       77  STOCK-SCAN PIC 9(4).
       77  STOCK-UNPROVED-COUNT PIC 9(4).
       77  WANTED-MOVE-SET PIC X.
       77  WANTED-SIZE PIC 9(2).
      /
       PROCEDURE DIVISION.
      *
       MAIN.
      *
           MOVE SPACES TO PLAN-PARAMETERS.
           OPEN INPUT PLAN-PARAMETER-FILE.
           IF PLAN-PARAMETER-FILE-STATUS = "00"
               PERFORM READ-PLAN-PARAMETERS.
           IF PLAN-WEEKS-INPUT IS NUMERIC
               AND PLAN-WEEKS-INPUT > ZERO
               MOVE PLAN-WEEKS-INPUT TO PLAN-WEEKS
           ELSE
               MOVE 4 TO PLAN-WEEKS.
           IF PLAN-HEADROOM-INPUT IS NUMERIC
               MOVE PLAN-HEADROOM-INPUT TO PLAN-HEADROOM-PCT
           ELSE
               MOVE 25 TO PLAN-HEADROOM-PCT.
           IF PLAN-SIZE-INPUT IS NUMERIC
               AND PLAN-SIZE-INPUT NOT < 3
               AND PLAN-SIZE-INPUT NOT > 12
               MOVE PLAN-SIZE-INPUT TO PLAN-DEFAULT-SIZE
           ELSE
               MOVE 10 TO PLAN-DEFAULT-SIZE.
      *
      *    THE WINDOW STARTS TOMORROW - TODAY'S SLOT IS DAYPICK'S
      *    BUSINESS AND MAY ALREADY HAVE TAKEN ITS STOCK:
      *
           ACCEPT PLAN-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE PLAN-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE (PLAN-RUN-DATE) + 1.
           COMPUTE PLAN-LAST-DAY = PLAN-FIRST-DAY + PLAN-WEEKS * 7 - 1.
           COMPUTE PLAN-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (PLAN-FIRST-DAY).
           COMPUTE PLAN-LAST-DATE =
               FUNCTION DATE-OF-INTEGER (PLAN-LAST-DAY).
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EDITORIAL CALENDAR - STATUS "
                   CALENDAR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS "
                   ARCHIVE-FILE-STATUS
               CLOSE CALENDAR-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT PLAN-REPORT-FILE.
           IF PLAN-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PLAN REPORT - STATUS "
                   PLAN-REPORT-FILE-STATUS
               CLOSE CALENDAR-FILE
               CLOSE ARCHIVE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT PLAN-DECK-FILE.
           IF PLAN-DECK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PLANDECK - STATUS "
                   PLAN-DECK-FILE-STATUS
               CLOSE CALENDAR-FILE
               CLOSE ARCHIVE-FILE
               CLOSE PLAN-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           MOVE "STOCK REPLENISHMENT PLAN" TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           STRING "CALENDAR FROM " DELIMITED BY SIZE
               PLAN-FIRST-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               PLAN-LAST-DATE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PLAN-WEEKS DELIMITED BY SIZE
               " WEEKS) - HEADROOM " DELIMITED BY SIZE
               PLAN-HEADROOM-PCT DELIMITED BY SIZE
               " PERCENT" DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           MOVE "0" TO END-OF-CALENDAR-SWITCH.
           PERFORM LOAD-ONE-CALENDAR-RECORD
               THROUGH LOAD-ONE-CALENDAR-RECORD-X
               UNTIL END-OF-CALENDAR-SWITCH = "1".
           CLOSE CALENDAR-FILE.
           MOVE "0" TO END-OF-ARCHIVE-FILE-SWITCH.
           PERFORM LOAD-ONE-STOCK-RECORD
               UNTIL END-OF-ARCHIVE-FILE-SWITCH = "1".
           CLOSE ARCHIVE-FILE.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           COMPUTE STOCK-UNPROVED-COUNT =
               STOCK-COUNT - STOCK-APPROVED-COUNT.
           STRING "STOCK ON THE SHELF - " DELIMITED BY SIZE
               STOCK-APPROVED-COUNT DELIMITED BY SIZE
               " APPROVED, " DELIMITED BY SIZE
               STOCK-UNPROVED-COUNT DELIMITED BY SIZE
               " AWAITING PROOF" DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           IF STOCK-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO PLAN-REPORT-RECORD
               STRING "  (" DELIMITED BY SIZE
                   STOCK-OVERFLOW-COUNT DELIMITED BY SIZE
                   " MORE NOT PLANNED WITH - STOCK TABLE FULL)"
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD
               WRITE PLAN-REPORT-RECORD.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           PERFORM PLAN-ONE-DAY
               THROUGH PLAN-ONE-DAY-X
               VARYING PLAN-DAY FROM PLAN-FIRST-DAY BY 1
               UNTIL PLAN-DAY > PLAN-LAST-DAY.
           PERFORM WRITE-SHORTFALL-AND-DECK.
           CLOSE PLAN-DECK-FILE.
           PERFORM WRITE-PLAN-TRAILER.
           CLOSE PLAN-REPORT-FILE.
           DISPLAY "REPLENISHMENT PLAN COMPLETE - " SLOT-COUNT
               " SLOTS, " SLOTS-FILLED " FILLED, " SLOTS-AWAITING-PROOF
               " AWAITING PROOF, " SHORT-COUNT-TOTAL
               " SHORT, " DATES-WITHOUT-SLOT " DATES WITHOUT A SLOT, "
               DECK-RECORDS-PUNCHED " STOCKPILE RECORDS PUNCHED".
      *
      *    A SHORTFALL OR A GAP IN THE CALENDAR IS A WARNING, NOT A
      *    FAILURE - THE DECK IS THERE TO RUN:
      *
           IF SHORT-COUNT-TOTAL > ZERO
               OR DATES-WITHOUT-SLOT > ZERO
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       READ-PLAN-PARAMETERS.
      *
           READ PLAN-PARAMETER-FILE INTO PLAN-PARAMETERS
               AT END MOVE SPACES TO PLAN-PARAMETERS.
           CLOSE PLAN-PARAMETER-FILE.
      *
      *    ONLY SLOTS INSIDE THE WINDOW ARE KEPT.  A SECOND RECORD
      *    FOR A DATE ALREADY HELD IS REPORTED AND IGNORED - DAYPICK
      *    ONLY EVER SEES THE FIRST.
      *
       LOAD-ONE-CALENDAR-RECORD.
      *
           READ CALENDAR-FILE
               AT END MOVE "1" TO END-OF-CALENDAR-SWITCH
               NOT AT END ADD 1 TO CONTROL-RECORDS-READ.
           IF END-OF-CALENDAR-SWITCH = "1"
               GO TO LOAD-ONE-CALENDAR-RECORD-X.
           IF CAL-PUBLICATION-DATE IS NOT NUMERIC
               OR CAL-PUBLICATION-DATE < PLAN-FIRST-DATE
               OR CAL-PUBLICATION-DATE > PLAN-LAST-DATE
               GO TO LOAD-ONE-CALENDAR-RECORD-X.
           MOVE CAL-PUBLICATION-DATE TO PLAN-DATE.
           PERFORM FIND-SLOT-FOR-DATE.
           IF SLOT-FOUND > ZERO
               ADD 1 TO DUPLICATE-SLOT-COUNT
               MOVE SPACES TO PLAN-REPORT-RECORD
               STRING PLAN-DATE DELIMITED BY SIZE
                   " SECOND CALENDAR RECORD FOR THIS DATE IGNORED"
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD
               WRITE PLAN-REPORT-RECORD
               GO TO LOAD-ONE-CALENDAR-RECORD-X.
           IF SLOT-COUNT NOT < 400
               GO TO LOAD-ONE-CALENDAR-RECORD-X.
           ADD 1 TO SLOT-COUNT.
           MOVE CAL-PUBLICATION-DATE TO SLOT-DATE (SLOT-COUNT).
           MOVE CAL-GRADE TO SLOT-GRADE (SLOT-COUNT).
           IF CAL-SIZE IS NUMERIC
               MOVE CAL-SIZE TO SLOT-SIZE (SLOT-COUNT)
           ELSE
               MOVE ZERO TO SLOT-SIZE (SLOT-COUNT).
           MOVE CAL-MOVE-SET TO SLOT-MOVE-SET (SLOT-COUNT).
           MOVE CAL-SHAPE TO SLOT-SHAPE (SLOT-COUNT).
       LOAD-ONE-CALENDAR-RECORD-X.
      *
           EXIT.
      *
       FIND-SLOT-FOR-DATE.
      *
           MOVE ZERO TO SLOT-FOUND.
           PERFORM CHECK-ONE-SLOT-DATE
               VARYING SLOT-SCAN FROM 1 BY 1
               UNTIL SLOT-SCAN > SLOT-COUNT
                   OR SLOT-FOUND > ZERO.
      *
       CHECK-ONE-SLOT-DATE.
      *
           IF SLOT-DATE (SLOT-SCAN) = PLAN-DATE
               MOVE SLOT-SCAN TO SLOT-FOUND.
      *
       LOAD-ONE-STOCK-RECORD.
      *
           READ ARCHIVE-FILE NEXT
               AT END MOVE "1" TO END-OF-ARCHIVE-FILE-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   IF ARCH-STATUS-FLAG = "A"
                       OR ARCH-STATUS-FLAG = "S"
                       PERFORM ADD-STOCK-TO-TABLE.
      *
       ADD-STOCK-TO-TABLE.
      *
           IF STOCK-COUNT NOT < 5000
               ADD 1 TO STOCK-OVERFLOW-COUNT
           ELSE
               PERFORM STORE-STOCK-ENTRY.
      *
       STORE-STOCK-ENTRY.
      *
           ADD 1 TO STOCK-COUNT.
           MOVE ARCH-SEED TO STOCK-SEED (STOCK-COUNT).
           MOVE ARCH-GRADE TO STOCK-GRADE (STOCK-COUNT).
           MOVE ARCH-SIZE1 TO STOCK-SIZE (STOCK-COUNT).
           MOVE ARCH-MOVE-SET TO STOCK-MOVE-SET (STOCK-COUNT).
           MOVE ARCH-STATUS-FLAG TO STOCK-STATUS (STOCK-COUNT).
           IF ARCH-STATUS-FLAG = "A"
               ADD 1 TO STOCK-APPROVED-COUNT.
           MOVE ZERO TO BLOCKED-CELL-TALLY.
           INSPECT ARCH-BOARD-DATA TALLYING BLOCKED-CELL-TALLY
               FOR ALL "XXX".
           IF BLOCKED-CELL-TALLY > ZERO
               MOVE "Y" TO STOCK-SHAPED (STOCK-COUNT)
           ELSE
               MOVE "N" TO STOCK-SHAPED (STOCK-COUNT).
           MOVE "0" TO STOCK-TAKEN (STOCK-COUNT).
      *
      *    ONE CALENDAR DAY.  THE MATCH RULES ARE DAYPICK'S, AND THE
      *    FIRST FREE MATCH IN SEED ORDER IS TAKEN, AS DAYPICK WILL.
      *
       PLAN-ONE-DAY.
      *
           COMPUTE PLAN-DATE = FUNCTION DATE-OF-INTEGER (PLAN-DAY).
           PERFORM FIND-SLOT-FOR-DATE.
           IF SLOT-FOUND = ZERO
               ADD 1 TO DATES-WITHOUT-SLOT
               MOVE SPACES TO PLAN-REPORT-RECORD
               STRING PLAN-DATE DELIMITED BY SIZE
                   " NO CALENDAR ENTRY - DAYPICK WILL STOP"
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD
               WRITE PLAN-REPORT-RECORD
               GO TO PLAN-ONE-DAY-X.
      *
      *    APPROVED STOCK IS WHAT DAYPICK WILL PICK.  FAILING THAT,
      *    STOCK STILL AWAITING ITS PROOF IS ALLOCATED AND FLAGGED -
      *    IT IS NOT A SHORTFALL, BUT THE DATE HANGS ON THE EDITOR
      *    SIGNING IT OFF IN TIME:
      *
           MOVE ZERO TO STOCK-FOUND.
           MOVE "A" TO MATCH-STATUS-WANTED.
           PERFORM MATCH-ONE-STOCK-TO-SLOT
               THROUGH MATCH-ONE-STOCK-TO-SLOT-X
               VARYING STOCK-SCAN FROM 1 BY 1
               UNTIL STOCK-SCAN > STOCK-COUNT
                   OR STOCK-FOUND > ZERO.
           IF STOCK-FOUND = ZERO
               MOVE "S" TO MATCH-STATUS-WANTED
               PERFORM MATCH-ONE-STOCK-TO-SLOT
                   THROUGH MATCH-ONE-STOCK-TO-SLOT-X
                   VARYING STOCK-SCAN FROM 1 BY 1
                   UNTIL STOCK-SCAN > STOCK-COUNT
                       OR STOCK-FOUND > ZERO.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO REPORT-LINE-POINTER.
           STRING PLAN-DATE DELIMITED BY SIZE
               " GRADE " DELIMITED BY SIZE
               SLOT-GRADE (SLOT-FOUND) DELIMITED BY SIZE
               " SIZE " DELIMITED BY SIZE
               SLOT-SIZE (SLOT-FOUND) DELIMITED BY SIZE
               " MOVE SET " DELIMITED BY SIZE
               SLOT-MOVE-SET (SLOT-FOUND) DELIMITED BY SIZE
               " SHAPE " DELIMITED BY SIZE
               SLOT-SHAPE (SLOT-FOUND) DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD
               WITH POINTER REPORT-LINE-POINTER.
           IF STOCK-FOUND = ZERO
               STRING " - *** NO STOCK ON THE SHELF" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD
                   WITH POINTER REPORT-LINE-POINTER
               PERFORM NOTE-SLOT-SHORTFALL
                   THROUGH NOTE-SLOT-SHORTFALL-X
           ELSE
               MOVE "1" TO STOCK-TAKEN (STOCK-FOUND)
               STRING " - SEED " DELIMITED BY SIZE
                   STOCK-SEED (STOCK-FOUND) DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD
                   WITH POINTER REPORT-LINE-POINTER
               IF MATCH-STATUS-WANTED = "A"
                   ADD 1 TO SLOTS-FILLED
               ELSE
                   ADD 1 TO SLOTS-AWAITING-PROOF
                   STRING " AWAITING PROOF" DELIMITED BY SIZE
                       INTO PLAN-REPORT-RECORD
                       WITH POINTER REPORT-LINE-POINTER.
           WRITE PLAN-REPORT-RECORD.
       PLAN-ONE-DAY-X.
      *
           EXIT.
      *
       MATCH-ONE-STOCK-TO-SLOT.
      *
           IF STOCK-TAKEN (STOCK-SCAN) = "1"
               OR STOCK-STATUS (STOCK-SCAN) NOT = MATCH-STATUS-WANTED
               GO TO MATCH-ONE-STOCK-TO-SLOT-X.
           IF SLOT-GRADE (SLOT-FOUND) NOT = SPACE
               AND STOCK-GRADE (STOCK-SCAN) NOT =
                   SLOT-GRADE (SLOT-FOUND)
               GO TO MATCH-ONE-STOCK-TO-SLOT-X.
           IF SLOT-SIZE (SLOT-FOUND) > ZERO
               AND STOCK-SIZE (STOCK-SCAN) NOT =
                   SLOT-SIZE (SLOT-FOUND)
               GO TO MATCH-ONE-STOCK-TO-SLOT-X.
           IF SLOT-MOVE-SET (SLOT-FOUND) NOT = SPACE
               AND STOCK-MOVE-SET (STOCK-SCAN) NOT =
                   SLOT-MOVE-SET (SLOT-FOUND)
               GO TO MATCH-ONE-STOCK-TO-SLOT-X.
           IF SLOT-SHAPE (SLOT-FOUND) = "Y"
               AND STOCK-SHAPED (STOCK-SCAN) NOT = "Y"
               GO TO MATCH-ONE-STOCK-TO-SLOT-X.
           IF SLOT-SHAPE (SLOT-FOUND) NOT = "Y"
               AND STOCK-SHAPED (STOCK-SCAN) = "Y"
               GO TO MATCH-ONE-STOCK-TO-SLOT-X.
           MOVE STOCK-SCAN TO STOCK-FOUND.
       MATCH-ONE-STOCK-TO-SLOT-X.
      *
           EXIT.
      *
      *    A SHAPED SLOT IS COUNTED BUT NOT PUNCHED - THE THEMED
      *    SHAPE FILE FOR IT HAS TO BE CHOSEN BY THE DESK.
      *
       NOTE-SLOT-SHORTFALL.
      *
           ADD 1 TO SHORT-COUNT-TOTAL.
           IF SLOT-SHAPE (SLOT-FOUND) = "Y"
               ADD 1 TO SHAPED-SHORT-COUNT
               GO TO NOTE-SLOT-SHORTFALL-X.
           IF SLOT-SIZE (SLOT-FOUND) NOT < 3
               AND SLOT-SIZE (SLOT-FOUND) NOT > 12
               MOVE SLOT-SIZE (SLOT-FOUND) TO WANTED-SIZE
           ELSE
               MOVE PLAN-DEFAULT-SIZE TO WANTED-SIZE.
           IF SLOT-MOVE-SET (SLOT-FOUND) = "O"
               MOVE "O" TO WANTED-MOVE-SET
           ELSE
               MOVE "K" TO WANTED-MOVE-SET.
           MOVE ZERO TO SHORT-FOUND.
           PERFORM FIND-SHORTFALL-ENTRY
               VARYING SHORT-SCAN FROM 1 BY 1
               UNTIL SHORT-SCAN > SHORT-ENTRY-COUNT
                   OR SHORT-FOUND > ZERO.
           IF SHORT-FOUND = ZERO
               IF SHORT-ENTRY-COUNT < 100
                   ADD 1 TO SHORT-ENTRY-COUNT
                   MOVE SHORT-ENTRY-COUNT TO SHORT-FOUND
                   MOVE SLOT-GRADE (SLOT-FOUND)
                       TO SHORT-GRADE (SHORT-FOUND)
                   MOVE WANTED-SIZE TO SHORT-SIZE (SHORT-FOUND)
                   MOVE WANTED-MOVE-SET TO SHORT-MOVE-SET (SHORT-FOUND)
                   MOVE ZERO TO SHORT-COUNT (SHORT-FOUND)
               ELSE
                   GO TO NOTE-SLOT-SHORTFALL-X.
           ADD 1 TO SHORT-COUNT (SHORT-FOUND).
       NOTE-SLOT-SHORTFALL-X.
      *
           EXIT.
      *
       FIND-SHORTFALL-ENTRY.
      *
           IF SHORT-GRADE (SHORT-SCAN) = SLOT-GRADE (SLOT-FOUND)
               AND SHORT-SIZE (SHORT-SCAN) = WANTED-SIZE
               AND SHORT-MOVE-SET (SHORT-SCAN) = WANTED-MOVE-SET
               MOVE SHORT-SCAN TO SHORT-FOUND.
      *
       WRITE-SHORTFALL-AND-DECK.
      *
           MOVE SPACES TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           MOVE "SHORTFALL AND STOCKPILE RECORDS PUNCHED"
               TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           PERFORM PUNCH-ONE-SHORTFALL
               VARYING SHORT-SCAN FROM 1 BY 1
               UNTIL SHORT-SCAN > SHORT-ENTRY-COUNT.
           IF SHAPED-SHORT-COUNT > ZERO
               MOVE SPACES TO PLAN-REPORT-RECORD
               STRING "SHAPED SLOTS - " DELIMITED BY SIZE
                   SHAPED-SHORT-COUNT DELIMITED BY SIZE
                   " SHORT, NOT PUNCHED - STOCKPILE BY HAND WITH THE "
                   DELIMITED BY SIZE
                   "THEMED SHAPE FILE" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD
               WRITE PLAN-REPORT-RECORD.
      *
      *    HEADROOM IS THE PERCENTAGE OF THE SHORTFALL, ROUNDED UP,
      *    SO EVEN A SHORTFALL OF ONE GETS A SPARE.
      *
       PUNCH-ONE-SHORTFALL.
      *
           COMPUTE HEADROOM-COUNT =
               (SHORT-COUNT (SHORT-SCAN) * PLAN-HEADROOM-PCT + 99)
                   / 100.
           COMPUTE PUNCH-LIMIT = SHORT-COUNT (SHORT-SCAN)
               + HEADROOM-COUNT.
           MOVE SHORT-SIZE (SHORT-SCAN) TO OUT-SIZE1.
           MOVE 1 TO OUT-START-COLUMN.
           MOVE 1 TO OUT-START-ROW.
           MOVE SHORT-SIZE (SHORT-SCAN) TO OUT-END-COLUMN.
      *
      *    AN ORTHOGONAL PATH ALTERNATES SQUARE COLOURS, SO ON AN
      *    EVEN BOARD IT CANNOT END ON THE START'S COLOUR - THE END
      *    GOES TO THE ADJACENT CORNER INSTEAD OF THE OPPOSITE ONE:
      *
           IF SHORT-MOVE-SET (SHORT-SCAN) = "O"
               AND FUNCTION MOD (SHORT-SIZE (SHORT-SCAN) 2) = ZERO
               MOVE 1 TO OUT-END-ROW
           ELSE
               MOVE SHORT-SIZE (SHORT-SCAN) TO OUT-END-ROW.
           MOVE SHORT-MOVE-SET (SHORT-SCAN) TO OUT-MOVE-SET.
           MOVE SHORT-GRADE (SHORT-SCAN) TO OUT-GRADE.
           PERFORM PUNCH-ONE-DECK-RECORD
               VARYING PUNCH-INDEX FROM 1 BY 1
               UNTIL PUNCH-INDEX > PUNCH-LIMIT.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           STRING "GRADE " DELIMITED BY SIZE
               SHORT-GRADE (SHORT-SCAN) DELIMITED BY SIZE
               " SIZE " DELIMITED BY SIZE
               SHORT-SIZE (SHORT-SCAN) DELIMITED BY SIZE
               " MOVE SET " DELIMITED BY SIZE
               SHORT-MOVE-SET (SHORT-SCAN) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               SHORT-COUNT (SHORT-SCAN) DELIMITED BY SIZE
               " SHORT, " DELIMITED BY SIZE
               PUNCH-LIMIT DELIMITED BY SIZE
               " PUNCHED" DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
      *
       PUNCH-ONE-DECK-RECORD.
      *
           WRITE PLAN-DECK-RECORD FROM PARAMETER-OUT-LINE.
           ADD 1 TO DECK-RECORDS-PUNCHED.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
      *
       WRITE-PLAN-TRAILER.
      *
           MOVE SPACES TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           STRING "TOTAL " DELIMITED BY SIZE
               SLOT-COUNT DELIMITED BY SIZE
               " SLOTS - " DELIMITED BY SIZE
               SLOTS-FILLED DELIMITED BY SIZE
               " FILLED, " DELIMITED BY SIZE
               SLOTS-AWAITING-PROOF DELIMITED BY SIZE
               " AWAITING PROOF, " DELIMITED BY SIZE
               SHORT-COUNT-TOTAL DELIMITED BY SIZE
               " SHORT, " DELIMITED BY SIZE
               DATES-WITHOUT-SLOT DELIMITED BY SIZE
               " DATES WITHOUT A SLOT, " DELIMITED BY SIZE
               DECK-RECORDS-PUNCHED DELIMITED BY SIZE
               " RECORDS PUNCHED" DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
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
           MOVE "STOCKPLN" TO CTL-PROGRAM.
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
