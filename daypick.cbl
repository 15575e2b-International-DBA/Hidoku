      *                      FROM THE ARCHIVED BOARD.  WITH A WEEK OF  *
      *                      STOCK ON THE SHELF, A BAD GENERATION      *
      *                      NIGHT IS A NON-EVENT.                     *
      *       2 * OCT 2026 * THE DAY'S SLOT NOW COMES FROM THE FORWARD *
      *                      EDITORIAL CALENDAR (EDITCAL) - ONE RECORD *
      *                      PER PUBLICATION DATE - INSTEAD OF THE     *
      *                      ONE-RECORD ROTA IN PICKPARM, SO THE       *
      *                      REPLENISHMENT PLANNER (STOCKPLN) CAN SEE  *
      *                      THE SAME SLOTS WEEKS AHEAD.  A CALENDAR   *
      *                      SLOT MAY ASK FOR A SHAPED BOARD; A SLOT   *
      *                      THAT DOES NOT IS NEVER GIVEN ONE.         *
      *       3 * OCT 2026 * ONLY STOCK THE PUZZLE EDITOR HAS SIGNED   *
      *                      OFF (STATUS "A", POSTED THROUGH ARCHMNT   *
      *                      FROM THE PROOF SHEET) IS PICKED - STOCK   *
      *                      STILL AWAITING ITS PROOF ("S") AND STOCK  *
      *                      REJECTED AT PROOF ("R") ARE PASSED OVER.  *
      *       4 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       FILE-CONTROL.
      *
      *    CALENDAR-FILE IS THE FORWARD EDITORIAL CALENDAR - ONE
      *    RECORD PER PUBLICATION DATE, IN ANY ORDER.  THE FIRST
      *    RECORD FOR TODAY'S DATE IS THE DAY'S SLOT.
      *
           SELECT CALENDAR-FILE ASSIGN TO "EDITCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
      *
           SELECT ARCHIVE-FILE ASSIGN TO "SEEDARCH"
               ORGANIZATION IS INDEXED
           SELECT PARAMETER-OUT-FILE ASSIGN TO "PARMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-OUT-FILE-STATUS.
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
      *    THIS LAYOUT MUST AGREE WITH CALENDAR-RECORD IN STOCKPLN.
      *    A BLANK GRADE OR MOVE SET, OR A ZERO SIZE, MEANS "ANY".
      *    CAL-SHAPE "Y" ASKS FOR A SHAPED BOARD (ONE WITH BLOCKED
      *    CELLS); ANY OTHER VALUE ASKS FOR A FULL SQUARE BOARD.
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
      *    WDRAWRUN, SYNDBILL, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
      *    AND WITH NEW-ARCHIVE-RECORD IN SEEDCONV AND SEEDWIDE.
      *
       FD  ARCHIVE-FILE.
      *
       FD  PARAMETER-OUT-FILE.
       01  PARAMETER-OUT-RECORD PIC X(80).
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
      *    THE DAY'S SLOT, COPIED FROM THE CALENDAR SO THE FIELDS
      *    STAY GOOD AFTER THE CALENDAR FILE IS CLOSED.
      *
       01  PICK-PARAMETERS.
           05 PICK-GRADE-WANTED    PIC X.
           05 PICK-SIZE-WANTED     PIC 9(2).
           05 PICK-MOVE-SET-WANTED PIC X.
           05 PICK-SHAPE-WANTED    PIC X.
      *
      *    THIS LAYOUT MUST AGREE WITH INPUT-PARAMETERS IN HIDOKU -
      *    IT IS THE PARAMETER RECORD HIDOKU WILL READ BACK.  ONLY
           05 OUT-SHAPE        PIC X    VALUE SPACE.
      *
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  BLOCKED-CELL-TALLY PIC 9(3).
       77  CALENDAR-FILE-STATUS PIC XX.
       77  CALENDAR-FOUND-SWITCH PIC X.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  END-OF-CALENDAR-SWITCH PIC X.
       77  END-OF-ARCHIVE-FILE-SWITCH PIC X.
       77  PARAMETER-OUT-FILE-STATUS PIC XX.
       77  PICK-FOUND-SWITCH PIC X.
       77  PICK-RUN-DATE PIC 9(8).
       77  STOCK-EXAMINED-COUNT PIC 9(6) VALUE ZERO.
      /
      *
       MAIN.
      *
           ACCEPT PICK-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EDITORIAL CALENDAR - "
                   "NOTHING TO DO"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           MOVE "0" TO CALENDAR-FOUND-SWITCH.
           MOVE "0" TO END-OF-CALENDAR-SWITCH.
           PERFORM FIND-TODAY-IN-CALENDAR
               UNTIL END-OF-CALENDAR-SWITCH = "1"
                   OR CALENDAR-FOUND-SWITCH = "1".
           CLOSE CALENDAR-FILE.
      *
      *    A DAY WITH NO SLOT ON THE CALENDAR IS AN EDITORIAL GAP,
      *    NOT A DEFAULT - THE DESK MUST FILL IT BEFORE THE PAGE
      *    CAN GO:
      *
           IF CALENDAR-FOUND-SWITCH NOT = "1"
               DISPLAY "NO CALENDAR ENTRY FOR " PICK-RUN-DATE
                   " - NOTHING PICKED"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           DISPLAY "SLOT FOR " PICK-RUN-DATE " - GRADE "
               PICK-GRADE-WANTED " SIZE " PICK-SIZE-WANTED
               " MOVE SET " PICK-MOVE-SET-WANTED
               " SHAPE " PICK-SHAPE-WANTED.
           OPEN I-O ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS "
                   ARCHIVE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           MOVE "0" TO PICK-FOUND-SWITCH.
           MOVE "0" TO END-OF-ARCHIVE-FILE-SWITCH.
           PERFORM EXAMINE-ONE-ARCHIVE-RECORD
      *    PREVENT:
      *
           IF PICK-FOUND-SWITCH NOT = "1"
               DISPLAY "NO STOCK PUZZLE MATCHES THE SLOT - "
                   STOCK-EXAMINED-COUNT " APPROVED STOCK EXAMINED - "
                   "RESTOCK NOW"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
               GO TO MAIN-X.
           WRITE PARAMETER-OUT-RECORD FROM PARAMETER-OUT-LINE.
           CLOSE PARAMETER-OUT-FILE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           ADD 1 TO CONTROL-SEED-COUNT.
           ADD OUT-SEED TO CONTROL-SEED-HASH.
           DISPLAY "PICKED STOCK SEED " OUT-SEED
               " - FLIPPED TO PUBLISHED, REPRINT DECK PUNCHED".
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       FIND-TODAY-IN-CALENDAR.
      *
           READ CALENDAR-FILE
               AT END MOVE "1" TO END-OF-CALENDAR-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   IF CAL-PUBLICATION-DATE = PICK-RUN-DATE
                       MOVE "1" TO CALENDAR-FOUND-SWITCH
                       MOVE CAL-GRADE TO PICK-GRADE-WANTED
                       MOVE CAL-SIZE TO PICK-SIZE-WANTED
                       MOVE CAL-MOVE-SET TO PICK-MOVE-SET-WANTED
                       MOVE CAL-SHAPE TO PICK-SHAPE-WANTED.
      *
       EXAMINE-ONE-ARCHIVE-RECORD.
      *
           READ ARCHIVE-FILE NEXT
               AT END MOVE "1" TO END-OF-ARCHIVE-FILE-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   IF ARCH-STATUS-FLAG = "A"
                       ADD 1 TO STOCK-EXAMINED-COUNT
                       PERFORM MATCH-STOCK-TO-ROTA
                           THROUGH MATCH-STOCK-TO-ROTA-X.
           IF PICK-MOVE-SET-WANTED NOT = SPACE
               AND ARCH-MOVE-SET NOT = PICK-MOVE-SET-WANTED
               GO TO MATCH-STOCK-TO-ROTA-X.
           MOVE ZERO TO BLOCKED-CELL-TALLY.
           INSPECT ARCH-BOARD-DATA TALLYING BLOCKED-CELL-TALLY
               FOR ALL "XXX".
           IF PICK-SHAPE-WANTED = "Y"
               AND BLOCKED-CELL-TALLY = ZERO
               GO TO MATCH-STOCK-TO-ROTA-X.
           IF PICK-SHAPE-WANTED NOT = "Y"
               AND BLOCKED-CELL-TALLY > ZERO
               GO TO MATCH-STOCK-TO-ROTA-X.
           PERFORM PUBLISH-PICKED-RECORD.
       MATCH-STOCK-TO-ROTA-X.
      *
                   DISPLAY "ARCHIVE REWRITE FAILED FOR SEED "
                       ARCH-SEED " - STATUS " ARCHIVE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-BATCH-CONTROL-RECORD
                       THROUGH WRITE-BATCH-CONTROL-RECORD-X
                   STOP RUN.
           ADD 1 TO CONTROL-ARCHIVE-CHANGED.
           MOVE "1" TO PICK-FOUND-SWITCH.
           MOVE ARCH-SEED TO OUT-SEED.
           MOVE ARCH-SIZE1 TO OUT-SIZE1.
           MOVE ARCH-END-COLUMN TO OUT-END-COLUMN.
           MOVE ARCH-END-ROW TO OUT-END-ROW.
           MOVE ARCH-MOVE-SET TO OUT-MOVE-SET.
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
           MOVE "DAYPICK" TO CTL-PROGRAM.
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
