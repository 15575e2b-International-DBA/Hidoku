       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PROOFSHT.
      *
      *    (EDITORIAL PROOF SHEET FOR STOCK AWAITING SIGN-OFF.)
      *
       AUTHOR.        ANDREW S REID.
      *
       DATE-WRITTEN.  OCT 2026.
      *
      ******************************************************************
      * VERSION * DATE     * COMMENTS                                  *
      ******************************************************************
      *       1 * OCT 2026 * ORIGINAL VERSION.  PRINTS A PROOF FOR     *
      *                      EVERY STOCK PUZZLE STILL AWAITING THE     *
      *                      PUZZLE EDITOR'S SIGN-OFF (STATUS "S") -   *
      *                      THE CLUE GRID EXACTLY AS IT WILL PRINT,   *
      *                      THE FULL SOLUTION UNDERNEATH, AND THE     *
      *                      GRADE, CLUE COUNT, BOARD SIZE, MOVE SET   *
      *                      AND BLOCKED CELLS.  THE EDITOR POSTS "A"  *
      *                      (APPROVED) OR "R" (REJECTED) AGAINST EACH *
      *                      SEED THROUGH ARCHMNT, AND DAYPICK PICKS   *
      *                      NOTHING THAT HAS NOT BEEN APPROVED.       *
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
           SELECT ARCHIVE-FILE ASSIGN TO "SEEDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SEED
               FILE STATUS IS ARCHIVE-FILE-STATUS.
      *
           SELECT PROOF-SHEET-FILE ASSIGN TO "PROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-SHEET-FILE-STATUS.
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
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN HIDOKU,
      *    ARCHRPT, ARCHMNT, ARCHCHK, ARCHLOAD, SYNDEXT, GRADECAL,
      *    DAYPICK, WDRAWRUN, SYNDBILL, STOCKPLN, FPBUILD AND BOOKCOMP
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
       FD  PROOF-SHEET-FILE.
       01  PROOF-SHEET-RECORD PIC X(100).
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
      *    THE BOARD REBUILT FROM ARCH-BOARD-DATA - 999 MARKS A
      *    BLOCKED CELL, EXACTLY AS IN HIDOKU.
      *
       01  FILLER3.
           05 FILLER4 OCCURS 12.
               10 BOARD PIC 9(3) OCCURS 12.
      *
      *    WHICH CELLS PRINT AS GIVENS - THE DETERMINISTIC SCATTER
      *    SELECT-PUBLISH-CLUES USES IN HIDOKU, PLUS THE SAME
      *    DETERMINISTIC PROMOTIONS THE UNIQUENESS PROOF ADDS, SO THE
      *    PROOF SHOWS EXACTLY THE CLUES THE PAGE WILL.
      *
       01  FILLER5.
           05 FILLER6 OCCURS 12.
               10 CLUE-KEEP-SWITCH PIC X OCCURS 12.
      *
      *    THE UNIQUENESS SOLVER'S OWN BOARD AND POSITION TABLE, A
      *    TABLE OF WHERE EACH PATH NUMBER IS PRINTED AS A GIVEN, AND
      *    THE LATEST RIVAL COMPLETION - ALL LAID OUT EXACTLY AS IN
      *    HIDOKU SO THE PROOF AND PROMOTION PASS RUNS THE SAME CODE
      *    OVER THE SAME SHAPES.  FILLER7 AND FILLER13 MATCH FILLER3
      *    SO THE BOARDS CAN BE MOVED AND COMPARED AS GROUPS.
      *
       01  FILLER7.
           05 FILLER8 OCCURS 12.
               10 SOLVE-BOARD PIC 9(3) OCCURS 12.
      *
       01  FILLER9.
           05 FILLER10 OCCURS 144.
               10 SOLVE-POSITION PIC 9(6) OCCURS 3.
      *
       01  FILLER11.
           05 FILLER12 OCCURS 144.
               10 GIVEN-CELL-COLUMN PIC 9(3).
               10 GIVEN-CELL-ROW    PIC 9(3).
               10 NEXT-GIVEN-AFTER  PIC 9(3).
      *
       01  FILLER13.
           05 FILLER14 OCCURS 12.
               10 ALT-BOARD PIC 9(3) OCCURS 12.
      *
      *    THE MOVE CODES, CLOCKWISE FROM NORTH - ODD ORTHOGONAL,
      *    EVEN DIAGONAL - AS IN HIDOKU.
      *
       01  KING-MOVE-CODE-TABLE VALUE "12345678".
           05 KING-MOVE-CODE PIC 9 OCCURS 8.
       01  ORTHOGONAL-MOVE-CODE-TABLE VALUE "1357".
           05 ORTHOGONAL-MOVE-CODE PIC 9 OCCURS 4.
      *
       77  ARCHIVE-CELL-POSITION PIC 9(4).
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  BLOCKED-CELL-TALLY PIC 9(3).
       77  CELL-EDIT PIC ZZ9.
       77  CELL-EDIT-ALPHA PIC X(3).
       77  CLUE-CELL-TALLY PIC 9(3).
       77  CLUE-INTERVAL PIC 9(2).
       77  CLUE-TEST-REMAINDER PIC 9(3).
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  END-OF-ARCHIVE-FILE-SWITCH PIC X.
       77  GRADE-WORD PIC X(8).
       77  GRID-PROVED-SWITCH PIC X.
       77  MOVE-SET-WORD PIC X(10).
       77  MOVES-PER-LEVEL PIC 9(6).
       77  NEXT-GIVEN-VALUE PIC 9(6).
       77  NEXT-PATH-VALUE PIC 9(6).
       77  PROMOTION-COUNT PIC 9(3).
       77  PROMOTION-DONE-SWITCH PIC X.
       77  PROOF-LINE-POINTER PIC 9(3).
       77  PROOF-SHEET-FILE-STATUS PIC XX.
       77  PROOFS-PRINTED PIC 9(6) VALUE ZERO.
       77  PROOFS-UNPROVED PIC 9(6) VALUE ZERO.
       77  PRUNE-DISTANCE PIC 9(6).
       77  PRUNE-DX PIC S9(6).
       77  PRUNE-DY PIC S9(6).
       77  PRUNE-TARGET PIC 9(6).
       77  SEGMENT-BEST-GAP PIC 9(6).
       77  SEGMENT-BEST-VALUE PIC 9(6).
       77  SEGMENT-END PIC 9(6).
       77  SEGMENT-NEXT PIC 9(6).
       77  SEGMENT-START PIC 9(6).
       77  SHOW-SOLUTION-SWITCH PIC X.
       77  SIZE-X-SIZE PIC 9(6).
       77  SIZE1 PIC 9(2).
       77  SOLUTION-COUNT PIC 9(6).
       77  SOLVE-LEVEL PIC 9(6).
       77  SOLVE-MOVE-FOUND PIC 9(6).
       77  SOLVE-P PIC 9(6).
       77  SOLVE-Q PIC 9(6).
       77  SOLVE-X PIC 9(6).
       77  SOLVE-Y PIC 9(6).
       77  STOCK-APPROVED-COUNT PIC 9(6) VALUE ZERO.
       77  STOCK-REJECTED-COUNT PIC 9(6) VALUE ZERO.
      *
      *    CAP ON THE UNIQUENESS SOLVER, AS IN HIDOKU - A GRID WHOSE
      *    SEARCH RUNS PAST THIS MANY MOVES IS TREATED AS AMBIGUOUS.
      *
       77  VERIFY-MOVE-COUNT PIC 9(9).
       77  VERIFY-MOVE-LIMIT PIC 9(9) VALUE 100000.
       77  X PIC 9(2).
       77  Y PIC 9(2).
      /
       PROCEDURE DIVISION.
      *
       MAIN.
      *
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS "
                   ARCHIVE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT PROOF-SHEET-FILE.
           IF PROOF-SHEET-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PROOF SHEET - STATUS "
                   PROOF-SHEET-FILE-STATUS
               CLOSE ARCHIVE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           MOVE "PROOF SHEET - STOCK AWAITING SIGN-OFF"
               TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE SPACES TO PROOF-SHEET-RECORD.
           STRING "POST A (APPROVE) OR R (REJECT) FOR EACH SEED "
               DELIMITED BY SIZE
               "THROUGH ARCHMNT" DELIMITED BY SIZE
               INTO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE SPACES TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE "0" TO END-OF-ARCHIVE-FILE-SWITCH.
           PERFORM EXAMINE-ONE-ARCHIVE-RECORD
               UNTIL END-OF-ARCHIVE-FILE-SWITCH = "1".
           CLOSE ARCHIVE-FILE.
           PERFORM WRITE-PROOF-TRAILER.
           CLOSE PROOF-SHEET-FILE.
           DISPLAY "PROOF SHEET COMPLETE - " PROOFS-PRINTED
               " PROOFS PRINTED, " PROOFS-UNPROVED
               " NOT PROVED UNIQUE, "
               STOCK-APPROVED-COUNT " APPROVED AND "
               STOCK-REJECTED-COUNT " REJECTED ALREADY".
      *
      *    A GRID THAT CANNOT BE PROVED UNIQUE IS STILL PRINTED, SO
      *    THE EDITOR CAN SEE IT AND REJECT IT, BUT IT IS WORTH A
      *    WARNING CODE:
      *
           IF PROOFS-UNPROVED > ZERO
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       EXAMINE-ONE-ARCHIVE-RECORD.
      *
           READ ARCHIVE-FILE NEXT
               AT END MOVE "1" TO END-OF-ARCHIVE-FILE-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   IF ARCH-STATUS-FLAG = "S"
                       PERFORM PRINT-ONE-PROOF
                   ELSE
                   IF ARCH-STATUS-FLAG = "A"
                       ADD 1 TO STOCK-APPROVED-COUNT
                   ELSE
                   IF ARCH-STATUS-FLAG = "R"
                       ADD 1 TO STOCK-REJECTED-COUNT.
      *
      *    ONE PROOF - THE PARTICULARS, THE CLUE GRID AS IT WILL
      *    PRINT (### FOR A BLOCKED CELL, AS ON THE PAGE), AND THE
      *    SOLUTION UNDERNEATH.
      *
       PRINT-ONE-PROOF.
      *
           ADD 1 TO PROOFS-PRINTED.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           ADD 1 TO CONTROL-SEED-COUNT.
           ADD ARCH-SEED TO CONTROL-SEED-HASH.
           PERFORM PARSE-ARCHIVE-BOARD-DATA.
           PERFORM SELECT-PROOF-CLUES.
           PERFORM ENSURE-UNIQUE-PROOF-GRID.
           MOVE ZERO TO CLUE-CELL-TALLY.
           INSPECT FILLER5 TALLYING CLUE-CELL-TALLY FOR ALL "1".
           MOVE ZERO TO BLOCKED-CELL-TALLY.
           INSPECT ARCH-BOARD-DATA TALLYING BLOCKED-CELL-TALLY
               FOR ALL "XXX".
           PERFORM EDIT-GRADE-WORD.
           IF ARCH-MOVE-SET = "O"
               MOVE "ORTHOGONAL" TO MOVE-SET-WORD
           ELSE
               MOVE "KING" TO MOVE-SET-WORD.
           MOVE ALL "-" TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE SPACES TO PROOF-SHEET-RECORD.
           STRING "SEED " DELIMITED BY SIZE
               ARCH-SEED DELIMITED BY SIZE
               "  SIZE " DELIMITED BY SIZE
               SIZE1 DELIMITED BY SIZE
               "  MOVE SET " DELIMITED BY SIZE
               MOVE-SET-WORD DELIMITED BY SPACE
               "  GRADE " DELIMITED BY SIZE
               GRADE-WORD DELIMITED BY SPACE
               "  START " DELIMITED BY SIZE
               ARCH-START-COLUMN DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ARCH-START-ROW DELIMITED BY SIZE
               "  END " DELIMITED BY SIZE
               ARCH-END-COLUMN DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ARCH-END-ROW DELIMITED BY SIZE
               INTO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE SPACES TO PROOF-SHEET-RECORD.
           STRING "CLUES " DELIMITED BY SIZE
               CLUE-CELL-TALLY DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               SIZE-X-SIZE DELIMITED BY SIZE
               " PLAYABLE CELLS  BLOCKED CELLS " DELIMITED BY SIZE
               BLOCKED-CELL-TALLY DELIMITED BY SIZE
               INTO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           IF GRID-PROVED-SWITCH NOT = "1"
               ADD 1 TO PROOFS-UNPROVED
               MOVE "*** CLUE GRID COULD NOT BE PROVED UNIQUE - REJECT"
                   TO PROOF-SHEET-RECORD
               WRITE PROOF-SHEET-RECORD.
           MOVE SPACES TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE "CLUE GRID" TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE "0" TO SHOW-SOLUTION-SWITCH.
           PERFORM WRITE-ONE-GRID-ROW
               VARYING X FROM SIZE1 BY -1 UNTIL X < 1.
           MOVE SPACES TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE "SOLUTION" TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE "1" TO SHOW-SOLUTION-SWITCH.
           PERFORM WRITE-ONE-GRID-ROW
               VARYING X FROM SIZE1 BY -1 UNTIL X < 1.
           MOVE SPACES TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE "SIGN-OFF  A / R  ......................"
               TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE SPACES TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
      *
       EDIT-GRADE-WORD.
      *
           IF ARCH-GRADE = "E"
               MOVE "EASY" TO GRADE-WORD
           ELSE
           IF ARCH-GRADE = "M"
               MOVE "MEDIUM" TO GRADE-WORD
           ELSE
           IF ARCH-GRADE = "H"
               MOVE "HARD" TO GRADE-WORD
           ELSE
           IF ARCH-GRADE = "X"
               MOVE "EXPERT" TO GRADE-WORD
           ELSE
               MOVE "UNGRADED" TO GRADE-WORD.
      *
      *    ONE ROW OF THE GRID, LAID OUT AS HIDOKU'S PUZZLE FILE LAYS
      *    IT OUT - TOP ROW FIRST, EACH CELL THREE WIDE AND A SPACE.
      *
       WRITE-ONE-GRID-ROW.
      *
           MOVE SPACES TO PROOF-SHEET-RECORD.
           MOVE 1 TO PROOF-LINE-POINTER.
           PERFORM APPEND-ONE-GRID-CELL
               VARYING Y FROM 1 BY 1 UNTIL Y > SIZE1.
           WRITE PROOF-SHEET-RECORD.
      *
       APPEND-ONE-GRID-CELL.
      *
           IF BOARD (X,Y) = 999
               MOVE "###" TO CELL-EDIT-ALPHA
           ELSE
           IF SHOW-SOLUTION-SWITCH NOT = "1"
               AND CLUE-KEEP-SWITCH (X,Y) NOT = "1"
               MOVE SPACES TO CELL-EDIT-ALPHA
           ELSE
               MOVE BOARD (X,Y) TO CELL-EDIT
               MOVE CELL-EDIT TO CELL-EDIT-ALPHA.
           STRING CELL-EDIT-ALPHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO PROOF-SHEET-RECORD
               WITH POINTER PROOF-LINE-POINTER.
      *
      *    REBUILDS THE BOARD FROM THE ARCHIVED TEXT, CELL BY CELL,
      *    IN EXACTLY THE ORDER HIDOKU WROTE IT - "XXX" IS A BLOCKED
      *    CELL, HELD AS 999.  THE PLAYABLE SQUARE COUNT AND THE
      *    MOVES PER SEARCH LEVEL ARE SET HERE FOR THE PROOF PASS.
      *
       PARSE-ARCHIVE-BOARD-DATA.
      *
      *    A SMALLER BOARD MUST NOT INHERIT THE CELLS OR CLUES OF A
      *    LARGER ONE READ BEFORE IT:
      *
           MOVE ZEROES TO FILLER3.
           MOVE ALL "0" TO FILLER5.
           MOVE ARCH-SIZE1 TO SIZE1.
           IF ARCH-MOVE-SET = "O"
               MOVE 4 TO MOVES-PER-LEVEL
           ELSE
               MOVE 8 TO MOVES-PER-LEVEL.
           MOVE ZERO TO SIZE-X-SIZE.
           MOVE 1 TO ARCHIVE-CELL-POSITION.
           PERFORM PARSE-ONE-ARCHIVE-CELL
               VARYING X FROM 1 BY 1 UNTIL X > SIZE1
                 AFTER Y FROM 1 BY 1 UNTIL Y > SIZE1.
      *
       PARSE-ONE-ARCHIVE-CELL.
      *
           IF ARCH-BOARD-DATA (ARCHIVE-CELL-POSITION:3) = "XXX"
               MOVE 999 TO BOARD (X,Y)
           ELSE
               MOVE FUNCTION NUMVAL (ARCH-BOARD-DATA
                   (ARCHIVE-CELL-POSITION:3)) TO BOARD (X,Y)
               ADD 1 TO SIZE-X-SIZE.
           ADD 4 TO ARCHIVE-CELL-POSITION.
      *
      *    THE SAME DETERMINISTIC CLUE SCATTER SELECT-PUBLISH-CLUES
      *    USES IN HIDOKU.  THE PROOF PASS THAT FOLLOWS MAY PROMOTE
      *    FURTHER CELLS TO GIVENS BEFORE THE PROOF IS PRINTED.
      *
       SELECT-PROOF-CLUES.
      *
           COMPUTE CLUE-INTERVAL = SIZE1 / 2.
           IF CLUE-INTERVAL < 3
               MOVE 3 TO CLUE-INTERVAL.
           PERFORM MARK-ONE-PROOF-CLUE
               VARYING X FROM 1 BY 1 UNTIL X > SIZE1
                 AFTER Y FROM 1 BY 1 UNTIL Y > SIZE1.
           MOVE "1" TO CLUE-KEEP-SWITCH
               (ARCH-START-COLUMN,ARCH-START-ROW).
           MOVE "1" TO CLUE-KEEP-SWITCH
               (ARCH-END-COLUMN,ARCH-END-ROW).
      *
       MARK-ONE-PROOF-CLUE.
      *
           MOVE "0" TO CLUE-KEEP-SWITCH (X,Y).
           IF BOARD (X,Y) NOT = 999
               COMPUTE CLUE-TEST-REMAINDER =
                   FUNCTION MOD (BOARD (X,Y) CLUE-INTERVAL)
               IF CLUE-TEST-REMAINDER = 1
                   MOVE "1" TO CLUE-KEEP-SWITCH (X,Y).
      *
      *    THE SAME PROOF-AND-PROMOTION PASS ENSURE-UNIQUE-PUZZLE
      *    RUNS IN HIDOKU, OVER THE SAME DETERMINISTIC SOLVER - SO
      *    THE PROMOTED GIVENS COME OUT IDENTICAL TO THE ORIGINAL
      *    PRINTING'S, AND A GRID THAT STILL CANNOT BE PROVED UNIQUE
      *    IS FLAGGED ON ITS PROOF FOR THE EDITOR TO REJECT.
      *
       ENSURE-UNIQUE-PROOF-GRID.
      *
           PERFORM VERIFY-UNIQUE-COMPLETION.
           MOVE ZERO TO PROMOTION-COUNT.
           PERFORM PROMOTE-EXTRA-CLUE
               UNTIL SOLUTION-COUNT = 1 OR
                   PROMOTION-COUNT > SIZE-X-SIZE.
           IF SOLUTION-COUNT = 1
               MOVE "1" TO GRID-PROVED-SWITCH
           ELSE
               MOVE "0" TO GRID-PROVED-SWITCH.
      *
      *    THE SOLVER LEFT THE RIVAL COMPLETION IN ALT-BOARD, SO THE
      *    FIRST CELL WHERE IT DISAGREES WITH THE TRUE SOLUTION IS
      *    PROMOTED TO A GIVEN - EXACTLY AS IN HIDOKU.
      *
       PROMOTE-EXTRA-CLUE.
      *
           PERFORM PROMOTE-DIVERGENT-CELL
               THROUGH PROMOTE-DIVERGENT-CELL-X.
           IF PROMOTION-DONE-SWITCH = "0"
               PERFORM PROMOTE-HARDEST-SEGMENT.
           ADD 1 TO PROMOTION-COUNT.
           PERFORM VERIFY-UNIQUE-COMPLETION.
      *
       PROMOTE-DIVERGENT-CELL.
      *
           MOVE "0" TO PROMOTION-DONE-SWITCH.
           IF FILLER13 = FILLER3
               GO TO PROMOTE-DIVERGENT-CELL-X.
           PERFORM PROMOTE-ONE-CELL-TEST
               VARYING X FROM 1 BY 1 UNTIL
                   X > SIZE1 OR PROMOTION-DONE-SWITCH = "1"
                 AFTER Y FROM 1 BY 1 UNTIL
                   Y > SIZE1 OR PROMOTION-DONE-SWITCH = "1".
       PROMOTE-DIVERGENT-CELL-X.
      *
           EXIT.
      *
       PROMOTE-ONE-CELL-TEST.
      *
           IF ALT-BOARD (X,Y) NOT = ZERO
               AND ALT-BOARD (X,Y) NOT = BOARD (X,Y)
               AND CLUE-KEEP-SWITCH (X,Y) NOT = "1"
               MOVE "1" TO CLUE-KEEP-SWITCH (X,Y)
               MOVE "1" TO PROMOTION-DONE-SWITCH.
      *
      *    WITH NO RIVAL COMPLETION IN HAND (THE SOLVER HIT ITS MOVE
      *    CAP INSTEAD), A GIVEN IS PLANTED IN THE MIDDLE OF THE
      *    WIDEST RUN OF PATH NUMBERS BETWEEN TWO GIVENS.
      *
       PROMOTE-HARDEST-SEGMENT.
      *
           MOVE 1 TO SEGMENT-START.
           MOVE 1 TO SEGMENT-BEST-GAP.
           MOVE ZERO TO SEGMENT-BEST-VALUE.
           PERFORM FIND-WIDEST-GIVEN-GAP
               UNTIL SEGMENT-START NOT < SIZE-X-SIZE.
           IF SEGMENT-BEST-VALUE > ZERO
               PERFORM MARK-GIVEN-AT-VALUE
                   VARYING X FROM 1 BY 1 UNTIL X > SIZE1
                     AFTER Y FROM 1 BY 1 UNTIL Y > SIZE1.
      *
       FIND-WIDEST-GIVEN-GAP.
      *
           COMPUTE SEGMENT-NEXT = SEGMENT-START + 1.
           MOVE NEXT-GIVEN-AFTER (SEGMENT-NEXT) TO SEGMENT-END.
           IF SEGMENT-END = ZERO
               MOVE SIZE-X-SIZE TO SEGMENT-END.
           IF SEGMENT-END - SEGMENT-START > SEGMENT-BEST-GAP
               COMPUTE SEGMENT-BEST-GAP =
                   SEGMENT-END - SEGMENT-START
               COMPUTE SEGMENT-BEST-VALUE =
                   (SEGMENT-START + SEGMENT-END) / 2.
           MOVE SEGMENT-END TO SEGMENT-START.
      *
       MARK-GIVEN-AT-VALUE.
      *
           IF BOARD (X,Y) = SEGMENT-BEST-VALUE
               MOVE "1" TO CLUE-KEEP-SWITCH (X,Y).
      *
      *    EXHAUSTIVELY RE-SOLVES THE CLUE GRID AS A READER WOULD SEE
      *    IT, COUNTING COMPLETIONS AND STOPPING AT A SECOND ONE -
      *    THE SAME SEARCH, IN THE SAME PLAIN TABLE ORDER, AS
      *    HIDOKU'S VERIFY-UNIQUE-COMPLETION.
      *
       VERIFY-UNIQUE-COMPLETION.
      *
           PERFORM BUILD-GIVEN-VALUE-TABLE.
           MOVE ZEROES TO FILLER7, FILLER9, FILLER13.
           PERFORM VERIFY-BLOCK-ONE-CELL
               VARYING X FROM 1 BY 1 UNTIL X > SIZE1
                 AFTER Y FROM 1 BY 1 UNTIL Y > SIZE1.
           MOVE ZERO TO SOLUTION-COUNT, VERIFY-MOVE-COUNT.
           MOVE ARCH-START-COLUMN TO SOLVE-POSITION (1,1).
           MOVE ARCH-START-ROW TO SOLVE-POSITION (1,2).
           MOVE 1 TO SOLVE-BOARD
               (ARCH-START-COLUMN,ARCH-START-ROW).
           MOVE 1 TO SOLVE-LEVEL.
           PERFORM VERIFY-FIND-NEXT-MOVE UNTIL
               SOLVE-LEVEL < 1 OR
               SOLUTION-COUNT > 1 OR
               VERIFY-MOVE-COUNT > VERIFY-MOVE-LIMIT.
           IF VERIFY-MOVE-COUNT > VERIFY-MOVE-LIMIT
               MOVE 2 TO SOLUTION-COUNT.
      *
       VERIFY-BLOCK-ONE-CELL.
      *
           IF BOARD (X,Y) = 999
               MOVE 999 TO SOLVE-BOARD (X,Y).
      *
       BUILD-GIVEN-VALUE-TABLE.
      *
           MOVE ZEROES TO FILLER11.
           PERFORM NOTE-ONE-GIVEN-CELL
               VARYING X FROM 1 BY 1 UNTIL X > SIZE1
                 AFTER Y FROM 1 BY 1 UNTIL Y > SIZE1.
           MOVE ZERO TO NEXT-GIVEN-VALUE.
           PERFORM NOTE-NEXT-GIVEN
               VARYING NEXT-PATH-VALUE FROM SIZE-X-SIZE BY -1
               UNTIL NEXT-PATH-VALUE < 1.
      *
       NOTE-ONE-GIVEN-CELL.
      *
           IF CLUE-KEEP-SWITCH (X,Y) = "1"
               MOVE BOARD (X,Y) TO NEXT-PATH-VALUE
               MOVE X TO GIVEN-CELL-COLUMN (NEXT-PATH-VALUE)
               MOVE Y TO GIVEN-CELL-ROW (NEXT-PATH-VALUE).
      *
       NOTE-NEXT-GIVEN.
      *
           IF GIVEN-CELL-COLUMN (NEXT-PATH-VALUE) NOT = ZERO
               MOVE NEXT-PATH-VALUE TO NEXT-GIVEN-VALUE.
           MOVE NEXT-GIVEN-VALUE TO NEXT-GIVEN-AFTER (NEXT-PATH-VALUE).
      *
       VERIFY-FIND-NEXT-MOVE.
      *
           MOVE ZERO TO SOLVE-MOVE-FOUND.
           PERFORM VERIFY-TRY-MOVES THROUGH VERIFY-TRY-MOVES-X UNTIL
               SOLVE-POSITION (SOLVE-LEVEL,3) NOT LESS THAN
                   MOVES-PER-LEVEL OR
               SOLVE-MOVE-FOUND = 1.
           ADD 1 TO VERIFY-MOVE-COUNT.
           IF SOLVE-MOVE-FOUND = ZERO
               MOVE SOLVE-POSITION (SOLVE-LEVEL,1) TO SOLVE-X
               MOVE SOLVE-POSITION (SOLVE-LEVEL,2) TO SOLVE-Y
               MOVE ZERO TO SOLVE-BOARD (SOLVE-X,SOLVE-Y)
               MOVE ZERO TO SOLVE-POSITION (SOLVE-LEVEL,1),
                            SOLVE-POSITION (SOLVE-LEVEL,2),
                            SOLVE-POSITION (SOLVE-LEVEL,3)
               SUBTRACT 1 FROM SOLVE-LEVEL
           ELSE
               ADD 1 TO SOLVE-LEVEL
               MOVE SOLVE-X TO SOLVE-POSITION (SOLVE-LEVEL,1)
               MOVE SOLVE-Y TO SOLVE-POSITION (SOLVE-LEVEL,2)
               MOVE SOLVE-LEVEL TO SOLVE-BOARD (SOLVE-X,SOLVE-Y)
               IF SOLVE-LEVEL = SIZE-X-SIZE
                   ADD 1 TO SOLUTION-COUNT
                   PERFORM NOTE-COMPLETION-FOUND
                   MOVE ZERO TO SOLVE-BOARD (SOLVE-X,SOLVE-Y)
                   MOVE ZERO TO SOLVE-POSITION (SOLVE-LEVEL,1),
                                SOLVE-POSITION (SOLVE-LEVEL,2),
                                SOLVE-POSITION (SOLVE-LEVEL,3)
                   SUBTRACT 1 FROM SOLVE-LEVEL.
      *
      *    A COMPLETION THAT IS NOT THE TRUE SOLUTION IS KEPT FOR THE
      *    CLUE PROMOTION PASS:
      *
       NOTE-COMPLETION-FOUND.
      *
           IF FILLER7 NOT = FILLER3
               MOVE FILLER7 TO FILLER13.
      *
       VERIFY-TRY-MOVES.
      *
           ADD 1 TO SOLVE-POSITION (SOLVE-LEVEL,3).
           MOVE SOLVE-POSITION (SOLVE-LEVEL,1) TO SOLVE-X.
           MOVE SOLVE-POSITION (SOLVE-LEVEL,2) TO SOLVE-Y.
           MOVE SOLVE-POSITION (SOLVE-LEVEL,3) TO SOLVE-P.
           IF ARCH-MOVE-SET = "O"
               MOVE ORTHOGONAL-MOVE-CODE (SOLVE-P) TO SOLVE-Q
           ELSE
               MOVE KING-MOVE-CODE (SOLVE-P) TO SOLVE-Q.
           IF SOLVE-Q = 1 ADD 1 TO SOLVE-Y.
           IF SOLVE-Q = 2 ADD 1 TO SOLVE-X ADD 1 TO SOLVE-Y.
           IF SOLVE-Q = 3 ADD 1 TO SOLVE-X.
           IF SOLVE-Q = 4 ADD 1 TO SOLVE-X SUBTRACT 1 FROM SOLVE-Y.
           IF SOLVE-Q = 5 SUBTRACT 1 FROM SOLVE-Y.
           IF SOLVE-Q = 6 SUBTRACT 1 FROM SOLVE-X
               SUBTRACT 1 FROM SOLVE-Y.
           IF SOLVE-Q = 7 SUBTRACT 1 FROM SOLVE-X.
           IF SOLVE-Q = 8 SUBTRACT 1 FROM SOLVE-X ADD 1 TO SOLVE-Y.
           IF SOLVE-X < 1 OR SOLVE-X > SIZE1 OR
               SOLVE-Y < 1 OR SOLVE-Y > SIZE1
               GO TO VERIFY-TRY-MOVES-X.
           IF SOLVE-BOARD (SOLVE-X,SOLVE-Y) NOT = ZERO
               GO TO VERIFY-TRY-MOVES-X.
           COMPUTE NEXT-PATH-VALUE = SOLVE-LEVEL + 1.
      *
      *    A GIVEN CELL MAY ONLY BE ENTERED BY ITS OWN PRINTED NUMBER,
      *    AND A NUMBER PRINTED AS A GIVEN MAY ONLY BE PLACED ON ITS
      *    OWN CELL:
      *
           IF CLUE-KEEP-SWITCH (SOLVE-X,SOLVE-Y) = "1"
               AND BOARD (SOLVE-X,SOLVE-Y) NOT = NEXT-PATH-VALUE
               GO TO VERIFY-TRY-MOVES-X.
           IF GIVEN-CELL-COLUMN (NEXT-PATH-VALUE) NOT = ZERO
               IF GIVEN-CELL-COLUMN (NEXT-PATH-VALUE) NOT = SOLVE-X
                   OR GIVEN-CELL-ROW (NEXT-PATH-VALUE) NOT = SOLVE-Y
                   GO TO VERIFY-TRY-MOVES-X.
      *
      *    A CELL FROM WHICH THE NEXT GIVEN NUMBER CANNOT BE REACHED
      *    IN THE STEPS REMAINING CAN NEVER LEAD TO A COMPLETION:
      *
           MOVE NEXT-GIVEN-AFTER (NEXT-PATH-VALUE) TO PRUNE-TARGET.
           IF PRUNE-TARGET = ZERO
               MOVE 1 TO SOLVE-MOVE-FOUND
               GO TO VERIFY-TRY-MOVES-X.
           COMPUTE PRUNE-DX =
               GIVEN-CELL-COLUMN (PRUNE-TARGET) - SOLVE-X.
           IF PRUNE-DX < ZERO
               COMPUTE PRUNE-DX = ZERO - PRUNE-DX.
           COMPUTE PRUNE-DY =
               GIVEN-CELL-ROW (PRUNE-TARGET) - SOLVE-Y.
           IF PRUNE-DY < ZERO
               COMPUTE PRUNE-DY = ZERO - PRUNE-DY.
           IF ARCH-MOVE-SET = "O"
               COMPUTE PRUNE-DISTANCE = PRUNE-DX + PRUNE-DY
           ELSE
           IF PRUNE-DX > PRUNE-DY
               MOVE PRUNE-DX TO PRUNE-DISTANCE
           ELSE
               MOVE PRUNE-DY TO PRUNE-DISTANCE.
           IF PRUNE-TARGET - NEXT-PATH-VALUE < PRUNE-DISTANCE
               GO TO VERIFY-TRY-MOVES-X.
           MOVE 1 TO SOLVE-MOVE-FOUND.
      *
       VERIFY-TRY-MOVES-X.
      *
           EXIT.
      *
       WRITE-PROOF-TRAILER.
      *
           MOVE ALL "-" TO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
           MOVE SPACES TO PROOF-SHEET-RECORD.
           STRING "TOTAL " DELIMITED BY SIZE
               PROOFS-PRINTED DELIMITED BY SIZE
               " PROOFS - " DELIMITED BY SIZE
               PROOFS-UNPROVED DELIMITED BY SIZE
               " NOT PROVED UNIQUE; " DELIMITED BY SIZE
               STOCK-APPROVED-COUNT DELIMITED BY SIZE
               " APPROVED AND " DELIMITED BY SIZE
               STOCK-REJECTED-COUNT DELIMITED BY SIZE
               " REJECTED STOCK ALREADY SIGNED OFF" DELIMITED BY SIZE
               INTO PROOF-SHEET-RECORD.
           WRITE PROOF-SHEET-RECORD.
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
           MOVE "PROOFSHT" TO CTL-PROGRAM.
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
