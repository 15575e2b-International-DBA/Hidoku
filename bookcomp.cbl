       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BOOKCOMP.
      *
      *    (ANNUAL PUZZLE BOOK COMPILER OVER THE SEED/BOARD ARCHIVE.)
      *
       AUTHOR.        ANDREW S REID.
      *
       DATE-WRITTEN.  OCT 2026.
      *
      ******************************************************************
      * VERSION * DATE     * COMMENTS                                  *
      ******************************************************************
      *       1 * OCT 2026 * ORIGINAL VERSION.  COMPILES THE "BEST OF  *
      *                      THE YEAR" BOOK FROM THE ARCHIVE INSTEAD   *
      *                      OF FROM PRINTOUTS OF PUZZOUT AND ANSWKEY. *
      *                      A BOOK SPECIFICATION GIVES THE EDITION,   *
      *                      TITLE, PUZZLE COUNT, PUBLICATION-DATE     *
      *                      WINDOW AND THE MIX OF GRADES AND SIZES.   *
      *                      PUBLISHED PUZZLES FROM THE WINDOW THAT NO *
      *                      EARLIER BOOK HAS USED FILL THE MIX, EACH  *
      *                      CLUE GRID PROVED UNIQUE AS FOR THE PAPER, *
      *                      AND ARE SET EASY TO EXPERT IN A BOOK-     *
      *                      LAYOUT FEED - ONE PUZZLE TO A PAGE, THEN  *
      *                      AN ANSWERS SECTION AT THE BACK CROSS-     *
      *                      REFERENCED BY PUZZLE NUMBER.  EVERY SEED  *
      *                      USED GOES ON THE BOOK LEDGER AGAINST ITS  *
      *                      EDITION.                                  *
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
      *    BOOK-SPEC-FILE - ONE "B" RECORD NAMING THE BOOK, THEN ONE
      *    "M" RECORD PER LINE OF THE GRADE AND SIZE MIX.
      *
           SELECT BOOK-SPEC-FILE ASSIGN TO "BOOKSPEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-SPEC-FILE-STATUS.
      *
           SELECT ARCHIVE-FILE ASSIGN TO "SEEDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SEED
               FILE STATUS IS ARCHIVE-FILE-STATUS.
      *
      *    BOOK-LEDGER-FILE RECORDS EVERY SEED EVER SET IN A BOOK AND
      *    THE EDITION IT WENT INTO.  IT IS READ IN FULL AT THE START
      *    OF A RUN, SO NO PUZZLE IS EVER BOOKED TWICE, AND EXTENDED
      *    WITH THIS EDITION'S SEEDS AT THE END.  SYNDEXT READS IT TO
      *    TELL PARTNERS WHAT IS ALREADY IN PRINT.
      *
           SELECT BOOK-LEDGER-FILE ASSIGN TO "BOOKLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-LEDGER-FILE-STATUS.
      *
      *    BOOK-FEED-FILE IS FOR THE BOOK'S PAGE LAYOUT SYSTEM - THE
      *    TYPESET FEED'S HDR/CEL/END RECORDS, CARRYING PAGE NUMBERS,
      *    INSIDE A BOK ... EOB BOOK WRAPPER WITH ONE SEC RECORD
      *    OPENING EACH SECTION.
      *
           SELECT BOOK-FEED-FILE ASSIGN TO "BOOKFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-FEED-FILE-STATUS.
      *
           SELECT BOOK-REPORT-FILE ASSIGN TO "BOOKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-REPORT-FILE-STATUS.
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
       FD  BOOK-SPEC-FILE.
       01  BOOK-SPEC-RECORD PIC X(80).
      *
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN HIDOKU,
      *    ARCHRPT, ARCHMNT, ARCHCHK, ARCHLOAD, SYNDEXT, GRADECAL,
      *    DAYPICK, WDRAWRUN, SYNDBILL, STOCKPLN, PROOFSHT AND FPBUILD
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
      *    THIS LAYOUT MUST AGREE WITH BOOK-LEDGER-RECORD IN SYNDEXT.
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
       FD  BOOK-FEED-FILE.
       01  BOOK-FEED-RECORD PIC X(80).
      *
       FD  BOOK-REPORT-FILE.
       01  BOOK-REPORT-RECORD PIC X(100).
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
      *    THE SPECIFICATION RECORDS, READ INTO WORKING STORAGE.  THE
      *    "B" RECORD NAMES THE EDITION (THE LEDGER KEY), THE PUZZLE
      *    COUNT, THE PUBLICATION-DATE WINDOW (BOTH ENDS INCLUDED),
      *    THE FIRST PAGE OF THE PUZZLE SECTION (ZERO MEANS PAGE 1)
      *    AND THE TITLE.  EACH "M" RECORD ASKS FOR SO MANY PUZZLES
      *    OF ONE GRADE (E, M, H OR X; SPACE FOR ANY) WITHIN A SIZE
      *    RANGE (ZERO MEANS NO LIMIT), AND THE "M" COUNTS MUST ADD
      *    UP TO THE BOOK'S.  NO "M" RECORD AT ALL MEANS ANY GRADE,
      *    ANY SIZE.
      *
       01  SPEC-WORK-AREA PIC X(80).
      *
       01  SPEC-BOOK-LINE REDEFINES SPEC-WORK-AREA.
           05 SPEC-RECORD-TYPE       PIC X.
           05 FILLER                 PIC X.
           05 SPEC-EDITION           PIC X(8).
           05 FILLER                 PIC X.
           05 SPEC-PUZZLES-WANTED    PIC 9(3).
           05 FILLER                 PIC X.
           05 SPEC-DATE-FROM         PIC 9(8).
           05 FILLER                 PIC X.
           05 SPEC-DATE-TO           PIC 9(8).
           05 FILLER                 PIC X.
           05 SPEC-FIRST-PAGE        PIC 9(3).
           05 FILLER                 PIC X.
           05 SPEC-TITLE             PIC X(40).
           05 FILLER                 PIC X(3).
      *
       01  SPEC-MIX-LINE REDEFINES SPEC-WORK-AREA.
           05 FILLER                 PIC X(2).
           05 SPEC-MIX-GRADE         PIC X.
           05 FILLER                 PIC X.
           05 SPEC-MIX-SIZE-MIN      PIC 9(2).
           05 FILLER                 PIC X.
           05 SPEC-MIX-SIZE-MAX      PIC 9(2).
           05 FILLER                 PIC X.
           05 SPEC-MIX-PUZZLES       PIC 9(3).
           05 FILLER                 PIC X(67).
      *
      *    THE BOOK HELD FROM THE "B" RECORD.
      *
       01  BOOK-PARTICULARS.
           05 BOOK-EDITION           PIC X(8).
           05 BOOK-PUZZLES-WANTED    PIC 9(3).
           05 BOOK-DATE-FROM         PIC 9(8).
           05 BOOK-DATE-TO           PIC 9(8).
           05 BOOK-FIRST-PAGE        PIC 9(4).
           05 BOOK-TITLE             PIC X(40).
      *
      *    THE BOOK LEDGER HELD IN STORAGE FOR THE NEVER-TWICE TEST.
      *
       01  FILLER1.
           05 FILLER2 OCCURS 5000.
               10 TABLE-BOOKED-SEED    PIC 9(8).
               10 TABLE-BOOKED-EDITION PIC X(8).
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
      *    BOOK SHOWS EXACTLY THE CLUES THE NEWSPAPER DID.
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
      *    THE MIX LINES AND HOW MANY EACH HAS TAKEN SO FAR.
      *
       01  FILLER15.
           05 FILLER16 OCCURS 20.
               10 MIX-GRADE    PIC X.
               10 MIX-SIZE-MIN PIC 9(2).
               10 MIX-SIZE-MAX PIC 9(2).
               10 MIX-WANTED   PIC 9(3).
               10 MIX-TAKEN    PIC 9(3).
      *
      *    THE PUZZLES CHOSEN.  SELECTED-ORDER-KEY IS THE BOOK'S
      *    RUNNING ORDER - GRADE (EASY FIRST, UNGRADED LAST), THEN
      *    SIZE, THEN PUBLICATION DATE, THEN SEED SO TWO RUNS CAN
      *    NEVER DISAGREE - COMPARED AS ONE FIELD.
      *
       01  FILLER17.
           05 FILLER18 OCCURS 999.
               10 SELECTED-ORDER-KEY.
                   15 SELECTED-GRADE-RANK       PIC 9.
                   15 SELECTED-SIZE             PIC 9(2).
                   15 SELECTED-PUBLICATION-DATE PIC 9(8).
                   15 SELECTED-SEED             PIC 9(8).
               10 SELECTED-GRADE PIC X.
      *
      *    ONE TABLE ENTRY HELD ASIDE DURING THE SORT SWAP - LAID OUT
      *    EXACTLY LIKE FILLER18 SO THE WHOLE ENTRY MOVES AS A GROUP.
      *
       01  SWAP-HOLD-AREA.
           05 HOLD-ORDER-KEY PIC X(19).
           05 HOLD-GRADE     PIC X.
      *
      *    THE BOOK FEED RECORD LAYOUTS.  HDR, CEL AND END MIRROR THE
      *    TYPESET FEED IN HIDOKU, WITH THE HDR RECORD CARRYING THE
      *    PAGE THE GRID IS SET ON AND THE CROSS-REFERENCE PAGE - THE
      *    ANSWER'S PAGE FOR A PUZZLE, THE PUZZLE'S PAGE FOR AN
      *    ANSWER.  THE PUZZLE NUMBER IS THE BOOK'S OWN, THE SAME IN
      *    BOTH SECTIONS.
      *
       01  FEED-BOOK-LINE.
           05 FILLER                PIC X(4) VALUE "BOK ".
           05 FEED-BOK-EDITION      PIC X(8).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-BOK-PUZZLE-COUNT PIC 9(4).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-BOK-TITLE        PIC X(40).
      *
       01  FEED-SECTION-LINE.
           05 FILLER                PIC X(4) VALUE "SEC ".
           05 FEED-SEC-NAME         PIC X(8).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-SEC-FIRST-PAGE   PIC 9(4).
      *
       01  FEED-HEADER-LINE.
           05 FILLER                PIC X(4) VALUE "HDR ".
           05 FEED-HDR-PUZZLE       PIC 9(6).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-SEED         PIC 9(8).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-SIZE         PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-START-COLUMN PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-START-ROW    PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-END-COLUMN   PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-END-ROW      PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-MOVE-SET     PIC X.
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-GRADE        PIC X(6).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-PAGE         PIC 9(4).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-HDR-XREF-PAGE    PIC 9(4).
      *
       01  FEED-CELL-LINE.
           05 FILLER                PIC X(4) VALUE "CEL ".
           05 FEED-CELL-ROW         PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-CELL-COLUMN      PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-CELL-VALUE       PIC X(3).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-CELL-GIVEN-FLAG  PIC X.
           05 FEED-CELL-START-FLAG  PIC X.
           05 FEED-CELL-END-FLAG    PIC X.
           05 FEED-CELL-BLOCKED-FLAG PIC X.
      *
       01  FEED-TRAILER-LINE.
           05 FILLER                PIC X(4) VALUE "END ".
           05 FEED-END-PUZZLE       PIC 9(6).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-END-CELL-COUNT   PIC 9(4).
      *
       01  FEED-BOOK-TRAILER-LINE.
           05 FILLER                PIC X(4) VALUE "EOB ".
           05 FEED-EOB-EDITION      PIC X(8).
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-EOB-PUZZLE-COUNT PIC 9(4).
      *
       77  ANSWER-FIRST-PAGE PIC 9(4).
       77  ANSWER-GRID-SWITCH PIC X.
       77  ANSWER-PAGE PIC 9(4).
      *
      *    THE ANSWERS ARE SET SMALLER, SO SEVERAL GO TO A PAGE.
      *
       77  ANSWERS-PER-PAGE PIC 9(2) VALUE 4.
       77  ARCHIVE-CELL-POSITION PIC 9(4).
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  BOOK-FEED-FILE-STATUS PIC XX.
       77  BOOK-LEDGER-FILE-STATUS PIC XX.
       77  BOOK-PAGE PIC 9(4).
       77  BOOK-REPORT-FILE-STATUS PIC XX.
       77  BOOK-RUN-DATE PIC 9(8).
       77  BOOK-SPEC-FILE-STATUS PIC XX.
       77  CELL-EDIT PIC ZZ9.
       77  CELL-EDIT-ALPHA PIC X(3).
       77  CLUE-INTERVAL PIC 9(2).
       77  CLUE-TEST-REMAINDER PIC 9(3).
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  END-OF-ARCHIVE-FILE-SWITCH PIC X.
       77  END-OF-LEDGER-SWITCH PIC X.
       77  END-OF-SPEC-SWITCH PIC X.
       77  FEED-CELL-TOTAL PIC 9(4).
       77  FEED-DISPLAY-ROW PIC 9(2).
       77  GRID-PROVED-SWITCH PIC X.
       77  LEDGER-COUNT PIC 9(4).
       77  LEDGER-SCAN PIC 9(4).
       77  MATCHED-MIX-LINE PIC 9(2).
       77  MIX-COUNT PIC 9(2).
       77  MIX-SCAN PIC 9(2).
       77  MIX-TOTAL PIC 9(4).
       77  MOVES-PER-LEVEL PIC 9(6).
       77  NEXT-GIVEN-VALUE PIC 9(6).
       77  NEXT-PATH-VALUE PIC 9(6).
       77  PREVIOUSLY-BOOKED-COUNT PIC 9(6) VALUE ZERO.
       77  PROMOTION-COUNT PIC 9(3).
       77  PROMOTION-DONE-SWITCH PIC X.
       77  PRUNE-DISTANCE PIC 9(6).
       77  PRUNE-DX PIC S9(6).
       77  PRUNE-DY PIC S9(6).
       77  PRUNE-TARGET PIC 9(6).
       77  PUZZLE-QUALIFIES-SWITCH PIC X.
       77  REPORT-LINE-POINTER PIC 9(3).
       77  SEGMENT-BEST-GAP PIC 9(6).
       77  SEGMENT-BEST-VALUE PIC 9(6).
       77  SEGMENT-END PIC 9(6).
       77  SEGMENT-NEXT PIC 9(6).
       77  SEGMENT-START PIC 9(6).
       77  SELECTED-COUNT PIC 9(4) VALUE ZERO.
       77  SELECTED-SCAN PIC 9(4).
       77  SIZE-X-SIZE PIC 9(6).
       77  SIZE1 PIC 9(2).
       77  SOLUTION-COUNT PIC 9(6).
       77  SOLVE-LEVEL PIC 9(6).
       77  SOLVE-MOVE-FOUND PIC 9(6).
       77  SOLVE-P PIC 9(6).
       77  SOLVE-Q PIC 9(6).
       77  SOLVE-X PIC 9(6).
       77  SOLVE-Y PIC 9(6).
       77  SORT-BEST PIC 9(4).
       77  SORT-I PIC 9(4).
       77  SORT-J PIC 9(4).
       77  SORT-LIMIT PIC 9(4).
       77  SORT-START PIC 9(4).
       77  SPEC-ERROR-SWITCH PIC X.
       77  UNPROVED-SKIP-COUNT PIC 9(6) VALUE ZERO.
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
           OPEN INPUT BOOK-SPEC-FILE.
           IF BOOK-SPEC-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BOOK SPECIFICATION - STATUS "
                   BOOK-SPEC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           PERFORM LOAD-BOOK-SPECIFICATION
               THROUGH LOAD-BOOK-SPECIFICATION-X.
           CLOSE BOOK-SPEC-FILE.
           IF SPEC-ERROR-SWITCH = "1"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           PERFORM LOAD-BOOK-LEDGER
               THROUGH LOAD-BOOK-LEDGER-X.
           IF SPEC-ERROR-SWITCH = "1"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS "
                   ARCHIVE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT BOOK-FEED-FILE.
           IF BOOK-FEED-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BOOK FEED - STATUS "
                   BOOK-FEED-FILE-STATUS
               CLOSE ARCHIVE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT BOOK-REPORT-FILE.
           IF BOOK-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BOOK REPORT - STATUS "
                   BOOK-REPORT-FILE-STATUS
               CLOSE ARCHIVE-FILE
               CLOSE BOOK-FEED-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           ACCEPT BOOK-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "0" TO END-OF-ARCHIVE-FILE-SWITCH.
           PERFORM CONSIDER-ONE-ARCHIVE-RECORD
               UNTIL END-OF-ARCHIVE-FILE-SWITCH = "1"
                   OR SELECTED-COUNT NOT < BOOK-PUZZLES-WANTED.
           PERFORM SORT-SELECTED-PUZZLES
               THROUGH SORT-SELECTED-PUZZLES-X.
           COMPUTE ANSWER-FIRST-PAGE =
               BOOK-FIRST-PAGE + SELECTED-COUNT.
           PERFORM WRITE-BOOK-FEED.
           PERFORM WRITE-BOOK-REPORT.
           PERFORM EXTEND-BOOK-LEDGER
               THROUGH EXTEND-BOOK-LEDGER-X.
           CLOSE ARCHIVE-FILE.
           CLOSE BOOK-FEED-FILE.
           CLOSE BOOK-REPORT-FILE.
           DISPLAY "BOOK COMPILATION COMPLETE - " BOOK-EDITION " - "
               SELECTED-COUNT " OF " BOOK-PUZZLES-WANTED
               " PUZZLES SET, " UNPROVED-SKIP-COUNT
               " SKIPPED UNPROVED".
           IF SELECTED-COUNT < BOOK-PUZZLES-WANTED
               DISPLAY "WARNING - THE MIX COULD NOT BE FILLED - "
                   "SEE BOOKRPT".
           IF SELECTED-COUNT < BOOK-PUZZLES-WANTED
               AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
      *    THE SPECIFICATION IS EDITED IN FULL BEFORE THE ARCHIVE IS
      *    TOUCHED - A BOOK WHOSE MIX DOES NOT ADD UP WOULD COME OUT
      *    SHORT OR LOPSIDED, SO IT IS REFUSED OUTRIGHT.
      *
       LOAD-BOOK-SPECIFICATION.
      *
           MOVE "0" TO SPEC-ERROR-SWITCH.
           MOVE "0" TO END-OF-SPEC-SWITCH.
           MOVE ZERO TO MIX-COUNT.
           MOVE ZERO TO MIX-TOTAL.
           MOVE ZEROES TO FILLER15.
           PERFORM READ-SPEC-RECORD.
           IF END-OF-SPEC-SWITCH = "1"
               OR SPEC-RECORD-TYPE NOT = "B"
               DISPLAY "BOOK SPECIFICATION REJECTED - THE FIRST "
                   "RECORD MUST BE THE B RECORD"
               MOVE "1" TO SPEC-ERROR-SWITCH
               GO TO LOAD-BOOK-SPECIFICATION-X.
           DISPLAY "BOOK: " SPEC-WORK-AREA.
           IF SPEC-EDITION = SPACES
               OR SPEC-PUZZLES-WANTED IS NOT NUMERIC
               OR SPEC-PUZZLES-WANTED = ZERO
               OR SPEC-DATE-FROM IS NOT NUMERIC
               OR SPEC-DATE-TO IS NOT NUMERIC
               OR SPEC-DATE-FROM > SPEC-DATE-TO
               OR SPEC-FIRST-PAGE IS NOT NUMERIC
               DISPLAY "BOOK SPECIFICATION REJECTED - BAD FIELDS "
                   "ON THE B RECORD"
               MOVE "1" TO SPEC-ERROR-SWITCH
               GO TO LOAD-BOOK-SPECIFICATION-X.
           MOVE SPEC-EDITION TO BOOK-EDITION.
           MOVE SPEC-PUZZLES-WANTED TO BOOK-PUZZLES-WANTED.
           MOVE SPEC-DATE-FROM TO BOOK-DATE-FROM.
           MOVE SPEC-DATE-TO TO BOOK-DATE-TO.
           MOVE SPEC-FIRST-PAGE TO BOOK-FIRST-PAGE.
           IF BOOK-FIRST-PAGE = ZERO
               MOVE 1 TO BOOK-FIRST-PAGE.
           MOVE SPEC-TITLE TO BOOK-TITLE.
           PERFORM READ-SPEC-RECORD.
           PERFORM LOAD-ONE-MIX-LINE
               UNTIL END-OF-SPEC-SWITCH = "1"
                   OR SPEC-ERROR-SWITCH = "1".
           IF SPEC-ERROR-SWITCH = "1"
               GO TO LOAD-BOOK-SPECIFICATION-X.
      *
      *    NO MIX AT ALL - THE WHOLE BOOK IS ONE "ANY" LINE:
      *
           IF MIX-COUNT = ZERO
               MOVE 1 TO MIX-COUNT
               MOVE SPACE TO MIX-GRADE (1)
               MOVE 3 TO MIX-SIZE-MIN (1)
               MOVE 12 TO MIX-SIZE-MAX (1)
               MOVE BOOK-PUZZLES-WANTED TO MIX-WANTED (1)
               MOVE BOOK-PUZZLES-WANTED TO MIX-TOTAL.
           IF MIX-TOTAL NOT = BOOK-PUZZLES-WANTED
               DISPLAY "BOOK SPECIFICATION REJECTED - THE MIX ASKS "
                   "FOR " MIX-TOTAL " PUZZLES BUT THE BOOK FOR "
                   BOOK-PUZZLES-WANTED
               MOVE "1" TO SPEC-ERROR-SWITCH.
       LOAD-BOOK-SPECIFICATION-X.
      *
           EXIT.
      *
       READ-SPEC-RECORD.
      *
           READ BOOK-SPEC-FILE INTO SPEC-WORK-AREA
               AT END MOVE "1" TO END-OF-SPEC-SWITCH
               NOT AT END ADD 1 TO CONTROL-RECORDS-READ.
      *
       LOAD-ONE-MIX-LINE.
      *
           DISPLAY "MIX:  " SPEC-WORK-AREA.
           IF SPEC-RECORD-TYPE NOT = "M"
               OR MIX-COUNT NOT < 20
               OR (SPEC-MIX-GRADE NOT = SPACE
                   AND SPEC-MIX-GRADE NOT = "E"
                   AND SPEC-MIX-GRADE NOT = "M"
                   AND SPEC-MIX-GRADE NOT = "H"
                   AND SPEC-MIX-GRADE NOT = "X")
               OR SPEC-MIX-SIZE-MIN IS NOT NUMERIC
               OR SPEC-MIX-SIZE-MAX IS NOT NUMERIC
               OR SPEC-MIX-PUZZLES IS NOT NUMERIC
               OR SPEC-MIX-PUZZLES = ZERO
               DISPLAY "BOOK SPECIFICATION REJECTED - BAD MIX RECORD "
                   "(AT MOST 20 M RECORDS)"
               MOVE "1" TO SPEC-ERROR-SWITCH
           ELSE
               ADD 1 TO MIX-COUNT
               MOVE SPEC-MIX-GRADE TO MIX-GRADE (MIX-COUNT)
               MOVE SPEC-MIX-SIZE-MIN TO MIX-SIZE-MIN (MIX-COUNT)
               MOVE SPEC-MIX-SIZE-MAX TO MIX-SIZE-MAX (MIX-COUNT)
               IF MIX-SIZE-MAX (MIX-COUNT) = ZERO
                   MOVE 12 TO MIX-SIZE-MAX (MIX-COUNT).
           IF SPEC-ERROR-SWITCH = "0"
               MOVE SPEC-MIX-PUZZLES TO MIX-WANTED (MIX-COUNT)
               ADD SPEC-MIX-PUZZLES TO MIX-TOTAL
               PERFORM READ-SPEC-RECORD.
      *
      *    THE LEDGER MAY NOT EXIST BEFORE THE FIRST BOOK.  AN
      *    EDITION ALREADY ON IT HAS BEEN COMPILED - RUNNING IT AGAIN
      *    WOULD BOOK ITS SEEDS TWICE - SO IT IS REFUSED.
      *
       LOAD-BOOK-LEDGER.
      *
           MOVE ZERO TO LEDGER-COUNT.
           OPEN INPUT BOOK-LEDGER-FILE.
           IF BOOK-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "NO BOOK LEDGER YET - STARTING A NEW ONE"
               GO TO LOAD-BOOK-LEDGER-X.
           MOVE "0" TO END-OF-LEDGER-SWITCH.
           PERFORM LOAD-ONE-LEDGER-RECORD
               UNTIL END-OF-LEDGER-SWITCH = "1".
           CLOSE BOOK-LEDGER-FILE.
       LOAD-BOOK-LEDGER-X.
      *
           EXIT.
      *
       LOAD-ONE-LEDGER-RECORD.
      *
           READ BOOK-LEDGER-FILE
               AT END MOVE "1" TO END-OF-LEDGER-SWITCH
               NOT AT END
                   IF BOOKED-EDITION = BOOK-EDITION
                       AND SPEC-ERROR-SWITCH = "0"
                       DISPLAY "EDITION " BOOK-EDITION
                           " IS ALREADY ON THE BOOK LEDGER - NOT "
                           "COMPILED AGAIN"
                       MOVE "1" TO SPEC-ERROR-SWITCH.
           IF END-OF-LEDGER-SWITCH = "0"
               IF LEDGER-COUNT < 5000
                   ADD 1 TO LEDGER-COUNT
                   MOVE BOOKED-SEED TO TABLE-BOOKED-SEED (LEDGER-COUNT)
                   MOVE BOOKED-EDITION
                       TO TABLE-BOOKED-EDITION (LEDGER-COUNT)
               ELSE
                   DISPLAY "BOOK LEDGER TABLE FULL - RUN ABANDONED TO "
                       "PROTECT THE NEVER-TWICE RULE"
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-BATCH-CONTROL-RECORD
                       THROUGH WRITE-BATCH-CONTROL-RECORD-X
                   STOP RUN.
      *
      *    THE ARCHIVE IS SWEPT FRONT TO BACK AND THE FIRST
      *    QUALIFYING PUZZLES FILL THE MIX, AS SYNDEXT FILLS AN
      *    ORDER.  A PUZZLE IS ONLY TAKEN ONCE ITS CLUE GRID IS
      *    PROVED UNIQUE.
      *
       CONSIDER-ONE-ARCHIVE-RECORD.
      *
           READ ARCHIVE-FILE NEXT
               AT END MOVE "1" TO END-OF-ARCHIVE-FILE-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   PERFORM QUALIFY-ONE-PUZZLE
                       THROUGH QUALIFY-ONE-PUZZLE-X
                   IF PUZZLE-QUALIFIES-SWITCH = "1"
                       PERFORM PREPARE-ONE-BOOK-GRID
                       IF GRID-PROVED-SWITCH = "1"
                           PERFORM TAKE-ONE-PUZZLE
                       ELSE
                           ADD 1 TO UNPROVED-SKIP-COUNT
                           DISPLAY "SEED " ARCH-SEED " SKIPPED - "
                               "CLUE GRID COULD NOT BE PROVED "
                               "UNIQUE".
      *
      *    ONLY A PUBLISHED PUZZLE FROM THE WINDOW - NEVER STOCK,
      *    NEVER A WITHDRAWN ONE - THAT NO EARLIER EDITION HAS USED,
      *    AND ONLY WHILE A MIX LINE IT FITS STILL HAS ROOM.
      *
       QUALIFY-ONE-PUZZLE.
      *
           MOVE "0" TO PUZZLE-QUALIFIES-SWITCH.
           IF ARCH-STATUS-FLAG NOT = "P"
               GO TO QUALIFY-ONE-PUZZLE-X.
           IF ARCH-PUBLICATION-DATE < BOOK-DATE-FROM
               OR ARCH-PUBLICATION-DATE > BOOK-DATE-TO
               GO TO QUALIFY-ONE-PUZZLE-X.
           MOVE "1" TO PUZZLE-QUALIFIES-SWITCH.
           PERFORM TEST-ONE-LEDGER-ENTRY
               VARYING LEDGER-SCAN FROM 1 BY 1
               UNTIL LEDGER-SCAN > LEDGER-COUNT
                   OR PUZZLE-QUALIFIES-SWITCH = "0".
           IF PUZZLE-QUALIFIES-SWITCH = "0"
               ADD 1 TO PREVIOUSLY-BOOKED-COUNT
               GO TO QUALIFY-ONE-PUZZLE-X.
           MOVE ZERO TO MATCHED-MIX-LINE.
           PERFORM TEST-ONE-MIX-LINE
               VARYING MIX-SCAN FROM 1 BY 1
               UNTIL MIX-SCAN > MIX-COUNT
                   OR MATCHED-MIX-LINE NOT = ZERO.
           IF MATCHED-MIX-LINE = ZERO
               MOVE "0" TO PUZZLE-QUALIFIES-SWITCH.
       QUALIFY-ONE-PUZZLE-X.
      *
           EXIT.
      *
       TEST-ONE-LEDGER-ENTRY.
      *
           IF TABLE-BOOKED-SEED (LEDGER-SCAN) = ARCH-SEED
               MOVE "0" TO PUZZLE-QUALIFIES-SWITCH.
      *
      *    AN ARCHIVED RECORD WHOSE GRADE IS UNKNOWN (SPACE) NEVER
      *    SATISFIES A MIX LINE FOR A SPECIFIC GRADE.
      *
       TEST-ONE-MIX-LINE.
      *
           IF MIX-TAKEN (MIX-SCAN) < MIX-WANTED (MIX-SCAN)
               AND (MIX-GRADE (MIX-SCAN) = SPACE
                   OR MIX-GRADE (MIX-SCAN) = ARCH-GRADE)
               AND ARCH-SIZE1 NOT < MIX-SIZE-MIN (MIX-SCAN)
               AND ARCH-SIZE1 NOT > MIX-SIZE-MAX (MIX-SCAN)
               MOVE MIX-SCAN TO MATCHED-MIX-LINE.
      *
       PREPARE-ONE-BOOK-GRID.
      *
           PERFORM PARSE-ARCHIVE-BOARD-DATA.
           PERFORM SELECT-BOOK-CLUES.
           PERFORM ENSURE-UNIQUE-BOOK-GRID.
      *
       TAKE-ONE-PUZZLE.
      *
           ADD 1 TO MIX-TAKEN (MATCHED-MIX-LINE).
           ADD 1 TO SELECTED-COUNT.
           IF ARCH-GRADE = "E"
               MOVE 1 TO SELECTED-GRADE-RANK (SELECTED-COUNT)
           ELSE
           IF ARCH-GRADE = "M"
               MOVE 2 TO SELECTED-GRADE-RANK (SELECTED-COUNT)
           ELSE
           IF ARCH-GRADE = "H"
               MOVE 3 TO SELECTED-GRADE-RANK (SELECTED-COUNT)
           ELSE
           IF ARCH-GRADE = "X"
               MOVE 4 TO SELECTED-GRADE-RANK (SELECTED-COUNT)
           ELSE
               MOVE 5 TO SELECTED-GRADE-RANK (SELECTED-COUNT).
           MOVE ARCH-SIZE1 TO SELECTED-SIZE (SELECTED-COUNT).
           MOVE ARCH-PUBLICATION-DATE
               TO SELECTED-PUBLICATION-DATE (SELECTED-COUNT).
           MOVE ARCH-SEED TO SELECTED-SEED (SELECTED-COUNT).
           MOVE ARCH-GRADE TO SELECTED-GRADE (SELECTED-COUNT).
      *
      *    A SELECTION SORT, AS IN STANDCLS, IS PLENTY FOR A BOOK.
      *
       SORT-SELECTED-PUZZLES.
      *
           IF SELECTED-COUNT < 2
               GO TO SORT-SELECTED-PUZZLES-X.
           COMPUTE SORT-LIMIT = SELECTED-COUNT - 1.
           PERFORM SORT-ONE-POSITION
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > SORT-LIMIT.
       SORT-SELECTED-PUZZLES-X.
      *
           EXIT.
      *
       SORT-ONE-POSITION.
      *
           MOVE SORT-I TO SORT-BEST.
           COMPUTE SORT-START = SORT-I + 1.
           PERFORM COMPARE-ONE-CANDIDATE
               VARYING SORT-J FROM SORT-START BY 1
               UNTIL SORT-J > SELECTED-COUNT.
           IF SORT-BEST NOT = SORT-I
               PERFORM SWAP-TABLE-ENTRIES.
      *
       COMPARE-ONE-CANDIDATE.
      *
           IF SELECTED-ORDER-KEY (SORT-J) <
                   SELECTED-ORDER-KEY (SORT-BEST)
               MOVE SORT-J TO SORT-BEST.
      *
       SWAP-TABLE-ENTRIES.
      *
           MOVE FILLER18 (SORT-I) TO SWAP-HOLD-AREA.
           MOVE FILLER18 (SORT-BEST) TO FILLER18 (SORT-I).
           MOVE SWAP-HOLD-AREA TO FILLER18 (SORT-BEST).
      *
      *    THE PUZZLE SECTION SETS ONE PUZZLE TO A PAGE FROM THE
      *    BOOK'S FIRST PAGE; THE ANSWERS FOLLOW ON THE NEXT PAGE,
      *    ANSWERS-PER-PAGE TO A PAGE.  EACH GRID IS REBUILT FROM THE
      *    ARCHIVE AND ITS CLUES RE-DERIVED - THE SCATTER AND THE
      *    PROOF ARE DETERMINISTIC, SO THEY COME OUT AS THEY DID WHEN
      *    THE PUZZLE WAS CHOSEN.
      *
       WRITE-BOOK-FEED.
      *
           MOVE BOOK-EDITION TO FEED-BOK-EDITION.
           MOVE SELECTED-COUNT TO FEED-BOK-PUZZLE-COUNT.
           MOVE BOOK-TITLE TO FEED-BOK-TITLE.
           WRITE BOOK-FEED-RECORD FROM FEED-BOOK-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           MOVE "PUZZLES" TO FEED-SEC-NAME.
           MOVE BOOK-FIRST-PAGE TO FEED-SEC-FIRST-PAGE.
           WRITE BOOK-FEED-RECORD FROM FEED-SECTION-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           PERFORM WRITE-ONE-BOOK-PUZZLE
               VARYING SELECTED-SCAN FROM 1 BY 1
               UNTIL SELECTED-SCAN > SELECTED-COUNT.
           MOVE "ANSWERS" TO FEED-SEC-NAME.
           MOVE ANSWER-FIRST-PAGE TO FEED-SEC-FIRST-PAGE.
           WRITE BOOK-FEED-RECORD FROM FEED-SECTION-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           PERFORM WRITE-ONE-BOOK-ANSWER
               VARYING SELECTED-SCAN FROM 1 BY 1
               UNTIL SELECTED-SCAN > SELECTED-COUNT.
           MOVE BOOK-EDITION TO FEED-EOB-EDITION.
           MOVE SELECTED-COUNT TO FEED-EOB-PUZZLE-COUNT.
           WRITE BOOK-FEED-RECORD FROM FEED-BOOK-TRAILER-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
      *
       WORK-OUT-PAGES.
      *
           COMPUTE BOOK-PAGE = BOOK-FIRST-PAGE + SELECTED-SCAN - 1.
           COMPUTE ANSWER-PAGE = ANSWER-FIRST-PAGE
               + (SELECTED-SCAN - 1) / ANSWERS-PER-PAGE.
      *
       READ-SELECTED-PUZZLE.
      *
           MOVE SELECTED-SEED (SELECTED-SCAN) TO ARCH-SEED.
           READ ARCHIVE-FILE
               INVALID KEY
                   DISPLAY "SEED " ARCH-SEED " VANISHED FROM THE "
                       "ARCHIVE DURING THE RUN"
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-BATCH-CONTROL-RECORD
                       THROUGH WRITE-BATCH-CONTROL-RECORD-X
                   STOP RUN.
           PERFORM PARSE-ARCHIVE-BOARD-DATA.
      *
       WRITE-ONE-BOOK-PUZZLE.
      *
           PERFORM READ-SELECTED-PUZZLE.
           PERFORM SELECT-BOOK-CLUES.
           PERFORM ENSURE-UNIQUE-BOOK-GRID.
           PERFORM WORK-OUT-PAGES.
           MOVE BOOK-PAGE TO FEED-HDR-PAGE.
           MOVE ANSWER-PAGE TO FEED-HDR-XREF-PAGE.
           MOVE "0" TO ANSWER-GRID-SWITCH.
           PERFORM WRITE-ONE-GRID-FEED.
      *
      *    AN ANSWER GRID CARRIES EVERY VALUE AND FLAGS NO GIVENS, AS
      *    THE TYPESET FEED DOES OUTSIDE A PUBLISH RUN.
      *
       WRITE-ONE-BOOK-ANSWER.
      *
           PERFORM READ-SELECTED-PUZZLE.
           PERFORM WORK-OUT-PAGES.
           MOVE ANSWER-PAGE TO FEED-HDR-PAGE.
           MOVE BOOK-PAGE TO FEED-HDR-XREF-PAGE.
           MOVE "1" TO ANSWER-GRID-SWITCH.
           PERFORM WRITE-ONE-GRID-FEED.
      *
      *    ANSWER-GRID-SWITCH "0" WRITES THE CLUE GRID (VALUES ON THE
      *    GIVENS ONLY, FLAGGED "G"); "1" WRITES THE ANSWER.  ROWS
      *    AND COLUMNS ARE IN THE TYPESET FEED'S PRINTED TERMS.
      *
       WRITE-ONE-GRID-FEED.
      *
           MOVE SELECTED-SCAN TO FEED-HDR-PUZZLE.
           MOVE ARCH-SEED TO FEED-HDR-SEED.
           MOVE SIZE1 TO FEED-HDR-SIZE.
           COMPUTE FEED-DISPLAY-ROW = SIZE1 + 1 - ARCH-START-COLUMN.
           MOVE FEED-DISPLAY-ROW TO FEED-HDR-START-ROW.
           MOVE ARCH-START-ROW TO FEED-HDR-START-COLUMN.
           COMPUTE FEED-DISPLAY-ROW = SIZE1 + 1 - ARCH-END-COLUMN.
           MOVE FEED-DISPLAY-ROW TO FEED-HDR-END-ROW.
           MOVE ARCH-END-ROW TO FEED-HDR-END-COLUMN.
           MOVE ARCH-MOVE-SET TO FEED-HDR-MOVE-SET.
           PERFORM EDIT-GRADE-WORD.
           WRITE BOOK-FEED-RECORD FROM FEED-HEADER-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           MOVE ZERO TO FEED-CELL-TOTAL.
           PERFORM WRITE-ONE-FEED-CELL
               VARYING X FROM SIZE1 BY -1 UNTIL X < 1
                 AFTER Y FROM 1 BY 1 UNTIL Y > SIZE1.
           MOVE SELECTED-SCAN TO FEED-END-PUZZLE.
           MOVE FEED-CELL-TOTAL TO FEED-END-CELL-COUNT.
           WRITE BOOK-FEED-RECORD FROM FEED-TRAILER-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
      *
       EDIT-GRADE-WORD.
      *
           IF ARCH-GRADE = "E"
               MOVE "EASY" TO FEED-HDR-GRADE
           ELSE
           IF ARCH-GRADE = "M"
               MOVE "MEDIUM" TO FEED-HDR-GRADE
           ELSE
           IF ARCH-GRADE = "H"
               MOVE "HARD" TO FEED-HDR-GRADE
           ELSE
           IF ARCH-GRADE = "X"
               MOVE "EXPERT" TO FEED-HDR-GRADE
           ELSE
               MOVE SPACES TO FEED-HDR-GRADE.
      *
       WRITE-ONE-FEED-CELL.
      *
           ADD 1 TO FEED-CELL-TOTAL.
           COMPUTE FEED-DISPLAY-ROW = SIZE1 + 1 - X.
           MOVE FEED-DISPLAY-ROW TO FEED-CELL-ROW.
           MOVE Y TO FEED-CELL-COLUMN.
           MOVE SPACES TO FEED-CELL-VALUE.
           MOVE SPACE TO FEED-CELL-GIVEN-FLAG.
           MOVE SPACE TO FEED-CELL-START-FLAG.
           MOVE SPACE TO FEED-CELL-END-FLAG.
           MOVE SPACE TO FEED-CELL-BLOCKED-FLAG.
           IF BOARD (X,Y) = 999
               MOVE "B" TO FEED-CELL-BLOCKED-FLAG
           ELSE
           IF ANSWER-GRID-SWITCH = "1"
               OR CLUE-KEEP-SWITCH (X,Y) = "1"
               MOVE BOARD (X,Y) TO CELL-EDIT
               MOVE CELL-EDIT TO CELL-EDIT-ALPHA
               MOVE CELL-EDIT-ALPHA TO FEED-CELL-VALUE
               IF ANSWER-GRID-SWITCH = "0"
                   MOVE "G" TO FEED-CELL-GIVEN-FLAG.
           IF X = ARCH-START-COLUMN AND Y = ARCH-START-ROW
               MOVE "S" TO FEED-CELL-START-FLAG.
           IF X = ARCH-END-COLUMN AND Y = ARCH-END-ROW
               MOVE "E" TO FEED-CELL-END-FLAG.
           WRITE BOOK-FEED-RECORD FROM FEED-CELL-LINE.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
      *
      *    THE CONTENTS AS THEY WILL PRINT, THEN THE MIX LINE BY LINE
      *    SO A SHORT LINE IS PLAIN TO SEE.
      *
       WRITE-BOOK-REPORT.
      *
           MOVE SPACES TO BOOK-REPORT-RECORD.
           STRING "BOOK COMPILATION - EDITION " DELIMITED BY SIZE
               BOOK-EDITION DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               BOOK-TITLE DELIMITED BY SIZE
               INTO BOOK-REPORT-RECORD.
           WRITE BOOK-REPORT-RECORD.
           MOVE SPACES TO BOOK-REPORT-RECORD.
           WRITE BOOK-REPORT-RECORD.
           PERFORM WRITE-ONE-CONTENTS-LINE
               VARYING SELECTED-SCAN FROM 1 BY 1
               UNTIL SELECTED-SCAN > SELECTED-COUNT.
           MOVE SPACES TO BOOK-REPORT-RECORD.
           WRITE BOOK-REPORT-RECORD.
           PERFORM WRITE-ONE-MIX-LINE
               VARYING MIX-SCAN FROM 1 BY 1
               UNTIL MIX-SCAN > MIX-COUNT.
           MOVE SPACES TO BOOK-REPORT-RECORD.
           WRITE BOOK-REPORT-RECORD.
           MOVE SPACES TO BOOK-REPORT-RECORD.
           STRING "TOTAL " DELIMITED BY SIZE
               SELECTED-COUNT DELIMITED BY SIZE
               " PUZZLES SET OF " DELIMITED BY SIZE
               BOOK-PUZZLES-WANTED DELIMITED BY SIZE
               " WANTED - " DELIMITED BY SIZE
               PREVIOUSLY-BOOKED-COUNT DELIMITED BY SIZE
               " ALREADY IN A BOOK, " DELIMITED BY SIZE
               UNPROVED-SKIP-COUNT DELIMITED BY SIZE
               " SKIPPED UNPROVED" DELIMITED BY SIZE
               INTO BOOK-REPORT-RECORD.
           WRITE BOOK-REPORT-RECORD.
      *
       WRITE-ONE-CONTENTS-LINE.
      *
           PERFORM WORK-OUT-PAGES.
           MOVE SELECTED-GRADE (SELECTED-SCAN) TO ARCH-GRADE.
           PERFORM EDIT-GRADE-WORD.
           MOVE SPACES TO BOOK-REPORT-RECORD.
           STRING "PUZZLE " DELIMITED BY SIZE
               SELECTED-SCAN DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               BOOK-PAGE DELIMITED BY SIZE
               "  ANSWER PAGE " DELIMITED BY SIZE
               ANSWER-PAGE DELIMITED BY SIZE
               "  SEED " DELIMITED BY SIZE
               SELECTED-SEED (SELECTED-SCAN) DELIMITED BY SIZE
               "  SIZE " DELIMITED BY SIZE
               SELECTED-SIZE (SELECTED-SCAN) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FEED-HDR-GRADE DELIMITED BY SIZE
               "  PUBLISHED " DELIMITED BY SIZE
               SELECTED-PUBLICATION-DATE (SELECTED-SCAN)
                   DELIMITED BY SIZE
               INTO BOOK-REPORT-RECORD.
           WRITE BOOK-REPORT-RECORD.
      *
       WRITE-ONE-MIX-LINE.
      *
           MOVE SPACES TO BOOK-REPORT-RECORD.
           MOVE 1 TO REPORT-LINE-POINTER.
           STRING "MIX LINE " DELIMITED BY SIZE
               MIX-SCAN DELIMITED BY SIZE
               "  GRADE " DELIMITED BY SIZE
               MIX-GRADE (MIX-SCAN) DELIMITED BY SIZE
               "  SIZE " DELIMITED BY SIZE
               MIX-SIZE-MIN (MIX-SCAN) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               MIX-SIZE-MAX (MIX-SCAN) DELIMITED BY SIZE
               "  WANTED " DELIMITED BY SIZE
               MIX-WANTED (MIX-SCAN) DELIMITED BY SIZE
               "  SET " DELIMITED BY SIZE
               MIX-TAKEN (MIX-SCAN) DELIMITED BY SIZE
               INTO BOOK-REPORT-RECORD
               WITH POINTER REPORT-LINE-POINTER.
           IF MIX-TAKEN (MIX-SCAN) < MIX-WANTED (MIX-SCAN)
               STRING "  SHORT - NOT ENOUGH QUALIFYING PUZZLES"
                   DELIMITED BY SIZE
                   INTO BOOK-REPORT-RECORD
                   WITH POINTER REPORT-LINE-POINTER.
           WRITE BOOK-REPORT-RECORD.
      *
      *    ONLY FILE-NOT-FOUND (35) MAY FALL THROUGH TO OPEN OUTPUT -
      *    ON ANY OTHER FAILURE OPEN OUTPUT WOULD WIPE EVERY EDITION
      *    EVER BOOKED.  THE FEED IS ALREADY WRITTEN, SO A LEDGER
      *    THAT WILL NOT OPEN STOPS THE JOB WITH RC 8 - THE BOOK MUST
      *    NOT GO TO PRESS UNTIL ITS SEEDS ARE ON THE LEDGER.
      *
       EXTEND-BOOK-LEDGER.
      *
           OPEN EXTEND BOOK-LEDGER-FILE.
           IF BOOK-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT BOOK-LEDGER-FILE.
           IF BOOK-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BOOK LEDGER - STATUS "
                   BOOK-LEDGER-FILE-STATUS " - EDITION NOT RECORDED"
               MOVE 8 TO RETURN-CODE
               GO TO EXTEND-BOOK-LEDGER-X.
           PERFORM RECORD-ONE-BOOKED-SEED
               VARYING SELECTED-SCAN FROM 1 BY 1
               UNTIL SELECTED-SCAN > SELECTED-COUNT.
           CLOSE BOOK-LEDGER-FILE.
       EXTEND-BOOK-LEDGER-X.
      *
           EXIT.
      *
       RECORD-ONE-BOOKED-SEED.
      *
           PERFORM WORK-OUT-PAGES.
           MOVE SPACES TO BOOK-LEDGER-RECORD.
           MOVE SELECTED-SEED (SELECTED-SCAN) TO BOOKED-SEED.
           MOVE BOOK-EDITION TO BOOKED-EDITION.
           MOVE SELECTED-SCAN TO BOOKED-PUZZLE-NUMBER.
           MOVE BOOK-PAGE TO BOOKED-PAGE.
           MOVE BOOK-RUN-DATE TO BOOKED-DATE.
           WRITE BOOK-LEDGER-RECORD.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           ADD 1 TO CONTROL-SEED-COUNT.
           ADD BOOKED-SEED TO CONTROL-SEED-HASH.
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
      *    FURTHER CELLS TO GIVENS BEFORE THE GRID IS SET.
      *
       SELECT-BOOK-CLUES.
      *
           COMPUTE CLUE-INTERVAL = SIZE1 / 2.
           IF CLUE-INTERVAL < 3
               MOVE 3 TO CLUE-INTERVAL.
           PERFORM MARK-ONE-BOOK-CLUE
               VARYING X FROM 1 BY 1 UNTIL X > SIZE1
                 AFTER Y FROM 1 BY 1 UNTIL Y > SIZE1.
           MOVE "1" TO CLUE-KEEP-SWITCH
               (ARCH-START-COLUMN,ARCH-START-ROW).
           MOVE "1" TO CLUE-KEEP-SWITCH
               (ARCH-END-COLUMN,ARCH-END-ROW).
      *
       MARK-ONE-BOOK-CLUE.
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
      *    IS LEFT OUT OF THE BOOK.
      *
       ENSURE-UNIQUE-BOOK-GRID.
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
           MOVE "BOOKCOMP" TO CTL-PROGRAM.
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
