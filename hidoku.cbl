      *                      TO REPRINT MODE TO EMIT THE FILES, SO A   *
      *                      FAILED GENERATION NIGHT NO LONGER         *
      *                      BLANKS THE PUZZLE PAGE.                   *
      *      27 * OCT 2026 * CHECKING MODE NOW KEEPS A PERMANENT ENTRY *
      *                      LEDGER KEYED ON READER ID AND SEED - A    *
      *                      READER SCORES ONCE PER PUZZLE.  A REPEAT  *
      *                      ENTRY, AN ENTRY PAST THE CLOSING PERIOD   *
      *                      COUNTED FROM THE PUBLICATION DATE, OR AN  *
      *                      ENTRY FOR A SEED THAT IS NOT CURRENTLY    *
      *                      PUBLISHED GOES TO THE EXCEPTIONS REPORT   *
      *                      WITH ITS REASON AND DOES NOT SCORE; THE   *
      *                      CHECK REPORT AND THE READER'S LETTER SAY  *
      *                      WHY THE ENTRY WAS NOT COUNTED.            *
      *      28 * OCT 2026 * THE RESULTS HISTORY RECORD GAINS A VOID   *
      *                      FLAG, SET BY THE WITHDRAWAL RUN           *
      *                      (WDRAWRUN) WHEN A PUZZLE IS WITHDRAWN.    *
      *      29 * OCT 2026 * STOCK NOW WAITS FOR THE PUZZLE EDITOR'S   *
      *                      SIGN-OFF ("A" APPROVED, "R" REJECTED,     *
      *                      POSTED THROUGH ARCHMNT FROM THE PROOF     *
      *                      SHEET).  REPRINT MODE REFUSES A REJECTED  *
      *                      SEED, SO IT CAN NEVER REACH THE PAGE.     *
      *      30 * OCT 2026 * THE DUPLICATE-BOARD CHECK IS ONE KEYED    *
      *                      READ OF THE BOARD FINGERPRINT INDEX       *
      *                      (BOARDFPX) INSTEAD OF A SWEEP OF THE      *
      *                      WHOLE ARCHIVE UNDER EIGHT SYMMETRIES, AND *
      *                      EVERY BOARD ARCHIVED IS ADDED TO IT.  THE *
      *                      OLD SWEEP STAYS AS THE FALLBACK WHEN THE  *
      *                      INDEX CANNOT BE OPENED.                   *
      *      31 * OCT 2026 * EVERY PUZZLE PRINTED (PUBLISH OR REPRINT) *
      *                      ALSO GETS THREE LEVELS OF HINTS ON A      *
      *                      HINT FEED FOR THE HELPLINE AND WEBSITE -  *
      *                      EXTRA GIVENS PLANTED IN THE WIDEST GAPS   *
      *                      BETWEEN GIVENS, EACH LEVEL PROVED TO      *
      *                      LEAVE ONE COMPLETION.                     *
      *      32 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDINGS-FILE-STATUS.
      *
      *    ENTRY-LEDGER-FILE IS THE PERMANENT RECORD OF EVERY SCORED
      *    CONTEST ENTRY, KEYED ON READER ID PLUS SEED, SO A GRID
      *    POSTED TWICE (OR AN ENVELOPE KEYED TWICE BY THE POST ROOM)
      *    CAN NEVER SCORE TWICE.
      *
           SELECT ENTRY-LEDGER-FILE ASSIGN TO "ENTRYLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-KEY
               FILE STATUS IS ENTRY-LEDGER-FILE-STATUS.
      *
      *    FINGERPRINT-FILE INDEXES EVERY ARCHIVED BOARD BY ITS
      *    FINGERPRINT - THE SAME FOR A BOARD AND FOR ALL ITS
      *    ROTATIONS AND REFLECTIONS - SO A REPEATED BOARD IS FOUND
      *    WITH ONE KEYED READ.  FPBUILD BUILT IT FROM THE ARCHIVE;
      *    ARCHLOAD REBUILDS IT WITH THE ARCHIVE AFTER A RELOAD.
      *
           SELECT FINGERPRINT-FILE ASSIGN TO "BOARDFPX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-KEY
               FILE STATUS IS FINGERPRINT-FILE-STATUS.
      *
      *    SHAPE-FILE DEFINES AN IRREGULAR BOARD FOR THEMED ISSUES -
      *    ONE RECORD PER PRINTED ROW (TOP ROW FIRST), "X" IN A
      *    COLUMN MARKS THAT CELL BLOCKED, ANYTHING ELSE IS PLAYABLE.
           SELECT TYPESET-FEED-FILE ASSIGN TO "TYPEFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYPESET-FEED-FILE-STATUS.
      *
      *    HINT-FEED-FILE CARRIES THE GRADED HINTS FOR EACH PRINTED
      *    PUZZLE, FOR THE READER HELPLINE AND THE WEBSITE - ONE HDR
      *    RECORD PER PUZZLE, ONE HNT RECORD PER EXTRA GIVEN, AND ONE
      *    END RECORD WITH THE HINT COUNT AS A CROSSFOOT, IN THE SAME
      *    STYLE AS THE TYPESET FEED.
      *
           SELECT HINT-FEED-FILE ASSIGN TO "HINTFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HINT-FEED-FILE-STATUS.
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
       01  ANSWER-FILE-RECORD PIC X(100).
      *
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN ARCHRPT,
      *    ARCHMNT, ARCHCHK, ARCHLOAD, SYNDEXT, GRADECAL, DAYPICK,
      *    WDRAWRUN, SYNDBILL, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
      *    AND WITH NEW-ARCHIVE-RECORD IN SEEDCONV AND SEEDWIDE.
      *    ARCH-STATUS-FLAG IS "P" FOR PUBLISHED, "S" FOR STOCK ON
      *    THE SHELF AWAITING ITS PROOF (SET HERE IN STOCKPILE MODE),
      *    "A" FOR STOCK APPROVED AT PROOF (FLIPPED TO "P" BY
      *    DAYPICK), "R" FOR STOCK REJECTED AT PROOF AND "W" FOR
      *    WITHDRAWN (ALL THREE POSTED BY ARCHMNT).
      *    ARCH-ISSUE-NUMBER IS POSTED BY THE TYPESETTING DESK
      *    THROUGH ARCHMNT, NOT HERE.  ARCH-ELAPSED-SECONDS IS HOW
      *    LONG THE WINNING SEARCH TOOK, KEPT SO FUTURE RUN TIMES CAN
       01  CHECK-REPORT-RECORD PIC X(100).
      *
      *    THIS LAYOUT MUST AGREE WITH READER-MASTER-RECORD IN
      *    RDRMAINT AND RDRPURGE.  MAST-STATUS-FLAG IS "A" FOR
      *    ACTIVE, "S" FOR STOPPED.
      *
       FD  READER-MASTER-FILE.
       01  READER-MASTER-RECORD.
       01  RESULT-LETTER-RECORD PIC X(100).
      *
      *    THIS LAYOUT MUST AGREE WITH RESULTS-HISTORY-RECORD IN
      *    GRADECAL AND WDRAWRUN.  RSLT-VOID-FLAG IS WRITTEN BLANK
      *    HERE AND SET TO "V" BY WDRAWRUN IF THE SEED IS WITHDRAWN.
      *
       FD  RESULTS-HISTORY-FILE.
       01  RESULTS-HISTORY-RECORD.
           05 RSLT-FULL-CORRECT PIC 9(4).
           05 FILLER            PIC X.
           05 RSLT-RUN-DATE     PIC 9(8).
           05 FILLER            PIC X.
           05 RSLT-VOID-FLAG    PIC X.
      *
       FD  RUN-SUMMARY-FILE.
       01  RUN-SUMMARY-RECORD PIC X(200).
      *
       FD  TYPESET-FEED-FILE.
       01  TYPESET-FEED-RECORD PIC X(80).
      *
       FD  HINT-FEED-FILE.
       01  HINT-FEED-RECORD PIC X(80).
      *
       FD  SHAPE-FILE.
       01  SHAPE-FILE-RECORD PIC X(80).
           05 STANDING-CORRECT-TOTAL PIC 9(8).
           05 FILLER                 PIC X.
           05 STANDING-ENTRY-TOTAL   PIC 9(4).
      *
      *    THIS LAYOUT MUST AGREE WITH ENTRY-LEDGER-RECORD IN
      *    WDRAWRUN AND RDRPURGE.  LEDGER-STATUS-FLAG IS "S" FOR AN
      *    ENTRY THAT SCORED AND "V" FOR ONE VOIDED BY WDRAWRUN WHEN
      *    ITS PUZZLE WAS WITHDRAWN - THE RECORD STAYS ON FILE, SO A
      *    LATER ENTRY FOR THE SAME SEED IS STILL SEEN AS A REPEAT.
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
      *    THIS LAYOUT MUST AGREE WITH FINGERPRINT-RECORD IN FPBUILD,
      *    ARCHCHK AND ARCHLOAD.  FP-KEY IS THE BOARD FINGERPRINT
      *    BUILT BY BUILD-BOARD-FINGERPRINT; FP-SEED IS THE SEED
      *    WHOSE BOARD FIRST TOOK IT.
      *
       FD  FINGERPRINT-FILE.
       01  FINGERPRINT-RECORD.
           05 FP-KEY                 PIC X(149).
           05 FP-SEED                PIC 9(8).
           05 FILLER                 PIC X(3).
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
               10 RESULT-PCT-TOTAL   PIC 9(7).
               10 RESULT-FULL-TALLY  PIC 9(4).
      *
      *    THE BOARD'S PATH AS A LIST OF CELLS IN PATH ORDER, AND THE
      *    FINGERPRINT BEING BUILT FROM IT - BOARD SIZE, START CELL
      *    AND ONE STEP CODE PER MOVE.  BEST-FINGERPRINT KEEPS THE
      *    LOWEST OF THE EIGHT SYMMETRIES TRIED.
      *
       01  FILLER33.
           05 FILLER34 OCCURS 144.
               10 TOUR-CELL-COLUMN PIC 9(2).
               10 TOUR-CELL-ROW    PIC 9(2).
      *
       01  TRIAL-FINGERPRINT.
           05 TRIAL-SIZE         PIC 9(2).
           05 TRIAL-START-COLUMN PIC 9(2).
           05 TRIAL-START-ROW    PIC 9(2).
           05 TRIAL-STEP-CODE    PIC 9 OCCURS 143.
      *
       01  BEST-FINGERPRINT PIC X(149).
      *
      *    THE STANDINGS TABLE, LOADED FROM STANDINGS-FILE AT THE
      *    START OF A CHECKING JOB AND WRITTEN BACK AT THE END.
      *
           05 FILLER                PIC X    VALUE SPACE.
           05 FEED-END-CELL-COUNT   PIC 9(4).
      *
      *    THE THREE HINT FEED RECORD LAYOUTS.  ROW AND COLUMN ARE IN
      *    THE TYPESET FEED'S PRINTED TERMS (ROW 1 = TOP LINE OF THE
      *    PRINTED GRID).  THE LEVELS ARE CUMULATIVE - LEVEL 2 MEANS
      *    THE LEVEL 1 AND LEVEL 2 CELLS TOGETHER.  HINT-HDR-LEVELS
      *    IS HOW MANY LEVELS WERE PROVED (A SMALL BOARD CAN RUN OUT
      *    OF GAPS TO FILL BEFORE LEVEL 3).
      *
       01  HINT-HEADER-LINE.
           05 FILLER                PIC X(4) VALUE "HDR ".
           05 HINT-HDR-PUZZLE       PIC 9(6).
           05 FILLER                PIC X    VALUE SPACE.
           05 HINT-HDR-SEED         PIC 9(8).
           05 FILLER                PIC X    VALUE SPACE.
           05 HINT-HDR-SIZE         PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 HINT-HDR-LEVELS       PIC 9.
           05 FILLER                PIC X    VALUE SPACE.
           05 HINT-HDR-GRADE        PIC X(6).
      *
       01  HINT-CELL-LINE.
           05 FILLER                PIC X(4) VALUE "HNT ".
           05 HINT-LINE-PUZZLE      PIC 9(6).
           05 FILLER                PIC X    VALUE SPACE.
           05 HINT-LINE-LEVEL       PIC 9.
           05 FILLER                PIC X    VALUE SPACE.
           05 HINT-LINE-ROW         PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 HINT-LINE-COLUMN      PIC 9(2).
           05 FILLER                PIC X    VALUE SPACE.
           05 HINT-LINE-VALUE       PIC X(3).
      *
       01  HINT-TRAILER-LINE.
           05 FILLER                PIC X(4) VALUE "END ".
           05 HINT-END-PUZZLE       PIC 9(6).
           05 FILLER                PIC X    VALUE SPACE.
           05 HINT-END-CELL-COUNT   PIC 9(4).
      *
      *    THE HINT CELLS CHOSEN FOR THE PUZZLE IN HAND, IN THE ORDER
      *    THEY WERE PLANTED (THREE LEVELS OF AT MOST SIZE1 / 3 - 12
      *    CELLS ON THE BIGGEST BOARD), AND THE PRINTED CLUE GRID
      *    (FILLER9) SAVED WHILE THE HINT LEVELS ARE BUILT ON TOP OF
      *    IT.
      *
       01  FILLER35.
           05 FILLER36 OCCURS 12.
               10 HINT-CELL-LEVEL  PIC 9.
               10 HINT-CELL-ROW    PIC 9(2).
               10 HINT-CELL-COLUMN PIC 9(2).
               10 HINT-CELL-VALUE  PIC 9(3).
      *
       01  PRINTED-CLUE-GRID PIC X(144).
      *
      *    HOLDS THE CLOCK READING (HH,MM,SS,HUNDREDTHS) TAKEN AT THE
      *    START OF A SEARCH ATTEMPT AND AGAIN WHEN CHECKING WHETHER
      *    THE TIME CAP HAS BEEN EXCEEDED.
       77  RESULTS-HISTORY-FILE-STATUS PIC XX.
       77  RESULTS-RUN-DATE PIC 9(8).
      *
      *    BATCH CONTROL TOTALS FOR THE RUN'S CONTROL RECORD.  THE RUN
      *    MODE IS THE FIRST PARAMETER RECORD'S, AS FOR VALIDATE-ONLY.
      *    THE CROSSFOOTS PAIR THE CEL RECORDS WRITTEN TO THE TYPESET
      *    FEED WITH THE CELLS OF THE BOARDS PRINTED, AND THE ENTRIES
      *    SCORED WITH THE STANDINGS POSTINGS MADE FOR THEM.
      *
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-CROSSFOOT-A PIC 9(9) VALUE ZERO.
       77  CONTROL-CROSSFOOT-B PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-RUN-MODE PIC X VALUE SPACE.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
      *
      *    VALIDATE-ONLY BOOKKEEPING.  EDIT-ERROR-TEXT CARRIES EACH
      *    EDIT MESSAGE TO BOTH THE CONSOLE AND (IN VALIDATE MODE)
      *    THE EDIT REPORT.
       77  END-OF-STANDINGS-FILE-SWITCH PIC X.
       77  END-OF-SUBMISSION-FILE-SWITCH PIC X.
       77  ENTRY-COUNT PIC 9(4).
      *
      *    CONTEST ENTRY RULES.  AN ENTRY IS COUNTED ONLY IF ITS
      *    PUZZLE IS STILL PUBLISHED, THE READER HAS NOT ALREADY
      *    SCORED IT, AND IT IS CHECKED WITHIN CLOSING-PERIOD-DAYS OF
      *    THE PUBLICATION DATE.
      *
       77  CLOSING-PERIOD-DAYS PIC 9(3) VALUE 28.
       77  ENTRY-CLOSING-DAY PIC 9(7).
       77  ENTRY-COUNTED-SWITCH PIC X.
       77  ENTRY-LEDGER-AVAILABLE-SWITCH PIC X.
       77  ENTRY-LEDGER-FILE-STATUS PIC XX.
       77  ENTRY-PUBLICATION-DATE PIC 9(8).
       77  ENTRY-PUZZLE-STATUS PIC X.
       77  ENTRY-REFUSED-COUNT PIC 9(4).
       77  ENTRY-RUN-DATE PIC 9(8).
       77  ENTRY-RUN-DAY PIC 9(7).
       77  HELD-SUBMISSION-RECORD PIC X(80).
       77  SUBMISSION-RECORD-HELD-SWITCH PIC X.
       77  DISPLAY-LINE PIC X(80).
       77  SUBMISSION-FILE-STATUS PIC XX.
       77  SYMMETRY-INDEX PIC 9(6).
       77  SYMMETRY-MATCH-SWITCH PIC X.
       77  FINGERPRINT-FILE-STATUS PIC XX.
       77  MAPPED-COLUMN PIC 9(2).
       77  MAPPED-ROW PIC 9(2).
       77  PREVIOUS-MAPPED-COLUMN PIC 9(2).
       77  PREVIOUS-MAPPED-ROW PIC 9(2).
       77  TOUR-CELL-COUNT PIC 9(3).
       77  TOUR-STEP PIC 9(3).
       77  TIME-CAP PIC 9(6).
       77  VALUE-FOUND-ELSEWHERE-SWITCH PIC X.
      *
       77  TOTAL-REPRINTED PIC 9(6) VALUE ZERO.
       77  TOTAL-STOCKPILED PIC 9(6) VALUE ZERO.
       77  TYPESET-FEED-FILE-STATUS PIC XX.
       77  HINT-FEED-FILE-STATUS PIC XX.
       77  HINT-CELL-COUNT PIC 9(6).
       77  HINT-CELLS-PER-LEVEL PIC 9(6).
       77  HINT-LEVEL PIC 9(6).
       77  HINT-LEVEL-CELL PIC 9(6).
       77  HINT-LEVEL-FIRST-CELL PIC 9(6).
       77  HINT-LEVELS-PROVED PIC 9(6).
       77  HINT-SCAN PIC 9(6).
       77  HINT-SEARCH-DONE-SWITCH PIC X.
       77  X PIC 9(6).
       77  Y PIC 9(6).
     /
               DISPLAY "UNABLE TO OPEN PARAMETER FILE - NOTHING TO DO"
               GO TO MAIN-X.
           PERFORM READ-NEXT-PARAMETER-RECORD.
           IF END-OF-PARAMETER-FILE-SWITCH = "0"
               MOVE MODE-SWITCH-INPUT TO CONTROL-RUN-MODE.
      *
      *    A DECK WHOSE FIRST RECORD CARRIES MODE "V" IS A VALIDATE-
      *    ONLY RUN - THE WHOLE DECK IS EDITED, NOTHING IS GENERATED,
      *    ONLY THE RUN SUMMARY IS OPENED UP FRONT - THE PUBLICATION
      *    FILES ARE OPENED BY THE FIRST RECORD THAT ACTUALLY EMITS A
      *    PUZZLE, SO A STOCKPILE-ONLY OR CHECK-ONLY DECK LEAVES THE
      *    PREVIOUS RUN'S PUZZLE, ANSWER, TYPESET FEED AND HINT FEED
      *    FILES ON DISK UNTOUCHED.
      *
           OPEN OUTPUT RUN-SUMMARY-FILE.
           MOVE "1" TO OUTPUT-FILES-OPEN-SWITCH.
           IF PUBLICATION-FILES-OPEN-SWITCH = "1"
               CLOSE PUZZLE-FILE
               CLOSE ANSWER-FILE
               CLOSE TYPESET-FEED-FILE
               CLOSE HINT-FEED-FILE.
           CLOSE PARAMETER-FILE.
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       READ-NEXT-PARAMETER-RECORD.
      *
           READ PARAMETER-FILE INTO INPUT-PARAMETERS
               AT END MOVE "1" TO END-OF-PARAMETER-FILE-SWITCH
               NOT AT END ADD 1 TO CONTROL-RECORDS-READ.
      *
      *    THE VALIDATE-ONLY PASS - EVERY RECORD GETS THE FULL SET OF
      *    GENERATE EDITS, EVERY SEED IS CHECKED AGAINST THE ARCHIVE
               IF ARCHIVE-SOLUTION-FOUND-SWITCH NOT = "1"
                   MOVE "NO ARCHIVED PUZZLE FOR REPRINT JOB SEED"
                       TO EDIT-ERROR-TEXT
                   PERFORM NOTE-EDIT-ERROR
               ELSE
               IF ENTRY-PUZZLE-STATUS = "R"
                   MOVE "REPRINT JOB SEED WAS REJECTED AT PROOF"
                       TO EDIT-ERROR-TEXT
                   PERFORM NOTE-EDIT-ERROR.
      *
       VALIDATE-SEED-AGAINST-ARCHIVE.
               MOVE "NO ARCHIVE RECORD" TO JOB-OUTCOME
               ADD 1 TO TOTAL-INVALID
               GO TO REPRINT-ARCHIVED-PUZZLE-X.
      *
      *    A PUZZLE THE EDITOR REJECTED AT PROOF MUST NEVER BE SET,
      *    WHOEVER PUNCHED THE REPRINT RECORD:
      *
           IF ENTRY-PUZZLE-STATUS = "R"
               DISPLAY "SEED " RANDOM-NUMBER-SEED
                   " WAS REJECTED AT PROOF - NOT REPRINTED"
               MOVE "REJECTED AT PROOF" TO JOB-OUTCOME
               ADD 1 TO TOTAL-INVALID
               GO TO REPRINT-ARCHIVED-PUZZLE-X.
           IF MOVE-SET-SWITCH = "O"
               MOVE 4 TO MOVES-PER-LEVEL
           ELSE
      *
      *    TWO DIFFERENT SEEDS CAN PRODUCE THE SAME TOUR, AND A
      *    ROTATED OR MIRRORED BOARD LOOKS IDENTICAL TO READERS ONCE
      *    PRINTED.  THE BOARD'S FINGERPRINT IS THE SAME UNDER ALL
      *    EIGHT SYMMETRIES, SO ONE KEYED READ OF THE FINGERPRINT
      *    INDEX ANSWERS THE QUESTION.
      *
       CHECK-BOARD-ARCHIVE.
      *
           MOVE "0" TO BOARD-ALREADY-USED-SWITCH.
           OPEN INPUT FINGERPRINT-FILE.
           IF FINGERPRINT-FILE-STATUS NOT = "00"
               DISPLAY "FINGERPRINT INDEX NOT AVAILABLE - STATUS "
                   FINGERPRINT-FILE-STATUS " - SWEEPING THE ARCHIVE"
               GO TO CHECK-BOARD-ARCHIVE-SWEEP.
           PERFORM BUILD-BOARD-FINGERPRINT.
           MOVE BEST-FINGERPRINT TO FP-KEY.
           READ FINGERPRINT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "1" TO BOARD-ALREADY-USED-SWITCH.
           CLOSE FINGERPRINT-FILE.
           GO TO CHECK-BOARD-ARCHIVE-X.
      *
      *    WITHOUT THE INDEX THE WHOLE ARCHIVE IS SWEPT AND EVERY
      *    RECORD OF THE SAME SIZE IS COMPARED UNDER ALL EIGHT
      *    SYMMETRIES.  THE ARCHIVED BOARD IS REBUILT INTO TRUE-BOARD
      *    WITH THE SAME PARSE THE CHECKING MODE USES.
      *
       CHECK-BOARD-ARCHIVE-SWEEP.
      *
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               GO TO CHECK-BOARD-ARCHIVE-X.
           IF BOARD (X,Y) NOT = TRUE-BOARD (I,J)
               MOVE "0" TO SYMMETRY-MATCH-SWITCH.
      *
      *    THE BOARD'S FINGERPRINT - ITS PATH WRITTEN AS THE BOARD
      *    SIZE, THE START CELL AND ONE STEP CODE PER MOVE, TAKEN
      *    UNDER EACH OF THE EIGHT SYMMETRIES ABOVE WITH THE LOWEST
      *    OF THE EIGHT KEPT.  A BOARD AND ALL ITS ROTATIONS AND
      *    REFLECTIONS COME OUT WITH THE SAME FINGERPRINT, AND TWO
      *    DIFFERENT BOARDS NEVER DO (THE PATH IS THE BOARD, AND THE
      *    CELLS IT MISSES ARE THE BLOCKED ONES).  THE SAME CODE IS
      *    IN FPBUILD, ARCHCHK AND ARCHLOAD AND MUST STAY IDENTICAL,
      *    OR THE INDEX WILL STOP MATCHING.
      *
       BUILD-BOARD-FINGERPRINT.
      *
           MOVE ZEROES TO FILLER33.
           MOVE ZERO TO TOUR-CELL-COUNT.
           PERFORM TABLE-ONE-TOUR-CELL
               VARYING X FROM 1 BY 1 UNTIL X > SIZE1
                 AFTER Y FROM 1 BY 1 UNTIL Y > SIZE1.
           MOVE HIGH-VALUES TO BEST-FINGERPRINT.
           PERFORM BUILD-ONE-SYMMETRY-FINGERPRINT
               VARYING SYMMETRY-INDEX FROM 1 BY 1
               UNTIL SYMMETRY-INDEX > 8.
      *
       TABLE-ONE-TOUR-CELL.
      *
           IF BLOCKED-CELL-SWITCH (X,Y) NOT = "1"
               AND BOARD (X,Y) > ZERO
               AND BOARD (X,Y) NOT > 144
               ADD 1 TO TOUR-CELL-COUNT
               MOVE X TO TOUR-CELL-COLUMN (BOARD (X,Y))
               MOVE Y TO TOUR-CELL-ROW (BOARD (X,Y)).
      *
       BUILD-ONE-SYMMETRY-FINGERPRINT.
      *
           MOVE SPACES TO TRIAL-FINGERPRINT.
           MOVE SIZE1 TO TRIAL-SIZE.
           MOVE 1 TO TOUR-STEP.
           PERFORM MAP-ONE-TOUR-CELL.
           MOVE MAPPED-COLUMN TO TRIAL-START-COLUMN.
           MOVE MAPPED-ROW TO TRIAL-START-ROW.
           PERFORM CODE-ONE-TOUR-STEP
               VARYING TOUR-STEP FROM 2 BY 1
               UNTIL TOUR-STEP > TOUR-CELL-COUNT.
           IF TRIAL-FINGERPRINT < BEST-FINGERPRINT
               MOVE TRIAL-FINGERPRINT TO BEST-FINGERPRINT.
      *
      *    THE STEP CODE IS 1-9 FROM THE COLUMN AND ROW MOVEMENT
      *    (-1, 0 OR +1 EACH) - 5, STANDING STILL, NEVER OCCURS.
      *
       CODE-ONE-TOUR-STEP.
      *
           MOVE MAPPED-COLUMN TO PREVIOUS-MAPPED-COLUMN.
           MOVE MAPPED-ROW TO PREVIOUS-MAPPED-ROW.
           PERFORM MAP-ONE-TOUR-CELL.
           COMPUTE TRIAL-STEP-CODE (TOUR-STEP - 1) =
               (MAPPED-COLUMN - PREVIOUS-MAPPED-COLUMN + 1) * 3
               + MAPPED-ROW - PREVIOUS-MAPPED-ROW + 2.
      *
       MAP-ONE-TOUR-CELL.
      *
           IF SYMMETRY-INDEX = 1
               MOVE TOUR-CELL-COLUMN (TOUR-STEP) TO MAPPED-COLUMN
               MOVE TOUR-CELL-ROW (TOUR-STEP) TO MAPPED-ROW ELSE
           IF SYMMETRY-INDEX = 2
               COMPUTE MAPPED-COLUMN =
                   SIZE1 + 1 - TOUR-CELL-COLUMN (TOUR-STEP)
               MOVE TOUR-CELL-ROW (TOUR-STEP) TO MAPPED-ROW ELSE
           IF SYMMETRY-INDEX = 3
               MOVE TOUR-CELL-COLUMN (TOUR-STEP) TO MAPPED-COLUMN
               COMPUTE MAPPED-ROW =
                   SIZE1 + 1 - TOUR-CELL-ROW (TOUR-STEP) ELSE
           IF SYMMETRY-INDEX = 4
               COMPUTE MAPPED-COLUMN =
                   SIZE1 + 1 - TOUR-CELL-COLUMN (TOUR-STEP)
               COMPUTE MAPPED-ROW =
                   SIZE1 + 1 - TOUR-CELL-ROW (TOUR-STEP) ELSE
           IF SYMMETRY-INDEX = 5
               MOVE TOUR-CELL-ROW (TOUR-STEP) TO MAPPED-COLUMN
               MOVE TOUR-CELL-COLUMN (TOUR-STEP) TO MAPPED-ROW ELSE
           IF SYMMETRY-INDEX = 6
               COMPUTE MAPPED-COLUMN =
                   SIZE1 + 1 - TOUR-CELL-ROW (TOUR-STEP)
               MOVE TOUR-CELL-COLUMN (TOUR-STEP) TO MAPPED-ROW ELSE
           IF SYMMETRY-INDEX = 7
               MOVE TOUR-CELL-ROW (TOUR-STEP) TO MAPPED-COLUMN
               COMPUTE MAPPED-ROW =
                   SIZE1 + 1 - TOUR-CELL-COLUMN (TOUR-STEP) ELSE
           IF SYMMETRY-INDEX = 8
               COMPUTE MAPPED-COLUMN =
                   SIZE1 + 1 - TOUR-CELL-ROW (TOUR-STEP)
               COMPUTE MAPPED-ROW =
                   SIZE1 + 1 - TOUR-CELL-COLUMN (TOUR-STEP).
      *
      *    A DUPLICATE BOARD IS TREATED LIKE A DUPLICATE SEED - WARN
      *    AND SKIP - EXCEPT THE JOB IS RESEEDED AND RETRIED SO THE
      *    SLOT STILL GETS A PUZZLE.  IF A FRESH BOARD STILL HAS NOT
           PERFORM BUILD-ARCHIVE-BOARD-DATA.
           WRITE ARCHIVE-FILE-RECORD
               INVALID KEY DISPLAY "ARCHIVE WRITE FAILED FOR SEED "
                   ARCH-SEED " - STATUS " ARCHIVE-FILE-STATUS
               NOT INVALID KEY
                   PERFORM COUNT-ARCHIVE-APPEND
                   PERFORM APPEND-BOARD-FINGERPRINT
                       THROUGH APPEND-BOARD-FINGERPRINT-X.
           CLOSE ARCHIVE-FILE.
       APPEND-SEED-ARCHIVE-X.
      *
           EXIT.
      *
      *    A GENERATED PUZZLE'S SEED WAS COUNTED WHEN IT WAS PRINTED -
      *    ONLY STOCK, WHICH IS NOT PRINTED, IS COUNTED HERE.
      *
       COUNT-ARCHIVE-APPEND.
      *
           ADD 1 TO CONTROL-ARCHIVE-CHANGED.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           IF STOCKPILE-MODE-SWITCH = "1"
               ADD 1 TO CONTROL-SEED-COUNT
               ADD ARCH-SEED TO CONTROL-SEED-HASH.
      *
      *    EVERY BOARD ARCHIVED GOES ON THE FINGERPRINT INDEX IN THE
      *    SAME STEP, SO TOMORROW'S DUPLICATE CHECK SEES IT.  A
      *    MISSING INDEX IS CREATED (FILE-NOT-FOUND, 35, ONLY - AS
      *    FOR THE ARCHIVE ITSELF); A FAILED WRITE IS REPORTED AND
      *    PUT RIGHT BY RERUNNING FPBUILD.
      *
       APPEND-BOARD-FINGERPRINT.
      *
           OPEN I-O FINGERPRINT-FILE.
           IF FINGERPRINT-FILE-STATUS = "35"
               OPEN OUTPUT FINGERPRINT-FILE
               CLOSE FINGERPRINT-FILE
               OPEN I-O FINGERPRINT-FILE.
           IF FINGERPRINT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FINGERPRINT INDEX - STATUS "
                   FINGERPRINT-FILE-STATUS " - RERUN FPBUILD"
               GO TO APPEND-BOARD-FINGERPRINT-X.
           PERFORM BUILD-BOARD-FINGERPRINT.
           MOVE SPACES TO FINGERPRINT-RECORD.
           MOVE BEST-FINGERPRINT TO FP-KEY.
           MOVE ARCH-SEED TO FP-SEED.
           WRITE FINGERPRINT-RECORD
               INVALID KEY DISPLAY "FINGERPRINT WRITE FAILED FOR SEED "
                   ARCH-SEED " - STATUS " FINGERPRINT-FILE-STATUS.
           CLOSE FINGERPRINT-FILE.
       APPEND-BOARD-FINGERPRINT-X.
      *
           EXIT.
      *
       BUILD-ARCHIVE-BOARD-DATA.
      *
               MOVE "0" TO READER-MASTER-AVAILABLE-SWITCH
               DISPLAY "NO READER MASTER FILE - ALL ENTRIES GO TO "
                   "THE EXCEPTIONS REPORT".
           PERFORM OPEN-ENTRY-LEDGER.
           PERFORM LOAD-STANDINGS-TABLE
               THROUGH LOAD-STANDINGS-TABLE-X.
           MOVE ZERO TO READER-EXCEPTION-COUNT.
           MOVE ZERO TO ENTRY-REFUSED-COUNT.
           MOVE ZERO TO RESULT-SEED-COUNT.
           MOVE ZERO TO ENTRY-COUNT.
           MOVE "0" TO END-OF-SUBMISSION-FILE-SWITCH.
           CLOSE RESULT-LETTER-FILE.
           IF READER-MASTER-AVAILABLE-SWITCH = "1"
               CLOSE READER-MASTER-FILE.
           IF ENTRY-LEDGER-AVAILABLE-SWITCH = "1"
               CLOSE ENTRY-LEDGER-FILE.
           DISPLAY "CHECK REPORT WRITTEN - " ENTRY-COUNT
               " READER ENTRIES CHECKED, " READER-EXCEPTION-COUNT
               " SENT TO EXCEPTIONS (" ENTRY-REFUSED-COUNT
               " NOT COUNTED)".
           MOVE "CHECKED" TO JOB-OUTCOME.
           ADD 1 TO TOTAL-CHECKED.
           MOVE JOB-SEED-SAVE TO RANDOM-NUMBER-SEED.
       READ-SUBMISSION-RECORD.
      *
           READ SUBMISSION-FILE INTO CANDIDATE-ROW-WORK-AREA
               AT END MOVE "1" TO END-OF-SUBMISSION-FILE-SWITCH
               NOT AT END ADD 1 TO CONTROL-RECORDS-READ.
      *
      *    THE LEDGER IS OPENED I-O FOR THE WHOLE CHECKING JOB, SO AN
      *    ENTRY SCORED EARLIER IN THE SAME BATCH ALREADY COUNTS AS A
      *    REPEAT.  ONLY FILE-NOT-FOUND (35) MAY FALL THROUGH TO
      *    CREATING THE FILE - ON ANY OTHER FAILURE OPEN OUTPUT WOULD
      *    WIPE EVERY ENTRY EVER SCORED.  WITHOUT THE LEDGER NO ENTRY
      *    CAN BE PROVED NOT TO BE A REPEAT, SO NONE IS SCORED.
      *
       OPEN-ENTRY-LEDGER.
      *
           ACCEPT ENTRY-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE ENTRY-RUN-DAY =
               FUNCTION INTEGER-OF-DATE (ENTRY-RUN-DATE).
           OPEN I-O ENTRY-LEDGER-FILE.
           IF ENTRY-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT ENTRY-LEDGER-FILE
               CLOSE ENTRY-LEDGER-FILE
               OPEN I-O ENTRY-LEDGER-FILE.
           IF ENTRY-LEDGER-FILE-STATUS = "00"
               MOVE "1" TO ENTRY-LEDGER-AVAILABLE-SWITCH
           ELSE
               MOVE "0" TO ENTRY-LEDGER-AVAILABLE-SWITCH
               DISPLAY "UNABLE TO OPEN ENTRY LEDGER - STATUS "
                   ENTRY-LEDGER-FILE-STATUS
                   " - ALL ENTRIES GO TO THE EXCEPTIONS REPORT".
      *
      *    ONE READER'S ENTRY.  ANYTHING THAT IS NOT AN RDR HEADER
      *    WHERE ONE IS EXPECTED IS SKIPPED A RECORD AT A TIME UNTIL
               PERFORM WRITE-READER-NO-SOLUTION-LINE
               PERFORM READ-SUBMISSION-RECORD
               GO TO CHECK-ONE-READER-ENTRY-X.
      *
      *    A REPEAT, LATE OR UNPUBLISHED-PUZZLE ENTRY IS NOT CHECKED
      *    OR SCORED - THE READER IS TOLD WHY AND THE GRID ROWS ARE
      *    SKIPPED BY THE NEXT-HEADER SCAN:
      *
           PERFORM VET-ENTRY-AGAINST-LEDGER
               THROUGH VET-ENTRY-AGAINST-LEDGER-X.
           IF ENTRY-COUNTED-SWITCH NOT = "1"
               PERFORM REFUSE-READER-ENTRY
               PERFORM READ-SUBMISSION-RECORD
               GO TO CHECK-ONE-READER-ENTRY-X.
           MOVE ZERO TO WRONG-CELL-COUNT,
                        OUT-OF-SEQUENCE-CELL-COUNT,
                        CORRECT-CELL-COUNT.
           PERFORM TALLY-SEED-RESULT
               THROUGH TALLY-SEED-RESULT-X.
           PERFORM POST-READER-STANDINGS.
           PERFORM RECORD-ENTRY-IN-LEDGER.
           PERFORM WRITE-RESULT-LETTER
               THROUGH WRITE-RESULT-LETTER-X.
           ADD 1 TO ENTRY-COUNT.
           ADD 1 TO CONTROL-CROSSFOOT-A.
           ADD 1 TO CONTROL-SEED-COUNT.
           ADD RANDOM-NUMBER-SEED TO CONTROL-SEED-HASH.
      *
      *    AN ENTRY KEYED SHORT LEAVES THE NEXT READER'S HEADER HELD
      *    IN HAND - START THE NEXT ENTRY FROM IT INSTEAD OF READING
               INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
      *
      *    THE CONTEST RULES, IN THE ORDER A READER WOULD ASK ABOUT
      *    THEM: THE PUZZLE MUST BE PUBLISHED (NOT STILL STOCK ON THE
      *    SHELF, NOT WITHDRAWN), THE READER MUST NOT HAVE SCORED IT
      *    ALREADY, AND THE ENTRY MUST BE CHECKED WITHIN THE CLOSING
      *    PERIOD.  THE ARCHIVE STATUS AND DATE WERE SAVED BY THE
      *    LOOKUP THAT FOUND THE SOLUTION.
      *
       VET-ENTRY-AGAINST-LEDGER.
      *
           MOVE "0" TO ENTRY-COUNTED-SWITCH.
           IF ENTRY-PUZZLE-STATUS = "W"
               MOVE "PUZZLE HAS BEEN WITHDRAWN"
                   TO READER-EXCEPTION-TEXT
               GO TO VET-ENTRY-AGAINST-LEDGER-X.
           IF ENTRY-PUZZLE-STATUS NOT = "P"
               MOVE "PUZZLE HAS NOT BEEN PUBLISHED"
                   TO READER-EXCEPTION-TEXT
               GO TO VET-ENTRY-AGAINST-LEDGER-X.
           IF ENTRY-LEDGER-AVAILABLE-SWITCH NOT = "1"
               MOVE "ENTRY LEDGER NOT AVAILABLE"
                   TO READER-EXCEPTION-TEXT
               GO TO VET-ENTRY-AGAINST-LEDGER-X.
           MOVE CURRENT-READER-ID TO LEDGER-READER-ID.
           MOVE RANDOM-NUMBER-SEED TO LEDGER-SEED.
           READ ENTRY-LEDGER-FILE
               INVALID KEY MOVE "1" TO ENTRY-COUNTED-SWITCH
               NOT INVALID KEY
                   MOVE "PUZZLE ALREADY ENTERED BY THIS READER"
                       TO READER-EXCEPTION-TEXT.
           IF ENTRY-COUNTED-SWITCH NOT = "1"
               GO TO VET-ENTRY-AGAINST-LEDGER-X.
      *
      *    A PUBLISHED RECORD WITH NO DATE (POSTED BY HAND BEFORE THE
      *    DESK STAMPED DATES) HAS NO CLOSING DATE TO MISS:
      *
           IF ENTRY-PUBLICATION-DATE = ZERO
               GO TO VET-ENTRY-AGAINST-LEDGER-X.
           COMPUTE ENTRY-CLOSING-DAY =
               FUNCTION INTEGER-OF-DATE (ENTRY-PUBLICATION-DATE)
               + CLOSING-PERIOD-DAYS.
           IF ENTRY-RUN-DAY > ENTRY-CLOSING-DAY
               MOVE "0" TO ENTRY-COUNTED-SWITCH
               MOVE "ENTRY RECEIVED AFTER THE CLOSING DATE"
                   TO READER-EXCEPTION-TEXT.
       VET-ENTRY-AGAINST-LEDGER-X.
      *
           EXIT.
      *
      *    A REFUSED ENTRY IS REPORTED IN ALL THREE PLACES SOMEONE
      *    MIGHT LOOK - THE EXCEPTIONS REPORT, THE CHECK REPORT AND
      *    THE READER'S OWN LETTER.
      *
       REFUSE-READER-ENTRY.
      *
           ADD 1 TO READER-EXCEPTION-COUNT.
           ADD 1 TO ENTRY-REFUSED-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING "READER " DELIMITED BY SIZE
               CURRENT-READER-ID DELIMITED BY SIZE
               " SEED " DELIMITED BY SIZE
               RANDOM-NUMBER-SEED DELIMITED BY SIZE
               " NOT COUNTED - " DELIMITED BY SIZE
               READER-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING "READER " DELIMITED BY SIZE
               CURRENT-READER-ID DELIMITED BY SIZE
               " SEED " DELIMITED BY SIZE
               RANDOM-NUMBER-SEED DELIMITED BY SIZE
               " ENTRY NOT COUNTED - " DELIMITED BY SIZE
               READER-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           PERFORM WRITE-REFUSED-ENTRY-LETTER.
      *
      *    THE LEDGER RECORD IS WRITTEN AS SOON AS THE ENTRY SCORES,
      *    NOT AT END OF JOB, SO A SECOND COPY LATER IN THE SAME
      *    BATCH IS CAUGHT AS A REPEAT.
      *
       RECORD-ENTRY-IN-LEDGER.
      *
           MOVE SPACES TO ENTRY-LEDGER-RECORD.
           MOVE CURRENT-READER-ID TO LEDGER-READER-ID.
           MOVE RANDOM-NUMBER-SEED TO LEDGER-SEED.
           MOVE ENTRY-RUN-DATE TO LEDGER-ENTRY-DATE.
           MOVE CORRECT-CELL-COUNT TO LEDGER-CORRECT-COUNT.
           MOVE "S" TO LEDGER-STATUS-FLAG.
           WRITE ENTRY-LEDGER-RECORD
               INVALID KEY DISPLAY "ENTRY LEDGER WRITE FAILED FOR "
                   "READER " CURRENT-READER-ID " SEED "
                   RANDOM-NUMBER-SEED " - STATUS "
                   ENTRY-LEDGER-FILE-STATUS
               NOT INVALID KEY ADD 1 TO CONTROL-RECORDS-WRITTEN.
      *
      *    ONE KEYED READ SETTLES WHETHER THE HEADER'S READER ID IS
      *    ON THE MASTER AND STILL ACTIVE.  THE MASTER'S NAME AND
      *    ADDRESS ARE TAKEN AS AUTHORITATIVE - THE HEADER NAME IS
      *
       WRITE-RESULT-LETTER.
      *
           PERFORM WRITE-LETTER-ADDRESS-BLOCK.
           MOVE SPACES TO RESULT-LETTER-RECORD.
           STRING "YOUR RESULT FOR PUZZLE SEED " DELIMITED BY SIZE
               RANDOM-NUMBER-SEED DELIMITED BY SIZE
       WRITE-RESULT-LETTER-X.
      *
           EXIT.
      *
       WRITE-REFUSED-ENTRY-LETTER.
      *
           PERFORM WRITE-LETTER-ADDRESS-BLOCK.
           MOVE SPACES TO RESULT-LETTER-RECORD.
           STRING "YOUR ENTRY FOR PUZZLE SEED " DELIMITED BY SIZE
               RANDOM-NUMBER-SEED DELIMITED BY SIZE
               " HAS NOT BEEN COUNTED" DELIMITED BY SIZE
               INTO RESULT-LETTER-RECORD.
           WRITE RESULT-LETTER-RECORD.
           MOVE SPACES TO RESULT-LETTER-RECORD.
           STRING "REASON - " DELIMITED BY SIZE
               READER-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO RESULT-LETTER-RECORD.
           WRITE RESULT-LETTER-RECORD.
      *
       WRITE-LETTER-ADDRESS-BLOCK.
      *
           MOVE ALL "-" TO RESULT-LETTER-RECORD.
           WRITE RESULT-LETTER-RECORD.
           WRITE RESULT-LETTER-RECORD FROM CURRENT-READER-NAME.
           WRITE RESULT-LETTER-RECORD FROM CURRENT-ADDRESS-1.
           WRITE RESULT-LETTER-RECORD FROM CURRENT-ADDRESS-2.
           WRITE RESULT-LETTER-RECORD FROM CURRENT-ADDRESS-3.
           WRITE RESULT-LETTER-RECORD FROM CURRENT-POSTCODE.
           MOVE SPACES TO RESULT-LETTER-RECORD.
           WRITE RESULT-LETTER-RECORD.
      *
      *    ONE CHECKED ENTRY'S SCORES FOLDED INTO THE PER-SEED
      *    RESULTS TABLE.  THE PERCENTAGE IS MEASURED AGAINST THE
               ADD 1 TO TABLE-ENTRY-TOTAL (STANDINGS-FOUND)
               MOVE CURRENT-READER-NAME
                   TO TABLE-READER-NAME (STANDINGS-FOUND)
               ADD 1 TO CONTROL-CROSSFOOT-B
           ELSE
           IF STANDINGS-COUNT < 1000
               ADD 1 TO STANDINGS-COUNT
               MOVE CORRECT-CELL-COUNT
                   TO TABLE-CORRECT-TOTAL (STANDINGS-COUNT)
               MOVE 1 TO TABLE-ENTRY-TOTAL (STANDINGS-COUNT)
               ADD 1 TO CONTROL-CROSSFOOT-B
           ELSE
               DISPLAY "STANDINGS TABLE FULL - READER "
                   CURRENT-READER-ID " NOT POSTED".
                   MOVE ARCH-END-COLUMN TO END-COLUMN
                   MOVE ARCH-END-ROW TO END-ROW
                   MOVE ARCH-MOVE-SET TO MOVE-SET-SWITCH
                   MOVE ARCH-STATUS-FLAG TO ENTRY-PUZZLE-STATUS
                   MOVE ARCH-PUBLICATION-DATE TO ENTRY-PUBLICATION-DATE
                   PERFORM PARSE-ARCHIVE-BOARD-DATA.
      *
      *    REBUILDS TRUE-BOARD FROM THE ARCHIVED TEXT, CELL BY CELL, IN
           READ SUBMISSION-FILE INTO CANDIDATE-ROW-WORK-AREA
               AT END
                   MOVE SPACES TO CANDIDATE-ROW-WORK-AREA
                   MOVE "1" TO END-OF-SUBMISSION-FILE-SWITCH
               NOT AT END ADD 1 TO CONTROL-RECORDS-READ.
           IF READER-HEADER-TAG = "RDR "
               MOVE CANDIDATE-ROW-WORK-AREA TO HELD-SUBMISSION-RECORD
               MOVE "1" TO SUBMISSION-RECORD-HELD-SWITCH
           IF PUBLICATION-FILES-OPEN-SWITCH NOT = "1"
               PERFORM OPEN-PUBLICATION-FILES.
           ADD 1 TO PUZZLE-COUNT.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           ADD 1 TO CONTROL-SEED-COUNT.
           ADD RANDOM-NUMBER-SEED TO CONTROL-SEED-HASH.
           PERFORM BUILD-PUZZLE-HEADER.
           IF PUBLISH-MODE-SWITCH = "Y"
               MOVE "1" TO BLANK-NON-CLUES-SWITCH
               MOVE SPACES TO PUZZLE-FILE-RECORD
               WRITE PUZZLE-FILE-RECORD.
           PERFORM WRITE-TYPESET-FEED.
           IF PUBLISH-MODE-SWITCH = "Y"
               PERFORM WRITE-HINT-FEED.
      *
      *    THE TYPESET FEED MIRRORS THE PRINTED GRID EXACTLY - ROW 1
      *    IS THE TOP LINE OF THE GRID AS PUZZLE-FILE PRINTS IT.  IN
           MOVE FEED-CELL-TOTAL TO FEED-END-CELL-COUNT.
           WRITE TYPESET-FEED-RECORD FROM FEED-TRAILER-LINE.
      *
      *    THE CELLS OF THE BOARD ACTUALLY PRINTED, WORKED OUT APART
      *    FROM THE FEED - CHAINREC HOLDS THEM AGAINST THE CEL
      *    RECORDS THAT REACHED IT, COUNTED IN WRITE-FEED-CELL:
      *
           COMPUTE CONTROL-CROSSFOOT-B =
               CONTROL-CROSSFOOT-B + SIZE1 * SIZE1.
      *
      *    THE "G" FLAG MEANS "PRINTED GIVEN" - THE LAYOUT SYSTEM BOLDS
      *    IT - SO IT IS ONLY SET ON THE KEPT CLUES OF A PUBLISH RUN.
      *    A NON-PUBLISH RUN CARRIES EVERY VALUE BUT FLAGS NONE.
           IF X = END-COLUMN AND Y = END-ROW
               MOVE "E" TO FEED-CELL-END-FLAG.
           WRITE TYPESET-FEED-RECORD FROM FEED-CELL-LINE.
           IF TYPESET-FEED-FILE-STATUS = "00"
               ADD 1 TO CONTROL-CROSSFOOT-A.
      *
      *    THE GRADED HINTS - THREE CUMULATIVE LEVELS OF EXTRA GIVENS
      *    ON TOP OF THE PRINTED CLUES.  EACH HINT CELL IS PLANTED
      *    JUST AS PROMOTE-HARDEST-SEGMENT PLANTS ONE: IN THE MIDDLE
      *    OF THE WIDEST RUN OF PATH NUMBERS BETWEEN TWO GIVENS,
      *    WHICH IS WHERE A READER (AND THE SOLVER) IS MOST LOST.
      *    EACH LEVEL IS RE-SOLVED AND ONLY WRITTEN IF IT STILL HAS
      *    EXACTLY ONE COMPLETION.  THE PRINTED CLUE GRID IS PUT BACK
      *    AFTERWARDS.
      *
       WRITE-HINT-FEED.
      *
           MOVE FILLER9 TO PRINTED-CLUE-GRID.
           MOVE ZEROES TO FILLER35.
           MOVE ZERO TO HINT-CELL-COUNT.
           MOVE ZERO TO HINT-LEVELS-PROVED.
           COMPUTE HINT-CELLS-PER-LEVEL = SIZE1 / 3.
           IF HINT-CELLS-PER-LEVEL < 1
               MOVE 1 TO HINT-CELLS-PER-LEVEL.
           MOVE "0" TO HINT-SEARCH-DONE-SWITCH.
           PERFORM BUILD-ONE-HINT-LEVEL
               THROUGH BUILD-ONE-HINT-LEVEL-X
               VARYING HINT-LEVEL FROM 1 BY 1
               UNTIL HINT-LEVEL > 3 OR HINT-SEARCH-DONE-SWITCH = "1".
           MOVE PRINTED-CLUE-GRID TO FILLER9.
           MOVE PUZZLE-COUNT TO HINT-HDR-PUZZLE.
           MOVE RANDOM-NUMBER-SEED TO HINT-HDR-SEED.
           MOVE SIZE1 TO HINT-HDR-SIZE.
           MOVE HINT-LEVELS-PROVED TO HINT-HDR-LEVELS.
           MOVE DIFFICULTY-GRADE TO HINT-HDR-GRADE.
           WRITE HINT-FEED-RECORD FROM HINT-HEADER-LINE.
           PERFORM WRITE-HINT-CELL
               VARYING HINT-SCAN FROM 1 BY 1
               UNTIL HINT-SCAN > HINT-CELL-COUNT.
           MOVE PUZZLE-COUNT TO HINT-END-PUZZLE.
           MOVE HINT-CELL-COUNT TO HINT-END-CELL-COUNT.
           WRITE HINT-FEED-RECORD FROM HINT-TRAILER-LINE.
           IF HINT-LEVELS-PROVED < 3
               DISPLAY "ONLY " HINT-LEVELS-PROVED
                   " HINT LEVEL(S) FOR SEED " RANDOM-NUMBER-SEED.
      *
       BUILD-ONE-HINT-LEVEL.
      *
           COMPUTE HINT-LEVEL-FIRST-CELL = HINT-CELL-COUNT + 1.
           PERFORM ADD-ONE-HINT-CELL
               VARYING HINT-LEVEL-CELL FROM 1 BY 1
               UNTIL HINT-LEVEL-CELL > HINT-CELLS-PER-LEVEL
                   OR HINT-SEARCH-DONE-SWITCH = "1".
           IF HINT-CELL-COUNT < HINT-LEVEL-FIRST-CELL
               MOVE "1" TO HINT-SEARCH-DONE-SWITCH
               GO TO BUILD-ONE-HINT-LEVEL-X.
           PERFORM VERIFY-UNIQUE-COMPLETION.
           IF SOLUTION-COUNT = 1
               MOVE HINT-LEVEL TO HINT-LEVELS-PROVED
           ELSE
               DISPLAY "HINT LEVEL " HINT-LEVEL " FOR SEED "
                   RANDOM-NUMBER-SEED " NOT PROVED - LEFT OFF"
               COMPUTE HINT-CELL-COUNT = HINT-LEVEL-FIRST-CELL - 1
               MOVE "1" TO HINT-SEARCH-DONE-SWITCH.
       BUILD-ONE-HINT-LEVEL-X.
      *
           EXIT.
      *
      *    A GAP OF ONE (NO HIDDEN NUMBER BETWEEN TWO GIVENS) LEAVES
      *    SEGMENT-BEST-VALUE AT ZERO - THE GRID IS FULL OF HINTS.
      *
       ADD-ONE-HINT-CELL.
      *
           PERFORM BUILD-GIVEN-VALUE-TABLE.
           PERFORM PROMOTE-HARDEST-SEGMENT.
           IF SEGMENT-BEST-VALUE = ZERO
               MOVE "1" TO HINT-SEARCH-DONE-SWITCH
           ELSE
               ADD 1 TO HINT-CELL-COUNT
               MOVE HINT-LEVEL TO HINT-CELL-LEVEL (HINT-CELL-COUNT)
               MOVE SEGMENT-BEST-VALUE
                   TO HINT-CELL-VALUE (HINT-CELL-COUNT)
               PERFORM NOTE-HINT-CELL-PLACE
                   VARYING X FROM 1 BY 1 UNTIL X > SIZE1
                     AFTER Y FROM 1 BY 1 UNTIL Y > SIZE1.
      *
       NOTE-HINT-CELL-PLACE.
      *
           IF BOARD (X,Y) = SEGMENT-BEST-VALUE
               COMPUTE HINT-CELL-ROW (HINT-CELL-COUNT) = SIZE1 + 1 - X
               MOVE Y TO HINT-CELL-COLUMN (HINT-CELL-COUNT).
      *
       WRITE-HINT-CELL.
      *
           MOVE PUZZLE-COUNT TO HINT-LINE-PUZZLE.
           MOVE HINT-CELL-LEVEL (HINT-SCAN) TO HINT-LINE-LEVEL.
           MOVE HINT-CELL-ROW (HINT-SCAN) TO HINT-LINE-ROW.
           MOVE HINT-CELL-COLUMN (HINT-SCAN) TO HINT-LINE-COLUMN.
           MOVE HINT-CELL-VALUE (HINT-SCAN) TO CELL-EDIT.
           MOVE CELL-EDIT TO HINT-LINE-VALUE.
           WRITE HINT-FEED-RECORD FROM HINT-CELL-LINE.
      *
       WRITE-PUZZLE-ROW.
      *
           OPEN OUTPUT PUZZLE-FILE.
           OPEN OUTPUT ANSWER-FILE.
           OPEN OUTPUT TYPESET-FEED-FILE.
           OPEN OUTPUT HINT-FEED-FILE.
           MOVE "1" TO PUBLICATION-FILES-OPEN-SWITCH.
      *
      *    SELECT WHICH CELLS SURVIVE AS PRINTED GIVENS - THE START AND
                   FUNCTION MOD (BOARD (X,Y) CLUE-INTERVAL)
               IF CLUE-TEST-REMAINDER = 1
                   MOVE "1" TO CLUE-KEEP-SWITCH (X,Y).
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
           MOVE "HIDOKU" TO CTL-PROGRAM.
           MOVE CONTROL-RUN-MODE TO CTL-RUN-MODE.
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
