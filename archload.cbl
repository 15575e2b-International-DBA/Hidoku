      *                      MATCH THE ARCHIVE.                        *
      *       3 * SEP 2026 * LAYOUT KEPT IN STEP WITH THE ARCHIVE'S    *
      *                      NEW GRADE BYTE.                           *
      *       4 * OCT 2026 * THE BOARD FINGERPRINT INDEX (BOARDFPX) IS *
      *                      REBUILT ALONGSIDE THE ARCHIVE, SO THE TWO *
      *                      COME BACK FROM AN UNLOAD IN STEP.  MOVE   *
      *                      THE OLD BOARDFPX ASIDE WITH SEEDARCH.     *
      *       5 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SEED
               FILE STATUS IS ARCHIVE-FILE-STATUS.
      *
      *    FINGERPRINT-FILE IS HIDOKU'S BOARD FINGERPRINT INDEX,
      *    CREATED ANEW WITH THE ARCHIVE.
      *
           SELECT FINGERPRINT-FILE ASSIGN TO "BOARDFPX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-KEY
               FILE STATUS IS FINGERPRINT-FILE-STATUS.
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
       01  UNLOAD-RECORD PIC X(632).
      *
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN HIDOKU,
      *    ARCHRPT, ARCHMNT, ARCHCHK, SYNDEXT, GRADECAL, DAYPICK,
      *    WDRAWRUN, SYNDBILL, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
      *    AND WITH NEW-ARCHIVE-RECORD IN SEEDCONV AND SEEDWIDE.
      *
       FD  ARCHIVE-FILE.
           05 ARCH-BOARD-DATA       PIC X(576).
           05 ARCH-GRADE            PIC X.
           05 FILLER                PIC X(15).
      *
      *    THIS LAYOUT MUST AGREE WITH FINGERPRINT-RECORD IN HIDOKU,
      *    FPBUILD AND ARCHCHK.
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
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  CELL-POSITION PIC 9(4).
       77  CELL-TEXT PIC X(3).
       77  COLUMN-SCAN PIC 9(2).
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  DUPLICATE-COUNT PIC 9(6) VALUE ZERO.
       77  END-OF-UNLOAD-SWITCH PIC X.
       77  EXCEPTION-REASON-TEXT PIC X(50).
       77  FINGERPRINT-FILE-STATUS PIC XX.
       77  FINGERPRINTS-MISSED PIC 9(6) VALUE ZERO.
       77  FINGERPRINTS-WRITTEN PIC 9(6) VALUE ZERO.
       77  INDEX-AVAILABLE-SWITCH PIC X.
       77  MAPPED-COLUMN PIC 9(2).
       77  MAPPED-ROW PIC 9(2).
       77  PATH-VALUE PIC 9(3).
       77  PREVIOUS-MAPPED-COLUMN PIC 9(2).
       77  PREVIOUS-MAPPED-ROW PIC 9(2).
       77  RECORDS-READ PIC 9(6) VALUE ZERO.
       77  RECORDS-WRITTEN PIC 9(6) VALUE ZERO.
       77  ROW-SCAN PIC 9(2).
       77  SIZE1 PIC 9(6).
       77  STEP-SCAN PIC 9(3).
       77  SYMMETRY-INDEX PIC 9(6).
       77  TOUR-CELL-COUNT PIC 9(3).
       77  TOUR-STEP PIC 9(3).
       77  UNLOAD-FILE-STATUS PIC XX.
      *
      *    WHERE EACH PATH NUMBER SITS ON THE RELOADED BOARD - THE
      *    SAME TABLING ARCHCHK USES.
      *
       01  FILLER1.
           05 FILLER2 OCCURS 144.
               10 TOUR-CELL-COLUMN PIC 9(2).
               10 TOUR-CELL-ROW    PIC 9(2).
      *
      *    THE FINGERPRINT BEING BUILT FROM THE TOUR TABLE - BOARD
      *    SIZE, START CELL AND ONE STEP CODE PER MOVE - AND THE
      *    LOWEST OF THE EIGHT SYMMETRIES TRIED.  THE SAME LAYOUT AS
      *    TRIAL-FINGERPRINT IN HIDOKU.
      *
       01  TRIAL-FINGERPRINT.
           05 TRIAL-SIZE         PIC 9(2).
           05 TRIAL-START-COLUMN PIC 9(2).
           05 TRIAL-START-ROW    PIC 9(2).
           05 TRIAL-STEP-CODE    PIC 9 OCCURS 143.
      *
       01  BEST-FINGERPRINT PIC X(149).
      /
       PROCEDURE DIVISION.
      *
                   ARCHIVE-FILE-STATUS
               CLOSE UNLOAD-FILE
               GO TO MAIN-X.
           MOVE "1" TO INDEX-AVAILABLE-SWITCH.
           OPEN OUTPUT FINGERPRINT-FILE.
           IF FINGERPRINT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO CREATE BOARDFPX - STATUS "
                   FINGERPRINT-FILE-STATUS " - RUN FPBUILD AFTER"
               MOVE "0" TO INDEX-AVAILABLE-SWITCH.
           MOVE "0" TO END-OF-UNLOAD-SWITCH.
           PERFORM READ-UNLOAD-RECORD.
           PERFORM RELOAD-ONE-RECORD
               UNTIL END-OF-UNLOAD-SWITCH = "1".
           CLOSE UNLOAD-FILE.
           CLOSE ARCHIVE-FILE.
           IF INDEX-AVAILABLE-SWITCH = "1"
               CLOSE FINGERPRINT-FILE.
           DISPLAY "RELOAD COMPLETE - " RECORDS-READ " READ, "
               RECORDS-WRITTEN " LOADED, " DUPLICATE-COUNT
               " DUPLICATE SEEDS SKIPPED".
           DISPLAY "FINGERPRINT INDEX - " FINGERPRINTS-WRITTEN
               " WRITTEN, " FINGERPRINTS-MISSED " NOT INDEXED".
           IF INDEX-AVAILABLE-SWITCH NOT = "1"
               OR FINGERPRINTS-MISSED > ZERO
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       READ-UNLOAD-RECORD.
       RELOAD-ONE-RECORD.
      *
           ADD 1 TO RECORDS-READ.
           ADD 1 TO CONTROL-RECORDS-READ.
           MOVE UNLOAD-RECORD TO ARCHIVE-FILE-RECORD.
           WRITE ARCHIVE-FILE-RECORD
               INVALID KEY
                   ADD 1 TO DUPLICATE-COUNT
                   DISPLAY "DUPLICATE SEED " ARCH-SEED " SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN
                   ADD 1 TO CONTROL-RECORDS-WRITTEN
                   ADD 1 TO CONTROL-ARCHIVE-CHANGED
                   ADD 1 TO CONTROL-SEED-COUNT
                   ADD ARCH-SEED TO CONTROL-SEED-HASH
                   IF INDEX-AVAILABLE-SWITCH = "1"
                       PERFORM INDEX-RELOADED-BOARD
                           THROUGH INDEX-RELOADED-BOARD-X.
           PERFORM READ-UNLOAD-RECORD.
      *
      *    THE UNLOAD HOLDS ONLY RECORDS ARCHCHK PROVED CLEAN, SO THE
      *    PARSE SHOULD NEVER FAIL; IF IT DOES, OR THE BOARD REPEATS
      *    ONE ALREADY INDEXED, THE SEED IS NAMED AND LEFT OFF.
      *
       INDEX-RELOADED-BOARD.
      *
           MOVE SPACES TO EXCEPTION-REASON-TEXT.
           PERFORM PARSE-ARCHIVED-BOARD
               THROUGH PARSE-ARCHIVED-BOARD-X.
           IF EXCEPTION-REASON-TEXT NOT = SPACES
               ADD 1 TO FINGERPRINTS-MISSED
               DISPLAY "SEED " ARCH-SEED " NOT INDEXED - "
                   EXCEPTION-REASON-TEXT
               GO TO INDEX-RELOADED-BOARD-X.
           PERFORM BUILD-BOARD-FINGERPRINT.
           MOVE SPACES TO FINGERPRINT-RECORD.
           MOVE BEST-FINGERPRINT TO FP-KEY.
           MOVE ARCH-SEED TO FP-SEED.
           WRITE FINGERPRINT-RECORD
               INVALID KEY
                   ADD 1 TO FINGERPRINTS-MISSED
                   DISPLAY "SEED " ARCH-SEED
                       " NOT INDEXED - BOARD ALREADY ON THE INDEX"
               NOT INVALID KEY
                   ADD 1 TO FINGERPRINTS-WRITTEN
                   ADD 1 TO CONTROL-RECORDS-WRITTEN.
       INDEX-RELOADED-BOARD-X.
      *
           EXIT.
      *
      *    THE BOARD DATA IS WALKED IN THE SAME CELL ORDER AND WITH
      *    THE SAME 4-CHARACTER SPACING HIDOKU USES, AND EACH PATH
      *    NUMBER'S CELL IS TABLED AS IN ARCHCHK.  ONLY A WHOLE 1..N
      *    PATH CAN BE FINGERPRINTED.
      *
       PARSE-ARCHIVED-BOARD.
      *
           MOVE ZEROES TO FILLER1.
           MOVE ZERO TO TOUR-CELL-COUNT.
           MOVE 1 TO CELL-POSITION.
           PERFORM PARSE-ONE-ARCHIVED-CELL
               THROUGH PARSE-ONE-ARCHIVED-CELL-X
               VARYING COLUMN-SCAN FROM 1 BY 1
               UNTIL COLUMN-SCAN > ARCH-SIZE1
                   OR EXCEPTION-REASON-TEXT NOT = SPACES
                 AFTER ROW-SCAN FROM 1 BY 1
                 UNTIL ROW-SCAN > ARCH-SIZE1
                   OR EXCEPTION-REASON-TEXT NOT = SPACES.
           IF EXCEPTION-REASON-TEXT NOT = SPACES
               GO TO PARSE-ARCHIVED-BOARD-X.
           IF TOUR-CELL-COUNT < 2
               MOVE "FEWER THAN TWO PLAYABLE CELLS"
                   TO EXCEPTION-REASON-TEXT
               GO TO PARSE-ARCHIVED-BOARD-X.
           PERFORM PROVE-ONE-PATH-NUMBER
               VARYING STEP-SCAN FROM 1 BY 1
               UNTIL STEP-SCAN > TOUR-CELL-COUNT
                   OR EXCEPTION-REASON-TEXT NOT = SPACES.
       PARSE-ARCHIVED-BOARD-X.
      *
           EXIT.
      *
       PARSE-ONE-ARCHIVED-CELL.
      *
           MOVE ARCH-BOARD-DATA (CELL-POSITION:3) TO CELL-TEXT.
           ADD 4 TO CELL-POSITION.
           IF CELL-TEXT = "XXX"
               GO TO PARSE-ONE-ARCHIVED-CELL-X.
           ADD 1 TO TOUR-CELL-COUNT.
           IF FUNCTION NUMVAL (CELL-TEXT) NOT > ZERO
               OR FUNCTION NUMVAL (CELL-TEXT) > 144
               MOVE "BOARD CELL IS NOT A PATH NUMBER OR XXX"
                   TO EXCEPTION-REASON-TEXT
               GO TO PARSE-ONE-ARCHIVED-CELL-X.
           MOVE FUNCTION NUMVAL (CELL-TEXT) TO PATH-VALUE.
           IF TOUR-CELL-COLUMN (PATH-VALUE) NOT = ZERO
               MOVE "PATH NUMBER APPEARS ON TWO CELLS"
                   TO EXCEPTION-REASON-TEXT
               GO TO PARSE-ONE-ARCHIVED-CELL-X.
           MOVE COLUMN-SCAN TO TOUR-CELL-COLUMN (PATH-VALUE).
           MOVE ROW-SCAN TO TOUR-CELL-ROW (PATH-VALUE).
       PARSE-ONE-ARCHIVED-CELL-X.
      *
           EXIT.
      *
       PROVE-ONE-PATH-NUMBER.
      *
           IF TOUR-CELL-COLUMN (STEP-SCAN) = ZERO
               MOVE "PATH IS NOT A CONTIGUOUS 1..N SEQUENCE"
                   TO EXCEPTION-REASON-TEXT.
      *
      *    THE BOARD'S FINGERPRINT - ITS PATH WRITTEN AS THE BOARD
      *    SIZE, THE START CELL AND ONE STEP CODE PER MOVE, TAKEN
      *    UNDER EACH OF THE EIGHT ROTATIONS AND REFLECTIONS WITH THE
      *    LOWEST OF THE EIGHT KEPT.  THE TOUR TABLE COMES FROM THE
      *    ARCHIVED BOARD DATA HERE RATHER THAN FROM THE BOARD IN
      *    STORAGE, BUT FROM THERE ON THIS IS BUILD-BOARD-FINGERPRINT
      *    IN HIDOKU, NAME FOR NAME, AND MUST STAY IDENTICAL TO IT
      *    AND TO THE COPIES IN FPBUILD AND ARCHCHK, OR THE INDEX
      *    WILL STOP MATCHING.
      *
       BUILD-BOARD-FINGERPRINT.
      *
           MOVE ARCH-SIZE1 TO SIZE1.
           MOVE HIGH-VALUES TO BEST-FINGERPRINT.
           PERFORM BUILD-ONE-SYMMETRY-FINGERPRINT
               VARYING SYMMETRY-INDEX FROM 1 BY 1
               UNTIL SYMMETRY-INDEX > 8.
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
           MOVE "ARCHLOAD" TO CTL-PROGRAM.
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
