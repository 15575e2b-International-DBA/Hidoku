      *                      MATCH THE ARCHIVE.                        *
      *       3 * SEP 2026 * LAYOUT KEPT IN STEP WITH THE ARCHIVE'S    *
      *                      NEW GRADE BYTE.                           *
      *       4 * OCT 2026 * EVERY CLEAN RECORD'S BOARD IS ALSO        *
      *                      LOOKED UP ON THE BOARD FINGERPRINT INDEX  *
      *                      (BOARDFPX), AND EVERY INDEX ENTRY IS      *
      *                      LOOKED UP ON THE ARCHIVE, SO AN INDEX     *
      *                      OUT OF STEP WITH THE ARCHIVE IS REPORTED  *
      *                      BEFORE THE UNLOAD IS TRUSTED.             *
      *       5 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT UNLOAD-FILE ASSIGN TO "SEEDUNLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOAD-FILE-STATUS.
      *
      *    FINGERPRINT-FILE IS HIDOKU'S BOARD FINGERPRINT INDEX,
      *    CROSS-CHECKED BOTH WAYS AGAINST THE ARCHIVE.
      *
           SELECT FINGERPRINT-FILE ASSIGN TO "BOARDFPX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-KEY
               FILE STATUS IS FINGERPRINT-FILE-STATUS.
      *
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-REPORT-FILE-STATUS.
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
      *    ARCHRPT, ARCHMNT, ARCHLOAD, SYNDEXT, GRADECAL, DAYPICK,
      *    WDRAWRUN, SYNDBILL, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
      *    AND WITH NEW-ARCHIVE-RECORD IN SEEDCONV AND SEEDWIDE.
      *
       FD  ARCHIVE-FILE.
      *
       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD PIC X(632).
      *
      *    THIS LAYOUT MUST AGREE WITH FINGERPRINT-RECORD IN HIDOKU,
      *    FPBUILD AND ARCHLOAD.
      *
       FD  FINGERPRINT-FILE.
       01  FINGERPRINT-RECORD.
           05 FP-KEY                 PIC X(149).
           05 FP-SEED                PIC 9(8).
           05 FILLER                 PIC X(3).
      *
       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD PIC X(100).
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
       77  CLEAN-RECORD-COUNT PIC 9(6) VALUE ZERO.
       77  COLUMN-GAP PIC S9(2).
       77  COLUMN-SCAN PIC 9(2).
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  END-OF-ARCHIVE-FILE-SWITCH PIC X.
       77  END-OF-FINGERPRINT-FILE-SWITCH PIC X.
       77  EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       77  EXCEPTION-REASON-TEXT PIC X(50).
       77  FINGERPRINT-FILE-STATUS PIC XX.
       77  INDEX-AVAILABLE-SWITCH PIC X.
       77  INDEX-MISMATCH-COUNT PIC 9(6) VALUE ZERO.
       77  INTEGRITY-REPORT-FILE-STATUS PIC XX.
       77  MAPPED-COLUMN PIC 9(2).
       77  MAPPED-ROW PIC 9(2).
       77  PATH-VALUE PIC 9(3).
       77  PREVIOUS-MAPPED-COLUMN PIC 9(2).
       77  PREVIOUS-MAPPED-ROW PIC 9(2).
       77  RECORDS-READ PIC 9(6) VALUE ZERO.
       77  ROW-GAP PIC S9(2).
       77  ROW-SCAN PIC 9(2).
       77  SIZE1 PIC 9(6).
       77  STEP-SCAN PIC 9(3).
       77  SYMMETRY-INDEX PIC 9(6).
       77  TOUR-CELL-COUNT PIC 9(3).
       77  TOUR-STEP PIC 9(3).
       77  UNLOAD-FILE-STATUS PIC XX.
      *
      *    WHERE EACH PATH NUMBER SITS ON THE BOARD UNDER AUDIT, SO
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
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           PERFORM OPEN-FINGERPRINT-INDEX.
           MOVE "0" TO END-OF-ARCHIVE-FILE-SWITCH.
           PERFORM AUDIT-ONE-ARCHIVE-RECORD
               UNTIL END-OF-ARCHIVE-FILE-SWITCH = "1".
           IF INDEX-AVAILABLE-SWITCH = "1"
               PERFORM CHECK-INDEX-AGAINST-ARCHIVE
                   THROUGH CHECK-INDEX-AGAINST-ARCHIVE-X.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE ARCHIVE-FILE.
           CLOSE UNLOAD-FILE.
           CLOSE INTEGRITY-REPORT-FILE.
           DISPLAY "ARCHIVE AUDIT COMPLETE - " RECORDS-READ " READ, "
               CLEAN-RECORD-COUNT " CLEAN, " EXCEPTION-COUNT
               " EXCEPTIONS, " INDEX-MISMATCH-COUNT
               " INDEX MISMATCHES".
           IF EXCEPTION-COUNT > ZERO
               OR INDEX-MISMATCH-COUNT > ZERO
               OR INDEX-AVAILABLE-SWITCH NOT = "1"
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
      *    WITHOUT THE INDEX THE AUDIT AND UNLOAD STILL RUN - THE
      *    REPORT SAYS THE CROSS-CHECK WAS NOT MADE.
      *
       OPEN-FINGERPRINT-INDEX.
      *
           MOVE "1" TO INDEX-AVAILABLE-SWITCH.
           OPEN INPUT FINGERPRINT-FILE.
           IF FINGERPRINT-FILE-STATUS NOT = "00"
               MOVE "0" TO INDEX-AVAILABLE-SWITCH
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "FINGERPRINT INDEX NOT AVAILABLE - STATUS "
                   DELIMITED BY SIZE
                   FINGERPRINT-FILE-STATUS DELIMITED BY SIZE
                   " - NOT CROSS-CHECKED" DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD.
      *
       AUDIT-ONE-ARCHIVE-RECORD.
      *
               AT END MOVE "1" TO END-OF-ARCHIVE-FILE-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   ADD 1 TO CONTROL-RECORDS-READ
                   PERFORM PROVE-ONE-RECORD
                       THROUGH PROVE-ONE-RECORD-X.
      *
           IF EXCEPTION-REASON-TEXT = SPACES
               ADD 1 TO CLEAN-RECORD-COUNT
               WRITE UNLOAD-RECORD FROM ARCHIVE-FILE-RECORD
               ADD 1 TO CONTROL-RECORDS-WRITTEN
               ADD 1 TO CONTROL-SEED-COUNT
               ADD ARCH-SEED TO CONTROL-SEED-HASH
           ELSE
               PERFORM WRITE-EXCEPTION-LINE.
           IF EXCEPTION-REASON-TEXT = SPACES
               AND INDEX-AVAILABLE-SWITCH = "1"
               PERFORM CHECK-BOARD-ON-INDEX.
       PROVE-ONE-RECORD-X.
      *
           EXIT.
           PERFORM CLEAR-ONE-TOUR-CELL
               VARYING STEP-SCAN FROM 1 BY 1
               UNTIL STEP-SCAN > 144.
           MOVE ZERO TO TOUR-CELL-COUNT.
           MOVE 1 TO CELL-POSITION.
           PERFORM PARSE-ONE-AUDIT-CELL
               THROUGH PARSE-ONE-AUDIT-CELL-X
      *
       CLEAR-ONE-TOUR-CELL.
      *
           MOVE ZERO TO TOUR-CELL-COLUMN (STEP-SCAN).
           MOVE ZERO TO TOUR-CELL-ROW (STEP-SCAN).
      *
       PARSE-ONE-AUDIT-CELL.
      *
           ADD 4 TO CELL-POSITION.
           IF CELL-TEXT = "XXX"
               GO TO PARSE-ONE-AUDIT-CELL-X.
           ADD 1 TO TOUR-CELL-COUNT.
           IF FUNCTION NUMVAL (CELL-TEXT) NOT > ZERO
               OR FUNCTION NUMVAL (CELL-TEXT) > 144
               MOVE "BOARD CELL IS NOT A PATH NUMBER OR XXX"
                   TO EXCEPTION-REASON-TEXT
               GO TO PARSE-ONE-AUDIT-CELL-X.
           MOVE FUNCTION NUMVAL (CELL-TEXT) TO PATH-VALUE.
           IF TOUR-CELL-COLUMN (PATH-VALUE) NOT = ZERO
               MOVE "PATH NUMBER APPEARS ON TWO CELLS"
                   TO EXCEPTION-REASON-TEXT
               GO TO PARSE-ONE-AUDIT-CELL-X.
           MOVE COLUMN-SCAN TO TOUR-CELL-COLUMN (PATH-VALUE).
           MOVE ROW-SCAN TO TOUR-CELL-ROW (PATH-VALUE).
       PARSE-ONE-AUDIT-CELL-X.
      *
           EXIT.
      *
       PROVE-PATH-COVERAGE.
      *
           IF TOUR-CELL-COUNT < 2
               MOVE "FEWER THAN TWO PLAYABLE CELLS"
                   TO EXCEPTION-REASON-TEXT
               GO TO PROVE-PATH-COVERAGE-X.
           PERFORM PROVE-ONE-PATH-NUMBER
               VARYING STEP-SCAN FROM 1 BY 1
               UNTIL STEP-SCAN > TOUR-CELL-COUNT
                   OR EXCEPTION-REASON-TEXT NOT = SPACES.
       PROVE-PATH-COVERAGE-X.
      *
      *
       PROVE-ONE-PATH-NUMBER.
      *
           IF TOUR-CELL-COLUMN (STEP-SCAN) = ZERO
               MOVE "PATH IS NOT A CONTIGUOUS 1..N SEQUENCE"
                   TO EXCEPTION-REASON-TEXT.
      *
      *
           PERFORM PROVE-ONE-TOUR-STEP
               VARYING STEP-SCAN FROM 2 BY 1
               UNTIL STEP-SCAN > TOUR-CELL-COUNT
                   OR EXCEPTION-REASON-TEXT NOT = SPACES.
       PROVE-STEP-LEGALITY-X.
      *
      *
       PROVE-ONE-TOUR-STEP.
      *
           COMPUTE COLUMN-GAP = TOUR-CELL-COLUMN (STEP-SCAN)
               - TOUR-CELL-COLUMN (STEP-SCAN - 1).
           COMPUTE ROW-GAP = TOUR-CELL-ROW (STEP-SCAN)
               - TOUR-CELL-ROW (STEP-SCAN - 1).
           IF COLUMN-GAP < ZERO
               COMPUTE COLUMN-GAP = ZERO - COLUMN-GAP.
           IF ROW-GAP < ZERO
      *
       PROVE-START-END-CELLS.
      *
           IF ARCH-START-COLUMN NOT = TOUR-CELL-COLUMN (1)
               OR ARCH-START-ROW NOT = TOUR-CELL-ROW (1)
               MOVE "START CELL DOES NOT POINT AT PATH NUMBER 1"
                   TO EXCEPTION-REASON-TEXT
           ELSE
           IF ARCH-END-COLUMN NOT = TOUR-CELL-COLUMN (TOUR-CELL-COUNT)
               OR ARCH-END-ROW NOT = TOUR-CELL-ROW (TOUR-CELL-COUNT)
               MOVE "END CELL DOES NOT POINT AT PATH NUMBER N"
                   TO EXCEPTION-REASON-TEXT.
      *
      *    A CLEAN BOARD MUST BE ON THE INDEX UNDER ITS OWN SEED.  A
      *    KEY HELD BY ANOTHER SEED MEANS THE SAME BOARD WAS ARCHIVED
      *    TWICE.  THE TOUR TABLE IS ALREADY BUILT BY THE AUDIT.
      *
       CHECK-BOARD-ON-INDEX.
      *
           PERFORM BUILD-BOARD-FINGERPRINT.
           MOVE BEST-FINGERPRINT TO FP-KEY.
           READ FINGERPRINT-FILE
               INVALID KEY
                   MOVE "NOT ON FINGERPRINT INDEX"
                       TO EXCEPTION-REASON-TEXT
                   PERFORM WRITE-INDEX-MISMATCH-LINE
               NOT INVALID KEY
                   IF FP-SEED NOT = ARCH-SEED
                       MOVE SPACES TO EXCEPTION-REASON-TEXT
                       STRING "BOARD DUPLICATES SEED " DELIMITED BY SIZE
                           FP-SEED DELIMITED BY SIZE
                           INTO EXCEPTION-REASON-TEXT
                       PERFORM WRITE-INDEX-MISMATCH-LINE.
      *
      *    THE BOARD'S FINGERPRINT - ITS PATH WRITTEN AS THE BOARD
      *    SIZE, THE START CELL AND ONE STEP CODE PER MOVE, TAKEN
      *    UNDER EACH OF THE EIGHT ROTATIONS AND REFLECTIONS WITH THE
      *    LOWEST OF THE EIGHT KEPT.  THE TOUR TABLE COMES FROM THE
      *    ARCHIVED BOARD DATA HERE RATHER THAN FROM THE BOARD IN
      *    STORAGE, BUT FROM THERE ON THIS IS BUILD-BOARD-FINGERPRINT
      *    IN HIDOKU, NAME FOR NAME, AND MUST STAY IDENTICAL TO IT
      *    AND TO THE COPIES IN FPBUILD AND ARCHLOAD, OR THE INDEX
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
      *    THE OTHER WAY ROUND - EVERY INDEX ENTRY MUST NAME A SEED
      *    STILL ON THE ARCHIVE.  THE AUDIT PASS'S KEYED READS LEAVE
      *    THE INDEX POSITIONED WHEREVER THE LAST ONE LANDED, SO IT IS
      *    CLOSED AND OPENED AGAIN FOR THE SWEEP TO START AT THE FIRST
      *    ENTRY.
      *
       CHECK-INDEX-AGAINST-ARCHIVE.
      *
           CLOSE FINGERPRINT-FILE.
           OPEN INPUT FINGERPRINT-FILE.
           IF FINGERPRINT-FILE-STATUS NOT = "00"
               MOVE "0" TO INDEX-AVAILABLE-SWITCH
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "FINGERPRINT INDEX NOT REOPENED - STATUS "
                   DELIMITED BY SIZE
                   FINGERPRINT-FILE-STATUS DELIMITED BY SIZE
                   " - ORPHAN ENTRIES NOT CHECKED" DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
               GO TO CHECK-INDEX-AGAINST-ARCHIVE-X.
           MOVE "0" TO END-OF-FINGERPRINT-FILE-SWITCH.
           PERFORM CHECK-ONE-INDEX-ENTRY
               UNTIL END-OF-FINGERPRINT-FILE-SWITCH = "1".
           CLOSE FINGERPRINT-FILE.
       CHECK-INDEX-AGAINST-ARCHIVE-X.
      *
           EXIT.
      *
       CHECK-ONE-INDEX-ENTRY.
      *
           READ FINGERPRINT-FILE NEXT
               AT END MOVE "1" TO END-OF-FINGERPRINT-FILE-SWITCH
               NOT AT END
                   MOVE FP-SEED TO ARCH-SEED
                   READ ARCHIVE-FILE
                       INVALID KEY
                           MOVE "FINGERPRINT HAS NO ARCHIVE RECORD"
                               TO EXCEPTION-REASON-TEXT
                           PERFORM WRITE-INDEX-MISMATCH-LINE.
      *
       WRITE-INDEX-MISMATCH-LINE.
      *
           ADD 1 TO INDEX-MISMATCH-COUNT.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "SEED " DELIMITED BY SIZE
               ARCH-SEED DELIMITED BY SIZE
               " INDEX OUT OF STEP - " DELIMITED BY SIZE
               EXCEPTION-REASON-TEXT DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
      *
       WRITE-EXCEPTION-LINE.
      *
               CLEAN-RECORD-COUNT DELIMITED BY SIZE
               " CLEAN (UNLOADED), " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               " EXCEPTIONS, " DELIMITED BY SIZE
               INDEX-MISMATCH-COUNT DELIMITED BY SIZE
               " INDEX MISMATCHES" DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
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
           MOVE "ARCHCHK" TO CTL-PROGRAM.
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
