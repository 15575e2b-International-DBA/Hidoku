      *                      ITS GRADE BAND.  EVIDENCE FOR RE-TUNING   *
      *                      THE GRADE THRESHOLDS, INSTEAD OF          *
      *                      FOLKLORE FROM THE POSTBAG.                *
      *       2 * OCT 2026 * HISTORY RECORDS MARKED VOID BY THE        *
      *                      WITHDRAWAL RUN (WDRAWRUN) ARE COUNTED AND *
      *                      SKIPPED - A WITHDRAWN PUZZLE CALIBRATES   *
      *                      NOTHING.                                  *
      *       3 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT CALIBRATION-REPORT-FILE ASSIGN TO "GRADERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALIBRATION-REPORT-FILE-STATUS.
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
      *    THIS LAYOUT MUST AGREE WITH RESULTS-HISTORY-RECORD IN
      *    HIDOKU AND WDRAWRUN.
      *
       FD  RESULTS-HISTORY-FILE.
       01  RESULTS-HISTORY-RECORD.
           05 RSLT-FULL-CORRECT PIC 9(4).
           05 FILLER            PIC X.
           05 RSLT-RUN-DATE     PIC 9(8).
           05 FILLER            PIC X.
           05 RSLT-VOID-FLAG    PIC X.
      *
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN HIDOKU,
      *    ARCHRPT, ARCHMNT, ARCHCHK, ARCHLOAD, SYNDEXT, DAYPICK,
      *    WDRAWRUN, SYNDBILL, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
      *    AND WITH NEW-ARCHIVE-RECORD IN SEEDCONV AND SEEDWIDE.
      *
       FD  ARCHIVE-FILE.
      *
       FD  CALIBRATION-REPORT-FILE.
       01  CALIBRATION-REPORT-RECORD PIC X(100).
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
               10 SEED-TABLE-FULL    PIC 9(6).
      *
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  CALIBRATION-REPORT-FILE-STATUS PIC XX.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  END-OF-HISTORY-SWITCH PIC X.
       77  FLAGGED-PUZZLE-COUNT PIC 9(6) VALUE ZERO.
       77  GRADE-INDEX PIC 9(1).
       77  SEED-TABLE-WARNED-SWITCH PIC X VALUE "0".
       77  SIZE-INDEX PIC 9(2).
       77  SOLVE-RATE-PCT PIC 9(3).
       77  VOID-RECORD-COUNT PIC 9(6) VALUE ZERO.
      /
       PROCEDURE DIVISION.
      *
           DISPLAY "GRADE CALIBRATION REPORT WRITTEN - "
               HISTORY-RECORDS-READ " HISTORY RECORDS, "
               FLAGGED-PUZZLE-COUNT " PUZZLES FLAGGED, "
               ORPHAN-RECORD-COUNT " WITHOUT AN ARCHIVE RECORD, "
               VOID-RECORD-COUNT " VOID".
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       JOIN-ONE-HISTORY-RECORD.
               AT END MOVE "1" TO END-OF-HISTORY-SWITCH
               NOT AT END
                   ADD 1 TO HISTORY-RECORDS-READ
                   ADD 1 TO CONTROL-RECORDS-READ
                   PERFORM JOIN-TO-ARCHIVE
                       THROUGH JOIN-TO-ARCHIVE-X.
      *
      *    THE JOIN IS ONE KEYED READ PER HISTORY RECORD.  A RECORD
      *    WHOSE SEED HAS LEFT THE ARCHIVE (OR NEVER WAS THERE) IS
      *    COUNTED AND SKIPPED - IT CAN CALIBRATE NOTHING.  SO IS
      *    ONE VOIDED BECAUSE ITS PUZZLE WAS WITHDRAWN.
      *
       JOIN-TO-ARCHIVE.
      *
           IF RSLT-VOID-FLAG = "V"
               ADD 1 TO VOID-RECORD-COUNT
               GO TO JOIN-TO-ARCHIVE-X.
           MOVE "0" TO SEED-FOUND-SWITCH.
           MOVE RSLT-SEED TO ARCH-SEED.
           READ ARCHIVE-FILE
       WRITE-ONE-SUMMARY-LINE-X.
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
           MOVE "GRADECAL" TO CTL-PROGRAM.
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
