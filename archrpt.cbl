      *                      BANDS NOW EACH COVER TEN MILLION SEEDS.   *
      *       3 * SEP 2026 * LAYOUT KEPT IN STEP WITH THE ARCHIVE'S    *
      *                      NEW GRADE BYTE.                           *
      *       4 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT PLANNING-REPORT-FILE ASSIGN TO "PLANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANNING-REPORT-FILE-STATUS.
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
      *    ARCHMNT, ARCHCHK, ARCHLOAD, SYNDEXT, GRADECAL, DAYPICK,
      *    WDRAWRUN, SYNDBILL, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
      *    AND WITH NEW-ARCHIVE-RECORD IN SEEDCONV AND SEEDWIDE.
      *
       FD  ARCHIVE-FILE.
      *
       FD  PLANNING-REPORT-FILE.
       01  PLANNING-REPORT-RECORD PIC X(100).
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
      *
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  AVERAGE-PER-CATEGORY PIC 9(6).
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  CELL-CLASS PIC X(8).
       77  CELL-COLUMN PIC 9(2).
       77  CELL-ROW PIC 9(2).
       77  CELL-SIZE PIC 9(2).
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  COUNT-EDIT PIC 9(6).
       77  END-CORNER-COUNT PIC 9(6) VALUE ZERO.
       77  END-EDGE-COUNT PIC 9(6) VALUE ZERO.
               " PUZZLES ON FILE".
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       TALLY-ONE-ARCHIVE-RECORD.
      *
           READ ARCHIVE-FILE NEXT
               AT END MOVE "1" TO END-OF-ARCHIVE-FILE-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   PERFORM TALLY-RECORD-FIELDS.
      *
       TALLY-RECORD-FIELDS.
      *
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO PLANNING-REPORT-RECORD.
           WRITE PLANNING-REPORT-RECORD.
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
           MOVE "ARCHRPT" TO CTL-PROGRAM.
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
