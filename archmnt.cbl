      *                      MATCH THE ARCHIVE.                        *
      *       3 * SEP 2026 * LAYOUT KEPT IN STEP WITH THE ARCHIVE'S    *
      *                      NEW GRADE BYTE.                           *
      *       4 * OCT 2026 * THE PUZZLE EDITOR'S SIGN-OFF IS POSTED    *
      *                      HERE FROM THE PROOF SHEET (PROOFSHT) -    *
      *                      "A" APPROVES A STOCK PUZZLE FOR THE       *
      *                      DAILY PICK, "R" REJECTS IT FOR GOOD.  A   *
      *                      STOCK RECORD STILL TAKES NO OTHER FIELD.  *
      *       5 * OCT 2026 * EVERY RUN NOW APPENDS ONE CONTROL RECORD  *
      *                      - RECORDS READ AND WRITTEN, ARCHIVE       *
      *                      RECORDS CHANGED AND A HASH TOTAL OF THE   *
      *                      SEEDS TOUCHED - TO THE SHARED BATCH       *
      *                      CONTROL FILE, SO CHAINREC CAN PROVE THE   *
      *                      HAND-OFFS OF THE NIGHTLY CHAIN.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-REPORT-FILE-STATUS.
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
           05 FILLER                PIC X(54).
      *
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN HIDOKU,
      *    ARCHRPT, ARCHCHK, ARCHLOAD, SYNDEXT, GRADECAL, DAYPICK,
      *    WDRAWRUN, SYNDBILL, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
      *    AND WITH NEW-ARCHIVE-RECORD IN SEEDCONV AND SEEDWIDE.
      *
       FD  ARCHIVE-FILE.
      *
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD PIC X(100).
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
       77  AUDIT-REPORT-FILE-STATUS PIC XX.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  END-OF-TRANSACTION-SWITCH PIC X.
       77  FIELD-NAME-TEXT PIC X(16).
       77  FIELDS-CHANGED-COUNT PIC 9(2).
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       READ-TRANSACTION-RECORD.
       POST-ONE-TRANSACTION.
      *
           ADD 1 TO TRANSACTIONS-READ.
           ADD 1 TO CONTROL-RECORDS-READ.
           IF TRAN-SEED IS NOT NUMERIC
               MOVE "SEED IS NOT NUMERIC" TO REJECT-REASON-TEXT
               PERFORM WRITE-AUDIT-REJECT-LINE
                   PERFORM WRITE-AUDIT-REJECT-LINE
                   GO TO POST-ONE-TRANSACTION-NEXT.
           ADD 1 TO TRANSACTIONS-APPLIED.
           ADD 1 TO CONTROL-ARCHIVE-CHANGED.
           ADD 1 TO CONTROL-SEED-COUNT.
           ADD ARCH-SEED TO CONTROL-SEED-HASH.
           PERFORM WRITE-ONE-HELD-CHANGE-LINE
               VARYING HELD-LINE-SCAN FROM 1 BY 1
               UNTIL HELD-LINE-SCAN > FIELDS-CHANGED-COUNT.
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "1" TO SEED-FOUND-SWITCH.
      *
      *    THE STATUS LETTERS THE DESK MAY POST ARE "P" (PUBLISHED)
      *    AND "W" (WITHDRAWN), AND A PUZZLE ONCE WITHDRAWN STAYS
      *    WITHDRAWN - REINSTATING ONE IS AN EDITORIAL DECISION, NOT A
      *    TYPESETTING CORRECTION, SO IT IS REFUSED HERE RATHER THAN
      *    POSTED BY ACCIDENT.  A RECORD HELD AS STOCK IS OFF LIMITS
      *    TO THE DESK ALTOGETHER - ONLY THE DAILY PICK JOB MAY FLIP
      *    STOCK TO PUBLISHED, OR THE DESK COULD MARK A PUZZLE
      *    PUBLISHED WHOSE FILES WERE NEVER EMITTED.  THE ONE THING
      *    THAT MAY BE POSTED AGAINST STOCK IS THE PUZZLE EDITOR'S
      *    SIGN-OFF FROM THE PROOF SHEET: "A" (APPROVED) OR "R"
      *    (REJECTED).  APPROVED STOCK MAY STILL BE REJECTED UNTIL IT
      *    IS PICKED, BUT A REJECTED PUZZLE STAYS REJECTED, LIKE A
      *    WITHDRAWN ONE, SO IT CAN NEVER REACH THE PAGE.
      *
       EDIT-TRANSACTION-FIELDS.
      *
           IF TRAN-STATUS-FLAG NOT = SPACE
               AND TRAN-STATUS-FLAG NOT = "P"
               AND TRAN-STATUS-FLAG NOT = "W"
               AND TRAN-STATUS-FLAG NOT = "A"
               AND TRAN-STATUS-FLAG NOT = "R"
               MOVE "STATUS MUST BE P, W, A, R OR BLANK"
                   TO REJECT-REASON-TEXT.
           IF TRAN-STATUS-FLAG NOT = SPACE
               AND ARCH-STATUS-FLAG = "W"
               AND TRAN-STATUS-FLAG NOT = "W"
               MOVE "ILLEGAL STATUS MOVE - PUZZLE IS WITHDRAWN"
                   TO REJECT-REASON-TEXT.
           IF ARCH-STATUS-FLAG NOT = "S"
               AND ARCH-STATUS-FLAG NOT = "A"
               AND ARCH-STATUS-FLAG NOT = "R"
               AND (TRAN-STATUS-FLAG = "A" OR TRAN-STATUS-FLAG = "R")
               MOVE "SIGN-OFF APPLIES ONLY TO STOCK"
                   TO REJECT-REASON-TEXT.
           IF ARCH-STATUS-FLAG = "S" OR ARCH-STATUS-FLAG = "A"
               OR ARCH-STATUS-FLAG = "R"
               IF TRAN-ISSUE-NUMBER NOT = SPACES
                   OR TRAN-PUBLICATION-DATE NOT = SPACES
                   OR TRAN-STATUS-FLAG = "P"
                   OR TRAN-STATUS-FLAG = "W"
                   MOVE "HELD AS STOCK - ONLY A SIGN-OFF MAY BE POSTED"
                       TO REJECT-REASON-TEXT.
           IF ARCH-STATUS-FLAG = "R"
               AND TRAN-STATUS-FLAG NOT = SPACE
               AND TRAN-STATUS-FLAG NOT = "R"
               MOVE "ILLEGAL STATUS MOVE - PUZZLE WAS REJECTED"
                   TO REJECT-REASON-TEXT.
           IF TRAN-PUBLICATION-DATE NOT = SPACES
               AND TRAN-PUBLICATION-DATE IS NOT NUMERIC
               " REJECTED" DELIMITED BY SIZE
               INTO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
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
           MOVE "ARCHMNT" TO CTL-PROGRAM.
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
