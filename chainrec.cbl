       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CHAINREC.
      *
      *    (RECONCILIATION OF THE NIGHTLY CHAIN FROM THE BATCH
      *    CONTROL FILE.)
      *
       AUTHOR.        ANDREW S REID.
      *
       DATE-WRITTEN.  OCT 2026.
      *
      ******************************************************************
      * VERSION * DATE     * COMMENTS                                  *
      ******************************************************************
      *       1 * OCT 2026 * ORIGINAL VERSION.  EVERY PROGRAM NOW      *
      *                      APPENDS ONE CONTROL RECORD PER RUN TO THE *
      *                      SHARED BATCH CONTROL FILE; THIS JOB READS *
      *                      THEM FOR ONE NIGHT AND PROVES THE         *
      *                      HAND-OFFS BETWEEN JOBS - THE SEED DAYPICK *
      *                      PICKED IS THE SEED HIDOKU REPRINTED, THE  *
      *                      TYPESET FEED'S END CELL COUNTS MATCH THE  *
      *                      BOARDS, SYNDHIST ROWS ADDED MATCH THE     *
      *                      FEEDS WRITTEN AND ENTRIES CHECKED MATCH   *
      *                      THE STANDINGS POSTINGS.  ANY BREAK ENDS   *
      *                      THE JOB WITH RETURN CODE 8 SO THE         *
      *                      SCHEDULER STOPS BEFORE THE PAGE GOES OUT. *
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
      *    CHAIN-PARAMETER-FILE, IF PRESENT, CARRIES ONE RECORD - THE
      *    RUN DATE (YYYYMMDD) TO RECONCILE.  NO FILE, OR A BLANK
      *    DATE, MEANS TODAY.
      *
           SELECT CHAIN-PARAMETER-FILE ASSIGN TO "CHAINPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-PARAMETER-FILE-STATUS.
      *
           SELECT CHAIN-REPORT-FILE ASSIGN TO "CHAINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-REPORT-FILE-STATUS.
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
       FD  CHAIN-PARAMETER-FILE.
       01  CHAIN-PARAMETER-RECORD PIC X(80).
      *
       FD  CHAIN-REPORT-FILE.
       01  CHAIN-REPORT-RECORD PIC X(100).
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
      *    THE CHAIN PARAMETERS, READ INTO WORKING STORAGE SO THE
      *    FIELDS STAY GOOD AFTER THE PARAMETER FILE IS CLOSED.
      *
       01  CHAIN-PARAMETERS.
           05 RECONCILE-DATE-INPUT PIC X(8).
           05 FILLER               PIC X(72).
      *
      *    THE PICK WAITING FOR ITS REPRINT - DAYPICK'S SEED COUNT AND
      *    HASH, HELD UNTIL THE NEXT HIDOKU REPRINT RUN ON THE FILE.
      *
       01  PENDING-PICK-FIELDS.
           05 PICK-RUN-TIME   PIC 9(8).
           05 PICK-SEED-COUNT PIC 9(9).
           05 PICK-SEED-HASH  PIC 9(15).
      *
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  BREAK-COUNT PIC 9(6) VALUE ZERO.
       77  CHAIN-PARAMETER-FILE-STATUS PIC XX.
       77  CHAIN-REPORT-FILE-STATUS PIC XX.
       77  CHECK-COUNT PIC 9(6) VALUE ZERO.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  CROSSFOOT-A-LABEL PIC X(20).
       77  CROSSFOOT-B-LABEL PIC X(20).
       77  DATE-RECORD-COUNT PIC 9(6) VALUE ZERO.
       77  DAYPICK-RECORD-COUNT PIC 9(6) VALUE ZERO.
       77  END-OF-CONTROL-FILE-SWITCH PIC X.
       77  HANDOFF-VERDICT PIC X(6).
       77  PICK-PENDING-SWITCH PIC X.
       77  RECONCILE-DATE PIC 9(8).
      *
       01  DATE-EDIT-FIELDS.
           05 DATE-EDIT-YYYY PIC 9(4).
           05 DATE-EDIT-MM   PIC 9(2).
           05 DATE-EDIT-DD   PIC 9(2).
      /
       PROCEDURE DIVISION.
      *
       MAIN.
      *
           ACCEPT RECONCILE-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CHAIN-PARAMETERS.
           OPEN INPUT CHAIN-PARAMETER-FILE.
           IF CHAIN-PARAMETER-FILE-STATUS = "00"
               PERFORM READ-CHAIN-PARAMETERS.
           IF RECONCILE-DATE-INPUT NOT = SPACES
               PERFORM EDIT-RECONCILE-DATE
                   THROUGH EDIT-RECONCILE-DATE-X.
           IF RETURN-CODE NOT = ZERO
               GO TO MAIN-X.
      *
      *    NO CONTROL FILE MEANS NOTHING IN THE CHAIN CAN BE PROVED -
      *    THAT IS A BREAK IN ITSELF, NOT A QUIET NIGHT:
      *
           OPEN INPUT BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BATCH CONTROL FILE - STATUS "
                   BATCH-CONTROL-FILE-STATUS " - CHAIN NOT PROVED"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT CHAIN-REPORT-FILE.
           IF CHAIN-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CHAIN REPORT - STATUS "
                   CHAIN-REPORT-FILE-STATUS " - CHAIN NOT PROVED"
               CLOSE BATCH-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           MOVE SPACES TO CHAIN-REPORT-RECORD.
           STRING "NIGHTLY CHAIN RECONCILIATION - RUN DATE "
               DELIMITED BY SIZE
               RECONCILE-DATE DELIMITED BY SIZE
               INTO CHAIN-REPORT-RECORD.
           WRITE CHAIN-REPORT-RECORD.
           MOVE SPACES TO CHAIN-REPORT-RECORD.
           WRITE CHAIN-REPORT-RECORD.
           MOVE "0" TO PICK-PENDING-SWITCH.
           MOVE "0" TO END-OF-CONTROL-FILE-SWITCH.
           PERFORM EXAMINE-ONE-CONTROL-RECORD
               THROUGH EXAMINE-ONE-CONTROL-RECORD-X
               UNTIL END-OF-CONTROL-FILE-SWITCH = "1".
           CLOSE BATCH-CONTROL-FILE.
           IF PICK-PENDING-SWITCH = "1"
               PERFORM REPORT-UNMATCHED-PICK.
      *
      *    DAYPICK RUNS EVERY NIGHT - A NIGHT WITH NO DAYPICK RECORD
      *    IS A CHAIN THAT NEVER STARTED OR NEVER REPORTED, AND THE
      *    PAGE CANNOT BE TRUSTED EITHER WAY:
      *
           IF DAYPICK-RECORD-COUNT = ZERO
               ADD 1 TO CHECK-COUNT
               ADD 1 TO BREAK-COUNT
               MOVE SPACES TO CHAIN-REPORT-RECORD
               STRING "NO DAYPICK CONTROL RECORD FOR " DELIMITED BY SIZE
                   RECONCILE-DATE DELIMITED BY SIZE
                   " - NOTHING TO PROVE THE PICK AGAINST - BREAK"
                   DELIMITED BY SIZE
                   INTO CHAIN-REPORT-RECORD
               WRITE CHAIN-REPORT-RECORD.
           PERFORM WRITE-CHAIN-TRAILER.
           CLOSE CHAIN-REPORT-FILE.
           IF BREAK-COUNT > ZERO
               DISPLAY "CHAIN RECONCILIATION FOR " RECONCILE-DATE
                   " - " BREAK-COUNT " BREAKS - STOP THE SCHEDULE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CHAIN RECONCILIATION FOR " RECONCILE-DATE
                   " - " CHECK-COUNT " CHECKS, ALL AGREE".
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       READ-CHAIN-PARAMETERS.
      *
           READ CHAIN-PARAMETER-FILE INTO CHAIN-PARAMETERS
               AT END MOVE SPACES TO CHAIN-PARAMETERS.
           CLOSE CHAIN-PARAMETER-FILE.
      *
       EDIT-RECONCILE-DATE.
      *
           IF RECONCILE-DATE-INPUT IS NOT NUMERIC
               DISPLAY "RECONCILE DATE IS NOT NUMERIC - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               GO TO EDIT-RECONCILE-DATE-X.
           MOVE RECONCILE-DATE-INPUT TO DATE-EDIT-FIELDS.
           IF DATE-EDIT-MM < 1 OR DATE-EDIT-MM > 12
               OR DATE-EDIT-DD < 1 OR DATE-EDIT-DD > 31
               DISPLAY "RECONCILE DATE IS NOT A REAL DATE - "
                   "RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               GO TO EDIT-RECONCILE-DATE-X.
           MOVE DATE-EDIT-FIELDS TO RECONCILE-DATE.
       EDIT-RECONCILE-DATE-X.
      *
           EXIT.
      *
      *    ONE CONTROL RECORD.  THE REPRINT THAT ANSWERS A PICK IS
      *    THE NEXT HIDOKU REPRINT RUN ON THE FILE AFTER IT, WHATEVER
      *    ITS DATE, SO A CHAIN THAT RUNS PAST MIDNIGHT STILL PAIRS.
      *    EVERY OTHER TEST IS CONFINED TO THE NIGHT BEING PROVED,
      *    AND THIS JOB'S OWN RECORDS ARE PASSED OVER.
      *
       EXAMINE-ONE-CONTROL-RECORD.
      *
           READ BATCH-CONTROL-FILE
               AT END MOVE "1" TO END-OF-CONTROL-FILE-SWITCH.
           IF END-OF-CONTROL-FILE-SWITCH = "1"
               GO TO EXAMINE-ONE-CONTROL-RECORD-X.
           ADD 1 TO CONTROL-RECORDS-READ.
           IF CTL-PROGRAM = "HIDOKU"
               AND CTL-RUN-MODE = "R"
               AND PICK-PENDING-SWITCH = "1"
               PERFORM MATCH-PICK-TO-REPRINT.
           IF CTL-PROGRAM = "DAYPICK"
               AND PICK-PENDING-SWITCH = "1"
               PERFORM REPORT-UNMATCHED-PICK.
           IF CTL-RUN-DATE NOT = RECONCILE-DATE
               OR CTL-PROGRAM = "CHAINREC"
               GO TO EXAMINE-ONE-CONTROL-RECORD-X.
           ADD 1 TO DATE-RECORD-COUNT.
           IF CTL-RETURN-CODE NOT < 8
               ADD 1 TO BREAK-COUNT
               MOVE SPACES TO CHAIN-REPORT-RECORD
               STRING CTL-PROGRAM DELIMITED BY SIZE
                   " RUN AT " DELIMITED BY SIZE
                   CTL-RUN-TIME DELIMITED BY SIZE
                   " ENDED WITH RETURN CODE " DELIMITED BY SIZE
                   CTL-RETURN-CODE DELIMITED BY SIZE
                   " - BREAK" DELIMITED BY SIZE
                   INTO CHAIN-REPORT-RECORD
               WRITE CHAIN-REPORT-RECORD.
           IF CTL-PROGRAM = "DAYPICK"
               PERFORM CHECK-DAYPICK-RECORD
           ELSE
           IF CTL-PROGRAM = "HIDOKU"
               PERFORM CHECK-HIDOKU-RECORD
           ELSE
           IF CTL-PROGRAM = "SYNDEXT"
               PERFORM CHECK-SYNDEXT-RECORD.
       EXAMINE-ONE-CONTROL-RECORD-X.
      *
           EXIT.
      *
      *    DAYPICK MUST HAVE FLIPPED EXACTLY AS MANY ARCHIVE RECORDS
      *    AS IT PUNCHED REPRINT DECKS FOR - A FLIP WITH NO DECK IS A
      *    PUZZLE SPENT AND NEVER PRINTED.  A PICK STILL WAITING FOR
      *    ITS REPRINT WHEN THE NEXT DAYPICK COMES ALONG NEVER GOT ONE.
      *
       CHECK-DAYPICK-RECORD.
      *
           ADD 1 TO DAYPICK-RECORD-COUNT.
           MOVE "ARCHIVE FLIPPED" TO CROSSFOOT-A-LABEL.
           MOVE "DECKS PUNCHED" TO CROSSFOOT-B-LABEL.
           IF CTL-ARCHIVE-CHANGED = CTL-SEED-COUNT
               MOVE "AGREES" TO HANDOFF-VERDICT
           ELSE
               MOVE "BREAK" TO HANDOFF-VERDICT.
           PERFORM WRITE-HANDOFF-LINE.
           IF CTL-SEED-COUNT > ZERO
               MOVE "1" TO PICK-PENDING-SWITCH
               MOVE CTL-RUN-TIME TO PICK-RUN-TIME
               MOVE CTL-SEED-COUNT TO PICK-SEED-COUNT
               MOVE CTL-SEED-HASH TO PICK-SEED-HASH.
      *
      *    THE REPRINT RUN MUST HAVE PRINTED THE SAME SEEDS DAYPICK
      *    PUNCHED - SAME COUNT, SAME HASH TOTAL.  WITH ONE PICK A
      *    NIGHT THE HASH IS THE SEED ITSELF.
      *
       MATCH-PICK-TO-REPRINT.
      *
           MOVE "0" TO PICK-PENDING-SWITCH.
           ADD 1 TO CHECK-COUNT.
           IF CTL-SEED-COUNT = PICK-SEED-COUNT
               AND CTL-SEED-HASH = PICK-SEED-HASH
               MOVE "AGREES" TO HANDOFF-VERDICT
           ELSE
               MOVE "BREAK" TO HANDOFF-VERDICT
               ADD 1 TO BREAK-COUNT.
           MOVE SPACES TO CHAIN-REPORT-RECORD.
           STRING "PICKED SEED HASH " DELIMITED BY SIZE
               PICK-SEED-HASH DELIMITED BY SIZE
               " REPRINTED " DELIMITED BY SIZE
               CTL-SEED-HASH DELIMITED BY SIZE
               " BY HIDOKU AT " DELIMITED BY SIZE
               CTL-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTL-RUN-TIME DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               HANDOFF-VERDICT DELIMITED BY SPACE
               INTO CHAIN-REPORT-RECORD.
           WRITE CHAIN-REPORT-RECORD.
      *
       REPORT-UNMATCHED-PICK.
      *
           ADD 1 TO CHECK-COUNT.
           ADD 1 TO BREAK-COUNT.
           MOVE "0" TO PICK-PENDING-SWITCH.
           MOVE SPACES TO CHAIN-REPORT-RECORD.
           STRING "PICKED SEED HASH " DELIMITED BY SIZE
               PICK-SEED-HASH DELIMITED BY SIZE
               " (DAYPICK AT " DELIMITED BY SIZE
               PICK-RUN-TIME DELIMITED BY SIZE
               ") NEVER REPRINTED BY HIDOKU - BREAK" DELIMITED BY SIZE
               INTO CHAIN-REPORT-RECORD.
           WRITE CHAIN-REPORT-RECORD.
      *
      *    HIDOKU'S CROSSFOOTS DEPEND ON THE RUN - A CHECKING RUN
      *    PAIRS THE ENTRIES IT SCORED WITH THE STANDINGS POSTINGS IT
      *    MADE, A PRINTING RUN PAIRS THE CEL RECORDS THAT REACHED
      *    THE TYPESET FEED WITH THE CELLS OF THE BOARDS IT PRINTED.
      *
       CHECK-HIDOKU-RECORD.
      *
           IF CTL-RUN-MODE = "C"
               MOVE "ENTRIES CHECKED" TO CROSSFOOT-A-LABEL
               MOVE "STANDINGS POSTED" TO CROSSFOOT-B-LABEL
           ELSE
               MOVE "FEED CEL RECORDS" TO CROSSFOOT-A-LABEL
               MOVE "BOARD CELLS" TO CROSSFOOT-B-LABEL.
           IF CTL-CROSSFOOT-A = CTL-CROSSFOOT-B
               MOVE "AGREES" TO HANDOFF-VERDICT
           ELSE
               MOVE "BREAK" TO HANDOFF-VERDICT.
           PERFORM WRITE-HANDOFF-LINE.
      *
       CHECK-SYNDEXT-RECORD.
      *
           MOVE "SYNDHIST ROWS ADDED" TO CROSSFOOT-A-LABEL.
           MOVE "FEEDS WRITTEN" TO CROSSFOOT-B-LABEL.
           IF CTL-CROSSFOOT-A = CTL-CROSSFOOT-B
               MOVE "AGREES" TO HANDOFF-VERDICT
           ELSE
               MOVE "BREAK" TO HANDOFF-VERDICT.
           PERFORM WRITE-HANDOFF-LINE.
      *
      *    DAYPICK'S PAIR IS ARCHIVE-CHANGED AGAINST SEED COUNT, EVERY
      *    OTHER PROGRAM'S IS ITS TWO CROSSFOOTS.
      *
       WRITE-HANDOFF-LINE.
      *
           ADD 1 TO CHECK-COUNT.
           IF HANDOFF-VERDICT = "BREAK"
               ADD 1 TO BREAK-COUNT.
           MOVE SPACES TO CHAIN-REPORT-RECORD.
           IF CTL-PROGRAM = "DAYPICK"
               STRING CTL-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTL-RUN-MODE DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   CTL-RUN-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CROSSFOOT-A-LABEL DELIMITED BY SIZE
                   CTL-ARCHIVE-CHANGED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CROSSFOOT-B-LABEL DELIMITED BY SIZE
                   CTL-SEED-COUNT DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   HANDOFF-VERDICT DELIMITED BY SPACE
                   INTO CHAIN-REPORT-RECORD
           ELSE
               STRING CTL-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTL-RUN-MODE DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   CTL-RUN-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CROSSFOOT-A-LABEL DELIMITED BY SIZE
                   CTL-CROSSFOOT-A DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CROSSFOOT-B-LABEL DELIMITED BY SIZE
                   CTL-CROSSFOOT-B DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   HANDOFF-VERDICT DELIMITED BY SPACE
                   INTO CHAIN-REPORT-RECORD.
           WRITE CHAIN-REPORT-RECORD.
      *
       WRITE-CHAIN-TRAILER.
      *
           MOVE SPACES TO CHAIN-REPORT-RECORD.
           WRITE CHAIN-REPORT-RECORD.
           MOVE SPACES TO CHAIN-REPORT-RECORD.
           STRING "TOTAL " DELIMITED BY SIZE
               DATE-RECORD-COUNT DELIMITED BY SIZE
               " CONTROL RECORDS - " DELIMITED BY SIZE
               CHECK-COUNT DELIMITED BY SIZE
               " CHECKS - " DELIMITED BY SIZE
               BREAK-COUNT DELIMITED BY SIZE
               " BREAKS" DELIMITED BY SIZE
               INTO CHAIN-REPORT-RECORD.
           WRITE CHAIN-REPORT-RECORD.
      *
      *    ONE CONTROL RECORD PER RUN, WRITTEN HOWEVER THE RUN ENDED
      *    SO THE RETURN CODE GOES ON IT TOO.  THIS JOB'S OWN RECORDS
      *    ARE PASSED OVER WHEN THE FILE IS RECONCILED.
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
           MOVE "CHAINREC" TO CTL-PROGRAM.
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
