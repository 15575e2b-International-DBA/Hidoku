       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RDRPURGE.
      *
      *    (READER DATA RETENTION PURGE OVER THE READER MASTER.)
      *
       AUTHOR.        ANDREW S REID.
      *
       DATE-WRITTEN.  OCT 2026.
      *
      ******************************************************************
      * VERSION * DATE     * COMMENTS                                  *
      ******************************************************************
      *       1 * OCT 2026 * ORIGINAL VERSION.  PERSONAL DETAILS ARE   *
      *                      KEPT ONLY FOR A SET RETENTION PERIOD      *
      *                      AFTER A READER STOPS OR GOES INACTIVE.    *
      *                      A READER WHOSE LATEST OF DATE JOINED,     *
      *                      LAST SCORED ENTRY AND LAST CONTEST PERIOD *
      *                      RANKED IN IS OLDER THAN THE PERIOD, AND   *
      *                      WHO HAS NO ENTRIES IN THE LIVE STANDINGS, *
      *                      HAS NAME AND ADDRESS REMOVED FROM         *
      *                      THE READER MASTER AND A PLACEHOLDER PUT   *
      *                      IN PLACE OF THE NAME IN THE LIVE AND      *
      *                      CLOSED STANDINGS.  READER ID, SCORES AND  *
      *                      RANKS ARE KEPT SO PAST WINNERS REPORTS    *
      *                      STILL ADD UP.  EVERY READER ANONYMISED    *
      *                      GOES ON A CUMULATIVE PURGE REGISTER FOR   *
      *                      THE COMPLIANCE FILE.                      *
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
      *    PURGE-PARAMETER-FILE IS OPTIONAL.  ITS ONE RECORD CARRIES
      *    THE RETENTION PERIOD IN DAYS (COLUMNS 1-4) - MISSING OR
      *    BLANK GIVES THE DEFAULT OF 730, TWO YEARS.
      *
           SELECT PURGE-PARAMETER-FILE ASSIGN TO "PURGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-PARAMETER-FILE-STATUS.
      *
      *    ENTRY-LEDGER-FILE IS READ ONLY, FOR EACH READER'S LAST
      *    SCORED ENTRY.  IT IS KEYED READER FIRST, SO ONE PASS
      *    MEETS EVERY READER'S ENTRIES TOGETHER.
      *
           SELECT ENTRY-LEDGER-FILE ASSIGN TO "ENTRYLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-KEY
               FILE STATUS IS ENTRY-LEDGER-FILE-STATUS.
      *
           SELECT READER-MASTER-FILE ASSIGN TO "READMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-READER-ID
               FILE STATUS IS READER-MASTER-FILE-STATUS.
      *
           SELECT STANDINGS-FILE ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDINGS-FILE-STATUS.
      *
           SELECT HISTORY-FILE ASSIGN TO "STANDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *
      *    PURGE-WORK-FILE TAKES THE ANONYMISED COPY OF THE STANDINGS
      *    AND THEN THE HISTORY, EACH COPIED BACK OVER ITS ORIGINAL
      *    ONLY WHEN A NAME WAS ACTUALLY REPLACED.
      *
           SELECT PURGE-WORK-FILE ASSIGN TO "PURGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-WORK-FILE-STATUS.
      *
      *    PURGE-REGISTER-FILE IS OPENED EXTEND SO EVERY RUN'S
      *    ANONYMISED READERS ACCUMULATE IN ONE PLACE FOR THE
      *    COMPLIANCE FILE.
      *
           SELECT PURGE-REGISTER-FILE ASSIGN TO "PURGEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-REGISTER-FILE-STATUS.
      *
           SELECT PURGE-REPORT-FILE ASSIGN TO "PURGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-REPORT-FILE-STATUS.
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
       FD  PURGE-PARAMETER-FILE.
       01  PURGE-PARAMETER-RECORD PIC X(80).
      *
      *    THIS LAYOUT MUST AGREE WITH ENTRY-LEDGER-RECORD IN HIDOKU
      *    AND WDRAWRUN.
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
      *    THIS LAYOUT MUST AGREE WITH READER-MASTER-RECORD IN HIDOKU,
      *    RDRMAINT AND WDRAWRUN.  AN ANONYMISED READER KEEPS ID, DATE
      *    JOINED AND A STATUS OF "S" - NAME AND ADDRESS ARE SPACES.
      *
       FD  READER-MASTER-FILE.
       01  READER-MASTER-RECORD.
           05 MAST-READER-ID     PIC X(8).
           05 MAST-READER-NAME   PIC X(25).
           05 MAST-ADDRESS-1     PIC X(30).
           05 MAST-ADDRESS-2     PIC X(30).
           05 MAST-ADDRESS-3     PIC X(30).
           05 MAST-POSTCODE      PIC X(10).
           05 MAST-DATE-JOINED   PIC 9(8).
           05 MAST-STATUS-FLAG   PIC X.
           05 FILLER             PIC X(10).
      *
      *    THIS LAYOUT MUST AGREE WITH STANDINGS-FILE-RECORD IN
      *    HIDOKU, STANDCLS AND WDRAWRUN.
      *
       FD  STANDINGS-FILE.
       01  STANDINGS-FILE-RECORD.
           05 STANDING-READER-ID     PIC X(8).
           05 FILLER                 PIC X.
           05 STANDING-READER-NAME   PIC X(25).
           05 FILLER                 PIC X.
           05 STANDING-CORRECT-TOTAL PIC 9(8).
           05 FILLER                 PIC X.
           05 STANDING-ENTRY-TOTAL   PIC 9(4).
      *
      *    THIS LAYOUT MUST AGREE WITH HISTORY-FILE-RECORD IN
      *    STANDCLS AND WDRAWRUN.
      *
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD.
           05 HIST-PERIOD-END-DATE PIC 9(8).
           05 FILLER               PIC X.
           05 HIST-RANK            PIC 9(4).
           05 FILLER               PIC X.
           05 HIST-READER-ID       PIC X(8).
           05 FILLER               PIC X.
           05 HIST-READER-NAME     PIC X(25).
           05 FILLER               PIC X.
           05 HIST-CORRECT-TOTAL   PIC 9(8).
           05 FILLER               PIC X.
           05 HIST-ENTRY-TOTAL     PIC 9(4).
      *
      *    WIDE ENOUGH FOR EITHER A STANDINGS OR A HISTORY RECORD.
      *
       FD  PURGE-WORK-FILE.
       01  PURGE-WORK-RECORD PIC X(62).
      *
      *    REG-REASON IS "STOPPED" FOR A READER ALREADY STOPPED ON THE
      *    MASTER, "INACTIVE" FOR AN ACTIVE READER WHO HAS NOT JOINED
      *    OR ENTERED WITHIN THE PERIOD.  REG-STATUS-BEFORE IS THE
      *    MASTER STATUS FLAG AS IT STOOD BEFORE THE PURGE.
      *
       FD  PURGE-REGISTER-FILE.
       01  PURGE-REGISTER-RECORD.
           05 REG-READER-ID       PIC X(8).
           05 FILLER              PIC X.
           05 REG-PURGE-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 REG-REASON          PIC X(8).
           05 FILLER              PIC X.
           05 REG-STATUS-BEFORE   PIC X.
           05 FILLER              PIC X.
           05 REG-DATE-JOINED     PIC 9(8).
           05 FILLER              PIC X.
           05 REG-LAST-ENTRY-DATE PIC 9(8).
           05 FILLER              PIC X.
           05 REG-RETENTION-DAYS  PIC 9(4).
      *
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-RECORD PIC X(100).
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
      *    THE PURGE PARAMETERS, READ INTO WORKING STORAGE SO THE
      *    FIELDS STAY GOOD AFTER THE PARAMETER FILE IS CLOSED.
      *
       01  PURGE-PARAMETERS.
           05 RETENTION-DAYS-INPUT PIC 9(4).
           05 FILLER               PIC X(76).
      *
      *    EACH READER ON THE LEDGER WITH THE DATE OF THE LAST ENTRY,
      *    IN READER ORDER BECAUSE THE LEDGER IS.
      *
       01  FILLER1.
           05 FILLER2 OCCURS 5000.
               10 LAST-ENTRY-READER-ID PIC X(8).
               10 LAST-ENTRY-DATE      PIC 9(8).
      *
      *    EACH READER WITH CONTEST ACTIVITY INSIDE THE RETENTION
      *    PERIOD THAT THE LEDGER MAY NOT SHOW - ENTRIES IN THE LIVE
      *    STANDINGS (DATED THE RUN DATE) OR A RANKING IN A PERIOD
      *    CLOSED SINCE THE CUT-OFF (DATED THE PERIOD END).  OLDER
      *    RANKINGS COULD NEVER KEEP A READER, SO THEY ARE NOT HELD.
      *
       01  FILLER3.
           05 FILLER4 OCCURS 5000.
               10 ACTIVE-READER-ID   PIC X(8).
               10 ACTIVE-LATEST-DATE PIC 9(8).
      *
       77  ACTIVE-COUNT PIC 9(4) VALUE ZERO.
       77  ACTIVE-FOUND PIC 9(4).
       77  ACTIVE-READER-ID-KEY PIC X(8).
       77  ACTIVE-SCAN PIC 9(4).
       77  ACTIVE-TABLE-FULL-SWITCH PIC X VALUE "0".
       77  BASIS-DATE PIC 9(8).
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  CUTOFF-DATE PIC 9(8).
       77  CUTOFF-DAY PIC 9(7).
       77  END-OF-ACTIVITY-SWITCH PIC X.
       77  END-OF-COPY-SWITCH PIC X.
       77  END-OF-LEDGER-SWITCH PIC X.
       77  END-OF-MASTER-SWITCH PIC X.
       77  ENTRY-LEDGER-FILE-STATUS PIC XX.
       77  HISTORY-FILE-STATUS PIC XX.
       77  HISTORY-NAMES-REPLACED PIC 9(6) VALUE ZERO.
       77  HOLD-REASON-TEXT PIC X(40).
       77  JOINED-DATE PIC 9(8).
       77  LAST-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  LAST-ENTRY-FOUND-DATE PIC 9(8).
       77  LAST-ENTRY-SCAN PIC 9(4).
       77  LEDGER-MATCH-DONE-SWITCH PIC X.
       77  LEDGER-TABLE-FULL-SWITCH PIC X.
       77  PREVIOUSLY-ANONYMISED PIC 9(6) VALUE ZERO.
       77  PURGE-PARAMETER-FILE-STATUS PIC XX.
       77  PURGE-PLACEHOLDER-NAME PIC X(25)
               VALUE "*** ANONYMISED READER ***".
       77  PURGE-REASON PIC X(8).
       77  PURGE-REGISTER-FILE-STATUS PIC XX.
       77  PURGE-REPORT-FILE-STATUS PIC XX.
       77  PURGE-RUN-DATE PIC 9(8).
       77  PURGE-RUN-DAY PIC 9(7).
       77  PURGE-WORK-FILE-STATUS PIC XX.
       77  READER-MASTER-FILE-STATUS PIC XX.
       77  READERS-ANONYMISED PIC 9(6) VALUE ZERO.
       77  READERS-HELD PIC 9(6) VALUE ZERO.
       77  READERS-READ PIC 9(6) VALUE ZERO.
       77  RECENT-ACTIVITY-DATE PIC 9(8).
       77  RETENTION-DAYS PIC 9(4).
       77  STANDINGS-FILE-STATUS PIC XX.
       77  STANDINGS-NAMES-REPLACED PIC 9(6) VALUE ZERO.
      /
       PROCEDURE DIVISION.
      *
       MAIN.
      *
           MOVE SPACES TO PURGE-PARAMETERS.
           OPEN INPUT PURGE-PARAMETER-FILE.
           IF PURGE-PARAMETER-FILE-STATUS = "00"
               PERFORM READ-PURGE-PARAMETERS.
           IF RETENTION-DAYS-INPUT IS NUMERIC
               MOVE RETENTION-DAYS-INPUT TO RETENTION-DAYS
           ELSE
               MOVE 730 TO RETENTION-DAYS.
      *
      *    A PERIOD SHORTER THAN A CONTEST QUARTER COULD TAKE THE NAME
      *    OF A READER STILL IN THE RUNNING - THAT IS A MISTYPED
      *    PARAMETER, NOT A POLICY, SO NOTHING IS TOUCHED:
      *
           IF RETENTION-DAYS < 92
               DISPLAY "RETENTION PERIOD OF " RETENTION-DAYS
                   " DAYS IS SHORTER THAN A CONTEST QUARTER - "
                   "RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           ACCEPT PURGE-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE PURGE-RUN-DAY =
               FUNCTION INTEGER-OF-DATE (PURGE-RUN-DATE).
           COMPUTE CUTOFF-DAY = PURGE-RUN-DAY - RETENTION-DAYS.
           COMPUTE CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (CUTOFF-DAY).
           PERFORM LOAD-LAST-ENTRY-TABLE
               THROUGH LOAD-LAST-ENTRY-TABLE-X.
           IF RETURN-CODE NOT = ZERO
               GO TO MAIN-X.
           PERFORM LOAD-RECENT-ACTIVITY
               THROUGH LOAD-RECENT-ACTIVITY-X.
           IF RETURN-CODE NOT = ZERO
               GO TO MAIN-X.
           OPEN I-O READER-MASTER-FILE.
           IF READER-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN READER MASTER - STATUS "
                   READER-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN EXTEND PURGE-REGISTER-FILE.
      *
      *    ONLY FILE-NOT-FOUND (35) MAY FALL THROUGH TO OPEN OUTPUT -
      *    ON ANY OTHER FAILURE OPEN OUTPUT WOULD WIPE THE RECORD OF
      *    EVERY EARLIER PURGE, AND NO READER MAY BE ANONYMISED
      *    WITHOUT THE REGISTER SAYING SO:
      *
           IF PURGE-REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT PURGE-REGISTER-FILE.
           IF PURGE-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PURGE REGISTER - STATUS "
                   PURGE-REGISTER-FILE-STATUS
               CLOSE READER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT PURGE-REPORT-FILE.
           IF PURGE-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PURGE REPORT - STATUS "
                   PURGE-REPORT-FILE-STATUS
               CLOSE READER-MASTER-FILE
               CLOSE PURGE-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "READER RETENTION PURGE - RUN " DELIMITED BY SIZE
               PURGE-RUN-DATE DELIMITED BY SIZE
               " - RETENTION " DELIMITED BY SIZE
               RETENTION-DAYS DELIMITED BY SIZE
               " DAYS - NO ACTIVITY SINCE " DELIMITED BY SIZE
               CUTOFF-DATE DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "READER   REASON   FLAG JOINED   LAST ENTRY"
               DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE ZERO TO LAST-ENTRY-SCAN.
           MOVE "0" TO END-OF-MASTER-SWITCH.
           PERFORM EXAMINE-ONE-READER
               THROUGH EXAMINE-ONE-READER-X
               UNTIL END-OF-MASTER-SWITCH = "1".
           CLOSE READER-MASTER-FILE.
           CLOSE PURGE-REGISTER-FILE.
      *
      *    THE STANDINGS FILES ARE SWEPT EVERY RUN, EACH NAME CHECKED
      *    AGAINST THE MASTER BY KEY - A RUN THAT DIED BETWEEN THE
      *    MASTER AND THE HISTORY IS PUT RIGHT BY SIMPLY RUNNING AGAIN.
      *
           OPEN INPUT READER-MASTER-FILE.
           IF READER-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN READER MASTER - STATUS "
                   READER-MASTER-FILE-STATUS
                   " - STANDINGS NOT ANONYMISED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ANONYMISE-LIVE-STANDINGS
                   THROUGH ANONYMISE-LIVE-STANDINGS-X
               PERFORM ANONYMISE-STANDINGS-HISTORY
                   THROUGH ANONYMISE-STANDINGS-HISTORY-X
               CLOSE READER-MASTER-FILE.
           PERFORM WRITE-PURGE-TRAILER.
           CLOSE PURGE-REPORT-FILE.
           DISPLAY "RETENTION PURGE COMPLETE - " READERS-ANONYMISED
               " READERS ANONYMISED, " READERS-HELD " HELD, "
               STANDINGS-NAMES-REPLACED " STANDINGS AND "
               HISTORY-NAMES-REPLACED " HISTORY NAMES REPLACED".
           IF READERS-HELD > ZERO
               AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       READ-PURGE-PARAMETERS.
      *
           READ PURGE-PARAMETER-FILE INTO PURGE-PARAMETERS
               AT END MOVE SPACES TO PURGE-PARAMETERS.
           CLOSE PURGE-PARAMETER-FILE.
      *
      *    NO LEDGER AT ALL MEANS NOBODY HAS EVER ENTERED, WHICH IS
      *    FINE.  A LEDGER THAT IS THERE BUT WILL NOT OPEN, OR HOLDS
      *    MORE READERS THAN THE TABLE, MEANS INACTIVITY CANNOT BE
      *    PROVED, AND THE RUN MUST NOT GUESS.
      *
       LOAD-LAST-ENTRY-TABLE.
      *
           OPEN INPUT ENTRY-LEDGER-FILE.
           IF ENTRY-LEDGER-FILE-STATUS = "35"
               DISPLAY "NO ENTRY LEDGER FOUND - DATE JOINED ONLY"
               GO TO LOAD-LAST-ENTRY-TABLE-X.
           IF ENTRY-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ENTRY LEDGER - STATUS "
                   ENTRY-LEDGER-FILE-STATUS " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-LAST-ENTRY-TABLE-X.
           MOVE "0" TO END-OF-LEDGER-SWITCH.
           MOVE "0" TO LEDGER-TABLE-FULL-SWITCH.
           PERFORM NOTE-ONE-LEDGER-ENTRY
               THROUGH NOTE-ONE-LEDGER-ENTRY-X
               UNTIL END-OF-LEDGER-SWITCH = "1".
           CLOSE ENTRY-LEDGER-FILE.
           IF LEDGER-TABLE-FULL-SWITCH = "1"
               DISPLAY "MORE THAN 5000 READERS ON THE ENTRY LEDGER - "
                   "RUN ABANDONED"
               MOVE 12 TO RETURN-CODE.
       LOAD-LAST-ENTRY-TABLE-X.
      *
           EXIT.
      *
      *    A VOIDED ENTRY STILL SHOWS THE READER WAS ACTIVE THAT DAY,
      *    SO EVERY LEDGER RECORD COUNTS, WHATEVER ITS STATUS.
      *
       NOTE-ONE-LEDGER-ENTRY.
      *
           READ ENTRY-LEDGER-FILE NEXT
               AT END MOVE "1" TO END-OF-LEDGER-SWITCH.
           IF END-OF-LEDGER-SWITCH = "1"
               GO TO NOTE-ONE-LEDGER-ENTRY-X.
           ADD 1 TO CONTROL-RECORDS-READ.
           IF LAST-ENTRY-COUNT > ZERO
               IF LEDGER-READER-ID =
                       LAST-ENTRY-READER-ID (LAST-ENTRY-COUNT)
                   PERFORM NOTE-LATER-ENTRY-DATE
                   GO TO NOTE-ONE-LEDGER-ENTRY-X.
           IF LAST-ENTRY-COUNT NOT < 5000
               MOVE "1" TO LEDGER-TABLE-FULL-SWITCH
               MOVE "1" TO END-OF-LEDGER-SWITCH
               GO TO NOTE-ONE-LEDGER-ENTRY-X.
           ADD 1 TO LAST-ENTRY-COUNT.
           MOVE LEDGER-READER-ID
               TO LAST-ENTRY-READER-ID (LAST-ENTRY-COUNT).
           MOVE LEDGER-ENTRY-DATE TO LAST-ENTRY-DATE (LAST-ENTRY-COUNT).
       NOTE-ONE-LEDGER-ENTRY-X.
      *
           EXIT.
      *
       NOTE-LATER-ENTRY-DATE.
      *
           IF LEDGER-ENTRY-DATE > LAST-ENTRY-DATE (LAST-ENTRY-COUNT)
               MOVE LEDGER-ENTRY-DATE
                   TO LAST-ENTRY-DATE (LAST-ENTRY-COUNT).
      *
      *    THE LEDGER WAS ONLY STARTED WITH THE ENTRY CHECKING, SO A
      *    READER'S OLDER CONTEST ACTIVITY IS FOUND FROM THE STANDINGS
      *    INSTEAD.  NO STANDINGS FILE OR NO HISTORY IS FINE; ONE THAT
      *    WILL NOT OPEN, OR MORE RECENTLY ACTIVE READERS THAN THE
      *    TABLE HOLDS, MEANS INACTIVITY CANNOT BE PROVED.
      *
       LOAD-RECENT-ACTIVITY.
      *
           OPEN INPUT STANDINGS-FILE.
           IF STANDINGS-FILE-STATUS = "00"
               MOVE "0" TO END-OF-ACTIVITY-SWITCH
               PERFORM NOTE-ONE-LIVE-STANDING
                   UNTIL END-OF-ACTIVITY-SWITCH = "1"
               CLOSE STANDINGS-FILE
           ELSE
           IF STANDINGS-FILE-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN STANDINGS FILE - STATUS "
                   STANDINGS-FILE-STATUS " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-RECENT-ACTIVITY-X.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "00"
               MOVE "0" TO END-OF-ACTIVITY-SWITCH
               PERFORM NOTE-ONE-CLOSED-STANDING
                   UNTIL END-OF-ACTIVITY-SWITCH = "1"
               CLOSE HISTORY-FILE
           ELSE
           IF HISTORY-FILE-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN STANDINGS HISTORY - STATUS "
                   HISTORY-FILE-STATUS " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-RECENT-ACTIVITY-X.
           IF ACTIVE-TABLE-FULL-SWITCH = "1"
               DISPLAY "MORE THAN 5000 RECENTLY ACTIVE READERS IN THE "
                   "STANDINGS - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE.
       LOAD-RECENT-ACTIVITY-X.
      *
           EXIT.
      *
      *    A READER STILL CARRYING ENTRIES IN THE LIVE STANDINGS IS IN
      *    THE RUNNING TODAY.  A ZERO TOTAL IS ONLY STANDCLS'S RESET
      *    AND SHOWS NOTHING.
      *
       NOTE-ONE-LIVE-STANDING.
      *
           READ STANDINGS-FILE
               AT END MOVE "1" TO END-OF-ACTIVITY-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   IF STANDING-ENTRY-TOTAL IS NUMERIC
                       AND STANDING-ENTRY-TOTAL > ZERO
                       MOVE STANDING-READER-ID TO ACTIVE-READER-ID-KEY
                       MOVE PURGE-RUN-DATE TO RECENT-ACTIVITY-DATE
                       PERFORM NOTE-RECENT-ACTIVITY.
      *
       NOTE-ONE-CLOSED-STANDING.
      *
           READ HISTORY-FILE
               AT END MOVE "1" TO END-OF-ACTIVITY-SWITCH
               NOT AT END
                   ADD 1 TO CONTROL-RECORDS-READ
                   IF HIST-PERIOD-END-DATE IS NUMERIC
                       AND HIST-PERIOD-END-DATE NOT < CUTOFF-DATE
                       MOVE HIST-READER-ID TO ACTIVE-READER-ID-KEY
                       MOVE HIST-PERIOD-END-DATE
                           TO RECENT-ACTIVITY-DATE
                       PERFORM NOTE-RECENT-ACTIVITY.
      *
       NOTE-RECENT-ACTIVITY.
      *
           PERFORM FIND-ACTIVE-READER.
           IF ACTIVE-FOUND = ZERO
               IF ACTIVE-COUNT NOT < 5000
                   MOVE "1" TO ACTIVE-TABLE-FULL-SWITCH
               ELSE
                   ADD 1 TO ACTIVE-COUNT
                   MOVE ACTIVE-READER-ID-KEY
                       TO ACTIVE-READER-ID (ACTIVE-COUNT)
                   MOVE RECENT-ACTIVITY-DATE
                       TO ACTIVE-LATEST-DATE (ACTIVE-COUNT)
           ELSE
           IF RECENT-ACTIVITY-DATE > ACTIVE-LATEST-DATE (ACTIVE-FOUND)
               MOVE RECENT-ACTIVITY-DATE
                   TO ACTIVE-LATEST-DATE (ACTIVE-FOUND).
      *
       FIND-ACTIVE-READER.
      *
           MOVE ZERO TO ACTIVE-FOUND.
           PERFORM MATCH-ONE-ACTIVE-READER
               VARYING ACTIVE-SCAN FROM 1 BY 1
               UNTIL ACTIVE-SCAN > ACTIVE-COUNT
                   OR ACTIVE-FOUND > ZERO.
      *
       MATCH-ONE-ACTIVE-READER.
      *
           IF ACTIVE-READER-ID (ACTIVE-SCAN) = ACTIVE-READER-ID-KEY
               MOVE ACTIVE-SCAN TO ACTIVE-FOUND.
      *
      *    THE MASTER AND THE LAST-ENTRY TABLE ARE BOTH IN READER
      *    ORDER, SO ONE POINTER WALKS THE TABLE IN STEP WITH THE
      *    MASTER.  THE BASIS DATE IS THE LATEST OF DATE JOINED, LAST
      *    ENTRY AND RECENT STANDINGS ACTIVITY - THE DAY THE READER
      *    WAS LAST KNOWN TO BE WITH US.  A READER WITH NONE OF THEM
      *    IS LEFT ALONE AND REPORTED.
      *
       EXAMINE-ONE-READER.
      *
           READ READER-MASTER-FILE NEXT
               AT END MOVE "1" TO END-OF-MASTER-SWITCH.
           IF END-OF-MASTER-SWITCH = "1"
               GO TO EXAMINE-ONE-READER-X.
           ADD 1 TO READERS-READ.
           ADD 1 TO CONTROL-RECORDS-READ.
           IF MAST-READER-NAME = SPACES
               AND MAST-ADDRESS-1 = SPACES
               AND MAST-ADDRESS-2 = SPACES
               AND MAST-ADDRESS-3 = SPACES
               AND MAST-POSTCODE = SPACES
               ADD 1 TO PREVIOUSLY-ANONYMISED
               GO TO EXAMINE-ONE-READER-X.
           MOVE "0" TO LEDGER-MATCH-DONE-SWITCH.
           MOVE ZERO TO LAST-ENTRY-FOUND-DATE.
           PERFORM MATCH-READER-TO-LEDGER
               UNTIL LEDGER-MATCH-DONE-SWITCH = "1".
           IF MAST-DATE-JOINED IS NUMERIC
               MOVE MAST-DATE-JOINED TO JOINED-DATE
           ELSE
               MOVE ZERO TO JOINED-DATE.
           MOVE JOINED-DATE TO BASIS-DATE.
           IF LAST-ENTRY-FOUND-DATE > BASIS-DATE
               MOVE LAST-ENTRY-FOUND-DATE TO BASIS-DATE.
           MOVE MAST-READER-ID TO ACTIVE-READER-ID-KEY.
           PERFORM FIND-ACTIVE-READER.
           IF ACTIVE-FOUND > ZERO
               IF ACTIVE-LATEST-DATE (ACTIVE-FOUND) > BASIS-DATE
                   MOVE ACTIVE-LATEST-DATE (ACTIVE-FOUND)
                       TO BASIS-DATE.
           IF BASIS-DATE = ZERO
               MOVE "NO DATE JOINED AND NO ENTRIES - LEFT ALONE"
                   TO HOLD-REASON-TEXT
               PERFORM WRITE-HELD-READER-LINE
               GO TO EXAMINE-ONE-READER-X.
           IF BASIS-DATE NOT < CUTOFF-DATE
               GO TO EXAMINE-ONE-READER-X.
           IF MAST-STATUS-FLAG = "S"
               MOVE "STOPPED" TO PURGE-REASON
           ELSE
               MOVE "INACTIVE" TO PURGE-REASON.
           MOVE SPACES TO PURGE-REGISTER-RECORD.
           MOVE MAST-READER-ID TO REG-READER-ID.
           MOVE PURGE-RUN-DATE TO REG-PURGE-DATE.
           MOVE PURGE-REASON TO REG-REASON.
           MOVE MAST-STATUS-FLAG TO REG-STATUS-BEFORE.
           MOVE JOINED-DATE TO REG-DATE-JOINED.
           MOVE LAST-ENTRY-FOUND-DATE TO REG-LAST-ENTRY-DATE.
           MOVE RETENTION-DAYS TO REG-RETENTION-DAYS.
      *
      *    AN INACTIVE READER IS STOPPED AS WELL - WITH NO NAME OR
      *    ADDRESS LEFT, ANY ENTRY THAT TURNS UP LATER BELONGS ON THE
      *    EXCEPTIONS REPORT, NOT IN THE STANDINGS:
      *
           MOVE SPACES TO MAST-READER-NAME.
           MOVE SPACES TO MAST-ADDRESS-1.
           MOVE SPACES TO MAST-ADDRESS-2.
           MOVE SPACES TO MAST-ADDRESS-3.
           MOVE SPACES TO MAST-POSTCODE.
           MOVE "S" TO MAST-STATUS-FLAG.
           REWRITE READER-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED - NOT ANONYMISED"
                       TO HOLD-REASON-TEXT
                   PERFORM WRITE-HELD-READER-LINE
                   MOVE 8 TO RETURN-CODE
                   GO TO EXAMINE-ONE-READER-X.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           ADD 1 TO READERS-ANONYMISED.
           WRITE PURGE-REGISTER-RECORD.
           ADD 1 TO CONTROL-RECORDS-WRITTEN.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING REG-READER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-STATUS-BEFORE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REG-DATE-JOINED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-LAST-ENTRY-DATE DELIMITED BY SIZE
               " ANONYMISED" DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
       EXAMINE-ONE-READER-X.
      *
           EXIT.
      *
       MATCH-READER-TO-LEDGER.
      *
           IF LAST-ENTRY-SCAN NOT < LAST-ENTRY-COUNT
               MOVE "1" TO LEDGER-MATCH-DONE-SWITCH
           ELSE
           IF LAST-ENTRY-READER-ID (LAST-ENTRY-SCAN + 1)
                   < MAST-READER-ID
               ADD 1 TO LAST-ENTRY-SCAN
           ELSE
           IF LAST-ENTRY-READER-ID (LAST-ENTRY-SCAN + 1)
                   = MAST-READER-ID
               ADD 1 TO LAST-ENTRY-SCAN
               MOVE LAST-ENTRY-DATE (LAST-ENTRY-SCAN)
                   TO LAST-ENTRY-FOUND-DATE
               MOVE "1" TO LEDGER-MATCH-DONE-SWITCH
           ELSE
               MOVE "1" TO LEDGER-MATCH-DONE-SWITCH.
      *
       WRITE-HELD-READER-LINE.
      *
           ADD 1 TO READERS-HELD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING MAST-READER-ID DELIMITED BY SIZE
               " HELD     " DELIMITED BY SIZE
               MAST-STATUS-FLAG DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               HOLD-REASON-TEXT DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
      *
       ANONYMISE-LIVE-STANDINGS.
      *
           OPEN INPUT STANDINGS-FILE.
           IF STANDINGS-FILE-STATUS = "35"
               DISPLAY "NO STANDINGS FILE - NOTHING TO ANONYMISE"
               GO TO ANONYMISE-LIVE-STANDINGS-X.
           IF STANDINGS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STANDINGS FILE - STATUS "
                   STANDINGS-FILE-STATUS " - STANDINGS NOT ANONYMISED"
               MOVE 8 TO RETURN-CODE
               GO TO ANONYMISE-LIVE-STANDINGS-X.
           OPEN OUTPUT PURGE-WORK-FILE.
           IF PURGE-WORK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PURGE WORK FILE - STATUS "
                   PURGE-WORK-FILE-STATUS " - STANDINGS NOT ANONYMISED"
               CLOSE STANDINGS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ANONYMISE-LIVE-STANDINGS-X.
           MOVE "0" TO END-OF-COPY-SWITCH.
           PERFORM COPY-ONE-STANDINGS-RECORD-OUT
               UNTIL END-OF-COPY-SWITCH = "1".
           CLOSE STANDINGS-FILE.
           CLOSE PURGE-WORK-FILE.
           IF STANDINGS-NAMES-REPLACED = ZERO
               GO TO ANONYMISE-LIVE-STANDINGS-X.
           OPEN INPUT PURGE-WORK-FILE.
           IF PURGE-WORK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN PURGE WORK FILE - STATUS "
                   PURGE-WORK-FILE-STATUS " - STANDINGS NOT ANONYMISED"
               MOVE 8 TO RETURN-CODE
               GO TO ANONYMISE-LIVE-STANDINGS-X.
           OPEN OUTPUT STANDINGS-FILE.
           IF STANDINGS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE STANDINGS FILE - STATUS "
                   STANDINGS-FILE-STATUS " - RERUN TO COMPLETE"
               CLOSE PURGE-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ANONYMISE-LIVE-STANDINGS-X.
           MOVE "0" TO END-OF-COPY-SWITCH.
           PERFORM COPY-ONE-STANDINGS-RECORD-BACK
               UNTIL END-OF-COPY-SWITCH = "1".
           CLOSE PURGE-WORK-FILE.
           CLOSE STANDINGS-FILE.
       ANONYMISE-LIVE-STANDINGS-X.
      *
           EXIT.
      *
       COPY-ONE-STANDINGS-RECORD-OUT.
      *
           READ STANDINGS-FILE
               AT END MOVE "1" TO END-OF-COPY-SWITCH
               NOT AT END
                   PERFORM MARK-STANDINGS-NAME
                       THROUGH MARK-STANDINGS-NAME-X
                   WRITE PURGE-WORK-RECORD
                       FROM STANDINGS-FILE-RECORD.
      *
       MARK-STANDINGS-NAME.
      *
           IF STANDING-READER-NAME = PURGE-PLACEHOLDER-NAME
               GO TO MARK-STANDINGS-NAME-X.
           MOVE STANDING-READER-ID TO MAST-READER-ID.
           READ READER-MASTER-FILE
               INVALID KEY GO TO MARK-STANDINGS-NAME-X.
           IF MAST-READER-NAME = SPACES
               MOVE PURGE-PLACEHOLDER-NAME TO STANDING-READER-NAME
               ADD 1 TO STANDINGS-NAMES-REPLACED.
       MARK-STANDINGS-NAME-X.
      *
           EXIT.
      *
       COPY-ONE-STANDINGS-RECORD-BACK.
      *
           READ PURGE-WORK-FILE
               AT END MOVE "1" TO END-OF-COPY-SWITCH
               NOT AT END
                   WRITE STANDINGS-FILE-RECORD
                       FROM PURGE-WORK-RECORD.
      *
      *    THE CLOSED PERIODS KEEP EVERY RANK, ID AND TOTAL - ONLY
      *    THE NAME GIVES WAY TO THE PLACEHOLDER, SO A WINNERS REPORT
      *    REPRINTED FROM THE HISTORY STILL ADDS UP.
      *
       ANONYMISE-STANDINGS-HISTORY.
      *
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "35"
               DISPLAY "NO STANDINGS HISTORY - NOTHING TO ANONYMISE"
               GO TO ANONYMISE-STANDINGS-HISTORY-X.
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STANDINGS HISTORY - STATUS "
                   HISTORY-FILE-STATUS " - HISTORY NOT ANONYMISED"
               MOVE 8 TO RETURN-CODE
               GO TO ANONYMISE-STANDINGS-HISTORY-X.
           OPEN OUTPUT PURGE-WORK-FILE.
           IF PURGE-WORK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PURGE WORK FILE - STATUS "
                   PURGE-WORK-FILE-STATUS " - HISTORY NOT ANONYMISED"
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ANONYMISE-STANDINGS-HISTORY-X.
           MOVE "0" TO END-OF-COPY-SWITCH.
           PERFORM COPY-ONE-HISTORY-RECORD-OUT
               UNTIL END-OF-COPY-SWITCH = "1".
           CLOSE HISTORY-FILE.
           CLOSE PURGE-WORK-FILE.
           IF HISTORY-NAMES-REPLACED = ZERO
               GO TO ANONYMISE-STANDINGS-HISTORY-X.
           OPEN INPUT PURGE-WORK-FILE.
           IF PURGE-WORK-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN PURGE WORK FILE - STATUS "
                   PURGE-WORK-FILE-STATUS " - HISTORY NOT ANONYMISED"
               MOVE 8 TO RETURN-CODE
               GO TO ANONYMISE-STANDINGS-HISTORY-X.
           OPEN OUTPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE STANDINGS HISTORY - STATUS "
                   HISTORY-FILE-STATUS
                   " - ANONYMISED COPY LEFT IN PURGWORK"
               CLOSE PURGE-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ANONYMISE-STANDINGS-HISTORY-X.
           MOVE "0" TO END-OF-COPY-SWITCH.
           PERFORM COPY-ONE-HISTORY-RECORD-BACK
               UNTIL END-OF-COPY-SWITCH = "1".
           CLOSE PURGE-WORK-FILE.
           CLOSE HISTORY-FILE.
       ANONYMISE-STANDINGS-HISTORY-X.
      *
           EXIT.
      *
       COPY-ONE-HISTORY-RECORD-OUT.
      *
           READ HISTORY-FILE
               AT END MOVE "1" TO END-OF-COPY-SWITCH
               NOT AT END
                   PERFORM MARK-HISTORY-NAME
                       THROUGH MARK-HISTORY-NAME-X
                   WRITE PURGE-WORK-RECORD
                       FROM HISTORY-FILE-RECORD.
      *
       MARK-HISTORY-NAME.
      *
           IF HIST-READER-NAME = PURGE-PLACEHOLDER-NAME
               GO TO MARK-HISTORY-NAME-X.
           MOVE HIST-READER-ID TO MAST-READER-ID.
           READ READER-MASTER-FILE
               INVALID KEY GO TO MARK-HISTORY-NAME-X.
           IF MAST-READER-NAME = SPACES
               MOVE PURGE-PLACEHOLDER-NAME TO HIST-READER-NAME
               ADD 1 TO HISTORY-NAMES-REPLACED.
       MARK-HISTORY-NAME-X.
      *
           EXIT.
      *
       COPY-ONE-HISTORY-RECORD-BACK.
      *
           READ PURGE-WORK-FILE
               AT END MOVE "1" TO END-OF-COPY-SWITCH
               NOT AT END
                   WRITE HISTORY-FILE-RECORD
                       FROM PURGE-WORK-RECORD.
      *
       WRITE-PURGE-TRAILER.
      *
           MOVE SPACES TO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "STANDINGS NAMES REPLACED " DELIMITED BY SIZE
               STANDINGS-NAMES-REPLACED DELIMITED BY SIZE
               ", HISTORY NAMES REPLACED " DELIMITED BY SIZE
               HISTORY-NAMES-REPLACED DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "TOTAL " DELIMITED BY SIZE
               READERS-READ DELIMITED BY SIZE
               " READERS READ - " DELIMITED BY SIZE
               READERS-ANONYMISED DELIMITED BY SIZE
               " ANONYMISED, " DELIMITED BY SIZE
               READERS-HELD DELIMITED BY SIZE
               " HELD, " DELIMITED BY SIZE
               PREVIOUSLY-ANONYMISED DELIMITED BY SIZE
               " ALREADY ANONYMISED" DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD.
           WRITE PURGE-REPORT-RECORD.
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
           MOVE "RDRPURGE" TO CTL-PROGRAM.
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
