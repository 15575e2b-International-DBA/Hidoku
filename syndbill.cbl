       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    SYNDBILL.
      *
      *    (MONTHLY SYNDICATION BILLING FROM THE SENT HISTORY.)
      *
       AUTHOR.        ANDREW S REID.
      *
       DATE-WRITTEN.  OCT 2026.
      *
      ******************************************************************
      * VERSION * DATE     * COMMENTS                                  *
      ******************************************************************
      *       1 * OCT 2026 * ORIGINAL VERSION.  READS THE SENT HISTORY *
      *                      SYNDEXT KEEPS AND PRICES EVERY PLACEMENT  *
      *                      NOT YET INVOICED, UP TO THE END OF THE    *
      *                      BILLING PERIOD, FROM THE CUSTOMER'S RATE  *
      *                      CARD ON THE CUSTOMER MASTER - BY BOARD    *
      *                      SIZE AND BY GRADE FROM THE ARCHIVE        *
      *                      RECORD.  ONE INVOICE PER CUSTOMER WITH    *
      *                      LINE DETAIL AND THE BALANCE BROUGHT AND   *
      *                      CARRIED FORWARD.  EVERY PLACEMENT BILLED  *
      *                      IS WRITTEN TO AN INVOICE LEDGER KEYED ON  *
      *                      SEED AND CUSTOMER, SO NOTHING IS BILLED   *
      *                      TWICE; ANYTHING THAT CANNOT BE PRICED IS  *
      *                      HELD AND COMES ROUND AGAIN NEXT RUN, SO   *
      *                      NOTHING IS MISSED.  A CONTROL REPORT      *
      *                      RECONCILES PLACEMENTS SENT AGAINST        *
      *                      PLACEMENTS INVOICED.                      *
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
      *    BILLING-PARAMETER-FILE CARRIES ONE RECORD - THE FIRST AND
      *    LAST DATES OF THE BILLING PERIOD.  A PLACEMENT SENT AFTER
      *    THE LAST DATE WAITS FOR NEXT MONTH'S RUN; ONE SENT BEFORE
      *    THE FIRST DATE AND NEVER INVOICED IS BILLED NOW AND MARKED
      *    ON THE INVOICE AS FROM AN EARLIER PERIOD.
      *
           SELECT BILLING-PARAMETER-FILE ASSIGN TO "BILLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILLING-PARAMETER-FILE-STATUS.
      *
           SELECT SENT-HISTORY-FILE ASSIGN TO "SYNDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENT-HISTORY-FILE-STATUS.
      *
           SELECT ARCHIVE-FILE ASSIGN TO "SEEDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SEED
               FILE STATUS IS ARCHIVE-FILE-STATUS.
      *
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CODE
               FILE STATUS IS CUSTOMER-MASTER-FILE-STATUS.
      *
      *    INVOICE-LEDGER-FILE HOLDS ONE RECORD FOR EVERY PLACEMENT
      *    EVER INVOICED.  A PUZZLE IS NEVER SENT TO THE SAME
      *    CUSTOMER TWICE, SO SEED AND CUSTOMER IDENTIFY A PLACEMENT.
      *
           SELECT INVOICE-LEDGER-FILE ASSIGN TO "INVCLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVL-KEY
               FILE STATUS IS INVOICE-LEDGER-FILE-STATUS.
      *
           SELECT INVOICE-FILE ASSIGN TO "SYNDINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.
      *
           SELECT CONTROL-REPORT-FILE ASSIGN TO "BILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-REPORT-FILE-STATUS.
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
       FD  BILLING-PARAMETER-FILE.
       01  BILLING-PARAMETER-RECORD PIC X(80).
      *
      *    THIS LAYOUT MUST AGREE WITH SENT-HISTORY-RECORD IN
      *    SYNDEXT.
      *
       FD  SENT-HISTORY-FILE.
       01  SENT-HISTORY-RECORD.
           05 SENT-SEED          PIC 9(8).
           05 FILLER             PIC X.
           05 SENT-CUSTOMER-CODE PIC X(8).
           05 FILLER             PIC X.
           05 SENT-MARKET-CODE   PIC X(8).
           05 FILLER             PIC X.
           05 SENT-DATE          PIC 9(8).
      *
      *    THIS LAYOUT MUST AGREE WITH ARCHIVE-FILE-RECORD IN HIDOKU,
      *    ARCHRPT, ARCHMNT, ARCHCHK, ARCHLOAD, SYNDEXT, GRADECAL,
      *    DAYPICK, WDRAWRUN, STOCKPLN, PROOFSHT, FPBUILD AND BOOKCOMP
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
      *    THIS LAYOUT MUST AGREE WITH CUSTOMER-MASTER-RECORD IN
      *    CSTMAINT.
      *
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CUST-CODE          PIC X(8).
           05 CUST-NAME          PIC X(30).
           05 CUST-ADDRESS-1     PIC X(30).
           05 CUST-ADDRESS-2     PIC X(30).
           05 CUST-ADDRESS-3     PIC X(30).
           05 CUST-POSTCODE      PIC X(10).
           05 CUST-SIZE-RATE     PIC 9(3)V99 OCCURS 10.
           05 CUST-GRADE-PERCENT PIC 9(3) OCCURS 5.
           05 CUST-BALANCE       PIC S9(7)V99.
           05 CUST-INVOICE-COUNT PIC 9(4).
           05 CUST-LAST-BILLED   PIC 9(8).
           05 FILLER             PIC X(20).
      *
       FD  INVOICE-LEDGER-FILE.
       01  INVOICE-LEDGER-RECORD.
           05 INVL-KEY.
               10 INVL-SEED          PIC 9(8).
               10 INVL-CUSTOMER-CODE PIC X(8).
           05 INVL-SENT-DATE         PIC 9(8).
           05 INVL-INVOICE-NUMBER    PIC X(13).
           05 INVL-INVOICE-DATE      PIC 9(8).
           05 INVL-AMOUNT            PIC 9(5)V99.
           05 FILLER                 PIC X(10).
      *
       FD  INVOICE-FILE.
       01  INVOICE-RECORD PIC X(100).
      *
       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD PIC X(100).
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
      *    THE BILLING PERIOD, READ INTO WORKING STORAGE SO THE
      *    FIELDS STAY GOOD AFTER THE PARAMETER FILE IS CLOSED.
      *
       01  BILLING-PARAMETERS.
           05 BILL-PERIOD-START PIC 9(8).
           05 FILLER            PIC X.
           05 BILL-PERIOD-END   PIC 9(8).
           05 FILLER            PIC X(63).
      *
      *    EVERY PLACEMENT TO BE BILLED THIS RUN.  BILL-STATE IS "U"
      *    WHILE UNPRICED, "P" ONCE PRICED, "H" IF HELD AND "I" ONCE
      *    ON AN INVOICE.
      *
       01  FILLER1.
           05 FILLER2 OCCURS 5000.
               10 BILL-SEED        PIC 9(8).
               10 BILL-CUSTOMER    PIC X(8).
               10 BILL-MARKET      PIC X(8).
               10 BILL-SENT-DATE   PIC 9(8).
               10 BILL-SIZE        PIC 9(2).
               10 BILL-GRADE       PIC X.
               10 BILL-AMOUNT      PIC 9(5)V99.
               10 BILL-STATE       PIC X.
      *
      *    THE GRADE CODES IN RATE CARD ORDER - ANY OTHER GRADE
      *    BYTE, BLANK INCLUDED, IS PRICED AS UNGRADED.
      *
       01  GRADE-CODE-TABLE VALUE "EMHX".
           05 GRADE-CODE PIC X OCCURS 4.
      *
       01  INVOICE-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LINE-SEED         PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LINE-SENT-DATE    PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LINE-MARKET       PIC X(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 LINE-SIZE         PIC Z9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 LINE-GRADE        PIC X.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 LINE-AMOUNT       PIC ZZ,ZZ9.99.
           05 FILLER            PIC X     VALUE SPACE.
           05 LINE-EARLIER-MARK PIC X.
      *
       77  AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
       77  ARCHIVE-FILE-STATUS PIC XX.
       77  BALANCE-EDIT PIC --,---,--9.99.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  BILL-COUNT PIC 9(4) VALUE ZERO.
       77  BILL-CURRENT-CUSTOMER PIC X(8).
       77  BILL-ENTRY PIC 9(4).
       77  BILL-FOUND PIC 9(4).
       77  BILL-RUN-DATE PIC 9(8).
       77  BILL-SCAN PIC 9(4).
       77  BILLING-PARAMETER-FILE-STATUS PIC XX.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-REPORT-FILE-STATUS PIC XX.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  CUSTOMER-FOUND-SWITCH PIC X.
       77  CUSTOMER-MASTER-FILE-STATUS PIC XX.
       77  END-OF-SENT-HISTORY-SWITCH PIC X.
       77  GRADE-INDEX PIC 9.
       77  GRADE-SCAN PIC 9.
       77  HOLD-REASON-TEXT PIC X(40).
       77  INVOICE-EARLIER-COUNT PIC 9(4).
       77  INVOICE-FILE-STATUS PIC XX.
       77  INVOICE-LEDGER-FILE-STATUS PIC XX.
       77  INVOICE-LINE-COUNT PIC 9(4).
       77  INVOICE-NUMBER PIC X(13).
       77  INVOICE-TOTAL PIC 9(7)V99.
       77  INVOICES-WRITTEN PIC 9(6) VALUE ZERO.
       77  LEDGER-FOUND-SWITCH PIC X.
       77  LEDGER-RECORDS-WRITTEN PIC 9(6) VALUE ZERO.
       77  PLACEMENTS-ACCOUNTED PIC 9(6) VALUE ZERO.
       77  PLACEMENTS-ALREADY-INVOICED PIC 9(6) VALUE ZERO.
       77  PLACEMENTS-DEFERRED PIC 9(6) VALUE ZERO.
       77  PLACEMENTS-DUPLICATED PIC 9(6) VALUE ZERO.
       77  PLACEMENTS-EARLIER PIC 9(6) VALUE ZERO.
       77  PLACEMENTS-HELD PIC 9(6) VALUE ZERO.
       77  PLACEMENTS-INVOICED PIC 9(6) VALUE ZERO.
       77  PLACEMENTS-READ PIC 9(6) VALUE ZERO.
       77  RATE-INDEX PIC 9(2).
       77  RUN-AMOUNT-TOTAL PIC 9(9)V99 VALUE ZERO.
       77  SENT-HISTORY-FILE-STATUS PIC XX.
      /
       PROCEDURE DIVISION.
      *
       MAIN.
      *
           OPEN INPUT BILLING-PARAMETER-FILE.
           IF BILLING-PARAMETER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BILLING PARAMETER FILE - "
                   "NOTHING TO DO"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           READ BILLING-PARAMETER-FILE INTO BILLING-PARAMETERS
               AT END MOVE SPACES TO BILLING-PARAMETERS.
           CLOSE BILLING-PARAMETER-FILE.
           IF BILL-PERIOD-START IS NOT NUMERIC
               OR BILL-PERIOD-END IS NOT NUMERIC
               OR BILL-PERIOD-START > BILL-PERIOD-END
               DISPLAY "BILLING PERIOD IS NOT TWO DATES IN ORDER - "
                   "NOTHING BILLED"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           ACCEPT BILL-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SENT-HISTORY-FILE.
           IF SENT-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NO SENT HISTORY FILE - NOTHING TO BILL"
               GO TO MAIN-X.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ARCHIVE - STATUS "
                   ARCHIVE-FILE-STATUS
               CLOSE SENT-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF CUSTOMER-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTOMER MASTER - STATUS "
                   CUSTOMER-MASTER-FILE-STATUS
               CLOSE SENT-HISTORY-FILE
               CLOSE ARCHIVE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN I-O INVOICE-LEDGER-FILE.
      *
      *    ONLY FILE-NOT-FOUND (35) MAY FALL THROUGH TO OPEN OUTPUT -
      *    THE FIRST BILLING RUN CREATES THE LEDGER - AND THE FRESH
      *    FILE IS REOPENED I-O FOR THE KEYED READS THAT FOLLOW:
      *
           IF INVOICE-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-LEDGER-FILE
               IF INVOICE-LEDGER-FILE-STATUS = "00"
                   CLOSE INVOICE-LEDGER-FILE
                   OPEN I-O INVOICE-LEDGER-FILE.
           IF INVOICE-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVOICE LEDGER - STATUS "
                   INVOICE-LEDGER-FILE-STATUS
               CLOSE SENT-HISTORY-FILE
               CLOSE ARCHIVE-FILE
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           OPEN OUTPUT INVOICE-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF INVOICE-FILE-STATUS NOT = "00"
               OR CONTROL-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVOICE OR CONTROL REPORT - "
                   "STATUS " INVOICE-FILE-STATUS " "
                   CONTROL-REPORT-FILE-STATUS
               CLOSE SENT-HISTORY-FILE
               CLOSE ARCHIVE-FILE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE INVOICE-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-X.
           MOVE "SYNDICATION BILLING CONTROL REPORT"
               TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "PLACEMENTS SENT FROM " DELIMITED BY SIZE
               BILL-PERIOD-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               BILL-PERIOD-END DELIMITED BY SIZE
               " - RUN " DELIMITED BY SIZE
               BILL-RUN-DATE DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE "0" TO END-OF-SENT-HISTORY-SWITCH.
           PERFORM SELECT-ONE-PLACEMENT
               THROUGH SELECT-ONE-PLACEMENT-X
               UNTIL END-OF-SENT-HISTORY-SWITCH = "1".
           CLOSE SENT-HISTORY-FILE.
           PERFORM BILL-ONE-CUSTOMER
               THROUGH BILL-ONE-CUSTOMER-X
               VARYING BILL-SCAN FROM 1 BY 1
               UNTIL BILL-SCAN > BILL-COUNT.
           PERFORM WRITE-RECONCILIATION
               THROUGH WRITE-RECONCILIATION-X.
           CLOSE ARCHIVE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE INVOICE-LEDGER-FILE.
           CLOSE INVOICE-FILE.
           CLOSE CONTROL-REPORT-FILE.
           MOVE RUN-AMOUNT-TOTAL TO AMOUNT-EDIT.
           DISPLAY "SYNDICATION BILLING COMPLETE - "
               INVOICES-WRITTEN " INVOICES, "
               PLACEMENTS-INVOICED " PLACEMENTS, AMOUNT "
               AMOUNT-EDIT ", " PLACEMENTS-HELD " HELD".
           IF PLACEMENTS-HELD > ZERO
               AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
      *    A PLACEMENT IS TAKEN FOR BILLING IF IT WAS SENT NO LATER
      *    THAN THE END OF THE PERIOD AND IS NOT ALREADY ON THE
      *    INVOICE LEDGER.  EVERY RECORD READ LANDS IN EXACTLY ONE OF
      *    THE RECONCILIATION'S BUCKETS.
      *
       SELECT-ONE-PLACEMENT.
      *
           READ SENT-HISTORY-FILE
               AT END MOVE "1" TO END-OF-SENT-HISTORY-SWITCH.
           IF END-OF-SENT-HISTORY-SWITCH = "1"
               GO TO SELECT-ONE-PLACEMENT-X.
           ADD 1 TO PLACEMENTS-READ.
           ADD 1 TO CONTROL-RECORDS-READ.
           IF SENT-DATE > BILL-PERIOD-END
               ADD 1 TO PLACEMENTS-DEFERRED
               GO TO SELECT-ONE-PLACEMENT-X.
           MOVE "0" TO LEDGER-FOUND-SWITCH.
           MOVE SENT-SEED TO INVL-SEED.
           MOVE SENT-CUSTOMER-CODE TO INVL-CUSTOMER-CODE.
           READ INVOICE-LEDGER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "1" TO LEDGER-FOUND-SWITCH.
           IF LEDGER-FOUND-SWITCH = "1"
               ADD 1 TO PLACEMENTS-ALREADY-INVOICED
               GO TO SELECT-ONE-PLACEMENT-X.
           MOVE ZERO TO BILL-FOUND.
           PERFORM FIND-PLACEMENT-IN-TABLE
               VARYING BILL-ENTRY FROM 1 BY 1
               UNTIL BILL-ENTRY > BILL-COUNT
                   OR BILL-FOUND > ZERO.
           IF BILL-FOUND > ZERO
               ADD 1 TO PLACEMENTS-DUPLICATED
               MOVE "DUPLICATE ON SENT HISTORY - BILLED ONCE"
                   TO HOLD-REASON-TEXT
               PERFORM WRITE-SENT-EXCEPTION-LINE
               GO TO SELECT-ONE-PLACEMENT-X.
           IF BILL-COUNT NOT < 5000
               ADD 1 TO PLACEMENTS-HELD
               MOVE "BILLING TABLE FULL - HELD TO NEXT RUN"
                   TO HOLD-REASON-TEXT
               PERFORM WRITE-SENT-EXCEPTION-LINE
               GO TO SELECT-ONE-PLACEMENT-X.
           ADD 1 TO BILL-COUNT.
           MOVE SENT-SEED TO BILL-SEED (BILL-COUNT).
           MOVE SENT-CUSTOMER-CODE TO BILL-CUSTOMER (BILL-COUNT).
           MOVE SENT-MARKET-CODE TO BILL-MARKET (BILL-COUNT).
           MOVE SENT-DATE TO BILL-SENT-DATE (BILL-COUNT).
           MOVE ZERO TO BILL-SIZE (BILL-COUNT).
           MOVE SPACE TO BILL-GRADE (BILL-COUNT).
           MOVE ZERO TO BILL-AMOUNT (BILL-COUNT).
           MOVE "U" TO BILL-STATE (BILL-COUNT).
       SELECT-ONE-PLACEMENT-X.
      *
           EXIT.
      *
       FIND-PLACEMENT-IN-TABLE.
      *
           IF BILL-SEED (BILL-ENTRY) = SENT-SEED
               AND BILL-CUSTOMER (BILL-ENTRY) = SENT-CUSTOMER-CODE
               MOVE BILL-ENTRY TO BILL-FOUND.
      *
       WRITE-SENT-EXCEPTION-LINE.
      *
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "SEED " DELIMITED BY SIZE
               SENT-SEED DELIMITED BY SIZE
               " CUSTOMER " DELIMITED BY SIZE
               SENT-CUSTOMER-CODE DELIMITED BY SIZE
               " SENT " DELIMITED BY SIZE
               SENT-DATE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               HOLD-REASON-TEXT DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
      *
      *    THE FIRST UNPRICED PLACEMENT FOR A CUSTOMER STARTS THAT
      *    CUSTOMER'S INVOICE; EVERY LATER PLACEMENT FOR THE SAME
      *    CUSTOMER IS PRICED WITH IT, SO A CUSTOMER GETS ONE
      *    INVOICE HOWEVER THE SENT HISTORY IS ORDERED.
      *
       BILL-ONE-CUSTOMER.
      *
           IF BILL-STATE (BILL-SCAN) NOT = "U"
               GO TO BILL-ONE-CUSTOMER-X.
           MOVE BILL-CUSTOMER (BILL-SCAN) TO BILL-CURRENT-CUSTOMER.
           MOVE "0" TO CUSTOMER-FOUND-SWITCH.
           MOVE BILL-CURRENT-CUSTOMER TO CUST-CODE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "1" TO CUSTOMER-FOUND-SWITCH.
           MOVE ZERO TO INVOICE-TOTAL.
           MOVE ZERO TO INVOICE-LINE-COUNT.
           MOVE ZERO TO INVOICE-EARLIER-COUNT.
           PERFORM PRICE-ONE-PLACEMENT
               THROUGH PRICE-ONE-PLACEMENT-X
               VARYING BILL-ENTRY FROM BILL-SCAN BY 1
               UNTIL BILL-ENTRY > BILL-COUNT.
           IF INVOICE-LINE-COUNT = ZERO
               GO TO BILL-ONE-CUSTOMER-X.
           PERFORM WRITE-ONE-INVOICE
               THROUGH WRITE-ONE-INVOICE-X.
       BILL-ONE-CUSTOMER-X.
      *
           EXIT.
      *
      *    PRICE = SIZE RATE x GRADE PERCENTAGE / 100, ROUNDED TO THE
      *    PENNY.  A PLACEMENT THAT CANNOT BE PRICED IS HELD - IT
      *    STAYS OFF THE LEDGER AND IS PRICED AGAIN NEXT RUN.
      *
       PRICE-ONE-PLACEMENT.
      *
           IF BILL-STATE (BILL-ENTRY) NOT = "U"
               OR BILL-CUSTOMER (BILL-ENTRY) NOT = BILL-CURRENT-CUSTOMER
               GO TO PRICE-ONE-PLACEMENT-X.
           IF CUSTOMER-FOUND-SWITCH NOT = "1"
               MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
                   TO HOLD-REASON-TEXT
               PERFORM HOLD-ONE-PLACEMENT
               GO TO PRICE-ONE-PLACEMENT-X.
           MOVE BILL-SEED (BILL-ENTRY) TO ARCH-SEED.
           READ ARCHIVE-FILE
               INVALID KEY MOVE ZERO TO ARCH-SIZE1.
           IF ARCH-SIZE1 < 3 OR ARCH-SIZE1 > 12
               MOVE "SEED NOT ON ARCHIVE OR SIZE UNKNOWN"
                   TO HOLD-REASON-TEXT
               PERFORM HOLD-ONE-PLACEMENT
               GO TO PRICE-ONE-PLACEMENT-X.
           MOVE ARCH-SIZE1 TO BILL-SIZE (BILL-ENTRY).
           MOVE ARCH-GRADE TO BILL-GRADE (BILL-ENTRY).
           COMPUTE RATE-INDEX = ARCH-SIZE1 - 2.
           IF CUST-SIZE-RATE (RATE-INDEX) = ZERO
               MOVE "NO RATE FOR THIS BOARD SIZE"
                   TO HOLD-REASON-TEXT
               PERFORM HOLD-ONE-PLACEMENT
               GO TO PRICE-ONE-PLACEMENT-X.
           MOVE 5 TO GRADE-INDEX.
           PERFORM FIND-GRADE-CODE
               VARYING GRADE-SCAN FROM 1 BY 1
               UNTIL GRADE-SCAN > 4.
           COMPUTE BILL-AMOUNT (BILL-ENTRY) ROUNDED =
               CUST-SIZE-RATE (RATE-INDEX)
               * CUST-GRADE-PERCENT (GRADE-INDEX) / 100.
           MOVE "P" TO BILL-STATE (BILL-ENTRY).
           ADD BILL-AMOUNT (BILL-ENTRY) TO INVOICE-TOTAL.
           ADD 1 TO INVOICE-LINE-COUNT.
       PRICE-ONE-PLACEMENT-X.
      *
           EXIT.
      *
       FIND-GRADE-CODE.
      *
           IF GRADE-CODE (GRADE-SCAN) = ARCH-GRADE
               MOVE GRADE-SCAN TO GRADE-INDEX.
      *
       HOLD-ONE-PLACEMENT.
      *
           MOVE "H" TO BILL-STATE (BILL-ENTRY).
           ADD 1 TO PLACEMENTS-HELD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "SEED " DELIMITED BY SIZE
               BILL-SEED (BILL-ENTRY) DELIMITED BY SIZE
               " CUSTOMER " DELIMITED BY SIZE
               BILL-CUSTOMER (BILL-ENTRY) DELIMITED BY SIZE
               " SENT " DELIMITED BY SIZE
               BILL-SENT-DATE (BILL-ENTRY) DELIMITED BY SIZE
               " HELD - " DELIMITED BY SIZE
               HOLD-REASON-TEXT DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
      *
      *    THE INVOICE IS LAID OUT LIKE THE READER LETTERS - A ROW
      *    OF HYPHENS FOR THE BURSTER, NAME AND ADDRESS, THEN THE
      *    BODY.  EACH LINE'S LEDGER RECORD IS WRITTEN AS THE LINE
      *    IS, AND THE CUSTOMER'S BALANCE AND INVOICE COUNT ARE
      *    REWRITTEN LAST.
      *
       WRITE-ONE-INVOICE.
      *
           ADD 1 TO CUST-INVOICE-COUNT.
           MOVE SPACES TO INVOICE-NUMBER.
           STRING CUST-CODE DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               CUST-INVOICE-COUNT DELIMITED BY SIZE
               INTO INVOICE-NUMBER.
           MOVE ALL "-" TO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           WRITE INVOICE-RECORD FROM CUST-NAME.
           WRITE INVOICE-RECORD FROM CUST-ADDRESS-1.
           WRITE INVOICE-RECORD FROM CUST-ADDRESS-2.
           WRITE INVOICE-RECORD FROM CUST-ADDRESS-3.
           WRITE INVOICE-RECORD FROM CUST-POSTCODE.
           MOVE SPACES TO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           MOVE SPACES TO INVOICE-RECORD.
           STRING "INVOICE " DELIMITED BY SIZE
               INVOICE-NUMBER DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               BILL-RUN-DATE DELIMITED BY SIZE
               INTO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           MOVE SPACES TO INVOICE-RECORD.
           STRING "PUZZLES SUPPLIED FROM " DELIMITED BY SIZE
               BILL-PERIOD-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               BILL-PERIOD-END DELIMITED BY SIZE
               INTO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           MOVE SPACES TO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           MOVE "  SEED      SENT      MARKET    SIZE GRADE     AMOUNT"
               TO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           PERFORM WRITE-ONE-INVOICE-LINE
               THROUGH WRITE-ONE-INVOICE-LINE-X
               VARYING BILL-ENTRY FROM BILL-SCAN BY 1
               UNTIL BILL-ENTRY > BILL-COUNT.
           MOVE SPACES TO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           IF INVOICE-EARLIER-COUNT > ZERO
               MOVE "  * SUPPLIED IN AN EARLIER PERIOD, NOT INVOICED "
                   TO INVOICE-RECORD
               WRITE INVOICE-RECORD
               MOVE "    UNTIL NOW" TO INVOICE-RECORD
               WRITE INVOICE-RECORD
               MOVE SPACES TO INVOICE-RECORD
               WRITE INVOICE-RECORD.
           MOVE CUST-BALANCE TO BALANCE-EDIT.
           MOVE SPACES TO INVOICE-RECORD.
           STRING "BALANCE BROUGHT FORWARD   " DELIMITED BY SIZE
               BALANCE-EDIT DELIMITED BY SIZE
               INTO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           MOVE INVOICE-TOTAL TO BALANCE-EDIT.
           MOVE SPACES TO INVOICE-RECORD.
           STRING "THIS INVOICE              " DELIMITED BY SIZE
               BALANCE-EDIT DELIMITED BY SIZE
               INTO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           ADD INVOICE-TOTAL TO CUST-BALANCE.
           MOVE CUST-BALANCE TO BALANCE-EDIT.
           MOVE SPACES TO INVOICE-RECORD.
           STRING "BALANCE CARRIED FORWARD   " DELIMITED BY SIZE
               BALANCE-EDIT DELIMITED BY SIZE
               INTO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           MOVE BILL-PERIOD-END TO CUST-LAST-BILLED.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER MASTER REWRITE FAILED FOR "
                       CUST-CODE " - STATUS "
                       CUSTOMER-MASTER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE.
           ADD 1 TO INVOICES-WRITTEN.
           ADD INVOICE-TOTAL TO RUN-AMOUNT-TOTAL.
           MOVE INVOICE-TOTAL TO AMOUNT-EDIT.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "CUSTOMER " DELIMITED BY SIZE
               CUST-CODE DELIMITED BY SIZE
               " INVOICE " DELIMITED BY SIZE
               INVOICE-NUMBER DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               INVOICE-LINE-COUNT DELIMITED BY SIZE
               " PLACEMENTS, AMOUNT " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
       WRITE-ONE-INVOICE-X.
      *
           EXIT.
      *
       WRITE-ONE-INVOICE-LINE.
      *
           IF BILL-STATE (BILL-ENTRY) NOT = "P"
               OR BILL-CUSTOMER (BILL-ENTRY) NOT = BILL-CURRENT-CUSTOMER
               GO TO WRITE-ONE-INVOICE-LINE-X.
           MOVE BILL-SEED (BILL-ENTRY) TO LINE-SEED.
           MOVE BILL-SENT-DATE (BILL-ENTRY) TO LINE-SENT-DATE.
           MOVE BILL-MARKET (BILL-ENTRY) TO LINE-MARKET.
           MOVE BILL-SIZE (BILL-ENTRY) TO LINE-SIZE.
           MOVE BILL-GRADE (BILL-ENTRY) TO LINE-GRADE.
           MOVE BILL-AMOUNT (BILL-ENTRY) TO LINE-AMOUNT.
           MOVE SPACE TO LINE-EARLIER-MARK.
           IF BILL-SENT-DATE (BILL-ENTRY) < BILL-PERIOD-START
               MOVE "*" TO LINE-EARLIER-MARK
               ADD 1 TO INVOICE-EARLIER-COUNT
               ADD 1 TO PLACEMENTS-EARLIER.
           WRITE INVOICE-RECORD FROM INVOICE-LINE.
           MOVE SPACES TO INVOICE-LEDGER-RECORD.
           MOVE BILL-SEED (BILL-ENTRY) TO INVL-SEED.
           MOVE BILL-CUSTOMER (BILL-ENTRY) TO INVL-CUSTOMER-CODE.
           MOVE BILL-SENT-DATE (BILL-ENTRY) TO INVL-SENT-DATE.
           MOVE INVOICE-NUMBER TO INVL-INVOICE-NUMBER.
           MOVE BILL-RUN-DATE TO INVL-INVOICE-DATE.
           MOVE BILL-AMOUNT (BILL-ENTRY) TO INVL-AMOUNT.
           WRITE INVOICE-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "INVOICE LEDGER WRITE FAILED FOR SEED "
                       INVL-SEED " CUSTOMER " INVL-CUSTOMER-CODE
                       " - STATUS " INVOICE-LEDGER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO LEDGER-RECORDS-WRITTEN
                   ADD 1 TO CONTROL-RECORDS-WRITTEN
                   ADD 1 TO CONTROL-SEED-COUNT
                   ADD INVL-SEED TO CONTROL-SEED-HASH.
           MOVE "I" TO BILL-STATE (BILL-ENTRY).
           ADD 1 TO PLACEMENTS-INVOICED.
       WRITE-ONE-INVOICE-LINE-X.
      *
           EXIT.
      *
      *    EVERY PLACEMENT READ MUST BE ACCOUNTED FOR EXACTLY ONCE,
      *    AND EVERY PLACEMENT INVOICED MUST HAVE REACHED THE LEDGER.
      *    EITHER BREAK STOPS THE SCHEDULE.
      *
       WRITE-RECONCILIATION.
      *
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE "RECONCILIATION" TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "PLACEMENTS ON SENT HISTORY          "
               DELIMITED BY SIZE
               PLACEMENTS-READ DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "  INVOICED IN AN EARLIER RUN        "
               DELIMITED BY SIZE
               PLACEMENTS-ALREADY-INVOICED DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "  SENT AFTER THE PERIOD             "
               DELIMITED BY SIZE
               PLACEMENTS-DEFERRED DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "  DUPLICATED ON SENT HISTORY        "
               DELIMITED BY SIZE
               PLACEMENTS-DUPLICATED DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "  HELD - NOT PRICED                 "
               DELIMITED BY SIZE
               PLACEMENTS-HELD DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "  INVOICED THIS RUN                 "
               DELIMITED BY SIZE
               PLACEMENTS-INVOICED DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PLACEMENTS-EARLIER DELIMITED BY SIZE
               " FROM EARLIER PERIODS)" DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "INVOICE LEDGER RECORDS WRITTEN      "
               DELIMITED BY SIZE
               LEDGER-RECORDS-WRITTEN DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           COMPUTE PLACEMENTS-ACCOUNTED = PLACEMENTS-ALREADY-INVOICED
               + PLACEMENTS-DEFERRED + PLACEMENTS-DUPLICATED
               + PLACEMENTS-HELD + PLACEMENTS-INVOICED.
           IF PLACEMENTS-ACCOUNTED = PLACEMENTS-READ
               AND LEDGER-RECORDS-WRITTEN = PLACEMENTS-INVOICED
               MOVE "PLACEMENTS SENT AND INVOICED RECONCILE"
                   TO CONTROL-REPORT-RECORD
           ELSE
               MOVE "*** PLACEMENTS SENT AND INVOICED DO NOT RECONCILE"
                   TO CONTROL-REPORT-RECORD
               MOVE 8 TO RETURN-CODE.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE RUN-AMOUNT-TOTAL TO AMOUNT-EDIT.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "TOTAL " DELIMITED BY SIZE
               INVOICES-WRITTEN DELIMITED BY SIZE
               " INVOICES - " DELIMITED BY SIZE
               PLACEMENTS-INVOICED DELIMITED BY SIZE
               " PLACEMENTS, AMOUNT " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
       WRITE-RECONCILIATION-X.
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
           MOVE "SYNDBILL" TO CTL-PROGRAM.
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
