       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CSTMAINT.
      *
      *    (MAINTENANCE OF THE SYNDICATION CUSTOMER MASTER FILE.)
      *
       AUTHOR.        ANDREW S REID.
      *
       DATE-WRITTEN.  OCT 2026.
      *
      ******************************************************************
      * VERSION * DATE     * COMMENTS                                  *
      ******************************************************************
      *       1 * OCT 2026 * ORIGINAL VERSION.  POSTS ADD, CHANGE AND  *
      *                      PAYMENT TRANSACTIONS AGAINST THE          *
      *                      SYNDICATION CUSTOMER MASTER (KEYED ON     *
      *                      CUSTOMER CODE) - NAME AND INVOICE         *
      *                      ADDRESS, THE RATE CARD THE BILLING RUN    *
      *                      (SYNDBILL) PRICES EACH PLACEMENT FROM,    *
      *                      AND THE BALANCE CARRIED FORWARD.  AN      *
      *                      AUDIT REPORT LISTS EVERY TRANSACTION      *
      *                      APPLIED OR REJECTED.                      *
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
      *    TRANSACTION-FILE - "A" ADDS A NEW CUSTOMER (REJECTED IF THE
      *    CODE IS ALREADY ON FILE), "C" CHANGES AN EXISTING ONE AND
      *    "P" POSTS A PAYMENT RECEIVED AGAINST THE BALANCE (BOTH
      *    REJECTED IF IT IS NOT).  ON A CHANGE, A FIELD LEFT BLANK
      *    MEANS "LEAVE THAT FIELD ALONE" - RATE CARD ENTRIES
      *    INCLUDED.
      *
           SELECT TRANSACTION-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
      *
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CODE
               FILE STATUS IS CUSTOMER-MASTER-FILE-STATUS.
      *
           SELECT AUDIT-REPORT-FILE ASSIGN TO "CUSTAUDT"
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
       FILE SECTION.
      *
      *    THE RATE CARD IS TEN PRICES, ONE PER BOARD SIZE FROM 3 UP
      *    TO 12, IN POUNDS AND PENCE WITHOUT A POINT (01250 IS
      *    12.50), THEN FIVE PERCENTAGES APPLIED TO THAT PRICE BY
      *    GRADE - EASY, MEDIUM, HARD, EXPERT AND UNGRADED IN THAT
      *    ORDER.  THE PAYMENT AMOUNT IS PUNCHED THE SAME WAY.
      *
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-ACTION-CODE   PIC X.
           05 FILLER             PIC X.
           05 TRAN-CUSTOMER-CODE PIC X(8).
           05 FILLER             PIC X.
           05 TRAN-CUSTOMER-NAME PIC X(30).
           05 FILLER             PIC X.
           05 TRAN-ADDRESS-1     PIC X(30).
           05 FILLER             PIC X.
           05 TRAN-ADDRESS-2     PIC X(30).
           05 FILLER             PIC X.
           05 TRAN-ADDRESS-3     PIC X(30).
           05 FILLER             PIC X.
           05 TRAN-POSTCODE      PIC X(10).
           05 FILLER             PIC X.
           05 FILLER1 OCCURS 10.
               10 TRAN-SIZE-RATE-TEXT PIC X(5).
               10 TRAN-SIZE-RATE REDEFINES TRAN-SIZE-RATE-TEXT
                                 PIC 9(3)V99.
               10 FILLER              PIC X.
           05 FILLER2 OCCURS 5.
               10 TRAN-GRADE-PERCENT-TEXT PIC X(3).
               10 TRAN-GRADE-PERCENT REDEFINES TRAN-GRADE-PERCENT-TEXT
                                     PIC 9(3).
               10 FILLER                  PIC X.
           05 TRAN-PAYMENT-TEXT  PIC X(9).
           05 TRAN-PAYMENT-AMOUNT REDEFINES TRAN-PAYMENT-TEXT
                                 PIC 9(7)V99.
      *
      *    THIS LAYOUT MUST AGREE WITH CUSTOMER-MASTER-RECORD IN
      *    SYNDBILL.  A PLACEMENT IS PRICED AT CUST-SIZE-RATE FOR ITS
      *    BOARD SIZE TIMES CUST-GRADE-PERCENT FOR ITS GRADE OVER 100;
      *    A ZERO SIZE RATE MEANS THAT SIZE IS NOT PRICED AND THE
      *    PLACEMENT IS HELD BY THE BILLING RUN UNTIL IT IS.
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
       77  AUDIT-REPORT-FILE-STATUS PIC XX.
       77  BALANCE-EDIT PIC --,---,--9.99.
       77  BATCH-CONTROL-FILE-STATUS PIC XX.
       77  CONTROL-ARCHIVE-CHANGED PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-READ PIC 9(9) VALUE ZERO.
       77  CONTROL-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-COUNT PIC 9(9) VALUE ZERO.
       77  CONTROL-SEED-HASH PIC 9(15) VALUE ZERO.
       77  CUSTOMER-FOUND-SWITCH PIC X.
       77  CUSTOMER-MASTER-FILE-STATUS PIC XX.
       77  END-OF-TRANSACTION-SWITCH PIC X.
       77  RATE-INDEX PIC 9(2).
       77  REJECT-REASON-TEXT PIC X(50).
       77  TRANSACTION-FILE-STATUS PIC XX.
       77  TRANSACTIONS-APPLIED PIC 9(6) VALUE ZERO.
       77  TRANSACTIONS-READ PIC 9(6) VALUE ZERO.
       77  TRANSACTIONS-REJECTED PIC 9(6) VALUE ZERO.
      /
       PROCEDURE DIVISION.
      *
       MAIN.
      *
           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION FILE - NOTHING "
                   "TO POST"
               GO TO MAIN-X.
           OPEN I-O CUSTOMER-MASTER-FILE.
      *
      *    ONLY FILE-NOT-FOUND (35) MAY FALL THROUGH TO OPEN OUTPUT -
      *    THE VERY FIRST MAINTENANCE RUN CREATES THE MASTER - AND
      *    THE FRESH FILE IS REOPENED I-O, EXACTLY AS IN RDRMAINT:
      *
           IF CUSTOMER-MASTER-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               IF CUSTOMER-MASTER-FILE-STATUS = "00"
                   CLOSE CUSTOMER-MASTER-FILE
                   OPEN I-O CUSTOMER-MASTER-FILE.
           IF CUSTOMER-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTOMER MASTER - STATUS "
                   CUSTOMER-MASTER-FILE-STATUS
               CLOSE TRANSACTION-FILE
               GO TO MAIN-X.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           IF AUDIT-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT REPORT - STATUS "
                   AUDIT-REPORT-FILE-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE CUSTOMER-MASTER-FILE
               GO TO MAIN-X.
           MOVE "CUSTOMER MASTER MAINTENANCE AUDIT REPORT"
               TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           MOVE "0" TO END-OF-TRANSACTION-SWITCH.
           PERFORM READ-TRANSACTION-RECORD.
           PERFORM POST-ONE-TRANSACTION
               THROUGH POST-ONE-TRANSACTION-X
               UNTIL END-OF-TRANSACTION-SWITCH = "1".
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE TRANSACTION-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE AUDIT-REPORT-FILE.
           DISPLAY "CUSTOMER MAINTENANCE COMPLETE - "
               TRANSACTIONS-READ " READ, "
               TRANSACTIONS-APPLIED " APPLIED, "
               TRANSACTIONS-REJECTED " REJECTED".
           IF TRANSACTIONS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE.
       MAIN-X.
      *
           PERFORM WRITE-BATCH-CONTROL-RECORD
               THROUGH WRITE-BATCH-CONTROL-RECORD-X.
           STOP RUN.
      *
       READ-TRANSACTION-RECORD.
      *
           READ TRANSACTION-FILE
               AT END MOVE "1" TO END-OF-TRANSACTION-SWITCH.
      *
       POST-ONE-TRANSACTION.
      *
           ADD 1 TO TRANSACTIONS-READ.
           ADD 1 TO CONTROL-RECORDS-READ.
           MOVE SPACES TO REJECT-REASON-TEXT.
           IF TRAN-CUSTOMER-CODE = SPACES
               MOVE "CUSTOMER CODE IS BLANK" TO REJECT-REASON-TEXT
               PERFORM WRITE-AUDIT-REJECT-LINE
               GO TO POST-ONE-TRANSACTION-NEXT.
           PERFORM EDIT-RATE-CARD-FIELDS
               VARYING RATE-INDEX FROM 1 BY 1
               UNTIL RATE-INDEX > 10.
           IF REJECT-REASON-TEXT NOT = SPACES
               PERFORM WRITE-AUDIT-REJECT-LINE
               GO TO POST-ONE-TRANSACTION-NEXT.
           PERFORM READ-MASTER-BY-CODE.
           IF TRAN-ACTION-CODE = "A"
               PERFORM ADD-ONE-CUSTOMER
                   THROUGH ADD-ONE-CUSTOMER-X
           ELSE
           IF TRAN-ACTION-CODE = "C"
               PERFORM CHANGE-ONE-CUSTOMER
                   THROUGH CHANGE-ONE-CUSTOMER-X
           ELSE
           IF TRAN-ACTION-CODE = "P"
               PERFORM POST-ONE-PAYMENT
                   THROUGH POST-ONE-PAYMENT-X
           ELSE
               MOVE "ACTION CODE MUST BE A, C OR P"
                   TO REJECT-REASON-TEXT.
           IF REJECT-REASON-TEXT NOT = SPACES
               PERFORM WRITE-AUDIT-REJECT-LINE
           ELSE
               ADD 1 TO TRANSACTIONS-APPLIED
               ADD 1 TO CONTROL-RECORDS-WRITTEN
               PERFORM WRITE-AUDIT-APPLIED-LINE.
       POST-ONE-TRANSACTION-NEXT.
      *
           PERFORM READ-TRANSACTION-RECORD.
       POST-ONE-TRANSACTION-X.
      *
           EXIT.
      *
      *    A RATE CARD ENTRY MAY BE BLANK (LEAVE ALONE, OR ZERO ON AN
      *    ADD) BUT NEVER PART-PUNCHED.  THE GRADE PERCENTAGES ARE
      *    EDITED ON THE FIRST FIVE PASSES.
      *
       EDIT-RATE-CARD-FIELDS.
      *
           IF TRAN-SIZE-RATE-TEXT (RATE-INDEX) NOT = SPACES
               AND TRAN-SIZE-RATE-TEXT (RATE-INDEX) IS NOT NUMERIC
               MOVE "A SIZE RATE IS NOT NUMERIC" TO REJECT-REASON-TEXT.
           IF RATE-INDEX NOT > 5
               IF TRAN-GRADE-PERCENT-TEXT (RATE-INDEX) NOT = SPACES
                   AND TRAN-GRADE-PERCENT-TEXT (RATE-INDEX)
                       IS NOT NUMERIC
                   MOVE "A GRADE PERCENTAGE IS NOT NUMERIC"
                       TO REJECT-REASON-TEXT.
      *
       READ-MASTER-BY-CODE.
      *
           MOVE "0" TO CUSTOMER-FOUND-SWITCH.
           MOVE TRAN-CUSTOMER-CODE TO CUST-CODE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "1" TO CUSTOMER-FOUND-SWITCH.
      *
      *    A NEW CUSTOMER STARTS WITH A NIL BALANCE AND NO INVOICES.
      *    A GRADE PERCENTAGE LEFT BLANK DEFAULTS TO 100 - THE SIZE
      *    RATE UNCHANGED FOR THAT GRADE.
      *
       ADD-ONE-CUSTOMER.
      *
           IF CUSTOMER-FOUND-SWITCH = "1"
               MOVE "CUSTOMER CODE IS ALREADY ON FILE"
                   TO REJECT-REASON-TEXT
               GO TO ADD-ONE-CUSTOMER-X.
           IF TRAN-CUSTOMER-NAME = SPACES
               MOVE "A NEW CUSTOMER NEEDS A NAME" TO REJECT-REASON-TEXT
               GO TO ADD-ONE-CUSTOMER-X.
           MOVE SPACES TO CUSTOMER-MASTER-RECORD.
           MOVE TRAN-CUSTOMER-CODE TO CUST-CODE.
           MOVE TRAN-CUSTOMER-NAME TO CUST-NAME.
           MOVE TRAN-ADDRESS-1 TO CUST-ADDRESS-1.
           MOVE TRAN-ADDRESS-2 TO CUST-ADDRESS-2.
           MOVE TRAN-ADDRESS-3 TO CUST-ADDRESS-3.
           MOVE TRAN-POSTCODE TO CUST-POSTCODE.
           PERFORM SET-NEW-RATE-CARD-ENTRY
               VARYING RATE-INDEX FROM 1 BY 1
               UNTIL RATE-INDEX > 10.
           MOVE ZERO TO CUST-BALANCE.
           MOVE ZERO TO CUST-INVOICE-COUNT.
           MOVE ZERO TO CUST-LAST-BILLED.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "CUSTOMER MASTER WRITE FAILED"
                       TO REJECT-REASON-TEXT.
       ADD-ONE-CUSTOMER-X.
      *
           EXIT.
      *
       SET-NEW-RATE-CARD-ENTRY.
      *
           IF TRAN-SIZE-RATE-TEXT (RATE-INDEX) = SPACES
               MOVE ZERO TO CUST-SIZE-RATE (RATE-INDEX)
           ELSE
               MOVE TRAN-SIZE-RATE (RATE-INDEX)
                   TO CUST-SIZE-RATE (RATE-INDEX).
           IF RATE-INDEX NOT > 5
               IF TRAN-GRADE-PERCENT-TEXT (RATE-INDEX) = SPACES
                   MOVE 100 TO CUST-GRADE-PERCENT (RATE-INDEX)
               ELSE
                   MOVE TRAN-GRADE-PERCENT (RATE-INDEX)
                       TO CUST-GRADE-PERCENT (RATE-INDEX).
      *
       CHANGE-ONE-CUSTOMER.
      *
           IF CUSTOMER-FOUND-SWITCH NOT = "1"
               MOVE "CUSTOMER CODE IS NOT ON FILE"
                   TO REJECT-REASON-TEXT
               GO TO CHANGE-ONE-CUSTOMER-X.
           IF TRAN-CUSTOMER-NAME NOT = SPACES
               MOVE TRAN-CUSTOMER-NAME TO CUST-NAME.
           IF TRAN-ADDRESS-1 NOT = SPACES
               MOVE TRAN-ADDRESS-1 TO CUST-ADDRESS-1.
           IF TRAN-ADDRESS-2 NOT = SPACES
               MOVE TRAN-ADDRESS-2 TO CUST-ADDRESS-2.
           IF TRAN-ADDRESS-3 NOT = SPACES
               MOVE TRAN-ADDRESS-3 TO CUST-ADDRESS-3.
           IF TRAN-POSTCODE NOT = SPACES
               MOVE TRAN-POSTCODE TO CUST-POSTCODE.
           PERFORM CHANGE-RATE-CARD-ENTRY
               VARYING RATE-INDEX FROM 1 BY 1
               UNTIL RATE-INDEX > 10.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "CUSTOMER MASTER REWRITE FAILED"
                       TO REJECT-REASON-TEXT.
       CHANGE-ONE-CUSTOMER-X.
      *
           EXIT.
      *
       CHANGE-RATE-CARD-ENTRY.
      *
           IF TRAN-SIZE-RATE-TEXT (RATE-INDEX) NOT = SPACES
               MOVE TRAN-SIZE-RATE (RATE-INDEX)
                   TO CUST-SIZE-RATE (RATE-INDEX).
           IF RATE-INDEX NOT > 5
               IF TRAN-GRADE-PERCENT-TEXT (RATE-INDEX) NOT = SPACES
                   MOVE TRAN-GRADE-PERCENT (RATE-INDEX)
                       TO CUST-GRADE-PERCENT (RATE-INDEX).
      *
      *    A PAYMENT REDUCES THE BALANCE THE NEXT INVOICE BRINGS
      *    FORWARD.  AN OVERPAYMENT LEAVES THE BALANCE IN CREDIT.
      *
       POST-ONE-PAYMENT.
      *
           IF CUSTOMER-FOUND-SWITCH NOT = "1"
               MOVE "CUSTOMER CODE IS NOT ON FILE"
                   TO REJECT-REASON-TEXT
               GO TO POST-ONE-PAYMENT-X.
           IF TRAN-PAYMENT-TEXT IS NOT NUMERIC
               MOVE "PAYMENT AMOUNT IS NOT NUMERIC"
                   TO REJECT-REASON-TEXT
               GO TO POST-ONE-PAYMENT-X.
           SUBTRACT TRAN-PAYMENT-AMOUNT FROM CUST-BALANCE.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "CUSTOMER MASTER REWRITE FAILED"
                       TO REJECT-REASON-TEXT.
       POST-ONE-PAYMENT-X.
      *
           EXIT.
      *
       WRITE-AUDIT-APPLIED-LINE.
      *
           MOVE CUST-BALANCE TO BALANCE-EDIT.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           STRING "CUSTOMER " DELIMITED BY SIZE
               TRAN-CUSTOMER-CODE DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               TRAN-ACTION-CODE DELIMITED BY SIZE
               " APPLIED - BALANCE NOW " DELIMITED BY SIZE
               BALANCE-EDIT DELIMITED BY SIZE
               INTO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
      *
       WRITE-AUDIT-REJECT-LINE.
      *
           ADD 1 TO TRANSACTIONS-REJECTED.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           STRING "CUSTOMER " DELIMITED BY SIZE
               TRAN-CUSTOMER-CODE DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
      *
       WRITE-AUDIT-TRAILER.
      *
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           STRING "TOTAL " DELIMITED BY SIZE
               TRANSACTIONS-READ DELIMITED BY SIZE
               " TRANSACTIONS - " DELIMITED BY SIZE
               TRANSACTIONS-APPLIED DELIMITED BY SIZE
               " APPLIED, " DELIMITED BY SIZE
               TRANSACTIONS-REJECTED DELIMITED BY SIZE
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
           MOVE "CSTMAINT" TO CTL-PROGRAM.
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
