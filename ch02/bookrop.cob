//SIMONCO JOB (1),'REORDER POINTS',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKROP.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  RECALCULATES EVERY
      *                    TITLE'S REORDER POINT AND REORDER QUANTITY
      *                    FROM WHAT IT HAS ACTUALLY SOLD: AVERAGE AND
      *                    PEAK DAILY DEMAND OVER THE HISTORY WINDOW,
      *                    THE PUBLISHER'S LEAD TIME, A SAFETY STOCK
      *                    TO COVER PEAK DEMAND OVER THE LEAD TIME,
      *                    AND THE ECONOMIC ORDER QUANTITY.  THE FIRST
      *                    PASS PRINTS THE PROPOSAL, OLD AGAINST NEW;
      *                    WITH THE OPERATOR-APPROVED "APPLY" CARD
      *                    (SECOND PASS) THE NEW VALUES ARE WRITTEN
      *                    BACK, EACH CHANGE JOURNALED LIKE A
      *                    MAINTENANCE DECK'S.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO UT-S-SALEHIST.
           SELECT PUBLISHER-MASTER-FILE ASSIGN TO UT-S-PUBMAST.
           SELECT BIBLIO-FILE ASSIGN TO UT-S-BIBLIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOOK-TITLE
               ALTERNATE RECORD KEY IS BOOK-ISBN.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO UT-S-PARMS.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO UT-S-BIBJRNL.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *SALES-HISTORY-RECORD MIRRORS ORDENT'S FILLED-ORDER LAYOUT.
      *A MEMBER RETURN COMES IN FROM BOOKRTN AS A NEGATIVE QUANTITY,
      *SO DEMAND IS NET OF RETURNS.
       FD  SALES-HISTORY-FILE
           LABEL RECORD IS OMITTED.
       01  SALES-HISTORY-RECORD.
           05  SLS-FILL-DATE           PIC 9(06).
           05  SLS-MEMBER-NUMBER       PIC X(06).
           05  SLS-TITLE               PIC X(30).
           05  SLS-ISBN                PIC X(13).
           05  SLS-CATEGORY            PIC X(15).
           05  SLS-PUBLISHER           PIC X(21).
           05  SLS-QTY                 PIC S9(4).
           05  SLS-PRICE               PIC 99V99.
           05  SLS-UNIT-COST           PIC 99V99.
      *
      *PUBLISHER-MASTER-RECORD MIRRORS BOOKORD'S LAYOUT.
       FD  PUBLISHER-MASTER-FILE
           LABEL RECORD IS OMITTED.
       01  PUBLISHER-MASTER-RECORD.
           05  PUB-NAME                PIC X(21).
           05  PUB-ADDRESS             PIC X(40).
           05  PUB-TERMS               PIC X(10).
           05  PUB-LEAD-DAYS           PIC 9(3).
           05  FILLER                  PIC X(06).
      *
      *BIBLIO-RECORD MIRRORS BIBLIOGRAPHY-LIST'S OWN MASTER LAYOUT.
       FD  BIBLIO-FILE
           LABEL RECORD IS OMITTED.
       01  BIBLIO-RECORD.
           05  BOOK-TITLE              PIC X(30).
           05  BOOK-AUTHOR             PIC X(25).
           05  BOOK-PUBLISHER          PIC X(21).
           05  BOOK-PRICE              PIC 99V99.
           05  BOOK-ISBN               PIC X(13).
           05  BOOK-CATEGORY           PIC X(15).
           05  BOOK-QTY-ON-HAND        PIC 9(4).
           05  BOOK-REORDER-POINT      PIC 9(4).
           05  BOOK-REORDER-QTY        PIC 9(4).
           05  BOOK-QTY-ON-ORDER       PIC 9(4).
      *    STOCK NOW LIVES IN TWO BUILDINGS: ON-HAND IS ALWAYS THE
      *    WAREHOUSE PLUS THE STORE, AND IN-TRANSIT IS STOCK MOVING
      *    BETWEEN THEM (NOT YET COUNTABLE IN EITHER).
           05  BOOK-QTY-WHSE           PIC 9(4).
           05  BOOK-QTY-STORE          PIC 9(4).
           05  BOOK-QTY-IN-TRANSIT     PIC 9(4).
      *    RETURNS TOO DAMAGED TO RESELL ARE COUNTED APART FROM
      *    ON-HAND, WAITING ON THE PUBLISHER OR THE SHREDDER.
           05  BOOK-QTY-DAMAGED        PIC 9(4).
      *    UNIT COST IS THE WEIGHTED AVERAGE OF WHAT THE STOCK COST,
      *    RE-AVERAGED BY ORDENT ON EVERY RECEIPT.
           05  BOOK-UNIT-COST          PIC 99V99.
      *    A TITLE THE PUBLISHER HAS DISCONTINUED ("D") OR PUT OUT OF
      *    PRINT ("O") IS NEVER REORDERED; ITS BACKORDERS MOVE TO THE
      *    REPLACEMENT EDITION WHEN ONE IS NAMED, AND STOCK LEFT OVER
      *    IS FLAGGED ("Y") FOR SELL-OFF PRICING.
           05  BOOK-TITLE-STATUS       PIC X.
               88  BOOK-DISCONTINUED   VALUE "D".
               88  BOOK-OUT-OF-PRINT   VALUE "O".
               88  BOOK-NOT-REORDERED  VALUE "D" "O".
           05  BOOK-REPLACEMENT-ISBN   PIC X(13).
           05  BOOK-SELL-OFF-FLAG      PIC X.
               88  BOOK-ON-SELL-OFF    VALUE "Y".
      *
      *AN "APPLY" PARAMETER CARD IS THE OPERATOR'S APPROVAL FOR THE
      *SECOND PASS; WITHOUT IT THE RUN ONLY PROPOSES.  THE CARD ALSO
      *CARRIES THE HISTORY WINDOW IN DAYS (DEFAULT 90), THE COST OF
      *PLACING ONE ORDER (DDDCC, DEFAULT $25.00), AND THE YEARLY
      *CARRYING COST AS A PERCENT OF UNIT COST (DEFAULT 25).
       FD  PARAMETER-FILE
           LABEL RECORD IS OMITTED.
       01  PARAMETER-RECORD.
           05  PARM-PASS-MODE          PIC X(06).
           05  PARM-HISTORY-DAYS       PIC 9(3).
           05  PARM-ORDER-COST         PIC 9(3)V99.
           05  PARM-CARRY-PERCENT      PIC 99.
           05  FILLER                  PIC X(64).
      *
      *CHANGE-JOURNAL-RECORD MIRRORS BIBLIO-MAINTENANCE'S JOURNAL,
      *SO THESE CHANGES READ THE SAME AS A MAINTENANCE DECK'S.
       FD  CHANGE-JOURNAL-FILE
           LABEL RECORD IS OMITTED.
       01  CHANGE-JOURNAL-RECORD.
           05  JRN-RUN-DATE            PIC 9(06).
           05  JRN-TRANS-CODE          PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(159).
           05  JRN-AFTER-IMAGE         PIC X(159).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *NET SALES PER TITLE OVER THE WINDOW.  THE HISTORY FILE IS
      *APPENDED IN FILL-DATE ORDER, SO EACH TITLE'S DAILY TOTAL IS
      *BUILT UP ONE DATE AT A TIME AND CHECKED AGAINST THE PEAK WHEN
      *THE TITLE'S NEXT DATE TURNS UP (AND ONCE MORE AT THE END).
       01  DEMAND-TABLE.
           05  DMT-ENTRY OCCURS 1000 TIMES.
               10  DMT-TITLE           PIC X(30).
               10  DMT-NET-QTY         PIC S9(6).
               10  DMT-PEAK-QTY        PIC S9(5).
               10  DMT-DAY-DATE        PIC 9(06).
               10  DMT-DAY-QTY         PIC S9(5).
       77  WS-DMT-COUNT                PIC 9(4) VALUE 0.
       77  WS-DMT-SUB                  PIC 9(4) VALUE 0.
       77  DMT-FOUND-FLAG              PIC X VALUE "N".
           88  DEMAND-WAS-FOUND        VALUE "Y".
       77  WS-DMT-FOUND-SUB            PIC 9(4) VALUE 0.
      *
       01  LEAD-TABLE.
           05  LDT-ENTRY OCCURS 30 TIMES.
               10  LDT-PUBLISHER       PIC X(21).
               10  LDT-LEAD-DAYS       PIC 9(3).
       77  WS-LDT-COUNT                PIC 99 VALUE 0.
       77  WS-LDT-SUB                  PIC 99 VALUE 0.
       77  LDT-FOUND-FLAG              PIC X VALUE "N".
           88  LEAD-WAS-FOUND          VALUE "Y".
       77  WS-LDT-FOUND-SUB            PIC 99 VALUE 0.
      *
       77  SALES-EOF-FLAG              PIC X VALUE "N".
           88  SALES-IS-EOF            VALUE "Y".
       77  PUB-EOF-FLAG                PIC X VALUE "N".
           88  PUB-IS-EOF              VALUE "Y".
       77  BIBLIO-EOF-FLAG             PIC X VALUE "N".
           88  BIBLIO-IS-EOF           VALUE "Y".
       77  APPLY-MODE-FLAG             PIC X VALUE "N".
           88  APPLY-APPROVED          VALUE "Y".
      *
       01  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YY               PIC 99.
           05  WS-RUN-MM               PIC 99.
           05  WS-RUN-DD               PIC 99.
       01  WS-SALE-DATE-HOLD           PIC 9(06) VALUE 0.
       01  WS-SALE-SPLIT REDEFINES WS-SALE-DATE-HOLD.
           05  WS-SALE-YY              PIC 99.
           05  WS-SALE-MM              PIC 99.
           05  WS-SALE-DD              PIC 99.
       77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.
      *
       77  WS-HISTORY-DAYS             PIC 9(3) VALUE 90.
       77  WS-ORDER-COST               PIC 9(3)V99 VALUE 25.00.
       77  WS-CARRY-PERCENT            PIC 99 VALUE 25.
       77  WS-LEAD-DAYS                PIC 9(3) VALUE 0.
       77  WS-NET-QTY                  PIC S9(6) VALUE 0.
       77  WS-PEAK-QTY                 PIC S9(5) VALUE 0.
       77  WS-AVG-DAILY                PIC 9(4)V99 VALUE 0.
       77  WS-SAFETY-STOCK             PIC S9(6) VALUE 0.
       77  WS-NEW-POINT                PIC 9(6) VALUE 0.
       77  WS-NEW-QTY                  PIC 9(6) VALUE 0.
       77  WS-ANNUAL-DEMAND            PIC 9(7)V99 VALUE 0.
       77  WS-HOLDING-COST             PIC 9(3)V9999 VALUE 0.
       77  WS-BEFORE-IMAGE             PIC X(159) VALUE SPACES.
      *
       77  WS-SALES-READ               PIC 9(6) VALUE 0.
       77  WS-SALES-USED               PIC 9(6) VALUE 0.
       77  WS-BOOKS-READ               PIC 9(5) VALUE 0.
       77  WS-BOOKS-PROPOSED           PIC 9(5) VALUE 0.
       77  WS-BOOKS-APPLIED            PIC 9(5) VALUE 0.
       77  WS-BOOKS-NO-SALES           PIC 9(5) VALUE 0.
       77  WS-BOOKS-NOT-REORDERED      PIC 9(5) VALUE 0.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(45)
                   VALUE "REORDER POINT AND QUANTITY RECALCULATION".
      *
       01  MODE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  MDL-MODE                PIC X(40).
      *
       01  PARAMETER-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "HISTORY: ".
           05  PML-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(19)
                   VALUE " DAYS  ORDER COST: ".
           05  PML-ORDER-COST          PIC $ZZ9.99.
           05  FILLER                  PIC X(12) VALUE "  CARRYING: ".
           05  PML-CARRY               PIC Z9.
           05  FILLER                  PIC X(01) VALUE "%".
      *
       01  PROPOSAL-HEAD-1.
           05  FILLER                  PIC X(40)
                   VALUE "     TITLE                          LEAD".
           05  FILLER                  PIC X(26)
                   VALUE "   AVERAGE    PEAK  SAFETY".
           05  FILLER                  PIC X(28)
                   VALUE "    REORDER PT   REORDER QTY".
      *
       01  PROPOSAL-HEAD-2.
           05  FILLER                  PIC X(40)
                   VALUE "                                    DAYS".
           05  FILLER                  PIC X(26)
                   VALUE "   PER DAY     DAY   STOCK".
           05  FILLER                  PIC X(28)
                   VALUE "     OLD   NEW     OLD   NEW".
      *
       01  PROPOSAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  PPL-TITLE               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPL-LEAD-DAYS           PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PPL-AVG-DAILY           PIC ZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PPL-PEAK                PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PPL-SAFETY              PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  PPL-OLD-POINT           PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPL-NEW-POINT           PIC ZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  PPL-OLD-QTY             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPL-NEW-QTY             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPL-REMARK              PIC X(20).
      *
       01  SUMMARY-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "SALES READ:  ".
           05  SL1-SALES-READ          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "  IN THE WINDOW:".
           05  SL1-SALES-USED          PIC ZZZ,ZZ9.
      *
       01  SUMMARY-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "BOOKS READ:  ".
           05  SL2-READ                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  PROPOSED: ".
           05  SL2-PROPOSED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
           05  SL2-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  NO SALES: ".
           05  SL2-NO-SALES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "  OUT OF PRINT: ".
           05  SL2-NOT-REORDERED       PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-LEAD-TIME UNTIL PUB-IS-EOF.
           PERFORM LOAD-ONE-SALE UNTIL SALES-IS-EOF.
           PERFORM CLOSE-ONE-DEMAND-DAY
               VARYING WS-DMT-SUB FROM 1 BY 1
               UNTIL WS-DMT-SUB > WS-DMT-COUNT.
           PERFORM PROPOSE-ONE-BOOK UNTIL BIBLIO-IS-EOF.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT SALES-HISTORY-FILE, PUBLISHER-MASTER-FILE,
                PARAMETER-FILE.
           OPEN I-O BIBLIO-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           READ PARAMETER-FILE
               AT END MOVE SPACES TO PARAMETER-RECORD
           END-READ.
           CLOSE PARAMETER-FILE.
           IF PARM-PASS-MODE EQUAL "APPLY "
               MOVE "Y" TO APPLY-MODE-FLAG
           END-IF.
           IF PARM-HISTORY-DAYS NUMERIC AND PARM-HISTORY-DAYS > 0
               MOVE PARM-HISTORY-DAYS TO WS-HISTORY-DAYS
           END-IF.
           IF PARM-ORDER-COST NUMERIC AND PARM-ORDER-COST > 0
               MOVE PARM-ORDER-COST TO WS-ORDER-COST
           END-IF.
           IF PARM-CARRY-PERCENT NUMERIC AND PARM-CARRY-PERCENT > 0
               MOVE PARM-CARRY-PERCENT TO WS-CARRY-PERCENT
           END-IF.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           IF APPLY-APPROVED
               MOVE "SECOND PASS - NEW VALUES WILL BE APPLIED"
                   TO MDL-MODE
           ELSE
               MOVE "FIRST PASS - PROPOSAL ONLY, NO UPDATE"
                   TO MDL-MODE
           END-IF.
           WRITE PRINT-LINE FROM MODE-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-HISTORY-DAYS TO PML-DAYS.
           MOVE WS-ORDER-COST TO PML-ORDER-COST.
           MOVE WS-CARRY-PERCENT TO PML-CARRY.
           WRITE PRINT-LINE FROM PARAMETER-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM PROPOSAL-HEAD-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM PROPOSAL-HEAD-2
               AFTER ADVANCING 1 LINE.
           READ PUBLISHER-MASTER-FILE
               AT END MOVE "Y" TO PUB-EOF-FLAG.
           READ SALES-HISTORY-FILE
               AT END MOVE "Y" TO SALES-EOF-FLAG.
           READ BIBLIO-FILE
               AT END MOVE "Y" TO BIBLIO-EOF-FLAG.
      *
       LOAD-ONE-LEAD-TIME.
           ADD 1 TO WS-LDT-COUNT.
           IF WS-LDT-COUNT <= 30
               MOVE PUB-NAME TO LDT-PUBLISHER(WS-LDT-COUNT)
               MOVE PUB-LEAD-DAYS TO LDT-LEAD-DAYS(WS-LDT-COUNT)
           END-IF.
           READ PUBLISHER-MASTER-FILE
               AT END MOVE "Y" TO PUB-EOF-FLAG.
      *
      *ONLY SALES INSIDE THE WINDOW (AGE IN APPROXIMATE DAYS, THE
      *BANKRECN ARITHMETIC) COUNT TOWARD DEMAND.
       LOAD-ONE-SALE.
           ADD 1 TO WS-SALES-READ.
           MOVE SLS-FILL-DATE TO WS-SALE-DATE-HOLD.
           COMPUTE WS-AGE-DAYS =
               ((WS-RUN-YY - WS-SALE-YY) * 365)
               + ((WS-RUN-MM - WS-SALE-MM) * 30)
               + (WS-RUN-DD - WS-SALE-DD).
           IF WS-AGE-DAYS NOT < 0 AND WS-AGE-DAYS < WS-HISTORY-DAYS
               ADD 1 TO WS-SALES-USED
               PERFORM POST-ONE-SALE
           END-IF.
           READ SALES-HISTORY-FILE
               AT END MOVE "Y" TO SALES-EOF-FLAG.
      *
       POST-ONE-SALE.
           MOVE "N" TO DMT-FOUND-FLAG.
           PERFORM MATCH-ONE-DEMAND
               VARYING WS-DMT-SUB FROM 1 BY 1
               UNTIL WS-DMT-SUB > WS-DMT-COUNT
               OR DEMAND-WAS-FOUND.
           IF NOT DEMAND-WAS-FOUND
               ADD 1 TO WS-DMT-COUNT
               IF WS-DMT-COUNT > 1000
                   DISPLAY "BOOKROP HALTED - DEMAND TABLE FULL AT 1000"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DMT-COUNT TO WS-DMT-FOUND-SUB
               MOVE SLS-TITLE TO DMT-TITLE(WS-DMT-FOUND-SUB)
               MOVE 0 TO DMT-NET-QTY(WS-DMT-FOUND-SUB)
               MOVE 0 TO DMT-PEAK-QTY(WS-DMT-FOUND-SUB)
               MOVE SLS-FILL-DATE TO DMT-DAY-DATE(WS-DMT-FOUND-SUB)
               MOVE 0 TO DMT-DAY-QTY(WS-DMT-FOUND-SUB)
           END-IF.
           IF SLS-FILL-DATE NOT EQUAL DMT-DAY-DATE(WS-DMT-FOUND-SUB)
               MOVE WS-DMT-FOUND-SUB TO WS-DMT-SUB
               PERFORM CLOSE-ONE-DEMAND-DAY
               MOVE SLS-FILL-DATE TO DMT-DAY-DATE(WS-DMT-FOUND-SUB)
               MOVE 0 TO DMT-DAY-QTY(WS-DMT-FOUND-SUB)
           END-IF.
           ADD SLS-QTY TO DMT-NET-QTY(WS-DMT-FOUND-SUB),
               DMT-DAY-QTY(WS-DMT-FOUND-SUB).
      *
       MATCH-ONE-DEMAND.
           IF DMT-TITLE(WS-DMT-SUB) EQUAL SLS-TITLE
               MOVE "Y" TO DMT-FOUND-FLAG
               MOVE WS-DMT-SUB TO WS-DMT-FOUND-SUB
           END-IF.
      *
       CLOSE-ONE-DEMAND-DAY.
           IF DMT-DAY-QTY(WS-DMT-SUB) > DMT-PEAK-QTY(WS-DMT-SUB)
               MOVE DMT-DAY-QTY(WS-DMT-SUB) TO DMT-PEAK-QTY(WS-DMT-SUB)
           END-IF.
      *
      *A TITLE THAT IS NEVER REORDERED IS LEFT ALONE.  ONE THAT SOLD
      *NOTHING IN THE WINDOW DROPS TO A ZERO REORDER POINT (REORDER
      *ONLY ON A STOCK-OUT) AND KEEPS ITS QUANTITY.  ONLY TITLES
      *WHOSE VALUES WOULD CHANGE ARE PROPOSED.
       PROPOSE-ONE-BOOK.
           ADD 1 TO WS-BOOKS-READ.
           IF BOOK-NOT-REORDERED
               ADD 1 TO WS-BOOKS-NOT-REORDERED
           ELSE
               PERFORM FIGURE-DEMAND
               PERFORM FIGURE-NEW-VALUES
               IF WS-NEW-POINT NOT EQUAL BOOK-REORDER-POINT
                 OR WS-NEW-QTY NOT EQUAL BOOK-REORDER-QTY
                   PERFORM PRINT-PROPOSAL-LINE
                   IF APPLY-APPROVED
                       PERFORM APPLY-NEW-VALUES
                   END-IF
               END-IF
           END-IF.
           READ BIBLIO-FILE
               AT END MOVE "Y" TO BIBLIO-EOF-FLAG.
      *
      *A PUBLISHER OFF THE MASTER GETS A 30-DAY LEAD TIME, THE SAME
      *DEFAULT POTRACK CHASES OVERDUE ORDERS WITH.
       FIGURE-DEMAND.
           MOVE 0 TO WS-NET-QTY, WS-PEAK-QTY.
           MOVE "N" TO DMT-FOUND-FLAG.
           PERFORM MATCH-ONE-BOOK-DEMAND
               VARYING WS-DMT-SUB FROM 1 BY 1
               UNTIL WS-DMT-SUB > WS-DMT-COUNT
               OR DEMAND-WAS-FOUND.
           IF DEMAND-WAS-FOUND
               MOVE DMT-NET-QTY(WS-DMT-FOUND-SUB) TO WS-NET-QTY
               MOVE DMT-PEAK-QTY(WS-DMT-FOUND-SUB) TO WS-PEAK-QTY
           END-IF.
           MOVE 30 TO WS-LEAD-DAYS.
           MOVE "N" TO LDT-FOUND-FLAG.
           PERFORM MATCH-ONE-LEAD-TIME
               VARYING WS-LDT-SUB FROM 1 BY 1
               UNTIL WS-LDT-SUB > WS-LDT-COUNT
               OR WS-LDT-SUB > 30
               OR LEAD-WAS-FOUND.
           IF LEAD-WAS-FOUND
               MOVE LDT-LEAD-DAYS(WS-LDT-FOUND-SUB) TO WS-LEAD-DAYS
           END-IF.
      *
       MATCH-ONE-BOOK-DEMAND.
           IF DMT-TITLE(WS-DMT-SUB) EQUAL BOOK-TITLE
               MOVE "Y" TO DMT-FOUND-FLAG
               MOVE WS-DMT-SUB TO WS-DMT-FOUND-SUB
           END-IF.
      *
       MATCH-ONE-LEAD-TIME.
           IF LDT-PUBLISHER(WS-LDT-SUB) EQUAL BOOK-PUBLISHER
               MOVE "Y" TO LDT-FOUND-FLAG
               MOVE WS-LDT-SUB TO WS-LDT-FOUND-SUB
           END-IF.
      *
      *SAFETY STOCK COVERS SELLING AT THE PEAK DAY'S RATE RATHER THAN
      *THE AVERAGE FOR THE WHOLE LEAD TIME; THE REORDER POINT IS THE
      *AVERAGE LEAD-TIME DEMAND PLUS THAT SAFETY STOCK.  THE ORDER
      *QUANTITY IS THE ECONOMIC ORDER QUANTITY, THE SQUARE ROOT OF
      *TWICE THE YEARLY DEMAND TIMES THE ORDER COST OVER THE YEARLY
      *COST OF CARRYING ONE COPY (AT LIST PRICE WHEN THE TITLE HAS
      *NO COST YET).  BOTH ARE CAPPED AT WHAT THE RECORD CAN HOLD.
       FIGURE-NEW-VALUES.
           MOVE 0 TO WS-AVG-DAILY, WS-SAFETY-STOCK.
           MOVE BOOK-REORDER-QTY TO WS-NEW-QTY.
           IF WS-NET-QTY > 0
               COMPUTE WS-AVG-DAILY ROUNDED =
                   WS-NET-QTY / WS-HISTORY-DAYS
               COMPUTE WS-SAFETY-STOCK ROUNDED =
                   (WS-PEAK-QTY - WS-AVG-DAILY) * WS-LEAD-DAYS
               IF WS-SAFETY-STOCK < 0
                   MOVE 0 TO WS-SAFETY-STOCK
               END-IF
               COMPUTE WS-NEW-POINT ROUNDED =
                   (WS-AVG-DAILY * WS-LEAD-DAYS) + WS-SAFETY-STOCK
               COMPUTE WS-ANNUAL-DEMAND = WS-AVG-DAILY * 365
               IF BOOK-UNIT-COST > 0
                   COMPUTE WS-HOLDING-COST =
                       BOOK-UNIT-COST * WS-CARRY-PERCENT / 100
               ELSE
                   COMPUTE WS-HOLDING-COST =
                       BOOK-PRICE * WS-CARRY-PERCENT / 100
               END-IF
               IF WS-HOLDING-COST > 0
                   COMPUTE WS-NEW-QTY ROUNDED =
                       (2 * WS-ANNUAL-DEMAND * WS-ORDER-COST
                       / WS-HOLDING-COST) ** 0.5
               END-IF
               IF WS-NEW-QTY < 1
                   MOVE 1 TO WS-NEW-QTY
               END-IF
           ELSE
               ADD 1 TO WS-BOOKS-NO-SALES
               MOVE 0 TO WS-NEW-POINT
           END-IF.
           IF WS-NEW-POINT > 9999
               MOVE 9999 TO WS-NEW-POINT
           END-IF.
           IF WS-NEW-QTY > 9999
               MOVE 9999 TO WS-NEW-QTY
           END-IF.
      *
       PRINT-PROPOSAL-LINE.
           ADD 1 TO WS-BOOKS-PROPOSED.
           MOVE BOOK-TITLE TO PPL-TITLE.
           MOVE WS-LEAD-DAYS TO PPL-LEAD-DAYS.
           MOVE WS-AVG-DAILY TO PPL-AVG-DAILY.
           MOVE WS-PEAK-QTY TO PPL-PEAK.
           MOVE WS-SAFETY-STOCK TO PPL-SAFETY.
           MOVE BOOK-REORDER-POINT TO PPL-OLD-POINT.
           MOVE WS-NEW-POINT TO PPL-NEW-POINT.
           MOVE BOOK-REORDER-QTY TO PPL-OLD-QTY.
           MOVE WS-NEW-QTY TO PPL-NEW-QTY.
           IF WS-NET-QTY > 0
               MOVE SPACES TO PPL-REMARK
           ELSE
               MOVE "NO SALES IN WINDOW" TO PPL-REMARK
           END-IF.
           IF APPLY-APPROVED
               MOVE "*APPLIED*" TO PPL-REMARK
           END-IF.
           WRITE PRINT-LINE FROM PROPOSAL-LINE AFTER ADVANCING 1 LINE.
      *
      *THE JOURNAL RECORD READS LIKE A MAINTENANCE CHANGE, SO
      *BIBJHIST SHOWS THE NEW VALUES IN THE TITLE'S HISTORY.
       APPLY-NEW-VALUES.
           MOVE BIBLIO-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-NEW-POINT TO BOOK-REORDER-POINT.
           MOVE WS-NEW-QTY TO BOOK-REORDER-QTY.
           REWRITE BIBLIO-RECORD.
           ADD 1 TO WS-BOOKS-APPLIED.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE "C" TO JRN-TRANS-CODE.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE BIBLIO-RECORD TO JRN-AFTER-IMAGE.
           WRITE CHANGE-JOURNAL-RECORD.
      *
       CLOSING.
           MOVE WS-SALES-READ TO SL1-SALES-READ.
           MOVE WS-SALES-USED TO SL1-SALES-USED.
           WRITE PRINT-LINE FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-BOOKS-READ TO SL2-READ.
           MOVE WS-BOOKS-PROPOSED TO SL2-PROPOSED.
           MOVE WS-BOOKS-APPLIED TO SL2-APPLIED.
           MOVE WS-BOOKS-NO-SALES TO SL2-NO-SALES.
           MOVE WS-BOOKS-NOT-REORDERED TO SL2-NOT-REORDERED.
           WRITE PRINT-LINE FROM SUMMARY-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE SALES-HISTORY-FILE, PUBLISHER-MASTER-FILE,
               BIBLIO-FILE, CHANGE-JOURNAL-FILE, PRINT-FILE.
/*
//GO.SALEHIST DD DSN=SIMONCO.BIBLIO.SALEHIST,DISP=SHR
//GO.PUBMAST  DD DSN=SIMONCO.BIBLIO.PUBMAST,DISP=SHR
//GO.BIBLIO   DD DSN=SIMONCO.BIBLIO.MASTER,DISP=OLD
//GO.PARMS    DD DSN=SIMONCO.BOOKROP.PARMS,DISP=SHR
//GO.BIBJRNL  DD DSN=SIMONCO.BIBLIO.JOURNAL,DISP=MOD
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)
//
