      *                    ORDERS, AND RE-READING OLD RECEIPTS MADE
      *                    A SHORT-SHIPPED ORDER RETIRE AS FULLY
      *                    RECEIVED ON THE NEXT RUN.
      *    2026-10-15  SS  CARRY THE DAMAGED-RETURN COUNT BOOKRTN
      *                    POSTS BEHIND THE LOCATION QUANTITIES ON
      *                    EVERY CATALOG RECORD.
      *    2026-10-15  SS  A MEMBER ON CREDIT HOLD (STATUS "H", SET BY
      *                    BOOKSTMT) HAS ORDERS REJECTED WITH THAT
      *                    REASON, AND THEIR WAITING BACKORDERS STAY
      *                    WAITING UNTIL THE HOLD COMES OFF.
      *    2026-10-15  SS  CARRY THE WEIGHTED AVERAGE UNIT COST BEHIND
      *                    THE DAMAGED-RETURN COUNT ON EVERY CATALOG
      *                    RECORD.  A RECEIPT CARD NOW CARRIES THE
      *                    UNIT COST OFF THE PUBLISHER'S INVOICE (OR
      *                    THE PO) AND RE-AVERAGES THE TITLE'S COST;
      *                    EVERY FILLED-ORDER AND SALES-HISTORY LINE
      *                    IS STAMPED WITH THE COST AT FILL TIME.
      *    2026-10-15  SS  MEMBER RECORD FOLLOWS THE MASTER TO 97 BYTES
      *                    (STRUCTURED ADDRESS AND SALES-TAX FLAG).
      *    2026-10-15  SS  CARRY THE TITLE STATUS (DISCONTINUED OR OUT
      *                    OF PRINT), REPLACEMENT ISBN, AND SELL-OFF
      *                    FLAG BEHIND THE UNIT COST ON EVERY CATALOG
      *                    RECORD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  OC-AT-STORE         VALUE "S".
           05  OC-TO-LOCATION          PIC X.
               88  OC-TO-STORE         VALUE "S".
      *A RECEIPT CARD CARRIES THE UNIT COST OFF THE PUBLISHER'S
      *INVOICE, OR THE PO PRICE WHEN THE INVOICE HAS NOT COME YET.
           05  OC-UNIT-COST            PIC 99V99.
           05  FILLER                  PIC X(33).
      *
      *BIBLIO-RECORD MIRRORS BIBLIOGRAPHY-LIST'S OWN MASTER LAYOUT.
       FD  BIBLIO-FILE
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
      *MEMBER-MASTER-RECORD MIRRORS MBRMAINT'S LAYOUT.
       FD  MEMBER-MASTER-FILE
       01  MEMBER-MASTER-RECORD.
           05  MBR-NUMBER              PIC X(06).
           05  MBR-NAME                PIC X(25).
      *    THE ADDRESS IS HELD IN PARTS SO THE SHIP-TO STATE CAN
      *    DRIVE SALES TAX; A MOVE OF THE GROUP STILL PRINTS IT WHOLE.
           05  MBR-ADDRESS.
               10  MBR-STREET          PIC X(25).
               10  MBR-CITY            PIC X(18).
               10  MBR-STATE           PIC X(02).
               10  MBR-ZIP             PIC X(05).
           05  MBR-STATUS              PIC X.
               88  MBR-IS-ACTIVE       VALUE "A".
               88  MBR-ON-CREDIT-HOLD  VALUE "H".
           05  MBR-CREDIT-LIMIT        PIC 9(5)V99.
           05  MBR-BALANCE             PIC S9(5)V99.
      *    SCHOOLS AND LIBRARIES BUY TAX-FREE ("E"); BLANK IS TAXABLE.
           05  MBR-TAX-STATUS          PIC X.
               88  MBR-IS-TAX-EXEMPT   VALUE "E".
      *
       FD  BACKORDER-OLD-FILE
           LABEL RECORD IS OMITTED.
           COPY COMEXCP.
      *
      *ONE FILLED-ORDER RECORD PER FILLED LINE, PRICED AT THE
      *CATALOG PRICE IN FORCE WHEN THE STOCK LEFT THE SHELF AND
      *COSTED AT THE TITLE'S AVERAGE UNIT COST AT THAT MOMENT.
       FD  FILLED-ORDER-FILE
           LABEL RECORD IS OMITTED.
       01  FILLED-ORDER-RECORD.
           05  FIL-PUBLISHER           PIC X(21).
           05  FIL-QTY                 PIC 9(4).
           05  FIL-PRICE               PIC 99V99.
           05  FIL-UNIT-COST           PIC 99V99.
      *
      *THE SALES HISTORY CARRIES THE SAME RECORD, APPENDED ACROSS
      *RUNS FOR THE BOOKSALE MONTHLY ANALYSIS.
       FD  SALES-HISTORY-FILE
           LABEL RECORD IS OMITTED.
       01  SALES-HISTORY-RECORD        PIC X(103).
      *
      *ONE RECEIPT RECORD PER RECEIPT CARD, FOR THE POTRACK MATCH.
      *THE FILE IS PER-RUN (LIKE THE FILLED-ORDER FILE): POTRACK
       77  WS-BACKORDERS-FILLED        PIC 999 VALUE 0.
       77  WS-CARRIED-FORWARD          PIC 999 VALUE 0.
       77  WS-TRANSFERS                PIC 999 VALUE 0.
       77  WS-STOCK-OWNED              PIC 9(5) VALUE 0.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MBL-NAME                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MBL-ADDRESS             PIC X(50).
      *
       01  BACKORDER-HEAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
      *
      *AN ORDER PAYS OFF ONLY FOR A MEMBER THE MASTER KNOWS, WHOSE
      *MEMBERSHIP IS ACTIVE, AND WHOSE BALANCE IS STILL UNDER THE
      *CREDIT LIMIT; ANYTHING ELSE IS REJECTED WITH ITS REASON.  A
      *MEMBER BOOKSTMT HAS PUT ON CREDIT HOLD SAYS SO, SO THE DESK
      *KNOWS THE ORDER WILL GO THROUGH ONCE THE OLD MONEY IS PAID.
       CHECK-MEMBER-STANDING.
           MOVE "N" TO MEMBER-FOUND-FLAG, MEMBER-GOOD-FLAG.
           MOVE SPACES TO WS-MEMBER-REASON.
               MOVE "ORDER REJECTED - MEMBER UNKNOWN"
                   TO WS-MEMBER-REASON
           ELSE
               IF MBR-ON-CREDIT-HOLD
                   MOVE "ORDER REJECTED - ON CREDIT HOLD"
                       TO WS-MEMBER-REASON
               ELSE
                   IF NOT MBR-IS-ACTIVE
                       MOVE "ORDER REJECTED - MEMBERSHIP LAPSED"
                           TO WS-MEMBER-REASON
                   ELSE
                       IF MBR-BALANCE NOT < MBR-CREDIT-LIMIT
                           MOVE "ORDER REJECTED - OVER CREDIT LIMIT"
                               TO WS-MEMBER-REASON
                       ELSE
                           MOVE "Y" TO MEMBER-GOOD-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE "BACKORDERED - SHORT STOCK" TO PKL-REMARK.
           WRITE PRINT-LINE FROM PICK-LINE AFTER ADVANCING 1 LINE.
      *
      *A RECEIPT RE-AVERAGES THE UNIT COST, RAISES STOCK, CLEARS
      *THE ON-ORDER FLAG BOOKORD SET, AND WORKS DOWN THE BACKORDER
      *TABLE OLDEST-FIRST FOR THAT TITLE WHILE STOCK LASTS.
       RECEIPT-ONE-TITLE.
           PERFORM READ-BOOK-BY-TITLE.
           IF NOT BOOK-WAS-FOUND
               PERFORM REJECT-ONE-CARD
           ELSE
               ADD 1 TO WS-RECEIPTS
               PERFORM AVERAGE-RECEIPT-COST
               ADD OC-QTY TO BOOK-QTY-ON-HAND
               IF OC-AT-STORE
                   ADD OC-QTY TO BOOK-QTY-STORE
               REWRITE BIBLIO-RECORD
           END-IF.
      *
      *THE NEW COST WEIGHS THE STOCK ALREADY OWNED (ON HAND PLUS IN
      *TRANSIT) AT THE OLD AVERAGE AGAINST THE RECEIPT AT ITS OWN
      *COST.  A RECEIPT WITH NO COST KEYED LEAVES THE AVERAGE AS IT
      *WAS AND SAYS SO ON THE LISTING.
       AVERAGE-RECEIPT-COST.
           IF OC-UNIT-COST NUMERIC AND OC-UNIT-COST > 0
               ADD BOOK-QTY-ON-HAND, BOOK-QTY-IN-TRANSIT
                   GIVING WS-STOCK-OWNED
               IF WS-STOCK-OWNED EQUAL 0
                   MOVE OC-UNIT-COST TO BOOK-UNIT-COST
               ELSE
                   COMPUTE BOOK-UNIT-COST ROUNDED =
                       (WS-STOCK-OWNED * BOOK-UNIT-COST
                        + OC-QTY * OC-UNIT-COST)
                       / (WS-STOCK-OWNED + OC-QTY)
               END-IF
           ELSE
               MOVE SPACES TO PKL-MEMBER
               MOVE BOOK-TITLE TO PKL-TITLE
               MOVE OC-QTY TO PKL-QTY
               MOVE "RECEIPT NOT COSTED" TO PKL-REMARK
               WRITE PRINT-LINE FROM PICK-LINE AFTER ADVANCING 1 LINE
           END-IF.
      *
      *A BACKORDER FOR A MEMBER ON CREDIT HOLD KEEPS WAITING; IT
      *FILLS ON THE FIRST RECEIPT AFTER THE HOLD COMES OFF.
       FILL-ONE-WAITING-BACKORDER.
           IF BKT-TITLE(WS-BKT-SUB) EQUAL BOOK-TITLE
             AND BKT-QTY(WS-BKT-SUB) > 0
             AND BOOK-QTY-WHSE >= BKT-QTY(WS-BKT-SUB)
               PERFORM CHECK-BACKORDER-HOLD
           END-IF.
      *
       CHECK-BACKORDER-HOLD.
           MOVE "N" TO MEMBER-FOUND-FLAG.
           MOVE BKT-MEMBER-NUMBER(WS-BKT-SUB) TO MBR-NUMBER.
           READ MEMBER-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO MEMBER-FOUND-FLAG
           END-READ.
           IF MEMBER-WAS-FOUND AND MBR-ON-CREDIT-HOLD
               MOVE BKT-MEMBER-NUMBER(WS-BKT-SUB) TO PKL-MEMBER
               MOVE BKT-TITLE(WS-BKT-SUB) TO PKL-TITLE
               MOVE 0 TO PKL-QTY
               MOVE "BACKORDER HELD - CREDIT" TO PKL-REMARK
               WRITE PRINT-LINE FROM PICK-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM FILL-WAITING-BACKORDER
           END-IF.
      *
       FILL-WAITING-BACKORDER.
           SUBTRACT BKT-QTY(WS-BKT-SUB) FROM BOOK-QTY-WHSE.
           SUBTRACT BKT-QTY(WS-BKT-SUB) FROM BOOK-QTY-ON-HAND.
           ADD 1 TO WS-BACKORDERS-FILLED.
           MOVE BKT-MEMBER-NUMBER(WS-BKT-SUB)
               TO FIL-MEMBER-NUMBER.
           MOVE BKT-QTY(WS-BKT-SUB) TO FIL-QTY.
           PERFORM WRITE-FILLED-ORDER.
           MOVE BKT-MEMBER-NUMBER(WS-BKT-SUB) TO PKL-MEMBER.
           MOVE BKT-TITLE(WS-BKT-SUB) TO PKL-TITLE.
           MOVE BKT-QTY(WS-BKT-SUB) TO PKL-QTY.
           MOVE "BACKORDER FILLED" TO PKL-REMARK.
           WRITE PRINT-LINE FROM PICK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO BKT-QTY(WS-BKT-SUB).
           MOVE SPACES TO BKT-TITLE(WS-BKT-SUB).
      *
      *THE MEMBER AND QUANTITY ARE SET BY THE CALLER; EVERYTHING
      *ELSE COMES OFF THE BOOK RECORD JUST UPDATED.
           MOVE BOOK-CATEGORY TO FIL-CATEGORY.
           MOVE BOOK-PUBLISHER TO FIL-PUBLISHER.
           MOVE BOOK-PRICE TO FIL-PRICE.
           MOVE BOOK-UNIT-COST TO FIL-UNIT-COST.
           WRITE FILLED-ORDER-RECORD.
           WRITE SALES-HISTORY-RECORD FROM FILLED-ORDER-RECORD.
      *
//GO.FILLED  DD DSN=SIMONCO.BIBLIO.FILLED,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=103,BLKSIZE=10300)
//GO.OUTPUT  DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
