      *    2026-09-02  SS  CARRY THE QUANTITY PER LOCATION (WAREHOUSE,
      *                    STORE, AND IN TRANSIT) BEHIND THE ON-HAND
      *                    TOTAL ON EVERY CATALOG RECORD.
      *    2026-10-15  SS  CARRY THE CATALOG PRICE EACH TITLE IS
      *                    ORDERED AT ON THE PURCHASE ORDER AND THE
      *                    OPEN-PO RECORD, AND START EVERY OPEN ORDER
      *                    WITH NOTHING INVOICED, SO INVMATCH CAN
      *                    MATCH THE PUBLISHER'S INVOICE AGAINST IT.
      *    2026-10-15  SS  CARRY THE DAMAGED-RETURN COUNT BOOKRTN
      *                    POSTS BEHIND THE LOCATION QUANTITIES ON
      *                    EVERY CATALOG RECORD.
      *    2026-10-15  SS  CARRY THE WEIGHTED AVERAGE UNIT COST BEHIND
      *                    THE DAMAGED-RETURN COUNT ON EVERY CATALOG
      *                    RECORD.
      *    2026-10-15  SS  NEVER REORDER A TITLE THE PUBLISHER HAS
      *                    DISCONTINUED OR PUT OUT OF PRINT.
      *    2026-10-15  SS  ORDER AT TRADE COST, NOT THE MEMBER PRICE:
      *                    THE TITLE'S AVERAGE UNIT COST, OR FOR A
      *                    TITLE NOT YET COSTED THE CATALOG PRICE LESS
      *                    THE USUAL PUBLISHER TRADE DISCOUNT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       FD  PURCHASE-ORDER-FILE
           LABEL RECORD IS OMITTED.
           05  PO-TITLE                PIC X(30).
           05  PO-ISBN                 PIC X(13).
           05  PO-ORDER-QTY            PIC 9(4).
           05  PO-UNIT-PRICE           PIC 99V99.
           05  FILLER                  PIC X(02).
      *
      *ONE PUBLISHER MASTER RECORD PER HOUSE WE ORDER FROM: MAILING
      *ADDRESS, TERMS, AND LEAD TIME IN DAYS FOR THE OVERDUE CHASE.
           05  FILLER                  PIC X(06).
      *
      *THE OPEN-PO FILE CARRIES EVERY ORDER UNTIL POTRACK RETIRES IT
      *AGAINST RECEIPTS AND THE PUBLISHER'S INVOICE (INVMATCH).
       FD  OPEN-PO-FILE
           LABEL RECORD IS OMITTED.
       01  OPEN-PO-RECORD.
           05  OPO-ORDER-QTY           PIC 9(4).
           05  OPO-RECEIVED-QTY        PIC 9(4).
           05  FILLER                  PIC X(02).
           05  OPO-UNIT-PRICE          PIC 99V99.
           05  OPO-INVOICED-QTY        PIC 9(4).
           05  FILLER                  PIC X(12).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
               10  ROT-ISBN            PIC X(13).
               10  ROT-QTY-ON-HAND     PIC 9(4).
               10  ROT-ORDER-QTY       PIC 9(4).
               10  ROT-UNIT-PRICE      PIC 99V99.
       01  REORDER-SWAP-HOLD           PIC X(76).
       77  WS-ROT-COUNT                PIC 999 VALUE 0.
       77  WS-ROT-SUB                  PIC 999 VALUE 0.
       77  WS-SORT-PASS                PIC 999 VALUE 0.
       77  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       77  WS-MISSED-COUNT             PIC 999 VALUE 0.
       77  ACTUAL-PUBLISHER            PIC X(21) VALUE SPACES.
      *A TITLE WITH NO AVERAGE COST YET IS ORDERED AT THE CATALOG
      *PRICE LESS THE TRADE DISCOUNT PUBLISHERS GIVE THE CLUB.
       77  WS-TRADE-DISCOUNT-PCT       PIC 99 VALUE 40.
      *
       01  PUBLISHER-TABLE.
           05  PUB-ENTRY OCCURS 30 TIMES.
           IF BOOK-QTY-ON-HAND NOT > BOOK-REORDER-POINT
             AND BOOK-QTY-ON-ORDER EQUAL ZERO
             AND BOOK-REORDER-QTY > 0
             AND NOT BOOK-NOT-REORDERED
               IF WS-ROT-COUNT < 200
                   ADD 1 TO WS-ROT-COUNT
                   MOVE BOOK-PUBLISHER TO
                       ROT-QTY-ON-HAND(WS-ROT-COUNT)
                   MOVE BOOK-REORDER-QTY TO
                       ROT-ORDER-QTY(WS-ROT-COUNT)
                   IF BOOK-UNIT-COST NUMERIC AND BOOK-UNIT-COST > 0
                       MOVE BOOK-UNIT-COST TO
                           ROT-UNIT-PRICE(WS-ROT-COUNT)
                   ELSE
                       COMPUTE ROT-UNIT-PRICE(WS-ROT-COUNT) ROUNDED =
                           BOOK-PRICE
                           * (100 - WS-TRADE-DISCOUNT-PCT) / 100
                   END-IF
                   MOVE BOOK-REORDER-QTY TO BOOK-QTY-ON-ORDER
                   REWRITE BIBLIO-RECORD
               ELSE
           MOVE ROT-TITLE(WS-ROT-SUB) TO PO-TITLE.
           MOVE ROT-ISBN(WS-ROT-SUB) TO PO-ISBN.
           MOVE ROT-ORDER-QTY(WS-ROT-SUB) TO PO-ORDER-QTY.
           MOVE ROT-UNIT-PRICE(WS-ROT-SUB) TO PO-UNIT-PRICE.
           WRITE PURCHASE-ORDER-RECORD.
           MOVE SPACES TO OPEN-PO-RECORD.
           MOVE WS-RUN-DATE TO OPO-ORDER-DATE.
           MOVE ROT-PUBLISHER(WS-ROT-SUB) TO OPO-PUBLISHER.
           MOVE ROT-TITLE(WS-ROT-SUB) TO OPO-TITLE.
           MOVE ROT-ISBN(WS-ROT-SUB) TO OPO-ISBN.
           MOVE ROT-ORDER-QTY(WS-ROT-SUB) TO OPO-ORDER-QTY.
           MOVE 0 TO OPO-RECEIVED-QTY.
           MOVE ROT-UNIT-PRICE(WS-ROT-SUB) TO OPO-UNIT-PRICE.
           MOVE 0 TO OPO-INVOICED-QTY.
           WRITE OPEN-PO-RECORD.
      *
       FIND-PUBLISHER-ENTRY.
