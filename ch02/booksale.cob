      *                    "MONTHLY" FIGURES AND THE TURNS COLUMN
      *                    WERE REALLY ALL-TIME.  A BLANK OR MISSING
      *                    CARD STILL REPORTS THE FULL FILE.
      *    2026-10-15  SS  CARRY THE DAMAGED-RETURN COUNT BOOKRTN
      *                    POSTS BEHIND THE LOCATION QUANTITIES ON
      *                    EVERY CATALOG RECORD.
      *    2026-10-15  SS  REPORT NET SALES: BOOKRTN'S MEMBER RETURNS
      *                    POST TO THE HISTORY AS NEGATIVE QUANTITIES
      *                    AND COME OFF EVERY TITLE, CATEGORY, AND
      *                    PUBLISHER FIGURE, WITH THE RETURN LINES
      *                    AND THE DOLLARS CREDITED IN THE SUMMARY.
      *    2026-10-15  SS  CARRY THE WEIGHTED AVERAGE UNIT COST BEHIND
      *                    THE DAMAGED-RETURN COUNT ON EVERY CATALOG
      *                    RECORD.  THE SALES HISTORY NOW CARRIES
      *                    THE UNIT COST STAMPED AT FILL TIME (SEE
      *                    BOOKMRGN FOR COST OF GOODS AND MARGIN).
      *    2026-10-15  SS  CARRY THE TITLE STATUS (DISCONTINUED OR OUT
      *                    OF PRINT), REPLACEMENT ISBN, AND SELL-OFF
      *                    FLAG BEHIND THE UNIT COST ON EVERY CATALOG
      *                    RECORD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
      *SALES-HISTORY-RECORD MIRRORS ORDENT'S FILLED-ORDER LAYOUT.
      *A MEMBER RETURN COMES IN FROM BOOKRTN AS A NEGATIVE QUANTITY,
      *SO EVERY FIGURE BELOW IS NET OF RETURNS.
       FD  SALES-HISTORY-FILE
           LABEL RECORD IS OMITTED.
       01  SALES-HISTORY-RECORD.
           05  SLS-ISBN                PIC X(13).
           05  SLS-CATEGORY            PIC X(15).
           05  SLS-PUBLISHER           PIC X(21).
           05  SLS-QTY                 PIC S9(4).
           05  SLS-PRICE               PIC 99V99.
           05  SLS-UNIT-COST           PIC 99V99.
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
      *THE OPERATOR CARD NAMES THE REPORT MONTH AS YYMM; A BLANK OR
      *ZERO CARD (OR NO CARD AT ALL) REPORTS THE FULL FILE.
       01  TITLE-TABLE.
           05  TTT-ENTRY OCCURS 200 TIMES.
               10  TTT-TITLE           PIC X(30).
               10  TTT-QTY             PIC S9(06).
               10  TTT-DOLLARS         PIC S9(7)V99.
       01  TITLE-SWAP-HOLD             PIC X(45).
       77  WS-TTT-COUNT                PIC 999 VALUE 0.
       77  WS-TTT-SUB                  PIC 999 VALUE 0.
       01  CATEGORY-TABLE.
           05  CGT-ENTRY OCCURS 30 TIMES.
               10  CGT-CATEGORY        PIC X(15).
               10  CGT-QTY             PIC S9(06).
               10  CGT-DOLLARS         PIC S9(7)V99.
       77  WS-CGT-COUNT                PIC 99 VALUE 0.
       77  WS-CGT-SUB                  PIC 99 VALUE 0.
       77  CGT-FOUND-FLAG              PIC X VALUE "N".
       01  PUBLISHER-TABLE.
           05  PBT-ENTRY OCCURS 30 TIMES.
               10  PBT-PUBLISHER       PIC X(21).
               10  PBT-QTY             PIC S9(06).
               10  PBT-DOLLARS         PIC S9(7)V99.
       77  WS-PBT-COUNT                PIC 99 VALUE 0.
       77  WS-PBT-SUB                  PIC 99 VALUE 0.
       77  PBT-FOUND-FLAG              PIC X VALUE "N".
           88  SALES-IS-EOF            VALUE "Y".
       77  BOOK-FOUND-FLAG             PIC X VALUE "N".
           88  BOOK-WAS-FOUND          VALUE "Y".
       77  WS-LINE-DOLLARS             PIC S9(6)V99 VALUE 0.
       77  WS-LINES-READ               PIC 9(06) VALUE 0.
       77  WS-LINES-POSTED             PIC 9(06) VALUE 0.
       77  WS-RETURNS-POSTED           PIC 9(06) VALUE 0.
       77  WS-RETURN-DOLLARS           PIC S9(7)V99 VALUE 0.
       77  WS-TURNS                    PIC 9(4)V99 VALUE 0.
      *
       77  WS-REPORT-MONTH             PIC 9(04) VALUE 0.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  SLL-TITLE               PIC X(30).
           05  FILLER                  PIC X(06) VALUE "  QTY ".
           05  SLL-QTY                 PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(04) VALUE "  $ ".
           05  SLL-DOLLARS             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(09) VALUE "  ON HAND".
           05  SLL-ON-HAND             PIC ZZZ9.
           05  FILLER                  PIC X(08) VALUE "  TURNS ".
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  GRL-NAME                PIC X(21).
           05  FILLER                  PIC X(06) VALUE "  QTY ".
           05  GRL-QTY                 PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(04) VALUE "  $ ".
           05  GRL-DOLLARS             PIC Z,ZZZ,ZZ9.99-.
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20)
                   VALUE "SALES LINES POSTED: ".
           05  SPL-COUNT               PIC ZZZ,ZZ9.
      *
       01  SUMMARY-RETURN-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20)
                   VALUE "RETURN LINES NETTED:".
           05  SRL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  CREDITED $".
           05  SRL-DOLLARS             PIC Z,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
       000-MAIN.
             OR WS-SALE-YYMM EQUAL WS-REPORT-MONTH
               ADD 1 TO WS-LINES-POSTED
               COMPUTE WS-LINE-DOLLARS = SLS-QTY * SLS-PRICE
               IF SLS-QTY < 0
                   ADD 1 TO WS-RETURNS-POSTED
                   ADD WS-LINE-DOLLARS TO WS-RETURN-DOLLARS
               END-IF
               PERFORM POST-TO-TITLE
               PERFORM POST-TO-CATEGORY
               PERFORM POST-TO-PUBLISHER
           END-IF.
      *
      *EACH TITLE LINE SHOWS INVENTORY TURNS: QUANTITY SOLD AGAINST
      *THE CATALOG'S QUANTITY ON HAND TODAY.  A TITLE WHOSE RETURNS
      *OUTRAN ITS SALES IN THE MONTH SHOWS NO TURNS.
       PRINT-BEST-SELLERS.
           WRITE PRINT-LINE FROM SELLER-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           IF BOOK-WAS-FOUND
               MOVE BOOK-QTY-ON-HAND TO SLL-ON-HAND
               IF BOOK-QTY-ON-HAND > 0
                 AND TTT-QTY(WS-TTT-SUB) > 0
                   COMPUTE WS-TURNS ROUNDED =
                       TTT-QTY(WS-TTT-SUB) / BOOK-QTY-ON-HAND
               ELSE
           MOVE WS-LINES-POSTED TO SPL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-POSTED-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-RETURNS-POSTED TO SRL-COUNT.
           MOVE WS-RETURN-DOLLARS TO SRL-DOLLARS.
           WRITE PRINT-LINE FROM SUMMARY-RETURN-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE SALES-HISTORY-FILE, BIBLIO-FILE, PRINT-FILE.
/*
//GO.SALEHIST DD DSN=SIMONCO.BIBLIO.SALEHIST,DISP=SHR
