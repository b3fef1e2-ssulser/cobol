      *                    RECOMPUTES THE ON-HAND TOTAL -- SO A
      *                    VARIANCE POINTS AT A BUILDING, NOT AT THE
      *                    COMPANY.
      *    2026-10-15  SS  CARRY THE DAMAGED-RETURN COUNT BOOKRTN
      *                    POSTS BEHIND THE LOCATION QUANTITIES ON
      *                    EVERY CATALOG RECORD.
      *    2026-10-15  SS  CARRY THE WEIGHTED AVERAGE UNIT COST BEHIND
      *                    THE DAMAGED-RETURN COUNT ON EVERY CATALOG
      *                    RECORD.
      *    2026-10-15  SS  STAMP THE TITLE'S UNIT COST ON EACH
      *                    ADJUSTMENT AUDIT RECORD SO BOOKGL CAN POST
      *                    THE SHRINK TO THE GENERAL LEDGER AT COST.
      *    2026-10-15  SS  CARRY THE TITLE STATUS (DISCONTINUED OR OUT
      *                    OF PRINT), REPLACEMENT ISBN, AND SELL-OFF
      *                    FLAG BEHIND THE UNIT COST ON EVERY CATALOG
      *                    RECORD.
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
      *AN "ADJUST" PARAMETER CARD IS THE OPERATOR'S APPROVAL FOR
      *THE SECOND PASS; WITHOUT IT THE RUN ONLY REPORTS.
           05  ADJ-NEW-QTY             PIC 9(4).
           05  ADJ-COUNTER-INITIALS    PIC X(03).
           05  ADJ-LOCATION            PIC X.
           05  ADJ-UNIT-COST           PIC 99V99.
           05  FILLER                  PIC X(28).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
               MOVE CNT-INITIALS(WS-FOUND-SUB)
                   TO ADJ-COUNTER-INITIALS
               MOVE CNT-LOCATION(WS-FOUND-SUB) TO ADJ-LOCATION
               MOVE BOOK-UNIT-COST TO ADJ-UNIT-COST
               WRITE ADJUSTMENT-AUDIT-RECORD
               IF CNT-LOCATION(WS-FOUND-SUB) EQUAL "S"
                   MOVE CNT-QTY(WS-FOUND-SUB) TO BOOK-QTY-STORE
