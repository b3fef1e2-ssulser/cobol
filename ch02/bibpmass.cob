      *    2026-09-02  SS  WIDEN THE JOURNAL BEFORE AND AFTER IMAGES
      *                    TO THE FULL 136-BYTE RECORD SO THE THREE
      *                    LOCATION QUANTITIES ARE JOURNALED TOO.
      *    2026-10-15  SS  CARRY THE DAMAGED-RETURN COUNT BOOKRTN
      *                    POSTS BEHIND THE LOCATION QUANTITIES ON
      *                    EVERY CATALOG RECORD; THE JOURNAL IMAGES
      *                    GROW TO 140 BYTES.
      *    2026-10-15  SS  CARRY THE WEIGHTED AVERAGE UNIT COST BEHIND
      *                    THE DAMAGED-RETURN COUNT ON EVERY CATALOG
      *                    RECORD.
      *    2026-10-15  SS  CARRY THE TITLE STATUS (DISCONTINUED OR OUT
      *                    OF PRINT), REPLACEMENT ISBN, AND SELL-OFF
      *                    FLAG BEHIND THE UNIT COST ON EVERY CATALOG
      *                    RECORD; THE RECORD GROWS TO 159 BYTES.
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
      *CHANGE-JOURNAL-RECORD MIRRORS BIBLIO-MAINTENANCE'S JOURNAL,
      *SO THESE CHANGES READ THE SAME AS A MAINTENANCE DECK'S.
       01  CHANGE-JOURNAL-RECORD.
           05  JRN-RUN-DATE            PIC 9(06).
           05  JRN-TRANS-CODE          PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(159).
           05  JRN-AFTER-IMAGE         PIC X(159).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       77  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       77  WS-OLD-PRICE                PIC 99V99 VALUE 0.
       77  WS-NEW-PRICE                PIC 99V99 VALUE 0.
       77  WS-BEFORE-IMAGE             PIC X(159) VALUE SPACES.
       77  WS-BOOKS-READ               PIC 9(05) VALUE 0.
       77  WS-BOOKS-CHANGED            PIC 9(05) VALUE 0.
       77  WS-UNPROVED-COUNT           PIC 999 VALUE 0.
