      *    2026-09-02  SS  WIDEN THE JOURNAL BEFORE AND AFTER IMAGES
      *                    TO THE FULL 136-BYTE RECORD SO THE THREE
      *                    LOCATION QUANTITIES ARE JOURNALED TOO.
      *    2026-10-15  SS  CARRY THE DAMAGED-RETURN COUNT BOOKRTN
      *                    POSTS BEHIND THE LOCATION QUANTITIES ON
      *                    EVERY CATALOG RECORD (AN ADD STARTS IT AT
      *                    ZERO); THE JOURNAL IMAGES GROW TO 140
      *                    BYTES.
      *    2026-10-15  SS  CARRY THE WEIGHTED AVERAGE UNIT COST BEHIND
      *                    THE DAMAGED-RETURN COUNT ON EVERY CATALOG
      *                    RECORD.  AN ADD CARD KEYS THE OPENING
      *                    STOCK'S COST; A CHANGE CARD WITH A COST
      *                    OVERRIDES THE AVERAGE, A BLANK ONE LEAVES
      *                    IT TO ORDENT'S RECEIPTS.  THE JOURNAL
      *                    IMAGES GROW TO 144 BYTES.
      *    2026-10-15  SS  CARRY THE TITLE STATUS, REPLACEMENT ISBN,
      *                    AND SELL-OFF FLAG BEHIND THE UNIT COST ON
      *                    EVERY CATALOG RECORD.  THE CARD NOW TAKES A
      *                    STATUS ("D" DISCONTINUED, "O" OUT OF PRINT,
      *                    "A" BACK IN PRINT) AND THE REPLACEMENT
      *                    EDITION'S ISBN; A BLANK STATUS LEAVES THE
      *                    STATUS ON FILE ALONE.  A TITLE TAKEN OUT
      *                    OF PRINT WITH STOCK ON HAND IS FLAGGED FOR
      *                    SELL-OFF.
      *                    THE JOURNAL IMAGES GROW TO 159 BYTES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  TRANS-QTY-ON-HAND       PIC 9(4).
           05  TRANS-REORDER-POINT     PIC 9(4).
           05  TRANS-REORDER-QTY       PIC 9(4).
           05  TRANS-UNIT-COST         PIC 99V99.
           05  TRANS-TITLE-STATUS      PIC X.
               88  TRANS-STATUS-VALID  VALUE " " "A" "D" "O".
               88  TRANS-BACK-IN-PRINT VALUE "A".
           05  TRANS-REPLACEMENT-ISBN  PIC X(13).
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
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  CHANGE-JOURNAL-RECORD.
           05  JRN-RUN-DATE            PIC 9(06).
           05  JRN-TRANS-CODE          PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(159).
           05  JRN-AFTER-IMAGE         PIC X(159).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       77  BOOK-FOUND-FLAG             PIC X VALUE "N".
           88  BOOK-WAS-FOUND          VALUE "Y".
       77  WS-BEFORE-IMAGE             PIC X(159) VALUE SPACES.
       77  BIBLIO-EOF-FLAG             PIC X VALUE "N".
           88  BIBLIO-IS-EOF           VALUE "Y".
      *
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO TRANSACTION-EOF-FLAG.
      *
      *A TITLE CANNOT NAME ITSELF AS ITS OWN REPLACEMENT.
       PROCESS-ONE-TRANSACTION.
           ADD 1 TO TRANSACTIONS-READ.
           IF NOT TRANS-STATUS-VALID
               MOVE "REJECTED-BAD-STATUS" TO TRANS-RESULT-TEXT
               PERFORM REJECT-CARD-CONTENT
           ELSE
               IF TRANS-REPLACEMENT-ISBN NOT EQUAL SPACES
                 AND TRANS-REPLACEMENT-ISBN EQUAL TRANS-ISBN
                   MOVE "REJECTED-BAD-REPLACE"  TO TRANS-RESULT-TEXT
                   PERFORM REJECT-CARD-CONTENT
               ELSE
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-IF.
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO TRANSACTION-EOF-FLAG.
      *
       APPLY-ONE-TRANSACTION.
           IF TRANS-IS-ADD
               PERFORM ADD-BOOK
           ELSE
                   END-IF
               END-IF
           END-IF.
      *
       ADD-BOOK.
           MOVE TRANS-TITLE TO BOOK-TITLE.
           MOVE TRANS-REORDER-QTY TO BOOK-REORDER-QTY.
           MOVE 0 TO BOOK-QTY-ON-ORDER.
           MOVE TRANS-QTY-ON-HAND TO BOOK-QTY-WHSE.
           MOVE 0 TO BOOK-QTY-STORE, BOOK-QTY-IN-TRANSIT,
               BOOK-QTY-DAMAGED.
           IF TRANS-UNIT-COST NUMERIC
               MOVE TRANS-UNIT-COST TO BOOK-UNIT-COST
           ELSE
               MOVE 0 TO BOOK-UNIT-COST
           END-IF.
           MOVE SPACES TO BOOK-TITLE-STATUS, BOOK-REPLACEMENT-ISBN,
               BOOK-SELL-OFF-FLAG.
           IF TRANS-TITLE-STATUS NOT EQUAL SPACE
               PERFORM APPLY-TITLE-STATUS
           END-IF.
           WRITE BIBLIO-RECORD
               INVALID KEY
                   ADD 1 TO TRANSACTIONS-REJECTED
                       GIVING BOOK-QTY-ON-HAND
                   MOVE TRANS-REORDER-POINT TO BOOK-REORDER-POINT
                   MOVE TRANS-REORDER-QTY TO BOOK-REORDER-QTY
                   IF TRANS-UNIT-COST NUMERIC AND TRANS-UNIT-COST > 0
                       MOVE TRANS-UNIT-COST TO BOOK-UNIT-COST
                   END-IF
                   IF TRANS-TITLE-STATUS NOT EQUAL SPACE
                       PERFORM APPLY-TITLE-STATUS
                   END-IF
                   REWRITE BIBLIO-RECORD
                       INVALID KEY
                           ADD 1 TO TRANSACTIONS-REJECTED
           END-IF.
           PERFORM PRINT-TRANSACTION-LINE.
      *
      *BACK IN PRINT CLEARS THE STATUS, THE REPLACEMENT, AND ANY
      *SELL-OFF.  OUT OF PRINT OR DISCONTINUED STOPS REORDERING (SEE
      *BOOKORD) AND FLAGS WHATEVER IS STILL ON HAND FOR SELL-OFF;
      *BOOKOOP MOVES THE WAITING BACKORDERS.
       APPLY-TITLE-STATUS.
           IF TRANS-BACK-IN-PRINT
               MOVE SPACES TO BOOK-TITLE-STATUS,
                   BOOK-REPLACEMENT-ISBN, BOOK-SELL-OFF-FLAG
           ELSE
               MOVE TRANS-TITLE-STATUS TO BOOK-TITLE-STATUS
               MOVE TRANS-REPLACEMENT-ISBN TO BOOK-REPLACEMENT-ISBN
               IF BOOK-QTY-ON-HAND > 0
                   MOVE "Y" TO BOOK-SELL-OFF-FLAG
               END-IF
           END-IF.
      *
      *THE READ THROUGH FIND-BOOK-FOR-CARD LEAVES THE RECORD (AND
      *ITS PRIMARY KEY) CURRENT, SO AN ISBN-KEYED DELETE REMOVES
      *THE RIGHT BOOK.
           ADD 1 TO TRANSACTIONS-REJECTED.
           MOVE "REJECTED-BAD-CODE" TO TRANS-RESULT-TEXT.
           PERFORM PRINT-TRANSACTION-LINE.
      *
      *THE CALLER HAS SET THE REJECT REASON.
       REJECT-CARD-CONTENT.
           ADD 1 TO TRANSACTIONS-REJECTED.
           PERFORM PRINT-TRANSACTION-LINE.
      *
       PRINT-TRANSACTION-LINE.
           MOVE SPACES TO TRANSACTION-LINE.
           WRITE PRINT-LINE FROM XREF-LINE AFTER ADVANCING 1 LINE.
/*
//GO.TRANS  DD *
AA NEW BOOK ON COBOL           SAMPLE PUBLISHING CO.    NOBODY, N. A.        29959780000000001PROGRAMMING    0025000500101840
CFUNDAMENTAL COBOL, IBM 360    PRENTICE-HALL, INC.      JONES, ROBERT L.     10509780134339070PROGRAMMING    002000050010
CFUNDAMENTAL COBOL, IBM 360    PRENTICE-HALL, INC.      JONES, ROBERT L.     10509780134339070PROGRAMMING    002000050010    O9780134339087
DGAME PLAYING WITH COMPUTERS
XNOT A VALID TRANSACTION CODE
/*
