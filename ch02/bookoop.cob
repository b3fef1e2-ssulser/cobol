//SIMONCO JOB (1),'OUT OF PRINT TITLES',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKOOP.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  CLEARS UP AFTER TITLES
      *                    BIBLIO-MAINTENANCE HAS MARKED DISCONTINUED
      *                    OR OUT OF PRINT: LISTS THEIR OPEN PURCHASE
      *                    ORDERS FOR CANCELLATION WITH THE PUBLISHER,
      *                    MOVES THE WAITING MEMBER BACKORDERS TO THE
      *                    REPLACEMENT EDITION (OR CANCELS THEM WHEN
      *                    THERE IS NONE) WITH A NOTICE FOR EACH
      *                    MEMBER, AND FLAGS AND LISTS THE STOCK LEFT
      *                    OVER FOR SELL-OFF PRICING.  RUNS AHEAD OF
      *                    ORDENT; ITS NEW BACKORDER FILE REPLACES THE
      *                    OLD ONE JUST AS ORDENT'S DOES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLIO-FILE ASSIGN TO UT-S-BIBLIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-TITLE
               ALTERNATE RECORD KEY IS BOOK-ISBN.
           SELECT MEMBER-MASTER-FILE ASSIGN TO UT-S-MBRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-NUMBER.
           SELECT OPEN-PO-FILE ASSIGN TO UT-S-OPENPO.
           SELECT BACKORDER-OLD-FILE ASSIGN TO UT-S-BACKOLD.
           SELECT BACKORDER-NEW-FILE ASSIGN TO UT-S-BACKNEW.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
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
      *MEMBER-MASTER-RECORD MIRRORS MBRMAINT'S LAYOUT.
       FD  MEMBER-MASTER-FILE
           LABEL RECORD IS OMITTED.
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
           05  MBR-CREDIT-LIMIT        PIC 9(5)V99.
           05  MBR-BALANCE             PIC S9(5)V99.
      *    SCHOOLS AND LIBRARIES BUY TAX-FREE ("E"); BLANK IS TAXABLE.
           05  MBR-TAX-STATUS          PIC X.
               88  MBR-IS-TAX-EXEMPT   VALUE "E".
      *
      *OPEN-PO-RECORD MIRRORS BOOKORD'S OPEN-PO LAYOUT.
       FD  OPEN-PO-FILE
           LABEL RECORD IS OMITTED.
       01  OPEN-PO-RECORD.
           05  OPO-ORDER-DATE          PIC 9(06).
           05  OPO-PUBLISHER           PIC X(21).
           05  OPO-TITLE               PIC X(30).
           05  OPO-ISBN                PIC X(13).
           05  OPO-ORDER-QTY           PIC 9(4).
           05  OPO-RECEIVED-QTY        PIC 9(4).
           05  FILLER                  PIC X(02).
           05  OPO-UNIT-PRICE          PIC 99V99.
           05  OPO-INVOICED-QTY        PIC 9(4).
           05  FILLER                  PIC X(12).
      *
      *THE BACKORDER RECORDS MIRROR ORDENT'S LAYOUT.
       FD  BACKORDER-OLD-FILE
           LABEL RECORD IS OMITTED.
       01  BACKORDER-OLD-RECORD.
           05  BKO-MEMBER-NUMBER       PIC X(06).
           05  BKO-TITLE               PIC X(30).
           05  BKO-QTY                 PIC 9(4).
           05  BKO-ORDER-DATE          PIC 9(06).
      *
       FD  BACKORDER-NEW-FILE
           LABEL RECORD IS OMITTED.
       01  BACKORDER-NEW-RECORD.
           05  BKN-MEMBER-NUMBER       PIC X(06).
           05  BKN-TITLE               PIC X(30).
           05  BKN-QTY                 PIC 9(4).
           05  BKN-ORDER-DATE          PIC 9(06).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(96).
      *
       WORKING-STORAGE SECTION.
      *
      *EVERY DISCONTINUED OR OUT-OF-PRINT TITLE ON THE CATALOG, WITH
      *ITS REPLACEMENT EDITION'S TITLE ONCE THAT HAS BEEN LOOKED UP.
      *A REPLACEMENT THAT IS ITSELF OUT OF PRINT, OR NOT ON THE
      *CATALOG, CANNOT TAKE THE BACKORDERS.
       01  OUT-OF-PRINT-TABLE.
           05  OPT-ENTRY OCCURS 500 TIMES.
               10  OPT-TITLE           PIC X(30).
               10  OPT-ISBN            PIC X(13).
               10  OPT-STATUS          PIC X.
                   88  OPT-DISCONTINUED VALUE "D".
               10  OPT-REPL-ISBN       PIC X(13).
               10  OPT-REPL-TITLE      PIC X(30).
               10  OPT-REPL-FLAG       PIC X.
                   88  OPT-REPL-USABLE VALUE "Y".
               10  OPT-QTY-ON-HAND     PIC 9(4).
               10  OPT-PRICE           PIC 99V99.
               10  OPT-UNIT-COST       PIC 99V99.
       77  WS-OPT-COUNT                PIC 999 VALUE 0.
       77  WS-OPT-SUB                  PIC 999 VALUE 0.
       77  WS-FOUND-SUB                PIC 999 VALUE 0.
      *
       77  BIBLIO-EOF-FLAG             PIC X VALUE "N".
           88  BIBLIO-IS-EOF           VALUE "Y".
       77  OPENPO-EOF-FLAG             PIC X VALUE "N".
           88  OPENPO-IS-EOF           VALUE "Y".
       77  BACKOLD-EOF-FLAG            PIC X VALUE "N".
           88  BACKOLD-IS-EOF          VALUE "Y".
      *
       77  WS-OUTSTANDING-QTY          PIC 9(4) VALUE 0.
       77  WS-NEWLY-FLAGGED            PIC 999 VALUE 0.
       77  WS-POS-TO-CANCEL            PIC 999 VALUE 0.
       77  WS-QTY-TO-CANCEL            PIC 9(5) VALUE 0.
       77  WS-BACKORDERS-MOVED         PIC 999 VALUE 0.
       77  WS-BACKORDERS-CANCELLED     PIC 999 VALUE 0.
       77  WS-BACKORDERS-CARRIED       PIC 999 VALUE 0.
       77  WS-SELL-OFF-TITLES          PIC 999 VALUE 0.
       77  WS-SELL-OFF-COPIES          PIC 9(5) VALUE 0.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE "OUT-OF-PRINT TITLE RUN".
      *
       01  SECTION-HEAD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SHL-TEXT                PIC X(50).
      *
       01  STATUS-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  STL-TITLE               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-STATUS              PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-REPL-ISBN           PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-REPL-TITLE          PIC X(30).
      *
       01  PO-CANCEL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  PCL-ORDER-DATE          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PCL-PUBLISHER           PIC X(21).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PCL-TITLE               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PCL-ISBN                PIC X(13).
           05  FILLER                  PIC X(07) VALUE "  OPEN ".
           05  PCL-QTY                 PIC ZZZ9.
      *
      *ONE NOTICE PER BACKORDER, ADDRESSED FROM THE MEMBER MASTER SO
      *THE MAILROOM CAN SEND IT AS PRINTED.
       01  NOTICE-MEMBER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "MEMBER: ".
           05  NML-NUMBER              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NML-NAME                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NML-ADDRESS             PIC X(50).
      *
       01  NOTICE-ORDER-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "YOUR ORDER FOR  ".
           05  NOL-QTY                 PIC ZZZ9.
           05  FILLER                  PIC X(04) VALUE " OF ".
           05  NOL-TITLE               PIC X(30).
           05  FILLER                  PIC X(10) VALUE " ORDERED  ".
           05  NOL-ORDER-DATE          PIC 9(06).
      *
       01  NOTICE-RESULT-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  NRL-STATUS              PIC X(12).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  NRL-TEXT                PIC X(31).
           05  NRL-REPL-TITLE          PIC X(30).
      *
       01  SELL-OFF-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  SOL-TITLE               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SOL-ISBN                PIC X(13).
           05  FILLER                  PIC X(10) VALUE "  ON HAND ".
           05  SOL-QTY                 PIC ZZZ9.
           05  FILLER                  PIC X(08) VALUE "  PRICE ".
           05  SOL-PRICE               PIC Z9.99.
           05  FILLER                  PIC X(07) VALUE "  COST ".
           05  SOL-COST                PIC Z9.99.
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "TITLES: ".
           05  SML-TITLES              PIC ZZ9.
           05  FILLER                  PIC X(14) VALUE "  PO CANCELS: ".
           05  SML-POS                 PIC ZZ9.
           05  FILLER                  PIC X(07) VALUE "  QTY: ".
           05  SML-PO-QTY              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "  NEWLY FLAGGED ".
           05  SML-FLAGGED             PIC ZZ9.
      *
       01  SUMMARY-2-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE "BACKORDERS MOVED ".
           05  SM2-MOVED               PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE "  CANCELLED: ".
           05  SM2-CANCELLED           PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE "  CARRIED: ".
           05  SM2-CARRIED             PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE "  SELL-OFF: ".
           05  SM2-SELL-OFF            PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE " TITLES ".
           05  SM2-COPIES              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE " COPIES".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM SCAN-ONE-BOOK UNTIL BIBLIO-IS-EOF.
           MOVE "TITLES DISCONTINUED OR OUT OF PRINT" TO SHL-TEXT.
           WRITE PRINT-LINE FROM SECTION-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM RESOLVE-ONE-REPLACEMENT
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > WS-OPT-COUNT.
           MOVE "OPEN PURCHASE ORDERS TO CANCEL" TO SHL-TEXT.
           WRITE PRINT-LINE FROM SECTION-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECK-ONE-OPEN-PO UNTIL OPENPO-IS-EOF.
           MOVE "MEMBER BACKORDER NOTICES" TO SHL-TEXT.
           WRITE PRINT-LINE FROM SECTION-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM CHECK-ONE-BACKORDER UNTIL BACKOLD-IS-EOF.
           MOVE "STOCK FLAGGED FOR SELL-OFF PRICING" TO SHL-TEXT.
           WRITE PRINT-LINE FROM SECTION-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM LIST-ONE-SELL-OFF
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > WS-OPT-COUNT.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           OPEN I-O BIBLIO-FILE.
           OPEN INPUT MEMBER-MASTER-FILE, OPEN-PO-FILE,
                BACKORDER-OLD-FILE.
           OPEN OUTPUT BACKORDER-NEW-FILE, PRINT-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           READ BIBLIO-FILE NEXT RECORD
               AT END MOVE "Y" TO BIBLIO-EOF-FLAG
           END-READ.
           READ OPEN-PO-FILE
               AT END MOVE "Y" TO OPENPO-EOF-FLAG.
           READ BACKORDER-OLD-FILE
               AT END MOVE "Y" TO BACKOLD-EOF-FLAG.
      *
      *STOCK THAT ARRIVED ON AN OPEN ORDER AFTER THE TITLE WENT OUT
      *OF PRINT IS FLAGGED FOR SELL-OFF HERE, THE SAME AS WHAT WAS
      *ON THE SHELF WHEN BIBLIO-MAINTENANCE MARKED IT.
       SCAN-ONE-BOOK.
           IF BOOK-NOT-REORDERED
               IF BOOK-QTY-ON-HAND > 0 AND NOT BOOK-ON-SELL-OFF
                   MOVE "Y" TO BOOK-SELL-OFF-FLAG
                   REWRITE BIBLIO-RECORD
                       INVALID KEY
                           DISPLAY "BOOKOOP - SELL-OFF REWRITE FAILED "
                               BOOK-TITLE
                       NOT INVALID KEY
                           ADD 1 TO WS-NEWLY-FLAGGED
                   END-REWRITE
               END-IF
               PERFORM LOAD-ONE-OUT-OF-PRINT
           END-IF.
           READ BIBLIO-FILE NEXT RECORD
               AT END MOVE "Y" TO BIBLIO-EOF-FLAG
           END-READ.
      *
       LOAD-ONE-OUT-OF-PRINT.
           ADD 1 TO WS-OPT-COUNT.
           IF WS-OPT-COUNT > 500
               DISPLAY "BOOKOOP HALTED - OUT-OF-PRINT TABLE FULL AT 500"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BOOK-TITLE TO OPT-TITLE(WS-OPT-COUNT).
           MOVE BOOK-ISBN TO OPT-ISBN(WS-OPT-COUNT).
           MOVE BOOK-TITLE-STATUS TO OPT-STATUS(WS-OPT-COUNT).
           MOVE BOOK-REPLACEMENT-ISBN TO OPT-REPL-ISBN(WS-OPT-COUNT).
           MOVE SPACES TO OPT-REPL-TITLE(WS-OPT-COUNT).
           MOVE "N" TO OPT-REPL-FLAG(WS-OPT-COUNT).
           MOVE BOOK-QTY-ON-HAND TO OPT-QTY-ON-HAND(WS-OPT-COUNT).
           MOVE BOOK-PRICE TO OPT-PRICE(WS-OPT-COUNT).
           MOVE BOOK-UNIT-COST TO OPT-UNIT-COST(WS-OPT-COUNT).
      *
      *THE REPLACEMENT IS FOUND THROUGH THE ISBN ALTERNATE KEY; THE
      *BACKORDERS CARRY TITLES, SO ITS TITLE IS WHAT THEY MOVE TO.
       RESOLVE-ONE-REPLACEMENT.
           IF OPT-REPL-ISBN(WS-OPT-SUB) EQUAL SPACES
               MOVE "(NO REPLACEMENT EDITION)" TO STL-REPL-TITLE
           ELSE
               MOVE OPT-REPL-ISBN(WS-OPT-SUB) TO BOOK-ISBN
               READ BIBLIO-FILE KEY IS BOOK-ISBN
                   INVALID KEY
                       MOVE "*** NOT ON CATALOG ***" TO STL-REPL-TITLE
                   NOT INVALID KEY
                       PERFORM CHECK-REPLACEMENT-STATUS
               END-READ
           END-IF.
           MOVE OPT-TITLE(WS-OPT-SUB) TO STL-TITLE.
           PERFORM SET-STATUS-TEXT.
           MOVE NRL-STATUS TO STL-STATUS.
           MOVE OPT-REPL-ISBN(WS-OPT-SUB) TO STL-REPL-ISBN.
           WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
      *
       CHECK-REPLACEMENT-STATUS.
           IF BOOK-NOT-REORDERED
               MOVE "*** ALSO OUT OF PRINT ***" TO STL-REPL-TITLE
           ELSE
               MOVE BOOK-TITLE TO OPT-REPL-TITLE(WS-OPT-SUB)
               MOVE "Y" TO OPT-REPL-FLAG(WS-OPT-SUB)
               MOVE BOOK-TITLE TO STL-REPL-TITLE
           END-IF.
      *
       SET-STATUS-TEXT.
           IF OPT-DISCONTINUED(WS-OPT-SUB)
               MOVE "DISCONTINUED" TO NRL-STATUS
           ELSE
               MOVE "OUT OF PRINT" TO NRL-STATUS
           END-IF.
      *
      *AN ORDER IS STILL OPEN WHILE THE PUBLISHER OWES COPIES ON IT.
       CHECK-ONE-OPEN-PO.
           IF OPO-RECEIVED-QTY < OPO-ORDER-QTY
               MOVE 0 TO WS-FOUND-SUB
               PERFORM FIND-ISBN-IN-TABLE
                   VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > WS-OPT-COUNT
               IF WS-FOUND-SUB > 0
                   PERFORM LIST-PO-TO-CANCEL
               END-IF
           END-IF.
           READ OPEN-PO-FILE
               AT END MOVE "Y" TO OPENPO-EOF-FLAG.
      *
       FIND-ISBN-IN-TABLE.
           IF OPT-ISBN(WS-OPT-SUB) EQUAL OPO-ISBN
               MOVE WS-OPT-SUB TO WS-FOUND-SUB
           END-IF.
      *
       LIST-PO-TO-CANCEL.
           SUBTRACT OPO-RECEIVED-QTY FROM OPO-ORDER-QTY
               GIVING WS-OUTSTANDING-QTY.
           ADD 1 TO WS-POS-TO-CANCEL.
           ADD WS-OUTSTANDING-QTY TO WS-QTY-TO-CANCEL.
           MOVE OPO-ORDER-DATE TO PCL-ORDER-DATE.
           MOVE OPO-PUBLISHER TO PCL-PUBLISHER.
           MOVE OPO-TITLE TO PCL-TITLE.
           MOVE OPO-ISBN TO PCL-ISBN.
           MOVE WS-OUTSTANDING-QTY TO PCL-QTY.
           WRITE PRINT-LINE FROM PO-CANCEL-LINE AFTER ADVANCING 1 LINE.
      *
      *A BACKORDER FOR A TITLE STILL IN PRINT IS CARRIED AS IT IS.
      *ONE FOR AN OUT-OF-PRINT TITLE MOVES TO THE REPLACEMENT EDITION,
      *KEEPING ITS ORDER DATE AND SO ITS PLACE IN THE QUEUE, OR IS
      *DROPPED WHEN THERE IS NO USABLE REPLACEMENT.  EITHER WAY THE
      *MEMBER GETS A NOTICE.
       CHECK-ONE-BACKORDER.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM FIND-TITLE-IN-TABLE
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > WS-OPT-COUNT.
           MOVE BACKORDER-OLD-RECORD TO BACKORDER-NEW-RECORD.
           IF WS-FOUND-SUB EQUAL 0
               ADD 1 TO WS-BACKORDERS-CARRIED
               WRITE BACKORDER-NEW-RECORD
           ELSE
               MOVE WS-FOUND-SUB TO WS-OPT-SUB
               PERFORM SET-STATUS-TEXT
               IF OPT-REPL-USABLE(WS-FOUND-SUB)
                   ADD 1 TO WS-BACKORDERS-MOVED
                   MOVE OPT-REPL-TITLE(WS-FOUND-SUB) TO BKN-TITLE
                   WRITE BACKORDER-NEW-RECORD
                   MOVE "MOVED TO THE NEW EDITION:"
                       TO NRL-TEXT
                   MOVE OPT-REPL-TITLE(WS-FOUND-SUB) TO NRL-REPL-TITLE
               ELSE
                   ADD 1 TO WS-BACKORDERS-CANCELLED
                   MOVE "YOUR ORDER HAS BEEN CANCELLED"
                       TO NRL-TEXT
                   MOVE SPACES TO NRL-REPL-TITLE
               END-IF
               PERFORM PRINT-MEMBER-NOTICE
           END-IF.
           READ BACKORDER-OLD-FILE
               AT END MOVE "Y" TO BACKOLD-EOF-FLAG.
      *
       FIND-TITLE-IN-TABLE.
           IF OPT-TITLE(WS-OPT-SUB) EQUAL BKO-TITLE
               MOVE WS-OPT-SUB TO WS-FOUND-SUB
           END-IF.
      *
       PRINT-MEMBER-NOTICE.
           MOVE BKO-MEMBER-NUMBER TO MBR-NUMBER, NML-NUMBER.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON MEMBER MASTER ***" TO NML-NAME
                   MOVE SPACES TO NML-ADDRESS
               NOT INVALID KEY
                   MOVE MBR-NAME TO NML-NAME
                   MOVE MBR-ADDRESS TO NML-ADDRESS
           END-READ.
           WRITE PRINT-LINE FROM NOTICE-MEMBER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE BKO-QTY TO NOL-QTY.
           MOVE BKO-TITLE TO NOL-TITLE.
           MOVE BKO-ORDER-DATE TO NOL-ORDER-DATE.
           WRITE PRINT-LINE FROM NOTICE-ORDER-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM NOTICE-RESULT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *THE SELL-OFF LIST CARRIES PRICE AND AVERAGE COST SO THE BUYER
      *CAN SET A MARKDOWN THAT STILL COVERS THE STOCK.
       LIST-ONE-SELL-OFF.
           IF OPT-QTY-ON-HAND(WS-OPT-SUB) > 0
               ADD 1 TO WS-SELL-OFF-TITLES
               ADD OPT-QTY-ON-HAND(WS-OPT-SUB) TO WS-SELL-OFF-COPIES
               MOVE OPT-TITLE(WS-OPT-SUB) TO SOL-TITLE
               MOVE OPT-ISBN(WS-OPT-SUB) TO SOL-ISBN
               MOVE OPT-QTY-ON-HAND(WS-OPT-SUB) TO SOL-QTY
               MOVE OPT-PRICE(WS-OPT-SUB) TO SOL-PRICE
               MOVE OPT-UNIT-COST(WS-OPT-SUB) TO SOL-COST
               WRITE PRINT-LINE FROM SELL-OFF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       CLOSING.
           MOVE WS-OPT-COUNT TO SML-TITLES.
           MOVE WS-POS-TO-CANCEL TO SML-POS.
           MOVE WS-QTY-TO-CANCEL TO SML-PO-QTY.
           MOVE WS-NEWLY-FLAGGED TO SML-FLAGGED.
           WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-BACKORDERS-MOVED TO SM2-MOVED.
           MOVE WS-BACKORDERS-CANCELLED TO SM2-CANCELLED.
           MOVE WS-BACKORDERS-CARRIED TO SM2-CARRIED.
           MOVE WS-SELL-OFF-TITLES TO SM2-SELL-OFF.
           MOVE WS-SELL-OFF-COPIES TO SM2-COPIES.
           WRITE PRINT-LINE FROM SUMMARY-2-LINE AFTER ADVANCING 1 LINE.
           CLOSE BIBLIO-FILE, MEMBER-MASTER-FILE, OPEN-PO-FILE,
               BACKORDER-OLD-FILE, BACKORDER-NEW-FILE, PRINT-FILE.
/*
//GO.BIBLIO   DD DSN=SIMONCO.BIBLIO.MASTER,DISP=OLD
//GO.MBRMAST  DD DSN=SIMONCO.BIBLIO.MBRMAST,DISP=SHR
//GO.OPENPO   DD DSN=SIMONCO.BIBLIO.OPENPO,DISP=SHR
//GO.BACKOLD  DD DSN=SIMONCO.BIBLIO.BACKORD,DISP=SHR
//GO.BACKNEW  DD DSN=SIMONCO.BIBLIO.BACKORD.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=46,BLKSIZE=4600)
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
