//SIMONCO JOB (1),'FEATURED SELECTION',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKFEAT.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  THE MONTHLY FEATURED
      *                    SELECTION: EVERY ACTIVE MEMBER IN GOOD
      *                    STANDING WHO DID NOT SEND BACK A DECLINE
      *                    CARD GETS AN ORDER CARD IN ORDENT'S FORMAT
      *                    FOR THE MONTH'S SELECTION.  THE RUN REPORTS
      *                    THE DECLINE RATE, CHECKS THE CATALOG HAS THE
      *                    WAREHOUSE STOCK (OR ENOUGH ON ORDER) BEFORE
      *                    THE ORDERS ARE RELEASED, AND LISTS MEMBERS
      *                    WHO HAVE DECLINED SEVERAL MONTHS RUNNING
      *                    FOR A RENEWAL CALL.
      *    2026-10-15  SS  MEMBER RECORD FOLLOWS THE MASTER TO 97 BYTES
      *                    (STRUCTURED ADDRESS AND SALES-TAX FLAG).
      *    2026-10-15  SS  CARRY THE TITLE STATUS (DISCONTINUED OR OUT
      *                    OF PRINT), REPLACEMENT ISBN, AND SELL-OFF
      *                    FLAG BEHIND THE UNIT COST ON EVERY CATALOG
      *                    RECORD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.
           SELECT DECLINE-CARD-FILE ASSIGN TO UT-S-DECLINES.
           SELECT MEMBER-MASTER-FILE ASSIGN TO UT-S-MBRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-NUMBER.
           SELECT BIBLIO-FILE ASSIGN TO UT-S-BIBLIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOOK-TITLE
               ALTERNATE RECORD KEY IS BOOK-ISBN.
           SELECT DECLINE-OLD-FILE ASSIGN TO UT-S-DCLOLD.
           SELECT DECLINE-NEW-FILE ASSIGN TO UT-S-DCLNEW.
           SELECT ORDER-CARD-FILE ASSIGN TO UT-S-ORDERS.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *THE OPERATOR CARD NAMES THE MONTH (YYMM) AND THE SELECTION'S
      *ISBN.  THE RENEWAL-CALL THRESHOLD DEFAULTS TO 3 MONTHS IN A
      *ROW; "Y" IN THE RELEASE FLAG SENDS THE ORDERS OUT EVEN WHEN
      *THE STOCK CHECK FAILS.
       FD  PARAMETER-FILE
           LABEL RECORD IS OMITTED.
       01  PARAMETER-RECORD.
           05  PARM-MONTH              PIC 9(04).
           05  PARM-ISBN               PIC X(13).
           05  PARM-RENEWAL-MONTHS     PIC 99.
           05  PARM-FORCE-RELEASE      PIC X.
               88  PARM-RELEASE-ANYWAY VALUE "Y".
           05  FILLER                  PIC X(60).
      *
      *ONE REPLY CARD PER MEMBER DECLINING THIS MONTH'S SELECTION.
       FD  DECLINE-CARD-FILE
           LABEL RECORD IS OMITTED.
       01  DECLINE-CARD-RECORD.
           05  DCC-MEMBER-NUMBER       PIC X(06).
           05  FILLER                  PIC X(74).
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
      *THE DECLINE HISTORY CARRIES EACH MEMBER'S RUN OF CONSECUTIVE
      *DECLINED MONTHS FORWARD FROM ONE SELECTION TO THE NEXT; A
      *MEMBER WHO TAKES A SELECTION DROPS OFF THE FILE.
       FD  DECLINE-OLD-FILE
           LABEL RECORD IS OMITTED.
       01  DECLINE-OLD-RECORD.
           05  DHO-MEMBER-NUMBER       PIC X(06).
           05  DHO-CONSECUTIVE         PIC 99.
           05  DHO-LAST-MONTH          PIC 9(04).
           05  FILLER                  PIC X(08).
      *
       FD  DECLINE-NEW-FILE
           LABEL RECORD IS OMITTED.
       01  DECLINE-NEW-RECORD.
           05  DHN-MEMBER-NUMBER       PIC X(06).
           05  DHN-CONSECUTIVE         PIC 99.
           05  DHN-LAST-MONTH          PIC 9(04).
           05  FILLER                  PIC X(08).
      *
      *ORDER-CARD-RECORD MIRRORS ORDENT'S ORDER CARD.
       FD  ORDER-CARD-FILE
           LABEL RECORD IS OMITTED.
       01  ORDER-CARD-RECORD.
           05  OC-CARD-TYPE            PIC X.
           05  OC-MEMBER-NUMBER        PIC X(06).
           05  OC-TITLE                PIC X(30).
           05  OC-QTY                  PIC 9(4).
           05  OC-LOCATION             PIC X.
           05  OC-TO-LOCATION          PIC X.
           05  OC-UNIT-COST            PIC 99V99.
           05  FILLER                  PIC X(33).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(96).
      *
       WORKING-STORAGE SECTION.
      *
       01  DECLINE-TABLE.
           05  DCT-ENTRY OCCURS 1000 TIMES.
               10  DCT-MEMBER-NUMBER   PIC X(06).
               10  DCT-MATCHED-FLAG    PIC X.
                   88  DCT-WAS-MATCHED VALUE "Y".
       77  WS-DCT-COUNT                PIC 9(4) VALUE 0.
       77  WS-DCT-SUB                  PIC 9(4) VALUE 0.
      *
       01  HISTORY-TABLE.
           05  DHT-ENTRY OCCURS 2000 TIMES.
               10  DHT-MEMBER-NUMBER   PIC X(06).
               10  DHT-CONSECUTIVE     PIC 99.
               10  DHT-LAST-MONTH      PIC 9(04).
       77  WS-DHT-COUNT                PIC 9(4) VALUE 0.
       77  WS-DHT-SUB                  PIC 9(4) VALUE 0.
      *
      *THE ORDERS WAIT HERE UNTIL THE STOCK CHECK SAYS THEY MAY GO.
       01  SHIP-TABLE.
           05  SPT-MEMBER-NUMBER       PIC X(06) OCCURS 2000 TIMES.
       77  WS-SPT-COUNT                PIC 9(4) VALUE 0.
       77  WS-SPT-SUB                  PIC 9(4) VALUE 0.
      *
       77  DECLINE-EOF-FLAG            PIC X VALUE "N".
           88  DECLINE-IS-EOF          VALUE "Y".
       77  HISTORY-EOF-FLAG            PIC X VALUE "N".
           88  HISTORY-IS-EOF          VALUE "Y".
       77  MEMBER-EOF-FLAG             PIC X VALUE "N".
           88  MEMBER-IS-EOF           VALUE "Y".
       77  BOOK-FOUND-FLAG             PIC X VALUE "N".
           88  BOOK-WAS-FOUND          VALUE "Y".
       77  DECLINED-FLAG               PIC X VALUE "N".
           88  MEMBER-DECLINED         VALUE "Y".
       77  RELEASE-FLAG                PIC X VALUE "N".
           88  ORDERS-RELEASED         VALUE "Y".
      *
       77  WS-RUN-MONTH                PIC 9(04) VALUE 0.
       77  WS-PRIOR-MONTH              PIC 9(04) VALUE 0.
       01  WS-MONTH-HOLD               PIC 9(04) VALUE 0.
       01  WS-MONTH-SPLIT REDEFINES WS-MONTH-HOLD.
           05  WS-MONTH-YY             PIC 99.
           05  WS-MONTH-MM             PIC 99.
       77  WS-RENEWAL-MONTHS           PIC 99 VALUE 3.
       77  WS-SELECTION-ISBN           PIC X(13) VALUE SPACES.
       77  WS-CONSECUTIVE              PIC 99 VALUE 0.
       77  WS-FOUND-SUB                PIC 9(4) VALUE 0.
       77  WS-MEMBERS-READ             PIC 9(05) VALUE 0.
       77  WS-ELIGIBLE                 PIC 9(05) VALUE 0.
       77  WS-DECLINED                 PIC 9(05) VALUE 0.
       77  WS-NOT-ELIGIBLE             PIC 9(05) VALUE 0.
       77  WS-UNMATCHED                PIC 9(05) VALUE 0.
       77  WS-RENEWAL-CALLS            PIC 9(05) VALUE 0.
       77  WS-DECLINE-RATE             PIC 999V9 VALUE 0.
       77  WS-STOCK-COVER              PIC 9(05) VALUE 0.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE "FEATURED SELECTION RUN".
      *
       01  SELECTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "MONTH: ".
           05  SLL-MONTH               PIC 9(04).
           05  FILLER                  PIC X(09) VALUE "   ISBN: ".
           05  SLL-ISBN                PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SLL-TITLE               PIC X(30).
      *
       01  RENEWAL-HEAD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(34)
                   VALUE "MEMBERS FOR A RENEWAL CALL".
      *
       01  RENEWAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RNL-MEMBER              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RNL-NAME                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RNL-ADDRESS             PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RNL-MONTHS              PIC Z9.
           05  FILLER                  PIC X(04) VALUE " MOS".
      *
       01  UNMATCHED-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  UML-MEMBER              PIC X(06).
           05  FILLER                  PIC X(45) VALUE
          "  DECLINE CARD - MEMBER NOT ON MASTER".
      *
       01  COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "MEMBERS: ".
           05  CTL-MEMBERS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  ELIGIBLE: ".
           05  CTL-ELIGIBLE            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  DECLINED: ".
           05  CTL-DECLINED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  RATE: ".
           05  CTL-RATE                PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE "%".
      *
       01  COUNT-2-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(22)
                   VALUE "NOT IN GOOD STANDING: ".
           05  CT2-NOT-ELIGIBLE        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
                   VALUE "  UNMATCHED CARDS:  ".
           05  CT2-UNMATCHED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)
                   VALUE "  RENEWAL CALLS:  ".
           05  CT2-RENEWALS            PIC ZZ,ZZ9.
      *
       01  STOCK-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14)
                   VALUE "ORDERS TO SHIP".
           05  STL-ORDERS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  WAREHOUSE: ".
           05  STL-WHSE                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  ON ORDER: ".
           05  STL-ON-ORDER            PIC ZZ,ZZ9.
      *
       01  STOCK-RESULT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SRL-TEXT                PIC X(60).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           IF BOOK-WAS-FOUND
               PERFORM LOAD-ONE-DECLINE UNTIL DECLINE-IS-EOF
               PERFORM LOAD-ONE-HISTORY UNTIL HISTORY-IS-EOF
               WRITE PRINT-LINE FROM RENEWAL-HEAD-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM SELECT-ONE-MEMBER UNTIL MEMBER-IS-EOF
               PERFORM LIST-UNMATCHED-DECLINES
               PERFORM CHECK-SELECTION-STOCK
               IF ORDERS-RELEASED
                   PERFORM WRITE-ONE-ORDER
                       VARYING WS-SPT-SUB FROM 1 BY 1
                       UNTIL WS-SPT-SUB > WS-SPT-COUNT
               END-IF
           END-IF.
           PERFORM CLOSING.
           STOP RUN.
      *
      *WITHOUT A GOOD OPERATOR CARD AND A SELECTION ON THE CATALOG
      *THERE IS NOTHING TO SEND, AND THE RUN ENDS WITH CODE 16.
       INITIALIZATION.
           OPEN INPUT PARAMETER-FILE, DECLINE-CARD-FILE,
                DECLINE-OLD-FILE, MEMBER-MASTER-FILE, BIBLIO-FILE.
           OPEN OUTPUT DECLINE-NEW-FILE, PRINT-FILE.
           OPEN EXTEND ORDER-CARD-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           READ PARAMETER-FILE
               AT END
                   MOVE SPACES TO PARAMETER-RECORD
           END-READ.
           CLOSE PARAMETER-FILE.
           IF PARM-MONTH NUMERIC
               MOVE PARM-MONTH TO WS-RUN-MONTH
           END-IF.
           MOVE PARM-ISBN TO WS-SELECTION-ISBN.
           IF PARM-RENEWAL-MONTHS NUMERIC AND PARM-RENEWAL-MONTHS > 0
               MOVE PARM-RENEWAL-MONTHS TO WS-RENEWAL-MONTHS
           END-IF.
           MOVE WS-RUN-MONTH TO WS-MONTH-HOLD.
           IF WS-MONTH-MM > 1
               SUBTRACT 1 FROM WS-MONTH-MM
           ELSE
               MOVE 12 TO WS-MONTH-MM
               IF WS-MONTH-YY > 0
                   SUBTRACT 1 FROM WS-MONTH-YY
               ELSE
                   MOVE 99 TO WS-MONTH-YY
               END-IF
           END-IF.
           MOVE WS-MONTH-HOLD TO WS-PRIOR-MONTH.
           MOVE "N" TO BOOK-FOUND-FLAG.
           IF WS-RUN-MONTH > 0 AND WS-SELECTION-ISBN NOT EQUAL SPACES
               MOVE WS-SELECTION-ISBN TO BOOK-ISBN
               READ BIBLIO-FILE KEY IS BOOK-ISBN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO BOOK-FOUND-FLAG
               END-READ
           END-IF.
           MOVE WS-RUN-MONTH TO SLL-MONTH.
           MOVE WS-SELECTION-ISBN TO SLL-ISBN.
           IF BOOK-WAS-FOUND
               MOVE BOOK-TITLE TO SLL-TITLE
           ELSE
               MOVE "*** NOT ON CATALOG ***" TO SLL-TITLE
           END-IF.
           WRITE PRINT-LINE FROM SELECTION-LINE
               AFTER ADVANCING 1 LINE.
           IF NOT BOOK-WAS-FOUND
               DISPLAY "BOOKFEAT HALTED - NO MONTH OR SELECTION ISBN"
                   " NOT ON CATALOG"
               MOVE 16 TO RETURN-CODE
           ELSE
               READ DECLINE-CARD-FILE
                   AT END MOVE "Y" TO DECLINE-EOF-FLAG
               END-READ
               READ DECLINE-OLD-FILE
                   AT END MOVE "Y" TO HISTORY-EOF-FLAG
               END-READ
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO MEMBER-EOF-FLAG
               END-READ
           END-IF.
      *
       LOAD-ONE-DECLINE.
           ADD 1 TO WS-DCT-COUNT.
           IF WS-DCT-COUNT > 1000
               DISPLAY "BOOKFEAT HALTED - DECLINE TABLE FULL AT 1000"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DCC-MEMBER-NUMBER TO DCT-MEMBER-NUMBER(WS-DCT-COUNT).
           MOVE "N" TO DCT-MATCHED-FLAG(WS-DCT-COUNT).
           READ DECLINE-CARD-FILE
               AT END MOVE "Y" TO DECLINE-EOF-FLAG.
      *
       LOAD-ONE-HISTORY.
           ADD 1 TO WS-DHT-COUNT.
           IF WS-DHT-COUNT > 2000
               DISPLAY "BOOKFEAT HALTED - HISTORY TABLE FULL AT 2000"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DHO-MEMBER-NUMBER TO DHT-MEMBER-NUMBER(WS-DHT-COUNT).
           MOVE DHO-CONSECUTIVE TO DHT-CONSECUTIVE(WS-DHT-COUNT).
           MOVE DHO-LAST-MONTH TO DHT-LAST-MONTH(WS-DHT-COUNT).
           READ DECLINE-OLD-FILE
               AT END MOVE "Y" TO HISTORY-EOF-FLAG.
      *
      *A MEMBER IN GOOD STANDING (ACTIVE AND UNDER THE CREDIT LIMIT,
      *THE SAME TEST ORDENT APPLIES) EITHER DECLINED OR GETS THE
      *BOOK.  A DECLINE EXTENDS THE MEMBER'S RUN OF DECLINED MONTHS
      *IF LAST MONTH WAS DECLINED TOO; A RERUN OF THE SAME MONTH
      *DOES NOT COUNT TWICE.
       SELECT-ONE-MEMBER.
           ADD 1 TO WS-MEMBERS-READ.
           MOVE "N" TO DECLINED-FLAG.
           PERFORM MATCH-ONE-DECLINE
               VARYING WS-DCT-SUB FROM 1 BY 1
               UNTIL WS-DCT-SUB > WS-DCT-COUNT.
           IF MBR-IS-ACTIVE AND MBR-BALANCE < MBR-CREDIT-LIMIT
               ADD 1 TO WS-ELIGIBLE
               IF MEMBER-DECLINED
                   ADD 1 TO WS-DECLINED
                   PERFORM CARRY-DECLINE-HISTORY
               ELSE
                   ADD 1 TO WS-SPT-COUNT
                   IF WS-SPT-COUNT > 2000
                       DISPLAY "BOOKFEAT HALTED - SHIP TABLE FULL"
                           " AT 2000"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE MBR-NUMBER TO SPT-MEMBER-NUMBER(WS-SPT-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-NOT-ELIGIBLE
           END-IF.
           READ MEMBER-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO MEMBER-EOF-FLAG
           END-READ.
      *
       MATCH-ONE-DECLINE.
           IF DCT-MEMBER-NUMBER(WS-DCT-SUB) EQUAL MBR-NUMBER
               MOVE "Y" TO DECLINED-FLAG
               MOVE "Y" TO DCT-MATCHED-FLAG(WS-DCT-SUB)
           END-IF.
      *
       CARRY-DECLINE-HISTORY.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM FIND-ONE-HISTORY
               VARYING WS-DHT-SUB FROM 1 BY 1
               UNTIL WS-DHT-SUB > WS-DHT-COUNT.
           MOVE 1 TO WS-CONSECUTIVE.
           IF WS-FOUND-SUB > 0
               IF DHT-LAST-MONTH(WS-FOUND-SUB) EQUAL WS-RUN-MONTH
                   MOVE DHT-CONSECUTIVE(WS-FOUND-SUB)
                       TO WS-CONSECUTIVE
               ELSE
                   IF DHT-LAST-MONTH(WS-FOUND-SUB)
                           EQUAL WS-PRIOR-MONTH
                       COMPUTE WS-CONSECUTIVE =
                           DHT-CONSECUTIVE(WS-FOUND-SUB) + 1
                   END-IF
               END-IF
           END-IF.
           MOVE MBR-NUMBER TO DHN-MEMBER-NUMBER.
           MOVE WS-CONSECUTIVE TO DHN-CONSECUTIVE.
           MOVE WS-RUN-MONTH TO DHN-LAST-MONTH.
           WRITE DECLINE-NEW-RECORD.
           IF WS-CONSECUTIVE NOT < WS-RENEWAL-MONTHS
               ADD 1 TO WS-RENEWAL-CALLS
               MOVE MBR-NUMBER TO RNL-MEMBER
               MOVE MBR-NAME TO RNL-NAME
               MOVE MBR-ADDRESS TO RNL-ADDRESS
               MOVE WS-CONSECUTIVE TO RNL-MONTHS
               WRITE PRINT-LINE FROM RENEWAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       FIND-ONE-HISTORY.
           IF DHT-MEMBER-NUMBER(WS-DHT-SUB) EQUAL MBR-NUMBER
               MOVE WS-DHT-SUB TO WS-FOUND-SUB
           END-IF.
      *
       LIST-UNMATCHED-DECLINES.
           PERFORM LIST-ONE-UNMATCHED
               VARYING WS-DCT-SUB FROM 1 BY 1
               UNTIL WS-DCT-SUB > WS-DCT-COUNT.
      *
       LIST-ONE-UNMATCHED.
           IF NOT DCT-WAS-MATCHED(WS-DCT-SUB)
               ADD 1 TO WS-UNMATCHED
               MOVE DCT-MEMBER-NUMBER(WS-DCT-SUB) TO UML-MEMBER
               WRITE PRINT-LINE FROM UNMATCHED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *THE ORDERS GO OUT WHEN THE WAREHOUSE CAN COVER THEM, OR WHEN
      *WAREHOUSE PLUS ON-ORDER CAN (THE SHORT PART BACKORDERS IN
      *ORDENT AND FILLS ON RECEIPT).  OTHERWISE NOTHING IS RELEASED
      *AND THE RUN ENDS WITH CODE 16 UNLESS THE OPERATOR CARD FORCES
      *THE RELEASE.
       CHECK-SELECTION-STOCK.
           MOVE WS-SPT-COUNT TO STL-ORDERS.
           MOVE BOOK-QTY-WHSE TO STL-WHSE.
           MOVE BOOK-QTY-ON-ORDER TO STL-ON-ORDER.
           WRITE PRINT-LINE FROM STOCK-LINE AFTER ADVANCING 2 LINES.
           ADD BOOK-QTY-WHSE, BOOK-QTY-ON-ORDER
               GIVING WS-STOCK-COVER.
           IF BOOK-QTY-WHSE NOT < WS-SPT-COUNT
               MOVE "Y" TO RELEASE-FLAG
               MOVE "WAREHOUSE STOCK COVERS THE SELECTION - RELEASED"
                   TO SRL-TEXT
           ELSE
               IF WS-STOCK-COVER NOT < WS-SPT-COUNT
                   MOVE "Y" TO RELEASE-FLAG
                   MOVE "WAREHOUSE SHORT, COVERED ON ORDER - RELEASED"
                       TO SRL-TEXT
               ELSE
                   IF PARM-RELEASE-ANYWAY
                       MOVE "Y" TO RELEASE-FLAG
                       MOVE "*** STOCK SHORT - OPERATOR FORCED RELEASE"
                           TO SRL-TEXT
                   ELSE
                       MOVE "*** STOCK SHORT - ORDERS NOT RELEASED ***"
                           TO SRL-TEXT
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           WRITE PRINT-LINE FROM STOCK-RESULT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *ONE COPY PER MEMBER, SHIPPED FROM THE WAREHOUSE.
       WRITE-ONE-ORDER.
           MOVE SPACES TO ORDER-CARD-RECORD.
           MOVE "O" TO OC-CARD-TYPE.
           MOVE SPT-MEMBER-NUMBER(WS-SPT-SUB) TO OC-MEMBER-NUMBER.
           MOVE BOOK-TITLE TO OC-TITLE.
           MOVE 1 TO OC-QTY.
           WRITE ORDER-CARD-RECORD.
      *
      *THE DECLINE RATE IS DECLINES OVER MEMBERS IN GOOD STANDING.
       CLOSING.
           IF WS-ELIGIBLE > 0
               COMPUTE WS-DECLINE-RATE ROUNDED =
                   WS-DECLINED * 100 / WS-ELIGIBLE
           END-IF.
           MOVE WS-MEMBERS-READ TO CTL-MEMBERS.
           MOVE WS-ELIGIBLE TO CTL-ELIGIBLE.
           MOVE WS-DECLINED TO CTL-DECLINED.
           MOVE WS-DECLINE-RATE TO CTL-RATE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-NOT-ELIGIBLE TO CT2-NOT-ELIGIBLE.
           MOVE WS-UNMATCHED TO CT2-UNMATCHED.
           MOVE WS-RENEWAL-CALLS TO CT2-RENEWALS.
           WRITE PRINT-LINE FROM COUNT-2-LINE AFTER ADVANCING 1 LINE.
           CLOSE DECLINE-CARD-FILE, DECLINE-OLD-FILE,
               MEMBER-MASTER-FILE, BIBLIO-FILE, DECLINE-NEW-FILE,
               ORDER-CARD-FILE, PRINT-FILE.
/*
//GO.PARMS    DD *
26109780134339070
/*
//GO.DECLINES DD DSN=SIMONCO.BIBLIO.DECLINES,DISP=SHR
//GO.MBRMAST  DD DSN=SIMONCO.BIBLIO.MBRMAST,DISP=SHR
//GO.BIBLIO   DD DSN=SIMONCO.BIBLIO.MASTER,DISP=SHR
//GO.DCLOLD   DD DSN=SIMONCO.BIBLIO.DECLHIST,DISP=SHR
//GO.DCLNEW   DD DSN=SIMONCO.BIBLIO.DECLHIST.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)
//GO.ORDERS   DD DSN=SIMONCO.BIBLIO.ORDERS,DISP=MOD
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
