//SIMONCO JOB (1),'GROSS MARGIN',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKMRGN.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  MONTHLY GROSS MARGIN
      *                    REPORT OVER THE SALES HISTORY: SALES, COST
      *                    OF GOODS SOLD (AT THE UNIT COST ORDENT
      *                    STAMPS ON EACH LINE AT FILL TIME), AND
      *                    MARGIN PERCENT BY TITLE, CATEGORY, AND
      *                    PUBLISHER, NET OF BOOKRTN'S RETURNS.  THEN
      *                    AN INVENTORY VALUATION AT COST OFF THE
      *                    CATALOG, BY CATEGORY, WITH THE TOTAL THE
      *                    ACCOUNTANTS BOOK.
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
           SELECT SALES-HISTORY-FILE ASSIGN TO UT-S-SALEHIST.
           SELECT BIBLIO-FILE ASSIGN TO UT-S-BIBLIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOOK-TITLE
               ALTERNATE RECORD KEY IS BOOK-ISBN.
           SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *SALES-HISTORY-RECORD MIRRORS ORDENT'S FILLED-ORDER LAYOUT.
      *A MEMBER RETURN COMES IN FROM BOOKRTN AS A NEGATIVE QUANTITY,
      *SO SALES AND COST BELOW ARE BOTH NET OF RETURNS.
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
      *THE OPERATOR CARD NAMES THE REPORT MONTH AS YYMM; A BLANK OR
      *ZERO CARD (OR NO CARD AT ALL) REPORTS THE FULL FILE.
       FD  PARAMETER-FILE
           LABEL RECORD IS OMITTED.
       01  PARAMETER-RECORD.
           05  PARM-REPORT-MONTH       PIC 9(04).
           05  FILLER                  PIC X(76).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  TITLE-TABLE.
           05  TTT-ENTRY OCCURS 200 TIMES.
               10  TTT-TITLE           PIC X(30).
               10  TTT-SALES           PIC S9(7)V99.
               10  TTT-COST            PIC S9(7)V99.
       77  WS-TTT-COUNT                PIC 999 VALUE 0.
       77  WS-TTT-SUB                  PIC 999 VALUE 0.
       77  TTT-FOUND-FLAG              PIC X VALUE "N".
           88  TITLE-WAS-SEEN          VALUE "Y".
       77  WS-TTT-FOUND-SUB            PIC 999 VALUE 0.
      *
       01  CATEGORY-TABLE.
           05  CGT-ENTRY OCCURS 30 TIMES.
               10  CGT-CATEGORY        PIC X(15).
               10  CGT-SALES           PIC S9(7)V99.
               10  CGT-COST            PIC S9(7)V99.
               10  CGT-STOCK-VALUE     PIC 9(8)V99.
       77  WS-CGT-COUNT                PIC 99 VALUE 0.
       77  WS-CGT-SUB                  PIC 99 VALUE 0.
       77  CGT-FOUND-FLAG              PIC X VALUE "N".
           88  CATEGORY-WAS-SEEN       VALUE "Y".
       77  WS-CGT-FOUND-SUB            PIC 99 VALUE 0.
       77  WS-MATCH-CATEGORY           PIC X(15) VALUE SPACES.
      *
       01  PUBLISHER-TABLE.
           05  PBT-ENTRY OCCURS 30 TIMES.
               10  PBT-PUBLISHER       PIC X(21).
               10  PBT-SALES           PIC S9(7)V99.
               10  PBT-COST            PIC S9(7)V99.
       77  WS-PBT-COUNT                PIC 99 VALUE 0.
       77  WS-PBT-SUB                  PIC 99 VALUE 0.
       77  PBT-FOUND-FLAG              PIC X VALUE "N".
           88  PUBLISHER-WAS-SEEN      VALUE "Y".
       77  WS-PBT-FOUND-SUB            PIC 99 VALUE 0.
      *
       77  SALES-EOF-FLAG              PIC X VALUE "N".
           88  SALES-IS-EOF            VALUE "Y".
       77  BIBLIO-EOF-FLAG             PIC X VALUE "N".
           88  BIBLIO-IS-EOF           VALUE "Y".
       77  WS-LINE-SALES               PIC S9(6)V99 VALUE 0.
       77  WS-LINE-COST                PIC S9(6)V99 VALUE 0.
       77  WS-LINES-READ               PIC 9(06) VALUE 0.
       77  WS-LINES-POSTED             PIC 9(06) VALUE 0.
       77  WS-LINES-UNCOSTED           PIC 9(06) VALUE 0.
       77  WS-TOTAL-SALES              PIC S9(8)V99 VALUE 0.
       77  WS-TOTAL-COST               PIC S9(8)V99 VALUE 0.
       77  WS-GROUP-SALES              PIC S9(8)V99 VALUE 0.
       77  WS-GROUP-COST               PIC S9(8)V99 VALUE 0.
       77  WS-MARGIN-PCT               PIC S9(4)V9 VALUE 0.
       77  WS-STOCK-OWNED              PIC 9(5) VALUE 0.
       77  WS-STOCK-VALUE              PIC 9(7)V99 VALUE 0.
       77  WS-TOTAL-STOCK-VALUE        PIC 9(9)V99 VALUE 0.
       77  WS-TITLES-UNCOSTED          PIC 9(05) VALUE 0.
      *
       77  WS-REPORT-MONTH             PIC 9(04) VALUE 0.
       01  WS-SALE-DATE-HOLD           PIC 9(06) VALUE 0.
       01  WS-SALE-SPLIT REDEFINES WS-SALE-DATE-HOLD.
           05  WS-SALE-YYMM            PIC 9(04).
           05  WS-SALE-DD              PIC 99.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE "MONTHLY GROSS MARGIN REPORT".
      *
       01  MONTH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14)
                   VALUE "REPORT MONTH: ".
           05  MTL-MONTH               PIC X(11).
      *
       01  GROUP-HEAD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GHL-CAPTION             PIC X(33).
           05  FILLER                  PIC X(56) VALUE
          "         SALES    COST OF GOODS           MARGIN    PCT".
      *
       01  MARGIN-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  MGL-NAME                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGL-SALES               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  MGL-COST                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  MGL-MARGIN              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MGL-PCT                 PIC ZZZ9.9-.
      *
       01  VALUATION-HEAD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(33)
                   VALUE "INVENTORY VALUATION AT COST".
           05  FILLER                  PIC X(20) VALUE
          "   VALUE AT COST".
      *
       01  VALUATION-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  VLL-NAME                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VLL-VALUE               PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  UNCOSTED-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  UCL-TITLE               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UCL-QTY                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(35) VALUE
          "  IN STOCK BUT NO UNIT COST ON FILE".
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20)
                   VALUE "SALES LINES READ:   ".
           05  SML-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  POSTED:   ".
           05  SML-POSTED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "  WITHOUT COST: ".
           05  SML-UNCOSTED            PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM POST-ONE-SALE UNTIL SALES-IS-EOF.
           PERFORM PRINT-TITLE-MARGINS.
           PERFORM PRINT-CATEGORY-MARGINS.
           PERFORM PRINT-PUBLISHER-MARGINS.
           PERFORM VALUE-ONE-BOOK UNTIL BIBLIO-IS-EOF.
           PERFORM PRINT-VALUATION.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           OPEN INPUT SALES-HISTORY-FILE, BIBLIO-FILE,
                PARAMETER-FILE,
                OUTPUT PRINT-FILE.
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-REPORT-MONTH NUMERIC
                     AND PARM-REPORT-MONTH > 0
                       MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
                   END-IF
           END-READ.
           CLOSE PARAMETER-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           IF WS-REPORT-MONTH EQUAL 0
               MOVE "ALL HISTORY" TO MTL-MONTH
           ELSE
               MOVE WS-REPORT-MONTH TO MTL-MONTH(1:4)
           END-IF.
           WRITE PRINT-LINE FROM MONTH-LINE AFTER ADVANCING 1 LINE.
           READ SALES-HISTORY-FILE
               AT END MOVE "Y" TO SALES-EOF-FLAG.
           READ BIBLIO-FILE
               AT END MOVE "Y" TO BIBLIO-EOF-FLAG.
      *
      *ONLY FILL DATES INSIDE THE REPORT MONTH POST.  A LINE WRITTEN
      *BEFORE THE CATALOG CARRIED A COST (OR A DAMAGED RETURN, WHICH
      *BOOKRTN POSTS AT ZERO COST) ADDS ITS SALES WITH NO COST
      *AGAINST THEM, AND IS COUNTED SO THE MARGIN CAN BE JUDGED.
       POST-ONE-SALE.
           ADD 1 TO WS-LINES-READ.
           MOVE SLS-FILL-DATE TO WS-SALE-DATE-HOLD.
           IF WS-REPORT-MONTH EQUAL 0
             OR WS-SALE-YYMM EQUAL WS-REPORT-MONTH
               ADD 1 TO WS-LINES-POSTED
               COMPUTE WS-LINE-SALES = SLS-QTY * SLS-PRICE
               IF SLS-UNIT-COST NUMERIC AND SLS-UNIT-COST > 0
                   COMPUTE WS-LINE-COST = SLS-QTY * SLS-UNIT-COST
               ELSE
                   MOVE 0 TO WS-LINE-COST
                   ADD 1 TO WS-LINES-UNCOSTED
               END-IF
               ADD WS-LINE-SALES TO WS-TOTAL-SALES
               ADD WS-LINE-COST TO WS-TOTAL-COST
               PERFORM POST-TO-TITLE
               PERFORM POST-TO-CATEGORY
               PERFORM POST-TO-PUBLISHER
           END-IF.
           READ SALES-HISTORY-FILE
               AT END MOVE "Y" TO SALES-EOF-FLAG.
      *
       POST-TO-TITLE.
           MOVE "N" TO TTT-FOUND-FLAG.
           PERFORM MATCH-ONE-TITLE
               VARYING WS-TTT-SUB FROM 1 BY 1
               UNTIL WS-TTT-SUB > WS-TTT-COUNT
               OR WS-TTT-SUB > 200.
           IF NOT TITLE-WAS-SEEN
               ADD 1 TO WS-TTT-COUNT
               IF WS-TTT-COUNT > 200
                   DISPLAY "BOOKMRGN HALTED - TITLE TABLE FULL"
                       " AT 200"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SLS-TITLE TO TTT-TITLE(WS-TTT-COUNT)
               MOVE 0 TO TTT-SALES(WS-TTT-COUNT)
               MOVE 0 TO TTT-COST(WS-TTT-COUNT)
               MOVE WS-TTT-COUNT TO WS-TTT-FOUND-SUB
           END-IF.
           ADD WS-LINE-SALES TO TTT-SALES(WS-TTT-FOUND-SUB).
           ADD WS-LINE-COST TO TTT-COST(WS-TTT-FOUND-SUB).
      *
       MATCH-ONE-TITLE.
           IF TTT-TITLE(WS-TTT-SUB) EQUAL SLS-TITLE
               MOVE "Y" TO TTT-FOUND-FLAG
               MOVE WS-TTT-SUB TO WS-TTT-FOUND-SUB
           END-IF.
      *
       POST-TO-CATEGORY.
           MOVE SLS-CATEGORY TO WS-MATCH-CATEGORY.
           PERFORM FIND-CATEGORY-ENTRY.
           ADD WS-LINE-SALES TO CGT-SALES(WS-CGT-FOUND-SUB).
           ADD WS-LINE-COST TO CGT-COST(WS-CGT-FOUND-SUB).
      *
      *THE CATEGORY TABLE SERVES BOTH THE MARGINS AND THE VALUATION,
      *SO THE CALLER SETS THE CATEGORY TO LOOK FOR.
       FIND-CATEGORY-ENTRY.
           MOVE "N" TO CGT-FOUND-FLAG.
           PERFORM MATCH-ONE-CATEGORY
               VARYING WS-CGT-SUB FROM 1 BY 1
               UNTIL WS-CGT-SUB > WS-CGT-COUNT
               OR WS-CGT-SUB > 30.
           IF NOT CATEGORY-WAS-SEEN
               ADD 1 TO WS-CGT-COUNT
               IF WS-CGT-COUNT > 30
                   DISPLAY "BOOKMRGN HALTED - CATEGORY TABLE FULL"
                       " AT 30"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-MATCH-CATEGORY TO CGT-CATEGORY(WS-CGT-COUNT)
               MOVE 0 TO CGT-SALES(WS-CGT-COUNT)
               MOVE 0 TO CGT-COST(WS-CGT-COUNT)
               MOVE 0 TO CGT-STOCK-VALUE(WS-CGT-COUNT)
               MOVE WS-CGT-COUNT TO WS-CGT-FOUND-SUB
           END-IF.
      *
       MATCH-ONE-CATEGORY.
           IF CGT-CATEGORY(WS-CGT-SUB) EQUAL WS-MATCH-CATEGORY
               MOVE "Y" TO CGT-FOUND-FLAG
               MOVE WS-CGT-SUB TO WS-CGT-FOUND-SUB
           END-IF.
      *
       POST-TO-PUBLISHER.
           MOVE "N" TO PBT-FOUND-FLAG.
           PERFORM MATCH-ONE-PUBLISHER
               VARYING WS-PBT-SUB FROM 1 BY 1
               UNTIL WS-PBT-SUB > WS-PBT-COUNT
               OR WS-PBT-SUB > 30.
           IF NOT PUBLISHER-WAS-SEEN
               ADD 1 TO WS-PBT-COUNT
               IF WS-PBT-COUNT > 30
                   DISPLAY "BOOKMRGN HALTED - PUBLISHER TABLE FULL"
                       " AT 30"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SLS-PUBLISHER TO PBT-PUBLISHER(WS-PBT-COUNT)
               MOVE 0 TO PBT-SALES(WS-PBT-COUNT)
               MOVE 0 TO PBT-COST(WS-PBT-COUNT)
               MOVE WS-PBT-COUNT TO WS-PBT-FOUND-SUB
           END-IF.
           ADD WS-LINE-SALES TO PBT-SALES(WS-PBT-FOUND-SUB).
           ADD WS-LINE-COST TO PBT-COST(WS-PBT-FOUND-SUB).
      *
       MATCH-ONE-PUBLISHER.
           IF PBT-PUBLISHER(WS-PBT-SUB) EQUAL SLS-PUBLISHER
               MOVE "Y" TO PBT-FOUND-FLAG
               MOVE WS-PBT-SUB TO WS-PBT-FOUND-SUB
           END-IF.
      *
       PRINT-TITLE-MARGINS.
           MOVE "GROSS MARGIN BY TITLE" TO GHL-CAPTION.
           WRITE PRINT-LINE FROM GROUP-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM PRINT-ONE-TITLE
               VARYING WS-TTT-SUB FROM 1 BY 1
               UNTIL WS-TTT-SUB > WS-TTT-COUNT
               OR WS-TTT-SUB > 200.
           MOVE "TOTAL" TO MGL-NAME.
           MOVE WS-TOTAL-SALES TO WS-GROUP-SALES.
           MOVE WS-TOTAL-COST TO WS-GROUP-COST.
           PERFORM PRINT-MARGIN-LINE.
      *
       PRINT-ONE-TITLE.
           MOVE TTT-TITLE(WS-TTT-SUB) TO MGL-NAME.
           MOVE TTT-SALES(WS-TTT-SUB) TO WS-GROUP-SALES.
           MOVE TTT-COST(WS-TTT-SUB) TO WS-GROUP-COST.
           PERFORM PRINT-MARGIN-LINE.
      *
       PRINT-CATEGORY-MARGINS.
           MOVE "GROSS MARGIN BY CATEGORY" TO GHL-CAPTION.
           WRITE PRINT-LINE FROM GROUP-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM PRINT-ONE-CATEGORY
               VARYING WS-CGT-SUB FROM 1 BY 1
               UNTIL WS-CGT-SUB > WS-CGT-COUNT
               OR WS-CGT-SUB > 30.
      *
       PRINT-ONE-CATEGORY.
           MOVE CGT-CATEGORY(WS-CGT-SUB) TO MGL-NAME.
           MOVE CGT-SALES(WS-CGT-SUB) TO WS-GROUP-SALES.
           MOVE CGT-COST(WS-CGT-SUB) TO WS-GROUP-COST.
           PERFORM PRINT-MARGIN-LINE.
      *
       PRINT-PUBLISHER-MARGINS.
           MOVE "GROSS MARGIN BY PUBLISHER" TO GHL-CAPTION.
           WRITE PRINT-LINE FROM GROUP-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM PRINT-ONE-PUBLISHER
               VARYING WS-PBT-SUB FROM 1 BY 1
               UNTIL WS-PBT-SUB > WS-PBT-COUNT
               OR WS-PBT-SUB > 30.
      *
       PRINT-ONE-PUBLISHER.
           MOVE PBT-PUBLISHER(WS-PBT-SUB) TO MGL-NAME.
           MOVE PBT-SALES(WS-PBT-SUB) TO WS-GROUP-SALES.
           MOVE PBT-COST(WS-PBT-SUB) TO WS-GROUP-COST.
           PERFORM PRINT-MARGIN-LINE.
      *
      *MARGIN PERCENT IS MARGIN OVER SALES; A GROUP WITH NO NET
      *SALES SHOWS NONE.
       PRINT-MARGIN-LINE.
           MOVE WS-GROUP-SALES TO MGL-SALES.
           MOVE WS-GROUP-COST TO MGL-COST.
           COMPUTE MGL-MARGIN = WS-GROUP-SALES - WS-GROUP-COST.
           IF WS-GROUP-SALES NOT EQUAL 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-GROUP-SALES - WS-GROUP-COST) * 100
                   / WS-GROUP-SALES
           ELSE
               MOVE 0 TO WS-MARGIN-PCT
           END-IF.
           MOVE WS-MARGIN-PCT TO MGL-PCT.
           WRITE PRINT-LINE FROM MARGIN-LINE AFTER ADVANCING 1 LINE.
      *
      *STOCK THE CLUB OWNS IS ON HAND PLUS IN TRANSIT, AT THE
      *AVERAGE UNIT COST.  DAMAGED RETURNS CARRY NO VALUE -- THEIR
      *COST WENT TO COST OF GOODS WHEN THEY CAME BACK.  A TITLE
      *WITH STOCK BUT NO COST IS LISTED SO THE BUYER CAN KEY ONE.
       VALUE-ONE-BOOK.
           ADD BOOK-QTY-ON-HAND, BOOK-QTY-IN-TRANSIT
               GIVING WS-STOCK-OWNED.
           IF WS-STOCK-OWNED > 0
               IF BOOK-UNIT-COST NUMERIC AND BOOK-UNIT-COST > 0
                   MULTIPLY WS-STOCK-OWNED BY BOOK-UNIT-COST
                       GIVING WS-STOCK-VALUE
                   MOVE BOOK-CATEGORY TO WS-MATCH-CATEGORY
                   PERFORM FIND-CATEGORY-ENTRY
                   ADD WS-STOCK-VALUE
                       TO CGT-STOCK-VALUE(WS-CGT-FOUND-SUB)
                   ADD WS-STOCK-VALUE TO WS-TOTAL-STOCK-VALUE
               ELSE
                   IF WS-TITLES-UNCOSTED EQUAL 0
                       WRITE PRINT-LINE FROM VALUATION-HEAD-LINE
                           AFTER ADVANCING 2 LINES
                   END-IF
                   ADD 1 TO WS-TITLES-UNCOSTED
                   MOVE BOOK-TITLE TO UCL-TITLE
                   MOVE WS-STOCK-OWNED TO UCL-QTY
                   WRITE PRINT-LINE FROM UNCOSTED-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           READ BIBLIO-FILE
               AT END MOVE "Y" TO BIBLIO-EOF-FLAG.
      *
       PRINT-VALUATION.
           IF WS-TITLES-UNCOSTED EQUAL 0
               WRITE PRINT-LINE FROM VALUATION-HEAD-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM PRINT-ONE-CATEGORY-VALUE
               VARYING WS-CGT-SUB FROM 1 BY 1
               UNTIL WS-CGT-SUB > WS-CGT-COUNT
               OR WS-CGT-SUB > 30.
           MOVE "TOTAL INVENTORY AT COST" TO VLL-NAME.
           MOVE WS-TOTAL-STOCK-VALUE TO VLL-VALUE.
           WRITE PRINT-LINE FROM VALUATION-LINE
               AFTER ADVANCING 2 LINES.
      *
       PRINT-ONE-CATEGORY-VALUE.
           IF CGT-STOCK-VALUE(WS-CGT-SUB) > 0
               MOVE CGT-CATEGORY(WS-CGT-SUB) TO VLL-NAME
               MOVE CGT-STOCK-VALUE(WS-CGT-SUB) TO VLL-VALUE
               WRITE PRINT-LINE FROM VALUATION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       CLOSING.
           MOVE WS-LINES-READ TO SML-COUNT.
           MOVE WS-LINES-POSTED TO SML-POSTED.
           MOVE WS-LINES-UNCOSTED TO SML-UNCOSTED.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE SALES-HISTORY-FILE, BIBLIO-FILE, PRINT-FILE.
/*
//GO.SALEHIST DD DSN=SIMONCO.BIBLIO.SALEHIST,DISP=SHR
//GO.BIBLIO   DD DSN=SIMONCO.BIBLIO.MASTER,DISP=SHR
//GO.PARMS    DD *
2610
/*
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)
//
