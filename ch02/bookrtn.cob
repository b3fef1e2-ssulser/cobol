//SIMONCO JOB (1),'MEMBER RETURNS',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKRTN.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  MEMBER RETURNS: ONE CARD
      *                    PER RETURNED LINE, KEYED BY MEMBER AND THE
      *                    BOOKINV INVOICE IT WAS BILLED ON.  A GOOD
      *                    COPY GOES BACK INTO THE WAREHOUSE, A
      *                    DAMAGED ONE ONTO THE CATALOG'S DAMAGED
      *                    COUNT.  EACH RETURN PRINTS A NUMBERED
      *                    CREDIT MEMO (NUMBERS FROM THE CREDIT
      *                    CONTROL RECORD) THAT APPLIES AGAINST THE
      *                    NAMED INVOICE FIRST AND THEN THE MEMBER'S
      *                    OLDEST OPEN ITEMS, COMES OFF THE MEMBER'S
      *                    BALANCE, GOES ON THE CREDIT MEMO REGISTER,
      *                    AND POSTS TO THE SALES HISTORY AS A
      *                    NEGATIVE QUANTITY SO BOOKSALE REPORTS NET
      *                    SALES.  REJECTS GO TO THE COMMON EXCEPTION
      *                    FILE AS WELL.
      *    2026-10-15  SS  CARRY THE WEIGHTED AVERAGE UNIT COST BEHIND
      *                    THE DAMAGED-RETURN COUNT ON EVERY CATALOG
      *                    RECORD.  A GOOD RETURN GOES INTO THE SALES
      *                    HISTORY AT THE TITLE'S UNIT COST (THE COST
      *                    COMES BACK INTO STOCK); A DAMAGED ONE AT
      *                    ZERO COST, SO ITS COST STAYS IN COST OF
      *                    GOODS AS THE LOSS IT IS.
      *    2026-10-15  SS  A RETURN FROM A TAXED MEMBER IN A TAXING
      *                    STATE CREDITS THE SALES TAX BACK AT THE
      *                    STATE'S RATE ON THE JURISDICTION TABLE.  THE
      *                    TAX PRINTS ON THE MEMO, IS PART OF THE
      *                    CREDIT APPLIED, RIDES ON THE CREDIT MEMO
      *                    REGISTER, AND GOES ON THE TAX REGISTER AS A
      *                    NEGATIVE ENTRY SO BOOKTAX FILES THE MONTH
      *                    NET OF RETURNS.
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
           SELECT RETURN-CARD-FILE ASSIGN TO UT-S-RETURNS.
           SELECT BIBLIO-FILE ASSIGN TO UT-S-BIBLIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOOK-TITLE
               ALTERNATE RECORD KEY IS BOOK-ISBN.
           SELECT MEMBER-MASTER-FILE ASSIGN TO UT-S-MBRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-NUMBER.
           SELECT RECEIVABLE-OLD-FILE ASSIGN TO UT-S-AROLD.
           SELECT RECEIVABLE-NEW-FILE ASSIGN TO UT-S-ARNEW.
           SELECT CREDIT-CONTROL-FILE ASSIGN TO UT-S-CRMCTL.
           SELECT CREDIT-MEMO-FILE ASSIGN TO UT-S-CRMEMOS.
           SELECT INVOICE-LINE-FILE ASSIGN TO UT-S-INVLINE.
           SELECT SALES-HISTORY-FILE ASSIGN TO UT-S-SALEHIST.
           SELECT TAX-RATE-FILE ASSIGN TO UT-S-TAXRATE.
           SELECT TAX-HISTORY-FILE ASSIGN TO UT-S-TAXHIST.
           SELECT COMMON-EXCEPTION-FILE ASSIGN TO UT-S-COMEXCP.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *ONE CARD PER RETURNED LINE.  THE CONDITION IS "G" FOR A COPY
      *FIT TO RESELL AND "D" FOR ONE THAT IS NOT.
       FD  RETURN-CARD-FILE
           LABEL RECORD IS OMITTED.
       01  RETURN-CARD-RECORD.
           05  RTN-MEMBER-NUMBER       PIC X(06).
           05  RTN-INVOICE-NO          PIC 9(06).
           05  RTN-TITLE               PIC X(30).
           05  RTN-QTY                 PIC 9(4).
           05  RTN-CONDITION           PIC X.
               88  RTN-IS-GOOD         VALUE "G".
               88  RTN-IS-DAMAGED      VALUE "D".
           05  FILLER                  PIC X(33).
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
      *MEMBER-MASTER-RECORD MIRRORS MBRMAINT'S LAYOUT; THE BALANCE
      *GIVES BACK EACH CREDIT AS IT POSTS.
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
           05  MBR-CREDIT-LIMIT        PIC 9(5)V99.
           05  MBR-BALANCE             PIC S9(5)V99.
      *    SCHOOLS AND LIBRARIES BUY TAX-FREE ("E"); BLANK IS TAXABLE.
           05  MBR-TAX-STATUS          PIC X.
               88  MBR-IS-TAX-EXEMPT   VALUE "E".
      *
      *RECEIVABLE-RECORD MIRRORS BOOKINV'S OUTPUT LAYOUT.
       FD  RECEIVABLE-OLD-FILE
           LABEL RECORD IS OMITTED.
       01  RECEIVABLE-OLD-RECORD.
           05  ARO-MEMBER-NUMBER       PIC X(06).
           05  ARO-INVOICE-NO          PIC 9(06).
           05  ARO-INVOICE-DATE        PIC 9(06).
           05  ARO-AMOUNT              PIC S9(7)V99.
           05  ARO-PAID                PIC S9(7)V99.
      *
       FD  RECEIVABLE-NEW-FILE
           LABEL RECORD IS OMITTED.
       01  RECEIVABLE-NEW-RECORD.
           05  ARN-MEMBER-NUMBER       PIC X(06).
           05  ARN-INVOICE-NO          PIC 9(06).
           05  ARN-INVOICE-DATE        PIC 9(06).
           05  ARN-AMOUNT              PIC S9(7)V99.
           05  ARN-PAID                PIC S9(7)V99.
      *
       FD  CREDIT-CONTROL-FILE
           LABEL RECORD IS OMITTED.
       01  CREDIT-CONTROL-RECORD.
           05  CMC-LAST-MEMO-NO        PIC 9(06).
      *
      *ONE REGISTER RECORD PER CREDIT MEMO, APPENDED ACROSS RUNS.
      *THE REGISTER IS READ FIRST FOR WHAT EARLIER MEMOS HAVE
      *ALREADY CREDITED AGAINST EACH LINE, THEN EXTENDED.
       FD  CREDIT-MEMO-FILE
           LABEL RECORD IS OMITTED.
       01  CREDIT-MEMO-RECORD.
           05  CRM-MEMBER-NUMBER       PIC X(06).
           05  CRM-MEMO-NO             PIC 9(06).
           05  CRM-MEMO-DATE           PIC 9(06).
           05  CRM-INVOICE-NO          PIC 9(06).
           05  CRM-TITLE               PIC X(30).
           05  CRM-QTY                 PIC 9(4).
           05  CRM-CONDITION           PIC X.
           05  CRM-AMOUNT              PIC 9(7)V99.
           05  CRM-TAX                 PIC 9(5)V99.
           05  FILLER                  PIC X(05).
      *
      *INVOICE-LINE-RECORD MIRRORS BOOKINV'S INVOICE LINE HISTORY:
      *EACH LINE BILLED, AT ITS NET AFTER THE QUANTITY DISCOUNT.
       FD  INVOICE-LINE-FILE
           LABEL RECORD IS OMITTED.
       01  INVOICE-LINE-RECORD.
           05  INL-INVOICE-NO          PIC 9(06).
           05  INL-INVOICE-DATE        PIC 9(06).
           05  INL-MEMBER-NUMBER       PIC X(06).
           05  INL-TITLE               PIC X(30).
           05  INL-QTY                 PIC 9(4).
           05  INL-NET                 PIC S9(6)V99.
           05  FILLER                  PIC X(04).
      *
      *SALES-HISTORY-RECORD MIRRORS ORDENT'S FILLED-ORDER LAYOUT; A
      *RETURN POSTS AS A NEGATIVE QUANTITY AT THE CATALOG PRICE.
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
      *TAX-RATE-RECORD AND TAX-HISTORY-RECORD MIRROR BOOKINV'S
      *LAYOUTS.
       FD  TAX-RATE-FILE
           LABEL RECORD IS OMITTED.
       01  TAX-RATE-RECORD.
           05  TXR-STATE               PIC X(02).
           05  TXR-NAME                PIC X(20).
           05  TXR-RATE                PIC 9V9999.
           05  FILLER                  PIC X(53).
      *
       FD  TAX-HISTORY-FILE
           LABEL RECORD IS OMITTED.
       01  TAX-HISTORY-RECORD.
           05  TXH-DOC-DATE            PIC 9(06).
           05  TXH-DOC-TYPE            PIC X.
           05  TXH-DOC-NO              PIC 9(06).
           05  TXH-MEMBER-NUMBER       PIC X(06).
           05  TXH-STATE               PIC X(02).
           05  TXH-TAXABLE             PIC S9(7)V99.
           05  TXH-EXEMPT              PIC S9(7)V99.
           05  TXH-TAX                 PIC S9(5)V99.
           05  FILLER                  PIC X(04).
      *
       FD  COMMON-EXCEPTION-FILE
           LABEL RECORD IS OMITTED.
       01  COMMON-EXCEPTION-RECORD.
           COPY COMEXCP.
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(96).
      *
       WORKING-STORAGE SECTION.
      *
      *THE OPEN RECEIVABLES LOAD IN FILE ORDER, WHICH IS INVOICE
      *ORDER, SO "OLDEST FIRST" IS SIMPLY FIRST IN THE TABLE.
       01  AR-TABLE.
           05  ART-ENTRY OCCURS 500 TIMES.
               10  ART-MEMBER-NUMBER   PIC X(06).
               10  ART-INVOICE-NO      PIC 9(06).
               10  ART-INVOICE-DATE    PIC 9(06).
               10  ART-AMOUNT          PIC S9(7)V99.
               10  ART-PAID            PIC S9(7)V99.
       77  WS-ART-COUNT                PIC 999 VALUE 0.
       77  WS-ART-SUB                  PIC 999 VALUE 0.
      *
       01  JURISDICTION-TABLE.
           05  TXT-ENTRY OCCURS 60 TIMES.
               10  TXT-STATE           PIC X(02).
               10  TXT-RATE            PIC 9V9999.
       77  WS-TXT-COUNT                PIC 99 VALUE 0.
       77  WS-TXT-SUB                  PIC 99 VALUE 0.
       77  WS-TXT-FOUND-SUB            PIC 99 VALUE 0.
      *
      *EVERY INVOICE LINE NAMED ON THIS RUN'S CARDS, WITH WHAT WAS
      *BILLED ON IT AND WHAT CREDIT MEMOS HAVE ALREADY GIVEN BACK.
      *THE TABLE IS BUILT FROM THE CARDS BEFORE THE LINE HISTORY
      *AND THE MEMO REGISTER ARE READ, SO ONLY THE LINES WANTED
      *ARE KEPT.
       01  BILLED-LINE-TABLE.
           05  BLT-ENTRY OCCURS 200 TIMES.
               10  BLT-INVOICE-NO      PIC 9(06).
               10  BLT-MEMBER-NUMBER   PIC X(06).
               10  BLT-TITLE           PIC X(30).
               10  BLT-BILLED-QTY      PIC 9(4).
               10  BLT-BILLED-NET      PIC S9(7)V99.
               10  BLT-CREDITED-QTY    PIC 9(4).
               10  BLT-CREDITED-NET    PIC S9(7)V99.
       77  WS-BLT-COUNT                PIC 999 VALUE 0.
       77  WS-BLT-SUB                  PIC 999 VALUE 0.
       77  WS-BLT-FOUND-SUB            PIC 999 VALUE 0.
       77  WS-MATCH-INVOICE-NO         PIC 9(06) VALUE 0.
       77  WS-MATCH-MEMBER             PIC X(06) VALUE SPACES.
       77  WS-MATCH-TITLE              PIC X(30) VALUE SPACES.
       77  WS-QTY-LEFT                 PIC S9(4) VALUE 0.
       77  WS-NET-LEFT                 PIC S9(7)V99 VALUE 0.
      *
       77  RETURN-EOF-FLAG             PIC X VALUE "N".
           88  RETURN-IS-EOF           VALUE "Y".
       77  TAX-RATE-EOF-FLAG           PIC X VALUE "N".
           88  TAX-RATE-IS-EOF         VALUE "Y".
       77  AR-EOF-FLAG                 PIC X VALUE "N".
           88  AR-IS-EOF               VALUE "Y".
       77  INVOICE-LINE-EOF-FLAG       PIC X VALUE "N".
           88  INVOICE-LINE-IS-EOF     VALUE "Y".
       77  MEMO-EOF-FLAG               PIC X VALUE "N".
           88  MEMO-IS-EOF             VALUE "Y".
       77  MEMBER-FOUND-FLAG           PIC X VALUE "N".
           88  MEMBER-WAS-FOUND        VALUE "Y".
       77  BOOK-FOUND-FLAG             PIC X VALUE "N".
           88  BOOK-WAS-FOUND          VALUE "Y".
       77  INVOICE-FOUND-FLAG          PIC X VALUE "N".
           88  INVOICE-WAS-OPEN        VALUE "Y".
       77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
      *
       77  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       77  WS-MEMO-NO                  PIC 9(06) VALUE 0.
       77  WS-CREDIT-AMOUNT            PIC S9(7)V99 VALUE 0.
       77  WS-MERCH-CREDIT             PIC S9(7)V99 VALUE 0.
       77  WS-RETURN-TAX               PIC S9(5)V99 VALUE 0.
       77  WS-RUN-TAX-CREDITED         PIC S9(7)V99 VALUE 0.
       77  WS-REMAINING                PIC S9(7)V99 VALUE 0.
       77  WS-APPLY-AMOUNT             PIC S9(7)V99 VALUE 0.
       77  WS-OPEN-AMOUNT              PIC S9(7)V99 VALUE 0.
       77  WS-RETURNS-READ             PIC 9(05) VALUE 0.
       77  WS-MEMOS-WRITTEN            PIC 9(05) VALUE 0.
       77  WS-REJECTS                  PIC 9(05) VALUE 0.
       77  WS-GOOD-UNITS               PIC 9(06) VALUE 0.
       77  WS-DAMAGED-UNITS            PIC 9(06) VALUE 0.
       77  WS-RUN-CREDITED             PIC S9(8)V99 VALUE 0.
       77  WS-RUN-APPLIED              PIC S9(8)V99 VALUE 0.
       77  WS-RUN-UNAPPLIED            PIC S9(8)V99 VALUE 0.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE "MEMBER RETURNS AND CREDIT MEMOS".
      *
       01  MEMO-HEAD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12)
                   VALUE "CREDIT MEMO ".
           05  MHL-MEMO-NO             PIC 9(06).
           05  FILLER                  PIC X(07) VALUE "  DATE ".
           05  MHL-DATE                PIC 9(06).
           05  FILLER                  PIC X(10) VALUE "  MEMBER: ".
           05  MHL-MEMBER              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MHL-NAME                PIC X(25).
      *
       01  MEMO-ADDRESS-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  MAL-STREET              PIC X(25).
      *
       01  MEMO-CITY-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  MCL-CITY                PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MCL-STATE               PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MCL-ZIP                 PIC X(05).
      *
       01  MEMO-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  MDL-TITLE               PIC X(30).
           05  FILLER                  PIC X(06) VALUE "  QTY ".
           05  MDL-QTY                 PIC ZZZ9.
           05  FILLER                  PIC X(05) VALUE "  AT ".
           05  MDL-PRICE               PIC Z9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-CONDITION           PIC X(09).
           05  FILLER                  PIC X(09) VALUE "  CREDIT ".
           05  MDL-CREDIT              PIC ZZ,ZZ9.99.
      *
       01  MEMO-TAX-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE "SALES TAX CREDITED".
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  MXL-STATE               PIC X(02).
           05  FILLER                  PIC X(04) VALUE " AT ".
           05  MXL-RATE                PIC Z9.999.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "  CREDIT ".
           05  MXL-CREDIT              PIC ZZ,ZZ9.99.
      *
       01  MEMO-APPLIED-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(19)
                   VALUE "APPLIED TO INVOICE ".
           05  MPL-INVOICE-NO          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MPL-AMOUNT              PIC ZZ,ZZ9.99.
      *
       01  MEMO-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "MEMO TOTAL:     ".
           05  MTL-TOTAL               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MTL-REMARK              PIC X(40).
      *
       01  REJECT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REJECTED: ".
           05  RJL-MEMBER              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJL-TITLE               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJL-REASON              PIC X(40).
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "RETURNS: ".
           05  SML-READ                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE "  MEMOS: ".
           05  SML-MEMOS               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  REJECTS: ".
           05  SML-REJECTS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)
                   VALUE "  RESTOCKED: ".
           05  SML-GOOD                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  DAMAGED: ".
           05  SML-DAMAGED             PIC ZZZ,ZZ9.
      *
       01  SUMMARY-MONEY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10)
                   VALUE "CREDITED: ".
           05  SMM-CREDITED            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
           05  SMM-APPLIED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14)
                   VALUE "  ON ACCOUNT: ".
           05  SMM-UNAPPLIED           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE "  TAX: ".
           05  SMM-TAX                 PIC ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-TAX-RATE UNTIL TAX-RATE-IS-EOF.
           PERFORM LOAD-ONE-RECEIVABLE UNTIL AR-IS-EOF.
           PERFORM NOTE-ONE-RETURN-LINE UNTIL RETURN-IS-EOF.
           PERFORM LOAD-ONE-INVOICE-LINE UNTIL INVOICE-LINE-IS-EOF.
           PERFORM LOAD-ONE-PRIOR-MEMO UNTIL MEMO-IS-EOF.
           PERFORM REOPEN-RETURN-CARDS.
           PERFORM PROCESS-ONE-RETURN UNTIL RETURN-IS-EOF.
           PERFORM WRITE-NEW-RECEIVABLES.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT RETURN-CARD-FILE, RECEIVABLE-OLD-FILE,
                CREDIT-CONTROL-FILE, TAX-RATE-FILE,
                INVOICE-LINE-FILE, CREDIT-MEMO-FILE.
           OPEN I-O BIBLIO-FILE, MEMBER-MASTER-FILE.
           OPEN OUTPUT RECEIVABLE-NEW-FILE, PRINT-FILE.
           OPEN EXTEND SALES-HISTORY-FILE,
                COMMON-EXCEPTION-FILE, TAX-HISTORY-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           READ CREDIT-CONTROL-FILE
               AT END MOVE 0 TO CMC-LAST-MEMO-NO
           END-READ.
           MOVE CMC-LAST-MEMO-NO TO WS-MEMO-NO.
           CLOSE CREDIT-CONTROL-FILE.
           READ TAX-RATE-FILE
               AT END MOVE "Y" TO TAX-RATE-EOF-FLAG.
           READ RECEIVABLE-OLD-FILE
               AT END MOVE "Y" TO AR-EOF-FLAG.
           READ RETURN-CARD-FILE
               AT END MOVE "Y" TO RETURN-EOF-FLAG.
           READ INVOICE-LINE-FILE
               AT END MOVE "Y" TO INVOICE-LINE-EOF-FLAG.
           READ CREDIT-MEMO-FILE
               AT END MOVE "Y" TO MEMO-EOF-FLAG.
      *
       LOAD-ONE-TAX-RATE.
           ADD 1 TO WS-TXT-COUNT.
           IF WS-TXT-COUNT > 60
               DISPLAY "BOOKRTN HALTED - JURISDICTION TABLE FULL AT 60"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TXR-STATE TO TXT-STATE(WS-TXT-COUNT).
           MOVE TXR-RATE TO TXT-RATE(WS-TXT-COUNT).
           READ TAX-RATE-FILE
               AT END MOVE "Y" TO TAX-RATE-EOF-FLAG.
      *
       LOAD-ONE-RECEIVABLE.
           ADD 1 TO WS-ART-COUNT.
           IF WS-ART-COUNT > 500
               DISPLAY "BOOKRTN HALTED - RECEIVABLE TABLE FULL"
                   " AT 500"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ARO-MEMBER-NUMBER TO
               ART-MEMBER-NUMBER(WS-ART-COUNT).
           MOVE ARO-INVOICE-NO TO ART-INVOICE-NO(WS-ART-COUNT).
           MOVE ARO-INVOICE-DATE TO ART-INVOICE-DATE(WS-ART-COUNT).
           MOVE ARO-AMOUNT TO ART-AMOUNT(WS-ART-COUNT).
           MOVE ARO-PAID TO ART-PAID(WS-ART-COUNT).
           READ RECEIVABLE-OLD-FILE
               AT END MOVE "Y" TO AR-EOF-FLAG.
      *
      *A FIRST PASS OVER THE CARDS TABLES EACH INVOICE LINE THEY
      *NAME.  A CARD THAT WILL NOT PASS THE EDIT IS LEFT FOR THE
      *EDIT TO REJECT.
       NOTE-ONE-RETURN-LINE.
           IF RTN-INVOICE-NO NUMERIC
             AND RTN-QTY NUMERIC
               MOVE RTN-INVOICE-NO TO WS-MATCH-INVOICE-NO
               MOVE RTN-MEMBER-NUMBER TO WS-MATCH-MEMBER
               MOVE RTN-TITLE TO WS-MATCH-TITLE
               PERFORM FIND-BILLED-LINE
               IF WS-BLT-FOUND-SUB EQUAL 0
                   ADD 1 TO WS-BLT-COUNT
                   IF WS-BLT-COUNT > 200
                       DISPLAY "BOOKRTN HALTED - BILLED LINE TABLE"
                           " FULL AT 200"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RTN-INVOICE-NO TO
                       BLT-INVOICE-NO(WS-BLT-COUNT)
                   MOVE RTN-MEMBER-NUMBER TO
                       BLT-MEMBER-NUMBER(WS-BLT-COUNT)
                   MOVE RTN-TITLE TO BLT-TITLE(WS-BLT-COUNT)
                   MOVE 0 TO BLT-BILLED-QTY(WS-BLT-COUNT),
                             BLT-BILLED-NET(WS-BLT-COUNT),
                             BLT-CREDITED-QTY(WS-BLT-COUNT),
                             BLT-CREDITED-NET(WS-BLT-COUNT)
               END-IF
           END-IF.
           READ RETURN-CARD-FILE
               AT END MOVE "Y" TO RETURN-EOF-FLAG.
      *
       FIND-BILLED-LINE.
           MOVE 0 TO WS-BLT-FOUND-SUB.
           PERFORM MATCH-ONE-BILLED-LINE
               VARYING WS-BLT-SUB FROM 1 BY 1
               UNTIL WS-BLT-SUB > WS-BLT-COUNT
               OR WS-BLT-FOUND-SUB > 0.
      *
       MATCH-ONE-BILLED-LINE.
           IF BLT-INVOICE-NO(WS-BLT-SUB) EQUAL WS-MATCH-INVOICE-NO
             AND BLT-MEMBER-NUMBER(WS-BLT-SUB) EQUAL WS-MATCH-MEMBER
             AND BLT-TITLE(WS-BLT-SUB) EQUAL WS-MATCH-TITLE
               MOVE WS-BLT-SUB TO WS-BLT-FOUND-SUB
           END-IF.
      *
      *A TITLE FILLED TWICE FOR A MEMBER IN ONE BILLING RUN IS ON
      *THE INVOICE AS TWO LINES; THEY ARE TAKEN TOGETHER.
       LOAD-ONE-INVOICE-LINE.
           MOVE INL-INVOICE-NO TO WS-MATCH-INVOICE-NO.
           MOVE INL-MEMBER-NUMBER TO WS-MATCH-MEMBER.
           MOVE INL-TITLE TO WS-MATCH-TITLE.
           PERFORM FIND-BILLED-LINE.
           IF WS-BLT-FOUND-SUB > 0
               ADD INL-QTY TO BLT-BILLED-QTY(WS-BLT-FOUND-SUB)
               ADD INL-NET TO BLT-BILLED-NET(WS-BLT-FOUND-SUB)
           END-IF.
           READ INVOICE-LINE-FILE
               AT END MOVE "Y" TO INVOICE-LINE-EOF-FLAG.
      *
      *A MEMO'S MERCHANDISE CREDIT IS ITS AMOUNT LESS ITS TAX.
       LOAD-ONE-PRIOR-MEMO.
           MOVE CRM-INVOICE-NO TO WS-MATCH-INVOICE-NO.
           MOVE CRM-MEMBER-NUMBER TO WS-MATCH-MEMBER.
           MOVE CRM-TITLE TO WS-MATCH-TITLE.
           PERFORM FIND-BILLED-LINE.
           IF WS-BLT-FOUND-SUB > 0
               ADD CRM-QTY TO BLT-CREDITED-QTY(WS-BLT-FOUND-SUB)
               COMPUTE BLT-CREDITED-NET(WS-BLT-FOUND-SUB) =
                   BLT-CREDITED-NET(WS-BLT-FOUND-SUB)
                   + CRM-AMOUNT - CRM-TAX
           END-IF.
           READ CREDIT-MEMO-FILE
               AT END MOVE "Y" TO MEMO-EOF-FLAG.
      *
      *THE CARDS ARE READ AGAIN FROM THE TOP FOR THE POSTING PASS,
      *AND THE MEMO REGISTER IS REOPENED TO TAKE THIS RUN'S MEMOS.
       REOPEN-RETURN-CARDS.
           CLOSE RETURN-CARD-FILE, INVOICE-LINE-FILE,
               CREDIT-MEMO-FILE.
           OPEN INPUT RETURN-CARD-FILE.
           OPEN EXTEND CREDIT-MEMO-FILE.
           MOVE "N" TO RETURN-EOF-FLAG.
           READ RETURN-CARD-FILE
               AT END MOVE "Y" TO RETURN-EOF-FLAG.
      *
       PROCESS-ONE-RETURN.
           ADD 1 TO WS-RETURNS-READ.
           PERFORM EDIT-RETURN-CARD.
           IF WS-REJECT-REASON NOT EQUAL SPACES
               PERFORM REJECT-ONE-RETURN
           ELSE
               PERFORM POST-ONE-RETURN
           END-IF.
           READ RETURN-CARD-FILE
               AT END MOVE "Y" TO RETURN-EOF-FLAG.
      *
      *THE MEMBER AND BOOK RECORDS READ HERE STAY CURRENT FOR THE
      *POSTING THAT FOLLOWS A CLEAN CARD.
       EDIT-RETURN-CARD.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT RTN-IS-GOOD AND NOT RTN-IS-DAMAGED
               MOVE "CONDITION MUST BE G OR D"
                   TO WS-REJECT-REASON
           ELSE
               IF RTN-QTY NOT NUMERIC OR RTN-QTY EQUAL 0
                   MOVE "RETURN QUANTITY NOT VALID"
                       TO WS-REJECT-REASON
               ELSE
                   IF RTN-INVOICE-NO NOT NUMERIC
                     OR RTN-INVOICE-NO EQUAL 0
                       MOVE "INVOICE NUMBER NOT VALID"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM READ-RETURN-MEMBER
                       IF NOT MEMBER-WAS-FOUND
                           MOVE "MEMBER NOT ON MASTER"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM READ-RETURN-BOOK
                           IF NOT BOOK-WAS-FOUND
                               MOVE "TITLE NOT ON CATALOG"
                                   TO WS-REJECT-REASON
                           ELSE
                               PERFORM CHECK-BILLED-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       READ-RETURN-MEMBER.
           MOVE "N" TO MEMBER-FOUND-FLAG.
           MOVE RTN-MEMBER-NUMBER TO MBR-NUMBER.
           READ MEMBER-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO MEMBER-FOUND-FLAG
           END-READ.
      *
       READ-RETURN-BOOK.
           MOVE "N" TO BOOK-FOUND-FLAG.
           MOVE RTN-TITLE TO BOOK-TITLE.
           READ BIBLIO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO BOOK-FOUND-FLAG
           END-READ.
      *
      *THE TITLE MUST BE ON THE INVOICE NAMED, AND NO MORE COPIES
      *COME BACK THAN WERE BILLED LESS THOSE ALREADY CREDITED.  THE
      *LINE FOUND AND WHAT IS LEFT ON IT STAND FOR THE POSTING.
       CHECK-BILLED-LINE.
           MOVE RTN-INVOICE-NO TO WS-MATCH-INVOICE-NO.
           MOVE RTN-MEMBER-NUMBER TO WS-MATCH-MEMBER.
           MOVE RTN-TITLE TO WS-MATCH-TITLE.
           PERFORM FIND-BILLED-LINE.
           IF WS-BLT-FOUND-SUB EQUAL 0
               MOVE "TITLE NOT BILLED ON THAT INVOICE"
                   TO WS-REJECT-REASON
           ELSE
           IF BLT-BILLED-QTY(WS-BLT-FOUND-SUB) EQUAL 0
               MOVE "TITLE NOT BILLED ON THAT INVOICE"
                   TO WS-REJECT-REASON
           ELSE
               SUBTRACT BLT-CREDITED-QTY(WS-BLT-FOUND-SUB)
                   FROM BLT-BILLED-QTY(WS-BLT-FOUND-SUB)
                   GIVING WS-QTY-LEFT
               IF RTN-QTY > WS-QTY-LEFT
                   MOVE "MORE RETURNED THAN LEFT ON THE LINE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF.
      *
      *THE CREDIT IS THE RETURNED QUANTITY AT THE NET UNIT PRICE THE
      *LINE WAS BILLED AT (THE CATALOG PRICE LESS BOOKINV'S QUANTITY
      *DISCOUNT), PLUS THE SALES TAX BILLED ON IT.  THE RETURN THAT
      *TAKES THE LAST COPIES OFF A LINE GETS WHAT IS LEFT OF ITS
      *NET, SO THE LINE IS NEVER CREDITED MORE THAN IT WAS BILLED.
       POST-ONE-RETURN.
           ADD 1 TO WS-MEMO-NO, WS-MEMOS-WRITTEN.
           SUBTRACT BLT-CREDITED-NET(WS-BLT-FOUND-SUB)
               FROM BLT-BILLED-NET(WS-BLT-FOUND-SUB)
               GIVING WS-NET-LEFT.
           IF RTN-QTY < WS-QTY-LEFT
               COMPUTE WS-MERCH-CREDIT ROUNDED =
                   RTN-QTY * BLT-BILLED-NET(WS-BLT-FOUND-SUB)
                   / BLT-BILLED-QTY(WS-BLT-FOUND-SUB)
           ELSE
               MOVE WS-NET-LEFT TO WS-MERCH-CREDIT
           END-IF.
           IF WS-MERCH-CREDIT > WS-NET-LEFT
               MOVE WS-NET-LEFT TO WS-MERCH-CREDIT
           END-IF.
           IF WS-MERCH-CREDIT < 0
               MOVE 0 TO WS-MERCH-CREDIT
           END-IF.
           ADD RTN-QTY TO BLT-CREDITED-QTY(WS-BLT-FOUND-SUB).
           ADD WS-MERCH-CREDIT TO BLT-CREDITED-NET(WS-BLT-FOUND-SUB).
           PERFORM FIGURE-RETURN-TAX.
           ADD WS-MERCH-CREDIT, WS-RETURN-TAX
               GIVING WS-CREDIT-AMOUNT.
           ADD WS-CREDIT-AMOUNT TO WS-RUN-CREDITED.
           ADD WS-RETURN-TAX TO WS-RUN-TAX-CREDITED.
           PERFORM RESTOCK-RETURN.
           PERFORM PRINT-MEMO-HEAD.
           MOVE WS-CREDIT-AMOUNT TO WS-REMAINING.
           MOVE "N" TO INVOICE-FOUND-FLAG.
           PERFORM APPLY-TO-NAMED-INVOICE
               VARYING WS-ART-SUB FROM 1 BY 1
               UNTIL WS-ART-SUB > WS-ART-COUNT
               OR WS-ART-SUB > 500
               OR WS-REMAINING NOT > 0.
           PERFORM APPLY-TO-OLDEST-INVOICE
               VARYING WS-ART-SUB FROM 1 BY 1
               UNTIL WS-ART-SUB > WS-ART-COUNT
               OR WS-ART-SUB > 500
               OR WS-REMAINING NOT > 0.
           MOVE WS-CREDIT-AMOUNT TO MTL-TOTAL.
           IF WS-REMAINING > 0
               ADD WS-REMAINING TO WS-RUN-UNAPPLIED
               MOVE "PART UNAPPLIED - CREDIT ON ACCOUNT"
                   TO MTL-REMARK
           ELSE
               IF INVOICE-WAS-OPEN
                   MOVE "APPLIED IN FULL" TO MTL-REMARK
               ELSE
                   MOVE "INVOICE CLOSED - APPLIED OLDEST FIRST"
                       TO MTL-REMARK
               END-IF
           END-IF.
           WRITE PRINT-LINE FROM MEMO-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           SUBTRACT WS-CREDIT-AMOUNT FROM MBR-BALANCE.
           REWRITE MEMBER-MASTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           PERFORM WRITE-CREDIT-MEMO.
           PERFORM WRITE-RETURN-HISTORY.
           IF WS-TXT-FOUND-SUB > 0
               PERFORM WRITE-TAX-CREDIT
           END-IF.
      *
      *THE SAME TEST BOOKINV BILLED BY: THE SHIP-TO STATE MUST BE ON
      *THE JURISDICTION TABLE AND THE MEMBER NOT EXEMPT.
       FIGURE-RETURN-TAX.
           MOVE 0 TO WS-RETURN-TAX.
           MOVE 0 TO WS-TXT-FOUND-SUB.
           PERFORM MATCH-ONE-JURISDICTION
               VARYING WS-TXT-SUB FROM 1 BY 1
               UNTIL WS-TXT-SUB > WS-TXT-COUNT
               OR WS-TXT-SUB > 60.
           IF WS-TXT-FOUND-SUB > 0
               IF NOT MBR-IS-TAX-EXEMPT
                   COMPUTE WS-RETURN-TAX ROUNDED =
                       WS-MERCH-CREDIT * TXT-RATE(WS-TXT-FOUND-SUB)
               END-IF
           END-IF.
      *
       MATCH-ONE-JURISDICTION.
           IF TXT-STATE(WS-TXT-SUB) EQUAL MBR-STATE
               MOVE WS-TXT-SUB TO WS-TXT-FOUND-SUB
           END-IF.
      *
      *THE REGISTER ENTRY REVERSES WHAT THE INVOICE PUT THERE: TAXABLE
      *AND TAX FOR A TAXED MEMBER, EXEMPT SALES FOR AN EXEMPT ONE.
       WRITE-TAX-CREDIT.
           MOVE SPACES TO TAX-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO TXH-DOC-DATE.
           MOVE "C" TO TXH-DOC-TYPE.
           MOVE WS-MEMO-NO TO TXH-DOC-NO.
           MOVE RTN-MEMBER-NUMBER TO TXH-MEMBER-NUMBER.
           MOVE MBR-STATE TO TXH-STATE.
           IF MBR-IS-TAX-EXEMPT
               MOVE 0 TO TXH-TAXABLE
               COMPUTE TXH-EXEMPT = 0 - WS-MERCH-CREDIT
           ELSE
               COMPUTE TXH-TAXABLE = 0 - WS-MERCH-CREDIT
               MOVE 0 TO TXH-EXEMPT
           END-IF.
           COMPUTE TXH-TAX = 0 - WS-RETURN-TAX.
           WRITE TAX-HISTORY-RECORD.
      *
      *A GOOD COPY IS BACK ON THE WAREHOUSE SHELF AND SO BACK IN
      *ON-HAND; A DAMAGED ONE IS COUNTED BUT NOT SELLABLE.
       RESTOCK-RETURN.
           IF RTN-IS-GOOD
               ADD RTN-QTY TO BOOK-QTY-WHSE, BOOK-QTY-ON-HAND
               ADD RTN-QTY TO WS-GOOD-UNITS
           ELSE
               ADD RTN-QTY TO BOOK-QTY-DAMAGED
               ADD RTN-QTY TO WS-DAMAGED-UNITS
           END-IF.
           REWRITE BIBLIO-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
      *
       PRINT-MEMO-HEAD.
           MOVE WS-MEMO-NO TO MHL-MEMO-NO.
           MOVE WS-RUN-DATE TO MHL-DATE.
           MOVE MBR-NUMBER TO MHL-MEMBER.
           MOVE MBR-NAME TO MHL-NAME.
           WRITE PRINT-LINE FROM MEMO-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           MOVE MBR-STREET TO MAL-STREET.
           WRITE PRINT-LINE FROM MEMO-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE MBR-CITY TO MCL-CITY.
           MOVE MBR-STATE TO MCL-STATE.
           MOVE MBR-ZIP TO MCL-ZIP.
           WRITE PRINT-LINE FROM MEMO-CITY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE RTN-TITLE TO MDL-TITLE.
           MOVE RTN-QTY TO MDL-QTY.
           COMPUTE MDL-PRICE ROUNDED =
               BLT-BILLED-NET(WS-BLT-FOUND-SUB)
               / BLT-BILLED-QTY(WS-BLT-FOUND-SUB).
           IF RTN-IS-GOOD
               MOVE "RESTOCKED" TO MDL-CONDITION
           ELSE
               MOVE "DAMAGED" TO MDL-CONDITION
           END-IF.
           MOVE WS-MERCH-CREDIT TO MDL-CREDIT.
           WRITE PRINT-LINE FROM MEMO-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-RETURN-TAX > 0
               MOVE MBR-STATE TO MXL-STATE
               COMPUTE MXL-RATE = TXT-RATE(WS-TXT-FOUND-SUB) * 100
               MOVE WS-RETURN-TAX TO MXL-CREDIT
               WRITE PRINT-LINE FROM MEMO-TAX-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *THE INVOICE THE BOOK WAS BILLED ON TAKES THE CREDIT FIRST;
      *IF IT IS ALREADY PAID OFF (OR THE CREDIT IS BIGGER THAN WHAT
      *IS LEFT ON IT), THE REST GOES TO THE MEMBER'S OLDEST OPEN
      *ITEMS THE WAY BOOKCASH APPLIES A PAYMENT.
       APPLY-TO-NAMED-INVOICE.
           IF ART-MEMBER-NUMBER(WS-ART-SUB) EQUAL RTN-MEMBER-NUMBER
             AND ART-INVOICE-NO(WS-ART-SUB) EQUAL RTN-INVOICE-NO
               PERFORM APPLY-CREDIT-TO-ENTRY
               IF WS-APPLY-AMOUNT > 0
                   MOVE "Y" TO INVOICE-FOUND-FLAG
               END-IF
           END-IF.
      *
       APPLY-TO-OLDEST-INVOICE.
           IF ART-MEMBER-NUMBER(WS-ART-SUB) EQUAL RTN-MEMBER-NUMBER
               PERFORM APPLY-CREDIT-TO-ENTRY
           END-IF.
      *
       APPLY-CREDIT-TO-ENTRY.
           MOVE 0 TO WS-APPLY-AMOUNT.
           SUBTRACT ART-PAID(WS-ART-SUB)
               FROM ART-AMOUNT(WS-ART-SUB)
               GIVING WS-OPEN-AMOUNT.
           IF WS-OPEN-AMOUNT > 0
               IF WS-REMAINING < WS-OPEN-AMOUNT
                   MOVE WS-REMAINING TO WS-APPLY-AMOUNT
               ELSE
                   MOVE WS-OPEN-AMOUNT TO WS-APPLY-AMOUNT
               END-IF
               ADD WS-APPLY-AMOUNT TO ART-PAID(WS-ART-SUB)
               SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING
               ADD WS-APPLY-AMOUNT TO WS-RUN-APPLIED
               MOVE ART-INVOICE-NO(WS-ART-SUB) TO MPL-INVOICE-NO
               MOVE WS-APPLY-AMOUNT TO MPL-AMOUNT
               WRITE PRINT-LINE FROM MEMO-APPLIED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       WRITE-CREDIT-MEMO.
           MOVE SPACES TO CREDIT-MEMO-RECORD.
           MOVE RTN-MEMBER-NUMBER TO CRM-MEMBER-NUMBER.
           MOVE WS-MEMO-NO TO CRM-MEMO-NO.
           MOVE WS-RUN-DATE TO CRM-MEMO-DATE.
           MOVE RTN-INVOICE-NO TO CRM-INVOICE-NO.
           MOVE RTN-TITLE TO CRM-TITLE.
           MOVE RTN-QTY TO CRM-QTY.
           MOVE RTN-CONDITION TO CRM-CONDITION.
           MOVE WS-CREDIT-AMOUNT TO CRM-AMOUNT.
           MOVE WS-RETURN-TAX TO CRM-TAX.
           WRITE CREDIT-MEMO-RECORD.
      *
      *THE RETURN GOES INTO THE SALES HISTORY AS A NEGATIVE LINE SO
      *BOOKSALE NETS IT AGAINST THE MONTH'S SALES.
       WRITE-RETURN-HISTORY.
           MOVE WS-RUN-DATE TO SLS-FILL-DATE.
           MOVE RTN-MEMBER-NUMBER TO SLS-MEMBER-NUMBER.
           MOVE BOOK-TITLE TO SLS-TITLE.
           MOVE BOOK-ISBN TO SLS-ISBN.
           MOVE BOOK-CATEGORY TO SLS-CATEGORY.
           MOVE BOOK-PUBLISHER TO SLS-PUBLISHER.
           COMPUTE SLS-QTY = 0 - RTN-QTY.
           MOVE BOOK-PRICE TO SLS-PRICE.
           IF RTN-IS-GOOD
               MOVE BOOK-UNIT-COST TO SLS-UNIT-COST
           ELSE
               MOVE 0 TO SLS-UNIT-COST
           END-IF.
           WRITE SALES-HISTORY-RECORD.
      *
       REJECT-ONE-RETURN.
           ADD 1 TO WS-REJECTS.
           MOVE RTN-MEMBER-NUMBER TO RJL-MEMBER.
           MOVE RTN-TITLE TO RJL-TITLE.
           MOVE WS-REJECT-REASON TO RJL-REASON.
           WRITE PRINT-LINE FROM REJECT-LINE AFTER ADVANCING 2 LINES.
           MOVE "BOOKRTN " TO CEX-PROGRAM.
           MOVE WS-RUN-DATE TO CEX-RUN-DATE.
           MOVE SPACES TO CEX-KEY.
           MOVE RTN-MEMBER-NUMBER TO CEX-KEY.
           MOVE WS-REJECT-REASON TO CEX-REASON.
           MOVE SPACES TO CEX-RECORD-IMAGE.
           MOVE RETURN-CARD-RECORD TO CEX-RECORD-IMAGE.
           WRITE COMMON-EXCEPTION-RECORD.
      *
      *ONLY INVOICES STILL CARRYING AN OPEN BALANCE GO FORWARD; ONE
      *A CREDIT PAID OFF HAS DONE ITS WORK.
       WRITE-NEW-RECEIVABLES.
           PERFORM WRITE-ONE-RECEIVABLE
               VARYING WS-ART-SUB FROM 1 BY 1
               UNTIL WS-ART-SUB > WS-ART-COUNT
               OR WS-ART-SUB > 500.
      *
       WRITE-ONE-RECEIVABLE.
           SUBTRACT ART-PAID(WS-ART-SUB)
               FROM ART-AMOUNT(WS-ART-SUB)
               GIVING WS-OPEN-AMOUNT.
           IF WS-OPEN-AMOUNT > 0
               MOVE ART-MEMBER-NUMBER(WS-ART-SUB)
                   TO ARN-MEMBER-NUMBER
               MOVE ART-INVOICE-NO(WS-ART-SUB) TO ARN-INVOICE-NO
               MOVE ART-INVOICE-DATE(WS-ART-SUB)
                   TO ARN-INVOICE-DATE
               MOVE ART-AMOUNT(WS-ART-SUB) TO ARN-AMOUNT
               MOVE ART-PAID(WS-ART-SUB) TO ARN-PAID
               WRITE RECEIVABLE-NEW-RECORD
           END-IF.
      *
       CLOSING.
           MOVE WS-RETURNS-READ TO SML-READ.
           MOVE WS-MEMOS-WRITTEN TO SML-MEMOS.
           MOVE WS-REJECTS TO SML-REJECTS.
           MOVE WS-GOOD-UNITS TO SML-GOOD.
           MOVE WS-DAMAGED-UNITS TO SML-DAMAGED.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-RUN-CREDITED TO SMM-CREDITED.
           MOVE WS-RUN-APPLIED TO SMM-APPLIED.
           MOVE WS-RUN-UNAPPLIED TO SMM-UNAPPLIED.
           MOVE WS-RUN-TAX-CREDITED TO SMM-TAX.
           WRITE PRINT-LINE FROM SUMMARY-MONEY-LINE
               AFTER ADVANCING 1 LINE.
           OPEN OUTPUT CREDIT-CONTROL-FILE.
           MOVE WS-MEMO-NO TO CMC-LAST-MEMO-NO.
           WRITE CREDIT-CONTROL-RECORD.
           CLOSE CREDIT-CONTROL-FILE.
           CLOSE RETURN-CARD-FILE, BIBLIO-FILE, MEMBER-MASTER-FILE,
               RECEIVABLE-OLD-FILE, RECEIVABLE-NEW-FILE,
               CREDIT-MEMO-FILE, SALES-HISTORY-FILE,
               COMMON-EXCEPTION-FILE, TAX-RATE-FILE,
               TAX-HISTORY-FILE, PRINT-FILE.
/*
//GO.RETURNS  DD DSN=SIMONCO.BIBLIO.RETURNS,DISP=SHR
//GO.BIBLIO   DD DSN=SIMONCO.BIBLIO.MASTER,DISP=OLD
//GO.MBRMAST  DD DSN=SIMONCO.BIBLIO.MBRMAST,DISP=OLD
//GO.AROLD    DD DSN=SIMONCO.BIBLIO.ARFILE,DISP=SHR
//GO.ARNEW    DD DSN=SIMONCO.BIBLIO.ARFILE.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=36,BLKSIZE=3600)
//GO.CRMCTL   DD DSN=SIMONCO.BIBLIO.CRMCTL,DISP=OLD
//GO.CRMEMOS  DD DSN=SIMONCO.BIBLIO.CRMEMOS,DISP=MOD
//GO.INVLINE  DD DSN=SIMONCO.BIBLIO.INVLINE,DISP=SHR
//GO.SALEHIST DD DSN=SIMONCO.BIBLIO.SALEHIST,DISP=MOD
//GO.TAXRATE  DD DSN=SIMONCO.BIBLIO.TAXRATE,DISP=SHR
//GO.TAXHIST  DD DSN=SIMONCO.BIBLIO.TAXHIST,DISP=MOD
//GO.COMEXCP  DD DSN=SIMONCO.COMEXCP,DISP=MOD
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
