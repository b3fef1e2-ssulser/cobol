//SIMONCO JOB (1),'INVOICE MATCH',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  THREE-WAY MATCH OF THE
      *                    PUBLISHERS' INVOICES: EACH INVOICE LINE IS
      *                    MATCHED BY ISBN TO THE OPEN ORDERS BOOKORD
      *                    PLACED WITH THAT PUBLISHER AND TO WHAT
      *                    POTRACK SAYS WE ACTUALLY RECEIVED, OLDEST
      *                    ORDER FIRST.  AN INVOICE BILLING MORE THAN
      *                    WE RECEIVED (AND HAVE NOT ALREADY BEEN
      *                    BILLED FOR), AT A PRICE OFF THE ORDER, OR
      *                    WHOSE LINES DO NOT ADD UP IS HELD WHOLE FOR
      *                    THE BUYER; AN APPROVED ONE IS VOUCHERED
      *                    ONTO THE PAYABLES OPEN-ITEM FILE, DUE BY THE
      *                    PUBLISHER'S TERMS, FOR APPAY TO PAY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-CARD-FILE ASSIGN TO UT-S-INVCARDS.
           SELECT OPEN-PO-OLD-FILE ASSIGN TO UT-S-OPOOLD.
           SELECT OPEN-PO-NEW-FILE ASSIGN TO UT-S-OPONEW.
           SELECT PUBLISHER-MASTER-FILE ASSIGN TO UT-S-PUBMAST.
           SELECT PAYABLE-OLD-FILE ASSIGN TO UT-S-APOLD.
           SELECT PAYABLE-NEW-FILE ASSIGN TO UT-S-APNEW.
           SELECT HELD-INVOICE-FILE ASSIGN TO UT-S-INVHOLD.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *ONE HEADER CARD PER INVOICE FOLLOWED BY ONE CARD PER LINE
      *BILLED; THE HEADER TOTAL IS WHAT THE PUBLISHER ASKS US TO PAY.
       FD  INVOICE-CARD-FILE
           LABEL RECORD IS OMITTED.
       01  INVOICE-HEADER-CARD.
           05  IHC-CARD-TYPE           PIC X.
               88  CARD-IS-HEADER      VALUE "H".
               88  CARD-IS-LINE        VALUE "L".
           05  IHC-PUBLISHER           PIC X(21).
           05  IHC-INVOICE-NO          PIC X(12).
           05  IHC-INVOICE-DATE        PIC 9(06).
           05  IHC-INVOICE-TOTAL       PIC 9(7)V99.
           05  FILLER                  PIC X(31).
       01  INVOICE-LINE-CARD.
           05  ILC-CARD-TYPE           PIC X.
           05  ILC-ISBN                PIC X(13).
           05  ILC-QTY                 PIC 9(4).
           05  ILC-UNIT-PRICE          PIC 99V99.
           05  FILLER                  PIC X(58).
      *
      *OPEN-PO-RECORD MIRRORS BOOKORD'S OUTPUT LAYOUT.
       FD  OPEN-PO-OLD-FILE
           LABEL RECORD IS OMITTED.
       01  OPEN-PO-OLD-RECORD.
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
       FD  OPEN-PO-NEW-FILE
           LABEL RECORD IS OMITTED.
       01  OPEN-PO-NEW-RECORD          PIC X(100).
      *
      *PUBLISHER-MASTER-RECORD MIRRORS BOOKORD'S LAYOUT; THE TERMS
      *SET THE DUE DATE.
       FD  PUBLISHER-MASTER-FILE
           LABEL RECORD IS OMITTED.
       01  PUBLISHER-MASTER-RECORD.
           05  PUB-NAME                PIC X(21).
           05  PUB-ADDRESS             PIC X(40).
           05  PUB-TERMS               PIC X(10).
           05  PUB-LEAD-DAYS           PIC 9(3).
           05  FILLER                  PIC X(06).
      *
      *ONE PAYABLES OPEN ITEM PER APPROVED INVOICE.  APPAY MARKS IT
      *PAID WITH THE CHECK THAT SETTLED IT AND KEEPS IT A WHILE, SO
      *A PUBLISHER'S SECOND COPY OF AN INVOICE IS STILL CAUGHT HERE.
       FD  PAYABLE-OLD-FILE
           LABEL RECORD IS OMITTED.
       01  PAYABLE-OLD-RECORD.
           05  APO-VOUCHER-NO          PIC 9(06).
           05  APO-PUBLISHER           PIC X(21).
           05  APO-INVOICE-NO          PIC X(12).
           05  APO-INVOICE-DATE        PIC 9(06).
           05  APO-DUE-DATE            PIC 9(06).
           05  APO-AMOUNT              PIC 9(7)V99.
           05  APO-STATUS              PIC X.
           05  APO-PAID-DATE           PIC 9(06).
           05  APO-CHECK-NO            PIC 9(06).
           05  FILLER                  PIC X(07).
      *
       FD  PAYABLE-NEW-FILE
           LABEL RECORD IS OMITTED.
       01  PAYABLE-NEW-RECORD.
           05  APN-VOUCHER-NO          PIC 9(06).
           05  APN-PUBLISHER           PIC X(21).
           05  APN-INVOICE-NO          PIC X(12).
           05  APN-INVOICE-DATE        PIC 9(06).
           05  APN-DUE-DATE            PIC 9(06).
           05  APN-AMOUNT              PIC 9(7)V99.
           05  APN-STATUS              PIC X.
           05  APN-PAID-DATE           PIC 9(06).
           05  APN-CHECK-NO            PIC 9(06).
           05  FILLER                  PIC X(07).
      *
      *A HELD INVOICE GOES OUT CARD FOR CARD, READY TO CORRECT AND
      *RESUBMIT ONCE THE BUYER HAS SORTED IT OUT WITH THE PUBLISHER.
       FD  HELD-INVOICE-FILE
           LABEL RECORD IS OMITTED.
       01  HELD-INVOICE-RECORD         PIC X(80).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *THE OPEN ORDERS LOAD IN FILE ORDER, WHICH IS ORDER-DATE ORDER,
      *SO "OLDEST FIRST" IS SIMPLY FIRST IN THE TABLE.  THE PENDING
      *QUANTITY IS WHAT THE INVOICE IN HAND WOULD BILL AGAINST THE
      *ORDER; IT BECOMES INVOICED ONLY IF THE WHOLE INVOICE PASSES.
       01  PO-TABLE.
           05  POT-ENTRY OCCURS 200 TIMES.
               10  POT-RECORD          PIC X(100).
               10  POT-PUBLISHER       PIC X(21).
               10  POT-ISBN            PIC X(13).
               10  POT-RECEIVED-QTY    PIC 9(4).
               10  POT-UNIT-PRICE      PIC 99V99.
               10  POT-INVOICED-QTY    PIC 9(4).
               10  POT-PENDING-QTY     PIC 9(4).
       77  WS-POT-COUNT                PIC 999 VALUE 0.
       77  WS-POT-SUB                  PIC 999 VALUE 0.
      *
       01  PUBLISHER-TABLE.
           05  PUB-ENTRY OCCURS 30 TIMES.
               10  PBT-NAME            PIC X(21).
               10  PBT-TERMS           PIC X(10).
       77  WS-PBT-COUNT                PIC 99 VALUE 0.
       77  WS-PBT-SUB                  PIC 99 VALUE 0.
       77  PUB-FOUND-FLAG              PIC X VALUE "N".
           88  PUBLISHER-WAS-FOUND     VALUE "Y".
       77  WS-PBT-FOUND-SUB            PIC 99 VALUE 0.
      *
      *EVERY INVOICE ALREADY ON THE PAYABLES FILE OR VOUCHERED IN
      *THIS RUN, FOR THE DUPLICATE TEST.
       01  PAYABLE-KEY-TABLE.
           05  PKT-ENTRY OCCURS 1000 TIMES.
               10  PKT-PUBLISHER       PIC X(21).
               10  PKT-INVOICE-NO      PIC X(12).
       77  WS-PKT-COUNT                PIC 9(4) VALUE 0.
       77  WS-PKT-SUB                  PIC 9(4) VALUE 0.
       77  DUPLICATE-FLAG              PIC X VALUE "N".
           88  INVOICE-IS-DUPLICATE    VALUE "Y".
      *
      *THE INVOICE IN HAND: ITS HEADER CARD AND EACH LINE CARD,
      *KEPT WHOLE FOR THE HELD-INVOICE FILE.
       01  HEADER-CARD-HOLD.
           05  HCH-CARD-TYPE           PIC X.
           05  HCH-PUBLISHER           PIC X(21).
           05  HCH-INVOICE-NO          PIC X(12).
           05  HCH-INVOICE-DATE        PIC 9(06).
           05  HCH-INVOICE-TOTAL       PIC 9(7)V99.
           05  FILLER                  PIC X(31).
       01  LINE-TABLE.
           05  LNT-ENTRY OCCURS 50 TIMES.
               10  LNT-CARD            PIC X(80).
               10  LNT-ISBN            PIC X(13).
               10  LNT-QTY             PIC 9(4).
               10  LNT-UNIT-PRICE      PIC 99V99.
               10  LNT-PO-PRICE        PIC 99V99.
               10  LNT-REMARK          PIC X(30).
       77  WS-LNT-COUNT                PIC 99 VALUE 0.
       77  WS-LNT-SUB                  PIC 99 VALUE 0.
       77  INVOICE-PENDING-FLAG        PIC X VALUE "N".
           88  INVOICE-IS-PENDING      VALUE "Y".
      *
       77  CARD-EOF-FLAG               PIC X VALUE "N".
           88  CARD-IS-EOF             VALUE "Y".
       77  PO-EOF-FLAG                 PIC X VALUE "N".
           88  PO-IS-EOF               VALUE "Y".
       77  PUB-EOF-FLAG                PIC X VALUE "N".
           88  PUB-IS-EOF              VALUE "Y".
       77  AP-EOF-FLAG                 PIC X VALUE "N".
           88  AP-IS-EOF               VALUE "Y".
      *
       77  WS-HOLD-REASON              PIC X(40) VALUE SPACES.
       77  PO-HIT-FLAG                 PIC X VALUE "N".
           88  PO-WAS-HIT              VALUE "Y".
       77  PRICE-OFF-FLAG              PIC X VALUE "N".
           88  PRICE-IS-OFF            VALUE "Y".
       77  WS-REMAINING                PIC S9(5) VALUE 0.
       77  WS-UNBILLED-QTY             PIC S9(5) VALUE 0.
       77  WS-APPLY-QTY                PIC S9(5) VALUE 0.
       77  WS-EXTENSION                PIC 9(7)V99 VALUE 0.
       77  WS-LINES-TOTAL              PIC 9(7)V99 VALUE 0.
       77  WS-LAST-VOUCHER             PIC 9(06) VALUE 0.
      *
      *THE DUE DATE IS THE INVOICE DATE PLUS THE NET DAYS IN THE
      *PUBLISHER'S TERMS ("NET 30", "2/10 NET 60"); TERMS WITHOUT
      *A NET FIGURE, OR A PUBLISHER OFF THE MASTER, GET 30 DAYS.
       01  WS-DUE-DATE                 PIC 9(06) VALUE 0.
       01  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
           05  WS-DUE-YY               PIC 99.
           05  WS-DUE-MM               PIC 99.
           05  WS-DUE-DD               PIC 99.
       01  MONTH-DAYS-VALUES.
           05  FILLER                  PIC X(24)
                   VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MDT-DAYS                PIC 99 OCCURS 12 TIMES.
       77  WS-DAY-COUNT                PIC 9(4) VALUE 0.
       77  WS-MONTH-LENGTH             PIC 99 VALUE 0.
       77  WS-LEAP-QUOTIENT            PIC 99 VALUE 0.
       77  WS-LEAP-REMAINDER           PIC 9 VALUE 0.
       77  WS-NET-DAYS                 PIC 999 VALUE 0.
       77  WS-NET-TALLY                PIC 99 VALUE 0.
       77  WS-TERMS-BEFORE             PIC X(10) VALUE SPACES.
       77  WS-TERMS-AFTER              PIC X(10) VALUE SPACES.
       77  WS-TERMS-SUB                PIC 99 VALUE 0.
       77  WS-DIGIT-COUNT              PIC 9 VALUE 0.
       01  WS-TERMS-DIGIT-X            PIC X VALUE "0".
       01  WS-TERMS-DIGIT REDEFINES WS-TERMS-DIGIT-X PIC 9.
      *
       01  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       77  WS-INVOICES-READ            PIC 9(05) VALUE 0.
       77  WS-APPROVED-COUNT           PIC 9(05) VALUE 0.
       77  WS-HELD-COUNT               PIC 9(05) VALUE 0.
       77  WS-REJECTED-CARDS           PIC 9(05) VALUE 0.
       77  WS-APPROVED-AMOUNT          PIC 9(8)V99 VALUE 0.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(44)
                   VALUE "PUBLISHER INVOICE MATCH AND VOUCHER RUN".
      *
       01  INVOICE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "INVOICE ".
           05  IVL-INVOICE-NO          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IVL-PUBLISHER           PIC X(21).
           05  FILLER                  PIC X(07) VALUE " DATED ".
           05  IVL-INVOICE-DATE        PIC 9(06).
           05  FILLER                  PIC X(07) VALUE " TOTAL ".
           05  IVL-TOTAL               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IVL-RESULT              PIC X(50).
      *
       01  ITEM-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  ITL-ISBN                PIC X(13).
           05  FILLER                  PIC X(06) VALUE "  QTY ".
           05  ITL-QTY                 PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE " @ ".
           05  ITL-UNIT-PRICE          PIC Z9.99.
           05  FILLER                  PIC X(03) VALUE " = ".
           05  ITL-EXTENSION           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE "  PO @".
           05  ITL-PO-PRICE            PIC ZZ.ZZ.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ITL-REMARK              PIC X(30).
      *
       01  REJECTED-CARD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RCL-REMARK              PIC X(34).
           05  RCL-CARD                PIC X(80).
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11)
                   VALUE "INVOICES:  ".
           05  SML-READ                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  APPROVED: ".
           05  SML-APPROVED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  HELD: ".
           05  SML-HELD                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  VOUCHERED:".
           05  SML-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(18)
                   VALUE "  CARDS REJECTED: ".
           05  SML-REJECTED            PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-PUBLISHER UNTIL PUB-IS-EOF.
           PERFORM LOAD-ONE-OPEN-PO UNTIL PO-IS-EOF.
           PERFORM COPY-ONE-PAYABLE UNTIL AP-IS-EOF.
           PERFORM PROCESS-ONE-CARD UNTIL CARD-IS-EOF.
           IF INVOICE-IS-PENDING
               PERFORM MATCH-INVOICE
           END-IF.
           PERFORM WRITE-ONE-OPEN-PO
               VARYING WS-POT-SUB FROM 1 BY 1
               UNTIL WS-POT-SUB > WS-POT-COUNT
               OR WS-POT-SUB > 200.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT INVOICE-CARD-FILE, OPEN-PO-OLD-FILE,
                PUBLISHER-MASTER-FILE, PAYABLE-OLD-FILE,
                OUTPUT OPEN-PO-NEW-FILE, PAYABLE-NEW-FILE,
                HELD-INVOICE-FILE, PRINT-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           READ PUBLISHER-MASTER-FILE
               AT END MOVE "Y" TO PUB-EOF-FLAG.
           READ OPEN-PO-OLD-FILE
               AT END MOVE "Y" TO PO-EOF-FLAG.
           READ PAYABLE-OLD-FILE
               AT END MOVE "Y" TO AP-EOF-FLAG.
           READ INVOICE-CARD-FILE
               AT END MOVE "Y" TO CARD-EOF-FLAG.
      *
       LOAD-ONE-PUBLISHER.
           ADD 1 TO WS-PBT-COUNT.
           IF WS-PBT-COUNT <= 30
               MOVE PUB-NAME TO PBT-NAME(WS-PBT-COUNT)
               MOVE PUB-TERMS TO PBT-TERMS(WS-PBT-COUNT)
           END-IF.
           READ PUBLISHER-MASTER-FILE
               AT END MOVE "Y" TO PUB-EOF-FLAG.
      *
       LOAD-ONE-OPEN-PO.
           ADD 1 TO WS-POT-COUNT.
           IF WS-POT-COUNT > 200
               DISPLAY "INVMATCH HALTED - OPEN-PO TABLE FULL AT 200"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OPEN-PO-OLD-RECORD TO POT-RECORD(WS-POT-COUNT).
           MOVE OPO-PUBLISHER TO POT-PUBLISHER(WS-POT-COUNT).
           MOVE OPO-ISBN TO POT-ISBN(WS-POT-COUNT).
           MOVE OPO-RECEIVED-QTY TO POT-RECEIVED-QTY(WS-POT-COUNT).
           MOVE OPO-UNIT-PRICE TO POT-UNIT-PRICE(WS-POT-COUNT).
           MOVE OPO-INVOICED-QTY TO POT-INVOICED-QTY(WS-POT-COUNT).
           MOVE 0 TO POT-PENDING-QTY(WS-POT-COUNT).
           READ OPEN-PO-OLD-FILE
               AT END MOVE "Y" TO PO-EOF-FLAG.
      *
      *EVERY ITEM ALREADY ON THE PAYABLES FILE GOES STRAIGHT ACROSS;
      *TODAY'S VOUCHERS FOLLOW IT, NUMBERED ON FROM THE HIGHEST.
       COPY-ONE-PAYABLE.
           WRITE PAYABLE-NEW-RECORD FROM PAYABLE-OLD-RECORD.
           IF APO-VOUCHER-NO > WS-LAST-VOUCHER
               MOVE APO-VOUCHER-NO TO WS-LAST-VOUCHER
           END-IF.
           MOVE APO-PUBLISHER TO HCH-PUBLISHER.
           MOVE APO-INVOICE-NO TO HCH-INVOICE-NO.
           PERFORM ADD-PAYABLE-KEY.
           READ PAYABLE-OLD-FILE
               AT END MOVE "Y" TO AP-EOF-FLAG.
      *
       ADD-PAYABLE-KEY.
           ADD 1 TO WS-PKT-COUNT.
           IF WS-PKT-COUNT > 1000
               DISPLAY "INVMATCH HALTED - PAYABLES KEY TABLE FULL"
                   " AT 1000"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE HCH-PUBLISHER TO PKT-PUBLISHER(WS-PKT-COUNT).
           MOVE HCH-INVOICE-NO TO PKT-INVOICE-NO(WS-PKT-COUNT).
      *
      *A HEADER CARD CLOSES OFF THE INVOICE BEFORE IT; A LINE CARD
      *JOINS THE INVOICE IN HAND.  A LINE CARD WITH NO HEADER IN
      *FRONT OF IT, OR A CARD OF NO KNOWN TYPE, IS LISTED AND SENT
      *TO THE HELD FILE SO IT IS NOT LOST.
       PROCESS-ONE-CARD.
           IF CARD-IS-HEADER
               IF INVOICE-IS-PENDING
                   PERFORM MATCH-INVOICE
               END-IF
               MOVE INVOICE-HEADER-CARD TO HEADER-CARD-HOLD
               MOVE 0 TO WS-LNT-COUNT
               MOVE "Y" TO INVOICE-PENDING-FLAG
           ELSE
               IF CARD-IS-LINE AND INVOICE-IS-PENDING
                   ADD 1 TO WS-LNT-COUNT
                   IF WS-LNT-COUNT > 50
                       DISPLAY "INVMATCH HALTED - INVOICE LINE TABLE"
                           " FULL AT 50"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE INVOICE-LINE-CARD TO LNT-CARD(WS-LNT-COUNT)
                   MOVE ILC-ISBN TO LNT-ISBN(WS-LNT-COUNT)
                   MOVE ILC-QTY TO LNT-QTY(WS-LNT-COUNT)
                   MOVE ILC-UNIT-PRICE TO LNT-UNIT-PRICE(WS-LNT-COUNT)
               ELSE
                   ADD 1 TO WS-REJECTED-CARDS
                   IF CARD-IS-LINE
                       MOVE "LINE CARD WITH NO INVOICE HEADER  "
                           TO RCL-REMARK
                   ELSE
                       MOVE "CARD TYPE NOT H OR L - NOT USED   "
                           TO RCL-REMARK
                   END-IF
                   MOVE INVOICE-LINE-CARD TO RCL-CARD
                   WRITE PRINT-LINE FROM REJECTED-CARD-LINE
                       AFTER ADVANCING 2 LINES
                   WRITE HELD-INVOICE-RECORD FROM INVOICE-LINE-CARD
               END-IF
           END-IF.
           READ INVOICE-CARD-FILE
               AT END MOVE "Y" TO CARD-EOF-FLAG.
      *
      *THE FIRST REASON FOUND IS THE ONE PRINTED ON THE INVOICE; EACH
      *LINE CARRIES ITS OWN REMARK.  NOTHING IS BILLED AGAINST THE
      *ORDERS OR VOUCHERED UNLESS EVERY TEST PASSES.
       MATCH-INVOICE.
           ADD 1 TO WS-INVOICES-READ.
           MOVE "N" TO INVOICE-PENDING-FLAG.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 0 TO WS-LINES-TOTAL.
           PERFORM CLEAR-ONE-PENDING
               VARYING WS-POT-SUB FROM 1 BY 1
               UNTIL WS-POT-SUB > WS-POT-COUNT
               OR WS-POT-SUB > 200.
           PERFORM FIND-PUBLISHER-ENTRY.
           PERFORM FIND-DUPLICATE-INVOICE.
           PERFORM MATCH-ONE-LINE
               VARYING WS-LNT-SUB FROM 1 BY 1
               UNTIL WS-LNT-SUB > WS-LNT-COUNT.
           IF NOT PUBLISHER-WAS-FOUND
               MOVE "PUBLISHER NOT ON PUBLISHER MASTER"
                   TO WS-HOLD-REASON
           ELSE
               IF INVOICE-IS-DUPLICATE
                   MOVE "DUPLICATE - ALREADY ON PAYABLES"
                       TO WS-HOLD-REASON
               ELSE
                   IF HCH-INVOICE-DATE NOT NUMERIC
                     OR HCH-INVOICE-DATE(3:2) < "01"
                     OR HCH-INVOICE-DATE(3:2) > "12"
                     OR HCH-INVOICE-DATE(5:2) < "01"
                     OR HCH-INVOICE-DATE(5:2) > "31"
                       MOVE "INVOICE DATE NOT VALID"
                           TO WS-HOLD-REASON
                   ELSE
                       IF WS-LNT-COUNT EQUAL 0
                           MOVE "NO LINE CARDS FOR THE INVOICE"
                               TO WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-HOLD-REASON EQUAL SPACES
               PERFORM CHECK-ONE-LINE-REMARK
                   VARYING WS-LNT-SUB FROM 1 BY 1
                   UNTIL WS-LNT-SUB > WS-LNT-COUNT
           END-IF.
           IF WS-HOLD-REASON EQUAL SPACES
             AND WS-LINES-TOTAL NOT EQUAL HCH-INVOICE-TOTAL
               MOVE "LINES DO NOT ADD TO THE INVOICE TOTAL"
                   TO WS-HOLD-REASON
           END-IF.
           MOVE HCH-INVOICE-NO TO IVL-INVOICE-NO.
           MOVE HCH-PUBLISHER TO IVL-PUBLISHER.
           MOVE HCH-INVOICE-DATE TO IVL-INVOICE-DATE.
           MOVE HCH-INVOICE-TOTAL TO IVL-TOTAL.
           IF WS-HOLD-REASON EQUAL SPACES
               PERFORM APPROVE-INVOICE
           ELSE
               PERFORM HOLD-INVOICE
           END-IF.
           WRITE PRINT-LINE FROM INVOICE-LINE AFTER ADVANCING 2 LINES.
           PERFORM PRINT-ONE-ITEM
               VARYING WS-LNT-SUB FROM 1 BY 1
               UNTIL WS-LNT-SUB > WS-LNT-COUNT.
      *
       CLEAR-ONE-PENDING.
           MOVE 0 TO POT-PENDING-QTY(WS-POT-SUB).
      *
       FIND-PUBLISHER-ENTRY.
           MOVE "N" TO PUB-FOUND-FLAG.
           PERFORM MATCH-ONE-PUBLISHER
               VARYING WS-PBT-SUB FROM 1 BY 1
               UNTIL WS-PBT-SUB > WS-PBT-COUNT
               OR WS-PBT-SUB > 30.
      *
       MATCH-ONE-PUBLISHER.
           IF PBT-NAME(WS-PBT-SUB) EQUAL HCH-PUBLISHER
               MOVE "Y" TO PUB-FOUND-FLAG
               MOVE WS-PBT-SUB TO WS-PBT-FOUND-SUB
           END-IF.
      *
       FIND-DUPLICATE-INVOICE.
           MOVE "N" TO DUPLICATE-FLAG.
           PERFORM MATCH-ONE-PAYABLE-KEY
               VARYING WS-PKT-SUB FROM 1 BY 1
               UNTIL WS-PKT-SUB > WS-PKT-COUNT
               OR INVOICE-IS-DUPLICATE.
      *
       MATCH-ONE-PAYABLE-KEY.
           IF PKT-PUBLISHER(WS-PKT-SUB) EQUAL HCH-PUBLISHER
             AND PKT-INVOICE-NO(WS-PKT-SUB) EQUAL HCH-INVOICE-NO
               MOVE "Y" TO DUPLICATE-FLAG
           END-IF.
      *
      *A LINE WORKS DOWN THAT PUBLISHER'S ORDERS FOR ITS ISBN, OLDEST
      *FIRST, TAKING ONLY WHAT WAS RECEIVED AND NOT YET BILLED.
       MATCH-ONE-LINE.
           COMPUTE WS-EXTENSION = LNT-QTY(WS-LNT-SUB)
               * LNT-UNIT-PRICE(WS-LNT-SUB).
           ADD WS-EXTENSION TO WS-LINES-TOTAL.
           MOVE LNT-QTY(WS-LNT-SUB) TO WS-REMAINING.
           MOVE "N" TO PO-HIT-FLAG, PRICE-OFF-FLAG.
           MOVE 0 TO LNT-PO-PRICE(WS-LNT-SUB).
           PERFORM APPLY-LINE-TO-ONE-PO
               VARYING WS-POT-SUB FROM 1 BY 1
               UNTIL WS-POT-SUB > WS-POT-COUNT
               OR WS-POT-SUB > 200
               OR WS-REMAINING NOT > 0.
           IF NOT PO-WAS-HIT
               MOVE "NO ORDER FOR THIS ISBN" TO LNT-REMARK(WS-LNT-SUB)
           ELSE
               IF WS-REMAINING > 0
                   MOVE "BILLED OVER QUANTITY RECEIVED"
                       TO LNT-REMARK(WS-LNT-SUB)
               ELSE
                   IF PRICE-IS-OFF
                       MOVE "PRICE OFF THE ORDER"
                           TO LNT-REMARK(WS-LNT-SUB)
                   ELSE
                       MOVE SPACES TO LNT-REMARK(WS-LNT-SUB)
                   END-IF
               END-IF
           END-IF.
      *
       APPLY-LINE-TO-ONE-PO.
           IF POT-PUBLISHER(WS-POT-SUB) EQUAL HCH-PUBLISHER
             AND POT-ISBN(WS-POT-SUB) EQUAL LNT-ISBN(WS-LNT-SUB)
               MOVE "Y" TO PO-HIT-FLAG
               COMPUTE WS-UNBILLED-QTY =
                   POT-RECEIVED-QTY(WS-POT-SUB)
                   - POT-INVOICED-QTY(WS-POT-SUB)
                   - POT-PENDING-QTY(WS-POT-SUB)
               IF WS-UNBILLED-QTY > 0
                   IF WS-REMAINING < WS-UNBILLED-QTY
                       MOVE WS-REMAINING TO WS-APPLY-QTY
                   ELSE
                       MOVE WS-UNBILLED-QTY TO WS-APPLY-QTY
                   END-IF
                   ADD WS-APPLY-QTY TO POT-PENDING-QTY(WS-POT-SUB)
                   SUBTRACT WS-APPLY-QTY FROM WS-REMAINING
                   MOVE POT-UNIT-PRICE(WS-POT-SUB)
                       TO LNT-PO-PRICE(WS-LNT-SUB)
                   IF POT-UNIT-PRICE(WS-POT-SUB)
                           NOT EQUAL LNT-UNIT-PRICE(WS-LNT-SUB)
                       MOVE "Y" TO PRICE-OFF-FLAG
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-ONE-LINE-REMARK.
           IF WS-HOLD-REASON EQUAL SPACES
             AND LNT-REMARK(WS-LNT-SUB) NOT EQUAL SPACES
               MOVE "LINE EXCEPTIONS - SEE LINES BELOW"
                   TO WS-HOLD-REASON
           END-IF.
      *
       APPROVE-INVOICE.
           ADD 1 TO WS-APPROVED-COUNT.
           ADD HCH-INVOICE-TOTAL TO WS-APPROVED-AMOUNT.
           PERFORM COMMIT-ONE-PENDING
               VARYING WS-POT-SUB FROM 1 BY 1
               UNTIL WS-POT-SUB > WS-POT-COUNT
               OR WS-POT-SUB > 200.
           PERFORM FIGURE-DUE-DATE.
           ADD 1 TO WS-LAST-VOUCHER.
           MOVE SPACES TO PAYABLE-NEW-RECORD.
           MOVE WS-LAST-VOUCHER TO APN-VOUCHER-NO.
           MOVE HCH-PUBLISHER TO APN-PUBLISHER.
           MOVE HCH-INVOICE-NO TO APN-INVOICE-NO.
           MOVE HCH-INVOICE-DATE TO APN-INVOICE-DATE.
           MOVE WS-DUE-DATE TO APN-DUE-DATE.
           MOVE HCH-INVOICE-TOTAL TO APN-AMOUNT.
           MOVE "O" TO APN-STATUS.
           MOVE 0 TO APN-PAID-DATE, APN-CHECK-NO.
           WRITE PAYABLE-NEW-RECORD.
           PERFORM ADD-PAYABLE-KEY.
           MOVE SPACES TO IVL-RESULT.
           STRING "APPROVED - VOUCHER " DELIMITED BY SIZE
               APN-VOUCHER-NO DELIMITED BY SIZE
               "  DUE " DELIMITED BY SIZE
               APN-DUE-DATE DELIMITED BY SIZE
               INTO IVL-RESULT.
      *
       COMMIT-ONE-PENDING.
           ADD POT-PENDING-QTY(WS-POT-SUB)
               TO POT-INVOICED-QTY(WS-POT-SUB).
           MOVE 0 TO POT-PENDING-QTY(WS-POT-SUB).
      *
       HOLD-INVOICE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO IVL-RESULT.
           STRING "HELD - " DELIMITED BY SIZE
               WS-HOLD-REASON DELIMITED BY SIZE
               INTO IVL-RESULT.
           WRITE HELD-INVOICE-RECORD FROM HEADER-CARD-HOLD.
           PERFORM HOLD-ONE-LINE-CARD
               VARYING WS-LNT-SUB FROM 1 BY 1
               UNTIL WS-LNT-SUB > WS-LNT-COUNT.
      *
       HOLD-ONE-LINE-CARD.
           WRITE HELD-INVOICE-RECORD FROM LNT-CARD(WS-LNT-SUB).
      *
      *THE NET DAYS ARE THE FIRST RUN OF DIGITS AFTER "NET" IN THE
      *TERMS; THE DAYS ARE THEN ADDED TO THE INVOICE DATE A MONTH AT
      *A TIME (YEARS ARE 20YY, SO EVERY FOURTH ONE IS A LEAP YEAR).
       FIGURE-DUE-DATE.
           MOVE 30 TO WS-NET-DAYS.
           MOVE 0 TO WS-NET-TALLY.
           INSPECT PBT-TERMS(WS-PBT-FOUND-SUB)
               TALLYING WS-NET-TALLY FOR ALL "NET".
           IF WS-NET-TALLY > 0
               MOVE SPACES TO WS-TERMS-BEFORE, WS-TERMS-AFTER
               UNSTRING PBT-TERMS(WS-PBT-FOUND-SUB)
                   DELIMITED BY "NET"
                   INTO WS-TERMS-BEFORE, WS-TERMS-AFTER
               MOVE 0 TO WS-DIGIT-COUNT
               PERFORM SCAN-ONE-TERMS-CHARACTER
                   VARYING WS-TERMS-SUB FROM 1 BY 1
                   UNTIL WS-TERMS-SUB > 10
           END-IF.
           MOVE HCH-INVOICE-DATE TO WS-DUE-DATE.
           COMPUTE WS-DAY-COUNT = WS-DUE-DD + WS-NET-DAYS.
           PERFORM SET-MONTH-LENGTH.
           PERFORM ROLL-ONE-MONTH
               UNTIL WS-DAY-COUNT NOT > WS-MONTH-LENGTH.
           MOVE WS-DAY-COUNT TO WS-DUE-DD.
      *
      *DIGITS COUNT ONLY UNTIL THE FIRST NON-DIGIT AFTER THEM (OR
      *THREE OF THEM); LEADING SPACES ARE SKIPPED.
       SCAN-ONE-TERMS-CHARACTER.
           IF WS-DIGIT-COUNT < 3
               IF WS-TERMS-AFTER(WS-TERMS-SUB:1) IS NUMERIC
                   IF WS-DIGIT-COUNT EQUAL 0
                       MOVE 0 TO WS-NET-DAYS
                   END-IF
                   MOVE WS-TERMS-AFTER(WS-TERMS-SUB:1)
                       TO WS-TERMS-DIGIT-X
                   COMPUTE WS-NET-DAYS = WS-NET-DAYS * 10
                       + WS-TERMS-DIGIT
                   ADD 1 TO WS-DIGIT-COUNT
               ELSE
                   IF WS-DIGIT-COUNT > 0
                       MOVE 3 TO WS-DIGIT-COUNT
                   END-IF
               END-IF
           END-IF.
      *
       ROLL-ONE-MONTH.
           SUBTRACT WS-MONTH-LENGTH FROM WS-DAY-COUNT.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YY
           END-IF.
           PERFORM SET-MONTH-LENGTH.
      *
       SET-MONTH-LENGTH.
           MOVE MDT-DAYS(WS-DUE-MM) TO WS-MONTH-LENGTH.
           DIVIDE WS-DUE-YY BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-DUE-MM EQUAL 2
             AND WS-LEAP-REMAINDER EQUAL 0
               ADD 1 TO WS-MONTH-LENGTH
           END-IF.
      *
       PRINT-ONE-ITEM.
           MOVE LNT-ISBN(WS-LNT-SUB) TO ITL-ISBN.
           MOVE LNT-QTY(WS-LNT-SUB) TO ITL-QTY.
           MOVE LNT-UNIT-PRICE(WS-LNT-SUB) TO ITL-UNIT-PRICE.
           COMPUTE WS-EXTENSION = LNT-QTY(WS-LNT-SUB)
               * LNT-UNIT-PRICE(WS-LNT-SUB).
           MOVE WS-EXTENSION TO ITL-EXTENSION.
           MOVE LNT-PO-PRICE(WS-LNT-SUB) TO ITL-PO-PRICE.
           MOVE LNT-REMARK(WS-LNT-SUB) TO ITL-REMARK.
           WRITE PRINT-LINE FROM ITEM-LINE AFTER ADVANCING 1 LINE.
      *
      *THE OPEN ORDERS GO FORWARD WITH THEIR NEW INVOICED QUANTITIES;
      *RETIRING THEM IS STILL POTRACK'S JOB.
       WRITE-ONE-OPEN-PO.
           MOVE POT-RECORD(WS-POT-SUB) TO OPEN-PO-OLD-RECORD.
           MOVE POT-INVOICED-QTY(WS-POT-SUB) TO OPO-INVOICED-QTY.
           WRITE OPEN-PO-NEW-RECORD FROM OPEN-PO-OLD-RECORD.
      *
       CLOSING.
           MOVE WS-INVOICES-READ TO SML-READ.
           MOVE WS-APPROVED-COUNT TO SML-APPROVED.
           MOVE WS-HELD-COUNT TO SML-HELD.
           MOVE WS-APPROVED-AMOUNT TO SML-AMOUNT.
           MOVE WS-REJECTED-CARDS TO SML-REJECTED.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE INVOICE-CARD-FILE, OPEN-PO-OLD-FILE,
               OPEN-PO-NEW-FILE, PUBLISHER-MASTER-FILE,
               PAYABLE-OLD-FILE, PAYABLE-NEW-FILE,
               HELD-INVOICE-FILE, PRINT-FILE.
/*
//GO.INVCARDS DD DSN=SIMONCO.BIBLIO.INVCARDS,DISP=SHR
//GO.OPOOLD   DD DSN=SIMONCO.BIBLIO.OPENPO,DISP=SHR
//GO.OPONEW   DD DSN=SIMONCO.BIBLIO.OPENPO.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=100,BLKSIZE=8000)
//GO.PUBMAST  DD DSN=SIMONCO.BIBLIO.PUBMAST,DISP=SHR
//GO.APOLD    DD DSN=SIMONCO.BIBLIO.APFILE,DISP=SHR
//GO.APNEW    DD DSN=SIMONCO.BIBLIO.APFILE.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//GO.INVHOLD  DD DSN=SIMONCO.BIBLIO.INVHOLD,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(1,1)),
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)
//
