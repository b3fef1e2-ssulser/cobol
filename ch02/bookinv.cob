      *                    BALANCE, AND TIES THE INVOICED TOTAL BACK
      *                    TO THE RUN'S FILLED-ORDER TOTAL, ENDING
      *                    WITH CODE 16 IF THEY DISAGREE.
      *    2026-10-15  SS  THE FILLED-ORDER RECORD NOW CARRIES THE UNIT
      *                    COST ORDENT STAMPS AT FILL TIME.
      *    2026-10-15  SS  CHARGE SALES TAX PER INVOICE AT THE RATE
      *                    FOR THE MEMBER'S SHIP-TO STATE (THE NEW
      *                    STRUCTURED ADDRESS) OFF THE JURISDICTION
      *                    TABLE; A STATE NOT ON THE TABLE IS NOT
      *                    TAXED, AND AN EXEMPT MEMBER (SCHOOLS AND
      *                    LIBRARIES) IS BILLED WITHOUT TAX.  EVERY
      *                    INVOICE INTO A TAXING STATE GOES ON THE TAX
      *                    REGISTER FOR BOOKTAX'S MONTHLY RETURN.  THE
      *                    RECEIVABLE AND BALANCE TAKE THE AMOUNT DUE;
      *                    THE FILLED-ORDER TIE-OUT STAYS ON
      *                    MERCHANDISE.
      *    2026-10-15  SS  APPEND EVERY INVOICE (MERCHANDISE AND TAX
      *                    APART) TO THE CUMULATIVE INVOICE HISTORY
      *                    BOOKGL POSTS TO THE GENERAL LEDGER FROM.
      *    2026-10-15  SS  APPEND EVERY BILLED LINE, AT ITS NET AFTER
      *                    THE QUANTITY DISCOUNT, TO THE CUMULATIVE
      *                    INVOICE LINE HISTORY SO BOOKRTN CREDITS A
      *                    RETURN AT WHAT THE MEMBER WAS BILLED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DISCOUNT-FILE ASSIGN TO UT-S-DISCOUNT.
           SELECT INVOICE-CONTROL-FILE ASSIGN TO UT-S-INVCTL.
           SELECT RECEIVABLE-FILE ASSIGN TO UT-S-ARFILE.
           SELECT TAX-RATE-FILE ASSIGN TO UT-S-TAXRATE.
           SELECT TAX-HISTORY-FILE ASSIGN TO UT-S-TAXHIST.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO UT-S-INVHIST.
           SELECT INVOICE-LINE-FILE ASSIGN TO UT-S-INVLINE.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
           05  FIL-PUBLISHER           PIC X(21).
           05  FIL-QTY                 PIC 9(4).
           05  FIL-PRICE               PIC 99V99.
           05  FIL-UNIT-COST           PIC 99V99.
      *
      *MEMBER-MASTER-RECORD MIRRORS MBRMAINT'S LAYOUT; THE BALANCE
      *TAKES EACH INVOICE AS IT POSTS.
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
      *ONE DISCOUNT CARD PER QUANTITY BREAK, IN ASCENDING MINIMUM
      *QUANTITY ORDER: A LINE AT OR OVER THE MINIMUM EARNS THE
           05  ARR-INVOICE-DATE        PIC 9(06).
           05  ARR-AMOUNT              PIC S9(7)V99.
           05  ARR-PAID                PIC S9(7)V99.
      *
      *ONE CARD PER TAXING JURISDICTION (A STATE WHERE THE CLUB HAS
      *A PRESENCE) WITH ITS COMBINED RATE AS A FRACTION (.0725).
       FD  TAX-RATE-FILE
           LABEL RECORD IS OMITTED.
       01  TAX-RATE-RECORD.
           05  TXR-STATE               PIC X(02).
           05  TXR-NAME                PIC X(20).
           05  TXR-RATE                PIC 9V9999.
           05  FILLER                  PIC X(53).
      *
      *THE TAX REGISTER: ONE RECORD PER INVOICE ("I") INTO A TAXING
      *STATE, AND ONE PER CREDIT MEMO ("C") FROM BOOKRTN WITH THE
      *AMOUNTS NEGATIVE.  BOOKTAX FILES THE MONTH FROM IT.
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
      *ONE RECORD PER INVOICE, APPENDED ACROSS RUNS.  THE AMOUNT DUE
      *IS THE MERCHANDISE PLUS THE TAX.
       FD  INVOICE-HISTORY-FILE
           LABEL RECORD IS OMITTED.
       01  INVOICE-HISTORY-RECORD.
           05  INH-INVOICE-DATE        PIC 9(06).
           05  INH-INVOICE-NO          PIC 9(06).
           05  INH-MEMBER-NUMBER       PIC X(06).
           05  INH-MERCHANDISE         PIC S9(7)V99.
           05  INH-TAX                 PIC S9(5)V99.
           05  FILLER                  PIC X(06).
      *
      *ONE RECORD PER BILLED LINE, APPENDED ACROSS RUNS.  THE NET IS
      *THE LINE AFTER ITS QUANTITY DISCOUNT, BEFORE TAX.
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
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       77  WS-DST-COUNT                PIC 99 VALUE 0.
       77  WS-DST-SUB                  PIC 99 VALUE 0.
       77  WS-DST-FOUND-SUB            PIC 99 VALUE 0.
      *
       01  JURISDICTION-TABLE.
           05  TXT-ENTRY OCCURS 60 TIMES.
               10  TXT-STATE           PIC X(02).
               10  TXT-RATE            PIC 9V9999.
       77  WS-TXT-COUNT                PIC 99 VALUE 0.
       77  WS-TXT-SUB                  PIC 99 VALUE 0.
       77  WS-TXT-FOUND-SUB            PIC 99 VALUE 0.
      *
       77  FILLED-EOF-FLAG             PIC X VALUE "N".
           88  FILLED-IS-EOF           VALUE "Y".
       77  DISCOUNT-EOF-FLAG           PIC X VALUE "N".
           88  DISCOUNT-IS-EOF         VALUE "Y".
       77  TAX-RATE-EOF-FLAG           PIC X VALUE "N".
           88  TAX-RATE-IS-EOF         VALUE "Y".
       77  MEMBER-FOUND-FLAG           PIC X VALUE "N".
           88  MEMBER-WAS-FOUND        VALUE "Y".
      *
       77  WS-LINE-DISCOUNT            PIC S9(6)V99 VALUE 0.
       77  WS-LINE-NET                 PIC S9(6)V99 VALUE 0.
       77  WS-INVOICE-TOTAL            PIC S9(7)V99 VALUE 0.
       77  WS-INVOICE-TAX              PIC S9(5)V99 VALUE 0.
       77  WS-AMOUNT-DUE               PIC S9(7)V99 VALUE 0.
       77  WS-RUN-TAX-TOTAL            PIC S9(7)V99 VALUE 0.
       77  WS-INVOICES-WRITTEN         PIC 9(05) VALUE 0.
       77  WS-RUN-BILLED-TOTAL         PIC S9(8)V99 VALUE 0.
       77  WS-RUN-FILLED-TOTAL         PIC S9(8)V99 VALUE 0.
      *
       01  INVOICE-ADDRESS-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  IAL-STREET              PIC X(25).
      *
       01  INVOICE-CITY-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  ICL-CITY                PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ICL-STATE               PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ICL-ZIP                 PIC X(05).
      *
       01  INVOICE-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "INVOICE TOTAL:  ".
           05  ITL-TOTAL               PIC ZZZ,ZZ9.99.
      *
       01  INVOICE-TAX-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  TXL-CAPTION             PIC X(16).
           05  TXL-TAX                 PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TXL-STATE               PIC X(02).
           05  FILLER                  PIC X(04) VALUE " AT ".
           05  TXL-RATE                PIC Z9.999.
           05  FILLER                  PIC X(01) VALUE "%".
      *
       01  INVOICE-DUE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "AMOUNT DUE:     ".
           05  IDU-AMOUNT              PIC ZZZ,ZZ9.99.
      *
       01  NO-MEMBER-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "  FILLED GROSS: ".
           05  SML-FILLED              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE "  TAX: ".
           05  SML-TAX                 PIC ZZZ,ZZ9.99.
      *
       01  TIED-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-DISCOUNT UNTIL DISCOUNT-IS-EOF.
           PERFORM LOAD-ONE-TAX-RATE UNTIL TAX-RATE-IS-EOF.
           PERFORM LOAD-ONE-FILLED-LINE UNTIL FILLED-IS-EOF.
           PERFORM BILL-ONE-ENTRY
               VARYING WS-LNT-SUB FROM 1 BY 1
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT FILLED-ORDER-FILE, DISCOUNT-FILE,
                INVOICE-CONTROL-FILE, TAX-RATE-FILE.
           OPEN I-O MEMBER-MASTER-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN EXTEND RECEIVABLE-FILE, TAX-HISTORY-FILE,
                INVOICE-HISTORY-FILE, INVOICE-LINE-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           READ INVOICE-CONTROL-FILE
               AT END MOVE 0 TO IVC-LAST-INVOICE-NO
           CLOSE INVOICE-CONTROL-FILE.
           READ DISCOUNT-FILE
               AT END MOVE "Y" TO DISCOUNT-EOF-FLAG.
           READ TAX-RATE-FILE
               AT END MOVE "Y" TO TAX-RATE-EOF-FLAG.
           READ FILLED-ORDER-FILE
               AT END MOVE "Y" TO FILLED-EOF-FLAG.
      *
           END-IF.
           READ DISCOUNT-FILE
               AT END MOVE "Y" TO DISCOUNT-EOF-FLAG.
      *
       LOAD-ONE-TAX-RATE.
           ADD 1 TO WS-TXT-COUNT.
           IF WS-TXT-COUNT > 60
               DISPLAY "BOOKINV HALTED - JURISDICTION TABLE FULL AT 60"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TXR-STATE TO TXT-STATE(WS-TXT-COUNT).
           MOVE TXR-RATE TO TXT-RATE(WS-TXT-COUNT).
           READ TAX-RATE-FILE
               AT END MOVE "Y" TO TAX-RATE-EOF-FLAG.
      *
       LOAD-ONE-FILLED-LINE.
           ADD 1 TO WS-LNT-COUNT.
               MOVE MBR-NAME TO IHL-NAME
               WRITE PRINT-LINE FROM INVOICE-HEAD-LINE
                   AFTER ADVANCING 2 LINES
               MOVE MBR-STREET TO IAL-STREET
               WRITE PRINT-LINE FROM INVOICE-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               MOVE MBR-CITY TO ICL-CITY
               MOVE MBR-STATE TO ICL-STATE
               MOVE MBR-ZIP TO ICL-ZIP
               WRITE PRINT-LINE FROM INVOICE-CITY-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM BILL-ONE-MEMBER-LINE
                   VARYING WS-LNT-SCAN FROM 1 BY 1
                   UNTIL WS-LNT-SCAN > WS-LNT-COUNT
               WRITE PRINT-LINE FROM INVOICE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-INVOICE-TOTAL TO WS-RUN-BILLED-TOTAL
               PERFORM FIGURE-INVOICE-TAX
               ADD WS-INVOICE-TOTAL, WS-INVOICE-TAX
                   GIVING WS-AMOUNT-DUE
               MOVE WS-AMOUNT-DUE TO IDU-AMOUNT
               WRITE PRINT-LINE FROM INVOICE-DUE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM WRITE-RECEIVABLE-RECORD
               ADD WS-AMOUNT-DUE TO MBR-BALANCE
               REWRITE MEMBER-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE WS-LINE-NET TO IDL-NET
               WRITE PRINT-LINE FROM INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO INVOICE-LINE-RECORD
               MOVE WS-INVOICE-NO TO INL-INVOICE-NO
               MOVE WS-RUN-DATE TO INL-INVOICE-DATE
               MOVE WS-WORK-MEMBER TO INL-MEMBER-NUMBER
               MOVE LNT-TITLE(WS-LNT-SCAN) TO INL-TITLE
               MOVE LNT-QTY(WS-LNT-SCAN) TO INL-QTY
               MOVE WS-LINE-NET TO INL-NET
               WRITE INVOICE-LINE-RECORD
           END-IF.
      *
       MATCH-ONE-DISCOUNT-BREAK.
           IF LNT-QTY(WS-LNT-SCAN) NOT < DST-MIN-QTY(WS-DST-SUB)
               MOVE WS-DST-SUB TO WS-DST-FOUND-SUB
           END-IF.
      *
      *TAX FOLLOWS THE SHIP-TO STATE.  A STATE OFF THE TABLE IS
      *OUTSIDE THE CLUB'S TAX PRESENCE AND THE INVOICE CARRIES NO
      *TAX LINE; INSIDE IT, AN EXEMPT MEMBER'S INVOICE STILL GOES
      *ON THE REGISTER AS EXEMPT SALES FOR THE RETURN.
       FIGURE-INVOICE-TAX.
           MOVE 0 TO WS-INVOICE-TAX.
           MOVE 0 TO WS-TXT-FOUND-SUB.
           PERFORM MATCH-ONE-JURISDICTION
               VARYING WS-TXT-SUB FROM 1 BY 1
               UNTIL WS-TXT-SUB > WS-TXT-COUNT
               OR WS-TXT-SUB > 60.
           IF WS-TXT-FOUND-SUB > 0
               MOVE SPACES TO TAX-HISTORY-RECORD
               MOVE WS-RUN-DATE TO TXH-DOC-DATE
               MOVE "I" TO TXH-DOC-TYPE
               MOVE WS-INVOICE-NO TO TXH-DOC-NO
               MOVE WS-WORK-MEMBER TO TXH-MEMBER-NUMBER
               MOVE MBR-STATE TO TXH-STATE
               IF MBR-IS-TAX-EXEMPT
                   MOVE 0 TO TXH-TAXABLE
                   MOVE WS-INVOICE-TOTAL TO TXH-EXEMPT
                   MOVE "TAX EXEMPT:     " TO TXL-CAPTION
               ELSE
                   COMPUTE WS-INVOICE-TAX ROUNDED =
                       WS-INVOICE-TOTAL * TXT-RATE(WS-TXT-FOUND-SUB)
                   MOVE WS-INVOICE-TOTAL TO TXH-TAXABLE
                   MOVE 0 TO TXH-EXEMPT
                   MOVE "SALES TAX:      " TO TXL-CAPTION
               END-IF
               MOVE WS-INVOICE-TAX TO TXH-TAX
               WRITE TAX-HISTORY-RECORD
               ADD WS-INVOICE-TAX TO WS-RUN-TAX-TOTAL
               MOVE WS-INVOICE-TAX TO TXL-TAX
               MOVE MBR-STATE TO TXL-STATE
               COMPUTE TXL-RATE = TXT-RATE(WS-TXT-FOUND-SUB) * 100
               WRITE PRINT-LINE FROM INVOICE-TAX-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       MATCH-ONE-JURISDICTION.
           IF TXT-STATE(WS-TXT-SUB) EQUAL MBR-STATE
               MOVE WS-TXT-SUB TO WS-TXT-FOUND-SUB
           END-IF.
      *
       WRITE-RECEIVABLE-RECORD.
           MOVE WS-WORK-MEMBER TO ARR-MEMBER-NUMBER.
           MOVE WS-INVOICE-NO TO ARR-INVOICE-NO.
           MOVE WS-RUN-DATE TO ARR-INVOICE-DATE.
           MOVE WS-AMOUNT-DUE TO ARR-AMOUNT.
           MOVE 0 TO ARR-PAID.
           WRITE RECEIVABLE-RECORD.
           MOVE SPACES TO INVOICE-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO INH-INVOICE-DATE.
           MOVE WS-INVOICE-NO TO INH-INVOICE-NO.
           MOVE WS-WORK-MEMBER TO INH-MEMBER-NUMBER.
           MOVE WS-INVOICE-TOTAL TO INH-MERCHANDISE.
           MOVE WS-INVOICE-TAX TO INH-TAX.
           WRITE INVOICE-HISTORY-RECORD.
      *
      *THE RUN TIES WHEN EVERYTHING FILLED WAS EITHER BILLED OR
      *LISTED AS A MISSING MEMBER; A DISCOUNT MAKES BILLED LESS THAN
           MOVE WS-INVOICES-WRITTEN TO SML-COUNT.
           MOVE WS-RUN-BILLED-TOTAL TO SML-BILLED.
           MOVE WS-RUN-FILLED-TOTAL TO SML-FILLED.
           MOVE WS-RUN-TAX-TOTAL TO SML-TAX.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-RUN-BILLED-TOTAL NOT > WS-RUN-FILLED-TOTAL
           WRITE INVOICE-CONTROL-RECORD.
           CLOSE INVOICE-CONTROL-FILE.
           CLOSE FILLED-ORDER-FILE, MEMBER-MASTER-FILE,
               DISCOUNT-FILE, RECEIVABLE-FILE, TAX-RATE-FILE,
               TAX-HISTORY-FILE, INVOICE-HISTORY-FILE,
               INVOICE-LINE-FILE, PRINT-FILE.
/*
//GO.FILLED  DD DSN=SIMONCO.BIBLIO.FILLED,DISP=SHR
//GO.MBRMAST DD DSN=SIMONCO.BIBLIO.MBRMAST,DISP=OLD
//GO.DISCOUNT DD DSN=SIMONCO.BIBLIO.DISCOUNT,DISP=SHR
//GO.INVCTL  DD DSN=SIMONCO.BIBLIO.INVCTL,DISP=OLD
//GO.ARFILE  DD DSN=SIMONCO.BIBLIO.ARFILE,DISP=MOD
//GO.TAXRATE DD DSN=SIMONCO.BIBLIO.TAXRATE,DISP=SHR
//GO.TAXHIST DD DSN=SIMONCO.BIBLIO.TAXHIST,DISP=MOD
//GO.INVHIST DD DSN=SIMONCO.BIBLIO.INVHIST,DISP=MOD
//GO.INVLINE DD DSN=SIMONCO.BIBLIO.INVLINE,DISP=MOD
//GO.OUTPUT  DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
