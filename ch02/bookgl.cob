//SIMONCO JOB (1),'BOOK CLUB GL FEED',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKGL.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  GENERAL LEDGER FEED FOR
      *                    THE BOOK CLUB: EVERY INVOICE BOOKINV HAS
      *                    BILLED, CREDIT MEMO BOOKRTN HAS ISSUED,
      *                    PAYMENT BOOKCASH HAS POSTED, AND STOCK
      *                    ADJUSTMENT PHYSCNT HAS MADE SINCE THE LAST
      *                    FEED POSTS AS BALANCED JOURNAL PAIRS IN
      *                    GLPOST'S JRN-ACCOUNT LAYOUT -- SALES AND
      *                    SALES TAX AGAINST RECEIVABLES (REVERSED FOR
      *                    A CREDIT MEMO), CASH AGAINST
      *                    RECEIVABLES, AND INVENTORY SHRINK AT COST --
      *                    THROUGH THE BOOK CLUB ACCOUNT MAP, SO
      *                    GLLEDGER'S TRIAL BALANCE COVERS THE WHOLE
      *                    COMPANY.  AN ITEM WITH NO MAP ENTRY, OR
      *                    DEBITS AND CREDITS THAT DO NOT PROVE TO THE
      *                    SOURCE TOTALS, ENDS WITH CODE 16 AND LEAVES
      *                    THE LAST-POSTED DATE WHERE IT WAS, THE SAME
      *                    HOLD GLPOST APPLIES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CONTROL-FILE ASSIGN TO UT-S-GLBCTL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO UT-S-ACCTMAP.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO UT-S-INVHIST.
           SELECT CREDIT-MEMO-FILE ASSIGN TO UT-S-CRMEMOS.
           SELECT CASH-HISTORY-FILE ASSIGN TO UT-S-CASHHIST.
           SELECT ADJUSTMENT-AUDIT-FILE ASSIGN TO UT-S-CNTAUDIT.
           SELECT JOURNAL-FILE ASSIGN TO UT-S-JOURNAL.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *THE CONTROL RECORD HOLDS THE DATE OF THE LAST RELEASED FEED;
      *ONLY DOCUMENTS DATED AFTER IT POST.
       FD  GL-CONTROL-FILE
           LABEL RECORD IS OMITTED.
       01  GL-CONTROL-RECORD.
           05  GBC-LAST-POSTED         PIC 9(06).
           05  FILLER                  PIC X(74).
      *
      *ONE MAP CARD PER POSTING ITEM NAMES THE ACCOUNT TO DEBIT AND
      *THE ACCOUNT TO CREDIT:
      *    SALES     RECEIVABLES / BOOK SALES
      *    SALESTAX  RECEIVABLES / SALES TAX PAYABLE
      *    CASH      CASH / RECEIVABLES
      *    SHRINK    INVENTORY SHRINK / INVENTORY
       FD  ACCOUNT-MAP-FILE
           LABEL RECORD IS OMITTED.
       01  ACCOUNT-MAP-RECORD.
           05  MAP-ITEM                PIC X(08).
           05  MAP-DEBIT-ACCOUNT       PIC X(08).
           05  MAP-CREDIT-ACCOUNT      PIC X(08).
           05  FILLER                  PIC X(56).
      *
      *INVOICE-HISTORY-RECORD MIRRORS BOOKINV'S INVOICE HISTORY.
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
      *CREDIT-MEMO-RECORD MIRRORS BOOKRTN'S CREDIT MEMO REGISTER.
      *THE AMOUNT IS THE WHOLE CREDIT, TAX INCLUDED.
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
      *CASH-HISTORY-RECORD MIRRORS BOOKCASH'S CASH HISTORY.
       FD  CASH-HISTORY-FILE
           LABEL RECORD IS OMITTED.
       01  CASH-HISTORY-RECORD.
           05  CSH-MEMBER-NUMBER       PIC X(06).
           05  CSH-PAY-DATE            PIC 9(06).
           05  CSH-AMOUNT              PIC 9(5)V99.
           05  CSH-POST-DATE           PIC 9(06).
           05  CSH-UNAPPLIED           PIC 9(5)V99.
           05  FILLER                  PIC X(08).
      *
      *ADJUSTMENT-AUDIT-RECORD MIRRORS PHYSCNT'S ADJUSTMENT AUDIT.
       FD  ADJUSTMENT-AUDIT-FILE
           LABEL RECORD IS OMITTED.
       01  ADJUSTMENT-AUDIT-RECORD.
           05  ADJ-RUN-DATE            PIC 9(06).
           05  ADJ-TITLE               PIC X(30).
           05  ADJ-OLD-QTY             PIC 9(4).
           05  ADJ-NEW-QTY             PIC 9(4).
           05  ADJ-COUNTER-INITIALS    PIC X(03).
           05  ADJ-LOCATION            PIC X.
           05  ADJ-UNIT-COST           PIC 99V99.
           05  FILLER                  PIC X(28).
      *
      *JOURNAL-RECORD MIRRORS GLPOST'S OUTPUT LAYOUT.
       FD  JOURNAL-FILE
           LABEL RECORD IS OMITTED.
       01  JOURNAL-RECORD.
           05  JRN-ACCOUNT             PIC X(08).
           05  JRN-TYPE                PIC X.
           05  JRN-AMOUNT              PIC S9(7)V99.
           05  JRN-DEPARTMENT          PIC X(15).
           05  JRN-PLANT-CODE          PIC X(04).
           05  JRN-PAY-PERIOD          PIC X(06).
           05  JRN-SOURCE              PIC X(08).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 20 TIMES.
               10  MPT-ITEM            PIC X(08).
               10  MPT-DEBIT-ACCOUNT   PIC X(08).
               10  MPT-CREDIT-ACCOUNT  PIC X(08).
       77  WS-MAP-COUNT                PIC 99 VALUE 0.
       77  WS-MAP-SUB                  PIC 99 VALUE 0.
       77  WS-FOUND-SUB                PIC 99 VALUE 0.
      *
       77  MAP-EOF-FLAG                PIC X VALUE "N".
           88  MAP-IS-EOF              VALUE "Y".
       77  INVOICE-EOF-FLAG            PIC X VALUE "N".
           88  INVOICE-IS-EOF          VALUE "Y".
       77  MEMO-EOF-FLAG               PIC X VALUE "N".
           88  MEMO-IS-EOF             VALUE "Y".
       77  CASH-EOF-FLAG               PIC X VALUE "N".
           88  CASH-IS-EOF             VALUE "Y".
       77  AUDIT-EOF-FLAG              PIC X VALUE "N".
           88  AUDIT-IS-EOF            VALUE "Y".
       77  MAP-FOUND-FLAG              PIC X VALUE "N".
           88  MAP-WAS-FOUND           VALUE "Y".
       77  REVERSE-FLAG                PIC X VALUE "N".
           88  POST-REVERSED           VALUE "Y".
      *
       77  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       77  WS-LAST-POSTED              PIC 9(06) VALUE 0.
       77  WS-POST-ITEM                PIC X(08) VALUE SPACES.
       77  WS-POST-SOURCE              PIC X(08) VALUE SPACES.
       77  WS-POST-REFERENCE           PIC X(30) VALUE SPACES.
       77  WS-POST-AMOUNT              PIC S9(7)V99 VALUE 0.
       77  WS-ADJUST-UNITS             PIC S9(5) VALUE 0.
       77  WS-ADJUST-VALUE             PIC S9(7)V99 VALUE 0.
      *
       77  WS-INVOICES-POSTED          PIC 9(05) VALUE 0.
       77  WS-MEMOS-POSTED             PIC 9(05) VALUE 0.
       77  WS-PAYMENTS-POSTED          PIC 9(05) VALUE 0.
       77  WS-ADJUSTMENTS-POSTED       PIC 9(05) VALUE 0.
       77  WS-UNCOSTED-COUNT           PIC 9(05) VALUE 0.
       77  WS-UNMAPPED-COUNT           PIC 9(05) VALUE 0.
       77  WS-SOURCE-TOTAL             PIC S9(9)V99 VALUE 0.
       77  WS-DEBIT-TOTAL              PIC S9(9)V99 VALUE 0.
       77  WS-CREDIT-TOTAL             PIC S9(9)V99 VALUE 0.
      *
       01  WS-INVOICE-REFERENCE.
           05  FILLER                  PIC X(08) VALUE "INVOICE ".
           05  WIR-INVOICE-NO          PIC 9(06).
           05  FILLER                  PIC X(08) VALUE " MEMBER ".
           05  WIR-MEMBER              PIC X(06).
      *
       01  WS-MEMO-REFERENCE.
           05  FILLER                  PIC X(08) VALUE "CR MEMO ".
           05  WMR-MEMO-NO             PIC 9(06).
           05  FILLER                  PIC X(08) VALUE " MEMBER ".
           05  WMR-MEMBER              PIC X(06).
      *
       01  WS-PAYMENT-REFERENCE.
           05  FILLER                  PIC X(08) VALUE "PAYMENT ".
           05  WPR-PAY-DATE            PIC 9(06).
           05  FILLER                  PIC X(08) VALUE " MEMBER ".
           05  WPR-MEMBER              PIC X(06).
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE "BOOK CLUB GENERAL LEDGER POSTING PROOF".
      *
       01  WINDOW-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(22)
                   VALUE "DOCUMENTS DATED AFTER ".
           05  WDL-LAST-POSTED         PIC 9(06).
           05  FILLER                  PIC X(10) VALUE " THROUGH  ".
           05  WDL-RUN-DATE            PIC 9(06).
      *
       01  PROOF-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  PFL-ACCOUNT             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PFL-TYPE                PIC X.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PFL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PFL-ITEM                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PFL-SOURCE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PFL-REFERENCE           PIC X(30).
      *
       01  UNMAPPED-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  UML-ITEM                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UML-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UML-REFERENCE           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(33)
                   VALUE "NO ACCOUNT MAP ENTRY - NOT POSTED".
      *
       01  UNCOSTED-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  UCL-TITLE               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UCL-UNITS               PIC ZZZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE "ADJUSTMENT HAS NO COST - NOT POSTED".
      *
       01  TOTAL-DEBIT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE "TOTAL DEBITS:           ".
           05  TDL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-CREDIT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE "TOTAL CREDITS:          ".
           05  TCL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-SOURCE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE "SOURCE DOCUMENT TOTAL:  ".
           05  TSL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  COUNT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "INVOICES: ".
           05  CTL-INVOICES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  CR MEMOS: ".
           05  CTL-MEMOS               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  PAYMENTS: ".
           05  CTL-PAYMENTS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)
                   VALUE "  ADJUSTMENTS: ".
           05  CTL-ADJUSTMENTS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  UNCOSTED: ".
           05  CTL-UNCOSTED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  UNMAPPED: ".
           05  CTL-UNMAPPED            PIC ZZ,ZZ9.
      *
       01  RELEASED-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(41)
                   VALUE "JOURNAL IN BALANCE - RELEASED FOR POSTING".
      *
       01  NOT-RELEASED-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
          "*** OUT OF BALANCE - JOURNAL NOT RELEASED ***".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-MAP-RECORD UNTIL MAP-IS-EOF.
           PERFORM POST-ONE-INVOICE UNTIL INVOICE-IS-EOF.
           PERFORM POST-ONE-CREDIT-MEMO UNTIL MEMO-IS-EOF.
           PERFORM POST-ONE-PAYMENT UNTIL CASH-IS-EOF.
           PERFORM POST-ONE-ADJUSTMENT UNTIL AUDIT-IS-EOF.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT GL-CONTROL-FILE, ACCOUNT-MAP-FILE,
                INVOICE-HISTORY-FILE, CREDIT-MEMO-FILE,
                CASH-HISTORY-FILE, ADJUSTMENT-AUDIT-FILE.
           OPEN OUTPUT JOURNAL-FILE, PRINT-FILE.
           READ GL-CONTROL-FILE
               AT END MOVE 0 TO GBC-LAST-POSTED
           END-READ.
           MOVE GBC-LAST-POSTED TO WS-LAST-POSTED.
           CLOSE GL-CONTROL-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-LAST-POSTED TO WDL-LAST-POSTED.
           MOVE WS-RUN-DATE TO WDL-RUN-DATE.
           WRITE PRINT-LINE FROM WINDOW-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           READ ACCOUNT-MAP-FILE
               AT END MOVE "Y" TO MAP-EOF-FLAG.
           READ INVOICE-HISTORY-FILE
               AT END MOVE "Y" TO INVOICE-EOF-FLAG.
           READ CREDIT-MEMO-FILE
               AT END MOVE "Y" TO MEMO-EOF-FLAG.
           READ CASH-HISTORY-FILE
               AT END MOVE "Y" TO CASH-EOF-FLAG.
           READ ADJUSTMENT-AUDIT-FILE
               AT END MOVE "Y" TO AUDIT-EOF-FLAG.
      *
       LOAD-ONE-MAP-RECORD.
           ADD 1 TO WS-MAP-COUNT.
           IF WS-MAP-COUNT > 20
               DISPLAY "BOOKGL HALTED - ACCOUNT MAP TABLE FULL AT 20"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MAP-ITEM TO MPT-ITEM(WS-MAP-COUNT).
           MOVE MAP-DEBIT-ACCOUNT TO MPT-DEBIT-ACCOUNT(WS-MAP-COUNT).
           MOVE MAP-CREDIT-ACCOUNT TO
               MPT-CREDIT-ACCOUNT(WS-MAP-COUNT).
           READ ACCOUNT-MAP-FILE
               AT END MOVE "Y" TO MAP-EOF-FLAG.
      *
      *AN INVOICE POSTS ITS MERCHANDISE TO SALES AND ITS TAX TO TAX
      *PAYABLE, BOTH AGAINST RECEIVABLES.
       POST-ONE-INVOICE.
           IF INH-INVOICE-DATE > WS-LAST-POSTED
             AND INH-INVOICE-DATE NOT > WS-RUN-DATE
               ADD 1 TO WS-INVOICES-POSTED
               MOVE INH-INVOICE-NO TO WIR-INVOICE-NO
               MOVE INH-MEMBER-NUMBER TO WIR-MEMBER
               MOVE WS-INVOICE-REFERENCE TO WS-POST-REFERENCE
               MOVE "BOOKINV " TO WS-POST-SOURCE
               MOVE "N" TO REVERSE-FLAG
               IF INH-MERCHANDISE NOT EQUAL 0
                   MOVE "SALES   " TO WS-POST-ITEM
                   MOVE INH-MERCHANDISE TO WS-POST-AMOUNT
                   PERFORM POST-ITEM-PAIR
               END-IF
               IF INH-TAX NOT EQUAL 0
                   MOVE "SALESTAX" TO WS-POST-ITEM
                   MOVE INH-TAX TO WS-POST-AMOUNT
                   PERFORM POST-ITEM-PAIR
               END-IF
           END-IF.
           READ INVOICE-HISTORY-FILE
               AT END MOVE "Y" TO INVOICE-EOF-FLAG.
      *
      *A CREDIT MEMO TAKES BACK WHAT ITS INVOICE POSTED: THE SALES
      *AND SALES TAX PAIRS GO THROUGH REVERSED, DEBITING SALES AND
      *TAX PAYABLE AND CREDITING RECEIVABLES.  THE MERCHANDISE IS
      *THE MEMO AMOUNT LESS ITS TAX.
       POST-ONE-CREDIT-MEMO.
           IF CRM-MEMO-DATE > WS-LAST-POSTED
             AND CRM-MEMO-DATE NOT > WS-RUN-DATE
               ADD 1 TO WS-MEMOS-POSTED
               MOVE CRM-MEMO-NO TO WMR-MEMO-NO
               MOVE CRM-MEMBER-NUMBER TO WMR-MEMBER
               MOVE WS-MEMO-REFERENCE TO WS-POST-REFERENCE
               MOVE "BOOKRTN " TO WS-POST-SOURCE
               MOVE "Y" TO REVERSE-FLAG
               SUBTRACT CRM-TAX FROM CRM-AMOUNT
                   GIVING WS-POST-AMOUNT
               IF WS-POST-AMOUNT NOT EQUAL 0
                   MOVE "SALES   " TO WS-POST-ITEM
                   PERFORM POST-ITEM-PAIR
               END-IF
               IF CRM-TAX NOT EQUAL 0
                   MOVE "SALESTAX" TO WS-POST-ITEM
                   MOVE CRM-TAX TO WS-POST-AMOUNT
                   PERFORM POST-ITEM-PAIR
               END-IF
           END-IF.
           READ CREDIT-MEMO-FILE
               AT END MOVE "Y" TO MEMO-EOF-FLAG.
      *
      *A PAYMENT POSTS ON THE DAY BOOKCASH APPLIED IT; MONEY LEFT ON
      *ACCOUNT IS STILL A CREDIT TO THE MEMBER'S RECEIVABLE.
       POST-ONE-PAYMENT.
           IF CSH-POST-DATE > WS-LAST-POSTED
             AND CSH-POST-DATE NOT > WS-RUN-DATE
             AND CSH-AMOUNT NOT EQUAL 0
               ADD 1 TO WS-PAYMENTS-POSTED
               MOVE CSH-PAY-DATE TO WPR-PAY-DATE
               MOVE CSH-MEMBER-NUMBER TO WPR-MEMBER
               MOVE WS-PAYMENT-REFERENCE TO WS-POST-REFERENCE
               MOVE "BOOKCASH" TO WS-POST-SOURCE
               MOVE "N" TO REVERSE-FLAG
               MOVE "CASH    " TO WS-POST-ITEM
               MOVE CSH-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-ITEM-PAIR
           END-IF.
           READ CASH-HISTORY-FILE
               AT END MOVE "Y" TO CASH-EOF-FLAG.
      *
      *A COUNT BELOW THE RECORD IS SHRINK: INVENTORY COMES DOWN BY
      *THE MISSING UNITS AT THE UNIT COST STAMPED ON THE AUDIT.  A
      *COUNT ABOVE IT IS AN OVERAGE AND POSTS THE SAME PAIR REVERSED.
      *AN AUDIT RECORD WITH NO COST IS LISTED FOR THE BOOKKEEPER.
       POST-ONE-ADJUSTMENT.
           IF ADJ-RUN-DATE > WS-LAST-POSTED
             AND ADJ-RUN-DATE NOT > WS-RUN-DATE
               SUBTRACT ADJ-OLD-QTY FROM ADJ-NEW-QTY
                   GIVING WS-ADJUST-UNITS
               IF WS-ADJUST-UNITS NOT EQUAL 0
                   IF ADJ-UNIT-COST NUMERIC AND ADJ-UNIT-COST > 0
                       ADD 1 TO WS-ADJUSTMENTS-POSTED
                       MULTIPLY WS-ADJUST-UNITS BY ADJ-UNIT-COST
                           GIVING WS-ADJUST-VALUE
                       IF WS-ADJUST-VALUE < 0
                           MOVE "N" TO REVERSE-FLAG
                           COMPUTE WS-POST-AMOUNT =
                               0 - WS-ADJUST-VALUE
                       ELSE
                           MOVE "Y" TO REVERSE-FLAG
                           MOVE WS-ADJUST-VALUE TO WS-POST-AMOUNT
                       END-IF
                       MOVE ADJ-TITLE TO WS-POST-REFERENCE
                       MOVE "PHYSCNT " TO WS-POST-SOURCE
                       MOVE "SHRINK  " TO WS-POST-ITEM
                       PERFORM POST-ITEM-PAIR
                   ELSE
                       ADD 1 TO WS-UNCOSTED-COUNT
                       MOVE ADJ-TITLE TO UCL-TITLE
                       MOVE WS-ADJUST-UNITS TO UCL-UNITS
                       WRITE PRINT-LINE FROM UNCOSTED-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-IF.
           READ ADJUSTMENT-AUDIT-FILE
               AT END MOVE "Y" TO AUDIT-EOF-FLAG.
      *
      *EVERY ITEM POSTS AS A BALANCED PAIR THROUGH ITS MAP CARD.  AN
      *ITEM WITH NO CARD POSTS NOTHING BUT STAYS IN THE SOURCE TOTAL,
      *SO IT FORCES THE OUT-OF-BALANCE HOLD AT CLOSING.
       POST-ITEM-PAIR.
           ADD WS-POST-AMOUNT TO WS-SOURCE-TOTAL.
           MOVE "N" TO MAP-FOUND-FLAG.
           PERFORM MATCH-ONE-MAP-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               OR WS-MAP-SUB > 20.
           IF MAP-WAS-FOUND
               PERFORM WRITE-JOURNAL-PAIR
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               PERFORM PRINT-UNMAPPED-LINE
           END-IF.
      *
       MATCH-ONE-MAP-ENTRY.
           IF MPT-ITEM(WS-MAP-SUB) EQUAL WS-POST-ITEM
               MOVE "Y" TO MAP-FOUND-FLAG
               MOVE WS-MAP-SUB TO WS-FOUND-SUB
           END-IF.
      *
       WRITE-JOURNAL-PAIR.
           IF POST-REVERSED
               MOVE MPT-CREDIT-ACCOUNT(WS-FOUND-SUB) TO JRN-ACCOUNT
           ELSE
               MOVE MPT-DEBIT-ACCOUNT(WS-FOUND-SUB) TO JRN-ACCOUNT
           END-IF.
           MOVE "D" TO JRN-TYPE.
           PERFORM WRITE-ONE-JOURNAL-RECORD.
           ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL.
           IF POST-REVERSED
               MOVE MPT-DEBIT-ACCOUNT(WS-FOUND-SUB) TO JRN-ACCOUNT
           ELSE
               MOVE MPT-CREDIT-ACCOUNT(WS-FOUND-SUB) TO JRN-ACCOUNT
           END-IF.
           MOVE "C" TO JRN-TYPE.
           PERFORM WRITE-ONE-JOURNAL-RECORD.
           ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
      *
      *THE FEED'S RUN DATE GOES IN THE PERIOD FIELD SO GLLEDGER
      *BOOKS THE WHOLE FEED INTO THE MONTH IT WAS RELEASED IN.
       WRITE-ONE-JOURNAL-RECORD.
           MOVE WS-POST-AMOUNT TO JRN-AMOUNT.
           MOVE "BOOK CLUB" TO JRN-DEPARTMENT.
           MOVE SPACES TO JRN-PLANT-CODE.
           MOVE WS-RUN-DATE TO JRN-PAY-PERIOD.
           MOVE WS-POST-SOURCE TO JRN-SOURCE.
           WRITE JOURNAL-RECORD.
           PERFORM PRINT-PROOF-LINE.
      *
       PRINT-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE JRN-ACCOUNT TO PFL-ACCOUNT.
           MOVE JRN-TYPE TO PFL-TYPE.
           MOVE JRN-AMOUNT TO PFL-AMOUNT.
           MOVE WS-POST-ITEM TO PFL-ITEM.
           MOVE JRN-SOURCE TO PFL-SOURCE.
           MOVE WS-POST-REFERENCE TO PFL-REFERENCE.
           WRITE PRINT-LINE FROM PROOF-LINE AFTER ADVANCING 1 LINE.
      *
       PRINT-UNMAPPED-LINE.
           MOVE WS-POST-ITEM TO UML-ITEM.
           MOVE WS-POST-AMOUNT TO UML-AMOUNT.
           MOVE WS-POST-REFERENCE TO UML-REFERENCE.
           WRITE PRINT-LINE FROM UNMAPPED-LINE AFTER ADVANCING 1 LINE.
      *
      *ONLY A RELEASED FEED MOVES THE LAST-POSTED DATE UP; A HELD
      *ONE LEAVES IT, SO THE CORRECTED RERUN PICKS UP THE SAME
      *DOCUMENTS.
       CLOSING.
           MOVE WS-DEBIT-TOTAL TO TDL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-DEBIT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-CREDIT-TOTAL TO TCL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-CREDIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SOURCE-TOTAL TO TSL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-INVOICES-POSTED TO CTL-INVOICES.
           MOVE WS-MEMOS-POSTED TO CTL-MEMOS.
           MOVE WS-PAYMENTS-POSTED TO CTL-PAYMENTS.
           MOVE WS-ADJUSTMENTS-POSTED TO CTL-ADJUSTMENTS.
           MOVE WS-UNCOSTED-COUNT TO CTL-UNCOSTED.
           MOVE WS-UNMAPPED-COUNT TO CTL-UNMAPPED.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-DEBIT-TOTAL EQUAL WS-CREDIT-TOTAL
             AND WS-DEBIT-TOTAL EQUAL WS-SOURCE-TOTAL
             AND WS-UNMAPPED-COUNT EQUAL ZERO
               WRITE PRINT-LINE FROM RELEASED-LINE
                   AFTER ADVANCING 2 LINES
               OPEN OUTPUT GL-CONTROL-FILE
               MOVE SPACES TO GL-CONTROL-RECORD
               MOVE WS-RUN-DATE TO GBC-LAST-POSTED
               WRITE GL-CONTROL-RECORD
               CLOSE GL-CONTROL-FILE
           ELSE
               WRITE PRINT-LINE FROM NOT-RELEASED-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE ACCOUNT-MAP-FILE, INVOICE-HISTORY-FILE,
               CREDIT-MEMO-FILE, CASH-HISTORY-FILE,
               ADJUSTMENT-AUDIT-FILE, JOURNAL-FILE, PRINT-FILE.
/*
//GO.GLBCTL   DD DSN=SIMONCO.BIBLIO.GLBCTL,DISP=OLD
//GO.ACCTMAP  DD DSN=SIMONCO.BIBLIO.ACCTMAP,DISP=SHR
//GO.INVHIST  DD DSN=SIMONCO.BIBLIO.INVHIST,DISP=SHR
//GO.CRMEMOS  DD DSN=SIMONCO.BIBLIO.CRMEMOS,DISP=SHR
//GO.CASHHIST DD DSN=SIMONCO.BIBLIO.CASHHIST,DISP=SHR
//GO.CNTAUDIT DD DSN=SIMONCO.BIBLIO.CNTAUDIT,DISP=SHR
//* THE BOOK CLUB'S GL JOURNAL IS KEPT APART FROM THE CATALOG CHANGE
//* JOURNAL (SIMONCO.BIBLIO.JOURNAL).  GLLEDGER POSTS IT IN A RUN OF
//* ITS OWN, WITH THIS DATA SET ON ITS JOURNAL DD IN PLACE OF A
//* PAYROLL JOURNAL.  DELETE IT ONCE THE LEDGER IS POSTED; THE NEXT
//* FEED CATALOGS A NEW ONE.
//GO.JOURNAL  DD DSN=SIMONCO.BIBLIO.GLJRNL,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=51,BLKSIZE=5100)
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)
//
