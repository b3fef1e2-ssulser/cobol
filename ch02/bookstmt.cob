//SIMONCO JOB (1),'MEMBER STATEMENTS',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKSTMT.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  MONTHLY MEMBER STATEMENTS:
      *                    ONE STATEMENT FOR EVERY MEMBER WITH A
      *                    BALANCE, LISTING THE OPEN INVOICES, THE
      *                    PAYMENTS (BOOKCASH'S CASH HISTORY) AND
      *                    CREDIT MEMOS (BOOKRTN'S REGISTER) SINCE THE
      *                    LAST STATEMENT, AND THE 30/60/90 AGING, WITH
      *                    REMINDER TEXT THAT STIFFENS AT EACH BUCKET.
      *                    A MEMBER WITH MONEY PAST 90 DAYS GOES ON
      *                    CREDIT HOLD (STATUS "H") THROUGH THE MEMBER
      *                    CHANGE JOURNAL SO ORDENT STOPS FILLING FOR
      *                    THEM; ONE WHOSE OLD MONEY IS PAID COMES OFF
      *                    HOLD THE SAME WAY.
      *    2026-10-15  SS  MEMBER RECORD AND ITS JOURNAL IMAGES FOLLOW
      *                    THE MASTER TO 97 BYTES; THE STATEMENT PRINTS
      *                    THE STREET AND CITY/STATE/ZIP LINES.  THE
      *                    CREDIT MEMO REGISTER NOW CARRIES THE SALES
      *                    TAX CREDITED (ALREADY IN THE MEMO AMOUNT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-CONTROL-FILE ASSIGN TO UT-S-STMTCTL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO UT-S-MBRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-NUMBER.
           SELECT RECEIVABLE-FILE ASSIGN TO UT-S-ARFILE.
           SELECT CASH-HISTORY-FILE ASSIGN TO UT-S-CASHHIST.
           SELECT CREDIT-MEMO-FILE ASSIGN TO UT-S-CRMEMOS.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO UT-S-MBRJRNL.
           SELECT STATEMENT-FILE ASSIGN TO UT-S-STMTS.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *THE CONTROL RECORD HOLDS THE LAST STATEMENT DATE; PAYMENTS
      *AND CREDITS POSTED AFTER IT ARE "SINCE THE LAST STATEMENT".
       FD  STATEMENT-CONTROL-FILE
           LABEL RECORD IS OMITTED.
       01  STATEMENT-CONTROL-RECORD.
           05  STC-LAST-STMT-DATE      PIC 9(06).
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
               88  MBR-ON-CREDIT-HOLD  VALUE "H".
           05  MBR-CREDIT-LIMIT        PIC 9(5)V99.
           05  MBR-BALANCE             PIC S9(5)V99.
      *    SCHOOLS AND LIBRARIES BUY TAX-FREE ("E"); BLANK IS TAXABLE.
           05  MBR-TAX-STATUS          PIC X.
               88  MBR-IS-TAX-EXEMPT   VALUE "E".
      *
      *RECEIVABLE-RECORD MIRRORS BOOKINV'S OUTPUT LAYOUT.
       FD  RECEIVABLE-FILE
           LABEL RECORD IS OMITTED.
       01  RECEIVABLE-RECORD.
           05  ARR-MEMBER-NUMBER       PIC X(06).
           05  ARR-INVOICE-NO          PIC 9(06).
           05  ARR-INVOICE-DATE        PIC 9(06).
           05  ARR-AMOUNT              PIC S9(7)V99.
           05  ARR-PAID                PIC S9(7)V99.
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
      *CREDIT-MEMO-RECORD MIRRORS BOOKRTN'S CREDIT MEMO REGISTER.
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
      *CHANGE-JOURNAL-RECORD MIRRORS MBRMAINT'S JOURNAL.  A HOLD
      *PLACED HERE IS CODE "H", A HOLD RELEASED CODE "R".
       FD  CHANGE-JOURNAL-FILE
           LABEL RECORD IS OMITTED.
       01  CHANGE-JOURNAL-RECORD.
           05  JRN-RUN-DATE            PIC 9(06).
           05  JRN-TRANS-CODE          PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(97).
           05  JRN-AFTER-IMAGE         PIC X(97).
      *
       FD  STATEMENT-FILE
           LABEL RECORD IS OMITTED.
       01  STATEMENT-LINE              PIC X(96).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(96).
      *
       WORKING-STORAGE SECTION.
      *
      *THE OPEN RECEIVABLES LOAD IN FILE ORDER, WHICH IS INVOICE
      *ORDER, SO EACH MEMBER'S INVOICES LIST OLDEST FIRST.
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
      *ONLY PAYMENTS AND CREDITS SINCE THE LAST STATEMENT ARE KEPT.
       01  CASH-TABLE.
           05  CST-ENTRY OCCURS 500 TIMES.
               10  CST-MEMBER-NUMBER   PIC X(06).
               10  CST-PAY-DATE        PIC 9(06).
               10  CST-AMOUNT          PIC 9(5)V99.
       77  WS-CST-COUNT                PIC 999 VALUE 0.
       77  WS-CST-SUB                  PIC 999 VALUE 0.
      *
       01  CREDIT-TABLE.
           05  CRT-ENTRY OCCURS 500 TIMES.
               10  CRT-MEMBER-NUMBER   PIC X(06).
               10  CRT-MEMO-NO         PIC 9(06).
               10  CRT-MEMO-DATE       PIC 9(06).
               10  CRT-INVOICE-NO      PIC 9(06).
               10  CRT-TITLE           PIC X(30).
               10  CRT-AMOUNT          PIC 9(7)V99.
       77  WS-CRT-COUNT                PIC 999 VALUE 0.
       77  WS-CRT-SUB                  PIC 999 VALUE 0.
      *
       77  MEMBER-EOF-FLAG             PIC X VALUE "N".
           88  MEMBER-IS-EOF           VALUE "Y".
       77  AR-EOF-FLAG                 PIC X VALUE "N".
           88  AR-IS-EOF               VALUE "Y".
       77  CASH-EOF-FLAG               PIC X VALUE "N".
           88  CASH-IS-EOF             VALUE "Y".
       77  CREDIT-EOF-FLAG             PIC X VALUE "N".
           88  CREDIT-IS-EOF           VALUE "Y".
      *
       01  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YY               PIC 99.
           05  WS-RUN-MM               PIC 99.
           05  WS-RUN-DD               PIC 99.
       01  WS-INV-DATE-HOLD            PIC 9(06) VALUE 0.
       01  WS-INV-SPLIT REDEFINES WS-INV-DATE-HOLD.
           05  WS-INV-YY               PIC 99.
           05  WS-INV-MM               PIC 99.
           05  WS-INV-DD               PIC 99.
       77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.
       77  WS-LAST-STMT-DATE           PIC 9(06) VALUE 0.
       77  WS-BEFORE-IMAGE             PIC X(97) VALUE SPACES.
      *
       77  WS-OPEN-AMOUNT              PIC S9(7)V99 VALUE 0.
       77  WS-MBR-CURRENT              PIC S9(7)V99 VALUE 0.
       77  WS-MBR-30                   PIC S9(7)V99 VALUE 0.
       77  WS-MBR-60                   PIC S9(7)V99 VALUE 0.
       77  WS-MBR-90                   PIC S9(7)V99 VALUE 0.
       77  WS-MEMBERS-READ             PIC 9(05) VALUE 0.
       77  WS-STATEMENTS               PIC 9(05) VALUE 0.
       77  WS-REMINDERS-30             PIC 9(05) VALUE 0.
       77  WS-REMINDERS-60             PIC 9(05) VALUE 0.
       77  WS-REMINDERS-90             PIC 9(05) VALUE 0.
       77  WS-HOLDS-PLACED             PIC 9(05) VALUE 0.
       77  WS-HOLDS-RELEASED           PIC 9(05) VALUE 0.
       77  WS-TOT-BALANCE              PIC S9(8)V99 VALUE 0.
       77  PAYMENT-SHOWN-FLAG          PIC X VALUE "N".
           88  PAYMENT-WAS-SHOWN       VALUE "Y".
       77  CREDIT-SHOWN-FLAG           PIC X VALUE "N".
           88  CREDIT-WAS-SHOWN        VALUE "Y".
      *
      *REMINDER TEXT BY AGE: A FIRST REMINDER AT 30 DAYS, A SECOND
      *NOTICE AT 60, AND THE FINAL NOTICE WITH THE HOLD AT 90.
       01  DUNNING-MESSAGES.
           05  DUN-30-LINE-1           PIC X(60) VALUE
          "REMINDER - PART OF YOUR BALANCE IS OVER 30 DAYS OLD.".
           05  DUN-30-LINE-2           PIC X(60) VALUE
          "PLEASE REMIT AT YOUR EARLIEST CONVENIENCE.".
           05  DUN-60-LINE-1           PIC X(60) VALUE
          "SECOND NOTICE - PART OF YOUR BALANCE IS OVER 60 DAYS OLD.".
           05  DUN-60-LINE-2           PIC X(60) VALUE
          "PLEASE PAY NOW; AT 90 DAYS YOUR ORDERS WILL BE HELD.".
           05  DUN-90-LINE-1           PIC X(60) VALUE
          "FINAL NOTICE - PART OF YOUR BALANCE IS OVER 90 DAYS OLD.".
           05  DUN-90-LINE-2           PIC X(60) VALUE
          "YOUR ORDERS ARE ON CREDIT HOLD AND WILL NOT SHIP UNTIL".
           05  DUN-90-LINE-3           PIC X(60) VALUE
          "THE OVERDUE AMOUNT IS PAID.".
      *
      *----------------------------------------------------------
      *STATEMENT LINES
      *----------------------------------------------------------
       01  STMT-CLUB-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE "THE BOOK CLUB".
           05  FILLER                  PIC X(26)
                   VALUE "MEMBER STATEMENT      DATE".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SCL-DATE                PIC 9(06).
      *
       01  STMT-MEMBER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "MEMBER: ".
           05  SML-MEMBER              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SML-NAME                PIC X(25).
      *
       01  STMT-ADDRESS-LINE.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  SAL-STREET              PIC X(25).
      *
       01  STMT-CITY-LINE.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  SCT-CITY                PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SCT-STATE               PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SCT-ZIP                 PIC X(05).
      *
       01  STMT-CAPTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SCP-CAPTION             PIC X(40).
      *
       01  STMT-INVOICE-HEAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(55) VALUE
          "INVOICE   DATE     AMOUNT        PAID        OPEN  DAYS".
      *
       01  STMT-INVOICE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  SIL-INVOICE-NO          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SIL-DATE                PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SIL-AMOUNT              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SIL-PAID                PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SIL-OPEN                PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SIL-DAYS                PIC ZZZ9.
      *
       01  STMT-PAYMENT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "PAYMENT ".
           05  SPL-DATE                PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPL-AMOUNT              PIC ZZ,ZZ9.99.
      *
       01  STMT-CREDIT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "CREDIT MEMO ".
           05  SRL-MEMO-NO             PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SRL-DATE                PIC 9(06).
           05  FILLER                  PIC X(05) VALUE "  ON ".
           05  SRL-INVOICE-NO          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SRL-TITLE               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SRL-AMOUNT              PIC ZZ,ZZ9.99.
      *
       01  STMT-NONE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "NONE".
      *
       01  STMT-AGING-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "CURRENT ".
           05  SGL-CURRENT             PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(06) VALUE "  30  ".
           05  SGL-30                  PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(06) VALUE "  60  ".
           05  SGL-60                  PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(06) VALUE "  90+ ".
           05  SGL-90                  PIC ZZ,ZZ9.99-.
      *
       01  STMT-BALANCE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13)
                   VALUE "BALANCE DUE: ".
           05  SBL-BALANCE             PIC ZZ,ZZ9.99-.
      *
       01  STMT-MESSAGE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SMS-TEXT                PIC X(70).
      *
      *----------------------------------------------------------
      *CONTROL LISTING LINES
      *----------------------------------------------------------
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE "MEMBER STATEMENT RUN".
      *
       01  PERIOD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE "ACTIVITY AFTER STATEMENT  ".
           05  PDL-LAST                PIC 9(06).
           05  FILLER                  PIC X(09) VALUE " THROUGH ".
           05  PDL-THIS                PIC 9(06).
      *
       01  LISTING-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LSL-MEMBER              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LSL-NAME                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LSL-BALANCE             PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LSL-REMARK              PIC X(40).
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "MEMBERS: ".
           05  SUL-MEMBERS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                   VALUE "  STATEMENTS: ".
           05  SUL-STATEMENTS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  BALANCES: ".
           05  SUL-BALANCE             PIC Z,ZZZ,ZZ9.99-.
      *
       01  SUMMARY-DUNNING-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14)
                   VALUE "REMINDERS 30: ".
           05  SDL-30                  PIC ZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE "  60: ".
           05  SDL-60                  PIC ZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE "  90: ".
           05  SDL-90                  PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)
                   VALUE "  HOLDS PLACED ".
           05  SDL-PLACED              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  RELEASED ".
           05  SDL-RELEASED            PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-RECEIVABLE UNTIL AR-IS-EOF.
           PERFORM LOAD-ONE-PAYMENT UNTIL CASH-IS-EOF.
           PERFORM LOAD-ONE-CREDIT UNTIL CREDIT-IS-EOF.
           PERFORM PROCESS-ONE-MEMBER UNTIL MEMBER-IS-EOF.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT STATEMENT-CONTROL-FILE, RECEIVABLE-FILE,
                CASH-HISTORY-FILE, CREDIT-MEMO-FILE.
           OPEN I-O MEMBER-MASTER-FILE.
           OPEN OUTPUT STATEMENT-FILE, PRINT-FILE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           READ STATEMENT-CONTROL-FILE
               AT END MOVE 0 TO STC-LAST-STMT-DATE
           END-READ.
           MOVE STC-LAST-STMT-DATE TO WS-LAST-STMT-DATE.
           CLOSE STATEMENT-CONTROL-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-LAST-STMT-DATE TO PDL-LAST.
           MOVE WS-RUN-DATE TO PDL-THIS.
           WRITE PRINT-LINE FROM PERIOD-LINE AFTER ADVANCING 1 LINE.
           READ RECEIVABLE-FILE
               AT END MOVE "Y" TO AR-EOF-FLAG.
           READ CASH-HISTORY-FILE
               AT END MOVE "Y" TO CASH-EOF-FLAG.
           READ CREDIT-MEMO-FILE
               AT END MOVE "Y" TO CREDIT-EOF-FLAG.
           READ MEMBER-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO MEMBER-EOF-FLAG
           END-READ.
      *
       LOAD-ONE-RECEIVABLE.
           ADD 1 TO WS-ART-COUNT.
           IF WS-ART-COUNT > 500
               DISPLAY "BOOKSTMT HALTED - RECEIVABLE TABLE FULL"
                   " AT 500"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ARR-MEMBER-NUMBER TO
               ART-MEMBER-NUMBER(WS-ART-COUNT).
           MOVE ARR-INVOICE-NO TO ART-INVOICE-NO(WS-ART-COUNT).
           MOVE ARR-INVOICE-DATE TO ART-INVOICE-DATE(WS-ART-COUNT).
           MOVE ARR-AMOUNT TO ART-AMOUNT(WS-ART-COUNT).
           MOVE ARR-PAID TO ART-PAID(WS-ART-COUNT).
           READ RECEIVABLE-FILE
               AT END MOVE "Y" TO AR-EOF-FLAG.
      *
      *THE CASH HISTORY AND CREDIT REGISTER ARE CUMULATIVE; ONLY
      *WHAT POSTED AFTER THE LAST STATEMENT IS TABLED.
       LOAD-ONE-PAYMENT.
           IF CSH-POST-DATE > WS-LAST-STMT-DATE
               ADD 1 TO WS-CST-COUNT
               IF WS-CST-COUNT > 500
                   DISPLAY "BOOKSTMT HALTED - PAYMENT TABLE FULL"
                       " AT 500"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CSH-MEMBER-NUMBER TO
                   CST-MEMBER-NUMBER(WS-CST-COUNT)
               MOVE CSH-PAY-DATE TO CST-PAY-DATE(WS-CST-COUNT)
               MOVE CSH-AMOUNT TO CST-AMOUNT(WS-CST-COUNT)
           END-IF.
           READ CASH-HISTORY-FILE
               AT END MOVE "Y" TO CASH-EOF-FLAG.
      *
       LOAD-ONE-CREDIT.
           IF CRM-MEMO-DATE > WS-LAST-STMT-DATE
               ADD 1 TO WS-CRT-COUNT
               IF WS-CRT-COUNT > 500
                   DISPLAY "BOOKSTMT HALTED - CREDIT TABLE FULL"
                       " AT 500"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CRM-MEMBER-NUMBER TO
                   CRT-MEMBER-NUMBER(WS-CRT-COUNT)
               MOVE CRM-MEMO-NO TO CRT-MEMO-NO(WS-CRT-COUNT)
               MOVE CRM-MEMO-DATE TO CRT-MEMO-DATE(WS-CRT-COUNT)
               MOVE CRM-INVOICE-NO TO CRT-INVOICE-NO(WS-CRT-COUNT)
               MOVE CRM-TITLE TO CRT-TITLE(WS-CRT-COUNT)
               MOVE CRM-AMOUNT TO CRT-AMOUNT(WS-CRT-COUNT)
           END-IF.
           READ CREDIT-MEMO-FILE
               AT END MOVE "Y" TO CREDIT-EOF-FLAG.
      *
      *EVERY MEMBER IS AGED FOR THE CREDIT-HOLD TEST; ONLY THOSE
      *WITH A BALANCE GET A STATEMENT IN THE MAIL.
       PROCESS-ONE-MEMBER.
           ADD 1 TO WS-MEMBERS-READ.
           MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE 0 TO WS-MBR-CURRENT, WS-MBR-30, WS-MBR-60,
               WS-MBR-90.
           PERFORM AGE-ONE-RECEIVABLE
               VARYING WS-ART-SUB FROM 1 BY 1
               UNTIL WS-ART-SUB > WS-ART-COUNT
               OR WS-ART-SUB > 500.
           IF MBR-BALANCE NOT EQUAL 0
               PERFORM PRINT-STATEMENT
           END-IF.
           PERFORM SET-CREDIT-STANDING.
           READ MEMBER-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO MEMBER-EOF-FLAG
           END-READ.
      *
      *AGE IN APPROXIMATE DAYS, THE SAME ARITHMETIC BOOKCASH USES.
       AGE-ONE-RECEIVABLE.
           IF ART-MEMBER-NUMBER(WS-ART-SUB) EQUAL MBR-NUMBER
               SUBTRACT ART-PAID(WS-ART-SUB)
                   FROM ART-AMOUNT(WS-ART-SUB)
                   GIVING WS-OPEN-AMOUNT
               IF WS-OPEN-AMOUNT > 0
                   PERFORM FIGURE-INVOICE-AGE
                   IF WS-AGE-DAYS < 30
                       ADD WS-OPEN-AMOUNT TO WS-MBR-CURRENT
                   ELSE
                       IF WS-AGE-DAYS < 60
                           ADD WS-OPEN-AMOUNT TO WS-MBR-30
                       ELSE
                           IF WS-AGE-DAYS < 90
                               ADD WS-OPEN-AMOUNT TO WS-MBR-60
                           ELSE
                               ADD WS-OPEN-AMOUNT TO WS-MBR-90
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       FIGURE-INVOICE-AGE.
           MOVE ART-INVOICE-DATE(WS-ART-SUB) TO WS-INV-DATE-HOLD.
           COMPUTE WS-AGE-DAYS =
               ((WS-RUN-YY - WS-INV-YY) * 365)
               + ((WS-RUN-MM - WS-INV-MM) * 30)
               + (WS-RUN-DD - WS-INV-DD).
      *
       PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENTS.
           ADD MBR-BALANCE TO WS-TOT-BALANCE.
           MOVE WS-RUN-DATE TO SCL-DATE.
           WRITE STATEMENT-LINE FROM STMT-CLUB-LINE
               AFTER ADVANCING PAGE.
           MOVE MBR-NUMBER TO SML-MEMBER.
           MOVE MBR-NAME TO SML-NAME.
           WRITE STATEMENT-LINE FROM STMT-MEMBER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE MBR-STREET TO SAL-STREET.
           WRITE STATEMENT-LINE FROM STMT-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE MBR-CITY TO SCT-CITY.
           MOVE MBR-STATE TO SCT-STATE.
           MOVE MBR-ZIP TO SCT-ZIP.
           WRITE STATEMENT-LINE FROM STMT-CITY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "OPEN INVOICES" TO SCP-CAPTION.
           WRITE STATEMENT-LINE FROM STMT-CAPTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-LINE FROM STMT-INVOICE-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM PRINT-ONE-INVOICE
               VARYING WS-ART-SUB FROM 1 BY 1
               UNTIL WS-ART-SUB > WS-ART-COUNT
               OR WS-ART-SUB > 500.
           MOVE "PAYMENTS RECEIVED SINCE LAST STATEMENT"
               TO SCP-CAPTION.
           WRITE STATEMENT-LINE FROM STMT-CAPTION-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "N" TO PAYMENT-SHOWN-FLAG.
           PERFORM PRINT-ONE-PAYMENT
               VARYING WS-CST-SUB FROM 1 BY 1
               UNTIL WS-CST-SUB > WS-CST-COUNT
               OR WS-CST-SUB > 500.
           IF NOT PAYMENT-WAS-SHOWN
               WRITE STATEMENT-LINE FROM STMT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "CREDITS SINCE LAST STATEMENT" TO SCP-CAPTION.
           WRITE STATEMENT-LINE FROM STMT-CAPTION-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "N" TO CREDIT-SHOWN-FLAG.
           PERFORM PRINT-ONE-CREDIT
               VARYING WS-CRT-SUB FROM 1 BY 1
               UNTIL WS-CRT-SUB > WS-CRT-COUNT
               OR WS-CRT-SUB > 500.
           IF NOT CREDIT-WAS-SHOWN
               WRITE STATEMENT-LINE FROM STMT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-MBR-CURRENT TO SGL-CURRENT.
           MOVE WS-MBR-30 TO SGL-30.
           MOVE WS-MBR-60 TO SGL-60.
           MOVE WS-MBR-90 TO SGL-90.
           WRITE STATEMENT-LINE FROM STMT-AGING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE MBR-BALANCE TO SBL-BALANCE.
           WRITE STATEMENT-LINE FROM STMT-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM PRINT-DUNNING-TEXT.
      *
       PRINT-ONE-INVOICE.
           IF ART-MEMBER-NUMBER(WS-ART-SUB) EQUAL MBR-NUMBER
               SUBTRACT ART-PAID(WS-ART-SUB)
                   FROM ART-AMOUNT(WS-ART-SUB)
                   GIVING WS-OPEN-AMOUNT
               IF WS-OPEN-AMOUNT > 0
                   PERFORM FIGURE-INVOICE-AGE
                   MOVE ART-INVOICE-NO(WS-ART-SUB) TO SIL-INVOICE-NO
                   MOVE ART-INVOICE-DATE(WS-ART-SUB) TO SIL-DATE
                   MOVE ART-AMOUNT(WS-ART-SUB) TO SIL-AMOUNT
                   MOVE ART-PAID(WS-ART-SUB) TO SIL-PAID
                   MOVE WS-OPEN-AMOUNT TO SIL-OPEN
                   MOVE WS-AGE-DAYS TO SIL-DAYS
                   WRITE STATEMENT-LINE FROM STMT-INVOICE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
      *
       PRINT-ONE-PAYMENT.
           IF CST-MEMBER-NUMBER(WS-CST-SUB) EQUAL MBR-NUMBER
               MOVE "Y" TO PAYMENT-SHOWN-FLAG
               MOVE CST-PAY-DATE(WS-CST-SUB) TO SPL-DATE
               MOVE CST-AMOUNT(WS-CST-SUB) TO SPL-AMOUNT
               WRITE STATEMENT-LINE FROM STMT-PAYMENT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       PRINT-ONE-CREDIT.
           IF CRT-MEMBER-NUMBER(WS-CRT-SUB) EQUAL MBR-NUMBER
               MOVE "Y" TO CREDIT-SHOWN-FLAG
               MOVE CRT-MEMO-NO(WS-CRT-SUB) TO SRL-MEMO-NO
               MOVE CRT-MEMO-DATE(WS-CRT-SUB) TO SRL-DATE
               MOVE CRT-INVOICE-NO(WS-CRT-SUB) TO SRL-INVOICE-NO
               MOVE CRT-TITLE(WS-CRT-SUB) TO SRL-TITLE
               MOVE CRT-AMOUNT(WS-CRT-SUB) TO SRL-AMOUNT
               WRITE STATEMENT-LINE FROM STMT-CREDIT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *THE REMINDER STIFFENS WITH THE OLDEST BUCKET HOLDING MONEY.
       PRINT-DUNNING-TEXT.
           IF WS-MBR-90 > 0
               ADD 1 TO WS-REMINDERS-90
               MOVE DUN-90-LINE-1 TO SMS-TEXT
               WRITE STATEMENT-LINE FROM STMT-MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               MOVE DUN-90-LINE-2 TO SMS-TEXT
               WRITE STATEMENT-LINE FROM STMT-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE DUN-90-LINE-3 TO SMS-TEXT
               WRITE STATEMENT-LINE FROM STMT-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF WS-MBR-60 > 0
                   ADD 1 TO WS-REMINDERS-60
                   MOVE DUN-60-LINE-1 TO SMS-TEXT
                   WRITE STATEMENT-LINE FROM STMT-MESSAGE-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE DUN-60-LINE-2 TO SMS-TEXT
                   WRITE STATEMENT-LINE FROM STMT-MESSAGE-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   IF WS-MBR-30 > 0
                       ADD 1 TO WS-REMINDERS-30
                       MOVE DUN-30-LINE-1 TO SMS-TEXT
                       WRITE STATEMENT-LINE FROM STMT-MESSAGE-LINE
                           AFTER ADVANCING 2 LINES
                       MOVE DUN-30-LINE-2 TO SMS-TEXT
                       WRITE STATEMENT-LINE FROM STMT-MESSAGE-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-IF.
      *
      *AN ACTIVE MEMBER WITH MONEY PAST 90 DAYS GOES ON HOLD; A HELD
      *MEMBER WITH NOTHING LEFT PAST 90 COMES OFF.  EITHER CHANGE IS
      *JOURNALED LIKE A MBRMAINT CHANGE, SO THE TRAIL SHOWS WHO
      *STOPPED A MEMBER'S ORDERS AND WHEN.  A LAPSED MEMBER IS LEFT
      *LAPSED.
       SET-CREDIT-STANDING.
           IF WS-MBR-90 > 0 AND MBR-IS-ACTIVE
               MOVE "H" TO MBR-STATUS
               ADD 1 TO WS-HOLDS-PLACED
               MOVE "H" TO JRN-TRANS-CODE
               MOVE "CREDIT HOLD PLACED - OVER 90 DAYS" TO LSL-REMARK
               PERFORM POST-STATUS-CHANGE
           ELSE
               IF WS-MBR-90 NOT > 0 AND MBR-ON-CREDIT-HOLD
                   MOVE "A" TO MBR-STATUS
                   ADD 1 TO WS-HOLDS-RELEASED
                   MOVE "R" TO JRN-TRANS-CODE
                   MOVE "CREDIT HOLD RELEASED - OLD MONEY PAID"
                       TO LSL-REMARK
                   PERFORM POST-STATUS-CHANGE
               END-IF
           END-IF.
      *
       POST-STATUS-CHANGE.
           REWRITE MEMBER-MASTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE MEMBER-MASTER-RECORD TO JRN-AFTER-IMAGE.
           WRITE CHANGE-JOURNAL-RECORD.
           MOVE MBR-NUMBER TO LSL-MEMBER.
           MOVE MBR-NAME TO LSL-NAME.
           MOVE MBR-BALANCE TO LSL-BALANCE.
           WRITE PRINT-LINE FROM LISTING-LINE AFTER ADVANCING 1 LINE.
      *
      *THE CONTROL RECORD MOVES UP TO TODAY ONLY AT A CLEAN END, SO
      *A RERUN OF A FAILED STATEMENT RUN LISTS THE SAME ACTIVITY.
       CLOSING.
           MOVE WS-MEMBERS-READ TO SUL-MEMBERS.
           MOVE WS-STATEMENTS TO SUL-STATEMENTS.
           MOVE WS-TOT-BALANCE TO SUL-BALANCE.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-REMINDERS-30 TO SDL-30.
           MOVE WS-REMINDERS-60 TO SDL-60.
           MOVE WS-REMINDERS-90 TO SDL-90.
           MOVE WS-HOLDS-PLACED TO SDL-PLACED.
           MOVE WS-HOLDS-RELEASED TO SDL-RELEASED.
           WRITE PRINT-LINE FROM SUMMARY-DUNNING-LINE
               AFTER ADVANCING 1 LINE.
           OPEN OUTPUT STATEMENT-CONTROL-FILE.
           MOVE WS-RUN-DATE TO STC-LAST-STMT-DATE.
           WRITE STATEMENT-CONTROL-RECORD.
           CLOSE STATEMENT-CONTROL-FILE.
           CLOSE MEMBER-MASTER-FILE, RECEIVABLE-FILE,
               CASH-HISTORY-FILE, CREDIT-MEMO-FILE,
               CHANGE-JOURNAL-FILE, STATEMENT-FILE, PRINT-FILE.
/*
//GO.STMTCTL  DD DSN=SIMONCO.BIBLIO.STMTCTL,DISP=OLD
//GO.MBRMAST  DD DSN=SIMONCO.BIBLIO.MBRMAST,DISP=OLD
//GO.ARFILE   DD DSN=SIMONCO.BIBLIO.ARFILE,DISP=SHR
//GO.CASHHIST DD DSN=SIMONCO.BIBLIO.CASHHIST,DISP=SHR
//GO.CRMEMOS  DD DSN=SIMONCO.BIBLIO.CRMEMOS,DISP=SHR
//GO.MBRJRNL  DD DSN=SIMONCO.BIBLIO.MBRJRNL,DISP=MOD
//GO.STMTS    DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
