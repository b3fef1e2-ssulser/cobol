      *                    FINALLY KNOWS WHO OWES WHAT.  A PAYMENT
      *                    LARGER THAN THE MEMBER'S OPEN INVOICES IS
      *                    LISTED AS UNAPPLIED FOR THE DESK.
      *    2026-10-15  SS  APPEND EVERY PAYMENT TO THE CUMULATIVE CASH
      *                    HISTORY FOR THE MONTHLY STATEMENTS, AND
      *                    RELEASE A MEMBER'S CREDIT HOLD (JOURNALED
      *                    AS CODE "R") AS SOON AS A PAYMENT LEAVES
      *                    NOTHING OPEN PAST 90 DAYS.
      *    2026-10-15  SS  MEMBER RECORD AND ITS JOURNAL IMAGES FOLLOW
      *                    THE MASTER TO 97 BYTES (STRUCTURED ADDRESS
      *                    AND SALES-TAX FLAG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-NUMBER.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
           SELECT CASH-HISTORY-FILE ASSIGN TO UT-S-CASHHIST.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO UT-S-MBRJRNL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(132).
      *
      *ONE RECORD PER PAYMENT CARD, APPENDED ACROSS RUNS SO THE
      *MONTHLY STATEMENT CAN LIST WHAT EACH MEMBER PAID SINCE THE
      *LAST ONE.
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
      *CHANGE-JOURNAL-RECORD MIRRORS MBRMAINT'S JOURNAL.  A CREDIT
      *HOLD RELEASED HERE IS JOURNALED WITH CODE "R".
       FD  CHANGE-JOURNAL-FILE
           LABEL RECORD IS OMITTED.
       01  CHANGE-JOURNAL-RECORD.
           05  JRN-RUN-DATE            PIC 9(06).
           05  JRN-TRANS-CODE          PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(97).
           05  JRN-AFTER-IMAGE         PIC X(97).
      *
       WORKING-STORAGE SECTION.
      *
           05  WS-INV-MM               PIC 99.
           05  WS-INV-DD               PIC 99.
       77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.
       77  WS-OVER-90-AMOUNT           PIC S9(7)V99 VALUE 0.
       77  WS-HOLDS-RELEASED           PIC 9(05) VALUE 0.
       77  WS-BEFORE-IMAGE             PIC X(97) VALUE SPACES.
      *
       77  WS-REMAINING                PIC S9(7)V99 VALUE 0.
       77  WS-APPLY-AMOUNT             PIC S9(7)V99 VALUE 0.
           05  FILLER                  PIC X(14)
                   VALUE "  TOTAL OPEN: ".
           05  SML-OPEN                PIC Z,ZZZ,ZZ9.99.
      *
       01  RELEASE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "RELEASE: ".
           05  RLL-MEMBER              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RLL-NAME                PIC X(25).
           05  FILLER                  PIC X(40) VALUE
          "  CREDIT HOLD RELEASED - OLD MONEY PAID".
      *
       01  SUMMARY-RELEASE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE "CREDIT HOLDS RELEASED:  ".
           05  SRL-COUNT               PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT PAYMENT-CARD-FILE, RECEIVABLE-OLD-FILE.
           OPEN I-O MEMBER-MASTER-FILE.
           OPEN OUTPUT RECEIVABLE-NEW-FILE, PRINT-FILE.
           OPEN EXTEND CASH-HISTORY-FILE, CHANGE-JOURNAL-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           READ RECEIVABLE-OLD-FILE
               AT END MOVE "Y" TO AR-EOF-FLAG.
           END-IF.
           WRITE PRINT-LINE FROM PAYMENT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM WRITE-CASH-HISTORY.
           PERFORM POST-PAYMENT-TO-MEMBER.
           READ PAYMENT-CARD-FILE
               AT END MOVE "Y" TO PAYMENT-EOF-FLAG.
               NOT INVALID KEY MOVE "Y" TO MEMBER-FOUND-FLAG
           END-READ.
           IF MEMBER-WAS-FOUND
               MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
               SUBTRACT PAY-AMOUNT FROM MBR-BALANCE
               IF MBR-ON-CREDIT-HOLD
                   PERFORM CHECK-HOLD-RELEASE
               END-IF
               REWRITE MEMBER-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
      *
      *BOOKSTMT PUTS A MEMBER ON CREDIT HOLD FOR MONEY PAST 90
      *DAYS; THE HOLD COMES OFF HERE AS SOON AS A PAYMENT CLEARS THE
      *LAST OF IT, RATHER THAN WAITING FOR NEXT MONTH'S STATEMENTS.
       CHECK-HOLD-RELEASE.
           MOVE 0 TO WS-OVER-90-AMOUNT.
           PERFORM FIND-ONE-OVER-90
               VARYING WS-ART-SUB FROM 1 BY 1
               UNTIL WS-ART-SUB > WS-ART-COUNT
               OR WS-ART-SUB > 500.
           IF WS-OVER-90-AMOUNT NOT > 0
               MOVE "A" TO MBR-STATUS
               ADD 1 TO WS-HOLDS-RELEASED
               MOVE WS-RUN-DATE TO JRN-RUN-DATE
               MOVE "R" TO JRN-TRANS-CODE
               MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
               MOVE MEMBER-MASTER-RECORD TO JRN-AFTER-IMAGE
               WRITE CHANGE-JOURNAL-RECORD
               MOVE MBR-NUMBER TO RLL-MEMBER
               MOVE MBR-NAME TO RLL-NAME
               WRITE PRINT-LINE FROM RELEASE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       FIND-ONE-OVER-90.
           IF ART-MEMBER-NUMBER(WS-ART-SUB) EQUAL MBR-NUMBER
               SUBTRACT ART-PAID(WS-ART-SUB)
                   FROM ART-AMOUNT(WS-ART-SUB)
                   GIVING WS-OPEN-AMOUNT
               IF WS-OPEN-AMOUNT > 0
                   MOVE ART-INVOICE-DATE(WS-ART-SUB)
                       TO WS-INV-DATE-HOLD
                   COMPUTE WS-AGE-DAYS =
                       ((WS-RUN-YY - WS-INV-YY) * 365)
                       + ((WS-RUN-MM - WS-INV-MM) * 30)
                       + (WS-RUN-DD - WS-INV-DD)
                   IF WS-AGE-DAYS NOT < 90
                       ADD WS-OPEN-AMOUNT TO WS-OVER-90-AMOUNT
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-CASH-HISTORY.
           MOVE SPACES TO CASH-HISTORY-RECORD.
           MOVE PAY-MEMBER-NUMBER TO CSH-MEMBER-NUMBER.
           MOVE PAY-DATE TO CSH-PAY-DATE.
           MOVE PAY-AMOUNT TO CSH-AMOUNT.
           MOVE WS-RUN-DATE TO CSH-POST-DATE.
           IF WS-REMAINING > 0
               MOVE WS-REMAINING TO CSH-UNAPPLIED
           ELSE
               MOVE 0 TO CSH-UNAPPLIED
           END-IF.
           WRITE CASH-HISTORY-RECORD.
      *
      *ONLY INVOICES STILL CARRYING AN OPEN BALANCE GO FORWARD; A
      *PAID-OFF INVOICE HAS DONE ITS WORK.
       WRITE-NEW-RECEIVABLES.
           MOVE WS-TOT-OPEN TO SML-OPEN.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-HOLDS-RELEASED TO SRL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-RELEASE-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PAYMENT-CARD-FILE, RECEIVABLE-OLD-FILE,
               RECEIVABLE-NEW-FILE, MEMBER-MASTER-FILE,
               CASH-HISTORY-FILE, CHANGE-JOURNAL-FILE,
               PRINT-FILE.
/*
//GO.PAYMENTS DD DSN=SIMONCO.BIBLIO.PAYMENTS,DISP=SHR
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=36,BLKSIZE=3600)
//GO.MBRMAST  DD DSN=SIMONCO.BIBLIO.MBRMAST,DISP=OLD
//GO.CASHHIST DD DSN=SIMONCO.BIBLIO.CASHHIST,DISP=MOD
//GO.MBRJRNL  DD DSN=SIMONCO.BIBLIO.MBRJRNL,DISP=MOD
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)
//
