//SIMONCO JOB (1),'PAYABLES CHECK RUN',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  WEEKLY PAYMENT SELECTION
      *                    FOR THE PAYABLES INVMATCH VOUCHERS: EVERY
      *                    OPEN ITEM DUE ON OR BEFORE THE PAY-THROUGH
      *                    DATE IS PAID, ONE CHECK PER PUBLISHER WITH A
      *                    REMITTANCE STUB LISTING THE INVOICES IT
      *                    SETTLES; PAID ITEMS ARE MARKED WITH THE
      *                    CHECK AND KEPT A WHILE FOR THE DUPLICATE
      *                    TEST; AND THE CASH REQUIREMENTS LISTING SHOWS
      *                    EVERY OPEN ITEM BY DUE DATE WITH THE RUNNING
      *                    TOTAL, SO THE OFFICE SEES WHAT NEXT WEEKS
      *                    WILL NEED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.
           SELECT PAYABLE-OLD-FILE ASSIGN TO UT-S-APOLD.
           SELECT PAYABLE-NEW-FILE ASSIGN TO UT-S-APNEW.
           SELECT PUBLISHER-MASTER-FILE ASSIGN TO UT-S-PUBMAST.
           SELECT CHECK-CONTROL-FILE ASSIGN TO UT-S-APCHKCTL.
           SELECT CHECK-FILE ASSIGN TO UT-S-CHECKS.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *THE OPERATOR CARD NAMES THE PAY-THROUGH DATE AS YYMMDD; A
      *BLANK OR ZERO CARD (OR NO CARD AT ALL) PAYS EVERYTHING DUE
      *WITHIN A WEEK OF TODAY.
       FD  PARAMETER-FILE
           LABEL RECORD IS OMITTED.
       01  PARAMETER-RECORD.
           05  PARM-PAY-THROUGH        PIC 9(06).
           05  FILLER                  PIC X(74).
      *
      *PAYABLE-RECORD MIRRORS INVMATCH'S OUTPUT LAYOUT.
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
               88  APO-IS-OPEN         VALUE "O".
           05  APO-PAID-DATE           PIC 9(06).
           05  APO-CHECK-NO            PIC 9(06).
           05  FILLER                  PIC X(07).
      *
       FD  PAYABLE-NEW-FILE
           LABEL RECORD IS OMITTED.
       01  PAYABLE-NEW-RECORD          PIC X(80).
      *
      *PUBLISHER-MASTER-RECORD MIRRORS BOOKORD'S LAYOUT; THE ADDRESS
      *GOES ON THE CHECK.
       FD  PUBLISHER-MASTER-FILE
           LABEL RECORD IS OMITTED.
       01  PUBLISHER-MASTER-RECORD.
           05  PUB-NAME                PIC X(21).
           05  PUB-ADDRESS             PIC X(40).
           05  PUB-TERMS               PIC X(10).
           05  PUB-LEAD-DAYS           PIC 9(3).
           05  FILLER                  PIC X(06).
      *
      *THE LAST PAYABLES CHECK NUMBER USED, CARRIED RUN TO RUN THE
      *SAME WAY THE PAYROLL CHECK RUN CARRIES ITS OWN.
       FD  CHECK-CONTROL-FILE
           LABEL RECORD IS OMITTED.
       01  CHECK-CONTROL-RECORD.
           05  CTL-LAST-CHECK-NUMBER   PIC 9(06).
      *
       FD  CHECK-FILE
           LABEL RECORD IS OMITTED.
       01  CHECK-LINE                  PIC X(96).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *THE OPEN ITEMS; A PAID ITEM NEVER LOADS, IT GOES STRAIGHT TO
      *THE NEW FILE (OR IS DROPPED ONCE IT IS OLD ENOUGH).
       01  AP-TABLE.
           05  APT-ENTRY OCCURS 500 TIMES.
               10  APT-RECORD.
                   15  APT-VOUCHER-NO  PIC 9(06).
                   15  APT-PUBLISHER   PIC X(21).
                   15  APT-INVOICE-NO  PIC X(12).
                   15  APT-INVOICE-DATE PIC 9(06).
                   15  APT-DUE-DATE    PIC 9(06).
                   15  APT-AMOUNT      PIC 9(7)V99.
                   15  APT-STATUS      PIC X.
                       88  APT-IS-PAID VALUE "P".
                   15  APT-PAID-DATE   PIC 9(06).
                   15  APT-CHECK-NO    PIC 9(06).
                   15  FILLER          PIC X(07).
               10  APT-REMARK          PIC X(24).
       01  AP-SWAP-HOLD                PIC X(104).
       77  WS-APT-COUNT                PIC 999 VALUE 0.
       77  WS-APT-SUB                  PIC 999 VALUE 0.
       77  WS-SORT-PASS                PIC 999 VALUE 0.
       77  WS-SORT-SUB                 PIC 999 VALUE 0.
       77  WS-SORT-LIMIT               PIC 999 VALUE 0.
      *
       01  PUBLISHER-TABLE.
           05  PUB-ENTRY OCCURS 30 TIMES.
               10  PBT-NAME            PIC X(21).
               10  PBT-ADDRESS         PIC X(40).
       77  WS-PBT-COUNT                PIC 99 VALUE 0.
       77  WS-PBT-SUB                  PIC 99 VALUE 0.
      *
       77  AP-EOF-FLAG                 PIC X VALUE "N".
           88  AP-IS-EOF               VALUE "Y".
       77  PUB-EOF-FLAG                PIC X VALUE "N".
           88  PUB-IS-EOF              VALUE "Y".
      *
       01  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YY               PIC 99.
           05  WS-RUN-MM               PIC 99.
           05  WS-RUN-DD               PIC 99.
       01  WS-PAID-DATE-HOLD           PIC 9(06) VALUE 0.
       01  WS-PAID-SPLIT REDEFINES WS-PAID-DATE-HOLD.
           05  WS-PAID-YY              PIC 99.
           05  WS-PAID-MM              PIC 99.
           05  WS-PAID-DD              PIC 99.
       77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.
      *
      *THE DEFAULT PAY-THROUGH DATE IS TODAY PLUS A WEEK, ROLLED A
      *MONTH AT A TIME (YEARS ARE 20YY, EVERY FOURTH ONE A LEAP YEAR).
       01  WS-PAY-THROUGH              PIC 9(06) VALUE 0.
       01  WS-PAY-THROUGH-SPLIT REDEFINES WS-PAY-THROUGH.
           05  WS-THRU-YY              PIC 99.
           05  WS-THRU-MM              PIC 99.
           05  WS-THRU-DD              PIC 99.
       01  MONTH-DAYS-VALUES.
           05  FILLER                  PIC X(24)
                   VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MDT-DAYS                PIC 99 OCCURS 12 TIMES.
       77  WS-DAY-COUNT                PIC 9(4) VALUE 0.
       77  WS-MONTH-LENGTH             PIC 99 VALUE 0.
       77  WS-LEAP-QUOTIENT            PIC 99 VALUE 0.
       77  WS-LEAP-REMAINDER           PIC 9 VALUE 0.
      *
       77  WS-CHECK-NUMBER             PIC 9(06) VALUE 0.
       77  WS-CHECK-TOTAL              PIC 9(8)V99 VALUE 0.
       77  WS-CHECKS-ISSUED            PIC 9(05) VALUE 0.
       77  WS-TOTAL-PAID               PIC 9(8)V99 VALUE 0.
       77  WS-TOTAL-OPEN               PIC 9(8)V99 VALUE 0.
       77  WS-CUMULATIVE               PIC 9(8)V99 VALUE 0.
       77  WS-PURGED-COUNT             PIC 9(05) VALUE 0.
      *
       01  CHECK-RULE-LINE.
           05  FILLER                  PIC X(70) VALUE ALL "=".
      *
       01  CHECK-HEAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE "THE BOOK CLUB           ".
           05  FILLER                  PIC X(10) VALUE "CHECK NO. ".
           05  CHL-CHECK-NUMBER        PIC 9(06).
           05  FILLER                  PIC X(08) VALUE "   DATE ".
           05  CHL-DATE                PIC 9(06).
      *
       01  CHECK-PAYEE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20)
                   VALUE "PAY TO THE ORDER OF ".
           05  CPL-PUBLISHER           PIC X(25).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  CPL-AMOUNT              PIC $*,***,**9.99.
      *
       01  CHECK-ADDRESS-LINE.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  CAL-ADDRESS             PIC X(40).
      *
       01  STUB-TITLE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE "INVOICE       DATED   VOUCHER".
           05  FILLER                  PIC X(12)
                   VALUE "      AMOUNT".
      *
       01  STUB-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  SDL-INVOICE-NO          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-INVOICE-DATE        PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-VOUCHER-NO          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(44)
                   VALUE "PAYABLES CASH REQUIREMENTS BY DUE DATE".
      *
       01  PAY-THROUGH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE "PAYING ITEMS DUE THROUGH: ".
           05  PTL-DATE                PIC 9(06).
      *
       01  HEADING-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "DUE".
           05  FILLER                  PIC X(23) VALUE "PUBLISHER".
           05  FILLER                  PIC X(14) VALUE "INVOICE".
           05  FILLER                  PIC X(08) VALUE "VOUCHER".
           05  FILLER                  PIC X(14)
                   VALUE "      AMOUNT".
           05  FILLER                  PIC X(13)
                   VALUE "   CUMULATIVE".
      *
       01  REQUIREMENT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RQL-DUE-DATE            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RQL-PUBLISHER           PIC X(21).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RQL-INVOICE-NO          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RQL-VOUCHER-NO          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RQL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RQL-CUMULATIVE          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RQL-REMARK              PIC X(24).
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "CHECKS:  ".
           05  SML-CHECKS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  PAID: ".
           05  SML-PAID                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(17)
                   VALUE "  STILL OPEN:    ".
           05  SML-OPEN                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(17)
                   VALUE "  PAID DROPPED:  ".
           05  SML-PURGED              PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-PUBLISHER UNTIL PUB-IS-EOF.
           PERFORM LOAD-ONE-PAYABLE UNTIL AP-IS-EOF.
           PERFORM PAY-ONE-PUBLISHER
               VARYING WS-PBT-SUB FROM 1 BY 1
               UNTIL WS-PBT-SUB > WS-PBT-COUNT
               OR WS-PBT-SUB > 30.
           PERFORM SORT-AP-TABLE.
           PERFORM PRINT-CASH-REQUIREMENTS.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT PARAMETER-FILE, PAYABLE-OLD-FILE,
                PUBLISHER-MASTER-FILE, CHECK-CONTROL-FILE,
                OUTPUT PAYABLE-NEW-FILE, CHECK-FILE, PRINT-FILE.
           MOVE WS-RUN-DATE TO WS-PAY-THROUGH.
           COMPUTE WS-DAY-COUNT = WS-THRU-DD + 7.
           PERFORM SET-MONTH-LENGTH.
           PERFORM ROLL-ONE-MONTH
               UNTIL WS-DAY-COUNT NOT > WS-MONTH-LENGTH.
           MOVE WS-DAY-COUNT TO WS-THRU-DD.
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-PAY-THROUGH NUMERIC
                     AND PARM-PAY-THROUGH > 0
                       MOVE PARM-PAY-THROUGH TO WS-PAY-THROUGH
                   END-IF
           END-READ.
           CLOSE PARAMETER-FILE.
           READ CHECK-CONTROL-FILE
               AT END MOVE 0 TO CTL-LAST-CHECK-NUMBER
           END-READ.
           MOVE CTL-LAST-CHECK-NUMBER TO WS-CHECK-NUMBER.
           CLOSE CHECK-CONTROL-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-PAY-THROUGH TO PTL-DATE.
           WRITE PRINT-LINE FROM PAY-THROUGH-LINE
               AFTER ADVANCING 1 LINE.
           READ PUBLISHER-MASTER-FILE
               AT END MOVE "Y" TO PUB-EOF-FLAG.
           READ PAYABLE-OLD-FILE
               AT END MOVE "Y" TO AP-EOF-FLAG.
      *
       ROLL-ONE-MONTH.
           SUBTRACT WS-MONTH-LENGTH FROM WS-DAY-COUNT.
           ADD 1 TO WS-THRU-MM.
           IF WS-THRU-MM > 12
               MOVE 1 TO WS-THRU-MM
               ADD 1 TO WS-THRU-YY
           END-IF.
           PERFORM SET-MONTH-LENGTH.
      *
       SET-MONTH-LENGTH.
           MOVE MDT-DAYS(WS-THRU-MM) TO WS-MONTH-LENGTH.
           DIVIDE WS-THRU-YY BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-THRU-MM EQUAL 2
             AND WS-LEAP-REMAINDER EQUAL 0
               ADD 1 TO WS-MONTH-LENGTH
           END-IF.
      *
       LOAD-ONE-PUBLISHER.
           ADD 1 TO WS-PBT-COUNT.
           IF WS-PBT-COUNT <= 30
               MOVE PUB-NAME TO PBT-NAME(WS-PBT-COUNT)
               MOVE PUB-ADDRESS TO PBT-ADDRESS(WS-PBT-COUNT)
           END-IF.
           READ PUBLISHER-MASTER-FILE
               AT END MOVE "Y" TO PUB-EOF-FLAG.
      *
      *A PAID ITEM IS KEPT ABOUT SIX MONTHS (APPROXIMATE DAYS, THE
      *BANKRECN ARITHMETIC) SO INVMATCH STILL CATCHES A PUBLISHER'S
      *SECOND COPY OF AN INVOICE, THEN DROPPED.
       LOAD-ONE-PAYABLE.
           IF APO-IS-OPEN
               ADD 1 TO WS-APT-COUNT
               IF WS-APT-COUNT > 500
                   DISPLAY "APPAY HALTED - PAYABLES TABLE FULL AT 500"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PAYABLE-OLD-RECORD TO APT-RECORD(WS-APT-COUNT)
               MOVE SPACES TO APT-REMARK(WS-APT-COUNT)
           ELSE
               MOVE APO-PAID-DATE TO WS-PAID-DATE-HOLD
               COMPUTE WS-AGE-DAYS =
                   ((WS-RUN-YY - WS-PAID-YY) * 365)
                   + ((WS-RUN-MM - WS-PAID-MM) * 30)
                   + (WS-RUN-DD - WS-PAID-DD)
               IF WS-AGE-DAYS > 180
                   ADD 1 TO WS-PURGED-COUNT
               ELSE
                   WRITE PAYABLE-NEW-RECORD FROM PAYABLE-OLD-RECORD
               END-IF
           END-IF.
           READ PAYABLE-OLD-FILE
               AT END MOVE "Y" TO AP-EOF-FLAG.
      *
      *ONE CHECK PER PUBLISHER COVERS EVERY ITEM OF ITS DUE BY THE
      *PAY-THROUGH DATE; THE CHECK NUMBER IS ONLY TAKEN IF THERE IS
      *SOMETHING TO PAY.  AN ITEM FOR A PUBLISHER OFF THE MASTER HAS
      *NO ADDRESS TO MAIL TO AND WAITS ON THE LISTING.
       PAY-ONE-PUBLISHER.
           MOVE 0 TO WS-CHECK-TOTAL.
           PERFORM SELECT-ONE-ITEM
               VARYING WS-APT-SUB FROM 1 BY 1
               UNTIL WS-APT-SUB > WS-APT-COUNT.
           IF WS-CHECK-TOTAL > 0
               ADD 1 TO WS-CHECK-NUMBER, WS-CHECKS-ISSUED
               ADD WS-CHECK-TOTAL TO WS-TOTAL-PAID
               PERFORM PRINT-CHECK-AND-STUB
           END-IF.
      *
       SELECT-ONE-ITEM.
           IF APT-PUBLISHER(WS-APT-SUB) EQUAL PBT-NAME(WS-PBT-SUB)
             AND APT-DUE-DATE(WS-APT-SUB) NOT > WS-PAY-THROUGH
             AND NOT APT-IS-PAID(WS-APT-SUB)
               ADD APT-AMOUNT(WS-APT-SUB) TO WS-CHECK-TOTAL
               MOVE "P" TO APT-STATUS(WS-APT-SUB)
               MOVE WS-RUN-DATE TO APT-PAID-DATE(WS-APT-SUB)
               COMPUTE APT-CHECK-NO(WS-APT-SUB) =
                   WS-CHECK-NUMBER + 1
           END-IF.
      *
       PRINT-CHECK-AND-STUB.
           WRITE CHECK-LINE FROM CHECK-RULE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-CHECK-NUMBER TO CHL-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO CHL-DATE.
           WRITE CHECK-LINE FROM CHECK-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PBT-NAME(WS-PBT-SUB) TO CPL-PUBLISHER.
           MOVE WS-CHECK-TOTAL TO CPL-AMOUNT.
           WRITE CHECK-LINE FROM CHECK-PAYEE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE PBT-ADDRESS(WS-PBT-SUB) TO CAL-ADDRESS.
           WRITE CHECK-LINE FROM CHECK-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHECK-LINE FROM CHECK-RULE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHECK-LINE FROM STUB-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM PRINT-ONE-STUB-ITEM
               VARYING WS-APT-SUB FROM 1 BY 1
               UNTIL WS-APT-SUB > WS-APT-COUNT.
      *
       PRINT-ONE-STUB-ITEM.
           IF APT-IS-PAID(WS-APT-SUB)
             AND APT-CHECK-NO(WS-APT-SUB) EQUAL WS-CHECK-NUMBER
               MOVE APT-INVOICE-NO(WS-APT-SUB) TO SDL-INVOICE-NO
               MOVE APT-INVOICE-DATE(WS-APT-SUB) TO SDL-INVOICE-DATE
               MOVE APT-VOUCHER-NO(WS-APT-SUB) TO SDL-VOUCHER-NO
               MOVE APT-AMOUNT(WS-APT-SUB) TO SDL-AMOUNT
               WRITE CHECK-LINE FROM STUB-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "PAID - CHECK" TO APT-REMARK(WS-APT-SUB)
               MOVE WS-CHECK-NUMBER TO APT-REMARK(WS-APT-SUB)(14:6)
           END-IF.
      *
       SORT-AP-TABLE.
           IF WS-APT-COUNT > 1
               COMPUTE WS-SORT-LIMIT = WS-APT-COUNT - 1
               PERFORM SORT-ONE-PASS
                   VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS > WS-SORT-LIMIT
           END-IF.
      *
       SORT-ONE-PASS.
           PERFORM COMPARE-AND-SWAP
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
      *
       COMPARE-AND-SWAP.
           IF APT-DUE-DATE(WS-SORT-SUB) >
                   APT-DUE-DATE(WS-SORT-SUB + 1)
               MOVE APT-ENTRY(WS-SORT-SUB) TO AP-SWAP-HOLD
               MOVE APT-ENTRY(WS-SORT-SUB + 1)
                   TO APT-ENTRY(WS-SORT-SUB)
               MOVE AP-SWAP-HOLD TO APT-ENTRY(WS-SORT-SUB + 1)
           END-IF.
      *
      *EVERY ITEM OPEN AT THE START OF THE RUN LISTS IN DUE-DATE
      *ORDER WITH THE RUNNING TOTAL; WHAT THIS RUN PAID SHOWS ITS
      *CHECK, AND EVERY ITEM GOES TO THE NEW FILE AS IT LISTS.
       PRINT-CASH-REQUIREMENTS.
           WRITE PRINT-LINE FROM HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM LIST-ONE-ITEM
               VARYING WS-APT-SUB FROM 1 BY 1
               UNTIL WS-APT-SUB > WS-APT-COUNT.
      *
       LIST-ONE-ITEM.
           ADD APT-AMOUNT(WS-APT-SUB) TO WS-CUMULATIVE.
           IF NOT APT-IS-PAID(WS-APT-SUB)
               ADD APT-AMOUNT(WS-APT-SUB) TO WS-TOTAL-OPEN
               IF APT-DUE-DATE(WS-APT-SUB) NOT > WS-PAY-THROUGH
                   MOVE "NOT ON PUBLISHER MASTER"
                       TO APT-REMARK(WS-APT-SUB)
               END-IF
           END-IF.
           MOVE APT-DUE-DATE(WS-APT-SUB) TO RQL-DUE-DATE.
           MOVE APT-PUBLISHER(WS-APT-SUB) TO RQL-PUBLISHER.
           MOVE APT-INVOICE-NO(WS-APT-SUB) TO RQL-INVOICE-NO.
           MOVE APT-VOUCHER-NO(WS-APT-SUB) TO RQL-VOUCHER-NO.
           MOVE APT-AMOUNT(WS-APT-SUB) TO RQL-AMOUNT.
           MOVE WS-CUMULATIVE TO RQL-CUMULATIVE.
           MOVE APT-REMARK(WS-APT-SUB) TO RQL-REMARK.
           WRITE PRINT-LINE FROM REQUIREMENT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PAYABLE-NEW-RECORD FROM APT-RECORD(WS-APT-SUB).
      *
       CLOSING.
           MOVE WS-CHECKS-ISSUED TO SML-CHECKS.
           MOVE WS-TOTAL-PAID TO SML-PAID.
           MOVE WS-TOTAL-OPEN TO SML-OPEN.
           MOVE WS-PURGED-COUNT TO SML-PURGED.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           MOVE WS-CHECK-NUMBER TO CTL-LAST-CHECK-NUMBER.
           WRITE CHECK-CONTROL-RECORD.
           CLOSE CHECK-CONTROL-FILE.
           CLOSE PAYABLE-OLD-FILE, PAYABLE-NEW-FILE,
               PUBLISHER-MASTER-FILE, CHECK-FILE, PRINT-FILE.
/*
//GO.PARMS    DD DUMMY
//GO.APOLD    DD DSN=SIMONCO.BIBLIO.APFILE,DISP=SHR
//GO.APNEW    DD DSN=SIMONCO.BIBLIO.APFILE.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//GO.PUBMAST  DD DSN=SIMONCO.BIBLIO.PUBMAST,DISP=SHR
//GO.APCHKCTL DD DSN=SIMONCO.BIBLIO.APCHKCTL,DISP=OLD
//GO.CHECKS   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)
//
