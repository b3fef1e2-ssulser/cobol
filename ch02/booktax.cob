//SIMONCO JOB (1),'SALES TAX RETURN',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKTAX.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  MONTHLY SALES TAX RETURN
      *                    OFF THE TAX REGISTER BOOKINV AND BOOKRTN
      *                    WRITE: TAXABLE SALES, EXEMPT SALES, AND TAX
      *                    COLLECTED FOR EACH JURISDICTION ON THE RATE
      *                    TABLE, NET OF CREDIT MEMOS, WITH THE TOTAL
      *                    TO REMIT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-FILE ASSIGN TO UT-S-TAXRATE.
           SELECT TAX-HISTORY-FILE ASSIGN TO UT-S-TAXHIST.
           SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
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
               88  TXH-IS-INVOICE      VALUE "I".
               88  TXH-IS-CREDIT-MEMO  VALUE "C".
           05  TXH-DOC-NO              PIC 9(06).
           05  TXH-MEMBER-NUMBER       PIC X(06).
           05  TXH-STATE               PIC X(02).
           05  TXH-TAXABLE             PIC S9(7)V99.
           05  TXH-EXEMPT              PIC S9(7)V99.
           05  TXH-TAX                 PIC S9(5)V99.
           05  FILLER                  PIC X(04).
      *
      *THE OPERATOR CARD NAMES THE RETURN MONTH AS YYMM; A BLANK OR
      *ZERO CARD (OR NO CARD AT ALL) REPORTS THE FULL REGISTER.
       FD  PARAMETER-FILE
           LABEL RECORD IS OMITTED.
       01  PARAMETER-RECORD.
           05  PARM-REPORT-MONTH       PIC 9(04).
           05  FILLER                  PIC X(76).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE                  PIC X(96).
      *
       WORKING-STORAGE SECTION.
      *
      *EVERY JURISDICTION ON THE RATE TABLE PRINTS, ACTIVE OR NOT,
      *SINCE A NIL RETURN STILL HAS TO BE FILED.  A REGISTER STATE
      *NO LONGER ON THE TABLE IS ADDED AT THE END SO ITS TAX IS NOT
      *LOST FROM THE TOTAL.
       01  JURISDICTION-TABLE.
           05  TXT-ENTRY OCCURS 60 TIMES.
               10  TXT-STATE           PIC X(02).
               10  TXT-NAME            PIC X(20).
               10  TXT-RATE            PIC 9V9999.
               10  TXT-TAXABLE         PIC S9(8)V99.
               10  TXT-EXEMPT          PIC S9(8)V99.
               10  TXT-TAX             PIC S9(7)V99.
       77  WS-TXT-COUNT                PIC 99 VALUE 0.
       77  WS-TXT-SUB                  PIC 99 VALUE 0.
       77  WS-TXT-FOUND-SUB            PIC 99 VALUE 0.
      *
       77  TAX-RATE-EOF-FLAG           PIC X VALUE "N".
           88  TAX-RATE-IS-EOF         VALUE "Y".
       77  TAX-HISTORY-EOF-FLAG        PIC X VALUE "N".
           88  TAX-HISTORY-IS-EOF      VALUE "Y".
       77  WS-RECORDS-READ             PIC 9(06) VALUE 0.
       77  WS-INVOICES-POSTED          PIC 9(06) VALUE 0.
       77  WS-MEMOS-POSTED             PIC 9(06) VALUE 0.
       77  WS-TOTAL-TAXABLE            PIC S9(9)V99 VALUE 0.
       77  WS-TOTAL-EXEMPT             PIC S9(9)V99 VALUE 0.
       77  WS-TOTAL-TAX                PIC S9(8)V99 VALUE 0.
      *
       77  WS-REPORT-MONTH             PIC 9(04) VALUE 0.
       01  WS-DOC-DATE-HOLD            PIC 9(06) VALUE 0.
       01  WS-DOC-SPLIT REDEFINES WS-DOC-DATE-HOLD.
           05  WS-DOC-YYMM             PIC 9(04).
           05  WS-DOC-DD               PIC 99.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE "MONTHLY SALES TAX RETURN".
      *
       01  MONTH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14)
                   VALUE "RETURN MONTH: ".
           05  MTL-MONTH               PIC X(11).
      *
       01  HEAD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE "JURISDICTION".
           05  FILLER                  PIC X(54) VALUE
          "   RATE   TAXABLE SALES    EXEMPT SALES            TAX".
      *
       01  JURISDICTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JUL-STATE               PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JUL-NAME                PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JUL-RATE                PIC Z9.999.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JUL-TAXABLE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JUL-EXEMPT              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JUL-TAX                 PIC Z,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(31)
                   VALUE "TOTAL TO REMIT".
           05  TTL-TAXABLE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TTL-EXEMPT              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TTL-TAX                 PIC Z,ZZZ,ZZ9.99-.
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18)
                   VALUE "REGISTER RECORDS: ".
           05  SML-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  INVOICES: ".
           05  SML-INVOICES            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "  CREDIT MEMOS: ".
           05  SML-MEMOS               PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-TAX-RATE UNTIL TAX-RATE-IS-EOF.
           PERFORM POST-ONE-TAX-RECORD UNTIL TAX-HISTORY-IS-EOF.
           PERFORM PRINT-RETURN.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           OPEN INPUT TAX-RATE-FILE, TAX-HISTORY-FILE,
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
           READ TAX-RATE-FILE
               AT END MOVE "Y" TO TAX-RATE-EOF-FLAG.
           READ TAX-HISTORY-FILE
               AT END MOVE "Y" TO TAX-HISTORY-EOF-FLAG.
      *
       LOAD-ONE-TAX-RATE.
           ADD 1 TO WS-TXT-COUNT.
           IF WS-TXT-COUNT > 60
               DISPLAY "BOOKTAX HALTED - JURISDICTION TABLE FULL AT 60"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TXR-STATE TO TXT-STATE(WS-TXT-COUNT).
           MOVE TXR-NAME TO TXT-NAME(WS-TXT-COUNT).
           MOVE TXR-RATE TO TXT-RATE(WS-TXT-COUNT).
           MOVE 0 TO TXT-TAXABLE(WS-TXT-COUNT).
           MOVE 0 TO TXT-EXEMPT(WS-TXT-COUNT).
           MOVE 0 TO TXT-TAX(WS-TXT-COUNT).
           READ TAX-RATE-FILE
               AT END MOVE "Y" TO TAX-RATE-EOF-FLAG.
      *
      *ONLY DOCUMENTS DATED INSIDE THE RETURN MONTH POST.  A CREDIT
      *MEMO CARRIES NEGATIVE AMOUNTS, SO ADDING IT NETS THE RETURN.
       POST-ONE-TAX-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           MOVE TXH-DOC-DATE TO WS-DOC-DATE-HOLD.
           IF WS-REPORT-MONTH EQUAL 0
             OR WS-DOC-YYMM EQUAL WS-REPORT-MONTH
               IF TXH-IS-CREDIT-MEMO
                   ADD 1 TO WS-MEMOS-POSTED
               ELSE
                   ADD 1 TO WS-INVOICES-POSTED
               END-IF
               PERFORM FIND-JURISDICTION-ENTRY
               ADD TXH-TAXABLE TO TXT-TAXABLE(WS-TXT-FOUND-SUB),
                   WS-TOTAL-TAXABLE
               ADD TXH-EXEMPT TO TXT-EXEMPT(WS-TXT-FOUND-SUB),
                   WS-TOTAL-EXEMPT
               ADD TXH-TAX TO TXT-TAX(WS-TXT-FOUND-SUB),
                   WS-TOTAL-TAX
           END-IF.
           READ TAX-HISTORY-FILE
               AT END MOVE "Y" TO TAX-HISTORY-EOF-FLAG.
      *
       FIND-JURISDICTION-ENTRY.
           MOVE 0 TO WS-TXT-FOUND-SUB.
           PERFORM MATCH-ONE-JURISDICTION
               VARYING WS-TXT-SUB FROM 1 BY 1
               UNTIL WS-TXT-SUB > WS-TXT-COUNT
               OR WS-TXT-SUB > 60.
           IF WS-TXT-FOUND-SUB EQUAL 0
               ADD 1 TO WS-TXT-COUNT
               IF WS-TXT-COUNT > 60
                   DISPLAY "BOOKTAX HALTED - JURISDICTION TABLE FULL"
                       " AT 60"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE TXH-STATE TO TXT-STATE(WS-TXT-COUNT)
               MOVE "NOT ON RATE TABLE" TO TXT-NAME(WS-TXT-COUNT)
               MOVE 0 TO TXT-RATE(WS-TXT-COUNT)
               MOVE 0 TO TXT-TAXABLE(WS-TXT-COUNT)
               MOVE 0 TO TXT-EXEMPT(WS-TXT-COUNT)
               MOVE 0 TO TXT-TAX(WS-TXT-COUNT)
               MOVE WS-TXT-COUNT TO WS-TXT-FOUND-SUB
           END-IF.
      *
       MATCH-ONE-JURISDICTION.
           IF TXT-STATE(WS-TXT-SUB) EQUAL TXH-STATE
               MOVE WS-TXT-SUB TO WS-TXT-FOUND-SUB
           END-IF.
      *
       PRINT-RETURN.
           WRITE PRINT-LINE FROM HEAD-LINE AFTER ADVANCING 2 LINES.
           PERFORM PRINT-ONE-JURISDICTION
               VARYING WS-TXT-SUB FROM 1 BY 1
               UNTIL WS-TXT-SUB > WS-TXT-COUNT
               OR WS-TXT-SUB > 60.
           MOVE WS-TOTAL-TAXABLE TO TTL-TAXABLE.
           MOVE WS-TOTAL-EXEMPT TO TTL-EXEMPT.
           MOVE WS-TOTAL-TAX TO TTL-TAX.
           WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
      *
       PRINT-ONE-JURISDICTION.
           MOVE TXT-STATE(WS-TXT-SUB) TO JUL-STATE.
           MOVE TXT-NAME(WS-TXT-SUB) TO JUL-NAME.
           COMPUTE JUL-RATE = TXT-RATE(WS-TXT-SUB) * 100.
           MOVE TXT-TAXABLE(WS-TXT-SUB) TO JUL-TAXABLE.
           MOVE TXT-EXEMPT(WS-TXT-SUB) TO JUL-EXEMPT.
           MOVE TXT-TAX(WS-TXT-SUB) TO JUL-TAX.
           WRITE PRINT-LINE FROM JURISDICTION-LINE
               AFTER ADVANCING 1 LINE.
      *
       CLOSING.
           MOVE WS-RECORDS-READ TO SML-COUNT.
           MOVE WS-INVOICES-POSTED TO SML-INVOICES.
           MOVE WS-MEMOS-POSTED TO SML-MEMOS.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE TAX-RATE-FILE, TAX-HISTORY-FILE, PRINT-FILE.
/*
//GO.TAXRATE  DD DSN=SIMONCO.BIBLIO.TAXRATE,DISP=SHR
//GO.TAXHIST  DD DSN=SIMONCO.BIBLIO.TAXHIST,DISP=SHR
//GO.PARMS    DD *
2610
/*
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
