//SIMONCO JOB (1),'BAG CLAIMS',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAGCLAIM.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  MISHANDLED-BAGGAGE
      *                    CLAIMS: EACH PROPERTY IRREGULARITY REPORT
      *                    (LOST, DELAYED, OR DAMAGED) IS FILED ON THE
      *                    CLAIM MASTER UNDER ITS REPORT NUMBER AND
      *                    TIED TO THE BAG'S TAG NUMBER, WITH THE
      *                    PASSENGER'S CONTENTS DECLARATION AND
      *                    CLAIMED VALUE.  A LOCATED BAG IS MARKED
      *                    DELIVERED BY THE NEXT DELIVERY BAGSCAN
      *                    RECORDS FOR ITS TAG; A SETTLEMENT PAYS THE
      *                    DECLARED CONTENTS LESS DEPRECIATION BY ITEM
      *                    AGE, CAPPED AT THE LIABILITY LIMIT PER BAG.
      *                    THE STATION MANAGER GETS THE OPEN-CLAIMS
      *                    AGING REPORT AND THE SETTLEMENT REGISTER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-OLD-FILE ASSIGN TO UT-S-CLMOLD.
           SELECT CLAIM-NEW-FILE ASSIGN TO UT-S-CLMNEW.
           SELECT CLAIM-CARD-FILE ASSIGN TO UT-S-CLAIMS.
           SELECT TAG-MASTER-FILE ASSIGN TO UT-S-TAGMSTR.
           SELECT OPTIONAL BAG-EVENT-FILE ASSIGN TO UT-S-BAGEVENT.
           SELECT COMMON-EXCEPTION-FILE ASSIGN TO UT-S-COMEXCP.
           SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *THE CLAIM MASTER IS WORKED IN A TABLE (SEE WORK-CLAIM-RECORD
      *FOR THE FULL LAYOUT) AND WRITTEN BACK WHOLE, LIKE BAGSCAN'S
      *TAG MASTER.
       FD  CLAIM-OLD-FILE
           LABEL RECORDS OMITTED.
       01  CLAIM-OLD-RECORD.
           05  CLO-NUMBER              PIC X(10).
           05  FILLER                  PIC X(250).
      *
       FD  CLAIM-NEW-FILE
           LABEL RECORDS OMITTED.
       01  CLAIM-NEW-RECORD            PIC X(260).
      *
      *ONE CARD PER CLAIM ACTION, EACH NAMING THE REPORT NUMBER AND
      *THE DATE: "F" FILES THE REPORT, "I" DECLARES ONE ITEM OF THE
      *CONTENTS (UP TO FIVE), "L" RECORDS THE BAG LOCATED, "S"
      *SETTLES, AND "X" DENIES.  THE TYPE ON A FILING CARD IS "L"
      *LOST, "D" DELAYED, OR "G" DAMAGED.
       FD  CLAIM-CARD-FILE
           LABEL RECORDS OMITTED.
       01  CLAIM-CARD-RECORD.
           05  CCD-CODE                PIC X.
               88  CCD-IS-FILING       VALUE "F".
               88  CCD-IS-ITEM         VALUE "I".
               88  CCD-IS-LOCATED      VALUE "L".
               88  CCD-IS-SETTLEMENT   VALUE "S".
               88  CCD-IS-DENIAL       VALUE "X".
           05  CCD-CLAIM-NUMBER        PIC X(10).
           05  CCD-DATE                PIC 9(06).
           05  CCD-TAG-NUMBER          PIC 9(08).
           05  CCD-TYPE                PIC X.
               88  CCD-TYPE-VALID      VALUE "L" "D" "G".
           05  CCD-STATION             PIC X(03).
           05  CCD-CLAIMED-VALUE       PIC 9(5)V99.
           05  FILLER                  PIC X(44).
       01  ITEM-CARD-LAYOUT REDEFINES CLAIM-CARD-RECORD.
           05  FILLER                  PIC X(17).
           05  ICD-DESCRIPTION         PIC X(20).
           05  ICD-VALUE               PIC 9(5)V99.
           05  ICD-AGE-MONTHS          PIC 9(03).
           05  FILLER                  PIC X(33).
       01  LOCATE-CARD-LAYOUT REDEFINES CLAIM-CARD-RECORD.
           05  FILLER                  PIC X(17).
           05  LCD-STATION             PIC X(03).
           05  FILLER                  PIC X(60).
       01  DENIAL-CARD-LAYOUT REDEFINES CLAIM-CARD-RECORD.
           05  FILLER                  PIC X(17).
           05  DCD-REASON              PIC X(20).
           05  FILLER                  PIC X(43).
      *
      *TAG-MASTER-RECORD MIRRORS LUGGAGE-LABEL'S OWN TAG MASTER.
       FD  TAG-MASTER-FILE
           LABEL RECORDS OMITTED.
       01  TAG-MASTER-RECORD.
           05  TAG-NUMBER              PIC 9(08).
           05  TAG-PASSENGER-NAME      PIC X(25).
           05  TAG-FLIGHT-NO           PIC X(04).
           05  TAG-DEST-STATION        PIC X(03).
           05  TAG-ISSUE-DATE          PIC 9(06).
           05  TAG-FLIGHT-2            PIC X(04).
           05  TAG-DEST-2              PIC X(03).
           05  TAG-FLIGHT-3            PIC X(04).
           05  TAG-DEST-3              PIC X(03).
           05  TAG-STATUS              PIC X.
           05  TAG-LAST-EVENT-DATE     PIC 9(06).
           05  TAG-LAST-STATION        PIC X(03).
      *
      *BAG-EVENT-RECORD MIRRORS BAGSCAN'S EVENT HISTORY.
       FD  BAG-EVENT-FILE
           LABEL RECORDS OMITTED.
       01  BAG-EVENT-RECORD.
           05  BEV-TAG-NUMBER          PIC 9(08).
           05  BEV-STATION             PIC X(03).
           05  BEV-EVENT               PIC X.
               88  BEV-BAG-HANDED-OVER VALUE "D" "C".
           05  BEV-EVENT-DATE          PIC 9(06).
           05  FILLER                  PIC X(62).
      *
       FD  COMMON-EXCEPTION-FILE
           LABEL RECORD IS OMITTED.
       01  COMMON-EXCEPTION-RECORD.
           COPY COMEXCP.
      *
      *THE OPERATOR CARD NAMES THE LIABILITY LIMIT PER BAG (DEFAULT
      *$3,800.00) AND THE DEPRECIATION SCHEDULE: A PERCENT PER FULL
      *YEAR OF AN ITEM'S AGE (DEFAULT 10) UP TO A CEILING (DEFAULT
      *50).
       FD  PARAMETER-FILE
           LABEL RECORD IS OMITTED.
       01  PARAMETER-RECORD.
           05  PARM-LIABILITY-LIMIT    PIC 9(5)V99.
           05  PARM-DEPR-PER-YEAR      PIC 99.
           05  PARM-DEPR-CEILING       PIC 99.
           05  FILLER                  PIC X(69).
      *
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  CLAIM-TABLE.
           05  CLT-ENTRY OCCURS 500 TIMES.
               10  CLT-NUMBER          PIC X(10).
               10  CLT-IMAGE           PIC X(260).
       77  WS-CLT-COUNT                PIC 999 VALUE 0.
       77  WS-CLT-SUB                  PIC 999 VALUE 0.
       77  CLT-FOUND-FLAG              PIC X VALUE "N".
           88  CLAIM-WAS-FOUND         VALUE "Y".
       77  WS-CLT-FOUND-SUB            PIC 999 VALUE 0.
      *
      *THE TABLE ENTRY'S IMAGE IS WORKED THROUGH THIS LAYOUT, WHICH
      *IS THE CLAIM MASTER RECORD.  THE STATUS DATE IS THE DATE OF
      *THE LAST CHANGE OF STATUS (FILED, LOCATED, DELIVERED,
      *SETTLED, OR DENIED).
       01  WORK-CLAIM-RECORD.
           05  WCL-NUMBER              PIC X(10).
           05  WCL-TAG-NUMBER          PIC 9(08).
           05  WCL-PASSENGER-NAME      PIC X(25).
           05  WCL-FLIGHT-NO           PIC X(04).
           05  WCL-STATION             PIC X(03).
           05  WCL-TYPE                PIC X.
               88  WCL-IS-DAMAGED      VALUE "G".
               88  WCL-IS-DELAYED      VALUE "D".
           05  WCL-FILED-DATE          PIC 9(06).
           05  WCL-STATUS              PIC X.
               88  WCL-IS-OPEN         VALUE "O".
               88  WCL-IS-LOCATED      VALUE "L".
               88  WCL-IS-DELIVERED    VALUE "D".
               88  WCL-IS-UNRESOLVED   VALUE "O" "L".
               88  WCL-IS-CLOSED       VALUE "S" "X".
           05  WCL-STATUS-DATE         PIC 9(06).
           05  WCL-LOCATED-STATION     PIC X(03).
           05  WCL-DELIVERED-STATION   PIC X(03).
           05  WCL-CLAIMED-VALUE       PIC 9(5)V99.
           05  WCL-SETTLED-AMOUNT      PIC 9(5)V99.
           05  WCL-DENY-REASON         PIC X(20).
           05  WCL-ITEM-COUNT          PIC 9.
           05  WCL-ITEM OCCURS 5 TIMES.
               10  WCL-ITEM-DESC       PIC X(20).
               10  WCL-ITEM-VALUE      PIC 9(5)V99.
               10  WCL-ITEM-AGE-MONTHS PIC 9(03).
           05  FILLER                  PIC X(05).
      *
       77  CARD-EOF-FLAG               PIC X VALUE "N".
           88  CARD-IS-EOF             VALUE "Y".
       77  CLAIM-EOF-FLAG              PIC X VALUE "N".
           88  CLAIM-IS-EOF            VALUE "Y".
       77  TAG-EOF-FLAG                PIC X VALUE "N".
           88  TAG-IS-EOF              VALUE "Y".
       77  TAG-FOUND-FLAG              PIC X VALUE "N".
           88  TAG-WAS-FOUND           VALUE "Y".
       77  EVENT-EOF-FLAG              PIC X VALUE "N".
           88  EVENT-IS-EOF            VALUE "Y".
       77  OPEN-CLAIM-FLAG             PIC X VALUE "N".
           88  TAG-HAS-OPEN-CLAIM      VALUE "Y".
       77  LIMIT-FLAG                  PIC X VALUE "N".
           88  PAID-AT-LIMIT           VALUE "Y".
      *
       01  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YY               PIC 99.
           05  WS-RUN-MM               PIC 99.
           05  WS-RUN-DD               PIC 99.
       01  WS-FILED-DATE-HOLD          PIC 9(06) VALUE 0.
       01  WS-FILED-SPLIT REDEFINES WS-FILED-DATE-HOLD.
           05  WS-FIL-YY               PIC 99.
           05  WS-FIL-MM               PIC 99.
           05  WS-FIL-DD               PIC 99.
       77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.
      *
       77  WS-LIABILITY-LIMIT          PIC 9(5)V99 VALUE 3800.00.
       77  WS-DEPR-PER-YEAR            PIC 99 VALUE 10.
       77  WS-DEPR-CEILING             PIC 99 VALUE 50.
       77  WS-ITEM-SUB                 PIC 9 VALUE 0.
       77  WS-ITEM-YEARS               PIC 99 VALUE 0.
       77  WS-DEPR-PERCENT             PIC 9(04) VALUE 0.
       77  WS-ITEM-ALLOWED             PIC 9(5)V99 VALUE 0.
       77  WS-DEPRECIATED-TOTAL        PIC 9(6)V99 VALUE 0.
       77  WS-SETTLE-AMOUNT            PIC 9(6)V99 VALUE 0.
       77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       77  WS-RESULT-TEXT              PIC X(40) VALUE SPACES.
      *
       77  WS-CARDS-READ               PIC 9(05) VALUE 0.
       77  WS-CARDS-APPLIED            PIC 9(05) VALUE 0.
       77  WS-CARDS-REJECTED           PIC 9(05) VALUE 0.
       77  WS-DELIVERIES               PIC 9(05) VALUE 0.
       77  WS-SETTLED-COUNT            PIC 9(05) VALUE 0.
       77  WS-SETTLED-CLAIMED          PIC 9(7)V99 VALUE 0.
       77  WS-SETTLED-PAID             PIC 9(7)V99 VALUE 0.
      *
      *OPEN CLAIMS AGE IN FOUR BUCKETS FROM THE DATE FILED.
       01  AGING-TOTALS.
           05  AGT-BUCKET OCCURS 4 TIMES.
               10  AGT-COUNT           PIC 9(05).
               10  AGT-CLAIMED         PIC 9(7)V99.
       77  WS-BUCKET-SUB               PIC 9 VALUE 0.
       01  REGISTER-HOLD.
           05  RGH-LINE                PIC X(132) OCCURS 200 TIMES.
       01  AGING-CAPTIONS.
           05  FILLER                  PIC X(12) VALUE " 0 -  7 DAYS".
           05  FILLER                  PIC X(12) VALUE " 8 - 21 DAYS".
           05  FILLER                  PIC X(12) VALUE "22 - 45 DAYS".
           05  FILLER                  PIC X(12) VALUE "OVER 45 DAYS".
       01  AGING-CAPTION-TABLE REDEFINES AGING-CAPTIONS.
           05  AGC-CAPTION             PIC X(12) OCCURS 4 TIMES.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE "MISHANDLED BAGGAGE CLAIMS".
      *
       01  CARD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  CDL-CODE                PIC X.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-CLAIM-NUMBER        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-DATE                PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-RESULT              PIC X(40).
      *
       01  DELIVERY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "   ".
           05  DVL-CLAIM-NUMBER        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DVL-DATE                PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(23)
                   VALUE "DELIVERED PER BAGSCAN  ".
           05  DVL-TAG-NUMBER          PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " AT ".
           05  DVL-STATION             PIC X(03).
      *
       01  MANAGER-HEAD-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(18)
                   VALUE "STATION MANAGER - ".
           05  MHL-TEXT                PIC X(40).
           05  FILLER                  PIC X(05) VALUE "  AS ".
           05  MHL-RUN-DATE            PIC 9(06).
      *
       01  AGING-HEAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE "CLAIM       TAG       PASSENGER".
           05  FILLER                  PIC X(36)
                   VALUE "         TYPE     STATUS     FILED".
           05  FILLER                  PIC X(16)
                   VALUE " DAYS    CLAIMED".
      *
       01  AGING-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  AGL-CLAIM-NUMBER        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-TAG-NUMBER          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-PASSENGER           PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-TYPE                PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-STATUS              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-FILED-DATE          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-DAYS                PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-CLAIMED             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-REMARK              PIC X(30).
      *
       01  AGING-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ATL-CAPTION             PIC X(12).
           05  FILLER                  PIC X(09) VALUE "  CLAIMS ".
           05  ATL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  CLAIMED  $".
           05  ATL-CLAIMED             PIC Z,ZZZ,ZZ9.99.
      *
       01  REGISTER-HEAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE "CLAIM       TAG       PASSENGER".
           05  FILLER                  PIC X(40)
                   VALUE "         TYPE      SETTLED    CLAIMED".
           05  FILLER                  PIC X(24)
                   VALUE "DEPRECIATED       PAID".
      *
       01  REGISTER-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RGL-CLAIM-NUMBER        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-TAG-NUMBER          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-PASSENGER           PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-TYPE                PIC X(07).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RGL-SETTLED-DATE        PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-CLAIMED             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RGL-DEPRECIATED         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-PAID                PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-REMARK              PIC X(16).
      *
       01  REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(21)
                   VALUE "SETTLEMENTS THIS RUN:".
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  CLAIMED  $".
           05  RTL-CLAIMED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE "  PAID  $".
           05  RTL-PAID                PIC Z,ZZZ,ZZ9.99.
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "CARDS: ".
           05  SML-READ                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
           05  SML-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  SML-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE "  DELIVERIES: ".
           05  SML-DELIVERIES          PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-CLAIM UNTIL CLAIM-IS-EOF.
           PERFORM APPLY-ONE-CARD UNTIL CARD-IS-EOF.
           PERFORM MATCH-ONE-DELIVERY UNTIL EVENT-IS-EOF.
           PERFORM WRITE-NEW-CLAIM-MASTER.
           PERFORM PRINT-AGING-REPORT.
           PERFORM PRINT-SETTLEMENT-REGISTER.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT CLAIM-OLD-FILE, CLAIM-CARD-FILE,
                BAG-EVENT-FILE, PARAMETER-FILE,
                OUTPUT CLAIM-NEW-FILE, PRINT-FILE,
                EXTEND COMMON-EXCEPTION-FILE.
           READ PARAMETER-FILE
               AT END
                   MOVE SPACES TO PARAMETER-RECORD
           END-READ.
           CLOSE PARAMETER-FILE.
           IF PARM-LIABILITY-LIMIT NUMERIC
             AND PARM-LIABILITY-LIMIT > 0
               MOVE PARM-LIABILITY-LIMIT TO WS-LIABILITY-LIMIT
           END-IF.
           IF PARM-DEPR-PER-YEAR NUMERIC
               MOVE PARM-DEPR-PER-YEAR TO WS-DEPR-PER-YEAR
           END-IF.
           IF PARM-DEPR-CEILING NUMERIC AND PARM-DEPR-CEILING > 0
               MOVE PARM-DEPR-CEILING TO WS-DEPR-CEILING
           END-IF.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           READ CLAIM-OLD-FILE
               AT END MOVE "Y" TO CLAIM-EOF-FLAG.
           READ CLAIM-CARD-FILE
               AT END MOVE "Y" TO CARD-EOF-FLAG.
           READ BAG-EVENT-FILE
               AT END MOVE "Y" TO EVENT-EOF-FLAG.
      *
       LOAD-ONE-CLAIM.
           ADD 1 TO WS-CLT-COUNT.
           IF WS-CLT-COUNT > 500
               DISPLAY "BAGCLAIM HALTED - CLAIM TABLE FULL AT 500"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CLO-NUMBER TO CLT-NUMBER(WS-CLT-COUNT).
           MOVE CLAIM-OLD-RECORD TO CLT-IMAGE(WS-CLT-COUNT).
           READ CLAIM-OLD-FILE
               AT END MOVE "Y" TO CLAIM-EOF-FLAG.
      *
      *A CARD THAT CANNOT BE APPLIED GOES TO THE COMMON EXCEPTION
      *FILE WITH ITS REASON; THE PROOF LISTING SHOWS EVERY CARD.
       APPLY-ONE-CARD.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES TO WS-REJECT-REASON, WS-RESULT-TEXT.
           MOVE "N" TO CLT-FOUND-FLAG.
           PERFORM MATCH-ONE-CLAIM
               VARYING WS-CLT-SUB FROM 1 BY 1
               UNTIL WS-CLT-SUB > WS-CLT-COUNT.
           IF CLAIM-WAS-FOUND
               MOVE CLT-IMAGE(WS-CLT-FOUND-SUB) TO WORK-CLAIM-RECORD
           END-IF.
           IF CCD-DATE NOT NUMERIC
               MOVE "CARD DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF CCD-IS-FILING
                   PERFORM FILE-NEW-CLAIM
               ELSE
                   IF NOT CLAIM-WAS-FOUND
                       MOVE "CLAIM NOT ON CLAIM MASTER"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM APPLY-CLAIM-ACTION
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON EQUAL SPACES
               ADD 1 TO WS-CARDS-APPLIED
               MOVE WS-RESULT-TEXT TO CDL-RESULT
               MOVE WORK-CLAIM-RECORD TO CLT-IMAGE(WS-CLT-FOUND-SUB)
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE WS-REJECT-REASON TO CDL-RESULT
               PERFORM WRITE-CARD-EXCEPTION
           END-IF.
           MOVE CCD-CODE TO CDL-CODE.
           MOVE CCD-CLAIM-NUMBER TO CDL-CLAIM-NUMBER.
           MOVE CCD-DATE TO CDL-DATE.
           WRITE PRINT-LINE FROM CARD-LINE AFTER ADVANCING 1 LINE.
           READ CLAIM-CARD-FILE
               AT END MOVE "Y" TO CARD-EOF-FLAG.
      *
       MATCH-ONE-CLAIM.
           IF CLT-NUMBER(WS-CLT-SUB) EQUAL CCD-CLAIM-NUMBER
               MOVE "Y" TO CLT-FOUND-FLAG
               MOVE WS-CLT-SUB TO WS-CLT-FOUND-SUB
           END-IF.
      *
       APPLY-CLAIM-ACTION.
           IF CCD-IS-ITEM
               PERFORM DECLARE-ONE-ITEM
           ELSE
               IF CCD-IS-LOCATED
                   PERFORM RECORD-BAG-LOCATED
               ELSE
                   IF CCD-IS-SETTLEMENT
                       PERFORM SETTLE-ONE-CLAIM
                   ELSE
                       IF CCD-IS-DENIAL
                           PERFORM DENY-ONE-CLAIM
                       ELSE
                           MOVE "CARD CODE NOT F/I/L/S/X"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *A REPORT MUST NAME A TAG LUGGAGE-LABEL ISSUED, AND A BAG CAN
      *HAVE ONLY ONE CLAIM STILL IN PROGRESS AT A TIME.
       FILE-NEW-CLAIM.
           IF CLAIM-WAS-FOUND
               MOVE "CLAIM NUMBER ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
               IF NOT CCD-TYPE-VALID
                   MOVE "CLAIM TYPE NOT L/D/G" TO WS-REJECT-REASON
               ELSE
                   IF CCD-CLAIMED-VALUE NOT NUMERIC
                       MOVE "CLAIMED VALUE NOT NUMERIC"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM FIND-TAG-FOR-CLAIM
                       IF NOT TAG-WAS-FOUND
                           MOVE "TAG NOT ON TAG MASTER"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM CHECK-TAG-OPEN-CLAIM
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON EQUAL SPACES
               PERFORM ADD-CLAIM-ENTRY
           END-IF.
      *
      *THE TAG MASTER GETS ITS OWN PASS PER FILING CARD, AS TAGINQ
      *DOES PER INQUIRY; A DAY'S REPORTS ARE A HANDFUL OF CARDS.
       FIND-TAG-FOR-CLAIM.
           MOVE "N" TO TAG-FOUND-FLAG, TAG-EOF-FLAG.
           OPEN INPUT TAG-MASTER-FILE.
           READ TAG-MASTER-FILE
               AT END MOVE "Y" TO TAG-EOF-FLAG
           END-READ.
           PERFORM MATCH-ONE-TAG UNTIL TAG-IS-EOF OR TAG-WAS-FOUND.
           CLOSE TAG-MASTER-FILE.
      *
       MATCH-ONE-TAG.
           IF TAG-NUMBER EQUAL CCD-TAG-NUMBER
               MOVE "Y" TO TAG-FOUND-FLAG
           ELSE
               READ TAG-MASTER-FILE
                   AT END MOVE "Y" TO TAG-EOF-FLAG
               END-READ
           END-IF.
      *
       CHECK-TAG-OPEN-CLAIM.
           MOVE "N" TO OPEN-CLAIM-FLAG.
           PERFORM CHECK-ONE-TAG-CLAIM
               VARYING WS-CLT-SUB FROM 1 BY 1
               UNTIL WS-CLT-SUB > WS-CLT-COUNT.
           IF TAG-HAS-OPEN-CLAIM
               MOVE "TAG ALREADY HAS A CLAIM IN PROGRESS"
                   TO WS-REJECT-REASON
           END-IF.
      *
       CHECK-ONE-TAG-CLAIM.
           MOVE CLT-IMAGE(WS-CLT-SUB) TO WORK-CLAIM-RECORD.
           IF WCL-TAG-NUMBER EQUAL CCD-TAG-NUMBER
             AND NOT WCL-IS-CLOSED
               MOVE "Y" TO OPEN-CLAIM-FLAG
           END-IF.
      *
       ADD-CLAIM-ENTRY.
           ADD 1 TO WS-CLT-COUNT.
           IF WS-CLT-COUNT > 500
               DISPLAY "BAGCLAIM HALTED - CLAIM TABLE FULL AT 500"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CLT-COUNT TO WS-CLT-FOUND-SUB.
           MOVE CCD-CLAIM-NUMBER TO CLT-NUMBER(WS-CLT-FOUND-SUB).
           MOVE SPACES TO WORK-CLAIM-RECORD.
           MOVE CCD-CLAIM-NUMBER TO WCL-NUMBER.
           MOVE TAG-NUMBER TO WCL-TAG-NUMBER.
           MOVE TAG-PASSENGER-NAME TO WCL-PASSENGER-NAME.
           MOVE TAG-FLIGHT-NO TO WCL-FLIGHT-NO.
           MOVE CCD-STATION TO WCL-STATION.
           MOVE CCD-TYPE TO WCL-TYPE.
           MOVE CCD-DATE TO WCL-FILED-DATE, WCL-STATUS-DATE.
           MOVE "O" TO WCL-STATUS.
           MOVE CCD-CLAIMED-VALUE TO WCL-CLAIMED-VALUE.
           MOVE 0 TO WCL-SETTLED-AMOUNT, WCL-ITEM-COUNT.
           MOVE "CLAIM FILED" TO WS-RESULT-TEXT.
      *
       DECLARE-ONE-ITEM.
           IF WCL-IS-CLOSED
               MOVE "CLAIM ALREADY SETTLED OR DENIED"
                   TO WS-REJECT-REASON
           ELSE
               IF WCL-ITEM-COUNT NOT < 5
                   MOVE "CONTENTS DECLARATION FULL AT 5 ITEMS"
                       TO WS-REJECT-REASON
               ELSE
                   IF ICD-VALUE NOT NUMERIC
                     OR ICD-AGE-MONTHS NOT NUMERIC
                       MOVE "ITEM VALUE OR AGE NOT NUMERIC"
                           TO WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WCL-ITEM-COUNT
                       MOVE WCL-ITEM-COUNT TO WS-ITEM-SUB
                       MOVE ICD-DESCRIPTION
                           TO WCL-ITEM-DESC(WS-ITEM-SUB)
                       MOVE ICD-VALUE TO WCL-ITEM-VALUE(WS-ITEM-SUB)
                       MOVE ICD-AGE-MONTHS
                           TO WCL-ITEM-AGE-MONTHS(WS-ITEM-SUB)
                       MOVE "ITEM DECLARED" TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.
      *
      *ONLY A MISSING BAG (LOST OR DELAYED) CAN BE LOCATED; A
      *DAMAGED BAG WAS NEVER OUT OF THE PASSENGER'S HANDS.
       RECORD-BAG-LOCATED.
           IF NOT WCL-IS-OPEN
               MOVE "CLAIM NOT OPEN - CANNOT LOCATE"
                   TO WS-REJECT-REASON
           ELSE
               IF WCL-IS-DAMAGED
                   MOVE "DAMAGED-BAG CLAIM CANNOT BE LOCATED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "L" TO WCL-STATUS
                   MOVE CCD-DATE TO WCL-STATUS-DATE
                   MOVE LCD-STATION TO WCL-LOCATED-STATION
                   MOVE "BAG LOCATED - AWAITING DELIVERY"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF.
      *
      *A CLAIM SETTLES WHILE OPEN (A LOST BAG NEVER FOUND, OR A
      *DAMAGED ONE) OR ONCE DELIVERED (A DELAYED BAG'S CONTENTS OR
      *DAMAGE); A LOCATED BAG STILL ON ITS WAY CANNOT SETTLE YET.
       SETTLE-ONE-CLAIM.
           IF WCL-IS-OPEN OR WCL-IS-DELIVERED
               PERFORM FIGURE-SETTLEMENT
               MOVE "S" TO WCL-STATUS
               MOVE CCD-DATE TO WCL-STATUS-DATE
               MOVE WS-SETTLE-AMOUNT TO WCL-SETTLED-AMOUNT
               ADD 1 TO WS-SETTLED-COUNT
               ADD WCL-CLAIMED-VALUE TO WS-SETTLED-CLAIMED
               ADD WS-SETTLE-AMOUNT TO WS-SETTLED-PAID
               PERFORM PRINT-REGISTER-LINE
               MOVE "CLAIM SETTLED" TO WS-RESULT-TEXT
           ELSE
               MOVE "CLAIM NOT OPEN OR DELIVERED - NO SETTLE"
                   TO WS-REJECT-REASON
           END-IF.
      *
      *EACH DECLARED ITEM IS PAID AT ITS VALUE LESS THE SCHEDULE'S
      *PERCENT PER FULL YEAR OF AGE, NEVER BELOW THE CEILING'S
      *FLOOR.  WITH NO DECLARATION THE CLAIMED VALUE STANDS.  THE
      *PAYMENT IS NEVER MORE THAN WAS CLAIMED, NOR MORE THAN THE
      *LIABILITY LIMIT FOR ONE BAG.
       FIGURE-SETTLEMENT.
           MOVE 0 TO WS-DEPRECIATED-TOTAL.
           MOVE "N" TO LIMIT-FLAG.
           IF WCL-ITEM-COUNT EQUAL 0
               MOVE WCL-CLAIMED-VALUE TO WS-DEPRECIATED-TOTAL
           ELSE
               PERFORM DEPRECIATE-ONE-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WCL-ITEM-COUNT
           END-IF.
           MOVE WS-DEPRECIATED-TOTAL TO WS-SETTLE-AMOUNT.
           IF WS-SETTLE-AMOUNT > WCL-CLAIMED-VALUE
               MOVE WCL-CLAIMED-VALUE TO WS-SETTLE-AMOUNT
           END-IF.
           IF WS-SETTLE-AMOUNT > WS-LIABILITY-LIMIT
               MOVE WS-LIABILITY-LIMIT TO WS-SETTLE-AMOUNT
               MOVE "Y" TO LIMIT-FLAG
           END-IF.
      *
       DEPRECIATE-ONE-ITEM.
           DIVIDE WCL-ITEM-AGE-MONTHS(WS-ITEM-SUB) BY 12
               GIVING WS-ITEM-YEARS.
           MULTIPLY WS-ITEM-YEARS BY WS-DEPR-PER-YEAR
               GIVING WS-DEPR-PERCENT.
           IF WS-DEPR-PERCENT > WS-DEPR-CEILING
               MOVE WS-DEPR-CEILING TO WS-DEPR-PERCENT
           END-IF.
           COMPUTE WS-ITEM-ALLOWED ROUNDED =
               WCL-ITEM-VALUE(WS-ITEM-SUB)
               - (WCL-ITEM-VALUE(WS-ITEM-SUB) * WS-DEPR-PERCENT / 100).
           ADD WS-ITEM-ALLOWED TO WS-DEPRECIATED-TOTAL.
      *
       DENY-ONE-CLAIM.
           IF WCL-IS-CLOSED
               MOVE "CLAIM ALREADY SETTLED OR DENIED"
                   TO WS-REJECT-REASON
           ELSE
               MOVE "X" TO WCL-STATUS
               MOVE CCD-DATE TO WCL-STATUS-DATE
               MOVE DCD-REASON TO WCL-DENY-REASON
               MOVE "CLAIM DENIED" TO WS-RESULT-TEXT
           END-IF.
      *
       WRITE-CARD-EXCEPTION.
           MOVE "BAGCLAIM" TO CEX-PROGRAM.
           MOVE WS-RUN-DATE TO CEX-RUN-DATE.
           MOVE SPACES TO CEX-KEY.
           MOVE CCD-CLAIM-NUMBER TO CEX-KEY.
           MOVE WS-REJECT-REASON TO CEX-REASON.
           MOVE SPACES TO CEX-RECORD-IMAGE.
           MOVE CLAIM-CARD-RECORD TO CEX-RECORD-IMAGE.
           WRITE COMMON-EXCEPTION-RECORD.
      *
      *A LOCATED BAG IS DELIVERED BY THE FIRST DELIVERY (OR CLAIM AT
      *THE CAROUSEL) BAGSCAN RECORDS FOR ITS TAG ON OR AFTER THE DAY
      *IT WAS LOCATED.
       MATCH-ONE-DELIVERY.
           IF BEV-BAG-HANDED-OVER
               PERFORM CHECK-ONE-LOCATED-CLAIM
                   VARYING WS-CLT-SUB FROM 1 BY 1
                   UNTIL WS-CLT-SUB > WS-CLT-COUNT
           END-IF.
           READ BAG-EVENT-FILE
               AT END MOVE "Y" TO EVENT-EOF-FLAG.
      *
       CHECK-ONE-LOCATED-CLAIM.
           MOVE CLT-IMAGE(WS-CLT-SUB) TO WORK-CLAIM-RECORD.
           IF WCL-TAG-NUMBER EQUAL BEV-TAG-NUMBER
             AND WCL-IS-LOCATED
             AND BEV-EVENT-DATE NOT < WCL-STATUS-DATE
               MOVE "D" TO WCL-STATUS
               MOVE BEV-EVENT-DATE TO WCL-STATUS-DATE
               MOVE BEV-STATION TO WCL-DELIVERED-STATION
               MOVE WORK-CLAIM-RECORD TO CLT-IMAGE(WS-CLT-SUB)
               ADD 1 TO WS-DELIVERIES
               MOVE WCL-NUMBER TO DVL-CLAIM-NUMBER
               MOVE BEV-EVENT-DATE TO DVL-DATE
               MOVE BEV-TAG-NUMBER TO DVL-TAG-NUMBER
               MOVE BEV-STATION TO DVL-STATION
               WRITE PRINT-LINE FROM DELIVERY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       WRITE-NEW-CLAIM-MASTER.
           PERFORM WRITE-ONE-CLAIM
               VARYING WS-CLT-SUB FROM 1 BY 1
               UNTIL WS-CLT-SUB > WS-CLT-COUNT.
      *
       WRITE-ONE-CLAIM.
           WRITE CLAIM-NEW-RECORD FROM CLT-IMAGE(WS-CLT-SUB).
      *
      *EVERY CLAIM STILL OPEN OR LOCATED, AGED FROM THE DATE FILED IN
      *APPROXIMATE DAYS (THE BANKRECN ARITHMETIC).  A DELAYED BAG
      *STILL MISSING AFTER 21 DAYS IS FLAGGED TO BE HANDLED AS LOST.
       PRINT-AGING-REPORT.
           MOVE "OPEN CLAIMS AGING" TO MHL-TEXT.
           MOVE WS-RUN-DATE TO MHL-RUN-DATE.
           WRITE PRINT-LINE FROM MANAGER-HEAD-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM AGING-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO AGING-TOTALS.
           PERFORM AGE-ONE-CLAIM
               VARYING WS-CLT-SUB FROM 1 BY 1
               UNTIL WS-CLT-SUB > WS-CLT-COUNT.
           PERFORM PRINT-ONE-AGING-TOTAL
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
      *
       AGE-ONE-CLAIM.
           MOVE CLT-IMAGE(WS-CLT-SUB) TO WORK-CLAIM-RECORD.
           IF WCL-IS-UNRESOLVED
               MOVE WCL-FILED-DATE TO WS-FILED-DATE-HOLD
               COMPUTE WS-AGE-DAYS =
                   ((WS-RUN-YY - WS-FIL-YY) * 365)
                   + ((WS-RUN-MM - WS-FIL-MM) * 30)
                   + (WS-RUN-DD - WS-FIL-DD)
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS NOT > 7
                   MOVE 1 TO WS-BUCKET-SUB
               ELSE
                   IF WS-AGE-DAYS NOT > 21
                       MOVE 2 TO WS-BUCKET-SUB
                   ELSE
                       IF WS-AGE-DAYS NOT > 45
                           MOVE 3 TO WS-BUCKET-SUB
                       ELSE
                           MOVE 4 TO WS-BUCKET-SUB
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO AGT-COUNT(WS-BUCKET-SUB)
               ADD WCL-CLAIMED-VALUE TO AGT-CLAIMED(WS-BUCKET-SUB)
               PERFORM PRINT-AGING-LINE
           END-IF.
      *
       PRINT-AGING-LINE.
           MOVE WCL-NUMBER TO AGL-CLAIM-NUMBER.
           MOVE WCL-TAG-NUMBER TO AGL-TAG-NUMBER.
           MOVE WCL-PASSENGER-NAME TO AGL-PASSENGER.
           PERFORM SET-TYPE-TEXT.
           MOVE RGL-TYPE TO AGL-TYPE.
           IF WCL-IS-OPEN
               MOVE "OPEN" TO AGL-STATUS
           ELSE
               MOVE "LOCATED" TO AGL-STATUS
           END-IF.
           MOVE WCL-FILED-DATE TO AGL-FILED-DATE.
           MOVE WS-AGE-DAYS TO AGL-DAYS.
           MOVE WCL-CLAIMED-VALUE TO AGL-CLAIMED.
           MOVE SPACES TO AGL-REMARK.
           IF WCL-IS-DELAYED AND WCL-IS-OPEN AND WS-AGE-DAYS > 21
               MOVE "PAST 21 DAYS - HANDLE AS LOST" TO AGL-REMARK
           END-IF.
           WRITE PRINT-LINE FROM AGING-LINE AFTER ADVANCING 1 LINE.
      *
       SET-TYPE-TEXT.
           IF WCL-IS-DAMAGED
               MOVE "DAMAGED" TO RGL-TYPE
           ELSE
               IF WCL-IS-DELAYED
                   MOVE "DELAYED" TO RGL-TYPE
               ELSE
                   MOVE "LOST" TO RGL-TYPE
               END-IF
           END-IF.
      *
       PRINT-ONE-AGING-TOTAL.
           MOVE AGC-CAPTION(WS-BUCKET-SUB) TO ATL-CAPTION.
           MOVE AGT-COUNT(WS-BUCKET-SUB) TO ATL-COUNT.
           MOVE AGT-CLAIMED(WS-BUCKET-SUB) TO ATL-CLAIMED.
           IF WS-BUCKET-SUB EQUAL 1
               WRITE PRINT-LINE FROM AGING-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-LINE FROM AGING-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *THE REGISTER LINES ARE WRITTEN AS EACH SETTLEMENT IS MADE, SO
      *THEY GO TO A HOLD AREA UNTIL THE REGISTER PAGE IS PRINTED.
       PRINT-REGISTER-LINE.
           IF WS-SETTLED-COUNT > 200
               DISPLAY "BAGCLAIM HALTED - REGISTER TABLE FULL AT 200"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WCL-NUMBER TO RGL-CLAIM-NUMBER.
           MOVE WCL-TAG-NUMBER TO RGL-TAG-NUMBER.
           MOVE WCL-PASSENGER-NAME TO RGL-PASSENGER.
           PERFORM SET-TYPE-TEXT.
           MOVE CCD-DATE TO RGL-SETTLED-DATE.
           MOVE WCL-CLAIMED-VALUE TO RGL-CLAIMED.
           MOVE WS-DEPRECIATED-TOTAL TO RGL-DEPRECIATED.
           MOVE WS-SETTLE-AMOUNT TO RGL-PAID.
           IF PAID-AT-LIMIT
               MOVE "LIABILITY LIMIT" TO RGL-REMARK
           ELSE
               MOVE SPACES TO RGL-REMARK
           END-IF.
           MOVE REGISTER-LINE TO RGH-LINE(WS-SETTLED-COUNT).
      *
       PRINT-SETTLEMENT-REGISTER.
           MOVE "SETTLEMENT REGISTER" TO MHL-TEXT.
           WRITE PRINT-LINE FROM MANAGER-HEAD-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM REGISTER-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM PRINT-ONE-REGISTER-LINE
               VARYING WS-CLT-SUB FROM 1 BY 1
               UNTIL WS-CLT-SUB > WS-SETTLED-COUNT.
           MOVE WS-SETTLED-COUNT TO RTL-COUNT.
           MOVE WS-SETTLED-CLAIMED TO RTL-CLAIMED.
           MOVE WS-SETTLED-PAID TO RTL-PAID.
           WRITE PRINT-LINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
       PRINT-ONE-REGISTER-LINE.
           WRITE PRINT-LINE FROM RGH-LINE(WS-CLT-SUB)
               AFTER ADVANCING 1 LINE.
      *
       CLOSING.
           MOVE WS-CARDS-READ TO SML-READ.
           MOVE WS-CARDS-APPLIED TO SML-APPLIED.
           MOVE WS-CARDS-REJECTED TO SML-REJECTED.
           MOVE WS-DELIVERIES TO SML-DELIVERIES.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE CLAIM-OLD-FILE, CLAIM-NEW-FILE, CLAIM-CARD-FILE,
               BAG-EVENT-FILE, COMMON-EXCEPTION-FILE, PRINT-FILE.
/*
//GO.CLMOLD   DD DSN=SIMONCO.LUGGAGE.CLAIMS,DISP=SHR
//GO.CLMNEW   DD DSN=SIMONCO.LUGGAGE.CLAIMS.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=260,BLKSIZE=26000)
//GO.CLAIMS   DD DSN=SIMONCO.LUGGAGE.CLAIMCDS,DISP=SHR
//GO.TAGMSTR  DD DSN=SIMONCO.LUGGAGE.TAGMSTR,DISP=SHR
//GO.BAGEVENT DD DSN=SIMONCO.LUGGAGE.BAGEVENT,DISP=SHR
//GO.COMEXCP  DD DSN=SIMONCO.COMEXCP,DISP=MOD
//GO.PARMS    DD DSN=SIMONCO.BAGCLAIM.PARMS,DISP=SHR
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)
//
