//SIMONCO JOB (1),'BAG ARCHIVE',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAGARCH.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  MONTHLY TAG MASTER
      *                    ARCHIVAL: A TAG DELIVERED OR CLAIMED LONGER
      *                    AGO THAN THE RETENTION AGE (AND WITH NO
      *                    CLAIM STILL IN PROGRESS AGAINST IT) MOVES
      *                    TO THE TAG ARCHIVE, AND ITS BAGSCAN EVENT
      *                    HISTORY TO THE EVENT ARCHIVE, SO BAGSCAN AND
      *                    TAGINQ NO LONGER SCAN YEARS OF CLOSED BAGS.
      *                    THE PROOF SHOWS RECORDS IN EQUAL RECORDS
      *                    KEPT PLUS ARCHIVED FOR BOTH FILES.  ON THE
      *                    WAY THROUGH, THE MONTH'S BAGS ARE TALLIED BY
      *                    FIRST-LEG FLIGHT AND BY LAST STATION: BAGS
      *                    HANDLED, MISHANDLED BAGS (THOSE WITH A
      *                    BAGCLAIM REPORT) PER THOUSAND, AND AVERAGE
      *                    DAYS FROM ISSUE TO DELIVERY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAG-OLD-FILE ASSIGN TO UT-S-TAGOLD.
           SELECT TAG-NEW-FILE ASSIGN TO UT-S-TAGNEW.
           SELECT TAG-ARCHIVE-FILE ASSIGN TO UT-S-TAGARCH.
           SELECT EVENT-OLD-FILE ASSIGN TO UT-S-EVOLD.
           SELECT EVENT-NEW-FILE ASSIGN TO UT-S-EVNEW.
           SELECT EVENT-ARCHIVE-FILE ASSIGN TO UT-S-EVARCH.
           SELECT OPTIONAL CLAIM-FILE ASSIGN TO UT-S-CLAIMS.
           SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *TAG-OLD-RECORD MIRRORS LUGGAGE-LABEL'S TAG MASTER.
       FD  TAG-OLD-FILE
           LABEL RECORDS OMITTED.
       01  TAG-OLD-RECORD.
           05  TGO-NUMBER              PIC 9(08).
           05  TGO-PASSENGER-NAME      PIC X(25).
           05  TGO-FLIGHT-NO           PIC X(04).
           05  TGO-DEST-STATION        PIC X(03).
           05  TGO-ISSUE-DATE          PIC 9(06).
           05  TGO-ISSUE-SPLIT REDEFINES TGO-ISSUE-DATE.
               10  TGO-ISSUE-YYMM      PIC 9(04).
               10  FILLER              PIC 99.
           05  TGO-FLIGHT-2            PIC X(04).
           05  TGO-DEST-2              PIC X(03).
           05  TGO-FLIGHT-3            PIC X(04).
           05  TGO-DEST-3              PIC X(03).
           05  TGO-STATUS              PIC X.
               88  TGO-IS-HANDED-OVER  VALUE "D" "C".
           05  TGO-LAST-EVENT-DATE     PIC 9(06).
           05  TGO-LAST-STATION        PIC X(03).
      *
       FD  TAG-NEW-FILE
           LABEL RECORDS OMITTED.
       01  TAG-NEW-RECORD              PIC X(70).
      *
       FD  TAG-ARCHIVE-FILE
           LABEL RECORDS OMITTED.
       01  TAG-ARCHIVE-RECORD          PIC X(70).
      *
      *EVENT-OLD-RECORD MIRRORS BAGSCAN'S EVENT HISTORY.
       FD  EVENT-OLD-FILE
           LABEL RECORDS OMITTED.
       01  EVENT-OLD-RECORD.
           05  EVO-TAG-NUMBER          PIC 9(08).
           05  FILLER                  PIC X(72).
      *
       FD  EVENT-NEW-FILE
           LABEL RECORDS OMITTED.
       01  EVENT-NEW-RECORD            PIC X(80).
      *
       FD  EVENT-ARCHIVE-FILE
           LABEL RECORDS OMITTED.
       01  EVENT-ARCHIVE-RECORD        PIC X(80).
      *
      *CLAIM-RECORD MIRRORS THE FRONT OF BAGCLAIM'S CLAIM MASTER.
       FD  CLAIM-FILE
           LABEL RECORDS OMITTED.
       01  CLAIM-RECORD.
           05  CLM-NUMBER              PIC X(10).
           05  CLM-TAG-NUMBER          PIC 9(08).
           05  FILLER                  PIC X(39).
           05  CLM-STATUS              PIC X.
               88  CLM-IS-CLOSED       VALUE "S" "X".
           05  FILLER                  PIC X(202).
      *
      *THE OPERATOR CARD NAMES THE RETENTION AGE IN DAYS (DEFAULT
      *90) AND THE MONTH TO REPORT AS YYMM (DEFAULT THE MONTH BEFORE
      *THE RUN).
       FD  PARAMETER-FILE
           LABEL RECORD IS OMITTED.
       01  PARAMETER-RECORD.
           05  PARM-RETENTION-DAYS     PIC 9(03).
           05  PARM-STATS-MONTH        PIC 9(04).
           05  FILLER                  PIC X(73).
      *
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                  PIC X(96).
      *
       WORKING-STORAGE SECTION.
      *
      *EVERY TAG WITH A CLAIM, AND WHETHER THE CLAIM IS STILL IN
      *PROGRESS.  A TAG MAY HAVE MORE THAN ONE CLAIM OVER ITS LIFE.
       01  CLAIM-TAG-TABLE.
           05  CTT-ENTRY OCCURS 500 TIMES.
               10  CTT-TAG-NUMBER      PIC 9(08).
               10  CTT-OPEN-FLAG       PIC X.
       77  WS-CTT-COUNT                PIC 999 VALUE 0.
       77  WS-CTT-SUB                  PIC 999 VALUE 0.
       77  CLAIMED-FLAG                PIC X VALUE "N".
           88  TAG-HAS-CLAIM           VALUE "Y".
       77  OPEN-CLAIM-FLAG             PIC X VALUE "N".
           88  TAG-HAS-OPEN-CLAIM      VALUE "Y".
      *
      *THE TAGS ARCHIVED THIS RUN, SO THEIR EVENTS FOLLOW THEM.
       01  ARCHIVED-TAG-TABLE.
           05  ATT-TAG-NUMBER          PIC 9(08) OCCURS 2000 TIMES.
       77  WS-ATT-COUNT                PIC 9(04) VALUE 0.
       77  WS-ATT-SUB                  PIC 9(04) VALUE 0.
       77  ARCHIVED-FLAG               PIC X VALUE "N".
           88  EVENT-TAG-ARCHIVED      VALUE "Y".
      *
      *THE MONTH'S STATISTICS, ONE ENTRY PER FIRST-LEG FLIGHT AND
      *ONE PER LAST STATION.
       01  FLIGHT-STATS-TABLE.
           05  FST-ENTRY OCCURS 100 TIMES.
               10  FST-FLIGHT-NO       PIC X(04).
               10  FST-HANDLED         PIC 9(06).
               10  FST-MISHANDLED      PIC 9(06).
               10  FST-DELIVERED       PIC 9(06).
               10  FST-DAYS            PIC 9(08).
       77  WS-FST-COUNT                PIC 999 VALUE 0.
       77  WS-FST-SUB                  PIC 999 VALUE 0.
       77  WS-FST-FOUND-SUB            PIC 999 VALUE 0.
       01  STATION-STATS-TABLE.
           05  SST-ENTRY OCCURS 100 TIMES.
               10  SST-STATION         PIC X(03).
               10  SST-HANDLED         PIC 9(06).
               10  SST-MISHANDLED      PIC 9(06).
               10  SST-DELIVERED       PIC 9(06).
               10  SST-DAYS            PIC 9(08).
       77  WS-SST-COUNT                PIC 999 VALUE 0.
       77  WS-SST-SUB                  PIC 999 VALUE 0.
       77  WS-SST-FOUND-SUB            PIC 999 VALUE 0.
       77  STAT-FOUND-FLAG             PIC X VALUE "N".
           88  STAT-ENTRY-FOUND        VALUE "Y".
      *
       77  TAG-EOF-FLAG                PIC X VALUE "N".
           88  TAG-IS-EOF              VALUE "Y".
       77  EVENT-EOF-FLAG              PIC X VALUE "N".
           88  EVENT-IS-EOF            VALUE "Y".
       77  CLAIM-EOF-FLAG              PIC X VALUE "N".
           88  CLAIM-IS-EOF            VALUE "Y".
      *
       01  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YY               PIC 99.
           05  WS-RUN-MM               PIC 99.
           05  WS-RUN-DD               PIC 99.
       01  WS-STATS-MONTH              PIC 9(04) VALUE 0.
       01  WS-STATS-MONTH-SPLIT REDEFINES WS-STATS-MONTH.
           05  WS-STM-YY               PIC 99.
           05  WS-STM-MM               PIC 99.
       01  WS-FROM-DATE-HOLD           PIC 9(06) VALUE 0.
       01  WS-FROM-SPLIT REDEFINES WS-FROM-DATE-HOLD.
           05  WS-FRM-YY               PIC 99.
           05  WS-FRM-MM               PIC 99.
           05  WS-FRM-DD               PIC 99.
       01  WS-TO-DATE-HOLD             PIC 9(06) VALUE 0.
       01  WS-TO-SPLIT REDEFINES WS-TO-DATE-HOLD.
           05  WS-TO-YY                PIC 99.
           05  WS-TO-MM                PIC 99.
           05  WS-TO-DD                PIC 99.
       77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.
       77  WS-RETENTION-DAYS           PIC 9(03) VALUE 90.
       77  WS-DELIVERY-DAYS            PIC 9(05) VALUE 0.
      *
       77  WS-TAGS-READ                PIC 9(07) VALUE 0.
       77  WS-TAGS-KEPT                PIC 9(07) VALUE 0.
       77  WS-TAGS-ARCHIVED            PIC 9(07) VALUE 0.
       77  WS-EVENTS-READ              PIC 9(07) VALUE 0.
       77  WS-EVENTS-KEPT              PIC 9(07) VALUE 0.
       77  WS-EVENTS-ARCHIVED          PIC 9(07) VALUE 0.
       77  WS-PROOF-TOTAL              PIC 9(07) VALUE 0.
       77  BALANCE-FLAG                PIC X VALUE "Y".
           88  RUN-IN-BALANCE          VALUE "Y".
      *
       77  WS-TOT-HANDLED              PIC 9(06) VALUE 0.
       77  WS-TOT-MISHANDLED           PIC 9(06) VALUE 0.
       77  WS-TOT-DELIVERED            PIC 9(06) VALUE 0.
       77  WS-TOT-DAYS                 PIC 9(08) VALUE 0.
       77  WS-PER-THOUSAND             PIC 9(04)V9 VALUE 0.
       77  WS-AVERAGE-DAYS             PIC 9(03)V9 VALUE 0.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE "TAG MASTER ARCHIVAL AND BAG STATISTICS".
      *
       01  PROOF-HEAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE "ARCHIVAL PROOF - RETENTION DAYS:".
           05  PHL-RETENTION           PIC ZZ9.
      *
       01  PROOF-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  PRL-FILE                PIC X(12).
           05  FILLER                  PIC X(06) VALUE " READ ".
           05  PRL-READ                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  KEPT  ".
           05  PRL-KEPT                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  ARCHIVED  ".
           05  PRL-ARCHIVED            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRL-RESULT              PIC X(22).
      *
       01  STATS-HEAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE "BAG PERFORMANCE FOR MONTH ".
           05  SHL-MONTH               PIC 9(04).
           05  FILLER                  PIC X(07) VALUE " (YYMM)".
      *
       01  STATS-CAPTION-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  SCL-CAPTION             PIC X(10).
           05  FILLER                  PIC X(40)
                   VALUE "HANDLED  MISHANDLED  PER 1000  DELIVERED".
           05  FILLER                  PIC X(10) VALUE "  AVG DAYS".
      *
       01  STATS-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  STL-KEY                 PIC X(10).
           05  STL-HANDLED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  STL-MISHANDLED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  STL-PER-THOUSAND        PIC ZZZ9.9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  STL-DELIVERED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  STL-AVERAGE-DAYS        PIC ZZ9.9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-CLAIM UNTIL CLAIM-IS-EOF.
           PERFORM SORT-ONE-TAG UNTIL TAG-IS-EOF.
           PERFORM SORT-ONE-EVENT UNTIL EVENT-IS-EOF.
           PERFORM PRINT-ARCHIVAL-PROOF.
           PERFORM PRINT-STATISTICS.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-YY TO WS-STM-YY.
           MOVE WS-RUN-MM TO WS-STM-MM.
           IF WS-STM-MM EQUAL 1
               MOVE 12 TO WS-STM-MM
               IF WS-STM-YY EQUAL 0
                   MOVE 99 TO WS-STM-YY
               ELSE
                   SUBTRACT 1 FROM WS-STM-YY
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-STM-MM
           END-IF.
           OPEN INPUT TAG-OLD-FILE, EVENT-OLD-FILE, CLAIM-FILE,
                PARAMETER-FILE,
                OUTPUT TAG-NEW-FILE, EVENT-NEW-FILE, PRINT-FILE,
                EXTEND TAG-ARCHIVE-FILE, EVENT-ARCHIVE-FILE.
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-RETENTION-DAYS NUMERIC
                     AND PARM-RETENTION-DAYS > 0
                       MOVE PARM-RETENTION-DAYS TO WS-RETENTION-DAYS
                   END-IF
                   IF PARM-STATS-MONTH NUMERIC
                     AND PARM-STATS-MONTH > 0
                       MOVE PARM-STATS-MONTH TO WS-STATS-MONTH
                   END-IF
           END-READ.
           CLOSE PARAMETER-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           READ CLAIM-FILE
               AT END MOVE "Y" TO CLAIM-EOF-FLAG.
           READ TAG-OLD-FILE
               AT END MOVE "Y" TO TAG-EOF-FLAG.
           READ EVENT-OLD-FILE
               AT END MOVE "Y" TO EVENT-EOF-FLAG.
      *
       LOAD-ONE-CLAIM.
           ADD 1 TO WS-CTT-COUNT.
           IF WS-CTT-COUNT > 500
               DISPLAY "BAGARCH HALTED - CLAIM TABLE FULL AT 500"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CLM-TAG-NUMBER TO CTT-TAG-NUMBER(WS-CTT-COUNT).
           IF CLM-IS-CLOSED
               MOVE "N" TO CTT-OPEN-FLAG(WS-CTT-COUNT)
           ELSE
               MOVE "Y" TO CTT-OPEN-FLAG(WS-CTT-COUNT)
           END-IF.
           READ CLAIM-FILE
               AT END MOVE "Y" TO CLAIM-EOF-FLAG.
      *
      *EVERY TAG IS TALLIED IF ISSUED IN THE REPORT MONTH, THEN
      *EITHER KEPT OR ARCHIVED.  A TAG IS ARCHIVED ONCE IT WAS
      *DELIVERED OR CLAIMED MORE THAN THE RETENTION AGE AGO (IN
      *APPROXIMATE DAYS, THE BANKRECN ARITHMETIC) AND NO CLAIM
      *AGAINST IT IS STILL IN PROGRESS.
       SORT-ONE-TAG.
           ADD 1 TO WS-TAGS-READ.
           PERFORM FIND-TAG-CLAIMS.
           IF TGO-ISSUE-YYMM EQUAL WS-STATS-MONTH
               PERFORM TALLY-ONE-TAG
           END-IF.
           MOVE 0 TO WS-AGE-DAYS.
           IF TGO-IS-HANDED-OVER
               MOVE TGO-LAST-EVENT-DATE TO WS-FROM-DATE-HOLD
               MOVE WS-RUN-DATE TO WS-TO-DATE-HOLD
               PERFORM FIGURE-AGE-DAYS
           END-IF.
           IF TGO-IS-HANDED-OVER
             AND WS-AGE-DAYS > WS-RETENTION-DAYS
             AND NOT TAG-HAS-OPEN-CLAIM
               PERFORM ARCHIVE-ONE-TAG
           ELSE
               WRITE TAG-NEW-RECORD FROM TAG-OLD-RECORD
               ADD 1 TO WS-TAGS-KEPT
           END-IF.
           READ TAG-OLD-FILE
               AT END MOVE "Y" TO TAG-EOF-FLAG.
      *
       FIND-TAG-CLAIMS.
           MOVE "N" TO CLAIMED-FLAG, OPEN-CLAIM-FLAG.
           PERFORM CHECK-ONE-CLAIM-TAG
               VARYING WS-CTT-SUB FROM 1 BY 1
               UNTIL WS-CTT-SUB > WS-CTT-COUNT.
      *
       CHECK-ONE-CLAIM-TAG.
           IF CTT-TAG-NUMBER(WS-CTT-SUB) EQUAL TGO-NUMBER
               MOVE "Y" TO CLAIMED-FLAG
               IF CTT-OPEN-FLAG(WS-CTT-SUB) EQUAL "Y"
                   MOVE "Y" TO OPEN-CLAIM-FLAG
               END-IF
           END-IF.
      *
       FIGURE-AGE-DAYS.
           COMPUTE WS-AGE-DAYS =
               ((WS-TO-YY - WS-FRM-YY) * 365)
               + ((WS-TO-MM - WS-FRM-MM) * 30)
               + (WS-TO-DD - WS-FRM-DD).
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
      *
       ARCHIVE-ONE-TAG.
           ADD 1 TO WS-ATT-COUNT.
           IF WS-ATT-COUNT > 2000
               DISPLAY "BAGARCH HALTED - ARCHIVE TABLE FULL AT 2000"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TGO-NUMBER TO ATT-TAG-NUMBER(WS-ATT-COUNT).
           WRITE TAG-ARCHIVE-RECORD FROM TAG-OLD-RECORD.
           ADD 1 TO WS-TAGS-ARCHIVED.
      *
      *A BAG DELIVERED OR CLAIMED COUNTS ITS DAYS FROM ISSUE TO ITS
      *LAST EVENT; A CLAIM AT THE CAROUSEL FALLS ON THE DAY OF
      *DELIVERY.  A BAG WITH A BAGCLAIM REPORT IS MISHANDLED.
       TALLY-ONE-TAG.
           MOVE 0 TO WS-DELIVERY-DAYS.
           IF TGO-IS-HANDED-OVER
               MOVE TGO-ISSUE-DATE TO WS-FROM-DATE-HOLD
               MOVE TGO-LAST-EVENT-DATE TO WS-TO-DATE-HOLD
               PERFORM FIGURE-AGE-DAYS
               MOVE WS-AGE-DAYS TO WS-DELIVERY-DAYS
           END-IF.
           PERFORM FIND-FLIGHT-STATS.
           PERFORM FIND-STATION-STATS.
           ADD 1 TO FST-HANDLED(WS-FST-FOUND-SUB),
               SST-HANDLED(WS-SST-FOUND-SUB), WS-TOT-HANDLED.
           IF TAG-HAS-CLAIM
               ADD 1 TO FST-MISHANDLED(WS-FST-FOUND-SUB),
                   SST-MISHANDLED(WS-SST-FOUND-SUB),
                   WS-TOT-MISHANDLED
           END-IF.
           IF TGO-IS-HANDED-OVER
               ADD 1 TO FST-DELIVERED(WS-FST-FOUND-SUB),
                   SST-DELIVERED(WS-SST-FOUND-SUB), WS-TOT-DELIVERED
               ADD WS-DELIVERY-DAYS TO FST-DAYS(WS-FST-FOUND-SUB),
                   SST-DAYS(WS-SST-FOUND-SUB), WS-TOT-DAYS
           END-IF.
      *
       FIND-FLIGHT-STATS.
           MOVE "N" TO STAT-FOUND-FLAG.
           PERFORM MATCH-ONE-FLIGHT-STATS
               VARYING WS-FST-SUB FROM 1 BY 1
               UNTIL WS-FST-SUB > WS-FST-COUNT.
           IF NOT STAT-ENTRY-FOUND
               ADD 1 TO WS-FST-COUNT
               IF WS-FST-COUNT > 100
                   DISPLAY "BAGARCH HALTED - FLIGHT TABLE FULL AT 100"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-FST-COUNT TO WS-FST-FOUND-SUB
               MOVE TGO-FLIGHT-NO TO FST-FLIGHT-NO(WS-FST-FOUND-SUB)
               MOVE 0 TO FST-HANDLED(WS-FST-FOUND-SUB),
                   FST-MISHANDLED(WS-FST-FOUND-SUB),
                   FST-DELIVERED(WS-FST-FOUND-SUB),
                   FST-DAYS(WS-FST-FOUND-SUB)
           END-IF.
      *
       MATCH-ONE-FLIGHT-STATS.
           IF FST-FLIGHT-NO(WS-FST-SUB) EQUAL TGO-FLIGHT-NO
               MOVE "Y" TO STAT-FOUND-FLAG
               MOVE WS-FST-SUB TO WS-FST-FOUND-SUB
           END-IF.
      *
       FIND-STATION-STATS.
           MOVE "N" TO STAT-FOUND-FLAG.
           PERFORM MATCH-ONE-STATION-STATS
               VARYING WS-SST-SUB FROM 1 BY 1
               UNTIL WS-SST-SUB > WS-SST-COUNT.
           IF NOT STAT-ENTRY-FOUND
               ADD 1 TO WS-SST-COUNT
               IF WS-SST-COUNT > 100
                   DISPLAY "BAGARCH HALTED - STATION TABLE FULL AT 100"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SST-COUNT TO WS-SST-FOUND-SUB
               MOVE TGO-LAST-STATION TO SST-STATION(WS-SST-FOUND-SUB)
               MOVE 0 TO SST-HANDLED(WS-SST-FOUND-SUB),
                   SST-MISHANDLED(WS-SST-FOUND-SUB),
                   SST-DELIVERED(WS-SST-FOUND-SUB),
                   SST-DAYS(WS-SST-FOUND-SUB)
           END-IF.
      *
       MATCH-ONE-STATION-STATS.
           IF SST-STATION(WS-SST-SUB) EQUAL TGO-LAST-STATION
               MOVE "Y" TO STAT-FOUND-FLAG
               MOVE WS-SST-SUB TO WS-SST-FOUND-SUB
           END-IF.
      *
      *AN EVENT FOLLOWS ITS TAG: TO THE ARCHIVE IF THE TAG WENT
      *THERE THIS RUN, OTHERWISE BACK TO THE EVENT HISTORY.
       SORT-ONE-EVENT.
           ADD 1 TO WS-EVENTS-READ.
           MOVE "N" TO ARCHIVED-FLAG.
           PERFORM CHECK-ONE-ARCHIVED-TAG
               VARYING WS-ATT-SUB FROM 1 BY 1
               UNTIL WS-ATT-SUB > WS-ATT-COUNT
               OR EVENT-TAG-ARCHIVED.
           IF EVENT-TAG-ARCHIVED
               WRITE EVENT-ARCHIVE-RECORD FROM EVENT-OLD-RECORD
               ADD 1 TO WS-EVENTS-ARCHIVED
           ELSE
               WRITE EVENT-NEW-RECORD FROM EVENT-OLD-RECORD
               ADD 1 TO WS-EVENTS-KEPT
           END-IF.
           READ EVENT-OLD-FILE
               AT END MOVE "Y" TO EVENT-EOF-FLAG.
      *
       CHECK-ONE-ARCHIVED-TAG.
           IF ATT-TAG-NUMBER(WS-ATT-SUB) EQUAL EVO-TAG-NUMBER
               MOVE "Y" TO ARCHIVED-FLAG
           END-IF.
      *
      *RECORDS IN MUST EQUAL RECORDS KEPT PLUS ARCHIVED FOR BOTH
      *FILES; AN UNBALANCED RUN ENDS WITH RETURN CODE 16 SO THE NEW
      *MASTERS ARE NOT CATALOGED OVER THE OLD.
       PRINT-ARCHIVAL-PROOF.
           MOVE WS-RETENTION-DAYS TO PHL-RETENTION.
           WRITE PRINT-LINE FROM PROOF-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "TAG MASTER" TO PRL-FILE.
           MOVE WS-TAGS-READ TO PRL-READ.
           MOVE WS-TAGS-KEPT TO PRL-KEPT.
           MOVE WS-TAGS-ARCHIVED TO PRL-ARCHIVED.
           ADD WS-TAGS-KEPT WS-TAGS-ARCHIVED GIVING WS-PROOF-TOTAL.
           IF WS-PROOF-TOTAL EQUAL WS-TAGS-READ
               MOVE "IN BALANCE" TO PRL-RESULT
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO PRL-RESULT
               MOVE "N" TO BALANCE-FLAG
           END-IF.
           WRITE PRINT-LINE FROM PROOF-LINE AFTER ADVANCING 1 LINE.
           MOVE "BAG EVENTS" TO PRL-FILE.
           MOVE WS-EVENTS-READ TO PRL-READ.
           MOVE WS-EVENTS-KEPT TO PRL-KEPT.
           MOVE WS-EVENTS-ARCHIVED TO PRL-ARCHIVED.
           ADD WS-EVENTS-KEPT WS-EVENTS-ARCHIVED GIVING WS-PROOF-TOTAL.
           IF WS-PROOF-TOTAL EQUAL WS-EVENTS-READ
               MOVE "IN BALANCE" TO PRL-RESULT
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO PRL-RESULT
               MOVE "N" TO BALANCE-FLAG
           END-IF.
           WRITE PRINT-LINE FROM PROOF-LINE AFTER ADVANCING 1 LINE.
      *
       PRINT-STATISTICS.
           MOVE WS-STATS-MONTH TO SHL-MONTH.
           WRITE PRINT-LINE FROM STATS-HEAD-LINE
               AFTER ADVANCING PAGE.
           MOVE "FLIGHT" TO SCL-CAPTION.
           WRITE PRINT-LINE FROM STATS-CAPTION-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM PRINT-ONE-FLIGHT-STATS
               VARYING WS-FST-SUB FROM 1 BY 1
               UNTIL WS-FST-SUB > WS-FST-COUNT.
           MOVE "STATION" TO SCL-CAPTION.
           WRITE PRINT-LINE FROM STATS-CAPTION-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM PRINT-ONE-STATION-STATS
               VARYING WS-SST-SUB FROM 1 BY 1
               UNTIL WS-SST-SUB > WS-SST-COUNT.
           MOVE "ALL BAGS" TO STL-KEY.
           MOVE WS-TOT-HANDLED TO STL-HANDLED.
           MOVE WS-TOT-MISHANDLED TO STL-MISHANDLED.
           MOVE WS-TOT-DELIVERED TO STL-DELIVERED.
           PERFORM FIGURE-RATES-TOTAL.
           WRITE PRINT-LINE FROM STATS-LINE AFTER ADVANCING 2 LINES.
      *
       PRINT-ONE-FLIGHT-STATS.
           MOVE FST-FLIGHT-NO(WS-FST-SUB) TO STL-KEY.
           MOVE FST-HANDLED(WS-FST-SUB) TO STL-HANDLED.
           MOVE FST-MISHANDLED(WS-FST-SUB) TO STL-MISHANDLED.
           MOVE FST-DELIVERED(WS-FST-SUB) TO STL-DELIVERED.
           MOVE 0 TO WS-PER-THOUSAND, WS-AVERAGE-DAYS.
           IF FST-HANDLED(WS-FST-SUB) > 0
               COMPUTE WS-PER-THOUSAND ROUNDED =
                   FST-MISHANDLED(WS-FST-SUB) * 1000
                   / FST-HANDLED(WS-FST-SUB)
           END-IF.
           IF FST-DELIVERED(WS-FST-SUB) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   FST-DAYS(WS-FST-SUB) / FST-DELIVERED(WS-FST-SUB)
           END-IF.
           MOVE WS-PER-THOUSAND TO STL-PER-THOUSAND.
           MOVE WS-AVERAGE-DAYS TO STL-AVERAGE-DAYS.
           WRITE PRINT-LINE FROM STATS-LINE AFTER ADVANCING 1 LINE.
      *
      *A BAG NEVER SCANNED AFTER ISSUE HAS NO LAST STATION.
       PRINT-ONE-STATION-STATS.
           IF SST-STATION(WS-SST-SUB) EQUAL SPACES
               MOVE "(NONE)" TO STL-KEY
           ELSE
               MOVE SST-STATION(WS-SST-SUB) TO STL-KEY
           END-IF.
           MOVE SST-HANDLED(WS-SST-SUB) TO STL-HANDLED.
           MOVE SST-MISHANDLED(WS-SST-SUB) TO STL-MISHANDLED.
           MOVE SST-DELIVERED(WS-SST-SUB) TO STL-DELIVERED.
           MOVE 0 TO WS-PER-THOUSAND, WS-AVERAGE-DAYS.
           IF SST-HANDLED(WS-SST-SUB) > 0
               COMPUTE WS-PER-THOUSAND ROUNDED =
                   SST-MISHANDLED(WS-SST-SUB) * 1000
                   / SST-HANDLED(WS-SST-SUB)
           END-IF.
           IF SST-DELIVERED(WS-SST-SUB) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   SST-DAYS(WS-SST-SUB) / SST-DELIVERED(WS-SST-SUB)
           END-IF.
           MOVE WS-PER-THOUSAND TO STL-PER-THOUSAND.
           MOVE WS-AVERAGE-DAYS TO STL-AVERAGE-DAYS.
           WRITE PRINT-LINE FROM STATS-LINE AFTER ADVANCING 1 LINE.
      *
       FIGURE-RATES-TOTAL.
           MOVE 0 TO WS-PER-THOUSAND, WS-AVERAGE-DAYS.
           IF WS-TOT-HANDLED > 0
               COMPUTE WS-PER-THOUSAND ROUNDED =
                   WS-TOT-MISHANDLED * 1000 / WS-TOT-HANDLED
           END-IF.
           IF WS-TOT-DELIVERED > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-TOT-DAYS / WS-TOT-DELIVERED
           END-IF.
           MOVE WS-PER-THOUSAND TO STL-PER-THOUSAND.
           MOVE WS-AVERAGE-DAYS TO STL-AVERAGE-DAYS.
      *
       CLOSING.
           CLOSE TAG-OLD-FILE, TAG-NEW-FILE, TAG-ARCHIVE-FILE,
               EVENT-OLD-FILE, EVENT-NEW-FILE, EVENT-ARCHIVE-FILE,
               CLAIM-FILE, PRINT-FILE.
           IF NOT RUN-IN-BALANCE
               DISPLAY "BAGARCH - ARCHIVAL OUT OF BALANCE"
               MOVE 16 TO RETURN-CODE
           END-IF.
/*
//GO.TAGOLD   DD DSN=SIMONCO.LUGGAGE.TAGMSTR,DISP=SHR
//GO.TAGNEW   DD DSN=SIMONCO.LUGGAGE.TAGMSTR.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=70,BLKSIZE=7000)
//GO.TAGARCH  DD DSN=SIMONCO.LUGGAGE.TAGARCH,DISP=MOD
//GO.EVOLD    DD DSN=SIMONCO.LUGGAGE.BAGEVENT,DISP=SHR
//GO.EVNEW    DD DSN=SIMONCO.LUGGAGE.BAGEVENT.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//GO.EVARCH   DD DSN=SIMONCO.LUGGAGE.EVARCH,DISP=MOD
//GO.CLAIMS   DD DSN=SIMONCO.LUGGAGE.CLAIMS,DISP=SHR
//GO.PARMS    DD DSN=SIMONCO.BAGARCH.PARMS,DISP=SHR
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
