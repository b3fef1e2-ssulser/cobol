//SIMONCO JOB (1),'BAG MATCH',CLASS=A,MSGCLASS=A
//LEAPY  EXEC PROC=COB2UCG,SYSOUT='*'
//SYSIN   DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAGMATCH.
       AUTHOR. SIMON SULSER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
      *
      *MODIFICATION HISTORY.
      *    2026-10-15  SS  INITIAL VERSION.  POSITIVE PASSENGER-BAG
      *                    MATCH AT DEPARTURE: THE GATE'S BOARDED-
      *                    PASSENGER DECK FOR ONE FLIGHT IS MATCHED
      *                    BY NAME AGAINST EVERY BAG ON THE TAG MASTER
      *                    ROUTED ON THAT FLIGHT, WHETHER ON ITS FIRST
      *                    LEG OR CONNECTING ONTO IT AS TAG-FLIGHT-2
      *                    OR TAG-FLIGHT-3.  A BAG WHOSE PASSENGER DID
      *                    NOT BOARD IS PRINTED ON THE OFFLOAD LIST
      *                    FOR THE RAMP CREW AND GETS AN "O" OFFLOAD
      *                    EVENT CARD IN BAGSCAN'S EVENT DECK, SO THE
      *                    LIFECYCLE AND TAGINQ SHOW WHY IT STAYED
      *                    BEHIND.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOARDED-FILE ASSIGN TO UT-S-BOARDED.
           SELECT TAG-MASTER-FILE ASSIGN TO UT-S-TAGMSTR.
           SELECT OFFLOAD-EVENT-FILE ASSIGN TO UT-S-EVENTS.
           SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *THE GATE'S DECK: ONE "H" HEADER CARD NAMING THE FLIGHT, THE
      *DEPARTURE STATION, AND THE DATE, THEN ONE "P" CARD PER
      *PASSENGER WHO BOARDED, NAMED AS ON THE TAG.
       FD  BOARDED-FILE
           LABEL RECORDS OMITTED.
       01  BOARDED-RECORD.
           05  BRD-CODE                PIC X.
               88  BRD-IS-HEADER       VALUE "H".
               88  BRD-IS-PASSENGER    VALUE "P".
           05  BRD-PASSENGER-NAME      PIC X(25).
           05  FILLER                  PIC X(54).
       01  BOARDED-HEADER-LAYOUT REDEFINES BOARDED-RECORD.
           05  FILLER                  PIC X.
           05  BRH-FLIGHT-NO           PIC X(04).
           05  BRH-STATION             PIC X(03).
           05  BRH-DATE                PIC 9(06).
           05  FILLER                  PIC X(66).
      *
      *TAG-MASTER-RECORD MIRRORS LUGGAGE-LABEL'S TAG MASTER.
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
               88  TAG-IS-HANDED-OVER  VALUE "D" "C".
               88  TAG-IS-OFFLOADED    VALUE "O".
           05  TAG-LAST-EVENT-DATE     PIC 9(06).
           05  TAG-LAST-STATION        PIC X(03).
      *
      *OFFLOAD-EVENT-RECORD MIRRORS BAGSCAN'S EVENT CARD.
       FD  OFFLOAD-EVENT-FILE
           LABEL RECORDS OMITTED.
       01  OFFLOAD-EVENT-RECORD.
           05  OEV-TAG-NUMBER          PIC 9(08).
           05  OEV-STATION             PIC X(03).
           05  OEV-EVENT               PIC X.
           05  OEV-EVENT-DATE          PIC 9(06).
           05  FILLER                  PIC X(62).
      *
      *THE OPERATOR CARD NAMES HOW MANY DAYS BEFORE THE FLIGHT A TAG
      *MAY HAVE BEEN ISSUED AND STILL BE ROUTED ON IT (DEFAULT 2, TO
      *COVER OVERNIGHT CONNECTIONS).
       FD  PARAMETER-FILE
           LABEL RECORD IS OMITTED.
       01  PARAMETER-RECORD.
           05  PARM-WINDOW-DAYS        PIC 9(03).
           05  FILLER                  PIC X(77).
      *
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                  PIC X(96).
      *
       WORKING-STORAGE SECTION.
      *
       01  BOARDED-TABLE.
           05  BDT-NAME                PIC X(25) OCCURS 500 TIMES.
       77  WS-BDT-COUNT                PIC 999 VALUE 0.
       77  WS-BDT-SUB                  PIC 999 VALUE 0.
      *
       77  BOARDED-EOF-FLAG            PIC X VALUE "N".
           88  BOARDED-IS-EOF          VALUE "Y".
       77  TAG-EOF-FLAG                PIC X VALUE "N".
           88  TAG-IS-EOF              VALUE "Y".
       77  ON-FLIGHT-FLAG              PIC X VALUE "N".
           88  BAG-IS-ON-FLIGHT        VALUE "Y".
       77  PAX-FOUND-FLAG              PIC X VALUE "N".
           88  PASSENGER-BOARDED       VALUE "Y".
      *
       77  WS-FLIGHT-NO                PIC X(04) VALUE SPACES.
       77  WS-STATION                  PIC X(03) VALUE SPACES.
       01  WS-FLIGHT-DATE              PIC 9(06) VALUE 0.
       01  WS-FLIGHT-DATE-SPLIT REDEFINES WS-FLIGHT-DATE.
           05  WS-FLT-YY               PIC 99.
           05  WS-FLT-MM               PIC 99.
           05  WS-FLT-DD               PIC 99.
       01  WS-ISSUE-DATE-HOLD          PIC 9(06) VALUE 0.
       01  WS-ISSUE-SPLIT REDEFINES WS-ISSUE-DATE-HOLD.
           05  WS-ISS-YY               PIC 99.
           05  WS-ISS-MM               PIC 99.
           05  WS-ISS-DD               PIC 99.
       77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.
       77  WS-WINDOW-DAYS              PIC 9(03) VALUE 2.
       77  WS-LEG                      PIC 9 VALUE 0.
      *
       77  WS-PASSENGERS               PIC 9(05) VALUE 0.
       77  WS-BAGS-CHECKED             PIC 9(05) VALUE 0.
       77  WS-BAGS-MATCHED             PIC 9(05) VALUE 0.
       77  WS-BAGS-OFFLOADED           PIC 9(05) VALUE 0.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE "PASSENGER-BAG MATCH".
      *
       01  FLIGHT-HEAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "FLIGHT ".
           05  FHL-FLIGHT-NO           PIC X(04).
           05  FILLER                  PIC X(06) VALUE " FROM ".
           05  FHL-STATION             PIC X(03).
           05  FILLER                  PIC X(04) VALUE " ON ".
           05  FHL-DATE                PIC 9(06).
           05  FILLER                  PIC X(30)
                   VALUE " - OFFLOAD LIST FOR RAMP CREW".
      *
       01  OFFLOAD-HEAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE "TAG       PASSENGER                  LEG".
           05  FILLER                  PIC X(30)
                   VALUE "  STATUS  LAST SEEN".
      *
       01  OFFLOAD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  OFL-TAG-NUMBER          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OFL-PASSENGER           PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OFL-LEG                 PIC 9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  OFL-STATUS              PIC X.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  OFL-LAST-STATION        PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OFL-LAST-DATE           PIC 9(06).
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "BOARDED: ".
           05  SML-PASSENGERS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  BAGS: ".
           05  SML-CHECKED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  MATCHED: ".
           05  SML-MATCHED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  OFFLOADED: ".
           05  SML-OFFLOADED           PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZATION.
           PERFORM LOAD-ONE-PASSENGER UNTIL BOARDED-IS-EOF.
           PERFORM MATCH-ONE-BAG UNTIL TAG-IS-EOF.
           PERFORM CLOSING.
           STOP RUN.
      *
       INITIALIZATION.
           OPEN INPUT BOARDED-FILE, TAG-MASTER-FILE,
                PARAMETER-FILE,
                OUTPUT PRINT-FILE,
                EXTEND OFFLOAD-EVENT-FILE.
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-WINDOW-DAYS NUMERIC
                       MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
           END-READ.
           CLOSE PARAMETER-FILE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           READ BOARDED-FILE
               AT END MOVE "Y" TO BOARDED-EOF-FLAG.
           IF BOARDED-IS-EOF OR NOT BRD-IS-HEADER
             OR BRH-DATE NOT NUMERIC
               DISPLAY "BAGMATCH HALTED - NO FLIGHT HEADER CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BRH-FLIGHT-NO TO WS-FLIGHT-NO, FHL-FLIGHT-NO.
           MOVE BRH-STATION TO WS-STATION, FHL-STATION.
           MOVE BRH-DATE TO WS-FLIGHT-DATE, FHL-DATE.
           WRITE PRINT-LINE FROM FLIGHT-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM OFFLOAD-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           READ BOARDED-FILE
               AT END MOVE "Y" TO BOARDED-EOF-FLAG.
           READ TAG-MASTER-FILE
               AT END MOVE "Y" TO TAG-EOF-FLAG.
      *
       LOAD-ONE-PASSENGER.
           IF BRD-IS-PASSENGER
               ADD 1 TO WS-BDT-COUNT
               IF WS-BDT-COUNT > 500
                   DISPLAY "BAGMATCH HALTED - BOARDED TABLE FULL AT 500"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BRD-PASSENGER-NAME TO BDT-NAME(WS-BDT-COUNT)
               ADD 1 TO WS-PASSENGERS
           END-IF.
           READ BOARDED-FILE
               AT END MOVE "Y" TO BOARDED-EOF-FLAG.
      *
      *A BAG IS ON THIS DEPARTURE WHEN ITS FIRST LEG IS THIS FLIGHT,
      *OR WHEN IT CONNECTS ONTO THIS FLIGHT HERE -- ITS SECOND LEG IS
      *THIS FLIGHT AND ITS FIRST LEG ENDED AT THIS STATION, OR
      *LIKEWISE FOR ITS THIRD LEG.  A BAG ALREADY DELIVERED OR
      *CLAIMED, ISSUED OUTSIDE THE WINDOW, OR ALREADY OFFLOADED HERE
      *TODAY IS NOT FLYING.
       MATCH-ONE-BAG.
           MOVE "N" TO ON-FLIGHT-FLAG.
           MOVE 0 TO WS-LEG.
           IF TAG-FLIGHT-NO EQUAL WS-FLIGHT-NO
               MOVE 1 TO WS-LEG
           ELSE
               IF TAG-FLIGHT-2 EQUAL WS-FLIGHT-NO
                 AND TAG-DEST-STATION EQUAL WS-STATION
                   MOVE 2 TO WS-LEG
               ELSE
                   IF TAG-FLIGHT-3 EQUAL WS-FLIGHT-NO
                     AND TAG-DEST-2 EQUAL WS-STATION
                       MOVE 3 TO WS-LEG
                   END-IF
               END-IF
           END-IF.
           IF WS-LEG > 0 AND NOT TAG-IS-HANDED-OVER
               MOVE TAG-ISSUE-DATE TO WS-ISSUE-DATE-HOLD
               COMPUTE WS-AGE-DAYS =
                   ((WS-FLT-YY - WS-ISS-YY) * 365)
                   + ((WS-FLT-MM - WS-ISS-MM) * 30)
                   + (WS-FLT-DD - WS-ISS-DD)
               IF WS-AGE-DAYS NOT < 0
                 AND WS-AGE-DAYS NOT > WS-WINDOW-DAYS
                   MOVE "Y" TO ON-FLIGHT-FLAG
               END-IF
           END-IF.
           IF BAG-IS-ON-FLIGHT AND TAG-IS-OFFLOADED
             AND TAG-LAST-STATION EQUAL WS-STATION
             AND TAG-LAST-EVENT-DATE EQUAL WS-FLIGHT-DATE
               MOVE "N" TO ON-FLIGHT-FLAG
           END-IF.
           IF BAG-IS-ON-FLIGHT
               PERFORM CHECK-BAG-PASSENGER
           END-IF.
           READ TAG-MASTER-FILE
               AT END MOVE "Y" TO TAG-EOF-FLAG.
      *
       CHECK-BAG-PASSENGER.
           ADD 1 TO WS-BAGS-CHECKED.
           MOVE "N" TO PAX-FOUND-FLAG.
           PERFORM MATCH-ONE-PASSENGER
               VARYING WS-BDT-SUB FROM 1 BY 1
               UNTIL WS-BDT-SUB > WS-BDT-COUNT
               OR PASSENGER-BOARDED.
           IF PASSENGER-BOARDED
               ADD 1 TO WS-BAGS-MATCHED
           ELSE
               PERFORM OFFLOAD-ONE-BAG
           END-IF.
      *
       MATCH-ONE-PASSENGER.
           IF BDT-NAME(WS-BDT-SUB) EQUAL TAG-PASSENGER-NAME
               MOVE "Y" TO PAX-FOUND-FLAG
           END-IF.
      *
       OFFLOAD-ONE-BAG.
           ADD 1 TO WS-BAGS-OFFLOADED.
           MOVE TAG-NUMBER TO OFL-TAG-NUMBER.
           MOVE TAG-PASSENGER-NAME TO OFL-PASSENGER.
           MOVE WS-LEG TO OFL-LEG.
           MOVE TAG-STATUS TO OFL-STATUS.
           MOVE TAG-LAST-STATION TO OFL-LAST-STATION.
           MOVE TAG-LAST-EVENT-DATE TO OFL-LAST-DATE.
           WRITE PRINT-LINE FROM OFFLOAD-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OFFLOAD-EVENT-RECORD.
           MOVE TAG-NUMBER TO OEV-TAG-NUMBER.
           MOVE WS-STATION TO OEV-STATION.
           MOVE "O" TO OEV-EVENT.
           MOVE WS-FLIGHT-DATE TO OEV-EVENT-DATE.
           WRITE OFFLOAD-EVENT-RECORD.
      *
       CLOSING.
           MOVE WS-PASSENGERS TO SML-PASSENGERS.
           MOVE WS-BAGS-CHECKED TO SML-CHECKED.
           MOVE WS-BAGS-MATCHED TO SML-MATCHED.
           MOVE WS-BAGS-OFFLOADED TO SML-OFFLOADED.
           WRITE PRINT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE BOARDED-FILE, TAG-MASTER-FILE, OFFLOAD-EVENT-FILE,
               PRINT-FILE.
/*
//GO.BOARDED  DD DSN=SIMONCO.LUGGAGE.BOARDED,DISP=SHR
//GO.TAGMSTR  DD DSN=SIMONCO.LUGGAGE.TAGMSTR,DISP=SHR
//GO.EVENTS   DD DSN=SIMONCO.LUGGAGE.EVENTS,DISP=MOD
//GO.PARMS    DD DSN=SIMONCO.BAGMATCH.PARMS,DISP=SHR
//GO.OUTPUT   DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
