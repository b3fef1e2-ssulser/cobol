      *                    AND EFFECTIVE SCHEDULE DATES FOR
      *                    LUGGAGE-LABEL'S VALIDATION AND MANIFEST
      *                    CAPACITY FLAG.
      *    2026-10-15  SS  CARRY SCHEDULED DEPARTURE AND ARRIVAL TIMES
      *                    (HHMM, LOCAL AT EACH END) ON EVERY FLIGHT
      *                    SO LUGGAGE-LABEL CAN JUDGE A CONNECTION
      *                    AGAINST THE HUB'S MINIMUM; A CARD WITH A
      *                    TIME THAT IS NOT A CLOCK TIME IS REJECTED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
      *ONE CARD PER ACTION: "A" ADDS A FLIGHT, "C" CHANGES ITS
      *STATION, CAPACITY, DATES, OR TIMES, "D" DELETES IT.  BLANK
      *TIMES LEAVE THE FLIGHT UNSCHEDULED.
       FD  ACTION-CARD-FILE
           LABEL RECORDS OMITTED.
       01  ACTION-CARD-RECORD.
           05  ACT-BAG-CAPACITY        PIC 9(04).
           05  ACT-EFF-FROM            PIC 9(06).
           05  ACT-EFF-TO              PIC 9(06).
           05  ACT-DEP-TIME            PIC 9(04).
           05  ACT-ARR-TIME            PIC 9(04).
           05  FILLER                  PIC X(48).
      *
      *FLIGHT-MASTER-RECORD MIRRORS LUGGAGE-LABEL'S LAYOUT.
       FD  FLIGHT-OLD-FILE
           05  FLO-BAG-CAPACITY        PIC 9(04).
           05  FLO-EFF-FROM            PIC 9(06).
           05  FLO-EFF-TO              PIC 9(06).
           05  FLO-DEP-TIME            PIC 9(04).
           05  FLO-ARR-TIME            PIC 9(04).
           05  FILLER                  PIC X(49).
      *
       FD  FLIGHT-NEW-FILE
           LABEL RECORDS OMITTED.
           05  FLN-BAG-CAPACITY        PIC 9(04).
           05  FLN-EFF-FROM            PIC 9(06).
           05  FLN-EFF-TO              PIC 9(06).
           05  FLN-DEP-TIME            PIC 9(04).
           05  FLN-ARR-TIME            PIC 9(04).
           05  FILLER                  PIC X(49).
      *
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
               10  FLT-TAB-CAPACITY    PIC 9(04).
               10  FLT-TAB-EFF-FROM    PIC 9(06).
               10  FLT-TAB-EFF-TO      PIC 9(06).
               10  FLT-TAB-DEP-TIME    PIC 9(04).
               10  FLT-TAB-ARR-TIME    PIC 9(04).
               10  FLT-TAB-DELETED     PIC X.
                   88  FLT-IS-DELETED  VALUE "Y".
       77  WS-FLT-COUNT                PIC 99 VALUE 0.
       77  FLIGHTS-CHANGED             PIC 999 VALUE 0.
       77  FLIGHTS-DELETED             PIC 999 VALUE 0.
       77  CARDS-REJECTED              PIC 999 VALUE 0.
       77  WS-RESULT-TEXT              PIC X(22) VALUE SPACES.
      *
      *A CARD TIME IS SPLIT TO BE SURE IT IS A CLOCK TIME.
       01  WS-TIME-CHECK               PIC 9(04) VALUE 0.
       01  WS-TIME-CHECK-SPLIT REDEFINES WS-TIME-CHECK.
           05  WS-TIME-HH              PIC 99.
           05  WS-TIME-MM              PIC 99.
       77  TIME-VALID-FLAG             PIC X VALUE "Y".
           88  CARD-TIMES-VALID        VALUE "Y".
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  ACL-EFF-FROM            PIC 9(06).
           05  FILLER                  PIC X(05) VALUE "  TO ".
           05  ACL-EFF-TO              PIC 9(06).
           05  FILLER                  PIC X(07) VALUE "  SKED ".
           05  ACL-DEP-TIME            PIC 9(04).
           05  FILLER                  PIC X(01) VALUE "-".
           05  ACL-ARR-TIME            PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ACL-RESULT              PIC X(22).
      *
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           ELSE
               MOVE 0 TO FLT-TAB-EFF-TO(WS-FLT-COUNT)
           END-IF.
           IF FLO-DEP-TIME NUMERIC
               MOVE FLO-DEP-TIME TO FLT-TAB-DEP-TIME(WS-FLT-COUNT)
           ELSE
               MOVE 0 TO FLT-TAB-DEP-TIME(WS-FLT-COUNT)
           END-IF.
           IF FLO-ARR-TIME NUMERIC
               MOVE FLO-ARR-TIME TO FLT-TAB-ARR-TIME(WS-FLT-COUNT)
           ELSE
               MOVE 0 TO FLT-TAB-ARR-TIME(WS-FLT-COUNT)
           END-IF.
           MOVE "N" TO FLT-TAB-DELETED(WS-FLT-COUNT).
           READ FLIGHT-OLD-FILE
               AT END MOVE "Y" TO FLIGHT-EOF-FLAG.
           ADD 1 TO CARDS-READ.
           MOVE SPACES TO WS-RESULT-TEXT.
           PERFORM FIND-FLIGHT-FOR-CARD.
           PERFORM CHECK-CARD-TIMES.
           IF (ACT-IS-ADD OR ACT-IS-CHANGE)
             AND NOT CARD-TIMES-VALID
               ADD 1 TO CARDS-REJECTED
               MOVE "REJECTED - BAD TIME" TO WS-RESULT-TEXT
           ELSE
               IF ACT-IS-ADD
                   PERFORM ADD-FLIGHT
               ELSE
                   IF ACT-IS-CHANGE
                       PERFORM CHANGE-FLIGHT
                   ELSE
                       IF ACT-IS-DELETE
                           PERFORM DELETE-FLIGHT
                       ELSE
                           ADD 1 TO CARDS-REJECTED
                           MOVE "REJECTED - BAD ACTION"
                               TO WS-RESULT-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
               VARYING WS-FLT-SUB FROM 1 BY 1
               UNTIL WS-FLT-SUB > WS-FLT-COUNT
               OR WS-FLT-SUB > 50.
      *
      *A TIME IS BLANK (UNSCHEDULED) OR HHMM WITH HH UNDER 24 AND
      *MM UNDER 60.
       CHECK-CARD-TIMES.
           MOVE "Y" TO TIME-VALID-FLAG.
           IF ACT-DEP-TIME NOT EQUAL SPACES
               IF ACT-DEP-TIME NOT NUMERIC
                   MOVE "N" TO TIME-VALID-FLAG
               ELSE
                   MOVE ACT-DEP-TIME TO WS-TIME-CHECK
                   PERFORM CHECK-ONE-TIME
               END-IF
           END-IF.
           IF ACT-ARR-TIME NOT EQUAL SPACES
               IF ACT-ARR-TIME NOT NUMERIC
                   MOVE "N" TO TIME-VALID-FLAG
               ELSE
                   MOVE ACT-ARR-TIME TO WS-TIME-CHECK
                   PERFORM CHECK-ONE-TIME
               END-IF
           END-IF.
      *
       CHECK-ONE-TIME.
           IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
               MOVE "N" TO TIME-VALID-FLAG
           END-IF.
      *
       MATCH-ONE-FLIGHT.
           IF FLT-TAB-FLIGHT-NO(WS-FLT-SUB) EQUAL ACT-FLIGHT-NO
           ELSE
               MOVE 0 TO FLT-TAB-EFF-TO(WS-FLT-FOUND-SUB)
           END-IF.
           IF ACT-DEP-TIME NUMERIC
               MOVE ACT-DEP-TIME
                   TO FLT-TAB-DEP-TIME(WS-FLT-FOUND-SUB)
           ELSE
               MOVE 0 TO FLT-TAB-DEP-TIME(WS-FLT-FOUND-SUB)
           END-IF.
           IF ACT-ARR-TIME NUMERIC
               MOVE ACT-ARR-TIME
                   TO FLT-TAB-ARR-TIME(WS-FLT-FOUND-SUB)
           ELSE
               MOVE 0 TO FLT-TAB-ARR-TIME(WS-FLT-FOUND-SUB)
           END-IF.
      *
       PRINT-ACTION-LINE.
           MOVE ACT-CODE TO ACL-CODE.
           ELSE
               MOVE 0 TO ACL-EFF-TO
           END-IF.
           IF ACT-DEP-TIME NUMERIC
               MOVE ACT-DEP-TIME TO ACL-DEP-TIME
           ELSE
               MOVE 0 TO ACL-DEP-TIME
           END-IF.
           IF ACT-ARR-TIME NUMERIC
               MOVE ACT-ARR-TIME TO ACL-ARR-TIME
           ELSE
               MOVE 0 TO ACL-ARR-TIME
           END-IF.
           MOVE WS-RESULT-TEXT TO ACL-RESULT.
           WRITE PRINT-LINE FROM ACTION-LINE AFTER ADVANCING 1 LINE.
      *
                   TO FLN-BAG-CAPACITY
               MOVE FLT-TAB-EFF-FROM(WS-FLT-SUB) TO FLN-EFF-FROM
               MOVE FLT-TAB-EFF-TO(WS-FLT-SUB) TO FLN-EFF-TO
               MOVE FLT-TAB-DEP-TIME(WS-FLT-SUB) TO FLN-DEP-TIME
               MOVE FLT-TAB-ARR-TIME(WS-FLT-SUB) TO FLN-ARR-TIME
               WRITE FLIGHT-NEW-RECORD
           END-IF.
      *
