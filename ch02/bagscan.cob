      *                    OLDER THAN THE OPERATOR CARD'S THRESHOLD
      *                    WITH NO DELIVERY, SO A LOST BAG IS FOUND BY
      *                    WHERE IT WAS LAST SEEN.
      *    2026-10-15  SS  ACCEPT THE "O" OFFLOAD EVENT BAGMATCH
      *                    PUNCHES FOR A BAG WHOSE PASSENGER DID NOT
      *                    BOARD; IT RANKS WITH LOAD AND TRANSFER SO
      *                    THE BAG CAN FLY AGAIN ON A LATER FLIGHT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  TAG-NEW-RECORD              PIC X(70).
      *
      *ONE EVENT CARD PER SCAN: "L" LOADED, "T" TRANSFERRED, "D"
      *DELIVERED, "C" CLAIMED, "O" OFFLOADED (PASSENGER NOT BOARDED).
       FD  EVENT-CARD-FILE
           LABEL RECORDS OMITTED.
       01  EVENT-CARD-RECORD.
           05  EVC-TAG-NUMBER          PIC 9(08).
           05  EVC-STATION             PIC X(03).
           05  EVC-EVENT               PIC X.
               88  EVC-EVENT-VALID     VALUE "L" "T" "D" "C" "O".
           05  EVC-EVENT-DATE          PIC 9(06).
           05  FILLER                  PIC X(62).
      *
       77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.
       77  WS-TRACE-DAYS               PIC 9(03) VALUE 2.
      *
      *EVENTS MUST NOT RUN BACKWARD: THE RANKS ARE I=1, L, T AND O=2
      *(A BAG MAY LOAD, TRANSFER, AND BE OFFLOADED REPEATEDLY), D=3,
      *C=4.
       77  WS-OLD-RANK                 PIC 9 VALUE 0.
       77  WS-NEW-RANK                 PIC 9 VALUE 0.
       77  WS-RANK-STATUS              PIC X VALUE SPACE.
               UNTIL WS-TGT-SUB > WS-TGT-COUNT
               OR WS-TGT-SUB > 500.
           IF NOT EVC-EVENT-VALID
               MOVE "EVENT CODE NOT L/T/D/C/O" TO WS-REJECT-REASON
           ELSE
               IF NOT TAG-WAS-FOUND
                   MOVE "TAG NOT ON TAG MASTER" TO WS-REJECT-REASON
               ELSE
                   IF WS-RANK-STATUS EQUAL "L"
                     OR WS-RANK-STATUS EQUAL "T"
                     OR WS-RANK-STATUS EQUAL "O"
                       MOVE 2 TO WS-NEW-RANK
                   ELSE
                       MOVE 1 TO WS-NEW-RANK
