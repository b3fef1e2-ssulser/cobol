      *                    LAST SEEN, AND LIST ITS FULL EVENT HISTORY
      *                    FROM THE BAGSCAN EVENT FILE UNDER EACH
      *                    TRACE RESPONSE.
      *    2026-10-15  SS  SPELL OUT EACH EVENT ON THE HISTORY, SO A
      *                    BAG BAGMATCH OFFLOADED SHOWS WHY IT STAYED
      *                    BEHIND.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  EVL-STATION             PIC X(03).
           05  FILLER                  PIC X(06) VALUE "  ON  ".
           05  EVL-EVENT-DATE          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EVL-MEANING             PIC X(35).
      *
       01  NOT-FOUND-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
               MOVE BEV-EVENT TO EVL-EVENT
               MOVE BEV-STATION TO EVL-STATION
               MOVE BEV-EVENT-DATE TO EVL-EVENT-DATE
               PERFORM SET-EVENT-MEANING
               WRITE PRINT-LINE FROM EVENT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           READ BAG-EVENT-FILE
               AT END MOVE "Y" TO EVENT-EOF-FLAG.
      *
       SET-EVENT-MEANING.
           IF BEV-EVENT EQUAL "L"
               MOVE "LOADED" TO EVL-MEANING
           ELSE
               IF BEV-EVENT EQUAL "T"
                   MOVE "TRANSFERRED" TO EVL-MEANING
               ELSE
                   IF BEV-EVENT EQUAL "D"
                       MOVE "DELIVERED" TO EVL-MEANING
                   ELSE
                       IF BEV-EVENT EQUAL "C"
                           MOVE "CLAIMED" TO EVL-MEANING
                       ELSE
                           IF BEV-EVENT EQUAL "O"
                               MOVE "OFFLOADED - PASSENGER NOT BOARDED"
                                   TO EVL-MEANING
                           ELSE
                               MOVE SPACES TO EVL-MEANING
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       CLOSING.
           CLOSE INQUIRY-FILE, PRINT-FILE.
