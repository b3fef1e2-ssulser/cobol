      *                    136-BYTE RECORD WITH THE THREE LOCATION
      *                    QUANTITIES; THE TITLE AND PRICE SIT WHERE
      *                    THEY ALWAYS DID.
      *    2026-10-15  SS  THE JOURNAL IMAGES NOW CARRY THE 140-BYTE
      *                    RECORD WITH THE DAMAGED-RETURN COUNT; THE
      *                    TITLE AND PRICE SIT WHERE THEY ALWAYS DID.
      *    2026-10-15  SS  THE JOURNAL IMAGES NOW CARRY THE 144-BYTE
      *                    RECORD WITH THE UNIT COST; THE TITLE AND
      *                    PRICE SIT WHERE THEY ALWAYS DID.
      *    2026-10-15  SS  THE JOURNAL IMAGES NOW CARRY THE 159-BYTE
      *                    RECORD WITH THE TITLE STATUS, REPLACEMENT
      *                    ISBN, AND SELL-OFF FLAG; THE TITLE AND PRICE
      *                    SIT WHERE THEY ALWAYS DID.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  JRN-B-TITLE         PIC X(30).
               10  FILLER              PIC X(46).
               10  JRN-B-PRICE         PIC 99V99.
               10  FILLER              PIC X(79).
           05  JRN-AFTER-IMAGE.
               10  JRN-A-TITLE         PIC X(30).
               10  FILLER              PIC X(46).
               10  JRN-A-PRICE         PIC 99V99.
               10  FILLER              PIC X(79).
      *
       FD  HISTORY-SORTED-FILE
           LABEL RECORD IS OMITTED.
