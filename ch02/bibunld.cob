      *    2026-09-02  SS  CARRY THE QUANTITY PER LOCATION (WAREHOUSE,
      *                    STORE, AND IN TRANSIT) BEHIND THE ON-HAND
      *                    TOTAL ON EVERY CATALOG RECORD.
      *    2026-10-15  SS  CARRY THE DAMAGED-RETURN COUNT BOOKRTN
      *                    POSTS BEHIND THE LOCATION QUANTITIES ON
      *                    EVERY CATALOG RECORD; THE BACKUP RECORD
      *                    GROWS TO 140 BYTES.
      *    2026-10-15  SS  CARRY THE WEIGHTED AVERAGE UNIT COST BEHIND
      *                    THE DAMAGED-RETURN COUNT ON EVERY CATALOG
      *                    RECORD.
      *    2026-10-15  SS  CARRY THE TITLE STATUS (DISCONTINUED OR OUT
      *                    OF PRINT), REPLACEMENT ISBN, AND SELL-OFF
      *                    FLAG BEHIND THE UNIT COST ON EVERY CATALOG
      *                    RECORD; THE BACKUP RECORD GROWS TO 159
      *                    BYTES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  BOOK-QTY-WHSE           PIC 9(4).
           05  BOOK-QTY-STORE          PIC 9(4).
           05  BOOK-QTY-IN-TRANSIT     PIC 9(4).
      *    RETURNS TOO DAMAGED TO RESELL ARE COUNTED APART FROM
      *    ON-HAND, WAITING ON THE PUBLISHER OR THE SHREDDER.
           05  BOOK-QTY-DAMAGED        PIC 9(4).
      *    UNIT COST IS THE WEIGHTED AVERAGE OF WHAT THE STOCK COST,
      *    RE-AVERAGED BY ORDENT ON EVERY RECEIPT.
           05  BOOK-UNIT-COST          PIC 99V99.
      *    A TITLE THE PUBLISHER HAS DISCONTINUED ("D") OR PUT OUT OF
      *    PRINT ("O") IS NEVER REORDERED; ITS BACKORDERS MOVE TO THE
      *    REPLACEMENT EDITION WHEN ONE IS NAMED, AND STOCK LEFT OVER
      *    IS FLAGGED ("Y") FOR SELL-OFF PRICING.
           05  BOOK-TITLE-STATUS       PIC X.
               88  BOOK-DISCONTINUED   VALUE "D".
               88  BOOK-OUT-OF-PRINT   VALUE "O".
               88  BOOK-NOT-REORDERED  VALUE "D" "O".
           05  BOOK-REPLACEMENT-ISBN   PIC X(13).
           05  BOOK-SELL-OFF-FLAG      PIC X.
               88  BOOK-ON-SELL-OFF    VALUE "Y".
      *
      *THE BACKUP IS THE RECORD IMAGE; THE LAST RECORD IS THE
      **TRAILER* WITH THE COUNT AND PRICE HASH BIBRELD PROVES.
       FD  BACKUP-FILE
           LABEL RECORD IS OMITTED.
       01  BACKUP-RECORD               PIC X(159).
       01  BACKUP-TRAILER-LAYOUT REDEFINES BACKUP-RECORD.
           05  BKP-TRAILER-MARKER      PIC X(09).
           05  BKP-RECORD-COUNT        PIC 9(06).
           05  BKP-PRICE-HASH          PIC 9(9)V99.
           05  FILLER                  PIC X(133).
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
//GO.BACKUP DD DSN=SIMONCO.BIBLIO.BACKUP,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(5,5)),
//             DCB=(RECFM=FB,LRECL=159,BLKSIZE=15900)
//GO.OUTPUT DD SYSOUT=*,
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)
//
