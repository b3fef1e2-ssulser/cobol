      *                    NO LONGER APPENDS FOREVER), SO EACH
      *                    RECEIPT IS APPLIED TO THE CARRIED-FORWARD
      *                    OPEN ORDERS EXACTLY ONCE.
      *    2026-10-15  SS  CARRY THE ORDER PRICE AND THE QUANTITY
      *                    INVOICED SO FAR ON THE OPEN-PO RECORD.  AN
      *                    ORDER NOW RETIRES ONLY WHEN IT IS FULLY
      *                    RECEIVED AND EVERYTHING RECEIVED HAS BEEN
      *                    INVOICED; ONE RECEIVED BUT NOT YET BILLED
      *                    CARRIES QUIETLY FOR INVMATCH.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  OPO-ORDER-QTY           PIC 9(4).
           05  OPO-RECEIVED-QTY        PIC 9(4).
           05  FILLER                  PIC X(02).
           05  OPO-UNIT-PRICE          PIC 99V99.
           05  OPO-INVOICED-QTY        PIC 9(4).
           05  FILLER                  PIC X(12).
      *
       FD  OPEN-PO-NEW-FILE
           LABEL RECORD IS OMITTED.
           05  OPN-ORDER-QTY           PIC 9(4).
           05  OPN-RECEIVED-QTY        PIC 9(4).
           05  FILLER                  PIC X(02).
           05  OPN-UNIT-PRICE          PIC 99V99.
           05  OPN-INVOICED-QTY        PIC 9(4).
           05  FILLER                  PIC X(12).
      *
      *RECEIPT-HISTORY-RECORD MIRRORS ORDENT'S OUTPUT LAYOUT; THE
      *FILE IS THE ONE RUN'S RECEIPTS, NEVER A CUMULATIVE HISTORY.
               10  POT-ISBN            PIC X(13).
               10  POT-ORDER-QTY       PIC 9(4).
               10  POT-RECEIVED-QTY    PIC 9(4).
               10  POT-UNIT-PRICE      PIC 99V99.
               10  POT-INVOICED-QTY    PIC 9(4).
       77  WS-POT-COUNT                PIC 999 VALUE 0.
       77  WS-POT-SUB                  PIC 999 VALUE 0.
      *
       77  WS-REMAINING                PIC S9(5) VALUE 0.
       77  WS-APPLY-QTY                PIC S9(4) VALUE 0.
       77  WS-OPEN-QTY                 PIC S9(5) VALUE 0.
       77  WS-UNBILLED-QTY             PIC S9(5) VALUE 0.
       77  WS-RECEIPTS-READ            PIC 9(05) VALUE 0.
       77  WS-OVER-COUNT               PIC 999 VALUE 0.
       77  WS-CARRIED-COUNT            PIC 999 VALUE 0.
           MOVE OPO-ISBN TO POT-ISBN(WS-POT-COUNT).
           MOVE OPO-ORDER-QTY TO POT-ORDER-QTY(WS-POT-COUNT).
           MOVE OPO-RECEIVED-QTY TO POT-RECEIVED-QTY(WS-POT-COUNT).
           MOVE OPO-UNIT-PRICE TO POT-UNIT-PRICE(WS-POT-COUNT).
           MOVE OPO-INVOICED-QTY TO POT-INVOICED-QTY(WS-POT-COUNT).
           READ OPEN-PO-OLD-FILE
               AT END MOVE "Y" TO PO-EOF-FLAG.
      *
               END-IF
           END-IF.
      *
      *ORDERS STILL SHORT CARRY FORWARD AND PRINT; AN ORDER FULLY
      *RECEIVED BUT NOT YET FULLY INVOICED CARRIES WITHOUT PRINTING
      *SO INVMATCH CAN STILL MATCH THE BILL; A FULLY RECEIVED AND
      *FULLY INVOICED ORDER RETIRES QUIETLY.
       CARRY-FORWARD-OPEN-POS.
           PERFORM CARRY-ONE-PO
               VARYING WS-POT-SUB FROM 1 BY 1
           SUBTRACT POT-RECEIVED-QTY(WS-POT-SUB)
               FROM POT-ORDER-QTY(WS-POT-SUB)
               GIVING WS-OPEN-QTY.
           SUBTRACT POT-INVOICED-QTY(WS-POT-SUB)
               FROM POT-RECEIVED-QTY(WS-POT-SUB)
               GIVING WS-UNBILLED-QTY.
           IF WS-OPEN-QTY > 0
             OR WS-UNBILLED-QTY > 0
               ADD 1 TO WS-CARRIED-COUNT
               MOVE SPACES TO OPEN-PO-NEW-RECORD
               MOVE POT-ORDER-DATE(WS-POT-SUB) TO OPN-ORDER-DATE
               MOVE POT-PUBLISHER(WS-POT-SUB) TO OPN-PUBLISHER
               MOVE POT-TITLE(WS-POT-SUB) TO OPN-TITLE
               MOVE POT-ORDER-QTY(WS-POT-SUB) TO OPN-ORDER-QTY
               MOVE POT-RECEIVED-QTY(WS-POT-SUB)
                   TO OPN-RECEIVED-QTY
               MOVE POT-UNIT-PRICE(WS-POT-SUB) TO OPN-UNIT-PRICE
               MOVE POT-INVOICED-QTY(WS-POT-SUB)
                   TO OPN-INVOICED-QTY
               WRITE OPEN-PO-NEW-RECORD
           END-IF.
           IF WS-OPEN-QTY > 0
               MOVE POT-TITLE(WS-POT-SUB) TO SHL-TITLE
               MOVE POT-ORDER-QTY(WS-POT-SUB) TO SHL-ORDERED
               MOVE POT-RECEIVED-QTY(WS-POT-SUB) TO SHL-RECEIVED
//GO.OPONEW   DD DSN=SIMONCO.BIBLIO.OPENPO.NEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(2,2)),
//             DCB=(RECFM=FB,LRECL=100,BLKSIZE=8000)
//GO.RECEIPTS DD DSN=SIMONCO.BIBLIO.RECEIPTS,DISP=SHR
//GO.PUBMAST  DD DSN=SIMONCO.BIBLIO.PUBMAST,DISP=SHR
//GO.OUTPUT   DD SYSOUT=*,
