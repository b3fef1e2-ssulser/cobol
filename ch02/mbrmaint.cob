      *                    IMAGES TO A CUMULATIVE CHANGE JOURNAL, AS
      *                    BIBLIO-MAINTENANCE DOES, SO A MISPUNCHED
      *                    CREDIT LIMIT OR STATUS LEAVES A TRAIL.
      *    2026-10-15  SS  ACCEPT STATUS "H" (CREDIT HOLD), WHICH
      *                    BOOKSTMT NOW SETS FOR MONEY PAST 90 DAYS;
      *                    THE JOURNAL ALSO CARRIES THE HOLD ("H")
      *                    AND RELEASE ("R") RECORDS THOSE RUNS WRITE.
      *    2026-10-15  SS  THE ADDRESS IS NOW STREET, CITY, STATE, AND
      *                    ZIP ON THE CARD AND THE MASTER, SO BOOKINV
      *                    CAN TAX BY SHIP-TO STATE; A CARD WITHOUT A
      *                    STATE IS REJECTED.  THE CARD ALSO CARRIES
      *                    THE SALES-TAX FLAG ("E" EXEMPT FOR SCHOOLS
      *                    AND LIBRARIES, "T" TAXABLE).  THE MASTER
      *                    AND ITS JOURNAL IMAGES GROW TO 97 BYTES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  TRANS-IS-DELETE     VALUE "D".
           05  TRANS-MEMBER-NUMBER     PIC X(06).
           05  TRANS-NAME              PIC X(25).
           05  TRANS-ADDRESS.
               10  TRANS-STREET        PIC X(25).
               10  TRANS-CITY          PIC X(18).
               10  TRANS-STATE         PIC X(02).
               10  TRANS-ZIP           PIC X(05).
           05  TRANS-STATUS            PIC X.
               88  TRANS-STATUS-VALID  VALUE "A" "L" "H" " ".
           05  TRANS-CREDIT-LIMIT      PIC 9(5)V99.
      *    "E" MAKES THE MEMBER TAX-EXEMPT AND "T" TAXABLE; BLANK IS
      *    TAXABLE ON AN ADD AND LEAVES THE FLAG ALONE ON A CHANGE.
           05  TRANS-TAX-STATUS        PIC X.
               88  TRANS-TAX-STATUS-VALID VALUE "E" "T" " ".
               88  TRANS-TAX-EXEMPT    VALUE "E".
      *
      *MEMBER-MASTER-RECORD IS THE LAYOUT ORDENT VALIDATES AGAINST.
      *STATUS "A" IS ACTIVE AND MAY ORDER; "L" IS LAPSED; "H" IS ON
      *CREDIT HOLD (SET AND CLEARED BY BOOKSTMT AND BOOKCASH, BUT A
      *CHANGE CARD MAY SET OR CLEAR IT BY HAND).  THE
      *BALANCE BELONGS TO THE ACCOUNTS-RECEIVABLE RUNS AND IS NOT
      *TOUCHED BY A CHANGE CARD.
       FD  MEMBER-MASTER-FILE
       01  MEMBER-MASTER-RECORD.
           05  MBR-NUMBER              PIC X(06).
           05  MBR-NAME                PIC X(25).
      *    THE ADDRESS IS HELD IN PARTS SO THE SHIP-TO STATE CAN
      *    DRIVE SALES TAX; A MOVE OF THE GROUP STILL PRINTS IT WHOLE.
           05  MBR-ADDRESS.
               10  MBR-STREET          PIC X(25).
               10  MBR-CITY            PIC X(18).
               10  MBR-STATE           PIC X(02).
               10  MBR-ZIP             PIC X(05).
           05  MBR-STATUS              PIC X.
           05  MBR-CREDIT-LIMIT        PIC 9(5)V99.
           05  MBR-BALANCE             PIC S9(5)V99.
      *    SCHOOLS AND LIBRARIES BUY TAX-FREE ("E"); BLANK IS TAXABLE.
           05  MBR-TAX-STATUS          PIC X.
               88  MBR-IS-TAX-EXEMPT   VALUE "E".
      *
       FD  PRINT-FILE
           LABEL RECORD IS OMITTED.
      *
      *ONE JOURNAL RECORD PER APPLIED TRANSACTION: THE CODE AND THE
      *FULL BEFORE AND AFTER RECORD IMAGES, AS BIBLIO-MAINTENANCE
      *KEEPS FOR THE CATALOG.  BOOKSTMT ALSO JOURNALS A CREDIT HOLD
      *IT PLACES AS CODE "H", AND BOOKSTMT OR BOOKCASH A HOLD THEY
      *RELEASE AS CODE "R".
       FD  CHANGE-JOURNAL-FILE
           LABEL RECORD IS OMITTED.
       01  CHANGE-JOURNAL-RECORD.
           05  JRN-RUN-DATE            PIC 9(06).
           05  JRN-TRANS-CODE          PIC X.
           05  JRN-BEFORE-IMAGE        PIC X(97).
           05  JRN-AFTER-IMAGE         PIC X(97).
      *
       WORKING-STORAGE SECTION.
      *
       77  TRANSACTIONS-REJECTED       PIC 999 VALUE 0.
       77  TRANS-RESULT-TEXT           PIC X(20) VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(06) VALUE 0.
       77  WS-BEFORE-IMAGE             PIC X(97) VALUE SPACES.
      *
       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
               MOVE "REJECTED-BAD-STATUS" TO TRANS-RESULT-TEXT
               PERFORM REJECT-TRANSACTION
           ELSE
               IF NOT TRANS-TAX-STATUS-VALID
                   MOVE "REJECTED-BAD-TAX" TO TRANS-RESULT-TEXT
                   PERFORM REJECT-TRANSACTION
               ELSE
                   IF TRANS-STATE EQUAL SPACES
                     AND (TRANS-IS-ADD OR TRANS-IS-CHANGE)
                       MOVE "REJECTED-NO-STATE" TO TRANS-RESULT-TEXT
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM APPLY-ONE-TRANSACTION
                   END-IF
               END-IF
           END-IF.
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO TRANSACTION-EOF-FLAG.
      *
       APPLY-ONE-TRANSACTION.
           IF TRANS-IS-ADD
               PERFORM ADD-MEMBER
           ELSE
               IF TRANS-IS-CHANGE
                   PERFORM CHANGE-MEMBER
               ELSE
                   IF TRANS-IS-DELETE
                       PERFORM DELETE-MEMBER
                   ELSE
                       MOVE "REJECTED-BAD-CODE"
                           TO TRANS-RESULT-TEXT
                       PERFORM REJECT-TRANSACTION
                   END-IF
               END-IF
           END-IF.
      *
       ADD-MEMBER.
           MOVE TRANS-MEMBER-NUMBER TO MBR-NUMBER.
               MOVE 0 TO MBR-CREDIT-LIMIT
           END-IF.
           MOVE 0 TO MBR-BALANCE.
           IF TRANS-TAX-EXEMPT
               MOVE "E" TO MBR-TAX-STATUS
           ELSE
               MOVE SPACE TO MBR-TAX-STATUS
           END-IF.
           WRITE MEMBER-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED-DUPLICATE" TO TRANS-RESULT-TEXT
                   PERFORM PRINT-TRANSACTION-LINE
           END-WRITE.
      *
      *A CHANGE REPLACES NAME, ADDRESS, STATUS, CREDIT LIMIT, AND
      *TAX FLAG; THE BALANCE STAYS WHATEVER THE RECEIVABLE RUNS HAVE
      *MADE IT.  A BLANK STATUS OR TAX FLAG ON A CHANGE LEAVES THE
      *MASTER'S ALONE.
       CHANGE-MEMBER.
           MOVE TRANS-MEMBER-NUMBER TO MBR-NUMBER.
           READ MEMBER-MASTER-FILE
                   IF TRANS-CREDIT-LIMIT NUMERIC
                       MOVE TRANS-CREDIT-LIMIT TO MBR-CREDIT-LIMIT
                   END-IF
                   IF TRANS-TAX-STATUS NOT EQUAL SPACE
                       IF TRANS-TAX-EXEMPT
                           MOVE "E" TO MBR-TAX-STATUS
                       ELSE
                           MOVE SPACE TO MBR-TAX-STATUS
                       END-IF
                   END-IF
                   REWRITE MEMBER-MASTER-RECORD
                       INVALID KEY
                           MOVE "REJECTED-REWRITE"
