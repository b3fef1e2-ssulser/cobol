      *                    A CARD PUNCHED FOR ANOTHER PLANT, IS         00002000
      *                    REJECTED WHOLE -- NOT THE RUN -- AND THE     00002100
      *                    PER-PLANT COUNTS PRINT FOR THE RUN LOG.      00002200
      *    2026-10-15  SS  WIDEN EMPLOYEE-MASTER-RECORD TO EMPMAINT'S   00002300
      *                    168-BYTE MASTER LAYOUT.                      00002400
      *                                                                 00002500
       ENVIRONMENT DIVISION.                                            00002600
       CONFIGURATION SECTION.                                           00002700
       SOURCE-COMPUTER. IBM-370.                                        00002800
       OBJECT-COMPUTER. IBM-370.                                        00002900
      *                                                                 00003000
       INPUT-OUTPUT SECTION.                                            00003100
       FILE-CONTROL.                                                    00003200
           SELECT PLANT-DECK-FILE ASSIGN TO UT-S-INPUT.                 00003300
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00003400
               ORGANIZATION IS INDEXED                                  00003500
               ACCESS MODE IS RANDOM                                    00003600
               RECORD KEY IS EMP-ID.                                    00003700
           SELECT MERGED-DECK-FILE ASSIGN TO UT-S-MERGED.               00003800
           SELECT MERGE-SORTED-FILE ASSIGN TO UT-S-MRGSRT.              00003900
           SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.                      00004000
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004100
      *                                                                 00004200
       DATA DIVISION.                                                   00004300
       FILE SECTION.                                                    00004400
      *EACH CARD IS A PAYROLL DAILY TIMECARD; THE HEADER AND TRAILER    00004500
      *CONTROL CARDS REDEFINE THE SAME IMAGE.                           00004600
       FD  PLANT-DECK-FILE                                              00004700
           LABEL RECORD IS OMITTED.                                     00004800
       01  PLANT-CARD-RECORD.                                           00004900
           05  PDC-EMP-ID              PIC X(10).                       00005000
           05  FILLER                  PIC X(09).                       00005100
           05  PDC-PLANT-CODE          PIC X(04).                       00005200
           05  FILLER                  PIC X(57).                       00005300
       01  PLANT-HEADER-LAYOUT REDEFINES PLANT-CARD-RECORD.             00005400
           05  PHD-MARKER              PIC X(07).                       00005500
           05  PHD-PLANT-CODE          PIC X(04).                       00005600
           05  FILLER                  PIC X(69).                       00005700
       01  PLANT-TRAILER-LAYOUT REDEFINES PLANT-CARD-RECORD.            00005800
           05  PTR-MARKER              PIC X(07).                       00005900
           05  PTR-EXPECTED-COUNT      PIC 9(05).                       00006000
           05  FILLER                  PIC X(68).                       00006100
      *                                                                 00006200
      *EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS; ONLY    00006300
      *THE SHARED FIELDS ARE NEEDED FOR THE DEPARTMENT LOOKUP.          00006400
       FD  EMPLOYEE-MASTER-FILE                                         00006500
           LABEL RECORD IS OMITTED.                                     00006600
       01  EMPLOYEE-MASTER-RECORD.                                      00006700
           COPY EMPLOYEE.                                               00006800
           05  FILLER                  PIC X(112).                      00006900
      *                                                                 00007000
       FD  MERGED-DECK-FILE                                             00007100
           LABEL RECORD IS OMITTED.                                     00007200
       01  MERGED-CARD-RECORD          PIC X(80).                       00007300
       01  MERGED-TRAILER-LAYOUT REDEFINES MERGED-CARD-RECORD.          00007400
           05  MTR-MARKER              PIC X(07).                       00007500
           05  MTR-CARD-COUNT          PIC 9(05).                       00007600
           05  FILLER                  PIC X(68).                       00007700
      *                                                                 00007800
       FD  MERGE-SORTED-FILE                                            00007900
           LABEL RECORD IS OMITTED.                                     00008000
       01  MERGE-SORTED-RECORD.                                         00008100
           05  MSR-DEPARTMENT          PIC X(15).                       00008200
           05  MSR-EMP-ID              PIC X(10).                       00008300
           05  MSR-SEQUENCE            PIC 9(06).                       00008400
           05  MSR-CARD-IMAGE          PIC X(80).                       00008500
      *                                                                 00008600
       SD  SORT-FILE.                                                   00008700
       01  SORT-MERGE-RECORD.                                           00008800
           05  SRT-DEPARTMENT          PIC X(15).                       00008900
           05  SRT-EMP-ID              PIC X(10).                       00009000
           05  SRT-SEQUENCE            PIC 9(06).                       00009100
           05  SRT-CARD-IMAGE          PIC X(80).                       00009200
      *                                                                 00009300
       FD  PRINT-FILE                                                   00009400
           LABEL RECORD IS OMITTED.                                     00009500
       01  PRINT-LINE                  PIC X(132).                      00009600
      *                                                                 00009700
       WORKING-STORAGE SECTION.                                         00009800
      *                                                                 00009900
      *A PLANT'S WHOLE BATCH IS HELD UNTIL ITS TRAILER PROVES OUT;      00010000
      *ONLY THEN ARE ITS CARDS RELEASED TO THE SORT.                    00010100
       01  BATCH-TABLE.                                                 00010200
           05  BCT-CARD                PIC X(80) OCCURS 1000 TIMES.     00010300
       77  WS-BCT-COUNT                PIC 9(04) VALUE 0.               00010400
       77  WS-BCT-SUB                  PIC 9(04) VALUE 0.               00010500
      *                                                                 00010600
       77  DECK-EOF-FLAG               PIC X VALUE "N".                 00010700
           88  DECK-IS-EOF             VALUE "Y".                       00010800
       77  IN-BATCH-FLAG               PIC X VALUE "N".                 00010900
           88  BATCH-IS-OPEN           VALUE "Y".                       00011000
       77  BATCH-BAD-FLAG              PIC X VALUE "N".                 00011100
           88  BATCH-IS-BAD            VALUE "Y".                       00011200
       77  MASTER-FOUND-FLAG           PIC X VALUE "N".                 00011300
           88  MASTER-WAS-FOUND        VALUE "Y".                       00011400
      *                                                                 00011500
       77  WS-BATCH-PLANT              PIC X(04) VALUE SPACES.          00011600
       77  WS-BATCH-REASON             PIC X(40) VALUE SPACES.          00011700
       77  WS-RELEASE-SEQ              PIC 9(06) VALUE 0.               00011800
       77  WS-RELEASED-COUNT           PIC 9(05) VALUE 0.               00011900
       77  WS-BATCHES-GOOD             PIC 99 VALUE 0.                  00012000
       77  WS-BATCHES-BAD              PIC 99 VALUE 0.                  00012100
       77  WS-STRAY-COUNT              PIC 9(04) VALUE 0.               00012200
       77  SORTED-EOF-FLAG             PIC X VALUE "N".                 00012300
           88  SORTED-IS-EOF           VALUE "Y".                       00012400
      *                                                                 00012500
       01  TITLE-LINE.                                                  00012600
           05  FILLER                  PIC X(20) VALUE SPACES.          00012700
           05  FILLER                  PIC X(40)                        00012800
                   VALUE "MULTI-PLANT PUNCH DECK MERGE".                00012900
      *                                                                 00013000
       01  BATCH-LINE.                                                  00013100
           05  FILLER                  PIC X(02) VALUE SPACES.          00013200
           05  FILLER                  PIC X(07) VALUE "PLANT: ".       00013300
           05  BTL-PLANT               PIC X(04).                       00013400
           05  FILLER                  PIC X(08) VALUE "  CARDS ".      00013500
           05  BTL-COUNT               PIC Z,ZZ9.                       00013600
           05  FILLER                  PIC X(02) VALUE SPACES.          00013700
           05  BTL-RESULT              PIC X(40).                       00013800
      *                                                                 00013900
       01  SUMMARY-LINE.                                                00014000
           05  FILLER                  PIC X(02) VALUE SPACES.          00014100
           05  FILLER                  PIC X(16)                        00014200
                   VALUE "BATCHES MERGED: ".                            00014300
           05  SML-GOOD                PIC Z9.                          00014400
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".  00014500
           05  SML-BAD                 PIC Z9.                          00014600
           05  FILLER                  PIC X(18)                        00014700
                   VALUE "  CARDS RELEASED: ".                          00014800
           05  SML-RELEASED            PIC ZZ,ZZ9.                      00014900
           05  FILLER                  PIC X(09) VALUE "  STRAY: ".     00015000
           05  SML-STRAY               PIC Z,ZZ9.                       00015100
      *                                                                 00015200
       PROCEDURE DIVISION.                                              00015300
       000-MAIN.                                                        00015400
           PERFORM INITIALIZATION.                                      00015500
           SORT SORT-FILE                                               00015600
               ON ASCENDING KEY SRT-DEPARTMENT, SRT-EMP-ID,             00015700
                   SRT-SEQUENCE                                         00015800
               INPUT PROCEDURE IS GATHER-PLANT-BATCHES                  00015900
               GIVING MERGE-SORTED-FILE.                                00016000
           PERFORM WRITE-MERGED-DECK.                                   00016100
           PERFORM CLOSING.                                             00016200
           STOP RUN.                                                    00016300
      *                                                                 00016400
       INITIALIZATION.                                                  00016500
           OPEN INPUT EMPLOYEE-MASTER-FILE,                             00016600
                OUTPUT PRINT-FILE.                                      00016700
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00016800
      *                                                                 00016900
       GATHER-PLANT-BATCHES.                                            00017000
           OPEN INPUT PLANT-DECK-FILE                                   00017100
           READ PLANT-DECK-FILE                                         00017200
               AT END MOVE "Y" TO DECK-EOF-FLAG                         00017300
           END-READ                                                     00017400
           PERFORM HANDLE-ONE-CARD UNTIL DECK-IS-EOF                    00017500
      *    A DECK THAT ENDS INSIDE A BATCH LOST ITS TRAILER IN THE      00017600
      *    COURIER BAG; THE OPEN BATCH IS REJECTED, NOT GUESSED AT.     00017700
           IF BATCH-IS-OPEN                                             00017800
               MOVE "NO TRAILER CARD - BATCH REJECTED"                  00017900
                   TO WS-BATCH-REASON                                   00018000
               PERFORM REJECT-OPEN-BATCH                                00018100
           END-IF                                                       00018200
           CLOSE PLANT-DECK-FILE.                                       00018300
      *                                                                 00018400
       HANDLE-ONE-CARD.                                                 00018500
           IF PHD-MARKER EQUAL "*PLANT*"                                00018600
               PERFORM OPEN-ONE-BATCH                                   00018700
           ELSE                                                         00018800
               IF PTR-MARKER EQUAL "TRAILER"                            00018900
                   PERFORM CLOSE-ONE-BATCH                              00019000
               ELSE                                                     00019100
                   PERFORM STORE-ONE-CARD                               00019200
               END-IF                                                   00019300
           END-IF                                                       00019400
           READ PLANT-DECK-FILE                                         00019500
               AT END MOVE "Y" TO DECK-EOF-FLAG.                        00019600
      *                                                                 00019700
       OPEN-ONE-BATCH.                                                  00019800
           IF BATCH-IS-OPEN                                             00019900
               MOVE "NO TRAILER CARD - BATCH REJECTED"                  00020000
                   TO WS-BATCH-REASON                                   00020100
               PERFORM REJECT-OPEN-BATCH                                00020200
           END-IF.                                                      00020300
           MOVE "Y" TO IN-BATCH-FLAG.                                   00020400
           MOVE "N" TO BATCH-BAD-FLAG.                                  00020500
           MOVE PHD-PLANT-CODE TO WS-BATCH-PLANT.                       00020600
           MOVE 0 TO WS-BCT-COUNT.                                      00020700
           MOVE SPACES TO WS-BATCH-REASON.                              00020800
      *                                                                 00020900
      *A CARD OUTSIDE ANY BATCH HAS NO PLANT TO VOUCH FOR IT AND IS     00021000
      *COUNTED AS A STRAY; A CARD INSIDE A BATCH PUNCHED FOR ANOTHER    00021100
      *PLANT CONDEMNS THE WHOLE BATCH.                                  00021200
       STORE-ONE-CARD.                                                  00021300
           IF NOT BATCH-IS-OPEN                                         00021400
               ADD 1 TO WS-STRAY-COUNT                                  00021500
           ELSE                                                         00021600
               ADD 1 TO WS-BCT-COUNT                                    00021700
               IF WS-BCT-COUNT > 1000                                   00021800
                   DISPLAY "PLNTMERG HALTED - BATCH TABLE FULL"         00021900
                       " AT 1000 CARDS"                                 00022000
                   MOVE 16 TO RETURN-CODE                               00022100
                   STOP RUN                                             00022200
               END-IF                                                   00022300
               MOVE PLANT-CARD-RECORD TO BCT-CARD(WS-BCT-COUNT)         00022400
               IF PDC-PLANT-CODE NOT EQUAL WS-BATCH-PLANT               00022500
                   MOVE "Y" TO BATCH-BAD-FLAG                           00022600
                   MOVE "CARD PLANT DISAGREES WITH BATCH HEADER"        00022700
                       TO WS-BATCH-REASON                               00022800
               END-IF                                                   00022900
           END-IF.                                                      00023000
      *                                                                 00023100
       CLOSE-ONE-BATCH.                                                 00023200
           IF NOT BATCH-IS-OPEN                                         00023300
               ADD 1 TO WS-STRAY-COUNT                                  00023400
           ELSE                                                         00023500
               IF PTR-EXPECTED-COUNT NOT NUMERIC                        00023600
                 OR WS-BCT-COUNT NOT EQUAL PTR-EXPECTED-COUNT           00023700
                   MOVE "Y" TO BATCH-BAD-FLAG                           00023800
                   MOVE "CARD COUNT DISAGREES WITH TRAILER"             00023900
                       TO WS-BATCH-REASON                               00024000
               END-IF                                                   00024100
               IF BATCH-IS-BAD                                          00024200
                   ADD 1 TO WS-BATCHES-BAD                              00024300
                   MOVE WS-BATCH-REASON TO BTL-RESULT                   00024400
               ELSE                                                     00024500
                   ADD 1 TO WS-BATCHES-GOOD                             00024600
                   PERFORM RELEASE-ONE-BATCH-CARD                       00024700
                       VARYING WS-BCT-SUB FROM 1 BY 1                   00024800
                       UNTIL WS-BCT-SUB > WS-BCT-COUNT                  00024900
                       OR WS-BCT-SUB > 1000                             00025000
                   MOVE "MERGED" TO BTL-RESULT                          00025100
               END-IF                                                   00025200
               MOVE WS-BATCH-PLANT TO BTL-PLANT                         00025300
               MOVE WS-BCT-COUNT TO BTL-COUNT                           00025400
               WRITE PRINT-LINE FROM BATCH-LINE                         00025500
                   AFTER ADVANCING 1 LINE                               00025600
               MOVE "N" TO IN-BATCH-FLAG                                00025700
           END-IF.                                                      00025800
      *                                                                 00025900
       REJECT-OPEN-BATCH.                                               00026000
           ADD 1 TO WS-BATCHES-BAD.                                     00026100
           MOVE WS-BATCH-PLANT TO BTL-PLANT.                            00026200
           MOVE WS-BCT-COUNT TO BTL-COUNT.                              00026300
           MOVE WS-BATCH-REASON TO BTL-RESULT.                          00026400
           WRITE PRINT-LINE FROM BATCH-LINE AFTER ADVANCING 1 LINE.     00026500
           MOVE "N" TO IN-BATCH-FLAG.                                   00026600
      *                                                                 00026700
      *EACH RELEASED CARD SORTS BY ITS EMPLOYEE'S MASTER DEPARTMENT,    00026800
      *THEN EMP-ID, THEN ARRIVAL ORDER SO AN EMPLOYEE'S DAILY CARDS     00026900
      *STAY TOGETHER AND IN PUNCH ORDER.  A CARD WHOSE EMPLOYEE IS      00027000
      *NOT ON THE MASTER SORTS LAST AND PAYROLL'S OWN EDITS TAKE IT     00027100
      *TO SUSPENSE.                                                     00027200
       RELEASE-ONE-BATCH-CARD.                                          00027300
           MOVE BCT-CARD(WS-BCT-SUB) TO SRT-CARD-IMAGE.                 00027400
           MOVE SRT-CARD-IMAGE(1:10) TO EMP-ID, SRT-EMP-ID.             00027500
           MOVE "N" TO MASTER-FOUND-FLAG.                               00027600
           READ EMPLOYEE-MASTER-FILE                                    00027700
               INVALID KEY CONTINUE                                     00027800
               NOT INVALID KEY MOVE "Y" TO MASTER-FOUND-FLAG            00027900
           END-READ.                                                    00028000
           IF MASTER-WAS-FOUND                                          00028100
               MOVE EMP-DEPARTMENT TO SRT-DEPARTMENT                    00028200
           ELSE                                                         00028300
               MOVE HIGH-VALUES TO SRT-DEPARTMENT                       00028400
           END-IF.                                                      00028500
           ADD 1 TO WS-RELEASE-SEQ.                                     00028600
           MOVE WS-RELEASE-SEQ TO SRT-SEQUENCE.                         00028700
           RELEASE SORT-MERGE-RECORD.                                   00028800
           ADD 1 TO WS-RELEASED-COUNT.                                  00028900
      *                                                                 00029000
       WRITE-MERGED-DECK.                                               00029100
           OPEN INPUT MERGE-SORTED-FILE.                                00029200
           OPEN OUTPUT MERGED-DECK-FILE.                                00029300
           READ MERGE-SORTED-FILE                                       00029400
               AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00029500
           PERFORM WRITE-ONE-MERGED-CARD UNTIL SORTED-IS-EOF.           00029600
           MOVE SPACES TO MERGED-CARD-RECORD.                           00029700
           MOVE "TRAILER" TO MTR-MARKER.                                00029800
           MOVE WS-RELEASED-COUNT TO MTR-CARD-COUNT.                    00029900
           WRITE MERGED-CARD-RECORD.                                    00030000
           CLOSE MERGE-SORTED-FILE, MERGED-DECK-FILE.                   00030100
      *                                                                 00030200
       WRITE-ONE-MERGED-CARD.                                           00030300
           WRITE MERGED-CARD-RECORD FROM MSR-CARD-IMAGE.                00030400
           READ MERGE-SORTED-FILE                                       00030500
               AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00030600
      *                                                                 00030700
      *A REJECTED BATCH HOLDS ONLY ITS OWN PLANT OUT OF THE RUN; THE    00030800
      *COMPLETION CODE 8 TELLS THE OPERATOR TO CHASE THAT PLANT'S       00030900
      *DECK WITHOUT STOPPING EVERYONE ELSE'S PAY.                       00031000
       CLOSING.                                                         00031100
           MOVE WS-BATCHES-GOOD TO SML-GOOD.                            00031200
           MOVE WS-BATCHES-BAD TO SML-BAD.                              00031300
           MOVE WS-RELEASED-COUNT TO SML-RELEASED.                      00031400
           MOVE WS-STRAY-COUNT TO SML-STRAY.                            00031500
           WRITE PRINT-LINE FROM SUMMARY-LINE                           00031600
               AFTER ADVANCING 2 LINES.                                 00031700
           IF WS-BATCHES-BAD > 0 OR WS-STRAY-COUNT > 0                  00031800
               MOVE 8 TO RETURN-CODE                                    00031900
           END-IF.                                                      00032000
           CLOSE EMPLOYEE-MASTER-FILE, PRINT-FILE.                      00032100
/*                                                                      00032200
//GO.INPUT   DD DSN=SIMONCO.PLANT1.CARDS,DISP=SHR                       00032300
//           DD DSN=SIMONCO.PLANT2.CARDS,DISP=SHR                       00032400
//           DD DSN=SIMONCO.PLANT3.CARDS,DISP=SHR                       00032500
//GO.EMPMAST DD DSN=SIMONCO.PAYROLL.EMPMAST,DISP=SHR                    00032600
//GO.MERGED  DD DSN=SIMONCO.DAILY.PAYROLL,DISP=OLD                      00032700
//GO.MRGSRT  DD DSN=&&MRGSRT,DISP=(NEW,DELETE,DELETE),                  00032800
//             SPACE=(TRK,(5,5)),                                       00032900
//             DCB=(RECFM=FB,LRECL=111,BLKSIZE=11100)                   00033000
//GO.SORTWK  DD UNIT=SYSDA,SPACE=(TRK,(10,10))                          00033100
//GO.OUTPUT  DD SYSOUT=*,                                               00033200
//             DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)                  00033300
//                                                                      00033400
