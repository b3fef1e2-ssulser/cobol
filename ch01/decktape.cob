      *                    (THE CARD-LISTER CONVENTION, AND WHAT        00002700
      *                    PLNTMERG PUNCHES ON A MERGED DECK) STILL     00002800
      *                    COUNTS AND PROVES.                           00002900
      *    2026-10-15  SS  THE PARM CARD NOW ALSO CARRIES THE VOLUME    00003000
      *                    SERIAL OF THE MOUNTED TAPE, AND A TAPE       00003100
      *                    THAT PROVES IS ADDED TO THE TAPE LIBRARY     00003200
      *                    CATALOG (TAPECAT.CPY) WITH ITS DECK NAME,    00003300
      *                    DATE, CARD COUNT, AND HASH TOTAL, SO         00003400
      *                    TAPEROT KNOWS WHICH VOLUME HOLDS WHICH       00003500
      *                    GENERATION AND WHEN IT GOES OFFSITE.  A      00003600
      *                    CARD WITH NO VOLUME SERIAL LEAVES THE TAPE   00003700
      *                    UNCATALOGED AND ENDS WITH CODE 16.           00003800
      *                                                                 00003900
       ENVIRONMENT DIVISION.                                            00004000
       CONFIGURATION SECTION.                                           00004100
       SOURCE-COMPUTER. IBM-370.                                        00004200
       OBJECT-COMPUTER. IBM-370.                                        00004300
      *                                                                 00004400
       INPUT-OUTPUT SECTION.                                            00004500
       FILE-CONTROL.                                                    00004600
           SELECT CARD-FILE ASSIGN TO UT-S-INPUT.                       00004700
           SELECT TAPE-FILE ASSIGN TO UT-S-TAPE.                        00004800
           SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.                  00004900
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00005000
           SELECT TAPE-CATALOG-FILE ASSIGN TO UT-S-TAPECAT.             00005100
      *                                                                 00005200
       DATA DIVISION.                                                   00005300
       FILE SECTION.                                                    00005400
       FD  CARD-FILE                                                    00005500
           LABEL RECORD IS OMITTED.                                     00005600
       01  CARD-RECORD                 PIC X(80).                       00005700
      *                                                                 00005800
      *THE TAPE CARRIES A *DECKHDR* HEADER, THE CARD IMAGES, AND THE    00005900
      *TRAILER IN THE CARD-LISTER CONVENTION PLUS A HASH TOTAL OVER     00006000
      *EVERY COLUMN OF EVERY CARD.                                      00006100
       FD  TAPE-FILE                                                    00006200
           LABEL RECORD IS OMITTED.                                     00006300
       01  TAPE-RECORD                 PIC X(80).                       00006400
       01  TAPE-HEADER-LAYOUT REDEFINES TAPE-RECORD.                    00006500
           05  THD-MARKER              PIC X(09).                       00006600
           05  THD-DECK-NAME           PIC X(20).                       00006700
           05  THD-WRITE-DATE          PIC 9(06).                       00006800
           05  FILLER                  PIC X(45).                       00006900
       01  TAPE-TRAILER-LAYOUT REDEFINES TAPE-RECORD.                   00007000
           05  TTR-MARKER              PIC X(07).                       00007100
           05  TTR-CARD-COUNT          PIC 9(05).                       00007200
           05  TTR-HASH-TOTAL          PIC 9(11).                       00007300
           05  FILLER                  PIC X(57).                       00007400
      *                                                                 00007500
      *THE OPERATOR CARD NAMES THE DECK FOR THE TAPE HEADER AND THE     00007600
      *VOLUME SERIAL OF THE TAPE MOUNTED FOR IT.                        00007700
       FD  PARAMETER-FILE                                               00007800
           LABEL RECORD IS OMITTED.                                     00007900
       01  PARAMETER-RECORD.                                            00008000
           05  PARM-DECK-NAME          PIC X(20).                       00008100
           05  PARM-VOLUME-SERIAL      PIC X(06).                       00008200
           05  FILLER                  PIC X(54).                       00008300
      *                                                                 00008400
       FD  PRINT-FILE                                                   00008500
           LABEL RECORD IS OMITTED.                                     00008600
       01  PRINT-LINE                  PIC X(96).                       00008700
      *                                                                 00008800
       FD  TAPE-CATALOG-FILE                                            00008900
           LABEL RECORD IS OMITTED.                                     00009000
       01  TAPE-CATALOG-RECORD.                                         00009100
           COPY TAPECAT.                                                00009200
      *                                                                 00009300
       WORKING-STORAGE SECTION.                                         00009400
      *                                                                 00009500
       77  CARD-EOF-FLAG               PIC X VALUE "N".                 00009600
           88  CARD-IS-EOF             VALUE "Y".                       00009700
       77  TAPE-EOF-FLAG               PIC X VALUE "N".                 00009800
           88  TAPE-IS-EOF             VALUE "Y".                       00009900
       77  HEADER-SEEN-FLAG            PIC X VALUE "N".                 00010000
           88  HEADER-WAS-SEEN         VALUE "Y".                       00010100
       77  TRAILER-SEEN-FLAG           PIC X VALUE "N".                 00010200
           88  TRAILER-WAS-SEEN        VALUE "Y".                       00010300
      *                                                                 00010400
       77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00010500
       77  WS-DECK-NAME                PIC X(20) VALUE SPACES.          00010600
       77  WS-VOLUME-SERIAL            PIC X(06) VALUE SPACES.          00010700
       77  WS-CARD-COUNT               PIC 9(05) VALUE 0.               00010800
       77  WS-HASH-TOTAL               PIC 9(11) VALUE 0.               00010900
       77  WS-VERIFY-COUNT             PIC 9(05) VALUE 0.               00011000
       77  WS-VERIFY-HASH              PIC 9(11) VALUE 0.               00011100
       77  WS-TRAILER-COUNT            PIC 9(05) VALUE 0.               00011200
       77  WS-TRAILER-HASH             PIC 9(11) VALUE 0.               00011300
      *                                                                 00011400
      *THE HASH IS THE SUM OF EVERY COLUMN'S CHARACTER VALUE ACROSS     00011500
      *THE WHOLE DECK, TAKEN THROUGH THE SAME TWO-BYTE BINARY           00011600
      *REDEFINE CARD-LISTER USES FOR ITS HEX DISPLAY; A SINGLE          00011700
      *MIS-READ COLUMN MOVES IT.                                        00011800
       01  ORD-PAIR.                                                    00011900
           05  FILLER                  PIC X VALUE LOW-VALUE.           00012000
           05  ORD-CHAR                PIC X.                           00012100
       01  ORD-VALUE REDEFINES ORD-PAIR                                 00012200
                                       PIC 9(4) COMP.                   00012300
       77  WS-COLUMN-SUB               PIC 99 VALUE 0.                  00012400
       01  WS-HASH-WORK                PIC X(80) VALUE SPACES.          00012500
      *THE VERIFY PASS HOLDS EACH RECORD UNTIL THE NEXT ONE ARRIVES:    00012600
      *A HELD RECORD WITH A SUCCESSOR IS DECK DATA, AND ONLY THE        00012700
      *RECORD THE TAPE ENDS ON IS ITS TRAILER.                          00012800
       01  WS-HELD-RECORD              PIC X(80) VALUE SPACES.          00012900
       01  WS-HELD-TRAILER REDEFINES WS-HELD-RECORD.                    00013000
           05  HLD-MARKER              PIC X(07).                       00013100
           05  HLD-CARD-COUNT          PIC 9(05).                       00013200
           05  HLD-HASH-TOTAL          PIC 9(11).                       00013300
           05  FILLER                  PIC X(57).                       00013400
      *                                                                 00013500
       01  TITLE-LINE.                                                  00013600
           05  FILLER                  PIC X(20) VALUE SPACES.          00013700
           05  FILLER                  PIC X(35)                        00013800
                   VALUE "CARD DECK TO TAPE CONVERSION".                00013900
      *                                                                 00014000
       01  DECK-LINE.                                                   00014100
           05  FILLER                  PIC X(02) VALUE SPACES.          00014200
           05  FILLER                  PIC X(06) VALUE "DECK: ".        00014300
           05  DKL-DECK-NAME           PIC X(20).                       00014400
           05  FILLER                  PIC X(08) VALUE "  DATE: ".      00014500
           05  DKL-DATE                PIC 9(06).                       00014600
           05  FILLER                  PIC X(10) VALUE "  VOLUME: ".    00014700
           05  DKL-VOLUME-SERIAL       PIC X(06).                       00014800
      *                                                                 00014900
       01  WRITTEN-LINE.                                                00015000
           05  FILLER                  PIC X(02) VALUE SPACES.          00015100
           05  FILLER                  PIC X(22)                        00015200
                   VALUE "CARDS WRITTEN TO TAPE:".                      00015300
           05  WRL-COUNT               PIC ZZ,ZZ9.                      00015400
           05  FILLER                  PIC X(08) VALUE "  HASH: ".      00015500
           05  WRL-HASH                PIC 9(11).                       00015600
      *                                                                 00015700
       01  VERIFIED-LINE.                                               00015800
           05  FILLER                  PIC X(02) VALUE SPACES.          00015900
           05  FILLER                  PIC X(22)                        00016000
                   VALUE "CARDS READ BACK:      ".                      00016100
           05  VFL-COUNT               PIC ZZ,ZZ9.                      00016200
           05  FILLER                  PIC X(08) VALUE "  HASH: ".      00016300
           05  VFL-HASH                PIC 9(11).                       00016400
      *                                                                 00016500
       01  PROVED-LINE.                                                 00016600
           05  FILLER                  PIC X(02) VALUE SPACES.          00016700
           05  FILLER                  PIC X(48) VALUE                  00016800
          "TAPE PROVES AGAINST ITS TRAILER - DECK RELEASED".            00016900
      *                                                                 00017000
       01  BAD-LINE.                                                    00017100
           05  FILLER                  PIC X(02) VALUE SPACES.          00017200
           05  FILLER                  PIC X(52) VALUE                  00017300
          "*** TAPE DOES NOT PROVE - RE-READ THE DECK ***".             00017400
      *                                                                 00017500
       01  CATALOGED-LINE.                                              00017600
           05  FILLER                  PIC X(02) VALUE SPACES.          00017700
           05  FILLER                  PIC X(32) VALUE                  00017800
          "ADDED TO TAPE CATALOG AS VOLUME ".                           00017900
           05  CTL-VOLUME-SERIAL       PIC X(06).                       00018000
      *                                                                 00018100
       01  NO-VOLUME-LINE.                                              00018200
           05  FILLER                  PIC X(02) VALUE SPACES.          00018300
           05  FILLER                  PIC X(60) VALUE                  00018400
          "*** NO VOLUME SERIAL ON THE PARM CARD - TAPE NOT CATALOGED". 00018500
      *                                                                 00018600
       PROCEDURE DIVISION.                                              00018700
       000-MAIN.                                                        00018800
           PERFORM INITIALIZATION.                                      00018900
           PERFORM COPY-ONE-CARD UNTIL CARD-IS-EOF.                     00019000
           PERFORM WRITE-TAPE-TRAILER.                                  00019100
           PERFORM VERIFY-THE-TAPE.                                     00019200
           PERFORM CLOSING.                                             00019300
           STOP RUN.                                                    00019400
      *                                                                 00019500
       INITIALIZATION.                                                  00019600
           ACCEPT WS-RUN-DATE FROM DATE.                                00019700
           OPEN INPUT CARD-FILE, PARAMETER-FILE,                        00019800
                OUTPUT TAPE-FILE, PRINT-FILE.                           00019900
           READ PARAMETER-FILE                                          00020000
               AT END                                                   00020100
                   CONTINUE                                             00020200
               NOT AT END                                               00020300
                   MOVE PARM-DECK-NAME TO WS-DECK-NAME                  00020400
                   MOVE PARM-VOLUME-SERIAL TO WS-VOLUME-SERIAL          00020500
           END-READ.                                                    00020600
           CLOSE PARAMETER-FILE.                                        00020700
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00020800
           MOVE WS-DECK-NAME TO DKL-DECK-NAME.                          00020900
           MOVE WS-RUN-DATE TO DKL-DATE.                                00021000
           MOVE WS-VOLUME-SERIAL TO DKL-VOLUME-SERIAL.                  00021100
           WRITE PRINT-LINE FROM DECK-LINE AFTER ADVANCING 1 LINE.      00021200
           MOVE SPACES TO TAPE-RECORD.                                  00021300
           MOVE "*DECKHDR*" TO THD-MARKER.                              00021400
           MOVE WS-DECK-NAME TO THD-DECK-NAME.                          00021500
           MOVE WS-RUN-DATE TO THD-WRITE-DATE.                          00021600
           WRITE TAPE-RECORD.                                           00021700
           READ CARD-FILE                                               00021800
               AT END MOVE "Y" TO CARD-EOF-FLAG.                        00021900
      *                                                                 00022000
       COPY-ONE-CARD.                                                   00022100
           WRITE TAPE-RECORD FROM CARD-RECORD.                          00022200
           ADD 1 TO WS-CARD-COUNT.                                      00022300
           MOVE CARD-RECORD TO WS-HASH-WORK.                            00022400
           PERFORM ADD-TO-WRITE-HASH                                    00022500
               VARYING WS-COLUMN-SUB FROM 1 BY 1                        00022600
               UNTIL WS-COLUMN-SUB > 80.                                00022700
           READ CARD-FILE                                               00022800
               AT END MOVE "Y" TO CARD-EOF-FLAG.                        00022900
      *                                                                 00023000
       ADD-TO-WRITE-HASH.                                               00023100
           MOVE WS-HASH-WORK(WS-COLUMN-SUB:1) TO ORD-CHAR.              00023200
           ADD ORD-VALUE TO WS-HASH-TOTAL.                              00023300
      *                                                                 00023400
       WRITE-TAPE-TRAILER.                                              00023500
           MOVE SPACES TO TAPE-RECORD.                                  00023600
           MOVE "TRAILER" TO TTR-MARKER.                                00023700
           MOVE WS-CARD-COUNT TO TTR-CARD-COUNT.                        00023800
           MOVE WS-HASH-TOTAL TO TTR-HASH-TOTAL.                        00023900
           WRITE TAPE-RECORD.                                           00024000
      *                                                                 00024100
      *THE VERIFY PASS RE-READS THE TAPE JUST WRITTEN AND RECOMPUTES    00024200
      *THE COUNT AND HASH; ONLY A TAPE THAT PROVES AGAINST ITS OWN      00024300
      *TRAILER RELEASES THE DECK FROM THE ROOM.                         00024400
       VERIFY-THE-TAPE.                                                 00024500
           CLOSE TAPE-FILE.                                             00024600
           OPEN INPUT TAPE-FILE.                                        00024700
           READ TAPE-FILE                                               00024800
               AT END MOVE "Y" TO TAPE-EOF-FLAG.                        00024900
           IF NOT TAPE-IS-EOF                                           00025000
             AND THD-MARKER EQUAL "*DECKHDR*"                           00025100
               MOVE "Y" TO HEADER-SEEN-FLAG                             00025200
               READ TAPE-FILE                                           00025300
                   AT END MOVE "Y" TO TAPE-EOF-FLAG                     00025400
               END-READ                                                 00025500
           END-IF.                                                      00025600
           IF NOT TAPE-IS-EOF                                           00025700
               MOVE TAPE-RECORD TO WS-HELD-RECORD                       00025800
               READ TAPE-FILE                                           00025900
                   AT END MOVE "Y" TO TAPE-EOF-FLAG                     00026000
               END-READ                                                 00026100
               PERFORM VERIFY-ONE-RECORD UNTIL TAPE-IS-EOF              00026200
               PERFORM CHECK-HELD-TRAILER                               00026300
           END-IF.                                                      00026400
           CLOSE TAPE-FILE.                                             00026500
      *                                                                 00026600
      *THE HELD RECORD HAS A SUCCESSOR, SO IT IS DECK DATA EVEN IF      00026700
      *ITS OWN COLUMNS SAY "TRAILER" -- THE DECK'S LAST CARD MAY BE     00026800
      *A TRAILER CARD IN ITS OWN RIGHT.                                 00026900
       VERIFY-ONE-RECORD.                                               00027000
           ADD 1 TO WS-VERIFY-COUNT.                                    00027100
           MOVE WS-HELD-RECORD TO WS-HASH-WORK.                         00027200
           PERFORM ADD-TO-VERIFY-HASH                                   00027300
               VARYING WS-COLUMN-SUB FROM 1 BY 1                        00027400
               UNTIL WS-COLUMN-SUB > 80.                                00027500
           MOVE TAPE-RECORD TO WS-HELD-RECORD.                          00027600
           READ TAPE-FILE                                               00027700
               AT END MOVE "Y" TO TAPE-EOF-FLAG.                        00027800
      *                                                                 00027900
      *THE RECORD THE TAPE ENDED ON MUST BE THE TRAILER; ANYTHING       00028000
      *ELSE COUNTS AS DATA AND THE PROOF FAILS LOUDLY.                  00028100
       CHECK-HELD-TRAILER.                                              00028200
           IF HLD-MARKER EQUAL "TRAILER"                                00028300
               MOVE "Y" TO TRAILER-SEEN-FLAG                            00028400
               MOVE HLD-CARD-COUNT TO WS-TRAILER-COUNT                  00028500
               MOVE HLD-HASH-TOTAL TO WS-TRAILER-HASH                   00028600
           ELSE                                                         00028700
               ADD 1 TO WS-VERIFY-COUNT                                 00028800
               MOVE WS-HELD-RECORD TO WS-HASH-WORK                      00028900
               PERFORM ADD-TO-VERIFY-HASH                               00029000
                   VARYING WS-COLUMN-SUB FROM 1 BY 1                    00029100
                   UNTIL WS-COLUMN-SUB > 80                             00029200
           END-IF.                                                      00029300
      *                                                                 00029400
       ADD-TO-VERIFY-HASH.                                              00029500
           MOVE WS-HASH-WORK(WS-COLUMN-SUB:1) TO ORD-CHAR.              00029600
           ADD ORD-VALUE TO WS-VERIFY-HASH.                             00029700
      *                                                                 00029800
       CLOSING.                                                         00029900
           MOVE WS-CARD-COUNT TO WRL-COUNT.                             00030000
           MOVE WS-HASH-TOTAL TO WRL-HASH.                              00030100
           WRITE PRINT-LINE FROM WRITTEN-LINE                           00030200
               AFTER ADVANCING 2 LINES.                                 00030300
           MOVE WS-VERIFY-COUNT TO VFL-COUNT.                           00030400
           MOVE WS-VERIFY-HASH TO VFL-HASH.                             00030500
           WRITE PRINT-LINE FROM VERIFIED-LINE                          00030600
               AFTER ADVANCING 1 LINE.                                  00030700
           IF HEADER-WAS-SEEN                                           00030800
             AND TRAILER-WAS-SEEN                                       00030900
             AND WS-VERIFY-COUNT EQUAL WS-TRAILER-COUNT                 00031000
             AND WS-VERIFY-COUNT EQUAL WS-CARD-COUNT                    00031100
             AND WS-VERIFY-HASH EQUAL WS-TRAILER-HASH                   00031200
             AND WS-VERIFY-HASH EQUAL WS-HASH-TOTAL                     00031300
               WRITE PRINT-LINE FROM PROVED-LINE                        00031400
                   AFTER ADVANCING 2 LINES                              00031500
               IF WS-VOLUME-SERIAL EQUAL SPACES                         00031600
                   WRITE PRINT-LINE FROM NO-VOLUME-LINE                 00031700
                       AFTER ADVANCING 1 LINE                           00031800
                   MOVE 16 TO RETURN-CODE                               00031900
               ELSE                                                     00032000
                   PERFORM ADD-CATALOG-ENTRY                            00032100
               END-IF                                                   00032200
           ELSE                                                         00032300
               WRITE PRINT-LINE FROM BAD-LINE                           00032400
                   AFTER ADVANCING 2 LINES                              00032500
               MOVE 16 TO RETURN-CODE                                   00032600
           END-IF.                                                      00032700
           CLOSE CARD-FILE, PRINT-FILE.                                 00032800
      *                                                                 00032900
      *THE NEW GENERATION GOES ON THE END OF THE CATALOG IN THE         00033000
      *LIBRARY, ACTIVE, WITH THE SAME COUNT AND HASH AS ITS TRAILER.    00033100
       ADD-CATALOG-ENTRY.                                               00033200
           OPEN EXTEND TAPE-CATALOG-FILE.                               00033300
           MOVE SPACES TO TAPE-CATALOG-RECORD.                          00033400
           MOVE WS-VOLUME-SERIAL TO TCT-VOLUME-SERIAL.                  00033500
           MOVE WS-DECK-NAME TO TCT-DECK-NAME.                          00033600
           MOVE WS-RUN-DATE TO TCT-WRITE-DATE.                          00033700
           MOVE WS-CARD-COUNT TO TCT-CARD-COUNT.                        00033800
           MOVE WS-HASH-TOTAL TO TCT-HASH-TOTAL.                        00033900
           MOVE "L" TO TCT-LOCATION.                                    00034000
           MOVE WS-RUN-DATE TO TCT-LOCATION-DATE.                       00034100
           MOVE "A" TO TCT-STATUS.                                      00034200
           MOVE WS-RUN-DATE TO TCT-STATUS-DATE.                         00034300
           WRITE TAPE-CATALOG-RECORD.                                   00034400
           CLOSE TAPE-CATALOG-FILE.                                     00034500
           MOVE WS-VOLUME-SERIAL TO CTL-VOLUME-SERIAL.                  00034600
           WRITE PRINT-LINE FROM CATALOGED-LINE                         00034700
               AFTER ADVANCING 1 LINE.                                  00034800
/*                                                                      00034900
//* RUN ONCE PER DECK -- OVERRIDE INPUT, TAPE, AND PARMS FOR THE        00035000
//* PAYRATE AND PAYROLL DECKS (SIMONCO.DAILY.PAYRATE.TAPE AND           00035100
//* SIMONCO.DAILY.PAYROLL.TAPE) BEFORE THE DAILY STREAM IS SUBMITTED.   00035200
//GO.INPUT  DD DSN=SIMONCO.DAILY.CARDS,DISP=SHR                         00035300
//* THE VOL=SER BELOW AND THE SERIAL IN COLUMNS 21-26 OF THE PARMS      00035400
//* CARD NAME THE SAME REEL.  CHANGE BOTH TOGETHER ON EVERY RUN TO THE  00035500
//* SERIAL OF THE SCRATCH TAPE BEING MOUNTED.                           00035600
//GO.TAPE   DD DSN=SIMONCO.DAILY.CARDS.TAPE(+1),                        00035700
//             DISP=(NEW,CATLG,DELETE),UNIT=TAPE,VOL=SER=DT0001,        00035800
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                     00035900
//GO.PARMS  DD *                                                        00036000
DAILY CARD DECK     DT0001
/*                                                                      00036200
//GO.OUTPUT DD SYSOUT=*,                                                00036300
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)                    00036400
//GO.TAPECAT DD DSN=SIMONCO.TAPE.CATALOG,DISP=MOD                       00036500
//                                                                      00036600
