//SIMONCO JOB (1),'TAPE VAULT ROTATION',CLASS=A,MSGCLASS=A              00000100
//COBOL  EXEC PROC=COB2UCG,SYSOUT='*'                                   00000200
//SYSIN   DD *                                                          00000300
       IDENTIFICATION DIVISION.                                         00000400
       PROGRAM-ID. TAPEROT.                                             00000500
       AUTHOR. SIMON SULSER.                                            00000600
       DATE-WRITTEN. 15/10/26.                                          00000700
       DATE-COMPILED.                                                   00000800
      *                                                                 00000900
      *MODIFICATION HISTORY.                                            00001000
      *    2026-10-15  SS  INITIAL VERSION.  DAILY VAULT ROTATION OF    00001100
      *                    THE DECK TAPES DECKTAPE CATALOGS.  UNDER A   00001200
      *                    RETENTION SCHEDULE PER DECK, A GENERATION    00001300
      *                    STAYS IN THE LIBRARY FOR ITS LIBRARY DAYS,   00001400
      *                    GOES TO THE OFFSITE VAULT FOR ITS VAULT      00001500
      *                    DAYS, AND THEN COMES BACK AND IS RELEASED    00001600
      *                    TO SCRATCH.  PRINTS THE PULL LISTS FOR THE   00001700
      *                    VAULT RUN AND THE SCRATCH POOL, AND FLAGS    00001800
      *                    ANY GENERATION THE STREAM STILL NEEDS --     00001900
      *                    TODAY'S (0) FOR THE DAILY STEPS, (-1) FOR    00002000
      *                    DECKCOMP -- THAT IS DUE FOR OR MARKED FOR    00002100
      *                    SCRATCH, HOLDING IT ON THE SHELF INSTEAD.    00002200
      *                                                                 00002300
       ENVIRONMENT DIVISION.                                            00002400
       CONFIGURATION SECTION.                                           00002500
       SOURCE-COMPUTER. IBM-370.                                        00002600
       OBJECT-COMPUTER. IBM-370.                                        00002700
      *                                                                 00002800
       INPUT-OUTPUT SECTION.                                            00002900
       FILE-CONTROL.                                                    00003000
           SELECT CATALOG-OLD-FILE ASSIGN TO UT-S-CATOLD.               00003100
           SELECT CATALOG-NEW-FILE ASSIGN TO UT-S-CATNEW.               00003200
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO UT-S-RETSKED.        00003300
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003400
      *                                                                 00003500
       DATA DIVISION.                                                   00003600
       FILE SECTION.                                                    00003700
       FD  CATALOG-OLD-FILE                                             00003800
           LABEL RECORD IS OMITTED.                                     00003900
       01  CATALOG-OLD-RECORD          PIC X(80).                       00004000
      *                                                                 00004100
       FD  CATALOG-NEW-FILE                                             00004200
           LABEL RECORD IS OMITTED.                                     00004300
       01  CATALOG-NEW-RECORD          PIC X(80).                       00004400
      *                                                                 00004500
      *ONE CARD PER DECK NAME (AS ON DECKTAPE'S PARM CARD): DAYS IN     00004600
      *THE LIBRARY AFTER THE WRITE, DAYS IN THE VAULT AFTER THAT        00004700
      *(ZERO KEEPS THE DECK ONSITE), AND HOW MANY OF THE NEWEST         00004800
      *GENERATIONS THE STREAM STILL READS.                              00004900
       FD  SCHEDULE-FILE                                                00005000
           LABEL RECORD IS OMITTED.                                     00005100
       01  SCHEDULE-RECORD.                                             00005200
           05  RSK-DECK-NAME           PIC X(20).                       00005300
           05  RSK-LIBRARY-DAYS        PIC 9(03).                       00005400
           05  RSK-VAULT-DAYS          PIC 9(03).                       00005500
           05  RSK-GENERATIONS         PIC 9(02).                       00005600
           05  FILLER                  PIC X(52).                       00005700
      *                                                                 00005800
       FD  PRINT-FILE                                                   00005900
           LABEL RECORD IS OMITTED.                                     00006000
       01  PRINT-LINE                  PIC X(96).                       00006100
      *                                                                 00006200
       WORKING-STORAGE SECTION.                                         00006300
      *                                                                 00006400
       01  SCHEDULE-TABLE.                                              00006500
           05  SKT-ENTRY OCCURS 50 TIMES.                               00006600
               10  SKT-DECK-NAME       PIC X(20).                       00006700
               10  SKT-LIBRARY-DAYS    PIC 9(03).                       00006800
               10  SKT-VAULT-DAYS      PIC 9(03).                       00006900
               10  SKT-GENERATIONS     PIC 9(02).                       00007000
       77  WS-SKT-COUNT                PIC 99 VALUE 0.                  00007100
       77  WS-SKT-SUB                  PIC 99 VALUE 0.                  00007200
      *                                                                 00007300
      *A DECK WITH NO SCHEDULE CARD KEEPS THREE DAYS IN THE LIBRARY     00007400
      *AND THIRTY IN THE VAULT, AND ITS NEWEST TWO GENERATIONS ARE      00007500
      *NEVER MOVED OR RELEASED.                                         00007600
       77  WS-LIBRARY-DAYS             PIC 9(03) VALUE 3.               00007700
       77  WS-VAULT-DAYS               PIC 9(03) VALUE 30.              00007800
       77  WS-GENERATIONS              PIC 9(02) VALUE 2.               00007900
      *                                                                 00008000
      *THE CATALOG IS WORKED IN MEMORY SO EACH ENTRY'S GENERATION       00008100
      *CAN BE COUNTED FROM THE NEWER ENTRIES BEHIND IT.                 00008200
       01  CATALOG-TABLE.                                               00008300
           05  CTT-ENTRY OCCURS 2000 TIMES.                             00008400
               10  CTT-IMAGE           PIC X(80).                       00008500
               10  CTT-GENERATION      PIC 9(04).                       00008600
               10  CTT-AGE-DAYS        PIC 9(05).                       00008700
               10  CTT-ACTION          PIC X.                           00008800
       77  WS-CTT-COUNT                PIC 9(04) VALUE 0.               00008900
       77  WS-CTT-SUB                  PIC 9(04) VALUE 0.               00009000
       77  WS-LATER-SUB                PIC 9(04) VALUE 0.               00009100
       77  WS-ACTION-CODE              PIC X VALUE SPACE.               00009200
      *                                                                 00009300
       01  WORK-CATALOG-RECORD.                                         00009400
           COPY TAPECAT.                                                00009500
       01  WS-DECK-NAME-HOLD           PIC X(20) VALUE SPACES.          00009600
      *                                                                 00009700
       77  CATALOG-EOF-FLAG            PIC X VALUE "N".                 00009800
           88  CATALOG-IS-EOF          VALUE "Y".                       00009900
       77  SCHEDULE-EOF-FLAG           PIC X VALUE "N".                 00010000
           88  SCHEDULE-IS-EOF         VALUE "Y".                       00010100
       77  LINE-PRINTED-FLAG           PIC X VALUE "N".                 00010200
           88  LINE-WAS-PRINTED        VALUE "Y".                       00010300
      *                                                                 00010400
       01  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00010500
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.                     00010600
           05  WS-RUN-YY               PIC 99.                          00010700
           05  WS-RUN-MM               PIC 99.                          00010800
           05  WS-RUN-DD               PIC 99.                          00010900
       01  WS-WRITE-DATE-HOLD          PIC 9(06) VALUE 0.               00011000
       01  WS-WRITE-SPLIT REDEFINES WS-WRITE-DATE-HOLD.                 00011100
           05  WS-WRT-YY               PIC 99.                          00011200
           05  WS-WRT-MM               PIC 99.                          00011300
           05  WS-WRT-DD               PIC 99.                          00011400
       77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.              00011500
       77  WS-SCRATCH-AGE              PIC 9(04) VALUE 0.               00011600
      *                                                                 00011700
       77  WS-ENTRIES-READ             PIC 9(05) VALUE 0.               00011800
       77  WS-ENTRIES-WRITTEN          PIC 9(05) VALUE 0.               00011900
       77  WS-ENTRIES-DROPPED          PIC 9(05) VALUE 0.               00012000
       77  WS-TO-VAULT-COUNT           PIC 9(05) VALUE 0.               00012100
       77  WS-FROM-VAULT-COUNT         PIC 9(05) VALUE 0.               00012200
       77  WS-SCRATCH-COUNT            PIC 9(05) VALUE 0.               00012300
       77  WS-HELD-COUNT               PIC 9(05) VALUE 0.               00012400
      *                                                                 00012500
       01  TITLE-LINE.                                                  00012600
           05  FILLER                  PIC X(20) VALUE SPACES.          00012700
           05  FILLER                  PIC X(30)                        00012800
                   VALUE "TAPE LIBRARY VAULT ROTATION".                 00012900
           05  FILLER                  PIC X(06) VALUE "DATE: ".        00013000
           05  TTL-DATE                PIC 9(06).                       00013100
      *                                                                 00013200
       01  SECTION-LINE.                                                00013300
           05  FILLER                  PIC X(02) VALUE SPACES.          00013400
           05  SCL-TITLE               PIC X(60).                       00013500
      *                                                                 00013600
       01  CAPTION-LINE.                                                00013700
           05  FILLER                  PIC X(02) VALUE SPACES.          00013800
           05  FILLER                  PIC X(40)                        00013900
                   VALUE "VOLUME  DECK NAME             WRITTEN  ".     00014000
           05  FILLER                  PIC X(22)                        00014100
                   VALUE " GEN   CARDS   AGE".                          00014200
      *                                                                 00014300
       01  DETAIL-LINE.                                                 00014400
           05  FILLER                  PIC X(02) VALUE SPACES.          00014500
           05  DTL-VOLUME-SERIAL       PIC X(06).                       00014600
           05  FILLER                  PIC X(02) VALUE SPACES.          00014700
           05  DTL-DECK-NAME           PIC X(20).                       00014800
           05  FILLER                  PIC X(02) VALUE SPACES.          00014900
           05  DTL-WRITE-DATE          PIC 9(06).                       00015000
           05  FILLER                  PIC X(04) VALUE SPACES.          00015100
           05  DTL-GENERATION          PIC ---9.                        00015200
           05  FILLER                  PIC X(02) VALUE SPACES.          00015300
           05  DTL-CARD-COUNT          PIC ZZ,ZZ9.                      00015400
           05  FILLER                  PIC X(02) VALUE SPACES.          00015500
           05  DTL-AGE-DAYS            PIC ZZZ9.                        00015600
           05  FILLER                  PIC X(02) VALUE SPACES.          00015700
           05  DTL-NOTE                PIC X(34).                       00015800
      *                                                                 00015900
       01  NONE-LINE.                                                   00016000
           05  FILLER                  PIC X(10) VALUE SPACES.          00016100
           05  FILLER                  PIC X(06) VALUE "(NONE)".        00016200
      *                                                                 00016300
       01  COUNT-LINE.                                                  00016400
           05  FILLER                  PIC X(02) VALUE SPACES.          00016500
           05  CNL-TEXT                PIC X(32).                       00016600
           05  CNL-COUNT               PIC ZZ,ZZ9.                      00016700
      *                                                                 00016800
       01  PROOF-BAD-LINE.                                              00016900
           05  FILLER                  PIC X(02) VALUE SPACES.          00017000
           05  FILLER                  PIC X(50) VALUE                  00017100
          "*** CATALOG OUT OF BALANCE - DO NOT PROMOTE ***".            00017200
      *                                                                 00017300
       PROCEDURE DIVISION.                                              00017400
       000-MAIN.                                                        00017500
           PERFORM INITIALIZATION.                                      00017600
           PERFORM LOAD-ONE-SCHEDULE UNTIL SCHEDULE-IS-EOF.             00017700
           PERFORM LOAD-ONE-CATALOG-ENTRY UNTIL CATALOG-IS-EOF.         00017800
           PERFORM ROTATE-ONE-ENTRY                                     00017900
               VARYING WS-CTT-SUB FROM 1 BY 1                           00018000
               UNTIL WS-CTT-SUB > WS-CTT-COUNT.                         00018100
           PERFORM PRINT-PULL-LISTS.                                    00018200
           PERFORM WRITE-ONE-CATALOG-ENTRY                              00018300
               VARYING WS-CTT-SUB FROM 1 BY 1                           00018400
               UNTIL WS-CTT-SUB > WS-CTT-COUNT.                         00018500
           PERFORM CLOSING.                                             00018600
           STOP RUN.                                                    00018700
      *                                                                 00018800
       INITIALIZATION.                                                  00018900
           ACCEPT WS-RUN-DATE FROM DATE.                                00019000
           OPEN INPUT CATALOG-OLD-FILE, SCHEDULE-FILE,                  00019100
                OUTPUT CATALOG-NEW-FILE, PRINT-FILE.                    00019200
           MOVE WS-RUN-DATE TO TTL-DATE.                                00019300
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00019400
           READ SCHEDULE-FILE                                           00019500
               AT END MOVE "Y" TO SCHEDULE-EOF-FLAG.                    00019600
           READ CATALOG-OLD-FILE                                        00019700
               AT END MOVE "Y" TO CATALOG-EOF-FLAG.                     00019800
      *                                                                 00019900
       LOAD-ONE-SCHEDULE.                                               00020000
           IF RSK-LIBRARY-DAYS NUMERIC                                  00020100
             AND RSK-VAULT-DAYS NUMERIC                                 00020200
             AND RSK-GENERATIONS NUMERIC                                00020300
               ADD 1 TO WS-SKT-COUNT                                    00020400
               IF WS-SKT-COUNT > 50                                     00020500
                   DISPLAY "TAPEROT HALTED - SCHEDULE TABLE FULL AT 50" 00020600
                   MOVE 16 TO RETURN-CODE                               00020700
                   STOP RUN                                             00020800
               END-IF                                                   00020900
               MOVE RSK-DECK-NAME TO SKT-DECK-NAME(WS-SKT-COUNT)        00021000
               MOVE RSK-LIBRARY-DAYS TO SKT-LIBRARY-DAYS(WS-SKT-COUNT)  00021100
               MOVE RSK-VAULT-DAYS TO SKT-VAULT-DAYS(WS-SKT-COUNT)      00021200
               MOVE RSK-GENERATIONS TO SKT-GENERATIONS(WS-SKT-COUNT)    00021300
           ELSE                                                         00021400
               DISPLAY "TAPEROT - SCHEDULE CARD IGNORED: "              00021500
                   SCHEDULE-RECORD                                      00021600
           END-IF.                                                      00021700
           READ SCHEDULE-FILE                                           00021800
               AT END MOVE "Y" TO SCHEDULE-EOF-FLAG.                    00021900
      *                                                                 00022000
      *EACH NEW ENTRY IS ONE GENERATION NEWER THAN EVERY EARLIER        00022100
      *ENTRY FOR THE SAME DECK, SO THOSE ARE PUSHED BACK ONE.           00022200
       LOAD-ONE-CATALOG-ENTRY.                                          00022300
           ADD 1 TO WS-ENTRIES-READ.                                    00022400
           ADD 1 TO WS-CTT-COUNT.                                       00022500
           IF WS-CTT-COUNT > 2000                                       00022600
               DISPLAY "TAPEROT HALTED - CATALOG TABLE FULL AT 2000"    00022700
               MOVE 16 TO RETURN-CODE                                   00022800
               STOP RUN                                                 00022900
           END-IF.                                                      00023000
           MOVE CATALOG-OLD-RECORD TO CTT-IMAGE(WS-CTT-COUNT).          00023100
           MOVE 0 TO CTT-GENERATION(WS-CTT-COUNT).                      00023200
           MOVE SPACE TO CTT-ACTION(WS-CTT-COUNT).                      00023300
           MOVE CATALOG-OLD-RECORD TO WORK-CATALOG-RECORD.              00023400
           MOVE TCT-DECK-NAME TO WS-DECK-NAME-HOLD.                     00023500
           PERFORM AGE-ONE-EARLIER-ENTRY                                00023600
               VARYING WS-LATER-SUB FROM 1 BY 1                         00023700
               UNTIL WS-LATER-SUB NOT < WS-CTT-COUNT.                   00023800
           READ CATALOG-OLD-FILE                                        00023900
               AT END MOVE "Y" TO CATALOG-EOF-FLAG.                     00024000
      *                                                                 00024100
       AGE-ONE-EARLIER-ENTRY.                                           00024200
           IF CTT-IMAGE(WS-LATER-SUB)(7:20) EQUAL WS-DECK-NAME-HOLD     00024300
               ADD 1 TO CTT-GENERATION(WS-LATER-SUB)                    00024400
           END-IF.                                                      00024500
      *                                                                 00024600
      *THE DECK'S SCHEDULE DECIDES THE MOVE.  AGES ARE APPROXIMATE      00024700
      *DAYS SINCE THE WRITE, IN THE BANKRECN ARITHMETIC.  A             00024800
      *GENERATION THE STREAM STILL NEEDS NEVER LEAVES THE LIBRARY       00024900
      *AND IS NEVER RELEASED; ONE THAT IS DUE FOR SCRATCH, OR WAS       00025000
      *MARKED FOR IT, IS FLAGGED AND HELD ACTIVE.  A VOLUME             00025100
      *RELEASED ON AN EARLIER RUN HAS GONE TO THE SCRATCH POOL AND      00025200
      *LEAVES THE CATALOG.                                              00025300
       ROTATE-ONE-ENTRY.                                                00025400
           MOVE CTT-IMAGE(WS-CTT-SUB) TO WORK-CATALOG-RECORD.           00025500
           PERFORM FIND-DECK-SCHEDULE.                                  00025600
           MOVE TCT-WRITE-DATE TO WS-WRITE-DATE-HOLD.                   00025700
           COMPUTE WS-AGE-DAYS =                                        00025800
               ((WS-RUN-YY - WS-WRT-YY) * 365)                          00025900
               + ((WS-RUN-MM - WS-WRT-MM) * 30)                         00026000
               + (WS-RUN-DD - WS-WRT-DD).                               00026100
           IF WS-AGE-DAYS < 0                                           00026200
               MOVE 0 TO WS-AGE-DAYS                                    00026300
           END-IF.                                                      00026400
           MOVE WS-AGE-DAYS TO CTT-AGE-DAYS(WS-CTT-SUB).                00026500
           ADD WS-LIBRARY-DAYS WS-VAULT-DAYS GIVING WS-SCRATCH-AGE.     00026600
           MOVE SPACE TO WS-ACTION-CODE.                                00026700
           IF TCT-IS-SCRATCH                                            00026800
               IF CTT-GENERATION(WS-CTT-SUB) < WS-GENERATIONS           00026900
                   MOVE "M" TO WS-ACTION-CODE                           00027000
                   MOVE "A" TO TCT-STATUS                               00027100
                   MOVE WS-RUN-DATE TO TCT-STATUS-DATE                  00027200
               ELSE                                                     00027300
                   IF TCT-STATUS-DATE < WS-RUN-DATE                     00027400
                       MOVE "D" TO WS-ACTION-CODE                       00027500
                   END-IF                                               00027600
               END-IF                                                   00027700
           ELSE                                                         00027800
               IF WS-AGE-DAYS NOT < WS-SCRATCH-AGE                      00027900
                   IF CTT-GENERATION(WS-CTT-SUB) < WS-GENERATIONS       00028000
                       MOVE "H" TO WS-ACTION-CODE                       00028100
                   ELSE                                                 00028200
                       IF TCT-IN-VAULT                                  00028300
                           MOVE "R" TO WS-ACTION-CODE                   00028400
                           MOVE "L" TO TCT-LOCATION                     00028500
                           MOVE WS-RUN-DATE TO TCT-LOCATION-DATE        00028600
                       ELSE                                             00028700
                           MOVE "S" TO WS-ACTION-CODE                   00028800
                       END-IF                                           00028900
                       MOVE "S" TO TCT-STATUS                           00029000
                       MOVE WS-RUN-DATE TO TCT-STATUS-DATE              00029100
                   END-IF                                               00029200
               ELSE                                                     00029300
                   IF TCT-IN-LIBRARY                                    00029400
                     AND WS-VAULT-DAYS > 0                              00029500
                     AND WS-AGE-DAYS NOT < WS-LIBRARY-DAYS              00029600
                     AND CTT-GENERATION(WS-CTT-SUB) NOT < WS-GENERATIONS00029700
                       MOVE "V" TO WS-ACTION-CODE                       00029800
                       MOVE "V" TO TCT-LOCATION                         00029900
                       MOVE WS-RUN-DATE TO TCT-LOCATION-DATE            00030000
                   END-IF                                               00030100
               END-IF                                                   00030200
           END-IF.                                                      00030300
           MOVE WS-ACTION-CODE TO CTT-ACTION(WS-CTT-SUB).               00030400
           MOVE WORK-CATALOG-RECORD TO CTT-IMAGE(WS-CTT-SUB).           00030500
      *                                                                 00030600
       FIND-DECK-SCHEDULE.                                              00030700
           MOVE 3 TO WS-LIBRARY-DAYS.                                   00030800
           MOVE 30 TO WS-VAULT-DAYS.                                    00030900
           MOVE 2 TO WS-GENERATIONS.                                    00031000
           PERFORM MATCH-ONE-SCHEDULE                                   00031100
               VARYING WS-SKT-SUB FROM 1 BY 1                           00031200
               UNTIL WS-SKT-SUB > WS-SKT-COUNT.                         00031300
      *                                                                 00031400
       MATCH-ONE-SCHEDULE.                                              00031500
           IF SKT-DECK-NAME(WS-SKT-SUB) EQUAL TCT-DECK-NAME             00031600
               MOVE SKT-LIBRARY-DAYS(WS-SKT-SUB) TO WS-LIBRARY-DAYS     00031700
               MOVE SKT-VAULT-DAYS(WS-SKT-SUB) TO WS-VAULT-DAYS         00031800
               MOVE SKT-GENERATIONS(WS-SKT-SUB) TO WS-GENERATIONS       00031900
           END-IF.                                                      00032000
      *                                                                 00032100
      *ONE SECTION PER LIST: THE OPERATOR PULLS THE FIRST FROM THE      00032200
      *RACKS FOR THE VAULT COURIER, CHECKS THE SECOND OFF THE           00032300
      *COURIER'S RETURN BOX INTO THE SCRATCH POOL, MOVES THE THIRD      00032400
      *FROM THE RACKS TO THE SCRATCH POOL, AND LEAVES THE FLAGGED       00032500
      *VOLUMES WHERE THEY ARE.                                          00032600
       PRINT-PULL-LISTS.                                                00032700
           MOVE "PULL FOR OFFSITE VAULT" TO SCL-TITLE.                  00032800
           MOVE "V" TO WS-ACTION-CODE.                                  00032900
           PERFORM PRINT-ONE-LIST.                                      00033000
           MOVE "RETURNING FROM OFFSITE VAULT - RELEASE TO SCRATCH"     00033100
               TO SCL-TITLE.                                            00033200
           MOVE "R" TO WS-ACTION-CODE.                                  00033300
           PERFORM PRINT-ONE-LIST.                                      00033400
           MOVE "RELEASE FROM LIBRARY TO SCRATCH" TO SCL-TITLE.         00033500
           MOVE "S" TO WS-ACTION-CODE.                                  00033600
           PERFORM PRINT-ONE-LIST.                                      00033700
           MOVE "*** GENERATIONS STILL NEEDED - DUE FOR SCRATCH ***"    00033800
               TO SCL-TITLE.                                            00033900
           MOVE "H" TO WS-ACTION-CODE.                                  00034000
           PERFORM PRINT-ONE-LIST.                                      00034100
           MOVE "*** GENERATIONS STILL NEEDED - MARKED FOR SCRATCH ***" 00034200
               TO SCL-TITLE.                                            00034300
           MOVE "M" TO WS-ACTION-CODE.                                  00034400
           PERFORM PRINT-ONE-LIST.                                      00034500
      *                                                                 00034600
       PRINT-ONE-LIST.                                                  00034700
           WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.  00034800
           WRITE PRINT-LINE FROM CAPTION-LINE AFTER ADVANCING 1 LINE.   00034900
           MOVE "N" TO LINE-PRINTED-FLAG.                               00035000
           PERFORM PRINT-ONE-LIST-ENTRY                                 00035100
               VARYING WS-CTT-SUB FROM 1 BY 1                           00035200
               UNTIL WS-CTT-SUB > WS-CTT-COUNT.                         00035300
           IF NOT LINE-WAS-PRINTED                                      00035400
               WRITE PRINT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINE   00035500
           END-IF.                                                      00035600
      *                                                                 00035700
       PRINT-ONE-LIST-ENTRY.                                            00035800
           IF CTT-ACTION(WS-CTT-SUB) EQUAL WS-ACTION-CODE               00035900
               MOVE "Y" TO LINE-PRINTED-FLAG                            00036000
               MOVE CTT-IMAGE(WS-CTT-SUB) TO WORK-CATALOG-RECORD        00036100
               MOVE TCT-VOLUME-SERIAL TO DTL-VOLUME-SERIAL              00036200
               MOVE TCT-DECK-NAME TO DTL-DECK-NAME                      00036300
               MOVE TCT-WRITE-DATE TO DTL-WRITE-DATE                    00036400
               COMPUTE DTL-GENERATION = 0 - CTT-GENERATION(WS-CTT-SUB)  00036500
               MOVE TCT-CARD-COUNT TO DTL-CARD-COUNT                    00036600
               MOVE CTT-AGE-DAYS(WS-CTT-SUB) TO DTL-AGE-DAYS            00036700
               IF WS-ACTION-CODE EQUAL "V"                              00036800
                   MOVE "LIBRARY TO VAULT" TO DTL-NOTE                  00036900
               ELSE                                                     00037000
               IF WS-ACTION-CODE EQUAL "R"                              00037100
                   MOVE "VAULT TO SCRATCH POOL" TO DTL-NOTE             00037200
               ELSE                                                     00037300
               IF WS-ACTION-CODE EQUAL "S"                              00037400
                   MOVE "LIBRARY TO SCRATCH POOL" TO DTL-NOTE           00037500
               ELSE                                                     00037600
               IF TCT-IN-VAULT                                          00037700
                   MOVE "HELD - DO NOT SCRATCH (IN VAULT)"              00037800
                       TO DTL-NOTE                                      00037900
               ELSE                                                     00038000
                   MOVE "HELD - DO NOT SCRATCH" TO DTL-NOTE             00038100
               END-IF                                                   00038200
               END-IF                                                   00038300
               END-IF                                                   00038400
               END-IF                                                   00038500
               WRITE PRINT-LINE FROM DETAIL-LINE                        00038600
                   AFTER ADVANCING 1 LINE                               00038700
               IF WS-ACTION-CODE EQUAL "V"                              00038800
                   ADD 1 TO WS-TO-VAULT-COUNT                           00038900
               ELSE                                                     00039000
               IF WS-ACTION-CODE EQUAL "R"                              00039100
                   ADD 1 TO WS-FROM-VAULT-COUNT                         00039200
               ELSE                                                     00039300
               IF WS-ACTION-CODE EQUAL "S"                              00039400
                   ADD 1 TO WS-SCRATCH-COUNT                            00039500
               ELSE                                                     00039600
                   ADD 1 TO WS-HELD-COUNT                               00039700
               END-IF                                                   00039800
               END-IF                                                   00039900
               END-IF                                                   00040000
           END-IF.                                                      00040100
      *                                                                 00040200
       WRITE-ONE-CATALOG-ENTRY.                                         00040300
           IF CTT-ACTION(WS-CTT-SUB) EQUAL "D"                          00040400
               ADD 1 TO WS-ENTRIES-DROPPED                              00040500
           ELSE                                                         00040600
               WRITE CATALOG-NEW-RECORD FROM CTT-IMAGE(WS-CTT-SUB)      00040700
               ADD 1 TO WS-ENTRIES-WRITTEN                              00040800
           END-IF.                                                      00040900
      *                                                                 00041000
      *ENTRIES READ MUST EQUAL ENTRIES WRITTEN PLUS THOSE DROPPED       00041100
      *AFTER THEIR RELEASE TO SCRATCH.                                  00041200
       CLOSING.                                                         00041300
           MOVE "CATALOG ENTRIES READ" TO CNL-TEXT.                     00041400
           MOVE WS-ENTRIES-READ TO CNL-COUNT.                           00041500
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 3 LINES.    00041600
           MOVE "CATALOG ENTRIES WRITTEN" TO CNL-TEXT.                  00041700
           MOVE WS-ENTRIES-WRITTEN TO CNL-COUNT.                        00041800
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00041900
           MOVE "SCRATCHED ENTRIES DROPPED" TO CNL-TEXT.                00042000
           MOVE WS-ENTRIES-DROPPED TO CNL-COUNT.                        00042100
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00042200
           MOVE "VOLUMES TO VAULT" TO CNL-TEXT.                         00042300
           MOVE WS-TO-VAULT-COUNT TO CNL-COUNT.                         00042400
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 2 LINES.    00042500
           MOVE "VOLUMES BACK FROM VAULT" TO CNL-TEXT.                  00042600
           MOVE WS-FROM-VAULT-COUNT TO CNL-COUNT.                       00042700
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00042800
           MOVE "VOLUMES RELEASED FROM LIBRARY" TO CNL-TEXT.            00042900
           MOVE WS-SCRATCH-COUNT TO CNL-COUNT.                          00043000
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00043100
           MOVE "NEEDED GENERATIONS HELD" TO CNL-TEXT.                  00043200
           MOVE WS-HELD-COUNT TO CNL-COUNT.                             00043300
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00043400
           IF WS-ENTRIES-READ NOT EQUAL                                 00043500
                   WS-ENTRIES-WRITTEN + WS-ENTRIES-DROPPED              00043600
               WRITE PRINT-LINE FROM PROOF-BAD-LINE                     00043700
                   AFTER ADVANCING 2 LINES                              00043800
               MOVE 16 TO RETURN-CODE                                   00043900
           END-IF.                                                      00044000
           CLOSE CATALOG-OLD-FILE, CATALOG-NEW-FILE, SCHEDULE-FILE,     00044100
               PRINT-FILE.                                              00044200
/*                                                                      00044300
//* RUN DAILY AFTER THE DECKTAPE RUNS.  PROMOTE                         00044400
//* SIMONCO.TAPE.CATALOG.NEW OVER SIMONCO.TAPE.CATALOG BEFORE THE       00044500
//* NEXT DECKTAPE RUN ADDS TO IT.                                       00044600
//GO.CATOLD  DD DSN=SIMONCO.TAPE.CATALOG,DISP=SHR                       00044700
//GO.CATNEW  DD DSN=SIMONCO.TAPE.CATALOG.NEW,                           00044800
//             DISP=(NEW,CATLG,DELETE),                                 00044900
//             SPACE=(TRK,(1,1)),                                       00045000
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                     00045100
//GO.RETSKED DD *                                                       00045200
DAILY CARD DECK     00303002
PAYRATE DECK        00303002
PAYROLL DECK        00309002
/*                                                                      00045600
//GO.OUTPUT  DD SYSOUT=*,                                               00045700
//             DCB=(RECFM=FBA,LRECL=96,BLKSIZE=9600)                    00045800
//                                                                      00045900
