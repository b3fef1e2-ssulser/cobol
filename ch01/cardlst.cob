      *                    FRONT OF A DECK THAT ARRIVES ON THE TAPE     00004200
      *                    DECKTAPE WRITES; THE TAPE'S TRAILER IS       00004300
      *                    THE SAME TRAILER CARD ALREADY RECOGNIZED.    00004400
      *    2026-10-15  SS  A LEADING *LAYOUT CARD NAMES A DECK TYPE     00004500
      *                    ON THE NEW LAYOUT DEFINITION FILE; EACH      00004600
      *                    CARD THEN LISTS FIELD BY FIELD UNDER ITS     00004700
      *                    IMAGE WITH NAME, COLUMNS, AND TYPE, AND A    00004800
      *                    FIELD WHOSE PUNCHES DO NOT FIT ITS TYPE      00004900
      *                    (LETTERS IN A NUMERIC FIELD, AN IMPOSSIBLE   00005000
      *                    DATE) IS FLAGGED.  WITHOUT THE CARD THE      00005100
      *                    RAW IMAGE LISTING IS UNCHANGED.  THE         00005200
      *                    *OPTIONS AND *LAYOUT CARDS MAY LEAD THE      00005300
      *                    DECK IN EITHER ORDER.                        00005400
      *                                                                 00005500
       ENVIRONMENT DIVISION.                                            00005600
       CONFIGURATION SECTION.                                           00005700
       SOURCE-COMPUTER. IBM-370.                                        00005800
       OBJECT-COMPUTER. IBM-370.                                        00005900
       INPUT-OUTPUT SECTION.                                            00006000
       FILE-CONTROL.                                                    00006100
           SELECT CARD-FILE ASSIGN TO UT-S-INPUT.                       00006200
           SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00006300
           SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.               00006400
           SELECT OPTIONAL LAYOUT-FILE ASSIGN TO UT-S-LAYOUT.           00006500
      *                                                                 00006600
       DATA DIVISION.                                                   00006700
       FILE SECTION.                                                    00006800
       FD  CARD-FILE                                                    00006900
           LABEL RECORD IS OMITTED.                                     00007000
       01  CARD-RECORD                 PIC X(80).                       00007100
       01  TRAILER-CARD-LAYOUT REDEFINES CARD-RECORD.                   00007200
           05  TRC-MARKER               PIC X(07).                      00007300
           05  TRC-EXPECTED-COUNT       PIC 9(05).                      00007400
           05  FILLER                   PIC X(68).                      00007500
      *                                                                 00007600
       FD  PRINT-FILE                                                   00007700
           LABEL RECORD IS OMITTED                                      00007800
           LINAGE IS 40 LINES                                           00007900
               AT TOP 3                                                 00008000
               AT BOTTOM 3.                                             00008100
       01  PRINT-LINE                  PIC X(132).                      00008200
      *                                                                 00008300
       FD  RUN-CONTROL-FILE                                             00008400
           LABEL RECORD IS OMITTED.                                     00008500
       01  RUN-CONTROL-RECORD.                                          00008600
           COPY RUNCTL.                                                 00008700
      *                                                                 00008800
      *ONE CARD PER FIELD, GROUPED BY LAYOUT NAME IN CARD ORDER.  THE   00008900
      *TYPE IS X (ANY PUNCHES), A (LETTERS AND SPACES), N (UNSIGNED     00009000
      *DIGITS), S (DIGITS WITH AN OVERPUNCHED SIGN IN THE LAST          00009100
      *COLUMN), OR D (A YYMMDD DATE).  A CARD WITH AN ASTERISK IN       00009200
      *COLUMN 1 IS A COMMENT.                                           00009300
       FD  LAYOUT-FILE                                                  00009400
           LABEL RECORD IS OMITTED.                                     00009500
       01  LAYOUT-DEFINITION-RECORD.                                    00009600
           05  LDF-LAYOUT-NAME         PIC X(08).                       00009700
           05  FILLER                  PIC X(01).                       00009800
           05  LDF-FIELD-NAME          PIC X(20).                       00009900
           05  FILLER                  PIC X(01).                       00010000
           05  LDF-START-COLUMN        PIC 9(02).                       00010100
           05  FILLER                  PIC X(01).                       00010200
           05  LDF-FIELD-LENGTH        PIC 9(02).                       00010300
           05  FILLER                  PIC X(01).                       00010400
           05  LDF-FIELD-TYPE          PIC X(01).                       00010500
               88  LDF-TYPE-IS-VALID   VALUE "X" "A" "N" "S" "D".       00010600
           05  FILLER                  PIC X(43).                       00010700
      *                                                                 00010800
       WORKING-STORAGE SECTION.                                         00010900
       01  PAGE-TITLE-LINE.                                             00011000
           05  FILLER                  PIC X(52) VALUE SPACES.          00011100
           05  FILLER                  PIC X(12) VALUE "CARD LISTING".  00011200
      *                                                                 00011300
       01  PAGE-NUMBER-LINE.                                            00011400
           05  FILLER                  PIC X(119) VALUE SPACES.         00011500
           05  FILLER                  PIC X(06) VALUE "PAGE: ".        00011600
           05  PAGE-NUMBER             PIC Z9.                          00011700
      *                                                                 00011800
      *THE PRINTABLE SET IS WHAT THE SHOP'S PRINT TRAIN CARRIES;        00011900
      *ANYTHING ELSE IS AN OFF-PUNCH THAT WOULD LIST AS BLANKS OR       00012000
      *GARBAGE AND FAIL PAYROLL'S EDITS LATER.                          00012100
       01  PRINTABLE-SET               PIC X(54) VALUE                  00012200
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 .,;:'()*+-/=$#@&".     00012300
       77  WS-SET-LENGTH               PIC 99 VALUE 54.                 00012400
      *                                                                 00012500
       01  ORD-PAIR.                                                    00012600
           05  FILLER                  PIC X VALUE LOW-VALUE.           00012700
           05  ORD-CHAR                PIC X.                           00012800
       01  ORD-VALUE REDEFINES ORD-PAIR                                 00012900
                                       PIC 9(4) COMP.                   00013000
       01  HEX-DIGIT-SET               PIC X(16)                        00013100
           VALUE "0123456789ABCDEF".                                    00013200
       77  WS-HIGH-NIBBLE              PIC 99 VALUE 0.                  00013300
       77  WS-LOW-NIBBLE               PIC 99 VALUE 0.                  00013400
      *                                                                 00013500
       77  HEX-MODE-FLAG               PIC X VALUE "N".                 00013600
           88  HEX-REQUESTED           VALUE "Y".                       00013700
       77  CARD-FLAGGED-FLAG           PIC X VALUE "N".                 00013800
           88  CARD-IS-FLAGGED         VALUE "Y".                       00013900
       77  CHAR-PRINTABLE-FLAG         PIC X VALUE "N".                 00014000
           88  CHAR-IS-PRINTABLE       VALUE "Y".                       00014100
       77  FLAGGED-CARD-COUNT          PIC 9(05) VALUE 0.               00014200
       77  WS-COLUMN-SUB               PIC 99 VALUE 0.                  00014300
       77  WS-SET-SUB                  PIC 99 VALUE 0.                  00014400
       77  FIRST-CARD-FLAG             PIC X VALUE "Y".                 00014500
           88  IS-FIRST-CARD           VALUE "Y".                       00014600
      *                                                                 00014700
      *THE FIELDS OF THE LAYOUT NAMED ON THE *LAYOUT CARD.              00014800
       01  LAYOUT-FIELD-TABLE.                                          00014900
           05  LFT-ENTRY OCCURS 40 TIMES.                               00015000
               10  LFT-FIELD-NAME      PIC X(20).                       00015100
               10  LFT-START-COLUMN    PIC 99.                          00015200
               10  LFT-FIELD-LENGTH    PIC 99.                          00015300
               10  LFT-FIELD-TYPE      PIC X.                           00015400
       77  WS-LFT-COUNT                PIC 99 VALUE 0.                  00015500
       77  WS-LFT-SUB                  PIC 99 VALUE 0.                  00015600
       77  WS-LAYOUT-NAME              PIC X(08) VALUE SPACES.          00015700
       77  LAYOUT-MODE-FLAG            PIC X VALUE "N".                 00015800
           88  LAYOUT-REQUESTED        VALUE "Y".                       00015900
       77  LAYOUT-EOF-FLAG             PIC X VALUE "N".                 00016000
           88  LAYOUT-IS-EOF           VALUE "Y".                       00016100
       77  FIELD-BAD-FLAG              PIC X VALUE "N".                 00016200
           88  FIELD-IS-BAD            VALUE "Y".                       00016300
       77  CARD-FIELD-ERROR-FLAG       PIC X VALUE "N".                 00016400
           88  CARD-HAS-FIELD-ERROR    VALUE "Y".                       00016500
       77  FIELD-ERROR-CARD-COUNT      PIC 9(05) VALUE 0.               00016600
       77  WS-FIELD-END-COLUMN         PIC 99 VALUE 0.                  00016700
       77  WS-PRINT-LENGTH             PIC 99 VALUE 0.                  00016800
       77  WS-SIGN-COLUMN              PIC 99 VALUE 0.                  00016900
       77  WS-SIGN-TALLY               PIC 99 VALUE 0.                  00017000
      *                                                                 00017100
      *A SIGNED FIELD'S LAST COLUMN IS A DIGIT OR CARRIES THE SIGN      00017200
      *OVERPUNCHED ON IT: { AND A-I POSITIVE, } AND J-R NEGATIVE.       00017300
       01  OVERPUNCH-SET               PIC X(20)                        00017400
           VALUE "{ABCDEFGHI}JKLMNOPQR".                                00017500
       01  DATE-CHECK                  PIC X(06) VALUE SPACES.          00017600
       01  DATE-CHECK-SPLIT REDEFINES DATE-CHECK.                       00017700
           05  DCK-YY                  PIC 99.                          00017800
           05  DCK-MM                  PIC 99.                          00017900
           05  DCK-DD                  PIC 99.                          00018000
       01  MONTH-DAYS-VALUES.                                           00018100
           05  FILLER                  PIC X(24)                        00018200
                   VALUE "312831303130313130313031".                    00018300
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.                00018400
           05  MDT-DAYS                PIC 99 OCCURS 12 TIMES.          00018500
       77  WS-MONTH-LENGTH             PIC 99 VALUE 0.                  00018600
       77  WS-LEAP-QUOTIENT            PIC 99 VALUE 0.                  00018700
       77  WS-LEAP-REMAINDER           PIC 9 VALUE 0.                   00018800
      *                                                                 00018900
       01  LAYOUT-HEAD-LINE.                                            00019000
           05  FILLER                  PIC X(11) VALUE SPACES.          00019100
           05  FILLER                  PIC X(17)                        00019200
               VALUE "LISTED BY LAYOUT ".                               00019300
           05  LHL-LAYOUT-NAME         PIC X(08).                       00019400
           05  FILLER                  PIC X(03) VALUE " - ".           00019500
           05  LHL-FIELD-COUNT         PIC Z9.                          00019600
           05  FILLER                  PIC X(07) VALUE " FIELDS".       00019700
      *                                                                 00019800
       01  LAYOUT-MISSING-LINE.                                         00019900
           05  FILLER                  PIC X(11) VALUE SPACES.          00020000
           05  FILLER                  PIC X(11) VALUE "*** LAYOUT ".   00020100
           05  LML-LAYOUT-NAME         PIC X(08).                       00020200
           05  FILLER                  PIC X(40)                        00020300
               VALUE " NOT ON LAYOUT FILE - RAW LISTING ONLY".          00020400
      *                                                                 00020500
       01  LAYOUT-BAD-LINE.                                             00020600
           05  FILLER                  PIC X(11) VALUE SPACES.          00020700
           05  FILLER                  PIC X(27)                        00020800
               VALUE "*** LAYOUT CARD IGNORED -- ".                     00020900
           05  LBL-IMAGE               PIC X(80).                       00021000
      *                                                                 00021100
      *FIELD VALUES LONGER THAN ONE LINE CONTINUE ON THE NEXT LINE      00021200
      *UNDER THE SAME COLUMN.                                           00021300
       01  FIELD-LINE.                                                  00021400
           05  FILLER                  PIC X(11) VALUE SPACES.          00021500
           05  FLL-FIELD-NAME          PIC X(20).                       00021600
           05  FILLER                  PIC X(07) VALUE "  COLS ".       00021700
           05  FLL-START-COLUMN        PIC Z9.                          00021800
           05  FLL-DASH                PIC X(01) VALUE "-".             00021900
           05  FLL-END-COLUMN          PIC Z9.                          00022000
           05  FILLER                  PIC X(02) VALUE SPACES.          00022100
           05  FLL-TYPE-WORD           PIC X(07).                       00022200
           05  FILLER                  PIC X(02) VALUE SPACES.          00022300
           05  FLL-VALUE               PIC X(50).                       00022400
           05  FILLER                  PIC X(02) VALUE SPACES.          00022500
           05  FLL-MESSAGE             PIC X(26).                       00022600
      *                                                                 00022700
       01  FIELD-ERROR-COUNT-LINE.                                      00022800
           05  FILLER                  PIC X(11) VALUE SPACES.          00022900
           05  FILLER                  PIC X(22)                        00023000
               VALUE "CARDS WITH BAD FIELDS ".                          00023100
           05  FEC-COUNT               PIC ZZZZ9.                       00023200
      *                                                                 00023300
       01  WARNING-LINE.                                                00023400
           05  FILLER                  PIC X(11) VALUE SPACES.          00023500
           05  FILLER                  PIC X(42) VALUE                  00023600
               "*** NON-PRINTABLE PUNCHES IN COLUMNS SHOWN".            00023700
      *                                                                 00023800
      *THE FLAGGED IMAGE, THE COLUMN MARKS, AND THE HEX DIGITS ALL      00023900
      *START AT THE SAME COLUMN SO THE STARS SIT DIRECTLY UNDER         00024000
      *THE BAD PUNCHES.                                                 00024100
       01  FLAGGED-IMAGE-LINE.                                          00024200
           05  FILLER                  PIC X(03) VALUE SPACES.          00024300
           05  FILLER                  PIC X(08) VALUE "CARD:   ".      00024400
           05  FIL-IMAGE               PIC X(80).                       00024500
      *                                                                 00024600
       01  COLUMN-MARK-LINE.                                            00024700
           05  FILLER                  PIC X(03) VALUE SPACES.          00024800
           05  FILLER                  PIC X(08) VALUE "COLS:   ".      00024900
           05  CML-MARKS               PIC X(80).                       00025000
      *                                                                 00025100
       01  HEX-HIGH-LINE.                                               00025200
           05  FILLER                  PIC X(03) VALUE SPACES.          00025300
           05  FILLER                  PIC X(08) VALUE "HEX HI: ".      00025400
           05  HHL-DIGITS              PIC X(80).                       00025500
      *                                                                 00025600
       01  HEX-LOW-LINE.                                                00025700
           05  FILLER                  PIC X(03) VALUE SPACES.          00025800
           05  FILLER                  PIC X(08) VALUE "HEX LO: ".      00025900
           05  HLL-DIGITS              PIC X(80).                       00026000
      *                                                                 00026100
       01  FLAGGED-COUNT-LINE.                                          00026200
           05  FILLER                  PIC X(11) VALUE SPACES.          00026300
           05  FILLER                  PIC X(22)                        00026400
               VALUE "CARDS FLAGGED  . . . ".                           00026500
           05  FCL-COUNT               PIC ZZZZ9.                       00026600
      *                                                                 00026700
       01  TRAILER-LINE.                                                00026800
           05  FILLER                  PIC X(11) VALUE SPACES.          00026900
           05  FILLER                  PIC X(22)                        00027000
               VALUE "TOTAL CARDS READ . . ".                           00027100
           05  TRL-CARD-COUNT           PIC ZZZZ9.                      00027200
      *                                                                 00027300
       01  MISMATCH-WARNING-LINE.                                       00027400
           05  FILLER                  PIC X(11) VALUE SPACES.          00027500
           05  FILLER                  PIC X(28)                        00027600
               VALUE "*** CARD COUNT MISMATCH -- ".                     00027700
           05  FILLER                  PIC X(09)                        00027800
               VALUE "EXPECTED ".                                       00027900
           05  MWL-EXPECTED-COUNT       PIC ZZZZ9.                      00028000
      *                                                                 00028100
       77  PAGE-COUNT                  PIC 99 VALUE 0.                  00028200
       77  PAGE-STATUS                 PIC X VALUE "Y".                 00028300
           88  IS-FIRST-PAGE           VALUE "Y".                       00028400
           88  IS-NOT-FIRST-PAGE       VALUE "N".                       00028500
      *                                                                 00028600
       77  CARD-COUNT                  PIC 9(05) VALUE 0.               00028700
       77  HAVE-TRAILER-CARD           PIC X VALUE "N".                 00028800
           88  TRAILER-CARD-SEEN       VALUE "Y".                       00028900
       77  EXPECTED-CARD-COUNT         PIC 9(05) VALUE 0.               00029000
       77  FLAG-EOF                     PIC X VALUE "N".                00029100
           88  IS-EOF                   VALUE "Y".                      00029200
       77  WS-RUN-DATE                  PIC 9(06) VALUE 0.              00029300
       77  WS-START-TIME                PIC 9(08) VALUE 0.              00029400
      *                                                                 00029500
       PROCEDURE DIVISION.                                              00029600
       000-MAIN.                                                        00029700
           PERFORM INITIALIZATION.                                      00029800
           PERFORM READ-AND-PRINT UNTIL IS-EOF.                         00029900
           PERFORM CLOSING.                                             00030000
           STOP RUN.                                                    00030100
      *                                                                 00030200
       INITIALIZATION.                                                  00030300
           ACCEPT WS-RUN-DATE FROM DATE.                                00030400
           ACCEPT WS-START-TIME FROM TIME.                              00030500
           OPEN INPUT CARD-FILE,                                        00030600
                OUTPUT PRINT-FILE,                                      00030700
                EXTEND RUN-CONTROL-FILE.                                00030800
           PERFORM PRINT-NEW-PAGE.                                      00030900
           READ CARD-FILE AT END MOVE "Y" TO FLAG-EOF.                  00031000
      *                                                                 00031100
      *A LEADING *OPTIONS CARD NAMING HEX TURNS THE HEX DISPLAY ON,     00031200
      *AND A LEADING *LAYOUT CARD NAMES THE LAYOUT TO LIST THE DECK     00031300
      *BY; THEY MAY COME IN EITHER ORDER.  BOTH ARE CONTROL CARDS,      00031400
      *NOT DATA, SO THEY ARE NEITHER LISTED NOR COUNTED -- THE SAME     00031500
      *FAMILY AS THE TRAILER CARD AND THE *DECKHDR* RECORD A            00031600
      *TAPE-CONVERTED DECK LEADS WITH.                                  00031700
       READ-AND-PRINT.                                                  00031800
           IF CARD-RECORD(1:9) EQUAL "*DECKHDR*"                        00031900
               READ CARD-FILE AT END MOVE "Y" TO FLAG-EOF               00032000
               END-READ                                                 00032100
           ELSE                                                         00032200
           IF IS-FIRST-CARD                                             00032300
             AND CARD-RECORD(1:8) EQUAL "*OPTIONS"                      00032400
               IF CARD-RECORD(9:72) NOT EQUAL SPACES                    00032500
                   PERFORM CHECK-OPTIONS-CARD                           00032600
               END-IF                                                   00032700
               READ CARD-FILE AT END MOVE "Y" TO FLAG-EOF               00032800
               END-READ                                                 00032900
           ELSE                                                         00033000
           IF IS-FIRST-CARD                                             00033100
             AND CARD-RECORD(1:8) EQUAL "*LAYOUT "                      00033200
               PERFORM LOAD-CARD-LAYOUT                                 00033300
               READ CARD-FILE AT END MOVE "Y" TO FLAG-EOF               00033400
               END-READ                                                 00033500
           ELSE                                                         00033600
           IF TRC-MARKER = "TRAILER"                                    00033700
               MOVE "Y" TO HAVE-TRAILER-CARD                            00033800
               MOVE TRC-EXPECTED-COUNT TO EXPECTED-CARD-COUNT           00033900
               MOVE "Y" TO FLAG-EOF                                     00034000
           ELSE                                                         00034100
               MOVE "N" TO FIRST-CARD-FLAG                              00034200
               MOVE CARD-RECORD TO PRINT-LINE                           00034300
               WRITE PRINT-LINE AT END-OF-PAGE PERFORM PRINT-NEW-PAGE   00034400
               END-WRITE                                                00034500
               ADD 1 TO CARD-COUNT                                      00034600
               PERFORM SCAN-CARD-FOR-OFF-PUNCHES                        00034700
               IF LAYOUT-REQUESTED                                      00034800
                   PERFORM LIST-CARD-FIELDS                             00034900
               END-IF                                                   00035000
               READ CARD-FILE AT END MOVE "Y" TO FLAG-EOF               00035100
               END-READ                                                 00035200
           END-IF                                                       00035300
           END-IF                                                       00035400
           END-IF                                                       00035500
           END-IF.                                                      00035600
      *                                                                 00035700
       CHECK-OPTIONS-CARD.                                              00035800
           MOVE 0 TO WS-SET-SUB.                                        00035900
           INSPECT CARD-RECORD TALLYING WS-SET-SUB                      00036000
               FOR ALL "HEX".                                           00036100
           IF WS-SET-SUB > 0                                            00036200
               MOVE "Y" TO HEX-MODE-FLAG                                00036300
           END-IF.                                                      00036400
      *                                                                 00036500
      *EVERY COLUMN IS CHECKED AGAINST THE PRINTABLE SET; A CARD        00036600
      *WITH AN OFF-PUNCH GETS THE WARNING LINE WITH THE OFFENDING       00036700
      *COLUMNS MARKED, AND THE HEX LINES WHEN REQUESTED.                00036800
       SCAN-CARD-FOR-OFF-PUNCHES.                                       00036900
           MOVE "N" TO CARD-FLAGGED-FLAG.                               00037000
           MOVE SPACES TO CML-MARKS.                                    00037100
           PERFORM SCAN-ONE-COLUMN                                      00037200
               VARYING WS-COLUMN-SUB FROM 1 BY 1                        00037300
               UNTIL WS-COLUMN-SUB > 80.                                00037400
           IF CARD-IS-FLAGGED                                           00037500
               ADD 1 TO FLAGGED-CARD-COUNT                              00037600
               WRITE PRINT-LINE FROM WARNING-LINE AFTER 1 LINES         00037700
               MOVE CARD-RECORD TO FIL-IMAGE                            00037800
               WRITE PRINT-LINE FROM FLAGGED-IMAGE-LINE                 00037900
                   AFTER 1 LINES                                        00038000
               WRITE PRINT-LINE FROM COLUMN-MARK-LINE AFTER 1 LINES     00038100
               IF HEX-REQUESTED                                         00038200
                   PERFORM BUILD-HEX-LINES                              00038300
                   WRITE PRINT-LINE FROM HEX-HIGH-LINE                  00038400
                       AFTER 1 LINES                                    00038500
                   WRITE PRINT-LINE FROM HEX-LOW-LINE                   00038600
                       AFTER 1 LINES                                    00038700
               END-IF                                                   00038800
           END-IF.                                                      00038900
      *                                                                 00039000
       SCAN-ONE-COLUMN.                                                 00039100
           MOVE "N" TO CHAR-PRINTABLE-FLAG.                             00039200
           PERFORM MATCH-ONE-SET-CHAR                                   00039300
               VARYING WS-SET-SUB FROM 1 BY 1                           00039400
               UNTIL WS-SET-SUB > WS-SET-LENGTH                         00039500
               OR CHAR-IS-PRINTABLE.                                    00039600
           IF NOT CHAR-IS-PRINTABLE                                     00039700
               MOVE "Y" TO CARD-FLAGGED-FLAG                            00039800
               MOVE "*" TO CML-MARKS(WS-COLUMN-SUB:1)                   00039900
           END-IF.                                                      00040000
      *                                                                 00040100
       MATCH-ONE-SET-CHAR.                                              00040200
           IF CARD-RECORD(WS-COLUMN-SUB:1) EQUAL                        00040300
                   PRINTABLE-SET(WS-SET-SUB:1)                          00040400
               MOVE "Y" TO CHAR-PRINTABLE-FLAG                          00040500
           END-IF.                                                      00040600
      *                                                                 00040700
      *THE LAYOUT NAME STARTS IN COLUMN 9 OF THE *LAYOUT CARD.  THE     00040800
      *WHOLE LAYOUT FILE IS PASSED AND THAT LAYOUT'S FIELDS KEPT; A     00040900
      *NAME NOT ON THE FILE (OR NO FILE AT ALL) LEAVES THE RAW          00041000
      *LISTING IN FORCE.                                                00041100
       LOAD-CARD-LAYOUT.                                                00041200
           MOVE CARD-RECORD(9:8) TO WS-LAYOUT-NAME.                     00041300
           MOVE 0 TO WS-LFT-COUNT.                                      00041400
           MOVE "N" TO LAYOUT-EOF-FLAG.                                 00041500
           OPEN INPUT LAYOUT-FILE.                                      00041600
           READ LAYOUT-FILE AT END MOVE "Y" TO LAYOUT-EOF-FLAG.         00041700
           PERFORM LOAD-ONE-LAYOUT-FIELD UNTIL LAYOUT-IS-EOF.           00041800
           CLOSE LAYOUT-FILE.                                           00041900
           IF WS-LFT-COUNT > 0                                          00042000
               MOVE "Y" TO LAYOUT-MODE-FLAG                             00042100
               MOVE WS-LAYOUT-NAME TO LHL-LAYOUT-NAME                   00042200
               MOVE WS-LFT-COUNT TO LHL-FIELD-COUNT                     00042300
               WRITE PRINT-LINE FROM LAYOUT-HEAD-LINE AFTER 1 LINES     00042400
           ELSE                                                         00042500
               MOVE "N" TO LAYOUT-MODE-FLAG                             00042600
               MOVE WS-LAYOUT-NAME TO LML-LAYOUT-NAME                   00042700
               WRITE PRINT-LINE FROM LAYOUT-MISSING-LINE                00042800
                   AFTER 1 LINES                                        00042900
           END-IF.                                                      00043000
      *                                                                 00043100
      *A DEFINITION WHOSE COLUMNS FALL OFF THE CARD, WHOSE TYPE IS      00043200
      *UNKNOWN, OR WHOSE DATE IS NOT SIX COLUMNS IS PRINTED AND         00043300
      *LEFT OUT OF THE LAYOUT.                                          00043400
       LOAD-ONE-LAYOUT-FIELD.                                           00043500
           IF LDF-LAYOUT-NAME EQUAL WS-LAYOUT-NAME                      00043600
             AND LDF-LAYOUT-NAME(1:1) NOT EQUAL "*"                     00043700
               IF LDF-START-COLUMN NUMERIC                              00043800
                 AND LDF-FIELD-LENGTH NUMERIC                           00043900
                 AND LDF-START-COLUMN > 0                               00044000
                 AND LDF-FIELD-LENGTH > 0                               00044100
                 AND LDF-START-COLUMN + LDF-FIELD-LENGTH < 82           00044200
                 AND LDF-TYPE-IS-VALID                                  00044300
                 AND (LDF-FIELD-TYPE NOT EQUAL "D"                      00044400
                      OR LDF-FIELD-LENGTH EQUAL 6)                      00044500
                   ADD 1 TO WS-LFT-COUNT                                00044600
                   IF WS-LFT-COUNT > 40                                 00044700
                       DISPLAY "CARD-LISTER HALTED - LAYOUT TABLE "     00044800
                           "FULL AT 40"                                 00044900
                       MOVE 16 TO RETURN-CODE                           00045000
                       STOP RUN                                         00045100
                   END-IF                                               00045200
                   MOVE LDF-FIELD-NAME TO LFT-FIELD-NAME(WS-LFT-COUNT)  00045300
                   MOVE LDF-START-COLUMN                                00045400
                       TO LFT-START-COLUMN(WS-LFT-COUNT)                00045500
                   MOVE LDF-FIELD-LENGTH                                00045600
                       TO LFT-FIELD-LENGTH(WS-LFT-COUNT)                00045700
                   MOVE LDF-FIELD-TYPE TO LFT-FIELD-TYPE(WS-LFT-COUNT)  00045800
               ELSE                                                     00045900
                   MOVE LAYOUT-DEFINITION-RECORD TO LBL-IMAGE           00046000
                   WRITE PRINT-LINE FROM LAYOUT-BAD-LINE                00046100
                       AFTER 1 LINES                                    00046200
               END-IF                                                   00046300
           END-IF.                                                      00046400
           READ LAYOUT-FILE AT END MOVE "Y" TO LAYOUT-EOF-FLAG.         00046500
      *                                                                 00046600
      *EACH FIELD PRINTS UNDER THE CARD IMAGE WITH ITS NAME, ITS        00046700
      *COLUMNS, AND ITS TYPE.  AN UNPUNCHED (ALL-BLANK) FIELD IS NOT    00046800
      *FLAGGED; WHETHER IT MAY BE BLANK IS FOR THE PROGRAM THAT         00046900
      *READS THE DECK TO SAY.                                           00047000
       LIST-CARD-FIELDS.                                                00047100
           MOVE "N" TO CARD-FIELD-ERROR-FLAG.                           00047200
           PERFORM LIST-ONE-FIELD                                       00047300
               VARYING WS-LFT-SUB FROM 1 BY 1                           00047400
               UNTIL WS-LFT-SUB > WS-LFT-COUNT.                         00047500
           IF CARD-HAS-FIELD-ERROR                                      00047600
               ADD 1 TO FIELD-ERROR-CARD-COUNT                          00047700
           END-IF.                                                      00047800
           MOVE SPACES TO PRINT-LINE.                                   00047900
           WRITE PRINT-LINE AT END-OF-PAGE PERFORM PRINT-NEW-PAGE       00048000
           END-WRITE.                                                   00048100
      *                                                                 00048200
       LIST-ONE-FIELD.                                                  00048300
           MOVE "N" TO FIELD-BAD-FLAG.                                  00048400
           MOVE SPACES TO FLL-MESSAGE.                                  00048500
           IF CARD-RECORD(LFT-START-COLUMN(WS-LFT-SUB):                 00048600
                   LFT-FIELD-LENGTH(WS-LFT-SUB)) NOT EQUAL SPACES       00048700
               IF LFT-FIELD-TYPE(WS-LFT-SUB) EQUAL "A"                  00048800
                   PERFORM CHECK-ALPHABETIC-FIELD                       00048900
               ELSE                                                     00049000
               IF LFT-FIELD-TYPE(WS-LFT-SUB) EQUAL "N"                  00049100
                   PERFORM CHECK-NUMERIC-FIELD                          00049200
               ELSE                                                     00049300
               IF LFT-FIELD-TYPE(WS-LFT-SUB) EQUAL "S"                  00049400
                   PERFORM CHECK-SIGNED-FIELD                           00049500
               ELSE                                                     00049600
               IF LFT-FIELD-TYPE(WS-LFT-SUB) EQUAL "D"                  00049700
                   PERFORM CHECK-DATE-FIELD                             00049800
               END-IF                                                   00049900
               END-IF                                                   00050000
               END-IF                                                   00050100
               END-IF                                                   00050200
           END-IF.                                                      00050300
           IF FIELD-IS-BAD                                              00050400
               MOVE "Y" TO CARD-FIELD-ERROR-FLAG                        00050500
           END-IF.                                                      00050600
           MOVE LFT-FIELD-NAME(WS-LFT-SUB) TO FLL-FIELD-NAME.           00050700
           MOVE LFT-START-COLUMN(WS-LFT-SUB) TO FLL-START-COLUMN.       00050800
           COMPUTE WS-FIELD-END-COLUMN = LFT-START-COLUMN(WS-LFT-SUB)   00050900
               + LFT-FIELD-LENGTH(WS-LFT-SUB) - 1.                      00051000
           MOVE WS-FIELD-END-COLUMN TO FLL-END-COLUMN.                  00051100
           MOVE "-" TO FLL-DASH.                                        00051200
           IF LFT-FIELD-TYPE(WS-LFT-SUB) EQUAL "A"                      00051300
               MOVE "ALPHA" TO FLL-TYPE-WORD                            00051400
           ELSE                                                         00051500
           IF LFT-FIELD-TYPE(WS-LFT-SUB) EQUAL "N"                      00051600
               MOVE "NUMERIC" TO FLL-TYPE-WORD                          00051700
           ELSE                                                         00051800
           IF LFT-FIELD-TYPE(WS-LFT-SUB) EQUAL "S"                      00051900
               MOVE "SIGNED" TO FLL-TYPE-WORD                           00052000
           ELSE                                                         00052100
           IF LFT-FIELD-TYPE(WS-LFT-SUB) EQUAL "D"                      00052200
               MOVE "DATE" TO FLL-TYPE-WORD                             00052300
           ELSE                                                         00052400
               MOVE "ANY" TO FLL-TYPE-WORD                              00052500
           END-IF                                                       00052600
           END-IF                                                       00052700
           END-IF                                                       00052800
           END-IF.                                                      00052900
           MOVE LFT-FIELD-LENGTH(WS-LFT-SUB) TO WS-PRINT-LENGTH.        00053000
           IF WS-PRINT-LENGTH > 50                                      00053100
               MOVE 50 TO WS-PRINT-LENGTH                               00053200
           END-IF.                                                      00053300
           MOVE CARD-RECORD(LFT-START-COLUMN(WS-LFT-SUB):               00053400
               WS-PRINT-LENGTH) TO FLL-VALUE.                           00053500
           WRITE PRINT-LINE FROM FIELD-LINE                             00053600
               AT END-OF-PAGE PERFORM PRINT-NEW-PAGE                    00053700
           END-WRITE.                                                   00053800
           IF LFT-FIELD-LENGTH(WS-LFT-SUB) > 50                         00053900
               MOVE SPACES TO FLL-FIELD-NAME, FLL-TYPE-WORD,            00054000
                   FLL-DASH, FLL-MESSAGE                                00054100
               MOVE 0 TO FLL-START-COLUMN, FLL-END-COLUMN               00054200
               COMPUTE WS-PRINT-LENGTH =                                00054300
                   LFT-FIELD-LENGTH(WS-LFT-SUB) - 50                    00054400
               MOVE CARD-RECORD(LFT-START-COLUMN(WS-LFT-SUB) + 50:      00054500
                   WS-PRINT-LENGTH) TO FLL-VALUE                        00054600
               WRITE PRINT-LINE FROM FIELD-LINE                         00054700
                   AT END-OF-PAGE PERFORM PRINT-NEW-PAGE                00054800
               END-WRITE                                                00054900
           END-IF.                                                      00055000
      *                                                                 00055100
       CHECK-ALPHABETIC-FIELD.                                          00055200
           IF CARD-RECORD(LFT-START-COLUMN(WS-LFT-SUB):                 00055300
                   LFT-FIELD-LENGTH(WS-LFT-SUB)) NOT ALPHABETIC         00055400
               MOVE "Y" TO FIELD-BAD-FLAG                               00055500
               MOVE "*** NOT ALPHABETIC" TO FLL-MESSAGE                 00055600
           END-IF.                                                      00055700
      *                                                                 00055800
       CHECK-NUMERIC-FIELD.                                             00055900
           IF CARD-RECORD(LFT-START-COLUMN(WS-LFT-SUB):                 00056000
                   LFT-FIELD-LENGTH(WS-LFT-SUB)) NOT NUMERIC            00056100
               MOVE "Y" TO FIELD-BAD-FLAG                               00056200
               MOVE "*** NOT NUMERIC" TO FLL-MESSAGE                    00056300
           END-IF.                                                      00056400
      *                                                                 00056500
       CHECK-SIGNED-FIELD.                                              00056600
           COMPUTE WS-SIGN-COLUMN = LFT-START-COLUMN(WS-LFT-SUB)        00056700
               + LFT-FIELD-LENGTH(WS-LFT-SUB) - 1.                      00056800
           IF LFT-FIELD-LENGTH(WS-LFT-SUB) > 1                          00056900
               IF CARD-RECORD(LFT-START-COLUMN(WS-LFT-SUB):             00057000
                       LFT-FIELD-LENGTH(WS-LFT-SUB) - 1) NOT NUMERIC    00057100
                   MOVE "Y" TO FIELD-BAD-FLAG                           00057200
               END-IF                                                   00057300
           END-IF.                                                      00057400
           IF CARD-RECORD(WS-SIGN-COLUMN:1) NOT NUMERIC                 00057500
               MOVE 0 TO WS-SIGN-TALLY                                  00057600
               INSPECT OVERPUNCH-SET TALLYING WS-SIGN-TALLY             00057700
                   FOR ALL CARD-RECORD(WS-SIGN-COLUMN:1)                00057800
               IF WS-SIGN-TALLY EQUAL 0                                 00057900
                   MOVE "Y" TO FIELD-BAD-FLAG                           00058000
               END-IF                                                   00058100
           END-IF.                                                      00058200
           IF FIELD-IS-BAD                                              00058300
               MOVE "*** NOT SIGNED NUMERIC" TO FLL-MESSAGE             00058400
           END-IF.                                                      00058500
      *                                                                 00058600
      *A DATE IS YYMMDD: A REAL MONTH, AND A DAY THAT MONTH HAS --      00058700
      *FEBRUARY 29 ONLY IN A YEAR DIVISIBLE BY 4.                       00058800
       CHECK-DATE-FIELD.                                                00058900
           MOVE CARD-RECORD(LFT-START-COLUMN(WS-LFT-SUB):6)             00059000
               TO DATE-CHECK.                                           00059100
           IF DATE-CHECK NOT NUMERIC                                    00059200
               MOVE "Y" TO FIELD-BAD-FLAG                               00059300
           ELSE                                                         00059400
               IF DCK-MM < 1 OR DCK-MM > 12                             00059500
                   MOVE "Y" TO FIELD-BAD-FLAG                           00059600
               ELSE                                                     00059700
                   MOVE MDT-DAYS(DCK-MM) TO WS-MONTH-LENGTH             00059800
                   IF DCK-MM EQUAL 2                                    00059900
                       DIVIDE DCK-YY BY 4                               00060000
                           GIVING WS-LEAP-QUOTIENT                      00060100
                           REMAINDER WS-LEAP-REMAINDER                  00060200
                       IF WS-LEAP-REMAINDER EQUAL 0                     00060300
                           MOVE 29 TO WS-MONTH-LENGTH                   00060400
                       END-IF                                           00060500
                   END-IF                                               00060600
                   IF DCK-DD < 1 OR DCK-DD > WS-MONTH-LENGTH            00060700
                       MOVE "Y" TO FIELD-BAD-FLAG                       00060800
                   END-IF                                               00060900
               END-IF                                                   00061000
           END-IF.                                                      00061100
           IF FIELD-IS-BAD                                              00061200
               MOVE "*** INVALID DATE" TO FLL-MESSAGE                   00061300
           END-IF.                                                      00061400
      *                                                                 00061500
      *THE HEX DISPLAY IS THE CLASSIC OVER/UNDER PAIR: THE HIGH         00061600
      *NIBBLE OF EACH COLUMN ON ONE LINE AND THE LOW NIBBLE UNDER       00061700
      *IT.  THE CHARACTER'S VALUE COMES FROM A TWO-BYTE BINARY          00061800
      *REDEFINE WITH A LOW-VALUE HIGH BYTE.                             00061900
       BUILD-HEX-LINES.                                                 00062000
           MOVE SPACES TO HHL-DIGITS, HLL-DIGITS.                       00062100
           PERFORM BUILD-ONE-HEX-COLUMN                                 00062200
               VARYING WS-COLUMN-SUB FROM 1 BY 1                        00062300
               UNTIL WS-COLUMN-SUB > 80.                                00062400
      *                                                                 00062500
       BUILD-ONE-HEX-COLUMN.                                            00062600
           MOVE CARD-RECORD(WS-COLUMN-SUB:1) TO ORD-CHAR.               00062700
           DIVIDE ORD-VALUE BY 16 GIVING WS-HIGH-NIBBLE                 00062800
               REMAINDER WS-LOW-NIBBLE.                                 00062900
           MOVE HEX-DIGIT-SET(WS-HIGH-NIBBLE + 1:1)                     00063000
               TO HHL-DIGITS(WS-COLUMN-SUB:1).                          00063100
           MOVE HEX-DIGIT-SET(WS-LOW-NIBBLE + 1:1)                      00063200
               TO HLL-DIGITS(WS-COLUMN-SUB:1).                          00063300
      *                                                                 00063400
       PRINT-NEW-PAGE.                                                  00063500
           ADD 1 TO PAGE-COUNT.                                         00063600
           IF IS-NOT-FIRST-PAGE                                         00063700
               WRITE PRINT-LINE FROM PAGE-TITLE-LINE AFTER PAGE         00063800
           ELSE                                                         00063900
               WRITE PRINT-LINE FROM PAGE-TITLE-LINE                    00064000
               MOVE "N" TO PAGE-STATUS                                  00064100
           END-IF.                                                      00064200
           MOVE PAGE-COUNT TO PAGE-NUMBER.                              00064300
           WRITE PRINT-LINE FROM PAGE-NUMBER-LINE AFTER 2 LINES.        00064400
      *                                                                 00064500
       CLOSING.                                                         00064600
           MOVE CARD-COUNT TO TRL-CARD-COUNT.                           00064700
           WRITE PRINT-LINE FROM TRAILER-LINE AFTER 2 LINES.            00064800
           MOVE FLAGGED-CARD-COUNT TO FCL-COUNT.                        00064900
           WRITE PRINT-LINE FROM FLAGGED-COUNT-LINE AFTER 1 LINES.      00065000
           IF LAYOUT-REQUESTED                                          00065100
               MOVE FIELD-ERROR-CARD-COUNT TO FEC-COUNT                 00065200
               WRITE PRINT-LINE FROM FIELD-ERROR-COUNT-LINE             00065300
                   AFTER 1 LINES                                        00065400
           END-IF.                                                      00065500
           IF TRAILER-CARD-SEEN                                         00065600
               IF CARD-COUNT NOT = EXPECTED-CARD-COUNT                  00065700
                   MOVE EXPECTED-CARD-COUNT TO MWL-EXPECTED-COUNT       00065800
                   WRITE PRINT-LINE FROM MISMATCH-WARNING-LINE          00065900
                       AFTER 1 LINE                                     00066000
               END-IF                                                   00066100
           END-IF.                                                      00066200
           PERFORM WRITE-RUN-CONTROL.                                   00066300
           CLOSE CARD-FILE, PRINT-FILE, RUN-CONTROL-FILE.               00066400
      *                                                                 00066500
       WRITE-RUN-CONTROL.                                               00066600
           MOVE "CARDLST " TO RCT-PROGRAM.                              00066700
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.                            00066800
           MOVE WS-START-TIME TO RCT-START-TIME.                        00066900
           ACCEPT RCT-STOP-TIME FROM TIME.                              00067000
           MOVE CARD-COUNT TO RCT-RECORDS-READ.                         00067100
           MOVE CARD-COUNT TO RCT-RECORDS-WRITTEN.                      00067200
           MOVE 0 TO RCT-RECORDS-REJECTED.                              00067300
           IF TRAILER-CARD-SEEN                                         00067400
               MOVE EXPECTED-CARD-COUNT TO RCT-TRAILER-COUNT            00067500
           ELSE                                                         00067600
               MOVE CARD-COUNT TO RCT-TRAILER-COUNT                     00067700
           END-IF.                                                      00067800
           WRITE RUN-CONTROL-RECORD.                                    00067900
/*                                                                      00068000
//GO.INPUT DD *                                                         00068100
 *** PROGRAMMED BY SIMON SULSER ***
 THIS IS A PROGRAM
 TO READ AN PRINT
 IS MARKED,
 'THIS IS THE LAST CARD.'
TRAILER00010
/*                                                                      00069300
//GO.LAYOUT DD *                                                        00069400
* LAYOUT  FIELD NAME           ST LN T
* PAYROLL DAILY TIMECARD
TIMECARD TC-EMP-ID            01 10 X
TIMECARD TC-WORK-DATE         11 06 D
TIMECARD TC-HOURS-WORKED      17 02 S
TIMECARD TC-TRANS-CODE        19 01 X
TIMECARD TC-PLANT-CODE        20 04 X
TIMECARD TC-SHIFT-CODE        24 01 X
TIMECARD TC-EARN-TYPE         25 01 X
TIMECARD TC-EARN-AMOUNT       26 07 N
TIMECARD TC-JOB-CODE          33 06 X
* PAYRATE RATE CARD (EMPLOYEE.CPY)
RATECARD EMP-NAME             01 25 X
RATECARD EMP-ID               26 10 X
RATECARD EMP-DEPARTMENT       36 15 X
RATECARD EMP-PAYRATE          51 04 N
RATECARD EMP-GRADE-CODE       55 02 X
* ORDENT ORDER, RECEIPT, AND TRANSFER CARD
ORDERCRD OC-CARD-TYPE         01 01 A
ORDERCRD OC-MEMBER-NUMBER     02 06 X
ORDERCRD OC-TITLE             08 30 X
ORDERCRD OC-QTY               38 04 N
ORDERCRD OC-LOCATION          42 01 A
ORDERCRD OC-TO-LOCATION       43 01 A
ORDERCRD OC-UNIT-COST         44 04 N
* LUGGAGE-LABEL PASSENGER CARD
LUGGAGE  LUG-NAME-IN          01 25 X
LUGGAGE  LUG-ADDRESS-IN       26 40 X
LUGGAGE  LUG-FLIGHT-NO-IN     66 04 X
LUGGAGE  BAG-COUNT-IN         71 02 N
LUGGAGE  LUG-DEST-STATION-IN  73 03 A
LUGGAGE  LUG-BAG-WEIGHT-IN    76 03 N
* BAGSCAN EVENT CARD
BAGEVENT EVC-TAG-NUMBER       01 08 N
BAGEVENT EVC-STATION          09 03 A
BAGEVENT EVC-EVENT            12 01 A
BAGEVENT EVC-EVENT-DATE       13 06 D
/*                                                                      00073200
//GO.OUTPUT DD SYSOUT=*,                                                00073300
//             DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)                  00073400
//GO.RUNCTL DD DSN=SIMONCO.RUNCTL,DISP=MOD                              00073500
//                                                                      00073600
