000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. FINSTMT.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  FINANCIAL STATEMENTS FROM  00000800
000009*                    THE GENERAL LEDGER MASTER GLLEDGER WRITES:   00000900
000010*                    THE INCOME STATEMENT FOR THE MONTH AND THE   00001000
000011*                    YEAR TO DATE, AND THE BALANCE SHEET, WITH A  00001100
000012*                    CHECK THAT THE BALANCE SHEET BALANCES.  THE  00001200
000013*                    LINES, THE ACCOUNT RANGES EACH LINE ROLLS    00001300
000014*                    UP, AND THE SUBTOTALS AND TOTALS ALL COME    00001400
000015*                    FROM THE ROW DEFINITION FILE, SO A NEW       00001500
000016*                    ACCOUNT OR LINE IS A CARD CHANGE.  AN        00001600
000017*                    UNBALANCED SHEET ENDS WITH CODE 16.          00001700
000018*                                                                 00001800
000019 ENVIRONMENT DIVISION.                                            00001900
000020 CONFIGURATION SECTION.                                           00002000
000021 SOURCE-COMPUTER. IBM-370.                                        00002100
000022 OBJECT-COMPUTER. IBM-370.                                        00002200
000023*                                                                 00002300
000024 INPUT-OUTPUT SECTION.                                            00002400
000025 FILE-CONTROL.                                                    00002500
000026     SELECT LEDGER-FILE ASSIGN TO UT-S-LGRNEW.                    00002600
000027     SELECT ROW-DEFINITION-FILE ASSIGN TO UT-S-STMTDEF.           00002700
000028     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00002800
000029*                                                                 00002900
000030 DATA DIVISION.                                                   00003000
000031 FILE SECTION.                                                    00003100
000032*LEDGER-RECORD MIRRORS GLLEDGER'S LEDGER MASTER LAYOUT, LED BY    00003200
000033*THE *LGRCTL* RECORD NAMING THE MONTH (YYMM).                     00003300
000034 FD  LEDGER-FILE                                                  00003400
000035     LABEL RECORD IS OMITTED.                                     00003500
000036 01  LEDGER-RECORD.                                               00003600
000037     05  LGR-ACCOUNT             PIC X(08).                       00003700
000038     05  LGR-MTD-DEBITS          PIC S9(9)V99.                    00003800
000039     05  LGR-MTD-CREDITS         PIC S9(9)V99.                    00003900
000040     05  LGR-YTD-DEBITS          PIC S9(9)V99.                    00004000
000041     05  LGR-YTD-CREDITS         PIC S9(9)V99.                    00004100
000042 01  LEDGER-CONTROL REDEFINES LEDGER-RECORD.                      00004200
000043     05  LGR-CTL-MARKER          PIC X(08).                       00004300
000044     05  LGR-CTL-MONTH           PIC 9(04).                       00004400
000045     05  FILLER                  PIC X(40).                       00004500
000046*                                                                 00004600
000047*ONE CARD PER STATEMENT ROW, IN PRINTING ORDER; THE INCOME        00004700
000048*STATEMENT'S ROWS ("I") AND THE BALANCE SHEET'S ("B") MAY BE      00004800
000049*MIXED IN THE DECK.  ROW TYPES:                                   00004900
000050*    "H" A HEADING, CAPTION ONLY.                                 00005000
000051*    "L" A LINE: THE NET OF EVERY LEDGER ACCOUNT FROM THE LOW     00005100
000052*        ACCOUNT TO THE HIGH ACCOUNT INCLUSIVE.                   00005200
000053*    "S" A SUBTOTAL OF THE LINES SINCE THE LAST SUBTOTAL AT THE   00005300
000054*        SAME OR A HIGHER LEVEL (LEVEL 1 TO 4).                   00005400
000055*    "T" A TOTAL OF EVERY LINE ON THE STATEMENT SO FAR.           00005500
000056*    "N" (BALANCE SHEET) THE YEAR'S NET INCOME TO DATE, NOT YET   00005600
000057*        CLOSED TO RETAINED EARNINGS.                             00005700
000058*SIGN "D" PRINTS A DEBIT BALANCE AS POSITIVE (ASSETS, EXPENSES);  00005800
000059*ANYTHING ELSE PRINTS A CREDIT BALANCE AS POSITIVE.               00005900
000060 FD  ROW-DEFINITION-FILE                                          00006000
000061     LABEL RECORD IS OMITTED.                                     00006100
000062 01  ROW-DEFINITION-RECORD.                                       00006200
000063     05  DEF-STATEMENT           PIC X.                           00006300
000064         88  DEF-IS-VALID-STATEMENT VALUE "I" "B".                00006400
000065     05  DEF-ROW-TYPE            PIC X.                           00006500
000066         88  DEF-IS-VALID-TYPE   VALUE "H" "L" "S" "T" "N".       00006600
000067     05  DEF-LEVEL               PIC 9.                           00006700
000068     05  DEF-SIGN                PIC X.                           00006800
000069     05  DEF-LOW-ACCOUNT         PIC X(08).                       00006900
000070     05  DEF-HIGH-ACCOUNT        PIC X(08).                       00007000
000071     05  DEF-CAPTION             PIC X(40).                       00007100
000072     05  FILLER                  PIC X(20).                       00007200
000073*                                                                 00007300
000074 FD  PRINT-FILE                                                   00007400
000075     LABEL RECORD IS OMITTED.                                     00007500
000076 01  PRINT-LINE                  PIC X(132).                      00007600
000077*                                                                 00007700
000078 WORKING-STORAGE SECTION.                                         00007800
000079*                                                                 00007900
000080*EACH ACCOUNT'S MONTH AND YEAR NET, CREDIT POSITIVE, AND HOW      00008000
000081*MANY STATEMENT LINES TOOK IT UP.                                 00008100
000082 01  LEDGER-TABLE.                                                00008200
000083     05  LGT-ENTRY OCCURS 200 TIMES.                              00008300
000084         10  LGT-ACCOUNT         PIC X(08).                       00008400
000085         10  LGT-MTD-NET         PIC S9(9)V99.                    00008500
000086         10  LGT-YTD-NET         PIC S9(9)V99.                    00008600
000087         10  LGT-LINE-COUNT      PIC 99.                          00008700
000088 77  WS-LGT-COUNT                PIC 999 VALUE 0.                 00008800
000089 77  WS-LGT-SUB                  PIC 999 VALUE 0.                 00008900
000090*                                                                 00009000
000091 01  ROW-TABLE.                                                   00009100
000092     05  ROW-ENTRY OCCURS 300 TIMES.                              00009200
000093         10  ROW-STATEMENT       PIC X.                           00009300
000094         10  ROW-TYPE            PIC X.                           00009400
000095             88  ROW-IS-HEADING  VALUE "H".                       00009500
000096             88  ROW-IS-LINE     VALUE "L".                       00009600
000097             88  ROW-IS-SUBTOTAL VALUE "S".                       00009700
000098             88  ROW-IS-TOTAL    VALUE "T".                       00009800
000099             88  ROW-IS-NET-INCOME VALUE "N".                     00009900
000100         10  ROW-LEVEL           PIC 9.                           00010000
000101         10  ROW-SIGN            PIC X.                           00010100
000102             88  ROW-SHOWS-DEBIT VALUE "D".                       00010200
000103         10  ROW-LOW-ACCOUNT     PIC X(08).                       00010300
000104         10  ROW-HIGH-ACCOUNT    PIC X(08).                       00010400
000105         10  ROW-CAPTION         PIC X(40).                       00010500
000106 77  WS-ROW-COUNT                PIC 999 VALUE 0.                 00010600
000107 77  WS-ROW-SUB                  PIC 999 VALUE 0.                 00010700
000108 77  WS-STATEMENT                PIC X VALUE SPACE.               00010800
000109*                                                                 00010900
000110*RUNNING TOTALS BY LEVEL, CREDIT POSITIVE; LEVEL 5 IS THE         00011000
000111*WHOLE STATEMENT.                                                 00011100
000112 01  LEVEL-TOTALS.                                                00011200
000113     05  LVL-ENTRY OCCURS 5 TIMES.                                00011300
000114         10  LVL-MTD-TOTAL       PIC S9(9)V99.                    00011400
000115         10  LVL-YTD-TOTAL       PIC S9(9)V99.                    00011500
000116 77  WS-LVL-SUB                  PIC 9 VALUE 0.                   00011600
000117 77  WS-LVL-LIMIT                PIC 9 VALUE 0.                   00011700
000118*                                                                 00011800
000119 77  LEDGER-EOF-FLAG             PIC X VALUE "N".                 00011900
000120     88  LEDGER-IS-EOF           VALUE "Y".                       00012000
000121 77  DEF-EOF-FLAG                PIC X VALUE "N".                 00012100
000122     88  DEF-IS-EOF              VALUE "Y".                       00012200
000123 77  WS-LEDGER-MONTH             PIC 9(04) VALUE 0.               00012300
000124 77  WS-ROW-MTD                  PIC S9(9)V99 VALUE 0.            00012400
000125 77  WS-ROW-YTD                  PIC S9(9)V99 VALUE 0.            00012500
000126 77  WS-NET-INCOME-YTD           PIC S9(9)V99 VALUE 0.            00012600
000127 77  WS-SHEET-TOTAL              PIC S9(9)V99 VALUE 0.            00012700
000128 77  WS-UNASSIGNED-COUNT         PIC 999 VALUE 0.                 00012800
000129 77  WS-DUPLICATE-COUNT          PIC 999 VALUE 0.                 00012900
000130*                                                                 00013000
000131 01  TITLE-LINE.                                                  00013100
000132     05  FILLER                  PIC X(20) VALUE SPACES.          00013200
000133     05  TTL-STATEMENT           PIC X(30).                       00013300
000134     05  FILLER                  PIC X(07) VALUE "MONTH: ".       00013400
000135     05  TTL-MONTH               PIC 9(04).                       00013500
000136*                                                                 00013600
000137 01  INCOME-HEAD-LINE.                                            00013700
000138     05  FILLER                  PIC X(46) VALUE SPACES.          00013800
000139     05  FILLER                  PIC X(15)                        00013900
000140             VALUE "          MONTH".                             00014000
000141     05  FILLER                  PIC X(04) VALUE SPACES.          00014100
000142     05  FILLER                  PIC X(15)                        00014200
000143             VALUE "   YEAR TO DATE".                             00014300
000144*                                                                 00014400
000145 01  BALANCE-HEAD-LINE.                                           00014500
000146     05  FILLER                  PIC X(65) VALUE SPACES.          00014600
000147     05  FILLER                  PIC X(15)                        00014700
000148             VALUE "    MONTH END".                               00014800
000149*                                                                 00014900
000150 01  ROW-LINE.                                                    00015000
000151     05  FILLER                  PIC X(02) VALUE SPACES.          00015100
000152     05  RWL-CAPTION-AREA.                                        00015200
000153         10  FILLER              PIC X(02).                       00015300
000154         10  RWL-CAPTION         PIC X(40).                       00015400
000155     05  RWL-OUTDENT-AREA REDEFINES RWL-CAPTION-AREA.             00015500
000156         10  RWL-TOTAL-CAPTION   PIC X(40).                       00015600
000157         10  FILLER              PIC X(02).                       00015700
000158     05  FILLER                  PIC X(02) VALUE SPACES.          00015800
000159     05  RWL-MTD                 PIC ZZZ,ZZZ,ZZ9.99-.             00015900
000160     05  FILLER                  PIC X(04) VALUE SPACES.          00016000
000161     05  RWL-YTD                 PIC ZZZ,ZZZ,ZZ9.99-.             00016100
000162*                                                                 00016200
000163 01  RULE-LINE.                                                   00016300
000164     05  FILLER                  PIC X(46) VALUE SPACES.          00016400
000165     05  RUL-MTD                 PIC X(15).                       00016500
000166     05  FILLER                  PIC X(04) VALUE SPACES.          00016600
000167     05  RUL-YTD                 PIC X(15).                       00016700
000168*                                                                 00016800
000169 01  EXCEPTION-LINE.                                              00016900
000170     05  FILLER                  PIC X(04) VALUE SPACES.          00017000
000171     05  EXL-ACCOUNT             PIC X(08).                       00017100
000172     05  FILLER                  PIC X(02) VALUE SPACES.          00017200
000173     05  EXL-YTD                 PIC ZZZ,ZZZ,ZZ9.99-.             00017300
000174     05  FILLER                  PIC X(02) VALUE SPACES.          00017400
000175     05  EXL-TEXT                PIC X(40).                       00017500
000176*                                                                 00017600
000177 01  BALANCED-LINE.                                               00017700
000178     05  FILLER                  PIC X(02) VALUE SPACES.          00017800
000179     05  FILLER                  PIC X(44)                        00017900
000180             VALUE "BALANCE SHEET IN BALANCE".                    00018000
000181*                                                                 00018100
000182 01  COVERAGE-LINE.                                               00018200
000183     05  FILLER                  PIC X(02) VALUE SPACES.          00018300
000184     05  FILLER                  PIC X(60)                        00018400
000185             VALUE "*** STATEMENTS HELD - SEE ACCOUNTS ABOVE".    00018500
000186*                                                                 00018600
000187 01  CHECK-LINE.                                                  00018700
000188     05  FILLER                  PIC X(02) VALUE SPACES.          00018800
000189     05  FILLER                  PIC X(44)                        00018900
000190             VALUE "*** BALANCE SHEET OUT OF BALANCE BY:".        00019000
000191     05  CKL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.             00019100
000192*                                                                 00019200
000193 PROCEDURE DIVISION.                                              00019300
000194 000-MAIN.                                                        00019400
000195     PERFORM INITIALIZATION.                                      00019500
000196     PERFORM LOAD-ONE-LEDGER-RECORD UNTIL LEDGER-IS-EOF.          00019600
000197     PERFORM LOAD-ONE-ROW-DEFINITION UNTIL DEF-IS-EOF.            00019700
000198     MOVE "INCOME STATEMENT" TO TTL-STATEMENT.                    00019800
000199     MOVE "I" TO WS-STATEMENT.                                    00019900
000200     PERFORM START-STATEMENT.                                     00020000
000201     WRITE PRINT-LINE FROM INCOME-HEAD-LINE                       00020100
000202         AFTER ADVANCING 2 LINES.                                 00020200
000203     PERFORM PRINT-ONE-ROW                                        00020300
000204         VARYING WS-ROW-SUB FROM 1 BY 1                           00020400
000205         UNTIL WS-ROW-SUB > WS-ROW-COUNT.                         00020500
000206     MOVE "BALANCE SHEET" TO TTL-STATEMENT.                       00020600
000207     MOVE "B" TO WS-STATEMENT.                                    00020700
000208     PERFORM START-STATEMENT.                                     00020800
000209     WRITE PRINT-LINE FROM BALANCE-HEAD-LINE                      00020900
000210         AFTER ADVANCING 2 LINES.                                 00021000
000211     PERFORM PRINT-ONE-ROW                                        00021100
000212         VARYING WS-ROW-SUB FROM 1 BY 1                           00021200
000213         UNTIL WS-ROW-SUB > WS-ROW-COUNT.                         00021300
000214     PERFORM CHECK-ACCOUNT-COVERAGE.                              00021400
000215     PERFORM CLOSING.                                             00021500
000216     STOP RUN.                                                    00021600
000217*                                                                 00021700
000218 INITIALIZATION.                                                  00021800
000219     OPEN INPUT LEDGER-FILE, ROW-DEFINITION-FILE,                 00021900
000220          OUTPUT PRINT-FILE.                                      00022000
000221     READ LEDGER-FILE                                             00022100
000222         AT END MOVE "Y" TO LEDGER-EOF-FLAG.                      00022200
000223     IF NOT LEDGER-IS-EOF                                         00022300
000224       AND LGR-CTL-MARKER EQUAL "*LGRCTL*"                        00022400
000225         MOVE LGR-CTL-MONTH TO WS-LEDGER-MONTH                    00022500
000226         READ LEDGER-FILE                                         00022600
000227             AT END MOVE "Y" TO LEDGER-EOF-FLAG                   00022700
000228         END-READ                                                 00022800
000229     END-IF.                                                      00022900
000230     MOVE WS-LEDGER-MONTH TO TTL-MONTH.                           00023000
000231     READ ROW-DEFINITION-FILE                                     00023100
000232         AT END MOVE "Y" TO DEF-EOF-FLAG.                         00023200
000233*                                                                 00023300
000234 LOAD-ONE-LEDGER-RECORD.                                          00023400
000235     ADD 1 TO WS-LGT-COUNT.                                       00023500
000236     IF WS-LGT-COUNT > 200                                        00023600
000237         DISPLAY "FINSTMT HALTED - LEDGER TABLE FULL AT 200"      00023700
000238         MOVE 16 TO RETURN-CODE                                   00023800
000239         STOP RUN                                                 00023900
000240     END-IF.                                                      00024000
000241     MOVE LGR-ACCOUNT TO LGT-ACCOUNT(WS-LGT-COUNT).               00024100
000242     SUBTRACT LGR-MTD-DEBITS FROM LGR-MTD-CREDITS                 00024200
000243         GIVING LGT-MTD-NET(WS-LGT-COUNT).                        00024300
000244     SUBTRACT LGR-YTD-DEBITS FROM LGR-YTD-CREDITS                 00024400
000245         GIVING LGT-YTD-NET(WS-LGT-COUNT).                        00024500
000246     MOVE 0 TO LGT-LINE-COUNT(WS-LGT-COUNT).                      00024600
000247     READ LEDGER-FILE                                             00024700
000248         AT END MOVE "Y" TO LEDGER-EOF-FLAG.                      00024800
000249*                                                                 00024900
000250*A CARD THAT DOES NOT SAY WHAT IT IS WOULD PRINT A STATEMENT      00025000
000251*THAT LOOKS RIGHT AND IS NOT, SO IT STOPS THE RUN.                00025100
000252 LOAD-ONE-ROW-DEFINITION.                                         00025200
000253     ADD 1 TO WS-ROW-COUNT.                                       00025300
000254     IF WS-ROW-COUNT > 300                                        00025400
000255         DISPLAY "FINSTMT HALTED - ROW TABLE FULL AT 300"         00025500
000256         MOVE 16 TO RETURN-CODE                                   00025600
000257         STOP RUN                                                 00025700
000258     END-IF.                                                      00025800
000259     IF NOT DEF-IS-VALID-STATEMENT                                00025900
000260       OR NOT DEF-IS-VALID-TYPE                                   00026000
000261       OR (DEF-ROW-TYPE EQUAL "S"                                 00026100
000262         AND (DEF-LEVEL < 1 OR DEF-LEVEL > 4))                    00026200
000263       OR (DEF-ROW-TYPE EQUAL "N"                                 00026300
000264         AND DEF-STATEMENT NOT EQUAL "B")                         00026400
000265         DISPLAY "FINSTMT HALTED - BAD ROW DEFINITION: "          00026500
000266             ROW-DEFINITION-RECORD                                00026600
000267         MOVE 16 TO RETURN-CODE                                   00026700
000268         STOP RUN                                                 00026800
000269     END-IF.                                                      00026900
000270     MOVE DEF-STATEMENT TO ROW-STATEMENT(WS-ROW-COUNT).           00027000
000271     MOVE DEF-ROW-TYPE TO ROW-TYPE(WS-ROW-COUNT).                 00027100
000272     MOVE DEF-LEVEL TO ROW-LEVEL(WS-ROW-COUNT).                   00027200
000273     MOVE DEF-SIGN TO ROW-SIGN(WS-ROW-COUNT).                     00027300
000274     MOVE DEF-LOW-ACCOUNT TO ROW-LOW-ACCOUNT(WS-ROW-COUNT).       00027400
000275     MOVE DEF-HIGH-ACCOUNT TO ROW-HIGH-ACCOUNT(WS-ROW-COUNT).     00027500
000276     MOVE DEF-CAPTION TO ROW-CAPTION(WS-ROW-COUNT).               00027600
000277     READ ROW-DEFINITION-FILE                                     00027700
000278         AT END MOVE "Y" TO DEF-EOF-FLAG.                         00027800
000279*                                                                 00027900
000280 START-STATEMENT.                                                 00028000
000281     MOVE ZEROS TO LEVEL-TOTALS.                                  00028100
000282     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING PAGE.       00028200
000283*                                                                 00028300
000284*ONLY THE ROWS OF THE STATEMENT BEING PRINTED ARE TAKEN.          00028400
000285 PRINT-ONE-ROW.                                                   00028500
000286     IF ROW-STATEMENT(WS-ROW-SUB) EQUAL WS-STATEMENT              00028600
000287         MOVE SPACES TO ROW-LINE                                  00028700
000288         IF ROW-IS-LINE(WS-ROW-SUB)                               00028800
000289           OR ROW-IS-NET-INCOME(WS-ROW-SUB)                       00028900
000290             MOVE ROW-CAPTION(WS-ROW-SUB) TO RWL-CAPTION          00029000
000291         ELSE                                                     00029100
000292             MOVE ROW-CAPTION(WS-ROW-SUB) TO RWL-TOTAL-CAPTION    00029200
000293         END-IF                                                   00029300
000294         IF ROW-IS-HEADING(WS-ROW-SUB)                            00029400
000295             WRITE PRINT-LINE FROM ROW-LINE                       00029500
000296                 AFTER ADVANCING 2 LINES                          00029600
000297         ELSE                                                     00029700
000298         IF ROW-IS-LINE(WS-ROW-SUB)                               00029800
000299             PERFORM PRINT-ACCOUNT-LINE                           00029900
000300         ELSE                                                     00030000
000301         IF ROW-IS-NET-INCOME(WS-ROW-SUB)                         00030100
000302             MOVE 0 TO WS-ROW-MTD                                 00030200
000303             MOVE WS-NET-INCOME-YTD TO WS-ROW-YTD                 00030300
000304             PERFORM ADD-ROW-TO-LEVELS                            00030400
000305             PERFORM PRINT-AMOUNT-LINE                            00030500
000306         ELSE                                                     00030600
000307         IF ROW-IS-SUBTOTAL(WS-ROW-SUB)                           00030700
000308             MOVE ROW-LEVEL(WS-ROW-SUB) TO WS-LVL-LIMIT           00030800
000309             PERFORM PRINT-TOTAL-LINE                             00030900
000310         ELSE                                                     00031000
000311             MOVE 5 TO WS-LVL-LIMIT                               00031100
000312             PERFORM PRINT-TOTAL-LINE                             00031200
000313         END-IF                                                   00031300
000314         END-IF                                                   00031400
000315         END-IF                                                   00031500
000316         END-IF                                                   00031600
000317     END-IF.                                                      00031700
000318*                                                                 00031800
000319*A LINE'S ACCOUNTS ARE ADDED UP AND EVERY RUNNING TOTAL TAKES     00031900
000320*THE RESULT.  AN INCOME STATEMENT LINE ALSO GOES INTO THE YEAR'S  00032000
000321*NET INCOME FOR THE BALANCE SHEET.                                00032100
000322 PRINT-ACCOUNT-LINE.                                              00032200
000323     MOVE 0 TO WS-ROW-MTD, WS-ROW-YTD.                            00032300
000324     PERFORM TAKE-ONE-ACCOUNT                                     00032400
000325         VARYING WS-LGT-SUB FROM 1 BY 1                           00032500
000326         UNTIL WS-LGT-SUB > WS-LGT-COUNT.                         00032600
000327     PERFORM ADD-ROW-TO-LEVELS.                                   00032700
000328     IF WS-STATEMENT EQUAL "I"                                    00032800
000329         ADD WS-ROW-YTD TO WS-NET-INCOME-YTD                      00032900
000330     END-IF.                                                      00033000
000331     PERFORM PRINT-AMOUNT-LINE.                                   00033100
000332*                                                                 00033200
000333 TAKE-ONE-ACCOUNT.                                                00033300
000334     IF LGT-ACCOUNT(WS-LGT-SUB)                                   00033400
000335             NOT < ROW-LOW-ACCOUNT(WS-ROW-SUB)                    00033500
000336       AND LGT-ACCOUNT(WS-LGT-SUB)                                00033600
000337             NOT > ROW-HIGH-ACCOUNT(WS-ROW-SUB)                   00033700
000338         ADD LGT-MTD-NET(WS-LGT-SUB) TO WS-ROW-MTD                00033800
000339         ADD LGT-YTD-NET(WS-LGT-SUB) TO WS-ROW-YTD                00033900
000340         ADD 1 TO LGT-LINE-COUNT(WS-LGT-SUB)                      00034000
000341     END-IF.                                                      00034100
000342*                                                                 00034200
000343 ADD-ROW-TO-LEVELS.                                               00034300
000344     PERFORM ADD-ROW-TO-ONE-LEVEL                                 00034400
000345         VARYING WS-LVL-SUB FROM 1 BY 1                           00034500
000346         UNTIL WS-LVL-SUB > 5.                                    00034600
000347     IF WS-STATEMENT EQUAL "B"                                    00034700
000348         ADD WS-ROW-YTD TO WS-SHEET-TOTAL                         00034800
000349     END-IF.                                                      00034900
000350*                                                                 00035000
000351 ADD-ROW-TO-ONE-LEVEL.                                            00035100
000352     ADD WS-ROW-MTD TO LVL-MTD-TOTAL(WS-LVL-SUB).                 00035200
000353     ADD WS-ROW-YTD TO LVL-YTD-TOTAL(WS-LVL-SUB).                 00035300
000354*                                                                 00035400
000355*A SUBTOTAL OR TOTAL IS RULED OFF, PRINTED, AND CLEARS ITS OWN    00035500
000356*LEVEL AND EVERY LEVEL BELOW IT.                                  00035600
000357 PRINT-TOTAL-LINE.                                                00035700
000358     MOVE LVL-MTD-TOTAL(WS-LVL-LIMIT) TO WS-ROW-MTD.              00035800
000359     MOVE LVL-YTD-TOTAL(WS-LVL-LIMIT) TO WS-ROW-YTD.              00035900
000360     IF WS-LVL-LIMIT EQUAL 5                                      00036000
000361         MOVE ALL "=" TO RUL-MTD, RUL-YTD                         00036100
000362     ELSE                                                         00036200
000363         MOVE ALL "-" TO RUL-MTD, RUL-YTD                         00036300
000364     END-IF.                                                      00036400
000365     IF WS-STATEMENT EQUAL "B"                                    00036500
000366         MOVE SPACES TO RUL-MTD                                   00036600
000367     END-IF.                                                      00036700
000368     WRITE PRINT-LINE FROM RULE-LINE AFTER ADVANCING 1 LINE.      00036800
000369     PERFORM PRINT-AMOUNT-LINE.                                   00036900
000370     PERFORM CLEAR-ONE-LEVEL                                      00037000
000371         VARYING WS-LVL-SUB FROM 1 BY 1                           00037100
000372         UNTIL WS-LVL-SUB > WS-LVL-LIMIT.                         00037200
000373*                                                                 00037300
000374 CLEAR-ONE-LEVEL.                                                 00037400
000375     MOVE 0 TO LVL-MTD-TOTAL(WS-LVL-SUB),                         00037500
000376               LVL-YTD-TOTAL(WS-LVL-SUB).                         00037600
000377*                                                                 00037700
000378*AMOUNTS ARE CARRIED CREDIT POSITIVE AND TURNED OVER FOR A ROW    00037800
000379*THAT SHOWS DEBIT BALANCES.  THE BALANCE SHEET PRINTS ONE         00037900
000380*COLUMN, THE BALANCE AT THE MONTH'S END.                          00038000
000381 PRINT-AMOUNT-LINE.                                               00038100
000382     IF ROW-SHOWS-DEBIT(WS-ROW-SUB)                               00038200
000383         MULTIPLY -1 BY WS-ROW-MTD                                00038300
000384         MULTIPLY -1 BY WS-ROW-YTD                                00038400
000385     END-IF.                                                      00038500
000386     IF WS-STATEMENT EQUAL "I"                                    00038600
000387         MOVE WS-ROW-MTD TO RWL-MTD                               00038700
000388     END-IF.                                                      00038800
000389     MOVE WS-ROW-YTD TO RWL-YTD.                                  00038900
000390     WRITE PRINT-LINE FROM ROW-LINE AFTER ADVANCING 1 LINE.       00039000
000391*                                                                 00039100
000392*EVERY LEDGER ACCOUNT SHOULD FALL ON EXACTLY ONE STATEMENT LINE.  00039200
000393*ONE LEFT OFF OR TAKEN TWICE IS LISTED WITH ITS YEAR NET.         00039300
000394 CHECK-ACCOUNT-COVERAGE.                                          00039400
000395     MOVE SPACES TO ROW-LINE.                                     00039500
000396     PERFORM CHECK-ONE-ACCOUNT                                    00039600
000397         VARYING WS-LGT-SUB FROM 1 BY 1                           00039700
000398         UNTIL WS-LGT-SUB > WS-LGT-COUNT.                         00039800
000399*                                                                 00039900
000400 CHECK-ONE-ACCOUNT.                                               00040000
000401     IF LGT-LINE-COUNT(WS-LGT-SUB) NOT EQUAL 1                    00040100
000402         IF WS-UNASSIGNED-COUNT + WS-DUPLICATE-COUNT EQUAL 0      00040200
000403             MOVE "ACCOUNTS NEEDING A ROW DEFINITION CHANGE"      00040300
000404                 TO RWL-TOTAL-CAPTION                             00040400
000405             WRITE PRINT-LINE FROM ROW-LINE                       00040500
000406                 AFTER ADVANCING 3 LINES                          00040600
000407         END-IF                                                   00040700
000408         MOVE LGT-ACCOUNT(WS-LGT-SUB) TO EXL-ACCOUNT              00040800
000409         MOVE LGT-YTD-NET(WS-LGT-SUB) TO EXL-YTD                  00040900
000410         IF LGT-LINE-COUNT(WS-LGT-SUB) EQUAL 0                    00041000
000411             ADD 1 TO WS-UNASSIGNED-COUNT                         00041100
000412             MOVE "NOT ON ANY STATEMENT LINE" TO EXL-TEXT         00041200
000413         ELSE                                                     00041300
000414             ADD 1 TO WS-DUPLICATE-COUNT                          00041400
000415             MOVE "ON MORE THAN ONE STATEMENT LINE" TO EXL-TEXT   00041500
000416         END-IF                                                   00041600
000417         WRITE PRINT-LINE FROM EXCEPTION-LINE                     00041700
000418             AFTER ADVANCING 1 LINE                               00041800
000419     END-IF.                                                      00041900
000420*                                                                 00042000
000421*CARRIED CREDIT POSITIVE, ASSETS ARE NEGATIVE AND LIABILITIES,    00042100
000422*EQUITY, AND THE YEAR'S NET INCOME POSITIVE; A BALANCED SHEET     00042200
000423*NETS TO ZERO.  AN ACCOUNT OFF THE STATEMENTS OR ON TWO LINES     00042300
000424*ALSO HOLDS THEM.                                                 00042400
000425 CLOSING.                                                         00042500
000426     IF WS-SHEET-TOTAL EQUAL ZERO                                 00042600
000427       AND WS-UNASSIGNED-COUNT EQUAL ZERO                         00042700
000428       AND WS-DUPLICATE-COUNT EQUAL ZERO                          00042800
000429         WRITE PRINT-LINE FROM BALANCED-LINE                      00042900
000430             AFTER ADVANCING 3 LINES                              00043000
000431     ELSE                                                         00043100
000432     IF WS-SHEET-TOTAL EQUAL ZERO                                 00043200
000433         WRITE PRINT-LINE FROM COVERAGE-LINE                      00043300
000434             AFTER ADVANCING 3 LINES                              00043400
000435         MOVE 16 TO RETURN-CODE                                   00043500
000436     ELSE                                                         00043600
000437         MOVE WS-SHEET-TOTAL TO CKL-AMOUNT                        00043700
000438         WRITE PRINT-LINE FROM CHECK-LINE                         00043800
000439             AFTER ADVANCING 3 LINES                              00043900
000440         MOVE 16 TO RETURN-CODE                                   00044000
000441     END-IF                                                       00044100
000442     END-IF.                                                      00044200
000443     CLOSE LEDGER-FILE, ROW-DEFINITION-FILE, PRINT-FILE.          00044300
