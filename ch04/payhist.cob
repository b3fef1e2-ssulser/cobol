000025*                    PAYROLL ADDED TO THE REGISTER EXTRACT.       00002500
000026*    2026-09-02  SS  MIRROR THE PER-TYPE EARNINGS AMOUNTS PAYROLL 00002600
000027*                    ADDED TO THE REGISTER EXTRACT.               00002700
000028*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00002800
000029*                    WAGES, EMPLOYEE WITHHOLDING, AND EMPLOYER    00002900
000030*                    SHARE PAYROLL ADDED TO THE REGISTER EXTRACT. 00003000
000031*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00003100
000032*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT. 00003200
000033*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00003300
000034*                    THE REGISTER EXTRACT.                        00003400
000035*    2026-10-15  SS  WIDEN ARCHIVE-RECORD TO THE 230-BYTE REGISTER00003500
000036*                    EXTRACT REGRETEN NOW WRITES TO THE ARCHIVE.  00003600
000037*                                                                 00003700
000038 ENVIRONMENT DIVISION.                                            00003800
000039 CONFIGURATION SECTION.                                           00003900
000040 SOURCE-COMPUTER. IBM-370.                                        00004000
000041 OBJECT-COMPUTER. IBM-370.                                        00004100
000042*                                                                 00004200
000043 INPUT-OUTPUT SECTION.                                            00004300
000044 FILE-CONTROL.                                                    00004400
000045     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00004500
000046     SELECT REQUEST-FILE ASSIGN TO UT-S-REQUEST.                  00004600
000047     SELECT OPTIONAL ARCHIVE-HISTORY-FILE                         00004700
000048         ASSIGN TO UT-S-REGARCHV.                                 00004800
000049     SELECT OPTIONAL RETENTION-INDEX-FILE                         00004900
000050         ASSIGN TO UT-S-REGINDEX.                                 00005000
000051     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00005100
000052*                                                                 00005200
000053 DATA DIVISION.                                                   00005300
000054 FILE SECTION.                                                    00005400
000055*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00005500
000056 FD  REGISTER-HISTORY-FILE                                        00005600
000057     LABEL RECORD IS OMITTED.                                     00005700
000058 01  REGISTER-RECORD.                                             00005800
000059     05  REG-EMP-ID              PIC X(10).                       00005900
000060     05  REG-EMP-DEPARTMENT      PIC X(15).                       00006000
000061     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00006100
000062     05  REG-PAY-PERIOD          PIC X(06).                       00006200
000063     05  REG-EMP-NAME            PIC X(25).                       00006300
000064     05  REG-EMP-HOURS-WORKED    PIC S99.                         00006400
000065     05  REG-EMP-PAYRATE         PIC 99V99.                       00006500
000066     05  REG-TAX-DED             PIC S9(5)V99.                    00006600
000067     05  REG-INS-DED             PIC S9(5)V99.                    00006700
000068     05  REG-GARN-DED            PIC S9(5)V99.                    00006800
000069     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00006900
000070     05  REG-PLANT-CODE          PIC X(04).                       00007000
000071     05  REG-BONUS-AMT           PIC S9(5)V99.                    00007100
000072     05  REG-PREM-AMT            PIC S9(5)V99.                    00007200
000073     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00007300
000074     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00007400
000075         10  REG-GD-ORDER-NO     PIC X(06).                       00007500
000076         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00007600
000077     05  REG-JOB-CODE            PIC X(06).                       00007700
000078     05  REG-SS-WAGES            PIC S9(5)V99.                    00007800
000079     05  REG-SS-DED              PIC S9(5)V99.                    00007900
000080     05  REG-MED-WAGES           PIC S9(5)V99.                    00008000
000081     05  REG-MED-DED             PIC S9(5)V99.                    00008100
000082     05  REG-SS-ER               PIC S9(5)V99.                    00008200
000083     05  REG-MED-ER              PIC S9(5)V99.                    00008300
000084     05  REG-DEFERRAL            PIC S9(5)V99.                    00008400
000085     05  REG-ER-MATCH            PIC S9(5)V99.                    00008500
000086     05  REG-LOAN-DED            PIC S9(5)V99.                    00008600
000087*                                                                 00008700
000088*THE MOUNTED ARCHIVE CARRIES THE SAME REGISTER LAYOUT; ONLY THE   00008800
000089*FIELDS THE STATEMENT PRINTS ARE NAMED.                           00008900
000090 FD  ARCHIVE-HISTORY-FILE                                         00009000
000091     LABEL RECORD IS OMITTED.                                     00009100
000092 01  ARCHIVE-RECORD.                                              00009200
000093     05  ARC-EMP-ID              PIC X(10).                       00009300
000094     05  FILLER                  PIC X(15).                       00009400
000095     05  ARC-LINE-AMOUNT         PIC S9(5)V99.                    00009500
000096     05  ARC-PAY-PERIOD          PIC X(06).                       00009600
000097     05  ARC-EMP-NAME            PIC X(25).                       00009700
000098     05  ARC-EMP-HOURS-WORKED    PIC S99.                         00009800
000099     05  ARC-EMP-PAYRATE         PIC 99V99.                       00009900
000100     05  FILLER                  PIC X(21).                       00010000
000101     05  ARC-NET-AMOUNT          PIC S9(5)V99.                    00010100
000102     05  FILLER                  PIC X(133).                      00010200
000103*                                                                 00010300
000104*THE RETENTION INDEX NAMES WHICH ARCHIVE DATASET HOLDS WHICH      00010400
000105*PERIOD RANGE.                                                    00010500
000106 FD  RETENTION-INDEX-FILE                                         00010600
000107     LABEL RECORD IS OMITTED.                                     00010700
000108 01  INDEX-RECORD.                                                00010800
000109     05  RIX-FROM-PERIOD         PIC X(06).                       00010900
000110     05  RIX-TO-PERIOD           PIC X(06).                       00011000
000111     05  RIX-DATASET             PIC X(44).                       00011100
000112     05  FILLER                  PIC X(24).                       00011200
000113*                                                                 00011300
000114 FD  REQUEST-FILE                                                 00011400
000115     LABEL RECORD IS OMITTED.                                     00011500
000116 01  REQUEST-RECORD.                                              00011600
000117     05  REQ-EMP-ID              PIC X(10).                       00011700
000118     05  REQ-FROM-PERIOD         PIC X(06).                       00011800
000119     05  REQ-TO-PERIOD           PIC X(06).                       00011900
000120     05  FILLER                  PIC X(58).                       00012000
000121*                                                                 00012100
000122 FD  PRINT-FILE                                                   00012200
000123     LABEL RECORD IS OMITTED.                                     00012300
000124 01  PRINT-LINE                  PIC X(132).                      00012400
000125*                                                                 00012500
000126 WORKING-STORAGE SECTION.                                         00012600
000127*                                                                 00012700
000128 77  REQUEST-EOF-FLAG            PIC X VALUE "N".                 00012800
000129     88  REQUEST-IS-EOF          VALUE "Y".                       00012900
000130 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00013000
000131     88  HISTORY-IS-EOF          VALUE "Y".                       00013100
000132 77  WS-LINES-FOUND              PIC 9(05) VALUE 0.               00013200
000133 77  WS-STATEMENT-TOTAL          PIC S9(7)V99 VALUE 0.            00013300
000134 77  WS-STATEMENT-NET            PIC S9(7)V99 VALUE 0.            00013400
000135 77  ARCHIVE-EOF-FLAG            PIC X VALUE "N".                 00013500
000136     88  ARCHIVE-IS-EOF          VALUE "Y".                       00013600
000137 77  INDEX-EOF-FLAG              PIC X VALUE "N".                 00013700
000138     88  INDEX-IS-EOF            VALUE "Y".                       00013800
000139*                                                                 00013900
000140 01  STATEMENT-HEAD-LINE.                                         00014000
000141     05  FILLER                  PIC X(05) VALUE SPACES.          00014100
000142     05  FILLER                  PIC X(25)                        00014200
000143             VALUE "PAY HISTORY STATEMENT -- ".                   00014300
000144     05  SHL-EMP-ID              PIC X(10).                       00014400
000145     05  FILLER                  PIC X(10) VALUE "  PERIODS ".    00014500
000146     05  SHL-FROM-PERIOD         PIC X(06).                       00014600
000147     05  FILLER                  PIC X(04) VALUE " TO ".          00014700
000148     05  SHL-TO-PERIOD           PIC X(06).                       00014800
000149*                                                                 00014900
000150 01  STATEMENT-DETAIL-LINE.                                       00015000
000151     05  FILLER                  PIC X(08) VALUE SPACES.          00015100
000152     05  SDL-PAY-PERIOD          PIC X(06).                       00015200
000153     05  FILLER                  PIC X(02) VALUE SPACES.          00015300
000154     05  SDL-EMP-NAME            PIC X(25).                       00015400
000155     05  FILLER                  PIC X(02) VALUE SPACES.          00015500
000156     05  SDL-HOURS               PIC ---9.                        00015600
000157     05  FILLER                  PIC X(02) VALUE SPACES.          00015700
000158     05  SDL-RATE                PIC Z9.99.                       00015800
000159     05  FILLER                  PIC X(02) VALUE SPACES.          00015900
000160     05  SDL-GROSS               PIC ZZZZ9.99-.                   00016000
000161     05  FILLER                  PIC X(02) VALUE SPACES.          00016100
000162     05  SDL-NET                 PIC ZZZZ9.99-.                   00016200
000163*                                                                 00016300
000164 01  STATEMENT-TOTAL-LINE.                                        00016400
000165     05  FILLER                  PIC X(08) VALUE SPACES.          00016500
000166     05  FILLER                  PIC X(07) VALUE "LINES: ".       00016600
000167     05  STL-LINES               PIC ZZ,ZZ9.                      00016700
000168     05  FILLER                  PIC X(15)                        00016800
000169             VALUE "  GROSS TOTAL: ".                             00016900
000170     05  STL-GROSS               PIC Z,ZZZ,ZZ9.99-.               00017000
000171     05  FILLER                  PIC X(13)                        00017100
000172             VALUE "  NET TOTAL: ".                               00017200
000173     05  STL-NET                 PIC Z,ZZZ,ZZ9.99-.               00017300
000174*                                                                 00017400
000175 01  REFERRAL-LINE.                                               00017500
000176     05  FILLER                  PIC X(08) VALUE SPACES.          00017600
000177     05  FILLER                  PIC X(08) VALUE "PERIODS ".      00017700
000178     05  RFL-FROM                PIC X(06).                       00017800
000179     05  FILLER                  PIC X(04) VALUE " TO ".          00017900
000180     05  RFL-TO                  PIC X(06).                       00018000
000181     05  FILLER                  PIC X(16)                        00018100
000182             VALUE " ARE ARCHIVED - ".                            00018200
000183     05  FILLER                  PIC X(25)                        00018300
000184             VALUE "MOUNT AS REGARCHV DD DSN=".                   00018400
000185     05  RFL-DATASET             PIC X(44).                       00018500
000186*                                                                 00018600
000187 01  NONE-FOUND-LINE.                                             00018700
000188     05  FILLER                  PIC X(08) VALUE SPACES.          00018800
000189     05  FILLER                  PIC X(40)                        00018900
000190             VALUE "NO PAY LINES IN THE REQUESTED RANGE".         00019000
000191*                                                                 00019100
000192 PROCEDURE DIVISION.                                              00019200
000193 000-MAIN.                                                        00019300
000194     PERFORM INITIALIZATION.                                      00019400
000195     PERFORM ANSWER-ONE-REQUEST UNTIL REQUEST-IS-EOF.             00019500
000196     PERFORM CLOSING.                                             00019600
000197     STOP RUN.                                                    00019700
000198*                                                                 00019800
000199 INITIALIZATION.                                                  00019900
000200     OPEN INPUT REQUEST-FILE,                                     00020000
000201          OUTPUT PRINT-FILE.                                      00020100
000202     READ REQUEST-FILE                                            00020200
000203         AT END MOVE "Y" TO REQUEST-EOF-FLAG.                     00020300
000204*                                                                 00020400
000205*EACH REQUEST CARD GETS ITS OWN FULL PASS OVER THE HISTORY FILE;  00020500
000206*THE DECKS ARE SMALL AND THE STATEMENTS COME OUT IN CARD ORDER.   00020600
000207 ANSWER-ONE-REQUEST.                                              00020700
000208     MOVE REQ-EMP-ID TO SHL-EMP-ID.                               00020800
000209     MOVE REQ-FROM-PERIOD TO SHL-FROM-PERIOD.                     00020900
000210     MOVE REQ-TO-PERIOD TO SHL-TO-PERIOD.                         00021000
000211     WRITE PRINT-LINE FROM STATEMENT-HEAD-LINE                    00021100
000212         AFTER ADVANCING 2 LINES.                                 00021200
000213     MOVE 0 TO WS-LINES-FOUND, WS-STATEMENT-TOTAL,                00021300
000214         WS-STATEMENT-NET.                                        00021400
000215     MOVE "N" TO HISTORY-EOF-FLAG.                                00021500
000216     OPEN INPUT REGISTER-HISTORY-FILE.                            00021600
000217     READ REGISTER-HISTORY-FILE                                   00021700
000218         AT END MOVE "Y" TO HISTORY-EOF-FLAG                      00021800
000219     END-READ.                                                    00021900
000220     PERFORM MATCH-ONE-HISTORY-LINE UNTIL HISTORY-IS-EOF.         00022000
000221     CLOSE REGISTER-HISTORY-FILE.                                 00022100
000222     PERFORM SCAN-MOUNTED-ARCHIVE.                                00022200
000223     PERFORM LIST-INDEX-REFERRALS.                                00022300
000224     IF WS-LINES-FOUND EQUAL ZERO                                 00022400
000225         WRITE PRINT-LINE FROM NONE-FOUND-LINE                    00022500
000226             AFTER ADVANCING 1 LINE                               00022600
000227     ELSE                                                         00022700
000228         MOVE WS-LINES-FOUND TO STL-LINES                         00022800
000229         MOVE WS-STATEMENT-TOTAL TO STL-GROSS                     00022900
000230         MOVE WS-STATEMENT-NET TO STL-NET                         00023000
000231         WRITE PRINT-LINE FROM STATEMENT-TOTAL-LINE               00023100
000232             AFTER ADVANCING 1 LINE                               00023200
000233     END-IF.                                                      00023300
000234     READ REQUEST-FILE                                            00023400
000235         AT END MOVE "Y" TO REQUEST-EOF-FLAG.                     00023500
000236*                                                                 00023600
000237 MATCH-ONE-HISTORY-LINE.                                          00023700
000238     IF REG-EMP-ID EQUAL REQ-EMP-ID                               00023800
000239       AND REG-PAY-PERIOD NOT < REQ-FROM-PERIOD                   00023900
000240       AND REG-PAY-PERIOD NOT > REQ-TO-PERIOD                     00024000
000241         ADD 1 TO WS-LINES-FOUND                                  00024100
000242         ADD REG-LINE-AMOUNT TO WS-STATEMENT-TOTAL                00024200
000243         ADD REG-NET-AMOUNT TO WS-STATEMENT-NET                   00024300
000244         MOVE REG-PAY-PERIOD TO SDL-PAY-PERIOD                    00024400
000245         MOVE REG-EMP-NAME TO SDL-EMP-NAME                        00024500
000246         MOVE REG-EMP-HOURS-WORKED TO SDL-HOURS                   00024600
000247         MOVE REG-EMP-PAYRATE TO SDL-RATE                         00024700
000248         MOVE REG-LINE-AMOUNT TO SDL-GROSS                        00024800
000249         MOVE REG-NET-AMOUNT TO SDL-NET                           00024900
000250         WRITE PRINT-LINE FROM STATEMENT-DETAIL-LINE              00025000
000251             AFTER ADVANCING 1 LINE                               00025100
000252     END-IF                                                       00025200
000253     READ REGISTER-HISTORY-FILE                                   00025300
000254         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00025400
000255*                                                                 00025500
000256*THE MOUNTED ARCHIVE (IF ANY) IS SCANNED THE SAME WAY AS THE      00025600
000257*ACTIVE FILE; AN ABSENT REGARCHV DD READS AS EMPTY.               00025700
000258 SCAN-MOUNTED-ARCHIVE.                                            00025800
000259     MOVE "N" TO ARCHIVE-EOF-FLAG.                                00025900
000260     OPEN INPUT ARCHIVE-HISTORY-FILE.                             00026000
000261     READ ARCHIVE-HISTORY-FILE                                    00026100
000262         AT END MOVE "Y" TO ARCHIVE-EOF-FLAG                      00026200
000263     END-READ.                                                    00026300
000264     PERFORM MATCH-ONE-ARCHIVE-LINE UNTIL ARCHIVE-IS-EOF.         00026400
000265     CLOSE ARCHIVE-HISTORY-FILE.                                  00026500
000266*                                                                 00026600
000267 MATCH-ONE-ARCHIVE-LINE.                                          00026700
000268     IF ARC-EMP-ID EQUAL REQ-EMP-ID                               00026800
000269       AND ARC-PAY-PERIOD NOT < REQ-FROM-PERIOD                   00026900
000270       AND ARC-PAY-PERIOD NOT > REQ-TO-PERIOD                     00027000
000271         ADD 1 TO WS-LINES-FOUND                                  00027100
000272         ADD ARC-LINE-AMOUNT TO WS-STATEMENT-TOTAL                00027200
000273         ADD ARC-NET-AMOUNT TO WS-STATEMENT-NET                   00027300
000274         MOVE ARC-PAY-PERIOD TO SDL-PAY-PERIOD                    00027400
000275         MOVE ARC-EMP-NAME TO SDL-EMP-NAME                        00027500
000276         MOVE ARC-EMP-HOURS-WORKED TO SDL-HOURS                   00027600
000277         MOVE ARC-EMP-PAYRATE TO SDL-RATE                         00027700
000278         MOVE ARC-LINE-AMOUNT TO SDL-GROSS                        00027800
000279         MOVE ARC-NET-AMOUNT TO SDL-NET                           00027900
000280         WRITE PRINT-LINE FROM STATEMENT-DETAIL-LINE              00028000
000281             AFTER ADVANCING 1 LINE                               00028100
000282     END-IF                                                       00028200
000283     READ ARCHIVE-HISTORY-FILE                                    00028300
000284         AT END MOVE "Y" TO ARCHIVE-EOF-FLAG.                     00028400
000285*                                                                 00028500
000286*EVERY INDEX RANGE OVERLAPPING THE REQUEST IS NAMED SO THE DESK   00028600
000287*KNOWS EXACTLY WHICH ARCHIVE MUST BE MOUNTED FOR A COMPLETE       00028700
000288*STATEMENT -- A REQUEST SPANNING OLD PERIODS NEVER JUST COMES     00028800
000289*BACK SHORT WITHOUT SAYING SO.                                    00028900
000290 LIST-INDEX-REFERRALS.                                            00029000
000291     MOVE "N" TO INDEX-EOF-FLAG.                                  00029100
000292     OPEN INPUT RETENTION-INDEX-FILE.                             00029200
000293     READ RETENTION-INDEX-FILE                                    00029300
000294         AT END MOVE "Y" TO INDEX-EOF-FLAG                        00029400
000295     END-READ.                                                    00029500
000296     PERFORM CHECK-ONE-INDEX-ROW UNTIL INDEX-IS-EOF.              00029600
000297     CLOSE RETENTION-INDEX-FILE.                                  00029700
000298*                                                                 00029800
000299 CHECK-ONE-INDEX-ROW.                                             00029900
000300     IF RIX-FROM-PERIOD NOT > REQ-TO-PERIOD                       00030000
000301       AND RIX-TO-PERIOD NOT < REQ-FROM-PERIOD                    00030100
000302         MOVE RIX-FROM-PERIOD TO RFL-FROM                         00030200
000303         MOVE RIX-TO-PERIOD TO RFL-TO                             00030300
000304         MOVE RIX-DATASET TO RFL-DATASET                          00030400
000305         WRITE PRINT-LINE FROM REFERRAL-LINE                      00030500
000306             AFTER ADVANCING 1 LINE                               00030600
000307     END-IF                                                       00030700
000308     READ RETENTION-INDEX-FILE                                    00030800
000309         AT END MOVE "Y" TO INDEX-EOF-FLAG.                       00030900
000310*                                                                 00031000
000311 CLOSING.                                                         00031100
000312     CLOSE REQUEST-FILE, PRINT-FILE.                              00031200
