000024*                    PAYROLL-BY-RISK-CLASS FROM PAPER EVERY       00002400
000025*                    YEAR.  WAGES WITH NO CLASS ARE SHOWN AS      00002500
000026*                    UNCLASSIFIED SO NOTHING HIDES.               00002600
000027*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00002700
000028*                    WAGES, EMPLOYEE WITHHOLDING, AND EMPLOYER    00002800
000029*                    SHARE PAYROLL ADDED TO THE REGISTER EXTRACT. 00002900
000030*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00003000
000031*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT. 00003100
000032*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE PAY GROUP,   00003200
000033*                    PAY FREQUENCY, AND PERIOD SALARY (90 BYTES). 00003300
000034*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE SOCIAL       00003400
000035*                    SECURITY NUMBER, HIRE DATE, AND HOME ADDRESS 00003500
000036*                    (156 BYTES).                                 00003600
000037*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE ORIGINAL     00003700
000038*                    HIRE DATE AND ADJUSTED SERVICE DATE (168     00003800
000039*                    BYTES).                                      00003900
000040*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00004000
000041*                    THE REGISTER EXTRACT.                        00004100
000042*                                                                 00004200
000043 ENVIRONMENT DIVISION.                                            00004300
000044 CONFIGURATION SECTION.                                           00004400
000045 SOURCE-COMPUTER. IBM-370.                                        00004500
000046 OBJECT-COMPUTER. IBM-370.                                        00004600
000047*                                                                 00004700
000048 INPUT-OUTPUT SECTION.                                            00004800
000049 FILE-CONTROL.                                                    00004900
000050     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00005000
000051     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00005100
000052         ORGANIZATION IS INDEXED                                  00005200
000053         ACCESS MODE IS RANDOM                                    00005300
000054         RECORD KEY IS EMP-ID.                                    00005400
000055     SELECT CLASS-MASTER-FILE ASSIGN TO UT-S-WCLASS.              00005500
000056     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00005600
000057*                                                                 00005700
000058 DATA DIVISION.                                                   00005800
000059 FILE SECTION.                                                    00005900
000060*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00006000
000061 FD  REGISTER-HISTORY-FILE                                        00006100
000062     LABEL RECORD IS OMITTED.                                     00006200
000063 01  REGISTER-RECORD.                                             00006300
000064     05  REG-EMP-ID              PIC X(10).                       00006400
000065     05  REG-EMP-DEPARTMENT      PIC X(15).                       00006500
000066     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00006600
000067     05  REG-PAY-PERIOD          PIC X(06).                       00006700
000068     05  REG-EMP-NAME            PIC X(25).                       00006800
000069     05  REG-EMP-HOURS-WORKED    PIC S99.                         00006900
000070     05  REG-EMP-PAYRATE         PIC 99V99.                       00007000
000071     05  REG-TAX-DED             PIC S9(5)V99.                    00007100
000072     05  REG-INS-DED             PIC S9(5)V99.                    00007200
000073     05  REG-GARN-DED            PIC S9(5)V99.                    00007300
000074     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00007400
000075     05  REG-PLANT-CODE          PIC X(04).                       00007500
000076     05  REG-BONUS-AMT           PIC S9(5)V99.                    00007600
000077     05  REG-PREM-AMT            PIC S9(5)V99.                    00007700
000078     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00007800
000079     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00007900
000080         10  REG-GD-ORDER-NO     PIC X(06).                       00008000
000081         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00008100
000082     05  REG-JOB-CODE            PIC X(06).                       00008200
000083     05  REG-SS-WAGES            PIC S9(5)V99.                    00008300
000084     05  REG-SS-DED              PIC S9(5)V99.                    00008400
000085     05  REG-MED-WAGES           PIC S9(5)V99.                    00008500
000086     05  REG-MED-DED             PIC S9(5)V99.                    00008600
000087     05  REG-SS-ER               PIC S9(5)V99.                    00008700
000088     05  REG-MED-ER              PIC S9(5)V99.                    00008800
000089     05  REG-DEFERRAL            PIC S9(5)V99.                    00008900
000090     05  REG-ER-MATCH            PIC S9(5)V99.                    00009000
000091     05  REG-LOAN-DED            PIC S9(5)V99.                    00009100
000092*                                                                 00009200
000093*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00009300
000094 FD  EMPLOYEE-MASTER-FILE                                         00009400
000095     LABEL RECORD IS OMITTED.                                     00009500
000096 01  EMPLOYEE-MASTER-RECORD.                                      00009600
000097     COPY EMPLOYEE.                                               00009700
000098     05  EMP-M-SALARY-CODE       PIC X.                           00009800
000099     05  EMP-M-STATUS            PIC X.                           00009900
000100     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00010000
000101     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00010100
000102     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00010200
000103     05  EMP-M-FILING-STATUS     PIC X.                           00010300
000104     05  EMP-M-ALLOWANCES        PIC 99.                          00010400
000105     05  EMP-M-COMP-CLASS        PIC X(04).                       00010500
000106     05  EMP-M-PAY-GROUP         PIC X(02).                       00010600
000107     05  EMP-M-PAY-FREQUENCY     PIC X.                           00010700
000108     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00010800
000109     05  EMP-M-SSN               PIC 9(09).                       00010900
000110     05  EMP-M-HIRE-DATE         PIC 9(06).                       00011000
000111     05  EMP-M-STREET            PIC X(25).                       00011100
000112     05  EMP-M-CITY              PIC X(15).                       00011200
000113     05  EMP-M-STATE             PIC X(02).                       00011300
000114     05  EMP-M-ZIP               PIC X(09).                       00011400
000115     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00011500
000116     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00011600
000117     05  FILLER                  PIC X(02).                       00011700
000118*                                                                 00011800
000119*ONE CLASS MASTER RECORD PER RISK CLASS: DESCRIPTION AND THE      00011900
000120*CARRIER'S PREMIUM RATE PER HUNDRED DOLLARS OF PAYROLL.           00012000
000121 FD  CLASS-MASTER-FILE                                            00012100
000122     LABEL RECORD IS OMITTED.                                     00012200
000123 01  CLASS-MASTER-RECORD.                                         00012300
000124     05  WCC-CLASS               PIC X(04).                       00012400
000125     05  WCC-DESCRIPTION         PIC X(25).                       00012500
000126     05  WCC-RATE-PER-100        PIC 9(3)V99.                     00012600
000127     05  FILLER                  PIC X(46).                       00012700
000128*                                                                 00012800
000129 FD  PRINT-FILE                                                   00012900
000130     LABEL RECORD IS OMITTED.                                     00013000
000131 01  PRINT-LINE                  PIC X(132).                      00013100
000132*                                                                 00013200
000133 WORKING-STORAGE SECTION.                                         00013300
000134*                                                                 00013400
000135 01  CLASS-TABLE.                                                 00013500
000136     05  WCT-ENTRY OCCURS 50 TIMES.                               00013600
000137         10  WCT-CLASS           PIC X(04).                       00013700
000138         10  WCT-DESCRIPTION     PIC X(25).                       00013800
000139         10  WCT-RATE            PIC 9(3)V99.                     00013900
000140 77  WS-WCT-COUNT                PIC 99 VALUE 0.                  00014000
000141 77  WS-WCT-SUB                  PIC 99 VALUE 0.                  00014100
000142 77  WCT-FOUND-FLAG              PIC X VALUE "N".                 00014200
000143     88  CLASS-WAS-FOUND         VALUE "Y".                       00014300
000144 77  WS-WCT-FOUND-SUB            PIC 99 VALUE 0.                  00014400
000145*                                                                 00014500
000146*EXPERIENCE ACCUMULATES BY PLANT AND CLASS; AN EMPLOYEE WITH A    00014600
000147*BLANK OR UNKNOWN CLASS POSTS TO THE "????" LINE.                 00014700
000148 01  EXPERIENCE-TABLE.                                            00014800
000149     05  EXP-ENTRY OCCURS 100 TIMES.                              00014900
000150         10  EXP-PLANT-CODE      PIC X(04).                       00015000
000151         10  EXP-CLASS           PIC X(04).                       00015100
000152         10  EXP-WAGES           PIC S9(9)V99.                    00015200
000153         10  EXP-HOURS           PIC S9(7).                       00015300
000154         10  EXP-OT-HOURS        PIC S9(7).                       00015400
000155 01  EXPERIENCE-SWAP             PIC X(33).                       00015500
000156 77  WS-EXP-COUNT                PIC 999 VALUE 0.                 00015600
000157 77  WS-EXP-SUB                  PIC 999 VALUE 0.                 00015700
000158 77  EXP-FOUND-FLAG              PIC X VALUE "N".                 00015800
000159     88  EXP-ENTRY-FOUND         VALUE "Y".                       00015900
000160 77  WS-EXP-FOUND-SUB            PIC 999 VALUE 0.                 00016000
000161*                                                                 00016100
000162 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00016200
000163     88  HISTORY-IS-EOF          VALUE "Y".                       00016300
000164 77  WCC-EOF-FLAG                PIC X VALUE "N".                 00016400
000165     88  CLASS-IS-EOF            VALUE "Y".                       00016500
000166 77  MASTER-FOUND-FLAG           PIC X VALUE "N".                 00016600
000167     88  MASTER-WAS-FOUND        VALUE "Y".                       00016700
000168*                                                                 00016800
000169 77  WS-WORK-CLASS               PIC X(04) VALUE SPACES.          00016900
000170 77  WS-OT-HOURS                 PIC S99 VALUE 0.                 00017000
000171 77  WS-PREMIUM                  PIC S9(7)V99 VALUE 0.            00017100
000172 77  WS-PLANT-WAGES              PIC S9(9)V99 VALUE 0.            00017200
000173 77  WS-PLANT-PREMIUM            PIC S9(7)V99 VALUE 0.            00017300
000174 77  WS-TOTAL-WAGES              PIC S9(9)V99 VALUE 0.            00017400
000175 77  WS-TOTAL-PREMIUM            PIC S9(8)V99 VALUE 0.            00017500
000176 77  ACTUAL-PLANT                PIC X(04) VALUE LOW-VALUES.      00017600
000177*                                                                 00017700
000178 01  TITLE-LINE.                                                  00017800
000179     05  FILLER                  PIC X(20) VALUE SPACES.          00017900
000180     05  FILLER                  PIC X(44)                        00018000
000181             VALUE "WORKERS' COMPENSATION PREMIUM COMPUTATION".   00018100
000182*                                                                 00018200
000183 01  PLANT-HEAD-LINE.                                             00018300
000184     05  FILLER                  PIC X(02) VALUE SPACES.          00018400
000185     05  FILLER                  PIC X(12)                        00018500
000186             VALUE "PLANT/SITE: ".                                00018600
000187     05  PHL-PLANT               PIC X(04).                       00018700
000188*                                                                 00018800
000189 01  CLASS-LINE.                                                  00018900
000190     05  FILLER                  PIC X(05) VALUE SPACES.          00019000
000191     05  CLL-CLASS               PIC X(04).                       00019100
000192     05  FILLER                  PIC X(02) VALUE SPACES.          00019200
000193     05  CLL-DESCRIPTION         PIC X(25).                       00019300
000194     05  FILLER                  PIC X(08) VALUE "  HOURS ".      00019400
000195     05  CLL-HOURS               PIC Z,ZZZ,ZZ9-.                  00019500
000196     05  FILLER                  PIC X(07) VALUE "  O.T. ".       00019600
000197     05  CLL-OT-HOURS            PIC ZZZ,ZZ9-.                    00019700
000198     05  FILLER                  PIC X(08) VALUE "  WAGES ".      00019800
000199     05  CLL-WAGES               PIC ZZZ,ZZZ,ZZ9.99-.             00019900
000200     05  FILLER                  PIC X(07) VALUE "  RATE ".       00020000
000201     05  CLL-RATE                PIC ZZ9.99.                      00020100
000202     05  FILLER                  PIC X(10) VALUE "  PREMIUM ".    00020200
000203     05  CLL-PREMIUM             PIC ZZZ,ZZ9.99-.                 00020300
000204*                                                                 00020400
000205 01  PLANT-TOTAL-LINE.                                            00020500
000206     05  FILLER                  PIC X(05) VALUE SPACES.          00020600
000207     05  FILLER                  PIC X(14)                        00020700
000208             VALUE "PLANT TOTAL   ".                              00020800
000209     05  PTL-WAGES               PIC ZZZ,ZZZ,ZZ9.99-.             00020900
000210     05  FILLER                  PIC X(10) VALUE "  PREMIUM ".    00021000
000211     05  PTL-PREMIUM             PIC ZZZ,ZZ9.99-.                 00021100
000212*                                                                 00021200
000213 01  GRAND-TOTAL-LINE.                                            00021300
000214     05  FILLER                  PIC X(02) VALUE SPACES.          00021400
000215     05  FILLER                  PIC X(17)                        00021500
000216             VALUE "COMPANY TOTAL    ".                           00021600
000217     05  GTL-WAGES               PIC ZZZ,ZZZ,ZZ9.99-.             00021700
000218     05  FILLER                  PIC X(10) VALUE "  PREMIUM ".    00021800
000219     05  GTL-PREMIUM             PIC Z,ZZZ,ZZ9.99-.               00021900
000220*                                                                 00022000
000221 PROCEDURE DIVISION.                                              00022100
000222 000-MAIN.                                                        00022200
000223     PERFORM INITIALIZATION.                                      00022300
000224     PERFORM LOAD-ONE-CLASS UNTIL CLASS-IS-EOF.                   00022400
000225     PERFORM POST-ONE-PAY-LINE UNTIL HISTORY-IS-EOF.              00022500
000226     PERFORM SORT-EXPERIENCE-TABLE.                               00022600
000227     PERFORM REPORT-ONE-EXPERIENCE                                00022700
000228         VARYING WS-EXP-SUB FROM 1 BY 1                           00022800
000229         UNTIL WS-EXP-SUB > WS-EXP-COUNT                          00022900
000230         OR WS-EXP-SUB > 100.                                     00023000
000231     PERFORM CLOSING.                                             00023100
000232     STOP RUN.                                                    00023200
000233*                                                                 00023300
000234 INITIALIZATION.                                                  00023400
000235     OPEN INPUT REGISTER-HISTORY-FILE, EMPLOYEE-MASTER-FILE,      00023500
000236          CLASS-MASTER-FILE,                                      00023600
000237          OUTPUT PRINT-FILE.                                      00023700
000238     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00023800
000239     READ CLASS-MASTER-FILE                                       00023900
000240         AT END MOVE "Y" TO WCC-EOF-FLAG.                         00024000
000241     READ REGISTER-HISTORY-FILE                                   00024100
000242         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00024200
000243*                                                                 00024300
000244 LOAD-ONE-CLASS.                                                  00024400
000245     ADD 1 TO WS-WCT-COUNT.                                       00024500
000246     IF WS-WCT-COUNT <= 50                                        00024600
000247         MOVE WCC-CLASS TO WCT-CLASS(WS-WCT-COUNT)                00024700
000248         MOVE WCC-DESCRIPTION TO WCT-DESCRIPTION(WS-WCT-COUNT)    00024800
000249         MOVE WCC-RATE-PER-100 TO WCT-RATE(WS-WCT-COUNT)          00024900
000250     END-IF.                                                      00025000
000251     READ CLASS-MASTER-FILE                                       00025100
000252         AT END MOVE "Y" TO WCC-EOF-FLAG.                         00025200
000253*                                                                 00025300
000254 POST-ONE-PAY-LINE.                                               00025400
000255     MOVE "N" TO MASTER-FOUND-FLAG.                               00025500
000256     MOVE REG-EMP-ID TO EMP-ID.                                   00025600
000257     READ EMPLOYEE-MASTER-FILE                                    00025700
000258         INVALID KEY CONTINUE                                     00025800
000259         NOT INVALID KEY MOVE "Y" TO MASTER-FOUND-FLAG            00025900
000260     END-READ.                                                    00026000
000261     IF MASTER-WAS-FOUND                                          00026100
000262       AND EMP-M-COMP-CLASS NOT EQUAL SPACES                      00026200
000263         MOVE EMP-M-COMP-CLASS TO WS-WORK-CLASS                   00026300
000264     ELSE                                                         00026400
000265         MOVE "????" TO WS-WORK-CLASS                             00026500
000266     END-IF.                                                      00026600
000267     PERFORM FIND-EXPERIENCE-ENTRY.                               00026700
000268     IF EXP-ENTRY-FOUND                                           00026800
000269         ADD REG-LINE-AMOUNT TO EXP-WAGES(WS-EXP-FOUND-SUB)       00026900
000270         ADD REG-EMP-HOURS-WORKED                                 00027000
000271             TO EXP-HOURS(WS-EXP-FOUND-SUB)                       00027100
000272         IF REG-EMP-HOURS-WORKED > 40                             00027200
000273             COMPUTE WS-OT-HOURS =                                00027300
000274                 REG-EMP-HOURS-WORKED - 40                        00027400
000275             ADD WS-OT-HOURS                                      00027500
000276                 TO EXP-OT-HOURS(WS-EXP-FOUND-SUB)                00027600
000277         END-IF                                                   00027700
000278     END-IF.                                                      00027800
000279     READ REGISTER-HISTORY-FILE                                   00027900
000280         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00028000
000281*                                                                 00028100
000282 FIND-EXPERIENCE-ENTRY.                                           00028200
000283     MOVE "N" TO EXP-FOUND-FLAG.                                  00028300
000284     PERFORM MATCH-ONE-EXPERIENCE                                 00028400
000285         VARYING WS-EXP-SUB FROM 1 BY 1                           00028500
000286         UNTIL WS-EXP-SUB > WS-EXP-COUNT                          00028600
000287         OR WS-EXP-SUB > 100.                                     00028700
000288     IF NOT EXP-ENTRY-FOUND                                       00028800
000289         ADD 1 TO WS-EXP-COUNT                                    00028900
000290         IF WS-EXP-COUNT > 100                                    00029000
000291             DISPLAY "WCOMPRPT HALTED - EXPERIENCE TABLE FULL"    00029100
000292                 " AT 100"                                        00029200
000293             MOVE 16 TO RETURN-CODE                               00029300
000294             STOP RUN                                             00029400
000295         END-IF                                                   00029500
000296         MOVE REG-PLANT-CODE TO EXP-PLANT-CODE(WS-EXP-COUNT)      00029600
000297         MOVE WS-WORK-CLASS TO EXP-CLASS(WS-EXP-COUNT)            00029700
000298         MOVE 0 TO EXP-WAGES(WS-EXP-COUNT)                        00029800
000299         MOVE 0 TO EXP-HOURS(WS-EXP-COUNT)                        00029900
000300         MOVE 0 TO EXP-OT-HOURS(WS-EXP-COUNT)                     00030000
000301         MOVE WS-EXP-COUNT TO WS-EXP-FOUND-SUB                    00030100
000302         MOVE "Y" TO EXP-FOUND-FLAG                               00030200
000303     END-IF.                                                      00030300
000304*                                                                 00030400
000305 MATCH-ONE-EXPERIENCE.                                            00030500
000306     IF EXP-PLANT-CODE(WS-EXP-SUB) EQUAL REG-PLANT-CODE           00030600
000307       AND EXP-CLASS(WS-EXP-SUB) EQUAL WS-WORK-CLASS              00030700
000308         MOVE "Y" TO EXP-FOUND-FLAG                               00030800
000309         MOVE WS-EXP-SUB TO WS-EXP-FOUND-SUB                      00030900
000310     END-IF.                                                      00031000
000311*                                                                 00031100
000312*THE TABLE SORTS BY PLANT THEN CLASS SO THE EXPERIENCE SPLITS     00031200
000313*CLEANLY BY PLANT ON THE PAGE, THE WAY THE AUDITOR WORKS IT.      00031300
000314 SORT-EXPERIENCE-TABLE.                                           00031400
000315     IF WS-EXP-COUNT > 1                                          00031500
000316         PERFORM SORT-ONE-PASS                                    00031600
000317             VARYING WS-WCT-SUB FROM 1 BY 1                       00031700
000318             UNTIL WS-WCT-SUB NOT < WS-EXP-COUNT                  00031800
000319     END-IF.                                                      00031900
000320*                                                                 00032000
000321 SORT-ONE-PASS.                                                   00032100
000322     PERFORM COMPARE-AND-SWAP                                     00032200
000323         VARYING WS-EXP-SUB FROM 1 BY 1                           00032300
000324         UNTIL WS-EXP-SUB NOT < WS-EXP-COUNT.                     00032400
000325*                                                                 00032500
000326 COMPARE-AND-SWAP.                                                00032600
000327     IF WS-EXP-SUB < WS-EXP-COUNT                                 00032700
000328         IF EXP-PLANT-CODE(WS-EXP-SUB) >                          00032800
000329                 EXP-PLANT-CODE(WS-EXP-SUB + 1)                   00032900
000330           OR (EXP-PLANT-CODE(WS-EXP-SUB) EQUAL                   00033000
000331                 EXP-PLANT-CODE(WS-EXP-SUB + 1)                   00033100
000332             AND EXP-CLASS(WS-EXP-SUB) >                          00033200
000333                 EXP-CLASS(WS-EXP-SUB + 1))                       00033300
000334             MOVE EXP-ENTRY(WS-EXP-SUB) TO EXPERIENCE-SWAP        00033400
000335             MOVE EXP-ENTRY(WS-EXP-SUB + 1)                       00033500
000336                 TO EXP-ENTRY(WS-EXP-SUB)                         00033600
000337             MOVE EXPERIENCE-SWAP TO EXP-ENTRY(WS-EXP-SUB + 1)    00033700
000338         END-IF                                                   00033800
000339     END-IF.                                                      00033900
000340*                                                                 00034000
000341 REPORT-ONE-EXPERIENCE.                                           00034100
000342     IF EXP-PLANT-CODE(WS-EXP-SUB) NOT EQUAL ACTUAL-PLANT         00034200
000343         IF ACTUAL-PLANT NOT EQUAL LOW-VALUES                     00034300
000344             PERFORM PRINT-PLANT-TOTAL                            00034400
000345         END-IF                                                   00034500
000346         MOVE EXP-PLANT-CODE(WS-EXP-SUB) TO ACTUAL-PLANT,         00034600
000347             PHL-PLANT                                            00034700
000348         MOVE 0 TO WS-PLANT-WAGES, WS-PLANT-PREMIUM               00034800
000349         WRITE PRINT-LINE FROM PLANT-HEAD-LINE                    00034900
000350             AFTER ADVANCING 2 LINES                              00035000
000351     END-IF.                                                      00035100
000352     MOVE EXP-CLASS(WS-EXP-SUB) TO WS-WORK-CLASS.                 00035200
000353     PERFORM FIND-CLASS-RATE.                                     00035300
000354     MOVE EXP-CLASS(WS-EXP-SUB) TO CLL-CLASS.                     00035400
000355     IF CLASS-WAS-FOUND                                           00035500
000356         MOVE WCT-DESCRIPTION(WS-WCT-FOUND-SUB)                   00035600
000357             TO CLL-DESCRIPTION                                   00035700
000358         MOVE WCT-RATE(WS-WCT-FOUND-SUB) TO CLL-RATE              00035800
000359         COMPUTE WS-PREMIUM ROUNDED =                             00035900
000360             EXP-WAGES(WS-EXP-SUB)                                00036000
000361             * WCT-RATE(WS-WCT-FOUND-SUB) / 100                   00036100
000362     ELSE                                                         00036200
000363         MOVE "UNCLASSIFIED - VERIFY" TO CLL-DESCRIPTION          00036300
000364         MOVE 0 TO CLL-RATE                                       00036400
000365         MOVE 0 TO WS-PREMIUM                                     00036500
000366     END-IF.                                                      00036600
000367     MOVE EXP-HOURS(WS-EXP-SUB) TO CLL-HOURS.                     00036700
000368     MOVE EXP-OT-HOURS(WS-EXP-SUB) TO CLL-OT-HOURS.               00036800
000369     MOVE EXP-WAGES(WS-EXP-SUB) TO CLL-WAGES.                     00036900
000370     MOVE WS-PREMIUM TO CLL-PREMIUM.                              00037000
000371     WRITE PRINT-LINE FROM CLASS-LINE AFTER ADVANCING 1 LINE.     00037100
000372     ADD EXP-WAGES(WS-EXP-SUB) TO WS-PLANT-WAGES,                 00037200
000373         WS-TOTAL-WAGES.                                          00037300
000374     ADD WS-PREMIUM TO WS-PLANT-PREMIUM, WS-TOTAL-PREMIUM.        00037400
000375*                                                                 00037500
000376 FIND-CLASS-RATE.                                                 00037600
000377     MOVE "N" TO WCT-FOUND-FLAG.                                  00037700
000378     PERFORM MATCH-ONE-CLASS-RATE                                 00037800
000379         VARYING WS-WCT-SUB FROM 1 BY 1                           00037900
000380         UNTIL WS-WCT-SUB > WS-WCT-COUNT                          00038000
000381         OR WS-WCT-SUB > 50.                                      00038100
000382*                                                                 00038200
000383 MATCH-ONE-CLASS-RATE.                                            00038300
000384     IF WCT-CLASS(WS-WCT-SUB) EQUAL WS-WORK-CLASS                 00038400
000385         MOVE "Y" TO WCT-FOUND-FLAG                               00038500
000386         MOVE WS-WCT-SUB TO WS-WCT-FOUND-SUB                      00038600
000387     END-IF.                                                      00038700
000388*                                                                 00038800
000389 PRINT-PLANT-TOTAL.                                               00038900
000390     MOVE WS-PLANT-WAGES TO PTL-WAGES.                            00039000
000391     MOVE WS-PLANT-PREMIUM TO PTL-PREMIUM.                        00039100
000392     WRITE PRINT-LINE FROM PLANT-TOTAL-LINE                       00039200
000393         AFTER ADVANCING 1 LINE.                                  00039300
000394*                                                                 00039400
000395 CLOSING.                                                         00039500
000396     IF ACTUAL-PLANT NOT EQUAL LOW-VALUES                         00039600
000397         PERFORM PRINT-PLANT-TOTAL                                00039700
000398     END-IF.                                                      00039800
000399     MOVE WS-TOTAL-WAGES TO GTL-WAGES.                            00039900
000400     MOVE WS-TOTAL-PREMIUM TO GTL-PREMIUM.                        00040000
000401     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE                       00040100
000402         AFTER ADVANCING 2 LINES.                                 00040200
000403     CLOSE REGISTER-HISTORY-FILE, EMPLOYEE-MASTER-FILE,           00040300
000404         CLASS-MASTER-FILE, PRINT-FILE.                           00040400
