000014*                    EMPLOYEE'S HOURS, RATE, AND GROSS PER JOB    00001400
000015*                    PER WEEK.  PAY LINES WITH NO JOB CODE ARE    00001500
000016*                    NON-CONTRACT WORK AND ARE LEFT OUT.          00001600
000017*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00001700
000018*                    WAGES, EMPLOYEE WITHHOLDING, AND EMPLOYER    00001800
000019*                    SHARE PAYROLL ADDED TO THE REGISTER EXTRACT. 00001900
000020*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00002000
000021*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT. 00002100
000022*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00002200
000023*                    THE REGISTER EXTRACT.                        00002300
000024*                                                                 00002400
000025 ENVIRONMENT DIVISION.                                            00002500
000026 CONFIGURATION SECTION.                                           00002600
000027 SOURCE-COMPUTER. IBM-370.                                        00002700
000028 OBJECT-COMPUTER. IBM-370.                                        00002800
000029*                                                                 00002900
000030 INPUT-OUTPUT SECTION.                                            00003000
000031 FILE-CONTROL.                                                    00003100
000032     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00003200
000033     SELECT JOB-MASTER-FILE ASSIGN TO UT-S-JOBMSTR.               00003300
000034     SELECT COST-SORTED-FILE ASSIGN TO UT-S-COSTSRT.              00003400
000035     SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.                      00003500
000036     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003600
000037*                                                                 00003700
000038 DATA DIVISION.                                                   00003800
000039 FILE SECTION.                                                    00003900
000040*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00004000
000041 FD  REGISTER-HISTORY-FILE                                        00004100
000042     LABEL RECORD IS OMITTED.                                     00004200
000043 01  REGISTER-RECORD.                                             00004300
000044     05  REG-EMP-ID              PIC X(10).                       00004400
000045     05  REG-EMP-DEPARTMENT      PIC X(15).                       00004500
000046     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00004600
000047     05  REG-PAY-PERIOD          PIC X(06).                       00004700
000048     05  REG-EMP-NAME            PIC X(25).                       00004800
000049     05  REG-EMP-HOURS-WORKED    PIC S99.                         00004900
000050     05  REG-EMP-PAYRATE         PIC 99V99.                       00005000
000051     05  REG-TAX-DED             PIC S9(5)V99.                    00005100
000052     05  REG-INS-DED             PIC S9(5)V99.                    00005200
000053     05  REG-GARN-DED            PIC S9(5)V99.                    00005300
000054     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00005400
000055     05  REG-PLANT-CODE          PIC X(04).                       00005500
000056     05  REG-BONUS-AMT           PIC S9(5)V99.                    00005600
000057     05  REG-PREM-AMT            PIC S9(5)V99.                    00005700
000058     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00005800
000059     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00005900
000060         10  REG-GD-ORDER-NO     PIC X(06).                       00006000
000061         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00006100
000062     05  REG-JOB-CODE            PIC X(06).                       00006200
000063     05  REG-SS-WAGES            PIC S9(5)V99.                    00006300
000064     05  REG-SS-DED              PIC S9(5)V99.                    00006400
000065     05  REG-MED-WAGES           PIC S9(5)V99.                    00006500
000066     05  REG-MED-DED             PIC S9(5)V99.                    00006600
000067     05  REG-SS-ER               PIC S9(5)V99.                    00006700
000068     05  REG-MED-ER              PIC S9(5)V99.                    00006800
000069     05  REG-DEFERRAL            PIC S9(5)V99.                    00006900
000070     05  REG-ER-MATCH            PIC S9(5)V99.                    00007000
000071     05  REG-LOAN-DED            PIC S9(5)V99.                    00007100
000072*                                                                 00007200
000073*JOB-MASTER-RECORD MIRRORS PAYROLL'S JOB MASTER LAYOUT.           00007300
000074 FD  JOB-MASTER-FILE                                              00007400
000075     LABEL RECORD IS OMITTED.                                     00007500
000076 01  JOB-MASTER-RECORD.                                           00007600
000077     05  JOB-CODE                PIC X(06).                       00007700
000078     05  JOB-DESCRIPTION         PIC X(25).                       00007800
000079     05  JOB-PLANT-CODE          PIC X(04).                       00007900
000080     05  JOB-BUDGET-HOURS        PIC 9(06).                       00008000
000081     05  JOB-BUDGET-DOLLARS      PIC 9(7)V99.                     00008100
000082     05  FILLER                  PIC X(30).                       00008200
000083*                                                                 00008300
000084 FD  COST-SORTED-FILE                                             00008400
000085     LABEL RECORD IS OMITTED.                                     00008500
000086 01  COST-SORTED-RECORD.                                          00008600
000087     05  CSR-PLANT-CODE          PIC X(04).                       00008700
000088     05  CSR-JOB-CODE            PIC X(06).                       00008800
000089     05  CSR-PAY-PERIOD          PIC X(06).                       00008900
000090     05  CSR-EMP-ID              PIC X(10).                       00009000
000091     05  CSR-EMP-NAME            PIC X(25).                       00009100
000092     05  CSR-HOURS               PIC S999.                        00009200
000093     05  CSR-RATE                PIC 99V99.                       00009300
000094     05  CSR-AMOUNT              PIC S9(5)V99.                    00009400
000095*                                                                 00009500
000096 SD  SORT-FILE.                                                   00009600
000097 01  SORT-COST-RECORD.                                            00009700
000098     05  SRT-PLANT-CODE          PIC X(04).                       00009800
000099     05  SRT-JOB-CODE            PIC X(06).                       00009900
000100     05  SRT-PAY-PERIOD          PIC X(06).                       00010000
000101     05  SRT-EMP-ID              PIC X(10).                       00010100
000102     05  SRT-EMP-NAME            PIC X(25).                       00010200
000103     05  SRT-HOURS               PIC S999.                        00010300
000104     05  SRT-RATE                PIC 99V99.                       00010400
000105     05  SRT-AMOUNT              PIC S9(5)V99.                    00010500
000106*                                                                 00010600
000107 FD  PRINT-FILE                                                   00010700
000108     LABEL RECORD IS OMITTED.                                     00010800
000109 01  PRINT-LINE                  PIC X(132).                      00010900
000110*                                                                 00011000
000111 WORKING-STORAGE SECTION.                                         00011100
000112*                                                                 00011200
000113 01  JOB-TABLE.                                                   00011300
000114     05  JBT-ENTRY OCCURS 100 TIMES.                              00011400
000115         10  JBT-CODE            PIC X(06).                       00011500
000116         10  JBT-DESCRIPTION     PIC X(25).                       00011600
000117         10  JBT-BUDGET-HOURS    PIC 9(06).                       00011700
000118         10  JBT-BUDGET-DOLLARS  PIC 9(7)V99.                     00011800
000119 77  WS-JBT-COUNT                PIC 999 VALUE 0.                 00011900
000120 77  WS-JBT-SUB                  PIC 999 VALUE 0.                 00012000
000121 77  JBT-FOUND-FLAG              PIC X VALUE "N".                 00012100
000122     88  JOB-WAS-FOUND           VALUE "Y".                       00012200
000123 77  WS-JBT-FOUND-SUB            PIC 999 VALUE 0.                 00012300
000124*                                                                 00012400
000125 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00012500
000126     88  HISTORY-IS-EOF          VALUE "Y".                       00012600
000127 77  JOB-EOF-FLAG                PIC X VALUE "N".                 00012700
000128     88  JOB-MASTER-EOF          VALUE "Y".                       00012800
000129 77  SORTED-EOF-FLAG             PIC X VALUE "N".                 00012900
000130     88  SORTED-IS-EOF           VALUE "Y".                       00013000
000131*                                                                 00013100
000132 77  ACTUAL-PLANT                PIC X(04) VALUE LOW-VALUES.      00013200
000133 77  ACTUAL-JOB                  PIC X(06) VALUE LOW-VALUES.      00013300
000134 77  ACTUAL-PERIOD               PIC X(06) VALUE LOW-VALUES.      00013400
000135 77  WS-JOB-HOURS                PIC S9(07) VALUE 0.              00013500
000136 77  WS-JOB-DOLLARS              PIC S9(8)V99 VALUE 0.            00013600
000137 77  WS-PERIOD-HOURS             PIC S9(05) VALUE 0.              00013700
000138 77  WS-PERIOD-DOLLARS           PIC S9(7)V99 VALUE 0.            00013800
000139 77  WS-PCT-COMPLETE             PIC S9(3)V99 VALUE 0.            00013900
000140*                                                                 00014000
000141 01  TITLE-LINE.                                                  00014100
000142     05  FILLER                  PIC X(20) VALUE SPACES.          00014200
000143     05  FILLER                  PIC X(40)                        00014300
000144             VALUE "JOB AND PROJECT LABOR COST REPORT".           00014400
000145*                                                                 00014500
000146 01  PLANT-HEAD-LINE.                                             00014600
000147     05  FILLER                  PIC X(02) VALUE SPACES.          00014700
000148     05  FILLER                  PIC X(12)                        00014800
000149             VALUE "PLANT/SITE: ".                                00014900
000150     05  PHL-PLANT               PIC X(04).                       00015000
000151*                                                                 00015100
000152 01  JOB-HEAD-LINE.                                               00015200
000153     05  FILLER                  PIC X(04) VALUE SPACES.          00015300
000154     05  FILLER                  PIC X(05) VALUE "JOB: ".         00015400
000155     05  JHL-JOB-CODE            PIC X(06).                       00015500
000156     05  FILLER                  PIC X(02) VALUE SPACES.          00015600
000157     05  JHL-DESCRIPTION         PIC X(25).                       00015700
000158*                                                                 00015800
000159 01  PERIOD-HEAD-LINE.                                            00015900
000160     05  FILLER                  PIC X(06) VALUE SPACES.          00016000
000161     05  FILLER                  PIC X(27)                        00016100
000162             VALUE "CERTIFIED PAYROLL FOR WEEK ".                 00016200
000163     05  PDH-PERIOD              PIC X(06).                       00016300
000164*                                                                 00016400
000165 01  DETAIL-LINE.                                                 00016500
000166     05  FILLER                  PIC X(08) VALUE SPACES.          00016600
000167     05  DTL-EMP-ID              PIC X(10).                       00016700
000168     05  FILLER                  PIC X(02) VALUE SPACES.          00016800
000169     05  DTL-EMP-NAME            PIC X(25).                       00016900
000170     05  FILLER                  PIC X(08) VALUE "  HOURS ".      00017000
000171     05  DTL-HOURS               PIC ZZ9-.                        00017100
000172     05  FILLER                  PIC X(07) VALUE "  RATE ".       00017200
000173     05  DTL-RATE                PIC Z9.99.                       00017300
000174     05  FILLER                  PIC X(08) VALUE "  GROSS ".      00017400
000175     05  DTL-AMOUNT              PIC ZZZZ9.99-.                   00017500
000176*                                                                 00017600
000177 01  PERIOD-TOTAL-LINE.                                           00017700
000178     05  FILLER                  PIC X(06) VALUE SPACES.          00017800
000179     05  FILLER                  PIC X(12)                        00017900
000180             VALUE "WEEK TOTAL  ".                                00018000
000181     05  PTL-HOURS               PIC ZZ,ZZ9-.                     00018100
000182     05  FILLER                  PIC X(02) VALUE SPACES.          00018200
000183     05  PTL-DOLLARS             PIC ZZZ,ZZ9.99-.                 00018300
000184*                                                                 00018400
000185 01  JOB-TOTAL-LINE.                                              00018500
000186     05  FILLER                  PIC X(04) VALUE SPACES.          00018600
000187     05  FILLER                  PIC X(12)                        00018700
000188             VALUE "JOB TOTAL   ".                                00018800
000189     05  JTL-HOURS               PIC ZZZ,ZZ9-.                    00018900
000190     05  FILLER                  PIC X(02) VALUE SPACES.          00019000
000191     05  JTL-DOLLARS             PIC Z,ZZZ,ZZ9.99-.               00019100
000192     05  FILLER                  PIC X(10) VALUE "  BUDGET: ".    00019200
000193     05  JTL-BUDGET              PIC Z,ZZZ,ZZ9.99.                00019300
000194     05  FILLER                  PIC X(12) VALUE "  COMPLETE: ".  00019400
000195     05  JTL-PCT                 PIC ZZ9.99.                      00019500
000196     05  FILLER                  PIC X(04) VALUE " PCT".          00019600
000197*                                                                 00019700
000198 01  NO-BUDGET-LINE.                                              00019800
000199     05  FILLER                  PIC X(04) VALUE SPACES.          00019900
000200     05  NBL-JOB-CODE            PIC X(06).                       00020000
000201     05  FILLER                  PIC X(38) VALUE                  00020100
000202    "  NOT ON JOB MASTER - VERIFY JOB CODE".                      00020200
000203*                                                                 00020300
000204 PROCEDURE DIVISION.                                              00020400
000205 000-MAIN.                                                        00020500
000206     PERFORM INITIALIZATION.                                      00020600
000207     PERFORM REPORT-ONE-COST-LINE UNTIL SORTED-IS-EOF.            00020700
000208     PERFORM CLOSING.                                             00020800
000209     STOP RUN.                                                    00020900
000210*                                                                 00021000
000211 INITIALIZATION.                                                  00021100
000212     OPEN INPUT JOB-MASTER-FILE.                                  00021200
000213     READ JOB-MASTER-FILE                                         00021300
000214         AT END MOVE "Y" TO JOB-EOF-FLAG                          00021400
000215     END-READ.                                                    00021500
000216     PERFORM LOAD-ONE-JOB UNTIL JOB-MASTER-EOF.                   00021600
000217     CLOSE JOB-MASTER-FILE.                                       00021700
000218     SORT SORT-FILE                                               00021800
000219         ON ASCENDING KEY SRT-PLANT-CODE, SRT-JOB-CODE,           00021900
000220             SRT-PAY-PERIOD, SRT-EMP-ID                           00022000
000221         INPUT PROCEDURE IS EXTRACT-JOB-LINES                     00022100
000222         GIVING COST-SORTED-FILE.                                 00022200
000223     OPEN OUTPUT PRINT-FILE.                                      00022300
000224     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00022400
000225     OPEN INPUT COST-SORTED-FILE.                                 00022500
000226     READ COST-SORTED-FILE                                        00022600
000227         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00022700
000228*                                                                 00022800
000229 LOAD-ONE-JOB.                                                    00022900
000230     ADD 1 TO WS-JBT-COUNT.                                       00023000
000231     IF WS-JBT-COUNT <= 100                                       00023100
000232         MOVE JOB-CODE TO JBT-CODE(WS-JBT-COUNT)                  00023200
000233         MOVE JOB-DESCRIPTION TO JBT-DESCRIPTION(WS-JBT-COUNT)    00023300
000234         MOVE JOB-BUDGET-HOURS                                    00023400
000235             TO JBT-BUDGET-HOURS(WS-JBT-COUNT)                    00023500
000236         MOVE JOB-BUDGET-DOLLARS                                  00023600
000237             TO JBT-BUDGET-DOLLARS(WS-JBT-COUNT)                  00023700
000238     END-IF.                                                      00023800
000239     READ JOB-MASTER-FILE                                         00023900
000240         AT END MOVE "Y" TO JOB-EOF-FLAG.                         00024000
000241*                                                                 00024100
000242 EXTRACT-JOB-LINES.                                               00024200
000243     OPEN INPUT REGISTER-HISTORY-FILE                             00024300
000244     READ REGISTER-HISTORY-FILE                                   00024400
000245         AT END MOVE "Y" TO HISTORY-EOF-FLAG                      00024500
000246     END-READ                                                     00024600
000247     PERFORM RELEASE-ONE-LINE UNTIL HISTORY-IS-EOF                00024700
000248     CLOSE REGISTER-HISTORY-FILE.                                 00024800
000249*                                                                 00024900
000250 RELEASE-ONE-LINE.                                                00025000
000251     IF REG-JOB-CODE NOT EQUAL SPACES                             00025100
000252         MOVE REG-PLANT-CODE TO SRT-PLANT-CODE                    00025200
000253         MOVE REG-JOB-CODE TO SRT-JOB-CODE                        00025300
000254         MOVE REG-PAY-PERIOD TO SRT-PAY-PERIOD                    00025400
000255         MOVE REG-EMP-ID TO SRT-EMP-ID                            00025500
000256         MOVE REG-EMP-NAME TO SRT-EMP-NAME                        00025600
000257         MOVE REG-EMP-HOURS-WORKED TO SRT-HOURS                   00025700
000258         MOVE REG-EMP-PAYRATE TO SRT-RATE                         00025800
000259         MOVE REG-LINE-AMOUNT TO SRT-AMOUNT                       00025900
000260         RELEASE SORT-COST-RECORD                                 00026000
000261     END-IF                                                       00026100
000262     READ REGISTER-HISTORY-FILE                                   00026200
000263         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00026300
000264*                                                                 00026400
000265*A PLANT, JOB, OR WEEK CHANGE CLOSES THE OPEN TOTALS AND OPENS    00026500
000266*THE NEXT GROUP; EACH WEEK WITHIN A JOB IS ITS OWN CERTIFIED      00026600
000267*PAYROLL PAGE SECTION.                                            00026700
000268 REPORT-ONE-COST-LINE.                                            00026800
000269     IF CSR-PLANT-CODE NOT EQUAL ACTUAL-PLANT                     00026900
000270         PERFORM CLOSE-OPEN-GROUPS                                00027000
000271         MOVE CSR-PLANT-CODE TO ACTUAL-PLANT, PHL-PLANT           00027100
000272         MOVE LOW-VALUES TO ACTUAL-JOB, ACTUAL-PERIOD             00027200
000273         WRITE PRINT-LINE FROM PLANT-HEAD-LINE                    00027300
000274             AFTER ADVANCING 2 LINES                              00027400
000275     END-IF.                                                      00027500
000276     IF CSR-JOB-CODE NOT EQUAL ACTUAL-JOB                         00027600
000277         IF ACTUAL-JOB NOT EQUAL LOW-VALUES                       00027700
000278             PERFORM CLOSE-PERIOD                                 00027800
000279             PERFORM CLOSE-JOB                                    00027900
000280         END-IF                                                   00028000
000281         MOVE CSR-JOB-CODE TO ACTUAL-JOB, JHL-JOB-CODE            00028100
000282         MOVE LOW-VALUES TO ACTUAL-PERIOD                         00028200
000283         MOVE 0 TO WS-JOB-HOURS, WS-JOB-DOLLARS                   00028300
000284         PERFORM FIND-JOB-ENTRY                                   00028400
000285         IF JOB-WAS-FOUND                                         00028500
000286             MOVE JBT-DESCRIPTION(WS-JBT-FOUND-SUB)               00028600
000287                 TO JHL-DESCRIPTION                               00028700
000288         ELSE                                                     00028800
000289             MOVE SPACES TO JHL-DESCRIPTION                       00028900
000290         END-IF                                                   00029000
000291         WRITE PRINT-LINE FROM JOB-HEAD-LINE                      00029100
000292             AFTER ADVANCING 2 LINES                              00029200
000293         IF NOT JOB-WAS-FOUND                                     00029300
000294             MOVE CSR-JOB-CODE TO NBL-JOB-CODE                    00029400
000295             WRITE PRINT-LINE FROM NO-BUDGET-LINE                 00029500
000296                 AFTER ADVANCING 1 LINE                           00029600
000297         END-IF                                                   00029700
000298     END-IF.                                                      00029800
000299     IF CSR-PAY-PERIOD NOT EQUAL ACTUAL-PERIOD                    00029900
000300         IF ACTUAL-PERIOD NOT EQUAL LOW-VALUES                    00030000
000301             PERFORM CLOSE-PERIOD                                 00030100
000302         END-IF                                                   00030200
000303         MOVE CSR-PAY-PERIOD TO ACTUAL-PERIOD, PDH-PERIOD         00030300
000304         MOVE 0 TO WS-PERIOD-HOURS, WS-PERIOD-DOLLARS             00030400
000305         WRITE PRINT-LINE FROM PERIOD-HEAD-LINE                   00030500
000306             AFTER ADVANCING 1 LINE                               00030600
000307     END-IF.                                                      00030700
000308     MOVE CSR-EMP-ID TO DTL-EMP-ID.                               00030800
000309     MOVE CSR-EMP-NAME TO DTL-EMP-NAME.                           00030900
000310     MOVE CSR-HOURS TO DTL-HOURS.                                 00031000
000311     MOVE CSR-RATE TO DTL-RATE.                                   00031100
000312     MOVE CSR-AMOUNT TO DTL-AMOUNT.                               00031200
000313     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.    00031300
000314     ADD CSR-HOURS TO WS-PERIOD-HOURS, WS-JOB-HOURS.              00031400
000315     ADD CSR-AMOUNT TO WS-PERIOD-DOLLARS, WS-JOB-DOLLARS.         00031500
000316     READ COST-SORTED-FILE                                        00031600
000317         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00031700
000318*                                                                 00031800
000319 FIND-JOB-ENTRY.                                                  00031900
000320     MOVE "N" TO JBT-FOUND-FLAG.                                  00032000
000321     PERFORM MATCH-ONE-JOB                                        00032100
000322         VARYING WS-JBT-SUB FROM 1 BY 1                           00032200
000323         UNTIL WS-JBT-SUB > WS-JBT-COUNT                          00032300
000324         OR WS-JBT-SUB > 100.                                     00032400
000325*                                                                 00032500
000326 MATCH-ONE-JOB.                                                   00032600
000327     IF JBT-CODE(WS-JBT-SUB) EQUAL ACTUAL-JOB                     00032700
000328         MOVE "Y" TO JBT-FOUND-FLAG                               00032800
000329         MOVE WS-JBT-SUB TO WS-JBT-FOUND-SUB                      00032900
000330     END-IF.                                                      00033000
000331*                                                                 00033100
000332 CLOSE-OPEN-GROUPS.                                               00033200
000333     IF ACTUAL-JOB NOT EQUAL LOW-VALUES                           00033300
000334         PERFORM CLOSE-PERIOD                                     00033400
000335         PERFORM CLOSE-JOB                                        00033500
000336     END-IF.                                                      00033600
000337*                                                                 00033700
000338 CLOSE-PERIOD.                                                    00033800
000339     MOVE WS-PERIOD-HOURS TO PTL-HOURS.                           00033900
000340     MOVE WS-PERIOD-DOLLARS TO PTL-DOLLARS.                       00034000
000341     WRITE PRINT-LINE FROM PERIOD-TOTAL-LINE                      00034100
000342         AFTER ADVANCING 1 LINE.                                  00034200
000343*                                                                 00034300
000344*PERCENT COMPLETE IS LABOR DOLLARS SPENT AGAINST THE JOB          00034400
000345*MASTER'S LABOR BUDGET.                                           00034500
000346 CLOSE-JOB.                                                       00034600
000347     MOVE WS-JOB-HOURS TO JTL-HOURS.                              00034700
000348     MOVE WS-JOB-DOLLARS TO JTL-DOLLARS.                          00034800
000349     MOVE 0 TO WS-PCT-COMPLETE.                                   00034900
000350     PERFORM FIND-JOB-ENTRY.                                      00035000
000351     IF JOB-WAS-FOUND                                             00035100
000352         MOVE JBT-BUDGET-DOLLARS(WS-JBT-FOUND-SUB)                00035200
000353             TO JTL-BUDGET                                        00035300
000354         IF JBT-BUDGET-DOLLARS(WS-JBT-FOUND-SUB)                  00035400
000355                 NOT EQUAL ZERO                                   00035500
000356             COMPUTE WS-PCT-COMPLETE ROUNDED =                    00035600
000357                 WS-JOB-DOLLARS * 100                             00035700
000358                 / JBT-BUDGET-DOLLARS(WS-JBT-FOUND-SUB)           00035800
000359         END-IF                                                   00035900
000360     ELSE                                                         00036000
000361         MOVE 0 TO JTL-BUDGET                                     00036100
000362     END-IF.                                                      00036200
000363     MOVE WS-PCT-COMPLETE TO JTL-PCT.                             00036300
000364     WRITE PRINT-LINE FROM JOB-TOTAL-LINE                         00036400
000365         AFTER ADVANCING 1 LINE.                                  00036500
000366*                                                                 00036600
000367 CLOSING.                                                         00036700
000368     PERFORM CLOSE-OPEN-GROUPS.                                   00036800
000369     CLOSE COST-SORTED-FILE, PRINT-FILE.                          00036900
