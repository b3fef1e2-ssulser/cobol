000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. HEADCNT.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  MONTHLY HEADCOUNT AND      00000800
000009*                    TURNOVER REPORT.  TODAY'S HEADCOUNT BY       00000900
000010*                    DEPARTMENT COMES FROM THE EMPLOYEE MASTER;   00001000
000011*                    THE EMPMAINT CHANGE JOURNAL IS THEN ROLLED   00001100
000012*                    BACK MONTH BY MONTH TO REBUILD EACH          00001200
000013*                    MONTH-END HEADCOUNT FOR THE LAST TWELVE      00001300
000014*                    MONTHS.  FOR THE REPORT MONTH EACH           00001400
000015*                    DEPARTMENT (GROUPED BY PLANT, THE PLANT FROM 00001500
000016*                    ITS ACCOUNT MAP ENTRY) SHOWS OPENING AND     00001600
000017*                    CLOSING HEADCOUNT, HIRES, TERMINATIONS,      00001700
000018*                    TRANSFERS IN AND OUT, AND THE MONTHLY AND    00001800
000019*                    ROLLING TWELVE-MONTH TURNOVER RATES; A TREND 00001900
000020*                    PAGE SHOWS THE COMPANY'S TWELVE MONTHS.      00002000
000021*                                                                 00002100
000022 ENVIRONMENT DIVISION.                                            00002200
000023 CONFIGURATION SECTION.                                           00002300
000024 SOURCE-COMPUTER. IBM-370.                                        00002400
000025 OBJECT-COMPUTER. IBM-370.                                        00002500
000026*                                                                 00002600
000027 INPUT-OUTPUT SECTION.                                            00002700
000028 FILE-CONTROL.                                                    00002800
000029     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00002900
000030         ORGANIZATION IS INDEXED                                  00003000
000031         ACCESS MODE IS SEQUENTIAL                                00003100
000032         RECORD KEY IS EMP-ID.                                    00003200
000033     SELECT CHANGE-JOURNAL-FILE ASSIGN TO UT-S-EMPJRNL.           00003300
000034     SELECT ACCOUNT-MAP-FILE ASSIGN TO UT-S-ACCTMAP.              00003400
000035     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO UT-S-PARMS.         00003500
000036     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003600
000037*                                                                 00003700
000038 DATA DIVISION.                                                   00003800
000039 FILE SECTION.                                                    00003900
000040*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00004000
000041 FD  EMPLOYEE-MASTER-FILE                                         00004100
000042     LABEL RECORD IS OMITTED.                                     00004200
000043 01  EMPLOYEE-MASTER-RECORD.                                      00004300
000044     COPY EMPLOYEE.                                               00004400
000045     05  EMP-M-SALARY-CODE       PIC X.                           00004500
000046     05  EMP-M-STATUS            PIC X.                           00004600
000047         88  EMP-M-IS-TERMINATED VALUE "T".                       00004700
000048     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00004800
000049     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00004900
000050     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00005000
000051     05  EMP-M-FILING-STATUS     PIC X.                           00005100
000052     05  EMP-M-ALLOWANCES        PIC 99.                          00005200
000053     05  EMP-M-COMP-CLASS        PIC X(04).                       00005300
000054     05  EMP-M-PAY-GROUP         PIC X(02).                       00005400
000055     05  EMP-M-PAY-FREQUENCY     PIC X.                           00005500
000056     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00005600
000057     05  EMP-M-SSN               PIC 9(09).                       00005700
000058     05  EMP-M-HIRE-DATE         PIC 9(06).                       00005800
000059     05  EMP-M-STREET            PIC X(25).                       00005900
000060     05  EMP-M-CITY              PIC X(15).                       00006000
000061     05  EMP-M-STATE             PIC X(02).                       00006100
000062     05  EMP-M-ZIP               PIC X(09).                       00006200
000063     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00006300
000064     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00006400
000065     05  FILLER                  PIC X(02).                       00006500
000066*                                                                 00006600
000067*CHANGE-JOURNAL-RECORD MIRRORS EMPMAINT'S JOURNAL; THE IMAGES     00006700
000068*ARE FULL EMPLOYEE MASTER RECORDS, SO THE DEPARTMENT AND STATUS   00006800
000069*SIT AT FIXED SPOTS INSIDE EACH IMAGE.                            00006900
000070 FD  CHANGE-JOURNAL-FILE                                          00007000
000071     LABEL RECORD IS OMITTED.                                     00007100
000072 01  CHANGE-JOURNAL-RECORD.                                       00007200
000073     05  EJR-RUN-DATE            PIC 9(06).                       00007300
000074     05  EJR-RUN-DATE-SPLIT REDEFINES EJR-RUN-DATE.               00007400
000075         10  EJR-RUN-YY          PIC 99.                          00007500
000076         10  EJR-RUN-MM          PIC 99.                          00007600
000077         10  EJR-RUN-DD          PIC 99.                          00007700
000078     05  EJR-TRANS-CODE          PIC X.                           00007800
000079     05  EJR-BEFORE-IMAGE.                                        00007900
000080         10  EJB-NAME            PIC X(25).                       00008000
000081         10  EJB-EMP-ID          PIC X(10).                       00008100
000082         10  EJB-DEPARTMENT      PIC X(15).                       00008200
000083         10  EJB-PAYRATE         PIC 99V99.                       00008300
000084         10  EJB-GRADE-CODE      PIC X(02).                       00008400
000085         10  EJB-SALARY-CODE     PIC X.                           00008500
000086         10  EJB-STATUS          PIC X.                           00008600
000087         10  FILLER              PIC X(110).                      00008700
000088     05  EJR-AFTER-IMAGE.                                         00008800
000089         10  EJA-NAME            PIC X(25).                       00008900
000090         10  EJA-EMP-ID          PIC X(10).                       00009000
000091         10  EJA-DEPARTMENT      PIC X(15).                       00009100
000092         10  EJA-PAYRATE         PIC 99V99.                       00009200
000093         10  EJA-GRADE-CODE      PIC X(02).                       00009300
000094         10  EJA-SALARY-CODE     PIC X.                           00009400
000095         10  EJA-STATUS          PIC X.                           00009500
000096         10  FILLER              PIC X(110).                      00009600
000097     05  EJR-SUBMITTER-ID        PIC X(05).                       00009700
000098     05  EJR-APPROVER-ID         PIC X(05).                       00009800
000099*                                                                 00009900
000100*ACCOUNT-MAP-RECORD MIRRORS GLPOST'S MAP; ONLY THE DEPARTMENT     00010000
000101*AND ITS PLANT ARE NEEDED HERE.                                   00010100
000102 FD  ACCOUNT-MAP-FILE                                             00010200
000103     LABEL RECORD IS OMITTED.                                     00010300
000104 01  ACCOUNT-MAP-RECORD.                                          00010400
000105     05  MAP-DEPARTMENT          PIC X(15).                       00010500
000106     05  MAP-PLANT-CODE          PIC X(04).                       00010600
000107     05  MAP-DEBIT-ACCOUNT       PIC X(08).                       00010700
000108     05  MAP-CREDIT-ACCOUNT      PIC X(08).                       00010800
000109     05  FILLER                  PIC X(45).                       00010900
000110*                                                                 00011000
000111*THE OPTIONAL OPERATOR CARD NAMES THE REPORT MONTH (YYMM).        00011100
000112*WITHOUT A CARD, OR WITH A BAD MONTH, THE REPORT IS FOR THE       00011200
000113*MONTH BEFORE THE RUN DATE.                                       00011300
000114 FD  PARAMETER-FILE                                               00011400
000115     LABEL RECORD IS OMITTED.                                     00011500
000116 01  PARAMETER-RECORD.                                            00011600
000117     05  PARM-REPORT-MONTH.                                       00011700
000118         10  PARM-REPORT-YY      PIC 99.                          00011800
000119         10  PARM-REPORT-MM      PIC 99.                          00011900
000120     05  FILLER                  PIC X(76).                       00012000
000121*                                                                 00012100
000122 FD  PRINT-FILE                                                   00012200
000123     LABEL RECORD IS OMITTED.                                     00012300
000124 01  PRINT-LINE                  PIC X(132).                      00012400
000125*                                                                 00012500
000126 WORKING-STORAGE SECTION.                                         00012600
000127*                                                                 00012700
000128 01  MAP-TABLE.                                                   00012800
000129     05  MAP-ENTRY OCCURS 200 TIMES.                              00012900
000130         10  MPT-DEPARTMENT      PIC X(15).                       00013000
000131         10  MPT-PLANT-CODE      PIC X(04).                       00013100
000132 77  WS-MAP-COUNT                PIC 999 VALUE 0.                 00013200
000133 77  WS-MAP-SUB                  PIC 999 VALUE 0.                 00013300
000134 77  MAP-FOUND-FLAG              PIC X VALUE "N".                 00013400
000135     88  MAP-WAS-FOUND           VALUE "Y".                       00013500
000136 77  WS-MAP-FOUND-SUB            PIC 999 VALUE 0.                 00013600
000137*                                                                 00013700
000138*ONE ENTRY PER DEPARTMENT SEEN ON THE MASTER OR THE JOURNAL.      00013800
000139*MONTH 1 IS THE REPORT MONTH, MONTH 2 THE ONE BEFORE IT, AND SO   00013900
000140*ON BACK TO MONTH 12.  DPT-HEAD(N) IS THE HEADCOUNT AT THE END    00014000
000141*OF MONTH N, SO DPT-HEAD(N + 1) IS ALSO MONTH N'S OPENING         00014100
000142*HEADCOUNT.  DPT-NET(N) IS MONTH N'S NET CHANGE IN HEADCOUNT AND  00014200
000143*DPT-LATER-NET THE CHANGE SINCE THE END OF THE REPORT MONTH.      00014300
000144 01  DEPT-TABLE.                                                  00014400
000145     05  DPT-ENTRY OCCURS 100 TIMES.                              00014500
000146         10  DPT-KEY.                                             00014600
000147             15  DPT-PLANT-CODE  PIC X(04).                       00014700
000148             15  DPT-DEPARTMENT  PIC X(15).                       00014800
000149         10  DPT-NOW-COUNT       PIC S9(05).                      00014900
000150         10  DPT-LATER-NET       PIC S9(05).                      00015000
000151         10  DPT-COUNTS.                                          00015100
000152             15  DPT-HEAD        PIC S9(05) OCCURS 13 TIMES.      00015200
000153             15  DPT-MONTH OCCURS 12 TIMES.                       00015300
000154                 20  DPT-NET     PIC S9(05).                      00015400
000155                 20  DPT-HIRES   PIC S9(05).                      00015500
000156                 20  DPT-TERMS   PIC S9(05).                      00015600
000157             15  DPT-XFER-IN     PIC S9(05).                      00015700
000158             15  DPT-XFER-OUT    PIC S9(05).                      00015800
000159 77  WS-DPT-COUNT                PIC 999 VALUE 0.                 00015900
000160 77  WS-DPT-SUB                  PIC 999 VALUE 0.                 00016000
000161 77  DPT-FOUND-FLAG              PIC X VALUE "N".                 00016100
000162     88  DEPT-WAS-FOUND          VALUE "Y".                       00016200
000163 77  WS-DPT-FOUND-SUB            PIC 999 VALUE 0.                 00016300
000164 77  WS-DPT-LIMIT                PIC 999 VALUE 0.                 00016400
000165 77  WS-DPT-PASS                 PIC 999 VALUE 0.                 00016500
000166 01  DEPT-SWAP-HOLD              PIC X(284).                      00016600
000167*                                                                 00016700
000168*THE SAME COUNTS, ADDED UP FOR A PLANT AND FOR THE COMPANY, AND   00016800
000169*A WORK COPY THE REPORT LINE IS BUILT FROM.                       00016900
000170 01  PLANT-COUNTS.                                                00017000
000171     05  PLT-HEAD                PIC S9(05) OCCURS 13 TIMES.      00017100
000172     05  PLT-MONTH OCCURS 12 TIMES.                               00017200
000173         10  PLT-NET             PIC S9(05).                      00017300
000174         10  PLT-HIRES           PIC S9(05).                      00017400
000175         10  PLT-TERMS           PIC S9(05).                      00017500
000176     05  PLT-XFER-IN             PIC S9(05).                      00017600
000177     05  PLT-XFER-OUT            PIC S9(05).                      00017700
000178 01  COMPANY-COUNTS.                                              00017800
000179     05  CO-HEAD                 PIC S9(05) OCCURS 13 TIMES.      00017900
000180     05  CO-MONTH OCCURS 12 TIMES.                                00018000
000181         10  CO-NET              PIC S9(05).                      00018100
000182         10  CO-HIRES            PIC S9(05).                      00018200
000183         10  CO-TERMS            PIC S9(05).                      00018300
000184     05  CO-XFER-IN              PIC S9(05).                      00018400
000185     05  CO-XFER-OUT             PIC S9(05).                      00018500
000186 01  LINE-COUNTS.                                                 00018600
000187     05  LNC-HEAD                PIC S9(05) OCCURS 13 TIMES.      00018700
000188     05  LNC-MONTH OCCURS 12 TIMES.                               00018800
000189         10  LNC-NET             PIC S9(05).                      00018900
000190         10  LNC-HIRES           PIC S9(05).                      00019000
000191         10  LNC-TERMS           PIC S9(05).                      00019100
000192     05  LNC-XFER-IN             PIC S9(05).                      00019200
000193     05  LNC-XFER-OUT            PIC S9(05).                      00019300
000194 77  WS-MONTH-SUB                PIC 99 VALUE 0.                  00019400
000195*                                                                 00019500
000196 77  MASTER-EOF-FLAG             PIC X VALUE "N".                 00019600
000197     88  MASTER-IS-EOF           VALUE "Y".                       00019700
000198 77  JOURNAL-EOF-FLAG            PIC X VALUE "N".                 00019800
000199     88  JOURNAL-IS-EOF          VALUE "Y".                       00019900
000200 77  MAP-EOF-FLAG                PIC X VALUE "N".                 00020000
000201     88  MAP-IS-EOF              VALUE "Y".                       00020100
000202 77  BEFORE-COUNTED-FLAG         PIC X VALUE "N".                 00020200
000203     88  BEFORE-IS-COUNTED       VALUE "Y".                       00020300
000204 77  AFTER-COUNTED-FLAG          PIC X VALUE "N".                 00020400
000205     88  AFTER-IS-COUNTED        VALUE "Y".                       00020500
000206*                                                                 00020600
000207 01  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00020700
000208 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.                     00020800
000209     05  WS-RUN-YY               PIC 99.                          00020900
000210     05  WS-RUN-MM               PIC 99.                          00021000
000211     05  WS-RUN-DD               PIC 99.                          00021100
000212*                                                                 00021200
000213*MONTHS ARE COUNTED AS YEAR * 12 + MONTH, WITH THE CENTURY, SO    00021300
000214*THE DISTANCE BETWEEN TWO MONTHS IS A SUBTRACTION.                00021400
000215 01  WS-REPORT-MONTH.                                             00021500
000216     05  WS-REPORT-YY            PIC 99 VALUE 0.                  00021600
000217     05  WS-REPORT-MM            PIC 99 VALUE 0.                  00021700
000218 77  WS-REPORT-MONTH-NUM         PIC 9(06) VALUE 0.               00021800
000219 77  WS-WORK-YY                  PIC 99 VALUE 0.                  00021900
000220 77  WS-WORK-CCYY                PIC 9(04) VALUE 0.               00022000
000221 77  WS-WORK-MM                  PIC 99 VALUE 0.                  00022100
000222 77  WS-WORK-MONTH-NUM           PIC 9(06) VALUE 0.               00022200
000223 77  WS-MONTHS-BACK              PIC S9(06) VALUE 0.              00022300
000224 01  WS-TREND-CCYY               PIC 9(04) VALUE 0.               00022400
000225 01  WS-TREND-CCYY-SPLIT REDEFINES WS-TREND-CCYY.                 00022500
000226     05  FILLER                  PIC 99.                          00022600
000227     05  WS-TREND-YY             PIC 99.                          00022700
000228*                                                                 00022800
000229 77  WS-JOURNAL-READ             PIC 9(07) VALUE 0.               00022900
000230 77  WS-JOURNAL-LATER            PIC 9(07) VALUE 0.               00023000
000231 77  WS-JOURNAL-OLDER            PIC 9(07) VALUE 0.               00023100
000232 77  WS-ROLLING-TERMS            PIC S9(07) VALUE 0.              00023200
000233 77  WS-HEAD-SUM                 PIC S9(07) VALUE 0.              00023300
000234 77  WS-AVERAGE-HEAD             PIC S9(07)V99 VALUE 0.           00023400
000235 77  WS-TURNOVER-PCT             PIC S9(05)V99 VALUE 0.           00023500
000236 77  WS-ACTUAL-PLANT-CODE        PIC X(04) VALUE SPACES.          00023600
000237 77  FIRST-PLANT-FLAG            PIC X VALUE "Y".                 00023700
000238     88  IS-FIRST-PLANT          VALUE "Y".                       00023800
000239*                                                                 00023900
000240 01  TITLE-LINE.                                                  00024000
000241     05  FILLER                  PIC X(20) VALUE SPACES.          00024100
000242     05  FILLER                  PIC X(40)                        00024200
000243             VALUE "MONTHLY HEADCOUNT AND TURNOVER - (YYMM) ".    00024300
000244     05  TTL-REPORT-MONTH        PIC 9(04).                       00024400
000245     05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".  00024500
000246     05  TTL-RUN-DATE            PIC 9(06).                       00024600
000247*                                                                 00024700
000248 01  COLUMN-HEAD-LINE.                                            00024800
000249     05  FILLER                  PIC X(02) VALUE SPACES.          00024900
000250     05  FILLER                  PIC X(17) VALUE "DEPARTMENT".    00025000
000251     05  FILLER                  PIC X(06) VALUE "PLANT".         00025100
000252     05  FILLER                  PIC X(08) VALUE " OPENING".      00025200
000253     05  FILLER                  PIC X(08) VALUE "   HIRES".      00025300
000254     05  FILLER                  PIC X(08) VALUE "   TERMS".      00025400
000255     05  FILLER                  PIC X(08) VALUE " XFER IN".      00025500
000256     05  FILLER                  PIC X(08) VALUE "XFER OUT".      00025600
000257     05  FILLER                  PIC X(08) VALUE " CLOSING".      00025700
000258     05  FILLER                  PIC X(10) VALUE " MONTH PCT".    00025800
000259     05  FILLER                  PIC X(10) VALUE " 12M TERMS".    00025900
000260     05  FILLER                  PIC X(10) VALUE "   12M PCT".    00026000
000261*                                                                 00026100
000262 01  COUNT-LINE.                                                  00026200
000263     05  FILLER                  PIC X(02) VALUE SPACES.          00026300
000264     05  CL-DEPARTMENT           PIC X(15).                       00026400
000265     05  FILLER                  PIC X(02) VALUE SPACES.          00026500
000266     05  CL-PLANT-CODE           PIC X(04).                       00026600
000267     05  FILLER                  PIC X(02) VALUE SPACES.          00026700
000268     05  CL-OPENING              PIC ZZZ,ZZ9-.                    00026800
000269     05  CL-HIRES                PIC ZZZ,ZZ9-.                    00026900
000270     05  CL-TERMS                PIC ZZZ,ZZ9-.                    00027000
000271     05  CL-XFER-IN              PIC ZZZ,ZZ9-.                    00027100
000272     05  CL-XFER-OUT             PIC ZZZ,ZZ9-.                    00027200
000273     05  CL-CLOSING              PIC ZZZ,ZZ9-.                    00027300
000274     05  FILLER                  PIC X(02) VALUE SPACES.          00027400
000275     05  CL-MONTH-PCT            PIC ZZZ9.99.                     00027500
000276     05  FILLER                  PIC X(01) VALUE SPACES.          00027600
000277     05  CL-ROLLING-TERMS        PIC ZZZ,ZZ9-.                    00027700
000278     05  FILLER                  PIC X(02) VALUE SPACES.          00027800
000279     05  CL-ROLLING-PCT          PIC ZZZ9.99.                     00027900
000280*                                                                 00028000
000281 01  TREND-TITLE-LINE.                                            00028100
000282     05  FILLER                  PIC X(20) VALUE SPACES.          00028200
000283     05  FILLER                  PIC X(40)                        00028300
000284             VALUE "COMPANY HEADCOUNT TREND - TWELVE MONTHS".     00028400
000285*                                                                 00028500
000286 01  TREND-HEAD-LINE.                                             00028600
000287     05  FILLER                  PIC X(05) VALUE SPACES.          00028700
000288     05  FILLER                  PIC X(08) VALUE "MONTH".         00028800
000289     05  FILLER                  PIC X(08) VALUE " OPENING".      00028900
000290     05  FILLER                  PIC X(08) VALUE "   HIRES".      00029000
000291     05  FILLER                  PIC X(08) VALUE "   TERMS".      00029100
000292     05  FILLER                  PIC X(08) VALUE " CLOSING".      00029200
000293     05  FILLER                  PIC X(10) VALUE " MONTH PCT".    00029300
000294*                                                                 00029400
000295 01  TREND-LINE.                                                  00029500
000296     05  FILLER                  PIC X(05) VALUE SPACES.          00029600
000297     05  TRL-MONTH.                                               00029700
000298         10  TRL-YY              PIC 99.                          00029800
000299         10  TRL-MM              PIC 99.                          00029900
000300     05  FILLER                  PIC X(04) VALUE SPACES.          00030000
000301     05  TRL-OPENING             PIC ZZZ,ZZ9-.                    00030100
000302     05  TRL-HIRES               PIC ZZZ,ZZ9-.                    00030200
000303     05  TRL-TERMS               PIC ZZZ,ZZ9-.                    00030300
000304     05  TRL-CLOSING             PIC ZZZ,ZZ9-.                    00030400
000305     05  FILLER                  PIC X(03) VALUE SPACES.          00030500
000306     05  TRL-MONTH-PCT           PIC ZZZ9.99.                     00030600
000307*                                                                 00030700
000308 01  JOURNAL-COUNT-LINE.                                          00030800
000309     05  FILLER                  PIC X(05) VALUE SPACES.          00030900
000310     05  JCL-CAPTION             PIC X(38).                       00031000
000311     05  JCL-COUNT               PIC Z,ZZZ,ZZ9.                   00031100
000312*                                                                 00031200
000313 01  BASIS-NOTE-LINE.                                             00031300
000314     05  FILLER                  PIC X(05) VALUE SPACES.          00031400
000315     05  FILLER                  PIC X(72) VALUE                  00031500
000316    "TURNOVER PCT = TERMINATIONS / AVERAGE MONTH-END HEADCOUNT".  00031600
000317*                                                                 00031700
000318 PROCEDURE DIVISION.                                              00031800
000319 000-MAIN.                                                        00031900
000320     PERFORM INITIALIZATION.                                      00032000
000321     PERFORM COUNT-ONE-EMPLOYEE UNTIL MASTER-IS-EOF.              00032100
000322     PERFORM APPLY-ONE-JOURNAL-ENTRY UNTIL JOURNAL-IS-EOF.        00032200
000323     PERFORM ROLL-BACK-ONE-DEPT                                   00032300
000324         VARYING WS-DPT-SUB FROM 1 BY 1                           00032400
000325         UNTIL WS-DPT-SUB > WS-DPT-COUNT.                         00032500
000326     PERFORM SORT-DEPT-TABLE.                                     00032600
000327     PERFORM START-REPORT.                                        00032700
000328     PERFORM REPORT-ONE-DEPT                                      00032800
000329         VARYING WS-DPT-SUB FROM 1 BY 1                           00032900
000330         UNTIL WS-DPT-SUB > WS-DPT-COUNT.                         00033000
000331     PERFORM CLOSE-REPORT.                                        00033100
000332     PERFORM PRINT-TREND.                                         00033200
000333     PERFORM CLOSING.                                             00033300
000334     STOP RUN.                                                    00033400
000335*                                                                 00033500
000336 INITIALIZATION.                                                  00033600
000337     ACCEPT WS-RUN-DATE FROM DATE.                                00033700
000338     PERFORM SET-REPORT-MONTH.                                    00033800
000339     MOVE ZEROS TO PLANT-COUNTS, COMPANY-COUNTS.                  00033900
000340     OPEN INPUT ACCOUNT-MAP-FILE.                                 00034000
000341     READ ACCOUNT-MAP-FILE                                        00034100
000342         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00034200
000343     PERFORM LOAD-ONE-MAP-RECORD UNTIL MAP-IS-EOF.                00034300
000344     CLOSE ACCOUNT-MAP-FILE.                                      00034400
000345     OPEN INPUT EMPLOYEE-MASTER-FILE, CHANGE-JOURNAL-FILE,        00034500
000346          OUTPUT PRINT-FILE.                                      00034600
000347     READ EMPLOYEE-MASTER-FILE                                    00034700
000348         AT END MOVE "Y" TO MASTER-EOF-FLAG.                      00034800
000349     READ CHANGE-JOURNAL-FILE                                     00034900
000350         AT END MOVE "Y" TO JOURNAL-EOF-FLAG.                     00035000
000351*                                                                 00035100
000352*THE CARD'S MONTH IS TAKEN ONLY IF IT IS A REAL MONTH; OTHERWISE  00035200
000353*THE REPORT IS FOR THE MONTH BEFORE THE RUN DATE, ROLLING         00035300
000354*JANUARY BACK INTO DECEMBER OF THE YEAR BEFORE.                   00035400
000355 SET-REPORT-MONTH.                                                00035500
000356     MOVE WS-RUN-YY TO WS-REPORT-YY.                              00035600
000357     MOVE WS-RUN-MM TO WS-REPORT-MM.                              00035700
000358     IF WS-REPORT-MM EQUAL 1                                      00035800
000359         MOVE 12 TO WS-REPORT-MM                                  00035900
000360         IF WS-REPORT-YY EQUAL 0                                  00036000
000361             MOVE 99 TO WS-REPORT-YY                              00036100
000362         ELSE                                                     00036200
000363             SUBTRACT 1 FROM WS-REPORT-YY                         00036300
000364         END-IF                                                   00036400
000365     ELSE                                                         00036500
000366         SUBTRACT 1 FROM WS-REPORT-MM                             00036600
000367     END-IF.                                                      00036700
000368     OPEN INPUT PARAMETER-FILE.                                   00036800
000369     READ PARAMETER-FILE                                          00036900
000370         AT END                                                   00037000
000371             CONTINUE                                             00037100
000372         NOT AT END                                               00037200
000373             IF PARM-REPORT-MONTH NUMERIC                         00037300
000374               AND PARM-REPORT-MM > 0                             00037400
000375               AND PARM-REPORT-MM < 13                            00037500
000376                 MOVE PARM-REPORT-YY TO WS-REPORT-YY              00037600
000377                 MOVE PARM-REPORT-MM TO WS-REPORT-MM              00037700
000378             END-IF                                               00037800
000379     END-READ.                                                    00037900
000380     CLOSE PARAMETER-FILE.                                        00038000
000381     MOVE WS-REPORT-YY TO WS-WORK-YY.                             00038100
000382     MOVE WS-REPORT-MM TO WS-WORK-MM.                             00038200
000383     PERFORM FIGURE-MONTH-NUMBER.                                 00038300
000384     MOVE WS-WORK-MONTH-NUM TO WS-REPORT-MONTH-NUM.               00038400
000385*                                                                 00038500
000386 FIGURE-MONTH-NUMBER.                                             00038600
000387     IF WS-WORK-YY < 50                                           00038700
000388         COMPUTE WS-WORK-CCYY = 2000 + WS-WORK-YY                 00038800
000389     ELSE                                                         00038900
000390         COMPUTE WS-WORK-CCYY = 1900 + WS-WORK-YY                 00039000
000391     END-IF.                                                      00039100
000392     COMPUTE WS-WORK-MONTH-NUM = WS-WORK-CCYY * 12 + WS-WORK-MM.  00039200
000393*                                                                 00039300
000394 LOAD-ONE-MAP-RECORD.                                             00039400
000395     ADD 1 TO WS-MAP-COUNT.                                       00039500
000396     IF WS-MAP-COUNT > 200                                        00039600
000397         DISPLAY "HEADCNT HALTED - ACCOUNT MAP TABLE FULL"        00039700
000398             " AT 200"                                            00039800
000399         MOVE 16 TO RETURN-CODE                                   00039900
000400         STOP RUN                                                 00040000
000401     END-IF.                                                      00040100
000402     MOVE MAP-DEPARTMENT TO MPT-DEPARTMENT(WS-MAP-COUNT).         00040200
000403     MOVE MAP-PLANT-CODE TO MPT-PLANT-CODE(WS-MAP-COUNT).         00040300
000404     READ ACCOUNT-MAP-FILE                                        00040400
000405         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00040500
000406*                                                                 00040600
000407*TODAY'S HEADCOUNT: EVERY EMPLOYEE ON THE MASTER WHO IS NOT       00040700
000408*TERMINATED COUNTS IN THE EMPLOYEE'S CURRENT DEPARTMENT.          00040800
000409 COUNT-ONE-EMPLOYEE.                                              00040900
000410     IF NOT EMP-M-IS-TERMINATED                                   00041000
000411         MOVE EMP-DEPARTMENT TO MAP-DEPARTMENT                    00041100
000412         PERFORM FIND-DEPT-ENTRY                                  00041200
000413         ADD 1 TO DPT-NOW-COUNT(WS-DPT-FOUND-SUB)                 00041300
000414     END-IF.                                                      00041400
000415     READ EMPLOYEE-MASTER-FILE                                    00041500
000416         AT END MOVE "Y" TO MASTER-EOF-FLAG.                      00041600
000417*                                                                 00041700
000418*AN IMAGE COUNTS IN HEADCOUNT WHEN IT EXISTS AND IS NOT           00041800
000419*TERMINATED.  AN ENTRY THAT ADDS A COUNTED AFTER IMAGE WITHOUT A  00041900
000420*COUNTED BEFORE IMAGE IS A HIRE (OR REHIRE); ONE THAT REMOVES A   00042000
000421*COUNTED BEFORE IMAGE IS A TERMINATION (STATUS "T" OR A DELETE);  00042100
000422*ONE THAT KEEPS BOTH BUT CHANGES THE DEPARTMENT IS A TRANSFER.    00042200
000423*THE JOURNAL'S RUN DATE IS TAKEN AS THE DATE OF THE EVENT.        00042300
000424*TRANSFERS ARE SHOWN FOR THE REPORT MONTH ONLY.                   00042400
000425*ENTRIES OLDER THAN THE TWELVE MONTHS ARE NOT NEEDED.             00042500
000426 APPLY-ONE-JOURNAL-ENTRY.                                         00042600
000427     ADD 1 TO WS-JOURNAL-READ.                                    00042700
000428     MOVE "N" TO BEFORE-COUNTED-FLAG, AFTER-COUNTED-FLAG.         00042800
000429     IF EJR-BEFORE-IMAGE NOT EQUAL SPACES                         00042900
000430       AND EJB-STATUS NOT EQUAL "T"                               00043000
000431         MOVE "Y" TO BEFORE-COUNTED-FLAG                          00043100
000432     END-IF.                                                      00043200
000433     IF EJR-AFTER-IMAGE NOT EQUAL SPACES                          00043300
000434       AND EJA-STATUS NOT EQUAL "T"                               00043400
000435         MOVE "Y" TO AFTER-COUNTED-FLAG                           00043500
000436     END-IF.                                                      00043600
000437     MOVE EJR-RUN-YY TO WS-WORK-YY.                               00043700
000438     MOVE EJR-RUN-MM TO WS-WORK-MM.                               00043800
000439     PERFORM FIGURE-MONTH-NUMBER.                                 00043900
000440     COMPUTE WS-MONTHS-BACK =                                     00044000
000441         WS-REPORT-MONTH-NUM - WS-WORK-MONTH-NUM.                 00044100
000442     IF WS-MONTHS-BACK < 0                                        00044200
000443         ADD 1 TO WS-JOURNAL-LATER                                00044300
000444         PERFORM APPLY-LATER-ENTRY                                00044400
000445     ELSE                                                         00044500
000446     IF WS-MONTHS-BACK < 12                                       00044600
000447         COMPUTE WS-MONTH-SUB = WS-MONTHS-BACK + 1                00044700
000448         PERFORM APPLY-MONTH-ENTRY                                00044800
000449     ELSE                                                         00044900
000450         ADD 1 TO WS-JOURNAL-OLDER                                00045000
000451     END-IF                                                       00045100
000452     END-IF.                                                      00045200
000453     READ CHANGE-JOURNAL-FILE                                     00045300
000454         AT END MOVE "Y" TO JOURNAL-EOF-FLAG.                     00045400
000455*                                                                 00045500
000456 APPLY-LATER-ENTRY.                                               00045600
000457     IF BEFORE-IS-COUNTED                                         00045700
000458         MOVE EJB-DEPARTMENT TO MAP-DEPARTMENT                    00045800
000459         PERFORM FIND-DEPT-ENTRY                                  00045900
000460         SUBTRACT 1 FROM DPT-LATER-NET(WS-DPT-FOUND-SUB)          00046000
000461     END-IF.                                                      00046100
000462     IF AFTER-IS-COUNTED                                          00046200
000463         MOVE EJA-DEPARTMENT TO MAP-DEPARTMENT                    00046300
000464         PERFORM FIND-DEPT-ENTRY                                  00046400
000465         ADD 1 TO DPT-LATER-NET(WS-DPT-FOUND-SUB)                 00046500
000466     END-IF.                                                      00046600
000467*                                                                 00046700
000468*TRANSFERS ARE SHOWN FOR THE REPORT MONTH ONLY (MONTH 1); OLDER   00046800
000469*MONTHS NEED ONLY THEIR NET CHANGE, HIRES, AND TERMINATIONS.      00046900
000470 APPLY-MONTH-ENTRY.                                               00047000
000471     IF BEFORE-IS-COUNTED                                         00047100
000472         MOVE EJB-DEPARTMENT TO MAP-DEPARTMENT                    00047200
000473         PERFORM FIND-DEPT-ENTRY                                  00047300
000474         SUBTRACT 1 FROM DPT-NET(WS-DPT-FOUND-SUB, WS-MONTH-SUB)  00047400
000475         IF NOT AFTER-IS-COUNTED                                  00047500
000476             ADD 1 TO DPT-TERMS(WS-DPT-FOUND-SUB, WS-MONTH-SUB)   00047600
000477         ELSE                                                     00047700
000478             IF EJB-DEPARTMENT NOT EQUAL EJA-DEPARTMENT           00047800
000479               AND WS-MONTH-SUB EQUAL 1                           00047900
000480                 ADD 1 TO DPT-XFER-OUT(WS-DPT-FOUND-SUB)          00048000
000481             END-IF                                               00048100
000482         END-IF                                                   00048200
000483     END-IF.                                                      00048300
000484     IF AFTER-IS-COUNTED                                          00048400
000485         MOVE EJA-DEPARTMENT TO MAP-DEPARTMENT                    00048500
000486         PERFORM FIND-DEPT-ENTRY                                  00048600
000487         ADD 1 TO DPT-NET(WS-DPT-FOUND-SUB, WS-MONTH-SUB)         00048700
000488         IF NOT BEFORE-IS-COUNTED                                 00048800
000489             ADD 1 TO DPT-HIRES(WS-DPT-FOUND-SUB, WS-MONTH-SUB)   00048900
000490         ELSE                                                     00049000
000491             IF EJB-DEPARTMENT NOT EQUAL EJA-DEPARTMENT           00049100
000492               AND WS-MONTH-SUB EQUAL 1                           00049200
000493                 ADD 1 TO DPT-XFER-IN(WS-DPT-FOUND-SUB)           00049300
000494             END-IF                                               00049400
000495         END-IF                                                   00049500
000496     END-IF.                                                      00049600
000497*                                                                 00049700
000498*THE MONTH-END HEADCOUNTS ARE REBUILT BACKWARD FROM TODAY'S,      00049800
000499*TAKING OUT EACH MONTH'S NET CHANGE IN TURN.                      00049900
000500 ROLL-BACK-ONE-DEPT.                                              00050000
000501     COMPUTE DPT-HEAD(WS-DPT-SUB, 1) =                            00050100
000502         DPT-NOW-COUNT(WS-DPT-SUB) - DPT-LATER-NET(WS-DPT-SUB).   00050200
000503     PERFORM ROLL-BACK-ONE-MONTH                                  00050300
000504         VARYING WS-MONTH-SUB FROM 1 BY 1                         00050400
000505         UNTIL WS-MONTH-SUB > 12.                                 00050500
000506*                                                                 00050600
000507 ROLL-BACK-ONE-MONTH.                                             00050700
000508     COMPUTE DPT-HEAD(WS-DPT-SUB, WS-MONTH-SUB + 1) =             00050800
000509         DPT-HEAD(WS-DPT-SUB, WS-MONTH-SUB)                       00050900
000510         - DPT-NET(WS-DPT-SUB, WS-MONTH-SUB).                     00051000
000511*                                                                 00051100
000512*FIND-DEPT-ENTRY LOCATES (OR STARTS) THE DEPARTMENT'S TABLE       00051200
000513*ENTRY, FILLING ITS PLANT FROM THE ACCOUNT MAP ON FIRST SIGHT.    00051300
000514*THE DEPARTMENT NAME ARRIVES IN MAP-DEPARTMENT.                   00051400
000515 FIND-DEPT-ENTRY.                                                 00051500
000516     MOVE "N" TO DPT-FOUND-FLAG.                                  00051600
000517     PERFORM MATCH-ONE-DEPT                                       00051700
000518         VARYING WS-DPT-SUB FROM 1 BY 1                           00051800
000519         UNTIL WS-DPT-SUB > WS-DPT-COUNT.                         00051900
000520     IF NOT DEPT-WAS-FOUND                                        00052000
000521         ADD 1 TO WS-DPT-COUNT                                    00052100
000522         IF WS-DPT-COUNT > 100                                    00052200
000523             DISPLAY "HEADCNT HALTED - DEPARTMENT TABLE FULL"     00052300
000524                 " AT 100"                                        00052400
000525             MOVE 16 TO RETURN-CODE                               00052500
000526             STOP RUN                                             00052600
000527         END-IF                                                   00052700
000528         MOVE ZEROS TO DPT-NOW-COUNT(WS-DPT-COUNT),               00052800
000529             DPT-LATER-NET(WS-DPT-COUNT), DPT-COUNTS(WS-DPT-COUNT)00052900
000530         MOVE SPACES TO DPT-PLANT-CODE(WS-DPT-COUNT)              00053000
000531         MOVE MAP-DEPARTMENT TO DPT-DEPARTMENT(WS-DPT-COUNT)      00053100
000532         PERFORM FIND-MAP-FOR-DEPT                                00053200
000533         IF MAP-WAS-FOUND                                         00053300
000534             MOVE MPT-PLANT-CODE(WS-MAP-FOUND-SUB)                00053400
000535                 TO DPT-PLANT-CODE(WS-DPT-COUNT)                  00053500
000536         END-IF                                                   00053600
000537         MOVE WS-DPT-COUNT TO WS-DPT-FOUND-SUB                    00053700
000538         MOVE "Y" TO DPT-FOUND-FLAG                               00053800
000539     END-IF.                                                      00053900
000540*                                                                 00054000
000541 MATCH-ONE-DEPT.                                                  00054100
000542     IF DPT-DEPARTMENT(WS-DPT-SUB) EQUAL MAP-DEPARTMENT           00054200
000543         MOVE "Y" TO DPT-FOUND-FLAG                               00054300
000544         MOVE WS-DPT-SUB TO WS-DPT-FOUND-SUB                      00054400
000545     END-IF.                                                      00054500
000546*                                                                 00054600
000547 FIND-MAP-FOR-DEPT.                                               00054700
000548     MOVE "N" TO MAP-FOUND-FLAG.                                  00054800
000549     PERFORM MATCH-ONE-MAP                                        00054900
000550         VARYING WS-MAP-SUB FROM 1 BY 1                           00055000
000551         UNTIL WS-MAP-SUB > WS-MAP-COUNT                          00055100
000552         OR WS-MAP-SUB > 200.                                     00055200
000553*                                                                 00055300
000554 MATCH-ONE-MAP.                                                   00055400
000555     IF MPT-DEPARTMENT(WS-MAP-SUB) EQUAL MAP-DEPARTMENT           00055500
000556       AND NOT MAP-WAS-FOUND                                      00055600
000557         MOVE "Y" TO MAP-FOUND-FLAG                               00055700
000558         MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB                      00055800
000559     END-IF.                                                      00055900
000560*                                                                 00056000
000561*THE DEPARTMENTS ARE PUT IN PLANT AND DEPARTMENT ORDER SO EACH    00056100
000562*PLANT'S DEPARTMENTS PRINT TOGETHER UNDER A PLANT TOTAL.          00056200
000563 SORT-DEPT-TABLE.                                                 00056300
000564     IF WS-DPT-COUNT > 1                                          00056400
000565         COMPUTE WS-DPT-LIMIT = WS-DPT-COUNT - 1                  00056500
000566         PERFORM SORT-ONE-PASS                                    00056600
000567             VARYING WS-DPT-PASS FROM 1 BY 1                      00056700
000568             UNTIL WS-DPT-PASS > WS-DPT-LIMIT                     00056800
000569     END-IF.                                                      00056900
000570*                                                                 00057000
000571 SORT-ONE-PASS.                                                   00057100
000572     PERFORM COMPARE-AND-SWAP                                     00057200
000573         VARYING WS-DPT-SUB FROM 1 BY 1                           00057300
000574         UNTIL WS-DPT-SUB > WS-DPT-LIMIT.                         00057400
000575*                                                                 00057500
000576 COMPARE-AND-SWAP.                                                00057600
000577     IF DPT-KEY(WS-DPT-SUB) > DPT-KEY(WS-DPT-SUB + 1)             00057700
000578         MOVE DPT-ENTRY(WS-DPT-SUB) TO DEPT-SWAP-HOLD             00057800
000579         MOVE DPT-ENTRY(WS-DPT-SUB + 1)                           00057900
000580             TO DPT-ENTRY(WS-DPT-SUB)                             00058000
000581         MOVE DEPT-SWAP-HOLD TO DPT-ENTRY(WS-DPT-SUB + 1)         00058100
000582     END-IF.                                                      00058200
000583*                                                                 00058300
000584 START-REPORT.                                                    00058400
000585     MOVE WS-REPORT-MONTH TO TTL-REPORT-MONTH.                    00058500
000586     MOVE WS-RUN-DATE TO TTL-RUN-DATE.                            00058600
000587     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00058700
000588     WRITE PRINT-LINE FROM COLUMN-HEAD-LINE                       00058800
000589         AFTER ADVANCING 2 LINES.                                 00058900
000590*                                                                 00059000
000591*A PLANT BREAK PRINTS THE PLANT BEFORE IT; EVERY DEPARTMENT       00059100
000592*ADDS INTO ITS PLANT AND THE COMPANY.                             00059200
000593 REPORT-ONE-DEPT.                                                 00059300
000594     IF DPT-PLANT-CODE(WS-DPT-SUB) NOT EQUAL WS-ACTUAL-PLANT-CODE 00059400
000595       OR IS-FIRST-PLANT                                          00059500
000596         IF IS-FIRST-PLANT                                        00059600
000597             MOVE "N" TO FIRST-PLANT-FLAG                         00059700
000598         ELSE                                                     00059800
000599             PERFORM PRINT-PLANT-TOTAL                            00059900
000600         END-IF                                                   00060000
000601         MOVE DPT-PLANT-CODE(WS-DPT-SUB) TO WS-ACTUAL-PLANT-CODE  00060100
000602     END-IF.                                                      00060200
000603     MOVE DPT-COUNTS(WS-DPT-SUB) TO LINE-COUNTS.                  00060300
000604     MOVE DPT-DEPARTMENT(WS-DPT-SUB) TO CL-DEPARTMENT.            00060400
000605     MOVE DPT-PLANT-CODE(WS-DPT-SUB) TO CL-PLANT-CODE.            00060500
000606     PERFORM PRINT-COUNT-LINE.                                    00060600
000607     PERFORM ADD-LINE-TO-TOTALS                                   00060700
000608         VARYING WS-MONTH-SUB FROM 1 BY 1                         00060800
000609         UNTIL WS-MONTH-SUB > 12.                                 00060900
000610     ADD LNC-HEAD(13) TO PLT-HEAD(13), CO-HEAD(13).               00061000
000611     ADD LNC-XFER-IN TO PLT-XFER-IN, CO-XFER-IN.                  00061100
000612     ADD LNC-XFER-OUT TO PLT-XFER-OUT, CO-XFER-OUT.               00061200
000613*                                                                 00061300
000614 ADD-LINE-TO-TOTALS.                                              00061400
000615     ADD LNC-HEAD(WS-MONTH-SUB) TO PLT-HEAD(WS-MONTH-SUB),        00061500
000616         CO-HEAD(WS-MONTH-SUB).                                   00061600
000617     ADD LNC-NET(WS-MONTH-SUB) TO PLT-NET(WS-MONTH-SUB),          00061700
000618         CO-NET(WS-MONTH-SUB).                                    00061800
000619     ADD LNC-HIRES(WS-MONTH-SUB) TO PLT-HIRES(WS-MONTH-SUB),      00061900
000620         CO-HIRES(WS-MONTH-SUB).                                  00062000
000621     ADD LNC-TERMS(WS-MONTH-SUB) TO PLT-TERMS(WS-MONTH-SUB),      00062100
000622         CO-TERMS(WS-MONTH-SUB).                                  00062200
000623*                                                                 00062300
000624 PRINT-PLANT-TOTAL.                                               00062400
000625     MOVE PLANT-COUNTS TO LINE-COUNTS.                            00062500
000626     MOVE "PLANT TOTAL" TO CL-DEPARTMENT.                         00062600
000627     MOVE WS-ACTUAL-PLANT-CODE TO CL-PLANT-CODE.                  00062700
000628     PERFORM PRINT-COUNT-LINE.                                    00062800
000629     MOVE SPACES TO PRINT-LINE.                                   00062900
000630     WRITE PRINT-LINE AFTER ADVANCING 1 LINE.                     00063000
000631     MOVE ZEROS TO PLANT-COUNTS.                                  00063100
000632*                                                                 00063200
000633*THE MONTHLY RATE IS THE MONTH'S TERMINATIONS OVER THE AVERAGE    00063300
000634*OF ITS OPENING AND CLOSING HEADCOUNT; THE ROLLING RATE IS THE    00063400
000635*TWELVE MONTHS' TERMINATIONS OVER THE AVERAGE OF THE TWELVE       00063500
000636*MONTH-END HEADCOUNTS.                                            00063600
000637 PRINT-COUNT-LINE.                                                00063700
000638     MOVE LNC-HEAD(2) TO CL-OPENING.                              00063800
000639     MOVE LNC-HIRES(1) TO CL-HIRES.                               00063900
000640     MOVE LNC-TERMS(1) TO CL-TERMS.                               00064000
000641     MOVE LNC-XFER-IN TO CL-XFER-IN.                              00064100
000642     MOVE LNC-XFER-OUT TO CL-XFER-OUT.                            00064200
000643     MOVE LNC-HEAD(1) TO CL-CLOSING.                              00064300
000644     MOVE 1 TO WS-MONTH-SUB.                                      00064400
000645     PERFORM FIGURE-MONTH-TURNOVER.                               00064500
000646     MOVE WS-TURNOVER-PCT TO CL-MONTH-PCT.                        00064600
000647     MOVE 0 TO WS-ROLLING-TERMS, WS-HEAD-SUM.                     00064700
000648     PERFORM ADD-ONE-ROLLING-MONTH                                00064800
000649         VARYING WS-MONTH-SUB FROM 1 BY 1                         00064900
000650         UNTIL WS-MONTH-SUB > 12.                                 00065000
000651     MOVE WS-ROLLING-TERMS TO CL-ROLLING-TERMS.                   00065100
000652     COMPUTE WS-AVERAGE-HEAD ROUNDED = WS-HEAD-SUM / 12.          00065200
000653     PERFORM FIGURE-TURNOVER-PCT.                                 00065300
000654     MOVE WS-TURNOVER-PCT TO CL-ROLLING-PCT.                      00065400
000655     WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00065500
000656*                                                                 00065600
000657 ADD-ONE-ROLLING-MONTH.                                           00065700
000658     ADD LNC-TERMS(WS-MONTH-SUB) TO WS-ROLLING-TERMS.             00065800
000659     ADD LNC-HEAD(WS-MONTH-SUB) TO WS-HEAD-SUM.                   00065900
000660*                                                                 00066000
000661 FIGURE-MONTH-TURNOVER.                                           00066100
000662     MOVE LNC-TERMS(WS-MONTH-SUB) TO WS-ROLLING-TERMS.            00066200
000663     COMPUTE WS-AVERAGE-HEAD ROUNDED =                            00066300
000664         (LNC-HEAD(WS-MONTH-SUB) + LNC-HEAD(WS-MONTH-SUB + 1))    00066400
000665         / 2.                                                     00066500
000666     PERFORM FIGURE-TURNOVER-PCT.                                 00066600
000667*                                                                 00066700
000668*TERMINATIONS ARRIVE IN WS-ROLLING-TERMS.  A GROUP WITH NO        00066800
000669*AVERAGE HEADCOUNT HAS NO RATE.                                   00066900
000670 FIGURE-TURNOVER-PCT.                                             00067000
000671     IF WS-AVERAGE-HEAD > 0                                       00067100
000672         COMPUTE WS-TURNOVER-PCT ROUNDED =                        00067200
000673             WS-ROLLING-TERMS * 100 / WS-AVERAGE-HEAD             00067300
000674     ELSE                                                         00067400
000675         MOVE 0 TO WS-TURNOVER-PCT                                00067500
000676     END-IF.                                                      00067600
000677*                                                                 00067700
000678 CLOSE-REPORT.                                                    00067800
000679     IF NOT IS-FIRST-PLANT                                        00067900
000680         PERFORM PRINT-PLANT-TOTAL                                00068000
000681     END-IF.                                                      00068100
000682     MOVE COMPANY-COUNTS TO LINE-COUNTS.                          00068200
000683     MOVE "COMPANY TOTAL" TO CL-DEPARTMENT.                       00068300
000684     MOVE SPACES TO CL-PLANT-CODE.                                00068400
000685     PERFORM PRINT-COUNT-LINE.                                    00068500
000686     WRITE PRINT-LINE FROM BASIS-NOTE-LINE                        00068600
000687         AFTER ADVANCING 2 LINES.                                 00068700
000688*                                                                 00068800
000689*THE TREND RUNS OLDEST MONTH FIRST, ENDING ON THE REPORT MONTH.   00068900
000690 PRINT-TREND.                                                     00069000
000691     WRITE PRINT-LINE FROM TREND-TITLE-LINE                       00069100
000692         AFTER ADVANCING PAGE.                                    00069200
000693     WRITE PRINT-LINE FROM TREND-HEAD-LINE                        00069300
000694         AFTER ADVANCING 2 LINES.                                 00069400
000695     MOVE COMPANY-COUNTS TO LINE-COUNTS.                          00069500
000696     PERFORM PRINT-ONE-TREND-MONTH                                00069600
000697         VARYING WS-MONTH-SUB FROM 12 BY -1                       00069700
000698         UNTIL WS-MONTH-SUB < 1.                                  00069800
000699*                                                                 00069900
000700 PRINT-ONE-TREND-MONTH.                                           00070000
000701     COMPUTE WS-WORK-MONTH-NUM =                                  00070100
000702         WS-REPORT-MONTH-NUM - WS-MONTH-SUB + 1.                  00070200
000703     COMPUTE WS-TREND-CCYY = (WS-WORK-MONTH-NUM - 1) / 12.        00070300
000704     COMPUTE TRL-MM = WS-WORK-MONTH-NUM - WS-TREND-CCYY * 12.     00070400
000705     MOVE WS-TREND-YY TO TRL-YY.                                  00070500
000706     MOVE LNC-HEAD(WS-MONTH-SUB + 1) TO TRL-OPENING.              00070600
000707     MOVE LNC-HIRES(WS-MONTH-SUB) TO TRL-HIRES.                   00070700
000708     MOVE LNC-TERMS(WS-MONTH-SUB) TO TRL-TERMS.                   00070800
000709     MOVE LNC-HEAD(WS-MONTH-SUB) TO TRL-CLOSING.                  00070900
000710     PERFORM FIGURE-MONTH-TURNOVER.                               00071000
000711     MOVE WS-TURNOVER-PCT TO TRL-MONTH-PCT.                       00071100
000712     WRITE PRINT-LINE FROM TREND-LINE AFTER ADVANCING 1 LINE.     00071200
000713*                                                                 00071300
000714 CLOSING.                                                         00071400
000715     MOVE "JOURNAL ENTRIES READ:" TO JCL-CAPTION.                 00071500
000716     MOVE WS-JOURNAL-READ TO JCL-COUNT.                           00071600
000717     WRITE PRINT-LINE FROM JOURNAL-COUNT-LINE                     00071700
000718         AFTER ADVANCING 2 LINES.                                 00071800
000719     MOVE "ROLLED BACK (AFTER THE REPORT MONTH):"                 00071900
000720         TO JCL-CAPTION.                                          00072000
000721     MOVE WS-JOURNAL-LATER TO JCL-COUNT.                          00072100
000722     WRITE PRINT-LINE FROM JOURNAL-COUNT-LINE                     00072200
000723         AFTER ADVANCING 1 LINE.                                  00072300
000724     MOVE "OLDER THAN TWELVE MONTHS:" TO JCL-CAPTION.             00072400
000725     MOVE WS-JOURNAL-OLDER TO JCL-COUNT.                          00072500
000726     WRITE PRINT-LINE FROM JOURNAL-COUNT-LINE                     00072600
000727         AFTER ADVANCING 1 LINE.                                  00072700
000728     CLOSE EMPLOYEE-MASTER-FILE, CHANGE-JOURNAL-FILE,             00072800
000729         PRINT-FILE.                                              00072900
