000046*                    EMP-PAYRATE IS NEVER SIMPLY GONE; EMPHIST    00004600
000047*                    REPORTS FROM IT FOR THE WAGE-GRIEVANCE       00004700
000048*                    COMMITTEE AND PERSONNEL AUDITS.              00004800
000049*    2026-10-15  SS  ADD THE "S" PAY-GROUP CARD, WHICH SETS THE   00004900
000050*                    EMPLOYEE'S PAY GROUP, PAY FREQUENCY, AND     00005000
000051*                    PERIOD SALARY ON THE MASTER (NOW 90 BYTES,   00005100
000052*                    AS ARE THE JOURNAL IMAGES).  A NEW HIRE      00005200
000053*                    STARTS IN THE WEEKLY HOURLY GROUP.           00005300
000054*    2026-10-15  SS  ADD THE "H" HIRE-DATA CARD (SSN, HIRE DATE,  00005400
000055*                    HOME ADDRESS) FOR THE STATE NEW-HIRE REPORT. 00005500
000056*                    EVERY "A" CARD MUST BE FOLLOWED BY ITS "H"   00005600
000057*                    CARD OR THE ADD IS REJECTED; AN "H" CARD     00005700
000058*                    ALONE CORRECTS AN EMPLOYEE'S HIRE DATA.  THE 00005800
000059*                    MASTER AND THE JOURNAL IMAGES ARE NOW 156    00005900
000060*                    BYTES.                                       00006000
000061*    2026-10-15  SS  DUAL CONTROL OVER PAY RATE, STATUS, AND GRADE00006100
000062*                    CHANGES.  A CHANGE CARD THAT MOVES THE RATE  00006200
000063*                    BY MORE THAN DUAL-CONTROL-PCT PERCENT, OR    00006300
000064*                    CHANGES THE STATUS OR GRADE, IS HELD ON THE  00006400
000065*                    PENDING-CHANGE FILE INSTEAD OF APPLIED, AND  00006500
000066*                    IS APPLIED ONLY WHEN AN "R" RELEASE CARD FROM00006600
000067*                    A SECOND OPERATOR RELEASES IT ON A LATER RUN.00006700
000068*                    CARDS CARRY THE OPERATOR ID IN COLUMNS 76-80;00006800
000069*                    THE JOURNAL NOW CARRIES THE SUBMITTER AND THE00006900
000070*                    APPROVER, AND CHANGES STILL AWAITING APPROVAL00007000
000071*                    ARE LISTED AT THE END OF EVERY RUN.          00007100
000072*    2026-10-15  SS  CARRY THE ORIGINAL HIRE DATE AND ADJUSTED    00007200
000073*                    SERVICE DATE ON THE MASTER (NOW 168 BYTES, AS00007300
000074*                    ARE THE JOURNAL IMAGES) FOR THE SENIORITY    00007400
000075*                    ROSTER.  A NEW HIRE STARTS WITH BOTH AT THE  00007500
000076*                    HIRE DATE; THE NEW "V" CARD CHANGES THEM.    00007600
000077*    2026-10-15  SS  AN "S" CARD THAT MOVES THE PERIOD SALARY BY  00007700
000078*                    MORE THAN DUAL-CONTROL-PCT PERCENT IS HELD   00007800
000079*                    FOR A SECOND OPERATOR LIKE A CHANGE CARD.    00007900
000080*                    THE HELD CARD'S CODE TELLS THE RELEASE WHICH 00008000
000081*                    KIND OF CHANGE TO APPLY, AND THE PENDING     00008100
000082*                    RECORD NOW KEEPS THE OLD PERIOD SALARY FOR   00008200
000083*                    THE LISTING.                                 00008300
000084*                                                                 00008400
000085 ENVIRONMENT DIVISION.                                            00008500
000086 CONFIGURATION SECTION.                                           00008600
000087 SOURCE-COMPUTER. IBM-370.                                        00008700
000088 OBJECT-COMPUTER. IBM-370.                                        00008800
000089*                                                                 00008900
000090 INPUT-OUTPUT SECTION.                                            00009000
000091 FILE-CONTROL.                                                    00009100
000092     SELECT TRANSACTION-FILE ASSIGN TO UT-S-TRANS.                00009200
000093     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00009300
000094         ORGANIZATION IS INDEXED                                  00009400
000095         ACCESS MODE IS DYNAMIC                                   00009500
000096         RECORD KEY IS EMP-ID.                                    00009600
000097     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00009700
000098     SELECT CLASS-MASTER-FILE ASSIGN TO UT-S-WCLASS.              00009800
000099     SELECT CHANGE-JOURNAL-FILE ASSIGN TO UT-S-EMPJRNL.           00009900
000100     SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO UT-S-EMPPEND.  00010000
000101*                                                                 00010100
000102 DATA DIVISION.                                                   00010200
000103 FILE SECTION.                                                    00010300
000104 FD  TRANSACTION-FILE                                             00010400
000105     LABEL RECORD IS OMITTED.                                     00010500
000106 01  TRANSACTION-RECORD.                                          00010600
000107     05  TRANS-CODE              PIC X.                           00010700
000108         88  TRANS-IS-ADD        VALUE "A".                       00010800
000109         88  TRANS-IS-CHANGE     VALUE "C".                       00010900
000110         88  TRANS-IS-DELETE     VALUE "D".                       00011000
000111         88  TRANS-IS-PAY-GROUP  VALUE "S".                       00011100
000112         88  TRANS-IS-HIRE-DATA  VALUE "H".                       00011200
000113         88  TRANS-IS-RELEASE    VALUE "R".                       00011300
000114         88  TRANS-IS-SERVICE    VALUE "V".                       00011400
000115     05  TRANS-EMP-ID            PIC X(10).                       00011500
000116     05  TRANS-EMP-NAME          PIC X(25).                       00011600
000117     05  TRANS-DEPARTMENT        PIC X(15).                       00011700
000118     05  TRANS-PAYRATE           PIC 99V99.                       00011800
000119     05  TRANS-SALARY-CODE       PIC X.                           00011900
000120     05  TRANS-RATE-EFF-DATE     PIC 9(06).                       00012000
000121     05  TRANS-RETRO-HOURS       PIC 9(03).                       00012100
000122     05  TRANS-GRADE-CODE        PIC X(02).                       00012200
000123     05  TRANS-STATUS            PIC X.                           00012300
000124     05  TRANS-FILING-STATUS     PIC X.                           00012400
000125         88  TRANS-FILING-VALID  VALUE "S" "M" "H" " ".           00012500
000126     05  TRANS-ALLOWANCES        PIC 99.                          00012600
000127     05  TRANS-COMP-CLASS        PIC X(04).                       00012700
000128     05  TRANS-OPERATOR-ID       PIC X(05).                       00012800
000129*AN "S" CARD PLACES AN EMPLOYEE IN A PAY GROUP: THE GROUP CODE,   00012900
000130*ITS PAY FREQUENCY ("W" OR BLANK WEEKLY, "B" BIWEEKLY, "S"        00013000
000131*SEMIMONTHLY), AND THE SALARY PAID EACH PERIOD, WHICH A BIWEEKLY  00013100
000132*OR SEMIMONTHLY GROUP MUST CARRY.                                 00013200
000133 01  PAY-GROUP-TRANSACTION REDEFINES TRANSACTION-RECORD.          00013300
000134     05  FILLER                  PIC X(36).                       00013400
000135     05  TSC-PAY-GROUP           PIC X(02).                       00013500
000136     05  TSC-PAY-FREQUENCY       PIC X.                           00013600
000137         88  TSC-FREQUENCY-VALID VALUE " " "W" "B" "S".           00013700
000138         88  TSC-IS-SALARIED     VALUE "B" "S".                   00013800
000139     05  TSC-PERIOD-SALARY       PIC 9(5)V99.                     00013900
000140     05  FILLER                  PIC X(34).                       00014000
000141*AN "H" CARD CARRIES THE HIRE DATA THE STATE NEW-HIRE REPORT      00014100
000142*NEEDS: SOCIAL SECURITY NUMBER, HIRE DATE (YYMMDD), AND HOME      00014200
000143*ADDRESS.  EVERY "A" CARD MUST BE FOLLOWED BY THE SAME            00014300
000144*EMPLOYEE'S "H" CARD; AN "H" CARD ON ITS OWN CORRECTS THE HIRE    00014400
000145*DATA OF AN EMPLOYEE ALREADY ON THE MASTER, AND GIVES A REHIRED   00014500
000146*EMPLOYEE THE NEW HIRE DATE.                                      00014600
000147 01  HIRE-DATA-TRANSACTION REDEFINES TRANSACTION-RECORD.          00014700
000148     05  FILLER                  PIC X(11).                       00014800
000149     05  THD-SSN                 PIC 9(09).                       00014900
000150     05  THD-HIRE-DATE           PIC 9(06).                       00015000
000151     05  THD-STREET              PIC X(25).                       00015100
000152     05  THD-CITY                PIC X(15).                       00015200
000153     05  THD-STATE               PIC X(02).                       00015300
000154     05  THD-ZIP                 PIC X(09).                       00015400
000155     05  FILLER                  PIC X(03).                       00015500
000156*A "V" CARD SETS THE SENIORITY DATES: THE ORIGINAL HIRE DATE      00015600
000157*AND THE ADJUSTED SERVICE DATE (BOTH YYMMDD), WHICH PERSONNEL     00015700
000158*MOVES FORWARD FOR A BREAK IN SERVICE OR BACK FOR CREDITED PRIOR  00015800
000159*SERVICE.  A NEW HIRE STARTS WITH BOTH SET TO THE "H" CARD'S      00015900
000160*HIRE DATE; A LATER "H" CARD FOR A REHIRE LEAVES THEM ALONE.      00016000
000161 01  SERVICE-DATE-TRANSACTION REDEFINES TRANSACTION-RECORD.       00016100
000162     05  FILLER                  PIC X(11).                       00016200
000163     05  TSV-ORIG-HIRE-DATE      PIC 9(06).                       00016300
000164     05  TSV-SERVICE-DATE        PIC 9(06).                       00016400
000165     05  FILLER                  PIC X(57).                       00016500
000166*                                                                 00016600
000167*EMPLOYEE-MASTER-RECORD IS THE LAYOUT PAYROLL AND RATERECN READ.  00016700
000168*EMP-NAME, EMP-ID, EMP-DEPARTMENT, AND EMP-PAYRATE COME FROM THE  00016800
000169*SHARED EMPLOYEE.CPY MEMBER ALSO USED BY PAYRATE.                 00016900
000170 FD  EMPLOYEE-MASTER-FILE                                         00017000
000171     LABEL RECORD IS OMITTED.                                     00017100
000172 01  EMPLOYEE-MASTER-RECORD.                                      00017200
000173     COPY EMPLOYEE.                                               00017300
000174     05  EMP-M-SALARY-CODE       PIC X.                           00017400
000175     05  EMP-M-STATUS            PIC X.                           00017500
000176         88  EMP-M-IS-ACTIVE     VALUE "A".                       00017600
000177     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00017700
000178     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00017800
000179     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00017900
000180     05  EMP-M-FILING-STATUS     PIC X.                           00018000
000181     05  EMP-M-ALLOWANCES        PIC 99.                          00018100
000182     05  EMP-M-COMP-CLASS        PIC X(04).                       00018200
000183     05  EMP-M-PAY-GROUP         PIC X(02).                       00018300
000184     05  EMP-M-PAY-FREQUENCY     PIC X.                           00018400
000185     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00018500
000186     05  EMP-M-SSN               PIC 9(09).                       00018600
000187     05  EMP-M-HIRE-DATE         PIC 9(06).                       00018700
000188     05  EMP-M-STREET            PIC X(25).                       00018800
000189     05  EMP-M-CITY              PIC X(15).                       00018900
000190     05  EMP-M-STATE             PIC X(02).                       00019000
000191     05  EMP-M-ZIP               PIC X(09).                       00019100
000192     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00019200
000193     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00019300
000194     05  FILLER                  PIC X(02).                       00019400
000195*                                                                 00019500
000196 FD  PRINT-FILE                                                   00019600
000197     LABEL RECORD IS OMITTED.                                     00019700
000198 01  PRINT-LINE                  PIC X(96).                       00019800
000199*                                                                 00019900
000200*ONE COMP CLASS MASTER RECORD PER RISK CLASS THE CARRIER          00020000
000201*RECOGNIZES; ONLY THE CODE IS NEEDED HERE FOR VALIDATION.         00020100
000202 FD  CLASS-MASTER-FILE                                            00020200
000203     LABEL RECORD IS OMITTED.                                     00020300
000204 01  CLASS-MASTER-RECORD.                                         00020400
000205     05  WCC-CLASS               PIC X(04).                       00020500
000206     05  WCC-DESCRIPTION         PIC X(25).                       00020600
000207     05  WCC-RATE-PER-100        PIC 9(3)V99.                     00020700
000208     05  FILLER                  PIC X(46).                       00020800
000209*                                                                 00020900
000210*ONE JOURNAL RECORD PER APPLIED TRANSACTION: THE CODE AND THE     00021000
000211*FULL BEFORE AND AFTER MASTER IMAGES (SPACES WHERE NO IMAGE       00021100
000212*EXISTS), THE SAME SHAPE BIBLIO-MAINTENANCE JOURNALS.             00021200
000213 FD  CHANGE-JOURNAL-FILE                                          00021300
000214     LABEL RECORD IS OMITTED.                                     00021400
000215 01  CHANGE-JOURNAL-RECORD.                                       00021500
000216     05  EJR-RUN-DATE            PIC 9(06).                       00021600
000217     05  EJR-TRANS-CODE          PIC X.                           00021700
000218     05  EJR-BEFORE-IMAGE        PIC X(168).                      00021800
000219     05  EJR-AFTER-IMAGE         PIC X(168).                      00021900
000220     05  EJR-SUBMITTER-ID        PIC X(05).                       00022000
000221     05  EJR-APPROVER-ID         PIC X(05).                       00022100
000222*                                                                 00022200
000223*ONE RECORD PER CHANGE OR PAY-GROUP CARD HELD FOR A SECOND        00022300
000224*OPERATOR'S APPROVAL: THE RUN DATE IT WAS HELD, THE WHOLE CARD,   00022400
000225*AND THE RATE, GRADE, STATUS, AND PERIOD SALARY THE MASTER HAD    00022500
000226*WHEN IT WAS HELD.                                                00022600
000227 FD  PENDING-CHANGE-FILE                                          00022700
000228     LABEL RECORD IS OMITTED.                                     00022800
000229 01  PENDING-CHANGE-RECORD       PIC X(100).                      00022900
000230*                                                                 00023000
000231 WORKING-STORAGE SECTION.                                         00023100
000232*                                                                 00023200
000233 77  TRANSACTION-EOF-FLAG        PIC X VALUE "N".                 00023300
000234     88  TRANSACTION-IS-EOF      VALUE "Y".                       00023400
000235*                                                                 00023500
000236 77  TRANSACTIONS-READ           PIC 999 VALUE 0.                 00023600
000237 77  TRANSACTIONS-ADDED          PIC 999 VALUE 0.                 00023700
000238 77  TRANSACTIONS-CHANGED        PIC 999 VALUE 0.                 00023800
000239 77  TRANSACTIONS-DELETED        PIC 999 VALUE 0.                 00023900
000240 77  TRANSACTIONS-REJECTED       PIC 999 VALUE 0.                 00024000
000241 77  TRANSACTIONS-HELD           PIC 999 VALUE 0.                 00024100
000242 77  TRANSACTIONS-RELEASED       PIC 999 VALUE 0.                 00024200
000243 77  TRANS-RESULT-TEXT           PIC X(20) VALUE SPACES.          00024300
000244 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00024400
000245 77  WS-BEFORE-IMAGE             PIC X(168) VALUE SPACES.         00024500
000246*                                                                 00024600
000247*A RATE OR PERIOD SALARY CHANGE OF MORE THAN DUAL-CONTROL-PCT     00024700
000248*PERCENT EITHER WAY, ANY STATUS CHANGE, AND ANY GRADE CHANGE NEED 00024800
000249*A SECOND OPERATOR.                                               00024900
000250 77  DUAL-CONTROL-PCT            PIC 99V99 VALUE 5.00.            00025000
000251 77  WS-RATE-CHANGE-PCT          PIC S9(5)V99 VALUE 0.            00025100
000252 77  WS-NEW-PERIOD-SALARY        PIC 9(5)V99 VALUE 0.             00025200
000253 77  APPROVAL-FLAG               PIC X VALUE "N".                 00025300
000254     88  NEEDS-APPROVAL          VALUE "Y".                       00025400
000255 77  RELEASE-FLAG                PIC X VALUE "N".                 00025500
000256     88  CHANGE-IS-RELEASE       VALUE "Y".                       00025600
000257 77  MASTER-FOUND-FLAG           PIC X VALUE "N".                 00025700
000258     88  MASTER-WAS-FOUND        VALUE "Y".                       00025800
000259 77  WS-APPROVER-ID              PIC X(05) VALUE SPACES.          00025900
000260*                                                                 00026000
000261*THE PENDING-CHANGE FILE IS HELD IN THIS TABLE FOR THE RUN AND    00026100
000262*WRITTEN BACK AT THE END WITHOUT THE CHANGES RELEASED.  A CHANGE  00026200
000263*HELD THIS RUN CANNOT BE RELEASED UNTIL A LATER RUN.              00026300
000264 01  PENDING-TABLE.                                               00026400
000265     05  PND-ENTRY OCCURS 100 TIMES.                              00026500
000266         10  PND-RECORD.                                          00026600
000267             15  FILLER          PIC X(07).                       00026700
000268             15  PND-EMP-ID      PIC X(10).                       00026800
000269             15  FILLER          PIC X(83).                       00026900
000270         10  PND-RUN-FLAG        PIC X.                           00027000
000271             88  PND-HELD-THIS-RUN VALUE "Y".                     00027100
000272         10  PND-DONE-FLAG       PIC X.                           00027200
000273             88  PND-IS-DONE     VALUE "Y".                       00027300
000274 77  WS-PND-COUNT                PIC 999 VALUE 0.                 00027400
000275 77  WS-PND-SUB                  PIC 999 VALUE 0.                 00027500
000276 77  WS-PND-FOUND                PIC 999 VALUE 0.                 00027600
000277 77  WS-PND-LISTED               PIC 999 VALUE 0.                 00027700
000278 77  PENDING-EOF-FLAG            PIC X VALUE "N".                 00027800
000279     88  PENDING-IS-EOF          VALUE "Y".                       00027900
000280 01  WS-PENDING-ENTRY.                                            00028000
000281     05  WPE-HELD-DATE           PIC 9(06).                       00028100
000282     05  WPE-CARD.                                                00028200
000283         10  WPE-TRANS-CODE      PIC X.                           00028300
000284             88  WPE-IS-PAY-GROUP VALUE "S".                      00028400
000285         10  WPE-EMP-ID          PIC X(10).                       00028500
000286         10  WPE-EMP-NAME        PIC X(25).                       00028600
000287         10  FILLER              PIC X(15).                       00028700
000288         10  WPE-PAYRATE         PIC 99V99.                       00028800
000289         10  FILLER              PIC X(10).                       00028900
000290         10  WPE-GRADE-CODE      PIC X(02).                       00029000
000291         10  WPE-STATUS          PIC X.                           00029100
000292         10  FILLER              PIC X(07).                       00029200
000293         10  WPE-OPERATOR-ID     PIC X(05).                       00029300
000294     05  WPE-PAY-GROUP-CARD REDEFINES WPE-CARD.                   00029400
000295         10  FILLER              PIC X(36).                       00029500
000296         10  WPE-PAY-GROUP       PIC X(02).                       00029600
000297         10  WPE-PAY-FREQUENCY   PIC X.                           00029700
000298         10  WPE-PERIOD-SALARY   PIC 9(5)V99.                     00029800
000299         10  FILLER              PIC X(34).                       00029900
000300     05  WPE-OLD-PAYRATE         PIC 99V99.                       00030000
000301     05  WPE-OLD-GRADE-CODE      PIC X(02).                       00030100
000302     05  WPE-OLD-STATUS          PIC X.                           00030200
000303     05  WPE-OLD-PERIOD-SALARY   PIC 9(5)V99.                     00030300
000304*                                                                 00030400
000305*AN "A" CARD IS HELD WHILE THE NEXT CARD IS READ FOR ITS "H"      00030500
000306*CARD.  A NEXT CARD THAT IS NOT THE HIRE CARD IS HELD AS PENDING  00030600
000307*AND PROCESSED ON ITS OWN AFTER THE ADD.                          00030700
000308 01  WS-ADD-CARD.                                                 00030800
000309     05  FILLER                  PIC X.                           00030900
000310     05  WAC-EMP-ID              PIC X(10).                       00031000
000311     05  FILLER                  PIC X(69).                       00031100
000312 01  WS-PENDING-CARD             PIC X(80).                       00031200
000313 77  PENDING-CARD-FLAG           PIC X VALUE "N".                 00031300
000314     88  CARD-IS-PENDING         VALUE "Y".                       00031400
000315 01  WS-HIRE-CARD.                                                00031500
000316     05  FILLER                  PIC X(11).                       00031600
000317     05  WHC-SSN                 PIC 9(09).                       00031700
000318     05  WHC-HIRE-DATE           PIC 9(06).                       00031800
000319     05  WHC-STREET              PIC X(25).                       00031900
000320     05  WHC-CITY                PIC X(15).                       00032000
000321     05  WHC-STATE               PIC X(02).                       00032100
000322     05  WHC-ZIP                 PIC X(09).                       00032200
000323     05  FILLER                  PIC X(03).                       00032300
000324 77  HIRE-CARD-FLAG              PIC X VALUE "N".                 00032400
000325     88  HIRE-CARD-FOUND         VALUE "Y".                       00032500
000326 77  HIRE-DATA-FLAG              PIC X VALUE "N".                 00032600
000327     88  HIRE-DATA-VALID         VALUE "Y".                       00032700
000328*                                                                 00032800
000329 01  CLASS-TABLE.                                                 00032900
000330     05  WCT-CLASS               PIC X(04) OCCURS 50 TIMES.       00033000
000331 77  WS-WCT-COUNT                PIC 99 VALUE 0.                  00033100
000332 77  WS-WCT-SUB                  PIC 99 VALUE 0.                  00033200
000333 77  WCT-EOF-FLAG                PIC X VALUE "N".                 00033300
000334     88  CLASS-IS-EOF            VALUE "Y".                       00033400
000335 77  WCT-FOUND-FLAG              PIC X VALUE "N".                 00033500
000336     88  CLASS-WAS-FOUND         VALUE "Y".                       00033600
000337*                                                                 00033700
000338 01  TITLE-LINE.                                                  00033800
000339     05  FILLER                  PIC X(20) VALUE SPACES.          00033900
000340     05  FILLER                  PIC X(30)                        00034000
000341             VALUE "EMPLOYEE MASTER MAINTENANCE".                 00034100
000342*                                                                 00034200
000343 01  TRANSACTION-LINE.                                            00034300
000344     05  FILLER                  PIC X(05) VALUE SPACES.          00034400
000345     05  TL-CODE                 PIC X.                           00034500
000346     05  FILLER                  PIC X(01) VALUE SPACES.          00034600
000347     05  TL-EMP-ID               PIC X(10).                       00034700
000348     05  FILLER                  PIC X(02) VALUE SPACES.          00034800
000349     05  TL-EMP-NAME             PIC X(25).                       00034900
000350     05  FILLER                  PIC X(02) VALUE SPACES.          00035000
000351     05  TL-RESULT               PIC X(20).                       00035100
000352*                                                                 00035200
000353 01  SUMMARY-READ-LINE.                                           00035300
000354     05  FILLER                  PIC X(05) VALUE SPACES.          00035400
000355     05  FILLER                  PIC X(24)                        00035500
000356             VALUE "TRANSACTIONS READ:      ".                    00035600
000357     05  SRL-COUNT               PIC ZZ9.                         00035700
000358*                                                                 00035800
000359 01  SUMMARY-ADDED-LINE.                                          00035900
000360     05  FILLER                  PIC X(05) VALUE SPACES.          00036000
000361     05  FILLER                  PIC X(24)                        00036100
000362             VALUE "EMPLOYEES ADDED:        ".                    00036200
000363     05  SAL-COUNT               PIC ZZ9.                         00036300
000364*                                                                 00036400
000365 01  SUMMARY-CHANGED-LINE.                                        00036500
000366     05  FILLER                  PIC X(05) VALUE SPACES.          00036600
000367     05  FILLER                  PIC X(24)                        00036700
000368             VALUE "EMPLOYEES CHANGED:      ".                    00036800
000369     05  SCL-COUNT               PIC ZZ9.                         00036900
000370*                                                                 00037000
000371 01  SUMMARY-DELETED-LINE.                                        00037100
000372     05  FILLER                  PIC X(05) VALUE SPACES.          00037200
000373     05  FILLER                  PIC X(24)                        00037300
000374             VALUE "EMPLOYEES DELETED:      ".                    00037400
000375     05  SDL-COUNT               PIC ZZ9.                         00037500
000376*                                                                 00037600
000377 01  SUMMARY-REJECTED-LINE.                                       00037700
000378     05  FILLER                  PIC X(05) VALUE SPACES.          00037800
000379     05  FILLER                  PIC X(24)                        00037900
000380             VALUE "TRANSACTIONS REJECTED:  ".                    00038000
000381     05  SXL-COUNT               PIC ZZ9.                         00038100
000382*                                                                 00038200
000383 01  SUMMARY-HELD-LINE.                                           00038300
000384     05  FILLER                  PIC X(05) VALUE SPACES.          00038400
000385     05  FILLER                  PIC X(24)                        00038500
000386             VALUE "CHANGES HELD:           ".                    00038600
000387     05  SHL-COUNT               PIC ZZ9.                         00038700
000388*                                                                 00038800
000389 01  SUMMARY-RELEASED-LINE.                                       00038900
000390     05  FILLER                  PIC X(05) VALUE SPACES.          00039000
000391     05  FILLER                  PIC X(24)                        00039100
000392             VALUE "CHANGES RELEASED:       ".                    00039200
000393     05  SRE-COUNT               PIC ZZ9.                         00039300
000394*                                                                 00039400
000395 01  PENDING-TITLE-LINE.                                          00039500
000396     05  FILLER                  PIC X(20) VALUE SPACES.          00039600
000397     05  FILLER                  PIC X(30)                        00039700
000398             VALUE "CHANGES AWAITING APPROVAL".                   00039800
000399*                                                                 00039900
000400 01  PENDING-HEAD-LINE.                                           00040000
000401     05  FILLER                  PIC X(03) VALUE SPACES.          00040100
000402     05  FILLER                  PIC X(11) VALUE "EMP-ID".        00040200
000403     05  FILLER                  PIC X(26) VALUE "NAME".          00040300
000404     05  FILLER                  PIC X(07) VALUE "HELD".          00040400
000405     05  FILLER                  PIC X(06) VALUE "BY".            00040500
000406     05  FILLER                  PIC X(13) VALUE "RATE".          00040600
000407     05  FILLER                  PIC X(05) VALUE "STAT".          00040700
000408     05  FILLER                  PIC X(07) VALUE "GRADE".         00040800
000409*                                                                 00040900
000410 01  PENDING-LINE.                                                00041000
000411     05  FILLER                  PIC X(03) VALUE SPACES.          00041100
000412     05  PL-EMP-ID               PIC X(10).                       00041200
000413     05  FILLER                  PIC X(01) VALUE SPACES.          00041300
000414     05  PL-EMP-NAME             PIC X(25).                       00041400
000415     05  FILLER                  PIC X(01) VALUE SPACES.          00041500
000416     05  PL-HELD-DATE            PIC 9(06).                       00041600
000417     05  FILLER                  PIC X(01) VALUE SPACES.          00041700
000418     05  PL-OPERATOR-ID          PIC X(05).                       00041800
000419     05  FILLER                  PIC X(01) VALUE SPACES.          00041900
000420     05  PL-OLD-PAYRATE          PIC Z9.99.                       00042000
000421     05  FILLER                  PIC X(02) VALUE "->".            00042100
000422     05  PL-NEW-PAYRATE          PIC Z9.99.                       00042200
000423     05  FILLER                  PIC X(01) VALUE SPACES.          00042300
000424     05  PL-OLD-STATUS           PIC X.                           00042400
000425     05  FILLER                  PIC X(02) VALUE "->".            00042500
000426     05  PL-NEW-STATUS           PIC X.                           00042600
000427     05  FILLER                  PIC X(01) VALUE SPACES.          00042700
000428     05  PL-OLD-GRADE-CODE       PIC X(02).                       00042800
000429     05  FILLER                  PIC X(02) VALUE "->".            00042900
000430     05  PL-NEW-GRADE-CODE       PIC X(02).                       00043000
000431     05  FILLER                  PIC X(01) VALUE SPACES.          00043100
000432     05  PL-NOTE                 PIC X(12).                       00043200
000433*                                                                 00043300
000434 01  PENDING-NONE-LINE.                                           00043400
000435     05  FILLER                  PIC X(05) VALUE SPACES.          00043500
000436     05  FILLER                  PIC X(30)                        00043600
000437             VALUE "NO CHANGES AWAITING APPROVAL".                00043700
000438*                                                                 00043800
000439*A HELD PAY-GROUP CARD IS LISTED WITH A SECOND LINE FOR THE GROUP,00043900
000440*FREQUENCY, AND PERIOD SALARY IT WOULD SET.                       00044000
000441 01  PENDING-SALARY-LINE.                                         00044100
000442     05  FILLER                  PIC X(14) VALUE SPACES.          00044200
000443     05  FILLER                  PIC X(10) VALUE "PAY GROUP ".    00044300
000444     05  PSL-PAY-GROUP           PIC X(02).                       00044400
000445     05  FILLER                  PIC X(07) VALUE "  FREQ ".       00044500
000446     05  PSL-PAY-FREQUENCY       PIC X.                           00044600
000447     05  FILLER                  PIC X(17)                        00044700
000448             VALUE "  PERIOD SALARY ".                            00044800
000449     05  PSL-OLD-PERIOD-SALARY   PIC ZZ,ZZ9.99.                   00044900
000450     05  FILLER                  PIC X(02) VALUE "->".            00045000
000451     05  PSL-NEW-PERIOD-SALARY   PIC ZZ,ZZ9.99.                   00045100
000452*                                                                 00045200
000453 PROCEDURE DIVISION.                                              00045300
000454 000-MAIN.                                                        00045400
000455     PERFORM INITIALIZATION.                                      00045500
000456     PERFORM PROCESS-ONE-TRANSACTION UNTIL TRANSACTION-IS-EOF.    00045600
000457     PERFORM CLOSING.                                             00045700
000458     STOP RUN.                                                    00045800
000459*                                                                 00045900
000460 INITIALIZATION.                                                  00046000
000461     ACCEPT WS-RUN-DATE FROM DATE.                                00046100
000462     OPEN INPUT TRANSACTION-FILE.                                 00046200
000463     OPEN EXTEND CHANGE-JOURNAL-FILE.                             00046300
000464     PERFORM LOAD-CLASS-MASTER.                                   00046400
000465     PERFORM LOAD-PENDING-CHANGES.                                00046500
000466     OPEN I-O EMPLOYEE-MASTER-FILE.                               00046600
000467     OPEN OUTPUT PRINT-FILE.                                      00046700
000468     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00046800
000469     READ TRANSACTION-FILE                                        00046900
000470         AT END MOVE "Y" TO TRANSACTION-EOF-FLAG.                 00047000
000471*                                                                 00047100
000472 LOAD-CLASS-MASTER.                                               00047200
000473     OPEN INPUT CLASS-MASTER-FILE.                                00047300
000474     READ CLASS-MASTER-FILE                                       00047400
000475         AT END MOVE "Y" TO WCT-EOF-FLAG                          00047500
000476     END-READ.                                                    00047600
000477     PERFORM LOAD-ONE-CLASS UNTIL CLASS-IS-EOF.                   00047700
000478     CLOSE CLASS-MASTER-FILE.                                     00047800
000479*                                                                 00047900
000480 LOAD-ONE-CLASS.                                                  00048000
000481     ADD 1 TO WS-WCT-COUNT.                                       00048100
000482     IF WS-WCT-COUNT <= 50                                        00048200
000483         MOVE WCC-CLASS TO WCT-CLASS(WS-WCT-COUNT)                00048300
000484     END-IF.                                                      00048400
000485     READ CLASS-MASTER-FILE                                       00048500
000486         AT END MOVE "Y" TO WCT-EOF-FLAG.                         00048600
000487*                                                                 00048700
000488*A PENDING-CHANGE FILE TOO BIG FOR THE TABLE STOPS THE RUN        00048800
000489*BEFORE ANY CARD IS APPLIED, SO NO HELD CHANGE IS DROPPED.        00048900
000490 LOAD-PENDING-CHANGES.                                            00049000
000491     OPEN INPUT PENDING-CHANGE-FILE.                              00049100
000492     READ PENDING-CHANGE-FILE                                     00049200
000493         AT END MOVE "Y" TO PENDING-EOF-FLAG                      00049300
000494     END-READ.                                                    00049400
000495     PERFORM LOAD-ONE-PENDING-CHANGE UNTIL PENDING-IS-EOF.        00049500
000496     CLOSE PENDING-CHANGE-FILE.                                   00049600
000497*                                                                 00049700
000498 LOAD-ONE-PENDING-CHANGE.                                         00049800
000499     ADD 1 TO WS-PND-COUNT.                                       00049900
000500     IF WS-PND-COUNT > 100                                        00050000
000501         DISPLAY "EMPMAINT HALTED - PENDING CHANGE TABLE "        00050100
000502             "FULL AT 100"                                        00050200
000503         MOVE 16 TO RETURN-CODE                                   00050300
000504         STOP RUN                                                 00050400
000505     END-IF.                                                      00050500
000506     MOVE PENDING-CHANGE-RECORD TO PND-RECORD(WS-PND-COUNT).      00050600
000507     MOVE "N" TO PND-RUN-FLAG(WS-PND-COUNT).                      00050700
000508     MOVE "N" TO PND-DONE-FLAG(WS-PND-COUNT).                     00050800
000509     READ PENDING-CHANGE-FILE                                     00050900
000510         AT END MOVE "Y" TO PENDING-EOF-FLAG.                     00051000
000511*                                                                 00051100
000512*A BLANK COMP CLASS IS UNCLASSIFIED AND PASSES, LIKE A BLANK      00051200
000513*GRADE; A NON-BLANK CLASS MUST BE ON THE CLASS MASTER.            00051300
000514 CHECK-COMP-CLASS.                                                00051400
000515     MOVE "N" TO WCT-FOUND-FLAG.                                  00051500
000516     IF TRANS-COMP-CLASS EQUAL SPACES                             00051600
000517         MOVE "Y" TO WCT-FOUND-FLAG                               00051700
000518     ELSE                                                         00051800
000519         PERFORM MATCH-ONE-CLASS                                  00051900
000520             VARYING WS-WCT-SUB FROM 1 BY 1                       00052000
000521             UNTIL WS-WCT-SUB > WS-WCT-COUNT                      00052100
000522             OR WS-WCT-SUB > 50                                   00052200
000523     END-IF.                                                      00052300
000524*                                                                 00052400
000525 MATCH-ONE-CLASS.                                                 00052500
000526     IF WCT-CLASS(WS-WCT-SUB) EQUAL TRANS-COMP-CLASS              00052600
000527         MOVE "Y" TO WCT-FOUND-FLAG                               00052700
000528     END-IF.                                                      00052800
000529*                                                                 00052900
000530 PROCESS-ONE-TRANSACTION.                                         00053000
000531     ADD 1 TO TRANSACTIONS-READ.                                  00053100
000532     IF TRANS-IS-ADD                                              00053200
000533         PERFORM ADD-EMPLOYEE                                     00053300
000534     ELSE                                                         00053400
000535         IF TRANS-IS-CHANGE                                       00053500
000536             PERFORM CHANGE-EMPLOYEE                              00053600
000537         ELSE                                                     00053700
000538             IF TRANS-IS-DELETE                                   00053800
000539                 PERFORM DELETE-EMPLOYEE                          00053900
000540             ELSE                                                 00054000
000541                 IF TRANS-IS-PAY-GROUP                            00054100
000542                     PERFORM CHANGE-PAY-GROUP                     00054200
000543                 ELSE                                             00054300
000544                     IF TRANS-IS-HIRE-DATA                        00054400
000545                         PERFORM CHANGE-HIRE-DATA                 00054500
000546                     ELSE                                         00054600
000547                         IF TRANS-IS-RELEASE                      00054700
000548                             PERFORM RELEASE-CHANGE               00054800
000549                         ELSE                                     00054900
000550                             IF TRANS-IS-SERVICE                  00055000
000551                                 PERFORM CHANGE-SERVICE-DATES     00055100
000552                             ELSE                                 00055200
000553                                 PERFORM REJECT-TRANSACTION       00055300
000554                             END-IF                               00055400
000555                         END-IF                                   00055500
000556                     END-IF                                       00055600
000557                 END-IF                                           00055700
000558             END-IF                                               00055800
000559         END-IF                                                   00055900
000560     END-IF.                                                      00056000
000561     IF CARD-IS-PENDING                                           00056100
000562         MOVE "N" TO PENDING-CARD-FLAG                            00056200
000563         MOVE WS-PENDING-CARD TO TRANSACTION-RECORD               00056300
000564     ELSE                                                         00056400
000565         IF NOT TRANSACTION-IS-EOF                                00056500
000566             READ TRANSACTION-FILE                                00056600
000567                 AT END MOVE "Y" TO TRANSACTION-EOF-FLAG          00056700
000568             END-READ                                             00056800
000569         END-IF                                                   00056900
000570     END-IF.                                                      00057000
000571*                                                                 00057100
000572 ADD-EMPLOYEE.                                                    00057200
000573     PERFORM READ-HIRE-CARD.                                      00057300
000574     PERFORM CHECK-COMP-CLASS.                                    00057400
000575     IF NOT TRANS-FILING-VALID                                    00057500
000576         PERFORM REJECT-BAD-FILING                                00057600
000577     ELSE                                                         00057700
000578     IF NOT CLASS-WAS-FOUND                                       00057800
000579         PERFORM REJECT-BAD-CLASS                                 00057900
000580     ELSE                                                         00058000
000581     IF NOT HIRE-CARD-FOUND                                       00058100
000582         PERFORM REJECT-NO-HIRE-CARD                              00058200
000583     ELSE                                                         00058300
000584     IF NOT HIRE-DATA-VALID                                       00058400
000585         PERFORM REJECT-BAD-HIRE-DATA                             00058500
000586     ELSE                                                         00058600
000587         PERFORM ADD-EMPLOYEE-RECORD                              00058700
000588     END-IF                                                       00058800
000589     END-IF                                                       00058900
000590     END-IF                                                       00059000
000591     END-IF.                                                      00059100
000592*                                                                 00059200
000593*THE CARD AFTER AN "A" CARD IS READ HERE.  ONLY AN "H" CARD FOR   00059300
000594*THE SAME EMPLOYEE IS TAKEN AS THE HIRE CARD; ANY OTHER CARD IS   00059400
000595*LEFT PENDING.  THE ADD CARD IS PUT BACK IN THE RECORD AREA       00059500
000596*EITHER WAY, SO THE ADD AND ITS LISTING LINE SEE THE ADD CARD.    00059600
000597 READ-HIRE-CARD.                                                  00059700
000598     MOVE "N" TO HIRE-CARD-FLAG.                                  00059800
000599     MOVE TRANSACTION-RECORD TO WS-ADD-CARD.                      00059900
000600     MOVE SPACES TO WS-HIRE-CARD.                                 00060000
000601     READ TRANSACTION-FILE                                        00060100
000602         AT END MOVE "Y" TO TRANSACTION-EOF-FLAG                  00060200
000603     END-READ.                                                    00060300
000604     IF NOT TRANSACTION-IS-EOF                                    00060400
000605         IF TRANS-IS-HIRE-DATA                                    00060500
000606           AND TRANS-EMP-ID EQUAL WAC-EMP-ID                      00060600
000607             MOVE "Y" TO HIRE-CARD-FLAG                           00060700
000608             ADD 1 TO TRANSACTIONS-READ                           00060800
000609             MOVE TRANSACTION-RECORD TO WS-HIRE-CARD              00060900
000610         ELSE                                                     00061000
000611             MOVE "Y" TO PENDING-CARD-FLAG                        00061100
000612             MOVE TRANSACTION-RECORD TO WS-PENDING-CARD           00061200
000613         END-IF                                                   00061300
000614     END-IF.                                                      00061400
000615     MOVE WS-ADD-CARD TO TRANSACTION-RECORD.                      00061500
000616     PERFORM CHECK-HIRE-DATA.                                     00061600
000617*                                                                 00061700
000618*THE STATE WILL NOT TAKE A NEW-HIRE REPORT WITHOUT THE SSN, THE   00061800
000619*HIRE DATE, AND A COMPLETE ADDRESS.                               00061900
000620 CHECK-HIRE-DATA.                                                 00062000
000621     MOVE "N" TO HIRE-DATA-FLAG.                                  00062100
000622     IF WHC-SSN NUMERIC                                           00062200
000623       AND WHC-SSN NOT EQUAL ZERO                                 00062300
000624       AND WHC-HIRE-DATE NUMERIC                                  00062400
000625       AND WHC-HIRE-DATE NOT EQUAL ZERO                           00062500
000626       AND WHC-STREET NOT EQUAL SPACES                            00062600
000627       AND WHC-CITY NOT EQUAL SPACES                              00062700
000628       AND WHC-STATE NOT EQUAL SPACES                             00062800
000629       AND WHC-ZIP NOT EQUAL SPACES                               00062900
000630         MOVE "Y" TO HIRE-DATA-FLAG                               00063000
000631     END-IF.                                                      00063100
000632*                                                                 00063200
000633 ADD-EMPLOYEE-RECORD.                                             00063300
000634     MOVE TRANS-EMP-ID TO EMP-ID.                                 00063400
000635     MOVE TRANS-EMP-NAME TO EMP-NAME.                             00063500
000636     MOVE TRANS-DEPARTMENT TO EMP-DEPARTMENT.                     00063600
000637     MOVE TRANS-PAYRATE TO EMP-PAYRATE.                           00063700
000638     MOVE TRANS-GRADE-CODE TO EMP-GRADE-CODE.                     00063800
000639     MOVE TRANS-SALARY-CODE TO EMP-M-SALARY-CODE.                 00063900
000640     MOVE "A" TO EMP-M-STATUS.                                    00064000
000641     MOVE TRANS-RATE-EFF-DATE TO EMP-M-RATE-EFF-DATE.             00064100
000642     MOVE 0 TO EMP-M-PREV-PAYRATE, EMP-M-RETRO-HOURS.             00064200
000643     MOVE TRANS-FILING-STATUS TO EMP-M-FILING-STATUS.             00064300
000644     IF TRANS-ALLOWANCES NUMERIC                                  00064400
000645         MOVE TRANS-ALLOWANCES TO EMP-M-ALLOWANCES                00064500
000646     ELSE                                                         00064600
000647         MOVE 0 TO EMP-M-ALLOWANCES                               00064700
000648     END-IF.                                                      00064800
000649     MOVE TRANS-COMP-CLASS TO EMP-M-COMP-CLASS.                   00064900
000650     MOVE SPACES TO EMP-M-PAY-GROUP, EMP-M-PAY-FREQUENCY.         00065000
000651     MOVE 0 TO EMP-M-PERIOD-SALARY.                               00065100
000652     PERFORM MOVE-HIRE-DATA.                                      00065200
000653     MOVE WHC-HIRE-DATE TO EMP-M-ORIG-HIRE-DATE.                  00065300
000654     MOVE WHC-HIRE-DATE TO EMP-M-SERVICE-DATE.                    00065400
000655     WRITE EMPLOYEE-MASTER-RECORD                                 00065500
000656         INVALID KEY                                              00065600
000657             ADD 1 TO TRANSACTIONS-REJECTED                       00065700
000658             MOVE "REJECTED-DUPLICATE" TO TRANS-RESULT-TEXT       00065800
000659         NOT INVALID KEY                                          00065900
000660             ADD 1 TO TRANSACTIONS-ADDED                          00066000
000661             MOVE "ADDED" TO TRANS-RESULT-TEXT                    00066100
000662             MOVE SPACES TO WS-BEFORE-IMAGE                       00066200
000663             PERFORM WRITE-JOURNAL-RECORD                         00066300
000664     END-WRITE.                                                   00066400
000665     PERFORM PRINT-TRANSACTION-LINE.                              00066500
000666*                                                                 00066600
000667*A CHANGE CARD CARRIES THE EMPLOYEE'S FULL CURRENT PICTURE --     00066700
000668*RATE CHANGES AND DEPARTMENT TRANSFERS ARE PUNCHED AS A COMPLETE  00066800
000669*REPLACEMENT, THE SAME WAY BIBLIO-MAINTENANCE CHANGES A BOOK.     00066900
000670*A CARD THAT NEEDS A SECOND OPERATOR IS HELD WHOLE, NOT APPLIED   00067000
000671*IN PART; A RELEASED CARD COMES BACK THROUGH HERE TO BE APPLIED.  00067100
000672 CHANGE-EMPLOYEE.                                                 00067200
000673     PERFORM CHECK-COMP-CLASS.                                    00067300
000674     PERFORM CHECK-DUAL-CONTROL.                                  00067400
000675     IF NOT TRANS-FILING-VALID                                    00067500
000676         PERFORM REJECT-BAD-FILING                                00067600
000677     ELSE                                                         00067700
000678     IF NOT CLASS-WAS-FOUND                                       00067800
000679         PERFORM REJECT-BAD-CLASS                                 00067900
000680     ELSE                                                         00068000
000681     IF NEEDS-APPROVAL                                            00068100
000682       AND NOT CHANGE-IS-RELEASE                                  00068200
000683       AND TRANS-OPERATOR-ID EQUAL SPACES                         00068300
000684         PERFORM REJECT-NO-OPERATOR                               00068400
000685     ELSE                                                         00068500
000686     IF NEEDS-APPROVAL                                            00068600
000687       AND NOT CHANGE-IS-RELEASE                                  00068700
000688         PERFORM HOLD-CHANGE                                      00068800
000689     ELSE                                                         00068900
000690         PERFORM CHANGE-EMPLOYEE-RECORD                           00069000
000691     END-IF                                                       00069100
000692     END-IF                                                       00069200
000693     END-IF                                                       00069300
000694     END-IF.                                                      00069400
000695*                                                                 00069500
000696*AN EMPLOYEE NOT ON THE MASTER NEEDS NO APPROVAL HERE; THE        00069600
000697*CHANGE IS REJECTED AS NOT FOUND WHEN IT IS APPLIED.              00069700
000698 CHECK-DUAL-CONTROL.                                              00069800
000699     MOVE "N" TO APPROVAL-FLAG.                                   00069900
000700     MOVE TRANS-EMP-ID TO EMP-ID.                                 00070000
000701     READ EMPLOYEE-MASTER-FILE                                    00070100
000702         INVALID KEY MOVE "N" TO MASTER-FOUND-FLAG                00070200
000703         NOT INVALID KEY MOVE "Y" TO MASTER-FOUND-FLAG            00070300
000704     END-READ.                                                    00070400
000705     IF MASTER-WAS-FOUND                                          00070500
000706         IF TRANS-STATUS NOT EQUAL SPACE                          00070600
000707           AND TRANS-STATUS NOT EQUAL EMP-M-STATUS                00070700
000708             MOVE "Y" TO APPROVAL-FLAG                            00070800
000709         END-IF                                                   00070900
000710         IF TRANS-GRADE-CODE NOT EQUAL EMP-GRADE-CODE             00071000
000711             MOVE "Y" TO APPROVAL-FLAG                            00071100
000712         END-IF                                                   00071200
000713         IF TRANS-PAYRATE NOT EQUAL EMP-PAYRATE                   00071300
000714             PERFORM CHECK-RATE-CHANGE                            00071400
000715         END-IF                                                   00071500
000716     END-IF.                                                      00071600
000717*                                                                 00071700
000718 CHECK-RATE-CHANGE.                                               00071800
000719     IF EMP-PAYRATE EQUAL ZERO                                    00071900
000720         MOVE "Y" TO APPROVAL-FLAG                                00072000
000721     ELSE                                                         00072100
000722         COMPUTE WS-RATE-CHANGE-PCT ROUNDED =                     00072200
000723             (TRANS-PAYRATE - EMP-PAYRATE) * 100 / EMP-PAYRATE    00072300
000724         IF WS-RATE-CHANGE-PCT < 0                                00072400
000725             MULTIPLY -1 BY WS-RATE-CHANGE-PCT                    00072500
000726         END-IF                                                   00072600
000727         IF WS-RATE-CHANGE-PCT > DUAL-CONTROL-PCT                 00072700
000728             MOVE "Y" TO APPROVAL-FLAG                            00072800
000729         END-IF                                                   00072900
000730     END-IF.                                                      00073000
000731*                                                                 00073100
000732*THE MASTER RECORD IS STILL IN THE RECORD AREA FROM THE DUAL      00073200
000733*CONTROL CHECK.  A SECOND CHANGE HELD FOR THE SAME EMPLOYEE       00073300
000734*REPLACES THE FIRST, AND MUST BE RELEASED ON A LATER RUN AGAIN.   00073400
000735 HOLD-CHANGE.                                                     00073500
000736     PERFORM FIND-PENDING-CHANGE.                                 00073600
000737     IF WS-PND-FOUND EQUAL ZERO                                   00073700
000738       AND WS-PND-COUNT NOT < 100                                 00073800
000739         PERFORM REJECT-HOLD-FULL                                 00073900
000740     ELSE                                                         00074000
000741         IF WS-PND-FOUND EQUAL ZERO                               00074100
000742             ADD 1 TO WS-PND-COUNT                                00074200
000743             MOVE WS-PND-COUNT TO WS-PND-FOUND                    00074300
000744             MOVE "HELD FOR APPROVAL" TO TRANS-RESULT-TEXT        00074400
000745         ELSE                                                     00074500
000746             MOVE "HELD-REPLACES PRIOR" TO TRANS-RESULT-TEXT      00074600
000747         END-IF                                                   00074700
000748         MOVE SPACES TO WS-PENDING-ENTRY                          00074800
000749         MOVE WS-RUN-DATE TO WPE-HELD-DATE                        00074900
000750         MOVE TRANSACTION-RECORD TO WPE-CARD                      00075000
000751         MOVE EMP-PAYRATE TO WPE-OLD-PAYRATE                      00075100
000752         MOVE EMP-GRADE-CODE TO WPE-OLD-GRADE-CODE                00075200
000753         MOVE EMP-M-STATUS TO WPE-OLD-STATUS                      00075300
000754         MOVE EMP-M-PERIOD-SALARY TO WPE-OLD-PERIOD-SALARY        00075400
000755         MOVE WS-PENDING-ENTRY TO PND-RECORD(WS-PND-FOUND)        00075500
000756         MOVE "Y" TO PND-RUN-FLAG(WS-PND-FOUND)                   00075600
000757         MOVE "N" TO PND-DONE-FLAG(WS-PND-FOUND)                  00075700
000758         ADD 1 TO TRANSACTIONS-HELD                               00075800
000759         PERFORM PRINT-TRANSACTION-LINE                           00075900
000760     END-IF.                                                      00076000
000761*                                                                 00076100
000762 FIND-PENDING-CHANGE.                                             00076200
000763     MOVE 0 TO WS-PND-FOUND.                                      00076300
000764     PERFORM MATCH-ONE-PENDING-CHANGE                             00076400
000765         VARYING WS-PND-SUB FROM 1 BY 1                           00076500
000766         UNTIL WS-PND-SUB > WS-PND-COUNT.                         00076600
000767*                                                                 00076700
000768 MATCH-ONE-PENDING-CHANGE.                                        00076800
000769     IF PND-EMP-ID(WS-PND-SUB) EQUAL TRANS-EMP-ID                 00076900
000770       AND NOT PND-IS-DONE(WS-PND-SUB)                            00077000
000771         MOVE WS-PND-SUB TO WS-PND-FOUND                          00077100
000772     END-IF.                                                      00077200
000773*                                                                 00077300
000774*AN "R" CARD CARRIES THE EMP-ID AND THE APPROVING OPERATOR'S ID.  00077400
000775*THE HELD CARD IS APPLIED AS IF IT HAD JUST BEEN READ -- AS A     00077500
000776*PAY-GROUP CHANGE OR A CHANGE CARD, BY ITS OWN CODE -- AND LEAVES 00077600
000777*THE PENDING-CHANGE FILE WHETHER IT APPLIES OR IS REJECTED.       00077700
000778 RELEASE-CHANGE.                                                  00077800
000779     PERFORM FIND-PENDING-CHANGE.                                 00077900
000780     IF TRANS-OPERATOR-ID EQUAL SPACES                            00078000
000781         PERFORM REJECT-NO-OPERATOR                               00078100
000782     ELSE                                                         00078200
000783     IF WS-PND-FOUND EQUAL ZERO                                   00078300
000784         PERFORM REJECT-NOT-PENDING                               00078400
000785     ELSE                                                         00078500
000786     IF PND-HELD-THIS-RUN(WS-PND-FOUND)                           00078600
000787         PERFORM REJECT-SAME-RUN                                  00078700
000788     ELSE                                                         00078800
000789         MOVE PND-RECORD(WS-PND-FOUND) TO WS-PENDING-ENTRY        00078900
000790         IF WPE-OPERATOR-ID EQUAL TRANS-OPERATOR-ID               00079000
000791             PERFORM REJECT-SAME-OPERATOR                         00079100
000792         ELSE                                                     00079200
000793             PERFORM APPLY-RELEASED-CHANGE                        00079300
000794         END-IF                                                   00079400
000795     END-IF                                                       00079500
000796     END-IF                                                       00079600
000797     END-IF.                                                      00079700
000798*                                                                 00079800
000799 APPLY-RELEASED-CHANGE.                                           00079900
000800     MOVE "Y" TO PND-DONE-FLAG(WS-PND-FOUND).                     00080000
000801     ADD 1 TO TRANSACTIONS-RELEASED.                              00080100
000802     MOVE TRANS-OPERATOR-ID TO WS-APPROVER-ID.                    00080200
000803     MOVE WPE-CARD TO TRANSACTION-RECORD.                         00080300
000804     MOVE "Y" TO RELEASE-FLAG.                                    00080400
000805     IF TRANS-IS-PAY-GROUP                                        00080500
000806         PERFORM CHANGE-PAY-GROUP                                 00080600
000807     ELSE                                                         00080700
000808         PERFORM CHANGE-EMPLOYEE                                  00080800
000809     END-IF.                                                      00080900
000810     MOVE "N" TO RELEASE-FLAG.                                    00081000
000811     MOVE SPACES TO WS-APPROVER-ID.                               00081100
000812*                                                                 00081200
000813 CHANGE-EMPLOYEE-RECORD.                                          00081300
000814     MOVE TRANS-EMP-ID TO EMP-ID.                                 00081400
000815     READ EMPLOYEE-MASTER-FILE                                    00081500
000816         INVALID KEY                                              00081600
000817             ADD 1 TO TRANSACTIONS-REJECTED                       00081700
000818             MOVE "REJECTED-NOT-FOUND" TO TRANS-RESULT-TEXT       00081800
000819         NOT INVALID KEY                                          00081900
000820             MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE       00082000
000821             MOVE TRANS-EMP-NAME TO EMP-NAME                      00082100
000822             MOVE TRANS-DEPARTMENT TO EMP-DEPARTMENT              00082200
000823             IF TRANS-PAYRATE NOT EQUAL EMP-PAYRATE               00082300
000824                 MOVE EMP-PAYRATE TO EMP-M-PREV-PAYRATE           00082400
000825                 MOVE TRANS-RATE-EFF-DATE TO EMP-M-RATE-EFF-DATE  00082500
000826                 MOVE TRANS-RETRO-HOURS TO EMP-M-RETRO-HOURS      00082600
000827                 MOVE TRANS-PAYRATE TO EMP-PAYRATE                00082700
000828             END-IF                                               00082800
000829             MOVE TRANS-GRADE-CODE TO EMP-GRADE-CODE              00082900
000830             MOVE TRANS-SALARY-CODE TO EMP-M-SALARY-CODE          00083000
000831             IF TRANS-STATUS NOT EQUAL SPACE                      00083100
000832                 MOVE TRANS-STATUS TO EMP-M-STATUS                00083200
000833             END-IF                                               00083300
000834*            A BLANK FILING STATUS ON A CHANGE LEAVES THE         00083400
000835*            MASTER'S FILING FIELDS ALONE, THE SAME CONVENTION    00083500
000836*            AS THE EMPLOYMENT STATUS.                            00083600
000837             IF TRANS-COMP-CLASS NOT EQUAL SPACES                 00083700
000838                 MOVE TRANS-COMP-CLASS TO EMP-M-COMP-CLASS        00083800
000839             END-IF                                               00083900
000840             IF TRANS-FILING-STATUS NOT EQUAL SPACE               00084000
000841                 MOVE TRANS-FILING-STATUS TO EMP-M-FILING-STATUS  00084100
000842                 IF TRANS-ALLOWANCES NUMERIC                      00084200
000843                     MOVE TRANS-ALLOWANCES TO EMP-M-ALLOWANCES    00084300
000844                 ELSE                                             00084400
000845                     MOVE 0 TO EMP-M-ALLOWANCES                   00084500
000846                 END-IF                                           00084600
000847             END-IF                                               00084700
000848             REWRITE EMPLOYEE-MASTER-RECORD                       00084800
000849                 INVALID KEY                                      00084900
000850                     ADD 1 TO TRANSACTIONS-REJECTED               00085000
000851                     MOVE "REJECTED-REWRITE" TO TRANS-RESULT-TEXT 00085100
000852                 NOT INVALID KEY                                  00085200
000853                     ADD 1 TO TRANSACTIONS-CHANGED                00085300
000854                     IF CHANGE-IS-RELEASE                         00085400
000855                         MOVE "RELEASED" TO TRANS-RESULT-TEXT     00085500
000856                     ELSE                                         00085600
000857                         MOVE "CHANGED" TO TRANS-RESULT-TEXT      00085700
000858                     END-IF                                       00085800
000859                     PERFORM WRITE-JOURNAL-RECORD                 00085900
000860             END-REWRITE                                          00086000
000861     END-READ.                                                    00086100
000862     PERFORM PRINT-TRANSACTION-LINE.                              00086200
000863*                                                                 00086300
000864*A NEW HIRE STARTS IN THE WEEKLY HOURLY GROUP (BLANK GROUP AND    00086400
000865*FREQUENCY); AN "S" CARD MOVES THE EMPLOYEE TO ANOTHER GROUP.  A  00086500
000866*SALARIED FREQUENCY WITHOUT A PERIOD SALARY IS REJECTED, SINCE    00086600
000867*PAYROLL WOULD HAVE NOTHING TO PAY.  A CARD THAT MOVES THE PERIOD 00086700
000868*SALARY TOO FAR IS HELD WHOLE FOR A SECOND OPERATOR, THE SAME AS  00086800
000869*A CHANGE CARD; A RELEASED CARD COMES BACK THROUGH HERE TO BE     00086900
000870*APPLIED.                                                         00087000
000871 CHANGE-PAY-GROUP.                                                00087100
000872     PERFORM CHECK-SALARY-CONTROL.                                00087200
000873     IF NOT TSC-FREQUENCY-VALID                                   00087300
000874         PERFORM REJECT-BAD-FREQUENCY                             00087400
000875     ELSE                                                         00087500
000876     IF TSC-IS-SALARIED                                           00087600
000877       AND (TSC-PERIOD-SALARY NOT NUMERIC                         00087700
000878         OR TSC-PERIOD-SALARY = 0)                                00087800
000879         PERFORM REJECT-BAD-SALARY                                00087900
000880     ELSE                                                         00088000
000881     IF NEEDS-APPROVAL                                            00088100
000882       AND NOT CHANGE-IS-RELEASE                                  00088200
000883       AND TRANS-OPERATOR-ID EQUAL SPACES                         00088300
000884         PERFORM REJECT-NO-OPERATOR                               00088400
000885     ELSE                                                         00088500
000886     IF NEEDS-APPROVAL                                            00088600
000887       AND NOT CHANGE-IS-RELEASE                                  00088700
000888         PERFORM HOLD-CHANGE                                      00088800
000889     ELSE                                                         00088900
000890         PERFORM CHANGE-PAY-GROUP-RECORD                          00089000
000891     END-IF                                                       00089100
000892     END-IF                                                       00089200
000893     END-IF                                                       00089300
000894     END-IF.                                                      00089400
000895*                                                                 00089500
000896*A WEEKLY CARD WITH NO SALARY PUNCHED SETS THE PERIOD SALARY TO   00089600
000897*ZERO, SO IT IS COMPARED AS ZERO.  AS WITH THE PAY RATE, STARTING 00089700
000898*A SALARY FROM ZERO ALWAYS NEEDS A SECOND OPERATOR.               00089800
000899 CHECK-SALARY-CONTROL.                                            00089900
000900     MOVE "N" TO APPROVAL-FLAG.                                   00090000
000901     MOVE TRANS-EMP-ID TO EMP-ID.                                 00090100
000902     READ EMPLOYEE-MASTER-FILE                                    00090200
000903         INVALID KEY MOVE "N" TO MASTER-FOUND-FLAG                00090300
000904         NOT INVALID KEY MOVE "Y" TO MASTER-FOUND-FLAG            00090400
000905     END-READ.                                                    00090500
000906     IF TSC-PERIOD-SALARY NUMERIC                                 00090600
000907         MOVE TSC-PERIOD-SALARY TO WS-NEW-PERIOD-SALARY           00090700
000908     ELSE                                                         00090800
000909         MOVE 0 TO WS-NEW-PERIOD-SALARY                           00090900
000910     END-IF.                                                      00091000
000911     IF MASTER-WAS-FOUND                                          00091100
000912       AND WS-NEW-PERIOD-SALARY NOT EQUAL EMP-M-PERIOD-SALARY     00091200
000913         PERFORM CHECK-SALARY-CHANGE                              00091300
000914     END-IF.                                                      00091400
000915*                                                                 00091500
000916 CHECK-SALARY-CHANGE.                                             00091600
000917     IF EMP-M-PERIOD-SALARY EQUAL ZERO                            00091700
000918         MOVE "Y" TO APPROVAL-FLAG                                00091800
000919     ELSE                                                         00091900
000920         COMPUTE WS-RATE-CHANGE-PCT ROUNDED =                     00092000
000921             (WS-NEW-PERIOD-SALARY - EMP-M-PERIOD-SALARY) * 100   00092100
000922                 / EMP-M-PERIOD-SALARY                            00092200
000923             ON SIZE ERROR MOVE 99999.99 TO WS-RATE-CHANGE-PCT    00092300
000924         END-COMPUTE                                              00092400
000925         IF WS-RATE-CHANGE-PCT < 0                                00092500
000926             MULTIPLY -1 BY WS-RATE-CHANGE-PCT                    00092600
000927         END-IF                                                   00092700
000928         IF WS-RATE-CHANGE-PCT > DUAL-CONTROL-PCT                 00092800
000929             MOVE "Y" TO APPROVAL-FLAG                            00092900
000930         END-IF                                                   00093000
000931     END-IF.                                                      00093100
000932*                                                                 00093200
000933 CHANGE-PAY-GROUP-RECORD.                                         00093300
000934     MOVE TRANS-EMP-ID TO EMP-ID.                                 00093400
000935     READ EMPLOYEE-MASTER-FILE                                    00093500
000936         INVALID KEY                                              00093600
000937             ADD 1 TO TRANSACTIONS-REJECTED                       00093700
000938             MOVE "REJECTED-NOT-FOUND" TO TRANS-RESULT-TEXT       00093800
000939         NOT INVALID KEY                                          00093900
000940             MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE       00094000
000941             MOVE TSC-PAY-GROUP TO EMP-M-PAY-GROUP                00094100
000942             MOVE TSC-PAY-FREQUENCY TO EMP-M-PAY-FREQUENCY        00094200
000943             IF TSC-PERIOD-SALARY NUMERIC                         00094300
000944                 MOVE TSC-PERIOD-SALARY TO EMP-M-PERIOD-SALARY    00094400
000945             ELSE                                                 00094500
000946                 MOVE 0 TO EMP-M-PERIOD-SALARY                    00094600
000947             END-IF                                               00094700
000948             REWRITE EMPLOYEE-MASTER-RECORD                       00094800
000949                 INVALID KEY                                      00094900
000950                     ADD 1 TO TRANSACTIONS-REJECTED               00095000
000951                     MOVE "REJECTED-REWRITE" TO TRANS-RESULT-TEXT 00095100
000952                 NOT INVALID KEY                                  00095200
000953                     ADD 1 TO TRANSACTIONS-CHANGED                00095300
000954                     IF CHANGE-IS-RELEASE                         00095400
000955                         MOVE "RELEASED" TO TRANS-RESULT-TEXT     00095500
000956                     ELSE                                         00095600
000957                         MOVE "PAY GROUP CHANGED"                 00095700
000958                             TO TRANS-RESULT-TEXT                 00095800
000959                     END-IF                                       00095900
000960                     PERFORM WRITE-JOURNAL-RECORD                 00096000
000961             END-REWRITE                                          00096100
000962     END-READ.                                                    00096200
000963     PERFORM PRINT-TRANSACTION-LINE.                              00096300
000964*                                                                 00096400
000965*AN "H" CARD ON ITS OWN REPLACES THE HIRE DATA ON THE MASTER.     00096500
000966 CHANGE-HIRE-DATA.                                                00096600
000967     MOVE TRANSACTION-RECORD TO WS-HIRE-CARD.                     00096700
000968     PERFORM CHECK-HIRE-DATA.                                     00096800
000969     IF NOT HIRE-DATA-VALID                                       00096900
000970         PERFORM REJECT-BAD-HIRE-DATA                             00097000
000971     ELSE                                                         00097100
000972         PERFORM CHANGE-HIRE-DATA-RECORD                          00097200
000973     END-IF.                                                      00097300
000974*                                                                 00097400
000975 CHANGE-HIRE-DATA-RECORD.                                         00097500
000976     MOVE TRANS-EMP-ID TO EMP-ID.                                 00097600
000977     READ EMPLOYEE-MASTER-FILE                                    00097700
000978         INVALID KEY                                              00097800
000979             ADD 1 TO TRANSACTIONS-REJECTED                       00097900
000980             MOVE "REJECTED-NOT-FOUND" TO TRANS-RESULT-TEXT       00098000
000981         NOT INVALID KEY                                          00098100
000982             MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE       00098200
000983             PERFORM MOVE-HIRE-DATA                               00098300
000984             REWRITE EMPLOYEE-MASTER-RECORD                       00098400
000985                 INVALID KEY                                      00098500
000986                     ADD 1 TO TRANSACTIONS-REJECTED               00098600
000987                     MOVE "REJECTED-REWRITE" TO TRANS-RESULT-TEXT 00098700
000988                 NOT INVALID KEY                                  00098800
000989                     ADD 1 TO TRANSACTIONS-CHANGED                00098900
000990                     MOVE "HIRE DATA CHANGED" TO TRANS-RESULT-TEXT00099000
000991                     PERFORM WRITE-JOURNAL-RECORD                 00099100
000992             END-REWRITE                                          00099200
000993     END-READ.                                                    00099300
000994     PERFORM PRINT-TRANSACTION-LINE.                              00099400
000995*                                                                 00099500
000996 MOVE-HIRE-DATA.                                                  00099600
000997     MOVE WHC-SSN TO EMP-M-SSN.                                   00099700
000998     MOVE WHC-HIRE-DATE TO EMP-M-HIRE-DATE.                       00099800
000999     MOVE WHC-STREET TO EMP-M-STREET.                             00099900
001000     MOVE WHC-CITY TO EMP-M-CITY.                                 00100000
001001     MOVE WHC-STATE TO EMP-M-STATE.                               00100100
001002     MOVE WHC-ZIP TO EMP-M-ZIP.                                   00100200
001003*                                                                 00100300
001004*A "V" CARD MUST CARRY BOTH DATES; THE ROSTER AND THE             00100400
001005*ANNIVERSARY LIST HAVE NOTHING TO GO ON WITHOUT THEM.             00100500
001006 CHANGE-SERVICE-DATES.                                            00100600
001007     IF TSV-ORIG-HIRE-DATE NOT NUMERIC                            00100700
001008       OR TSV-ORIG-HIRE-DATE EQUAL ZERO                           00100800
001009       OR TSV-SERVICE-DATE NOT NUMERIC                            00100900
001010       OR TSV-SERVICE-DATE EQUAL ZERO                             00101000
001011         PERFORM REJECT-BAD-SERVICE-DATE                          00101100
001012     ELSE                                                         00101200
001013         PERFORM CHANGE-SERVICE-DATES-RECORD                      00101300
001014     END-IF.                                                      00101400
001015*                                                                 00101500
001016 CHANGE-SERVICE-DATES-RECORD.                                     00101600
001017     MOVE TRANS-EMP-ID TO EMP-ID.                                 00101700
001018     READ EMPLOYEE-MASTER-FILE                                    00101800
001019         INVALID KEY                                              00101900
001020             ADD 1 TO TRANSACTIONS-REJECTED                       00102000
001021             MOVE "REJECTED-NOT-FOUND" TO TRANS-RESULT-TEXT       00102100
001022         NOT INVALID KEY                                          00102200
001023             MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE       00102300
001024             MOVE TSV-ORIG-HIRE-DATE TO EMP-M-ORIG-HIRE-DATE      00102400
001025             MOVE TSV-SERVICE-DATE TO EMP-M-SERVICE-DATE          00102500
001026             REWRITE EMPLOYEE-MASTER-RECORD                       00102600
001027                 INVALID KEY                                      00102700
001028                     ADD 1 TO TRANSACTIONS-REJECTED               00102800
001029                     MOVE "REJECTED-REWRITE" TO TRANS-RESULT-TEXT 00102900
001030                 NOT INVALID KEY                                  00103000
001031                     ADD 1 TO TRANSACTIONS-CHANGED                00103100
001032                     MOVE "SERVICE DATE CHANGED"                  00103200
001033                         TO TRANS-RESULT-TEXT                     00103300
001034                     PERFORM WRITE-JOURNAL-RECORD                 00103400
001035             END-REWRITE                                          00103500
001036     END-READ.                                                    00103600
001037     PERFORM PRINT-TRANSACTION-LINE.                              00103700
001038*                                                                 00103800
001039*THE RECORD IS READ BEFORE THE DELETE SO THE JOURNAL KEEPS THE    00103900
001040*LAST IMAGE OF A TERMINATED EMPLOYEE.                             00104000
001041 DELETE-EMPLOYEE.                                                 00104100
001042     MOVE TRANS-EMP-ID TO EMP-ID.                                 00104200
001043     READ EMPLOYEE-MASTER-FILE                                    00104300
001044         INVALID KEY                                              00104400
001045             MOVE SPACES TO EMPLOYEE-MASTER-RECORD                00104500
001046     END-READ.                                                    00104600
001047     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.              00104700
001048     MOVE TRANS-EMP-ID TO EMP-ID.                                 00104800
001049     DELETE EMPLOYEE-MASTER-FILE                                  00104900
001050         INVALID KEY                                              00105000
001051             ADD 1 TO TRANSACTIONS-REJECTED                       00105100
001052             MOVE "REJECTED-NOT-FOUND" TO TRANS-RESULT-TEXT       00105200
001053         NOT INVALID KEY                                          00105300
001054             ADD 1 TO TRANSACTIONS-DELETED                        00105400
001055             MOVE "DELETED" TO TRANS-RESULT-TEXT                  00105500
001056             MOVE SPACES TO EMPLOYEE-MASTER-RECORD                00105600
001057             PERFORM WRITE-JOURNAL-RECORD                         00105700
001058     END-DELETE.                                                  00105800
001059     PERFORM PRINT-TRANSACTION-LINE.                              00105900
001060*                                                                 00106000
001061*THE BEFORE IMAGE IS SET BY THE CALLER; THE AFTER IMAGE IS THE    00106100
001062*MASTER RECORD AS IT NOW STANDS (SPACES FOR A DELETE).  AN "H"    00106200
001063*CARD HAS NO ROOM FOR AN OPERATOR ID.  THE APPROVER IS BLANK      00106300
001064*EXCEPT ON A RELEASED CHANGE.                                     00106400
001065 WRITE-JOURNAL-RECORD.                                            00106500
001066     MOVE WS-RUN-DATE TO EJR-RUN-DATE.                            00106600
001067     MOVE TRANS-CODE TO EJR-TRANS-CODE.                           00106700
001068     MOVE WS-BEFORE-IMAGE TO EJR-BEFORE-IMAGE.                    00106800
001069     MOVE EMPLOYEE-MASTER-RECORD TO EJR-AFTER-IMAGE.              00106900
001070     IF TRANS-IS-HIRE-DATA                                        00107000
001071         MOVE SPACES TO EJR-SUBMITTER-ID                          00107100
001072     ELSE                                                         00107200
001073         MOVE TRANS-OPERATOR-ID TO EJR-SUBMITTER-ID               00107300
001074     END-IF.                                                      00107400
001075     MOVE WS-APPROVER-ID TO EJR-APPROVER-ID.                      00107500
001076     WRITE CHANGE-JOURNAL-RECORD.                                 00107600
001077*                                                                 00107700
001078 REJECT-BAD-CLASS.                                                00107800
001079     ADD 1 TO TRANSACTIONS-REJECTED.                              00107900
001080     MOVE "REJECTED-BAD-CLASS" TO TRANS-RESULT-TEXT.              00108000
001081     PERFORM PRINT-TRANSACTION-LINE.                              00108100
001082*                                                                 00108200
001083 REJECT-BAD-FILING.                                               00108300
001084     ADD 1 TO TRANSACTIONS-REJECTED.                              00108400
001085     MOVE "REJECTED-BAD-FILING" TO TRANS-RESULT-TEXT.             00108500
001086     PERFORM PRINT-TRANSACTION-LINE.                              00108600
001087*                                                                 00108700
001088 REJECT-BAD-FREQUENCY.                                            00108800
001089     ADD 1 TO TRANSACTIONS-REJECTED.                              00108900
001090     MOVE "REJECTED-BAD-FREQ" TO TRANS-RESULT-TEXT.               00109000
001091     PERFORM PRINT-TRANSACTION-LINE.                              00109100
001092*                                                                 00109200
001093 REJECT-BAD-SALARY.                                               00109300
001094     ADD 1 TO TRANSACTIONS-REJECTED.                              00109400
001095     MOVE "REJECTED-NO-SALARY" TO TRANS-RESULT-TEXT.              00109500
001096     PERFORM PRINT-TRANSACTION-LINE.                              00109600
001097*                                                                 00109700
001098 REJECT-NO-HIRE-CARD.                                             00109800
001099     ADD 1 TO TRANSACTIONS-REJECTED.                              00109900
001100     MOVE "REJECTED-NO-H-CARD" TO TRANS-RESULT-TEXT.              00110000
001101     PERFORM PRINT-TRANSACTION-LINE.                              00110100
001102*                                                                 00110200
001103 REJECT-BAD-HIRE-DATA.                                            00110300
001104     ADD 1 TO TRANSACTIONS-REJECTED.                              00110400
001105     MOVE "REJECTED-HIRE-DATA" TO TRANS-RESULT-TEXT.              00110500
001106     PERFORM PRINT-TRANSACTION-LINE.                              00110600
001107*                                                                 00110700
001108 REJECT-BAD-SERVICE-DATE.                                         00110800
001109     ADD 1 TO TRANSACTIONS-REJECTED.                              00110900
001110     MOVE "REJECTED-SVC-DATE" TO TRANS-RESULT-TEXT.               00111000
001111     PERFORM PRINT-TRANSACTION-LINE.                              00111100
001112*                                                                 00111200
001113 REJECT-NO-OPERATOR.                                              00111300
001114     ADD 1 TO TRANSACTIONS-REJECTED.                              00111400
001115     MOVE "REJECTED-NO-OPER-ID" TO TRANS-RESULT-TEXT.             00111500
001116     PERFORM PRINT-TRANSACTION-LINE.                              00111600
001117*                                                                 00111700
001118 REJECT-HOLD-FULL.                                                00111800
001119     ADD 1 TO TRANSACTIONS-REJECTED.                              00111900
001120     MOVE "REJECTED-HOLD-FULL" TO TRANS-RESULT-TEXT.              00112000
001121     PERFORM PRINT-TRANSACTION-LINE.                              00112100
001122*                                                                 00112200
001123 REJECT-NOT-PENDING.                                              00112300
001124     ADD 1 TO TRANSACTIONS-REJECTED.                              00112400
001125     MOVE "REJECTED-NOT-HELD" TO TRANS-RESULT-TEXT.               00112500
001126     PERFORM PRINT-TRANSACTION-LINE.                              00112600
001127*                                                                 00112700
001128 REJECT-SAME-RUN.                                                 00112800
001129     ADD 1 TO TRANSACTIONS-REJECTED.                              00112900
001130     MOVE "REJECTED-SAME-RUN" TO TRANS-RESULT-TEXT.               00113000
001131     PERFORM PRINT-TRANSACTION-LINE.                              00113100
001132*                                                                 00113200
001133 REJECT-SAME-OPERATOR.                                            00113300
001134     ADD 1 TO TRANSACTIONS-REJECTED.                              00113400
001135     MOVE "REJECTED-SAME-OPER" TO TRANS-RESULT-TEXT.              00113500
001136     PERFORM PRINT-TRANSACTION-LINE.                              00113600
001137*                                                                 00113700
001138 REJECT-TRANSACTION.                                              00113800
001139     ADD 1 TO TRANSACTIONS-REJECTED.                              00113900
001140     MOVE "REJECTED-BAD-CODE" TO TRANS-RESULT-TEXT.               00114000
001141     PERFORM PRINT-TRANSACTION-LINE.                              00114100
001142*                                                                 00114200
001143 PRINT-TRANSACTION-LINE.                                          00114300
001144     MOVE SPACES TO TRANSACTION-LINE.                             00114400
001145     MOVE TRANS-CODE TO TL-CODE.                                  00114500
001146     MOVE TRANS-EMP-ID TO TL-EMP-ID.                              00114600
001147     MOVE TRANS-EMP-NAME TO TL-EMP-NAME.                          00114700
001148     MOVE TRANS-RESULT-TEXT TO TL-RESULT.                         00114800
001149     WRITE PRINT-LINE FROM TRANSACTION-LINE                       00114900
001150         AFTER ADVANCING 1 LINE.                                  00115000
001151*                                                                 00115100
001152 CLOSING.                                                         00115200
001153     MOVE TRANSACTIONS-READ TO SRL-COUNT.                         00115300
001154     WRITE PRINT-LINE FROM SUMMARY-READ-LINE                      00115400
001155         AFTER ADVANCING 2 LINES.                                 00115500
001156     MOVE TRANSACTIONS-ADDED TO SAL-COUNT.                        00115600
001157     WRITE PRINT-LINE FROM SUMMARY-ADDED-LINE                     00115700
001158         AFTER ADVANCING 1 LINE.                                  00115800
001159     MOVE TRANSACTIONS-CHANGED TO SCL-COUNT.                      00115900
001160     WRITE PRINT-LINE FROM SUMMARY-CHANGED-LINE                   00116000
001161         AFTER ADVANCING 1 LINE.                                  00116100
001162     MOVE TRANSACTIONS-DELETED TO SDL-COUNT.                      00116200
001163     WRITE PRINT-LINE FROM SUMMARY-DELETED-LINE                   00116300
001164         AFTER ADVANCING 1 LINE.                                  00116400
001165     MOVE TRANSACTIONS-REJECTED TO SXL-COUNT.                     00116500
001166     WRITE PRINT-LINE FROM SUMMARY-REJECTED-LINE                  00116600
001167         AFTER ADVANCING 1 LINE.                                  00116700
001168     MOVE TRANSACTIONS-HELD TO SHL-COUNT.                         00116800
001169     WRITE PRINT-LINE FROM SUMMARY-HELD-LINE                      00116900
001170         AFTER ADVANCING 1 LINE.                                  00117000
001171     MOVE TRANSACTIONS-RELEASED TO SRE-COUNT.                     00117100
001172     WRITE PRINT-LINE FROM SUMMARY-RELEASED-LINE                  00117200
001173         AFTER ADVANCING 1 LINE.                                  00117300
001174     PERFORM PRINT-PENDING-CHANGES.                               00117400
001175     PERFORM SAVE-PENDING-CHANGES.                                00117500
001176     CLOSE TRANSACTION-FILE, EMPLOYEE-MASTER-FILE,                00117600
001177         CHANGE-JOURNAL-FILE, PRINT-FILE.                         00117700
001178*                                                                 00117800
001179*EVERY CHANGE STILL WAITING FOR A SECOND OPERATOR, WITH THE       00117900
001180*RATE, STATUS, AND GRADE IT WOULD CHANGE (OLD -> NEW), AND FOR A  00118000
001181*PAY-GROUP CARD THE PERIOD SALARY AS WELL.                        00118100
001182 PRINT-PENDING-CHANGES.                                           00118200
001183     WRITE PRINT-LINE FROM PENDING-TITLE-LINE                     00118300
001184         AFTER ADVANCING PAGE.                                    00118400
001185     WRITE PRINT-LINE FROM PENDING-HEAD-LINE                      00118500
001186         AFTER ADVANCING 2 LINES.                                 00118600
001187     MOVE 0 TO WS-PND-LISTED.                                     00118700
001188     PERFORM PRINT-ONE-PENDING-CHANGE                             00118800
001189         VARYING WS-PND-SUB FROM 1 BY 1                           00118900
001190         UNTIL WS-PND-SUB > WS-PND-COUNT.                         00119000
001191     IF WS-PND-LISTED EQUAL ZERO                                  00119100
001192         WRITE PRINT-LINE FROM PENDING-NONE-LINE                  00119200
001193             AFTER ADVANCING 1 LINE                               00119300
001194     END-IF.                                                      00119400
001195*                                                                 00119500
001196 PRINT-ONE-PENDING-CHANGE.                                        00119600
001197     IF NOT PND-IS-DONE(WS-PND-SUB)                               00119700
001198         ADD 1 TO WS-PND-LISTED                                   00119800
001199         MOVE PND-RECORD(WS-PND-SUB) TO WS-PENDING-ENTRY          00119900
001200         MOVE WPE-EMP-ID TO PL-EMP-ID                             00120000
001201         MOVE WPE-EMP-NAME TO PL-EMP-NAME                         00120100
001202         MOVE WPE-HELD-DATE TO PL-HELD-DATE                       00120200
001203         MOVE WPE-OPERATOR-ID TO PL-OPERATOR-ID                   00120300
001204         MOVE WPE-OLD-PAYRATE TO PL-OLD-PAYRATE                   00120400
001205         MOVE WPE-OLD-STATUS TO PL-OLD-STATUS                     00120500
001206         MOVE WPE-OLD-GRADE-CODE TO PL-OLD-GRADE-CODE             00120600
001207         IF WPE-IS-PAY-GROUP                                      00120700
001208             MOVE WPE-OLD-PAYRATE TO PL-NEW-PAYRATE               00120800
001209             MOVE WPE-OLD-STATUS TO PL-NEW-STATUS                 00120900
001210             MOVE WPE-OLD-GRADE-CODE TO PL-NEW-GRADE-CODE         00121000
001211         ELSE                                                     00121100
001212             MOVE WPE-PAYRATE TO PL-NEW-PAYRATE                   00121200
001213             IF WPE-STATUS EQUAL SPACE                            00121300
001214                 MOVE WPE-OLD-STATUS TO PL-NEW-STATUS             00121400
001215             ELSE                                                 00121500
001216                 MOVE WPE-STATUS TO PL-NEW-STATUS                 00121600
001217             END-IF                                               00121700
001218             MOVE WPE-GRADE-CODE TO PL-NEW-GRADE-CODE             00121800
001219         END-IF                                                   00121900
001220         IF PND-HELD-THIS-RUN(WS-PND-SUB)                         00122000
001221             MOVE "HELD TODAY" TO PL-NOTE                         00122100
001222         ELSE                                                     00122200
001223             MOVE SPACES TO PL-NOTE                               00122300
001224         END-IF                                                   00122400
001225         WRITE PRINT-LINE FROM PENDING-LINE                       00122500
001226             AFTER ADVANCING 1 LINE                               00122600
001227         IF WPE-IS-PAY-GROUP                                      00122700
001228             PERFORM PRINT-PENDING-SALARY                         00122800
001229         END-IF                                                   00122900
001230     END-IF.                                                      00123000
001231*                                                                 00123100
001232 PRINT-PENDING-SALARY.                                            00123200
001233     MOVE WPE-PAY-GROUP TO PSL-PAY-GROUP.                         00123300
001234     MOVE WPE-PAY-FREQUENCY TO PSL-PAY-FREQUENCY.                 00123400
001235     MOVE WPE-OLD-PERIOD-SALARY TO PSL-OLD-PERIOD-SALARY.         00123500
001236     IF WPE-PERIOD-SALARY NUMERIC                                 00123600
001237         MOVE WPE-PERIOD-SALARY TO PSL-NEW-PERIOD-SALARY          00123700
001238     ELSE                                                         00123800
001239         MOVE 0 TO PSL-NEW-PERIOD-SALARY                          00123900
001240     END-IF.                                                      00124000
001241     WRITE PRINT-LINE FROM PENDING-SALARY-LINE                    00124100
001242         AFTER ADVANCING 1 LINE.                                  00124200
001243*                                                                 00124300
001244 SAVE-PENDING-CHANGES.                                            00124400
001245     OPEN OUTPUT PENDING-CHANGE-FILE.                             00124500
001246     PERFORM SAVE-ONE-PENDING-CHANGE                              00124600
001247         VARYING WS-PND-SUB FROM 1 BY 1                           00124700
001248         UNTIL WS-PND-SUB > WS-PND-COUNT.                         00124800
001249     CLOSE PENDING-CHANGE-FILE.                                   00124900
001250*                                                                 00125000
001251 SAVE-ONE-PENDING-CHANGE.                                         00125100
001252     IF NOT PND-IS-DONE(WS-PND-SUB)                               00125200
001253         WRITE PENDING-CHANGE-RECORD                              00125300
001254             FROM PND-RECORD(WS-PND-SUB)                          00125400
001255     END-IF.                                                      00125500
