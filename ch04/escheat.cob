000018*                    "REMIT" CARD PRINTS THE STATE REMITTANCE     00001800
000019*                    LISTING AND FLAGS EACH CHECK ESCHEATED SO    00001900
000020*                    BANKRECN DROPS IT FROM OUTSTANDING.          00002000
000021*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE PAY GROUP,   00002100
000022*                    PAY FREQUENCY, AND PERIOD SALARY (90 BYTES). 00002200
000023*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE SOCIAL       00002300
000024*                    SECURITY NUMBER, HIRE DATE, AND HOME ADDRESS 00002400
000025*                    (156 BYTES).                                 00002500
000026*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE ORIGINAL     00002600
000027*                    HIRE DATE AND ADJUSTED SERVICE DATE (168     00002700
000028*                    BYTES).                                      00002800
000029*    2026-10-15  SS  MIRROR THE POSITIVE-PAY FLAG CHKPRINT ADDED  00002900
000030*                    TO THE ISSUED-CHECKS RECORD; PPAYISS SENDS   00003000
000031*                    AN ESCHEATED CHECK TO THE BANK AS A VOID.    00003100
000032*                                                                 00003200
000033 ENVIRONMENT DIVISION.                                            00003300
000034 CONFIGURATION SECTION.                                           00003400
000035 SOURCE-COMPUTER. IBM-370.                                        00003500
000036 OBJECT-COMPUTER. IBM-370.                                        00003600
000037*                                                                 00003700
000038 INPUT-OUTPUT SECTION.                                            00003800
000039 FILE-CONTROL.                                                    00003900
000040     SELECT ISSUED-OLD-FILE ASSIGN TO UT-S-ISSOLD.                00004000
000041     SELECT ISSUED-NEW-FILE ASSIGN TO UT-S-ISSNEW.                00004100
000042     SELECT CLEARED-ITEMS-FILE ASSIGN TO UT-S-CLEARED.            00004200
000043     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00004300
000044         ORGANIZATION IS INDEXED                                  00004400
000045         ACCESS MODE IS RANDOM                                    00004500
000046         RECORD KEY IS EMP-ID.                                    00004600
000047     SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.                  00004700
000048     SELECT UNCLAIMED-WAGE-FILE ASSIGN TO UT-S-UNCLWAGE.          00004800
000049     SELECT LETTER-FILE ASSIGN TO UT-S-LETTERS.                   00004900
000050     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00005000
000051*                                                                 00005100
000052 DATA DIVISION.                                                   00005200
000053 FILE SECTION.                                                    00005300
000054*ISSUED-CHECK-RECORD MIRRORS CHKPRINT'S OUTPUT LAYOUT WITH THE    00005400
000055*STATUS FIELDS CHKVOID KEEPS.                                     00005500
000056 FD  ISSUED-OLD-FILE                                              00005600
000057     LABEL RECORD IS OMITTED.                                     00005700
000058 01  ISSUED-OLD-RECORD.                                           00005800
000059     05  ISO-CHECK-NUMBER        PIC 9(06).                       00005900
000060     05  ISO-EMP-ID              PIC X(10).                       00006000
000061     05  ISO-EMP-NAME            PIC X(25).                       00006100
000062     05  ISO-ISSUE-DATE          PIC 9(06).                       00006200
000063     05  ISO-PAY-PERIOD          PIC X(06).                       00006300
000064     05  ISO-AMOUNT              PIC S9(5)V99.                    00006400
000065     05  ISO-STATUS              PIC X.                           00006500
000066         88  ISO-IS-LIVE         VALUE " ".                       00006600
000067     05  ISO-VOID-DATE           PIC 9(06).                       00006700
000068     05  ISO-VOID-REASON         PIC X(20).                       00006800
000069     05  ISO-PPAY-FLAG           PIC X.                           00006900
000070*                                                                 00007000
000071 FD  ISSUED-NEW-FILE                                              00007100
000072     LABEL RECORD IS OMITTED.                                     00007200
000073 01  ISSUED-NEW-RECORD           PIC X(88).                       00007300
000074*                                                                 00007400
000075 FD  CLEARED-ITEMS-FILE                                           00007500
000076     LABEL RECORD IS OMITTED.                                     00007600
000077 01  CLEARED-ITEM-RECORD.                                         00007700
000078     05  CLR-CHECK-NUMBER        PIC 9(06).                       00007800
000079     05  CLR-AMOUNT              PIC S9(5)V99.                    00007900
000080     05  CLR-CLEARED-DATE        PIC 9(06).                       00008000
000081     05  FILLER                  PIC X(61).                       00008100
000082*                                                                 00008200
000083*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00008300
000084 FD  EMPLOYEE-MASTER-FILE                                         00008400
000085     LABEL RECORD IS OMITTED.                                     00008500
000086 01  EMPLOYEE-MASTER-RECORD.                                      00008600
000087     COPY EMPLOYEE.                                               00008700
000088     05  EMP-M-SALARY-CODE       PIC X.                           00008800
000089     05  EMP-M-STATUS            PIC X.                           00008900
000090     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00009000
000091     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00009100
000092     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00009200
000093     05  EMP-M-FILING-STATUS     PIC X.                           00009300
000094     05  EMP-M-ALLOWANCES        PIC 99.                          00009400
000095     05  EMP-M-COMP-CLASS        PIC X(04).                       00009500
000096     05  EMP-M-PAY-GROUP         PIC X(02).                       00009600
000097     05  EMP-M-PAY-FREQUENCY     PIC X.                           00009700
000098     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00009800
000099     05  EMP-M-SSN               PIC 9(09).                       00009900
000100     05  EMP-M-HIRE-DATE         PIC 9(06).                       00010000
000101     05  EMP-M-STREET            PIC X(25).                       00010100
000102     05  EMP-M-CITY              PIC X(15).                       00010200
000103     05  EMP-M-STATE             PIC X(02).                       00010300
000104     05  EMP-M-ZIP               PIC X(09).                       00010400
000105     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00010500
000106     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00010600
000107     05  FILLER                  PIC X(02).                       00010700
000108*                                                                 00010800
000109*THE OPERATOR CARD CARRIES THE OUTSTANDING AGE IN DAYS PAST       00010900
000110*WHICH A CHECK ESCHEATS, AND THE "REMIT" WORD FOR THE CONFIRMED   00011000
000111*SECOND PASS; WITHOUT IT THE RUN ONLY REPORTS AND PREPARES THE    00011100
000112*DUE-DILIGENCE LETTERS.                                           00011200
000113 FD  PARAMETER-FILE                                               00011300
000114     LABEL RECORD IS OMITTED.                                     00011400
000115 01  PARAMETER-RECORD.                                            00011500
000116     05  PARM-AGE-DAYS           PIC 9(04).                       00011600
000117     05  PARM-PASS-MODE          PIC X(06).                       00011700
000118         88  REMIT-APPROVED      VALUE "REMIT".                   00011800
000119     05  FILLER                  PIC X(70).                       00011900
000120*                                                                 00012000
000121 FD  UNCLAIMED-WAGE-FILE                                          00012100
000122     LABEL RECORD IS OMITTED.                                     00012200
000123 01  UNCLAIMED-WAGE-RECORD.                                       00012300
000124     05  UCW-CHECK-NUMBER        PIC 9(06).                       00012400
000125     05  UCW-EMP-ID              PIC X(10).                       00012500
000126     05  UCW-EMP-NAME            PIC X(25).                       00012600
000127     05  UCW-DEPARTMENT          PIC X(15).                       00012700
000128     05  UCW-ISSUE-DATE          PIC 9(06).                       00012800
000129     05  UCW-AMOUNT              PIC S9(5)V99.                    00012900
000130     05  UCW-AGE-DAYS            PIC 9(05).                       00013000
000131     05  FILLER                  PIC X(06).                       00013100
000132*                                                                 00013200
000133 FD  LETTER-FILE                                                  00013300
000134     LABEL RECORD IS OMITTED.                                     00013400
000135 01  LETTER-LINE                 PIC X(96).                       00013500
000136*                                                                 00013600
000137 FD  PRINT-FILE                                                   00013700
000138     LABEL RECORD IS OMITTED.                                     00013800
000139 01  PRINT-LINE                  PIC X(132).                      00013900
000140*                                                                 00014000
000141 WORKING-STORAGE SECTION.                                         00014100
000142*                                                                 00014200
000143 01  CLEARED-TABLE.                                               00014300
000144     05  CLEARED-ENTRY OCCURS 500 TIMES.                          00014400
000145         10  CLT-CHECK-NUMBER    PIC 9(06).                       00014500
000146 77  WS-CLEARED-COUNT            PIC 999 VALUE 0.                 00014600
000147 77  WS-CLEARED-SUB              PIC 999 VALUE 0.                 00014700
000148 77  CLEARED-FOUND-FLAG          PIC X VALUE "N".                 00014800
000149     88  CHECK-HAS-CLEARED       VALUE "Y".                       00014900
000150*                                                                 00015000
000151 77  ISSUED-EOF-FLAG             PIC X VALUE "N".                 00015100
000152     88  ISSUED-IS-EOF           VALUE "Y".                       00015200
000153 77  CLEARED-EOF-FLAG            PIC X VALUE "N".                 00015300
000154     88  CLEARED-IS-EOF          VALUE "Y".                       00015400
000155 77  REMIT-MODE-FLAG             PIC X VALUE "N".                 00015500
000156     88  IS-REMIT-PASS           VALUE "Y".                       00015600
000157 77  MASTER-FOUND-FLAG           PIC X VALUE "N".                 00015700
000158     88  MASTER-WAS-FOUND        VALUE "Y".                       00015800
000159*                                                                 00015900
000160 01  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00016000
000161 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.                     00016100
000162     05  WS-RUN-YY               PIC 99.                          00016200
000163     05  WS-RUN-MM               PIC 99.                          00016300
000164     05  WS-RUN-DD               PIC 99.                          00016400
000165 01  WS-ISSUE-DATE-HOLD          PIC 9(06) VALUE 0.               00016500
000166 01  WS-ISSUE-SPLIT REDEFINES WS-ISSUE-DATE-HOLD.                 00016600
000167     05  WS-ISS-YY               PIC 99.                          00016700
000168     05  WS-ISS-MM               PIC 99.                          00016800
000169     05  WS-ISS-DD               PIC 99.                          00016900
000170 77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.              00017000
000171 77  WS-AGE-LIMIT                PIC 9(04) VALUE 1095.            00017100
000172*                                                                 00017200
000173 77  WS-CHECKS-READ              PIC 9(05) VALUE 0.               00017300
000174 77  WS-SELECTED-COUNT           PIC 9(05) VALUE 0.               00017400
000175 77  WS-ESCHEATED-COUNT         PIC 9(05) VALUE 0.                00017500
000176 77  WS-SELECTED-TOTAL           PIC S9(7)V99 VALUE 0.            00017600
000177*                                                                 00017700
000178 01  TITLE-LINE.                                                  00017800
000179     05  FILLER                  PIC X(20) VALUE SPACES.          00017900
000180     05  FILLER                  PIC X(40)                        00018000
000181             VALUE "UNCLAIMED WAGES - ESCHEATMENT RUN".           00018100
000182*                                                                 00018200
000183 01  MODE-LINE.                                                   00018300
000184     05  FILLER                  PIC X(20) VALUE SPACES.          00018400
000185     05  MDL-MODE                PIC X(44).                       00018500
000186*                                                                 00018600
000187 01  SELECT-LINE.                                                 00018700
000188     05  FILLER                  PIC X(05) VALUE SPACES.          00018800
000189     05  SEL-CHECK-NUMBER        PIC 9(06).                       00018900
000190     05  FILLER                  PIC X(02) VALUE SPACES.          00019000
000191     05  SEL-EMP-ID              PIC X(10).                       00019100
000192     05  FILLER                  PIC X(02) VALUE SPACES.          00019200
000193     05  SEL-EMP-NAME            PIC X(25).                       00019300
000194     05  FILLER                  PIC X(02) VALUE SPACES.          00019400
000195     05  SEL-DEPARTMENT          PIC X(15).                       00019500
000196     05  FILLER                  PIC X(02) VALUE SPACES.          00019600
000197     05  SEL-AMOUNT              PIC ZZZZ9.99-.                   00019700
000198     05  FILLER                  PIC X(02) VALUE SPACES.          00019800
000199     05  SEL-AGE-DAYS            PIC ZZZZ9.                       00019900
000200     05  FILLER                  PIC X(09) VALUE " DAYS OLD".     00020000
000201     05  FILLER                  PIC X(02) VALUE SPACES.          00020100
000202     05  SEL-DISPOSITION         PIC X(20).                       00020200
000203*                                                                 00020300
000204 01  LETTER-TEXT-1.                                               00020400
000205     05  FILLER                  PIC X(03) VALUE SPACES.          00020500
000206     05  FILLER                  PIC X(04) VALUE "TO: ".          00020600
000207     05  LT1-EMP-NAME            PIC X(25).                       00020700
000208*                                                                 00020800
000209 01  LETTER-TEXT-2.                                               00020900
000210     05  FILLER                  PIC X(03) VALUE SPACES.          00021000
000211     05  FILLER                  PIC X(44) VALUE                  00021100
000212    "OUR RECORDS SHOW PAYROLL CHECK NUMBER".                      00021200
000213     05  LT2-CHECK-NUMBER        PIC 9(06).                       00021300
000214*                                                                 00021400
000215 01  LETTER-TEXT-3.                                               00021500
000216     05  FILLER                  PIC X(03) VALUE SPACES.          00021600
000217     05  FILLER                  PIC X(11) VALUE "ISSUED ON  ".   00021700
000218     05  LT3-ISSUE-DATE          PIC 9(06).                       00021800
000219     05  FILLER                  PIC X(16) VALUE                  00021900
000220    " IN THE AMOUNT $".                                           00022000
000221     05  LT3-AMOUNT              PIC ZZZZ9.99.                    00022100
000222     05  FILLER                  PIC X(17) VALUE                  00022200
000223    " REMAINS UNPAID.".                                           00022300
000224*                                                                 00022400
000225 01  LETTER-TEXT-4.                                               00022500
000226     05  FILLER                  PIC X(03) VALUE SPACES.          00022600
000227     05  FILLER                  PIC X(52) VALUE                  00022700
000228    "UNLESS CLAIMED IT WILL BE REMITTED TO THE STATE.".           00022800
000229*                                                                 00022900
000230 01  LETTER-BLANK-LINE.                                           00023000
000231     05  FILLER                  PIC X(96) VALUE SPACES.          00023100
000232*                                                                 00023200
000233 01  SUMMARY-READ-LINE.                                           00023300
000234     05  FILLER                  PIC X(05) VALUE SPACES.          00023400
000235     05  FILLER                  PIC X(24)                        00023500
000236             VALUE "ISSUED CHECKS READ:     ".                    00023600
000237     05  SRL-COUNT               PIC ZZ,ZZ9.                      00023700
000238*                                                                 00023800
000239 01  SUMMARY-SELECTED-LINE.                                       00023900
000240     05  FILLER                  PIC X(05) VALUE SPACES.          00024000
000241     05  FILLER                  PIC X(24)                        00024100
000242             VALUE "STALE CHECKS SELECTED:  ".                    00024200
000243     05  SSL-COUNT               PIC ZZ,ZZ9.                      00024300
000244     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".     00024400
000245     05  SSL-TOTAL               PIC Z,ZZZ,ZZ9.99.                00024500
000246*                                                                 00024600
000247 01  SUMMARY-ESCHEATED-LINE.                                      00024700
000248     05  FILLER                  PIC X(05) VALUE SPACES.          00024800
000249     05  FILLER                  PIC X(24)                        00024900
000250             VALUE "CHECKS FLAGGED ESCHEAT: ".                    00025000
000251     05  SEL-COUNT               PIC ZZ,ZZ9.                      00025100
000252*                                                                 00025200
000253 PROCEDURE DIVISION.                                              00025300
000254 000-MAIN.                                                        00025400
000255     PERFORM INITIALIZATION.                                      00025500
000256     PERFORM LOAD-ONE-CLEARED-ITEM UNTIL CLEARED-IS-EOF.          00025600
000257     PERFORM EXAMINE-ONE-CHECK UNTIL ISSUED-IS-EOF.               00025700
000258     PERFORM CLOSING.                                             00025800
000259     STOP RUN.                                                    00025900
000260*                                                                 00026000
000261 INITIALIZATION.                                                  00026100
000262     ACCEPT WS-RUN-DATE FROM DATE.                                00026200
000263     OPEN INPUT ISSUED-OLD-FILE, CLEARED-ITEMS-FILE,              00026300
000264          EMPLOYEE-MASTER-FILE, PARAMETER-FILE,                   00026400
000265          OUTPUT ISSUED-NEW-FILE, UNCLAIMED-WAGE-FILE,            00026500
000266          LETTER-FILE, PRINT-FILE.                                00026600
000267     READ PARAMETER-FILE                                          00026700
000268         AT END                                                   00026800
000269             CONTINUE                                             00026900
000270         NOT AT END                                               00027000
000271             IF PARM-AGE-DAYS NUMERIC AND PARM-AGE-DAYS > 0       00027100
000272                 MOVE PARM-AGE-DAYS TO WS-AGE-LIMIT               00027200
000273             END-IF                                               00027300
000274             IF REMIT-APPROVED                                    00027400
000275                 MOVE "Y" TO REMIT-MODE-FLAG                      00027500
000276             END-IF                                               00027600
000277     END-READ.                                                    00027700
000278     CLOSE PARAMETER-FILE.                                        00027800
000279     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00027900
000280     IF IS-REMIT-PASS                                             00028000
000281         MOVE "CONFIRMED PASS - STATE REMITTANCE LISTING"         00028100
000282             TO MDL-MODE                                          00028200
000283     ELSE                                                         00028300
000284         MOVE "FIRST PASS - DUE-DILIGENCE LETTERS ONLY"           00028400
000285             TO MDL-MODE                                          00028500
000286     END-IF.                                                      00028600
000287     WRITE PRINT-LINE FROM MODE-LINE AFTER ADVANCING 1 LINE.      00028700
000288     READ CLEARED-ITEMS-FILE                                      00028800
000289         AT END MOVE "Y" TO CLEARED-EOF-FLAG.                     00028900
000290     READ ISSUED-OLD-FILE                                         00029000
000291         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00029100
000292*                                                                 00029200
000293 LOAD-ONE-CLEARED-ITEM.                                           00029300
000294     ADD 1 TO WS-CLEARED-COUNT.                                   00029400
000295     IF WS-CLEARED-COUNT > 500                                    00029500
000296         DISPLAY "ESCHEAT HALTED - CLEARED-ITEMS TABLE FULL"      00029600
000297             " AT 500"                                            00029700
000298         MOVE 16 TO RETURN-CODE                                   00029800
000299         STOP RUN                                                 00029900
000300     END-IF.                                                      00030000
000301     MOVE CLR-CHECK-NUMBER TO                                     00030100
000302         CLT-CHECK-NUMBER(WS-CLEARED-COUNT).                      00030200
000303     READ CLEARED-ITEMS-FILE                                      00030300
000304         AT END MOVE "Y" TO CLEARED-EOF-FLAG.                     00030400
000305*                                                                 00030500
000306*A LIVE CHECK THAT NEVER CLEARED AND IS OLDER THAN THE AGE        00030600
000307*LIMIT IS UNCLAIMED WAGES.  EVERY CHECK PASSES THROUGH TO THE     00030700
000308*NEW FILE; ON THE CONFIRMED PASS A SELECTED CHECK IS FLAGGED      00030800
000309*ESCHEATED ON THE WAY.                                            00030900
000310 EXAMINE-ONE-CHECK.                                               00031000
000311     ADD 1 TO WS-CHECKS-READ.                                     00031100
000312     MOVE "N" TO CLEARED-FOUND-FLAG.                              00031200
000313     PERFORM MATCH-ONE-CLEARED-ITEM                               00031300
000314         VARYING WS-CLEARED-SUB FROM 1 BY 1                       00031400
000315         UNTIL WS-CLEARED-SUB > WS-CLEARED-COUNT                  00031500
000316         OR WS-CLEARED-SUB > 500.                                 00031600
000317     IF ISO-IS-LIVE AND NOT CHECK-HAS-CLEARED                     00031700
000318         PERFORM COMPUTE-CHECK-AGE                                00031800
000319         IF WS-AGE-DAYS > WS-AGE-LIMIT                            00031900
000320             PERFORM SELECT-ONE-CHECK                             00032000
000321         END-IF                                                   00032100
000322     END-IF.                                                      00032200
000323     WRITE ISSUED-NEW-RECORD FROM ISSUED-OLD-RECORD.              00032300
000324     READ ISSUED-OLD-FILE                                         00032400
000325         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00032500
000326*                                                                 00032600
000327 MATCH-ONE-CLEARED-ITEM.                                          00032700
000328     IF CLT-CHECK-NUMBER(WS-CLEARED-SUB) EQUAL ISO-CHECK-NUMBER   00032800
000329         MOVE "Y" TO CLEARED-FOUND-FLAG                           00032900
000330     END-IF.                                                      00033000
000331*                                                                 00033100
000332*AGE IS FIGURED IN APPROXIMATE DAYS (YEARS AT 365, MONTHS AT      00033200
000333*30), THE SAME ARITHMETIC BANKRECN BUCKETS WITH.                  00033300
000334 COMPUTE-CHECK-AGE.                                               00033400
000335     MOVE ISO-ISSUE-DATE TO WS-ISSUE-DATE-HOLD.                   00033500
000336     COMPUTE WS-AGE-DAYS =                                        00033600
000337         ((WS-RUN-YY - WS-ISS-YY) * 365)                          00033700
000338         + ((WS-RUN-MM - WS-ISS-MM) * 30)                         00033800
000339         + (WS-RUN-DD - WS-ISS-DD).                               00033900
000340     IF WS-AGE-DAYS < 0                                           00034000
000341         MOVE 0 TO WS-AGE-DAYS                                    00034100
000342     END-IF.                                                      00034200
000343*                                                                 00034300
000344 SELECT-ONE-CHECK.                                                00034400
000345     ADD 1 TO WS-SELECTED-COUNT.                                  00034500
000346     ADD ISO-AMOUNT TO WS-SELECTED-TOTAL.                         00034600
000347     PERFORM READ-EMPLOYEE-MASTER.                                00034700
000348     MOVE ISO-CHECK-NUMBER TO UCW-CHECK-NUMBER.                   00034800
000349     MOVE ISO-EMP-ID TO UCW-EMP-ID.                               00034900
000350     MOVE ISO-EMP-NAME TO UCW-EMP-NAME.                           00035000
000351     IF MASTER-WAS-FOUND                                          00035100
000352         MOVE EMP-DEPARTMENT TO UCW-DEPARTMENT                    00035200
000353     ELSE                                                         00035300
000354         MOVE SPACES TO UCW-DEPARTMENT                            00035400
000355     END-IF.                                                      00035500
000356     MOVE ISO-ISSUE-DATE TO UCW-ISSUE-DATE.                       00035600
000357     MOVE ISO-AMOUNT TO UCW-AMOUNT.                               00035700
000358     MOVE WS-AGE-DAYS TO UCW-AGE-DAYS.                            00035800
000359     WRITE UNCLAIMED-WAGE-RECORD.                                 00035900
000360     MOVE ISO-CHECK-NUMBER TO SEL-CHECK-NUMBER.                   00036000
000361     MOVE ISO-EMP-ID TO SEL-EMP-ID.                               00036100
000362     MOVE ISO-EMP-NAME TO SEL-EMP-NAME.                           00036200
000363     MOVE UCW-DEPARTMENT TO SEL-DEPARTMENT.                       00036300
000364     MOVE ISO-AMOUNT TO SEL-AMOUNT.                               00036400
000365     MOVE WS-AGE-DAYS TO SEL-AGE-DAYS.                            00036500
000366     IF IS-REMIT-PASS                                             00036600
000367         ADD 1 TO WS-ESCHEATED-COUNT                              00036700
000368         MOVE "E" TO ISO-STATUS                                   00036800
000369         MOVE WS-RUN-DATE TO ISO-VOID-DATE                        00036900
000370         MOVE "ESCHEATED TO STATE" TO ISO-VOID-REASON             00037000
000371         MOVE "*REMIT TO STATE*" TO SEL-DISPOSITION               00037100
000372     ELSE                                                         00037200
000373         MOVE "LETTER PREPARED" TO SEL-DISPOSITION                00037300
000374         PERFORM WRITE-DUE-DILIGENCE-LETTER                       00037400
000375     END-IF.                                                      00037500
000376     WRITE PRINT-LINE FROM SELECT-LINE AFTER ADVANCING 1 LINE.    00037600
000377*                                                                 00037700
000378 READ-EMPLOYEE-MASTER.                                            00037800
000379     MOVE "N" TO MASTER-FOUND-FLAG.                               00037900
000380     MOVE ISO-EMP-ID TO EMP-ID.                                   00038000
000381     READ EMPLOYEE-MASTER-FILE                                    00038100
000382         INVALID KEY CONTINUE                                     00038200
000383         NOT INVALID KEY MOVE "Y" TO MASTER-FOUND-FLAG            00038300
000384     END-READ.                                                    00038400
000385*                                                                 00038500
000386 WRITE-DUE-DILIGENCE-LETTER.                                      00038600
000387     MOVE ISO-EMP-NAME TO LT1-EMP-NAME.                           00038700
000388     WRITE LETTER-LINE FROM LETTER-TEXT-1.                        00038800
000389     MOVE ISO-CHECK-NUMBER TO LT2-CHECK-NUMBER.                   00038900
000390     WRITE LETTER-LINE FROM LETTER-TEXT-2.                        00039000
000391     MOVE ISO-ISSUE-DATE TO LT3-ISSUE-DATE.                       00039100
000392     MOVE ISO-AMOUNT TO LT3-AMOUNT.                               00039200
000393     WRITE LETTER-LINE FROM LETTER-TEXT-3.                        00039300
000394     WRITE LETTER-LINE FROM LETTER-TEXT-4.                        00039400
000395     WRITE LETTER-LINE FROM LETTER-BLANK-LINE.                    00039500
000396*                                                                 00039600
000397 CLOSING.                                                         00039700
000398     MOVE WS-CHECKS-READ TO SRL-COUNT.                            00039800
000399     WRITE PRINT-LINE FROM SUMMARY-READ-LINE                      00039900
000400         AFTER ADVANCING 2 LINES.                                 00040000
000401     MOVE WS-SELECTED-COUNT TO SSL-COUNT.                         00040100
000402     MOVE WS-SELECTED-TOTAL TO SSL-TOTAL.                         00040200
000403     WRITE PRINT-LINE FROM SUMMARY-SELECTED-LINE                  00040300
000404         AFTER ADVANCING 1 LINE.                                  00040400
000405     MOVE WS-ESCHEATED-COUNT TO SEL-COUNT.                        00040500
000406     WRITE PRINT-LINE FROM SUMMARY-ESCHEATED-LINE                 00040600
000407         AFTER ADVANCING 1 LINE.                                  00040700
000408     CLOSE ISSUED-OLD-FILE, ISSUED-NEW-FILE,                      00040800
000409         CLEARED-ITEMS-FILE, EMPLOYEE-MASTER-FILE,                00040900
000410         UNCLAIMED-WAGE-FILE, LETTER-FILE, PRINT-FILE.            00041000
