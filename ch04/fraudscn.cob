000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. FRAUDSCN.                                            00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  PAYROLL FRAUD SCREEN       00000800
000009*                    BETWEEN PAYROLL AND DDEPOSIT: CROSSES THE    00000900
000010*                    PERIOD REGISTER WITH THE EMPLOYEE MASTER,    00001000
000011*                    THE BANK MASTER, AND THE PAY DECK, AND LISTS 00001100
000012*                    FOR THE PAYROLL SUPERVISOR EVERY PAY LINE    00001200
000013*                    THAT LOOKS LIKE A GHOST EMPLOYEE OR DIVERTED 00001300
000014*                    PAY -- A BANK ACCOUNT TAKING PAY FOR MORE    00001400
000015*                    THAN ONE EMP-ID, PAY TO AN EMPLOYEE WHO IS   00001500
000016*                    TERMINATED, OFF THE MASTER, OR HIRED IN THE  00001600
000017*                    PERIOD, A BANK ACCOUNT CHANGED WITHIN THE    00001700
000018*                    OPERATOR CARD'S DAYS BEFORE A LARGE NET, AND 00001800
000019*                    AN HOURLY WEEK PAID WITH NO PUNCH DETAIL.    00001900
000020*                    WITH THE CARD'S "HOLD" OPTION THE FLAGGED    00002000
000021*                    LINES ARE WRITTEN TO THE HOLD FILE, AND      00002100
000022*                    DDEPOSIT SENDS THEM TO THE CHECK RUN.        00002200
000023*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE ORIGINAL     00002300
000024*                    HIRE DATE AND ADJUSTED SERVICE DATE (168     00002400
000025*                    BYTES).                                      00002500
000026*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00002600
000027*                    THE REGISTER EXTRACT.                        00002700
000028*                                                                 00002800
000029 ENVIRONMENT DIVISION.                                            00002900
000030 CONFIGURATION SECTION.                                           00003000
000031 SOURCE-COMPUTER. IBM-370.                                        00003100
000032 OBJECT-COMPUTER. IBM-370.                                        00003200
000033*                                                                 00003300
000034 INPUT-OUTPUT SECTION.                                            00003400
000035 FILE-CONTROL.                                                    00003500
000036     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00003600
000037         ORGANIZATION IS INDEXED                                  00003700
000038         ACCESS MODE IS SEQUENTIAL                                00003800
000039         RECORD KEY IS REG-EMP-ID.                                00003900
000040     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00004000
000041         ORGANIZATION IS INDEXED                                  00004100
000042         ACCESS MODE IS RANDOM                                    00004200
000043         RECORD KEY IS EMP-ID.                                    00004300
000044     SELECT BANK-MASTER-FILE ASSIGN TO UT-S-BANKMSTR.             00004400
000045     SELECT DECK-FILE ASSIGN TO UT-S-INPUT.                       00004500
000046     SELECT PERIOD-CONTROL-FILE ASSIGN TO UT-S-PERCTL.            00004600
000047     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO UT-S-PARMS.         00004700
000048     SELECT HOLD-FILE ASSIGN TO UT-S-FRDHOLD.                     00004800
000049     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004900
000050*                                                                 00005000
000051 DATA DIVISION.                                                   00005100
000052 FILE SECTION.                                                    00005200
000053*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00005300
000054 FD  REGISTER-FILE                                                00005400
000055     LABEL RECORD IS OMITTED.                                     00005500
000056 01  REGISTER-RECORD.                                             00005600
000057     05  REG-EMP-ID              PIC X(10).                       00005700
000058     05  REG-EMP-DEPARTMENT      PIC X(15).                       00005800
000059     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00005900
000060     05  REG-PAY-PERIOD          PIC X(06).                       00006000
000061     05  REG-EMP-NAME            PIC X(25).                       00006100
000062     05  REG-EMP-HOURS-WORKED    PIC S99.                         00006200
000063     05  REG-EMP-PAYRATE         PIC 99V99.                       00006300
000064     05  REG-TAX-DED             PIC S9(5)V99.                    00006400
000065     05  REG-INS-DED             PIC S9(5)V99.                    00006500
000066     05  REG-GARN-DED            PIC S9(5)V99.                    00006600
000067     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00006700
000068     05  REG-PLANT-CODE          PIC X(04).                       00006800
000069     05  REG-BONUS-AMT           PIC S9(5)V99.                    00006900
000070     05  REG-PREM-AMT            PIC S9(5)V99.                    00007000
000071     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00007100
000072     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00007200
000073         10  REG-GD-ORDER-NO     PIC X(06).                       00007300
000074         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00007400
000075     05  REG-JOB-CODE            PIC X(06).                       00007500
000076     05  REG-SS-WAGES            PIC S9(5)V99.                    00007600
000077     05  REG-SS-DED              PIC S9(5)V99.                    00007700
000078     05  REG-MED-WAGES           PIC S9(5)V99.                    00007800
000079     05  REG-MED-DED             PIC S9(5)V99.                    00007900
000080     05  REG-SS-ER               PIC S9(5)V99.                    00008000
000081     05  REG-MED-ER              PIC S9(5)V99.                    00008100
000082     05  REG-DEFERRAL            PIC S9(5)V99.                    00008200
000083     05  REG-ER-MATCH            PIC S9(5)V99.                    00008300
000084     05  REG-LOAN-DED            PIC S9(5)V99.                    00008400
000085*                                                                 00008500
000086*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00008600
000087 FD  EMPLOYEE-MASTER-FILE                                         00008700
000088     LABEL RECORD IS OMITTED.                                     00008800
000089 01  EMPLOYEE-MASTER-RECORD.                                      00008900
000090     COPY EMPLOYEE.                                               00009000
000091     05  EMP-M-SALARY-CODE       PIC X.                           00009100
000092     05  EMP-M-STATUS            PIC X.                           00009200
000093         88  EMP-M-IS-ACTIVE     VALUE "A".                       00009300
000094     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00009400
000095     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00009500
000096     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00009600
000097     05  EMP-M-FILING-STATUS     PIC X.                           00009700
000098     05  EMP-M-ALLOWANCES        PIC 99.                          00009800
000099     05  EMP-M-COMP-CLASS        PIC X(04).                       00009900
000100     05  EMP-M-PAY-GROUP         PIC X(02).                       00010000
000101     05  EMP-M-PAY-FREQUENCY     PIC X.                           00010100
000102         88  EMP-M-IS-SALARIED   VALUE "B" "S".                   00010200
000103     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00010300
000104     05  EMP-M-SSN               PIC 9(09).                       00010400
000105     05  EMP-M-HIRE-DATE         PIC 9(06).                       00010500
000106     05  EMP-M-STREET            PIC X(25).                       00010600
000107     05  EMP-M-CITY              PIC X(15).                       00010700
000108     05  EMP-M-STATE             PIC X(02).                       00010800
000109     05  EMP-M-ZIP               PIC X(09).                       00010900
000110     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00011000
000111     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00011100
000112     05  FILLER                  PIC X(02).                       00011200
000113*                                                                 00011300
000114*BANK-MASTER-RECORD MIRRORS DDEPOSIT'S LAYOUT; ONLY THE ACCOUNT   00011400
000115*AND THE DATE IT WAS LAST CHANGED ARE NEEDED HERE.                00011500
000116 FD  BANK-MASTER-FILE                                             00011600
000117     LABEL RECORD IS OMITTED.                                     00011700
000118 01  BANK-MASTER-RECORD.                                          00011800
000119     05  BNK-EMP-ID              PIC X(10).                       00011900
000120     05  BNK-ROUTING-NUMBER      PIC 9(09).                       00012000
000121     05  BNK-ACCOUNT-NUMBER      PIC X(17).                       00012100
000122     05  BNK-PRENOTE-STATUS      PIC X.                           00012200
000123     05  BNK-SPLIT-METHOD        PIC X.                           00012300
000124     05  BNK-SPLIT-VALUE         PIC 9(5)V99.                     00012400
000125     05  BNK-PRIORITY            PIC 9.                           00012500
000126     05  BNK-CHANGE-DATE         PIC 9(06).                       00012600
000127     05  FILLER                  PIC X(28).                       00012700
000128*                                                                 00012800
000129*THE SAME DECK PAYROLL PRICED.  ONLY A DAILY PUNCH CARD WITH      00012900
000130*HOURS ON IT COUNTS AS PUNCH DETAIL; TYPED EARNINGS CARDS AND     00013000
000131*THE DECK'S HEADER AND TRAILER DO NOT.                            00013100
000132 FD  DECK-FILE                                                    00013200
000133     LABEL RECORD IS OMITTED.                                     00013300
000134 01  DECK-RECORD.                                                 00013400
000135     05  TC-EMP-ID               PIC X(10).                       00013500
000136     05  TC-WORK-DATE            PIC 9(06).                       00013600
000137     05  TC-HOURS-WORKED         PIC S99.                         00013700
000138     05  TC-TRANS-CODE           PIC X.                           00013800
000139     05  TC-PLANT-CODE           PIC X(04).                       00013900
000140     05  TC-SHIFT-CODE           PIC X.                           00014000
000141     05  TC-EARN-TYPE            PIC X.                           00014100
000142         88  TC-IS-WORKED-HOURS  VALUE " ".                       00014200
000143     05  FILLER                  PIC X(55).                       00014300
000144 01  DECK-CONTROL-LAYOUT REDEFINES DECK-RECORD.                   00014400
000145     05  DCL-MARKER              PIC X(09).                       00014500
000146         88  CARD-IS-DECK-HEADER VALUE "*DECKHDR*".               00014600
000147     05  FILLER                  PIC X(71).                       00014700
000148 01  DECK-TRAILER-LAYOUT REDEFINES DECK-RECORD.                   00014800
000149     05  DTL-MARKER              PIC X(07).                       00014900
000150         88  CARD-IS-DECK-TRAILER VALUE "TRAILER".                00015000
000151     05  FILLER                  PIC X(73).                       00015100
000152*                                                                 00015200
000153*PERIOD-CONTROL-RECORD MIRRORS PAYROLL'S; IT GIVES THE START      00015300
000154*AND END DATES OF THE PERIOD THE REGISTER WAS PAID FOR.           00015400
000155 FD  PERIOD-CONTROL-FILE                                          00015500
000156     LABEL RECORD IS OMITTED.                                     00015600
000157 01  PERIOD-CONTROL-RECORD.                                       00015700
000158     05  PCT-PERIOD              PIC X(06).                       00015800
000159     05  PCT-START-DATE          PIC 9(06).                       00015900
000160     05  PCT-END-DATE            PIC 9(06).                       00016000
000161     05  PCT-STATUS              PIC X.                           00016100
000162     05  PCT-RUN-TYPE            PIC X.                           00016200
000163     05  PCT-PAY-GROUP           PIC X(02).                       00016300
000164     05  PCT-PAY-FREQUENCY       PIC X.                           00016400
000165     05  FILLER                  PIC X(57).                       00016500
000166*                                                                 00016600
000167*THE OPERATOR CARD CARRIES HOW MANY DAYS BACK A BANK ACCOUNT      00016700
000168*CHANGE COUNTS AS RECENT, THE NET AT OR OVER WHICH A RECENT       00016800
000169*CHANGE IS FLAGGED, THE PAY GROUP BEING SCREENED (BLANK FOR THE   00016900
000170*WEEKLY HOURLY GROUP), AND THE "HOLD" OPTION THAT DIVERTS THE     00017000
000171*FLAGGED LINES TO THE CHECK RUN.                                  00017100
000172 FD  PARAMETER-FILE                                               00017200
000173     LABEL RECORD IS OMITTED.                                     00017300
000174 01  PARAMETER-RECORD.                                            00017400
000175     05  PARM-BANK-DAYS          PIC 999.                         00017500
000176     05  PARM-LARGE-NET          PIC 9(5)V99.                     00017600
000177     05  PARM-PAY-GROUP          PIC X(02).                       00017700
000178     05  PARM-HOLD-OPTION        PIC X(04).                       00017800
000179         88  HOLD-IS-REQUESTED   VALUE "HOLD".                    00017900
000180     05  FILLER                  PIC X(64).                       00018000
000181*                                                                 00018100
000182*ONE HOLD RECORD PER FLAGGED EMP-ID, WITH ITS FIRST REASON.       00018200
000183 FD  HOLD-FILE                                                    00018300
000184     LABEL RECORD IS OMITTED.                                     00018400
000185 01  HOLD-RECORD.                                                 00018500
000186     05  FHR-EMP-ID              PIC X(10).                       00018600
000187     05  FHR-REASON              PIC X(40).                       00018700
000188     05  FILLER                  PIC X(30).                       00018800
000189*                                                                 00018900
000190 FD  PRINT-FILE                                                   00019000
000191     LABEL RECORD IS OMITTED.                                     00019100
000192 01  PRINT-LINE                  PIC X(132).                      00019200
000193*                                                                 00019300
000194 WORKING-STORAGE SECTION.                                         00019400
000195*                                                                 00019500
000196 01  BANK-TABLE.                                                  00019600
000197     05  BANK-ENTRY OCCURS 200 TIMES.                             00019700
000198         10  BKT-EMP-ID          PIC X(10).                       00019800
000199         10  BKT-ROUTING         PIC 9(09).                       00019900
000200         10  BKT-ACCOUNT         PIC X(17).                       00020000
000201         10  BKT-CHANGE-DATE     PIC 9(06).                       00020100
000202         10  BKT-PAID-FLAG       PIC X.                           00020200
000203             88  BKT-IS-PAID     VALUE "Y".                       00020300
000204 77  WS-BANK-COUNT               PIC 999 VALUE 0.                 00020400
000205 77  WS-BANK-SUB                 PIC 999 VALUE 0.                 00020500
000206 77  WS-OTHER-SUB                PIC 999 VALUE 0.                 00020600
000207*                                                                 00020700
000208 01  PUNCH-TABLE.                                                 00020800
000209     05  PUNCH-ENTRY OCCURS 500 TIMES.                            00020900
000210         10  PNT-EMP-ID          PIC X(10).                       00021000
000211         10  PNT-CARD-COUNT      PIC 9(03).                       00021100
000212 77  WS-PUNCH-COUNT              PIC 999 VALUE 0.                 00021200
000213 77  WS-PUNCH-SUB                PIC 999 VALUE 0.                 00021300
000214 77  WS-PUNCH-FOUND-SUB          PIC 999 VALUE 0.                 00021400
000215 77  WS-SEARCH-EMP-ID            PIC X(10) VALUE SPACES.          00021500
000216 77  PUNCH-FOUND-FLAG            PIC X VALUE "N".                 00021600
000217     88  PUNCH-WAS-FOUND         VALUE "Y".                       00021700
000218*                                                                 00021800
000219 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00021900
000220     88  REGISTER-IS-EOF         VALUE "Y".                       00022000
000221 77  BANK-EOF-FLAG               PIC X VALUE "N".                 00022100
000222     88  BANK-IS-EOF             VALUE "Y".                       00022200
000223 77  DECK-EOF-FLAG               PIC X VALUE "N".                 00022300
000224     88  DECK-IS-EOF             VALUE "Y".                       00022400
000225 77  PCT-EOF-FLAG                PIC X VALUE "N".                 00022500
000226     88  PCT-IS-EOF              VALUE "Y".                       00022600
000227 77  PERIOD-FOUND-FLAG           PIC X VALUE "N".                 00022700
000228     88  PERIOD-WAS-FOUND        VALUE "Y".                       00022800
000229 77  MASTER-FOUND-FLAG           PIC X VALUE "N".                 00022900
000230     88  MASTER-WAS-FOUND        VALUE "Y".                       00023000
000231 77  HOLD-OPTION-FLAG            PIC X VALUE "N".                 00023100
000232     88  HOLD-IS-ON              VALUE "Y".                       00023200
000233 77  LINE-FLAGGED-FLAG           PIC X VALUE "N".                 00023300
000234     88  LINE-WAS-FLAGGED        VALUE "Y".                       00023400
000235 77  RECENT-CHANGE-FLAG          PIC X VALUE "N".                 00023500
000236     88  BANK-RECENTLY-CHANGED   VALUE "Y".                       00023600
000237*                                                                 00023700
000238 77  WS-BANK-DAYS                PIC 999 VALUE 30.                00023800
000239 77  WS-LARGE-NET                PIC 9(5)V99 VALUE 2000.00.       00023900
000240 77  WS-PAY-GROUP                PIC X(02) VALUE SPACES.          00024000
000241 77  WS-PAY-PERIOD               PIC X(06) VALUE SPACES.          00024100
000242 77  WS-PERIOD-START-DATE        PIC 9(06) VALUE 0.               00024200
000243 77  WS-PERIOD-END-DATE          PIC 9(06) VALUE 0.               00024300
000244 77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.              00024400
000245 77  WS-RECENT-AGE               PIC S9(05) VALUE 0.              00024500
000246 77  WS-LINES-READ               PIC 9(05) VALUE 0.               00024600
000247 77  WS-LINES-FLAGGED            PIC 9(05) VALUE 0.               00024700
000248 77  WS-FLAGS-RAISED             PIC 9(05) VALUE 0.               00024800
000249 77  WS-LINES-HELD               PIC 9(05) VALUE 0.               00024900
000250 77  WS-FLAG-REASON              PIC X(40) VALUE SPACES.          00025000
000251 77  WS-FIRST-REASON             PIC X(40) VALUE SPACES.          00025100
000252*                                                                 00025200
000253 01  WS-RUN-DATE.                                                 00025300
000254     05  WS-RUN-YY               PIC 99.                          00025400
000255     05  WS-RUN-MM               PIC 99.                          00025500
000256     05  WS-RUN-DD               PIC 99.                          00025600
000257 01  WS-CHANGE-DATE-HOLD.                                         00025700
000258     05  WS-CHG-YY               PIC 99.                          00025800
000259     05  WS-CHG-MM               PIC 99.                          00025900
000260     05  WS-CHG-DD               PIC 99.                          00026000
000261*                                                                 00026100
000262 01  SHARED-REASON.                                               00026200
000263     05  FILLER                  PIC X(24)                        00026300
000264             VALUE "BANK ACCOUNT ALSO PAYS  ".                    00026400
000265     05  SHR-OTHER-EMP-ID        PIC X(10).                       00026500
000266     05  FILLER                  PIC X(06) VALUE SPACES.          00026600
000267 01  RECENT-REASON.                                               00026700
000268     05  FILLER                  PIC X(15)                        00026800
000269             VALUE "BANK CHANGED   ".                             00026900
000270     05  RCR-AGE-DAYS            PIC ZZ9.                         00027000
000271     05  FILLER                  PIC X(22)                        00027100
000272             VALUE " DAYS BEFORE LARGE NET".                      00027200
000273*                                                                 00027300
000274 01  TITLE-LINE.                                                  00027400
000275     05  FILLER                  PIC X(20) VALUE SPACES.          00027500
000276     05  FILLER                  PIC X(40)                        00027600
000277             VALUE "PAYROLL FRAUD SCREENING REPORT".              00027700
000278*                                                                 00027800
000279 01  OPTION-LINE.                                                 00027900
000280     05  FILLER                  PIC X(02) VALUE SPACES.          00028000
000281     05  FILLER                  PIC X(08) VALUE "PERIOD: ".      00028100
000282     05  OPL-PERIOD              PIC X(06).                       00028200
000283     05  FILLER                  PIC X(08) VALUE "  GROUP ".      00028300
000284     05  OPL-PAY-GROUP           PIC X(02).                       00028400
000285     05  FILLER                  PIC X(14)                        00028500
000286             VALUE "  BANK DAYS:  ".                              00028600
000287     05  OPL-BANK-DAYS           PIC ZZ9.                         00028700
000288     05  FILLER                  PIC X(14)                        00028800
000289             VALUE "  LARGE NET:  ".                              00028900
000290     05  OPL-LARGE-NET           PIC ZZ,ZZ9.99.                   00029000
000291     05  FILLER                  PIC X(10) VALUE "  OPTION: ".    00029100
000292     05  OPL-HOLD-OPTION         PIC X(04).                       00029200
000293*                                                                 00029300
000294 01  NO-PERIOD-LINE.                                              00029400
000295     05  FILLER                  PIC X(05) VALUE SPACES.          00029500
000296     05  FILLER                  PIC X(60) VALUE                  00029600
000297    "PERIOD NOT ON PERIOD CONTROL - HIRE DATE TEST NOT MADE".     00029700
000298*                                                                 00029800
000299 01  HEADING-LINE.                                                00029900
000300     05  FILLER                  PIC X(05) VALUE SPACES.          00030000
000301     05  FILLER                  PIC X(12) VALUE "EMP-ID".        00030100
000302     05  FILLER                  PIC X(27) VALUE "NAME".          00030200
000303     05  FILLER                  PIC X(12) VALUE "NET".           00030300
000304     05  FILLER                  PIC X(42) VALUE "REASON".        00030400
000305     05  FILLER                  PIC X(20) VALUE "ACTION".        00030500
000306*                                                                 00030600
000307 01  FLAG-LINE.                                                   00030700
000308     05  FILLER                  PIC X(05) VALUE SPACES.          00030800
000309     05  FGL-EMP-ID              PIC X(10).                       00030900
000310     05  FILLER                  PIC X(02) VALUE SPACES.          00031000
000311     05  FGL-EMP-NAME            PIC X(25).                       00031100
000312     05  FILLER                  PIC X(02) VALUE SPACES.          00031200
000313     05  FGL-NET                 PIC ZZZZ9.99-.                   00031300
000314     05  FILLER                  PIC X(03) VALUE SPACES.          00031400
000315     05  FGL-REASON              PIC X(40).                       00031500
000316     05  FILLER                  PIC X(02) VALUE SPACES.          00031600
000317     05  FGL-ACTION              PIC X(20).                       00031700
000318*                                                                 00031800
000319 01  SUMMARY-READ-LINE.                                           00031900
000320     05  FILLER                  PIC X(05) VALUE SPACES.          00032000
000321     05  FILLER                  PIC X(24)                        00032100
000322             VALUE "PAY LINES SCREENED:     ".                    00032200
000323     05  SRL-COUNT               PIC ZZ,ZZ9.                      00032300
000324*                                                                 00032400
000325 01  SUMMARY-FLAGGED-LINE.                                        00032500
000326     05  FILLER                  PIC X(05) VALUE SPACES.          00032600
000327     05  FILLER                  PIC X(24)                        00032700
000328             VALUE "PAY LINES FLAGGED:      ".                    00032800
000329     05  SFL-COUNT               PIC ZZ,ZZ9.                      00032900
000330*                                                                 00033000
000331 01  SUMMARY-RAISED-LINE.                                         00033100
000332     05  FILLER                  PIC X(05) VALUE SPACES.          00033200
000333     05  FILLER                  PIC X(24)                        00033300
000334             VALUE "FLAGS RAISED:           ".                    00033400
000335     05  SRS-COUNT               PIC ZZ,ZZ9.                      00033500
000336*                                                                 00033600
000337 01  SUMMARY-HELD-LINE.                                           00033700
000338     05  FILLER                  PIC X(05) VALUE SPACES.          00033800
000339     05  FILLER                  PIC X(24)                        00033900
000340             VALUE "HELD FOR THE CHECK RUN: ".                    00034000
000341     05  SHL-COUNT               PIC ZZ,ZZ9.                      00034100
000342*                                                                 00034200
000343 PROCEDURE DIVISION.                                              00034300
000344 000-MAIN.                                                        00034400
000345     PERFORM INITIALIZATION.                                      00034500
000346     PERFORM LOAD-ONE-BANK-RECORD UNTIL BANK-IS-EOF.              00034600
000347     PERFORM LOAD-ONE-DECK-CARD UNTIL DECK-IS-EOF.                00034700
000348     PERFORM MARK-ONE-PAID-LINE UNTIL REGISTER-IS-EOF.            00034800
000349     PERFORM START-SCREENING.                                     00034900
000350     PERFORM SCREEN-ONE-PAY-LINE UNTIL REGISTER-IS-EOF.           00035000
000351     PERFORM CLOSING.                                             00035100
000352     STOP RUN.                                                    00035200
000353*                                                                 00035300
000354 INITIALIZATION.                                                  00035400
000355     ACCEPT WS-RUN-DATE FROM DATE.                                00035500
000356     OPEN INPUT PARAMETER-FILE.                                   00035600
000357     READ PARAMETER-FILE                                          00035700
000358         AT END                                                   00035800
000359             CONTINUE                                             00035900
000360         NOT AT END                                               00036000
000361             IF PARM-BANK-DAYS NUMERIC                            00036100
000362               AND PARM-BANK-DAYS > 0                             00036200
000363                 MOVE PARM-BANK-DAYS TO WS-BANK-DAYS              00036300
000364             END-IF                                               00036400
000365             IF PARM-LARGE-NET NUMERIC                            00036500
000366               AND PARM-LARGE-NET > 0                             00036600
000367                 MOVE PARM-LARGE-NET TO WS-LARGE-NET              00036700
000368             END-IF                                               00036800
000369             MOVE PARM-PAY-GROUP TO WS-PAY-GROUP                  00036900
000370             IF HOLD-IS-REQUESTED                                 00037000
000371                 MOVE "Y" TO HOLD-OPTION-FLAG                     00037100
000372             END-IF                                               00037200
000373     END-READ.                                                    00037300
000374     CLOSE PARAMETER-FILE.                                        00037400
000375     OPEN INPUT REGISTER-FILE, EMPLOYEE-MASTER-FILE,              00037500
000376          BANK-MASTER-FILE, DECK-FILE,                            00037600
000377          OUTPUT HOLD-FILE, PRINT-FILE.                           00037700
000378     READ BANK-MASTER-FILE                                        00037800
000379         AT END MOVE "Y" TO BANK-EOF-FLAG.                        00037900
000380     READ DECK-FILE                                               00038000
000381         AT END MOVE "Y" TO DECK-EOF-FLAG.                        00038100
000382     READ REGISTER-FILE                                           00038200
000383         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00038300
000384     IF NOT REGISTER-IS-EOF                                       00038400
000385         MOVE REG-PAY-PERIOD TO WS-PAY-PERIOD                     00038500
000386     END-IF.                                                      00038600
000387     PERFORM FIND-PAY-PERIOD.                                     00038700
000388*                                                                 00038800
000389*THE REGULAR RUN'S PERIOD RECORD FOR THE GROUP BEING SCREENED.    00038900
000390 FIND-PAY-PERIOD.                                                 00039000
000391     OPEN INPUT PERIOD-CONTROL-FILE.                              00039100
000392     READ PERIOD-CONTROL-FILE                                     00039200
000393         AT END MOVE "Y" TO PCT-EOF-FLAG                          00039300
000394     END-READ.                                                    00039400
000395     PERFORM CHECK-ONE-PERIOD-RECORD UNTIL PCT-IS-EOF.            00039500
000396     CLOSE PERIOD-CONTROL-FILE.                                   00039600
000397*                                                                 00039700
000398 CHECK-ONE-PERIOD-RECORD.                                         00039800
000399     IF PCT-PERIOD EQUAL WS-PAY-PERIOD                            00039900
000400       AND PCT-PAY-GROUP EQUAL WS-PAY-GROUP                       00040000
000401       AND PCT-RUN-TYPE EQUAL SPACE                               00040100
000402         MOVE "Y" TO PERIOD-FOUND-FLAG                            00040200
000403         MOVE PCT-START-DATE TO WS-PERIOD-START-DATE              00040300
000404         MOVE PCT-END-DATE TO WS-PERIOD-END-DATE                  00040400
000405     END-IF.                                                      00040500
000406     READ PERIOD-CONTROL-FILE                                     00040600
000407         AT END MOVE "Y" TO PCT-EOF-FLAG.                         00040700
000408*                                                                 00040800
000409 LOAD-ONE-BANK-RECORD.                                            00040900
000410     ADD 1 TO WS-BANK-COUNT.                                      00041000
000411     IF WS-BANK-COUNT > 200                                       00041100
000412         DISPLAY "FRAUDSCN HALTED - BANK MASTER TABLE FULL"       00041200
000413             " AT 200"                                            00041300
000414         MOVE 16 TO RETURN-CODE                                   00041400
000415         STOP RUN                                                 00041500
000416     END-IF.                                                      00041600
000417     MOVE BNK-EMP-ID TO BKT-EMP-ID(WS-BANK-COUNT).                00041700
000418     MOVE BNK-ROUTING-NUMBER TO BKT-ROUTING(WS-BANK-COUNT).       00041800
000419     MOVE BNK-ACCOUNT-NUMBER TO BKT-ACCOUNT(WS-BANK-COUNT).       00041900
000420*    A RECORD PUNCHED BEFORE THE CHANGE DATE WAS CARRIED HAS      00042000
000421*    BLANKS THERE AND IS NOT TREATED AS RECENTLY CHANGED.         00042100
000422     IF BNK-CHANGE-DATE NUMERIC                                   00042200
000423         MOVE BNK-CHANGE-DATE TO BKT-CHANGE-DATE(WS-BANK-COUNT)   00042300
000424     ELSE                                                         00042400
000425         MOVE 0 TO BKT-CHANGE-DATE(WS-BANK-COUNT)                 00042500
000426     END-IF.                                                      00042600
000427     MOVE "N" TO BKT-PAID-FLAG(WS-BANK-COUNT).                    00042700
000428     READ BANK-MASTER-FILE                                        00042800
000429         AT END MOVE "Y" TO BANK-EOF-FLAG.                        00042900
000430*                                                                 00043000
000431 LOAD-ONE-DECK-CARD.                                              00043100
000432     IF NOT CARD-IS-DECK-HEADER                                   00043200
000433       AND NOT CARD-IS-DECK-TRAILER                               00043300
000434       AND TC-IS-WORKED-HOURS                                     00043400
000435       AND TC-HOURS-WORKED NUMERIC                                00043500
000436       AND TC-HOURS-WORKED NOT EQUAL ZERO                         00043600
000437         PERFORM COUNT-ONE-PUNCH-CARD                             00043700
000438     END-IF.                                                      00043800
000439     READ DECK-FILE                                               00043900
000440         AT END MOVE "Y" TO DECK-EOF-FLAG.                        00044000
000441*                                                                 00044100
000442 COUNT-ONE-PUNCH-CARD.                                            00044200
000443     MOVE TC-EMP-ID TO WS-SEARCH-EMP-ID.                          00044300
000444     PERFORM FIND-PUNCH-ENTRY.                                    00044400
000445     IF PUNCH-WAS-FOUND                                           00044500
000446         ADD 1 TO PNT-CARD-COUNT(WS-PUNCH-FOUND-SUB)              00044600
000447     ELSE                                                         00044700
000448         ADD 1 TO WS-PUNCH-COUNT                                  00044800
000449         IF WS-PUNCH-COUNT > 500                                  00044900
000450             DISPLAY "FRAUDSCN HALTED - PUNCH TABLE FULL"         00045000
000451                 " AT 500"                                        00045100
000452             MOVE 16 TO RETURN-CODE                               00045200
000453             STOP RUN                                             00045300
000454         END-IF                                                   00045400
000455         MOVE TC-EMP-ID TO PNT-EMP-ID(WS-PUNCH-COUNT)             00045500
000456         MOVE 1 TO PNT-CARD-COUNT(WS-PUNCH-COUNT)                 00045600
000457     END-IF.                                                      00045700
000458*                                                                 00045800
000459 FIND-PUNCH-ENTRY.                                                00045900
000460     MOVE "N" TO PUNCH-FOUND-FLAG.                                00046000
000461     PERFORM MATCH-ONE-PUNCH-ENTRY                                00046100
000462         VARYING WS-PUNCH-SUB FROM 1 BY 1                         00046200
000463         UNTIL WS-PUNCH-SUB > WS-PUNCH-COUNT                      00046300
000464         OR PUNCH-WAS-FOUND.                                      00046400
000465*                                                                 00046500
000466 MATCH-ONE-PUNCH-ENTRY.                                           00046600
000467     IF PNT-EMP-ID(WS-PUNCH-SUB) EQUAL WS-SEARCH-EMP-ID           00046700
000468         MOVE "Y" TO PUNCH-FOUND-FLAG                             00046800
000469         MOVE WS-PUNCH-SUB TO WS-PUNCH-FOUND-SUB                  00046900
000470     END-IF.                                                      00047000
000471*                                                                 00047100
000472*THE FIRST PASS OVER THE REGISTER MARKS EVERY BANK ACCOUNT THAT   00047200
000473*IS TAKING PAY THIS PERIOD, SO A SHARED ACCOUNT IS FLAGGED ONLY   00047300
000474*WHEN MORE THAN ONE OF ITS EMP-IDS IS ACTUALLY BEING PAID.        00047400
000475 MARK-ONE-PAID-LINE.                                              00047500
000476     PERFORM MARK-ONE-BANK-ENTRY                                  00047600
000477         VARYING WS-BANK-SUB FROM 1 BY 1                          00047700
000478         UNTIL WS-BANK-SUB > WS-BANK-COUNT.                       00047800
000479     READ REGISTER-FILE                                           00047900
000480         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00048000
000481*                                                                 00048100
000482 MARK-ONE-BANK-ENTRY.                                             00048200
000483     IF BKT-EMP-ID(WS-BANK-SUB) EQUAL REG-EMP-ID                  00048300
000484         MOVE "Y" TO BKT-PAID-FLAG(WS-BANK-SUB)                   00048400
000485     END-IF.                                                      00048500
000486*                                                                 00048600
000487 START-SCREENING.                                                 00048700
000488     CLOSE REGISTER-FILE.                                         00048800
000489     OPEN INPUT REGISTER-FILE.                                    00048900
000490     MOVE "N" TO REGISTER-EOF-FLAG.                               00049000
000491     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00049100
000492     MOVE WS-PAY-PERIOD TO OPL-PERIOD.                            00049200
000493     MOVE WS-PAY-GROUP TO OPL-PAY-GROUP.                          00049300
000494     MOVE WS-BANK-DAYS TO OPL-BANK-DAYS.                          00049400
000495     MOVE WS-LARGE-NET TO OPL-LARGE-NET.                          00049500
000496     IF HOLD-IS-ON                                                00049600
000497         MOVE "HOLD" TO OPL-HOLD-OPTION                           00049700
000498     ELSE                                                         00049800
000499         MOVE "LIST" TO OPL-HOLD-OPTION                           00049900
000500     END-IF.                                                      00050000
000501     WRITE PRINT-LINE FROM OPTION-LINE AFTER ADVANCING 1 LINE.    00050100
000502     IF NOT PERIOD-WAS-FOUND                                      00050200
000503         WRITE PRINT-LINE FROM NO-PERIOD-LINE                     00050300
000504             AFTER ADVANCING 1 LINE                               00050400
000505     END-IF.                                                      00050500
000506     WRITE PRINT-LINE FROM HEADING-LINE AFTER ADVANCING 2 LINES.  00050600
000507     READ REGISTER-FILE                                           00050700
000508         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00050800
000509*                                                                 00050900
000510*EACH TEST THAT FAILS PRINTS ITS OWN LINE.  A LINE WITH ANY       00051000
000511*FLAG IS WRITTEN TO THE HOLD FILE ONCE WHEN THE HOLD OPTION IS    00051100
000512*ON.                                                              00051200
000513 SCREEN-ONE-PAY-LINE.                                             00051300
000514     ADD 1 TO WS-LINES-READ.                                      00051400
000515     MOVE "N" TO LINE-FLAGGED-FLAG.                               00051500
000516     MOVE REG-EMP-ID TO EMP-ID.                                   00051600
000517     MOVE "Y" TO MASTER-FOUND-FLAG.                               00051700
000518     READ EMPLOYEE-MASTER-FILE                                    00051800
000519         INVALID KEY MOVE "N" TO MASTER-FOUND-FLAG                00051900
000520     END-READ.                                                    00052000
000521     IF NOT MASTER-WAS-FOUND                                      00052100
000522         MOVE "NOT ON THE EMPLOYEE MASTER" TO WS-FLAG-REASON      00052200
000523         PERFORM PRINT-FLAG-LINE                                  00052300
000524     ELSE                                                         00052400
000525         IF NOT EMP-M-IS-ACTIVE                                   00052500
000526             MOVE "PAID WHILE NOT ACTIVE ON THE MASTER"           00052600
000527                 TO WS-FLAG-REASON                                00052700
000528             PERFORM PRINT-FLAG-LINE                              00052800
000529         END-IF                                                   00052900
000530         IF PERIOD-WAS-FOUND                                      00053000
000531           AND EMP-M-HIRE-DATE NUMERIC                            00053100
000532           AND EMP-M-HIRE-DATE NOT < WS-PERIOD-START-DATE         00053200
000533             MOVE "HIRED IN THIS PAY PERIOD" TO WS-FLAG-REASON    00053300
000534             PERFORM PRINT-FLAG-LINE                              00053400
000535         END-IF                                                   00053500
000536         IF NOT EMP-M-IS-SALARIED                                 00053600
000537             PERFORM CHECK-PUNCH-DETAIL                           00053700
000538         END-IF                                                   00053800
000539     END-IF.                                                      00053900
000540     PERFORM CHECK-SHARED-ACCOUNT                                 00054000
000541         VARYING WS-BANK-SUB FROM 1 BY 1                          00054100
000542         UNTIL WS-BANK-SUB > WS-BANK-COUNT.                       00054200
000543     IF REG-NET-AMOUNT NOT < WS-LARGE-NET                         00054300
000544         PERFORM CHECK-RECENT-CHANGE                              00054400
000545     END-IF.                                                      00054500
000546     IF LINE-WAS-FLAGGED                                          00054600
000547         ADD 1 TO WS-LINES-FLAGGED                                00054700
000548         IF HOLD-IS-ON                                            00054800
000549             PERFORM WRITE-HOLD-RECORD                            00054900
000550         END-IF                                                   00055000
000551     END-IF.                                                      00055100
000552     READ REGISTER-FILE                                           00055200
000553         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00055300
000554*                                                                 00055400
000555 CHECK-PUNCH-DETAIL.                                              00055500
000556     MOVE REG-EMP-ID TO WS-SEARCH-EMP-ID.                         00055600
000557     PERFORM FIND-PUNCH-ENTRY.                                    00055700
000558     IF NOT PUNCH-WAS-FOUND                                       00055800
000559         MOVE "NO PUNCH DETAIL BEHIND THE WEEK"                   00055900
000560             TO WS-FLAG-REASON                                    00056000
000561         PERFORM PRINT-FLAG-LINE                                  00056100
000562     END-IF.                                                      00056200
000563*                                                                 00056300
000564*ONE FLAG PER OTHER PAID EMP-ID SHARING ONE OF THIS EMPLOYEE'S    00056400
000565*ACCOUNTS.                                                        00056500
000566 CHECK-SHARED-ACCOUNT.                                            00056600
000567     IF BKT-EMP-ID(WS-BANK-SUB) EQUAL REG-EMP-ID                  00056700
000568         PERFORM CHECK-ONE-OTHER-ACCOUNT                          00056800
000569             VARYING WS-OTHER-SUB FROM 1 BY 1                     00056900
000570             UNTIL WS-OTHER-SUB > WS-BANK-COUNT                   00057000
000571     END-IF.                                                      00057100
000572*                                                                 00057200
000573 CHECK-ONE-OTHER-ACCOUNT.                                         00057300
000574     IF BKT-ROUTING(WS-OTHER-SUB) EQUAL BKT-ROUTING(WS-BANK-SUB)  00057400
000575       AND BKT-ACCOUNT(WS-OTHER-SUB)                              00057500
000576           EQUAL BKT-ACCOUNT(WS-BANK-SUB)                         00057600
000577       AND BKT-EMP-ID(WS-OTHER-SUB) NOT EQUAL REG-EMP-ID          00057700
000578       AND BKT-IS-PAID(WS-OTHER-SUB)                              00057800
000579         MOVE BKT-EMP-ID(WS-OTHER-SUB) TO SHR-OTHER-EMP-ID        00057900
000580         MOVE SHARED-REASON TO WS-FLAG-REASON                     00058000
000581         PERFORM PRINT-FLAG-LINE                                  00058100
000582     END-IF.                                                      00058200
000583*                                                                 00058300
000584*THE MOST RECENT CHANGE AMONG THE EMPLOYEE'S ACCOUNTS COUNTS.     00058400
000585*AGE IS IN APPROXIMATE DAYS (YEARS AT 365, MONTHS AT 30), AS      00058500
000586*BANKRECN AGES ITS CHECKS.                                        00058600
000587 CHECK-RECENT-CHANGE.                                             00058700
000588     MOVE "N" TO RECENT-CHANGE-FLAG.                              00058800
000589     PERFORM CHECK-ONE-CHANGE-DATE                                00058900
000590         VARYING WS-BANK-SUB FROM 1 BY 1                          00059000
000591         UNTIL WS-BANK-SUB > WS-BANK-COUNT.                       00059100
000592     IF BANK-RECENTLY-CHANGED                                     00059200
000593         MOVE WS-RECENT-AGE TO RCR-AGE-DAYS                       00059300
000594         MOVE RECENT-REASON TO WS-FLAG-REASON                     00059400
000595         PERFORM PRINT-FLAG-LINE                                  00059500
000596     END-IF.                                                      00059600
000597*                                                                 00059700
000598 CHECK-ONE-CHANGE-DATE.                                           00059800
000599     IF BKT-EMP-ID(WS-BANK-SUB) EQUAL REG-EMP-ID                  00059900
000600       AND BKT-CHANGE-DATE(WS-BANK-SUB) NOT EQUAL ZERO            00060000
000601         MOVE BKT-CHANGE-DATE(WS-BANK-SUB) TO WS-CHANGE-DATE-HOLD 00060100
000602         COMPUTE WS-AGE-DAYS =                                    00060200
000603             ((WS-RUN-YY - WS-CHG-YY) * 365)                      00060300
000604             + ((WS-RUN-MM - WS-CHG-MM) * 30)                     00060400
000605             + (WS-RUN-DD - WS-CHG-DD)                            00060500
000606         IF WS-AGE-DAYS < 0                                       00060600
000607             MOVE 0 TO WS-AGE-DAYS                                00060700
000608         END-IF                                                   00060800
000609         IF WS-AGE-DAYS NOT > WS-BANK-DAYS                        00060900
000610           AND (NOT BANK-RECENTLY-CHANGED                         00061000
000611             OR WS-AGE-DAYS < WS-RECENT-AGE)                      00061100
000612             MOVE "Y" TO RECENT-CHANGE-FLAG                       00061200
000613             MOVE WS-AGE-DAYS TO WS-RECENT-AGE                    00061300
000614         END-IF                                                   00061400
000615     END-IF.                                                      00061500
000616*                                                                 00061600
000617 PRINT-FLAG-LINE.                                                 00061700
000618     ADD 1 TO WS-FLAGS-RAISED.                                    00061800
000619     IF NOT LINE-WAS-FLAGGED                                      00061900
000620         MOVE WS-FLAG-REASON TO WS-FIRST-REASON                   00062000
000621     END-IF.                                                      00062100
000622     MOVE "Y" TO LINE-FLAGGED-FLAG.                               00062200
000623     MOVE REG-EMP-ID TO FGL-EMP-ID.                               00062300
000624     MOVE REG-EMP-NAME TO FGL-EMP-NAME.                           00062400
000625     MOVE REG-NET-AMOUNT TO FGL-NET.                              00062500
000626     MOVE WS-FLAG-REASON TO FGL-REASON.                           00062600
000627     IF HOLD-IS-ON                                                00062700
000628         MOVE "HELD FOR CHECK RUN" TO FGL-ACTION                  00062800
000629     ELSE                                                         00062900
000630         MOVE "SUPERVISOR REVIEW" TO FGL-ACTION                   00063000
000631     END-IF.                                                      00063100
000632     WRITE PRINT-LINE FROM FLAG-LINE AFTER ADVANCING 1 LINE.      00063200
000633*                                                                 00063300
000634 WRITE-HOLD-RECORD.                                               00063400
000635     MOVE SPACES TO HOLD-RECORD.                                  00063500
000636     MOVE REG-EMP-ID TO FHR-EMP-ID.                               00063600
000637     MOVE WS-FIRST-REASON TO FHR-REASON.                          00063700
000638     WRITE HOLD-RECORD.                                           00063800
000639     ADD 1 TO WS-LINES-HELD.                                      00063900
000640*                                                                 00064000
000641 CLOSING.                                                         00064100
000642     MOVE WS-LINES-READ TO SRL-COUNT.                             00064200
000643     WRITE PRINT-LINE FROM SUMMARY-READ-LINE                      00064300
000644         AFTER ADVANCING 2 LINES.                                 00064400
000645     MOVE WS-LINES-FLAGGED TO SFL-COUNT.                          00064500
000646     WRITE PRINT-LINE FROM SUMMARY-FLAGGED-LINE                   00064600
000647         AFTER ADVANCING 1 LINE.                                  00064700
000648     MOVE WS-FLAGS-RAISED TO SRS-COUNT.                           00064800
000649     WRITE PRINT-LINE FROM SUMMARY-RAISED-LINE                    00064900
000650         AFTER ADVANCING 1 LINE.                                  00065000
000651     MOVE WS-LINES-HELD TO SHL-COUNT.                             00065100
000652     WRITE PRINT-LINE FROM SUMMARY-HELD-LINE                      00065200
000653         AFTER ADVANCING 1 LINE.                                  00065300
000654     CLOSE REGISTER-FILE, EMPLOYEE-MASTER-FILE,                   00065400
000655         BANK-MASTER-FILE, DECK-FILE, HOLD-FILE, PRINT-FILE.      00065500
