000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. CLRRECN.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  PAYROLL CLEARING ACCOUNT   00000800
000009*                    RECONCILIATION BY PAY PERIOD.  EACH          00000900
000010*                    PERIOD'S NET JOURNAL CREDIT TO THE CLEARING  00001000
000011*                    ACCOUNTS IS REDUCED BY THE DIRECT DEPOSIT    00001100
000012*                    TRANSMISSION TOTALS (LESS THE RETURNED       00001200
000013*                    DEPOSITS REISSUED AS CHECKS), THE            00001300
000014*                    PAYCHECKS AND                                00001400
000015*                    REMITTANCE CHECKS ISSUED, AND THE TAX        00001500
000016*                    WITHHOLDING AND RETIREMENT DEFERRALS STILL   00001600
000017*                    AWAITING DEPOSIT.  A RESIDUE OUTSIDE THE     00001700
000018*                    TOLERANCE IS FLAGGED, AND STAYS FLAGGED ON   00001800
000019*                    THE RECONCILIATION HISTORY AND THE COMMON    00001900
000020*                    EXCEPTION FILE RUN AFTER RUN UNTIL AN        00002000
000021*                    EXPLANATION CARD IS ENTERED FOR IT.          00002100
000022*                                                                 00002200
000023 ENVIRONMENT DIVISION.                                            00002300
000024 CONFIGURATION SECTION.                                           00002400
000025 SOURCE-COMPUTER. IBM-370.                                        00002500
000026 OBJECT-COMPUTER. IBM-370.                                        00002600
000027*                                                                 00002700
000028 INPUT-OUTPUT SECTION.                                            00002800
000029 FILE-CONTROL.                                                    00002900
000030     SELECT ACCOUNT-MAP-FILE ASSIGN TO UT-S-ACCTMAP.              00003000
000031     SELECT JOURNAL-FILE ASSIGN TO UT-S-JOURNAL.                  00003100
000032     SELECT TRANSMISSION-FILE ASSIGN TO UT-S-BANKTRAN.            00003200
000033     SELECT ISSUED-CHECKS-FILE ASSIGN TO UT-S-ISSCHKS.            00003300
000034     SELECT PAYEE-MASTER-FILE ASSIGN TO UT-S-PAYEMSTR.            00003400
000035     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00003500
000036     SELECT OPTIONAL REPLACEMENT-CHECK-FILE                       00003600
000037         ASSIGN TO UT-S-REPLCHK.                                  00003700
000038     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO UT-S-PARMS.         00003800
000039     SELECT OPTIONAL EXPLANATION-FILE ASSIGN TO UT-S-CLREXPL.     00003900
000040     SELECT RECON-OLD-FILE ASSIGN TO UT-S-CLROLD.                 00004000
000041     SELECT RECON-NEW-FILE ASSIGN TO UT-S-CLRNEW.                 00004100
000042     SELECT COMMON-EXCEPTION-FILE ASSIGN TO UT-S-COMEXCP.         00004200
000043     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00004300
000044*                                                                 00004400
000045 DATA DIVISION.                                                   00004500
000046 FILE SECTION.                                                    00004600
000047*ACCOUNT-MAP-RECORD MIRRORS GLPOST'S ACCOUNT MAP LAYOUT.  EVERY   00004700
000048*CREDIT ACCOUNT ON THE MAP IS A PAYROLL CLEARING ACCOUNT.         00004800
000049 FD  ACCOUNT-MAP-FILE                                             00004900
000050     LABEL RECORD IS OMITTED.                                     00005000
000051 01  ACCOUNT-MAP-RECORD.                                          00005100
000052     05  MAP-DEPARTMENT          PIC X(15).                       00005200
000053     05  MAP-PLANT-CODE          PIC X(04).                       00005300
000054     05  MAP-DEBIT-ACCOUNT       PIC X(08).                       00005400
000055     05  MAP-CREDIT-ACCOUNT      PIC X(08).                       00005500
000056     05  FILLER                  PIC X(45).                       00005600
000057*                                                                 00005700
000058*JOURNAL-RECORD MIRRORS GLPOST'S JOURNAL LAYOUT.  THE JOURNAL DD  00005800
000059*CONCATENATES EVERY JOURNAL POSTED FOR THE PERIODS BEING          00005900
000060*RECONCILED (DAILY, PAY GROUP, AND OFF-CYCLE).                    00006000
000061 FD  JOURNAL-FILE                                                 00006100
000062     LABEL RECORD IS OMITTED.                                     00006200
000063 01  JOURNAL-RECORD.                                              00006300
000064     05  JRN-ACCOUNT             PIC X(08).                       00006400
000065     05  JRN-TYPE                PIC X.                           00006500
000066         88  JRN-IS-DEBIT        VALUE "D".                       00006600
000067         88  JRN-IS-CREDIT       VALUE "C".                       00006700
000068     05  JRN-AMOUNT              PIC S9(7)V99.                    00006800
000069     05  JRN-DEPARTMENT          PIC X(15).                       00006900
000070     05  JRN-PLANT-CODE          PIC X(04).                       00007000
000071     05  JRN-PAY-PERIOD          PIC X(06).                       00007100
000072     05  JRN-SOURCE              PIC X(08).                       00007200
000073*                                                                 00007300
000074*TRANSMISSION-RECORD MIRRORS DDEPOSIT'S TRANSMISSION LAYOUT.      00007400
000075*THE HEADER NAMES THE PAY PERIOD AND THE TRAILER CARRIES THE      00007500
000076*DOLLAR TOTAL THE BANK MOVED FOR IT.                              00007600
000077 FD  TRANSMISSION-FILE                                            00007700
000078     LABEL RECORD IS OMITTED.                                     00007800
000079 01  TRANSMISSION-RECORD.                                         00007900
000080     05  TRN-RECORD-TYPE         PIC X.                           00008000
000081         88  TRN-IS-HEADER       VALUE "H".                       00008100
000082         88  TRN-IS-TRAILER      VALUE "T".                       00008200
000083     05  TRN-HEADER-DATA.                                         00008300
000084         10  TRN-COMPANY-NAME    PIC X(16).                       00008400
000085         10  TRN-CREATION-DATE   PIC 9(06).                       00008500
000086         10  TRN-PAY-PERIOD      PIC X(06).                       00008600
000087         10  FILLER              PIC X(51).                       00008700
000088     05  TRN-TRAILER-DATA REDEFINES TRN-HEADER-DATA.              00008800
000089         10  TRN-ENTRY-COUNT     PIC 9(06).                       00008900
000090         10  TRN-DOLLAR-TOTAL    PIC 9(9)V99.                     00009000
000091         10  FILLER              PIC X(62).                       00009100
000092*                                                                 00009200
000093*ISSUED-CHECK-RECORD MIRRORS CHKPRINT'S ISSUED CHECKS LAYOUT.     00009300
000094*PAYREMIT'S REMITTANCE CHECKS CARRY THE PAYEE CODE IN THE         00009400
000095*EMP-ID; EVERY OTHER CHECK IS A PAYCHECK.                         00009500
000096 FD  ISSUED-CHECKS-FILE                                           00009600
000097     LABEL RECORD IS OMITTED.                                     00009700
000098 01  ISSUED-CHECK-RECORD.                                         00009800
000099     05  ISS-CHECK-NUMBER        PIC 9(06).                       00009900
000100     05  ISS-EMP-ID              PIC X(10).                       00010000
000101     05  ISS-EMP-NAME            PIC X(25).                       00010100
000102     05  ISS-ISSUE-DATE          PIC 9(06).                       00010200
000103     05  ISS-PAY-PERIOD          PIC X(06).                       00010300
000104     05  ISS-AMOUNT              PIC S9(5)V99.                    00010400
000105     05  ISS-STATUS              PIC X.                           00010500
000106         88  ISS-IS-LIVE         VALUE " ".                       00010600
000107         88  ISS-IS-VOIDED       VALUE "V".                       00010700
000108         88  ISS-IS-STOPPED      VALUE "S".                       00010800
000109     05  ISS-VOID-DATE           PIC 9(06).                       00010900
000110     05  ISS-VOID-REASON         PIC X(20).                       00011000
000111     05  ISS-PPAY-FLAG           PIC X.                           00011100
000112*                                                                 00011200
000113*PAYEE-MASTER-RECORD MIRRORS PAYREMIT'S PAYEE MASTER LAYOUT.      00011300
000114 FD  PAYEE-MASTER-FILE                                            00011400
000115     LABEL RECORD IS OMITTED.                                     00011500
000116 01  PAYEE-MASTER-RECORD.                                         00011600
000117     05  PAY-PAYEE-CODE          PIC X(06).                       00011700
000118     05  PAY-NAME                PIC X(25).                       00011800
000119     05  PAY-ADDRESS             PIC X(40).                       00011900
000120     05  PAY-ACCOUNT-NO          PIC X(15).                       00012000
000121     05  FILLER                  PIC X(10).                       00012100
000122*                                                                 00012200
000123*REGISTER-HISTORY-RECORD MIRRORS PAYROLL'S REGISTER-RECORD        00012300
000124*LAYOUT, AS REGARCH APPENDS IT TO THE HISTORY.                    00012400
000125 FD  REGISTER-HISTORY-FILE                                        00012500
000126     LABEL RECORD IS OMITTED.                                     00012600
000127 01  REGISTER-HISTORY-RECORD.                                     00012700
000128     05  REG-EMP-ID              PIC X(10).                       00012800
000129     05  REG-EMP-DEPARTMENT      PIC X(15).                       00012900
000130     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00013000
000131     05  REG-PAY-PERIOD          PIC X(06).                       00013100
000132     05  REG-EMP-NAME            PIC X(25).                       00013200
000133     05  REG-EMP-HOURS-WORKED    PIC S99.                         00013300
000134     05  REG-EMP-PAYRATE         PIC 99V99.                       00013400
000135     05  REG-TAX-DED             PIC S9(5)V99.                    00013500
000136     05  REG-INS-DED             PIC S9(5)V99.                    00013600
000137     05  REG-GARN-DED            PIC S9(5)V99.                    00013700
000138     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00013800
000139     05  REG-PLANT-CODE          PIC X(04).                       00013900
000140     05  REG-BONUS-AMT           PIC S9(5)V99.                    00014000
000141     05  REG-PREM-AMT            PIC S9(5)V99.                    00014100
000142     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00014200
000143     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00014300
000144         10  REG-GD-ORDER-NO     PIC X(06).                       00014400
000145         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00014500
000146     05  REG-JOB-CODE            PIC X(06).                       00014600
000147     05  REG-SS-WAGES            PIC S9(5)V99.                    00014700
000148     05  REG-SS-DED              PIC S9(5)V99.                    00014800
000149     05  REG-MED-WAGES           PIC S9(5)V99.                    00014900
000150     05  REG-MED-DED             PIC S9(5)V99.                    00015000
000151     05  REG-SS-ER               PIC S9(5)V99.                    00015100
000152     05  REG-MED-ER              PIC S9(5)V99.                    00015200
000153     05  REG-DEFERRAL            PIC S9(5)V99.                    00015300
000154     05  REG-ER-MATCH            PIC S9(5)V99.                    00015400
000155     05  REG-LOAN-DED            PIC S9(5)V99.                    00015500
000156*                                                                 00015600
000157*REPLACEMENT-CHECK-RECORD IS DDRETURN'S REPLACEMENT CHECK OUTPUT, 00015700
000158*IN THE SAME REGISTER LAYOUT, WITH THE NET REWRITTEN TO THE       00015800
000159*AMOUNT THE BANK RETURNED.  THE REPLCHK DD CONCATENATES EVERY     00015900
000160*REPLACEMENT FILE WRITTEN FOR THE PERIODS BEING RECONCILED.       00016000
000161 FD  REPLACEMENT-CHECK-FILE                                       00016100
000162     LABEL RECORD IS OMITTED.                                     00016200
000163 01  REPLACEMENT-CHECK-RECORD.                                    00016300
000164     05  FILLER                  PIC X(32).                       00016400
000165     05  RPL-PAY-PERIOD          PIC X(06).                       00016500
000166     05  FILLER                  PIC X(52).                       00016600
000167     05  RPL-NET-AMOUNT          PIC S9(5)V99.                    00016700
000168     05  FILLER                  PIC X(133).                      00016800
000169*                                                                 00016900
000170*THE OPTIONAL OPERATOR CARD GIVES THE TOLERANCE: A PERIOD WHOSE   00017000
000171*RESIDUE IS NO MORE THAN THAT AMOUNT EITHER WAY CLEARS.           00017100
000172*WITHOUT A CARD THE TOLERANCE IS 1.00.                            00017200
000173 FD  PARAMETER-FILE                                               00017300
000174     LABEL RECORD IS OMITTED.                                     00017400
000175 01  PARAMETER-RECORD.                                            00017500
000176     05  PARM-TOLERANCE          PIC 9(5)V99.                     00017600
000177     05  FILLER                  PIC X(73).                       00017700
000178*                                                                 00017800
000179*ONE CARD PER FLAGGED PERIOD SOMEONE HAS LOOKED INTO: THE         00017900
000180*PERIOD, THE INITIALS OF THE PERSON ACCOUNTING FOR IT, AND WHAT   00018000
000181*THE RESIDUE IS.                                                  00018100
000182 FD  EXPLANATION-FILE                                             00018200
000183     LABEL RECORD IS OMITTED.                                     00018300
000184 01  EXPLANATION-RECORD.                                          00018400
000185     05  EXP-PAY-PERIOD          PIC X(06).                       00018500
000186     05  EXP-INITIALS            PIC X(03).                       00018600
000187     05  EXP-EXPLANATION         PIC X(40).                       00018700
000188     05  FILLER                  PIC X(31).                       00018800
000189*                                                                 00018900
000190*ONE RECORD PER PAY PERIOD EVER RECONCILED, IN PERIOD ORDER.      00019000
000191*STATUS "C" CLEARED WITHIN TOLERANCE, "F" FLAGGED, "E" FLAGGED    00019100
000192*BUT EXPLAINED.  AN EXPLANATION HOLDS ONLY FOR THE RESIDUE IT     00019200
000193*WAS GIVEN FOR; IF A LATER RUN FINDS A DIFFERENT RESIDUE THE      00019300
000194*PERIOD IS FLAGGED AGAIN.                                         00019400
000195 FD  RECON-OLD-FILE                                               00019500
000196     LABEL RECORD IS OMITTED.                                     00019600
000197 01  RECON-OLD-RECORD.                                            00019700
000198     05  CLO-PAY-PERIOD          PIC X(06).                       00019800
000199     05  CLO-JOURNAL-CREDIT      PIC S9(9)V99.                    00019900
000200     05  CLO-DEPOSITS            PIC S9(9)V99.                    00020000
000201     05  CLO-PAYCHECKS           PIC S9(9)V99.                    00020100
000202     05  CLO-REMITTANCES         PIC S9(9)V99.                    00020200
000203     05  CLO-WITHHELD            PIC S9(9)V99.                    00020300
000204     05  CLO-RESIDUE             PIC S9(9)V99.                    00020400
000205     05  CLO-STATUS              PIC X.                           00020500
000206     05  CLO-FLAG-DATE           PIC 9(06).                       00020600
000207     05  CLO-EXPLAINED-RESIDUE   PIC S9(9)V99.                    00020700
000208     05  CLO-EXPLAIN-DATE        PIC 9(06).                       00020800
000209     05  CLO-EXPLAIN-INITIALS    PIC X(03).                       00020900
000210     05  CLO-EXPLANATION         PIC X(40).                       00021000
000211     05  FILLER                  PIC X.                           00021100
000212*                                                                 00021200
000213 FD  RECON-NEW-FILE                                               00021300
000214     LABEL RECORD IS OMITTED.                                     00021400
000215 01  RECON-NEW-RECORD.                                            00021500
000216     05  CLN-PAY-PERIOD          PIC X(06).                       00021600
000217     05  CLN-JOURNAL-CREDIT      PIC S9(9)V99.                    00021700
000218     05  CLN-DEPOSITS            PIC S9(9)V99.                    00021800
000219     05  CLN-PAYCHECKS           PIC S9(9)V99.                    00021900
000220     05  CLN-REMITTANCES         PIC S9(9)V99.                    00022000
000221     05  CLN-WITHHELD            PIC S9(9)V99.                    00022100
000222     05  CLN-RESIDUE             PIC S9(9)V99.                    00022200
000223     05  CLN-STATUS              PIC X.                           00022300
000224     05  CLN-FLAG-DATE           PIC 9(06).                       00022400
000225     05  CLN-EXPLAINED-RESIDUE   PIC S9(9)V99.                    00022500
000226     05  CLN-EXPLAIN-DATE        PIC 9(06).                       00022600
000227     05  CLN-EXPLAIN-INITIALS    PIC X(03).                       00022700
000228     05  CLN-EXPLANATION         PIC X(40).                       00022800
000229     05  FILLER                  PIC X.                           00022900
000230*                                                                 00023000
000231 FD  COMMON-EXCEPTION-FILE                                        00023100
000232     LABEL RECORD IS OMITTED.                                     00023200
000233 01  COMMON-EXCEPTION-RECORD.                                     00023300
000234     COPY COMEXCP.                                                00023400
000235*                                                                 00023500
000236 FD  PRINT-FILE                                                   00023600
000237     LABEL RECORD IS OMITTED.                                     00023700
000238 01  PRINT-LINE                  PIC X(132).                      00023800
000239*                                                                 00023900
000240 WORKING-STORAGE SECTION.                                         00024000
000241*                                                                 00024100
000242 01  CLEARING-ACCOUNT-TABLE.                                      00024200
000243     05  CAT-ACCOUNT             PIC X(08) OCCURS 50 TIMES.       00024300
000244 77  WS-CAT-COUNT                PIC 99 VALUE 0.                  00024400
000245 77  WS-CAT-SUB                  PIC 99 VALUE 0.                  00024500
000246 77  CAT-FOUND-FLAG              PIC X VALUE "N".                 00024600
000247     88  CLEARING-WAS-FOUND      VALUE "Y".                       00024700
000248 77  MAP-EOF-FLAG                PIC X VALUE "N".                 00024800
000249     88  MAP-IS-EOF              VALUE "Y".                       00024900
000250*                                                                 00025000
000251 01  PAYEE-TABLE.                                                 00025100
000252     05  PYT-PAYEE-CODE          PIC X(06) OCCURS 50 TIMES.       00025200
000253 77  WS-PYT-COUNT                PIC 99 VALUE 0.                  00025300
000254 77  WS-PYT-SUB                  PIC 99 VALUE 0.                  00025400
000255 77  PYT-FOUND-FLAG              PIC X VALUE "N".                 00025500
000256     88  PAYEE-WAS-FOUND         VALUE "Y".                       00025600
000257 77  PAYEE-EOF-FLAG              PIC X VALUE "N".                 00025700
000258     88  PAYEE-IS-EOF            VALUE "Y".                       00025800
000259*                                                                 00025900
000260*THE OLD HISTORY LOADS INTO THE TABLE IN PERIOD ORDER; A NEW      00026000
000261*PERIOD IS SLOTTED INTO ITS PLACE.  A PERIOD WITH A CLEARING      00026100
000262*ENTRY ON THIS RUN'S JOURNAL IS REFRESHED: ITS AMOUNTS ARE        00026200
000263*TAKEN AFRESH FROM THIS RUN'S FILES.  A PERIOD NOT ON THE         00026300
000264*JOURNAL KEEPS THE AMOUNTS IT WAS LAST RECONCILED WITH.           00026400
000265 01  PERIOD-TABLE.                                                00026500
000266     05  PRT-ENTRY OCCURS 200 TIMES.                              00026600
000267         10  PRT-PAY-PERIOD      PIC X(06).                       00026700
000268         10  PRT-JOURNAL-CREDIT  PIC S9(9)V99.                    00026800
000269         10  PRT-DEPOSITS        PIC S9(9)V99.                    00026900
000270         10  PRT-PAYCHECKS       PIC S9(9)V99.                    00027000
000271         10  PRT-REMITTANCES     PIC S9(9)V99.                    00027100
000272         10  PRT-WITHHELD        PIC S9(9)V99.                    00027200
000273         10  PRT-RESIDUE         PIC S9(9)V99.                    00027300
000274         10  PRT-STATUS          PIC X.                           00027400
000275             88  PRT-IS-CLEARED  VALUE "C".                       00027500
000276             88  PRT-IS-FLAGGED  VALUE "F".                       00027600
000277             88  PRT-IS-EXPLAINED VALUE "E".                      00027700
000278         10  PRT-FLAG-DATE       PIC 9(06).                       00027800
000279         10  PRT-EXPLAINED-RESIDUE PIC S9(9)V99.                  00027900
000280         10  PRT-EXPLAIN-DATE    PIC 9(06).                       00028000
000281         10  PRT-EXPLAIN-INITIALS PIC X(03).                      00028100
000282         10  PRT-EXPLANATION     PIC X(40).                       00028200
000283         10  PRT-REFRESH-FLAG    PIC X.                           00028300
000284             88  PRT-WAS-REFRESHED VALUE "Y".                     00028400
000285         10  PRT-REOPEN-FLAG     PIC X.                           00028500
000286             88  PRT-WAS-REOPENED VALUE "Y".                      00028600
000287 77  WS-PRT-COUNT                PIC 999 VALUE 0.                 00028700
000288 77  WS-PRT-SUB                  PIC 999 VALUE 0.                 00028800
000289 77  WS-PRT-PRIOR                PIC 999 VALUE 0.                 00028900
000290 77  WS-PRT-FOUND-SUB            PIC 999 VALUE 0.                 00029000
000291 77  PRT-FOUND-FLAG              PIC X VALUE "N".                 00029100
000292     88  PERIOD-WAS-FOUND        VALUE "Y".                       00029200
000293 77  SLOT-FOUND-FLAG             PIC X VALUE "N".                 00029300
000294     88  SLOT-WAS-FOUND          VALUE "Y".                       00029400
000295 77  WS-PERIOD-KEY               PIC X(06) VALUE SPACES.          00029500
000296*                                                                 00029600
000297 77  OLD-EOF-FLAG                PIC X VALUE "N".                 00029700
000298     88  OLD-IS-EOF              VALUE "Y".                       00029800
000299 77  JOURNAL-EOF-FLAG            PIC X VALUE "N".                 00029900
000300     88  JOURNAL-IS-EOF          VALUE "Y".                       00030000
000301 77  TRANSMISSION-EOF-FLAG       PIC X VALUE "N".                 00030100
000302     88  TRANSMISSION-IS-EOF     VALUE "Y".                       00030200
000303 77  ISSUED-EOF-FLAG             PIC X VALUE "N".                 00030300
000304     88  ISSUED-IS-EOF           VALUE "Y".                       00030400
000305 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00030500
000306     88  HISTORY-IS-EOF          VALUE "Y".                       00030600
000307 77  REPLACEMENT-EOF-FLAG        PIC X VALUE "N".                 00030700
000308     88  REPLACEMENT-IS-EOF      VALUE "Y".                       00030800
000309 77  EXPLANATION-EOF-FLAG        PIC X VALUE "N".                 00030900
000310     88  EXPLANATION-IS-EOF      VALUE "Y".                       00031000
000311*                                                                 00031100
000312 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00031200
000313 77  WS-TOLERANCE                PIC 9(5)V99 VALUE 1.00.          00031300
000314 77  WS-TRAN-PAY-PERIOD          PIC X(06) VALUE SPACES.          00031400
000315 77  WS-ABS-RESIDUE              PIC 9(9)V99 VALUE 0.             00031500
000316 77  WS-WITHHELD-AMOUNT          PIC S9(7)V99 VALUE 0.            00031600
000317 77  WS-CARD-TEXT                PIC X(30) VALUE SPACES.          00031700
000318*                                                                 00031800
000319 77  JOURNAL-READ                PIC 9(07) VALUE 0.               00031900
000320 77  JOURNAL-CLEARING            PIC 9(07) VALUE 0.               00032000
000321 77  PERIODS-REFRESHED           PIC 999 VALUE 0.                 00032100
000322 77  PERIODS-CLEARED             PIC 999 VALUE 0.                 00032200
000323 77  PERIODS-EXPLAINED           PIC 999 VALUE 0.                 00032300
000324 77  PERIODS-FLAGGED             PIC 999 VALUE 0.                 00032400
000325 77  CARDS-APPLIED               PIC 999 VALUE 0.                 00032500
000326 77  CARDS-REJECTED              PIC 999 VALUE 0.                 00032600
000327 77  EXCEPTIONS-WRITTEN          PIC 999 VALUE 0.                 00032700
000328*                                                                 00032800
000329 01  TITLE-LINE.                                                  00032900
000330     05  FILLER                  PIC X(20) VALUE SPACES.          00033000
000331     05  FILLER                  PIC X(40)                        00033100
000332             VALUE "PAYROLL CLEARING ACCOUNT RECONCILIATION".     00033200
000333     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".    00033300
000334     05  TTL-RUN-DATE            PIC 9(06).                       00033400
000335*                                                                 00033500
000336 01  PARM-LINE.                                                   00033600
000337     05  FILLER                  PIC X(05) VALUE SPACES.          00033700
000338     05  FILLER                  PIC X(42)                        00033800
000339             VALUE "A RESIDUE WITHIN THIS AMOUNT CLEARS:      ".  00033900
000340     05  PML-TOLERANCE           PIC ZZ,ZZ9.99.                   00034000
000341*                                                                 00034100
000342 01  HEADING-LINE.                                                00034200
000343     05  FILLER                  PIC X(02) VALUE SPACES.          00034300
000344     05  FILLER                  PIC X(06) VALUE "PERIOD".        00034400
000345     05  FILLER                  PIC X(17)                        00034500
000346             VALUE "   JOURNAL CREDIT".                           00034600
000347     05  FILLER                  PIC X(17)                        00034700
000348             VALUE "         DEPOSITS".                           00034800
000349     05  FILLER                  PIC X(17)                        00034900
000350             VALUE "        PAYCHECKS".                           00035000
000351     05  FILLER                  PIC X(17)                        00035100
000352             VALUE "      REMITTANCES".                           00035200
000353     05  FILLER                  PIC X(17)                        00035300
000354             VALUE "    AWAIT DEPOSIT".                           00035400
000355     05  FILLER                  PIC X(17)                        00035500
000356             VALUE "          RESIDUE".                           00035600
000357     05  FILLER                  PIC X(02) VALUE SPACES.          00035700
000358     05  FILLER                  PIC X(20) VALUE "CONDITION".     00035800
000359*                                                                 00035900
000360 01  PERIOD-LINE.                                                 00036000
000361     05  FILLER                  PIC X(02) VALUE SPACES.          00036100
000362     05  PDL-PAY-PERIOD          PIC X(06).                       00036200
000363     05  FILLER                  PIC X(02) VALUE SPACES.          00036300
000364     05  PDL-JOURNAL-CREDIT      PIC ZZZ,ZZZ,ZZ9.99-.             00036400
000365     05  FILLER                  PIC X(02) VALUE SPACES.          00036500
000366     05  PDL-DEPOSITS            PIC ZZZ,ZZZ,ZZ9.99-.             00036600
000367     05  FILLER                  PIC X(02) VALUE SPACES.          00036700
000368     05  PDL-PAYCHECKS           PIC ZZZ,ZZZ,ZZ9.99-.             00036800
000369     05  FILLER                  PIC X(02) VALUE SPACES.          00036900
000370     05  PDL-REMITTANCES         PIC ZZZ,ZZZ,ZZ9.99-.             00037000
000371     05  FILLER                  PIC X(02) VALUE SPACES.          00037100
000372     05  PDL-WITHHELD            PIC ZZZ,ZZZ,ZZ9.99-.             00037200
000373     05  FILLER                  PIC X(02) VALUE SPACES.          00037300
000374     05  PDL-RESIDUE             PIC ZZZ,ZZZ,ZZ9.99-.             00037400
000375     05  FILLER                  PIC X(02) VALUE SPACES.          00037500
000376     05  PDL-CONDITION           PIC X(20).                       00037600
000377*                                                                 00037700
000378*AN EXPLAINED OR REOPENED PERIOD PRINTS ITS EXPLANATION BELOW.    00037800
000379 01  EXPLANATION-LINE.                                            00037900
000380     05  FILLER                  PIC X(10) VALUE SPACES.          00038000
000381     05  XPL-CAPTION             PIC X(20).                       00038100
000382     05  XPL-DATE                PIC 9(06).                       00038200
000383     05  FILLER                  PIC X(02) VALUE SPACES.          00038300
000384     05  XPL-INITIALS            PIC X(03).                       00038400
000385     05  FILLER                  PIC X(02) VALUE SPACES.          00038500
000386     05  XPL-EXPLANATION         PIC X(40).                       00038600
000387     05  FILLER                  PIC X(02) VALUE SPACES.          00038700
000388     05  XPL-RESIDUE             PIC ZZZ,ZZZ,ZZ9.99-.             00038800
000389*                                                                 00038900
000390 01  CARD-LINE.                                                   00039000
000391     05  FILLER                  PIC X(05) VALUE SPACES.          00039100
000392     05  CDL-PAY-PERIOD          PIC X(06).                       00039200
000393     05  FILLER                  PIC X(02) VALUE SPACES.          00039300
000394     05  CDL-INITIALS            PIC X(03).                       00039400
000395     05  FILLER                  PIC X(02) VALUE SPACES.          00039500
000396     05  CDL-EXPLANATION         PIC X(40).                       00039600
000397     05  FILLER                  PIC X(02) VALUE SPACES.          00039700
000398     05  CDL-TEXT                PIC X(30).                       00039800
000399*                                                                 00039900
000400 01  SECTION-LINE.                                                00040000
000401     05  FILLER                  PIC X(02) VALUE SPACES.          00040100
000402     05  SCL-CAPTION             PIC X(50).                       00040200
000403*                                                                 00040300
000404 01  SUMMARY-LINE.                                                00040400
000405     05  FILLER                  PIC X(05) VALUE SPACES.          00040500
000406     05  SML-CAPTION             PIC X(32).                       00040600
000407     05  SML-COUNT               PIC Z,ZZZ,ZZ9.                   00040700
000408*                                                                 00040800
000409 PROCEDURE DIVISION.                                              00040900
000410 000-MAIN.                                                        00041000
000411     PERFORM INITIALIZATION.                                      00041100
000412     PERFORM LOAD-ONE-OLD-PERIOD UNTIL OLD-IS-EOF.                00041200
000413     PERFORM POST-ONE-JOURNAL-RECORD UNTIL JOURNAL-IS-EOF.        00041300
000414     PERFORM POST-ONE-TRANSMISSION UNTIL TRANSMISSION-IS-EOF.     00041400
000415     PERFORM POST-ONE-REPLACEMENT UNTIL REPLACEMENT-IS-EOF.       00041500
000416     PERFORM POST-ONE-ISSUED-CHECK UNTIL ISSUED-IS-EOF.           00041600
000417     PERFORM POST-ONE-REGISTER-LINE UNTIL HISTORY-IS-EOF.         00041700
000418     PERFORM SETTLE-ONE-PERIOD                                    00041800
000419         VARYING WS-PRT-SUB FROM 1 BY 1                           00041900
000420         UNTIL WS-PRT-SUB > WS-PRT-COUNT.                         00042000
000421     PERFORM APPLY-ONE-EXPLANATION UNTIL EXPLANATION-IS-EOF.      00042100
000422     WRITE PRINT-LINE FROM HEADING-LINE AFTER ADVANCING 2 LINES.  00042200
000423     PERFORM REPORT-ONE-PERIOD                                    00042300
000424         VARYING WS-PRT-SUB FROM 1 BY 1                           00042400
000425         UNTIL WS-PRT-SUB > WS-PRT-COUNT.                         00042500
000426     PERFORM CLOSING.                                             00042600
000427     STOP RUN.                                                    00042700
000428*                                                                 00042800
000429 INITIALIZATION.                                                  00042900
000430     ACCEPT WS-RUN-DATE FROM DATE.                                00043000
000431     OPEN INPUT PARAMETER-FILE.                                   00043100
000432     READ PARAMETER-FILE                                          00043200
000433         AT END                                                   00043300
000434             CONTINUE                                             00043400
000435         NOT AT END                                               00043500
000436             IF PARM-TOLERANCE NUMERIC                            00043600
000437                 MOVE PARM-TOLERANCE TO WS-TOLERANCE              00043700
000438             END-IF                                               00043800
000439     END-READ.                                                    00043900
000440     CLOSE PARAMETER-FILE.                                        00044000
000441     PERFORM LOAD-CLEARING-ACCOUNTS.                              00044100
000442     PERFORM LOAD-PAYEE-CODES.                                    00044200
000443     OPEN INPUT JOURNAL-FILE, TRANSMISSION-FILE,                  00044300
000444                ISSUED-CHECKS-FILE, REGISTER-HISTORY-FILE,        00044400
000445                REPLACEMENT-CHECK-FILE,                           00044500
000446                EXPLANATION-FILE, RECON-OLD-FILE,                 00044600
000447          OUTPUT RECON-NEW-FILE, PRINT-FILE,                      00044700
000448          EXTEND COMMON-EXCEPTION-FILE.                           00044800
000449     MOVE WS-RUN-DATE TO TTL-RUN-DATE.                            00044900
000450     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00045000
000451     MOVE WS-TOLERANCE TO PML-TOLERANCE.                          00045100
000452     WRITE PRINT-LINE FROM PARM-LINE AFTER ADVANCING 1 LINE.      00045200
000453     READ RECON-OLD-FILE                                          00045300
000454         AT END MOVE "Y" TO OLD-EOF-FLAG.                         00045400
000455     READ JOURNAL-FILE                                            00045500
000456         AT END MOVE "Y" TO JOURNAL-EOF-FLAG.                     00045600
000457     READ TRANSMISSION-FILE                                       00045700
000458         AT END MOVE "Y" TO TRANSMISSION-EOF-FLAG.                00045800
000459     READ ISSUED-CHECKS-FILE                                      00045900
000460         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00046000
000461     READ REGISTER-HISTORY-FILE                                   00046100
000462         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00046200
000463     READ REPLACEMENT-CHECK-FILE                                  00046300
000464         AT END MOVE "Y" TO REPLACEMENT-EOF-FLAG.                 00046400
000465     READ EXPLANATION-FILE                                        00046500
000466         AT END MOVE "Y" TO EXPLANATION-EOF-FLAG.                 00046600
000467*                                                                 00046700
000468 LOAD-CLEARING-ACCOUNTS.                                          00046800
000469     OPEN INPUT ACCOUNT-MAP-FILE.                                 00046900
000470     READ ACCOUNT-MAP-FILE                                        00047000
000471         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00047100
000472     PERFORM LOAD-ONE-MAP-ENTRY UNTIL MAP-IS-EOF.                 00047200
000473     CLOSE ACCOUNT-MAP-FILE.                                      00047300
000474*                                                                 00047400
000475*SEVERAL DEPARTMENTS SHARE A CLEARING ACCOUNT; EACH IS TABLED     00047500
000476*ONCE.                                                            00047600
000477 LOAD-ONE-MAP-ENTRY.                                              00047700
000478     PERFORM FIND-CLEARING-ACCOUNT.                               00047800
000479     IF NOT CLEARING-WAS-FOUND                                    00047900
000480         ADD 1 TO WS-CAT-COUNT                                    00048000
000481         IF WS-CAT-COUNT > 50                                     00048100
000482             DISPLAY "CLRRECN HALTED - CLEARING ACCOUNT TABLE"    00048200
000483                 " FULL AT 50"                                    00048300
000484             MOVE 16 TO RETURN-CODE                               00048400
000485             STOP RUN                                             00048500
000486         END-IF                                                   00048600
000487         MOVE MAP-CREDIT-ACCOUNT TO CAT-ACCOUNT(WS-CAT-COUNT)     00048700
000488     END-IF.                                                      00048800
000489     READ ACCOUNT-MAP-FILE                                        00048900
000490         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00049000
000491*                                                                 00049100
000492 FIND-CLEARING-ACCOUNT.                                           00049200
000493     MOVE "N" TO CAT-FOUND-FLAG.                                  00049300
000494     PERFORM MATCH-ONE-CLEARING-ACCOUNT                           00049400
000495         VARYING WS-CAT-SUB FROM 1 BY 1                           00049500
000496         UNTIL WS-CAT-SUB > WS-CAT-COUNT                          00049600
000497         OR CLEARING-WAS-FOUND.                                   00049700
000498*                                                                 00049800
000499 MATCH-ONE-CLEARING-ACCOUNT.                                      00049900
000500     IF CAT-ACCOUNT(WS-CAT-SUB) EQUAL MAP-CREDIT-ACCOUNT          00050000
000501         MOVE "Y" TO CAT-FOUND-FLAG                               00050100
000502     END-IF.                                                      00050200
000503*                                                                 00050300
000504 LOAD-PAYEE-CODES.                                                00050400
000505     OPEN INPUT PAYEE-MASTER-FILE.                                00050500
000506     READ PAYEE-MASTER-FILE                                       00050600
000507         AT END MOVE "Y" TO PAYEE-EOF-FLAG.                       00050700
000508     PERFORM LOAD-ONE-PAYEE UNTIL PAYEE-IS-EOF.                   00050800
000509     CLOSE PAYEE-MASTER-FILE.                                     00050900
000510*                                                                 00051000
000511 LOAD-ONE-PAYEE.                                                  00051100
000512     ADD 1 TO WS-PYT-COUNT.                                       00051200
000513     IF WS-PYT-COUNT > 50                                         00051300
000514         DISPLAY "CLRRECN HALTED - PAYEE TABLE FULL AT 50"        00051400
000515         MOVE 16 TO RETURN-CODE                                   00051500
000516         STOP RUN                                                 00051600
000517     END-IF.                                                      00051700
000518     MOVE PAY-PAYEE-CODE TO PYT-PAYEE-CODE(WS-PYT-COUNT).         00051800
000519     READ PAYEE-MASTER-FILE                                       00051900
000520         AT END MOVE "Y" TO PAYEE-EOF-FLAG.                       00052000
000521*                                                                 00052100
000522 LOAD-ONE-OLD-PERIOD.                                             00052200
000523     ADD 1 TO WS-PRT-COUNT.                                       00052300
000524     IF WS-PRT-COUNT > 200                                        00052400
000525         DISPLAY "CLRRECN HALTED - PERIOD TABLE FULL AT 200"      00052500
000526             " - HISTORY WOULD BE LOST"                           00052600
000527         MOVE 16 TO RETURN-CODE                                   00052700
000528         STOP RUN                                                 00052800
000529     END-IF.                                                      00052900
000530     MOVE CLO-PAY-PERIOD TO PRT-PAY-PERIOD(WS-PRT-COUNT).         00053000
000531     MOVE CLO-JOURNAL-CREDIT TO PRT-JOURNAL-CREDIT(WS-PRT-COUNT). 00053100
000532     MOVE CLO-DEPOSITS TO PRT-DEPOSITS(WS-PRT-COUNT).             00053200
000533     MOVE CLO-PAYCHECKS TO PRT-PAYCHECKS(WS-PRT-COUNT).           00053300
000534     MOVE CLO-REMITTANCES TO PRT-REMITTANCES(WS-PRT-COUNT).       00053400
000535     MOVE CLO-WITHHELD TO PRT-WITHHELD(WS-PRT-COUNT).             00053500
000536     MOVE CLO-RESIDUE TO PRT-RESIDUE(WS-PRT-COUNT).               00053600
000537     MOVE CLO-STATUS TO PRT-STATUS(WS-PRT-COUNT).                 00053700
000538     MOVE CLO-FLAG-DATE TO PRT-FLAG-DATE(WS-PRT-COUNT).           00053800
000539     MOVE CLO-EXPLAINED-RESIDUE                                   00053900
000540         TO PRT-EXPLAINED-RESIDUE(WS-PRT-COUNT).                  00054000
000541     MOVE CLO-EXPLAIN-DATE TO PRT-EXPLAIN-DATE(WS-PRT-COUNT).     00054100
000542     MOVE CLO-EXPLAIN-INITIALS                                    00054200
000543         TO PRT-EXPLAIN-INITIALS(WS-PRT-COUNT).                   00054300
000544     MOVE CLO-EXPLANATION TO PRT-EXPLANATION(WS-PRT-COUNT).       00054400
000545     MOVE "N" TO PRT-REFRESH-FLAG(WS-PRT-COUNT),                  00054500
000546                 PRT-REOPEN-FLAG(WS-PRT-COUNT).                   00054600
000547     READ RECON-OLD-FILE                                          00054700
000548         AT END MOVE "Y" TO OLD-EOF-FLAG.                         00054800
000549*                                                                 00054900
000550*THE JOURNAL DECIDES WHICH PERIODS ARE REFRESHED.  A CREDIT TO    00055000
000551*CLEARING ADDS AND A DEBIT (THE LOAN REPAYMENTS GLPOST MOVES TO   00055100
000552*THE RECEIVABLE) TAKES AWAY.                                      00055200
000553 POST-ONE-JOURNAL-RECORD.                                         00055300
000554     ADD 1 TO JOURNAL-READ.                                       00055400
000555     MOVE JRN-ACCOUNT TO MAP-CREDIT-ACCOUNT.                      00055500
000556     PERFORM FIND-CLEARING-ACCOUNT.                               00055600
000557     IF CLEARING-WAS-FOUND                                        00055700
000558         ADD 1 TO JOURNAL-CLEARING                                00055800
000559         MOVE JRN-PAY-PERIOD TO WS-PERIOD-KEY                     00055900
000560         PERFORM FIND-PERIOD                                      00056000
000561         IF NOT PERIOD-WAS-FOUND                                  00056100
000562             PERFORM ADD-PERIOD                                   00056200
000563         END-IF                                                   00056300
000564         IF NOT PRT-WAS-REFRESHED(WS-PRT-FOUND-SUB)               00056400
000565             PERFORM REFRESH-PERIOD                               00056500
000566         END-IF                                                   00056600
000567         IF JRN-IS-CREDIT                                         00056700
000568             ADD JRN-AMOUNT                                       00056800
000569                 TO PRT-JOURNAL-CREDIT(WS-PRT-FOUND-SUB)          00056900
000570         ELSE                                                     00057000
000571             SUBTRACT JRN-AMOUNT                                  00057100
000572                 FROM PRT-JOURNAL-CREDIT(WS-PRT-FOUND-SUB)        00057200
000573         END-IF                                                   00057300
000574     END-IF.                                                      00057400
000575     READ JOURNAL-FILE                                            00057500
000576         AT END MOVE "Y" TO JOURNAL-EOF-FLAG.                     00057600
000577*                                                                 00057700
000578 REFRESH-PERIOD.                                                  00057800
000579     ADD 1 TO PERIODS-REFRESHED.                                  00057900
000580     MOVE "Y" TO PRT-REFRESH-FLAG(WS-PRT-FOUND-SUB).              00058000
000581     MOVE 0 TO PRT-JOURNAL-CREDIT(WS-PRT-FOUND-SUB),              00058100
000582               PRT-DEPOSITS(WS-PRT-FOUND-SUB),                    00058200
000583               PRT-PAYCHECKS(WS-PRT-FOUND-SUB),                   00058300
000584               PRT-REMITTANCES(WS-PRT-FOUND-SUB),                 00058400
000585               PRT-WITHHELD(WS-PRT-FOUND-SUB),                    00058500
000586               PRT-RESIDUE(WS-PRT-FOUND-SUB).                     00058600
000587*                                                                 00058700
000588 FIND-PERIOD.                                                     00058800
000589     MOVE "N" TO PRT-FOUND-FLAG.                                  00058900
000590     MOVE 0 TO WS-PRT-FOUND-SUB.                                  00059000
000591     PERFORM MATCH-ONE-PERIOD                                     00059100
000592         VARYING WS-PRT-SUB FROM 1 BY 1                           00059200
000593         UNTIL WS-PRT-SUB > WS-PRT-COUNT                          00059300
000594         OR PERIOD-WAS-FOUND.                                     00059400
000595*                                                                 00059500
000596 MATCH-ONE-PERIOD.                                                00059600
000597     IF PRT-PAY-PERIOD(WS-PRT-SUB) EQUAL WS-PERIOD-KEY            00059700
000598         MOVE "Y" TO PRT-FOUND-FLAG                               00059800
000599         MOVE WS-PRT-SUB TO WS-PRT-FOUND-SUB                      00059900
000600     END-IF.                                                      00060000
000601*                                                                 00060100
000602*ENTRIES AFTER THE NEW PERIOD'S PLACE MOVE UP ONE TO KEEP THE     00060200
000603*TABLE, AND SO THE NEW HISTORY, IN PERIOD ORDER.                  00060300
000604 ADD-PERIOD.                                                      00060400
000605     ADD 1 TO WS-PRT-COUNT.                                       00060500
000606     IF WS-PRT-COUNT > 200                                        00060600
000607         DISPLAY "CLRRECN HALTED - PERIOD TABLE FULL AT 200"      00060700
000608             " - HISTORY WOULD BE LOST"                           00060800
000609         MOVE 16 TO RETURN-CODE                                   00060900
000610         STOP RUN                                                 00061000
000611     END-IF.                                                      00061100
000612     MOVE WS-PRT-COUNT TO WS-PRT-SUB.                             00061200
000613     MOVE "N" TO SLOT-FOUND-FLAG.                                 00061300
000614     PERFORM FIND-PERIOD-SLOT UNTIL SLOT-WAS-FOUND.               00061400
000615     MOVE WS-PRT-SUB TO WS-PRT-FOUND-SUB.                         00061500
000616     MOVE WS-PERIOD-KEY TO PRT-PAY-PERIOD(WS-PRT-FOUND-SUB).      00061600
000617     MOVE 0 TO PRT-FLAG-DATE(WS-PRT-FOUND-SUB),                   00061700
000618               PRT-EXPLAINED-RESIDUE(WS-PRT-FOUND-SUB),           00061800
000619               PRT-EXPLAIN-DATE(WS-PRT-FOUND-SUB).                00061900
000620     MOVE SPACES TO PRT-EXPLAIN-INITIALS(WS-PRT-FOUND-SUB),       00062000
000621                    PRT-EXPLANATION(WS-PRT-FOUND-SUB).            00062100
000622     MOVE "C" TO PRT-STATUS(WS-PRT-FOUND-SUB).                    00062200
000623     MOVE "N" TO PRT-REFRESH-FLAG(WS-PRT-FOUND-SUB),              00062300
000624                 PRT-REOPEN-FLAG(WS-PRT-FOUND-SUB).               00062400
000625*                                                                 00062500
000626 FIND-PERIOD-SLOT.                                                00062600
000627     IF WS-PRT-SUB EQUAL 1                                        00062700
000628         MOVE "Y" TO SLOT-FOUND-FLAG                              00062800
000629     ELSE                                                         00062900
000630         SUBTRACT 1 FROM WS-PRT-SUB GIVING WS-PRT-PRIOR           00063000
000631         IF PRT-PAY-PERIOD(WS-PRT-PRIOR) < WS-PERIOD-KEY          00063100
000632             MOVE "Y" TO SLOT-FOUND-FLAG                          00063200
000633         ELSE                                                     00063300
000634             MOVE PRT-ENTRY(WS-PRT-PRIOR)                         00063400
000635                 TO PRT-ENTRY(WS-PRT-SUB)                         00063500
000636             MOVE WS-PRT-PRIOR TO WS-PRT-SUB                      00063600
000637         END-IF                                                   00063700
000638     END-IF.                                                      00063800
000639*                                                                 00063900
000640*A TRANSMISSION'S TRAILER TOTAL GOES TO THE PERIOD NAMED ON ITS   00064000
000641*HEADER.  A PERIOD NOT REFRESHED FROM THE JOURNAL IS LEFT ALONE.  00064100
000642 POST-ONE-TRANSMISSION.                                           00064200
000643     IF TRN-IS-HEADER                                             00064300
000644         MOVE TRN-PAY-PERIOD TO WS-TRAN-PAY-PERIOD                00064400
000645     END-IF.                                                      00064500
000646     IF TRN-IS-TRAILER                                            00064600
000647         MOVE WS-TRAN-PAY-PERIOD TO WS-PERIOD-KEY                 00064700
000648         PERFORM FIND-PERIOD                                      00064800
000649         IF PERIOD-WAS-FOUND                                      00064900
000650           AND PRT-WAS-REFRESHED(WS-PRT-FOUND-SUB)                00065000
000651             ADD TRN-DOLLAR-TOTAL                                 00065100
000652                 TO PRT-DEPOSITS(WS-PRT-FOUND-SUB)                00065200
000653         END-IF                                                   00065300
000654     END-IF.                                                      00065400
000655     READ TRANSMISSION-FILE                                       00065500
000656         AT END MOVE "Y" TO TRANSMISSION-EOF-FLAG.                00065600
000657*                                                                 00065700
000658*A DEPOSIT THE BANK RETURNED IS IN ITS TRANSMISSION'S TOTAL BUT   00065800
000659*NEVER REACHED THE EMPLOYEE; DDRETURN REISSUES IT AS A CHECK,     00065900
000660*WHICH IS COUNTED WITH THE PAYCHECKS ON ISSCHKS.  THE RETURNED    00066000
000661*AMOUNT COMES OFF THE PERIOD'S DEPOSITS SO IT IS COUNTED ONCE.    00066100
000662 POST-ONE-REPLACEMENT.                                            00066200
000663     MOVE RPL-PAY-PERIOD TO WS-PERIOD-KEY.                        00066300
000664     PERFORM FIND-PERIOD.                                         00066400
000665     IF PERIOD-WAS-FOUND                                          00066500
000666       AND PRT-WAS-REFRESHED(WS-PRT-FOUND-SUB)                    00066600
000667         SUBTRACT RPL-NET-AMOUNT                                  00066700
000668             FROM PRT-DEPOSITS(WS-PRT-FOUND-SUB)                  00066800
000669     END-IF.                                                      00066900
000670     READ REPLACEMENT-CHECK-FILE                                  00067000
000671         AT END MOVE "Y" TO REPLACEMENT-EOF-FLAG.                 00067100
000672*                                                                 00067200
000673*A VOIDED OR STOPPED CHECK NEVER LEFT CLEARING (ITS REPLACEMENT,  00067300
000674*IF ANY, IS ON THE FILE AS A LIVE CHECK); AN ESCHEATED ONE DID.   00067400
000675 POST-ONE-ISSUED-CHECK.                                           00067500
000676     IF NOT ISS-IS-VOIDED                                         00067600
000677       AND NOT ISS-IS-STOPPED                                     00067700
000678         MOVE ISS-PAY-PERIOD TO WS-PERIOD-KEY                     00067800
000679         PERFORM FIND-PERIOD                                      00067900
000680         IF PERIOD-WAS-FOUND                                      00068000
000681           AND PRT-WAS-REFRESHED(WS-PRT-FOUND-SUB)                00068100
000682             PERFORM FIND-PAYEE                                   00068200
000683             IF PAYEE-WAS-FOUND                                   00068300
000684                 ADD ISS-AMOUNT                                   00068400
000685                     TO PRT-REMITTANCES(WS-PRT-FOUND-SUB)         00068500
000686             ELSE                                                 00068600
000687                 ADD ISS-AMOUNT                                   00068700
000688                     TO PRT-PAYCHECKS(WS-PRT-FOUND-SUB)           00068800
000689             END-IF                                               00068900
000690         END-IF                                                   00069000
000691     END-IF.                                                      00069100
000692     READ ISSUED-CHECKS-FILE                                      00069200
000693         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00069300
000694*                                                                 00069400
000695 FIND-PAYEE.                                                      00069500
000696     MOVE "N" TO PYT-FOUND-FLAG.                                  00069600
000697     PERFORM MATCH-ONE-PAYEE                                      00069700
000698         VARYING WS-PYT-SUB FROM 1 BY 1                           00069800
000699         UNTIL WS-PYT-SUB > WS-PYT-COUNT                          00069900
000700         OR PAYEE-WAS-FOUND.                                      00070000
000701*                                                                 00070100
000702 MATCH-ONE-PAYEE.                                                 00070200
000703     IF PYT-PAYEE-CODE(WS-PYT-SUB) EQUAL ISS-EMP-ID               00070300
000704         MOVE "Y" TO PYT-FOUND-FLAG                               00070400
000705     END-IF.                                                      00070500
000706*                                                                 00070600
000707*INSURANCE AND GARNISHMENTS LEAVE CLEARING ON PAYREMIT'S          00070700
000708*CHECKS AND LOAN REPAYMENTS ON GLPOST'S OWN DEBIT.  WHAT IS       00070800
000709*LEFT OF GROSS OVER NET -- INCOME TAX, THE EMPLOYEE'S SOCIAL      00070900
000710*SECURITY AND MEDICARE, AND RETIREMENT DEFERRALS -- WAITS IN      00071000
000711*CLEARING FOR THE TAX DEPOSIT AND THE TRUSTEE REMITTANCE.         00071100
000712 POST-ONE-REGISTER-LINE.                                          00071200
000713     MOVE REG-PAY-PERIOD TO WS-PERIOD-KEY.                        00071300
000714     PERFORM FIND-PERIOD.                                         00071400
000715     IF PERIOD-WAS-FOUND                                          00071500
000716       AND PRT-WAS-REFRESHED(WS-PRT-FOUND-SUB)                    00071600
000717         ADD REG-TAX-DED, REG-SS-DED, REG-MED-DED, REG-DEFERRAL   00071700
000718             GIVING WS-WITHHELD-AMOUNT                            00071800
000719         ADD WS-WITHHELD-AMOUNT                                   00071900
000720             TO PRT-WITHHELD(WS-PRT-FOUND-SUB)                    00072000
000721     END-IF.                                                      00072100
000722     READ REGISTER-HISTORY-FILE                                   00072200
000723         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00072300
000724*                                                                 00072400
000725*A REFRESHED PERIOD'S RESIDUE IS WHAT THE JOURNAL PUT INTO        00072500
000726*CLEARING LESS EVERYTHING THAT HAS GONE OUT OR IS WAITING TO.     00072600
000727*A PERIOD FLAGGED FOR THE FIRST TIME IS DATED; AN EXPLANATION     00072700
000728*STANDS ONLY WHILE THE RESIDUE IS THE ONE IT WAS GIVEN FOR.       00072800
000729 SETTLE-ONE-PERIOD.                                               00072900
000730     IF PRT-WAS-REFRESHED(WS-PRT-SUB)                             00073000
000731         SUBTRACT PRT-DEPOSITS(WS-PRT-SUB),                       00073100
000732                  PRT-PAYCHECKS(WS-PRT-SUB),                      00073200
000733                  PRT-REMITTANCES(WS-PRT-SUB),                    00073300
000734                  PRT-WITHHELD(WS-PRT-SUB)                        00073400
000735             FROM PRT-JOURNAL-CREDIT(WS-PRT-SUB)                  00073500
000736             GIVING PRT-RESIDUE(WS-PRT-SUB)                       00073600
000737         MOVE PRT-RESIDUE(WS-PRT-SUB) TO WS-ABS-RESIDUE           00073700
000738         IF WS-ABS-RESIDUE NOT > WS-TOLERANCE                     00073800
000739             MOVE "C" TO PRT-STATUS(WS-PRT-SUB)                   00073900
000740         ELSE                                                     00074000
000741         IF PRT-IS-EXPLAINED(WS-PRT-SUB)                          00074100
000742           AND PRT-EXPLAINED-RESIDUE(WS-PRT-SUB)                  00074200
000743             EQUAL PRT-RESIDUE(WS-PRT-SUB)                        00074300
000744             CONTINUE                                             00074400
000745         ELSE                                                     00074500
000746             IF PRT-IS-EXPLAINED(WS-PRT-SUB)                      00074600
000747                 MOVE "Y" TO PRT-REOPEN-FLAG(WS-PRT-SUB)          00074700
000748             END-IF                                               00074800
000749             IF NOT PRT-IS-FLAGGED(WS-PRT-SUB)                    00074900
000750                 MOVE WS-RUN-DATE TO PRT-FLAG-DATE(WS-PRT-SUB)    00075000
000751             END-IF                                               00075100
000752             MOVE "F" TO PRT-STATUS(WS-PRT-SUB)                   00075200
000753         END-IF                                                   00075300
000754         END-IF                                                   00075400
000755     END-IF.                                                      00075500
000756*                                                                 00075600
000757*A CARD EXPLAINS A FLAGGED PERIOD AT THE RESIDUE IT NOW SHOWS.    00075700
000758*A CARD FOR A PERIOD NOT ON FILE OR ONE THAT CLEARS IS LISTED     00075800
000759*AND IGNORED.                                                     00075900
000760 APPLY-ONE-EXPLANATION.                                           00076000
000761     IF CARDS-APPLIED + CARDS-REJECTED EQUAL 0                    00076100
000762         MOVE "EXPLANATION CARDS" TO SCL-CAPTION                  00076200
000763         WRITE PRINT-LINE FROM SECTION-LINE                       00076300
000764             AFTER ADVANCING 2 LINES                              00076400
000765     END-IF.                                                      00076500
000766     MOVE EXP-PAY-PERIOD TO WS-PERIOD-KEY.                        00076600
000767     PERFORM FIND-PERIOD.                                         00076700
000768     IF NOT PERIOD-WAS-FOUND                                      00076800
000769         ADD 1 TO CARDS-REJECTED                                  00076900
000770         MOVE "REJECTED - PERIOD NOT ON FILE" TO WS-CARD-TEXT     00077000
000771     ELSE                                                         00077100
000772     IF PRT-IS-CLEARED(WS-PRT-FOUND-SUB)                          00077200
000773         ADD 1 TO CARDS-REJECTED                                  00077300
000774         MOVE "REJECTED - PERIOD CLEARS" TO WS-CARD-TEXT          00077400
000775     ELSE                                                         00077500
000776     IF EXP-EXPLANATION EQUAL SPACES                              00077600
000777       OR EXP-INITIALS EQUAL SPACES                               00077700
000778         ADD 1 TO CARDS-REJECTED                                  00077800
000779         MOVE "REJECTED - NO TEXT/INITIALS" TO WS-CARD-TEXT       00077900
000780     ELSE                                                         00078000
000781         ADD 1 TO CARDS-APPLIED                                   00078100
000782         MOVE "E" TO PRT-STATUS(WS-PRT-FOUND-SUB)                 00078200
000783         MOVE "N" TO PRT-REOPEN-FLAG(WS-PRT-FOUND-SUB)            00078300
000784         MOVE PRT-RESIDUE(WS-PRT-FOUND-SUB)                       00078400
000785             TO PRT-EXPLAINED-RESIDUE(WS-PRT-FOUND-SUB)           00078500
000786         MOVE WS-RUN-DATE TO PRT-EXPLAIN-DATE(WS-PRT-FOUND-SUB)   00078600
000787         MOVE EXP-INITIALS                                        00078700
000788             TO PRT-EXPLAIN-INITIALS(WS-PRT-FOUND-SUB)            00078800
000789         MOVE EXP-EXPLANATION                                     00078900
000790             TO PRT-EXPLANATION(WS-PRT-FOUND-SUB)                 00079000
000791         MOVE "EXPLAINED" TO WS-CARD-TEXT                         00079100
000792     END-IF                                                       00079200
000793     END-IF                                                       00079300
000794     END-IF.                                                      00079400
000795     MOVE EXP-PAY-PERIOD TO CDL-PAY-PERIOD.                       00079500
000796     MOVE EXP-INITIALS TO CDL-INITIALS.                           00079600
000797     MOVE EXP-EXPLANATION TO CDL-EXPLANATION.                     00079700
000798     MOVE WS-CARD-TEXT TO CDL-TEXT.                               00079800
000799     WRITE PRINT-LINE FROM CARD-LINE AFTER ADVANCING 1 LINE.      00079900
000800     READ EXPLANATION-FILE                                        00080000
000801         AT END MOVE "Y" TO EXPLANATION-EOF-FLAG.                 00080100
000802*                                                                 00080200
000803*EVERY PERIOD ON FILE IS LISTED AND WRITTEN TO THE NEW HISTORY.   00080300
000804*A FLAGGED PERIOD ALSO GOES TO THE COMMON EXCEPTION FILE ON       00080400
000805*EVERY RUN UNTIL IT IS EXPLAINED.                                 00080500
000806 REPORT-ONE-PERIOD.                                               00080600
000807     MOVE PRT-PAY-PERIOD(WS-PRT-SUB) TO PDL-PAY-PERIOD.           00080700
000808     MOVE PRT-JOURNAL-CREDIT(WS-PRT-SUB) TO PDL-JOURNAL-CREDIT.   00080800
000809     MOVE PRT-DEPOSITS(WS-PRT-SUB) TO PDL-DEPOSITS.               00080900
000810     MOVE PRT-PAYCHECKS(WS-PRT-SUB) TO PDL-PAYCHECKS.             00081000
000811     MOVE PRT-REMITTANCES(WS-PRT-SUB) TO PDL-REMITTANCES.         00081100
000812     MOVE PRT-WITHHELD(WS-PRT-SUB) TO PDL-WITHHELD.               00081200
000813     MOVE PRT-RESIDUE(WS-PRT-SUB) TO PDL-RESIDUE.                 00081300
000814     IF PRT-IS-CLEARED(WS-PRT-SUB)                                00081400
000815         ADD 1 TO PERIODS-CLEARED                                 00081500
000816         MOVE "CLEARED" TO PDL-CONDITION                          00081600
000817     ELSE                                                         00081700
000818     IF PRT-IS-EXPLAINED(WS-PRT-SUB)                              00081800
000819         ADD 1 TO PERIODS-EXPLAINED                               00081900
000820         MOVE "EXPLAINED" TO PDL-CONDITION                        00082000
000821     ELSE                                                         00082100
000822         ADD 1 TO PERIODS-FLAGGED                                 00082200
000823         MOVE "** FLAGGED **" TO PDL-CONDITION                    00082300
000824     END-IF                                                       00082400
000825     END-IF.                                                      00082500
000826     WRITE PRINT-LINE FROM PERIOD-LINE AFTER ADVANCING 1 LINE.    00082600
000827     IF PRT-IS-EXPLAINED(WS-PRT-SUB)                              00082700
000828       OR PRT-WAS-REOPENED(WS-PRT-SUB)                            00082800
000829         PERFORM PRINT-EXPLANATION-LINE                           00082900
000830     END-IF.                                                      00083000
000831     PERFORM WRITE-NEW-PERIOD.                                    00083100
000832*                                                                 00083200
000833 PRINT-EXPLANATION-LINE.                                          00083300
000834     IF PRT-WAS-REOPENED(WS-PRT-SUB)                              00083400
000835         MOVE "EXPLANATION LAPSED:" TO XPL-CAPTION                00083500
000836     ELSE                                                         00083600
000837         MOVE "EXPLAINED:" TO XPL-CAPTION                         00083700
000838     END-IF.                                                      00083800
000839     MOVE PRT-EXPLAIN-DATE(WS-PRT-SUB) TO XPL-DATE.               00083900
000840     MOVE PRT-EXPLAIN-INITIALS(WS-PRT-SUB) TO XPL-INITIALS.       00084000
000841     MOVE PRT-EXPLANATION(WS-PRT-SUB) TO XPL-EXPLANATION.         00084100
000842     MOVE PRT-EXPLAINED-RESIDUE(WS-PRT-SUB) TO XPL-RESIDUE.       00084200
000843     WRITE PRINT-LINE FROM EXPLANATION-LINE                       00084300
000844         AFTER ADVANCING 1 LINE.                                  00084400
000845*                                                                 00084500
000846*THE EXCEPTION CARRIES THE NEW HISTORY RECORD AS ITS IMAGE, SO IT 00084600
000847*IS WRITTEN WHILE THAT RECORD IS STILL BUILT IN THE RECORD AREA.  00084700
000848 WRITE-COMMON-EXCEPTION.                                          00084800
000849     ADD 1 TO EXCEPTIONS-WRITTEN.                                 00084900
000850     MOVE "CLRRECN" TO CEX-PROGRAM.                               00085000
000851     MOVE WS-RUN-DATE TO CEX-RUN-DATE.                            00085100
000852     MOVE SPACES TO CEX-KEY.                                      00085200
000853     MOVE PRT-PAY-PERIOD(WS-PRT-SUB) TO CEX-KEY.                  00085300
000854     MOVE "CLEARING RESIDUE NOT EXPLAINED" TO CEX-REASON.         00085400
000855     MOVE SPACES TO CEX-RECORD-IMAGE.                             00085500
000856     MOVE RECON-NEW-RECORD TO CEX-RECORD-IMAGE.                   00085600
000857     WRITE COMMON-EXCEPTION-RECORD.                               00085700
000858*                                                                 00085800
000859 WRITE-NEW-PERIOD.                                                00085900
000860     MOVE SPACES TO RECON-NEW-RECORD.                             00086000
000861     MOVE PRT-PAY-PERIOD(WS-PRT-SUB) TO CLN-PAY-PERIOD.           00086100
000862     MOVE PRT-JOURNAL-CREDIT(WS-PRT-SUB) TO CLN-JOURNAL-CREDIT.   00086200
000863     MOVE PRT-DEPOSITS(WS-PRT-SUB) TO CLN-DEPOSITS.               00086300
000864     MOVE PRT-PAYCHECKS(WS-PRT-SUB) TO CLN-PAYCHECKS.             00086400
000865     MOVE PRT-REMITTANCES(WS-PRT-SUB) TO CLN-REMITTANCES.         00086500
000866     MOVE PRT-WITHHELD(WS-PRT-SUB) TO CLN-WITHHELD.               00086600
000867     MOVE PRT-RESIDUE(WS-PRT-SUB) TO CLN-RESIDUE.                 00086700
000868     MOVE PRT-STATUS(WS-PRT-SUB) TO CLN-STATUS.                   00086800
000869     MOVE PRT-FLAG-DATE(WS-PRT-SUB) TO CLN-FLAG-DATE.             00086900
000870     MOVE PRT-EXPLAINED-RESIDUE(WS-PRT-SUB)                       00087000
000871         TO CLN-EXPLAINED-RESIDUE.                                00087100
000872     MOVE PRT-EXPLAIN-DATE(WS-PRT-SUB) TO CLN-EXPLAIN-DATE.       00087200
000873     MOVE PRT-EXPLAIN-INITIALS(WS-PRT-SUB)                        00087300
000874         TO CLN-EXPLAIN-INITIALS.                                 00087400
000875     MOVE PRT-EXPLANATION(WS-PRT-SUB) TO CLN-EXPLANATION.         00087500
000876     IF PRT-IS-FLAGGED(WS-PRT-SUB)                                00087600
000877         PERFORM WRITE-COMMON-EXCEPTION                           00087700
000878     END-IF.                                                      00087800
000879     WRITE RECON-NEW-RECORD.                                      00087900
000880*                                                                 00088000
000881 CLOSING.                                                         00088100
000882     MOVE "JOURNAL RECORDS READ:" TO SML-CAPTION.                 00088200
000883     MOVE JOURNAL-READ TO SML-COUNT.                              00088300
000884     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.  00088400
000885     MOVE "JOURNAL RECORDS TO CLEARING:" TO SML-CAPTION.          00088500
000886     MOVE JOURNAL-CLEARING TO SML-COUNT.                          00088600
000887     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.   00088700
000888     MOVE "PERIODS RECONCILED THIS RUN:" TO SML-CAPTION.          00088800
000889     MOVE PERIODS-REFRESHED TO SML-COUNT.                         00088900
000890     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.   00089000
000891     MOVE "PERIODS CLEARED:" TO SML-CAPTION.                      00089100
000892     MOVE PERIODS-CLEARED TO SML-COUNT.                           00089200
000893     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.   00089300
000894     MOVE "PERIODS EXPLAINED:" TO SML-CAPTION.                    00089400
000895     MOVE PERIODS-EXPLAINED TO SML-COUNT.                         00089500
000896     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.   00089600
000897     MOVE "PERIODS FLAGGED:" TO SML-CAPTION.                      00089700
000898     MOVE PERIODS-FLAGGED TO SML-COUNT.                           00089800
000899     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.   00089900
000900     MOVE "EXPLANATION CARDS APPLIED:" TO SML-CAPTION.            00090000
000901     MOVE CARDS-APPLIED TO SML-COUNT.                             00090100
000902     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.   00090200
000903     MOVE "EXPLANATION CARDS REJECTED:" TO SML-CAPTION.           00090300
000904     MOVE CARDS-REJECTED TO SML-COUNT.                            00090400
000905     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.   00090500
000906     MOVE "EXCEPTIONS WRITTEN:" TO SML-CAPTION.                   00090600
000907     MOVE EXCEPTIONS-WRITTEN TO SML-COUNT.                        00090700
000908     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.   00090800
000909     CLOSE JOURNAL-FILE, TRANSMISSION-FILE, ISSUED-CHECKS-FILE,   00090900
000910           REGISTER-HISTORY-FILE, REPLACEMENT-CHECK-FILE,         00091000
000911           EXPLANATION-FILE, RECON-OLD-FILE, RECON-NEW-FILE,      00091100
000912           COMMON-EXCEPTION-FILE, PRINT-FILE.                     00091200
