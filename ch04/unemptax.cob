000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. UNEMPTAX.                                            00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  EMPLOYER UNEMPLOYMENT TAX: 00000800
000009*                    READS THE REGISTER HISTORY REGARCH MAINTAINS 00000900
000010*                    FOR THE YEAR ON THE RATE CARD, SPLITS EACH   00001000
000011*                    EMPLOYEE'S WAGES INTO FEDERAL (FUTA) AND     00001100
000012*                    STATE (SUTA) TAXABLE AND EXCESS WAGES AGAINST00001200
000013*                    THE CARD'S LIMITS, AND KEEPS A QUARTERLY     00001300
000014*                    LIABILITY LEDGER THE WAY QTRTAX DOES FOR     00001400
000015*                    WITHHOLDING -- LIABILITY REBUILT FROM THE    00001500
000016*                    HISTORY, DEPOSITS CARRIED FORWARD PLUS THIS  00001600
000017*                    RUN'S DEPOSIT CARDS.  PRINTS THE STATE'S     00001700
000018*                    PER-EMPLOYEE QUARTERLY WAGE DETAIL FOR THE   00001800
000019*                    FILING QUARTER AND WRITES THE SAME DETAIL TO 00001900
000020*                    A MACHINE-READABLE FILE FOR THE STATE.  EACH 00002000
000021*                    EMPLOYEE'S HISTORY WAGES ARE CROSSFOOTED TO  00002100
000022*                    THE YTD MASTER; A FAILURE ENDS WITH CODE 16  00002200
000023*                    SO THE DETAIL IS NOT FILED OFF FIGURES THAT  00002300
000024*                    DO NOT TIE TO THE BOOKS.                     00002400
000025*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00002500
000026*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT  00002600
000027*                    AND THE YTD MASTER.                          00002700
000028*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00002800
000029*                    THE REGISTER EXTRACT.                        00002900
000030*                                                                 00003000
000031 ENVIRONMENT DIVISION.                                            00003100
000032 CONFIGURATION SECTION.                                           00003200
000033 SOURCE-COMPUTER. IBM-370.                                        00003300
000034 OBJECT-COMPUTER. IBM-370.                                        00003400
000035*                                                                 00003500
000036 INPUT-OUTPUT SECTION.                                            00003600
000037 FILE-CONTROL.                                                    00003700
000038     SELECT RATE-CARD-FILE ASSIGN TO UT-S-UIRATES.                00003800
000039     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00003900
000040     SELECT OPTIONAL DEPOSIT-CARD-FILE ASSIGN TO UT-S-UIDEPOS.    00004000
000041     SELECT OPTIONAL LEDGER-OLD-FILE ASSIGN TO UT-S-UILOLD.       00004100
000042     SELECT LEDGER-NEW-FILE ASSIGN TO UT-S-UILNEW.                00004200
000043     SELECT YTD-MASTER-FILE ASSIGN TO UT-S-YTDMSTR.               00004300
000044     SELECT STATE-WAGE-FILE ASSIGN TO UT-S-UIWAGES.               00004400
000045     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004500
000046*                                                                 00004600
000047 DATA DIVISION.                                                   00004700
000048 FILE SECTION.                                                    00004800
000049*ONE CARD PER RUN: THE YEAR THE RATES APPLY TO, THE FEDERAL AND   00004900
000050*STATE RATES (PERCENT, THREE DECIMALS) AND TAXABLE WAGE LIMITS,   00005000
000051*THE STATE EMPLOYER ACCOUNT NUMBER FOR THE FILING, AND THE        00005100
000052*QUARTER BEING FILED (ZERO FILES THE LATEST QUARTER WITH WAGES).  00005200
000053 FD  RATE-CARD-FILE                                               00005300
000054     LABEL RECORD IS OMITTED.                                     00005400
000055 01  RATE-CARD-RECORD.                                            00005500
000056     05  UIR-YEAR                PIC 99.                          00005600
000057     05  UIR-FUTA-RATE           PIC 99V999.                      00005700
000058     05  UIR-FUTA-LIMIT          PIC 9(7)V99.                     00005800
000059     05  UIR-SUTA-RATE           PIC 99V999.                      00005900
000060     05  UIR-SUTA-LIMIT          PIC 9(7)V99.                     00006000
000061     05  UIR-STATE-ACCOUNT       PIC X(10).                       00006100
000062     05  UIR-FILING-QUARTER      PIC 9.                           00006200
000063     05  FILLER                  PIC X(39).                       00006300
000064*                                                                 00006400
000065*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00006500
000066 FD  REGISTER-HISTORY-FILE                                        00006600
000067     LABEL RECORD IS OMITTED.                                     00006700
000068 01  REGISTER-RECORD.                                             00006800
000069     05  REG-EMP-ID              PIC X(10).                       00006900
000070     05  REG-EMP-DEPARTMENT      PIC X(15).                       00007000
000071     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00007100
000072     05  REG-PAY-PERIOD          PIC X(06).                       00007200
000073     05  REG-EMP-NAME            PIC X(25).                       00007300
000074     05  REG-EMP-HOURS-WORKED    PIC S99.                         00007400
000075     05  REG-EMP-PAYRATE         PIC 99V99.                       00007500
000076     05  REG-TAX-DED             PIC S9(5)V99.                    00007600
000077     05  REG-INS-DED             PIC S9(5)V99.                    00007700
000078     05  REG-GARN-DED            PIC S9(5)V99.                    00007800
000079     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00007900
000080     05  REG-PLANT-CODE          PIC X(04).                       00008000
000081     05  REG-BONUS-AMT           PIC S9(5)V99.                    00008100
000082     05  REG-PREM-AMT            PIC S9(5)V99.                    00008200
000083     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00008300
000084     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00008400
000085         10  REG-GD-ORDER-NO     PIC X(06).                       00008500
000086         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00008600
000087     05  REG-JOB-CODE            PIC X(06).                       00008700
000088     05  REG-SS-WAGES            PIC S9(5)V99.                    00008800
000089     05  REG-SS-DED              PIC S9(5)V99.                    00008900
000090     05  REG-MED-WAGES           PIC S9(5)V99.                    00009000
000091     05  REG-MED-DED             PIC S9(5)V99.                    00009100
000092     05  REG-SS-ER               PIC S9(5)V99.                    00009200
000093     05  REG-MED-ER              PIC S9(5)V99.                    00009300
000094     05  REG-DEFERRAL            PIC S9(5)V99.                    00009400
000095     05  REG-ER-MATCH            PIC S9(5)V99.                    00009500
000096     05  REG-LOAN-DED            PIC S9(5)V99.                    00009600
000097*                                                                 00009700
000098*ONE DEPOSIT CARD PER UNEMPLOYMENT TAX PAYMENT: "F" FOR THE       00009800
000099*FEDERAL DEPOSIT, "S" FOR THE STATE.  THE DATE PLACES IT IN       00009900
000100*ITS QUARTER.                                                     00010000
000101 FD  DEPOSIT-CARD-FILE                                            00010100
000102     LABEL RECORD IS OMITTED.                                     00010200
000103 01  DEPOSIT-CARD-RECORD.                                         00010300
000104     05  UDC-DEPOSIT-DATE        PIC 9(06).                       00010400
000105     05  UDC-TAX-TYPE            PIC X.                           00010500
000106         88  UDC-IS-FUTA         VALUE "F".                       00010600
000107         88  UDC-IS-SUTA         VALUE "S".                       00010700
000108     05  UDC-AMOUNT              PIC 9(7)V99.                     00010800
000109     05  FILLER                  PIC X(64).                       00010900
000110*                                                                 00011000
000111*THE LEDGER CARRIES ONE "L" ROW PER YEAR AND QUARTER WITH THE     00011100
000112*LIABILITY (REBUILT FROM THE HISTORY FOR THE RATE CARD'S YEAR,    00011200
000113*CARRIED AS IS FOR EARLIER YEARS) AND ONE "D" ROW PER QUARTER     00011300
000114*WITH THE CUMULATIVE DEPOSITS MADE.                               00011400
000115 FD  LEDGER-OLD-FILE                                              00011500
000116     LABEL RECORD IS OMITTED.                                     00011600
000117 01  LEDGER-OLD-RECORD.                                           00011700
000118     05  UXO-TYPE                PIC X.                           00011800
000119         88  UXO-IS-LIABILITY    VALUE "L".                       00011900
000120         88  UXO-IS-DEPOSIT      VALUE "D".                       00012000
000121     05  UXO-YEAR                PIC 99.                          00012100
000122     05  UXO-QUARTER             PIC 9.                           00012200
000123     05  UXO-WAGES               PIC S9(9)V99.                    00012300
000124     05  UXO-FUTA-TAXABLE        PIC S9(9)V99.                    00012400
000125     05  UXO-FUTA-TAX            PIC S9(7)V99.                    00012500
000126     05  UXO-SUTA-TAXABLE        PIC S9(9)V99.                    00012600
000127     05  UXO-SUTA-TAX            PIC S9(7)V99.                    00012700
000128     05  UXO-FUTA-DEPOSITS       PIC S9(7)V99.                    00012800
000129     05  UXO-SUTA-DEPOSITS       PIC S9(7)V99.                    00012900
000130*                                                                 00013000
000131 FD  LEDGER-NEW-FILE                                              00013100
000132     LABEL RECORD IS OMITTED.                                     00013200
000133 01  LEDGER-NEW-RECORD.                                           00013300
000134     05  UXN-TYPE                PIC X.                           00013400
000135     05  UXN-YEAR                PIC 99.                          00013500
000136     05  UXN-QUARTER             PIC 9.                           00013600
000137     05  UXN-WAGES               PIC S9(9)V99.                    00013700
000138     05  UXN-FUTA-TAXABLE        PIC S9(9)V99.                    00013800
000139     05  UXN-FUTA-TAX            PIC S9(7)V99.                    00013900
000140     05  UXN-SUTA-TAXABLE        PIC S9(9)V99.                    00014000
000141     05  UXN-SUTA-TAX            PIC S9(7)V99.                    00014100
000142     05  UXN-FUTA-DEPOSITS       PIC S9(7)V99.                    00014200
000143     05  UXN-SUTA-DEPOSITS       PIC S9(7)V99.                    00014300
000144*                                                                 00014400
000145*YTD-MASTER-RECORD MIRRORS PAYROLL'S YTD MASTER LAYOUT; THE       00014500
000146*LEADING *YTDCTL* CONTROL RECORD NAMES THE MASTER'S YEAR.         00014600
000147 FD  YTD-MASTER-FILE                                              00014700
000148     LABEL RECORD IS OMITTED.                                     00014800
000149 01  YTD-MASTER-RECORD.                                           00014900
000150     05  YTD-M-EMP-ID            PIC X(10).                       00015000
000151     05  YTD-M-EMP-NAME          PIC X(25).                       00015100
000152     05  YTD-M-GROSS-PAY         PIC S9(7)V99.                    00015200
000153     05  YTD-M-SS-WAGES          PIC S9(7)V99.                    00015300
000154     05  YTD-M-SS-TAX            PIC S9(7)V99.                    00015400
000155     05  YTD-M-MED-WAGES         PIC S9(7)V99.                    00015500
000156     05  YTD-M-MED-TAX           PIC S9(7)V99.                    00015600
000157     05  YTD-M-SS-ER-TAX         PIC S9(7)V99.                    00015700
000158     05  YTD-M-MED-ER-TAX        PIC S9(7)V99.                    00015800
000159     05  YTD-M-DEFERRALS         PIC S9(7)V99.                    00015900
000160     05  YTD-M-ER-MATCH          PIC S9(7)V99.                    00016000
000161*                                                                 00016100
000162*STATE QUARTERLY WAGE DETAIL: ONE "E" RECORD PER EMPLOYEE PAID    00016200
000163*IN THE FILING QUARTER, THEN ONE "T" RECORD WITH THE TOTALS.      00016300
000164 FD  STATE-WAGE-FILE                                              00016400
000165     LABEL RECORD IS OMITTED.                                     00016500
000166 01  STATE-WAGE-RECORD.                                           00016600
000167     05  SWR-TYPE                PIC X.                           00016700
000168     05  SWR-STATE-ACCOUNT       PIC X(10).                       00016800
000169     05  SWR-YEAR                PIC 99.                          00016900
000170     05  SWR-QUARTER             PIC 9.                           00017000
000171     05  SWR-EMP-ID              PIC X(10).                       00017100
000172     05  SWR-EMP-NAME            PIC X(25).                       00017200
000173     05  SWR-WAGES               PIC S9(9)V99.                    00017300
000174     05  SWR-SUTA-TAXABLE        PIC S9(9)V99.                    00017400
000175     05  SWR-SUTA-EXCESS         PIC S9(9)V99.                    00017500
000176     05  SWR-SUTA-TAX            PIC S9(7)V99.                    00017600
000177*                                                                 00017700
000178 FD  PRINT-FILE                                                   00017800
000179     LABEL RECORD IS OMITTED.                                     00017900
000180 01  PRINT-LINE                  PIC X(132).                      00018000
000181*                                                                 00018100
000182 WORKING-STORAGE SECTION.                                         00018200
000183*                                                                 00018300
000184*ONE ENTRY PER EMPLOYEE PAID IN THE RATE CARD'S YEAR.  THE        00018400
000185*RUNNING YEAR WAGES DRIVE THE TAXABLE SPLIT LINE BY LINE.         00018500
000186 01  EMPLOYEE-TABLE.                                              00018600
000187     05  EMT-ENTRY OCCURS 500 TIMES.                              00018700
000188         10  EMT-EMP-ID          PIC X(10).                       00018800
000189         10  EMT-EMP-NAME        PIC X(25).                       00018900
000190         10  EMT-YEAR-WAGES      PIC S9(7)V99.                    00019000
000191         10  EMT-QTR OCCURS 4 TIMES.                              00019100
000192             15  EMT-Q-WAGES         PIC S9(7)V99.                00019200
000193             15  EMT-Q-FUTA-TAXABLE  PIC S9(7)V99.                00019300
000194             15  EMT-Q-SUTA-TAXABLE  PIC S9(7)V99.                00019400
000195 77  WS-EMT-COUNT                PIC 999 VALUE 0.                 00019500
000196 77  WS-EMT-SUB                  PIC 999 VALUE 0.                 00019600
000197 77  EMT-FOUND-FLAG              PIC X VALUE "N".                 00019700
000198     88  EMPLOYEE-ENTRY-FOUND    VALUE "Y".                       00019800
000199 77  WS-EMT-FOUND-SUB            PIC 999 VALUE 0.                 00019900
000200 77  WS-MATCH-ID                 PIC X(10) VALUE SPACES.          00020000
000201*                                                                 00020100
000202*ONE QUARTER ENTRY PER YEAR AND QUARTER SEEN IN THE HISTORY,      00020200
000203*THE OLD LEDGER, OR THE DEPOSIT DECK.                             00020300
000204 01  QUARTER-TABLE.                                               00020400
000205     05  QT-ENTRY OCCURS 40 TIMES.                                00020500
000206         10  QT-YEAR             PIC 99.                          00020600
000207         10  QT-QUARTER          PIC 9.                           00020700
000208         10  QT-WAGES            PIC S9(9)V99.                    00020800
000209         10  QT-FUTA-TAXABLE     PIC S9(9)V99.                    00020900
000210         10  QT-FUTA-TAX         PIC S9(7)V99.                    00021000
000211         10  QT-SUTA-TAXABLE     PIC S9(9)V99.                    00021100
000212         10  QT-SUTA-TAX         PIC S9(7)V99.                    00021200
000213         10  QT-FUTA-DEPOSITS    PIC S9(7)V99.                    00021300
000214         10  QT-SUTA-DEPOSITS    PIC S9(7)V99.                    00021400
000215 77  WS-QT-COUNT                 PIC 99 VALUE 0.                  00021500
000216 77  WS-QT-SUB                   PIC 99 VALUE 0.                  00021600
000217 77  QT-FOUND-FLAG               PIC X VALUE "N".                 00021700
000218     88  QUARTER-ENTRY-FOUND     VALUE "Y".                       00021800
000219 77  WS-QT-FOUND-SUB             PIC 99 VALUE 0.                  00021900
000220*                                                                 00022000
000221 01  WS-PERIOD-SPLIT.                                             00022100
000222     05  WS-PERIOD-YY            PIC 99.                          00022200
000223     05  WS-PERIOD-MM            PIC 99.                          00022300
000224     05  FILLER                  PIC XX.                          00022400
000225 77  WS-WORK-YEAR                PIC 99 VALUE 0.                  00022500
000226 77  WS-WORK-QUARTER             PIC 9 VALUE 0.                   00022600
000227 77  WS-CLEAR-QUARTER            PIC 9 VALUE 0.                   00022700
000228*                                                                 00022800
000229 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00022900
000230     88  HISTORY-IS-EOF          VALUE "Y".                       00023000
000231 77  DEPOSIT-EOF-FLAG            PIC X VALUE "N".                 00023100
000232     88  DEPOSIT-IS-EOF          VALUE "Y".                       00023200
000233 77  LEDGER-EOF-FLAG             PIC X VALUE "N".                 00023300
000234     88  LEDGER-IS-EOF           VALUE "Y".                       00023400
000235 77  YTD-EOF-FLAG                PIC X VALUE "N".                 00023500
000236     88  YTD-IS-EOF              VALUE "Y".                       00023600
000237 77  CROSSFOOT-FLAG              PIC X VALUE "Y".                 00023700
000238     88  CROSSFOOT-IS-CLEAN      VALUE "Y".                       00023800
000239*                                                                 00023900
000240*THE LIMIT SPLIT: TAXABLE-TO-DATE IS THE YEAR'S WAGES CAPPED AT   00024000
000241*THE LIMIT, AND A LINE'S TAXABLE WAGES ARE THE CHANGE IN IT.      00024100
000242*WORKING IT THIS WAY LETS A REVERSAL GIVE BACK TAXABLE WAGES.     00024200
000243 77  WS-CAP-AMOUNT               PIC S9(7)V99 VALUE 0.            00024300
000244 77  WS-CAP-LIMIT                PIC S9(7)V99 VALUE 0.            00024400
000245 77  WS-CAP-RESULT               PIC S9(7)V99 VALUE 0.            00024500
000246 77  WS-WAGES-BEFORE             PIC S9(7)V99 VALUE 0.            00024600
000247 77  WS-WAGES-AFTER              PIC S9(7)V99 VALUE 0.            00024700
000248 77  WS-TAXABLE-BEFORE           PIC S9(7)V99 VALUE 0.            00024800
000249 77  WS-LINE-FUTA-TAXABLE        PIC S9(7)V99 VALUE 0.            00024900
000250 77  WS-LINE-SUTA-TAXABLE        PIC S9(7)V99 VALUE 0.            00025000
000251*                                                                 00025100
000252 77  WS-FILING-QUARTER           PIC 9 VALUE 0.                   00025200
000253 77  WS-EMP-SUTA-TAX             PIC S9(7)V99 VALUE 0.            00025300
000254 77  WS-EMP-EXCESS               PIC S9(7)V99 VALUE 0.            00025400
000255 77  WS-FILED-COUNT              PIC 9(05) VALUE 0.               00025500
000256 77  WS-FILED-WAGES              PIC S9(9)V99 VALUE 0.            00025600
000257 77  WS-FILED-TAXABLE            PIC S9(9)V99 VALUE 0.            00025700
000258 77  WS-FILED-EXCESS             PIC S9(9)V99 VALUE 0.            00025800
000259 77  WS-FILED-TAX                PIC S9(7)V99 VALUE 0.            00025900
000260 77  WS-FUTA-DUE                 PIC S9(7)V99 VALUE 0.            00026000
000261 77  WS-SUTA-DUE                 PIC S9(7)V99 VALUE 0.            00026100
000262*                                                                 00026200
000263 77  WS-YTD-YEAR                 PIC 99 VALUE 0.                  00026300
000264 77  WS-YTD-PROOF-TOTAL          PIC S9(9)V99 VALUE 0.            00026400
000265 77  WS-YEAR-WAGES               PIC S9(9)V99 VALUE 0.            00026500
000266*                                                                 00026600
000267 01  TITLE-LINE.                                                  00026700
000268     05  FILLER                  PIC X(20) VALUE SPACES.          00026800
000269     05  FILLER                  PIC X(43)                        00026900
000270             VALUE "EMPLOYER UNEMPLOYMENT TAX LIABILITY - YEAR ". 00027000
000271     05  TTL-YEAR                PIC 99.                          00027100
000272*                                                                 00027200
000273 01  RATE-LINE.                                                   00027300
000274     05  FILLER                  PIC X(02) VALUE SPACES.          00027400
000275     05  FILLER                  PIC X(11) VALUE "FUTA RATE: ".   00027500
000276     05  RTL-FUTA-RATE           PIC Z9.999.                      00027600
000277     05  FILLER                  PIC X(10) VALUE "%  LIMIT: ".    00027700
000278     05  RTL-FUTA-LIMIT          PIC Z,ZZZ,ZZ9.99.                00027800
000279     05  FILLER                  PIC X(15)                        00027900
000280             VALUE "    SUTA RATE: ".                             00028000
000281     05  RTL-SUTA-RATE           PIC Z9.999.                      00028100
000282     05  FILLER                  PIC X(10) VALUE "%  LIMIT: ".    00028200
000283     05  RTL-SUTA-LIMIT          PIC Z,ZZZ,ZZ9.99.                00028300
000284     05  FILLER                  PIC X(12)                        00028400
000285             VALUE "   ACCOUNT: ".                                00028500
000286     05  RTL-STATE-ACCOUNT       PIC X(10).                       00028600
000287*                                                                 00028700
000288 01  QUARTER-HEAD-LINE.                                           00028800
000289     05  FILLER                  PIC X(02) VALUE SPACES.          00028900
000290     05  FILLER                  PIC X(05) VALUE "YEAR ".         00029000
000291     05  QHL-YEAR                PIC 99.                          00029100
000292     05  FILLER                  PIC X(09) VALUE "  QUARTER".     00029200
000293     05  QHL-QUARTER             PIC 9.                           00029300
000294     05  FILLER                  PIC X(09) VALUE "  WAGES: ".     00029400
000295     05  QHL-WAGES               PIC ZZZ,ZZZ,ZZ9.99-.             00029500
000296*                                                                 00029600
000297 01  QUARTER-TAX-LINE.                                            00029700
000298     05  FILLER                  PIC X(08) VALUE SPACES.          00029800
000299     05  QXL-TAX-NAME            PIC X(04).                       00029900
000300     05  FILLER                  PIC X(11) VALUE "  TAXABLE: ".   00030000
000301     05  QXL-TAXABLE             PIC ZZZ,ZZZ,ZZ9.99-.             00030100
000302     05  FILLER                  PIC X(07) VALUE "  TAX: ".       00030200
000303     05  QXL-TAX                 PIC Z,ZZZ,ZZ9.99-.               00030300
000304     05  FILLER                  PIC X(12) VALUE "  DEPOSITS: ".  00030400
000305     05  QXL-DEPOSITS            PIC Z,ZZZ,ZZ9.99-.               00030500
000306     05  FILLER                  PIC X(07) VALUE "  DUE: ".       00030600
000307     05  QXL-DUE                 PIC Z,ZZZ,ZZ9.99-.               00030700
000308*                                                                 00030800
000309 01  DETAIL-HEAD-LINE.                                            00030900
000310     05  FILLER                  PIC X(02) VALUE SPACES.          00031000
000311     05  FILLER                  PIC X(43)                        00031100
000312             VALUE "STATE QUARTERLY WAGE DETAIL - YEAR/QUARTER ". 00031200
000313     05  DHL-YEAR                PIC 99.                          00031300
000314     05  FILLER                  PIC X(01) VALUE "/".             00031400
000315     05  DHL-QUARTER             PIC 9.                           00031500
000316*                                                                 00031600
000317 01  DETAIL-COLUMN-LINE.                                          00031700
000318     05  FILLER                  PIC X(04) VALUE SPACES.          00031800
000319     05  FILLER                  PIC X(38)                        00031900
000320             VALUE "EMP-ID     NAME".                             00032000
000321     05  FILLER                  PIC X(56) VALUE                  00032100
000322    "        WAGES       TAXABLE        EXCESS     STATE TAX".    00032200
000323*                                                                 00032300
000324 01  DETAIL-LINE.                                                 00032400
000325     05  FILLER                  PIC X(04) VALUE SPACES.          00032500
000326     05  DTL-EMP-ID              PIC X(10).                       00032600
000327     05  FILLER                  PIC X(01) VALUE SPACES.          00032700
000328     05  DTL-EMP-NAME            PIC X(25).                       00032800
000329     05  FILLER                  PIC X(02) VALUE SPACES.          00032900
000330     05  DTL-WAGES               PIC Z,ZZZ,ZZ9.99-.               00033000
000331     05  FILLER                  PIC X(01) VALUE SPACES.          00033100
000332     05  DTL-TAXABLE             PIC Z,ZZZ,ZZ9.99-.               00033200
000333     05  FILLER                  PIC X(01) VALUE SPACES.          00033300
000334     05  DTL-EXCESS              PIC Z,ZZZ,ZZ9.99-.               00033400
000335     05  FILLER                  PIC X(01) VALUE SPACES.          00033500
000336     05  DTL-TAX                 PIC Z,ZZZ,ZZ9.99-.               00033600
000337*                                                                 00033700
000338 01  DETAIL-TOTAL-LINE.                                           00033800
000339     05  FILLER                  PIC X(04) VALUE SPACES.          00033900
000340     05  FILLER                  PIC X(11) VALUE "EMPLOYEES: ".   00034000
000341     05  DTT-COUNT               PIC ZZ,ZZ9.                      00034100
000342     05  FILLER                  PIC X(20) VALUE SPACES.          00034200
000343     05  DTT-WAGES               PIC ZZ,ZZZ,ZZ9.99-.              00034300
000344     05  DTT-TAXABLE             PIC ZZ,ZZZ,ZZ9.99-.              00034400
000345     05  DTT-EXCESS              PIC ZZ,ZZZ,ZZ9.99-.              00034500
000346     05  DTT-TAX                 PIC ZZ,ZZZ,ZZ9.99-.              00034600
000347*                                                                 00034700
000348 01  MISMATCH-LINE.                                               00034800
000349     05  FILLER                  PIC X(04) VALUE SPACES.          00034900
000350     05  MML-EMP-ID              PIC X(10).                       00035000
000351     05  FILLER                  PIC X(17)                        00035100
000352             VALUE "  HISTORY WAGES: ".                           00035200
000353     05  MML-HISTORY             PIC Z,ZZZ,ZZ9.99-.               00035300
000354     05  FILLER                  PIC X(13)                        00035400
000355             VALUE "  YTD GROSS: ".                               00035500
000356     05  MML-YTD                 PIC Z,ZZZ,ZZ9.99-.               00035600
000357     05  FILLER                  PIC X(15)                        00035700
000358             VALUE "  *** MISMATCH".                              00035800
000359*                                                                 00035900
000360 01  PROOF-LINE.                                                  00036000
000361     05  FILLER                  PIC X(02) VALUE SPACES.          00036100
000362     05  FILLER                  PIC X(21)                        00036200
000363             VALUE "CROSSFOOT FOR YEAR   ".                       00036300
000364     05  PFL-YEAR                PIC 99.                          00036400
000365     05  FILLER                  PIC X(17)                        00036500
000366             VALUE "  HISTORY WAGES: ".                           00036600
000367     05  PFL-WAGES               PIC ZZZ,ZZZ,ZZ9.99-.             00036700
000368     05  FILLER                  PIC X(13)                        00036800
000369             VALUE "  YTD PROOF: ".                               00036900
000370     05  PFL-PROOF               PIC ZZZ,ZZZ,ZZ9.99-.             00037000
000371*                                                                 00037100
000372 01  NOT-SAME-YEAR-LINE.                                          00037200
000373     05  FILLER                  PIC X(02) VALUE SPACES.          00037300
000374     05  FILLER                  PIC X(60) VALUE                  00037400
000375    "YTD MASTER IS FOR ANOTHER YEAR - CROSSFOOT NOT TAKEN".       00037500
000376*                                                                 00037600
000377 01  CLEAN-LINE.                                                  00037700
000378     05  FILLER                  PIC X(02) VALUE SPACES.          00037800
000379     05  FILLER                  PIC X(44) VALUE                  00037900
000380    "WAGE DETAIL TIES TO THE YTD MASTER".                         00038000
000381*                                                                 00038100
000382 01  BAD-LINE.                                                    00038200
000383     05  FILLER                  PIC X(02) VALUE SPACES.          00038300
000384     05  FILLER                  PIC X(52) VALUE                  00038400
000385    "*** WAGES DO NOT TIE TO THE YTD MASTER - HELD ***".          00038500
000386*                                                                 00038600
000387 PROCEDURE DIVISION.                                              00038700
000388 000-MAIN.                                                        00038800
000389     PERFORM INITIALIZATION.                                      00038900
000390     PERFORM POST-ONE-HISTORY-LINE UNTIL HISTORY-IS-EOF.          00039000
000391     PERFORM CARRY-ONE-OLD-ROW UNTIL LEDGER-IS-EOF.               00039100
000392     PERFORM POST-ONE-DEPOSIT-CARD UNTIL DEPOSIT-IS-EOF.          00039200
000393     PERFORM FIGURE-QUARTER-TAX                                   00039300
000394         VARYING WS-QT-SUB FROM 1 BY 1                            00039400
000395         UNTIL WS-QT-SUB > WS-QT-COUNT                            00039500
000396         OR WS-QT-SUB > 40.                                       00039600
000397     PERFORM WRITE-NEW-LEDGER.                                    00039700
000398     PERFORM PRINT-LIABILITY-REPORT.                              00039800
000399     PERFORM PRINT-STATE-WAGE-DETAIL.                             00039900
000400     PERFORM CROSSFOOT-TO-YTD-MASTER.                             00040000
000401     PERFORM CLOSING.                                             00040100
000402     STOP RUN.                                                    00040200
000403*                                                                 00040300
000404 INITIALIZATION.                                                  00040400
000405     OPEN INPUT RATE-CARD-FILE, REGISTER-HISTORY-FILE,            00040500
000406          DEPOSIT-CARD-FILE, LEDGER-OLD-FILE, YTD-MASTER-FILE,    00040600
000407          OUTPUT LEDGER-NEW-FILE, STATE-WAGE-FILE, PRINT-FILE.    00040700
000408     READ RATE-CARD-FILE                                          00040800
000409         AT END                                                   00040900
000410             DISPLAY "UNEMPTAX HALTED - NO RATE CARD"             00041000
000411             MOVE 16 TO RETURN-CODE                               00041100
000412             STOP RUN                                             00041200
000413     END-READ.                                                    00041300
000414     CLOSE RATE-CARD-FILE.                                        00041400
000415     MOVE UIR-FILING-QUARTER TO WS-FILING-QUARTER.                00041500
000416     IF WS-FILING-QUARTER > 4                                     00041600
000417         DISPLAY "UNEMPTAX HALTED - FILING QUARTER NOT 0-4"       00041700
000418         MOVE 16 TO RETURN-CODE                                   00041800
000419         STOP RUN                                                 00041900
000420     END-IF.                                                      00042000
000421     MOVE UIR-YEAR TO TTL-YEAR.                                   00042100
000422     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00042200
000423     MOVE UIR-FUTA-RATE TO RTL-FUTA-RATE.                         00042300
000424     MOVE UIR-FUTA-LIMIT TO RTL-FUTA-LIMIT.                       00042400
000425     MOVE UIR-SUTA-RATE TO RTL-SUTA-RATE.                         00042500
000426     MOVE UIR-SUTA-LIMIT TO RTL-SUTA-LIMIT.                       00042600
000427     MOVE UIR-STATE-ACCOUNT TO RTL-STATE-ACCOUNT.                 00042700
000428     WRITE PRINT-LINE FROM RATE-LINE AFTER ADVANCING 2 LINES.     00042800
000429     READ REGISTER-HISTORY-FILE                                   00042900
000430         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00043000
000431     READ LEDGER-OLD-FILE                                         00043100
000432         AT END MOVE "Y" TO LEDGER-EOF-FLAG.                      00043200
000433     READ DEPOSIT-CARD-FILE                                       00043300
000434         AT END MOVE "Y" TO DEPOSIT-EOF-FLAG.                     00043400
000435*                                                                 00043500
000436*A PAY PERIOD'S QUARTER COMES FROM ITS MONTH; PERIODS ARE         00043600
000437*STAMPED YYMMDD BY PAYROLL.                                       00043700
000438 SET-WORK-QUARTER.                                                00043800
000439     COMPUTE WS-WORK-QUARTER = (WS-PERIOD-MM + 2) / 3.            00043900
000440     MOVE WS-PERIOD-YY TO WS-WORK-YEAR.                           00044000
000441*                                                                 00044100
000442*ONLY THE RATE CARD'S YEAR IS RECOMPUTED: THE LIMITS RESTART      00044200
000443*EACH JANUARY AND AN EARLIER YEAR'S RATES ARE NOT ON THE CARD.    00044300
000444 POST-ONE-HISTORY-LINE.                                           00044400
000445     MOVE REG-PAY-PERIOD TO WS-PERIOD-SPLIT.                      00044500
000446     PERFORM SET-WORK-QUARTER.                                    00044600
000447     IF WS-WORK-YEAR EQUAL UIR-YEAR                               00044700
000448         PERFORM SPLIT-ONE-HISTORY-LINE                           00044800
000449     END-IF.                                                      00044900
000450     READ REGISTER-HISTORY-FILE                                   00045000
000451         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00045100
000452*                                                                 00045200
000453 SPLIT-ONE-HISTORY-LINE.                                          00045300
000454     MOVE REG-EMP-ID TO WS-MATCH-ID.                              00045400
000455     PERFORM FIND-EMPLOYEE-ENTRY.                                 00045500
000456     IF NOT EMPLOYEE-ENTRY-FOUND                                  00045600
000457         ADD 1 TO WS-EMT-COUNT                                    00045700
000458         IF WS-EMT-COUNT > 500                                    00045800
000459             DISPLAY "UNEMPTAX HALTED - EMPLOYEE TABLE FULL"      00045900
000460             MOVE 16 TO RETURN-CODE                               00046000
000461             STOP RUN                                             00046100
000462         END-IF                                                   00046200
000463         MOVE WS-EMT-COUNT TO WS-EMT-FOUND-SUB                    00046300
000464         PERFORM CLEAR-EMPLOYEE-ENTRY                             00046400
000465         MOVE REG-EMP-ID TO EMT-EMP-ID(WS-EMT-FOUND-SUB)          00046500
000466     END-IF.                                                      00046600
000467     MOVE REG-EMP-NAME TO EMT-EMP-NAME(WS-EMT-FOUND-SUB).         00046700
000468     MOVE EMT-YEAR-WAGES(WS-EMT-FOUND-SUB) TO WS-WAGES-BEFORE.    00046800
000469     ADD WS-WAGES-BEFORE, REG-LINE-AMOUNT GIVING WS-WAGES-AFTER.  00046900
000470     MOVE UIR-FUTA-LIMIT TO WS-CAP-LIMIT.                         00047000
000471     PERFORM FIGURE-LINE-TAXABLE.                                 00047100
000472     MOVE WS-CAP-RESULT TO WS-LINE-FUTA-TAXABLE.                  00047200
000473     MOVE UIR-SUTA-LIMIT TO WS-CAP-LIMIT.                         00047300
000474     PERFORM FIGURE-LINE-TAXABLE.                                 00047400
000475     MOVE WS-CAP-RESULT TO WS-LINE-SUTA-TAXABLE.                  00047500
000476     MOVE WS-WAGES-AFTER TO EMT-YEAR-WAGES(WS-EMT-FOUND-SUB).     00047600
000477     ADD REG-LINE-AMOUNT                                          00047700
000478         TO EMT-Q-WAGES(WS-EMT-FOUND-SUB, WS-WORK-QUARTER).       00047800
000479     ADD WS-LINE-FUTA-TAXABLE                                     00047900
000480         TO EMT-Q-FUTA-TAXABLE(WS-EMT-FOUND-SUB, WS-WORK-QUARTER).00048000
000481     ADD WS-LINE-SUTA-TAXABLE                                     00048100
000482         TO EMT-Q-SUTA-TAXABLE(WS-EMT-FOUND-SUB, WS-WORK-QUARTER).00048200
000483     PERFORM FIND-QUARTER-ENTRY.                                  00048300
000484     IF QUARTER-ENTRY-FOUND                                       00048400
000485         ADD REG-LINE-AMOUNT TO QT-WAGES(WS-QT-FOUND-SUB)         00048500
000486         ADD WS-LINE-FUTA-TAXABLE                                 00048600
000487             TO QT-FUTA-TAXABLE(WS-QT-FOUND-SUB)                  00048700
000488         ADD WS-LINE-SUTA-TAXABLE                                 00048800
000489             TO QT-SUTA-TAXABLE(WS-QT-FOUND-SUB)                  00048900
000490     END-IF.                                                      00049000
000491*                                                                 00049100
000492*THE LINE'S TAXABLE WAGES ARE TAXABLE-TO-DATE AFTER THE LINE      00049200
000493*LESS TAXABLE-TO-DATE BEFORE IT, AGAINST WS-CAP-LIMIT.            00049300
000494 FIGURE-LINE-TAXABLE.                                             00049400
000495     MOVE WS-WAGES-BEFORE TO WS-CAP-AMOUNT.                       00049500
000496     PERFORM CAP-AT-LIMIT.                                        00049600
000497     MOVE WS-CAP-RESULT TO WS-TAXABLE-BEFORE.                     00049700
000498     MOVE WS-WAGES-AFTER TO WS-CAP-AMOUNT.                        00049800
000499     PERFORM CAP-AT-LIMIT.                                        00049900
000500     SUBTRACT WS-TAXABLE-BEFORE FROM WS-CAP-RESULT.               00050000
000501*                                                                 00050100
000502 CAP-AT-LIMIT.                                                    00050200
000503     IF WS-CAP-AMOUNT < 0                                         00050300
000504         MOVE 0 TO WS-CAP-RESULT                                  00050400
000505     ELSE                                                         00050500
000506         IF WS-CAP-AMOUNT > WS-CAP-LIMIT                          00050600
000507             MOVE WS-CAP-LIMIT TO WS-CAP-RESULT                   00050700
000508         ELSE                                                     00050800
000509             MOVE WS-CAP-AMOUNT TO WS-CAP-RESULT                  00050900
000510         END-IF                                                   00051000
000511     END-IF.                                                      00051100
000512*                                                                 00051200
000513 CLEAR-EMPLOYEE-ENTRY.                                            00051300
000514     MOVE SPACES TO EMT-EMP-ID(WS-EMT-FOUND-SUB).                 00051400
000515     MOVE SPACES TO EMT-EMP-NAME(WS-EMT-FOUND-SUB).               00051500
000516     MOVE 0 TO EMT-YEAR-WAGES(WS-EMT-FOUND-SUB).                  00051600
000517     PERFORM CLEAR-ONE-EMPLOYEE-QUARTER                           00051700
000518         VARYING WS-CLEAR-QUARTER FROM 1 BY 1                     00051800
000519         UNTIL WS-CLEAR-QUARTER > 4.                              00051900
000520*                                                                 00052000
000521 CLEAR-ONE-EMPLOYEE-QUARTER.                                      00052100
000522     MOVE 0 TO EMT-Q-WAGES(WS-EMT-FOUND-SUB, WS-CLEAR-QUARTER).   00052200
000523     MOVE 0                                                       00052300
000524         TO EMT-Q-FUTA-TAXABLE(WS-EMT-FOUND-SUB,                  00052400
000525             WS-CLEAR-QUARTER).                                   00052500
000526     MOVE 0                                                       00052600
000527         TO EMT-Q-SUTA-TAXABLE(WS-EMT-FOUND-SUB,                  00052700
000528             WS-CLEAR-QUARTER).                                   00052800
000529*                                                                 00052900
000530 FIND-EMPLOYEE-ENTRY.                                             00053000
000531     MOVE "N" TO EMT-FOUND-FLAG.                                  00053100
000532     PERFORM MATCH-ONE-EMPLOYEE                                   00053200
000533         VARYING WS-EMT-SUB FROM 1 BY 1                           00053300
000534         UNTIL WS-EMT-SUB > WS-EMT-COUNT                          00053400
000535         OR WS-EMT-SUB > 500                                      00053500
000536         OR EMPLOYEE-ENTRY-FOUND.                                 00053600
000537*                                                                 00053700
000538 MATCH-ONE-EMPLOYEE.                                              00053800
000539     IF EMT-EMP-ID(WS-EMT-SUB) EQUAL WS-MATCH-ID                  00053900
000540         MOVE "Y" TO EMT-FOUND-FLAG                               00054000
000541         MOVE WS-EMT-SUB TO WS-EMT-FOUND-SUB                      00054100
000542     END-IF.                                                      00054200
000543*                                                                 00054300
000544 FIND-QUARTER-ENTRY.                                              00054400
000545     MOVE "N" TO QT-FOUND-FLAG.                                   00054500
000546     PERFORM MATCH-ONE-QUARTER                                    00054600
000547         VARYING WS-QT-SUB FROM 1 BY 1                            00054700
000548         UNTIL WS-QT-SUB > WS-QT-COUNT                            00054800
000549         OR WS-QT-SUB > 40.                                       00054900
000550     IF NOT QUARTER-ENTRY-FOUND                                   00055000
000551         ADD 1 TO WS-QT-COUNT                                     00055100
000552         IF WS-QT-COUNT > 40                                      00055200
000553             DISPLAY "UNEMPTAX HALTED - QUARTER TABLE FULL AT 40" 00055300
000554             MOVE 16 TO RETURN-CODE                               00055400
000555             STOP RUN                                             00055500
000556         END-IF                                                   00055600
000557         MOVE WS-WORK-YEAR TO QT-YEAR(WS-QT-COUNT)                00055700
000558         MOVE WS-WORK-QUARTER TO QT-QUARTER(WS-QT-COUNT)          00055800
000559         MOVE 0 TO QT-WAGES(WS-QT-COUNT)                          00055900
000560         MOVE 0 TO QT-FUTA-TAXABLE(WS-QT-COUNT)                   00056000
000561         MOVE 0 TO QT-FUTA-TAX(WS-QT-COUNT)                       00056100
000562         MOVE 0 TO QT-SUTA-TAXABLE(WS-QT-COUNT)                   00056200
000563         MOVE 0 TO QT-SUTA-TAX(WS-QT-COUNT)                       00056300
000564         MOVE 0 TO QT-FUTA-DEPOSITS(WS-QT-COUNT)                  00056400
000565         MOVE 0 TO QT-SUTA-DEPOSITS(WS-QT-COUNT)                  00056500
000566         MOVE WS-QT-COUNT TO WS-QT-FOUND-SUB                      00056600
000567         MOVE "Y" TO QT-FOUND-FLAG                                00056700
000568     END-IF.                                                      00056800
000569*                                                                 00056900
000570 MATCH-ONE-QUARTER.                                               00057000
000571     IF QT-YEAR(WS-QT-SUB) EQUAL WS-WORK-YEAR                     00057100
000572       AND QT-QUARTER(WS-QT-SUB) EQUAL WS-WORK-QUARTER            00057200
000573         MOVE "Y" TO QT-FOUND-FLAG                                00057300
000574         MOVE WS-QT-SUB TO WS-QT-FOUND-SUB                        00057400
000575     END-IF.                                                      00057500
000576*                                                                 00057600
000577*DEPOSIT ROWS ALWAYS CARRY FORWARD.  LIABILITY ROWS CARRY ONLY    00057700
000578*FOR YEARS OTHER THAN THE RATE CARD'S -- THAT YEAR IS REBUILT     00057800
000579*IN FULL FROM THE HISTORY, SO A CORRECTED PERIOD CORRECTS IT.     00057900
000580 CARRY-ONE-OLD-ROW.                                               00058000
000581     MOVE UXO-YEAR TO WS-WORK-YEAR.                               00058100
000582     MOVE UXO-QUARTER TO WS-WORK-QUARTER.                         00058200
000583     IF UXO-IS-DEPOSIT                                            00058300
000584         PERFORM FIND-QUARTER-ENTRY                               00058400
000585         IF QUARTER-ENTRY-FOUND                                   00058500
000586             ADD UXO-FUTA-DEPOSITS                                00058600
000587                 TO QT-FUTA-DEPOSITS(WS-QT-FOUND-SUB)             00058700
000588             ADD UXO-SUTA-DEPOSITS                                00058800
000589                 TO QT-SUTA-DEPOSITS(WS-QT-FOUND-SUB)             00058900
000590         END-IF                                                   00059000
000591     END-IF.                                                      00059100
000592     IF UXO-IS-LIABILITY                                          00059200
000593       AND UXO-YEAR NOT EQUAL UIR-YEAR                            00059300
000594         PERFORM FIND-QUARTER-ENTRY                               00059400
000595         IF QUARTER-ENTRY-FOUND                                   00059500
000596             MOVE UXO-WAGES TO QT-WAGES(WS-QT-FOUND-SUB)          00059600
000597             MOVE UXO-FUTA-TAXABLE                                00059700
000598                 TO QT-FUTA-TAXABLE(WS-QT-FOUND-SUB)              00059800
000599             MOVE UXO-FUTA-TAX TO QT-FUTA-TAX(WS-QT-FOUND-SUB)    00059900
000600             MOVE UXO-SUTA-TAXABLE                                00060000
000601                 TO QT-SUTA-TAXABLE(WS-QT-FOUND-SUB)              00060100
000602             MOVE UXO-SUTA-TAX TO QT-SUTA-TAX(WS-QT-FOUND-SUB)    00060200
000603         END-IF                                                   00060300
000604     END-IF.                                                      00060400
000605     READ LEDGER-OLD-FILE                                         00060500
000606         AT END MOVE "Y" TO LEDGER-EOF-FLAG.                      00060600
000607*                                                                 00060700
000608 POST-ONE-DEPOSIT-CARD.                                           00060800
000609     MOVE UDC-DEPOSIT-DATE TO WS-PERIOD-SPLIT.                    00060900
000610     PERFORM SET-WORK-QUARTER.                                    00061000
000611     PERFORM FIND-QUARTER-ENTRY.                                  00061100
000612     IF QUARTER-ENTRY-FOUND                                       00061200
000613         IF UDC-IS-FUTA                                           00061300
000614             ADD UDC-AMOUNT TO QT-FUTA-DEPOSITS(WS-QT-FOUND-SUB)  00061400
000615         END-IF                                                   00061500
000616         IF UDC-IS-SUTA                                           00061600
000617             ADD UDC-AMOUNT TO QT-SUTA-DEPOSITS(WS-QT-FOUND-SUB)  00061700
000618         END-IF                                                   00061800
000619     END-IF.                                                      00061900
000620     READ DEPOSIT-CARD-FILE                                       00062000
000621         AT END MOVE "Y" TO DEPOSIT-EOF-FLAG.                     00062100
000622*                                                                 00062200
000623*THE QUARTER'S TAX IS FIGURED ON ITS TOTAL TAXABLE WAGES, THE     00062300
000624*WAY THE RETURNS FIGURE IT; EARLIER YEARS KEEP THEIR LEDGER TAX.  00062400
000625 FIGURE-QUARTER-TAX.                                              00062500
000626     IF QT-YEAR(WS-QT-SUB) EQUAL UIR-YEAR                         00062600
000627         COMPUTE QT-FUTA-TAX(WS-QT-SUB) ROUNDED =                 00062700
000628             QT-FUTA-TAXABLE(WS-QT-SUB) * UIR-FUTA-RATE / 100     00062800
000629         COMPUTE QT-SUTA-TAX(WS-QT-SUB) ROUNDED =                 00062900
000630             QT-SUTA-TAXABLE(WS-QT-SUB) * UIR-SUTA-RATE / 100     00063000
000631         IF UIR-FILING-QUARTER EQUAL 0                            00063100
000632           AND QT-QUARTER(WS-QT-SUB) > WS-FILING-QUARTER          00063200
000633           AND QT-WAGES(WS-QT-SUB) NOT EQUAL 0                    00063300
000634             MOVE QT-QUARTER(WS-QT-SUB) TO WS-FILING-QUARTER      00063400
000635         END-IF                                                   00063500
000636     END-IF.                                                      00063600
000637*                                                                 00063700
000638 WRITE-NEW-LEDGER.                                                00063800
000639     PERFORM WRITE-ONE-LIABILITY-ROW                              00063900
000640         VARYING WS-QT-SUB FROM 1 BY 1                            00064000
000641         UNTIL WS-QT-SUB > WS-QT-COUNT                            00064100
000642         OR WS-QT-SUB > 40.                                       00064200
000643     PERFORM WRITE-ONE-DEPOSIT-ROW                                00064300
000644         VARYING WS-QT-SUB FROM 1 BY 1                            00064400
000645         UNTIL WS-QT-SUB > WS-QT-COUNT                            00064500
000646         OR WS-QT-SUB > 40.                                       00064600
000647*                                                                 00064700
000648 WRITE-ONE-LIABILITY-ROW.                                         00064800
000649     MOVE "L" TO UXN-TYPE.                                        00064900
000650     MOVE QT-YEAR(WS-QT-SUB) TO UXN-YEAR.                         00065000
000651     MOVE QT-QUARTER(WS-QT-SUB) TO UXN-QUARTER.                   00065100
000652     MOVE QT-WAGES(WS-QT-SUB) TO UXN-WAGES.                       00065200
000653     MOVE QT-FUTA-TAXABLE(WS-QT-SUB) TO UXN-FUTA-TAXABLE.         00065300
000654     MOVE QT-FUTA-TAX(WS-QT-SUB) TO UXN-FUTA-TAX.                 00065400
000655     MOVE QT-SUTA-TAXABLE(WS-QT-SUB) TO UXN-SUTA-TAXABLE.         00065500
000656     MOVE QT-SUTA-TAX(WS-QT-SUB) TO UXN-SUTA-TAX.                 00065600
000657     MOVE 0 TO UXN-FUTA-DEPOSITS.                                 00065700
000658     MOVE 0 TO UXN-SUTA-DEPOSITS.                                 00065800
000659     WRITE LEDGER-NEW-RECORD.                                     00065900
000660*                                                                 00066000
000661 WRITE-ONE-DEPOSIT-ROW.                                           00066100
000662     MOVE "D" TO UXN-TYPE.                                        00066200
000663     MOVE QT-YEAR(WS-QT-SUB) TO UXN-YEAR.                         00066300
000664     MOVE QT-QUARTER(WS-QT-SUB) TO UXN-QUARTER.                   00066400
000665     MOVE 0 TO UXN-WAGES.                                         00066500
000666     MOVE 0 TO UXN-FUTA-TAXABLE.                                  00066600
000667     MOVE 0 TO UXN-FUTA-TAX.                                      00066700
000668     MOVE 0 TO UXN-SUTA-TAXABLE.                                  00066800
000669     MOVE 0 TO UXN-SUTA-TAX.                                      00066900
000670     MOVE QT-FUTA-DEPOSITS(WS-QT-SUB) TO UXN-FUTA-DEPOSITS.       00067000
000671     MOVE QT-SUTA-DEPOSITS(WS-QT-SUB) TO UXN-SUTA-DEPOSITS.       00067100
000672     WRITE LEDGER-NEW-RECORD.                                     00067200
000673*                                                                 00067300
000674 PRINT-LIABILITY-REPORT.                                          00067400
000675     PERFORM PRINT-ONE-QUARTER                                    00067500
000676         VARYING WS-QT-SUB FROM 1 BY 1                            00067600
000677         UNTIL WS-QT-SUB > WS-QT-COUNT                            00067700
000678         OR WS-QT-SUB > 40.                                       00067800
000679*                                                                 00067900
000680 PRINT-ONE-QUARTER.                                               00068000
000681     MOVE QT-YEAR(WS-QT-SUB) TO QHL-YEAR.                         00068100
000682     MOVE QT-QUARTER(WS-QT-SUB) TO QHL-QUARTER.                   00068200
000683     MOVE QT-WAGES(WS-QT-SUB) TO QHL-WAGES.                       00068300
000684     WRITE PRINT-LINE FROM QUARTER-HEAD-LINE                      00068400
000685         AFTER ADVANCING 2 LINES.                                 00068500
000686     SUBTRACT QT-FUTA-DEPOSITS(WS-QT-SUB)                         00068600
000687         FROM QT-FUTA-TAX(WS-QT-SUB)                              00068700
000688         GIVING WS-FUTA-DUE.                                      00068800
000689     MOVE "FUTA" TO QXL-TAX-NAME.                                 00068900
000690     MOVE QT-FUTA-TAXABLE(WS-QT-SUB) TO QXL-TAXABLE.              00069000
000691     MOVE QT-FUTA-TAX(WS-QT-SUB) TO QXL-TAX.                      00069100
000692     MOVE QT-FUTA-DEPOSITS(WS-QT-SUB) TO QXL-DEPOSITS.            00069200
000693     MOVE WS-FUTA-DUE TO QXL-DUE.                                 00069300
000694     WRITE PRINT-LINE FROM QUARTER-TAX-LINE                       00069400
000695         AFTER ADVANCING 1 LINE.                                  00069500
000696     SUBTRACT QT-SUTA-DEPOSITS(WS-QT-SUB)                         00069600
000697         FROM QT-SUTA-TAX(WS-QT-SUB)                              00069700
000698         GIVING WS-SUTA-DUE.                                      00069800
000699     MOVE "SUTA" TO QXL-TAX-NAME.                                 00069900
000700     MOVE QT-SUTA-TAXABLE(WS-QT-SUB) TO QXL-TAXABLE.              00070000
000701     MOVE QT-SUTA-TAX(WS-QT-SUB) TO QXL-TAX.                      00070100
000702     MOVE QT-SUTA-DEPOSITS(WS-QT-SUB) TO QXL-DEPOSITS.            00070200
000703     MOVE WS-SUTA-DUE TO QXL-DUE.                                 00070300
000704     WRITE PRINT-LINE FROM QUARTER-TAX-LINE                       00070400
000705         AFTER ADVANCING 1 LINE.                                  00070500
000706*                                                                 00070600
000707*THE STATE WANTS EVERY EMPLOYEE PAID IN THE QUARTER WITH THE      00070700
000708*QUARTER'S TOTAL, TAXABLE, AND EXCESS WAGES.  EACH EMPLOYEE'S     00070800
000709*TAX IS SHOWN ROUNDED FOR THE LISTING; THE LIABILITY ABOVE IS     00070900
000710*FIGURED ON THE QUARTER'S TOTAL.                                  00071000
000711 PRINT-STATE-WAGE-DETAIL.                                         00071100
000712     MOVE UIR-YEAR TO DHL-YEAR.                                   00071200
000713     MOVE WS-FILING-QUARTER TO DHL-QUARTER.                       00071300
000714     WRITE PRINT-LINE FROM DETAIL-HEAD-LINE                       00071400
000715         AFTER ADVANCING 3 LINES.                                 00071500
000716     WRITE PRINT-LINE FROM DETAIL-COLUMN-LINE                     00071600
000717         AFTER ADVANCING 2 LINES.                                 00071700
000718     IF WS-FILING-QUARTER > 0                                     00071800
000719         PERFORM FILE-ONE-EMPLOYEE                                00071900
000720             VARYING WS-EMT-SUB FROM 1 BY 1                       00072000
000721             UNTIL WS-EMT-SUB > WS-EMT-COUNT                      00072100
000722             OR WS-EMT-SUB > 500                                  00072200
000723     END-IF.                                                      00072300
000724     MOVE WS-FILED-COUNT TO DTT-COUNT.                            00072400
000725     MOVE WS-FILED-WAGES TO DTT-WAGES.                            00072500
000726     MOVE WS-FILED-TAXABLE TO DTT-TAXABLE.                        00072600
000727     MOVE WS-FILED-EXCESS TO DTT-EXCESS.                          00072700
000728     MOVE WS-FILED-TAX TO DTT-TAX.                                00072800
000729     WRITE PRINT-LINE FROM DETAIL-TOTAL-LINE                      00072900
000730         AFTER ADVANCING 2 LINES.                                 00073000
000731     MOVE "T" TO SWR-TYPE.                                        00073100
000732     MOVE UIR-STATE-ACCOUNT TO SWR-STATE-ACCOUNT.                 00073200
000733     MOVE UIR-YEAR TO SWR-YEAR.                                   00073300
000734     MOVE WS-FILING-QUARTER TO SWR-QUARTER.                       00073400
000735     MOVE SPACES TO SWR-EMP-ID.                                   00073500
000736     MOVE "TOTALS" TO SWR-EMP-NAME.                               00073600
000737     MOVE WS-FILED-WAGES TO SWR-WAGES.                            00073700
000738     MOVE WS-FILED-TAXABLE TO SWR-SUTA-TAXABLE.                   00073800
000739     MOVE WS-FILED-EXCESS TO SWR-SUTA-EXCESS.                     00073900
000740     MOVE WS-FILED-TAX TO SWR-SUTA-TAX.                           00074000
000741     WRITE STATE-WAGE-RECORD.                                     00074100
000742*                                                                 00074200
000743 FILE-ONE-EMPLOYEE.                                               00074300
000744     IF EMT-Q-WAGES(WS-EMT-SUB, WS-FILING-QUARTER) NOT EQUAL 0    00074400
000745         PERFORM FILE-ONE-EMPLOYEE-QUARTER                        00074500
000746     END-IF.                                                      00074600
000747*                                                                 00074700
000748 FILE-ONE-EMPLOYEE-QUARTER.                                       00074800
000749     SUBTRACT EMT-Q-SUTA-TAXABLE(WS-EMT-SUB, WS-FILING-QUARTER)   00074900
000750         FROM EMT-Q-WAGES(WS-EMT-SUB, WS-FILING-QUARTER)          00075000
000751         GIVING WS-EMP-EXCESS.                                    00075100
000752     COMPUTE WS-EMP-SUTA-TAX ROUNDED =                            00075200
000753         EMT-Q-SUTA-TAXABLE(WS-EMT-SUB, WS-FILING-QUARTER)        00075300
000754         * UIR-SUTA-RATE / 100.                                   00075400
000755     ADD 1 TO WS-FILED-COUNT.                                     00075500
000756     ADD EMT-Q-WAGES(WS-EMT-SUB, WS-FILING-QUARTER)               00075600
000757         TO WS-FILED-WAGES.                                       00075700
000758     ADD EMT-Q-SUTA-TAXABLE(WS-EMT-SUB, WS-FILING-QUARTER)        00075800
000759         TO WS-FILED-TAXABLE.                                     00075900
000760     ADD WS-EMP-EXCESS TO WS-FILED-EXCESS.                        00076000
000761     ADD WS-EMP-SUTA-TAX TO WS-FILED-TAX.                         00076100
000762     MOVE EMT-EMP-ID(WS-EMT-SUB) TO DTL-EMP-ID.                   00076200
000763     MOVE EMT-EMP-NAME(WS-EMT-SUB) TO DTL-EMP-NAME.               00076300
000764     MOVE EMT-Q-WAGES(WS-EMT-SUB, WS-FILING-QUARTER)              00076400
000765         TO DTL-WAGES.                                            00076500
000766     MOVE EMT-Q-SUTA-TAXABLE(WS-EMT-SUB, WS-FILING-QUARTER)       00076600
000767         TO DTL-TAXABLE.                                          00076700
000768     MOVE WS-EMP-EXCESS TO DTL-EXCESS.                            00076800
000769     MOVE WS-EMP-SUTA-TAX TO DTL-TAX.                             00076900
000770     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.    00077000
000771     MOVE "E" TO SWR-TYPE.                                        00077100
000772     MOVE UIR-STATE-ACCOUNT TO SWR-STATE-ACCOUNT.                 00077200
000773     MOVE UIR-YEAR TO SWR-YEAR.                                   00077300
000774     MOVE WS-FILING-QUARTER TO SWR-QUARTER.                       00077400
000775     MOVE EMT-EMP-ID(WS-EMT-SUB) TO SWR-EMP-ID.                   00077500
000776     MOVE EMT-EMP-NAME(WS-EMT-SUB) TO SWR-EMP-NAME.               00077600
000777     MOVE EMT-Q-WAGES(WS-EMT-SUB, WS-FILING-QUARTER)              00077700
000778         TO SWR-WAGES.                                            00077800
000779     MOVE EMT-Q-SUTA-TAXABLE(WS-EMT-SUB, WS-FILING-QUARTER)       00077900
000780         TO SWR-SUTA-TAXABLE.                                     00078000
000781     MOVE WS-EMP-EXCESS TO SWR-SUTA-EXCESS.                       00078100
000782     MOVE WS-EMP-SUTA-TAX TO SWR-SUTA-TAX.                        00078200
000783     WRITE STATE-WAGE-RECORD.                                     00078300
000784*                                                                 00078400
000785*EACH EMPLOYEE'S HISTORY WAGES FOR THE YEAR MUST EQUAL THE YTD    00078500
000786*MASTER'S GROSS, AND THE YEAR'S TOTAL THE MASTER'S PROOF TOTAL.   00078600
000787*A MASTER FOR ANOTHER YEAR (E.G. THE FOURTH QUARTER FILED AFTER   00078700
000788*YEAREND HAS OPENED THE NEW YEAR) CANNOT BE CROSSFOOTED.          00078800
000789 CROSSFOOT-TO-YTD-MASTER.                                         00078900
000790     READ YTD-MASTER-FILE                                         00079000
000791         AT END MOVE "Y" TO YTD-EOF-FLAG                          00079100
000792     END-READ.                                                    00079200
000793     IF NOT YTD-IS-EOF                                            00079300
000794       AND YTD-M-EMP-ID EQUAL "*YTDCTL*"                          00079400
000795         MOVE YTD-M-GROSS-PAY TO WS-YTD-YEAR                      00079500
000796         READ YTD-MASTER-FILE                                     00079600
000797             AT END MOVE "Y" TO YTD-EOF-FLAG                      00079700
000798         END-READ                                                 00079800
000799     END-IF.                                                      00079900
000800     IF WS-YTD-YEAR NOT EQUAL UIR-YEAR                            00080000
000801         WRITE PRINT-LINE FROM NOT-SAME-YEAR-LINE                 00080100
000802             AFTER ADVANCING 3 LINES                              00080200
000803     ELSE                                                         00080300
000804         PERFORM CHECK-ONE-YTD-RECORD UNTIL YTD-IS-EOF            00080400
000805         PERFORM SUM-ONE-EMPLOYEE                                 00080500
000806             VARYING WS-EMT-SUB FROM 1 BY 1                       00080600
000807             UNTIL WS-EMT-SUB > WS-EMT-COUNT                      00080700
000808             OR WS-EMT-SUB > 500                                  00080800
000809         MOVE WS-YTD-YEAR TO PFL-YEAR                             00080900
000810         MOVE WS-YEAR-WAGES TO PFL-WAGES                          00081000
000811         MOVE WS-YTD-PROOF-TOTAL TO PFL-PROOF                     00081100
000812         WRITE PRINT-LINE FROM PROOF-LINE                         00081200
000813             AFTER ADVANCING 2 LINES                              00081300
000814         IF WS-YEAR-WAGES NOT EQUAL WS-YTD-PROOF-TOTAL            00081400
000815             MOVE "N" TO CROSSFOOT-FLAG                           00081500
000816         END-IF                                                   00081600
000817         IF CROSSFOOT-IS-CLEAN                                    00081700
000818             WRITE PRINT-LINE FROM CLEAN-LINE                     00081800
000819                 AFTER ADVANCING 1 LINE                           00081900
000820         ELSE                                                     00082000
000821             WRITE PRINT-LINE FROM BAD-LINE                       00082100
000822                 AFTER ADVANCING 1 LINE                           00082200
000823             MOVE 16 TO RETURN-CODE                               00082300
000824         END-IF                                                   00082400
000825     END-IF.                                                      00082500
000826*                                                                 00082600
000827 CHECK-ONE-YTD-RECORD.                                            00082700
000828     ADD YTD-M-GROSS-PAY TO WS-YTD-PROOF-TOTAL.                   00082800
000829     MOVE YTD-M-EMP-ID TO WS-MATCH-ID.                            00082900
000830     PERFORM FIND-EMPLOYEE-ENTRY.                                 00083000
000831     IF EMPLOYEE-ENTRY-FOUND                                      00083100
000832         IF EMT-YEAR-WAGES(WS-EMT-FOUND-SUB)                      00083200
000833             NOT EQUAL YTD-M-GROSS-PAY                            00083300
000834             MOVE EMT-YEAR-WAGES(WS-EMT-FOUND-SUB) TO MML-HISTORY 00083400
000835             PERFORM PRINT-MISMATCH                               00083500
000836         END-IF                                                   00083600
000837     ELSE                                                         00083700
000838         IF YTD-M-GROSS-PAY NOT EQUAL 0                           00083800
000839             MOVE 0 TO MML-HISTORY                                00083900
000840             PERFORM PRINT-MISMATCH                               00084000
000841         END-IF                                                   00084100
000842     END-IF.                                                      00084200
000843     READ YTD-MASTER-FILE                                         00084300
000844         AT END MOVE "Y" TO YTD-EOF-FLAG.                         00084400
000845*                                                                 00084500
000846 PRINT-MISMATCH.                                                  00084600
000847     MOVE YTD-M-EMP-ID TO MML-EMP-ID.                             00084700
000848     MOVE YTD-M-GROSS-PAY TO MML-YTD.                             00084800
000849     WRITE PRINT-LINE FROM MISMATCH-LINE AFTER ADVANCING 1 LINE.  00084900
000850     MOVE "N" TO CROSSFOOT-FLAG.                                  00085000
000851*                                                                 00085100
000852 SUM-ONE-EMPLOYEE.                                                00085200
000853     ADD EMT-YEAR-WAGES(WS-EMT-SUB) TO WS-YEAR-WAGES.             00085300
000854*                                                                 00085400
000855 CLOSING.                                                         00085500
000856     CLOSE REGISTER-HISTORY-FILE, DEPOSIT-CARD-FILE,              00085600
000857         LEDGER-OLD-FILE, LEDGER-NEW-FILE, YTD-MASTER-FILE,       00085700
000858         STATE-WAGE-FILE, PRINT-FILE.                             00085800
