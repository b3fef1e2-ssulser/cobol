000021*                    CROSSFOOT FAILURE ENDS WITH CODE 16 SO THE   00002100
000022*                    RETURN IS NOT FILED OFF FIGURES THAT DO NOT  00002200
000023*                    TIE TO THE BOOKS.                            00002300
000024*    2026-10-15  SS  CARRY THE SOCIAL SECURITY AND MEDICARE       00002400
000025*                    LIABILITY (EMPLOYEE WITHHOLDING PLUS THE     00002500
000026*                    EMPLOYER SHARE) BY PERIOD AND QUARTER ON THE 00002600
000027*                    LEDGER AND FILING REPORT; THE BALANCE DUE    00002700
000028*                    NOW COVERS IT.  YTD MASTER LAYOUT WIDENED.   00002800
000029*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00002900
000030*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT  00003000
000031*                    AND THE YTD MASTER.                          00003100
000032*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00003200
000033*                    THE REGISTER EXTRACT.                        00003300
000034*                                                                 00003400
000035 ENVIRONMENT DIVISION.                                            00003500
000036 CONFIGURATION SECTION.                                           00003600
000037 SOURCE-COMPUTER. IBM-370.                                        00003700
000038 OBJECT-COMPUTER. IBM-370.                                        00003800
000039*                                                                 00003900
000040 INPUT-OUTPUT SECTION.                                            00004000
000041 FILE-CONTROL.                                                    00004100
000042     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00004200
000043     SELECT OPTIONAL DEPOSIT-CARD-FILE ASSIGN TO UT-S-DEPOSITS.   00004300
000044     SELECT OPTIONAL LEDGER-OLD-FILE ASSIGN TO UT-S-TAXLOLD.      00004400
000045     SELECT LEDGER-NEW-FILE ASSIGN TO UT-S-TAXLNEW.               00004500
000046     SELECT YTD-MASTER-FILE ASSIGN TO UT-S-YTDMSTR.               00004600
000047     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004700
000048*                                                                 00004800
000049 DATA DIVISION.                                                   00004900
000050 FILE SECTION.                                                    00005000
000051*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00005100
000052 FD  REGISTER-HISTORY-FILE                                        00005200
000053     LABEL RECORD IS OMITTED.                                     00005300
000054 01  REGISTER-RECORD.                                             00005400
000055     05  REG-EMP-ID              PIC X(10).                       00005500
000056     05  REG-EMP-DEPARTMENT      PIC X(15).                       00005600
000057     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00005700
000058     05  REG-PAY-PERIOD          PIC X(06).                       00005800
000059     05  REG-EMP-NAME            PIC X(25).                       00005900
000060     05  REG-EMP-HOURS-WORKED    PIC S99.                         00006000
000061     05  REG-EMP-PAYRATE         PIC 99V99.                       00006100
000062     05  REG-TAX-DED             PIC S9(5)V99.                    00006200
000063     05  REG-INS-DED             PIC S9(5)V99.                    00006300
000064     05  REG-GARN-DED            PIC S9(5)V99.                    00006400
000065     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00006500
000066     05  REG-PLANT-CODE          PIC X(04).                       00006600
000067     05  REG-BONUS-AMT           PIC S9(5)V99.                    00006700
000068     05  REG-PREM-AMT            PIC S9(5)V99.                    00006800
000069     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00006900
000070     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00007000
000071         10  REG-GD-ORDER-NO     PIC X(06).                       00007100
000072         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00007200
000073     05  REG-JOB-CODE            PIC X(06).                       00007300
000074     05  REG-SS-WAGES            PIC S9(5)V99.                    00007400
000075     05  REG-SS-DED              PIC S9(5)V99.                    00007500
000076     05  REG-MED-WAGES           PIC S9(5)V99.                    00007600
000077     05  REG-MED-DED             PIC S9(5)V99.                    00007700
000078     05  REG-SS-ER               PIC S9(5)V99.                    00007800
000079     05  REG-MED-ER              PIC S9(5)V99.                    00007900
000080     05  REG-DEFERRAL            PIC S9(5)V99.                    00008000
000081     05  REG-ER-MATCH            PIC S9(5)V99.                    00008100
000082     05  REG-LOAN-DED            PIC S9(5)V99.                    00008200
000083*                                                                 00008300
000084*ONE DEPOSIT CARD PER TAX DEPOSIT MADE AT THE BANK: THE DATE      00008400
000085*PLACES IT IN ITS QUARTER.                                        00008500
000086 FD  DEPOSIT-CARD-FILE                                            00008600
000087     LABEL RECORD IS OMITTED.                                     00008700
000088 01  DEPOSIT-CARD-RECORD.                                         00008800
000089     05  DPC-DEPOSIT-DATE        PIC 9(06).                       00008900
000090     05  DPC-AMOUNT              PIC 9(7)V99.                     00009000
000091     05  FILLER                  PIC X(65).                       00009100
000092*                                                                 00009200
000093*THE TAX LIABILITY LEDGER CARRIES ONE "L" ROW PER PAY PERIOD      00009300
000094*(REBUILT FROM THE REGISTER HISTORY EVERY RUN) AND ONE "D" ROW    00009400
000095*PER QUARTER WITH THE CUMULATIVE DEPOSITS MADE.                   00009500
000096 FD  LEDGER-OLD-FILE                                              00009600
000097     LABEL RECORD IS OMITTED.                                     00009700
000098 01  LEDGER-OLD-RECORD.                                           00009800
000099     05  TXO-TYPE                PIC X.                           00009900
000100         88  TXO-IS-DEPOSIT      VALUE "D".                       00010000
000101     05  TXO-YEAR                PIC 99.                          00010100
000102     05  TXO-QUARTER             PIC 9.                           00010200
000103     05  TXO-PERIOD              PIC X(06).                       00010300
000104     05  TXO-WAGES               PIC S9(9)V99.                    00010400
000105     05  TXO-WITHHELD            PIC S9(7)V99.                    00010500
000106     05  TXO-DEPOSITS            PIC S9(7)V99.                    00010600
000107     05  TXO-FICA                PIC S9(7)V99.                    00010700
000108*                                                                 00010800
000109 FD  LEDGER-NEW-FILE                                              00010900
000110     LABEL RECORD IS OMITTED.                                     00011000
000111 01  LEDGER-NEW-RECORD.                                           00011100
000112     05  TXN-TYPE                PIC X.                           00011200
000113     05  TXN-YEAR                PIC 99.                          00011300
000114     05  TXN-QUARTER             PIC 9.                           00011400
000115     05  TXN-PERIOD              PIC X(06).                       00011500
000116     05  TXN-WAGES               PIC S9(9)V99.                    00011600
000117     05  TXN-WITHHELD            PIC S9(7)V99.                    00011700
000118     05  TXN-DEPOSITS            PIC S9(7)V99.                    00011800
000119     05  TXN-FICA                PIC S9(7)V99.                    00011900
000120*                                                                 00012000
000121*YTD-MASTER-RECORD MIRRORS PAYROLL'S YTD MASTER LAYOUT; THE       00012100
000122*LEADING *YTDCTL* CONTROL RECORD NAMES THE MASTER'S YEAR.         00012200
000123 FD  YTD-MASTER-FILE                                              00012300
000124     LABEL RECORD IS OMITTED.                                     00012400
000125 01  YTD-MASTER-RECORD.                                           00012500
000126     05  YTD-M-EMP-ID            PIC X(10).                       00012600
000127     05  YTD-M-EMP-NAME          PIC X(25).                       00012700
000128     05  YTD-M-GROSS-PAY         PIC S9(7)V99.                    00012800
000129     05  YTD-M-SS-WAGES          PIC S9(7)V99.                    00012900
000130     05  YTD-M-SS-TAX            PIC S9(7)V99.                    00013000
000131     05  YTD-M-MED-WAGES         PIC S9(7)V99.                    00013100
000132     05  YTD-M-MED-TAX           PIC S9(7)V99.                    00013200
000133     05  YTD-M-SS-ER-TAX         PIC S9(7)V99.                    00013300
000134     05  YTD-M-MED-ER-TAX        PIC S9(7)V99.                    00013400
000135     05  YTD-M-DEFERRALS         PIC S9(7)V99.                    00013500
000136     05  YTD-M-ER-MATCH          PIC S9(7)V99.                    00013600
000137*                                                                 00013700
000138 FD  PRINT-FILE                                                   00013800
000139     LABEL RECORD IS OMITTED.                                     00013900
000140 01  PRINT-LINE                  PIC X(132).                      00014000
000141*                                                                 00014100
000142 WORKING-STORAGE SECTION.                                         00014200
000143*                                                                 00014300
000144*ONE QUARTER ENTRY PER YEAR AND QUARTER SEEN ANYWHERE IN THE      00014400
000145*HISTORY, THE OLD LEDGER, OR THE DEPOSIT DECK.                    00014500
000146 01  QUARTER-TABLE.                                               00014600
000147     05  QT-ENTRY OCCURS 40 TIMES.                                00014700
000148         10  QT-YEAR             PIC 99.                          00014800
000149         10  QT-QUARTER          PIC 9.                           00014900
000150         10  QT-WAGES            PIC S9(9)V99.                    00015000
000151         10  QT-WITHHELD         PIC S9(7)V99.                    00015100
000152         10  QT-DEPOSITS         PIC S9(7)V99.                    00015200
000153         10  QT-FICA             PIC S9(7)V99.                    00015300
000154 77  WS-QT-COUNT                 PIC 99 VALUE 0.                  00015400
000155 77  WS-QT-SUB                   PIC 99 VALUE 0.                  00015500
000156 77  QT-FOUND-FLAG               PIC X VALUE "N".                 00015600
000157     88  QUARTER-ENTRY-FOUND     VALUE "Y".                       00015700
000158 77  WS-QT-FOUND-SUB             PIC 99 VALUE 0.                  00015800
000159*                                                                 00015900
000160*ONE LIABILITY ROW PER PAY PERIOD, REBUILT FROM THE HISTORY.      00016000
000161 01  PERIOD-LEDGER-TABLE.                                         00016100
000162     05  PL-ENTRY OCCURS 200 TIMES.                               00016200
000163         10  PL-YEAR             PIC 99.                          00016300
000164         10  PL-QUARTER          PIC 9.                           00016400
000165         10  PL-PERIOD           PIC X(06).                       00016500
000166         10  PL-WAGES            PIC S9(9)V99.                    00016600
000167         10  PL-WITHHELD         PIC S9(7)V99.                    00016700
000168         10  PL-FICA             PIC S9(7)V99.                    00016800
000169 77  WS-PL-COUNT                 PIC 999 VALUE 0.                 00016900
000170 77  WS-PL-SUB                   PIC 999 VALUE 0.                 00017000
000171 77  PL-FOUND-FLAG               PIC X VALUE "N".                 00017100
000172     88  PERIOD-ENTRY-FOUND      VALUE "Y".                       00017200
000173 77  WS-PL-FOUND-SUB             PIC 999 VALUE 0.                 00017300
000174*                                                                 00017400
000175 01  WS-PERIOD-SPLIT.                                             00017500
000176     05  WS-PERIOD-YY            PIC 99.                          00017600
000177     05  WS-PERIOD-MM            PIC 99.                          00017700
000178     05  FILLER                  PIC XX.                          00017800
000179 77  WS-WORK-YEAR                PIC 99 VALUE 0.                  00017900
000180 77  WS-WORK-QUARTER             PIC 9 VALUE 0.                   00018000
000181*                                                                 00018100
000182 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00018200
000183     88  HISTORY-IS-EOF          VALUE "Y".                       00018300
000184 77  DEPOSIT-EOF-FLAG            PIC X VALUE "N".                 00018400
000185     88  DEPOSIT-IS-EOF          VALUE "Y".                       00018500
000186 77  LEDGER-EOF-FLAG             PIC X VALUE "N".                 00018600
000187     88  LEDGER-IS-EOF           VALUE "Y".                       00018700
000188 77  YTD-EOF-FLAG                PIC X VALUE "N".                 00018800
000189     88  YTD-IS-EOF              VALUE "Y".                       00018900
000190*                                                                 00019000
000191 77  WS-YTD-YEAR                 PIC 99 VALUE 0.                  00019100
000192 77  WS-YTD-PROOF-TOTAL          PIC S9(9)V99 VALUE 0.            00019200
000193 77  WS-YEAR-WAGES               PIC S9(9)V99 VALUE 0.            00019300
000194 77  WS-BALANCE-DUE              PIC S9(7)V99 VALUE 0.            00019400
000195 77  WS-LINE-FICA                PIC S9(7)V99 VALUE 0.            00019500
000196*                                                                 00019600
000197 01  TITLE-LINE.                                                  00019700
000198     05  FILLER                  PIC X(20) VALUE SPACES.          00019800
000199     05  FILLER                  PIC X(40)                        00019900
000200             VALUE "QUARTERLY TAX LIABILITY AND FILING".          00020000
000201*                                                                 00020100
000202 01  QUARTER-LINE.                                                00020200
000203     05  FILLER                  PIC X(02) VALUE SPACES.          00020300
000204     05  FILLER                  PIC X(05) VALUE "YEAR ".         00020400
000205     05  QTL-YEAR                PIC 99.                          00020500
000206     05  FILLER                  PIC X(09) VALUE "  QUARTER".     00020600
000207     05  QTL-QUARTER             PIC 9.                           00020700
000208     05  FILLER                  PIC X(09) VALUE "  WAGES: ".     00020800
000209     05  QTL-WAGES               PIC ZZZ,ZZZ,ZZ9.99-.             00020900
000210     05  FILLER                  PIC X(12) VALUE "  WITHHELD: ".  00021000
000211     05  QTL-WITHHELD            PIC Z,ZZZ,ZZ9.99-.               00021100
000212     05  FILLER                  PIC X(08) VALUE "  FICA: ".      00021200
000213     05  QTL-FICA                PIC Z,ZZZ,ZZ9.99-.               00021300
000214     05  FILLER                  PIC X(12) VALUE "  DEPOSITS: ".  00021400
000215     05  QTL-DEPOSITS            PIC Z,ZZZ,ZZ9.99-.               00021500
000216     05  FILLER                  PIC X(07) VALUE "  DUE: ".       00021600
000217     05  QTL-BALANCE-DUE         PIC Z,ZZZ,ZZ9.99-.               00021700
000218*                                                                 00021800
000219 01  PERIOD-DETAIL-LINE.                                          00021900
000220     05  FILLER                  PIC X(08) VALUE SPACES.          00022000
000221     05  PDL-PERIOD              PIC X(06).                       00022100
000222     05  FILLER                  PIC X(09) VALUE "  WAGES: ".     00022200
000223     05  PDL-WAGES               PIC ZZZ,ZZZ,ZZ9.99-.             00022300
000224     05  FILLER                  PIC X(12) VALUE "  WITHHELD: ".  00022400
000225     05  PDL-WITHHELD            PIC Z,ZZZ,ZZ9.99-.               00022500
000226     05  FILLER                  PIC X(08) VALUE "  FICA: ".      00022600
000227     05  PDL-FICA                PIC Z,ZZZ,ZZ9.99-.               00022700
000228*                                                                 00022800
000229 01  PROOF-LINE.                                                  00022900
000230     05  FILLER                  PIC X(02) VALUE SPACES.          00023000
000231     05  FILLER                  PIC X(21)                        00023100
000232             VALUE "CROSSFOOT FOR YEAR   ".                       00023200
000233     05  PFL-YEAR                PIC 99.                          00023300
000234     05  FILLER                  PIC X(17)                        00023400
000235             VALUE "  HISTORY WAGES: ".                           00023500
000236     05  PFL-WAGES               PIC ZZZ,ZZZ,ZZ9.99-.             00023600
000237     05  FILLER                  PIC X(13)                        00023700
000238             VALUE "  YTD PROOF: ".                               00023800
000239     05  PFL-PROOF               PIC ZZZ,ZZZ,ZZ9.99-.             00023900
000240*                                                                 00024000
000241 01  CLEAN-LINE.                                                  00024100
000242     05  FILLER                  PIC X(02) VALUE SPACES.          00024200
000243     05  FILLER                  PIC X(44) VALUE                  00024300
000244    "RETURN FIGURES TIE TO THE YTD MASTER".                       00024400
000245*                                                                 00024500
000246 01  BAD-LINE.                                                    00024600
000247     05  FILLER                  PIC X(02) VALUE SPACES.          00024700
000248     05  FILLER                  PIC X(52) VALUE                  00024800
000249    "*** WAGES DO NOT TIE TO THE YTD MASTER - HELD ***".          00024900
000250*                                                                 00025000
000251 PROCEDURE DIVISION.                                              00025100
000252 000-MAIN.                                                        00025200
000253     PERFORM INITIALIZATION.                                      00025300
000254     PERFORM POST-ONE-HISTORY-LINE UNTIL HISTORY-IS-EOF.          00025400
000255     PERFORM CARRY-ONE-OLD-ROW UNTIL LEDGER-IS-EOF.               00025500
000256     PERFORM POST-ONE-DEPOSIT-CARD UNTIL DEPOSIT-IS-EOF.          00025600
000257     PERFORM WRITE-NEW-LEDGER.                                    00025700
000258     PERFORM PRINT-FILING-REPORT.                                 00025800
000259     PERFORM CROSSFOOT-TO-YTD-MASTER.                             00025900
000260     PERFORM CLOSING.                                             00026000
000261     STOP RUN.                                                    00026100
000262*                                                                 00026200
000263 INITIALIZATION.                                                  00026300
000264     OPEN INPUT REGISTER-HISTORY-FILE, DEPOSIT-CARD-FILE,         00026400
000265          LEDGER-OLD-FILE, YTD-MASTER-FILE,                       00026500
000266          OUTPUT LEDGER-NEW-FILE, PRINT-FILE.                     00026600
000267     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00026700
000268     READ REGISTER-HISTORY-FILE                                   00026800
000269         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00026900
000270     READ LEDGER-OLD-FILE                                         00027000
000271         AT END MOVE "Y" TO LEDGER-EOF-FLAG.                      00027100
000272     READ DEPOSIT-CARD-FILE                                       00027200
000273         AT END MOVE "Y" TO DEPOSIT-EOF-FLAG.                     00027300
000274*                                                                 00027400
000275*A PAY PERIOD'S QUARTER COMES FROM ITS MONTH; PERIODS ARE         00027500
000276*STAMPED YYMMDD BY PAYROLL.                                       00027600
000277 SET-WORK-QUARTER.                                                00027700
000278     COMPUTE WS-WORK-QUARTER = (WS-PERIOD-MM + 2) / 3.            00027800
000279     MOVE WS-PERIOD-YY TO WS-WORK-YEAR.                           00027900
000280*                                                                 00028000
000281*THE FICA LIABILITY IS BOTH HALVES -- THE EMPLOYEE'S SOCIAL       00028100
000282*SECURITY AND MEDICARE WITHHOLDING PLUS THE EMPLOYER'S MATCH.     00028200
000283 POST-ONE-HISTORY-LINE.                                           00028300
000284     MOVE REG-PAY-PERIOD TO WS-PERIOD-SPLIT.                      00028400
000285     ADD REG-SS-DED, REG-MED-DED, REG-SS-ER, REG-MED-ER           00028500
000286         GIVING WS-LINE-FICA.                                     00028600
000287     PERFORM SET-WORK-QUARTER.                                    00028700
000288     PERFORM FIND-QUARTER-ENTRY.                                  00028800
000289     IF QUARTER-ENTRY-FOUND                                       00028900
000290         ADD REG-LINE-AMOUNT TO QT-WAGES(WS-QT-FOUND-SUB)         00029000
000291         ADD REG-TAX-DED TO QT-WITHHELD(WS-QT-FOUND-SUB)          00029100
000292         ADD WS-LINE-FICA TO QT-FICA(WS-QT-FOUND-SUB)             00029200
000293     END-IF.                                                      00029300
000294     PERFORM FIND-PERIOD-ENTRY.                                   00029400
000295     IF PERIOD-ENTRY-FOUND                                        00029500
000296         ADD REG-LINE-AMOUNT TO PL-WAGES(WS-PL-FOUND-SUB)         00029600
000297         ADD REG-TAX-DED TO PL-WITHHELD(WS-PL-FOUND-SUB)          00029700
000298         ADD WS-LINE-FICA TO PL-FICA(WS-PL-FOUND-SUB)             00029800
000299     END-IF.                                                      00029900
000300     READ REGISTER-HISTORY-FILE                                   00030000
000301         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00030100
000302*                                                                 00030200
000303 FIND-QUARTER-ENTRY.                                              00030300
000304     MOVE "N" TO QT-FOUND-FLAG.                                   00030400
000305     PERFORM MATCH-ONE-QUARTER                                    00030500
000306         VARYING WS-QT-SUB FROM 1 BY 1                            00030600
000307         UNTIL WS-QT-SUB > WS-QT-COUNT                            00030700
000308         OR WS-QT-SUB > 40.                                       00030800
000309     IF NOT QUARTER-ENTRY-FOUND                                   00030900
000310         ADD 1 TO WS-QT-COUNT                                     00031000
000311         IF WS-QT-COUNT > 40                                      00031100
000312             DISPLAY "QTRTAX HALTED - QUARTER TABLE FULL AT 40"   00031200
000313             MOVE 16 TO RETURN-CODE                               00031300
000314             STOP RUN                                             00031400
000315         END-IF                                                   00031500
000316         MOVE WS-WORK-YEAR TO QT-YEAR(WS-QT-COUNT)                00031600
000317         MOVE WS-WORK-QUARTER TO QT-QUARTER(WS-QT-COUNT)          00031700
000318         MOVE 0 TO QT-WAGES(WS-QT-COUNT)                          00031800
000319         MOVE 0 TO QT-WITHHELD(WS-QT-COUNT)                       00031900
000320         MOVE 0 TO QT-DEPOSITS(WS-QT-COUNT)                       00032000
000321         MOVE 0 TO QT-FICA(WS-QT-COUNT)                           00032100
000322         MOVE WS-QT-COUNT TO WS-QT-FOUND-SUB                      00032200
000323         MOVE "Y" TO QT-FOUND-FLAG                                00032300
000324     END-IF.                                                      00032400
000325*                                                                 00032500
000326 MATCH-ONE-QUARTER.                                               00032600
000327     IF QT-YEAR(WS-QT-SUB) EQUAL WS-WORK-YEAR                     00032700
000328       AND QT-QUARTER(WS-QT-SUB) EQUAL WS-WORK-QUARTER            00032800
000329         MOVE "Y" TO QT-FOUND-FLAG                                00032900
000330         MOVE WS-QT-SUB TO WS-QT-FOUND-SUB                        00033000
000331     END-IF.                                                      00033100
000332*                                                                 00033200
000333 FIND-PERIOD-ENTRY.                                               00033300
000334     MOVE "N" TO PL-FOUND-FLAG.                                   00033400
000335     PERFORM MATCH-ONE-PERIOD                                     00033500
000336         VARYING WS-PL-SUB FROM 1 BY 1                            00033600
000337         UNTIL WS-PL-SUB > WS-PL-COUNT                            00033700
000338         OR WS-PL-SUB > 200.                                      00033800
000339     IF NOT PERIOD-ENTRY-FOUND                                    00033900
000340         ADD 1 TO WS-PL-COUNT                                     00034000
000341         IF WS-PL-COUNT > 200                                     00034100
000342             DISPLAY "QTRTAX HALTED - PERIOD TABLE FULL AT 200"   00034200
000343             MOVE 16 TO RETURN-CODE                               00034300
000344             STOP RUN                                             00034400
000345         END-IF                                                   00034500
000346         MOVE WS-WORK-YEAR TO PL-YEAR(WS-PL-COUNT)                00034600
000347         MOVE WS-WORK-QUARTER TO PL-QUARTER(WS-PL-COUNT)          00034700
000348         MOVE REG-PAY-PERIOD TO PL-PERIOD(WS-PL-COUNT)            00034800
000349         MOVE 0 TO PL-WAGES(WS-PL-COUNT)                          00034900
000350         MOVE 0 TO PL-WITHHELD(WS-PL-COUNT)                       00035000
000351         MOVE 0 TO PL-FICA(WS-PL-COUNT)                           00035100
000352         MOVE WS-PL-COUNT TO WS-PL-FOUND-SUB                      00035200
000353         MOVE "Y" TO PL-FOUND-FLAG                                00035300
000354     END-IF.                                                      00035400
000355*                                                                 00035500
000356 MATCH-ONE-PERIOD.                                                00035600
000357     IF PL-PERIOD(WS-PL-SUB) EQUAL REG-PAY-PERIOD                 00035700
000358         MOVE "Y" TO PL-FOUND-FLAG                                00035800
000359         MOVE WS-PL-SUB TO WS-PL-FOUND-SUB                        00035900
000360     END-IF.                                                      00036000
000361*                                                                 00036100
000362*ONLY THE OLD LEDGER'S DEPOSIT ROWS CARRY FORWARD -- THE          00036200
000363*LIABILITY ROWS ARE REBUILT IN FULL FROM THE REGISTER HISTORY     00036300
000364*EVERY RUN, SO A CORRECTED PERIOD CORRECTS THE LEDGER TOO.        00036400
000365 CARRY-ONE-OLD-ROW.                                               00036500
000366     IF TXO-IS-DEPOSIT                                            00036600
000367         MOVE TXO-YEAR TO WS-WORK-YEAR                            00036700
000368         MOVE TXO-QUARTER TO WS-WORK-QUARTER                      00036800
000369         PERFORM FIND-QUARTER-ENTRY                               00036900
000370         IF QUARTER-ENTRY-FOUND                                   00037000
000371             ADD TXO-DEPOSITS TO QT-DEPOSITS(WS-QT-FOUND-SUB)     00037100
000372         END-IF                                                   00037200
000373     END-IF.                                                      00037300
000374     READ LEDGER-OLD-FILE                                         00037400
000375         AT END MOVE "Y" TO LEDGER-EOF-FLAG.                      00037500
000376*                                                                 00037600
000377 POST-ONE-DEPOSIT-CARD.                                           00037700
000378     MOVE DPC-DEPOSIT-DATE TO WS-PERIOD-SPLIT.                    00037800
000379     PERFORM SET-WORK-QUARTER.                                    00037900
000380     PERFORM FIND-QUARTER-ENTRY.                                  00038000
000381     IF QUARTER-ENTRY-FOUND                                       00038100
000382         ADD DPC-AMOUNT TO QT-DEPOSITS(WS-QT-FOUND-SUB)           00038200
000383     END-IF.                                                      00038300
000384     READ DEPOSIT-CARD-FILE                                       00038400
000385         AT END MOVE "Y" TO DEPOSIT-EOF-FLAG.                     00038500
000386*                                                                 00038600
000387 WRITE-NEW-LEDGER.                                                00038700
000388     PERFORM WRITE-ONE-LIABILITY-ROW                              00038800
000389         VARYING WS-PL-SUB FROM 1 BY 1                            00038900
000390         UNTIL WS-PL-SUB > WS-PL-COUNT                            00039000
000391         OR WS-PL-SUB > 200.                                      00039100
000392     PERFORM WRITE-ONE-DEPOSIT-ROW                                00039200
000393         VARYING WS-QT-SUB FROM 1 BY 1                            00039300
000394         UNTIL WS-QT-SUB > WS-QT-COUNT                            00039400
000395         OR WS-QT-SUB > 40.                                       00039500
000396*                                                                 00039600
000397 WRITE-ONE-LIABILITY-ROW.                                         00039700
000398     MOVE "L" TO TXN-TYPE.                                        00039800
000399     MOVE PL-YEAR(WS-PL-SUB) TO TXN-YEAR.                         00039900
000400     MOVE PL-QUARTER(WS-PL-SUB) TO TXN-QUARTER.                   00040000
000401     MOVE PL-PERIOD(WS-PL-SUB) TO TXN-PERIOD.                     00040100
000402     MOVE PL-WAGES(WS-PL-SUB) TO TXN-WAGES.                       00040200
000403     MOVE PL-WITHHELD(WS-PL-SUB) TO TXN-WITHHELD.                 00040300
000404     MOVE 0 TO TXN-DEPOSITS.                                      00040400
000405     MOVE PL-FICA(WS-PL-SUB) TO TXN-FICA.                         00040500
000406     WRITE LEDGER-NEW-RECORD.                                     00040600
000407*                                                                 00040700
000408 WRITE-ONE-DEPOSIT-ROW.                                           00040800
000409     MOVE "D" TO TXN-TYPE.                                        00040900
000410     MOVE QT-YEAR(WS-QT-SUB) TO TXN-YEAR.                         00041000
000411     MOVE QT-QUARTER(WS-QT-SUB) TO TXN-QUARTER.                   00041100
000412     MOVE SPACES TO TXN-PERIOD.                                   00041200
000413     MOVE 0 TO TXN-WAGES.                                         00041300
000414     MOVE 0 TO TXN-WITHHELD.                                      00041400
000415     MOVE QT-DEPOSITS(WS-QT-SUB) TO TXN-DEPOSITS.                 00041500
000416     MOVE 0 TO TXN-FICA.                                          00041600
000417     WRITE LEDGER-NEW-RECORD.                                     00041700
000418*                                                                 00041800
000419 PRINT-FILING-REPORT.                                             00041900
000420     PERFORM PRINT-ONE-QUARTER                                    00042000
000421         VARYING WS-QT-SUB FROM 1 BY 1                            00042100
000422         UNTIL WS-QT-SUB > WS-QT-COUNT                            00042200
000423         OR WS-QT-SUB > 40.                                       00042300
000424*                                                                 00042400
000425 PRINT-ONE-QUARTER.                                               00042500
000426     MOVE QT-YEAR(WS-QT-SUB) TO QTL-YEAR.                         00042600
000427     MOVE QT-QUARTER(WS-QT-SUB) TO QTL-QUARTER.                   00042700
000428     MOVE QT-WAGES(WS-QT-SUB) TO QTL-WAGES.                       00042800
000429     MOVE QT-WITHHELD(WS-QT-SUB) TO QTL-WITHHELD.                 00042900
000430     MOVE QT-FICA(WS-QT-SUB) TO QTL-FICA.                         00043000
000431     MOVE QT-DEPOSITS(WS-QT-SUB) TO QTL-DEPOSITS.                 00043100
000432     COMPUTE WS-BALANCE-DUE = QT-WITHHELD(WS-QT-SUB)              00043200
000433         + QT-FICA(WS-QT-SUB) - QT-DEPOSITS(WS-QT-SUB).           00043300
000434     MOVE WS-BALANCE-DUE TO QTL-BALANCE-DUE.                      00043400
000435     WRITE PRINT-LINE FROM QUARTER-LINE                           00043500
000436         AFTER ADVANCING 2 LINES.                                 00043600
000437     PERFORM PRINT-ONE-QUARTER-PERIOD                             00043700
000438         VARYING WS-PL-SUB FROM 1 BY 1                            00043800
000439         UNTIL WS-PL-SUB > WS-PL-COUNT                            00043900
000440         OR WS-PL-SUB > 200.                                      00044000
000441*                                                                 00044100
000442 PRINT-ONE-QUARTER-PERIOD.                                        00044200
000443     IF PL-YEAR(WS-PL-SUB) EQUAL QT-YEAR(WS-QT-SUB)               00044300
000444       AND PL-QUARTER(WS-PL-SUB) EQUAL QT-QUARTER(WS-QT-SUB)      00044400
000445         MOVE PL-PERIOD(WS-PL-SUB) TO PDL-PERIOD                  00044500
000446         MOVE PL-WAGES(WS-PL-SUB) TO PDL-WAGES                    00044600
000447         MOVE PL-WITHHELD(WS-PL-SUB) TO PDL-WITHHELD              00044700
000448         MOVE PL-FICA(WS-PL-SUB) TO PDL-FICA                      00044800
000449         WRITE PRINT-LINE FROM PERIOD-DETAIL-LINE                 00044900
000450             AFTER ADVANCING 1 LINE                               00045000
000451     END-IF.                                                      00045100
000452*                                                                 00045200
000453*THE RETURN TIES TO THE BOOKS WHEN THE HISTORY'S WAGES FOR THE    00045300
000454*YTD MASTER'S YEAR EQUAL THE MASTER'S PROOF TOTAL.                00045400
000455 CROSSFOOT-TO-YTD-MASTER.                                         00045500
000456     READ YTD-MASTER-FILE                                         00045600
000457         AT END MOVE "Y" TO YTD-EOF-FLAG                          00045700
000458     END-READ.                                                    00045800
000459     IF NOT YTD-IS-EOF                                            00045900
000460       AND YTD-M-EMP-ID EQUAL "*YTDCTL*"                          00046000
000461         MOVE YTD-M-GROSS-PAY TO WS-YTD-YEAR                      00046100
000462         READ YTD-MASTER-FILE                                     00046200
000463             AT END MOVE "Y" TO YTD-EOF-FLAG                      00046300
000464         END-READ                                                 00046400
000465     END-IF.                                                      00046500
000466     PERFORM SUM-ONE-YTD-RECORD UNTIL YTD-IS-EOF.                 00046600
000467     PERFORM SUM-ONE-YEAR-QUARTER                                 00046700
000468         VARYING WS-QT-SUB FROM 1 BY 1                            00046800
000469         UNTIL WS-QT-SUB > WS-QT-COUNT                            00046900
000470         OR WS-QT-SUB > 40.                                       00047000
000471     MOVE WS-YTD-YEAR TO PFL-YEAR.                                00047100
000472     MOVE WS-YEAR-WAGES TO PFL-WAGES.                             00047200
000473     MOVE WS-YTD-PROOF-TOTAL TO PFL-PROOF.                        00047300
000474     WRITE PRINT-LINE FROM PROOF-LINE AFTER ADVANCING 2 LINES.    00047400
000475     IF WS-YEAR-WAGES EQUAL WS-YTD-PROOF-TOTAL                    00047500
000476         WRITE PRINT-LINE FROM CLEAN-LINE                         00047600
000477             AFTER ADVANCING 1 LINE                               00047700
000478     ELSE                                                         00047800
000479         WRITE PRINT-LINE FROM BAD-LINE                           00047900
000480             AFTER ADVANCING 1 LINE                               00048000
000481         MOVE 16 TO RETURN-CODE                                   00048100
000482     END-IF.                                                      00048200
000483*                                                                 00048300
000484 SUM-ONE-YTD-RECORD.                                              00048400
000485     ADD YTD-M-GROSS-PAY TO WS-YTD-PROOF-TOTAL.                   00048500
000486     READ YTD-MASTER-FILE                                         00048600
000487         AT END MOVE "Y" TO YTD-EOF-FLAG.                         00048700
000488*                                                                 00048800
000489 SUM-ONE-YEAR-QUARTER.                                            00048900
000490     IF QT-YEAR(WS-QT-SUB) EQUAL WS-YTD-YEAR                      00049000
000491         ADD QT-WAGES(WS-QT-SUB) TO WS-YEAR-WAGES                 00049100
000492     END-IF.                                                      00049200
000493*                                                                 00049300
000494 CLOSING.                                                         00049400
000495     CLOSE REGISTER-HISTORY-FILE, DEPOSIT-CARD-FILE,              00049500
000496         LEDGER-OLD-FILE, LEDGER-NEW-FILE,                        00049600
000497         YTD-MASTER-FILE, PRINT-FILE.                             00049700
