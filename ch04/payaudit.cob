000021*                    CARRIES THE "ACCEPT" OVERRIDE, SO A DECIMAL  00002100
000022*                    SLIDE IS CAUGHT HERE INSTEAD OF BY THE       00002200
000023*                    EMPLOYEE ON PAYDAY.                          00002300
000024*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00002400
000025*                    WAGES, EMPLOYEE WITHHOLDING, AND EMPLOYER    00002500
000026*                    SHARE PAYROLL ADDED TO THE REGISTER EXTRACT. 00002600
000027*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00002700
000028*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT. 00002800
000029*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00002900
000030*                    THE REGISTER EXTRACT.                        00003000
000031*    2026-10-15  SS  WIDEN HISTORY-RECORD TO THE 230-BYTE REGISTER00003100
000032*                    EXTRACT NOW CARRIED ON REGHIST.              00003200
000033*                                                                 00003300
000034 ENVIRONMENT DIVISION.                                            00003400
000035 CONFIGURATION SECTION.                                           00003500
000036 SOURCE-COMPUTER. IBM-370.                                        00003600
000037 OBJECT-COMPUTER. IBM-370.                                        00003700
000038*                                                                 00003800
000039 INPUT-OUTPUT SECTION.                                            00003900
000040 FILE-CONTROL.                                                    00004000
000041     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00004100
000042         ORGANIZATION IS INDEXED                                  00004200
000043         ACCESS MODE IS SEQUENTIAL                                00004300
000044         RECORD KEY IS REG-EMP-ID.                                00004400
000045     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00004500
000046     SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.                  00004600
000047     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004700
000048*                                                                 00004800
000049 DATA DIVISION.                                                   00004900
000050 FILE SECTION.                                                    00005000
000051*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT;    00005100
000052*THE HISTORY FILE CARRIES THE SAME RECORD.                        00005200
000053 FD  REGISTER-FILE                                                00005300
000054     LABEL RECORD IS OMITTED.                                     00005400
000055 01  REGISTER-RECORD.                                             00005500
000056     05  REG-EMP-ID              PIC X(10).                       00005600
000057     05  REG-EMP-DEPARTMENT      PIC X(15).                       00005700
000058     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00005800
000059     05  REG-PAY-PERIOD          PIC X(06).                       00005900
000060     05  REG-EMP-NAME            PIC X(25).                       00006000
000061     05  REG-EMP-HOURS-WORKED    PIC S99.                         00006100
000062     05  REG-EMP-PAYRATE         PIC 99V99.                       00006200
000063     05  REG-TAX-DED             PIC S9(5)V99.                    00006300
000064     05  REG-INS-DED             PIC S9(5)V99.                    00006400
000065     05  REG-GARN-DED            PIC S9(5)V99.                    00006500
000066     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00006600
000067     05  REG-PLANT-CODE          PIC X(04).                       00006700
000068     05  REG-BONUS-AMT           PIC S9(5)V99.                    00006800
000069     05  REG-PREM-AMT            PIC S9(5)V99.                    00006900
000070     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00007000
000071     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00007100
000072         10  REG-GD-ORDER-NO     PIC X(06).                       00007200
000073         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00007300
000074     05  REG-JOB-CODE            PIC X(06).                       00007400
000075     05  REG-SS-WAGES            PIC S9(5)V99.                    00007500
000076     05  REG-SS-DED              PIC S9(5)V99.                    00007600
000077     05  REG-MED-WAGES           PIC S9(5)V99.                    00007700
000078     05  REG-MED-DED             PIC S9(5)V99.                    00007800
000079     05  REG-SS-ER               PIC S9(5)V99.                    00007900
000080     05  REG-MED-ER              PIC S9(5)V99.                    00008000
000081     05  REG-DEFERRAL            PIC S9(5)V99.                    00008100
000082     05  REG-ER-MATCH            PIC S9(5)V99.                    00008200
000083     05  REG-LOAN-DED            PIC S9(5)V99.                    00008300
000084*                                                                 00008400
000085 FD  REGISTER-HISTORY-FILE                                        00008500
000086     LABEL RECORD IS OMITTED.                                     00008600
000087 01  HISTORY-RECORD.                                              00008700
000088     05  HST-EMP-ID              PIC X(10).                       00008800
000089     05  FILLER                  PIC X(80).                       00008900
000090     05  HST-NET-AMOUNT          PIC S9(5)V99.                    00009000
000091     05  FILLER                  PIC X(133).                      00009100
000092*                                                                 00009200
000093*THE OPERATOR CARD CARRIES THE SWING THRESHOLD (PERCENT), THE     00009300
000094*TOLERANCE COUNT OF FLAGGED LINES THE STREAM MAY CARRY, AND AN    00009400
000095*OPTIONAL "ACCEPT" OVERRIDE PUNCHED AFTER THE DESK HAS            00009500
000096*REVIEWED A HELD RUN'S LISTING.                                   00009600
000097 FD  PARAMETER-FILE                                               00009700
000098     LABEL RECORD IS OMITTED.                                     00009800
000099 01  PARAMETER-RECORD.                                            00009900
000100     05  PARM-THRESHOLD-PCT      PIC 999.                         00010000
000101     05  PARM-TOLERANCE          PIC 999.                         00010100
000102     05  PARM-OVERRIDE           PIC X(06).                       00010200
000103         88  RUN-IS-ACCEPTED     VALUE "ACCEPT".                  00010300
000104     05  FILLER                  PIC X(68).                       00010400
000105*                                                                 00010500
000106 FD  PRINT-FILE                                                   00010600
000107     LABEL RECORD IS OMITTED.                                     00010700
000108 01  PRINT-LINE                  PIC X(132).                      00010800
000109*                                                                 00010900
000110 WORKING-STORAGE SECTION.                                         00011000
000111*                                                                 00011100
000112*ONE HISTORY ENTRY PER EMPLOYEE: HOW MANY PRIOR PAY LINES AND     00011200
000113*THEIR NET TOTAL, FROM WHICH THE AVERAGE IS FIGURED.              00011300
000114 01  HISTORY-TABLE.                                               00011400
000115     05  HT-ENTRY OCCURS 500 TIMES.                               00011500
000116         10  HT-EMP-ID           PIC X(10).                       00011600
000117         10  HT-LINE-COUNT       PIC 9(05).                       00011700
000118         10  HT-NET-TOTAL        PIC S9(8)V99.                    00011800
000119 77  WS-HT-COUNT                 PIC 999 VALUE 0.                 00011900
000120 77  WS-HT-SUB                   PIC 999 VALUE 0.                 00012000
000121 77  HT-FOUND-FLAG               PIC X VALUE "N".                 00012100
000122     88  HISTORY-WAS-FOUND       VALUE "Y".                       00012200
000123 77  WS-HT-FOUND-SUB             PIC 999 VALUE 0.                 00012300
000124*                                                                 00012400
000125 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00012500
000126     88  REGISTER-IS-EOF         VALUE "Y".                       00012600
000127 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00012700
000128     88  HISTORY-IS-EOF          VALUE "Y".                       00012800
000129*                                                                 00012900
000130 77  WS-THRESHOLD-PCT            PIC 999 VALUE 50.                00013000
000131 77  WS-TOLERANCE                PIC 999 VALUE 0.                 00013100
000132 77  OVERRIDE-FLAG               PIC X VALUE "N".                 00013200
000133     88  OVERRIDE-ACCEPTED       VALUE "Y".                       00013300
000134 77  WS-AVG-NET                  PIC S9(5)V99 VALUE 0.            00013400
000135 77  WS-SWING-AMOUNT             PIC S9(6)V99 VALUE 0.            00013500
000136 77  WS-SWING-PCT                PIC 9(3)V99 VALUE 0.             00013600
000137 77  WS-LINES-READ               PIC 9(05) VALUE 0.               00013700
000138 77  WS-FLAGGED-COUNT            PIC 9(05) VALUE 0.               00013800
000139*                                                                 00013900
000140 01  TITLE-LINE.                                                  00014000
000141     05  FILLER                  PIC X(20) VALUE SPACES.          00014100
000142     05  FILLER                  PIC X(40)                        00014200
000143             VALUE "NET-PAY REASONABLENESS AUDIT".                00014300
000144*                                                                 00014400
000145 01  THRESHOLD-LINE.                                              00014500
000146     05  FILLER                  PIC X(02) VALUE SPACES.          00014600
000147     05  FILLER                  PIC X(21)                        00014700
000148             VALUE "SWING THRESHOLD PCT: ".                       00014800
000149     05  THL-THRESHOLD           PIC ZZ9.                         00014900
000150     05  FILLER                  PIC X(13)                        00015000
000151             VALUE "  TOLERANCE: ".                               00015100
000152     05  THL-TOLERANCE           PIC ZZ9.                         00015200
000153     05  FILLER                  PIC X(12)                        00015300
000154             VALUE "  OVERRIDE: ".                                00015400
000155     05  THL-OVERRIDE            PIC X(06).                       00015500
000156*                                                                 00015600
000157 01  FLAG-LINE.                                                   00015700
000158     05  FILLER                  PIC X(05) VALUE SPACES.          00015800
000159     05  FGL-EMP-ID              PIC X(10).                       00015900
000160     05  FILLER                  PIC X(02) VALUE SPACES.          00016000
000161     05  FGL-EMP-NAME            PIC X(25).                       00016100
000162     05  FILLER                  PIC X(07) VALUE "  NET: ".       00016200
000163     05  FGL-NET                 PIC ZZZZ9.99-.                   00016300
000164     05  FILLER                  PIC X(07) VALUE "  AVG: ".       00016400
000165     05  FGL-AVG                 PIC ZZZZ9.99-.                   00016500
000166     05  FILLER                  PIC X(09) VALUE "  SWING: ".     00016600
000167     05  FGL-SWING-PCT           PIC ZZ9.99.                      00016700
000168     05  FILLER                  PIC X(04) VALUE " PCT".          00016800
000169     05  FILLER                  PIC X(02) VALUE SPACES.          00016900
000170     05  FGL-REMARK              PIC X(26).                       00017000
000171*                                                                 00017100
000172 01  SUMMARY-READ-LINE.                                           00017200
000173     05  FILLER                  PIC X(05) VALUE SPACES.          00017300
000174     05  FILLER                  PIC X(24)                        00017400
000175             VALUE "PAY LINES AUDITED:      ".                    00017500
000176     05  SRL-COUNT               PIC ZZ,ZZ9.                      00017600
000177*                                                                 00017700
000178 01  SUMMARY-FLAGGED-LINE.                                        00017800
000179     05  FILLER                  PIC X(05) VALUE SPACES.          00017900
000180     05  FILLER                  PIC X(24)                        00018000
000181             VALUE "LINES FLAGGED:          ".                    00018100
000182     05  SFL-COUNT               PIC ZZ,ZZ9.                      00018200
000183*                                                                 00018300
000184 01  CLEAN-LINE.                                                  00018400
000185     05  FILLER                  PIC X(05) VALUE SPACES.          00018500
000186     05  FILLER                  PIC X(44) VALUE                  00018600
000187    "FLAGGED LINES WITHIN TOLERANCE - RELEASED".                  00018700
000188*                                                                 00018800
000189 01  HOLD-LINE.                                                   00018900
000190     05  FILLER                  PIC X(05) VALUE SPACES.          00019000
000191     05  FILLER                  PIC X(52) VALUE                  00019100
000192    "*** FLAGGED LINES OVER TOLERANCE - STREAM HELD ***".         00019200
000193*                                                                 00019300
000194 01  OVERRIDE-LINE.                                               00019400
000195     05  FILLER                  PIC X(05) VALUE SPACES.          00019500
000196     05  FILLER                  PIC X(52) VALUE                  00019600
000197    "OVER TOLERANCE BUT ACCEPTED BY OVERRIDE CARD".               00019700
000198*                                                                 00019800
000199 PROCEDURE DIVISION.                                              00019900
000200 000-MAIN.                                                        00020000
000201     PERFORM INITIALIZATION.                                      00020100
000202     PERFORM LOAD-ONE-HISTORY-LINE UNTIL HISTORY-IS-EOF.          00020200
000203     PERFORM AUDIT-ONE-PAY-LINE UNTIL REGISTER-IS-EOF.            00020300
000204     PERFORM CLOSING.                                             00020400
000205     STOP RUN.                                                    00020500
000206*                                                                 00020600
000207 INITIALIZATION.                                                  00020700
000208     OPEN INPUT REGISTER-FILE, REGISTER-HISTORY-FILE,             00020800
000209          PARAMETER-FILE,                                         00020900
000210          OUTPUT PRINT-FILE.                                      00021000
000211     READ PARAMETER-FILE                                          00021100
000212         AT END                                                   00021200
000213             CONTINUE                                             00021300
000214         NOT AT END                                               00021400
000215             IF PARM-THRESHOLD-PCT NUMERIC                        00021500
000216               AND PARM-THRESHOLD-PCT > 0                         00021600
000217                 MOVE PARM-THRESHOLD-PCT TO WS-THRESHOLD-PCT      00021700
000218             END-IF                                               00021800
000219             IF PARM-TOLERANCE NUMERIC                            00021900
000220                 MOVE PARM-TOLERANCE TO WS-TOLERANCE              00022000
000221             END-IF                                               00022100
000222             IF RUN-IS-ACCEPTED                                   00022200
000223                 MOVE "Y" TO OVERRIDE-FLAG                        00022300
000224             END-IF                                               00022400
000225     END-READ.                                                    00022500
000226     CLOSE PARAMETER-FILE.                                        00022600
000227     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00022700
000228     MOVE WS-THRESHOLD-PCT TO THL-THRESHOLD.                      00022800
000229     MOVE WS-TOLERANCE TO THL-TOLERANCE.                          00022900
000230     IF OVERRIDE-ACCEPTED                                         00023000
000231         MOVE "ACCEPT" TO THL-OVERRIDE                            00023100
000232     ELSE                                                         00023200
000233         MOVE SPACES TO THL-OVERRIDE                              00023300
000234     END-IF.                                                      00023400
000235     WRITE PRINT-LINE FROM THRESHOLD-LINE                         00023500
000236         AFTER ADVANCING 1 LINE.                                  00023600
000237     READ REGISTER-HISTORY-FILE                                   00023700
000238         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00023800
000239     READ REGISTER-FILE                                           00023900
000240         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00024000
000241*                                                                 00024100
000242 LOAD-ONE-HISTORY-LINE.                                           00024200
000243     MOVE "N" TO HT-FOUND-FLAG.                                   00024300
000244     PERFORM MATCH-ONE-HISTORY-ENTRY                              00024400
000245         VARYING WS-HT-SUB FROM 1 BY 1                            00024500
000246         UNTIL WS-HT-SUB > WS-HT-COUNT                            00024600
000247         OR WS-HT-SUB > 500.                                      00024700
000248     IF HISTORY-WAS-FOUND                                         00024800
000249         ADD 1 TO HT-LINE-COUNT(WS-HT-FOUND-SUB)                  00024900
000250         ADD HST-NET-AMOUNT TO HT-NET-TOTAL(WS-HT-FOUND-SUB)      00025000
000251     ELSE                                                         00025100
000252         ADD 1 TO WS-HT-COUNT                                     00025200
000253         IF WS-HT-COUNT > 500                                     00025300
000254             DISPLAY "PAYAUDIT HALTED - HISTORY TABLE FULL"       00025400
000255                 " AT 500"                                        00025500
000256             MOVE 16 TO RETURN-CODE                               00025600
000257             STOP RUN                                             00025700
000258         END-IF                                                   00025800
000259         MOVE HST-EMP-ID TO HT-EMP-ID(WS-HT-COUNT)                00025900
000260         MOVE 1 TO HT-LINE-COUNT(WS-HT-COUNT)                     00026000
000261         MOVE HST-NET-AMOUNT TO HT-NET-TOTAL(WS-HT-COUNT)         00026100
000262     END-IF.                                                      00026200
000263     READ REGISTER-HISTORY-FILE                                   00026300
000264         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00026400
000265*                                                                 00026500
000266 MATCH-ONE-HISTORY-ENTRY.                                         00026600
000267     IF HT-EMP-ID(WS-HT-SUB) EQUAL HST-EMP-ID                     00026700
000268         MOVE "Y" TO HT-FOUND-FLAG                                00026800
000269         MOVE WS-HT-SUB TO WS-HT-FOUND-SUB                        00026900
000270     END-IF.                                                      00027000
000271*                                                                 00027100
000272*A FIRST-TIME EMP-ID HAS NO HISTORY TO JUDGE AGAINST AND IS       00027200
000273*ALWAYS PUT ON THE REVIEW LISTING; A KNOWN EMPLOYEE IS FLAGGED    00027300
000274*WHEN THIS PERIOD'S NET SWINGS PAST THE THRESHOLD FROM HIS        00027400
000275*HISTORICAL AVERAGE.                                              00027500
000276 AUDIT-ONE-PAY-LINE.                                              00027600
000277     ADD 1 TO WS-LINES-READ.                                      00027700
000278     MOVE "N" TO HT-FOUND-FLAG.                                   00027800
000279     PERFORM MATCH-ONE-AUDIT-ENTRY                                00027900
000280         VARYING WS-HT-SUB FROM 1 BY 1                            00028000
000281         UNTIL WS-HT-SUB > WS-HT-COUNT                            00028100
000282         OR WS-HT-SUB > 500.                                      00028200
000283     IF NOT HISTORY-WAS-FOUND                                     00028300
000284         MOVE 0 TO WS-AVG-NET, WS-SWING-PCT                       00028400
000285         MOVE "FIRST-TIME EMP-ID" TO FGL-REMARK                   00028500
000286         PERFORM PRINT-FLAG-LINE                                  00028600
000287     ELSE                                                         00028700
000288         COMPUTE WS-AVG-NET ROUNDED =                             00028800
000289             HT-NET-TOTAL(WS-HT-FOUND-SUB)                        00028900
000290             / HT-LINE-COUNT(WS-HT-FOUND-SUB)                     00029000
000291         IF WS-AVG-NET EQUAL ZERO                                 00029100
000292             IF REG-NET-AMOUNT NOT EQUAL ZERO                     00029200
000293                 MOVE 0 TO WS-SWING-PCT                           00029300
000294                 MOVE "NO PRIOR AVERAGE" TO FGL-REMARK            00029400
000295                 PERFORM PRINT-FLAG-LINE                          00029500
000296             END-IF                                               00029600
000297         ELSE                                                     00029700
000298             SUBTRACT WS-AVG-NET FROM REG-NET-AMOUNT              00029800
000299                 GIVING WS-SWING-AMOUNT                           00029900
000300             IF WS-SWING-AMOUNT < 0                               00030000
000301                 MULTIPLY WS-SWING-AMOUNT BY -1                   00030100
000302                     GIVING WS-SWING-AMOUNT                       00030200
000303             END-IF                                               00030300
000304             IF WS-AVG-NET < 0                                    00030400
000305                 COMPUTE WS-SWING-PCT ROUNDED =                   00030500
000306                     WS-SWING-AMOUNT * -100 / WS-AVG-NET          00030600
000307             ELSE                                                 00030700
000308                 COMPUTE WS-SWING-PCT ROUNDED =                   00030800
000309                     WS-SWING-AMOUNT * 100 / WS-AVG-NET           00030900
000310             END-IF                                               00031000
000311             IF WS-SWING-PCT > WS-THRESHOLD-PCT                   00031100
000312                 MOVE "SWING OVER THRESHOLD" TO FGL-REMARK        00031200
000313                 PERFORM PRINT-FLAG-LINE                          00031300
000314             END-IF                                               00031400
000315         END-IF                                                   00031500
000316     END-IF.                                                      00031600
000317     READ REGISTER-FILE                                           00031700
000318         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00031800
000319*                                                                 00031900
000320 MATCH-ONE-AUDIT-ENTRY.                                           00032000
000321     IF HT-EMP-ID(WS-HT-SUB) EQUAL REG-EMP-ID                     00032100
000322         MOVE "Y" TO HT-FOUND-FLAG                                00032200
000323         MOVE WS-HT-SUB TO WS-HT-FOUND-SUB                        00032300
000324     END-IF.                                                      00032400
000325*                                                                 00032500
000326 PRINT-FLAG-LINE.                                                 00032600
000327     ADD 1 TO WS-FLAGGED-COUNT.                                   00032700
000328     MOVE REG-EMP-ID TO FGL-EMP-ID.                               00032800
000329     MOVE REG-EMP-NAME TO FGL-EMP-NAME.                           00032900
000330     MOVE REG-NET-AMOUNT TO FGL-NET.                              00033000
000331     MOVE WS-AVG-NET TO FGL-AVG.                                  00033100
000332     MOVE WS-SWING-PCT TO FGL-SWING-PCT.                          00033200
000333     WRITE PRINT-LINE FROM FLAG-LINE AFTER ADVANCING 1 LINE.      00033300
000334*                                                                 00033400
000335 CLOSING.                                                         00033500
000336     MOVE WS-LINES-READ TO SRL-COUNT.                             00033600
000337     WRITE PRINT-LINE FROM SUMMARY-READ-LINE                      00033700
000338         AFTER ADVANCING 2 LINES.                                 00033800
000339     MOVE WS-FLAGGED-COUNT TO SFL-COUNT.                          00033900
000340     WRITE PRINT-LINE FROM SUMMARY-FLAGGED-LINE                   00034000
000341         AFTER ADVANCING 1 LINE.                                  00034100
000342     IF WS-FLAGGED-COUNT NOT > WS-TOLERANCE                       00034200
000343         WRITE PRINT-LINE FROM CLEAN-LINE                         00034300
000344             AFTER ADVANCING 2 LINES                              00034400
000345     ELSE                                                         00034500
000346         IF OVERRIDE-ACCEPTED                                     00034600
000347             WRITE PRINT-LINE FROM OVERRIDE-LINE                  00034700
000348                 AFTER ADVANCING 2 LINES                          00034800
000349         ELSE                                                     00034900
000350             WRITE PRINT-LINE FROM HOLD-LINE                      00035000
000351                 AFTER ADVANCING 2 LINES                          00035100
000352             MOVE 16 TO RETURN-CODE                               00035200
000353         END-IF                                                   00035300
000354     END-IF.                                                      00035400
000355     CLOSE REGISTER-FILE, REGISTER-HISTORY-FILE, PRINT-FILE.      00035500
