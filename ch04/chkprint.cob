000032*                    ADDED TO THE REGISTER EXTRACT AND PRINT THE  00003200
000033*                    BONUS / HOLIDAY PREMIUM / VACATION PAYOUT    00003300
000034*                    BREAKDOWN ON THE STUB WHEN ANY IS NONZERO.   00003400
000035*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00003500
000036*                    FIELDS PAYROLL ADDED TO THE REGISTER EXTRACT 00003600
000037*                    AND THE YTD MASTER, AND PRINT THE PERIOD'S   00003700
000038*                    AND YEAR-TO-DATE SOCIAL SECURITY AND         00003800
000039*                    MEDICARE WITHHELD ON EVERY STUB.             00003900
000040*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00004000
000041*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT  00004100
000042*                    AND THE YTD MASTER, AND PRINT THE PERIOD'S   00004200
000043*                    AND YEAR-TO-DATE DEFERRAL ON A PARTICIPANT'S 00004300
000044*                    STUB.                                        00004400
000045*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00004500
000046*                    THE REGISTER EXTRACT AND PRINT IT ON THE     00004600
000047*                    STUB OF AN EMPLOYEE REPAYING AN ADVANCE OR   00004700
000048*                    LOAN.                                        00004800
000049*    2026-10-15  SS  CARRY A POSITIVE-PAY FLAG ON EACH ISSUED-    00004900
000050*                    CHECK RECORD SO PPAYISS SENDS EVERY ISSUE    00005000
000051*                    AND VOID TO THE BANK EXACTLY ONCE.           00005100
000052*                                                                 00005200
000053 ENVIRONMENT DIVISION.                                            00005300
000054 CONFIGURATION SECTION.                                           00005400
000055 SOURCE-COMPUTER. IBM-370.                                        00005500
000056 OBJECT-COMPUTER. IBM-370.                                        00005600
000057*                                                                 00005700
000058 INPUT-OUTPUT SECTION.                                            00005800
000059 FILE-CONTROL.                                                    00005900
000060     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR.                 00006000
000061     SELECT YTD-MASTER-FILE ASSIGN TO UT-S-YTDMSTR.               00006100
000062     SELECT CHECK-CONTROL-FILE ASSIGN TO UT-S-CHKCTL.             00006200
000063     SELECT ISSUED-CHECKS-FILE ASSIGN TO UT-S-ISSCHKS.            00006300
000064     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00006400
000065*                                                                 00006500
000066 DATA DIVISION.                                                   00006600
000067 FILE SECTION.                                                    00006700
000068*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00006800
000069 FD  REGISTER-FILE                                                00006900
000070     LABEL RECORD IS OMITTED.                                     00007000
000071 01  REGISTER-RECORD.                                             00007100
000072     05  REG-EMP-ID              PIC X(10).                       00007200
000073     05  REG-EMP-DEPARTMENT      PIC X(15).                       00007300
000074     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00007400
000075     05  REG-PAY-PERIOD          PIC X(06).                       00007500
000076     05  REG-EMP-NAME            PIC X(25).                       00007600
000077     05  REG-EMP-HOURS-WORKED    PIC S99.                         00007700
000078     05  REG-EMP-PAYRATE         PIC 99V99.                       00007800
000079     05  REG-TAX-DED             PIC S9(5)V99.                    00007900
000080     05  REG-INS-DED             PIC S9(5)V99.                    00008000
000081     05  REG-GARN-DED            PIC S9(5)V99.                    00008100
000082     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00008200
000083     05  REG-PLANT-CODE          PIC X(04).                       00008300
000084     05  REG-BONUS-AMT           PIC S9(5)V99.                    00008400
000085     05  REG-PREM-AMT            PIC S9(5)V99.                    00008500
000086     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00008600
000087     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00008700
000088         10  REG-GD-ORDER-NO     PIC X(06).                       00008800
000089         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00008900
000090     05  REG-JOB-CODE            PIC X(06).                       00009000
000091     05  REG-SS-WAGES            PIC S9(5)V99.                    00009100
000092     05  REG-SS-DED              PIC S9(5)V99.                    00009200
000093     05  REG-MED-WAGES           PIC S9(5)V99.                    00009300
000094     05  REG-MED-DED             PIC S9(5)V99.                    00009400
000095     05  REG-SS-ER               PIC S9(5)V99.                    00009500
000096     05  REG-MED-ER              PIC S9(5)V99.                    00009600
000097     05  REG-DEFERRAL            PIC S9(5)V99.                    00009700
000098     05  REG-ER-MATCH            PIC S9(5)V99.                    00009800
000099     05  REG-LOAN-DED            PIC S9(5)V99.                    00009900
000100*                                                                 00010000
000101*YTD-MASTER-RECORD MIRRORS PAYROLL'S UPDATED YTD MASTER LAYOUT.   00010100
000102 FD  YTD-MASTER-FILE                                              00010200
000103     LABEL RECORD IS OMITTED.                                     00010300
000104 01  YTD-MASTER-RECORD.                                           00010400
000105     05  YTD-M-EMP-ID            PIC X(10).                       00010500
000106     05  YTD-M-EMP-NAME          PIC X(25).                       00010600
000107     05  YTD-M-GROSS-PAY         PIC S9(7)V99.                    00010700
000108     05  YTD-M-SS-WAGES          PIC S9(7)V99.                    00010800
000109     05  YTD-M-SS-TAX            PIC S9(7)V99.                    00010900
000110     05  YTD-M-MED-WAGES         PIC S9(7)V99.                    00011000
000111     05  YTD-M-MED-TAX           PIC S9(7)V99.                    00011100
000112     05  YTD-M-SS-ER-TAX         PIC S9(7)V99.                    00011200
000113     05  YTD-M-MED-ER-TAX        PIC S9(7)V99.                    00011300
000114     05  YTD-M-DEFERRALS         PIC S9(7)V99.                    00011400
000115     05  YTD-M-ER-MATCH          PIC S9(7)V99.                    00011500
000116*                                                                 00011600
000117*THE CHECK CONTROL RECORD CARRIES THE LAST CHECK NUMBER ISSUED;   00011700
000118*THIS RUN STARTS NUMBERING AT THE NEXT NUMBER AND WRITES THE NEW  00011800
000119*LAST NUMBER BACK AT CLOSING.                                     00011900
000120 FD  CHECK-CONTROL-FILE                                           00012000
000121     LABEL RECORD IS OMITTED.                                     00012100
000122 01  CHECK-CONTROL-RECORD.                                        00012200
000123     05  CTL-LAST-CHECK-NUMBER   PIC 9(06).                       00012300
000124*                                                                 00012400
000125 FD  ISSUED-CHECKS-FILE                                           00012500
000126     LABEL RECORD IS OMITTED.                                     00012600
000127 01  ISSUED-CHECK-RECORD.                                         00012700
000128     05  ISS-CHECK-NUMBER        PIC 9(06).                       00012800
000129     05  ISS-EMP-ID              PIC X(10).                       00012900
000130     05  ISS-EMP-NAME            PIC X(25).                       00013000
000131     05  ISS-ISSUE-DATE          PIC 9(06).                       00013100
000132     05  ISS-PAY-PERIOD          PIC X(06).                       00013200
000133     05  ISS-AMOUNT              PIC S9(5)V99.                    00013300
000134     05  ISS-STATUS              PIC X.                           00013400
000135         88  ISS-IS-LIVE         VALUE " ".                       00013500
000136         88  ISS-IS-VOIDED       VALUE "V".                       00013600
000137         88  ISS-IS-STOPPED      VALUE "S".                       00013700
000138     05  ISS-VOID-DATE           PIC 9(06).                       00013800
000139     05  ISS-VOID-REASON         PIC X(20).                       00013900
000140*    POSITIVE-PAY FLAG, KEPT BY PPAYISS: BLANK IS AN ISSUE NOT    00014000
000141*    YET SENT TO THE BANK, "R" A CHKVOID REISSUE NOT YET SENT,    00014100
000142*    "I" THE ISSUE HAS BEEN SENT, "V" THE VOID OR STOP HAS.       00014200
000143     05  ISS-PPAY-FLAG           PIC X.                           00014300
000144*                                                                 00014400
000145 FD  PRINT-FILE                                                   00014500
000146     LABEL RECORD IS OMITTED.                                     00014600
000147 01  PRINT-LINE                  PIC X(132).                      00014700
000148*                                                                 00014800
000149 WORKING-STORAGE SECTION.                                         00014900
000150*                                                                 00015000
000151 01  YTD-TABLE.                                                   00015100
000152     05  YTD-TAB-ENTRY OCCURS 200 TIMES.                          00015200
000153         10  YTD-TAB-EMP-ID      PIC X(10).                       00015300
000154         10  YTD-TAB-GROSS       PIC S9(7)V99.                    00015400
000155         10  YTD-TAB-SS-TAX      PIC S9(7)V99.                    00015500
000156         10  YTD-TAB-MED-TAX     PIC S9(7)V99.                    00015600
000157         10  YTD-TAB-DEFERRALS   PIC S9(7)V99.                    00015700
000158 77  WS-YTD-COUNT                PIC 999 VALUE 0.                 00015800
000159 77  WS-YTD-SUB                  PIC 999 VALUE 0.                 00015900
000160 77  YTD-FOUND-FLAG              PIC X VALUE "N".                 00016000
000161     88  YTD-EMP-FOUND           VALUE "Y".                       00016100
000162 77  WS-YTD-GROSS-FOUND          PIC S9(7)V99 VALUE 0.            00016200
000163 77  WS-YTD-SS-FOUND             PIC S9(7)V99 VALUE 0.            00016300
000164 77  WS-YTD-MED-FOUND            PIC S9(7)V99 VALUE 0.            00016400
000165 77  WS-YTD-DEFERRALS-FOUND      PIC S9(7)V99 VALUE 0.            00016500
000166*                                                                 00016600
000167 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00016700
000168     88  REGISTER-IS-EOF         VALUE "Y".                       00016800
000169 77  YTD-EOF-FLAG                PIC X VALUE "N".                 00016900
000170     88  YTD-IS-EOF              VALUE "Y".                       00017000
000171*                                                                 00017100
000172 77  WS-CHECK-NUMBER             PIC 9(06) VALUE 0.               00017200
000173 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00017300
000174 77  WS-CHECKS-ISSUED            PIC 9(05) VALUE 0.               00017400
000175 77  WS-NO-CHECK-COUNT           PIC 9(05) VALUE 0.               00017500
000176 77  WS-TOTAL-NET-PAID           PIC S9(7)V99 VALUE 0.            00017600
000177*                                                                 00017700
000178 01  CHECK-RULE-LINE.                                             00017800
000179     05  FILLER                  PIC X(70) VALUE ALL "=".         00017900
000180*                                                                 00018000
000181 01  CHECK-HEAD-LINE.                                             00018100
000182     05  FILLER                  PIC X(05) VALUE SPACES.          00018200
000183     05  FILLER                  PIC X(24)                        00018300
000184             VALUE "H A L  INDUSTRIES       ".                    00018400
000185     05  FILLER                  PIC X(10) VALUE "CHECK NO. ".    00018500
000186     05  CHL-CHECK-NUMBER        PIC 9(06).                       00018600
000187     05  FILLER                  PIC X(08) VALUE "   DATE ".      00018700
000188     05  CHL-DATE                PIC 9(06).                       00018800
000189*                                                                 00018900
000190 01  CHECK-PAYEE-LINE.                                            00019000
000191     05  FILLER                  PIC X(05) VALUE SPACES.          00019100
000192     05  FILLER                  PIC X(20)                        00019200
000193             VALUE "PAY TO THE ORDER OF ".                        00019300
000194     05  CPL-EMP-NAME            PIC X(25).                       00019400
000195     05  FILLER                  PIC X(05) VALUE SPACES.          00019500
000196     05  CPL-AMOUNT              PIC $**,**9.99.                  00019600
000197*                                                                 00019700
000198 01  STUB-HEAD-LINE.                                              00019800
000199     05  FILLER                  PIC X(05) VALUE SPACES.          00019900
000200     05  SHL-EMP-ID              PIC X(10).                       00020000
000201     05  FILLER                  PIC X(02) VALUE SPACES.          00020100
000202     05  SHL-DEPARTMENT          PIC X(15).                       00020200
000203     05  FILLER                  PIC X(09) VALUE "  PERIOD ".     00020300
000204     05  SHL-PAY-PERIOD          PIC X(06).                       00020400
000205*                                                                 00020500
000206 01  STUB-TITLE-LINE.                                             00020600
000207     05  FILLER                  PIC X(05) VALUE SPACES.          00020700
000208     05  FILLER                  PIC X(31)                        00020800
000209             VALUE "HOURS  RATE      GROSS     ".                 00020900
000210     05  FILLER                  PIC X(31)                        00021000
000211             VALUE "TAX      INS     GARN      NET".              00021100
000212*                                                                 00021200
000213 01  STUB-DETAIL-LINE.                                            00021300
000214     05  FILLER                  PIC X(05) VALUE SPACES.          00021400
000215     05  SDL-HOURS               PIC ---9.                        00021500
000216     05  FILLER                  PIC X(02) VALUE SPACES.          00021600
000217     05  SDL-RATE                PIC Z9.99.                       00021700
000218     05  FILLER                  PIC X(02) VALUE SPACES.          00021800
000219     05  SDL-GROSS               PIC ZZZZ9.99-.                   00021900
000220     05  FILLER                  PIC X(01) VALUE SPACES.          00022000
000221     05  SDL-TAX                 PIC ZZZZ9.99.                    00022100
000222     05  FILLER                  PIC X(01) VALUE SPACES.          00022200
000223     05  SDL-INS                 PIC ZZZZ9.99.                    00022300
000224     05  FILLER                  PIC X(01) VALUE SPACES.          00022400
000225     05  SDL-GARN                PIC ZZZZ9.99.                    00022500
000226     05  FILLER                  PIC X(02) VALUE SPACES.          00022600
000227     05  SDL-NET                 PIC ZZZZ9.99-.                   00022700
000228*                                                                 00022800
000229 01  STUB-YTD-LINE.                                               00022900
000230     05  FILLER                  PIC X(05) VALUE SPACES.          00023000
000231     05  FILLER                  PIC X(22)                        00023100
000232             VALUE "YEAR-TO-DATE GROSS:   ".                      00023200
000233     05  SYL-YTD-GROSS           PIC Z,ZZZ,ZZ9.99-.               00023300
000234*                                                                 00023400
000235 01  STUB-FICA-LINE.                                              00023500
000236     05  FILLER                  PIC X(05) VALUE SPACES.          00023600
000237     05  FILLER                  PIC X(09) VALUE "SOC SEC: ".     00023700
000238     05  SFL-SS                  PIC ZZZZ9.99-.                   00023800
000239     05  FILLER                  PIC X(12) VALUE "  MEDICARE: ".  00023900
000240     05  SFL-MED                 PIC ZZZZ9.99-.                   00024000
000241*                                                                 00024100
000242 01  STUB-YTD-FICA-LINE.                                          00024200
000243     05  FILLER                  PIC X(05) VALUE SPACES.          00024300
000244     05  FILLER                  PIC X(22)                        00024400
000245             VALUE "YEAR-TO-DATE SOC SEC: ".                      00024500
000246     05  SYF-YTD-SS              PIC Z,ZZZ,ZZ9.99-.               00024600
000247     05  FILLER                  PIC X(12) VALUE "  MEDICARE: ".  00024700
000248     05  SYF-YTD-MED             PIC Z,ZZZ,ZZ9.99-.               00024800
000249*                                                                 00024900
000250 01  STUB-RET-LINE.                                               00025000
000251     05  FILLER                  PIC X(05) VALUE SPACES.          00025100
000252     05  FILLER                  PIC X(12) VALUE "RETIREMENT: ".  00025200
000253     05  SRL-DEFERRAL            PIC ZZZZ9.99-.                   00025300
000254     05  FILLER                  PIC X(16)                        00025400
000255             VALUE "  YEAR-TO-DATE: ".                            00025500
000256     05  SRL-YTD-DEFERRALS       PIC Z,ZZZ,ZZ9.99-.               00025600
000257*                                                                 00025700
000258 01  STUB-LOAN-LINE.                                              00025800
000259     05  FILLER                  PIC X(05) VALUE SPACES.          00025900
000260     05  FILLER                  PIC X(16)                        00026000
000261             VALUE "LOAN REPAYMENT: ".                            00026100
000262     05  SLL-LOAN-DED            PIC ZZZZ9.99-.                   00026200
000263*                                                                 00026300
000264 01  STUB-EARN-LINE.                                              00026400
000265     05  FILLER                  PIC X(05) VALUE SPACES.          00026500
000266     05  FILLER                  PIC X(07) VALUE "BONUS: ".       00026600
000267     05  SEL-BONUS               PIC ZZZZ9.99-.                   00026700
000268     05  FILLER                  PIC X(12) VALUE "  HOL PREM: ".  00026800
000269     05  SEL-PREM                PIC ZZZZ9.99-.                   00026900
000270     05  FILLER                  PIC X(12) VALUE "  VAC PAY:  ".  00027000
000271     05  SEL-VACPAY              PIC ZZZZ9.99-.                   00027100
000272*                                                                 00027200
000273 01  NO-CHECK-LINE.                                               00027300
000274     05  FILLER                  PIC X(05) VALUE SPACES.          00027400
000275     05  NCL-EMP-ID              PIC X(10).                       00027500
000276     05  FILLER                  PIC X(02) VALUE SPACES.          00027600
000277     05  NCL-EMP-NAME            PIC X(25).                       00027700
000278     05  FILLER                  PIC X(02) VALUE SPACES.          00027800
000279     05  FILLER                  PIC X(40)                        00027900
000280             VALUE "NO CHECK - NET NOT POSITIVE, SEE PAYROLL".    00028000
000281*                                                                 00028100
000282 01  SUMMARY-ISSUED-LINE.                                         00028200
000283     05  FILLER                  PIC X(05) VALUE SPACES.          00028300
000284     05  FILLER                  PIC X(24)                        00028400
000285             VALUE "CHECKS ISSUED:          ".                    00028500
000286     05  SIL-COUNT               PIC ZZ,ZZ9.                      00028600
000287*                                                                 00028700
000288 01  SUMMARY-NO-CHECK-LINE.                                       00028800
000289     05  FILLER                  PIC X(05) VALUE SPACES.          00028900
000290     05  FILLER                  PIC X(24)                        00029000
000291             VALUE "LINES WITHOUT A CHECK:  ".                    00029100
000292     05  SNL-COUNT               PIC ZZ,ZZ9.                      00029200
000293*                                                                 00029300
000294 01  SUMMARY-NET-LINE.                                            00029400
000295     05  FILLER                  PIC X(05) VALUE SPACES.          00029500
000296     05  FILLER                  PIC X(24)                        00029600
000297             VALUE "TOTAL NET PAID:         ".                    00029700
000298     05  SNT-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00029800
000299*                                                                 00029900
000300 PROCEDURE DIVISION.                                              00030000
000301 000-MAIN.                                                        00030100
000302     PERFORM INITIALIZATION.                                      00030200
000303     PERFORM LOAD-ONE-YTD-RECORD UNTIL YTD-IS-EOF.                00030300
000304     PERFORM PRINT-ONE-PAY-LINE UNTIL REGISTER-IS-EOF.            00030400
000305     PERFORM CLOSING.                                             00030500
000306     STOP RUN.                                                    00030600
000307*                                                                 00030700
000308 INITIALIZATION.                                                  00030800
000309     ACCEPT WS-RUN-DATE FROM DATE.                                00030900
000310     OPEN INPUT REGISTER-FILE, YTD-MASTER-FILE,                   00031000
000311          CHECK-CONTROL-FILE,                                     00031100
000312          OUTPUT ISSUED-CHECKS-FILE, PRINT-FILE.                  00031200
000313     READ CHECK-CONTROL-FILE                                      00031300
000314         AT END MOVE 0 TO CTL-LAST-CHECK-NUMBER                   00031400
000315     END-READ.                                                    00031500
000316     MOVE CTL-LAST-CHECK-NUMBER TO WS-CHECK-NUMBER.               00031600
000317     CLOSE CHECK-CONTROL-FILE.                                    00031700
000318     READ YTD-MASTER-FILE                                         00031800
000319         AT END MOVE "Y" TO YTD-EOF-FLAG                          00031900
000320     END-READ.                                                    00032000
000321     IF NOT YTD-IS-EOF                                            00032100
000322       AND YTD-M-EMP-ID EQUAL "*YTDCTL*"                          00032200
000323         READ YTD-MASTER-FILE                                     00032300
000324             AT END MOVE "Y" TO YTD-EOF-FLAG                      00032400
000325         END-READ                                                 00032500
000326     END-IF.                                                      00032600
000327     READ REGISTER-FILE                                           00032700
000328         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00032800
000329*                                                                 00032900
000330 LOAD-ONE-YTD-RECORD.                                             00033000
000331     ADD 1 TO WS-YTD-COUNT.                                       00033100
000332     IF WS-YTD-COUNT > 200                                        00033200
000333         DISPLAY "CHKPRINT HALTED - YTD TABLE FULL AT 200 -"      00033300
000334             " STUBS WOULD SHOW ZERO YEAR-TO-DATE"                00033400
000335         MOVE 16 TO RETURN-CODE                                   00033500
000336         STOP RUN                                                 00033600
000337     END-IF.                                                      00033700
000338     IF WS-YTD-COUNT <= 200                                       00033800
000339         MOVE YTD-M-EMP-ID TO YTD-TAB-EMP-ID(WS-YTD-COUNT)        00033900
000340         MOVE YTD-M-GROSS-PAY TO YTD-TAB-GROSS(WS-YTD-COUNT)      00034000
000341         MOVE YTD-M-SS-TAX TO YTD-TAB-SS-TAX(WS-YTD-COUNT)        00034100
000342         MOVE YTD-M-MED-TAX TO YTD-TAB-MED-TAX(WS-YTD-COUNT)      00034200
000343         MOVE YTD-M-DEFERRALS                                     00034300
000344             TO YTD-TAB-DEFERRALS(WS-YTD-COUNT)                   00034400
000345     END-IF.                                                      00034500
000346     READ YTD-MASTER-FILE                                         00034600
000347         AT END MOVE "Y" TO YTD-EOF-FLAG.                         00034700
000348*                                                                 00034800
000349 PRINT-ONE-PAY-LINE.                                              00034900
000350     IF REG-NET-AMOUNT > 0                                        00035000
000351         ADD 1 TO WS-CHECK-NUMBER, WS-CHECKS-ISSUED               00035100
000352         ADD REG-NET-AMOUNT TO WS-TOTAL-NET-PAID                  00035200
000353         PERFORM PRINT-CHECK-AND-STUB                             00035300
000354         PERFORM WRITE-ISSUED-CHECK                               00035400
000355     ELSE                                                         00035500
000356         ADD 1 TO WS-NO-CHECK-COUNT                               00035600
000357         PERFORM PRINT-NO-CHECK-LINE                              00035700
000358     END-IF.                                                      00035800
000359     READ REGISTER-FILE                                           00035900
000360         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00036000
000361*                                                                 00036100
000362 PRINT-CHECK-AND-STUB.                                            00036200
000363     WRITE PRINT-LINE FROM CHECK-RULE-LINE                        00036300
000364         AFTER ADVANCING 2 LINES.                                 00036400
000365     MOVE WS-CHECK-NUMBER TO CHL-CHECK-NUMBER.                    00036500
000366     MOVE WS-RUN-DATE TO CHL-DATE.                                00036600
000367     WRITE PRINT-LINE FROM CHECK-HEAD-LINE                        00036700
000368         AFTER ADVANCING 1 LINE.                                  00036800
000369     MOVE REG-EMP-NAME TO CPL-EMP-NAME.                           00036900
000370     MOVE REG-NET-AMOUNT TO CPL-AMOUNT.                           00037000
000371     WRITE PRINT-LINE FROM CHECK-PAYEE-LINE                       00037100
000372         AFTER ADVANCING 1 LINE.                                  00037200
000373     WRITE PRINT-LINE FROM CHECK-RULE-LINE                        00037300
000374         AFTER ADVANCING 1 LINE.                                  00037400
000375     MOVE REG-EMP-ID TO SHL-EMP-ID.                               00037500
000376     MOVE REG-EMP-DEPARTMENT TO SHL-DEPARTMENT.                   00037600
000377     MOVE REG-PAY-PERIOD TO SHL-PAY-PERIOD.                       00037700
000378     WRITE PRINT-LINE FROM STUB-HEAD-LINE                         00037800
000379         AFTER ADVANCING 1 LINE.                                  00037900
000380     WRITE PRINT-LINE FROM STUB-TITLE-LINE                        00038000
000381         AFTER ADVANCING 1 LINE.                                  00038100
000382     MOVE REG-EMP-HOURS-WORKED TO SDL-HOURS.                      00038200
000383     MOVE REG-EMP-PAYRATE TO SDL-RATE.                            00038300
000384     MOVE REG-LINE-AMOUNT TO SDL-GROSS.                           00038400
000385     MOVE REG-TAX-DED TO SDL-TAX.                                 00038500
000386     MOVE REG-INS-DED TO SDL-INS.                                 00038600
000387     MOVE REG-GARN-DED TO SDL-GARN.                               00038700
000388     MOVE REG-NET-AMOUNT TO SDL-NET.                              00038800
000389     WRITE PRINT-LINE FROM STUB-DETAIL-LINE                       00038900
000390         AFTER ADVANCING 1 LINE.                                  00039000
000391     MOVE REG-SS-DED TO SFL-SS.                                   00039100
000392     MOVE REG-MED-DED TO SFL-MED.                                 00039200
000393     WRITE PRINT-LINE FROM STUB-FICA-LINE                         00039300
000394         AFTER ADVANCING 1 LINE.                                  00039400
000395*    THE EARNINGS BREAKDOWN PRINTS ONLY WHEN THE LINE CARRIES     00039500
000396*    TYPED EARNINGS, SO AN ORDINARY STUB IS UNCHANGED.            00039600
000397     IF REG-BONUS-AMT NOT EQUAL ZERO                              00039700
000398       OR REG-PREM-AMT NOT EQUAL ZERO                             00039800
000399       OR REG-VACPAY-AMT NOT EQUAL ZERO                           00039900
000400         MOVE REG-BONUS-AMT TO SEL-BONUS                          00040000
000401         MOVE REG-PREM-AMT TO SEL-PREM                            00040100
000402         MOVE REG-VACPAY-AMT TO SEL-VACPAY                        00040200
000403         WRITE PRINT-LINE FROM STUB-EARN-LINE                     00040300
000404             AFTER ADVANCING 1 LINE                               00040400
000405     END-IF.                                                      00040500
000406     PERFORM FIND-YTD-GROSS.                                      00040600
000407     MOVE WS-YTD-GROSS-FOUND TO SYL-YTD-GROSS.                    00040700
000408     WRITE PRINT-LINE FROM STUB-YTD-LINE                          00040800
000409         AFTER ADVANCING 1 LINE.                                  00040900
000410     MOVE WS-YTD-SS-FOUND TO SYF-YTD-SS.                          00041000
000411     MOVE WS-YTD-MED-FOUND TO SYF-YTD-MED.                        00041100
000412     WRITE PRINT-LINE FROM STUB-YTD-FICA-LINE                     00041200
000413         AFTER ADVANCING 1 LINE.                                  00041300
000414*    THE RETIREMENT LINE PRINTS ONLY FOR A PLAN PARTICIPANT.      00041400
000415     IF REG-DEFERRAL NOT EQUAL ZERO                               00041500
000416       OR WS-YTD-DEFERRALS-FOUND NOT EQUAL ZERO                   00041600
000417         MOVE REG-DEFERRAL TO SRL-DEFERRAL                        00041700
000418         MOVE WS-YTD-DEFERRALS-FOUND TO SRL-YTD-DEFERRALS         00041800
000419         WRITE PRINT-LINE FROM STUB-RET-LINE                      00041900
000420             AFTER ADVANCING 1 LINE                               00042000
000421     END-IF.                                                      00042100
000422*    THE LOAN LINE PRINTS ONLY WHEN A REPAYMENT WAS TAKEN.        00042200
000423     IF REG-LOAN-DED NOT EQUAL ZERO                               00042300
000424         MOVE REG-LOAN-DED TO SLL-LOAN-DED                        00042400
000425         WRITE PRINT-LINE FROM STUB-LOAN-LINE                     00042500
000426             AFTER ADVANCING 1 LINE                               00042600
000427     END-IF.                                                      00042700
000428*                                                                 00042800
000429*THE UPDATED YTD MASTER ALREADY INCLUDES THIS PERIOD'S GROSS AND  00042900
000430*FICA, SO THE STUB'S YEAR-TO-DATE FIGURES ARE TAKEN FROM IT AS    00043000
000431*WRITTEN.                                                         00043100
000432 FIND-YTD-GROSS.                                                  00043200
000433     MOVE "N" TO YTD-FOUND-FLAG.                                  00043300
000434     MOVE 0 TO WS-YTD-GROSS-FOUND.                                00043400
000435     MOVE 0 TO WS-YTD-SS-FOUND, WS-YTD-MED-FOUND.                 00043500
000436     MOVE 0 TO WS-YTD-DEFERRALS-FOUND.                            00043600
000437     PERFORM MATCH-ONE-YTD-ENTRY                                  00043700
000438         VARYING WS-YTD-SUB FROM 1 BY 1                           00043800
000439         UNTIL WS-YTD-SUB > WS-YTD-COUNT.                         00043900
000440*                                                                 00044000
000441 MATCH-ONE-YTD-ENTRY.                                             00044100
000442     IF YTD-TAB-EMP-ID(WS-YTD-SUB) EQUAL REG-EMP-ID               00044200
000443         MOVE YTD-TAB-GROSS(WS-YTD-SUB) TO WS-YTD-GROSS-FOUND     00044300
000444         MOVE YTD-TAB-SS-TAX(WS-YTD-SUB) TO WS-YTD-SS-FOUND       00044400
000445         MOVE YTD-TAB-MED-TAX(WS-YTD-SUB) TO WS-YTD-MED-FOUND     00044500
000446         MOVE YTD-TAB-DEFERRALS(WS-YTD-SUB)                       00044600
000447             TO WS-YTD-DEFERRALS-FOUND                            00044700
000448         MOVE "Y" TO YTD-FOUND-FLAG                               00044800
000449     END-IF.                                                      00044900
000450*                                                                 00045000
000451 WRITE-ISSUED-CHECK.                                              00045100
000452     MOVE WS-CHECK-NUMBER TO ISS-CHECK-NUMBER.                    00045200
000453     MOVE REG-EMP-ID TO ISS-EMP-ID.                               00045300
000454     MOVE REG-EMP-NAME TO ISS-EMP-NAME.                           00045400
000455     MOVE WS-RUN-DATE TO ISS-ISSUE-DATE.                          00045500
000456     MOVE REG-PAY-PERIOD TO ISS-PAY-PERIOD.                       00045600
000457     MOVE REG-NET-AMOUNT TO ISS-AMOUNT.                           00045700
000458     MOVE SPACE TO ISS-STATUS.                                    00045800
000459     MOVE 0 TO ISS-VOID-DATE.                                     00045900
000460     MOVE SPACES TO ISS-VOID-REASON.                              00046000
000461     MOVE SPACE TO ISS-PPAY-FLAG.                                 00046100
000462     WRITE ISSUED-CHECK-RECORD.                                   00046200
000463*                                                                 00046300
000464 PRINT-NO-CHECK-LINE.                                             00046400
000465     MOVE SPACES TO NO-CHECK-LINE.                                00046500
000466     MOVE REG-EMP-ID TO NCL-EMP-ID.                               00046600
000467     MOVE REG-EMP-NAME TO NCL-EMP-NAME.                           00046700
000468     WRITE PRINT-LINE FROM NO-CHECK-LINE                          00046800
000469         AFTER ADVANCING 2 LINES.                                 00046900
000470*                                                                 00047000
000471 CLOSING.                                                         00047100
000472     MOVE WS-CHECKS-ISSUED TO SIL-COUNT.                          00047200
000473     WRITE PRINT-LINE FROM SUMMARY-ISSUED-LINE                    00047300
000474         AFTER ADVANCING 2 LINES.                                 00047400
000475     MOVE WS-NO-CHECK-COUNT TO SNL-COUNT.                         00047500
000476     WRITE PRINT-LINE FROM SUMMARY-NO-CHECK-LINE                  00047600
000477         AFTER ADVANCING 1 LINE.                                  00047700
000478     MOVE WS-TOTAL-NET-PAID TO SNT-AMOUNT.                        00047800
000479     WRITE PRINT-LINE FROM SUMMARY-NET-LINE                       00047900
000480         AFTER ADVANCING 1 LINE.                                  00048000
000481     OPEN OUTPUT CHECK-CONTROL-FILE.                              00048100
000482     MOVE WS-CHECK-NUMBER TO CTL-LAST-CHECK-NUMBER.               00048200
000483     WRITE CHECK-CONTROL-RECORD.                                  00048300
000484     CLOSE CHECK-CONTROL-FILE.                                    00048400
000485     CLOSE REGISTER-FILE, YTD-MASTER-FILE,                        00048500
000486         ISSUED-CHECKS-FILE, PRINT-FILE.                          00048600
