000029*                    DEDMAINT ADDED TO THE DEDUCTION MASTER.      00002900
000030*    2026-09-02  SS  MIRROR THE STATUS AND VOID FIELDS CHKVOID    00003000
000031*                    ADDED TO THE ISSUED-CHECKS RECORD.           00003100
000032*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00003200
000033*                    WAGES, EMPLOYEE WITHHOLDING, AND EMPLOYER    00003300
000034*                    SHARE PAYROLL ADDED TO THE REGISTER EXTRACT. 00003400
000035*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00003500
000036*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT. 00003600
000037*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00003700
000038*                    THE REGISTER EXTRACT.                        00003800
000039*    2026-10-15  SS  MIRROR THE POSITIVE-PAY FLAG CHKPRINT ADDED  00003900
000040*                    TO THE ISSUED-CHECKS RECORD.                 00004000
000041*                                                                 00004100
000042 ENVIRONMENT DIVISION.                                            00004200
000043 CONFIGURATION SECTION.                                           00004300
000044 SOURCE-COMPUTER. IBM-370.                                        00004400
000045 OBJECT-COMPUTER. IBM-370.                                        00004500
000046*                                                                 00004600
000047 INPUT-OUTPUT SECTION.                                            00004700
000048 FILE-CONTROL.                                                    00004800
000049     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00004900
000050         ORGANIZATION IS INDEXED                                  00005000
000051         ACCESS MODE IS SEQUENTIAL                                00005100
000052         RECORD KEY IS REG-EMP-ID.                                00005200
000053     SELECT DEDUCTION-FILE ASSIGN TO UT-S-DEDMSTR.                00005300
000054     SELECT PAYEE-MASTER-FILE ASSIGN TO UT-S-PAYEMSTR.            00005400
000055     SELECT CHECK-CONTROL-FILE ASSIGN TO UT-S-CHKCTL.             00005500
000056     SELECT ISSUED-CHECKS-FILE ASSIGN TO UT-S-ISSCHKS.            00005600
000057     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00005700
000058*                                                                 00005800
000059 DATA DIVISION.                                                   00005900
000060 FILE SECTION.                                                    00006000
000061*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00006100
000062 FD  REGISTER-FILE                                                00006200
000063     LABEL RECORD IS OMITTED.                                     00006300
000064 01  REGISTER-RECORD.                                             00006400
000065     05  REG-EMP-ID              PIC X(10).                       00006500
000066     05  REG-EMP-DEPARTMENT      PIC X(15).                       00006600
000067     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00006700
000068     05  REG-PAY-PERIOD          PIC X(06).                       00006800
000069     05  REG-EMP-NAME            PIC X(25).                       00006900
000070     05  REG-EMP-HOURS-WORKED    PIC S99.                         00007000
000071     05  REG-EMP-PAYRATE         PIC 99V99.                       00007100
000072     05  REG-TAX-DED             PIC S9(5)V99.                    00007200
000073     05  REG-INS-DED             PIC S9(5)V99.                    00007300
000074     05  REG-GARN-DED            PIC S9(5)V99.                    00007400
000075     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00007500
000076     05  REG-PLANT-CODE          PIC X(04).                       00007600
000077     05  REG-BONUS-AMT           PIC S9(5)V99.                    00007700
000078     05  REG-PREM-AMT            PIC S9(5)V99.                    00007800
000079     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00007900
000080     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00008000
000081         10  REG-GD-ORDER-NO     PIC X(06).                       00008100
000082         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00008200
000083     05  REG-JOB-CODE            PIC X(06).                       00008300
000084     05  REG-SS-WAGES            PIC S9(5)V99.                    00008400
000085     05  REG-SS-DED              PIC S9(5)V99.                    00008500
000086     05  REG-MED-WAGES           PIC S9(5)V99.                    00008600
000087     05  REG-MED-DED             PIC S9(5)V99.                    00008700
000088     05  REG-SS-ER               PIC S9(5)V99.                    00008800
000089     05  REG-MED-ER              PIC S9(5)V99.                    00008900
000090     05  REG-DEFERRAL            PIC S9(5)V99.                    00009000
000091     05  REG-ER-MATCH            PIC S9(5)V99.                    00009100
000092     05  REG-LOAN-DED            PIC S9(5)V99.                    00009200
000093*                                                                 00009300
000094*DEDUCTION-RECORD MIRRORS PAYROLL'S DEDUCTION MASTER LAYOUT;      00009400
000095*DED-PAYEE-CODE NAMES THE PAYEE MASTER ENTRY THE WITHHELD MONEY   00009500
000096*BELONGS TO.                                                      00009600
000097 FD  DEDUCTION-FILE                                               00009700
000098     LABEL RECORD IS OMITTED.                                     00009800
000099 01  DEDUCTION-RECORD.                                            00009900
000100     05  DED-EMP-ID              PIC X(10).                       00010000
000101     05  DED-CODE                PIC X.                           00010100
000102         88  DED-IS-TAX          VALUE "T".                       00010200
000103         88  DED-IS-INSURANCE    VALUE "I".                       00010300
000104         88  DED-IS-GARNISH      VALUE "G".                       00010400
000105     05  DED-METHOD              PIC X.                           00010500
000106     05  DED-VALUE               PIC 9(4)V99.                     00010600
000107     05  DED-GARN-BALANCE        PIC 9(5)V99.                     00010700
000108     05  DED-PRIORITY            PIC 9.                           00010800
000109     05  DED-ORDER-NO            PIC X(06).                       00010900
000110     05  DED-PAYEE-CODE          PIC X(06).                       00011000
000111     05  DED-START-DATE          PIC 9(06).                       00011100
000112     05  DED-STOP-DATE           PIC 9(06).                       00011200
000113*                                                                 00011300
000114*ONE PAYEE MASTER RECORD PER COURT, AGENCY, OR CARRIER WE REMIT   00011400
000115*TO: NAME AND MAILING ADDRESS FOR THE ADVICE, PLUS OUR ACCOUNT    00011500
000116*NUMBER WITH THEM.                                                00011600
000117 FD  PAYEE-MASTER-FILE                                            00011700
000118     LABEL RECORD IS OMITTED.                                     00011800
000119 01  PAYEE-MASTER-RECORD.                                         00011900
000120     05  PAY-PAYEE-CODE          PIC X(06).                       00012000
000121     05  PAY-NAME                PIC X(25).                       00012100
000122     05  PAY-ADDRESS             PIC X(40).                       00012200
000123     05  PAY-ACCOUNT-NO          PIC X(15).                       00012300
000124     05  FILLER                  PIC X(10).                       00012400
000125*                                                                 00012500
000126*THE CHECK CONTROL RECORD CARRIES THE LAST CHECK NUMBER ISSUED,   00012600
000127*SHARED WITH CHKPRINT SO REMITTANCE CHECKS AND PAYCHECKS DRAW     00012700
000128*FROM ONE SERIES.                                                 00012800
000129 FD  CHECK-CONTROL-FILE                                           00012900
000130     LABEL RECORD IS OMITTED.                                     00013000
000131 01  CHECK-CONTROL-RECORD.                                        00013100
000132     05  CTL-LAST-CHECK-NUMBER   PIC 9(06).                       00013200
000133*                                                                 00013300
000134*ISSUED-CHECK-RECORD MIRRORS CHKPRINT'S OUTPUT LAYOUT; THE FILE   00013400
000135*IS EXTENDED SO REMITTANCE CHECKS JOIN THE PERIOD'S PAYCHECKS     00013500
000136*FOR BANKRECN.                                                    00013600
000137 FD  ISSUED-CHECKS-FILE                                           00013700
000138     LABEL RECORD IS OMITTED.                                     00013800
000139 01  ISSUED-CHECK-RECORD.                                         00013900
000140     05  ISS-CHECK-NUMBER        PIC 9(06).                       00014000
000141     05  ISS-EMP-ID              PIC X(10).                       00014100
000142     05  ISS-EMP-NAME            PIC X(25).                       00014200
000143     05  ISS-ISSUE-DATE          PIC 9(06).                       00014300
000144     05  ISS-PAY-PERIOD          PIC X(06).                       00014400
000145     05  ISS-AMOUNT              PIC S9(5)V99.                    00014500
000146     05  ISS-STATUS              PIC X.                           00014600
000147         88  ISS-IS-LIVE         VALUE " ".                       00014700
000148         88  ISS-IS-VOIDED       VALUE "V".                       00014800
000149         88  ISS-IS-STOPPED      VALUE "S".                       00014900
000150     05  ISS-VOID-DATE           PIC 9(06).                       00015000
000151     05  ISS-VOID-REASON         PIC X(20).                       00015100
000152     05  ISS-PPAY-FLAG           PIC X.                           00015200
000153*                                                                 00015300
000154 FD  PRINT-FILE                                                   00015400
000155     LABEL RECORD IS OMITTED.                                     00015500
000156 01  PRINT-LINE                  PIC X(132).                      00015600
000157*                                                                 00015700
000158 WORKING-STORAGE SECTION.                                         00015800
000159*                                                                 00015900
000160 01  PAYEE-TABLE.                                                 00016000
000161     05  PYT-ENTRY OCCURS 50 TIMES.                               00016100
000162         10  PYT-CODE            PIC X(06).                       00016200
000163         10  PYT-NAME            PIC X(25).                       00016300
000164         10  PYT-ADDRESS         PIC X(40).                       00016400
000165         10  PYT-ACCOUNT-NO      PIC X(15).                       00016500
000166         10  PYT-TOTAL           PIC S9(7)V99.                    00016600
000167         10  PYT-ITEM-COUNT      PIC 9(05).                       00016700
000168 77  WS-PYT-COUNT                PIC 99 VALUE 0.                  00016800
000169 77  WS-PYT-SUB                  PIC 99 VALUE 0.                  00016900
000170 77  PYT-FOUND-FLAG              PIC X VALUE "N".                 00017000
000171     88  PAYEE-WAS-FOUND         VALUE "Y".                       00017100
000172 77  WS-PYT-FOUND-SUB            PIC 99 VALUE 0.                  00017200
000173*                                                                 00017300
000174 01  DED-TABLE.                                                   00017400
000175     05  DDT-ENTRY OCCURS 200 TIMES.                              00017500
000176         10  DDT-EMP-ID          PIC X(10).                       00017600
000177         10  DDT-CODE            PIC X.                           00017700
000178         10  DDT-ORDER-NO        PIC X(06).                       00017800
000179         10  DDT-PAYEE-CODE      PIC X(06).                       00017900
000180 77  WS-DDT-COUNT                PIC 999 VALUE 0.                 00018000
000181 77  WS-DDT-SUB                  PIC 999 VALUE 0.                 00018100
000182 77  DDT-FOUND-FLAG              PIC X VALUE "N".                 00018200
000183     88  DED-ENTRY-FOUND         VALUE "Y".                       00018300
000184 77  WS-DDT-FOUND-SUB            PIC 999 VALUE 0.                 00018400
000185*                                                                 00018500
000186*EACH POSTED WITHHOLDING KEEPS ITS PER-EMPLOYEE DETAIL SO THE     00018600
000187*ADVICE CAN LIST EXACTLY WHOSE MONEY THE PAYEE IS GETTING.        00018700
000188 01  DETAIL-TABLE.                                                00018800
000189     05  DTT-ENTRY OCCURS 500 TIMES.                              00018900
000190         10  DTT-PAYEE-CODE      PIC X(06).                       00019000
000191         10  DTT-EMP-ID          PIC X(10).                       00019100
000192         10  DTT-EMP-NAME        PIC X(25).                       00019200
000193         10  DTT-KIND            PIC X.                           00019300
000194         10  DTT-ORDER-NO        PIC X(06).                       00019400
000195         10  DTT-AMOUNT          PIC S9(5)V99.                    00019500
000196 77  WS-DTT-COUNT                PIC 999 VALUE 0.                 00019600
000197 77  WS-DTT-SUB                  PIC 999 VALUE 0.                 00019700
000198*                                                                 00019800
000199 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00019900
000200     88  REGISTER-IS-EOF         VALUE "Y".                       00020000
000201 77  DED-EOF-FLAG                PIC X VALUE "N".                 00020100
000202     88  DED-IS-EOF              VALUE "Y".                       00020200
000203 77  PAYEE-EOF-FLAG              PIC X VALUE "N".                 00020300
000204     88  PAYEE-IS-EOF            VALUE "Y".                       00020400
000205*                                                                 00020500
000206 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00020600
000207 77  WS-PAY-PERIOD               PIC X(06) VALUE SPACES.          00020700
000208 77  WS-CHECK-NUMBER             PIC 9(06) VALUE 0.               00020800
000209 77  WS-GD-SUB                   PIC 9 VALUE 0.                   00020900
000210 77  WS-POST-PAYEE-CODE          PIC X(06) VALUE SPACES.          00021000
000211 77  WS-POST-KIND                PIC X VALUE SPACE.               00021100
000212 77  WS-POST-ORDER-NO            PIC X(06) VALUE SPACES.          00021200
000213 77  WS-POST-AMOUNT              PIC S9(5)V99 VALUE 0.            00021300
000214 77  WS-PAYEES-PAID              PIC 9(05) VALUE 0.               00021400
000215 77  WS-REMITTED-TOTAL           PIC S9(8)V99 VALUE 0.            00021500
000216 77  WS-UNMATCHED-COUNT          PIC 9(05) VALUE 0.               00021600
000217 77  WS-UNMATCHED-AMOUNT         PIC S9(7)V99 VALUE 0.            00021700
000218*                                                                 00021800
000219 01  TITLE-LINE.                                                  00021900
000220     05  FILLER                  PIC X(20) VALUE SPACES.          00022000
000221     05  FILLER                  PIC X(40)                        00022100
000222             VALUE "THIRD-PARTY REMITTANCE RUN".                  00022200
000223*                                                                 00022300
000224 01  ADVICE-RULE-LINE.                                            00022400
000225     05  FILLER                  PIC X(70) VALUE ALL "=".         00022500
000226*                                                                 00022600
000227 01  ADVICE-PAYEE-LINE.                                           00022700
000228     05  FILLER                  PIC X(05) VALUE SPACES.          00022800
000229     05  FILLER                  PIC X(10) VALUE "REMIT TO: ".    00022900
000230     05  APL-NAME                PIC X(25).                       00023000
000231     05  FILLER                  PIC X(07) VALUE "  ACCT ".       00023100
000232     05  APL-ACCOUNT-NO          PIC X(15).                       00023200
000233*                                                                 00023300
000234 01  ADVICE-ADDRESS-LINE.                                         00023400
000235     05  FILLER                  PIC X(15) VALUE SPACES.          00023500
000236     05  AAL-ADDRESS             PIC X(40).                       00023600
000237*                                                                 00023700
000238 01  ADVICE-DETAIL-LINE.                                          00023800
000239     05  FILLER                  PIC X(08) VALUE SPACES.          00023900
000240     05  ADL-EMP-ID              PIC X(10).                       00024000
000241     05  FILLER                  PIC X(02) VALUE SPACES.          00024100
000242     05  ADL-EMP-NAME            PIC X(25).                       00024200
000243     05  FILLER                  PIC X(02) VALUE SPACES.          00024300
000244     05  ADL-KIND                PIC X(09).                       00024400
000245     05  FILLER                  PIC X(02) VALUE SPACES.          00024500
000246     05  ADL-ORDER-NO            PIC X(06).                       00024600
000247     05  FILLER                  PIC X(02) VALUE SPACES.          00024700
000248     05  ADL-AMOUNT              PIC ZZZZ9.99-.                   00024800
000249*                                                                 00024900
000250 01  ADVICE-TOTAL-LINE.                                           00025000
000251     05  FILLER                  PIC X(05) VALUE SPACES.          00025100
000252     05  FILLER                  PIC X(16)                        00025200
000253             VALUE "CHECK NO. ".                                  00025300
000254     05  ATL-CHECK-NUMBER        PIC 9(06).                       00025400
000255     05  FILLER                  PIC X(14)                        00025500
000256             VALUE "  REMITTANCE: ".                              00025600
000257     05  ATL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00025700
000258*                                                                 00025800
000259 01  UNMATCHED-LINE.                                              00025900
000260     05  FILLER                  PIC X(05) VALUE SPACES.          00026000
000261     05  UML-EMP-ID              PIC X(10).                       00026100
000262     05  FILLER                  PIC X(02) VALUE SPACES.          00026200
000263     05  UML-KIND                PIC X(09).                       00026300
000264     05  FILLER                  PIC X(02) VALUE SPACES.          00026400
000265     05  UML-ORDER-NO            PIC X(06).                       00026500
000266     05  FILLER                  PIC X(02) VALUE SPACES.          00026600
000267     05  UML-AMOUNT              PIC ZZZZ9.99-.                   00026700
000268     05  FILLER                  PIC X(33)                        00026800
000269             VALUE "  NO PAYEE LINK - NOT REMITTED".              00026900
000270*                                                                 00027000
000271 01  SUMMARY-PAID-LINE.                                           00027100
000272     05  FILLER                  PIC X(05) VALUE SPACES.          00027200
000273     05  FILLER                  PIC X(24)                        00027300
000274             VALUE "PAYEES PAID:            ".                    00027400
000275     05  SPL-COUNT               PIC ZZ,ZZ9.                      00027500
000276*                                                                 00027600
000277 01  SUMMARY-REMITTED-LINE.                                       00027700
000278     05  FILLER                  PIC X(05) VALUE SPACES.          00027800
000279     05  FILLER                  PIC X(24)                        00027900
000280             VALUE "DOLLARS REMITTED:       ".                    00028000
000281     05  SRL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00028100
000282*                                                                 00028200
000283 01  SUMMARY-UNMATCHED-LINE.                                      00028300
000284     05  FILLER                  PIC X(05) VALUE SPACES.          00028400
000285     05  FILLER                  PIC X(24)                        00028500
000286             VALUE "NOT REMITTED - NO LINK: ".                    00028600
000287     05  SUL-COUNT               PIC ZZ,ZZ9.                      00028700
000288     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".     00028800
000289     05  SUL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00028900
000290*                                                                 00029000
000291 PROCEDURE DIVISION.                                              00029100
000292 000-MAIN.                                                        00029200
000293     PERFORM INITIALIZATION.                                      00029300
000294     PERFORM LOAD-ONE-PAYEE UNTIL PAYEE-IS-EOF.                   00029400
000295     PERFORM LOAD-ONE-DEDUCTION UNTIL DED-IS-EOF.                 00029500
000296     PERFORM POST-ONE-PAY-LINE UNTIL REGISTER-IS-EOF.             00029600
000297     PERFORM PRINT-ONE-REMITTANCE                                 00029700
000298         VARYING WS-PYT-SUB FROM 1 BY 1                           00029800
000299         UNTIL WS-PYT-SUB > WS-PYT-COUNT                          00029900
000300         OR WS-PYT-SUB > 50.                                      00030000
000301     PERFORM CLOSING.                                             00030100
000302     STOP RUN.                                                    00030200
000303*                                                                 00030300
000304 INITIALIZATION.                                                  00030400
000305     ACCEPT WS-RUN-DATE FROM DATE.                                00030500
000306     OPEN INPUT REGISTER-FILE, DEDUCTION-FILE,                    00030600
000307          PAYEE-MASTER-FILE, CHECK-CONTROL-FILE,                  00030700
000308          EXTEND ISSUED-CHECKS-FILE,                              00030800
000309          OUTPUT PRINT-FILE.                                      00030900
000310     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00031000
000311     READ CHECK-CONTROL-FILE                                      00031100
000312         AT END MOVE 0 TO CTL-LAST-CHECK-NUMBER                   00031200
000313     END-READ.                                                    00031300
000314     MOVE CTL-LAST-CHECK-NUMBER TO WS-CHECK-NUMBER.               00031400
000315     CLOSE CHECK-CONTROL-FILE.                                    00031500
000316     READ PAYEE-MASTER-FILE                                       00031600
000317         AT END MOVE "Y" TO PAYEE-EOF-FLAG.                       00031700
000318     READ DEDUCTION-FILE                                          00031800
000319         AT END MOVE "Y" TO DED-EOF-FLAG.                         00031900
000320     READ REGISTER-FILE                                           00032000
000321         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00032100
000322     IF NOT REGISTER-IS-EOF                                       00032200
000323         MOVE REG-PAY-PERIOD TO WS-PAY-PERIOD                     00032300
000324     END-IF.                                                      00032400
000325*                                                                 00032500
000326 LOAD-ONE-PAYEE.                                                  00032600
000327     ADD 1 TO WS-PYT-COUNT.                                       00032700
000328     IF WS-PYT-COUNT > 50                                         00032800
000329         DISPLAY "PAYREMIT HALTED - PAYEE TABLE FULL AT 50"       00032900
000330         MOVE 16 TO RETURN-CODE                                   00033000
000331         STOP RUN                                                 00033100
000332     END-IF.                                                      00033200
000333     IF WS-PYT-COUNT <= 50                                        00033300
000334         MOVE PAY-PAYEE-CODE TO PYT-CODE(WS-PYT-COUNT)            00033400
000335         MOVE PAY-NAME TO PYT-NAME(WS-PYT-COUNT)                  00033500
000336         MOVE PAY-ADDRESS TO PYT-ADDRESS(WS-PYT-COUNT)            00033600
000337         MOVE PAY-ACCOUNT-NO TO PYT-ACCOUNT-NO(WS-PYT-COUNT)      00033700
000338         MOVE 0 TO PYT-TOTAL(WS-PYT-COUNT)                        00033800
000339         MOVE 0 TO PYT-ITEM-COUNT(WS-PYT-COUNT)                   00033900
000340     END-IF.                                                      00034000
000341     READ PAYEE-MASTER-FILE                                       00034100
000342         AT END MOVE "Y" TO PAYEE-EOF-FLAG.                       00034200
000343*                                                                 00034300
000344 LOAD-ONE-DEDUCTION.                                              00034400
000345     ADD 1 TO WS-DDT-COUNT.                                       00034500
000346     IF WS-DDT-COUNT > 200                                        00034600
000347         DISPLAY "PAYREMIT HALTED - DEDUCTION TABLE FULL"         00034700
000348             " AT 200"                                            00034800
000349         MOVE 16 TO RETURN-CODE                                   00034900
000350         STOP RUN                                                 00035000
000351     END-IF.                                                      00035100
000352     IF WS-DDT-COUNT <= 200                                       00035200
000353         MOVE DED-EMP-ID TO DDT-EMP-ID(WS-DDT-COUNT)              00035300
000354         MOVE DED-CODE TO DDT-CODE(WS-DDT-COUNT)                  00035400
000355         MOVE DED-ORDER-NO TO DDT-ORDER-NO(WS-DDT-COUNT)          00035500
000356         MOVE DED-PAYEE-CODE TO DDT-PAYEE-CODE(WS-DDT-COUNT)      00035600
000357     END-IF.                                                      00035700
000358     READ DEDUCTION-FILE                                          00035800
000359         AT END MOVE "Y" TO DED-EOF-FLAG.                         00035900
000360*                                                                 00036000
000361*EACH PAY LINE'S INSURANCE WITHHOLDING AND EACH GARNISHMENT       00036100
000362*ORDER AMOUNT IS POSTED TO THE PAYEE ITS DEDUCTION MASTER ENTRY   00036200
000363*NAMES; MONEY WITH NO LINK IS LISTED AND LEFT IN CLEARING.        00036300
000364 POST-ONE-PAY-LINE.                                               00036400
000365     IF REG-INS-DED NOT EQUAL ZERO                                00036500
000366         PERFORM POST-INSURANCE                                   00036600
000367     END-IF.                                                      00036700
000368     PERFORM POST-ONE-GARN-ORDER                                  00036800
000369         VARYING WS-GD-SUB FROM 1 BY 1                            00036900
000370         UNTIL WS-GD-SUB > 3.                                     00037000
000371     READ REGISTER-FILE                                           00037100
000372         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00037200
000373*                                                                 00037300
000374 POST-INSURANCE.                                                  00037400
000375     MOVE "I" TO WS-POST-KIND.                                    00037500
000376     MOVE SPACES TO WS-POST-ORDER-NO.                             00037600
000377     MOVE REG-INS-DED TO WS-POST-AMOUNT.                          00037700
000378     PERFORM FIND-DED-PAYEE.                                      00037800
000379     PERFORM POST-TO-PAYEE.                                       00037900
000380*                                                                 00038000
000381 POST-ONE-GARN-ORDER.                                             00038100
000382     IF REG-GD-AMOUNT(WS-GD-SUB) NOT EQUAL ZERO                   00038200
000383         MOVE "G" TO WS-POST-KIND                                 00038300
000384         MOVE REG-GD-ORDER-NO(WS-GD-SUB) TO WS-POST-ORDER-NO      00038400
000385         MOVE REG-GD-AMOUNT(WS-GD-SUB) TO WS-POST-AMOUNT          00038500
000386         PERFORM FIND-DED-PAYEE                                   00038600
000387         PERFORM POST-TO-PAYEE                                    00038700
000388     END-IF.                                                      00038800
000389*                                                                 00038900
000390*AN INSURANCE WITHHOLDING LINKS THROUGH THE EMPLOYEE'S "I"        00039000
000391*ENTRY; A GARNISHMENT LINKS THROUGH THE "G" ENTRY CARRYING THE    00039100
000392*SAME ORDER NUMBER THE REGISTER DETAIL CARRIES.                   00039200
000393 FIND-DED-PAYEE.                                                  00039300
000394     MOVE "N" TO DDT-FOUND-FLAG.                                  00039400
000395     MOVE SPACES TO WS-POST-PAYEE-CODE.                           00039500
000396     PERFORM MATCH-ONE-DED-ENTRY                                  00039600
000397         VARYING WS-DDT-SUB FROM 1 BY 1                           00039700
000398         UNTIL WS-DDT-SUB > WS-DDT-COUNT                          00039800
000399         OR WS-DDT-SUB > 200.                                     00039900
000400     IF DED-ENTRY-FOUND                                           00040000
000401         MOVE DDT-PAYEE-CODE(WS-DDT-FOUND-SUB)                    00040100
000402             TO WS-POST-PAYEE-CODE                                00040200
000403     END-IF.                                                      00040300
000404*                                                                 00040400
000405 MATCH-ONE-DED-ENTRY.                                             00040500
000406     IF DDT-EMP-ID(WS-DDT-SUB) EQUAL REG-EMP-ID                   00040600
000407       AND DDT-CODE(WS-DDT-SUB) EQUAL WS-POST-KIND                00040700
000408       AND (WS-POST-KIND NOT EQUAL "G"                            00040800
000409         OR DDT-ORDER-NO(WS-DDT-SUB) EQUAL WS-POST-ORDER-NO)      00040900
000410         MOVE "Y" TO DDT-FOUND-FLAG                               00041000
000411         MOVE WS-DDT-SUB TO WS-DDT-FOUND-SUB                      00041100
000412     END-IF.                                                      00041200
000413*                                                                 00041300
000414 POST-TO-PAYEE.                                                   00041400
000415     MOVE "N" TO PYT-FOUND-FLAG.                                  00041500
000416     IF WS-POST-PAYEE-CODE NOT EQUAL SPACES                       00041600
000417         PERFORM MATCH-ONE-PAYEE                                  00041700
000418             VARYING WS-PYT-SUB FROM 1 BY 1                       00041800
000419             UNTIL WS-PYT-SUB > WS-PYT-COUNT                      00041900
000420             OR WS-PYT-SUB > 50                                   00042000
000421     END-IF.                                                      00042100
000422     IF PAYEE-WAS-FOUND                                           00042200
000423         ADD WS-POST-AMOUNT TO PYT-TOTAL(WS-PYT-FOUND-SUB)        00042300
000424         ADD 1 TO PYT-ITEM-COUNT(WS-PYT-FOUND-SUB)                00042400
000425         PERFORM STORE-ONE-DETAIL                                 00042500
000426     ELSE                                                         00042600
000427         ADD 1 TO WS-UNMATCHED-COUNT                              00042700
000428         ADD WS-POST-AMOUNT TO WS-UNMATCHED-AMOUNT                00042800
000429         PERFORM PRINT-UNMATCHED-LINE                             00042900
000430     END-IF.                                                      00043000
000431*                                                                 00043100
000432 MATCH-ONE-PAYEE.                                                 00043200
000433     IF PYT-CODE(WS-PYT-SUB) EQUAL WS-POST-PAYEE-CODE             00043300
000434         MOVE "Y" TO PYT-FOUND-FLAG                               00043400
000435         MOVE WS-PYT-SUB TO WS-PYT-FOUND-SUB                      00043500
000436     END-IF.                                                      00043600
000437*                                                                 00043700
000438 STORE-ONE-DETAIL.                                                00043800
000439     ADD 1 TO WS-DTT-COUNT.                                       00043900
000440     IF WS-DTT-COUNT > 500                                        00044000
000441         DISPLAY "PAYREMIT HALTED - DETAIL TABLE FULL AT 500"     00044100
000442         MOVE 16 TO RETURN-CODE                                   00044200
000443         STOP RUN                                                 00044300
000444     END-IF.                                                      00044400
000445     IF WS-DTT-COUNT <= 500                                       00044500
000446         MOVE WS-POST-PAYEE-CODE TO DTT-PAYEE-CODE(WS-DTT-COUNT)  00044600
000447         MOVE REG-EMP-ID TO DTT-EMP-ID(WS-DTT-COUNT)              00044700
000448         MOVE REG-EMP-NAME TO DTT-EMP-NAME(WS-DTT-COUNT)          00044800
000449         MOVE WS-POST-KIND TO DTT-KIND(WS-DTT-COUNT)              00044900
000450         MOVE WS-POST-ORDER-NO TO DTT-ORDER-NO(WS-DTT-COUNT)      00045000
000451         MOVE WS-POST-AMOUNT TO DTT-AMOUNT(WS-DTT-COUNT)          00045100
000452     END-IF.                                                      00045200
000453*                                                                 00045300
000454 PRINT-UNMATCHED-LINE.                                            00045400
000455     MOVE REG-EMP-ID TO UML-EMP-ID.                               00045500
000456     IF WS-POST-KIND EQUAL "G"                                    00045600
000457         MOVE "GARNISH  " TO UML-KIND                             00045700
000458     ELSE                                                         00045800
000459         MOVE "INSURANCE" TO UML-KIND                             00045900
000460     END-IF.                                                      00046000
000461     MOVE WS-POST-ORDER-NO TO UML-ORDER-NO.                       00046100
000462     MOVE WS-POST-AMOUNT TO UML-AMOUNT.                           00046200
000463     WRITE PRINT-LINE FROM UNMATCHED-LINE                         00046300
000464         AFTER ADVANCING 1 LINE.                                  00046400
000465*                                                                 00046500
000466*EACH PAYEE WITH MONEY THIS PERIOD GETS AN ADVICE: NAME,          00046600
000467*ADDRESS, OUR ACCOUNT NUMBER, THE PER-EMPLOYEE DETAIL, AND THE    00046700
000468*CHECK DRAWN FROM THE SHARED CHECK-NUMBER SERIES.                 00046800
000469 PRINT-ONE-REMITTANCE.                                            00046900
000470     IF PYT-TOTAL(WS-PYT-SUB) NOT EQUAL ZERO                      00047000
000471         ADD 1 TO WS-PAYEES-PAID                                  00047100
000472         ADD 1 TO WS-CHECK-NUMBER                                 00047200
000473         ADD PYT-TOTAL(WS-PYT-SUB) TO WS-REMITTED-TOTAL           00047300
000474         WRITE PRINT-LINE FROM ADVICE-RULE-LINE                   00047400
000475             AFTER ADVANCING 2 LINES                              00047500
000476         MOVE PYT-NAME(WS-PYT-SUB) TO APL-NAME                    00047600
000477         MOVE PYT-ACCOUNT-NO(WS-PYT-SUB) TO APL-ACCOUNT-NO        00047700
000478         WRITE PRINT-LINE FROM ADVICE-PAYEE-LINE                  00047800
000479             AFTER ADVANCING 1 LINE                               00047900
000480         MOVE PYT-ADDRESS(WS-PYT-SUB) TO AAL-ADDRESS              00048000
000481         WRITE PRINT-LINE FROM ADVICE-ADDRESS-LINE                00048100
000482             AFTER ADVANCING 1 LINE                               00048200
000483         PERFORM PRINT-ONE-ADVICE-DETAIL                          00048300
000484             VARYING WS-DTT-SUB FROM 1 BY 1                       00048400
000485             UNTIL WS-DTT-SUB > WS-DTT-COUNT                      00048500
000486             OR WS-DTT-SUB > 500                                  00048600
000487         MOVE WS-CHECK-NUMBER TO ATL-CHECK-NUMBER                 00048700
000488         MOVE PYT-TOTAL(WS-PYT-SUB) TO ATL-AMOUNT                 00048800
000489         WRITE PRINT-LINE FROM ADVICE-TOTAL-LINE                  00048900
000490             AFTER ADVANCING 1 LINE                               00049000
000491         PERFORM WRITE-REMITTANCE-CHECK                           00049100
000492     END-IF.                                                      00049200
000493*                                                                 00049300
000494 PRINT-ONE-ADVICE-DETAIL.                                         00049400
000495     IF DTT-PAYEE-CODE(WS-DTT-SUB) EQUAL PYT-CODE(WS-PYT-SUB)     00049500
000496         MOVE DTT-EMP-ID(WS-DTT-SUB) TO ADL-EMP-ID                00049600
000497         MOVE DTT-EMP-NAME(WS-DTT-SUB) TO ADL-EMP-NAME            00049700
000498         IF DTT-KIND(WS-DTT-SUB) EQUAL "G"                        00049800
000499             MOVE "GARNISH  " TO ADL-KIND                         00049900
000500         ELSE                                                     00050000
000501             MOVE "INSURANCE" TO ADL-KIND                         00050100
000502         END-IF                                                   00050200
000503         MOVE DTT-ORDER-NO(WS-DTT-SUB) TO ADL-ORDER-NO            00050300
000504         MOVE DTT-AMOUNT(WS-DTT-SUB) TO ADL-AMOUNT                00050400
000505         WRITE PRINT-LINE FROM ADVICE-DETAIL-LINE                 00050500
000506             AFTER ADVANCING 1 LINE                               00050600
000507     END-IF.                                                      00050700
000508*                                                                 00050800
000509 WRITE-REMITTANCE-CHECK.                                          00050900
000510*    ISS-AMOUNT HOLDS FIVE DOLLAR DIGITS; A BIGGER REMITTANCE     00051000
000511*    WOULD TRUNCATE ON THE ISSUED-CHECKS RECORD AND DISAGREE      00051100
000512*    WITH THE CHECK ACTUALLY CUT.                                 00051200
000513     IF PYT-TOTAL(WS-PYT-SUB) > 99999.99                          00051300
000514       OR PYT-TOTAL(WS-PYT-SUB) < -99999.99                       00051400
000515         DISPLAY "PAYREMIT HALTED - REMITTANCE FOR PAYEE "        00051500
000516             PYT-CODE(WS-PYT-SUB)                                 00051600
000517             " EXCEEDS THE ISSUED-CHECK AMOUNT FIELD"             00051700
000518         MOVE 16 TO RETURN-CODE                                   00051800
000519         STOP RUN                                                 00051900
000520     END-IF.                                                      00052000
000521     MOVE WS-CHECK-NUMBER TO ISS-CHECK-NUMBER.                    00052100
000522     MOVE PYT-CODE(WS-PYT-SUB) TO ISS-EMP-ID.                     00052200
000523     MOVE PYT-NAME(WS-PYT-SUB) TO ISS-EMP-NAME.                   00052300
000524     MOVE WS-RUN-DATE TO ISS-ISSUE-DATE.                          00052400
000525     MOVE WS-PAY-PERIOD TO ISS-PAY-PERIOD.                        00052500
000526     MOVE PYT-TOTAL(WS-PYT-SUB) TO ISS-AMOUNT.                    00052600
000527     MOVE SPACE TO ISS-STATUS.                                    00052700
000528     MOVE 0 TO ISS-VOID-DATE.                                     00052800
000529     MOVE SPACES TO ISS-VOID-REASON.                              00052900
000530     MOVE SPACE TO ISS-PPAY-FLAG.                                 00053000
000531     WRITE ISSUED-CHECK-RECORD.                                   00053100
000532*                                                                 00053200
000533 CLOSING.                                                         00053300
000534     MOVE WS-PAYEES-PAID TO SPL-COUNT.                            00053400
000535     WRITE PRINT-LINE FROM SUMMARY-PAID-LINE                      00053500
000536         AFTER ADVANCING 2 LINES.                                 00053600
000537     MOVE WS-REMITTED-TOTAL TO SRL-AMOUNT.                        00053700
000538     WRITE PRINT-LINE FROM SUMMARY-REMITTED-LINE                  00053800
000539         AFTER ADVANCING 1 LINE.                                  00053900
000540     MOVE WS-UNMATCHED-COUNT TO SUL-COUNT.                        00054000
000541     MOVE WS-UNMATCHED-AMOUNT TO SUL-AMOUNT.                      00054100
000542     WRITE PRINT-LINE FROM SUMMARY-UNMATCHED-LINE                 00054200
000543         AFTER ADVANCING 1 LINE.                                  00054300
000544     OPEN OUTPUT CHECK-CONTROL-FILE.                              00054400
000545     MOVE WS-CHECK-NUMBER TO CTL-LAST-CHECK-NUMBER.               00054500
000546     WRITE CHECK-CONTROL-RECORD.                                  00054600
000547     CLOSE CHECK-CONTROL-FILE.                                    00054700
000548     CLOSE REGISTER-FILE, DEDUCTION-FILE, PAYEE-MASTER-FILE,      00054800
000549         ISSUED-CHECKS-FILE, PRINT-FILE.                          00054900
