000025*    2026-09-02  SS  MIRROR THE PER-TYPE EARNINGS AMOUNTS PAYROLL 00002500
000026*                    ADDED TO THE REGISTER EXTRACT.  THEY ARE     00002600
000027*                    PART OF REG-LINE-AMOUNT AND POST WITH IT.    00002700
000028*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00002800
000029*                    WAGES, EMPLOYEE WITHHOLDING, AND EMPLOYER    00002900
000030*                    SHARE PAYROLL ADDED TO THE REGISTER EXTRACT. 00003000
000031*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00003100
000032*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT. 00003200
000033*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00003300
000034*                    THE REGISTER EXTRACT.                        00003400
000035*    2026-10-15  SS  POST THE LOAN REPAYMENT ON EACH PAY LINE AS  00003500
000036*                    A DEBIT TO CLEARING AND A CREDIT TO THE LOANS00003600
000037*                    RECEIVABLE ACCOUNT NAMED ON THE NEW LOAN     00003700
000038*                    ACCOUNT CARD (LOANGL).  THE BALANCE CHECK NOW00003800
000039*                    PROVES TO THE REGISTER TOTAL PLUS REPAYMENTS.00003900
000040*                                                                 00004000
000041 ENVIRONMENT DIVISION.                                            00004100
000042 CONFIGURATION SECTION.                                           00004200
000043 SOURCE-COMPUTER. IBM-370.                                        00004300
000044 OBJECT-COMPUTER. IBM-370.                                        00004400
000045*                                                                 00004500
000046 INPUT-OUTPUT SECTION.                                            00004600
000047 FILE-CONTROL.                                                    00004700
000048     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00004800
000049         ORGANIZATION IS INDEXED                                  00004900
000050         ACCESS MODE IS SEQUENTIAL                                00005000
000051         RECORD KEY IS REG-EMP-ID.                                00005100
000052     SELECT ACCOUNT-MAP-FILE ASSIGN TO UT-S-ACCTMAP.              00005200
000053     SELECT OPTIONAL LOAN-ACCOUNT-FILE ASSIGN TO UT-S-LOANGL.     00005300
000054     SELECT JOURNAL-FILE  ASSIGN TO UT-S-JOURNAL.                 00005400
000055     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00005500
000056*                                                                 00005600
000057 DATA DIVISION.                                                   00005700
000058 FILE SECTION.                                                    00005800
000059*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00005900
000060 FD  REGISTER-FILE                                                00006000
000061     LABEL RECORD IS OMITTED.                                     00006100
000062 01  REGISTER-RECORD.                                             00006200
000063     05  REG-EMP-ID              PIC X(10).                       00006300
000064     05  REG-EMP-DEPARTMENT      PIC X(15).                       00006400
000065     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00006500
000066     05  REG-PAY-PERIOD          PIC X(06).                       00006600
000067     05  REG-EMP-NAME            PIC X(25).                       00006700
000068     05  REG-EMP-HOURS-WORKED    PIC S99.                         00006800
000069     05  REG-EMP-PAYRATE         PIC 99V99.                       00006900
000070     05  REG-TAX-DED             PIC S9(5)V99.                    00007000
000071     05  REG-INS-DED             PIC S9(5)V99.                    00007100
000072     05  REG-GARN-DED            PIC S9(5)V99.                    00007200
000073     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00007300
000074     05  REG-PLANT-CODE          PIC X(04).                       00007400
000075     05  REG-BONUS-AMT           PIC S9(5)V99.                    00007500
000076     05  REG-PREM-AMT            PIC S9(5)V99.                    00007600
000077     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00007700
000078     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00007800
000079         10  REG-GD-ORDER-NO     PIC X(06).                       00007900
000080         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00008000
000081     05  REG-JOB-CODE            PIC X(06).                       00008100
000082     05  REG-SS-WAGES            PIC S9(5)V99.                    00008200
000083     05  REG-SS-DED              PIC S9(5)V99.                    00008300
000084     05  REG-MED-WAGES           PIC S9(5)V99.                    00008400
000085     05  REG-MED-DED             PIC S9(5)V99.                    00008500
000086     05  REG-SS-ER               PIC S9(5)V99.                    00008600
000087     05  REG-MED-ER              PIC S9(5)V99.                    00008700
000088     05  REG-DEFERRAL            PIC S9(5)V99.                    00008800
000089     05  REG-ER-MATCH            PIC S9(5)V99.                    00008900
000090     05  REG-LOAN-DED            PIC S9(5)V99.                    00009000
000091*                                                                 00009100
000092*ONE ACCOUNT MAP CARD PER DEPARTMENT/PLANT PAIR NAMES THE LABOR   00009200
000093*EXPENSE ACCOUNT TO DEBIT AND THE PAYROLL CLEARING ACCOUNT TO     00009300
000094*CREDIT FOR THAT PAIR'S PAY LINES.                                00009400
000095 FD  ACCOUNT-MAP-FILE                                             00009500
000096     LABEL RECORD IS OMITTED.                                     00009600
000097 01  ACCOUNT-MAP-RECORD.                                          00009700
000098     05  MAP-DEPARTMENT          PIC X(15).                       00009800
000099     05  MAP-PLANT-CODE          PIC X(04).                       00009900
000100     05  MAP-DEBIT-ACCOUNT       PIC X(08).                       00010000
000101     05  MAP-CREDIT-ACCOUNT      PIC X(08).                       00010100
000102     05  FILLER                  PIC X(45).                       00010200
000103*                                                                 00010300
000104*THE LOAN ACCOUNT CARD NAMES THE EMPLOYEE LOANS RECEIVABLE        00010400
000105*ACCOUNT AND THE CASH ACCOUNT LOANS ARE DISBURSED FROM.           00010500
000106 FD  LOAN-ACCOUNT-FILE                                            00010600
000107     LABEL RECORD IS OMITTED.                                     00010700
000108 01  LOAN-ACCOUNT-RECORD.                                         00010800
000109     05  LGL-RECEIVABLE-ACCOUNT  PIC X(08).                       00010900
000110     05  LGL-CASH-ACCOUNT        PIC X(08).                       00011000
000111     05  FILLER                  PIC X(64).                       00011100
000112*                                                                 00011200
000113 FD  JOURNAL-FILE                                                 00011300
000114     LABEL RECORD IS OMITTED.                                     00011400
000115 01  JOURNAL-RECORD.                                              00011500
000116     05  JRN-ACCOUNT             PIC X(08).                       00011600
000117     05  JRN-TYPE                PIC X.                           00011700
000118     05  JRN-AMOUNT              PIC S9(7)V99.                    00011800
000119     05  JRN-DEPARTMENT          PIC X(15).                       00011900
000120     05  JRN-PLANT-CODE          PIC X(04).                       00012000
000121     05  JRN-PAY-PERIOD          PIC X(06).                       00012100
000122     05  JRN-SOURCE              PIC X(08).                       00012200
000123*                                                                 00012300
000124 FD  PRINT-FILE                                                   00012400
000125     LABEL RECORD IS OMITTED.                                     00012500
000126 01  PRINT-LINE                  PIC X(132).                      00012600
000127*                                                                 00012700
000128 WORKING-STORAGE SECTION.                                         00012800
000129*                                                                 00012900
000130 01  MAP-TABLE.                                                   00013000
000131     05  MAP-ENTRY OCCURS 200 TIMES.                              00013100
000132         10  MPT-DEPARTMENT      PIC X(15).                       00013200
000133         10  MPT-PLANT-CODE      PIC X(04).                       00013300
000134         10  MPT-DEBIT-ACCOUNT   PIC X(08).                       00013400
000135         10  MPT-CREDIT-ACCOUNT  PIC X(08).                       00013500
000136 77  WS-MAP-COUNT                PIC 999 VALUE 0.                 00013600
000137 77  WS-MAP-SUB                  PIC 999 VALUE 0.                 00013700
000138*                                                                 00013800
000139 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00013900
000140     88  REGISTER-IS-EOF         VALUE "Y".                       00014000
000141 77  MAP-EOF-FLAG                PIC X VALUE "N".                 00014100
000142     88  MAP-IS-EOF              VALUE "Y".                       00014200
000143 77  MAP-FOUND-FLAG              PIC X VALUE "N".                 00014300
000144     88  MAP-WAS-FOUND           VALUE "Y".                       00014400
000145 77  WS-FOUND-SUB                PIC 999 VALUE 0.                 00014500
000146 77  LOAN-CARD-FLAG              PIC X VALUE "N".                 00014600
000147     88  LOAN-CARD-WAS-READ      VALUE "Y".                       00014700
000148 77  WS-LOAN-RECEIVABLE          PIC X(08) VALUE SPACES.          00014800
000149*                                                                 00014900
000150 77  WS-REGISTER-COUNT           PIC 9(5) VALUE 0.                00015000
000151 77  WS-UNMAPPED-COUNT           PIC 9(5) VALUE 0.                00015100
000152 77  WS-REGISTER-TOTAL           PIC S9(7)V99 VALUE 0.            00015200
000153 77  WS-DEBIT-TOTAL              PIC S9(7)V99 VALUE 0.            00015300
000154 77  WS-CREDIT-TOTAL             PIC S9(7)V99 VALUE 0.            00015400
000155 77  WS-LOAN-TOTAL               PIC S9(7)V99 VALUE 0.            00015500
000156 77  WS-POST-AMOUNT              PIC S9(7)V99 VALUE 0.            00015600
000157*                                                                 00015700
000158 01  TITLE-LINE.                                                  00015800
000159     05  FILLER                  PIC X(20) VALUE SPACES.          00015900
000160     05  FILLER                  PIC X(40)                        00016000
000161             VALUE "GENERAL LEDGER POSTING PROOF".                00016100
000162*                                                                 00016200
000163 01  PROOF-LINE.                                                  00016300
000164     05  FILLER                  PIC X(05) VALUE SPACES.          00016400
000165     05  PFL-ACCOUNT             PIC X(08).                       00016500
000166     05  FILLER                  PIC X(02) VALUE SPACES.          00016600
000167     05  PFL-TYPE                PIC X.                           00016700
000168     05  FILLER                  PIC X(02) VALUE SPACES.          00016800
000169     05  PFL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00016900
000170     05  FILLER                  PIC X(02) VALUE SPACES.          00017000
000171     05  PFL-DEPARTMENT          PIC X(15).                       00017100
000172     05  FILLER                  PIC X(02) VALUE SPACES.          00017200
000173     05  PFL-PLANT-CODE          PIC X(04).                       00017300
000174     05  FILLER                  PIC X(02) VALUE SPACES.          00017400
000175     05  PFL-EMP-ID              PIC X(10).                       00017500
000176*                                                                 00017600
000177 01  UNMAPPED-LINE.                                               00017700
000178     05  FILLER                  PIC X(05) VALUE SPACES.          00017800
000179     05  UML-EMP-ID              PIC X(10).                       00017900
000180     05  FILLER                  PIC X(02) VALUE SPACES.          00018000
000181     05  UML-DEPARTMENT          PIC X(15).                       00018100
000182     05  FILLER                  PIC X(02) VALUE SPACES.          00018200
000183     05  UML-PLANT-CODE          PIC X(04).                       00018300
000184     05  FILLER                  PIC X(02) VALUE SPACES.          00018400
000185     05  FILLER                  PIC X(33)                        00018500
000186             VALUE "NO ACCOUNT MAP ENTRY - NOT POSTED".           00018600
000187*                                                                 00018700
000188 01  TOTAL-DEBIT-LINE.                                            00018800
000189     05  FILLER                  PIC X(05) VALUE SPACES.          00018900
000190     05  FILLER                  PIC X(24)                        00019000
000191             VALUE "TOTAL DEBITS:           ".                    00019100
000192     05  TDL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00019200
000193*                                                                 00019300
000194 01  TOTAL-CREDIT-LINE.                                           00019400
000195     05  FILLER                  PIC X(05) VALUE SPACES.          00019500
000196     05  FILLER                  PIC X(24)                        00019600
000197             VALUE "TOTAL CREDITS:          ".                    00019700
000198     05  TCL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00019800
000199*                                                                 00019900
000200 01  TOTAL-REGISTER-LINE.                                         00020000
000201     05  FILLER                  PIC X(05) VALUE SPACES.          00020100
000202     05  FILLER                  PIC X(24)                        00020200
000203             VALUE "REGISTER GRAND TOTAL:   ".                    00020300
000204     05  TRL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00020400
000205*                                                                 00020500
000206 01  TOTAL-LOAN-LINE.                                             00020600
000207     05  FILLER                  PIC X(05) VALUE SPACES.          00020700
000208     05  FILLER                  PIC X(24)                        00020800
000209             VALUE "LOAN REPAYMENTS:        ".                    00020900
000210     05  TLL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00021000
000211*                                                                 00021100
000212 01  NO-LOAN-CARD-LINE.                                           00021200
000213     05  FILLER                  PIC X(05) VALUE SPACES.          00021300
000214     05  FILLER                  PIC X(50) VALUE                  00021400
000215    "NO LOAN ACCOUNT CARD - LOAN REPAYMENTS NOT POSTED".          00021500
000216*                                                                 00021600
000217 01  UNMAPPED-COUNT-LINE.                                         00021700
000218     05  FILLER                  PIC X(05) VALUE SPACES.          00021800
000219     05  FILLER                  PIC X(24)                        00021900
000220             VALUE "PAY LINES NOT MAPPED:   ".                    00022000
000221     05  UCL-COUNT               PIC ZZ,ZZ9.                      00022100
000222*                                                                 00022200
000223 01  RELEASED-LINE.                                               00022300
000224     05  FILLER                  PIC X(05) VALUE SPACES.          00022400
000225     05  FILLER                  PIC X(41)                        00022500
000226             VALUE "JOURNAL IN BALANCE - RELEASED FOR POSTING".   00022600
000227*                                                                 00022700
000228 01  NOT-RELEASED-LINE.                                           00022800
000229     05  FILLER                  PIC X(05) VALUE SPACES.          00022900
000230     05  FILLER                  PIC X(50) VALUE                  00023000
000231    "*** OUT OF BALANCE - JOURNAL NOT RELEASED ***".              00023100
000232*                                                                 00023200
000233 PROCEDURE DIVISION.                                              00023300
000234 000-MAIN.                                                        00023400
000235     PERFORM INITIALIZATION.                                      00023500
000236     PERFORM LOAD-ONE-MAP-RECORD UNTIL MAP-IS-EOF.                00023600
000237     PERFORM POST-ONE-REGISTER-RECORD UNTIL REGISTER-IS-EOF.      00023700
000238     PERFORM CLOSING.                                             00023800
000239     STOP RUN.                                                    00023900
000240*                                                                 00024000
000241 INITIALIZATION.                                                  00024100
000242     OPEN INPUT REGISTER-FILE, ACCOUNT-MAP-FILE,                  00024200
000243          OUTPUT JOURNAL-FILE, PRINT-FILE.                        00024300
000244     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00024400
000245     READ ACCOUNT-MAP-FILE                                        00024500
000246         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00024600
000247     READ REGISTER-FILE                                           00024700
000248         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00024800
000249     OPEN INPUT LOAN-ACCOUNT-FILE.                                00024900
000250     READ LOAN-ACCOUNT-FILE                                       00025000
000251         AT END CONTINUE                                          00025100
000252         NOT AT END                                               00025200
000253             MOVE "Y" TO LOAN-CARD-FLAG                           00025300
000254             MOVE LGL-RECEIVABLE-ACCOUNT TO WS-LOAN-RECEIVABLE    00025400
000255     END-READ.                                                    00025500
000256     CLOSE LOAN-ACCOUNT-FILE.                                     00025600
000257*                                                                 00025700
000258 LOAD-ONE-MAP-RECORD.                                             00025800
000259     ADD 1 TO WS-MAP-COUNT.                                       00025900
000260     IF WS-MAP-COUNT > 200                                        00026000
000261         DISPLAY "GLPOST HALTED - ACCOUNT MAP TABLE FULL AT 200"  00026100
000262         MOVE 16 TO RETURN-CODE                                   00026200
000263         STOP RUN                                                 00026300
000264     END-IF.                                                      00026400
000265     IF WS-MAP-COUNT <= 200                                       00026500
000266         MOVE MAP-DEPARTMENT TO MPT-DEPARTMENT(WS-MAP-COUNT)      00026600
000267         MOVE MAP-PLANT-CODE TO MPT-PLANT-CODE(WS-MAP-COUNT)      00026700
000268         MOVE MAP-DEBIT-ACCOUNT TO                                00026800
000269             MPT-DEBIT-ACCOUNT(WS-MAP-COUNT)                      00026900
000270         MOVE MAP-CREDIT-ACCOUNT TO                               00027000
000271             MPT-CREDIT-ACCOUNT(WS-MAP-COUNT)                     00027100
000272     END-IF.                                                      00027200
000273     READ ACCOUNT-MAP-FILE                                        00027300
000274         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00027400
000275*                                                                 00027500
000276*EACH PAY LINE POSTS AS A BALANCED PAIR: A DEBIT TO THE LABOR     00027600
000277*EXPENSE ACCOUNT MAPPED FOR ITS DEPARTMENT AND PLANT, AND A CREDIT00027700
000278*TO THE MAPPED PAYROLL CLEARING ACCOUNT.  A LINE WITH NO MAP ENTRY00027800
000279*POSTS NOTHING AND FORCES THE OUT-OF-BALANCE HOLD AT CLOSING.     00027900
000280*A LOAN REPAYMENT TAKEN FROM THE LINE POSTS A SECOND PAIR: A      00028000
000281*DEBIT TO THE CLEARING ACCOUNT AND A CREDIT TO LOANS RECEIVABLE.  00028100
000282*WITHOUT THE LOAN ACCOUNT CARD IT POSTS NOTHING, WHICH ALSO       00028200
000283*FORCES THE HOLD.                                                 00028300
000284 POST-ONE-REGISTER-RECORD.                                        00028400
000285     ADD 1 TO WS-REGISTER-COUNT.                                  00028500
000286     ADD REG-LINE-AMOUNT TO WS-REGISTER-TOTAL.                    00028600
000287     ADD REG-LOAN-DED TO WS-LOAN-TOTAL.                           00028700
000288     MOVE "N" TO MAP-FOUND-FLAG.                                  00028800
000289     PERFORM MATCH-ONE-MAP-ENTRY                                  00028900
000290         VARYING WS-MAP-SUB FROM 1 BY 1                           00029000
000291         UNTIL WS-MAP-SUB > WS-MAP-COUNT                          00029100
000292         OR WS-MAP-SUB > 200.                                     00029200
000293     IF MAP-WAS-FOUND                                             00029300
000294         PERFORM WRITE-JOURNAL-PAIR                               00029400
000295         IF REG-LOAN-DED NOT EQUAL ZERO                           00029500
000296                 AND LOAN-CARD-WAS-READ                           00029600
000297             PERFORM WRITE-LOAN-JOURNAL-PAIR                      00029700
000298         END-IF                                                   00029800
000299     ELSE                                                         00029900
000300         ADD 1 TO WS-UNMAPPED-COUNT                               00030000
000301         PERFORM PRINT-UNMAPPED-LINE                              00030100
000302     END-IF.                                                      00030200
000303     READ REGISTER-FILE                                           00030300
000304         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00030400
000305*                                                                 00030500
000306 MATCH-ONE-MAP-ENTRY.                                             00030600
000307     IF MPT-DEPARTMENT(WS-MAP-SUB) EQUAL REG-EMP-DEPARTMENT       00030700
000308             AND MPT-PLANT-CODE(WS-MAP-SUB) EQUAL REG-PLANT-CODE  00030800
000309         MOVE "Y" TO MAP-FOUND-FLAG                               00030900
000310         MOVE WS-MAP-SUB TO WS-FOUND-SUB                          00031000
000311     END-IF.                                                      00031100
000312*                                                                 00031200
000313 WRITE-JOURNAL-PAIR.                                              00031300
000314     MOVE REG-LINE-AMOUNT TO WS-POST-AMOUNT.                      00031400
000315     MOVE MPT-DEBIT-ACCOUNT(WS-FOUND-SUB) TO JRN-ACCOUNT.         00031500
000316     MOVE "D" TO JRN-TYPE.                                        00031600
000317     PERFORM WRITE-ONE-JOURNAL-RECORD.                            00031700
000318     ADD REG-LINE-AMOUNT TO WS-DEBIT-TOTAL.                       00031800
000319     MOVE MPT-CREDIT-ACCOUNT(WS-FOUND-SUB) TO JRN-ACCOUNT.        00031900
000320     MOVE "C" TO JRN-TYPE.                                        00032000
000321     PERFORM WRITE-ONE-JOURNAL-RECORD.                            00032100
000322     ADD REG-LINE-AMOUNT TO WS-CREDIT-TOTAL.                      00032200
000323*                                                                 00032300
000324 WRITE-LOAN-JOURNAL-PAIR.                                         00032400
000325     MOVE REG-LOAN-DED TO WS-POST-AMOUNT.                         00032500
000326     MOVE MPT-CREDIT-ACCOUNT(WS-FOUND-SUB) TO JRN-ACCOUNT.        00032600
000327     MOVE "D" TO JRN-TYPE.                                        00032700
000328     PERFORM WRITE-ONE-JOURNAL-RECORD.                            00032800
000329     ADD REG-LOAN-DED TO WS-DEBIT-TOTAL.                          00032900
000330     MOVE WS-LOAN-RECEIVABLE TO JRN-ACCOUNT.                      00033000
000331     MOVE "C" TO JRN-TYPE.                                        00033100
000332     PERFORM WRITE-ONE-JOURNAL-RECORD.                            00033200
000333     ADD REG-LOAN-DED TO WS-CREDIT-TOTAL.                         00033300
000334*                                                                 00033400
000335 WRITE-ONE-JOURNAL-RECORD.                                        00033500
000336     MOVE WS-POST-AMOUNT TO JRN-AMOUNT.                           00033600
000337     MOVE REG-EMP-DEPARTMENT TO JRN-DEPARTMENT.                   00033700
000338     MOVE REG-PLANT-CODE TO JRN-PLANT-CODE.                       00033800
000339     MOVE REG-PAY-PERIOD TO JRN-PAY-PERIOD.                       00033900
000340     MOVE "PAYROLL " TO JRN-SOURCE.                               00034000
000341     WRITE JOURNAL-RECORD.                                        00034100
000342     PERFORM PRINT-PROOF-LINE.                                    00034200
000343*                                                                 00034300
000344 PRINT-PROOF-LINE.                                                00034400
000345     MOVE SPACES TO PROOF-LINE.                                   00034500
000346     MOVE JRN-ACCOUNT TO PFL-ACCOUNT.                             00034600
000347     MOVE JRN-TYPE TO PFL-TYPE.                                   00034700
000348     MOVE JRN-AMOUNT TO PFL-AMOUNT.                               00034800
000349     MOVE JRN-DEPARTMENT TO PFL-DEPARTMENT.                       00034900
000350     MOVE JRN-PLANT-CODE TO PFL-PLANT-CODE.                       00035000
000351     MOVE REG-EMP-ID TO PFL-EMP-ID.                               00035100
000352     WRITE PRINT-LINE FROM PROOF-LINE AFTER ADVANCING 1 LINE.     00035200
000353*                                                                 00035300
000354 PRINT-UNMAPPED-LINE.                                             00035400
000355     MOVE SPACES TO UNMAPPED-LINE.                                00035500
000356     MOVE REG-EMP-ID TO UML-EMP-ID.                               00035600
000357     MOVE REG-EMP-DEPARTMENT TO UML-DEPARTMENT.                   00035700
000358     MOVE REG-PLANT-CODE TO UML-PLANT-CODE.                       00035800
000359     WRITE PRINT-LINE FROM UNMAPPED-LINE AFTER ADVANCING 1 LINE.  00035900
000360*                                                                 00036000
000361 CLOSING.                                                         00036100
000362     MOVE WS-DEBIT-TOTAL TO TDL-AMOUNT.                           00036200
000363     WRITE PRINT-LINE FROM TOTAL-DEBIT-LINE                       00036300
000364         AFTER ADVANCING 2 LINES.                                 00036400
000365     MOVE WS-CREDIT-TOTAL TO TCL-AMOUNT.                          00036500
000366     WRITE PRINT-LINE FROM TOTAL-CREDIT-LINE                      00036600
000367         AFTER ADVANCING 1 LINE.                                  00036700
000368     MOVE WS-REGISTER-TOTAL TO TRL-AMOUNT.                        00036800
000369     WRITE PRINT-LINE FROM TOTAL-REGISTER-LINE                    00036900
000370         AFTER ADVANCING 1 LINE.                                  00037000
000371     MOVE WS-LOAN-TOTAL TO TLL-AMOUNT.                            00037100
000372     WRITE PRINT-LINE FROM TOTAL-LOAN-LINE                        00037200
000373         AFTER ADVANCING 1 LINE.                                  00037300
000374     MOVE WS-UNMAPPED-COUNT TO UCL-COUNT.                         00037400
000375     WRITE PRINT-LINE FROM UNMAPPED-COUNT-LINE                    00037500
000376         AFTER ADVANCING 1 LINE.                                  00037600
000377     IF WS-LOAN-TOTAL NOT EQUAL ZERO                              00037700
000378             AND NOT LOAN-CARD-WAS-READ                           00037800
000379         WRITE PRINT-LINE FROM NO-LOAN-CARD-LINE                  00037900
000380             AFTER ADVANCING 1 LINE                               00038000
000381     END-IF.                                                      00038100
000382     ADD WS-REGISTER-TOTAL, WS-LOAN-TOTAL GIVING WS-POST-AMOUNT.  00038200
000383     IF WS-DEBIT-TOTAL EQUAL WS-CREDIT-TOTAL                      00038300
000384             AND WS-DEBIT-TOTAL EQUAL WS-POST-AMOUNT              00038400
000385             AND WS-UNMAPPED-COUNT EQUAL ZERO                     00038500
000386         WRITE PRINT-LINE FROM RELEASED-LINE                      00038600
000387             AFTER ADVANCING 2 LINES                              00038700
000388     ELSE                                                         00038800
000389         WRITE PRINT-LINE FROM NOT-RELEASED-LINE                  00038900
000390             AFTER ADVANCING 2 LINES                              00039000
000391         MOVE 16 TO RETURN-CODE                                   00039100
000392     END-IF.                                                      00039200
000393     CLOSE REGISTER-FILE, ACCOUNT-MAP-FILE,                       00039300
000394         JOURNAL-FILE, PRINT-FILE.                                00039400
