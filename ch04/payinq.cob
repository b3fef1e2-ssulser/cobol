000037*                    BONUS / HOLIDAY PREMIUM / VACATION PAYOUT    00003700
000038*                    BREAKDOWN UNDER THE RESPONSE LINE WHEN ANY   00003800
000039*                    IS NONZERO.                                  00003900
000040*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00004000
000041*                    WAGES, EMPLOYEE WITHHOLDING, AND EMPLOYER    00004100
000042*                    SHARE PAYROLL ADDED TO THE REGISTER EXTRACT. 00004200
000043*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00004300
000044*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT. 00004400
000045*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00004500
000046*                    THE REGISTER EXTRACT.                        00004600
000047*                                                                 00004700
000048 ENVIRONMENT DIVISION.                                            00004800
000049 CONFIGURATION SECTION.                                           00004900
000050 SOURCE-COMPUTER. IBM-370.                                        00005000
000051 OBJECT-COMPUTER. IBM-370.                                        00005100
000052*                                                                 00005200
000053 INPUT-OUTPUT SECTION.                                            00005300
000054 FILE-CONTROL.                                                    00005400
000055     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00005500
000056         ORGANIZATION IS INDEXED                                  00005600
000057         ACCESS MODE IS RANDOM                                    00005700
000058         RECORD KEY IS REG-EMP-ID.                                00005800
000059     SELECT INQUIRY-FILE  ASSIGN TO UT-S-INQUIRY.                 00005900
000060     SELECT AUTH-TABLE-FILE ASSIGN TO UT-S-AUTHTBL.               00006000
000061     SELECT ACCESS-AUDIT-FILE ASSIGN TO UT-S-ACCESLOG.            00006100
000062     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00006200
000063*                                                                 00006300
000064 DATA DIVISION.                                                   00006400
000065 FILE SECTION.                                                    00006500
000066*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00006600
000067 FD  REGISTER-FILE                                                00006700
000068     LABEL RECORD IS OMITTED.                                     00006800
000069 01  REGISTER-RECORD.                                             00006900
000070     05  REG-EMP-ID              PIC X(10).                       00007000
000071     05  REG-EMP-DEPARTMENT      PIC X(15).                       00007100
000072     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00007200
000073     05  REG-PAY-PERIOD          PIC X(06).                       00007300
000074     05  REG-EMP-NAME            PIC X(25).                       00007400
000075     05  REG-EMP-HOURS-WORKED    PIC S99.                         00007500
000076     05  REG-EMP-PAYRATE         PIC 99V99.                       00007600
000077     05  REG-TAX-DED             PIC S9(5)V99.                    00007700
000078     05  REG-INS-DED             PIC S9(5)V99.                    00007800
000079     05  REG-GARN-DED            PIC S9(5)V99.                    00007900
000080     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00008000
000081     05  REG-PLANT-CODE          PIC X(04).                       00008100
000082     05  REG-BONUS-AMT           PIC S9(5)V99.                    00008200
000083     05  REG-PREM-AMT            PIC S9(5)V99.                    00008300
000084     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00008400
000085     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00008500
000086         10  REG-GD-ORDER-NO     PIC X(06).                       00008600
000087         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00008700
000088     05  REG-JOB-CODE            PIC X(06).                       00008800
000089     05  REG-SS-WAGES            PIC S9(5)V99.                    00008900
000090     05  REG-SS-DED              PIC S9(5)V99.                    00009000
000091     05  REG-MED-WAGES           PIC S9(5)V99.                    00009100
000092     05  REG-MED-DED             PIC S9(5)V99.                    00009200
000093     05  REG-SS-ER               PIC S9(5)V99.                    00009300
000094     05  REG-MED-ER              PIC S9(5)V99.                    00009400
000095     05  REG-DEFERRAL            PIC S9(5)V99.                    00009500
000096     05  REG-ER-MATCH            PIC S9(5)V99.                    00009600
000097     05  REG-LOAN-DED            PIC S9(5)V99.                    00009700
000098*                                                                 00009800
000099*INQUIRY-RECORD CARRIES ONE EMP-ID PER TRANSACTION CARD, PLUS     00009900
000100*THE REQUESTOR'S OWN ID FOR THE AUTHORIZATION CHECK AND LOG.      00010000
000101 FD  INQUIRY-FILE                                                 00010100
000102     LABEL RECORD IS OMITTED.                                     00010200
000103 01  INQUIRY-RECORD.                                              00010300
000104     05  INQ-EMP-ID              PIC X(10).                       00010400
000105     05  INQ-REQUESTOR-ID        PIC X(08).                       00010500
000106     05  FILLER                  PIC X(62).                       00010600
000107*                                                                 00010700
000108*ONE AUTHORIZATION CARD PER REQUESTOR/DEPARTMENT PAIR; A          00010800
000109*REQUESTOR MAY ONLY SEE PAY DATA FOR DEPARTMENTS LISTED HERE.     00010900
000110 FD  AUTH-TABLE-FILE                                              00011000
000111     LABEL RECORD IS OMITTED.                                     00011100
000112 01  AUTH-TABLE-RECORD.                                           00011200
000113     05  AUT-REQUESTOR-ID        PIC X(08).                       00011300
000114     05  AUT-DEPARTMENT          PIC X(15).                       00011400
000115     05  FILLER                  PIC X(57).                       00011500
000116*                                                                 00011600
000117*EVERY INQUIRY, SERVED OR DENIED, LEAVES AN AUDIT RECORD.         00011700
000118 FD  ACCESS-AUDIT-FILE                                            00011800
000119     LABEL RECORD IS OMITTED.                                     00011900
000120 01  ACCESS-AUDIT-RECORD.                                         00012000
000121     05  LOG-RUN-DATE            PIC 9(06).                       00012100
000122     05  LOG-RUN-TIME            PIC 9(08).                       00012200
000123     05  LOG-REQUESTOR-ID        PIC X(08).                       00012300
000124     05  LOG-EMP-ID              PIC X(10).                       00012400
000125     05  LOG-DEPARTMENT          PIC X(15).                       00012500
000126     05  LOG-DISPOSITION         PIC X(10).                       00012600
000127*                                                                 00012700
000128 FD  PRINT-FILE                                                   00012800
000129     LABEL RECORD IS OMITTED.                                     00012900
000130 01  PRINT-LINE                  PIC X(96).                       00013000
000131*                                                                 00013100
000132 WORKING-STORAGE SECTION.                                         00013200
000133*                                                                 00013300
000134 77  INQUIRY-EOF-FLAG            PIC X VALUE "N".                 00013400
000135     88  INQUIRY-IS-EOF          VALUE "Y".                       00013500
000136 77  AUTH-EOF-FLAG               PIC X VALUE "N".                 00013600
000137     88  AUTH-IS-EOF             VALUE "Y".                       00013700
000138 77  FOUND-FLAG                  PIC X VALUE "N".                 00013800
000139     88  RECORD-WAS-FOUND        VALUE "Y".                       00013900
000140 77  AUTH-FOUND-FLAG             PIC X VALUE "N".                 00014000
000141     88  REQUESTOR-AUTHORIZED    VALUE "Y".                       00014100
000142*                                                                 00014200
000143 01  AUTH-TABLE.                                                  00014300
000144     05  AUTH-ENTRY OCCURS 100 TIMES.                             00014400
000145         10  AUT-TAB-REQUESTOR   PIC X(08).                       00014500
000146         10  AUT-TAB-DEPARTMENT  PIC X(15).                       00014600
000147 77  WS-AUTH-COUNT               PIC 999 VALUE 0.                 00014700
000148 77  WS-AUTH-SUB                 PIC 999 VALUE 0.                 00014800
000149 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00014900
000150*                                                                 00015000
000151 01  TITLE-LINE.                                                  00015100
000152     05  FILLER                  PIC X(20) VALUE SPACES.          00015200
000153     05  FILLER                  PIC X(30)                        00015300
000154             VALUE "EMPLOYEE PAY INQUIRY RESPONSE".               00015400
000155*                                                                 00015500
000156 01  FOUND-LINE.                                                  00015600
000157     05  FILLER                  PIC X(03) VALUE SPACES.          00015700
000158     05  FL-EMP-ID               PIC X(10).                       00015800
000159     05  FILLER                  PIC X(02) VALUE SPACES.          00015900
000160     05  FL-EMP-NAME             PIC X(25).                       00016000
000161     05  FILLER                  PIC X(02) VALUE SPACES.          00016100
000162     05  FL-DEPARTMENT           PIC X(15).                       00016200
000163     05  FILLER                  PIC X(02) VALUE SPACES.          00016300
000164     05  FL-HOURS                PIC ---9.                        00016400
000165     05  FILLER                  PIC X(02) VALUE SPACES.          00016500
000166     05  FL-RATE                 PIC $99.99.                      00016600
000167     05  FILLER                  PIC X(02) VALUE SPACES.          00016700
000168     05  FL-LINE-AMOUNT          PIC $$$$$9.99-.                  00016800
000169     05  FILLER                  PIC X(02) VALUE SPACES.          00016900
000170     05  FL-NET-AMOUNT           PIC $$$$$9.99-.                  00017000
000171*                                                                 00017100
000172 01  EARN-BREAKDOWN-LINE.                                         00017200
000173     05  FILLER                  PIC X(05) VALUE SPACES.          00017300
000174     05  FILLER                  PIC X(07) VALUE "BONUS: ".       00017400
000175     05  EBL-BONUS               PIC $$$$$9.99-.                  00017500
000176     05  FILLER                  PIC X(12) VALUE "  HOL PREM: ".  00017600
000177     05  EBL-PREM                PIC $$$$$9.99-.                  00017700
000178     05  FILLER                  PIC X(12) VALUE "  VAC PAY:  ".  00017800
000179     05  EBL-VACPAY              PIC $$$$$9.99-.                  00017900
000180*                                                                 00018000
000181 01  NOT-FOUND-LINE.                                              00018100
000182     05  FILLER                  PIC X(05) VALUE SPACES.          00018200
000183     05  NFL-EMP-ID              PIC X(10).                       00018300
000184     05  FILLER                  PIC X(02) VALUE SPACES.          00018400
000185     05  FILLER                  PIC X(30)                        00018500
000186             VALUE "NOT FOUND IN CURRENT REGISTER".               00018600
000187*                                                                 00018700
000188 01  DENIED-LINE.                                                 00018800
000189     05  FILLER                  PIC X(05) VALUE SPACES.          00018900
000190     05  DNL-EMP-ID              PIC X(10).                       00019000
000191     05  FILLER                  PIC X(02) VALUE SPACES.          00019100
000192     05  FILLER                  PIC X(34)                        00019200
000193             VALUE "INQUIRY DENIED - NOT AUTHORIZED - ".          00019300
000194     05  DNL-REQUESTOR           PIC X(08).                       00019400
000195*                                                                 00019500
000196 PROCEDURE DIVISION.                                              00019600
000197 000-MAIN.                                                        00019700
000198     PERFORM INITIALIZATION.                                      00019800
000199     PERFORM ANSWER-ONE-INQUIRY UNTIL INQUIRY-IS-EOF.             00019900
000200     PERFORM CLOSING.                                             00020000
000201     STOP RUN.                                                    00020100
000202*                                                                 00020200
000203 INITIALIZATION.                                                  00020300
000204     ACCEPT WS-RUN-DATE FROM DATE.                                00020400
000205     OPEN INPUT REGISTER-FILE, INQUIRY-FILE, AUTH-TABLE-FILE,     00020500
000206          OUTPUT PRINT-FILE,                                      00020600
000207          EXTEND ACCESS-AUDIT-FILE.                               00020700
000208     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00020800
000209     READ AUTH-TABLE-FILE                                         00020900
000210         AT END MOVE "Y" TO AUTH-EOF-FLAG                         00021000
000211     END-READ                                                     00021100
000212     PERFORM LOAD-ONE-AUTH-RECORD UNTIL AUTH-IS-EOF.              00021200
000213     CLOSE AUTH-TABLE-FILE.                                       00021300
000214     READ INQUIRY-FILE                                            00021400
000215         AT END MOVE "Y" TO INQUIRY-EOF-FLAG.                     00021500
000216*                                                                 00021600
000217 LOAD-ONE-AUTH-RECORD.                                            00021700
000218     ADD 1 TO WS-AUTH-COUNT.                                      00021800
000219     IF WS-AUTH-COUNT <= 100                                      00021900
000220         MOVE AUT-REQUESTOR-ID TO                                 00022000
000221             AUT-TAB-REQUESTOR(WS-AUTH-COUNT)                     00022100
000222         MOVE AUT-DEPARTMENT TO                                   00022200
000223             AUT-TAB-DEPARTMENT(WS-AUTH-COUNT)                    00022300
000224     END-IF.                                                      00022400
000225     READ AUTH-TABLE-FILE                                         00022500
000226         AT END MOVE "Y" TO AUTH-EOF-FLAG.                        00022600
000227*                                                                 00022700
000228*EACH INQUIRY CARD IS ONE DIRECT KEYED READ OF THE REGISTER,      00022800
000229*ANSWERED ONLY IF THE REQUESTOR IS AUTHORIZED FOR THE EMPLOYEE'S  00022900
000230*DEPARTMENT.  EVERY CARD IS LOGGED, SERVED OR NOT.                00023000
000231 ANSWER-ONE-INQUIRY.                                              00023100
000232     MOVE "N" TO FOUND-FLAG.                                      00023200
000233     MOVE INQ-EMP-ID TO REG-EMP-ID.                               00023300
000234     READ REGISTER-FILE                                           00023400
000235         INVALID KEY                                              00023500
000236             CONTINUE                                             00023600
000237         NOT INVALID KEY                                          00023700
000238             MOVE "Y" TO FOUND-FLAG                               00023800
000239     END-READ.                                                    00023900
000240     IF NOT RECORD-WAS-FOUND                                      00024000
000241         PERFORM PRINT-NOT-FOUND-LINE                             00024100
000242         MOVE SPACES TO LOG-DEPARTMENT                            00024200
000243         MOVE "NOT FOUND" TO LOG-DISPOSITION                      00024300
000244         PERFORM WRITE-ACCESS-LOG                                 00024400
000245     ELSE                                                         00024500
000246         PERFORM CHECK-AUTHORIZATION                              00024600
000247         MOVE REG-EMP-DEPARTMENT TO LOG-DEPARTMENT                00024700
000248         IF REQUESTOR-AUTHORIZED                                  00024800
000249             PERFORM PRINT-FOUND-LINE                             00024900
000250             MOVE "SERVED" TO LOG-DISPOSITION                     00025000
000251         ELSE                                                     00025100
000252             PERFORM PRINT-DENIED-LINE                            00025200
000253             MOVE "DENIED" TO LOG-DISPOSITION                     00025300
000254         END-IF                                                   00025400
000255         PERFORM WRITE-ACCESS-LOG                                 00025500
000256     END-IF.                                                      00025600
000257     READ INQUIRY-FILE                                            00025700
000258         AT END MOVE "Y" TO INQUIRY-EOF-FLAG.                     00025800
000259*                                                                 00025900
000260 CHECK-AUTHORIZATION.                                             00026000
000261     MOVE "N" TO AUTH-FOUND-FLAG.                                 00026100
000262     IF INQ-REQUESTOR-ID NOT EQUAL SPACES                         00026200
000263         PERFORM MATCH-ONE-AUTH-ENTRY                             00026300
000264             VARYING WS-AUTH-SUB FROM 1 BY 1                      00026400
000265             UNTIL WS-AUTH-SUB > WS-AUTH-COUNT                    00026500
000266             OR WS-AUTH-SUB > 100                                 00026600
000267     END-IF.                                                      00026700
000268*                                                                 00026800
000269 MATCH-ONE-AUTH-ENTRY.                                            00026900
000270     IF AUT-TAB-REQUESTOR(WS-AUTH-SUB) EQUAL INQ-REQUESTOR-ID     00027000
000271       AND AUT-TAB-DEPARTMENT(WS-AUTH-SUB) EQUAL                  00027100
000272             REG-EMP-DEPARTMENT                                   00027200
000273         MOVE "Y" TO AUTH-FOUND-FLAG                              00027300
000274     END-IF.                                                      00027400
000275*                                                                 00027500
000276 PRINT-DENIED-LINE.                                               00027600
000277     MOVE INQ-EMP-ID TO DNL-EMP-ID.                               00027700
000278     MOVE INQ-REQUESTOR-ID TO DNL-REQUESTOR.                      00027800
000279     WRITE PRINT-LINE FROM DENIED-LINE AFTER ADVANCING 2 LINES.   00027900
000280*                                                                 00028000
000281 WRITE-ACCESS-LOG.                                                00028100
000282     MOVE WS-RUN-DATE TO LOG-RUN-DATE.                            00028200
000283     ACCEPT LOG-RUN-TIME FROM TIME.                               00028300
000284     MOVE INQ-REQUESTOR-ID TO LOG-REQUESTOR-ID.                   00028400
000285     MOVE INQ-EMP-ID TO LOG-EMP-ID.                               00028500
000286     WRITE ACCESS-AUDIT-RECORD.                                   00028600
000287*                                                                 00028700
000288 PRINT-FOUND-LINE.                                                00028800
000289     MOVE SPACES TO FOUND-LINE.                                   00028900
000290     MOVE INQ-EMP-ID TO FL-EMP-ID.                                00029000
000291     MOVE REG-EMP-NAME TO FL-EMP-NAME.                            00029100
000292     MOVE REG-EMP-DEPARTMENT TO FL-DEPARTMENT.                    00029200
000293     MOVE REG-EMP-HOURS-WORKED TO FL-HOURS.                       00029300
000294     MOVE REG-EMP-PAYRATE TO FL-RATE.                             00029400
000295     MOVE REG-LINE-AMOUNT TO FL-LINE-AMOUNT.                      00029500
000296     MOVE REG-NET-AMOUNT TO FL-NET-AMOUNT.                        00029600
000297     WRITE PRINT-LINE FROM FOUND-LINE AFTER ADVANCING 2 LINES.    00029700
000298*    THE EARNINGS BREAKDOWN PRINTS ONLY WHEN THE PAY LINE         00029800
000299*    CARRIES TYPED EARNINGS.                                      00029900
000300     IF REG-BONUS-AMT NOT EQUAL ZERO                              00030000
000301       OR REG-PREM-AMT NOT EQUAL ZERO                             00030100
000302       OR REG-VACPAY-AMT NOT EQUAL ZERO                           00030200
000303         MOVE REG-BONUS-AMT TO EBL-BONUS                          00030300
000304         MOVE REG-PREM-AMT TO EBL-PREM                            00030400
000305         MOVE REG-VACPAY-AMT TO EBL-VACPAY                        00030500
000306         WRITE PRINT-LINE FROM EARN-BREAKDOWN-LINE                00030600
000307             AFTER ADVANCING 1 LINE                               00030700
000308     END-IF.                                                      00030800
000309*                                                                 00030900
000310 PRINT-NOT-FOUND-LINE.                                            00031000
000311     MOVE SPACES TO NOT-FOUND-LINE.                               00031100
000312     MOVE INQ-EMP-ID TO NFL-EMP-ID.                               00031200
000313     WRITE PRINT-LINE FROM NOT-FOUND-LINE AFTER ADVANCING 2 LINES.00031300
000314*                                                                 00031400
000315 CLOSING.                                                         00031500
000316     CLOSE REGISTER-FILE, INQUIRY-FILE,                           00031600
000317         ACCESS-AUDIT-FILE, PRINT-FILE.                           00031700
