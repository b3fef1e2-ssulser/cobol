000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. WAGEACR.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  MONTH-END WAGE ACCRUAL.    00000800
000009*                    ESTIMATES THE WAGES EARNED IN THE CLOSING    00000900
000010*                    MONTH BUT NOT YET PAID FROM THE LAST PAY     00001000
000011*                    PERIOD'S REGISTER: EACH DEPARTMENT AND       00001100
000012*                    PLANT'S REGULAR PAY FOR THE PERIOD, PRORATED 00001200
000013*                    OVER THE DAYS FROM THE PERIOD'S END TO THE   00001300
000014*                    MONTH'S END.  WRITES THE ACCRUAL AS A        00001400
000015*                    BALANCED JOURNAL PAIR IN GLPOST'S LAYOUT     00001500
000016*                    (DEBIT THE MAPPED LABOR EXPENSE ACCOUNT,     00001600
000017*                    CREDIT ACCRUED WAGES) DATED THE MONTH'S      00001700
000018*                    LAST DAY, AND ON A SEPARATE JOURNAL THE      00001800
000019*                    MATCHING REVERSAL DATED THE FIRST OF THE     00001900
000020*                    NEXT MONTH, SO EACH POSTS THROUGH GLLEDGER   00002000
000021*                    IN ITS OWN MONTH.                            00002100
000022*                                                                 00002200
000023 ENVIRONMENT DIVISION.                                            00002300
000024 CONFIGURATION SECTION.                                           00002400
000025 SOURCE-COMPUTER. IBM-370.                                        00002500
000026 OBJECT-COMPUTER. IBM-370.                                        00002600
000027*                                                                 00002700
000028 INPUT-OUTPUT SECTION.                                            00002800
000029 FILE-CONTROL.                                                    00002900
000030     SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.                  00003000
000031     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00003100
000032         ORGANIZATION IS INDEXED                                  00003200
000033         ACCESS MODE IS SEQUENTIAL                                00003300
000034         RECORD KEY IS REG-EMP-ID.                                00003400
000035     SELECT PERIOD-CONTROL-FILE ASSIGN TO UT-S-PERCTL.            00003500
000036     SELECT ACCOUNT-MAP-FILE ASSIGN TO UT-S-ACCTMAP.              00003600
000037     SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO UT-S-ACCJRNL.          00003700
000038     SELECT REVERSAL-JOURNAL-FILE ASSIGN TO UT-S-REVJRNL.         00003800
000039     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00003900
000040*                                                                 00004000
000041 DATA DIVISION.                                                   00004100
000042 FILE SECTION.                                                    00004200
000043*THE OPERATOR CARD GIVES THE CLOSING MONTH'S LAST DAY (YYMMDD),   00004300
000044*THE PAY GROUP WHOSE REGISTER IS SUPPLIED (BLANK FOR THE WEEKLY   00004400
000045*HOURLY GROUP), AND THE ACCRUED WAGES LIABILITY ACCOUNT.          00004500
000046 FD  PARAMETER-FILE                                               00004600
000047     LABEL RECORD IS OMITTED.                                     00004700
000048 01  PARAMETER-RECORD.                                            00004800
000049     05  PARM-MONTH-END          PIC 9(06).                       00004900
000050     05  PARM-PAY-GROUP          PIC X(02).                       00005000
000051     05  PARM-ACCRUAL-ACCOUNT    PIC X(08).                       00005100
000052     05  FILLER                  PIC X(64).                       00005200
000053*                                                                 00005300
000054*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00005400
000055 FD  REGISTER-FILE                                                00005500
000056     LABEL RECORD IS OMITTED.                                     00005600
000057 01  REGISTER-RECORD.                                             00005700
000058     05  REG-EMP-ID              PIC X(10).                       00005800
000059     05  REG-EMP-DEPARTMENT      PIC X(15).                       00005900
000060     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00006000
000061     05  REG-PAY-PERIOD          PIC X(06).                       00006100
000062     05  REG-EMP-NAME            PIC X(25).                       00006200
000063     05  REG-EMP-HOURS-WORKED    PIC S99.                         00006300
000064     05  REG-EMP-PAYRATE         PIC 99V99.                       00006400
000065     05  REG-TAX-DED             PIC S9(5)V99.                    00006500
000066     05  REG-INS-DED             PIC S9(5)V99.                    00006600
000067     05  REG-GARN-DED            PIC S9(5)V99.                    00006700
000068     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00006800
000069     05  REG-PLANT-CODE          PIC X(04).                       00006900
000070     05  REG-BONUS-AMT           PIC S9(5)V99.                    00007000
000071     05  REG-PREM-AMT            PIC S9(5)V99.                    00007100
000072     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00007200
000073     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00007300
000074         10  REG-GD-ORDER-NO     PIC X(06).                       00007400
000075         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00007500
000076     05  REG-JOB-CODE            PIC X(06).                       00007600
000077     05  REG-SS-WAGES            PIC S9(5)V99.                    00007700
000078     05  REG-SS-DED              PIC S9(5)V99.                    00007800
000079     05  REG-MED-WAGES           PIC S9(5)V99.                    00007900
000080     05  REG-MED-DED             PIC S9(5)V99.                    00008000
000081     05  REG-SS-ER               PIC S9(5)V99.                    00008100
000082     05  REG-MED-ER              PIC S9(5)V99.                    00008200
000083     05  REG-DEFERRAL            PIC S9(5)V99.                    00008300
000084     05  REG-ER-MATCH            PIC S9(5)V99.                    00008400
000085     05  REG-LOAN-DED            PIC S9(5)V99.                    00008500
000086*                                                                 00008600
000087*PERIOD-CONTROL-RECORD MIRRORS PAYROLL'S OWN LAYOUT.              00008700
000088 FD  PERIOD-CONTROL-FILE                                          00008800
000089     LABEL RECORD IS OMITTED.                                     00008900
000090 01  PERIOD-CONTROL-RECORD.                                       00009000
000091     05  PCT-PERIOD              PIC X(06).                       00009100
000092     05  PCT-START-DATE          PIC 9(06).                       00009200
000093     05  PCT-END-DATE            PIC 9(06).                       00009300
000094     05  PCT-STATUS              PIC X.                           00009400
000095     05  PCT-RUN-TYPE            PIC X.                           00009500
000096     05  PCT-PAY-GROUP           PIC X(02).                       00009600
000097     05  PCT-PAY-FREQUENCY       PIC X.                           00009700
000098     05  FILLER                  PIC X(57).                       00009800
000099*                                                                 00009900
000100*ACCOUNT-MAP-RECORD MIRRORS GLPOST'S ACCOUNT MAP LAYOUT.          00010000
000101 FD  ACCOUNT-MAP-FILE                                             00010100
000102     LABEL RECORD IS OMITTED.                                     00010200
000103 01  ACCOUNT-MAP-RECORD.                                          00010300
000104     05  MAP-DEPARTMENT          PIC X(15).                       00010400
000105     05  MAP-PLANT-CODE          PIC X(04).                       00010500
000106     05  MAP-DEBIT-ACCOUNT       PIC X(08).                       00010600
000107     05  MAP-CREDIT-ACCOUNT      PIC X(08).                       00010700
000108     05  FILLER                  PIC X(45).                       00010800
000109*                                                                 00010900
000110*BOTH JOURNALS MIRROR GLPOST'S JOURNAL LAYOUT.                    00011000
000111 FD  ACCRUAL-JOURNAL-FILE                                         00011100
000112     LABEL RECORD IS OMITTED.                                     00011200
000113 01  ACCRUAL-JOURNAL-RECORD      PIC X(51).                       00011300
000114*                                                                 00011400
000115 FD  REVERSAL-JOURNAL-FILE                                        00011500
000116     LABEL RECORD IS OMITTED.                                     00011600
000117 01  REVERSAL-JOURNAL-RECORD     PIC X(51).                       00011700
000118*                                                                 00011800
000119 FD  PRINT-FILE                                                   00011900
000120     LABEL RECORD IS OMITTED.                                     00012000
000121 01  PRINT-LINE                  PIC X(132).                      00012100
000122*                                                                 00012200
000123 WORKING-STORAGE SECTION.                                         00012300
000124*                                                                 00012400
000125*EACH MAP ENTRY GATHERS THE PERIOD'S REGULAR PAY FOR ITS          00012500
000126*DEPARTMENT AND PLANT, AND THEN THE SHARE OF IT TO ACCRUE.        00012600
000127 01  MAP-TABLE.                                                   00012700
000128     05  MAP-ENTRY OCCURS 200 TIMES.                              00012800
000129         10  MPT-DEPARTMENT      PIC X(15).                       00012900
000130         10  MPT-PLANT-CODE      PIC X(04).                       00013000
000131         10  MPT-DEBIT-ACCOUNT   PIC X(08).                       00013100
000132         10  MPT-PERIOD-PAY      PIC S9(7)V99.                    00013200
000133         10  MPT-ACCRUAL         PIC S9(7)V99.                    00013300
000134 77  WS-MAP-COUNT                PIC 999 VALUE 0.                 00013400
000135 77  WS-MAP-SUB                  PIC 999 VALUE 0.                 00013500
000136 77  WS-FOUND-SUB                PIC 999 VALUE 0.                 00013600
000137 77  MAP-FOUND-FLAG              PIC X VALUE "N".                 00013700
000138     88  MAP-WAS-FOUND           VALUE "Y".                       00013800
000139*                                                                 00013900
000140 01  JOURNAL-RECORD.                                              00014000
000141     05  JRN-ACCOUNT             PIC X(08).                       00014100
000142     05  JRN-TYPE                PIC X.                           00014200
000143     05  JRN-AMOUNT              PIC S9(7)V99.                    00014300
000144     05  JRN-DEPARTMENT          PIC X(15).                       00014400
000145     05  JRN-PLANT-CODE          PIC X(04).                       00014500
000146     05  JRN-PAY-PERIOD          PIC X(06).                       00014600
000147     05  JRN-SOURCE              PIC X(08).                       00014700
000148*                                                                 00014800
000149*DAYS IN EACH MONTH AND DAYS BEFORE EACH MONTH IN A COMMON YEAR.  00014900
000150 01  MONTH-DAYS-VALUES.                                           00015000
000151     05  FILLER                  PIC X(24)                        00015100
000152             VALUE "312831303130313130313031".                    00015200
000153 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.                00015300
000154     05  MDT-DAYS                PIC 99 OCCURS 12 TIMES.          00015400
000155 01  MONTH-START-VALUES.                                          00015500
000156     05  FILLER                  PIC X(36)                        00015600
000157             VALUE "000031059090120151181212243273304334".        00015700
000158 01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.              00015800
000159     05  MST-DAYS-BEFORE         PIC 999 OCCURS 12 TIMES.         00015900
000160*                                                                 00016000
000161 01  WS-DATE-IN                  PIC 9(06) VALUE 0.               00016100
000162 01  WS-DATE-IN-SPLIT REDEFINES WS-DATE-IN.                       00016200
000163     05  WS-DATE-YY              PIC 99.                          00016300
000164     05  WS-DATE-MM              PIC 99.                          00016400
000165     05  WS-DATE-DD              PIC 99.                          00016500
000166 77  WS-DAY-NUMBER               PIC 9(06) VALUE 0.               00016600
000167 77  WS-LEAP-QUOTIENT            PIC 99 VALUE 0.                  00016700
000168 77  WS-LEAP-REMAINDER           PIC 9 VALUE 0.                   00016800
000169*                                                                 00016900
000170 01  WS-MONTH-END                PIC 9(06) VALUE 0.               00017000
000171 01  WS-MONTH-END-SPLIT REDEFINES WS-MONTH-END.                   00017100
000172     05  WS-MONTH-END-YY         PIC 99.                          00017200
000173     05  WS-MONTH-END-MM         PIC 99.                          00017300
000174     05  WS-MONTH-END-DD         PIC 99.                          00017400
000175 01  WS-NEXT-MONTH-START         PIC 9(06) VALUE 0.               00017500
000176 01  WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH-START.           00017600
000177     05  WS-NEXT-MONTH-YY        PIC 99.                          00017700
000178     05  WS-NEXT-MONTH-MM        PIC 99.                          00017800
000179     05  WS-NEXT-MONTH-DD        PIC 99.                          00017900
000180 77  WS-MONTH-END-DAYS           PIC 99 VALUE 0.                  00018000
000181 77  WS-MONTH-END-NUMBER         PIC 9(06) VALUE 0.               00018100
000182 77  WS-PERIOD-START-NUMBER      PIC 9(06) VALUE 0.               00018200
000183 77  WS-PERIOD-END-NUMBER        PIC 9(06) VALUE 0.               00018300
000184 77  WS-PERIOD-DAYS              PIC 999 VALUE 0.                 00018400
000185 77  WS-UNPAID-DAYS              PIC S999 VALUE 0.                00018500
000186*                                                                 00018600
000187 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00018700
000188     88  REGISTER-IS-EOF         VALUE "Y".                       00018800
000189 77  MAP-EOF-FLAG                PIC X VALUE "N".                 00018900
000190     88  MAP-IS-EOF              VALUE "Y".                       00019000
000191 77  PCT-EOF-FLAG                PIC X VALUE "N".                 00019100
000192     88  PCT-IS-EOF              VALUE "Y".                       00019200
000193 77  PERIOD-FOUND-FLAG           PIC X VALUE "N".                 00019300
000194     88  PERIOD-WAS-FOUND        VALUE "Y".                       00019400
000195 77  WS-PAY-PERIOD               PIC X(06) VALUE SPACES.          00019500
000196 77  WS-PAY-GROUP                PIC X(02) VALUE SPACES.          00019600
000197 77  WS-ACCRUAL-ACCOUNT          PIC X(08) VALUE SPACES.          00019700
000198 77  WS-PERIOD-START-DATE        PIC 9(06) VALUE 0.               00019800
000199 77  WS-PERIOD-END-DATE          PIC 9(06) VALUE 0.               00019900
000200*                                                                 00020000
000201 77  WS-REGISTER-COUNT           PIC 9(5) VALUE 0.                00020100
000202 77  WS-OTHER-PERIOD-COUNT       PIC 9(5) VALUE 0.                00020200
000203 77  WS-UNMAPPED-COUNT           PIC 9(5) VALUE 0.                00020300
000204 77  WS-PERIOD-PAY-TOTAL         PIC S9(7)V99 VALUE 0.            00020400
000205 77  WS-ACCRUAL-DEBITS           PIC S9(7)V99 VALUE 0.            00020500
000206 77  WS-ACCRUAL-CREDITS          PIC S9(7)V99 VALUE 0.            00020600
000207 77  WS-REVERSAL-DEBITS          PIC S9(7)V99 VALUE 0.            00020700
000208 77  WS-REVERSAL-CREDITS         PIC S9(7)V99 VALUE 0.            00020800
000209*                                                                 00020900
000210 01  TITLE-LINE.                                                  00021000
000211     05  FILLER                  PIC X(20) VALUE SPACES.          00021100
000212     05  FILLER                  PIC X(40)                        00021200
000213             VALUE "MONTH-END WAGE ACCRUAL AND REVERSAL".         00021300
000214     05  FILLER                  PIC X(11) VALUE "MONTH END: ".   00021400
000215     05  TTL-MONTH-END           PIC 9(06).                       00021500
000216*                                                                 00021600
000217 01  BASIS-LINE.                                                  00021700
000218     05  FILLER                  PIC X(05) VALUE SPACES.          00021800
000219     05  FILLER                  PIC X(08) VALUE "PERIOD: ".      00021900
000220     05  BSL-PAY-PERIOD          PIC X(06).                       00022000
000221     05  FILLER                  PIC X(08) VALUE "  GROUP ".      00022100
000222     05  BSL-PAY-GROUP           PIC X(02).                       00022200
000223     05  FILLER                  PIC X(08) VALUE "  FROM: ".      00022300
000224     05  BSL-START-DATE          PIC 9(06).                       00022400
000225     05  FILLER                  PIC X(06) VALUE "  TO: ".        00022500
000226     05  BSL-END-DATE            PIC 9(06).                       00022600
000227     05  FILLER                  PIC X(08) VALUE "  DAYS: ".      00022700
000228     05  BSL-PERIOD-DAYS         PIC ZZ9.                         00022800
000229     05  FILLER                  PIC X(20)                        00022900
000230             VALUE "  UNPAID DAYS: ".                             00023000
000231     05  BSL-UNPAID-DAYS         PIC ZZ9-.                        00023100
000232*                                                                 00023200
000233 01  HEADING-LINE.                                                00023300
000234     05  FILLER                  PIC X(05) VALUE SPACES.          00023400
000235     05  FILLER                  PIC X(10) VALUE "JOURNAL".       00023500
000236     05  FILLER                  PIC X(10) VALUE "ACCOUNT".       00023600
000237     05  FILLER                  PIC X(04) VALUE "D/C".           00023700
000238     05  FILLER                  PIC X(15) VALUE "       AMOUNT". 00023800
000239     05  FILLER                  PIC X(17) VALUE "DEPARTMENT".    00023900
000240     05  FILLER                  PIC X(07) VALUE "PLANT".         00024000
000241     05  FILLER                  PIC X(08) VALUE "DATED".         00024100
000242*                                                                 00024200
000243 01  PROOF-LINE.                                                  00024300
000244     05  FILLER                  PIC X(05) VALUE SPACES.          00024400
000245     05  PFL-SOURCE              PIC X(08).                       00024500
000246     05  FILLER                  PIC X(02) VALUE SPACES.          00024600
000247     05  PFL-ACCOUNT             PIC X(08).                       00024700
000248     05  FILLER                  PIC X(02) VALUE SPACES.          00024800
000249     05  PFL-TYPE                PIC X.                           00024900
000250     05  FILLER                  PIC X(02) VALUE SPACES.          00025000
000251     05  PFL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00025100
000252     05  FILLER                  PIC X(03) VALUE SPACES.          00025200
000253     05  PFL-DEPARTMENT          PIC X(15).                       00025300
000254     05  FILLER                  PIC X(02) VALUE SPACES.          00025400
000255     05  PFL-PLANT-CODE          PIC X(04).                       00025500
000256     05  FILLER                  PIC X(03) VALUE SPACES.          00025600
000257     05  PFL-PAY-PERIOD          PIC X(06).                       00025700
000258*                                                                 00025800
000259 01  UNMAPPED-LINE.                                               00025900
000260     05  FILLER                  PIC X(05) VALUE SPACES.          00026000
000261     05  UML-EMP-ID              PIC X(10).                       00026100
000262     05  FILLER                  PIC X(02) VALUE SPACES.          00026200
000263     05  UML-DEPARTMENT          PIC X(15).                       00026300
000264     05  FILLER                  PIC X(02) VALUE SPACES.          00026400
000265     05  UML-PLANT-CODE          PIC X(04).                       00026500
000266     05  FILLER                  PIC X(02) VALUE SPACES.          00026600
000267     05  FILLER                  PIC X(34)                        00026700
000268             VALUE "NO ACCOUNT MAP ENTRY - NOT ACCRUED".          00026800
000269*                                                                 00026900
000270 01  TOTAL-LINE.                                                  00027000
000271     05  FILLER                  PIC X(05) VALUE SPACES.          00027100
000272     05  TTL-CAPTION             PIC X(24).                       00027200
000273     05  TTL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00027300
000274*                                                                 00027400
000275 01  COUNT-LINE.                                                  00027500
000276     05  FILLER                  PIC X(05) VALUE SPACES.          00027600
000277     05  CTL-CAPTION             PIC X(24).                       00027700
000278     05  CTL-COUNT               PIC ZZ,ZZ9.                      00027800
000279*                                                                 00027900
000280 01  NOTHING-LINE.                                                00028000
000281     05  FILLER                  PIC X(05) VALUE SPACES.          00028100
000282     05  FILLER                  PIC X(50) VALUE                  00028200
000283     "PERIOD RUNS TO MONTH END - NOTHING TO ACCRUE".              00028300
000284*                                                                 00028400
000285 01  RELEASED-LINE.                                               00028500
000286     05  FILLER                  PIC X(05) VALUE SPACES.          00028600
000287     05  FILLER                  PIC X(50)                        00028700
000288             VALUE "ACCRUAL AND REVERSAL IN BALANCE - RELEASED".  00028800
000289*                                                                 00028900
000290 01  NOT-RELEASED-LINE.                                           00029000
000291     05  FILLER                  PIC X(05) VALUE SPACES.          00029100
000292     05  FILLER                  PIC X(50) VALUE                  00029200
000293     "*** OUT OF BALANCE - JOURNALS NOT RELEASED ***".            00029300
000294*                                                                 00029400
000295 PROCEDURE DIVISION.                                              00029500
000296 000-MAIN.                                                        00029600
000297     PERFORM INITIALIZATION.                                      00029700
000298     PERFORM LOAD-ONE-MAP-RECORD UNTIL MAP-IS-EOF.                00029800
000299     PERFORM GATHER-ONE-REGISTER-RECORD UNTIL REGISTER-IS-EOF.    00029900
000300     PERFORM FIND-PAY-PERIOD.                                     00030000
000301     PERFORM COUNT-UNPAID-DAYS.                                   00030100
000302     IF WS-UNPAID-DAYS > 0                                        00030200
000303         PERFORM ACCRUE-ONE-MAP-ENTRY                             00030300
000304             VARYING WS-MAP-SUB FROM 1 BY 1                       00030400
000305             UNTIL WS-MAP-SUB > WS-MAP-COUNT                      00030500
000306     ELSE                                                         00030600
000307         WRITE PRINT-LINE FROM NOTHING-LINE                       00030700
000308             AFTER ADVANCING 2 LINES                              00030800
000309     END-IF.                                                      00030900
000310     PERFORM CLOSING.                                             00031000
000311     STOP RUN.                                                    00031100
000312*                                                                 00031200
000313*WITHOUT A MONTH-END DATE OR AN ACCRUED WAGES ACCOUNT THERE IS    00031300
000314*NOTHING SAFE TO POST, SO THE RUN STOPS BEFORE ANY JOURNAL IS     00031400
000315*WRITTEN.                                                         00031500
000316 INITIALIZATION.                                                  00031600
000317     OPEN INPUT PARAMETER-FILE.                                   00031700
000318     READ PARAMETER-FILE                                          00031800
000319         AT END                                                   00031900
000320             MOVE ZERO TO WS-MONTH-END                            00032000
000321         NOT AT END                                               00032100
000322             IF PARM-MONTH-END NUMERIC                            00032200
000323                 MOVE PARM-MONTH-END TO WS-MONTH-END              00032300
000324             END-IF                                               00032400
000325             MOVE PARM-PAY-GROUP TO WS-PAY-GROUP                  00032500
000326             MOVE PARM-ACCRUAL-ACCOUNT TO WS-ACCRUAL-ACCOUNT      00032600
000327     END-READ.                                                    00032700
000328     CLOSE PARAMETER-FILE.                                        00032800
000329     IF WS-MONTH-END-MM < 1                                       00032900
000330       OR WS-MONTH-END-MM > 12                                    00033000
000331         DISPLAY "WAGEACR HALTED - NO VALID MONTH-END DATE ON"    00033100
000332             " THE PARAMETER CARD"                                00033200
000333         MOVE 16 TO RETURN-CODE                                   00033300
000334         STOP RUN                                                 00033400
000335     END-IF.                                                      00033500
000336     IF WS-ACCRUAL-ACCOUNT EQUAL SPACES                           00033600
000337         DISPLAY "WAGEACR HALTED - NO ACCRUED WAGES ACCOUNT ON"   00033700
000338             " THE PARAMETER CARD"                                00033800
000339         MOVE 16 TO RETURN-CODE                                   00033900
000340         STOP RUN                                                 00034000
000341     END-IF.                                                      00034100
000342     PERFORM SET-MONTH-DATES.                                     00034200
000343     OPEN INPUT REGISTER-FILE, ACCOUNT-MAP-FILE,                  00034300
000344          OUTPUT ACCRUAL-JOURNAL-FILE, REVERSAL-JOURNAL-FILE,     00034400
000345                 PRINT-FILE.                                      00034500
000346     MOVE WS-MONTH-END TO TTL-MONTH-END.                          00034600
000347     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00034700
000348     READ ACCOUNT-MAP-FILE                                        00034800
000349         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00034900
000350     READ REGISTER-FILE                                           00035000
000351         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00035100
000352     IF NOT REGISTER-IS-EOF                                       00035200
000353         MOVE REG-PAY-PERIOD TO WS-PAY-PERIOD                     00035300
000354     END-IF.                                                      00035400
000355*                                                                 00035500
000356*THE CARD'S DAY IS TAKEN AS THE MONTH'S LAST DAY WHATEVER IT      00035600
000357*SAYS, AND THE REVERSAL IS DATED THE FIRST OF THE NEXT MONTH.     00035700
000358 SET-MONTH-DATES.                                                 00035800
000359     MOVE MDT-DAYS(WS-MONTH-END-MM) TO WS-MONTH-END-DAYS.         00035900
000360     IF WS-MONTH-END-MM EQUAL 2                                   00036000
000361         DIVIDE WS-MONTH-END-YY BY 4                              00036100
000362             GIVING WS-LEAP-QUOTIENT                              00036200
000363             REMAINDER WS-LEAP-REMAINDER                          00036300
000364         IF WS-LEAP-REMAINDER EQUAL 0                             00036400
000365             MOVE 29 TO WS-MONTH-END-DAYS                         00036500
000366         END-IF                                                   00036600
000367     END-IF.                                                      00036700
000368     MOVE WS-MONTH-END-DAYS TO WS-MONTH-END-DD.                   00036800
000369     IF WS-MONTH-END-MM EQUAL 12                                  00036900
000370         MOVE 1 TO WS-NEXT-MONTH-MM                               00037000
000371         ADD 1 TO WS-MONTH-END-YY GIVING WS-NEXT-MONTH-YY         00037100
000372     ELSE                                                         00037200
000373         ADD 1 TO WS-MONTH-END-MM GIVING WS-NEXT-MONTH-MM         00037300
000374         MOVE WS-MONTH-END-YY TO WS-NEXT-MONTH-YY                 00037400
000375     END-IF.                                                      00037500
000376     MOVE 1 TO WS-NEXT-MONTH-DD.                                  00037600
000377*                                                                 00037700
000378 LOAD-ONE-MAP-RECORD.                                             00037800
000379     ADD 1 TO WS-MAP-COUNT.                                       00037900
000380     IF WS-MAP-COUNT > 200                                        00038000
000381         DISPLAY "WAGEACR HALTED - ACCOUNT MAP TABLE FULL AT 200" 00038100
000382         MOVE 16 TO RETURN-CODE                                   00038200
000383         STOP RUN                                                 00038300
000384     END-IF.                                                      00038400
000385     MOVE MAP-DEPARTMENT TO MPT-DEPARTMENT(WS-MAP-COUNT).         00038500
000386     MOVE MAP-PLANT-CODE TO MPT-PLANT-CODE(WS-MAP-COUNT).         00038600
000387     MOVE MAP-DEBIT-ACCOUNT TO MPT-DEBIT-ACCOUNT(WS-MAP-COUNT).   00038700
000388     MOVE 0 TO MPT-PERIOD-PAY(WS-MAP-COUNT),                      00038800
000389               MPT-ACCRUAL(WS-MAP-COUNT).                         00038900
000390     READ ACCOUNT-MAP-FILE                                        00039000
000391         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00039100
000392*                                                                 00039200
000393*THE PERIOD IS THE ONE ON THE REGISTER'S FIRST LINE; LINES FOR    00039300
000394*ANY OTHER PERIOD (RETRO PAY) ARE LEFT OUT.  A BONUS IS PAID      00039400
000395*ONCE AND IS NOT EARNED DAY BY DAY, SO IT IS LEFT OUT TOO.        00039500
000396 GATHER-ONE-REGISTER-RECORD.                                      00039600
000397     ADD 1 TO WS-REGISTER-COUNT.                                  00039700
000398     IF REG-PAY-PERIOD NOT EQUAL WS-PAY-PERIOD                    00039800
000399         ADD 1 TO WS-OTHER-PERIOD-COUNT                           00039900
000400     ELSE                                                         00040000
000401         MOVE "N" TO MAP-FOUND-FLAG                               00040100
000402         PERFORM MATCH-ONE-MAP-ENTRY                              00040200
000403             VARYING WS-MAP-SUB FROM 1 BY 1                       00040300
000404             UNTIL WS-MAP-SUB > WS-MAP-COUNT                      00040400
000405             OR MAP-WAS-FOUND                                     00040500
000406         IF MAP-WAS-FOUND                                         00040600
000407             ADD REG-LINE-AMOUNT                                  00040700
000408                 TO MPT-PERIOD-PAY(WS-FOUND-SUB)                  00040800
000409             SUBTRACT REG-BONUS-AMT                               00040900
000410                 FROM MPT-PERIOD-PAY(WS-FOUND-SUB)                00041000
000411             ADD REG-LINE-AMOUNT TO WS-PERIOD-PAY-TOTAL           00041100
000412             SUBTRACT REG-BONUS-AMT FROM WS-PERIOD-PAY-TOTAL      00041200
000413         ELSE                                                     00041300
000414             ADD 1 TO WS-UNMAPPED-COUNT                           00041400
000415             PERFORM PRINT-UNMAPPED-LINE                          00041500
000416         END-IF                                                   00041600
000417     END-IF.                                                      00041700
000418     READ REGISTER-FILE                                           00041800
000419         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00041900
000420*                                                                 00042000
000421 MATCH-ONE-MAP-ENTRY.                                             00042100
000422     IF MPT-DEPARTMENT(WS-MAP-SUB) EQUAL REG-EMP-DEPARTMENT       00042200
000423       AND MPT-PLANT-CODE(WS-MAP-SUB) EQUAL REG-PLANT-CODE        00042300
000424         MOVE "Y" TO MAP-FOUND-FLAG                               00042400
000425         MOVE WS-MAP-SUB TO WS-FOUND-SUB                          00042500
000426     END-IF.                                                      00042600
000427*                                                                 00042700
000428 PRINT-UNMAPPED-LINE.                                             00042800
000429     MOVE REG-EMP-ID TO UML-EMP-ID.                               00042900
000430     MOVE REG-EMP-DEPARTMENT TO UML-DEPARTMENT.                   00043000
000431     MOVE REG-PLANT-CODE TO UML-PLANT-CODE.                       00043100
000432     WRITE PRINT-LINE FROM UNMAPPED-LINE AFTER ADVANCING 1 LINE.  00043200
000433*                                                                 00043300
000434*THE REGULAR RUN'S PERIOD RECORD FOR THE GROUP GIVES THE DATES    00043400
000435*THE REGISTER'S PAY COVERS.                                       00043500
000436 FIND-PAY-PERIOD.                                                 00043600
000437     OPEN INPUT PERIOD-CONTROL-FILE.                              00043700
000438     READ PERIOD-CONTROL-FILE                                     00043800
000439         AT END MOVE "Y" TO PCT-EOF-FLAG.                         00043900
000440     PERFORM CHECK-ONE-PERIOD-RECORD UNTIL PCT-IS-EOF.            00044000
000441     CLOSE PERIOD-CONTROL-FILE.                                   00044100
000442     IF NOT PERIOD-WAS-FOUND                                      00044200
000443         DISPLAY "WAGEACR HALTED - NO PERIOD CONTROL RECORD FOR"  00044300
000444             " PERIOD " WS-PAY-PERIOD " GROUP " WS-PAY-GROUP      00044400
000445         MOVE 16 TO RETURN-CODE                                   00044500
000446         STOP RUN                                                 00044600
000447     END-IF.                                                      00044700
000448*                                                                 00044800
000449 CHECK-ONE-PERIOD-RECORD.                                         00044900
000450     IF PCT-PERIOD EQUAL WS-PAY-PERIOD                            00045000
000451       AND PCT-RUN-TYPE EQUAL SPACE                               00045100
000452       AND PCT-PAY-GROUP EQUAL WS-PAY-GROUP                       00045200
000453         MOVE "Y" TO PERIOD-FOUND-FLAG                            00045300
000454         MOVE PCT-START-DATE TO WS-PERIOD-START-DATE              00045400
000455         MOVE PCT-END-DATE TO WS-PERIOD-END-DATE                  00045500
000456     END-IF.                                                      00045600
000457     READ PERIOD-CONTROL-FILE                                     00045700
000458         AT END MOVE "Y" TO PCT-EOF-FLAG.                         00045800
000459*                                                                 00045900
000460*THE DAYS STILL TO BE PAID IN THE CLOSING MONTH RUN FROM THE DAY  00046000
000461*AFTER THE PERIOD'S END TO THE MONTH'S LAST DAY.                  00046100
000462 COUNT-UNPAID-DAYS.                                               00046200
000463     MOVE WS-PERIOD-START-DATE TO WS-DATE-IN.                     00046300
000464     PERFORM CONVERT-DATE-TO-DAYS.                                00046400
000465     MOVE WS-DAY-NUMBER TO WS-PERIOD-START-NUMBER.                00046500
000466     MOVE WS-PERIOD-END-DATE TO WS-DATE-IN.                       00046600
000467     PERFORM CONVERT-DATE-TO-DAYS.                                00046700
000468     MOVE WS-DAY-NUMBER TO WS-PERIOD-END-NUMBER.                  00046800
000469     MOVE WS-MONTH-END TO WS-DATE-IN.                             00046900
000470     PERFORM CONVERT-DATE-TO-DAYS.                                00047000
000471     MOVE WS-DAY-NUMBER TO WS-MONTH-END-NUMBER.                   00047100
000472     SUBTRACT WS-PERIOD-START-NUMBER FROM WS-PERIOD-END-NUMBER    00047200
000473         GIVING WS-PERIOD-DAYS.                                   00047300
000474     ADD 1 TO WS-PERIOD-DAYS.                                     00047400
000475     SUBTRACT WS-PERIOD-END-NUMBER FROM WS-MONTH-END-NUMBER       00047500
000476         GIVING WS-UNPAID-DAYS.                                   00047600
000477     MOVE WS-PAY-PERIOD TO BSL-PAY-PERIOD.                        00047700
000478     MOVE WS-PAY-GROUP TO BSL-PAY-GROUP.                          00047800
000479     MOVE WS-PERIOD-START-DATE TO BSL-START-DATE.                 00047900
000480     MOVE WS-PERIOD-END-DATE TO BSL-END-DATE.                     00048000
000481     MOVE WS-PERIOD-DAYS TO BSL-PERIOD-DAYS.                      00048100
000482     MOVE WS-UNPAID-DAYS TO BSL-UNPAID-DAYS.                      00048200
000483     WRITE PRINT-LINE FROM BASIS-LINE AFTER ADVANCING 2 LINES.    00048300
000484     WRITE PRINT-LINE FROM HEADING-LINE AFTER ADVANCING 2 LINES.  00048400
000485*                                                                 00048500
000486*DAYS SINCE THE START OF 2000 (YEARS ARE 20YY); ONLY THE          00048600
000487*DIFFERENCE BETWEEN TWO OF THEM IS EVER USED.                     00048700
000488 CONVERT-DATE-TO-DAYS.                                            00048800
000489     DIVIDE WS-DATE-YY BY 4                                       00048900
000490         GIVING WS-LEAP-QUOTIENT                                  00049000
000491         REMAINDER WS-LEAP-REMAINDER.                             00049100
000492     COMPUTE WS-DAY-NUMBER = WS-DATE-YY * 365                     00049200
000493         + WS-LEAP-QUOTIENT                                       00049300
000494         + MST-DAYS-BEFORE(WS-DATE-MM)                            00049400
000495         + WS-DATE-DD.                                            00049500
000496     IF WS-LEAP-REMAINDER EQUAL 0                                 00049600
000497       AND WS-DATE-MM > 2                                         00049700
000498         ADD 1 TO WS-DAY-NUMBER                                   00049800
000499     END-IF.                                                      00049900
000500     IF WS-LEAP-REMAINDER NOT EQUAL 0                             00050000
000501         ADD 1 TO WS-DAY-NUMBER                                   00050100
000502     END-IF.                                                      00050200
000503*                                                                 00050300
000504*EACH MAPPED DEPARTMENT AND PLANT ACCRUES ITS PERIOD PAY TIMES    00050400
000505*THE UNPAID DAYS OVER THE DAYS IN THE PERIOD, AS ONE PAIR ON      00050500
000506*THE ACCRUAL JOURNAL AND THE REVERSE PAIR ON THE REVERSAL.        00050600
000507 ACCRUE-ONE-MAP-ENTRY.                                            00050700
000508     IF MPT-PERIOD-PAY(WS-MAP-SUB) NOT EQUAL ZERO                 00050800
000509         COMPUTE MPT-ACCRUAL(WS-MAP-SUB) ROUNDED =                00050900
000510             MPT-PERIOD-PAY(WS-MAP-SUB) * WS-UNPAID-DAYS          00051000
000511             / WS-PERIOD-DAYS                                     00051100
000512         PERFORM WRITE-ACCRUAL-PAIR                               00051200
000513         PERFORM WRITE-REVERSAL-PAIR                              00051300
000514     END-IF.                                                      00051400
000515*                                                                 00051500
000516 WRITE-ACCRUAL-PAIR.                                              00051600
000517     MOVE "ACCRUAL " TO JRN-SOURCE.                               00051700
000518     MOVE WS-MONTH-END TO JRN-PAY-PERIOD.                         00051800
000519     MOVE MPT-DEBIT-ACCOUNT(WS-MAP-SUB) TO JRN-ACCOUNT.           00051900
000520     MOVE "D" TO JRN-TYPE.                                        00052000
000521     PERFORM WRITE-ACCRUAL-RECORD.                                00052100
000522     ADD JRN-AMOUNT TO WS-ACCRUAL-DEBITS.                         00052200
000523     MOVE WS-ACCRUAL-ACCOUNT TO JRN-ACCOUNT.                      00052300
000524     MOVE "C" TO JRN-TYPE.                                        00052400
000525     PERFORM WRITE-ACCRUAL-RECORD.                                00052500
000526     ADD JRN-AMOUNT TO WS-ACCRUAL-CREDITS.                        00052600
000527*                                                                 00052700
000528 WRITE-ACCRUAL-RECORD.                                            00052800
000529     PERFORM FILL-JOURNAL-RECORD.                                 00052900
000530     WRITE ACCRUAL-JOURNAL-RECORD FROM JOURNAL-RECORD.            00053000
000531     PERFORM PRINT-PROOF-LINE.                                    00053100
000532*                                                                 00053200
000533 WRITE-REVERSAL-PAIR.                                             00053300
000534     MOVE "REVERSAL" TO JRN-SOURCE.                               00053400
000535     MOVE WS-NEXT-MONTH-START TO JRN-PAY-PERIOD.                  00053500
000536     MOVE WS-ACCRUAL-ACCOUNT TO JRN-ACCOUNT.                      00053600
000537     MOVE "D" TO JRN-TYPE.                                        00053700
000538     PERFORM WRITE-REVERSAL-RECORD.                               00053800
000539     ADD JRN-AMOUNT TO WS-REVERSAL-DEBITS.                        00053900
000540     MOVE MPT-DEBIT-ACCOUNT(WS-MAP-SUB) TO JRN-ACCOUNT.           00054000
000541     MOVE "C" TO JRN-TYPE.                                        00054100
000542     PERFORM WRITE-REVERSAL-RECORD.                               00054200
000543     ADD JRN-AMOUNT TO WS-REVERSAL-CREDITS.                       00054300
000544*                                                                 00054400
000545 WRITE-REVERSAL-RECORD.                                           00054500
000546     PERFORM FILL-JOURNAL-RECORD.                                 00054600
000547     WRITE REVERSAL-JOURNAL-RECORD FROM JOURNAL-RECORD.           00054700
000548     PERFORM PRINT-PROOF-LINE.                                    00054800
000549*                                                                 00054900
000550 FILL-JOURNAL-RECORD.                                             00055000
000551     MOVE MPT-ACCRUAL(WS-MAP-SUB) TO JRN-AMOUNT.                  00055100
000552     MOVE MPT-DEPARTMENT(WS-MAP-SUB) TO JRN-DEPARTMENT.           00055200
000553     MOVE MPT-PLANT-CODE(WS-MAP-SUB) TO JRN-PLANT-CODE.           00055300
000554*                                                                 00055400
000555 PRINT-PROOF-LINE.                                                00055500
000556     MOVE JRN-SOURCE TO PFL-SOURCE.                               00055600
000557     MOVE JRN-ACCOUNT TO PFL-ACCOUNT.                             00055700
000558     MOVE JRN-TYPE TO PFL-TYPE.                                   00055800
000559     MOVE JRN-AMOUNT TO PFL-AMOUNT.                               00055900
000560     MOVE JRN-DEPARTMENT TO PFL-DEPARTMENT.                       00056000
000561     MOVE JRN-PLANT-CODE TO PFL-PLANT-CODE.                       00056100
000562     MOVE JRN-PAY-PERIOD TO PFL-PAY-PERIOD.                       00056200
000563     WRITE PRINT-LINE FROM PROOF-LINE AFTER ADVANCING 1 LINE.     00056300
000564*                                                                 00056400
000565*THE JOURNALS ARE RELEASED ONLY WHEN EACH BALANCES, THE           00056500
000566*REVERSAL UNDOES THE ACCRUAL EXACTLY, AND EVERY PAY LINE OF       00056600
000567*THE PERIOD FOUND ITS ACCOUNT MAP ENTRY.                          00056700
000568 CLOSING.                                                         00056800
000569     MOVE "PERIOD REGULAR PAY:" TO TTL-CAPTION.                   00056900
000570     MOVE WS-PERIOD-PAY-TOTAL TO TTL-AMOUNT.                      00057000
000571     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.    00057100
000572     MOVE "ACCRUAL DEBITS:" TO TTL-CAPTION.                       00057200
000573     MOVE WS-ACCRUAL-DEBITS TO TTL-AMOUNT.                        00057300
000574     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00057400
000575     MOVE "ACCRUAL CREDITS:" TO TTL-CAPTION.                      00057500
000576     MOVE WS-ACCRUAL-CREDITS TO TTL-AMOUNT.                       00057600
000577     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00057700
000578     MOVE "REVERSAL DEBITS:" TO TTL-CAPTION.                      00057800
000579     MOVE WS-REVERSAL-DEBITS TO TTL-AMOUNT.                       00057900
000580     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00058000
000581     MOVE "REVERSAL CREDITS:" TO TTL-CAPTION.                     00058100
000582     MOVE WS-REVERSAL-CREDITS TO TTL-AMOUNT.                      00058200
000583     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00058300
000584     MOVE "REGISTER LINES READ:" TO CTL-CAPTION.                  00058400
000585     MOVE WS-REGISTER-COUNT TO CTL-COUNT.                         00058500
000586     WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00058600
000587     MOVE "OTHER-PERIOD LINES:" TO CTL-CAPTION.                   00058700
000588     MOVE WS-OTHER-PERIOD-COUNT TO CTL-COUNT.                     00058800
000589     WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00058900
000590     MOVE "PAY LINES NOT MAPPED:" TO CTL-CAPTION.                 00059000
000591     MOVE WS-UNMAPPED-COUNT TO CTL-COUNT.                         00059100
000592     WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00059200
000593     IF WS-ACCRUAL-DEBITS EQUAL WS-ACCRUAL-CREDITS                00059300
000594       AND WS-REVERSAL-DEBITS EQUAL WS-REVERSAL-CREDITS           00059400
000595       AND WS-ACCRUAL-DEBITS EQUAL WS-REVERSAL-CREDITS            00059500
000596       AND WS-UNMAPPED-COUNT EQUAL ZERO                           00059600
000597         WRITE PRINT-LINE FROM RELEASED-LINE                      00059700
000598             AFTER ADVANCING 2 LINES                              00059800
000599     ELSE                                                         00059900
000600         WRITE PRINT-LINE FROM NOT-RELEASED-LINE                  00060000
000601             AFTER ADVANCING 2 LINES                              00060100
000602         MOVE 16 TO RETURN-CODE                                   00060200
000603     END-IF.                                                      00060300
000604     CLOSE REGISTER-FILE, ACCOUNT-MAP-FILE,                       00060400
000605           ACCRUAL-JOURNAL-FILE, REVERSAL-JOURNAL-FILE,           00060500
000606           PRINT-FILE.                                            00060600
