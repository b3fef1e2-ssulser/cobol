000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. BENRECN.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  MONTHLY CARRIER INVOICE    00000800
000009*                    RECONCILIATION.  THE CARRIER'S INVOICE CARD  00000900
000010*                    DECK (ONE CARD PER MEMBER PER PLAN) IS       00001000
000011*                    CHECKED AGAINST THE BENEFIT ENROLLMENTS IN   00001100
000012*                    FORCE FOR THE BILLED MONTH, PRICED FROM THE  00001200
000013*                    BENEFIT PLAN MASTER (EMPLOYEE PLUS EMPLOYER  00001300
000014*                    PREMIUM FOR THE ENROLLED TIER).  LISTS WHO   00001400
000015*                    IS BILLED BUT NOT ENROLLED, WHO IS BILLED AT 00001500
000016*                    THE WRONG TIER OR PREMIUM, AND WHO IS        00001600
000017*                    ENROLLED WITH A CARRIER ON THE DECK BUT NOT  00001700
000018*                    BILLED, WITH MONEY TOTALS FOR EACH.          00001800
000019*                                                                 00001900
000020 ENVIRONMENT DIVISION.                                            00002000
000021 CONFIGURATION SECTION.                                           00002100
000022 SOURCE-COMPUTER. IBM-370.                                        00002200
000023 OBJECT-COMPUTER. IBM-370.                                        00002300
000024*                                                                 00002400
000025 INPUT-OUTPUT SECTION.                                            00002500
000026 FILE-CONTROL.                                                    00002600
000027     SELECT CARRIER-INVOICE-FILE ASSIGN TO UT-S-CARRINV.          00002700
000028     SELECT BENEFIT-PLAN-FILE ASSIGN TO UT-S-BENPLAN.             00002800
000029     SELECT BENEFIT-ENROLL-FILE ASSIGN TO UT-S-BENENRL.           00002900
000030     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00003000
000031         ORGANIZATION IS INDEXED                                  00003100
000032         ACCESS MODE IS RANDOM                                    00003200
000033         RECORD KEY IS EMP-ID.                                    00003300
000034     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003400
000035*                                                                 00003500
000036 DATA DIVISION.                                                   00003600
000037 FILE SECTION.                                                    00003700
000038*ONE INVOICE CARD PER MEMBER PER PLAN, AS THE CARRIER BILLS IT:   00003800
000039*THE MONTH BILLED (YYMM), OUR EMP-ID AND THE MEMBER'S NAME, THE   00003900
000040*PLAN AND TIER BILLED, AND THE FULL MONTHLY PREMIUM CHARGED.      00004000
000041 FD  CARRIER-INVOICE-FILE                                         00004100
000042     LABEL RECORD IS OMITTED.                                     00004200
000043 01  CARRIER-INVOICE-RECORD.                                      00004300
000044     05  INV-CARRIER-CODE        PIC X(06).                       00004400
000045     05  INV-BILL-MONTH          PIC 9(04).                       00004500
000046     05  INV-EMP-ID              PIC X(10).                       00004600
000047     05  INV-MEMBER-NAME         PIC X(25).                       00004700
000048     05  INV-PLAN-CODE           PIC X(04).                       00004800
000049     05  INV-TIER                PIC X.                           00004900
000050     05  INV-PREMIUM             PIC 9(5)V99.                     00005000
000051     05  FILLER                  PIC X(23).                       00005100
000052*                                                                 00005200
000053*BENEFIT-PLAN-RECORD MIRRORS PAYROLL'S BENEFIT PLAN MASTER.       00005300
000054 FD  BENEFIT-PLAN-FILE                                            00005400
000055     LABEL RECORD IS OMITTED.                                     00005500
000056 01  BENEFIT-PLAN-RECORD.                                         00005600
000057     05  BPL-PLAN-CODE           PIC X(04).                       00005700
000058     05  BPL-PLAN-NAME           PIC X(20).                       00005800
000059     05  BPL-CARRIER-CODE        PIC X(06).                       00005900
000060     05  BPL-TIER                OCCURS 3 TIMES.                  00006000
000061         10  BPL-EE-PREMIUM      PIC 9(4)V99.                     00006100
000062         10  BPL-ER-PREMIUM      PIC 9(4)V99.                     00006200
000063     05  FILLER                  PIC X(14).                       00006300
000064*                                                                 00006400
000065*BENEFIT-ENROLL-RECORD MIRRORS PAYROLL'S ENROLLMENT FILE.         00006500
000066 FD  BENEFIT-ENROLL-FILE                                          00006600
000067     LABEL RECORD IS OMITTED.                                     00006700
000068 01  BENEFIT-ENROLL-RECORD.                                       00006800
000069     05  ENR-EMP-ID              PIC X(10).                       00006900
000070     05  ENR-PLAN-CODE           PIC X(04).                       00007000
000071     05  ENR-TIER                PIC X.                           00007100
000072         88  ENR-TIER-EMPLOYEE   VALUE "E".                       00007200
000073         88  ENR-TIER-PLUS-ONE   VALUE "P".                       00007300
000074         88  ENR-TIER-FAMILY     VALUE "F".                       00007400
000075     05  ENR-START-DATE          PIC 9(06).                       00007500
000076     05  ENR-START-PARTS REDEFINES ENR-START-DATE.                00007600
000077         10  ENR-START-YYMM      PIC 9(04).                       00007700
000078         10  FILLER              PIC 9(02).                       00007800
000079     05  ENR-STOP-DATE           PIC 9(06).                       00007900
000080     05  ENR-STOP-PARTS REDEFINES ENR-STOP-DATE.                  00008000
000081         10  ENR-STOP-YYMM       PIC 9(04).                       00008100
000082         10  FILLER              PIC 9(02).                       00008200
000083     05  FILLER                  PIC X(53).                       00008300
000084*                                                                 00008400
000085*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS; IT IS   00008500
000086*READ ONLY FOR THE NAME OF AN ENROLLED EMPLOYEE NOT BILLED.       00008600
000087 FD  EMPLOYEE-MASTER-FILE                                         00008700
000088     LABEL RECORD IS OMITTED.                                     00008800
000089 01  EMPLOYEE-MASTER-RECORD.                                      00008900
000090     COPY EMPLOYEE.                                               00009000
000091     05  EMP-M-SALARY-CODE       PIC X.                           00009100
000092     05  EMP-M-STATUS            PIC X.                           00009200
000093     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00009300
000094     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00009400
000095     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00009500
000096     05  EMP-M-FILING-STATUS     PIC X.                           00009600
000097     05  EMP-M-ALLOWANCES        PIC 99.                          00009700
000098     05  EMP-M-COMP-CLASS        PIC X(04).                       00009800
000099     05  EMP-M-PAY-GROUP         PIC X(02).                       00009900
000100     05  EMP-M-PAY-FREQUENCY     PIC X.                           00010000
000101     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00010100
000102     05  EMP-M-SSN               PIC 9(09).                       00010200
000103     05  EMP-M-HIRE-DATE         PIC 9(06).                       00010300
000104     05  EMP-M-STREET            PIC X(25).                       00010400
000105     05  EMP-M-CITY              PIC X(15).                       00010500
000106     05  EMP-M-STATE             PIC X(02).                       00010600
000107     05  EMP-M-ZIP               PIC X(09).                       00010700
000108     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00010800
000109     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00010900
000110     05  FILLER                  PIC X(02).                       00011000
000111*                                                                 00011100
000112 FD  PRINT-FILE                                                   00011200
000113     LABEL RECORD IS OMITTED.                                     00011300
000114 01  PRINT-LINE                  PIC X(132).                      00011400
000115*                                                                 00011500
000116 WORKING-STORAGE SECTION.                                         00011600
000117*                                                                 00011700
000118*EACH PLAN'S FULL MONTHLY PREMIUM BY TIER (EMPLOYEE PLUS          00011800
000119*EMPLOYER SHARE) IS WHAT THE CARRIER SHOULD BILL.  A PLAN IS      00011900
000120*MARKED WHEN ITS CARRIER APPEARS ON THE DECK, SO ONLY THOSE       00012000
000121*CARRIERS' ENROLLMENTS CAN BE CALLED NOT BILLED.                  00012100
000122 01  BENEFIT-PLAN-TABLE.                                          00012200
000123     05  BPT-ENTRY OCCURS 20 TIMES.                               00012300
000124         10  BPT-PLAN-CODE       PIC X(04).                       00012400
000125         10  BPT-CARRIER-CODE    PIC X(06).                       00012500
000126         10  BPT-PREMIUM         PIC 9(5)V99 OCCURS 3 TIMES.      00012600
000127         10  BPT-BILLED-FLAG     PIC X.                           00012700
000128             88  BPT-CARRIER-BILLED VALUE "Y".                    00012800
000129 77  WS-BPT-COUNT                PIC 99 VALUE 0.                  00012900
000130 77  WS-BPT-SUB                  PIC 99 VALUE 0.                  00013000
000131 77  WS-BPT-FOUND-SUB            PIC 99 VALUE 0.                  00013100
000132 77  BPT-EOF-FLAG                PIC X VALUE "N".                 00013200
000133     88  BPT-IS-EOF              VALUE "Y".                       00013300
000134*                                                                 00013400
000135*ONE ENTRY PER ENROLLMENT IN FORCE FOR THE BILLED MONTH.  A ZERO  00013500
000136*PLAN SUBSCRIPT MEANS THE PLAN OR TIER IS NOT ON THE PLAN MASTER. 00013600
000137 01  ENROLLMENT-TABLE.                                            00013700
000138     05  ENT-ENTRY OCCURS 500 TIMES.                              00013800
000139         10  ENT-EMP-ID          PIC X(10).                       00013900
000140         10  ENT-PLAN-CODE       PIC X(04).                       00014000
000141         10  ENT-TIER            PIC X.                           00014100
000142         10  ENT-PLAN-SUB        PIC 99.                          00014200
000143         10  ENT-EXPECTED        PIC 9(5)V99.                     00014300
000144         10  ENT-MATCHED-FLAG    PIC X.                           00014400
000145             88  ENT-WAS-BILLED  VALUE "Y".                       00014500
000146 77  WS-ENT-COUNT                PIC 999 VALUE 0.                 00014600
000147 77  WS-ENT-SUB                  PIC 999 VALUE 0.                 00014700
000148 77  WS-ENT-FOUND-SUB            PIC 999 VALUE 0.                 00014800
000149 77  WS-TIER-SUB                 PIC 9 VALUE 0.                   00014900
000150 77  ENT-EOF-FLAG                PIC X VALUE "N".                 00015000
000151     88  ENT-IS-EOF              VALUE "Y".                       00015100
000152 77  ENT-FOUND-FLAG              PIC X VALUE "N".                 00015200
000153     88  ENROLLMENT-WAS-FOUND    VALUE "Y".                       00015300
000154*                                                                 00015400
000155 77  INV-EOF-FLAG                PIC X VALUE "N".                 00015500
000156     88  INV-IS-EOF              VALUE "Y".                       00015600
000157 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00015700
000158 77  WS-BILL-MONTH               PIC 9(04) VALUE 0.               00015800
000159 77  WS-DIFFERENCE               PIC S9(5)V99 VALUE 0.            00015900
000160*                                                                 00016000
000161 77  WS-CARDS-READ               PIC 9(05) VALUE 0.               00016100
000162 77  WS-CARDS-MATCHED            PIC 9(05) VALUE 0.               00016200
000163 77  WS-NOT-ENROLLED-COUNT       PIC 9(05) VALUE 0.               00016300
000164 77  WS-MISMATCH-COUNT           PIC 9(05) VALUE 0.               00016400
000165 77  WS-NOT-BILLED-COUNT         PIC 9(05) VALUE 0.               00016500
000166 77  WS-WRONG-MONTH-COUNT        PIC 9(05) VALUE 0.               00016600
000167 77  WS-OTHER-CARRIER-COUNT      PIC 9(05) VALUE 0.               00016700
000168 77  WS-TOTAL-BILLED             PIC 9(7)V99 VALUE 0.             00016800
000169 77  WS-TOTAL-EXPECTED           PIC 9(7)V99 VALUE 0.             00016900
000170 77  WS-NOT-ENROLLED-AMOUNT      PIC 9(7)V99 VALUE 0.             00017000
000171 77  WS-MISMATCH-AMOUNT          PIC S9(7)V99 VALUE 0.            00017100
000172 77  WS-NOT-BILLED-AMOUNT        PIC 9(7)V99 VALUE 0.             00017200
000173*                                                                 00017300
000174 01  TITLE-LINE.                                                  00017400
000175     05  FILLER                  PIC X(20) VALUE SPACES.          00017500
000176     05  FILLER                  PIC X(38)                        00017600
000177             VALUE "CARRIER INVOICE RECONCILIATION -- ".          00017700
000178     05  FILLER                  PIC X(12) VALUE "BILL MONTH: ".  00017800
000179     05  TTL-BILL-MONTH          PIC 9(04).                       00017900
000180     05  FILLER                  PIC X(14)                        00018000
000181             VALUE "    RUN DATE: ".                              00018100
000182     05  TTL-RUN-DATE            PIC 9(06).                       00018200
000183*                                                                 00018300
000184 01  SECTION-LINE.                                                00018400
000185     05  FILLER                  PIC X(02) VALUE SPACES.          00018500
000186     05  SCL-CAPTION             PIC X(50).                       00018600
000187*                                                                 00018700
000188 01  COLUMN-HEAD-LINE.                                            00018800
000189     05  FILLER                  PIC X(05) VALUE SPACES.          00018900
000190     05  FILLER                  PIC X(08) VALUE "CARRIER".       00019000
000191     05  FILLER                  PIC X(12) VALUE "EMP-ID".        00019100
000192     05  FILLER                  PIC X(27) VALUE "NAME".          00019200
000193     05  FILLER                  PIC X(06) VALUE "PLAN".          00019300
000194     05  FILLER                  PIC X(10) VALUE "TIER B/E".      00019400
000195     05  FILLER                  PIC X(11) VALUE "    BILLED".    00019500
000196     05  FILLER                  PIC X(11) VALUE "  EXPECTED".    00019600
000197     05  FILLER                  PIC X(11) VALUE "DIFFERENCE".    00019700
000198     05  FILLER                  PIC X(03) VALUE SPACES.          00019800
000199     05  FILLER                  PIC X(20) VALUE "CONDITION".     00019900
000200*                                                                 00020000
000201 01  DETAIL-LINE.                                                 00020100
000202     05  FILLER                  PIC X(05) VALUE SPACES.          00020200
000203     05  DL-CARRIER-CODE         PIC X(06).                       00020300
000204     05  FILLER                  PIC X(02) VALUE SPACES.          00020400
000205     05  DL-EMP-ID               PIC X(10).                       00020500
000206     05  FILLER                  PIC X(02) VALUE SPACES.          00020600
000207     05  DL-NAME                 PIC X(25).                       00020700
000208     05  FILLER                  PIC X(02) VALUE SPACES.          00020800
000209     05  DL-PLAN-CODE            PIC X(04).                       00020900
000210     05  FILLER                  PIC X(03) VALUE SPACES.          00021000
000211     05  DL-TIER-BILLED          PIC X.                           00021100
000212     05  DL-SLASH                PIC X.                           00021200
000213     05  DL-TIER-ENROLLED        PIC X.                           00021300
000214     05  FILLER                  PIC X(02) VALUE SPACES.          00021400
000215     05  DL-BILLED               PIC ZZ,ZZ9.99.                   00021500
000216     05  FILLER                  PIC X(02) VALUE SPACES.          00021600
000217     05  DL-EXPECTED             PIC ZZ,ZZ9.99.                   00021700
000218     05  FILLER                  PIC X(02) VALUE SPACES.          00021800
000219     05  DL-DIFFERENCE           PIC ZZ,ZZ9.99-.                  00021900
000220     05  FILLER                  PIC X(03) VALUE SPACES.          00022000
000221     05  DL-CONDITION            PIC X(30).                       00022100
000222*                                                                 00022200
000223 01  TOTAL-LINE.                                                  00022300
000224     05  FILLER                  PIC X(05) VALUE SPACES.          00022400
000225     05  TL-CAPTION              PIC X(36).                       00022500
000226     05  TL-COUNT                PIC ZZ,ZZ9.                      00022600
000227     05  FILLER                  PIC X(04) VALUE SPACES.          00022700
000228     05  TL-AMOUNT               PIC Z,ZZZ,ZZ9.99-.               00022800
000229*                                                                 00022900
000230 PROCEDURE DIVISION.                                              00023000
000231 000-MAIN.                                                        00023100
000232     PERFORM INITIALIZATION.                                      00023200
000233     PERFORM CHECK-ONE-INVOICE-CARD UNTIL INV-IS-EOF.             00023300
000234     PERFORM LIST-NOT-BILLED.                                     00023400
000235     PERFORM CLOSING.                                             00023500
000236     STOP RUN.                                                    00023600
000237*                                                                 00023700
000238*THE BILLED MONTH IS TAKEN FROM THE FIRST INVOICE CARD; ONLY THE  00023800
000239*ENROLLMENTS IN FORCE THAT MONTH ARE LOADED.                      00023900
000240 INITIALIZATION.                                                  00024000
000241     ACCEPT WS-RUN-DATE FROM DATE.                                00024100
000242     OPEN INPUT CARRIER-INVOICE-FILE,                             00024200
000243                EMPLOYEE-MASTER-FILE,                             00024300
000244          OUTPUT PRINT-FILE.                                      00024400
000245     READ CARRIER-INVOICE-FILE                                    00024500
000246         AT END MOVE "Y" TO INV-EOF-FLAG.                         00024600
000247     IF NOT INV-IS-EOF                                            00024700
000248         MOVE INV-BILL-MONTH TO WS-BILL-MONTH                     00024800
000249     END-IF.                                                      00024900
000250     PERFORM LOAD-BENEFIT-PLANS.                                  00025000
000251     PERFORM LOAD-BENEFIT-ENROLLMENTS.                            00025100
000252     MOVE WS-BILL-MONTH TO TTL-BILL-MONTH.                        00025200
000253     MOVE WS-RUN-DATE TO TTL-RUN-DATE.                            00025300
000254     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00025400
000255     MOVE "INVOICE EXCEPTIONS" TO SCL-CAPTION.                    00025500
000256     WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.  00025600
000257     WRITE PRINT-LINE FROM COLUMN-HEAD-LINE                       00025700
000258         AFTER ADVANCING 1 LINE.                                  00025800
000259*                                                                 00025900
000260 LOAD-BENEFIT-PLANS.                                              00026000
000261     OPEN INPUT BENEFIT-PLAN-FILE.                                00026100
000262     READ BENEFIT-PLAN-FILE                                       00026200
000263         AT END MOVE "Y" TO BPT-EOF-FLAG.                         00026300
000264     PERFORM LOAD-ONE-BENEFIT-PLAN UNTIL BPT-IS-EOF.              00026400
000265     CLOSE BENEFIT-PLAN-FILE.                                     00026500
000266*                                                                 00026600
000267 LOAD-ONE-BENEFIT-PLAN.                                           00026700
000268     ADD 1 TO WS-BPT-COUNT.                                       00026800
000269     IF WS-BPT-COUNT > 20                                         00026900
000270         DISPLAY "BENRECN HALTED - BENEFIT PLAN TABLE FULL AT 20" 00027000
000271         MOVE 16 TO RETURN-CODE                                   00027100
000272         STOP RUN                                                 00027200
000273     END-IF.                                                      00027300
000274     MOVE BPL-PLAN-CODE TO BPT-PLAN-CODE(WS-BPT-COUNT).           00027400
000275     MOVE BPL-CARRIER-CODE TO BPT-CARRIER-CODE(WS-BPT-COUNT).     00027500
000276     ADD BPL-EE-PREMIUM(1), BPL-ER-PREMIUM(1)                     00027600
000277         GIVING BPT-PREMIUM(WS-BPT-COUNT, 1).                     00027700
000278     ADD BPL-EE-PREMIUM(2), BPL-ER-PREMIUM(2)                     00027800
000279         GIVING BPT-PREMIUM(WS-BPT-COUNT, 2).                     00027900
000280     ADD BPL-EE-PREMIUM(3), BPL-ER-PREMIUM(3)                     00028000
000281         GIVING BPT-PREMIUM(WS-BPT-COUNT, 3).                     00028100
000282     MOVE "N" TO BPT-BILLED-FLAG(WS-BPT-COUNT).                   00028200
000283     READ BENEFIT-PLAN-FILE                                       00028300
000284         AT END MOVE "Y" TO BPT-EOF-FLAG.                         00028400
000285*                                                                 00028500
000286*AN ENROLLMENT IS IN FORCE FOR THE MONTH WHEN IT STARTED BY THE   00028600
000287*MONTH'S END AND HAD NOT STOPPED BEFORE THE MONTH BEGAN.          00028700
000288 LOAD-BENEFIT-ENROLLMENTS.                                        00028800
000289     OPEN INPUT BENEFIT-ENROLL-FILE.                              00028900
000290     READ BENEFIT-ENROLL-FILE                                     00029000
000291         AT END MOVE "Y" TO ENT-EOF-FLAG.                         00029100
000292     PERFORM LOAD-ONE-ENROLLMENT UNTIL ENT-IS-EOF.                00029200
000293     CLOSE BENEFIT-ENROLL-FILE.                                   00029300
000294*                                                                 00029400
000295 LOAD-ONE-ENROLLMENT.                                             00029500
000296     IF (ENR-START-DATE EQUAL ZERO                                00029600
000297       OR ENR-START-YYMM NOT > WS-BILL-MONTH)                     00029700
000298       AND (ENR-STOP-DATE EQUAL ZERO                              00029800
000299       OR ENR-STOP-YYMM NOT < WS-BILL-MONTH)                      00029900
000300         PERFORM STORE-ONE-ENROLLMENT                             00030000
000301     END-IF.                                                      00030100
000302     READ BENEFIT-ENROLL-FILE                                     00030200
000303         AT END MOVE "Y" TO ENT-EOF-FLAG.                         00030300
000304*                                                                 00030400
000305 STORE-ONE-ENROLLMENT.                                            00030500
000306     ADD 1 TO WS-ENT-COUNT.                                       00030600
000307     IF WS-ENT-COUNT > 500                                        00030700
000308         DISPLAY "BENRECN HALTED - ENROLLMENT TABLE FULL AT 500"  00030800
000309         MOVE 16 TO RETURN-CODE                                   00030900
000310         STOP RUN                                                 00031000
000311     END-IF.                                                      00031100
000312     MOVE ENR-EMP-ID TO ENT-EMP-ID(WS-ENT-COUNT).                 00031200
000313     MOVE ENR-PLAN-CODE TO ENT-PLAN-CODE(WS-ENT-COUNT).           00031300
000314     MOVE ENR-TIER TO ENT-TIER(WS-ENT-COUNT).                     00031400
000315     MOVE "N" TO ENT-MATCHED-FLAG(WS-ENT-COUNT).                  00031500
000316     MOVE 0 TO ENT-PLAN-SUB(WS-ENT-COUNT),                        00031600
000317               ENT-EXPECTED(WS-ENT-COUNT).                        00031700
000318     MOVE 0 TO WS-BPT-FOUND-SUB.                                  00031800
000319     PERFORM MATCH-ONE-BENEFIT-PLAN                               00031900
000320         VARYING WS-BPT-SUB FROM 1 BY 1                           00032000
000321         UNTIL WS-BPT-SUB > WS-BPT-COUNT.                         00032100
000322     IF ENR-TIER-EMPLOYEE                                         00032200
000323         MOVE 1 TO WS-TIER-SUB                                    00032300
000324     ELSE                                                         00032400
000325     IF ENR-TIER-PLUS-ONE                                         00032500
000326         MOVE 2 TO WS-TIER-SUB                                    00032600
000327     ELSE                                                         00032700
000328     IF ENR-TIER-FAMILY                                           00032800
000329         MOVE 3 TO WS-TIER-SUB                                    00032900
000330     ELSE                                                         00033000
000331         MOVE 0 TO WS-TIER-SUB                                    00033100
000332     END-IF                                                       00033200
000333     END-IF                                                       00033300
000334     END-IF.                                                      00033400
000335     IF WS-BPT-FOUND-SUB > 0                                      00033500
000336       AND WS-TIER-SUB > 0                                        00033600
000337         MOVE WS-BPT-FOUND-SUB TO ENT-PLAN-SUB(WS-ENT-COUNT)      00033700
000338         MOVE BPT-PREMIUM(WS-BPT-FOUND-SUB, WS-TIER-SUB)          00033800
000339             TO ENT-EXPECTED(WS-ENT-COUNT)                        00033900
000340     END-IF.                                                      00034000
000341*                                                                 00034100
000342 MATCH-ONE-BENEFIT-PLAN.                                          00034200
000343     IF BPT-PLAN-CODE(WS-BPT-SUB) EQUAL ENR-PLAN-CODE             00034300
000344         MOVE WS-BPT-SUB TO WS-BPT-FOUND-SUB                      00034400
000345     END-IF.                                                      00034500
000346*                                                                 00034600
000347*EACH CARD IS MATCHED TO AN UNBILLED ENROLLMENT FOR THE SAME      00034700
000348*EMPLOYEE AND PLAN.  NONE IS BILLED BUT NOT ENROLLED; A MATCH AT  00034800
000349*ANOTHER TIER OR ANOTHER PREMIUM IS A MISMATCH.                   00034900
000350 CHECK-ONE-INVOICE-CARD.                                          00035000
000351     ADD 1 TO WS-CARDS-READ.                                      00035100
000352     PERFORM MARK-ONE-CARRIER-BILLED                              00035200
000353         VARYING WS-BPT-SUB FROM 1 BY 1                           00035300
000354         UNTIL WS-BPT-SUB > WS-BPT-COUNT.                         00035400
000355     MOVE SPACES TO DETAIL-LINE.                                  00035500
000356     MOVE INV-CARRIER-CODE TO DL-CARRIER-CODE.                    00035600
000357     MOVE INV-EMP-ID TO DL-EMP-ID.                                00035700
000358     MOVE INV-MEMBER-NAME TO DL-NAME.                             00035800
000359     MOVE INV-PLAN-CODE TO DL-PLAN-CODE.                          00035900
000360     MOVE INV-TIER TO DL-TIER-BILLED.                             00036000
000361     MOVE "/" TO DL-SLASH.                                        00036100
000362     IF INV-BILL-MONTH NOT EQUAL WS-BILL-MONTH                    00036200
000363       OR INV-PREMIUM NOT NUMERIC                                 00036300
000364         ADD 1 TO WS-WRONG-MONTH-COUNT                            00036400
000365         MOVE "CARD REJECTED - BAD MONTH/AMT" TO DL-CONDITION     00036500
000366         WRITE PRINT-LINE FROM DETAIL-LINE                        00036600
000367             AFTER ADVANCING 1 LINE                               00036700
000368     ELSE                                                         00036800
000369         ADD INV-PREMIUM TO WS-TOTAL-BILLED                       00036900
000370         MOVE INV-PREMIUM TO DL-BILLED                            00037000
000371         PERFORM FIND-INVOICE-ENROLLMENT                          00037100
000372         IF ENROLLMENT-WAS-FOUND                                  00037200
000373             PERFORM COMPARE-INVOICE-PREMIUM                      00037300
000374         ELSE                                                     00037400
000375             ADD 1 TO WS-NOT-ENROLLED-COUNT                       00037500
000376             ADD INV-PREMIUM TO WS-NOT-ENROLLED-AMOUNT            00037600
000377             MOVE INV-PREMIUM TO DL-DIFFERENCE                    00037700
000378             MOVE "BILLED, NOT ENROLLED" TO DL-CONDITION          00037800
000379             WRITE PRINT-LINE FROM DETAIL-LINE                    00037900
000380                 AFTER ADVANCING 1 LINE                           00038000
000381         END-IF                                                   00038100
000382     END-IF.                                                      00038200
000383     READ CARRIER-INVOICE-FILE                                    00038300
000384         AT END MOVE "Y" TO INV-EOF-FLAG.                         00038400
000385*                                                                 00038500
000386 MARK-ONE-CARRIER-BILLED.                                         00038600
000387     IF BPT-CARRIER-CODE(WS-BPT-SUB) EQUAL INV-CARRIER-CODE       00038700
000388         MOVE "Y" TO BPT-BILLED-FLAG(WS-BPT-SUB)                  00038800
000389     END-IF.                                                      00038900
000390*                                                                 00039000
000391 FIND-INVOICE-ENROLLMENT.                                         00039100
000392     MOVE "N" TO ENT-FOUND-FLAG.                                  00039200
000393     PERFORM MATCH-ONE-ENROLLMENT                                 00039300
000394         VARYING WS-ENT-SUB FROM 1 BY 1                           00039400
000395         UNTIL WS-ENT-SUB > WS-ENT-COUNT                          00039500
000396         OR ENROLLMENT-WAS-FOUND.                                 00039600
000397*                                                                 00039700
000398 MATCH-ONE-ENROLLMENT.                                            00039800
000399     IF ENT-EMP-ID(WS-ENT-SUB) EQUAL INV-EMP-ID                   00039900
000400       AND ENT-PLAN-CODE(WS-ENT-SUB) EQUAL INV-PLAN-CODE          00040000
000401       AND NOT ENT-WAS-BILLED(WS-ENT-SUB)                         00040100
000402         MOVE "Y" TO ENT-FOUND-FLAG                               00040200
000403         MOVE WS-ENT-SUB TO WS-ENT-FOUND-SUB                      00040300
000404     END-IF.                                                      00040400
000405*                                                                 00040500
000406 COMPARE-INVOICE-PREMIUM.                                         00040600
000407     ADD 1 TO WS-CARDS-MATCHED.                                   00040700
000408     MOVE "Y" TO ENT-MATCHED-FLAG(WS-ENT-FOUND-SUB).              00040800
000409     ADD ENT-EXPECTED(WS-ENT-FOUND-SUB) TO WS-TOTAL-EXPECTED.     00040900
000410     SUBTRACT ENT-EXPECTED(WS-ENT-FOUND-SUB) FROM INV-PREMIUM     00041000
000411         GIVING WS-DIFFERENCE.                                    00041100
000412     IF ENT-PLAN-SUB(WS-ENT-FOUND-SUB) EQUAL ZERO                 00041200
000413         MOVE "PLAN/TIER NOT ON PLAN MASTER" TO DL-CONDITION      00041300
000414     ELSE                                                         00041400
000415     IF INV-TIER NOT EQUAL ENT-TIER(WS-ENT-FOUND-SUB)             00041500
000416         MOVE "WRONG TIER BILLED" TO DL-CONDITION                 00041600
000417     ELSE                                                         00041700
000418     IF WS-DIFFERENCE NOT EQUAL ZERO                              00041800
000419         MOVE "PREMIUM MISMATCH" TO DL-CONDITION                  00041900
000420     END-IF                                                       00042000
000421     END-IF                                                       00042100
000422     END-IF.                                                      00042200
000423     IF DL-CONDITION NOT EQUAL SPACES                             00042300
000424         ADD 1 TO WS-MISMATCH-COUNT                               00042400
000425         ADD WS-DIFFERENCE TO WS-MISMATCH-AMOUNT                  00042500
000426         MOVE ENT-TIER(WS-ENT-FOUND-SUB) TO DL-TIER-ENROLLED      00042600
000427         MOVE ENT-EXPECTED(WS-ENT-FOUND-SUB) TO DL-EXPECTED       00042700
000428         MOVE WS-DIFFERENCE TO DL-DIFFERENCE                      00042800
000429         WRITE PRINT-LINE FROM DETAIL-LINE                        00042900
000430             AFTER ADVANCING 1 LINE                               00043000
000431     END-IF.                                                      00043100
000432*                                                                 00043200
000433*AN ENROLLMENT NOT BILLED IS LISTED ONLY WHEN ITS CARRIER SENT A  00043300
000434*BILL ON THIS DECK; OTHER CARRIERS' ENROLLMENTS ARE COUNTED.      00043400
000435 LIST-NOT-BILLED.                                                 00043500
000436     MOVE "ENROLLED, NOT BILLED" TO SCL-CAPTION.                  00043600
000437     WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.  00043700
000438     WRITE PRINT-LINE FROM COLUMN-HEAD-LINE                       00043800
000439         AFTER ADVANCING 1 LINE.                                  00043900
000440     PERFORM CHECK-ONE-NOT-BILLED                                 00044000
000441         VARYING WS-ENT-SUB FROM 1 BY 1                           00044100
000442         UNTIL WS-ENT-SUB > WS-ENT-COUNT.                         00044200
000443*                                                                 00044300
000444 CHECK-ONE-NOT-BILLED.                                            00044400
000445     IF NOT ENT-WAS-BILLED(WS-ENT-SUB)                            00044500
000446         MOVE ENT-PLAN-SUB(WS-ENT-SUB) TO WS-BPT-SUB              00044600
000447         IF WS-BPT-SUB EQUAL ZERO                                 00044700
000448             PERFORM PRINT-NOT-BILLED                             00044800
000449         ELSE                                                     00044900
000450             IF BPT-CARRIER-BILLED(WS-BPT-SUB)                    00045000
000451                 PERFORM PRINT-NOT-BILLED                         00045100
000452             ELSE                                                 00045200
000453                 ADD 1 TO WS-OTHER-CARRIER-COUNT                  00045300
000454             END-IF                                               00045400
000455         END-IF                                                   00045500
000456     END-IF.                                                      00045600
000457*                                                                 00045700
000458 PRINT-NOT-BILLED.                                                00045800
000459     MOVE SPACES TO DETAIL-LINE.                                  00045900
000460     MOVE "/" TO DL-SLASH.                                        00046000
000461     MOVE ENT-EMP-ID(WS-ENT-SUB) TO DL-EMP-ID, EMP-ID.            00046100
000462     MOVE ENT-PLAN-CODE(WS-ENT-SUB) TO DL-PLAN-CODE.              00046200
000463     MOVE ENT-TIER(WS-ENT-SUB) TO DL-TIER-ENROLLED.               00046300
000464     MOVE ENT-EXPECTED(WS-ENT-SUB) TO DL-EXPECTED.                00046400
000465     READ EMPLOYEE-MASTER-FILE                                    00046500
000466         INVALID KEY                                              00046600
000467             MOVE "(NOT ON EMPLOYEE MASTER)" TO DL-NAME           00046700
000468         NOT INVALID KEY                                          00046800
000469             MOVE EMP-NAME TO DL-NAME                             00046900
000470     END-READ.                                                    00047000
000471     IF WS-BPT-SUB EQUAL ZERO                                     00047100
000472         MOVE "PLAN/TIER NOT ON PLAN MASTER" TO DL-CONDITION      00047200
000473     ELSE                                                         00047300
000474         MOVE BPT-CARRIER-CODE(WS-BPT-SUB) TO DL-CARRIER-CODE     00047400
000475         MOVE "ENROLLED, NOT BILLED" TO DL-CONDITION              00047500
000476     END-IF.                                                      00047600
000477     COMPUTE WS-DIFFERENCE = 0 - ENT-EXPECTED(WS-ENT-SUB).        00047700
000478     MOVE WS-DIFFERENCE TO DL-DIFFERENCE.                         00047800
000479     ADD 1 TO WS-NOT-BILLED-COUNT.                                00047900
000480     ADD ENT-EXPECTED(WS-ENT-SUB) TO WS-NOT-BILLED-AMOUNT.        00048000
000481     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.    00048100
000482*                                                                 00048200
000483 CLOSING.                                                         00048300
000484     MOVE "INVOICE CARDS READ / BILLED:" TO TL-CAPTION.           00048400
000485     MOVE WS-CARDS-READ TO TL-COUNT.                              00048500
000486     MOVE WS-TOTAL-BILLED TO TL-AMOUNT.                           00048600
000487     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.    00048700
000488     MOVE "CARDS MATCHED / EXPECTED PREMIUM:" TO TL-CAPTION.      00048800
000489     MOVE WS-CARDS-MATCHED TO TL-COUNT.                           00048900
000490     MOVE WS-TOTAL-EXPECTED TO TL-AMOUNT.                         00049000
000491     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00049100
000492     MOVE "BILLED, NOT ENROLLED:" TO TL-CAPTION.                  00049200
000493     MOVE WS-NOT-ENROLLED-COUNT TO TL-COUNT.                      00049300
000494     MOVE WS-NOT-ENROLLED-AMOUNT TO TL-AMOUNT.                    00049400
000495     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00049500
000496     MOVE "TIER OR PREMIUM MISMATCHES (NET):" TO TL-CAPTION.      00049600
000497     MOVE WS-MISMATCH-COUNT TO TL-COUNT.                          00049700
000498     MOVE WS-MISMATCH-AMOUNT TO TL-AMOUNT.                        00049800
000499     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00049900
000500     MOVE "ENROLLED, NOT BILLED:" TO TL-CAPTION.                  00050000
000501     MOVE WS-NOT-BILLED-COUNT TO TL-COUNT.                        00050100
000502     MOVE WS-NOT-BILLED-AMOUNT TO TL-AMOUNT.                      00050200
000503     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00050300
000504     MOVE "CARDS REJECTED (MONTH OR AMOUNT):" TO TL-CAPTION.      00050400
000505     MOVE WS-WRONG-MONTH-COUNT TO TL-COUNT.                       00050500
000506     MOVE 0 TO TL-AMOUNT.                                         00050600
000507     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00050700
000508     MOVE "ENROLLMENTS, CARRIER NOT ON DECK:" TO TL-CAPTION.      00050800
000509     MOVE WS-OTHER-CARRIER-COUNT TO TL-COUNT.                     00050900
000510     MOVE 0 TO TL-AMOUNT.                                         00051000
000511     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00051100
000512     CLOSE CARRIER-INVOICE-FILE, EMPLOYEE-MASTER-FILE,            00051200
000513           PRINT-FILE.                                            00051300
