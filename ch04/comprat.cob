000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. COMPRAT.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  COMPA-RATIO AND GRADE      00000800
000009*                    RANGE PENETRATION REPORT FOR THE ANNUAL      00000900
000010*                    SALARY REVIEW.  EVERY ACTIVE EMPLOYEE'S      00001000
000011*                    EMP-PAYRATE IS SET AGAINST THE GRADE         00001100
000012*                    MASTER'S RANGE FOR THE EMPLOYEE'S GRADE:     00001200
000013*                    THE COMPA-RATIO (RATE OVER THE RANGE         00001300
000014*                    MIDPOINT) AND THE PENETRATION (HOW FAR FROM  00001400
000015*                    THE MINIMUM TOWARD THE MAXIMUM).  LISTED BY  00001500
000016*                    GRADE AND DEPARTMENT WITH AVERAGES; A RATE   00001600
000017*                    WITHIN THE OPERATOR CARD'S PERCENT OF THE    00001700
000018*                    GRADE MAXIMUM IS FLAGGED AS A RED-CIRCLE     00001800
000019*                    RISK, AND ONE BELOW THE MINIMUM (AS AFTER A  00001900
000020*                    GRADE CHANGE) OR OVER THE MAXIMUM IS FLAGGED 00002000
000021*                    TOO.                                         00002100
000022*                                                                 00002200
000023 ENVIRONMENT DIVISION.                                            00002300
000024 CONFIGURATION SECTION.                                           00002400
000025 SOURCE-COMPUTER. IBM-370.                                        00002500
000026 OBJECT-COMPUTER. IBM-370.                                        00002600
000027*                                                                 00002700
000028 INPUT-OUTPUT SECTION.                                            00002800
000029 FILE-CONTROL.                                                    00002900
000030     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00003000
000031         ORGANIZATION IS INDEXED                                  00003100
000032         ACCESS MODE IS SEQUENTIAL                                00003200
000033         RECORD KEY IS EMP-ID.                                    00003300
000034     SELECT GRADE-MASTER-FILE ASSIGN TO UT-S-GRADES.              00003400
000035     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO UT-S-PARMS.         00003500
000036     SELECT COMPA-SORTED-FILE ASSIGN TO UT-S-COMPSRT.             00003600
000037     SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.                      00003700
000038     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003800
000039*                                                                 00003900
000040 DATA DIVISION.                                                   00004000
000041 FILE SECTION.                                                    00004100
000042*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00004200
000043 FD  EMPLOYEE-MASTER-FILE                                         00004300
000044     LABEL RECORD IS OMITTED.                                     00004400
000045 01  EMPLOYEE-MASTER-RECORD.                                      00004500
000046     COPY EMPLOYEE.                                               00004600
000047     05  EMP-M-SALARY-CODE       PIC X.                           00004700
000048     05  EMP-M-STATUS            PIC X.                           00004800
000049         88  EMP-M-IS-ACTIVE     VALUE "A".                       00004900
000050     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00005000
000051     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00005100
000052     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00005200
000053     05  EMP-M-FILING-STATUS     PIC X.                           00005300
000054     05  EMP-M-ALLOWANCES        PIC 99.                          00005400
000055     05  EMP-M-COMP-CLASS        PIC X(04).                       00005500
000056     05  EMP-M-PAY-GROUP         PIC X(02).                       00005600
000057     05  EMP-M-PAY-FREQUENCY     PIC X.                           00005700
000058     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00005800
000059     05  EMP-M-SSN               PIC 9(09).                       00005900
000060     05  EMP-M-HIRE-DATE         PIC 9(06).                       00006000
000061     05  EMP-M-STREET            PIC X(25).                       00006100
000062     05  EMP-M-CITY              PIC X(15).                       00006200
000063     05  EMP-M-STATE             PIC X(02).                       00006300
000064     05  EMP-M-ZIP               PIC X(09).                       00006400
000065     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00006500
000066     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00006600
000067     05  FILLER                  PIC X(02).                       00006700
000068*                                                                 00006800
000069*ONE GRADE MASTER RECORD PER JOB GRADE: THE MINIMUM AND MAXIMUM   00006900
000070*HOURLY RATE THE GRADE MAY CARRY.                                 00007000
000071 FD  GRADE-MASTER-FILE                                            00007100
000072     LABEL RECORD IS OMITTED.                                     00007200
000073 01  GRADE-MASTER-RECORD.                                         00007300
000074     05  GRD-GRADE-CODE          PIC X(02).                       00007400
000075     05  GRD-MIN-RATE            PIC 99V99.                       00007500
000076     05  GRD-MAX-RATE            PIC 99V99.                       00007600
000077     05  FILLER                  PIC X(70).                       00007700
000078*                                                                 00007800
000079*THE OPTIONAL OPERATOR CARD GIVES THE RED-CIRCLE PERCENT: A RATE  00007900
000080*WITHIN THAT PERCENT OF THE GRADE MAXIMUM IS FLAGGED.  WITHOUT A  00008000
000081*CARD THE PERCENT IS 5.                                           00008100
000082 FD  PARAMETER-FILE                                               00008200
000083     LABEL RECORD IS OMITTED.                                     00008300
000084 01  PARAMETER-RECORD.                                            00008400
000085     05  PARM-NEAR-MAX-PCT       PIC 99V9.                        00008500
000086     05  FILLER                  PIC X(77).                       00008600
000087*                                                                 00008700
000088*GRADED EMPLOYEES SORT AHEAD OF THOSE WHOSE GRADE HAS NO RANGE    00008800
000089*ON THE GRADE MASTER.                                             00008900
000090 FD  COMPA-SORTED-FILE                                            00009000
000091     LABEL RECORD IS OMITTED.                                     00009100
000092 01  COMPA-SORTED-RECORD.                                         00009200
000093     05  CSD-CLASS               PIC X.                           00009300
000094         88  CSD-HAS-NO-RANGE    VALUE "2".                       00009400
000095     05  CSD-GRADE-CODE          PIC X(02).                       00009500
000096     05  CSD-DEPARTMENT          PIC X(15).                       00009600
000097     05  CSD-EMP-ID              PIC X(10).                       00009700
000098     05  CSD-EMP-NAME            PIC X(25).                       00009800
000099     05  CSD-PAYRATE             PIC 99V99.                       00009900
000100     05  CSD-MIN-RATE            PIC 99V99.                       00010000
000101     05  CSD-MAX-RATE            PIC 99V99.                       00010100
000102*                                                                 00010200
000103 SD  SORT-FILE.                                                   00010300
000104 01  SORT-COMPA-RECORD.                                           00010400
000105     05  SRT-CLASS               PIC X.                           00010500
000106     05  SRT-GRADE-CODE          PIC X(02).                       00010600
000107     05  SRT-DEPARTMENT          PIC X(15).                       00010700
000108     05  SRT-EMP-ID              PIC X(10).                       00010800
000109     05  SRT-EMP-NAME            PIC X(25).                       00010900
000110     05  SRT-PAYRATE             PIC 99V99.                       00011000
000111     05  SRT-MIN-RATE            PIC 99V99.                       00011100
000112     05  SRT-MAX-RATE            PIC 99V99.                       00011200
000113*                                                                 00011300
000114 FD  PRINT-FILE                                                   00011400
000115     LABEL RECORD IS OMITTED.                                     00011500
000116 01  PRINT-LINE                  PIC X(132).                      00011600
000117*                                                                 00011700
000118 WORKING-STORAGE SECTION.                                         00011800
000119*                                                                 00011900
000120 01  GRADE-TABLE.                                                 00012000
000121     05  GRD-ENTRY OCCURS 20 TIMES.                               00012100
000122         10  GRT-GRADE-CODE      PIC X(02).                       00012200
000123         10  GRT-MIN-RATE        PIC 99V99.                       00012300
000124         10  GRT-MAX-RATE        PIC 99V99.                       00012400
000125 77  WS-GRD-COUNT                PIC 99 VALUE 0.                  00012500
000126 77  WS-GRD-SUB                  PIC 99 VALUE 0.                  00012600
000127 77  GRD-EOF-FLAG                PIC X VALUE "N".                 00012700
000128     88  GRD-IS-EOF              VALUE "Y".                       00012800
000129 77  GRD-FOUND-FLAG              PIC X VALUE "N".                 00012900
000130     88  GRADE-WAS-FOUND         VALUE "Y".                       00013000
000131 77  WS-GRD-FOUND-SUB            PIC 99 VALUE 0.                  00013100
000132*                                                                 00013200
000133 77  MASTER-EOF-FLAG             PIC X VALUE "N".                 00013300
000134     88  MASTER-IS-EOF           VALUE "Y".                       00013400
000135 77  SORTED-EOF-FLAG             PIC X VALUE "N".                 00013500
000136     88  SORTED-IS-EOF           VALUE "Y".                       00013600
000137 77  FIRST-GROUP-FLAG            PIC X VALUE "Y".                 00013700
000138     88  IS-FIRST-GROUP          VALUE "Y".                       00013800
000139*                                                                 00013900
000140 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00014000
000141 77  WS-NEAR-MAX-PCT             PIC 99V9 VALUE 5.0.              00014100
000142 77  WS-NEAR-MAX-RATE            PIC 99V99 VALUE 0.               00014200
000143 77  WS-MIDPOINT                 PIC 99V999 VALUE 0.              00014300
000144 77  WS-COMPA-RATIO              PIC S9(03)V9 VALUE 0.            00014400
000145 77  WS-PENETRATION              PIC S9(03)V9 VALUE 0.            00014500
000146 77  WS-INACTIVE-SKIPPED         PIC 9(05) VALUE 0.               00014600
000147*                                                                 00014700
000148 01  WS-ACTUAL-CLASS             PIC X VALUE SPACES.              00014800
000149 01  WS-ACTUAL-GRADE-CODE        PIC X(02) VALUE SPACES.          00014900
000150 01  WS-ACTUAL-DEPARTMENT        PIC X(15) VALUE SPACES.          00015000
000151*                                                                 00015100
000152*SUMS FOR THE AVERAGES: ONE SET FOR THE DEPARTMENT WITHIN THE     00015200
000153*GRADE, ONE FOR THE GRADE, AND ONE FOR ALL GRADED EMPLOYEES.      00015300
000154 01  DEPT-SUMS.                                                   00015400
000155     05  DPS-COUNT               PIC 9(05).                       00015500
000156     05  DPS-PAYRATE             PIC 9(07)V99.                    00015600
000157     05  DPS-COMPA               PIC S9(07)V9.                    00015700
000158     05  DPS-PENETRATION         PIC S9(07)V9.                    00015800
000159 01  GRADE-SUMS.                                                  00015900
000160     05  GRS-COUNT               PIC 9(05).                       00016000
000161     05  GRS-PAYRATE             PIC 9(07)V99.                    00016100
000162     05  GRS-COMPA               PIC S9(07)V9.                    00016200
000163     05  GRS-PENETRATION         PIC S9(07)V9.                    00016300
000164 01  ALL-SUMS.                                                    00016400
000165     05  ALS-COUNT               PIC 9(05).                       00016500
000166     05  ALS-PAYRATE             PIC 9(07)V99.                    00016600
000167     05  ALS-COMPA               PIC S9(07)V9.                    00016700
000168     05  ALS-PENETRATION         PIC S9(07)V9.                    00016800
000169 01  LINE-SUMS.                                                   00016900
000170     05  LNS-COUNT               PIC 9(05).                       00017000
000171     05  LNS-PAYRATE             PIC 9(07)V99.                    00017100
000172     05  LNS-COMPA               PIC S9(07)V9.                    00017200
000173     05  LNS-PENETRATION         PIC S9(07)V9.                    00017300
000174 77  WS-NEAR-MAX-COUNT           PIC 9(05) VALUE 0.               00017400
000175 77  WS-OVER-MAX-COUNT           PIC 9(05) VALUE 0.               00017500
000176 77  WS-BELOW-MIN-COUNT          PIC 9(05) VALUE 0.               00017600
000177 77  WS-NO-RANGE-COUNT           PIC 9(05) VALUE 0.               00017700
000178*                                                                 00017800
000179 01  TITLE-LINE.                                                  00017900
000180     05  FILLER                  PIC X(20) VALUE SPACES.          00018000
000181     05  FILLER                  PIC X(40)                        00018100
000182             VALUE "COMPA-RATIO AND GRADE RANGE PENETRATION".     00018200
000183     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".    00018300
000184     05  TTL-RUN-DATE            PIC 9(06).                       00018400
000185*                                                                 00018500
000186 01  PARM-LINE.                                                   00018600
000187     05  FILLER                  PIC X(05) VALUE SPACES.          00018700
000188     05  FILLER                  PIC X(42)                        00018800
000189             VALUE "RED-CIRCLE RISK: WITHIN PCT OF GRADE MAX: ".  00018900
000190     05  PML-NEAR-MAX-PCT        PIC Z9.9.                        00019000
000191*                                                                 00019100
000192 01  GRADE-HEAD-LINE.                                             00019200
000193     05  FILLER                  PIC X(02) VALUE SPACES.          00019300
000194     05  FILLER                  PIC X(07) VALUE "GRADE: ".       00019400
000195     05  GHL-GRADE-CODE          PIC X(02).                       00019500
000196     05  FILLER                  PIC X(08) VALUE "   MIN: ".      00019600
000197     05  GHL-MIN-RATE            PIC Z9.99.                       00019700
000198     05  FILLER                  PIC X(13) VALUE "   MIDPOINT: ". 00019800
000199     05  GHL-MIDPOINT            PIC Z9.999.                      00019900
000200     05  FILLER                  PIC X(08) VALUE "   MAX: ".      00020000
000201     05  GHL-MAX-RATE            PIC Z9.99.                       00020100
000202*                                                                 00020200
000203 01  NO-RANGE-HEAD-LINE.                                          00020300
000204     05  FILLER                  PIC X(02) VALUE SPACES.          00020400
000205     05  FILLER                  PIC X(50) VALUE                  00020500
000206         "NO GRADE OR GRADE NOT ON THE GRADE MASTER".             00020600
000207*                                                                 00020700
000208 01  COLUMN-HEAD-LINE.                                            00020800
000209     05  FILLER                  PIC X(05) VALUE SPACES.          00020900
000210     05  FILLER                  PIC X(17) VALUE "DEPARTMENT".    00021000
000211     05  FILLER                  PIC X(12) VALUE "EMP-ID".        00021100
000212     05  FILLER                  PIC X(27) VALUE "NAME".          00021200
000213     05  FILLER                  PIC X(07) VALUE "  RATE".        00021300
000214     05  FILLER                  PIC X(09) VALUE "  COMPA".       00021400
000215     05  FILLER                  PIC X(09) VALUE "  PENETR".      00021500
000216     05  FILLER                  PIC X(15) VALUE "FLAG".          00021600
000217*                                                                 00021700
000218 01  DETAIL-LINE.                                                 00021800
000219     05  FILLER                  PIC X(05) VALUE SPACES.          00021900
000220     05  DL-DEPARTMENT           PIC X(15).                       00022000
000221     05  FILLER                  PIC X(02) VALUE SPACES.          00022100
000222     05  DL-EMP-ID               PIC X(10).                       00022200
000223     05  FILLER                  PIC X(02) VALUE SPACES.          00022300
000224     05  DL-EMP-NAME             PIC X(25).                       00022400
000225     05  FILLER                  PIC X(02) VALUE SPACES.          00022500
000226     05  DL-PAYRATE              PIC Z9.99.                       00022600
000227     05  FILLER                  PIC X(02) VALUE SPACES.          00022700
000228     05  DL-COMPA                PIC ZZ9.9-.                      00022800
000229     05  FILLER                  PIC X(03) VALUE SPACES.          00022900
000230     05  DL-PENETRATION          PIC ZZ9.9-.                      00023000
000231     05  FILLER                  PIC X(03) VALUE SPACES.          00023100
000232     05  DL-FLAG                 PIC X(24).                       00023200
000233*                                                                 00023300
000234 01  AVERAGE-LINE.                                                00023400
000235     05  FILLER                  PIC X(05) VALUE SPACES.          00023500
000236     05  AVL-CAPTION             PIC X(15).                       00023600
000237     05  FILLER                  PIC X(02) VALUE SPACES.          00023700
000238     05  AVL-KEY                 PIC X(15).                       00023800
000239     05  FILLER                  PIC X(07) VALUE " COUNT ".       00023900
000240     05  AVL-COUNT               PIC ZZ,ZZ9.                      00024000
000241     05  FILLER                  PIC X(11) VALUE "  AVERAGES:".   00024100
000242     05  AVL-PAYRATE             PIC ZZZ9.99.                     00024200
000243     05  FILLER                  PIC X(02) VALUE SPACES.          00024300
000244     05  AVL-COMPA               PIC ZZ9.9-.                      00024400
000245     05  FILLER                  PIC X(03) VALUE SPACES.          00024500
000246     05  AVL-PENETRATION         PIC ZZ9.9-.                      00024600
000247*                                                                 00024700
000248 01  FLAG-COUNT-LINE.                                             00024800
000249     05  FILLER                  PIC X(05) VALUE SPACES.          00024900
000250     05  FCL-CAPTION             PIC X(32).                       00025000
000251     05  FCL-COUNT               PIC ZZ,ZZ9.                      00025100
000252*                                                                 00025200
000253 01  BASIS-NOTE-LINE.                                             00025300
000254     05  FILLER                  PIC X(05) VALUE SPACES.          00025400
000255     05  FILLER                  PIC X(76) VALUE                  00025500
000256    "COMPA = RATE / MIDPOINT * 100   PENETR = (RATE - MIN) / (MAX 00025600
000257-    " - MIN) * 100".                                             00025700
000258*                                                                 00025800
000259 PROCEDURE DIVISION.                                              00025900
000260 000-MAIN.                                                        00026000
000261     PERFORM INITIALIZATION.                                      00026100
000262     PERFORM REPORT-ONE-EMPLOYEE UNTIL SORTED-IS-EOF.             00026200
000263     PERFORM CLOSING.                                             00026300
000264     STOP RUN.                                                    00026400
000265*                                                                 00026500
000266 INITIALIZATION.                                                  00026600
000267     ACCEPT WS-RUN-DATE FROM DATE.                                00026700
000268     OPEN INPUT PARAMETER-FILE.                                   00026800
000269     READ PARAMETER-FILE                                          00026900
000270         AT END                                                   00027000
000271             CONTINUE                                             00027100
000272         NOT AT END                                               00027200
000273             IF PARM-NEAR-MAX-PCT NUMERIC                         00027300
000274               AND PARM-NEAR-MAX-PCT > 0                          00027400
000275                 MOVE PARM-NEAR-MAX-PCT TO WS-NEAR-MAX-PCT        00027500
000276             END-IF                                               00027600
000277     END-READ.                                                    00027700
000278     CLOSE PARAMETER-FILE.                                        00027800
000279     PERFORM LOAD-GRADE-MASTER.                                   00027900
000280     MOVE ZEROS TO DEPT-SUMS, GRADE-SUMS, ALL-SUMS.               00028000
000281     SORT SORT-FILE                                               00028100
000282         ON ASCENDING KEY SRT-CLASS, SRT-GRADE-CODE,              00028200
000283                          SRT-DEPARTMENT, SRT-EMP-ID              00028300
000284         INPUT PROCEDURE IS SELECT-ACTIVE-EMPLOYEES               00028400
000285         GIVING COMPA-SORTED-FILE.                                00028500
000286     OPEN INPUT COMPA-SORTED-FILE,                                00028600
000287          OUTPUT PRINT-FILE.                                      00028700
000288     MOVE WS-RUN-DATE TO TTL-RUN-DATE.                            00028800
000289     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00028900
000290     MOVE WS-NEAR-MAX-PCT TO PML-NEAR-MAX-PCT.                    00029000
000291     WRITE PRINT-LINE FROM PARM-LINE AFTER ADVANCING 1 LINE.      00029100
000292     READ COMPA-SORTED-FILE                                       00029200
000293         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00029300
000294*                                                                 00029400
000295 LOAD-GRADE-MASTER.                                               00029500
000296     OPEN INPUT GRADE-MASTER-FILE.                                00029600
000297     READ GRADE-MASTER-FILE                                       00029700
000298         AT END MOVE "Y" TO GRD-EOF-FLAG.                         00029800
000299     PERFORM LOAD-ONE-GRADE UNTIL GRD-IS-EOF.                     00029900
000300     CLOSE GRADE-MASTER-FILE.                                     00030000
000301*                                                                 00030100
000302 LOAD-ONE-GRADE.                                                  00030200
000303     ADD 1 TO WS-GRD-COUNT.                                       00030300
000304     IF WS-GRD-COUNT > 20                                         00030400
000305         DISPLAY "COMPRAT HALTED - GRADE TABLE FULL AT 20"        00030500
000306         MOVE 16 TO RETURN-CODE                                   00030600
000307         STOP RUN                                                 00030700
000308     END-IF.                                                      00030800
000309     MOVE GRD-GRADE-CODE TO GRT-GRADE-CODE(WS-GRD-COUNT).         00030900
000310     MOVE GRD-MIN-RATE TO GRT-MIN-RATE(WS-GRD-COUNT).             00031000
000311     MOVE GRD-MAX-RATE TO GRT-MAX-RATE(WS-GRD-COUNT).             00031100
000312     READ GRADE-MASTER-FILE                                       00031200
000313         AT END MOVE "Y" TO GRD-EOF-FLAG.                         00031300
000314*                                                                 00031400
000315*ONLY ACTIVE EMPLOYEES ARE UP FOR REVIEW.  THE GRADE'S RANGE      00031500
000316*TRAVELS WITH EACH EMPLOYEE THROUGH THE SORT.                     00031600
000317 SELECT-ACTIVE-EMPLOYEES.                                         00031700
000318     OPEN INPUT EMPLOYEE-MASTER-FILE                              00031800
000319     READ EMPLOYEE-MASTER-FILE                                    00031900
000320         AT END MOVE "Y" TO MASTER-EOF-FLAG                       00032000
000321     END-READ                                                     00032100
000322     PERFORM RELEASE-ONE-EMPLOYEE UNTIL MASTER-IS-EOF             00032200
000323     CLOSE EMPLOYEE-MASTER-FILE.                                  00032300
000324*                                                                 00032400
000325 RELEASE-ONE-EMPLOYEE.                                            00032500
000326     IF EMP-M-IS-ACTIVE                                           00032600
000327         PERFORM BUILD-SORT-RECORD                                00032700
000328         RELEASE SORT-COMPA-RECORD                                00032800
000329     ELSE                                                         00032900
000330         ADD 1 TO WS-INACTIVE-SKIPPED                             00033000
000331     END-IF.                                                      00033100
000332     READ EMPLOYEE-MASTER-FILE                                    00033200
000333         AT END MOVE "Y" TO MASTER-EOF-FLAG.                      00033300
000334*                                                                 00033400
000335 BUILD-SORT-RECORD.                                               00033500
000336     MOVE EMP-GRADE-CODE TO SRT-GRADE-CODE.                       00033600
000337     MOVE EMP-DEPARTMENT TO SRT-DEPARTMENT.                       00033700
000338     MOVE EMP-ID TO SRT-EMP-ID.                                   00033800
000339     MOVE EMP-NAME TO SRT-EMP-NAME.                               00033900
000340     MOVE EMP-PAYRATE TO SRT-PAYRATE.                             00034000
000341     MOVE "N" TO GRD-FOUND-FLAG.                                  00034100
000342     IF EMP-GRADE-CODE NOT EQUAL SPACES                           00034200
000343         PERFORM MATCH-ONE-GRADE                                  00034300
000344             VARYING WS-GRD-SUB FROM 1 BY 1                       00034400
000345             UNTIL WS-GRD-SUB > WS-GRD-COUNT                      00034500
000346     END-IF.                                                      00034600
000347     IF GRADE-WAS-FOUND                                           00034700
000348       AND GRT-MAX-RATE(WS-GRD-FOUND-SUB)                         00034800
000349           > GRT-MIN-RATE(WS-GRD-FOUND-SUB)                       00034900
000350         MOVE "1" TO SRT-CLASS                                    00035000
000351         MOVE GRT-MIN-RATE(WS-GRD-FOUND-SUB) TO SRT-MIN-RATE      00035100
000352         MOVE GRT-MAX-RATE(WS-GRD-FOUND-SUB) TO SRT-MAX-RATE      00035200
000353     ELSE                                                         00035300
000354         MOVE "2" TO SRT-CLASS                                    00035400
000355         MOVE 0 TO SRT-MIN-RATE, SRT-MAX-RATE                     00035500
000356     END-IF.                                                      00035600
000357*                                                                 00035700
000358 MATCH-ONE-GRADE.                                                 00035800
000359     IF GRT-GRADE-CODE(WS-GRD-SUB) EQUAL EMP-GRADE-CODE           00035900
000360         MOVE "Y" TO GRD-FOUND-FLAG                               00036000
000361         MOVE WS-GRD-SUB TO WS-GRD-FOUND-SUB                      00036100
000362     END-IF.                                                      00036200
000363*                                                                 00036300
000364 REPORT-ONE-EMPLOYEE.                                             00036400
000365     IF CSD-CLASS NOT EQUAL WS-ACTUAL-CLASS                       00036500
000366       OR CSD-GRADE-CODE NOT EQUAL WS-ACTUAL-GRADE-CODE           00036600
000367         PERFORM START-GRADE-GROUP                                00036700
000368     ELSE                                                         00036800
000369         IF CSD-DEPARTMENT NOT EQUAL WS-ACTUAL-DEPARTMENT         00036900
000370             PERFORM PRINT-DEPT-AVERAGE                           00037000
000371             MOVE CSD-DEPARTMENT TO WS-ACTUAL-DEPARTMENT          00037100
000372         END-IF                                                   00037200
000373     END-IF.                                                      00037300
000374     MOVE SPACES TO DETAIL-LINE.                                  00037400
000375     MOVE CSD-DEPARTMENT TO DL-DEPARTMENT.                        00037500
000376     MOVE CSD-EMP-ID TO DL-EMP-ID.                                00037600
000377     MOVE CSD-EMP-NAME TO DL-EMP-NAME.                            00037700
000378     MOVE CSD-PAYRATE TO DL-PAYRATE.                              00037800
000379     IF CSD-HAS-NO-RANGE                                          00037900
000380         ADD 1 TO WS-NO-RANGE-COUNT                               00038000
000381         MOVE "NO RANGE" TO DL-FLAG                               00038100
000382     ELSE                                                         00038200
000383         PERFORM FIGURE-COMPA-RATIO                               00038300
000384         MOVE WS-COMPA-RATIO TO DL-COMPA                          00038400
000385         MOVE WS-PENETRATION TO DL-PENETRATION                    00038500
000386         PERFORM SET-RANGE-FLAG                                   00038600
000387         ADD 1 TO DPS-COUNT                                       00038700
000388         ADD CSD-PAYRATE TO DPS-PAYRATE                           00038800
000389         ADD WS-COMPA-RATIO TO DPS-COMPA                          00038900
000390         ADD WS-PENETRATION TO DPS-PENETRATION                    00039000
000391     END-IF.                                                      00039100
000392     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.    00039200
000393     READ COMPA-SORTED-FILE                                       00039300
000394         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00039400
000395*                                                                 00039500
000396*COMPA-RATIO IS THE RATE AS A PERCENT OF THE RANGE MIDPOINT;      00039600
000397*PENETRATION IS HOW FAR THE RATE SITS FROM THE MINIMUM (0) TO     00039700
000398*THE MAXIMUM (100), BELOW 0 OR OVER 100 WHEN OUT OF RANGE.        00039800
000399 FIGURE-COMPA-RATIO.                                              00039900
000400     COMPUTE WS-MIDPOINT ROUNDED =                                00040000
000401         (CSD-MIN-RATE + CSD-MAX-RATE) / 2.                       00040100
000402     COMPUTE WS-COMPA-RATIO ROUNDED =                             00040200
000403         CSD-PAYRATE * 100 / WS-MIDPOINT.                         00040300
000404     COMPUTE WS-PENETRATION ROUNDED =                             00040400
000405         (CSD-PAYRATE - CSD-MIN-RATE) * 100                       00040500
000406         / (CSD-MAX-RATE - CSD-MIN-RATE).                         00040600
000407*                                                                 00040700
000408*A RATE AT OR WITHIN THE SET PERCENT BELOW THE MAXIMUM IS A       00040800
000409*RED-CIRCLE RISK: THE NEXT RAISE TAKES IT OUT OF RANGE.           00040900
000410 SET-RANGE-FLAG.                                                  00041000
000411     COMPUTE WS-NEAR-MAX-RATE ROUNDED =                           00041100
000412         CSD-MAX-RATE * (100 - WS-NEAR-MAX-PCT) / 100.            00041200
000413     IF CSD-PAYRATE < CSD-MIN-RATE                                00041300
000414         ADD 1 TO WS-BELOW-MIN-COUNT                              00041400
000415         MOVE "*** BELOW GRADE MINIMUM" TO DL-FLAG                00041500
000416     ELSE                                                         00041600
000417     IF CSD-PAYRATE > CSD-MAX-RATE                                00041700
000418         ADD 1 TO WS-OVER-MAX-COUNT                               00041800
000419         MOVE "*** OVER GRADE MAXIMUM" TO DL-FLAG                 00041900
000420     ELSE                                                         00042000
000421     IF CSD-PAYRATE NOT < WS-NEAR-MAX-RATE                        00042100
000422         ADD 1 TO WS-NEAR-MAX-COUNT                               00042200
000423         MOVE "RED-CIRCLE RISK" TO DL-FLAG                        00042300
000424     END-IF                                                       00042400
000425     END-IF                                                       00042500
000426     END-IF.                                                      00042600
000427*                                                                 00042700
000428*A NEW GRADE CLOSES THE DEPARTMENT AND GRADE BEFORE IT; ON THE    00042800
000429*VERY FIRST GROUP THERE IS NOTHING OPEN YET TO CLOSE.             00042900
000430 START-GRADE-GROUP.                                               00043000
000431     IF IS-FIRST-GROUP                                            00043100
000432         MOVE "N" TO FIRST-GROUP-FLAG                             00043200
000433     ELSE                                                         00043300
000434         PERFORM PRINT-DEPT-AVERAGE                               00043400
000435         PERFORM PRINT-GRADE-AVERAGE                              00043500
000436     END-IF.                                                      00043600
000437     MOVE CSD-CLASS TO WS-ACTUAL-CLASS.                           00043700
000438     MOVE CSD-GRADE-CODE TO WS-ACTUAL-GRADE-CODE.                 00043800
000439     MOVE CSD-DEPARTMENT TO WS-ACTUAL-DEPARTMENT.                 00043900
000440     IF CSD-HAS-NO-RANGE                                          00044000
000441         WRITE PRINT-LINE FROM NO-RANGE-HEAD-LINE                 00044100
000442             AFTER ADVANCING 2 LINES                              00044200
000443     ELSE                                                         00044300
000444         MOVE CSD-GRADE-CODE TO GHL-GRADE-CODE                    00044400
000445         MOVE CSD-MIN-RATE TO GHL-MIN-RATE                        00044500
000446         MOVE CSD-MAX-RATE TO GHL-MAX-RATE                        00044600
000447         COMPUTE WS-MIDPOINT ROUNDED =                            00044700
000448             (CSD-MIN-RATE + CSD-MAX-RATE) / 2                    00044800
000449         MOVE WS-MIDPOINT TO GHL-MIDPOINT                         00044900
000450         WRITE PRINT-LINE FROM GRADE-HEAD-LINE                    00045000
000451             AFTER ADVANCING 2 LINES                              00045100
000452     END-IF.                                                      00045200
000453     WRITE PRINT-LINE FROM COLUMN-HEAD-LINE                       00045300
000454         AFTER ADVANCING 1 LINE.                                  00045400
000455*                                                                 00045500
000456*THE EMPLOYEES WITH NO RANGE HAVE NOTHING TO AVERAGE, SO THEIR    00045600
000457*GROUP PRINTS NO AVERAGE LINES.                                   00045700
000458 PRINT-DEPT-AVERAGE.                                              00045800
000459     IF DPS-COUNT > 0                                             00045900
000460         MOVE DEPT-SUMS TO LINE-SUMS                              00046000
000461         MOVE "DEPARTMENT" TO AVL-CAPTION                         00046100
000462         MOVE WS-ACTUAL-DEPARTMENT TO AVL-KEY                     00046200
000463         PERFORM PRINT-AVERAGE-LINE                               00046300
000464         ADD DPS-COUNT TO GRS-COUNT                               00046400
000465         ADD DPS-PAYRATE TO GRS-PAYRATE                           00046500
000466         ADD DPS-COMPA TO GRS-COMPA                               00046600
000467         ADD DPS-PENETRATION TO GRS-PENETRATION                   00046700
000468     END-IF.                                                      00046800
000469     MOVE ZEROS TO DEPT-SUMS.                                     00046900
000470*                                                                 00047000
000471 PRINT-GRADE-AVERAGE.                                             00047100
000472     IF GRS-COUNT > 0                                             00047200
000473         MOVE GRADE-SUMS TO LINE-SUMS                             00047300
000474         MOVE "GRADE" TO AVL-CAPTION                              00047400
000475         MOVE WS-ACTUAL-GRADE-CODE TO AVL-KEY                     00047500
000476         PERFORM PRINT-AVERAGE-LINE                               00047600
000477         ADD GRS-COUNT TO ALS-COUNT                               00047700
000478         ADD GRS-PAYRATE TO ALS-PAYRATE                           00047800
000479         ADD GRS-COMPA TO ALS-COMPA                               00047900
000480         ADD GRS-PENETRATION TO ALS-PENETRATION                   00048000
000481     END-IF.                                                      00048100
000482     MOVE ZEROS TO GRADE-SUMS.                                    00048200
000483*                                                                 00048300
000484 PRINT-AVERAGE-LINE.                                              00048400
000485     MOVE LNS-COUNT TO AVL-COUNT.                                 00048500
000486     COMPUTE AVL-PAYRATE ROUNDED = LNS-PAYRATE / LNS-COUNT.       00048600
000487     COMPUTE AVL-COMPA ROUNDED = LNS-COMPA / LNS-COUNT.           00048700
000488     COMPUTE AVL-PENETRATION ROUNDED =                            00048800
000489         LNS-PENETRATION / LNS-COUNT.                             00048900
000490     WRITE PRINT-LINE FROM AVERAGE-LINE AFTER ADVANCING 1 LINE.   00049000
000491*                                                                 00049100
000492 CLOSING.                                                         00049200
000493     IF NOT IS-FIRST-GROUP                                        00049300
000494         PERFORM PRINT-DEPT-AVERAGE                               00049400
000495         PERFORM PRINT-GRADE-AVERAGE                              00049500
000496     END-IF.                                                      00049600
000497     IF ALS-COUNT > 0                                             00049700
000498         MOVE ALL-SUMS TO LINE-SUMS                               00049800
000499         MOVE "ALL GRADES" TO AVL-CAPTION                         00049900
000500         MOVE SPACES TO AVL-KEY                                   00050000
000501         MOVE SPACES TO PRINT-LINE                                00050100
000502         WRITE PRINT-LINE AFTER ADVANCING 1 LINE                  00050200
000503         PERFORM PRINT-AVERAGE-LINE                               00050300
000504     END-IF.                                                      00050400
000505     MOVE "RED-CIRCLE RISK (NEAR MAXIMUM):" TO FCL-CAPTION.       00050500
000506     MOVE WS-NEAR-MAX-COUNT TO FCL-COUNT.                         00050600
000507     WRITE PRINT-LINE FROM FLAG-COUNT-LINE                        00050700
000508         AFTER ADVANCING 2 LINES.                                 00050800
000509     MOVE "OVER GRADE MAXIMUM:" TO FCL-CAPTION.                   00050900
000510     MOVE WS-OVER-MAX-COUNT TO FCL-COUNT.                         00051000
000511     WRITE PRINT-LINE FROM FLAG-COUNT-LINE                        00051100
000512         AFTER ADVANCING 1 LINE.                                  00051200
000513     MOVE "BELOW GRADE MINIMUM:" TO FCL-CAPTION.                  00051300
000514     MOVE WS-BELOW-MIN-COUNT TO FCL-COUNT.                        00051400
000515     WRITE PRINT-LINE FROM FLAG-COUNT-LINE                        00051500
000516         AFTER ADVANCING 1 LINE.                                  00051600
000517     MOVE "NO GRADE RANGE:" TO FCL-CAPTION.                       00051700
000518     MOVE WS-NO-RANGE-COUNT TO FCL-COUNT.                         00051800
000519     WRITE PRINT-LINE FROM FLAG-COUNT-LINE                        00051900
000520         AFTER ADVANCING 1 LINE.                                  00052000
000521     MOVE "NOT ACTIVE, NOT LISTED:" TO FCL-CAPTION.               00052100
000522     MOVE WS-INACTIVE-SKIPPED TO FCL-COUNT.                       00052200
000523     WRITE PRINT-LINE FROM FLAG-COUNT-LINE                        00052300
000524         AFTER ADVANCING 1 LINE.                                  00052400
000525     WRITE PRINT-LINE FROM BASIS-NOTE-LINE                        00052500
000526         AFTER ADVANCING 2 LINES.                                 00052600
000527     CLOSE COMPA-SORTED-FILE, PRINT-FILE.                         00052700
