000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. SENROST.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  SENIORITY ROSTER AND       00000800
000009*                    SERVICE ANNIVERSARY LISTING FOR THE          00000900
000010*                    PERSONNEL OFFICE.  EVERY EMPLOYEE ON THE     00001000
000011*                    MASTER WHO IS NOT TERMINATED IS LISTED BY    00001100
000012*                    DEPARTMENT AND PLANT (THE PLANT FROM THE     00001200
000013*                    DEPARTMENT'S ACCOUNT MAP ENTRY, AS LVELIAB   00001300
000014*                    TAKES IT) IN ADJUSTED SERVICE DATE ORDER,    00001400
000015*                    WITH SENIORITY RANK, JOB GRADE, ORIGINAL     00001500
000016*                    HIRE DATE, AND COMPLETED YEARS OF SERVICE.   00001600
000017*                    A SECOND PAGE LISTS WHO REACHES 5, 10, OR    00001700
000018*                    20 YEARS OF SERVICE IN THE OPERATOR CARD'S   00001800
000019*                    MONTH, OR NEXT MONTH WITHOUT A CARD.         00001900
000020*                                                                 00002000
000021 ENVIRONMENT DIVISION.                                            00002100
000022 CONFIGURATION SECTION.                                           00002200
000023 SOURCE-COMPUTER. IBM-370.                                        00002300
000024 OBJECT-COMPUTER. IBM-370.                                        00002400
000025*                                                                 00002500
000026 INPUT-OUTPUT SECTION.                                            00002600
000027 FILE-CONTROL.                                                    00002700
000028     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00002800
000029         ORGANIZATION IS INDEXED                                  00002900
000030         ACCESS MODE IS SEQUENTIAL                                00003000
000031         RECORD KEY IS EMP-ID.                                    00003100
000032     SELECT ACCOUNT-MAP-FILE ASSIGN TO UT-S-ACCTMAP.              00003200
000033     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO UT-S-PARMS.         00003300
000034     SELECT ROSTER-SORTED-FILE ASSIGN TO UT-S-ROSTSRT.            00003400
000035     SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.                      00003500
000036     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003600
000037*                                                                 00003700
000038 DATA DIVISION.                                                   00003800
000039 FILE SECTION.                                                    00003900
000040*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00004000
000041 FD  EMPLOYEE-MASTER-FILE                                         00004100
000042     LABEL RECORD IS OMITTED.                                     00004200
000043 01  EMPLOYEE-MASTER-RECORD.                                      00004300
000044     COPY EMPLOYEE.                                               00004400
000045     05  EMP-M-SALARY-CODE       PIC X.                           00004500
000046     05  EMP-M-STATUS            PIC X.                           00004600
000047         88  EMP-M-IS-TERMINATED VALUE "T".                       00004700
000048     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00004800
000049     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00004900
000050     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00005000
000051     05  EMP-M-FILING-STATUS     PIC X.                           00005100
000052     05  EMP-M-ALLOWANCES        PIC 99.                          00005200
000053     05  EMP-M-COMP-CLASS        PIC X(04).                       00005300
000054     05  EMP-M-PAY-GROUP         PIC X(02).                       00005400
000055     05  EMP-M-PAY-FREQUENCY     PIC X.                           00005500
000056     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00005600
000057     05  EMP-M-SSN               PIC 9(09).                       00005700
000058     05  EMP-M-HIRE-DATE         PIC 9(06).                       00005800
000059     05  EMP-M-STREET            PIC X(25).                       00005900
000060     05  EMP-M-CITY              PIC X(15).                       00006000
000061     05  EMP-M-STATE             PIC X(02).                       00006100
000062     05  EMP-M-ZIP               PIC X(09).                       00006200
000063     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00006300
000064     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00006400
000065     05  FILLER                  PIC X(02).                       00006500
000066*                                                                 00006600
000067*ACCOUNT-MAP-RECORD MIRRORS GLPOST'S MAP; ONLY THE DEPARTMENT     00006700
000068*AND ITS PLANT ARE NEEDED HERE.                                   00006800
000069 FD  ACCOUNT-MAP-FILE                                             00006900
000070     LABEL RECORD IS OMITTED.                                     00007000
000071 01  ACCOUNT-MAP-RECORD.                                          00007100
000072     05  MAP-DEPARTMENT          PIC X(15).                       00007200
000073     05  MAP-PLANT-CODE          PIC X(04).                       00007300
000074     05  MAP-DEBIT-ACCOUNT       PIC X(08).                       00007400
000075     05  MAP-CREDIT-ACCOUNT      PIC X(08).                       00007500
000076     05  FILLER                  PIC X(45).                       00007600
000077*                                                                 00007700
000078*THE OPTIONAL OPERATOR CARD NAMES THE ANNIVERSARY MONTH (YYMM).   00007800
000079*WITHOUT A CARD, OR WITH A BAD MONTH, THE LIST IS FOR THE MONTH   00007900
000080*AFTER THE RUN DATE.                                              00008000
000081 FD  PARAMETER-FILE                                               00008100
000082     LABEL RECORD IS OMITTED.                                     00008200
000083 01  PARAMETER-RECORD.                                            00008300
000084     05  PARM-ANNIV-MONTH.                                        00008400
000085         10  PARM-ANNIV-YY       PIC 99.                          00008500
000086         10  PARM-ANNIV-MM       PIC 99.                          00008600
000087     05  FILLER                  PIC X(76).                       00008700
000088*                                                                 00008800
000089 FD  ROSTER-SORTED-FILE                                           00008900
000090     LABEL RECORD IS OMITTED.                                     00009000
000091 01  ROSTER-SORTED-RECORD.                                        00009100
000092     05  RSD-DEPARTMENT          PIC X(15).                       00009200
000093     05  RSD-PLANT-CODE          PIC X(04).                       00009300
000094     05  RSD-SERVICE-FULL        PIC 9(08).                       00009400
000095     05  RSD-SERVICE-SPLIT REDEFINES RSD-SERVICE-FULL.            00009500
000096         10  RSD-SERVICE-CCYY    PIC 9(04).                       00009600
000097         10  RSD-SERVICE-MM      PIC 99.                          00009700
000098         10  RSD-SERVICE-DD      PIC 99.                          00009800
000099     05  RSD-EMP-ID              PIC X(10).                       00009900
000100     05  RSD-EMP-NAME            PIC X(25).                       00010000
000101     05  RSD-GRADE-CODE          PIC X(02).                       00010100
000102     05  RSD-STATUS              PIC X.                           00010200
000103     05  RSD-ORIG-HIRE-DATE      PIC 9(06).                       00010300
000104     05  RSD-SERVICE-DATE        PIC 9(06).                       00010400
000105     05  RSD-DATE-SOURCE         PIC X.                           00010500
000106         88  RSD-FROM-HIRE-DATE  VALUE "H".                       00010600
000107         88  RSD-NO-SERVICE-DATE VALUE "N".                       00010700
000108*                                                                 00010800
000109*THE SORT KEY IS THE SERVICE DATE WITH ITS CENTURY, SO A 1998     00010900
000110*SERVICE DATE RANKS AHEAD OF A 2004 ONE.                          00011000
000111 SD  SORT-FILE.                                                   00011100
000112 01  SORT-ROSTER-RECORD.                                          00011200
000113     05  SRT-DEPARTMENT          PIC X(15).                       00011300
000114     05  SRT-PLANT-CODE          PIC X(04).                       00011400
000115     05  SRT-SERVICE-FULL        PIC 9(08).                       00011500
000116     05  SRT-EMP-ID              PIC X(10).                       00011600
000117     05  SRT-EMP-NAME            PIC X(25).                       00011700
000118     05  SRT-GRADE-CODE          PIC X(02).                       00011800
000119     05  SRT-STATUS              PIC X.                           00011900
000120     05  SRT-ORIG-HIRE-DATE      PIC 9(06).                       00012000
000121     05  SRT-SERVICE-DATE        PIC 9(06).                       00012100
000122     05  SRT-DATE-SOURCE         PIC X.                           00012200
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
000134 77  WS-MAP-COUNT                PIC 999 VALUE 0.                 00013400
000135 77  WS-MAP-SUB                  PIC 999 VALUE 0.                 00013500
000136 77  MAP-FOUND-FLAG              PIC X VALUE "N".                 00013600
000137     88  MAP-WAS-FOUND           VALUE "Y".                       00013700
000138 77  WS-MAP-FOUND-SUB            PIC 999 VALUE 0.                 00013800
000139*                                                                 00013900
000140 77  MASTER-EOF-FLAG             PIC X VALUE "N".                 00014000
000141     88  MASTER-IS-EOF           VALUE "Y".                       00014100
000142 77  MAP-EOF-FLAG                PIC X VALUE "N".                 00014200
000143     88  MAP-IS-EOF              VALUE "Y".                       00014300
000144 77  SORTED-EOF-FLAG             PIC X VALUE "N".                 00014400
000145     88  SORTED-IS-EOF           VALUE "Y".                       00014500
000146 77  FIRST-GROUP-FLAG            PIC X VALUE "Y".                 00014600
000147     88  IS-FIRST-GROUP          VALUE "Y".                       00014700
000148*                                                                 00014800
000149 01  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00014900
000150 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.                     00015000
000151     05  WS-RUN-YY               PIC 99.                          00015100
000152     05  WS-RUN-MM               PIC 99.                          00015200
000153     05  WS-RUN-DD               PIC 99.                          00015300
000154 01  WS-RUN-FULL.                                                 00015400
000155     05  WS-RUN-CC               PIC 99.                          00015500
000156     05  WS-RUN-YYMMDD           PIC 9(06).                       00015600
000157 01  WS-RUN-FULL-SPLIT REDEFINES WS-RUN-FULL.                     00015700
000158     05  WS-RUN-CCYY             PIC 9(04).                       00015800
000159     05  WS-RUN-MMDD             PIC 9(04).                       00015900
000160*                                                                 00016000
000161 01  WS-SERVICE-DATE             PIC 9(06) VALUE 0.               00016100
000162 01  WS-SERVICE-DATE-SPLIT REDEFINES WS-SERVICE-DATE.             00016200
000163     05  WS-SERVICE-YY           PIC 99.                          00016300
000164     05  FILLER                  PIC 9(04).                       00016400
000165 01  WS-SERVICE-FULL.                                             00016500
000166     05  WS-SERVICE-CC           PIC 99.                          00016600
000167     05  WS-SERVICE-YYMMDD       PIC 9(06).                       00016700
000168 01  WS-SERVICE-FULL-NUM REDEFINES WS-SERVICE-FULL                00016800
000169                                 PIC 9(08).                       00016900
000170 01  WS-SERVICE-FULL-SPLIT REDEFINES WS-SERVICE-FULL.             00017000
000171     05  WS-SERVICE-CCYY         PIC 9(04).                       00017100
000172     05  WS-SERVICE-MMDD         PIC 9(04).                       00017200
000173*                                                                 00017300
000174*THE ANNIVERSARY MONTH, WITH ITS CENTURY.                         00017400
000175 01  WS-ANNIV-MONTH.                                              00017500
000176     05  WS-ANNIV-YY             PIC 99 VALUE 0.                  00017600
000177     05  WS-ANNIV-MM             PIC 99 VALUE 0.                  00017700
000178 77  WS-ANNIV-CCYY               PIC 9(04) VALUE 0.               00017800
000179*                                                                 00017900
000180*ONLY THESE YEARS OF SERVICE MAKE THE ANNIVERSARY LIST.           00018000
000181 77  WS-ANNIV-YEARS              PIC S9(04) VALUE 0.              00018100
000182     88  ANNIV-IS-MILESTONE      VALUE 5 10 20.                   00018200
000183 77  WS-YEARS-OF-SERVICE         PIC S9(04) VALUE 0.              00018300
000184*                                                                 00018400
000185 01  WS-ACTUAL-GROUP.                                             00018500
000186     05  WS-ACTUAL-DEPARTMENT    PIC X(15) VALUE SPACES.          00018600
000187     05  WS-ACTUAL-PLANT-CODE    PIC X(04) VALUE SPACES.          00018700
000188 77  WS-GROUP-RANK               PIC 9(05) VALUE 0.               00018800
000189 77  WS-ROSTER-COUNT             PIC 9(05) VALUE 0.               00018900
000190 77  WS-TERMINATED-SKIPPED       PIC 9(05) VALUE 0.               00019000
000191 77  WS-NO-DATE-COUNT            PIC 9(05) VALUE 0.               00019100
000192 77  WS-ANNIV-COUNT              PIC 9(05) VALUE 0.               00019200
000193 77  WS-ANNIV-5-COUNT            PIC 9(05) VALUE 0.               00019300
000194 77  WS-ANNIV-10-COUNT           PIC 9(05) VALUE 0.               00019400
000195 77  WS-ANNIV-20-COUNT           PIC 9(05) VALUE 0.               00019500
000196*                                                                 00019600
000197 01  TITLE-LINE.                                                  00019700
000198     05  FILLER                  PIC X(20) VALUE SPACES.          00019800
000199     05  FILLER                  PIC X(30)                        00019900
000200             VALUE "SENIORITY ROSTER".                            00020000
000201     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".    00020100
000202     05  TTL-RUN-DATE            PIC 9(06).                       00020200
000203*                                                                 00020300
000204 01  GROUP-HEAD-LINE.                                             00020400
000205     05  FILLER                  PIC X(02) VALUE SPACES.          00020500
000206     05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".  00020600
000207     05  GHL-DEPARTMENT          PIC X(15).                       00020700
000208     05  FILLER                  PIC X(09) VALUE "  PLANT: ".     00020800
000209     05  GHL-PLANT-CODE          PIC X(04).                       00020900
000210*                                                                 00021000
000211 01  COLUMN-HEAD-LINE.                                            00021100
000212     05  FILLER                  PIC X(05) VALUE SPACES.          00021200
000213     05  FILLER                  PIC X(06) VALUE "RANK".          00021300
000214     05  FILLER                  PIC X(12) VALUE "EMP-ID".        00021400
000215     05  FILLER                  PIC X(27) VALUE "NAME".          00021500
000216     05  FILLER                  PIC X(07) VALUE "GRADE".         00021600
000217     05  FILLER                  PIC X(08) VALUE "STATUS".        00021700
000218     05  FILLER                  PIC X(11) VALUE "ORIG HIRE".     00021800
000219     05  FILLER                  PIC X(13) VALUE "SERVICE DATE".  00021900
000220     05  FILLER                  PIC X(05) VALUE "YEARS".         00022000
000221*                                                                 00022100
000222 01  ROSTER-LINE.                                                 00022200
000223     05  FILLER                  PIC X(05) VALUE SPACES.          00022300
000224     05  RL-RANK                 PIC ZZZZ9.                       00022400
000225     05  FILLER                  PIC X(01) VALUE SPACES.          00022500
000226     05  RL-EMP-ID               PIC X(10).                       00022600
000227     05  FILLER                  PIC X(02) VALUE SPACES.          00022700
000228     05  RL-EMP-NAME             PIC X(25).                       00022800
000229     05  FILLER                  PIC X(02) VALUE SPACES.          00022900
000230     05  RL-GRADE-CODE           PIC X(02).                       00023000
000231     05  FILLER                  PIC X(05) VALUE SPACES.          00023100
000232     05  RL-STATUS               PIC X.                           00023200
000233     05  FILLER                  PIC X(07) VALUE SPACES.          00023300
000234     05  RL-ORIG-HIRE-DATE       PIC X(06).                       00023400
000235     05  FILLER                  PIC X(05) VALUE SPACES.          00023500
000236     05  RL-SERVICE-DATE         PIC X(06).                       00023600
000237     05  RL-SOURCE-TAG           PIC X(02).                       00023700
000238     05  FILLER                  PIC X(05) VALUE SPACES.          00023800
000239     05  RL-YEARS                PIC ZZ9.                         00023900
000240*                                                                 00024000
000241 01  GROUP-COUNT-LINE.                                            00024100
000242     05  FILLER                  PIC X(05) VALUE SPACES.          00024200
000243     05  FILLER                  PIC X(24)                        00024300
000244             VALUE "EMPLOYEES IN GROUP:     ".                    00024400
000245     05  GCL-COUNT               PIC ZZ,ZZ9.                      00024500
000246*                                                                 00024600
000247 01  SOURCE-NOTE-LINE.                                            00024700
000248     05  FILLER                  PIC X(05) VALUE SPACES.          00024800
000249     05  FILLER                  PIC X(60) VALUE                  00024900
000250    "* NO ADJUSTED SERVICE DATE ON THE MASTER - HIRE DATE USED".  00025000
000251*                                                                 00025100
000252 01  ROSTER-TOTAL-LINE.                                           00025200
000253     05  FILLER                  PIC X(05) VALUE SPACES.          00025300
000254     05  FILLER                  PIC X(24)                        00025400
000255             VALUE "EMPLOYEES ON ROSTER:    ".                    00025500
000256     05  RTL-COUNT               PIC ZZ,ZZ9.                      00025600
000257*                                                                 00025700
000258 01  TERMINATED-LINE.                                             00025800
000259     05  FILLER                  PIC X(05) VALUE SPACES.          00025900
000260     05  FILLER                  PIC X(24)                        00026000
000261             VALUE "TERMINATED, NOT LISTED: ".                    00026100
000262     05  TML-COUNT               PIC ZZ,ZZ9.                      00026200
000263*                                                                 00026300
000264 01  NO-DATE-LINE.                                                00026400
000265     05  FILLER                  PIC X(05) VALUE SPACES.          00026500
000266     05  FILLER                  PIC X(24)                        00026600
000267             VALUE "NO SERVICE OR HIRE DATE:".                    00026700
000268     05  NDL-COUNT               PIC ZZ,ZZ9.                      00026800
000269*                                                                 00026900
000270 01  ANNIV-TITLE-LINE.                                            00027000
000271     05  FILLER                  PIC X(20) VALUE SPACES.          00027100
000272     05  FILLER                  PIC X(40)                        00027200
000273             VALUE "SERVICE ANNIVERSARIES - MONTH (YYMM): ".      00027300
000274     05  ATL-ANNIV-MONTH         PIC 9(04).                       00027400
000275*                                                                 00027500
000276 01  ANNIV-COLUMN-LINE.                                           00027600
000277     05  FILLER                  PIC X(05) VALUE SPACES.          00027700
000278     05  FILLER                  PIC X(17) VALUE "DEPARTMENT".    00027800
000279     05  FILLER                  PIC X(06) VALUE "PLANT".         00027900
000280     05  FILLER                  PIC X(12) VALUE "EMP-ID".        00028000
000281     05  FILLER                  PIC X(27) VALUE "NAME".          00028100
000282     05  FILLER                  PIC X(13) VALUE "SERVICE DATE".  00028200
000283     05  FILLER                  PIC X(05) VALUE "YEARS".         00028300
000284*                                                                 00028400
000285 01  ANNIV-LINE.                                                  00028500
000286     05  FILLER                  PIC X(05) VALUE SPACES.          00028600
000287     05  AL-DEPARTMENT           PIC X(15).                       00028700
000288     05  FILLER                  PIC X(02) VALUE SPACES.          00028800
000289     05  AL-PLANT-CODE           PIC X(04).                       00028900
000290     05  FILLER                  PIC X(02) VALUE SPACES.          00029000
000291     05  AL-EMP-ID               PIC X(10).                       00029100
000292     05  FILLER                  PIC X(02) VALUE SPACES.          00029200
000293     05  AL-EMP-NAME             PIC X(25).                       00029300
000294     05  FILLER                  PIC X(02) VALUE SPACES.          00029400
000295     05  AL-SERVICE-DATE         PIC 9(06).                       00029500
000296     05  AL-SOURCE-TAG           PIC X(02).                       00029600
000297     05  FILLER                  PIC X(05) VALUE SPACES.          00029700
000298     05  AL-YEARS                PIC Z9.                          00029800
000299*                                                                 00029900
000300 01  NO-ANNIV-LINE.                                               00030000
000301     05  FILLER                  PIC X(05) VALUE SPACES.          00030100
000302     05  FILLER                  PIC X(40)                        00030200
000303             VALUE "NO 5, 10, OR 20-YEAR ANNIVERSARIES".          00030300
000304*                                                                 00030400
000305 01  ANNIV-COUNT-LINE.                                            00030500
000306     05  FILLER                  PIC X(05) VALUE SPACES.          00030600
000307     05  ACL-CAPTION             PIC X(24).                       00030700
000308     05  ACL-COUNT               PIC ZZ,ZZ9.                      00030800
000309*                                                                 00030900
000310 PROCEDURE DIVISION.                                              00031000
000311 000-MAIN.                                                        00031100
000312     PERFORM INITIALIZATION.                                      00031200
000313     PERFORM REPORT-ONE-ROSTER-LINE UNTIL SORTED-IS-EOF.          00031300
000314     PERFORM CLOSE-ROSTER.                                        00031400
000315     PERFORM START-ANNIVERSARIES.                                 00031500
000316     PERFORM CHECK-ONE-ANNIVERSARY UNTIL SORTED-IS-EOF.           00031600
000317     PERFORM CLOSING.                                             00031700
000318     STOP RUN.                                                    00031800
000319*                                                                 00031900
000320 INITIALIZATION.                                                  00032000
000321     ACCEPT WS-RUN-DATE FROM DATE.                                00032100
000322     MOVE WS-RUN-DATE TO WS-RUN-YYMMDD.                           00032200
000323     IF WS-RUN-YY < 50                                            00032300
000324         MOVE 20 TO WS-RUN-CC                                     00032400
000325     ELSE                                                         00032500
000326         MOVE 19 TO WS-RUN-CC                                     00032600
000327     END-IF.                                                      00032700
000328     PERFORM SET-ANNIVERSARY-MONTH.                               00032800
000329     OPEN INPUT ACCOUNT-MAP-FILE.                                 00032900
000330     READ ACCOUNT-MAP-FILE                                        00033000
000331         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00033100
000332     PERFORM LOAD-ONE-MAP-RECORD UNTIL MAP-IS-EOF.                00033200
000333     CLOSE ACCOUNT-MAP-FILE.                                      00033300
000334     SORT SORT-FILE                                               00033400
000335         ON ASCENDING KEY SRT-DEPARTMENT, SRT-PLANT-CODE,         00033500
000336                          SRT-SERVICE-FULL, SRT-EMP-ID            00033600
000337         INPUT PROCEDURE IS SELECT-ROSTER-EMPLOYEES               00033700
000338         GIVING ROSTER-SORTED-FILE.                               00033800
000339     OPEN INPUT ROSTER-SORTED-FILE,                               00033900
000340          OUTPUT PRINT-FILE.                                      00034000
000341     MOVE WS-RUN-DATE TO TTL-RUN-DATE.                            00034100
000342     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00034200
000343     READ ROSTER-SORTED-FILE                                      00034300
000344         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00034400
000345*                                                                 00034500
000346*THE CARD'S MONTH IS TAKEN ONLY IF IT IS A REAL MONTH; OTHERWISE  00034600
000347*THE LIST IS FOR THE MONTH AFTER THE RUN DATE, ROLLING DECEMBER   00034700
000348*INTO JANUARY OF THE NEXT YEAR.                                   00034800
000349 SET-ANNIVERSARY-MONTH.                                           00034900
000350     MOVE WS-RUN-YY TO WS-ANNIV-YY.                               00035000
000351     MOVE WS-RUN-MM TO WS-ANNIV-MM.                               00035100
000352     IF WS-ANNIV-MM EQUAL 12                                      00035200
000353         MOVE 1 TO WS-ANNIV-MM                                    00035300
000354         IF WS-ANNIV-YY EQUAL 99                                  00035400
000355             MOVE 0 TO WS-ANNIV-YY                                00035500
000356         ELSE                                                     00035600
000357             ADD 1 TO WS-ANNIV-YY                                 00035700
000358         END-IF                                                   00035800
000359     ELSE                                                         00035900
000360         ADD 1 TO WS-ANNIV-MM                                     00036000
000361     END-IF.                                                      00036100
000362     OPEN INPUT PARAMETER-FILE.                                   00036200
000363     READ PARAMETER-FILE                                          00036300
000364         AT END                                                   00036400
000365             CONTINUE                                             00036500
000366         NOT AT END                                               00036600
000367             IF PARM-ANNIV-MONTH NUMERIC                          00036700
000368               AND PARM-ANNIV-MM > 0                              00036800
000369               AND PARM-ANNIV-MM < 13                             00036900
000370                 MOVE PARM-ANNIV-YY TO WS-ANNIV-YY                00037000
000371                 MOVE PARM-ANNIV-MM TO WS-ANNIV-MM                00037100
000372             END-IF                                               00037200
000373     END-READ.                                                    00037300
000374     CLOSE PARAMETER-FILE.                                        00037400
000375     IF WS-ANNIV-YY < 50                                          00037500
000376         COMPUTE WS-ANNIV-CCYY = 2000 + WS-ANNIV-YY               00037600
000377     ELSE                                                         00037700
000378         COMPUTE WS-ANNIV-CCYY = 1900 + WS-ANNIV-YY               00037800
000379     END-IF.                                                      00037900
000380*                                                                 00038000
000381 LOAD-ONE-MAP-RECORD.                                             00038100
000382     ADD 1 TO WS-MAP-COUNT.                                       00038200
000383     IF WS-MAP-COUNT > 200                                        00038300
000384         DISPLAY "SENROST HALTED - ACCOUNT MAP TABLE FULL"        00038400
000385             " AT 200"                                            00038500
000386         MOVE 16 TO RETURN-CODE                                   00038600
000387         STOP RUN                                                 00038700
000388     END-IF.                                                      00038800
000389     MOVE MAP-DEPARTMENT TO MPT-DEPARTMENT(WS-MAP-COUNT).         00038900
000390     MOVE MAP-PLANT-CODE TO MPT-PLANT-CODE(WS-MAP-COUNT).         00039000
000391     READ ACCOUNT-MAP-FILE                                        00039100
000392         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00039200
000393*                                                                 00039300
000394*TERMINATED EMPLOYEES KEEP THEIR MASTER RECORD BUT HOLD NO        00039400
000395*SENIORITY, SO THEY ARE COUNTED AND LEFT OFF THE ROSTER.          00039500
000396 SELECT-ROSTER-EMPLOYEES.                                         00039600
000397     OPEN INPUT EMPLOYEE-MASTER-FILE                              00039700
000398     READ EMPLOYEE-MASTER-FILE                                    00039800
000399         AT END MOVE "Y" TO MASTER-EOF-FLAG                       00039900
000400     END-READ                                                     00040000
000401     PERFORM RELEASE-ONE-EMPLOYEE UNTIL MASTER-IS-EOF             00040100
000402     CLOSE EMPLOYEE-MASTER-FILE.                                  00040200
000403*                                                                 00040300
000404 RELEASE-ONE-EMPLOYEE.                                            00040400
000405     IF EMP-M-IS-TERMINATED                                       00040500
000406         ADD 1 TO WS-TERMINATED-SKIPPED                           00040600
000407     ELSE                                                         00040700
000408         PERFORM BUILD-SORT-RECORD                                00040800
000409         RELEASE SORT-ROSTER-RECORD                               00040900
000410     END-IF.                                                      00041000
000411     READ EMPLOYEE-MASTER-FILE                                    00041100
000412         AT END MOVE "Y" TO MASTER-EOF-FLAG.                      00041200
000413*                                                                 00041300
000414*A MASTER RECORD WITH NO ADJUSTED SERVICE DATE RANKS ON ITS       00041400
000415*HIRE DATE AND IS MARKED; ONE WITH NEITHER SORTS TO THE END OF    00041500
000416*ITS DEPARTMENT.                                                  00041600
000417 BUILD-SORT-RECORD.                                               00041700
000418     MOVE SPACES TO SORT-ROSTER-RECORD.                           00041800
000419     MOVE EMP-DEPARTMENT TO SRT-DEPARTMENT, MAP-DEPARTMENT.       00041900
000420     PERFORM FIND-MAP-FOR-DEPT.                                   00042000
000421     IF MAP-WAS-FOUND                                             00042100
000422         MOVE MPT-PLANT-CODE(WS-MAP-FOUND-SUB) TO SRT-PLANT-CODE  00042200
000423     END-IF.                                                      00042300
000424     MOVE EMP-ID TO SRT-EMP-ID.                                   00042400
000425     MOVE EMP-NAME TO SRT-EMP-NAME.                               00042500
000426     MOVE EMP-GRADE-CODE TO SRT-GRADE-CODE.                       00042600
000427     MOVE EMP-M-STATUS TO SRT-STATUS.                             00042700
000428     IF EMP-M-ORIG-HIRE-DATE NUMERIC                              00042800
000429         MOVE EMP-M-ORIG-HIRE-DATE TO SRT-ORIG-HIRE-DATE          00042900
000430     ELSE                                                         00043000
000431         MOVE 0 TO SRT-ORIG-HIRE-DATE                             00043100
000432     END-IF.                                                      00043200
000433     IF EMP-M-SERVICE-DATE NUMERIC                                00043300
000434       AND EMP-M-SERVICE-DATE NOT EQUAL ZERO                      00043400
000435         MOVE EMP-M-SERVICE-DATE TO WS-SERVICE-DATE               00043500
000436     ELSE                                                         00043600
000437     IF EMP-M-HIRE-DATE NUMERIC                                   00043700
000438       AND EMP-M-HIRE-DATE NOT EQUAL ZERO                         00043800
000439         MOVE EMP-M-HIRE-DATE TO WS-SERVICE-DATE                  00043900
000440         MOVE "H" TO SRT-DATE-SOURCE                              00044000
000441     ELSE                                                         00044100
000442         MOVE 0 TO WS-SERVICE-DATE                                00044200
000443         MOVE "N" TO SRT-DATE-SOURCE                              00044300
000444     END-IF                                                       00044400
000445     END-IF.                                                      00044500
000446     MOVE WS-SERVICE-DATE TO SRT-SERVICE-DATE.                    00044600
000447     IF WS-SERVICE-DATE EQUAL ZERO                                00044700
000448         MOVE 99999999 TO SRT-SERVICE-FULL                        00044800
000449     ELSE                                                         00044900
000450         PERFORM WINDOW-SERVICE-DATE                              00045000
000451         MOVE WS-SERVICE-FULL-NUM TO SRT-SERVICE-FULL             00045100
000452     END-IF.                                                      00045200
000453*                                                                 00045300
000454 WINDOW-SERVICE-DATE.                                             00045400
000455     MOVE WS-SERVICE-DATE TO WS-SERVICE-YYMMDD.                   00045500
000456     IF WS-SERVICE-YY < 50                                        00045600
000457         MOVE 20 TO WS-SERVICE-CC                                 00045700
000458     ELSE                                                         00045800
000459         MOVE 19 TO WS-SERVICE-CC                                 00045900
000460     END-IF.                                                      00046000
000461*                                                                 00046100
000462 FIND-MAP-FOR-DEPT.                                               00046200
000463     MOVE "N" TO MAP-FOUND-FLAG.                                  00046300
000464     PERFORM MATCH-ONE-MAP                                        00046400
000465         VARYING WS-MAP-SUB FROM 1 BY 1                           00046500
000466         UNTIL WS-MAP-SUB > WS-MAP-COUNT                          00046600
000467         OR WS-MAP-SUB > 200.                                     00046700
000468*                                                                 00046800
000469 MATCH-ONE-MAP.                                                   00046900
000470     IF MPT-DEPARTMENT(WS-MAP-SUB) EQUAL MAP-DEPARTMENT           00047000
000471       AND NOT MAP-WAS-FOUND                                      00047100
000472         MOVE "Y" TO MAP-FOUND-FLAG                               00047200
000473         MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB                      00047300
000474     END-IF.                                                      00047400
000475*                                                                 00047500
000476*RANK RESTARTS AT 1 IN EACH DEPARTMENT AND PLANT.  YEARS OF       00047600
000477*SERVICE ARE COMPLETED YEARS AS OF THE RUN DATE.                  00047700
000478 REPORT-ONE-ROSTER-LINE.                                          00047800
000479     IF RSD-DEPARTMENT NOT EQUAL WS-ACTUAL-DEPARTMENT             00047900
000480       OR RSD-PLANT-CODE NOT EQUAL WS-ACTUAL-PLANT-CODE           00048000
000481       OR IS-FIRST-GROUP                                          00048100
000482         PERFORM START-ROSTER-GROUP                               00048200
000483     END-IF.                                                      00048300
000484     ADD 1 TO WS-GROUP-RANK, WS-ROSTER-COUNT.                     00048400
000485     MOVE SPACES TO ROSTER-LINE.                                  00048500
000486     MOVE WS-GROUP-RANK TO RL-RANK.                               00048600
000487     MOVE RSD-EMP-ID TO RL-EMP-ID.                                00048700
000488     MOVE RSD-EMP-NAME TO RL-EMP-NAME.                            00048800
000489     MOVE RSD-GRADE-CODE TO RL-GRADE-CODE.                        00048900
000490     MOVE RSD-STATUS TO RL-STATUS.                                00049000
000491     IF RSD-ORIG-HIRE-DATE EQUAL ZERO                             00049100
000492         MOVE "NONE" TO RL-ORIG-HIRE-DATE                         00049200
000493     ELSE                                                         00049300
000494         MOVE RSD-ORIG-HIRE-DATE TO RL-ORIG-HIRE-DATE             00049400
000495     END-IF.                                                      00049500
000496     IF RSD-NO-SERVICE-DATE                                       00049600
000497         ADD 1 TO WS-NO-DATE-COUNT                                00049700
000498         MOVE "NONE" TO RL-SERVICE-DATE                           00049800
000499     ELSE                                                         00049900
000500         MOVE RSD-SERVICE-DATE TO RL-SERVICE-DATE                 00050000
000501         IF RSD-FROM-HIRE-DATE                                    00050100
000502             MOVE " *" TO RL-SOURCE-TAG                           00050200
000503         END-IF                                                   00050300
000504         PERFORM FIGURE-YEARS-OF-SERVICE                          00050400
000505         MOVE WS-YEARS-OF-SERVICE TO RL-YEARS                     00050500
000506     END-IF.                                                      00050600
000507     WRITE PRINT-LINE FROM ROSTER-LINE AFTER ADVANCING 1 LINE.    00050700
000508     READ ROSTER-SORTED-FILE                                      00050800
000509         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00050900
000510*                                                                 00051000
000511 START-ROSTER-GROUP.                                              00051100
000512     IF IS-FIRST-GROUP                                            00051200
000513         MOVE "N" TO FIRST-GROUP-FLAG                             00051300
000514     ELSE                                                         00051400
000515         PERFORM PRINT-GROUP-COUNT                                00051500
000516     END-IF.                                                      00051600
000517     MOVE RSD-DEPARTMENT TO WS-ACTUAL-DEPARTMENT, GHL-DEPARTMENT. 00051700
000518     MOVE RSD-PLANT-CODE TO WS-ACTUAL-PLANT-CODE, GHL-PLANT-CODE. 00051800
000519     MOVE 0 TO WS-GROUP-RANK.                                     00051900
000520     WRITE PRINT-LINE FROM GROUP-HEAD-LINE                        00052000
000521         AFTER ADVANCING 2 LINES.                                 00052100
000522     WRITE PRINT-LINE FROM COLUMN-HEAD-LINE                       00052200
000523         AFTER ADVANCING 1 LINE.                                  00052300
000524*                                                                 00052400
000525 PRINT-GROUP-COUNT.                                               00052500
000526     MOVE WS-GROUP-RANK TO GCL-COUNT.                             00052600
000527     WRITE PRINT-LINE FROM GROUP-COUNT-LINE                       00052700
000528         AFTER ADVANCING 1 LINE.                                  00052800
000529*                                                                 00052900
000530 FIGURE-YEARS-OF-SERVICE.                                         00053000
000531     COMPUTE WS-YEARS-OF-SERVICE =                                00053100
000532         WS-RUN-CCYY - RSD-SERVICE-CCYY.                          00053200
000533     MOVE RSD-SERVICE-FULL TO WS-SERVICE-FULL-NUM.                00053300
000534     IF WS-RUN-MMDD < WS-SERVICE-MMDD                             00053400
000535         SUBTRACT 1 FROM WS-YEARS-OF-SERVICE                      00053500
000536     END-IF.                                                      00053600
000537     IF WS-YEARS-OF-SERVICE < 0                                   00053700
000538         MOVE 0 TO WS-YEARS-OF-SERVICE                            00053800
000539     END-IF.                                                      00053900
000540*                                                                 00054000
000541 CLOSE-ROSTER.                                                    00054100
000542     IF NOT IS-FIRST-GROUP                                        00054200
000543         PERFORM PRINT-GROUP-COUNT                                00054300
000544     END-IF.                                                      00054400
000545     MOVE WS-ROSTER-COUNT TO RTL-COUNT.                           00054500
000546     WRITE PRINT-LINE FROM ROSTER-TOTAL-LINE                      00054600
000547         AFTER ADVANCING 2 LINES.                                 00054700
000548     MOVE WS-TERMINATED-SKIPPED TO TML-COUNT.                     00054800
000549     WRITE PRINT-LINE FROM TERMINATED-LINE                        00054900
000550         AFTER ADVANCING 1 LINE.                                  00055000
000551     MOVE WS-NO-DATE-COUNT TO NDL-COUNT.                          00055100
000552     WRITE PRINT-LINE FROM NO-DATE-LINE                           00055200
000553         AFTER ADVANCING 1 LINE.                                  00055300
000554     WRITE PRINT-LINE FROM SOURCE-NOTE-LINE                       00055400
000555         AFTER ADVANCING 2 LINES.                                 00055500
000556     CLOSE ROSTER-SORTED-FILE.                                    00055600
000557*                                                                 00055700
000558*THE ANNIVERSARY LIST IS A SECOND PASS OVER THE SORTED ROSTER,    00055800
000559*SO IT COMES OUT IN THE SAME DEPARTMENT AND SENIORITY ORDER.      00055900
000560 START-ANNIVERSARIES.                                             00056000
000561     MOVE "N" TO SORTED-EOF-FLAG.                                 00056100
000562     OPEN INPUT ROSTER-SORTED-FILE.                               00056200
000563     MOVE WS-ANNIV-MONTH TO ATL-ANNIV-MONTH.                      00056300
000564     WRITE PRINT-LINE FROM ANNIV-TITLE-LINE                       00056400
000565         AFTER ADVANCING PAGE.                                    00056500
000566     WRITE PRINT-LINE FROM ANNIV-COLUMN-LINE                      00056600
000567         AFTER ADVANCING 2 LINES.                                 00056700
000568     READ ROSTER-SORTED-FILE                                      00056800
000569         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00056900
000570*                                                                 00057000
000571 CHECK-ONE-ANNIVERSARY.                                           00057100
000572     IF NOT RSD-NO-SERVICE-DATE                                   00057200
000573       AND RSD-SERVICE-MM EQUAL WS-ANNIV-MM                       00057300
000574         COMPUTE WS-ANNIV-YEARS =                                 00057400
000575             WS-ANNIV-CCYY - RSD-SERVICE-CCYY                     00057500
000576         IF ANNIV-IS-MILESTONE                                    00057600
000577             PERFORM PRINT-ANNIVERSARY                            00057700
000578         END-IF                                                   00057800
000579     END-IF.                                                      00057900
000580     READ ROSTER-SORTED-FILE                                      00058000
000581         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00058100
000582*                                                                 00058200
000583 PRINT-ANNIVERSARY.                                               00058300
000584     ADD 1 TO WS-ANNIV-COUNT.                                     00058400
000585     IF WS-ANNIV-YEARS EQUAL 5                                    00058500
000586         ADD 1 TO WS-ANNIV-5-COUNT                                00058600
000587     ELSE                                                         00058700
000588     IF WS-ANNIV-YEARS EQUAL 10                                   00058800
000589         ADD 1 TO WS-ANNIV-10-COUNT                               00058900
000590     ELSE                                                         00059000
000591         ADD 1 TO WS-ANNIV-20-COUNT                               00059100
000592     END-IF                                                       00059200
000593     END-IF.                                                      00059300
000594     MOVE SPACES TO AL-SOURCE-TAG.                                00059400
000595     MOVE RSD-DEPARTMENT TO AL-DEPARTMENT.                        00059500
000596     MOVE RSD-PLANT-CODE TO AL-PLANT-CODE.                        00059600
000597     MOVE RSD-EMP-ID TO AL-EMP-ID.                                00059700
000598     MOVE RSD-EMP-NAME TO AL-EMP-NAME.                            00059800
000599     MOVE RSD-SERVICE-DATE TO AL-SERVICE-DATE.                    00059900
000600     IF RSD-FROM-HIRE-DATE                                        00060000
000601         MOVE " *" TO AL-SOURCE-TAG                               00060100
000602     END-IF.                                                      00060200
000603     MOVE WS-ANNIV-YEARS TO AL-YEARS.                             00060300
000604     WRITE PRINT-LINE FROM ANNIV-LINE AFTER ADVANCING 1 LINE.     00060400
000605*                                                                 00060500
000606 CLOSING.                                                         00060600
000607     IF WS-ANNIV-COUNT EQUAL ZERO                                 00060700
000608         WRITE PRINT-LINE FROM NO-ANNIV-LINE                      00060800
000609             AFTER ADVANCING 1 LINE                               00060900
000610     END-IF.                                                      00061000
000611     MOVE "5-YEAR ANNIVERSARIES:   " TO ACL-CAPTION.              00061100
000612     MOVE WS-ANNIV-5-COUNT TO ACL-COUNT.                          00061200
000613     WRITE PRINT-LINE FROM ANNIV-COUNT-LINE                       00061300
000614         AFTER ADVANCING 2 LINES.                                 00061400
000615     MOVE "10-YEAR ANNIVERSARIES:  " TO ACL-CAPTION.              00061500
000616     MOVE WS-ANNIV-10-COUNT TO ACL-COUNT.                         00061600
000617     WRITE PRINT-LINE FROM ANNIV-COUNT-LINE                       00061700
000618         AFTER ADVANCING 1 LINE.                                  00061800
000619     MOVE "20-YEAR ANNIVERSARIES:  " TO ACL-CAPTION.              00061900
000620     MOVE WS-ANNIV-20-COUNT TO ACL-COUNT.                         00062000
000621     WRITE PRINT-LINE FROM ANNIV-COUNT-LINE                       00062100
000622         AFTER ADVANCING 1 LINE.                                  00062200
000623     CLOSE ROSTER-SORTED-FILE, PRINT-FILE.                        00062300
