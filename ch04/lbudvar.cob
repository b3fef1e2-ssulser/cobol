000016*                    TOLERANCE PERCENT IS FLAGGED FOR THE MONDAY  00001600
000017*                    MANAGEMENT MEETING, AND ACTUALS WITH NO      00001700
000018*                    BUDGET ENTRY PRINT AS UNBUDGETED.            00001800
000019*    2026-10-15  SS  WIDEN THE RECORD FOR THE SOCIAL SECURITY AND 00001900
000020*                    MEDICARE AMOUNTS PAYROLL ADDED TO THE        00002000
000021*                    REGISTER EXTRACT.                            00002100
000022*    2026-10-15  SS  WIDEN THE RECORD FOR THE RETIREMENT DEFERRAL 00002200
000023*                    AND EMPLOYER MATCH PAYROLL ADDED TO THE      00002300
000024*                    REGISTER EXTRACT.                            00002400
000025*    2026-10-15  SS  WIDEN THE RECORD FOR THE LOAN REPAYMENT      00002500
000026*                    PAYROLL ADDED TO THE REGISTER EXTRACT.       00002600
000027*                                                                 00002700
000028 ENVIRONMENT DIVISION.                                            00002800
000029 CONFIGURATION SECTION.                                           00002900
000030 SOURCE-COMPUTER. IBM-370.                                        00003000
000031 OBJECT-COMPUTER. IBM-370.                                        00003100
000032*                                                                 00003200
000033 INPUT-OUTPUT SECTION.                                            00003300
000034 FILE-CONTROL.                                                    00003400
000035     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00003500
000036     SELECT BUDGET-MASTER-FILE ASSIGN TO UT-S-LBUDMSTR.           00003600
000037     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO UT-S-PARMS.         00003700
000038     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003800
000039*                                                                 00003900
000040 DATA DIVISION.                                                   00004000
000041 FILE SECTION.                                                    00004100
000042*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT;    00004200
000043*ONLY THE GROUPING AND MONEY FIELDS ARE NAMED HERE.               00004300
000044 FD  REGISTER-HISTORY-FILE                                        00004400
000045     LABEL RECORD IS OMITTED.                                     00004500
000046 01  REGISTER-RECORD.                                             00004600
000047     05  REG-EMP-ID              PIC X(10).                       00004700
000048     05  REG-EMP-DEPARTMENT      PIC X(15).                       00004800
000049     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00004900
000050     05  REG-PAY-PERIOD          PIC X(06).                       00005000
000051     05  FILLER                  PIC X(25).                       00005100
000052     05  REG-EMP-HOURS-WORKED    PIC S99.                         00005200
000053     05  FILLER                  PIC X(32).                       00005300
000054     05  REG-PLANT-CODE          PIC X(04).                       00005400
000055     05  FILLER                  PIC X(129).                      00005500
000056*                                                                 00005600
000057*BUDGET-RECORD MIRRORS THE LABOR BUDGET MASTER LBUDMNT WRITES.    00005700
000058 FD  BUDGET-MASTER-FILE                                           00005800
000059     LABEL RECORD IS OMITTED.                                     00005900
000060 01  BUDGET-RECORD.                                               00006000
000061     05  LBM-DEPARTMENT          PIC X(15).                       00006100
000062     05  LBM-PLANT-CODE          PIC X(04).                       00006200
000063     05  LBM-PERIOD              PIC X(06).                       00006300
000064     05  LBM-BUDGET-HOURS        PIC 9(05).                       00006400
000065     05  LBM-BUDGET-DOLLARS      PIC 9(7)V99.                     00006500
000066*                                                                 00006600
000067*THE OPERATOR CARD CARRIES THE TOLERANCE PERCENT PAST WHICH A     00006700
000068*DEPARTMENT IS FLAGGED.                                           00006800
000069 FD  PARAMETER-FILE                                               00006900
000070     LABEL RECORD IS OMITTED.                                     00007000
000071 01  PARAMETER-RECORD.                                            00007100
000072     05  PARM-TOLERANCE-PCT      PIC 999.                         00007200
000073     05  FILLER                  PIC X(77).                       00007300
000074*                                                                 00007400
000075 FD  PRINT-FILE                                                   00007500
000076     LABEL RECORD IS OMITTED.                                     00007600
000077 01  PRINT-LINE                  PIC X(132).                      00007700
000078*                                                                 00007800
000079 WORKING-STORAGE SECTION.                                         00007900
000080*                                                                 00008000
000081*ONE ENTRY PER DEPARTMENT/PLANT/PERIOD, SEEDED FROM THE BUDGET    00008100
000082*MASTER AND FILLED WITH ACTUALS FROM THE HISTORY; ACTUALS WITH    00008200
000083*NO BUDGET ENTRY ADD THEIR OWN UNBUDGETED ENTRY.                  00008300
000084 01  VARIANCE-TABLE.                                              00008400
000085     05  VAR-ENTRY OCCURS 200 TIMES.                              00008500
000086         10  VAR-DEPARTMENT      PIC X(15).                       00008600
000087         10  VAR-PLANT-CODE      PIC X(04).                       00008700
000088         10  VAR-PERIOD          PIC X(06).                       00008800
000089         10  VAR-BUDGET-HOURS    PIC 9(05).                       00008900
000090         10  VAR-BUDGET-DOLLARS  PIC 9(7)V99.                     00009000
000091         10  VAR-ACTUAL-HOURS    PIC S9(06).                      00009100
000092         10  VAR-ACTUAL-DOLLARS  PIC S9(8)V99.                    00009200
000093         10  VAR-BUDGETED-FLAG   PIC X.                           00009300
000094             88  VAR-IS-BUDGETED VALUE "Y".                       00009400
000095 77  WS-VAR-COUNT                PIC 999 VALUE 0.                 00009500
000096 77  WS-VAR-SUB                  PIC 999 VALUE 0.                 00009600
000097 77  VAR-FOUND-FLAG              PIC X VALUE "N".                 00009700
000098     88  VAR-ENTRY-FOUND         VALUE "Y".                       00009800
000099 77  WS-VAR-FOUND-SUB            PIC 999 VALUE 0.                 00009900
000100*                                                                 00010000
000101 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00010100
000102     88  HISTORY-IS-EOF          VALUE "Y".                       00010200
000103 77  BUDGET-EOF-FLAG             PIC X VALUE "N".                 00010300
000104     88  BUDGET-IS-EOF           VALUE "Y".                       00010400
000105*                                                                 00010500
000106 77  WS-TOLERANCE-PCT            PIC 999 VALUE 10.                00010600
000107 77  WS-DOLLAR-VARIANCE          PIC S9(8)V99 VALUE 0.            00010700
000108 77  WS-HOUR-VARIANCE            PIC S9(06) VALUE 0.              00010800
000109 77  WS-VARIANCE-PCT             PIC S9(3)V99 VALUE 0.            00010900
000110 77  WS-FLAGGED-COUNT            PIC 999 VALUE 0.                 00011000
000111*                                                                 00011100
000112 01  TITLE-LINE.                                                  00011200
000113     05  FILLER                  PIC X(20) VALUE SPACES.          00011300
000114     05  FILLER                  PIC X(44)                        00011400
000115             VALUE "LABOR BUDGET-VERSUS-ACTUAL VARIANCE".         00011500
000116*                                                                 00011600
000117 01  TOLERANCE-LINE.                                              00011700
000118     05  FILLER                  PIC X(02) VALUE SPACES.          00011800
000119     05  FILLER                  PIC X(19)                        00011900
000120             VALUE "TOLERANCE PERCENT: ".                         00012000
000121     05  TLL-TOLERANCE           PIC ZZ9.                         00012100
000122*                                                                 00012200
000123 01  VARIANCE-LINE.                                               00012300
000124     05  FILLER                  PIC X(02) VALUE SPACES.          00012400
000125     05  VRL-DEPARTMENT          PIC X(15).                       00012500
000126     05  FILLER                  PIC X(01) VALUE SPACES.          00012600
000127     05  VRL-PLANT-CODE          PIC X(04).                       00012700
000128     05  FILLER                  PIC X(01) VALUE SPACES.          00012800
000129     05  VRL-PERIOD              PIC X(06).                       00012900
000130     05  FILLER                  PIC X(06) VALUE "  ACT ".        00013000
000131     05  VRL-ACTUAL              PIC ZZZ,ZZ9.99-.                 00013100
000132     05  FILLER                  PIC X(06) VALUE "  BUD ".        00013200
000133     05  VRL-BUDGET              PIC ZZZ,ZZ9.99.                  00013300
000134     05  FILLER                  PIC X(06) VALUE "  VAR ".        00013400
000135     05  VRL-VARIANCE            PIC ZZZ,ZZ9.99-.                 00013500
000136     05  FILLER                  PIC X(02) VALUE SPACES.          00013600
000137     05  VRL-PCT                 PIC ZZ9.99-.                     00013700
000138     05  FILLER                  PIC X(04) VALUE " PCT".          00013800
000139     05  FILLER                  PIC X(02) VALUE SPACES.          00013900
000140     05  VRL-FLAG                PIC X(14).                       00014000
000141*                                                                 00014100
000142 01  SUMMARY-FLAGGED-LINE.                                        00014200
000143     05  FILLER                  PIC X(02) VALUE SPACES.          00014300
000144     05  FILLER                  PIC X(28)                        00014400
000145             VALUE "DEPARTMENTS PAST TOLERANCE: ".                00014500
000146     05  SFL-COUNT               PIC ZZ9.                         00014600
000147*                                                                 00014700
000148 PROCEDURE DIVISION.                                              00014800
000149 000-MAIN.                                                        00014900
000150     PERFORM INITIALIZATION.                                      00015000
000151     PERFORM LOAD-ONE-BUDGET-ENTRY UNTIL BUDGET-IS-EOF.           00015100
000152     READ REGISTER-HISTORY-FILE                                   00015200
000153         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00015300
000154     PERFORM POST-ONE-ACTUAL-LINE UNTIL HISTORY-IS-EOF.           00015400
000155     PERFORM REPORT-ONE-VARIANCE                                  00015500
000156         VARYING WS-VAR-SUB FROM 1 BY 1                           00015600
000157         UNTIL WS-VAR-SUB > WS-VAR-COUNT                          00015700
000158         OR WS-VAR-SUB > 200.                                     00015800
000159     PERFORM CLOSING.                                             00015900
000160     STOP RUN.                                                    00016000
000161*                                                                 00016100
000162 INITIALIZATION.                                                  00016200
000163     OPEN INPUT REGISTER-HISTORY-FILE, BUDGET-MASTER-FILE,        00016300
000164          PARAMETER-FILE,                                         00016400
000165          OUTPUT PRINT-FILE.                                      00016500
000166     READ PARAMETER-FILE                                          00016600
000167         AT END                                                   00016700
000168             CONTINUE                                             00016800
000169         NOT AT END                                               00016900
000170             IF PARM-TOLERANCE-PCT NUMERIC                        00017000
000171               AND PARM-TOLERANCE-PCT > 0                         00017100
000172                 MOVE PARM-TOLERANCE-PCT TO WS-TOLERANCE-PCT      00017200
000173             END-IF                                               00017300
000174     END-READ.                                                    00017400
000175     CLOSE PARAMETER-FILE.                                        00017500
000176     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00017600
000177     MOVE WS-TOLERANCE-PCT TO TLL-TOLERANCE.                      00017700
000178     WRITE PRINT-LINE FROM TOLERANCE-LINE                         00017800
000179         AFTER ADVANCING 1 LINE.                                  00017900
000180     READ BUDGET-MASTER-FILE                                      00018000
000181         AT END MOVE "Y" TO BUDGET-EOF-FLAG.                      00018100
000182*                                                                 00018200
000183 LOAD-ONE-BUDGET-ENTRY.                                           00018300
000184     MOVE LBM-DEPARTMENT TO REG-EMP-DEPARTMENT.                   00018400
000185     MOVE LBM-PLANT-CODE TO REG-PLANT-CODE.                       00018500
000186     MOVE LBM-PERIOD TO REG-PAY-PERIOD.                           00018600
000187     PERFORM FIND-VARIANCE-ENTRY.                                 00018700
000188     IF VAR-ENTRY-FOUND                                           00018800
000189         MOVE LBM-BUDGET-HOURS                                    00018900
000190             TO VAR-BUDGET-HOURS(WS-VAR-FOUND-SUB)                00019000
000191         MOVE LBM-BUDGET-DOLLARS                                  00019100
000192             TO VAR-BUDGET-DOLLARS(WS-VAR-FOUND-SUB)              00019200
000193         MOVE "Y" TO VAR-BUDGETED-FLAG(WS-VAR-FOUND-SUB)          00019300
000194     END-IF.                                                      00019400
000195     READ BUDGET-MASTER-FILE                                      00019500
000196         AT END MOVE "Y" TO BUDGET-EOF-FLAG.                      00019600
000197*                                                                 00019700
000198 POST-ONE-ACTUAL-LINE.                                            00019800
000199     PERFORM FIND-VARIANCE-ENTRY.                                 00019900
000200     IF VAR-ENTRY-FOUND                                           00020000
000201         ADD REG-EMP-HOURS-WORKED                                 00020100
000202             TO VAR-ACTUAL-HOURS(WS-VAR-FOUND-SUB)                00020200
000203         ADD REG-LINE-AMOUNT                                      00020300
000204             TO VAR-ACTUAL-DOLLARS(WS-VAR-FOUND-SUB)              00020400
000205     END-IF.                                                      00020500
000206     READ REGISTER-HISTORY-FILE                                   00020600
000207         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00020700
000208*                                                                 00020800
000209*THE KEY FIELDS ARRIVE IN THE REGISTER RECORD'S DEPARTMENT,       00020900
000210*PLANT, AND PERIOD, WHICHEVER FILE THE CALLER READ.               00021000
000211 FIND-VARIANCE-ENTRY.                                             00021100
000212     MOVE "N" TO VAR-FOUND-FLAG.                                  00021200
000213     PERFORM MATCH-ONE-VARIANCE                                   00021300
000214         VARYING WS-VAR-SUB FROM 1 BY 1                           00021400
000215         UNTIL WS-VAR-SUB > WS-VAR-COUNT                          00021500
000216         OR WS-VAR-SUB > 200.                                     00021600
000217     IF NOT VAR-ENTRY-FOUND                                       00021700
000218         ADD 1 TO WS-VAR-COUNT                                    00021800
000219         IF WS-VAR-COUNT > 200                                    00021900
000220             DISPLAY "LBUDVAR HALTED - VARIANCE TABLE FULL"       00022000
000221                 " AT 200"                                        00022100
000222             MOVE 16 TO RETURN-CODE                               00022200
000223             STOP RUN                                             00022300
000224         END-IF                                                   00022400
000225         MOVE REG-EMP-DEPARTMENT                                  00022500
000226             TO VAR-DEPARTMENT(WS-VAR-COUNT)                      00022600
000227         MOVE REG-PLANT-CODE TO VAR-PLANT-CODE(WS-VAR-COUNT)      00022700
000228         MOVE REG-PAY-PERIOD TO VAR-PERIOD(WS-VAR-COUNT)          00022800
000229         MOVE 0 TO VAR-BUDGET-HOURS(WS-VAR-COUNT)                 00022900
000230         MOVE 0 TO VAR-BUDGET-DOLLARS(WS-VAR-COUNT)               00023000
000231         MOVE 0 TO VAR-ACTUAL-HOURS(WS-VAR-COUNT)                 00023100
000232         MOVE 0 TO VAR-ACTUAL-DOLLARS(WS-VAR-COUNT)               00023200
000233         MOVE "N" TO VAR-BUDGETED-FLAG(WS-VAR-COUNT)              00023300
000234         MOVE WS-VAR-COUNT TO WS-VAR-FOUND-SUB                    00023400
000235         MOVE "Y" TO VAR-FOUND-FLAG                               00023500
000236     END-IF.                                                      00023600
000237*                                                                 00023700
000238 MATCH-ONE-VARIANCE.                                              00023800
000239     IF VAR-DEPARTMENT(WS-VAR-SUB) EQUAL REG-EMP-DEPARTMENT       00023900
000240       AND VAR-PLANT-CODE(WS-VAR-SUB) EQUAL REG-PLANT-CODE        00024000
000241       AND VAR-PERIOD(WS-VAR-SUB) EQUAL REG-PAY-PERIOD            00024100
000242         MOVE "Y" TO VAR-FOUND-FLAG                               00024200
000243         MOVE WS-VAR-SUB TO WS-VAR-FOUND-SUB                      00024300
000244     END-IF.                                                      00024400
000245*                                                                 00024500
000246 REPORT-ONE-VARIANCE.                                             00024600
000247     MOVE VAR-DEPARTMENT(WS-VAR-SUB) TO VRL-DEPARTMENT.           00024700
000248     MOVE VAR-PLANT-CODE(WS-VAR-SUB) TO VRL-PLANT-CODE.           00024800
000249     MOVE VAR-PERIOD(WS-VAR-SUB) TO VRL-PERIOD.                   00024900
000250     MOVE VAR-ACTUAL-DOLLARS(WS-VAR-SUB) TO VRL-ACTUAL.           00025000
000251     MOVE VAR-BUDGET-DOLLARS(WS-VAR-SUB) TO VRL-BUDGET.           00025100
000252     SUBTRACT VAR-BUDGET-DOLLARS(WS-VAR-SUB)                      00025200
000253         FROM VAR-ACTUAL-DOLLARS(WS-VAR-SUB)                      00025300
000254         GIVING WS-DOLLAR-VARIANCE.                               00025400
000255     MOVE WS-DOLLAR-VARIANCE TO VRL-VARIANCE.                     00025500
000256     MOVE 0 TO WS-VARIANCE-PCT.                                   00025600
000257     IF VAR-BUDGET-DOLLARS(WS-VAR-SUB) NOT EQUAL ZERO             00025700
000258         COMPUTE WS-VARIANCE-PCT ROUNDED =                        00025800
000259             WS-DOLLAR-VARIANCE * 100                             00025900
000260             / VAR-BUDGET-DOLLARS(WS-VAR-SUB)                     00026000
000261     END-IF.                                                      00026100
000262     MOVE WS-VARIANCE-PCT TO VRL-PCT.                             00026200
000263     MOVE SPACES TO VRL-FLAG.                                     00026300
000264     IF NOT VAR-IS-BUDGETED(WS-VAR-SUB)                           00026400
000265         MOVE "*UNBUDGETED*" TO VRL-FLAG                          00026500
000266         ADD 1 TO WS-FLAGGED-COUNT                                00026600
000267     ELSE                                                         00026700
000268         IF WS-VARIANCE-PCT > WS-TOLERANCE-PCT                    00026800
000269           OR WS-VARIANCE-PCT < 0                                 00026900
000270             IF WS-VARIANCE-PCT > WS-TOLERANCE-PCT                00027000
000271                 MOVE "*OVER BUDGET*" TO VRL-FLAG                 00027100
000272                 ADD 1 TO WS-FLAGGED-COUNT                        00027200
000273             ELSE                                                 00027300
000274                 COMPUTE WS-VARIANCE-PCT =                        00027400
000275                     WS-VARIANCE-PCT * -1                         00027500
000276                 IF WS-VARIANCE-PCT > WS-TOLERANCE-PCT            00027600
000277                     MOVE "*UNDER BUDGET*" TO VRL-FLAG            00027700
000278                     ADD 1 TO WS-FLAGGED-COUNT                    00027800
000279                 END-IF                                           00027900
000280             END-IF                                               00028000
000281         END-IF                                                   00028100
000282     END-IF.                                                      00028200
000283     WRITE PRINT-LINE FROM VARIANCE-LINE                          00028300
000284         AFTER ADVANCING 1 LINE.                                  00028400
000285*                                                                 00028500
000286 CLOSING.                                                         00028600
000287     MOVE WS-FLAGGED-COUNT TO SFL-COUNT.                          00028700
000288     WRITE PRINT-LINE FROM SUMMARY-FLAGGED-LINE                   00028800
000289         AFTER ADVANCING 2 LINES.                                 00028900
000290     CLOSE REGISTER-HISTORY-FILE, BUDGET-MASTER-FILE,             00029000
000291         PRINT-FILE.                                              00029100
