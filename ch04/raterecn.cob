000019*    2026-08-23  SS  HALT WITH CODE 16 WHEN THE PAYRATE TABLE     00001900
000020*                    OVERFLOWS, AND CAP THE MATCH LOOP AT THE     00002000
000021*                    TABLE SIZE.                                  00002100
000022*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE PAY GROUP,   00002200
000023*                    PAY FREQUENCY, AND PERIOD SALARY (90 BYTES). 00002300
000024*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE SOCIAL       00002400
000025*                    SECURITY NUMBER, HIRE DATE, AND HOME ADDRESS 00002500
000026*                    (156 BYTES).                                 00002600
000027*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE ORIGINAL     00002700
000028*                    HIRE DATE AND ADJUSTED SERVICE DATE (168     00002800
000029*                    BYTES).                                      00002900
000030*                                                                 00003000
000031 ENVIRONMENT DIVISION.                                            00003100
000032 CONFIGURATION SECTION.                                           00003200
000033 SOURCE-COMPUTER. IBM-370.                                        00003300
000034 OBJECT-COMPUTER. IBM-370.                                        00003400
000035*                                                                 00003500
000036 INPUT-OUTPUT SECTION.                                            00003600
000037 FILE-CONTROL.                                                    00003700
000038     SELECT PAYRATE-FILE ASSIGN TO UT-S-PAYRATE.                  00003800
000039     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00003900
000040         ORGANIZATION IS INDEXED                                  00004000
000041         ACCESS MODE IS SEQUENTIAL                                00004100
000042         RECORD KEY IS PY-ID.                                     00004200
000043     SELECT PRINT-FILE   ASSIGN TO UT-S-OUTPUT.                   00004300
000044*                                                                 00004400
000045 DATA DIVISION.                                                   00004500
000046 FILE SECTION.                                                    00004600
000047*PAYRATE-RECORD MIRRORS PAYRATE'S OWN CARD-RECORD LAYOUT.         00004700
000048 FD  PAYRATE-FILE                                                 00004800
000049     LABEL RECORD IS OMITTED.                                     00004900
000050 01  PAYRATE-RECORD.                                              00005000
000051     05  PR-NAME                 PIC X(25).                       00005100
000052     05  PR-ID                   PIC X(10).                       00005200
000053     05  PR-DEPARTMENT           PIC X(15).                       00005300
000054     05  PR-RATE                 PIC 99V99.                       00005400
000055     05  FILLER                  PIC X(26).                       00005500
000056*                                                                 00005600
000057*PAYROLL-RECORD MIRRORS EMPMAINT'S EMPLOYEE MASTER LAYOUT.        00005700
000058 FD  EMPLOYEE-MASTER-FILE                                         00005800
000059     LABEL RECORD IS OMITTED.                                     00005900
000060 01  PAYROLL-RECORD.                                              00006000
000061     05  PY-NAME                 PIC X(25).                       00006100
000062     05  PY-ID                   PIC X(10).                       00006200
000063     05  PY-DEPARTMENT           PIC X(15).                       00006300
000064     05  PY-RATE                 PIC 99V99.                       00006400
000065     05  PY-GRADE-CODE           PIC X(02).                       00006500
000066     05  PY-SALARY-CODE          PIC X.                           00006600
000067     05  PY-STATUS               PIC X.                           00006700
000068     05  PY-RATE-EFF-DATE        PIC 9(06).                       00006800
000069     05  PY-PREV-RATE            PIC 99V99.                       00006900
000070     05  PY-RETRO-HOURS          PIC 9(03).                       00007000
000071     05  FILLER                  PIC X(97).                       00007100
000072*                                                                 00007200
000073 FD  PRINT-FILE                                                   00007300
000074     LABEL RECORD IS OMITTED.                                     00007400
000075 01  PRINT-LINE                  PIC X(96).                       00007500
000076*                                                                 00007600
000077 WORKING-STORAGE SECTION.                                         00007700
000078*                                                                 00007800
000079 01  PAYRATE-TABLE.                                               00007900
000080     05  PAYRATE-ENTRY OCCURS 200 TIMES.                          00008000
000081         10  PRT-NAME            PIC X(25).                       00008100
000082         10  PRT-ID              PIC X(10).                       00008200
000083         10  PRT-RATE            PIC 99V99.                       00008300
000084 77  WS-PAYRATE-COUNT             PIC 999 VALUE 0.                00008400
000085 77  WS-MATCH-SUB                 PIC 999 VALUE 0.                00008500
000086*                                                                 00008600
000087 77  PAYRATE-EOF-FLAG            PIC X VALUE "N".                 00008700
000088     88  PAYRATE-IS-EOF          VALUE "Y".                       00008800
000089 77  PAYROLL-EOF-FLAG            PIC X VALUE "N".                 00008900
000090     88  PAYROLL-IS-EOF          VALUE "Y".                       00009000
000091*                                                                 00009100
000092 77  MATCH-FOUND-FLAG            PIC X VALUE "N".                 00009200
000093     88  MATCH-WAS-FOUND         VALUE "Y".                       00009300
000094 77  WS-MATCHED-RATE             PIC 99V99 VALUE 0.               00009400
000095*                                                                 00009500
000096 77  WS-PAYROLL-COUNT             PIC 999 VALUE 0.                00009600
000097 77  WS-MATCHED-COUNT             PIC 999 VALUE 0.                00009700
000098 77  WS-MISMATCH-COUNT            PIC 999 VALUE 0.                00009800
000099 77  WS-NOT-FOUND-COUNT           PIC 999 VALUE 0.                00009900
000100*                                                                 00010000
000101 01  TITLE-LINE.                                                  00010100
000102     05  FILLER                  PIC X(20) VALUE SPACES.          00010200
000103     05  FILLER                  PIC X(40)                        00010300
000104             VALUE "PAYRATE / PAYROLL RATE RECONCILIATION".       00010400
000105*                                                                 00010500
000106 01  MISMATCH-LINE.                                               00010600
000107     05  FILLER                  PIC X(05) VALUE SPACES.          00010700
000108     05  ML-NAME                 PIC X(25).                       00010800
000109     05  ML-ID                   PIC X(10).                       00010900
000110     05  FILLER                  PIC X(4) VALUE " PR:".           00011000
000111     05  ML-PAYRATE-RATE         PIC $99.99.                      00011100
000112     05  FILLER                  PIC X(4) VALUE " PY:".           00011200
000113     05  ML-PAYROLL-RATE         PIC $99.99.                      00011300
000114*                                                                 00011400
000115 01  NOT-FOUND-LINE.                                              00011500
000116     05  FILLER                  PIC X(05) VALUE SPACES.          00011600
000117     05  NFL-NAME                PIC X(25).                       00011700
000118     05  NFL-ID                  PIC X(10).                       00011800
000119     05  FILLER                  PIC X(30)                        00011900
000120             VALUE "NOT FOUND IN PAYRATE DECK".                   00012000
000121*                                                                 00012100
000122 01  SUMMARY-PROCESSED-LINE.                                      00012200
000123     05  FILLER                  PIC X(05) VALUE SPACES.          00012300
000124     05  FILLER                  PIC X(24)                        00012400
000125             VALUE "MASTER RECORDS READ:    ".                    00012500
000126     05  SPL-COUNT               PIC ZZ9.                         00012600
000127*                                                                 00012700
000128 01  SUMMARY-MATCHED-LINE.                                        00012800
000129     05  FILLER                  PIC X(05) VALUE SPACES.          00012900
000130     05  FILLER                  PIC X(24)                        00013000
000131             VALUE "MATCHED, RATES AGREE:   ".                    00013100
000132     05  SML-COUNT               PIC ZZ9.                         00013200
000133*                                                                 00013300
000134 01  SUMMARY-MISMATCH-LINE.                                       00013400
000135     05  FILLER                  PIC X(05) VALUE SPACES.          00013500
000136     05  FILLER                  PIC X(24)                        00013600
000137             VALUE "MATCHED, RATES DIFFER:  ".                    00013700
000138     05  SXL-COUNT               PIC ZZ9.                         00013800
000139*                                                                 00013900
000140 01  SUMMARY-NOT-FOUND-LINE.                                      00014000
000141     05  FILLER                  PIC X(05) VALUE SPACES.          00014100
000142     05  FILLER                  PIC X(24)                        00014200
000143             VALUE "NOT IN PAYRATE DECK:    ".                    00014300
000144     05  SNL-COUNT               PIC ZZ9.                         00014400
000145*                                                                 00014500
000146 PROCEDURE DIVISION.                                              00014600
000147 000-MAIN.                                                        00014700
000148     PERFORM INITIALIZATION.                                      00014800
000149     PERFORM LOAD-ONE-PAYRATE-RECORD UNTIL PAYRATE-IS-EOF.        00014900
000150     PERFORM RECONCILE-ONE-PAYROLL-RECORD UNTIL PAYROLL-IS-EOF.   00015000
000151     PERFORM CLOSING.                                             00015100
000152     STOP RUN.                                                    00015200
000153*                                                                 00015300
000154 INITIALIZATION.                                                  00015400
000155     OPEN INPUT PAYRATE-FILE, EMPLOYEE-MASTER-FILE,               00015500
000156          OUTPUT PRINT-FILE.                                      00015600
000157     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00015700
000158     READ PAYRATE-FILE                                            00015800
000159         AT END MOVE "Y" TO PAYRATE-EOF-FLAG.                     00015900
000160     READ EMPLOYEE-MASTER-FILE                                    00016000
000161         AT END MOVE "Y" TO PAYROLL-EOF-FLAG.                     00016100
000162*                                                                 00016200
000163 LOAD-ONE-PAYRATE-RECORD.                                         00016300
000164     ADD 1 TO WS-PAYRATE-COUNT.                                   00016400
000165     IF WS-PAYRATE-COUNT > 200                                    00016500
000166         DISPLAY "RATERECN HALTED - PAYRATE TABLE FULL AT 200"    00016600
000167         MOVE 16 TO RETURN-CODE                                   00016700
000168         STOP RUN                                                 00016800
000169     END-IF.                                                      00016900
000170     IF WS-PAYRATE-COUNT <= 200                                   00017000
000171         MOVE PR-NAME TO PRT-NAME(WS-PAYRATE-COUNT)               00017100
000172         MOVE PR-ID TO PRT-ID(WS-PAYRATE-COUNT)                   00017200
000173         MOVE PR-RATE TO PRT-RATE(WS-PAYRATE-COUNT)               00017300
000174     END-IF.                                                      00017400
000175     READ PAYRATE-FILE                                            00017500
000176         AT END MOVE "Y" TO PAYRATE-EOF-FLAG.                     00017600
000177*                                                                 00017700
000178 RECONCILE-ONE-PAYROLL-RECORD.                                    00017800
000179     ADD 1 TO WS-PAYROLL-COUNT.                                   00017900
000180     MOVE "N" TO MATCH-FOUND-FLAG.                                00018000
000181     PERFORM MATCH-ONE-PAYRATE-ENTRY                              00018100
000182         VARYING WS-MATCH-SUB FROM 1 BY 1                         00018200
000183         UNTIL WS-MATCH-SUB > WS-PAYRATE-COUNT                    00018300
000184         OR WS-MATCH-SUB > 200.                                   00018400
000185     IF MATCH-WAS-FOUND                                           00018500
000186         IF WS-MATCHED-RATE EQUAL PY-RATE                         00018600
000187             ADD 1 TO WS-MATCHED-COUNT                            00018700
000188         ELSE                                                     00018800
000189             ADD 1 TO WS-MISMATCH-COUNT                           00018900
000190             PERFORM PRINT-MISMATCH-LINE                          00019000
000191         END-IF                                                   00019100
000192     ELSE                                                         00019200
000193         ADD 1 TO WS-NOT-FOUND-COUNT                              00019300
000194         PERFORM PRINT-NOT-FOUND-LINE                             00019400
000195     END-IF.                                                      00019500
000196     READ EMPLOYEE-MASTER-FILE                                    00019600
000197         AT END MOVE "Y" TO PAYROLL-EOF-FLAG.                     00019700
000198*                                                                 00019800
000199 MATCH-ONE-PAYRATE-ENTRY.                                         00019900
000200     IF PRT-ID(WS-MATCH-SUB) EQUAL PY-ID                          00020000
000201             OR PRT-NAME(WS-MATCH-SUB) EQUAL PY-NAME              00020100
000202         MOVE "Y" TO MATCH-FOUND-FLAG                             00020200
000203         MOVE PRT-RATE(WS-MATCH-SUB) TO WS-MATCHED-RATE           00020300
000204     END-IF.                                                      00020400
000205*                                                                 00020500
000206 PRINT-MISMATCH-LINE.                                             00020600
000207     MOVE SPACES TO MISMATCH-LINE.                                00020700
000208     MOVE PY-NAME TO ML-NAME.                                     00020800
000209     MOVE PY-ID TO ML-ID.                                         00020900
000210     MOVE WS-MATCHED-RATE TO ML-PAYRATE-RATE.                     00021000
000211     MOVE PY-RATE TO ML-PAYROLL-RATE.                             00021100
000212     WRITE PRINT-LINE FROM MISMATCH-LINE AFTER ADVANCING 1 LINE.  00021200
000213*                                                                 00021300
000214 PRINT-NOT-FOUND-LINE.                                            00021400
000215     MOVE SPACES TO NOT-FOUND-LINE.                               00021500
000216     MOVE PY-NAME TO NFL-NAME.                                    00021600
000217     MOVE PY-ID TO NFL-ID.                                        00021700
000218     WRITE PRINT-LINE FROM NOT-FOUND-LINE AFTER ADVANCING 1 LINE. 00021800
000219*                                                                 00021900
000220 CLOSING.                                                         00022000
000221     MOVE WS-PAYROLL-COUNT TO SPL-COUNT.                          00022100
000222     WRITE PRINT-LINE FROM SUMMARY-PROCESSED-LINE                 00022200
000223         AFTER ADVANCING 2 LINES.                                 00022300
000224     MOVE WS-MATCHED-COUNT TO SML-COUNT.                          00022400
000225     WRITE PRINT-LINE FROM SUMMARY-MATCHED-LINE                   00022500
000226         AFTER ADVANCING 1 LINE.                                  00022600
000227     MOVE WS-MISMATCH-COUNT TO SXL-COUNT.                         00022700
000228     WRITE PRINT-LINE FROM SUMMARY-MISMATCH-LINE                  00022800
000229         AFTER ADVANCING 1 LINE.                                  00022900
000230     MOVE WS-NOT-FOUND-COUNT TO SNL-COUNT.                        00023000
000231     WRITE PRINT-LINE FROM SUMMARY-NOT-FOUND-LINE                 00023100
000232         AFTER ADVANCING 1 LINE.                                  00023200
000233     CLOSE PAYRATE-FILE, EMPLOYEE-MASTER-FILE, PRINT-FILE.        00023300
