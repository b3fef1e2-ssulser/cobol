000013*                    TIES BACK TO THE YTD MASTER'S PROOF TOTAL,   00001300
000014*                    AND WRITES THE MACHINE-READABLE COPY FOR THE 00001400
000015*                    TAX SERVICE.  NO MORE JANUARY TYPING.        00001500
000016*    2026-10-15  SS  REPORT SOCIAL SECURITY AND MEDICARE WAGES    00001600
000017*                    AND TAX WITHHELD ON EACH STATEMENT, THE TAX  00001700
000018*                    SERVICE RECORD, AND THE TRANSMITTAL TOTALS.  00001800
000019*    2026-10-15  SS  REPORT PRE-TAX RETIREMENT DEFERRALS AND THE  00001900
000020*                    INCOME TAX WAGES NET OF THEM ON EACH         00002000
000021*                    STATEMENT, THE TAX SERVICE RECORD, AND THE   00002100
000022*                    TRANSMITTAL.                                 00002200
000023*                                                                 00002300
000024 ENVIRONMENT DIVISION.                                            00002400
000025 CONFIGURATION SECTION.                                           00002500
000026 SOURCE-COMPUTER. IBM-370.                                        00002600
000027 OBJECT-COMPUTER. IBM-370.                                        00002700
000028*                                                                 00002800
000029 INPUT-OUTPUT SECTION.                                            00002900
000030 FILE-CONTROL.                                                    00003000
000031     SELECT YTD-MASTER-FILE ASSIGN TO UT-S-YTDMSTR.               00003100
000032     SELECT COMPANY-CONTROL-FILE ASSIGN TO UT-S-COMPANY.          00003200
000033     SELECT TAX-SERVICE-FILE ASSIGN TO UT-S-TAXSVC.               00003300
000034     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003400
000035*                                                                 00003500
000036 DATA DIVISION.                                                   00003600
000037 FILE SECTION.                                                    00003700
000038*YTD-MASTER-RECORD MIRRORS PAYROLL'S YTD MASTER LAYOUT; THE       00003800
000039*LEADING *YTDCTL* CONTROL RECORD SUPPLIES THE STATEMENT YEAR.     00003900
000040 FD  YTD-MASTER-FILE                                              00004000
000041     LABEL RECORD IS OMITTED.                                     00004100
000042 01  YTD-MASTER-RECORD.                                           00004200
000043     05  YTD-M-EMP-ID            PIC X(10).                       00004300
000044     05  YTD-M-EMP-NAME          PIC X(25).                       00004400
000045     05  YTD-M-GROSS-PAY         PIC S9(7)V99.                    00004500
000046     05  YTD-M-SS-WAGES          PIC S9(7)V99.                    00004600
000047     05  YTD-M-SS-TAX            PIC S9(7)V99.                    00004700
000048     05  YTD-M-MED-WAGES         PIC S9(7)V99.                    00004800
000049     05  YTD-M-MED-TAX           PIC S9(7)V99.                    00004900
000050     05  YTD-M-SS-ER-TAX         PIC S9(7)V99.                    00005000
000051     05  YTD-M-MED-ER-TAX        PIC S9(7)V99.                    00005100
000052     05  YTD-M-DEFERRALS         PIC S9(7)V99.                    00005200
000053     05  YTD-M-ER-MATCH          PIC S9(7)V99.                    00005300
000054*                                                                 00005400
000055 FD  COMPANY-CONTROL-FILE                                         00005500
000056     LABEL RECORD IS OMITTED.                                     00005600
000057 01  COMPANY-CONTROL-RECORD.                                      00005700
000058     05  CO-EMPLOYER-ID          PIC X(10).                       00005800
000059     05  CO-COMPANY-NAME         PIC X(30).                       00005900
000060     05  CO-COMPANY-ADDRESS      PIC X(30).                       00006000
000061     05  FILLER                  PIC X(10).                       00006100
000062*                                                                 00006200
000063 FD  TAX-SERVICE-FILE                                             00006300
000064     LABEL RECORD IS OMITTED.                                     00006400
000065 01  TAX-SERVICE-RECORD.                                          00006500
000066     05  TSV-EMPLOYER-ID         PIC X(10).                       00006600
000067     05  TSV-YEAR                PIC 99.                          00006700
000068     05  TSV-EMP-ID              PIC X(10).                       00006800
000069     05  TSV-EMP-NAME            PIC X(25).                       00006900
000070     05  TSV-GROSS-PAY           PIC S9(7)V99.                    00007000
000071     05  TSV-SS-WAGES            PIC S9(7)V99.                    00007100
000072     05  TSV-SS-TAX              PIC S9(7)V99.                    00007200
000073     05  TSV-MED-WAGES           PIC S9(7)V99.                    00007300
000074     05  TSV-MED-TAX             PIC S9(7)V99.                    00007400
000075     05  TSV-TAXABLE-WAGES       PIC S9(7)V99.                    00007500
000076     05  TSV-DEFERRALS           PIC S9(7)V99.                    00007600
000077*                                                                 00007700
000078 FD  PRINT-FILE                                                   00007800
000079     LABEL RECORD IS OMITTED.                                     00007900
000080 01  PRINT-LINE                  PIC X(132).                      00008000
000081*                                                                 00008100
000082 WORKING-STORAGE SECTION.                                         00008200
000083*                                                                 00008300
000084 77  YTD-EOF-FLAG                PIC X VALUE "N".                 00008400
000085     88  YTD-IS-EOF              VALUE "Y".                       00008500
000086 77  WS-STATEMENT-YEAR           PIC 99 VALUE 0.                  00008600
000087 77  WS-STATEMENT-COUNT          PIC 9(05) VALUE 0.               00008700
000088 77  WS-GROSS-TOTAL              PIC S9(9)V99 VALUE 0.            00008800
000089 77  WS-SS-WAGES-TOTAL           PIC S9(9)V99 VALUE 0.            00008900
000090 77  WS-SS-TAX-TOTAL             PIC S9(9)V99 VALUE 0.            00009000
000091 77  WS-MED-WAGES-TOTAL          PIC S9(9)V99 VALUE 0.            00009100
000092 77  WS-MED-TAX-TOTAL            PIC S9(9)V99 VALUE 0.            00009200
000093 77  WS-DEFERRAL-TOTAL           PIC S9(9)V99 VALUE 0.            00009300
000094 77  WS-TAXABLE-WAGES            PIC S9(7)V99 VALUE 0.            00009400
000095*                                                                 00009500
000096 01  STATEMENT-RULE-LINE.                                         00009600
000097     05  FILLER                  PIC X(64) VALUE ALL "-".         00009700
000098*                                                                 00009800
000099 01  STATEMENT-HEAD-LINE.                                         00009900
000100     05  FILLER                  PIC X(05) VALUE SPACES.          00010000
000101     05  FILLER                  PIC X(31)                        00010100
000102             VALUE "STATEMENT OF WAGES PAID - YEAR ".             00010200
000103     05  SHL-YEAR                PIC 99.                          00010300
000104*                                                                 00010400
000105 01  EMPLOYER-LINE.                                               00010500
000106     05  FILLER                  PIC X(05) VALUE SPACES.          00010600
000107     05  FILLER                  PIC X(10)                        00010700
000108             VALUE "EMPLOYER: ".                                  00010800
000109     05  EML-COMPANY-NAME        PIC X(30).                       00010900
000110     05  FILLER                  PIC X(06)                        00011000
000111             VALUE "  ID: ".                                      00011100
000112     05  EML-EMPLOYER-ID         PIC X(10).                       00011200
000113*                                                                 00011300
000114 01  EMPLOYER-ADDRESS-LINE.                                       00011400
000115     05  FILLER                  PIC X(15) VALUE SPACES.          00011500
000116     05  EAL-COMPANY-ADDRESS     PIC X(30).                       00011600
000117*                                                                 00011700
000118 01  EMPLOYEE-LINE.                                               00011800
000119     05  FILLER                  PIC X(05) VALUE SPACES.          00011900
000120     05  FILLER                  PIC X(10)                        00012000
000121             VALUE "EMPLOYEE: ".                                  00012100
000122     05  EPL-EMP-NAME            PIC X(25).                       00012200
000123     05  FILLER                  PIC X(06)                        00012300
000124             VALUE "  NO. ".                                      00012400
000125     05  EPL-EMP-ID              PIC X(10).                       00012500
000126*                                                                 00012600
000127 01  WAGES-LINE.                                                  00012700
000128     05  FILLER                  PIC X(05) VALUE SPACES.          00012800
000129     05  FILLER                  PIC X(28)                        00012900
000130             VALUE "GROSS WAGES PAID THIS YEAR: ".                00013000
000131     05  WGL-GROSS-PAY           PIC Z,ZZZ,ZZ9.99-.               00013100
000132*                                                                 00013200
000133*INCOME TAX WAGES ARE THE GROSS LESS THE PRE-TAX RETIREMENT       00013300
000134*DEFERRALS, WHICH ARE REPORTED ON THEIR OWN LINE.                 00013400
000135 01  TAXABLE-WAGES-LINE.                                          00013500
000136     05  FILLER                  PIC X(05) VALUE SPACES.          00013600
000137     05  FILLER                  PIC X(28)                        00013700
000138             VALUE "WAGES SUBJECT TO INCOME TAX:".                00013800
000139     05  TWL-TAXABLE-WAGES       PIC Z,ZZZ,ZZ9.99-.               00013900
000140*                                                                 00014000
000141 01  DEFERRAL-LINE.                                               00014100
000142     05  FILLER                  PIC X(05) VALUE SPACES.          00014200
000143     05  FILLER                  PIC X(28)                        00014300
000144             VALUE "ELECTIVE DEFERRALS (PLAN):  ".                00014400
000145     05  DFL-DEFERRALS           PIC Z,ZZZ,ZZ9.99-.               00014500
000146*                                                                 00014600
000147 01  SS-WAGES-LINE.                                               00014700
000148     05  FILLER                  PIC X(05) VALUE SPACES.          00014800
000149     05  FILLER                  PIC X(28)                        00014900
000150             VALUE "SOCIAL SECURITY WAGES:      ".                00015000
000151     05  SWL-SS-WAGES            PIC Z,ZZZ,ZZ9.99-.               00015100
000152     05  FILLER                  PIC X(16)                        00015200
000153             VALUE "    TAX WITHHELD".                            00015300
000154     05  SWL-SS-TAX              PIC Z,ZZZ,ZZ9.99-.               00015400
000155*                                                                 00015500
000156 01  MED-WAGES-LINE.                                              00015600
000157     05  FILLER                  PIC X(05) VALUE SPACES.          00015700
000158     05  FILLER                  PIC X(28)                        00015800
000159             VALUE "MEDICARE WAGES AND TIPS:    ".                00015900
000160     05  MWL-MED-WAGES           PIC Z,ZZZ,ZZ9.99-.               00016000
000161     05  FILLER                  PIC X(16)                        00016100
000162             VALUE "    TAX WITHHELD".                            00016200
000163     05  MWL-MED-TAX             PIC Z,ZZZ,ZZ9.99-.               00016300
000164*                                                                 00016400
000165 01  TRANSMITTAL-HEAD-LINE.                                       00016500
000166     05  FILLER                  PIC X(05) VALUE SPACES.          00016600
000167     05  FILLER                  PIC X(30)                        00016700
000168             VALUE "TRANSMITTAL OF WAGE STATEMENTS".              00016800
000169*                                                                 00016900
000170 01  TRANSMITTAL-COUNT-LINE.                                      00017000
000171     05  FILLER                  PIC X(05) VALUE SPACES.          00017100
000172     05  FILLER                  PIC X(28)                        00017200
000173             VALUE "STATEMENTS ISSUED:          ".                00017300
000174     05  TCL-COUNT               PIC ZZ,ZZ9.                      00017400
000175*                                                                 00017500
000176 01  TRANSMITTAL-TOTAL-LINE.                                      00017600
000177     05  FILLER                  PIC X(05) VALUE SPACES.          00017700
000178     05  FILLER                  PIC X(28)                        00017800
000179             VALUE "TOTAL WAGES REPORTED:       ".                00017900
000180     05  TTL-TOTAL               PIC Z,ZZZ,ZZZ,ZZ9.99-.           00018000
000181*                                                                 00018100
000182 01  TRANSMITTAL-DEFERRAL-LINE.                                   00018200
000183     05  FILLER                  PIC X(05) VALUE SPACES.          00018300
000184     05  FILLER                  PIC X(28)                        00018400
000185             VALUE "ELECTIVE DEFERRALS:         ".                00018500
000186     05  TDL-TOTAL               PIC Z,ZZZ,ZZZ,ZZ9.99-.           00018600
000187*                                                                 00018700
000188 01  TRANSMITTAL-FICA-LINE.                                       00018800
000189     05  FILLER                  PIC X(05) VALUE SPACES.          00018900
000190     05  TFL-CAPTION             PIC X(28).                       00019000
000191     05  TFL-WAGES               PIC Z,ZZZ,ZZZ,ZZ9.99-.           00019100
000192     05  FILLER                  PIC X(12)                        00019200
000193             VALUE "    WITHHELD".                                00019300
000194     05  TFL-TAX                 PIC Z,ZZZ,ZZZ,ZZ9.99-.           00019400
000195*                                                                 00019500
000196 01  TIE-LINE.                                                    00019600
000197     05  FILLER                  PIC X(05) VALUE SPACES.          00019700
000198     05  FILLER                  PIC X(52) VALUE                  00019800
000199    "THIS TOTAL MUST TIE TO THE YTD MASTER PROOF TOTAL".          00019900
000200*                                                                 00020000
000201 PROCEDURE DIVISION.                                              00020100
000202 000-MAIN.                                                        00020200
000203     PERFORM INITIALIZATION.                                      00020300
000204     PERFORM PRINT-ONE-STATEMENT UNTIL YTD-IS-EOF.                00020400
000205     PERFORM CLOSING.                                             00020500
000206     STOP RUN.                                                    00020600
000207*                                                                 00020700
000208 INITIALIZATION.                                                  00020800
000209     OPEN INPUT YTD-MASTER-FILE, COMPANY-CONTROL-FILE,            00020900
000210          OUTPUT TAX-SERVICE-FILE, PRINT-FILE.                    00021000
000211     READ COMPANY-CONTROL-FILE                                    00021100
000212         AT END                                                   00021200
000213             MOVE SPACES TO CO-EMPLOYER-ID, CO-COMPANY-NAME,      00021300
000214                 CO-COMPANY-ADDRESS                               00021400
000215     END-READ.                                                    00021500
000216     CLOSE COMPANY-CONTROL-FILE.                                  00021600
000217     READ YTD-MASTER-FILE                                         00021700
000218         AT END MOVE "Y" TO YTD-EOF-FLAG                          00021800
000219     END-READ.                                                    00021900
000220     IF NOT YTD-IS-EOF                                            00022000
000221       AND YTD-M-EMP-ID EQUAL "*YTDCTL*"                          00022100
000222         MOVE YTD-M-GROSS-PAY TO WS-STATEMENT-YEAR                00022200
000223         READ YTD-MASTER-FILE                                     00022300
000224             AT END MOVE "Y" TO YTD-EOF-FLAG                      00022400
000225         END-READ                                                 00022500
000226     END-IF.                                                      00022600
000227     MOVE WS-STATEMENT-YEAR TO SHL-YEAR.                          00022700
000228*                                                                 00022800
000229 PRINT-ONE-STATEMENT.                                             00022900
000230     ADD 1 TO WS-STATEMENT-COUNT.                                 00023000
000231     ADD YTD-M-GROSS-PAY TO WS-GROSS-TOTAL.                       00023100
000232     ADD YTD-M-SS-WAGES TO WS-SS-WAGES-TOTAL.                     00023200
000233     ADD YTD-M-SS-TAX TO WS-SS-TAX-TOTAL.                         00023300
000234     ADD YTD-M-MED-WAGES TO WS-MED-WAGES-TOTAL.                   00023400
000235     ADD YTD-M-MED-TAX TO WS-MED-TAX-TOTAL.                       00023500
000236     ADD YTD-M-DEFERRALS TO WS-DEFERRAL-TOTAL.                    00023600
000237     SUBTRACT YTD-M-DEFERRALS FROM YTD-M-GROSS-PAY                00023700
000238         GIVING WS-TAXABLE-WAGES.                                 00023800
000239     WRITE PRINT-LINE FROM STATEMENT-RULE-LINE                    00023900
000240         AFTER ADVANCING 2 LINES.                                 00024000
000241     WRITE PRINT-LINE FROM STATEMENT-HEAD-LINE                    00024100
000242         AFTER ADVANCING 1 LINE.                                  00024200
000243     MOVE CO-COMPANY-NAME TO EML-COMPANY-NAME.                    00024300
000244     MOVE CO-EMPLOYER-ID TO EML-EMPLOYER-ID.                      00024400
000245     WRITE PRINT-LINE FROM EMPLOYER-LINE                          00024500
000246         AFTER ADVANCING 1 LINE.                                  00024600
000247     MOVE CO-COMPANY-ADDRESS TO EAL-COMPANY-ADDRESS.              00024700
000248     WRITE PRINT-LINE FROM EMPLOYER-ADDRESS-LINE                  00024800
000249         AFTER ADVANCING 1 LINE.                                  00024900
000250     MOVE YTD-M-EMP-NAME TO EPL-EMP-NAME.                         00025000
000251     MOVE YTD-M-EMP-ID TO EPL-EMP-ID.                             00025100
000252     WRITE PRINT-LINE FROM EMPLOYEE-LINE                          00025200
000253         AFTER ADVANCING 1 LINE.                                  00025300
000254     MOVE YTD-M-GROSS-PAY TO WGL-GROSS-PAY.                       00025400
000255     WRITE PRINT-LINE FROM WAGES-LINE                             00025500
000256         AFTER ADVANCING 1 LINE.                                  00025600
000257     MOVE WS-TAXABLE-WAGES TO TWL-TAXABLE-WAGES.                  00025700
000258     WRITE PRINT-LINE FROM TAXABLE-WAGES-LINE                     00025800
000259         AFTER ADVANCING 1 LINE.                                  00025900
000260     MOVE YTD-M-DEFERRALS TO DFL-DEFERRALS.                       00026000
000261     WRITE PRINT-LINE FROM DEFERRAL-LINE                          00026100
000262         AFTER ADVANCING 1 LINE.                                  00026200
000263     MOVE YTD-M-SS-WAGES TO SWL-SS-WAGES.                         00026300
000264     MOVE YTD-M-SS-TAX TO SWL-SS-TAX.                             00026400
000265     WRITE PRINT-LINE FROM SS-WAGES-LINE                          00026500
000266         AFTER ADVANCING 1 LINE.                                  00026600
000267     MOVE YTD-M-MED-WAGES TO MWL-MED-WAGES.                       00026700
000268     MOVE YTD-M-MED-TAX TO MWL-MED-TAX.                           00026800
000269     WRITE PRINT-LINE FROM MED-WAGES-LINE                         00026900
000270         AFTER ADVANCING 1 LINE.                                  00027000
000271     WRITE PRINT-LINE FROM STATEMENT-RULE-LINE                    00027100
000272         AFTER ADVANCING 1 LINE.                                  00027200
000273     MOVE CO-EMPLOYER-ID TO TSV-EMPLOYER-ID.                      00027300
000274     MOVE WS-STATEMENT-YEAR TO TSV-YEAR.                          00027400
000275     MOVE YTD-M-EMP-ID TO TSV-EMP-ID.                             00027500
000276     MOVE YTD-M-EMP-NAME TO TSV-EMP-NAME.                         00027600
000277     MOVE YTD-M-GROSS-PAY TO TSV-GROSS-PAY.                       00027700
000278     MOVE YTD-M-SS-WAGES TO TSV-SS-WAGES.                         00027800
000279     MOVE YTD-M-SS-TAX TO TSV-SS-TAX.                             00027900
000280     MOVE YTD-M-MED-WAGES TO TSV-MED-WAGES.                       00028000
000281     MOVE YTD-M-MED-TAX TO TSV-MED-TAX.                           00028100
000282     MOVE WS-TAXABLE-WAGES TO TSV-TAXABLE-WAGES.                  00028200
000283     MOVE YTD-M-DEFERRALS TO TSV-DEFERRALS.                       00028300
000284     WRITE TAX-SERVICE-RECORD.                                    00028400
000285     READ YTD-MASTER-FILE                                         00028500
000286         AT END MOVE "Y" TO YTD-EOF-FLAG.                         00028600
000287*                                                                 00028700
000288 CLOSING.                                                         00028800
000289     WRITE PRINT-LINE FROM TRANSMITTAL-HEAD-LINE                  00028900
000290         AFTER ADVANCING 3 LINES.                                 00029000
000291     MOVE WS-STATEMENT-COUNT TO TCL-COUNT.                        00029100
000292     WRITE PRINT-LINE FROM TRANSMITTAL-COUNT-LINE                 00029200
000293         AFTER ADVANCING 1 LINE.                                  00029300
000294     MOVE WS-GROSS-TOTAL TO TTL-TOTAL.                            00029400
000295     WRITE PRINT-LINE FROM TRANSMITTAL-TOTAL-LINE                 00029500
000296         AFTER ADVANCING 1 LINE.                                  00029600
000297     MOVE WS-DEFERRAL-TOTAL TO TDL-TOTAL.                         00029700
000298     WRITE PRINT-LINE FROM TRANSMITTAL-DEFERRAL-LINE              00029800
000299         AFTER ADVANCING 1 LINE.                                  00029900
000300     MOVE "SOCIAL SECURITY WAGES:      " TO TFL-CAPTION.          00030000
000301     MOVE WS-SS-WAGES-TOTAL TO TFL-WAGES.                         00030100
000302     MOVE WS-SS-TAX-TOTAL TO TFL-TAX.                             00030200
000303     WRITE PRINT-LINE FROM TRANSMITTAL-FICA-LINE                  00030300
000304         AFTER ADVANCING 1 LINE.                                  00030400
000305     MOVE "MEDICARE WAGES AND TIPS:    " TO TFL-CAPTION.          00030500
000306     MOVE WS-MED-WAGES-TOTAL TO TFL-WAGES.                        00030600
000307     MOVE WS-MED-TAX-TOTAL TO TFL-TAX.                            00030700
000308     WRITE PRINT-LINE FROM TRANSMITTAL-FICA-LINE                  00030800
000309         AFTER ADVANCING 1 LINE.                                  00030900
000310     WRITE PRINT-LINE FROM TIE-LINE                               00031000
000311         AFTER ADVANCING 1 LINE.                                  00031100
000312     CLOSE YTD-MASTER-FILE, TAX-SERVICE-FILE, PRINT-FILE.         00031200
