000023*                    ADDED TO THE REGISTER EXTRACT.  TYPED        00002300
000024*                    EARNINGS CARRY NO HOURS, SO THE HOURS        00002400
000025*                    COLUMNS HERE STAY TRUE.                      00002500
000026*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00002600
000027*                    WAGES, EMPLOYEE WITHHOLDING, AND EMPLOYER    00002700
000028*                    SHARE PAYROLL ADDED TO THE REGISTER EXTRACT. 00002800
000029*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00002900
000030*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT. 00003000
000031*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00003100
000032*                    THE REGISTER EXTRACT.                        00003200
000033*                                                                 00003300
000034 ENVIRONMENT DIVISION.                                            00003400
000035 CONFIGURATION SECTION.                                           00003500
000036 SOURCE-COMPUTER. IBM-370.                                        00003600
000037 OBJECT-COMPUTER. IBM-370.                                        00003700
000038*                                                                 00003800
000039 INPUT-OUTPUT SECTION.                                            00003900
000040 FILE-CONTROL.                                                    00004000
000041     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00004100
000042     SELECT DIST-SORTED-FILE ASSIGN TO UT-S-DISTSRT.              00004200
000043     SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.                      00004300
000044     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004400
000045*                                                                 00004500
000046 DATA DIVISION.                                                   00004600
000047 FILE SECTION.                                                    00004700
000048*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00004800
000049 FD  REGISTER-HISTORY-FILE                                        00004900
000050     LABEL RECORD IS OMITTED.                                     00005000
000051 01  REGISTER-RECORD.                                             00005100
000052     05  REG-EMP-ID              PIC X(10).                       00005200
000053     05  REG-EMP-DEPARTMENT      PIC X(15).                       00005300
000054     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00005400
000055     05  REG-PAY-PERIOD          PIC X(06).                       00005500
000056     05  REG-EMP-NAME            PIC X(25).                       00005600
000057     05  REG-EMP-HOURS-WORKED    PIC S99.                         00005700
000058     05  REG-EMP-PAYRATE         PIC 99V99.                       00005800
000059     05  REG-TAX-DED             PIC S9(5)V99.                    00005900
000060     05  REG-INS-DED             PIC S9(5)V99.                    00006000
000061     05  REG-GARN-DED            PIC S9(5)V99.                    00006100
000062     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00006200
000063     05  REG-PLANT-CODE          PIC X(04).                       00006300
000064     05  REG-BONUS-AMT           PIC S9(5)V99.                    00006400
000065     05  REG-PREM-AMT            PIC S9(5)V99.                    00006500
000066     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00006600
000067     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00006700
000068         10  REG-GD-ORDER-NO     PIC X(06).                       00006800
000069         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00006900
000070     05  REG-JOB-CODE            PIC X(06).                       00007000
000071     05  REG-SS-WAGES            PIC S9(5)V99.                    00007100
000072     05  REG-SS-DED              PIC S9(5)V99.                    00007200
000073     05  REG-MED-WAGES           PIC S9(5)V99.                    00007300
000074     05  REG-MED-DED             PIC S9(5)V99.                    00007400
000075     05  REG-SS-ER               PIC S9(5)V99.                    00007500
000076     05  REG-MED-ER              PIC S9(5)V99.                    00007600
000077     05  REG-DEFERRAL            PIC S9(5)V99.                    00007700
000078     05  REG-ER-MATCH            PIC S9(5)V99.                    00007800
000079     05  REG-LOAN-DED            PIC S9(5)V99.                    00007900
000080*                                                                 00008000
000081 FD  DIST-SORTED-FILE                                             00008100
000082     LABEL RECORD IS OMITTED.                                     00008200
000083 01  DIST-SORTED-RECORD.                                          00008300
000084     05  DSR-PAY-PERIOD          PIC X(06).                       00008400
000085     05  DSR-PLANT-CODE          PIC X(04).                       00008500
000086     05  DSR-DEPARTMENT          PIC X(15).                       00008600
000087     05  DSR-HOURS               PIC S999.                        00008700
000088     05  DSR-AMOUNT              PIC S9(5)V99.                    00008800
000089*                                                                 00008900
000090 SD  SORT-FILE.                                                   00009000
000091 01  SORT-DIST-RECORD.                                            00009100
000092     05  SRT-PAY-PERIOD          PIC X(06).                       00009200
000093     05  SRT-PLANT-CODE          PIC X(04).                       00009300
000094     05  SRT-DEPARTMENT          PIC X(15).                       00009400
000095     05  SRT-HOURS               PIC S999.                        00009500
000096     05  SRT-AMOUNT              PIC S9(5)V99.                    00009600
000097*                                                                 00009700
000098 FD  PRINT-FILE                                                   00009800
000099     LABEL RECORD IS OMITTED.                                     00009900
000100 01  PRINT-LINE                  PIC X(132).                      00010000
000101*                                                                 00010100
000102 WORKING-STORAGE SECTION.                                         00010200
000103*                                                                 00010300
000104 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00010400
000105     88  HISTORY-IS-EOF          VALUE "Y".                       00010500
000106 77  SORTED-EOF-FLAG             PIC X VALUE "N".                 00010600
000107     88  SORTED-IS-EOF           VALUE "Y".                       00010700
000108*                                                                 00010800
000109*PERIOD TOTALS ARE GATHERED ON A FIRST PASS OVER THE SORTED       00010900
000110*EXTRACT SO EACH DEPARTMENT LINE CAN SHOW ITS PERCENT OF THE      00011000
000111*PERIOD'S COMPANY TOTAL ON THE SECOND, PRINTING PASS.             00011100
000112 01  PERIOD-TOTAL-TABLE.                                          00011200
000113     05  PTT-ENTRY OCCURS 100 TIMES.                              00011300
000114         10  PTT-PERIOD          PIC X(06).                       00011400
000115         10  PTT-HOURS           PIC S9(07).                      00011500
000116         10  PTT-AMOUNT          PIC S9(9)V99.                    00011600
000117 77  WS-PTT-COUNT                PIC 999 VALUE 0.                 00011700
000118 77  WS-PTT-SUB                  PIC 999 VALUE 0.                 00011800
000119 77  PTT-FOUND-FLAG              PIC X VALUE "N".                 00011900
000120     88  PERIOD-ENTRY-FOUND      VALUE "Y".                       00012000
000121 77  WS-PTT-FOUND-SUB            PIC 999 VALUE 0.                 00012100
000122*                                                                 00012200
000123 77  ACTUAL-PERIOD               PIC X(06) VALUE SPACES.          00012300
000124 77  ACTUAL-PLANT                PIC X(04) VALUE SPACES.          00012400
000125 77  ACTUAL-DEPARTMENT           PIC X(15) VALUE SPACES.          00012500
000126 77  WS-DEPT-HOURS               PIC S9(05) VALUE 0.              00012600
000127 77  WS-DEPT-AMOUNT              PIC S9(7)V99 VALUE 0.            00012700
000128 77  WS-PLANT-HOURS              PIC S9(06) VALUE 0.              00012800
000129 77  WS-PLANT-AMOUNT             PIC S9(8)V99 VALUE 0.            00012900
000130 77  WS-PCT-HOURS                PIC S9(3)V99 VALUE 0.            00013000
000131 77  WS-PCT-AMOUNT               PIC S9(3)V99 VALUE 0.            00013100
000132 77  WS-FIRST-FLAG               PIC X VALUE "Y".                 00013200
000133     88  IS-FIRST-RECORD         VALUE "Y".                       00013300
000134*                                                                 00013400
000135 01  TITLE-LINE.                                                  00013500
000136     05  FILLER                  PIC X(20) VALUE SPACES.          00013600
000137     05  FILLER                  PIC X(40)                        00013700
000138             VALUE "LABOR COST DISTRIBUTION".                     00013800
000139*                                                                 00013900
000140 01  PERIOD-HEAD-LINE.                                            00014000
000141     05  FILLER                  PIC X(02) VALUE SPACES.          00014100
000142     05  FILLER                  PIC X(12)                        00014200
000143             VALUE "PAY PERIOD: ".                                00014300
000144     05  PHL-PERIOD              PIC X(06).                       00014400
000145*                                                                 00014500
000146 01  PLANT-HEAD-LINE.                                             00014600
000147     05  FILLER                  PIC X(04) VALUE SPACES.          00014700
000148     05  FILLER                  PIC X(12)                        00014800
000149             VALUE "PLANT/SITE: ".                                00014900
000150     05  PLH-PLANT               PIC X(04).                       00015000
000151*                                                                 00015100
000152 01  DEPT-DETAIL-LINE.                                            00015200
000153     05  FILLER                  PIC X(08) VALUE SPACES.          00015300
000154     05  DDL-DEPARTMENT          PIC X(15).                       00015400
000155     05  FILLER                  PIC X(08) VALUE "  HOURS ".      00015500
000156     05  DDL-HOURS               PIC ZZ,ZZ9-.                     00015600
000157     05  FILLER                  PIC X(02) VALUE SPACES.          00015700
000158     05  DDL-HOURS-PCT           PIC ZZ9.99.                      00015800
000159     05  FILLER                  PIC X(12) VALUE "PCT  DOLLARS".  00015900
000160     05  FILLER                  PIC X(01) VALUE SPACES.          00016000
000161     05  DDL-AMOUNT              PIC ZZZ,ZZ9.99-.                 00016100
000162     05  FILLER                  PIC X(02) VALUE SPACES.          00016200
000163     05  DDL-AMOUNT-PCT          PIC ZZ9.99.                      00016300
000164     05  FILLER                  PIC X(03) VALUE "PCT".           00016400
000165*                                                                 00016500
000166 01  PLANT-TOTAL-LINE.                                            00016600
000167     05  FILLER                  PIC X(06) VALUE SPACES.          00016700
000168     05  FILLER                  PIC X(13)                        00016800
000169             VALUE "PLANT TOTAL  ".                               00016900
000170     05  PTL-HOURS               PIC ZZZ,ZZ9-.                    00017000
000171     05  FILLER                  PIC X(02) VALUE SPACES.          00017100
000172     05  PTL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00017200
000173*                                                                 00017300
000174 01  PERIOD-TOTAL-LINE.                                           00017400
000175     05  FILLER                  PIC X(04) VALUE SPACES.          00017500
000176     05  FILLER                  PIC X(14)                        00017600
000177             VALUE "PERIOD TOTAL  ".                              00017700
000178     05  PDL-HOURS               PIC Z,ZZZ,ZZ9-.                  00017800
000179     05  FILLER                  PIC X(02) VALUE SPACES.          00017900
000180     05  PDL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99-.              00018000
000181*                                                                 00018100
000182 PROCEDURE DIVISION.                                              00018200
000183 000-MAIN.                                                        00018300
000184     PERFORM INITIALIZATION.                                      00018400
000185     PERFORM GATHER-ONE-PERIOD-TOTAL UNTIL SORTED-IS-EOF.         00018500
000186     PERFORM REOPEN-SORTED-FILE.                                  00018600
000187     PERFORM REPORT-ONE-DIST-LINE UNTIL SORTED-IS-EOF.            00018700
000188     PERFORM CLOSING.                                             00018800
000189     STOP RUN.                                                    00018900
000190*                                                                 00019000
000191 INITIALIZATION.                                                  00019100
000192     SORT SORT-FILE                                               00019200
000193         ON ASCENDING KEY SRT-PAY-PERIOD, SRT-PLANT-CODE,         00019300
000194             SRT-DEPARTMENT                                       00019400
000195         INPUT PROCEDURE IS EXTRACT-REGISTER-LINES                00019500
000196         GIVING DIST-SORTED-FILE.                                 00019600
000197     OPEN OUTPUT PRINT-FILE.                                      00019700
000198     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00019800
000199     OPEN INPUT DIST-SORTED-FILE.                                 00019900
000200     READ DIST-SORTED-FILE                                        00020000
000201         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00020100
000202*                                                                 00020200
000203 EXTRACT-REGISTER-LINES.                                          00020300
000204     OPEN INPUT REGISTER-HISTORY-FILE                             00020400
000205     READ REGISTER-HISTORY-FILE                                   00020500
000206         AT END MOVE "Y" TO HISTORY-EOF-FLAG                      00020600
000207     END-READ                                                     00020700
000208     PERFORM RELEASE-ONE-LINE UNTIL HISTORY-IS-EOF                00020800
000209     CLOSE REGISTER-HISTORY-FILE.                                 00020900
000210*                                                                 00021000
000211 RELEASE-ONE-LINE.                                                00021100
000212     MOVE REG-PAY-PERIOD TO SRT-PAY-PERIOD                        00021200
000213     MOVE REG-PLANT-CODE TO SRT-PLANT-CODE                        00021300
000214     MOVE REG-EMP-DEPARTMENT TO SRT-DEPARTMENT                    00021400
000215     MOVE REG-EMP-HOURS-WORKED TO SRT-HOURS                       00021500
000216     MOVE REG-LINE-AMOUNT TO SRT-AMOUNT                           00021600
000217     RELEASE SORT-DIST-RECORD                                     00021700
000218     READ REGISTER-HISTORY-FILE                                   00021800
000219         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00021900
000220*                                                                 00022000
000221 GATHER-ONE-PERIOD-TOTAL.                                         00022100
000222     MOVE "N" TO PTT-FOUND-FLAG.                                  00022200
000223     PERFORM MATCH-ONE-PERIOD-ENTRY                               00022300
000224         VARYING WS-PTT-SUB FROM 1 BY 1                           00022400
000225         UNTIL WS-PTT-SUB > WS-PTT-COUNT                          00022500
000226         OR WS-PTT-SUB > 100.                                     00022600
000227     IF PERIOD-ENTRY-FOUND                                        00022700
000228         ADD DSR-HOURS TO PTT-HOURS(WS-PTT-FOUND-SUB)             00022800
000229         ADD DSR-AMOUNT TO PTT-AMOUNT(WS-PTT-FOUND-SUB)           00022900
000230     ELSE                                                         00023000
000231         ADD 1 TO WS-PTT-COUNT                                    00023100
000232         IF WS-PTT-COUNT > 100                                    00023200
000233             DISPLAY "LABRDIST HALTED - PERIOD TABLE FULL AT 100" 00023300
000234             MOVE 16 TO RETURN-CODE                               00023400
000235             STOP RUN                                             00023500
000236         END-IF                                                   00023600
000237         IF WS-PTT-COUNT <= 100                                   00023700
000238             MOVE DSR-PAY-PERIOD TO PTT-PERIOD(WS-PTT-COUNT)      00023800
000239             MOVE DSR-HOURS TO PTT-HOURS(WS-PTT-COUNT)            00023900
000240             MOVE DSR-AMOUNT TO PTT-AMOUNT(WS-PTT-COUNT)          00024000
000241         END-IF                                                   00024100
000242     END-IF.                                                      00024200
000243     READ DIST-SORTED-FILE                                        00024300
000244         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00024400
000245*                                                                 00024500
000246 MATCH-ONE-PERIOD-ENTRY.                                          00024600
000247     IF PTT-PERIOD(WS-PTT-SUB) EQUAL DSR-PAY-PERIOD               00024700
000248         MOVE "Y" TO PTT-FOUND-FLAG                               00024800
000249         MOVE WS-PTT-SUB TO WS-PTT-FOUND-SUB                      00024900
000250     END-IF.                                                      00025000
000251*                                                                 00025100
000252 REOPEN-SORTED-FILE.                                              00025200
000253     CLOSE DIST-SORTED-FILE.                                      00025300
000254     MOVE "N" TO SORTED-EOF-FLAG.                                 00025400
000255     OPEN INPUT DIST-SORTED-FILE.                                 00025500
000256     READ DIST-SORTED-FILE                                        00025600
000257         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00025700
000258*                                                                 00025800
000259 REPORT-ONE-DIST-LINE.                                            00025900
000260     IF IS-FIRST-RECORD                                           00026000
000261         MOVE "N" TO WS-FIRST-FLAG                                00026100
000262         PERFORM START-NEW-PERIOD                                 00026200
000263         PERFORM START-NEW-PLANT                                  00026300
000264         PERFORM START-NEW-DEPARTMENT                             00026400
000265     ELSE                                                         00026500
000266         IF DSR-PAY-PERIOD NOT EQUAL ACTUAL-PERIOD                00026600
000267             PERFORM CLOSE-DEPARTMENT                             00026700
000268             PERFORM CLOSE-PLANT                                  00026800
000269             PERFORM CLOSE-PERIOD                                 00026900
000270             PERFORM START-NEW-PERIOD                             00027000
000271             PERFORM START-NEW-PLANT                              00027100
000272             PERFORM START-NEW-DEPARTMENT                         00027200
000273         ELSE                                                     00027300
000274             IF DSR-PLANT-CODE NOT EQUAL ACTUAL-PLANT             00027400
000275                 PERFORM CLOSE-DEPARTMENT                         00027500
000276                 PERFORM CLOSE-PLANT                              00027600
000277                 PERFORM START-NEW-PLANT                          00027700
000278                 PERFORM START-NEW-DEPARTMENT                     00027800
000279             ELSE                                                 00027900
000280                 IF DSR-DEPARTMENT NOT EQUAL ACTUAL-DEPARTMENT    00028000
000281                     PERFORM CLOSE-DEPARTMENT                     00028100
000282                     PERFORM START-NEW-DEPARTMENT                 00028200
000283                 END-IF                                           00028300
000284             END-IF                                               00028400
000285         END-IF                                                   00028500
000286     END-IF.                                                      00028600
000287     ADD DSR-HOURS TO WS-DEPT-HOURS, WS-PLANT-HOURS.              00028700
000288     ADD DSR-AMOUNT TO WS-DEPT-AMOUNT, WS-PLANT-AMOUNT.           00028800
000289     READ DIST-SORTED-FILE                                        00028900
000290         AT END MOVE "Y" TO SORTED-EOF-FLAG.                      00029000
000291*                                                                 00029100
000292 START-NEW-PERIOD.                                                00029200
000293     MOVE DSR-PAY-PERIOD TO ACTUAL-PERIOD, PHL-PERIOD.            00029300
000294     WRITE PRINT-LINE FROM PERIOD-HEAD-LINE                       00029400
000295         AFTER ADVANCING 2 LINES.                                 00029500
000296     PERFORM FIND-PERIOD-TOTALS.                                  00029600
000297*                                                                 00029700
000298 FIND-PERIOD-TOTALS.                                              00029800
000299     MOVE 0 TO WS-PTT-FOUND-SUB.                                  00029900
000300     MOVE "N" TO PTT-FOUND-FLAG.                                  00030000
000301     PERFORM MATCH-ONE-ACTUAL-PERIOD                              00030100
000302         VARYING WS-PTT-SUB FROM 1 BY 1                           00030200
000303         UNTIL WS-PTT-SUB > WS-PTT-COUNT                          00030300
000304         OR WS-PTT-SUB > 100.                                     00030400
000305*                                                                 00030500
000306 MATCH-ONE-ACTUAL-PERIOD.                                         00030600
000307     IF PTT-PERIOD(WS-PTT-SUB) EQUAL ACTUAL-PERIOD                00030700
000308         MOVE "Y" TO PTT-FOUND-FLAG                               00030800
000309         MOVE WS-PTT-SUB TO WS-PTT-FOUND-SUB                      00030900
000310     END-IF.                                                      00031000
000311*                                                                 00031100
000312 START-NEW-PLANT.                                                 00031200
000313     MOVE DSR-PLANT-CODE TO ACTUAL-PLANT, PLH-PLANT.              00031300
000314     MOVE 0 TO WS-PLANT-HOURS, WS-PLANT-AMOUNT.                   00031400
000315     WRITE PRINT-LINE FROM PLANT-HEAD-LINE                        00031500
000316         AFTER ADVANCING 1 LINE.                                  00031600
000317*                                                                 00031700
000318 START-NEW-DEPARTMENT.                                            00031800
000319     MOVE DSR-DEPARTMENT TO ACTUAL-DEPARTMENT.                    00031900
000320     MOVE 0 TO WS-DEPT-HOURS, WS-DEPT-AMOUNT.                     00032000
000321*                                                                 00032100
000322*EACH DEPARTMENT LINE SHOWS ITS SHARE OF THE PERIOD'S COMPANY     00032200
000323*TOTAL, WHICH IS WHAT COST ACCOUNTING RE-ADDS BY COMPTOMETER      00032300
000324*TODAY.                                                           00032400
000325 CLOSE-DEPARTMENT.                                                00032500
000326     MOVE ACTUAL-DEPARTMENT TO DDL-DEPARTMENT.                    00032600
000327     MOVE WS-DEPT-HOURS TO DDL-HOURS.                             00032700
000328     MOVE WS-DEPT-AMOUNT TO DDL-AMOUNT.                           00032800
000329     MOVE 0 TO WS-PCT-HOURS, WS-PCT-AMOUNT.                       00032900
000330     IF WS-PTT-FOUND-SUB > 0                                      00033000
000331         IF PTT-HOURS(WS-PTT-FOUND-SUB) NOT EQUAL ZERO            00033100
000332             COMPUTE WS-PCT-HOURS ROUNDED =                       00033200
000333                 WS-DEPT-HOURS * 100                              00033300
000334                 / PTT-HOURS(WS-PTT-FOUND-SUB)                    00033400
000335         END-IF                                                   00033500
000336         IF PTT-AMOUNT(WS-PTT-FOUND-SUB) NOT EQUAL ZERO           00033600
000337             COMPUTE WS-PCT-AMOUNT ROUNDED =                      00033700
000338                 WS-DEPT-AMOUNT * 100                             00033800
000339                 / PTT-AMOUNT(WS-PTT-FOUND-SUB)                   00033900
000340         END-IF                                                   00034000
000341     END-IF.                                                      00034100
000342     MOVE WS-PCT-HOURS TO DDL-HOURS-PCT.                          00034200
000343     MOVE WS-PCT-AMOUNT TO DDL-AMOUNT-PCT.                        00034300
000344     WRITE PRINT-LINE FROM DEPT-DETAIL-LINE                       00034400
000345         AFTER ADVANCING 1 LINE.                                  00034500
000346*                                                                 00034600
000347 CLOSE-PLANT.                                                     00034700
000348     MOVE WS-PLANT-HOURS TO PTL-HOURS.                            00034800
000349     MOVE WS-PLANT-AMOUNT TO PTL-AMOUNT.                          00034900
000350     WRITE PRINT-LINE FROM PLANT-TOTAL-LINE                       00035000
000351         AFTER ADVANCING 1 LINE.                                  00035100
000352*                                                                 00035200
000353 CLOSE-PERIOD.                                                    00035300
000354     IF WS-PTT-FOUND-SUB > 0                                      00035400
000355         MOVE PTT-HOURS(WS-PTT-FOUND-SUB) TO PDL-HOURS            00035500
000356         MOVE PTT-AMOUNT(WS-PTT-FOUND-SUB) TO PDL-AMOUNT          00035600
000357         WRITE PRINT-LINE FROM PERIOD-TOTAL-LINE                  00035700
000358             AFTER ADVANCING 1 LINE                               00035800
000359     END-IF.                                                      00035900
000360*                                                                 00036000
000361 CLOSING.                                                         00036100
000362     IF NOT IS-FIRST-RECORD                                       00036200
000363         PERFORM CLOSE-DEPARTMENT                                 00036300
000364         PERFORM CLOSE-PLANT                                      00036400
000365         PERFORM CLOSE-PERIOD                                     00036500
000366     END-IF.                                                      00036600
000367     CLOSE DIST-SORTED-FILE, PRINT-FILE.                          00036700
