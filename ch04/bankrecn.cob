000023*    2026-09-02  SS  TREAT A CHECK ESCHEAT FLAGGED AS ESCHEATED   00002300
000024*                    THE SAME WAY: OFF THE OUTSTANDING LIST, AND  00002400
000025*                    AN EXCEPTION IF THE BANK EVER PAYS IT.       00002500
000026*    2026-10-15  SS  MIRROR THE POSITIVE-PAY FLAG CHKPRINT ADDED  00002600
000027*                    TO THE ISSUED-CHECKS RECORD.                 00002700
000028*                                                                 00002800
000029 ENVIRONMENT DIVISION.                                            00002900
000030 CONFIGURATION SECTION.                                           00003000
000031 SOURCE-COMPUTER. IBM-370.                                        00003100
000032 OBJECT-COMPUTER. IBM-370.                                        00003200
000033*                                                                 00003300
000034 INPUT-OUTPUT SECTION.                                            00003400
000035 FILE-CONTROL.                                                    00003500
000036     SELECT ISSUED-CHECKS-FILE ASSIGN TO UT-S-ISSCHKS.            00003600
000037     SELECT CLEARED-ITEMS-FILE ASSIGN TO UT-S-CLEARED.            00003700
000038     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00003800
000039*                                                                 00003900
000040 DATA DIVISION.                                                   00004000
000041 FILE SECTION.                                                    00004100
000042*ISSUED-CHECK-RECORD MIRRORS CHKPRINT'S OWN OUTPUT LAYOUT.        00004200
000043 FD  ISSUED-CHECKS-FILE                                           00004300
000044     LABEL RECORD IS OMITTED.                                     00004400
000045 01  ISSUED-CHECK-RECORD.                                         00004500
000046     05  ISS-CHECK-NUMBER        PIC 9(06).                       00004600
000047     05  ISS-EMP-ID              PIC X(10).                       00004700
000048     05  ISS-EMP-NAME            PIC X(25).                       00004800
000049     05  ISS-ISSUE-DATE          PIC 9(06).                       00004900
000050     05  ISS-PAY-PERIOD          PIC X(06).                       00005000
000051     05  ISS-AMOUNT              PIC S9(5)V99.                    00005100
000052     05  ISS-STATUS              PIC X.                           00005200
000053         88  ISS-IS-LIVE         VALUE " ".                       00005300
000054         88  ISS-IS-VOIDED       VALUE "V".                       00005400
000055         88  ISS-IS-STOPPED      VALUE "S".                       00005500
000056         88  ISS-IS-ESCHEATED    VALUE "E".                       00005600
000057     05  ISS-VOID-DATE           PIC 9(06).                       00005700
000058     05  ISS-VOID-REASON         PIC X(20).                       00005800
000059     05  ISS-PPAY-FLAG           PIC X.                           00005900
000060*                                                                 00006000
000061*ONE CLEARED ITEM PER CHECK THE BANK PAID, AS KEYED FROM THE      00006100
000062*MONTHLY BANK STATEMENT.                                          00006200
000063 FD  CLEARED-ITEMS-FILE                                           00006300
000064     LABEL RECORD IS OMITTED.                                     00006400
000065 01  CLEARED-ITEM-RECORD.                                         00006500
000066     05  CLR-CHECK-NUMBER        PIC 9(06).                       00006600
000067     05  CLR-AMOUNT              PIC S9(5)V99.                    00006700
000068     05  CLR-CLEARED-DATE        PIC 9(06).                       00006800
000069     05  FILLER                  PIC X(61).                       00006900
000070*                                                                 00007000
000071 FD  PRINT-FILE                                                   00007100
000072     LABEL RECORD IS OMITTED.                                     00007200
000073 01  PRINT-LINE                  PIC X(132).                      00007300
000074*                                                                 00007400
000075 WORKING-STORAGE SECTION.                                         00007500
000076*                                                                 00007600
000077 01  CLEARED-TABLE.                                               00007700
000078     05  CLEARED-ENTRY OCCURS 500 TIMES.                          00007800
000079         10  CLT-CHECK-NUMBER    PIC 9(06).                       00007900
000080         10  CLT-AMOUNT          PIC S9(5)V99.                    00008000
000081         10  CLT-CLEARED-DATE    PIC 9(06).                       00008100
000082         10  CLT-MATCHED-FLAG    PIC X.                           00008200
000083             88  CLT-WAS-MATCHED VALUE "Y".                       00008300
000084 77  WS-CLEARED-COUNT            PIC 999 VALUE 0.                 00008400
000085 77  WS-CLEARED-SUB              PIC 999 VALUE 0.                 00008500
000086 77  CLEARED-FOUND-FLAG          PIC X VALUE "N".                 00008600
000087     88  CLEARED-WAS-FOUND       VALUE "Y".                       00008700
000088 77  WS-FOUND-SUB                PIC 999 VALUE 0.                 00008800
000089*                                                                 00008900
000090 77  ISSUED-EOF-FLAG             PIC X VALUE "N".                 00009000
000091     88  ISSUED-IS-EOF           VALUE "Y".                       00009100
000092 77  CLEARED-EOF-FLAG            PIC X VALUE "N".                 00009200
000093     88  CLEARED-IS-EOF          VALUE "Y".                       00009300
000094*                                                                 00009400
000095 01  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00009500
000096 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.                     00009600
000097     05  WS-RUN-YY               PIC 99.                          00009700
000098     05  WS-RUN-MM               PIC 99.                          00009800
000099     05  WS-RUN-DD               PIC 99.                          00009900
000100 01  WS-ISSUE-DATE-HOLD          PIC 9(06) VALUE 0.               00010000
000101 01  WS-ISSUE-SPLIT REDEFINES WS-ISSUE-DATE-HOLD.                 00010100
000102     05  WS-ISS-YY               PIC 99.                          00010200
000103     05  WS-ISS-MM               PIC 99.                          00010300
000104     05  WS-ISS-DD               PIC 99.                          00010400
000105 77  WS-AGE-DAYS                 PIC S9(05) VALUE 0.              00010500
000106*                                                                 00010600
000107 77  WS-ISSUED-COUNT             PIC 9(05) VALUE 0.               00010700
000108 77  WS-MATCHED-COUNT            PIC 9(05) VALUE 0.               00010800
000109 77  WS-MISMATCH-COUNT           PIC 9(05) VALUE 0.               00010900
000110 77  WS-OUTSTANDING-COUNT        PIC 9(05) VALUE 0.               00011000
000111 77  WS-NEVER-ISSUED-COUNT       PIC 9(05) VALUE 0.               00011100
000112 77  WS-VOIDED-COUNT             PIC 9(05) VALUE 0.               00011200
000113 77  WS-FRAUD-COUNT              PIC 9(05) VALUE 0.               00011300
000114 77  WS-OUTSTANDING-TOTAL        PIC S9(7)V99 VALUE 0.            00011400
000115 77  WS-AGE-30-COUNT             PIC 9(05) VALUE 0.               00011500
000116 77  WS-AGE-60-COUNT             PIC 9(05) VALUE 0.               00011600
000117 77  WS-AGE-90-COUNT             PIC 9(05) VALUE 0.               00011700
000118 77  WS-AGE-OVER-COUNT           PIC 9(05) VALUE 0.               00011800
000119*                                                                 00011900
000120 01  TITLE-LINE.                                                  00012000
000121     05  FILLER                  PIC X(20) VALUE SPACES.          00012100
000122     05  FILLER                  PIC X(40)                        00012200
000123             VALUE "BANK RECONCILIATION OF ISSUED CHECKS".        00012300
000124*                                                                 00012400
000125 01  OUTSTANDING-HEAD-LINE.                                       00012500
000126     05  FILLER                  PIC X(05) VALUE SPACES.          00012600
000127     05  FILLER                  PIC X(30)                        00012700
000128             VALUE "OUTSTANDING CHECKS BY AGE".                   00012800
000129*                                                                 00012900
000130 01  OUTSTANDING-LINE.                                            00013000
000131     05  FILLER                  PIC X(05) VALUE SPACES.          00013100
000132     05  OTL-CHECK-NUMBER        PIC 9(06).                       00013200
000133     05  FILLER                  PIC X(02) VALUE SPACES.          00013300
000134     05  OTL-EMP-NAME            PIC X(25).                       00013400
000135     05  FILLER                  PIC X(02) VALUE SPACES.          00013500
000136     05  OTL-AMOUNT              PIC ZZZZ9.99-.                   00013600
000137     05  FILLER                  PIC X(02) VALUE SPACES.          00013700
000138     05  OTL-ISSUE-DATE          PIC 9(06).                       00013800
000139     05  FILLER                  PIC X(02) VALUE SPACES.          00013900
000140     05  OTL-AGE-DAYS            PIC ZZZZ9.                       00014000
000141     05  FILLER                  PIC X(09) VALUE " DAYS OLD".     00014100
000142*                                                                 00014200
000143 01  MISMATCH-LINE.                                               00014300
000144     05  FILLER                  PIC X(05) VALUE SPACES.          00014400
000145     05  MML-CHECK-NUMBER        PIC 9(06).                       00014500
000146     05  FILLER                  PIC X(02) VALUE SPACES.          00014600
000147     05  MML-EMP-NAME            PIC X(25).                       00014700
000148     05  FILLER                  PIC X(10) VALUE "  ISSUED: ".    00014800
000149     05  MML-ISSUED-AMOUNT       PIC ZZZZ9.99-.                   00014900
000150     05  FILLER                  PIC X(11) VALUE "  CLEARED: ".   00015000
000151     05  MML-CLEARED-AMOUNT      PIC ZZZZ9.99-.                   00015100
000152     05  FILLER                  PIC X(19)                        00015200
000153             VALUE "  AMOUNT MISMATCH  ".                         00015300
000154*                                                                 00015400
000155 01  FRAUD-LINE.                                                  00015500
000156     05  FILLER                  PIC X(05) VALUE SPACES.          00015600
000157     05  FRL-CHECK-NUMBER        PIC 9(06).                       00015700
000158     05  FILLER                  PIC X(02) VALUE SPACES.          00015800
000159     05  FRL-EMP-NAME            PIC X(25).                       00015900
000160     05  FILLER                  PIC X(02) VALUE SPACES.          00016000
000161     05  FRL-AMOUNT              PIC ZZZZ9.99-.                   00016100
000162     05  FILLER                  PIC X(46) VALUE                  00016200
000163    "  *** VOIDED/STOPPED CHECK CLEARED - FRAUD ***".             00016300
000164*                                                                 00016400
000165 01  NEVER-ISSUED-LINE.                                           00016500
000166     05  FILLER                  PIC X(05) VALUE SPACES.          00016600
000167     05  NIL-CHECK-NUMBER        PIC 9(06).                       00016700
000168     05  FILLER                  PIC X(02) VALUE SPACES.          00016800
000169     05  NIL-AMOUNT              PIC ZZZZ9.99-.                   00016900
000170     05  FILLER                  PIC X(02) VALUE SPACES.          00017000
000171     05  NIL-CLEARED-DATE        PIC 9(06).                       00017100
000172     05  FILLER                  PIC X(36)                        00017200
000173             VALUE "  CLEARED BUT NEVER ISSUED - VERIFY".         00017300
000174*                                                                 00017400
000175 01  SUMMARY-ISSUED-LINE.                                         00017500
000176     05  FILLER                  PIC X(05) VALUE SPACES.          00017600
000177     05  FILLER                  PIC X(28)                        00017700
000178             VALUE "CHECKS ON ISSUED FILE:      ".                00017800
000179     05  SIL-COUNT               PIC ZZ,ZZ9.                      00017900
000180*                                                                 00018000
000181 01  SUMMARY-MATCHED-LINE.                                        00018100
000182     05  FILLER                  PIC X(05) VALUE SPACES.          00018200
000183     05  FILLER                  PIC X(28)                        00018300
000184             VALUE "CLEARED CLEAN:              ".                00018400
000185     05  SML-COUNT               PIC ZZ,ZZ9.                      00018500
000186*                                                                 00018600
000187 01  SUMMARY-MISMATCH-LINE.                                       00018700
000188     05  FILLER                  PIC X(05) VALUE SPACES.          00018800
000189     05  FILLER                  PIC X(28)                        00018900
000190             VALUE "CLEARED, AMOUNT DIFFERS:    ".                00019000
000191     05  SXL-COUNT               PIC ZZ,ZZ9.                      00019100
000192*                                                                 00019200
000193 01  SUMMARY-OUTSTANDING-LINE.                                    00019300
000194     05  FILLER                  PIC X(05) VALUE SPACES.          00019400
000195     05  FILLER                  PIC X(28)                        00019500
000196             VALUE "STILL OUTSTANDING:          ".                00019600
000197     05  SOL-COUNT               PIC ZZ,ZZ9.                      00019700
000198     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".     00019800
000199     05  SOL-TOTAL               PIC Z,ZZZ,ZZ9.99.                00019900
000200*                                                                 00020000
000201 01  SUMMARY-VOIDED-LINE.                                         00020100
000202     05  FILLER                  PIC X(05) VALUE SPACES.          00020200
000203     05  FILLER                  PIC X(28)                        00020300
000204             VALUE "VOIDED/STOPPED, NOT CLEARED:".                00020400
000205     05  SVL-COUNT               PIC ZZ,ZZ9.                      00020500
000206*                                                                 00020600
000207 01  SUMMARY-FRAUD-LINE.                                          00020700
000208     05  FILLER                  PIC X(05) VALUE SPACES.          00020800
000209     05  FILLER                  PIC X(28)                        00020900
000210             VALUE "FRAUD - VOIDED BUT CLEARED: ".                00021000
000211     05  SFR-COUNT               PIC ZZ,ZZ9.                      00021100
000212*                                                                 00021200
000213 01  SUMMARY-NEVER-LINE.                                          00021300
000214     05  FILLER                  PIC X(05) VALUE SPACES.          00021400
000215     05  FILLER                  PIC X(28)                        00021500
000216             VALUE "CLEARED, NEVER ISSUED:      ".                00021600
000217     05  SNL-COUNT               PIC ZZ,ZZ9.                      00021700
000218*                                                                 00021800
000219 01  AGE-BUCKET-LINE.                                             00021900
000220     05  FILLER                  PIC X(05) VALUE SPACES.          00022000
000221     05  FILLER                  PIC X(12) VALUE "  UNDER 30: ".  00022100
000222     05  ABL-30                  PIC ZZZZ9.                       00022200
000223     05  FILLER                  PIC X(10) VALUE "   30-59: ".    00022300
000224     05  ABL-60                  PIC ZZZZ9.                       00022400
000225     05  FILLER                  PIC X(10) VALUE "   60-89: ".    00022500
000226     05  ABL-90                  PIC ZZZZ9.                       00022600
000227     05  FILLER                  PIC X(11) VALUE "   90 OUT: ".   00022700
000228     05  ABL-OVER                PIC ZZZZ9.                       00022800
000229*                                                                 00022900
000230 PROCEDURE DIVISION.                                              00023000
000231 000-MAIN.                                                        00023100
000232     PERFORM INITIALIZATION.                                      00023200
000233     PERFORM LOAD-ONE-CLEARED-ITEM UNTIL CLEARED-IS-EOF.          00023300
000234     WRITE PRINT-LINE FROM OUTSTANDING-HEAD-LINE                  00023400
000235         AFTER ADVANCING 2 LINES.                                 00023500
000236     PERFORM RECONCILE-ONE-CHECK UNTIL ISSUED-IS-EOF.             00023600
000237     PERFORM REPORT-NEVER-ISSUED-ITEMS.                           00023700
000238     PERFORM CLOSING.                                             00023800
000239     STOP RUN.                                                    00023900
000240*                                                                 00024000
000241 INITIALIZATION.                                                  00024100
000242     ACCEPT WS-RUN-DATE FROM DATE.                                00024200
000243     OPEN INPUT ISSUED-CHECKS-FILE, CLEARED-ITEMS-FILE,           00024300
000244          OUTPUT PRINT-FILE.                                      00024400
000245     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00024500
000246     READ CLEARED-ITEMS-FILE                                      00024600
000247         AT END MOVE "Y" TO CLEARED-EOF-FLAG.                     00024700
000248     READ ISSUED-CHECKS-FILE                                      00024800
000249         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00024900
000250*                                                                 00025000
000251 LOAD-ONE-CLEARED-ITEM.                                           00025100
000252     ADD 1 TO WS-CLEARED-COUNT.                                   00025200
000253     IF WS-CLEARED-COUNT > 500                                    00025300
000254         DISPLAY "BANKRECN HALTED - CLEARED-ITEMS TABLE FULL"     00025400
000255             " AT 500"                                            00025500
000256         MOVE 16 TO RETURN-CODE                                   00025600
000257         STOP RUN                                                 00025700
000258     END-IF.                                                      00025800
000259     IF WS-CLEARED-COUNT <= 500                                   00025900
000260         MOVE CLR-CHECK-NUMBER TO                                 00026000
000261             CLT-CHECK-NUMBER(WS-CLEARED-COUNT)                   00026100
000262         MOVE CLR-AMOUNT TO CLT-AMOUNT(WS-CLEARED-COUNT)          00026200
000263         MOVE CLR-CLEARED-DATE TO                                 00026300
000264             CLT-CLEARED-DATE(WS-CLEARED-COUNT)                   00026400
000265         MOVE "N" TO CLT-MATCHED-FLAG(WS-CLEARED-COUNT)           00026500
000266     END-IF.                                                      00026600
000267     READ CLEARED-ITEMS-FILE                                      00026700
000268         AT END MOVE "Y" TO CLEARED-EOF-FLAG.                     00026800
000269*                                                                 00026900
000270*A VOIDED OR STOPPED CHECK IS NOT MONEY IN FLIGHT: IF THE BANK    00027000
000271*PAID IT ANYWAY THAT IS A FRAUD EXCEPTION, AND IF IT DID NOT,     00027100
000272*THE CHECK LEAVES THE OUTSTANDING LIST INSTEAD OF AGEING ON IT    00027200
000273*FOREVER.                                                         00027300
000274 RECONCILE-ONE-CHECK.                                             00027400
000275     ADD 1 TO WS-ISSUED-COUNT.                                    00027500
000276     MOVE "N" TO CLEARED-FOUND-FLAG.                              00027600
000277     PERFORM MATCH-ONE-CLEARED-ITEM                               00027700
000278         VARYING WS-CLEARED-SUB FROM 1 BY 1                       00027800
000279         UNTIL WS-CLEARED-SUB > WS-CLEARED-COUNT                  00027900
000280         OR WS-CLEARED-SUB > 500.                                 00028000
000281     IF ISS-IS-VOIDED OR ISS-IS-STOPPED OR ISS-IS-ESCHEATED       00028100
000282         IF CLEARED-WAS-FOUND                                     00028200
000283             MOVE "Y" TO CLT-MATCHED-FLAG(WS-FOUND-SUB)           00028300
000284             ADD 1 TO WS-FRAUD-COUNT                              00028400
000285             PERFORM PRINT-FRAUD-LINE                             00028500
000286         ELSE                                                     00028600
000287             ADD 1 TO WS-VOIDED-COUNT                             00028700
000288         END-IF                                                   00028800
000289     ELSE                                                         00028900
000290     IF CLEARED-WAS-FOUND                                         00029000
000291         MOVE "Y" TO CLT-MATCHED-FLAG(WS-FOUND-SUB)               00029100
000292         IF CLT-AMOUNT(WS-FOUND-SUB) EQUAL ISS-AMOUNT             00029200
000293             ADD 1 TO WS-MATCHED-COUNT                            00029300
000294         ELSE                                                     00029400
000295             ADD 1 TO WS-MISMATCH-COUNT                           00029500
000296             PERFORM PRINT-MISMATCH-LINE                          00029600
000297         END-IF                                                   00029700
000298     ELSE                                                         00029800
000299         ADD 1 TO WS-OUTSTANDING-COUNT                            00029900
000300         ADD ISS-AMOUNT TO WS-OUTSTANDING-TOTAL                   00030000
000301         PERFORM PRINT-OUTSTANDING-LINE                           00030100
000302     END-IF                                                       00030200
000303     END-IF.                                                      00030300
000304     READ ISSUED-CHECKS-FILE                                      00030400
000305         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00030500
000306*                                                                 00030600
000307 MATCH-ONE-CLEARED-ITEM.                                          00030700
000308     IF CLT-CHECK-NUMBER(WS-CLEARED-SUB) EQUAL ISS-CHECK-NUMBER   00030800
000309         MOVE "Y" TO CLEARED-FOUND-FLAG                           00030900
000310         MOVE WS-CLEARED-SUB TO WS-FOUND-SUB                      00031000
000311     END-IF.                                                      00031100
000312*                                                                 00031200
000313*AGE IS FIGURED IN APPROXIMATE DAYS (YEARS AT 365, MONTHS AT 30)  00031300
000314*FROM ISSUE DATE TO RUN DATE -- CLOSE ENOUGH TO BUCKET A CHECK    00031400
000315*INTO THE 30/60/90-DAY COLUMNS THE AUDITORS WORK FROM.            00031500
000316 COMPUTE-CHECK-AGE.                                               00031600
000317     MOVE ISS-ISSUE-DATE TO WS-ISSUE-DATE-HOLD.                   00031700
000318     COMPUTE WS-AGE-DAYS =                                        00031800
000319         ((WS-RUN-YY - WS-ISS-YY) * 365)                          00031900
000320         + ((WS-RUN-MM - WS-ISS-MM) * 30)                         00032000
000321         + (WS-RUN-DD - WS-ISS-DD).                               00032100
000322     IF WS-AGE-DAYS < 0                                           00032200
000323         MOVE 0 TO WS-AGE-DAYS                                    00032300
000324     END-IF.                                                      00032400
000325*                                                                 00032500
000326 PRINT-OUTSTANDING-LINE.                                          00032600
000327     PERFORM COMPUTE-CHECK-AGE.                                   00032700
000328     IF WS-AGE-DAYS < 30                                          00032800
000329         ADD 1 TO WS-AGE-30-COUNT                                 00032900
000330     ELSE                                                         00033000
000331         IF WS-AGE-DAYS < 60                                      00033100
000332             ADD 1 TO WS-AGE-60-COUNT                             00033200
000333         ELSE                                                     00033300
000334             IF WS-AGE-DAYS < 90                                  00033400
000335                 ADD 1 TO WS-AGE-90-COUNT                         00033500
000336             ELSE                                                 00033600
000337                 ADD 1 TO WS-AGE-OVER-COUNT                       00033700
000338             END-IF                                               00033800
000339         END-IF                                                   00033900
000340     END-IF.                                                      00034000
000341     MOVE ISS-CHECK-NUMBER TO OTL-CHECK-NUMBER.                   00034100
000342     MOVE ISS-EMP-NAME TO OTL-EMP-NAME.                           00034200
000343     MOVE ISS-AMOUNT TO OTL-AMOUNT.                               00034300
000344     MOVE ISS-ISSUE-DATE TO OTL-ISSUE-DATE.                       00034400
000345     MOVE WS-AGE-DAYS TO OTL-AGE-DAYS.                            00034500
000346     WRITE PRINT-LINE FROM OUTSTANDING-LINE                       00034600
000347         AFTER ADVANCING 1 LINE.                                  00034700
000348*                                                                 00034800
000349 PRINT-FRAUD-LINE.                                                00034900
000350     MOVE ISS-CHECK-NUMBER TO FRL-CHECK-NUMBER.                   00035000
000351     MOVE ISS-EMP-NAME TO FRL-EMP-NAME.                           00035100
000352     MOVE ISS-AMOUNT TO FRL-AMOUNT.                               00035200
000353     WRITE PRINT-LINE FROM FRAUD-LINE AFTER ADVANCING 1 LINE.     00035300
000354*                                                                 00035400
000355 PRINT-MISMATCH-LINE.                                             00035500
000356     MOVE ISS-CHECK-NUMBER TO MML-CHECK-NUMBER.                   00035600
000357     MOVE ISS-EMP-NAME TO MML-EMP-NAME.                           00035700
000358     MOVE ISS-AMOUNT TO MML-ISSUED-AMOUNT.                        00035800
000359     MOVE CLT-AMOUNT(WS-FOUND-SUB) TO MML-CLEARED-AMOUNT.         00035900
000360     WRITE PRINT-LINE FROM MISMATCH-LINE                          00036000
000361         AFTER ADVANCING 1 LINE.                                  00036100
000362*                                                                 00036200
000363 REPORT-NEVER-ISSUED-ITEMS.                                       00036300
000364     PERFORM CHECK-ONE-NEVER-ISSUED                               00036400
000365         VARYING WS-CLEARED-SUB FROM 1 BY 1                       00036500
000366         UNTIL WS-CLEARED-SUB > WS-CLEARED-COUNT                  00036600
000367         OR WS-CLEARED-SUB > 500.                                 00036700
000368*                                                                 00036800
000369 CHECK-ONE-NEVER-ISSUED.                                          00036900
000370     IF NOT CLT-WAS-MATCHED(WS-CLEARED-SUB)                       00037000
000371         ADD 1 TO WS-NEVER-ISSUED-COUNT                           00037100
000372         MOVE CLT-CHECK-NUMBER(WS-CLEARED-SUB)                    00037200
000373             TO NIL-CHECK-NUMBER                                  00037300
000374         MOVE CLT-AMOUNT(WS-CLEARED-SUB) TO NIL-AMOUNT            00037400
000375         MOVE CLT-CLEARED-DATE(WS-CLEARED-SUB)                    00037500
000376             TO NIL-CLEARED-DATE                                  00037600
000377         WRITE PRINT-LINE FROM NEVER-ISSUED-LINE                  00037700
000378             AFTER ADVANCING 1 LINE                               00037800
000379     END-IF.                                                      00037900
000380*                                                                 00038000
000381 CLOSING.                                                         00038100
000382     MOVE WS-ISSUED-COUNT TO SIL-COUNT.                           00038200
000383     WRITE PRINT-LINE FROM SUMMARY-ISSUED-LINE                    00038300
000384         AFTER ADVANCING 2 LINES.                                 00038400
000385     MOVE WS-MATCHED-COUNT TO SML-COUNT.                          00038500
000386     WRITE PRINT-LINE FROM SUMMARY-MATCHED-LINE                   00038600
000387         AFTER ADVANCING 1 LINE.                                  00038700
000388     MOVE WS-MISMATCH-COUNT TO SXL-COUNT.                         00038800
000389     WRITE PRINT-LINE FROM SUMMARY-MISMATCH-LINE                  00038900
000390         AFTER ADVANCING 1 LINE.                                  00039000
000391     MOVE WS-OUTSTANDING-COUNT TO SOL-COUNT.                      00039100
000392     MOVE WS-OUTSTANDING-TOTAL TO SOL-TOTAL.                      00039200
000393     WRITE PRINT-LINE FROM SUMMARY-OUTSTANDING-LINE               00039300
000394         AFTER ADVANCING 1 LINE.                                  00039400
000395     MOVE WS-AGE-30-COUNT TO ABL-30.                              00039500
000396     MOVE WS-AGE-60-COUNT TO ABL-60.                              00039600
000397     MOVE WS-AGE-90-COUNT TO ABL-90.                              00039700
000398     MOVE WS-AGE-OVER-COUNT TO ABL-OVER.                          00039800
000399     WRITE PRINT-LINE FROM AGE-BUCKET-LINE                        00039900
000400         AFTER ADVANCING 1 LINE.                                  00040000
000401     MOVE WS-VOIDED-COUNT TO SVL-COUNT.                           00040100
000402     WRITE PRINT-LINE FROM SUMMARY-VOIDED-LINE                    00040200
000403         AFTER ADVANCING 1 LINE.                                  00040300
000404     MOVE WS-FRAUD-COUNT TO SFR-COUNT.                            00040400
000405     WRITE PRINT-LINE FROM SUMMARY-FRAUD-LINE                     00040500
000406         AFTER ADVANCING 1 LINE.                                  00040600
000407     MOVE WS-NEVER-ISSUED-COUNT TO SNL-COUNT.                     00040700
000408     WRITE PRINT-LINE FROM SUMMARY-NEVER-LINE                     00040800
000409         AFTER ADVANCING 1 LINE.                                  00040900
000410     CLOSE ISSUED-CHECKS-FILE, CLEARED-ITEMS-FILE, PRINT-FILE.    00041000
