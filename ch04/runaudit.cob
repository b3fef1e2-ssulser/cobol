000021*                    DELETE OF &&RUNCTL; RUNTREND REPORTS THE     00002100
000022*                    BATCH-WINDOW TREND FROM IT.  A FAILED AUDIT  00002200
000023*                    KEEPS ITS RECORDS OUT OF THE HISTORY.        00002300
000024*    2026-10-15  SS  A "STREAM" PARAMETER CARD PRINTS THE STREAM  00002400
000025*                    STATUS FILE FOR THE RUN DATE IN PROGRESS     00002500
000026*                    INSTEAD OF THE COUNT AUDIT: EACH SUBMISSION  00002600
000027*                    AND EACH STEP COMPLETED, MARKED ORIGINAL OR  00002700
000028*                    RESTART, SO A RESUBMITTED STREAM SHOWS WHICH 00002800
000029*                    STEPS RAN WHEN.  THE DAILY STREAM RUNS IT AS 00002900
000030*                    ITS LAST STEP.                               00003000
000031*                                                                 00003100
000032 ENVIRONMENT DIVISION.                                            00003200
000033 CONFIGURATION SECTION.                                           00003300
000034 SOURCE-COMPUTER. IBM-370.                                        00003400
000035 OBJECT-COMPUTER. IBM-370.                                        00003500
000036*                                                                 00003600
000037 INPUT-OUTPUT SECTION.                                            00003700
000038 FILE-CONTROL.                                                    00003800
000039     SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.               00003900
000040     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004000
000041     SELECT RUN-HISTORY-FILE ASSIGN TO UT-S-RUNHIST.              00004100
000042     SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.                  00004200
000043     SELECT STREAM-STATUS-FILE ASSIGN TO UT-S-STRMSTAT.           00004300
000044*                                                                 00004400
000045 DATA DIVISION.                                                   00004500
000046 FILE SECTION.                                                    00004600
000047 FD  RUN-CONTROL-FILE                                             00004700
000048     LABEL RECORD IS OMITTED.                                     00004800
000049 01  RUN-CONTROL-RECORD.                                          00004900
000050     COPY RUNCTL.                                                 00005000
000051*                                                                 00005100
000052 FD  PRINT-FILE                                                   00005200
000053     LABEL RECORD IS OMITTED.                                     00005300
000054 01  PRINT-LINE                  PIC X(132).                      00005400
000055*                                                                 00005500
000056*THE HISTORY FILE CARRIES THE SAME RUNCTL.CPY RECORD, APPENDED    00005600
000057*ONLY AFTER THE AUDIT PASSES.                                     00005700
000058 FD  RUN-HISTORY-FILE                                             00005800
000059     LABEL RECORD IS OMITTED.                                     00005900
000060 01  RUN-HISTORY-RECORD          PIC X(54).                       00006000
000061*                                                                 00006100
000062*"STREAM" IN THE OPERATOR CARD ASKS FOR THE STEP-COMPLETION       00006200
000063*LISTING; NO CARD RUNS THE COUNT AUDIT.                           00006300
000064 FD  PARAMETER-FILE                                               00006400
000065     LABEL RECORD IS OMITTED.                                     00006500
000066 01  PARAMETER-RECORD.                                            00006600
000067     05  PARM-REPORT             PIC X(06).                       00006700
000068     05  FILLER                  PIC X(74).                       00006800
000069*                                                                 00006900
000070 FD  STREAM-STATUS-FILE                                           00007000
000071     LABEL RECORD IS OMITTED.                                     00007100
000072 01  STREAM-STATUS-RECORD.                                        00007200
000073     COPY STRMSTAT.                                               00007300
000074*                                                                 00007400
000075 WORKING-STORAGE SECTION.                                         00007500
000076*                                                                 00007600
000077 77  RUNCTL-EOF-FLAG             PIC X VALUE "N".                 00007700
000078     88  RUNCTL-IS-EOF           VALUE "Y".                       00007800
000079*                                                                 00007900
000080*THE LAST RECORD SEEN PER PROGRAM WINS, SO A RESTARTED STEP'S     00008000
000081*FINAL FIGURES ARE THE ONES AUDITED.                              00008100
000082 77  CARDLST-SEEN-FLAG           PIC X VALUE "N".                 00008200
000083     88  CARDLST-SEEN            VALUE "Y".                       00008300
000084 77  WS-CARDLST-READ             PIC 9(06) VALUE 0.               00008400
000085 77  WS-CARDLST-TRAILER          PIC 9(06) VALUE 0.               00008500
000086 77  PAYRATE-SEEN-FLAG           PIC X VALUE "N".                 00008600
000087     88  PAYRATE-SEEN            VALUE "Y".                       00008700
000088 77  WS-PAYRATE-READ             PIC 9(06) VALUE 0.               00008800
000089 77  PAYROLL-SEEN-FLAG           PIC X VALUE "N".                 00008900
000090     88  PAYROLL-SEEN            VALUE "Y".                       00009000
000091 77  WS-PAYROLL-READ             PIC 9(06) VALUE 0.               00009100
000092 77  WS-PAYROLL-WRITTEN          PIC 9(06) VALUE 0.               00009200
000093 77  WS-PAYROLL-REJECTED         PIC 9(06) VALUE 0.               00009300
000094 77  WS-PAYROLL-ACCOUNTED        PIC 9(07) VALUE 0.               00009400
000095*                                                                 00009500
000096 77  WS-FAIL-COUNT               PIC 9(03) VALUE 0.               00009600
000097*                                                                 00009700
000098 77  STREAM-REPORT-FLAG          PIC X VALUE "N".                 00009800
000099     88  STREAM-REPORT-WANTED    VALUE "Y".                       00009900
000100 77  STATUS-EOF-FLAG             PIC X VALUE "N".                 00010000
000101     88  STATUS-IS-EOF           VALUE "Y".                       00010100
000102 77  WS-STREAM-RUN-DATE          PIC 9(06) VALUE 0.               00010200
000103 77  WS-STREAM-SUBMISSION        PIC 99 VALUE 0.                  00010300
000104 77  WS-ORIGINAL-STEPS           PIC 9(03) VALUE 0.               00010400
000105 77  WS-RESTART-STEPS            PIC 9(03) VALUE 0.               00010500
000106*                                                                 00010600
000107 01  HISTORY-HOLD-TABLE.                                          00010700
000108     05  HHT-IMAGE               PIC X(54) OCCURS 50 TIMES.       00010800
000109 77  WS-HHT-COUNT                PIC 99 VALUE 0.                  00010900
000110 77  WS-HHT-SUB                  PIC 99 VALUE 0.                  00011000
000111*                                                                 00011100
000112 01  TITLE-LINE.                                                  00011200
000113     05  FILLER                  PIC X(20) VALUE SPACES.          00011300
000114     05  FILLER                  PIC X(40)                        00011400
000115             VALUE "DAILY STREAM RUN-CONTROL AUDIT".              00011500
000116*                                                                 00011600
000117 01  STEP-LINE.                                                   00011700
000118     05  FILLER                  PIC X(05) VALUE SPACES.          00011800
000119     05  STL-PROGRAM             PIC X(08).                       00011900
000120     05  FILLER                  PIC X(08) VALUE "  READ: ".      00012000
000121     05  STL-READ                PIC ZZZ,ZZ9.                     00012100
000122     05  FILLER                  PIC X(11) VALUE "  WRITTEN: ".   00012200
000123     05  STL-WRITTEN             PIC ZZZ,ZZ9.                     00012300
000124     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".  00012400
000125     05  STL-REJECTED            PIC ZZZ,ZZ9.                     00012500
000126*                                                                 00012600
000127 01  FAIL-LINE.                                                   00012700
000128     05  FILLER                  PIC X(05) VALUE SPACES.          00012800
000129     05  FILLER                  PIC X(08) VALUE "*** ".          00012900
000130     05  FLL-TEXT                PIC X(60).                       00013000
000131*                                                                 00013100
000132 01  CLEAN-LINE.                                                  00013200
000133     05  FILLER                  PIC X(05) VALUE SPACES.          00013300
000134     05  FILLER                  PIC X(46) VALUE                  00013400
000135    "ALL STEP COUNTS AGREE - REGISTER MAY RELEASE".               00013500
000136*                                                                 00013600
000137 01  HOLD-LINE.                                                   00013700
000138     05  FILLER                  PIC X(05) VALUE SPACES.          00013800
000139     05  FILLER                  PIC X(46) VALUE                  00013900
000140    "*** COUNTS DISAGREE - REGISTER HELD ***".                    00014000
000141*                                                                 00014100
000142 01  STREAM-TITLE-LINE.                                           00014200
000143     05  FILLER                  PIC X(20) VALUE SPACES.          00014300
000144     05  FILLER                  PIC X(40)                        00014400
000145             VALUE "DAILY STREAM STEP COMPLETION".                00014500
000146     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".    00014600
000147     05  STT-RUN-DATE            PIC 9(06).                       00014700
000148*                                                                 00014800
000149 01  STREAM-HEADING-LINE.                                         00014900
000150     05  FILLER                  PIC X(05) VALUE SPACES.          00015000
000151     05  FILLER                  PIC X(10) VALUE "STEP".          00015100
000152     05  FILLER                  PIC X(16) VALUE "SUBMISSION".    00015200
000153     05  FILLER                  PIC X(20) VALUE "DATE      TIME".00015300
000154     05  FILLER                  PIC X(30) VALUE "EVENT".         00015400
000155*                                                                 00015500
000156 01  STREAM-STEP-LINE.                                            00015600
000157     05  FILLER                  PIC X(05) VALUE SPACES.          00015700
000158     05  SSL-STEP                PIC X(08).                       00015800
000159     05  FILLER                  PIC X(02) VALUE SPACES.          00015900
000160     05  SSL-SUBMISSION-TYPE     PIC X(08).                       00016000
000161     05  FILLER                  PIC X(01) VALUE SPACES.          00016100
000162     05  SSL-SUBMISSION          PIC Z9.                          00016200
000163     05  FILLER                  PIC X(05) VALUE SPACES.          00016300
000164     05  SSL-STAMP-DATE          PIC 9(06).                       00016400
000165     05  FILLER                  PIC X(04) VALUE SPACES.          00016500
000166     05  SSL-STAMP-TIME          PIC 99B99B99.                    00016600
000167     05  FILLER                  PIC X(02) VALUE SPACES.          00016700
000168     05  SSL-EVENT               PIC X(30).                       00016800
000169*                                                                 00016900
000170 01  STREAM-SUMMARY-LINE.                                         00017000
000171     05  FILLER                  PIC X(05) VALUE SPACES.          00017100
000172     05  FILLER                  PIC X(29)                        00017200
000173             VALUE "STEPS RUN ON THE ORIGINAL: ".                 00017300
000174     05  SSM-ORIGINAL            PIC ZZ9.                         00017400
000175     05  FILLER                  PIC X(17)                        00017500
000176             VALUE "   ON A RESTART: ".                           00017600
000177     05  SSM-RESTART             PIC ZZ9.                         00017700
000178*                                                                 00017800
000179 01  NO-STREAM-LINE.                                              00017900
000180     05  FILLER                  PIC X(05) VALUE SPACES.          00018000
000181     05  FILLER                  PIC X(46) VALUE                  00018100
000182    "*** NO SUBMISSION ON THE STREAM STATUS FILE".                00018200
000183*                                                                 00018300
000184 PROCEDURE DIVISION.                                              00018400
000185 000-MAIN.                                                        00018500
000186     PERFORM READ-PARAMETER-CARD.                                 00018600
000187     IF STREAM-REPORT-WANTED                                      00018700
000188         PERFORM REPORT-STREAM-STEPS                              00018800
000189     ELSE                                                         00018900
000190         PERFORM INITIALIZATION                                   00019000
000191         PERFORM COLLECT-ONE-RECORD UNTIL RUNCTL-IS-EOF           00019100
000192         PERFORM AUDIT-THE-STREAM                                 00019200
000193         PERFORM CLOSING                                          00019300
000194     END-IF.                                                      00019400
000195     STOP RUN.                                                    00019500
000196*                                                                 00019600
000197 READ-PARAMETER-CARD.                                             00019700
000198     OPEN INPUT PARAMETER-FILE.                                   00019800
000199     READ PARAMETER-FILE                                          00019900
000200         AT END                                                   00020000
000201             CONTINUE                                             00020100
000202         NOT AT END                                               00020200
000203             IF PARM-REPORT EQUAL "STREAM"                        00020300
000204                 MOVE "Y" TO STREAM-REPORT-FLAG                   00020400
000205             END-IF                                               00020500
000206     END-READ.                                                    00020600
000207     CLOSE PARAMETER-FILE.                                        00020700
000208*                                                                 00020800
000209 INITIALIZATION.                                                  00020900
000210     OPEN INPUT RUN-CONTROL-FILE,                                 00021000
000211          OUTPUT PRINT-FILE.                                      00021100
000212     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00021200
000213     READ RUN-CONTROL-FILE                                        00021300
000214         AT END MOVE "Y" TO RUNCTL-EOF-FLAG.                      00021400
000215*                                                                 00021500
000216 COLLECT-ONE-RECORD.                                              00021600
000217     MOVE RCT-PROGRAM TO STL-PROGRAM.                             00021700
000218     MOVE RCT-RECORDS-READ TO STL-READ.                           00021800
000219     MOVE RCT-RECORDS-WRITTEN TO STL-WRITTEN.                     00021900
000220     MOVE RCT-RECORDS-REJECTED TO STL-REJECTED.                   00022000
000221     WRITE PRINT-LINE FROM STEP-LINE AFTER ADVANCING 1 LINE.      00022100
000222     ADD 1 TO WS-HHT-COUNT.                                       00022200
000223     IF WS-HHT-COUNT <= 50                                        00022300
000224         MOVE RUN-CONTROL-RECORD TO HHT-IMAGE(WS-HHT-COUNT)       00022400
000225     END-IF.                                                      00022500
000226     IF RCT-PROGRAM EQUAL "CARDLST "                              00022600
000227         MOVE "Y" TO CARDLST-SEEN-FLAG                            00022700
000228         MOVE RCT-RECORDS-READ TO WS-CARDLST-READ                 00022800
000229         MOVE RCT-TRAILER-COUNT TO WS-CARDLST-TRAILER             00022900
000230     END-IF.                                                      00023000
000231     IF RCT-PROGRAM EQUAL "PAYRATE "                              00023100
000232         MOVE "Y" TO PAYRATE-SEEN-FLAG                            00023200
000233         MOVE RCT-RECORDS-READ TO WS-PAYRATE-READ                 00023300
000234     END-IF.                                                      00023400
000235     IF RCT-PROGRAM EQUAL "PAYROLL "                              00023500
000236         MOVE "Y" TO PAYROLL-SEEN-FLAG                            00023600
000237         MOVE RCT-RECORDS-READ TO WS-PAYROLL-READ                 00023700
000238         MOVE RCT-RECORDS-WRITTEN TO WS-PAYROLL-WRITTEN           00023800
000239         MOVE RCT-RECORDS-REJECTED TO WS-PAYROLL-REJECTED         00023900
000240     END-IF.                                                      00024000
000241     READ RUN-CONTROL-FILE                                        00024100
000242         AT END MOVE "Y" TO RUNCTL-EOF-FLAG.                      00024200
000243*                                                                 00024300
000244 AUDIT-THE-STREAM.                                                00024400
000245     IF NOT CARDLST-SEEN                                          00024500
000246         MOVE "NO RUN-CONTROL RECORD FROM CARD-LISTER"            00024600
000247             TO FLL-TEXT                                          00024700
000248         PERFORM PRINT-FAIL-LINE                                  00024800
000249     ELSE                                                         00024900
000250         IF WS-CARDLST-READ NOT EQUAL WS-CARDLST-TRAILER          00025000
000251             MOVE "CARD-LISTER COUNT DISAGREES WITH TRAILER CARD" 00025100
000252                 TO FLL-TEXT                                      00025200
000253             PERFORM PRINT-FAIL-LINE                              00025300
000254         END-IF                                                   00025400
000255     END-IF.                                                      00025500
000256     IF NOT PAYRATE-SEEN                                          00025600
000257         MOVE "NO RUN-CONTROL RECORD FROM PAYRATE" TO FLL-TEXT    00025700
000258         PERFORM PRINT-FAIL-LINE                                  00025800
000259     END-IF.                                                      00025900
000260     IF NOT PAYROLL-SEEN                                          00026000
000261         MOVE "NO RUN-CONTROL RECORD FROM PAYROLL" TO FLL-TEXT    00026100
000262         PERFORM PRINT-FAIL-LINE                                  00026200
000263     END-IF.                                                      00026300
000264     IF PAYRATE-SEEN AND PAYROLL-SEEN                             00026400
000265         IF WS-PAYRATE-READ NOT EQUAL WS-PAYROLL-READ             00026500
000266             MOVE "PAYRATE CARDS READ DISAGREE WITH PAYROLL WEEKS"00026600
000267                 TO FLL-TEXT                                      00026700
000268             PERFORM PRINT-FAIL-LINE                              00026800
000269         END-IF                                                   00026900
000270     END-IF.                                                      00027000
000271     IF PAYROLL-SEEN                                              00027100
000272         ADD WS-PAYROLL-WRITTEN, WS-PAYROLL-REJECTED              00027200
000273             GIVING WS-PAYROLL-ACCOUNTED                          00027300
000274         IF WS-PAYROLL-ACCOUNTED NOT EQUAL WS-PAYROLL-READ        00027400
000275             MOVE "PAYROLL READ NOT = PRINTED + SKIPPED"          00027500
000276                 TO FLL-TEXT                                      00027600
000277             PERFORM PRINT-FAIL-LINE                              00027700
000278         END-IF                                                   00027800
000279     END-IF.                                                      00027900
000280*                                                                 00028000
000281 PRINT-FAIL-LINE.                                                 00028100
000282     ADD 1 TO WS-FAIL-COUNT.                                      00028200
000283     WRITE PRINT-LINE FROM FAIL-LINE AFTER ADVANCING 1 LINE.      00028300
000284*                                                                 00028400
000285 CLOSING.                                                         00028500
000286     IF WS-FAIL-COUNT EQUAL ZERO                                  00028600
000287         WRITE PRINT-LINE FROM CLEAN-LINE                         00028700
000288             AFTER ADVANCING 2 LINES                              00028800
000289         PERFORM APPEND-RUN-HISTORY                               00028900
000290     ELSE                                                         00029000
000291         WRITE PRINT-LINE FROM HOLD-LINE                          00029100
000292             AFTER ADVANCING 2 LINES                              00029200
000293         MOVE 16 TO RETURN-CODE                                   00029300
000294     END-IF.                                                      00029400
000295     CLOSE RUN-CONTROL-FILE, PRINT-FILE.                          00029500
000296*                                                                 00029600
000297*THE STREAM'S RECORDS JOIN THE HISTORY ONLY ONCE THE COUNTS       00029700
000298*AGREE, SO THE TREND FILE NEVER CARRIES A RUN THE DESK THREW      00029800
000299*BACK.                                                            00029900
000300 APPEND-RUN-HISTORY.                                              00030000
000301     OPEN EXTEND RUN-HISTORY-FILE.                                00030100
000302     PERFORM APPEND-ONE-RECORD                                    00030200
000303         VARYING WS-HHT-SUB FROM 1 BY 1                           00030300
000304         UNTIL WS-HHT-SUB > WS-HHT-COUNT                          00030400
000305         OR WS-HHT-SUB > 50.                                      00030500
000306     CLOSE RUN-HISTORY-FILE.                                      00030600
000307*                                                                 00030700
000308 APPEND-ONE-RECORD.                                               00030800
000309     WRITE RUN-HISTORY-RECORD FROM HHT-IMAGE(WS-HHT-SUB).         00030900
000310*                                                                 00031000
000311*THE LAST *SUBMIT* RECORD ON THE STATUS FILE NAMES THE RUN DATE   00031100
000312*IN PROGRESS; A SECOND PASS LISTS EVERY RECORD FOR THAT DATE IN   00031200
000313*THE ORDER IT WAS WRITTEN.                                        00031300
000314 REPORT-STREAM-STEPS.                                             00031400
000315     OPEN INPUT STREAM-STATUS-FILE,                               00031500
000316          OUTPUT PRINT-FILE.                                      00031600
000317     READ STREAM-STATUS-FILE                                      00031700
000318         AT END MOVE "Y" TO STATUS-EOF-FLAG.                      00031800
000319     PERFORM FIND-LATEST-SUBMISSION UNTIL STATUS-IS-EOF.          00031900
000320     CLOSE STREAM-STATUS-FILE.                                    00032000
000321     MOVE WS-STREAM-RUN-DATE TO STT-RUN-DATE.                     00032100
000322     WRITE PRINT-LINE FROM STREAM-TITLE-LINE                      00032200
000323         AFTER ADVANCING 1 LINE.                                  00032300
000324     IF WS-STREAM-SUBMISSION EQUAL ZERO                           00032400
000325         WRITE PRINT-LINE FROM NO-STREAM-LINE                     00032500
000326             AFTER ADVANCING 2 LINES                              00032600
000327     ELSE                                                         00032700
000328         WRITE PRINT-LINE FROM STREAM-HEADING-LINE                00032800
000329             AFTER ADVANCING 2 LINES                              00032900
000330         MOVE "N" TO STATUS-EOF-FLAG                              00033000
000331         OPEN INPUT STREAM-STATUS-FILE                            00033100
000332         READ STREAM-STATUS-FILE                                  00033200
000333             AT END MOVE "Y" TO STATUS-EOF-FLAG                   00033300
000334         END-READ                                                 00033400
000335         PERFORM LIST-ONE-STATUS-RECORD UNTIL STATUS-IS-EOF       00033500
000336         CLOSE STREAM-STATUS-FILE                                 00033600
000337         MOVE WS-ORIGINAL-STEPS TO SSM-ORIGINAL                   00033700
000338         MOVE WS-RESTART-STEPS TO SSM-RESTART                     00033800
000339         WRITE PRINT-LINE FROM STREAM-SUMMARY-LINE                00033900
000340             AFTER ADVANCING 2 LINES                              00034000
000341     END-IF.                                                      00034100
000342     CLOSE PRINT-FILE.                                            00034200
000343*                                                                 00034300
000344 FIND-LATEST-SUBMISSION.                                          00034400
000345     IF SST-STEP EQUAL "*SUBMIT*"                                 00034500
000346         MOVE SST-RUN-DATE TO WS-STREAM-RUN-DATE                  00034600
000347         MOVE SST-SUBMISSION TO WS-STREAM-SUBMISSION              00034700
000348     END-IF.                                                      00034800
000349     READ STREAM-STATUS-FILE                                      00034900
000350         AT END MOVE "Y" TO STATUS-EOF-FLAG.                      00035000
000351*                                                                 00035100
000352 LIST-ONE-STATUS-RECORD.                                          00035200
000353     IF SST-RUN-DATE EQUAL WS-STREAM-RUN-DATE                     00035300
000354         MOVE SST-STEP TO SSL-STEP                                00035400
000355         IF SST-SUBMISSION EQUAL 1                                00035500
000356             MOVE "ORIGINAL" TO SSL-SUBMISSION-TYPE               00035600
000357         ELSE                                                     00035700
000358             MOVE "RESTART" TO SSL-SUBMISSION-TYPE                00035800
000359         END-IF                                                   00035900
000360         MOVE SST-SUBMISSION TO SSL-SUBMISSION                    00036000
000361         MOVE SST-STAMP-DATE TO SSL-STAMP-DATE                    00036100
000362         MOVE SST-STAMP-TIME(1:6) TO SSL-STAMP-TIME               00036200
000363         IF SST-SUBMITTED                                         00036300
000364             MOVE "STREAM SUBMITTED" TO SSL-EVENT                 00036400
000365         ELSE                                                     00036500
000366         IF SST-COMPLETED                                         00036600
000367             MOVE "STEP COMPLETED" TO SSL-EVENT                   00036700
000368             IF SST-SUBMISSION EQUAL 1                            00036800
000369                 ADD 1 TO WS-ORIGINAL-STEPS                       00036900
000370             ELSE                                                 00037000
000371                 ADD 1 TO WS-RESTART-STEPS                        00037100
000372             END-IF                                               00037200
000373         ELSE                                                     00037300
000374             MOVE "OUTPUT MISSING - STEP RERUN" TO SSL-EVENT      00037400
000375         END-IF                                                   00037500
000376         END-IF                                                   00037600
000377         WRITE PRINT-LINE FROM STREAM-STEP-LINE                   00037700
000378             AFTER ADVANCING 1 LINE                               00037800
000379     END-IF.                                                      00037900
000380     READ STREAM-STATUS-FILE                                      00038000
000381         AT END MOVE "Y" TO STATUS-EOF-FLAG.                      00038100
