000016*                    CARRYING THE ORIGINAL AS OUTSTANDING FOREVER 00001600
000017*                    AND REPORTS IT AS FRAUD IF IT EVER CLEARS.   00001700
000018*                    A VOID REGISTER LISTS EVERY ACTION TAKEN.    00001800
000019*    2026-10-15  SS  MIRROR THE POSITIVE-PAY FLAG CHKPRINT ADDED  00001900
000020*                    TO THE ISSUED-CHECKS RECORD, AND FLAG A      00002000
000021*                    REPLACEMENT CHECK AS A REISSUE FOR PPAYISS.  00002100
000022*                                                                 00002200
000023 ENVIRONMENT DIVISION.                                            00002300
000024 CONFIGURATION SECTION.                                           00002400
000025 SOURCE-COMPUTER. IBM-370.                                        00002500
000026 OBJECT-COMPUTER. IBM-370.                                        00002600
000027*                                                                 00002700
000028 INPUT-OUTPUT SECTION.                                            00002800
000029 FILE-CONTROL.                                                    00002900
000030     SELECT VOID-CARD-FILE ASSIGN TO UT-S-VOIDCRDS.               00003000
000031     SELECT ISSUED-OLD-FILE ASSIGN TO UT-S-ISSOLD.                00003100
000032     SELECT ISSUED-NEW-FILE ASSIGN TO UT-S-ISSNEW.                00003200
000033     SELECT CHECK-CONTROL-FILE ASSIGN TO UT-S-CHKCTL.             00003300
000034     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003400
000035*                                                                 00003500
000036 DATA DIVISION.                                                   00003600
000037 FILE SECTION.                                                    00003700
000038*ONE CARD PER ACTION: "V" VOIDS A CHECK, "S" STOPS PAYMENT ON     00003800
000039*IT, "R" VOIDS IT AND ISSUES A REPLACEMENT.                       00003900
000040 FD  VOID-CARD-FILE                                               00004000
000041     LABEL RECORD IS OMITTED.                                     00004100
000042 01  VOID-CARD-RECORD.                                            00004200
000043     05  VC-ACTION               PIC X.                           00004300
000044         88  VC-IS-VOID          VALUE "V".                       00004400
000045         88  VC-IS-STOP          VALUE "S".                       00004500
000046         88  VC-IS-REISSUE       VALUE "R".                       00004600
000047     05  VC-CHECK-NUMBER         PIC 9(06).                       00004700
000048     05  VC-REASON               PIC X(20).                       00004800
000049     05  FILLER                  PIC X(53).                       00004900
000050*                                                                 00005000
000051*ISSUED-CHECK-RECORD MIRRORS CHKPRINT'S OUTPUT LAYOUT.            00005100
000052 FD  ISSUED-OLD-FILE                                              00005200
000053     LABEL RECORD IS OMITTED.                                     00005300
000054 01  ISSUED-OLD-RECORD.                                           00005400
000055     05  ISO-CHECK-NUMBER        PIC 9(06).                       00005500
000056     05  ISO-EMP-ID              PIC X(10).                       00005600
000057     05  ISO-EMP-NAME            PIC X(25).                       00005700
000058     05  ISO-ISSUE-DATE          PIC 9(06).                       00005800
000059     05  ISO-PAY-PERIOD          PIC X(06).                       00005900
000060     05  ISO-AMOUNT              PIC S9(5)V99.                    00006000
000061     05  ISO-STATUS              PIC X.                           00006100
000062     05  ISO-VOID-DATE           PIC 9(06).                       00006200
000063     05  ISO-VOID-REASON         PIC X(20).                       00006300
000064     05  ISO-PPAY-FLAG           PIC X.                           00006400
000065*                                                                 00006500
000066 FD  ISSUED-NEW-FILE                                              00006600
000067     LABEL RECORD IS OMITTED.                                     00006700
000068 01  ISSUED-NEW-RECORD.                                           00006800
000069     05  ISN-CHECK-NUMBER        PIC 9(06).                       00006900
000070     05  ISN-EMP-ID              PIC X(10).                       00007000
000071     05  ISN-EMP-NAME            PIC X(25).                       00007100
000072     05  ISN-ISSUE-DATE          PIC 9(06).                       00007200
000073     05  ISN-PAY-PERIOD          PIC X(06).                       00007300
000074     05  ISN-AMOUNT              PIC S9(5)V99.                    00007400
000075     05  ISN-STATUS              PIC X.                           00007500
000076     05  ISN-VOID-DATE           PIC 9(06).                       00007600
000077     05  ISN-VOID-REASON         PIC X(20).                       00007700
000078     05  ISN-PPAY-FLAG           PIC X.                           00007800
000079*                                                                 00007900
000080 FD  CHECK-CONTROL-FILE                                           00008000
000081     LABEL RECORD IS OMITTED.                                     00008100
000082 01  CHECK-CONTROL-RECORD.                                        00008200
000083     05  CTL-LAST-CHECK-NUMBER   PIC 9(06).                       00008300
000084*                                                                 00008400
000085 FD  PRINT-FILE                                                   00008500
000086     LABEL RECORD IS OMITTED.                                     00008600
000087 01  PRINT-LINE                  PIC X(132).                      00008700
000088*                                                                 00008800
000089 WORKING-STORAGE SECTION.                                         00008900
000090*                                                                 00009000
000091 01  VOID-CARD-TABLE.                                             00009100
000092     05  VCT-ENTRY OCCURS 100 TIMES.                              00009200
000093         10  VCT-ACTION          PIC X.                           00009300
000094         10  VCT-CHECK-NUMBER    PIC 9(06).                       00009400
000095         10  VCT-REASON          PIC X(20).                       00009500
000096         10  VCT-USED-FLAG       PIC X.                           00009600
000097             88  VCT-WAS-USED    VALUE "Y".                       00009700
000098 77  WS-VCT-COUNT                PIC 999 VALUE 0.                 00009800
000099 77  WS-VCT-SUB                  PIC 999 VALUE 0.                 00009900
000100 77  VCT-FOUND-FLAG              PIC X VALUE "N".                 00010000
000101     88  CARD-WAS-FOUND          VALUE "Y".                       00010100
000102 77  WS-VCT-FOUND-SUB            PIC 999 VALUE 0.                 00010200
000103*                                                                 00010300
000104 77  CARD-EOF-FLAG               PIC X VALUE "N".                 00010400
000105     88  CARD-IS-EOF             VALUE "Y".                       00010500
000106 77  ISSUED-EOF-FLAG             PIC X VALUE "N".                 00010600
000107     88  ISSUED-IS-EOF           VALUE "Y".                       00010700
000108*                                                                 00010800
000109 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00010900
000110 77  WS-CHECK-NUMBER             PIC 9(06) VALUE 0.               00011000
000111 77  WS-VOIDED-COUNT             PIC 999 VALUE 0.                 00011100
000112 77  WS-STOPPED-COUNT            PIC 999 VALUE 0.                 00011200
000113 77  WS-REISSUED-COUNT           PIC 999 VALUE 0.                 00011300
000114 77  WS-UNMATCHED-COUNT          PIC 999 VALUE 0.                 00011400
000115 77  WS-ACTION-TEXT              PIC X(10) VALUE SPACES.          00011500
000116*                                                                 00011600
000117 01  TITLE-LINE.                                                  00011700
000118     05  FILLER                  PIC X(20) VALUE SPACES.          00011800
000119     05  FILLER                  PIC X(40)                        00011900
000120             VALUE "CHECK VOID / STOP / REISSUE REGISTER".        00012000
000121*                                                                 00012100
000122 01  ACTION-LINE.                                                 00012200
000123     05  FILLER                  PIC X(05) VALUE SPACES.          00012300
000124     05  ACL-ACTION              PIC X(10).                       00012400
000125     05  FILLER                  PIC X(02) VALUE SPACES.          00012500
000126     05  ACL-CHECK-NUMBER        PIC 9(06).                       00012600
000127     05  FILLER                  PIC X(02) VALUE SPACES.          00012700
000128     05  ACL-EMP-NAME            PIC X(25).                       00012800
000129     05  FILLER                  PIC X(02) VALUE SPACES.          00012900
000130     05  ACL-AMOUNT              PIC ZZZZ9.99-.                   00013000
000131     05  FILLER                  PIC X(02) VALUE SPACES.          00013100
000132     05  ACL-REASON              PIC X(20).                       00013200
000133     05  FILLER                  PIC X(09) VALUE "  NEW NO ".     00013300
000134     05  ACL-NEW-NUMBER          PIC X(06).                       00013400
000135*                                                                 00013500
000136 01  UNMATCHED-LINE.                                              00013600
000137     05  FILLER                  PIC X(05) VALUE SPACES.          00013700
000138     05  UML-CHECK-NUMBER        PIC 9(06).                       00013800
000139     05  FILLER                  PIC X(40)                        00013900
000140             VALUE "  CARD FOR CHECK NOT ON ISSUED FILE".         00014000
000141*                                                                 00014100
000142 01  SUMMARY-LINE.                                                00014200
000143     05  FILLER                  PIC X(05) VALUE SPACES.          00014300
000144     05  FILLER                  PIC X(08) VALUE "VOIDED: ".      00014400
000145     05  SML-VOIDED              PIC ZZ9.                         00014500
000146     05  FILLER                  PIC X(11) VALUE "  STOPPED: ".   00014600
000147     05  SML-STOPPED             PIC ZZ9.                         00014700
000148     05  FILLER                  PIC X(12) VALUE "  REISSUED: ".  00014800
000149     05  SML-REISSUED            PIC ZZ9.                         00014900
000150     05  FILLER                  PIC X(13) VALUE "  UNMATCHED: ". 00015000
000151     05  SML-UNMATCHED           PIC ZZ9.                         00015100
000152*                                                                 00015200
000153 PROCEDURE DIVISION.                                              00015300
000154 000-MAIN.                                                        00015400
000155     PERFORM INITIALIZATION.                                      00015500
000156     PERFORM LOAD-ONE-VOID-CARD UNTIL CARD-IS-EOF.                00015600
000157     PERFORM PROCESS-ONE-CHECK UNTIL ISSUED-IS-EOF.               00015700
000158     PERFORM REPORT-UNMATCHED-CARDS.                              00015800
000159     PERFORM CLOSING.                                             00015900
000160     STOP RUN.                                                    00016000
000161*                                                                 00016100
000162 INITIALIZATION.                                                  00016200
000163     ACCEPT WS-RUN-DATE FROM DATE.                                00016300
000164     OPEN INPUT VOID-CARD-FILE, ISSUED-OLD-FILE,                  00016400
000165          CHECK-CONTROL-FILE,                                     00016500
000166          OUTPUT ISSUED-NEW-FILE, PRINT-FILE.                     00016600
000167     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00016700
000168     READ CHECK-CONTROL-FILE                                      00016800
000169         AT END MOVE 0 TO CTL-LAST-CHECK-NUMBER                   00016900
000170     END-READ.                                                    00017000
000171     MOVE CTL-LAST-CHECK-NUMBER TO WS-CHECK-NUMBER.               00017100
000172     CLOSE CHECK-CONTROL-FILE.                                    00017200
000173     READ VOID-CARD-FILE                                          00017300
000174         AT END MOVE "Y" TO CARD-EOF-FLAG.                        00017400
000175     READ ISSUED-OLD-FILE                                         00017500
000176         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00017600
000177*                                                                 00017700
000178 LOAD-ONE-VOID-CARD.                                              00017800
000179     ADD 1 TO WS-VCT-COUNT.                                       00017900
000180     IF WS-VCT-COUNT > 100                                        00018000
000181         DISPLAY "CHKVOID HALTED - VOID CARD TABLE FULL AT 100"   00018100
000182         MOVE 16 TO RETURN-CODE                                   00018200
000183         STOP RUN                                                 00018300
000184     END-IF.                                                      00018400
000185     MOVE VC-ACTION TO VCT-ACTION(WS-VCT-COUNT).                  00018500
000186     MOVE VC-CHECK-NUMBER TO VCT-CHECK-NUMBER(WS-VCT-COUNT).      00018600
000187     MOVE VC-REASON TO VCT-REASON(WS-VCT-COUNT).                  00018700
000188     MOVE "N" TO VCT-USED-FLAG(WS-VCT-COUNT).                     00018800
000189     READ VOID-CARD-FILE                                          00018900
000190         AT END MOVE "Y" TO CARD-EOF-FLAG.                        00019000
000191*                                                                 00019100
000192*EVERY ISSUED CHECK PASSES THROUGH TO THE NEW FILE; ONE NAMED     00019200
000193*BY A CARD IS MARKED ON THE WAY, AND A REISSUE'S REPLACEMENT      00019300
000194*FOLLOWS THE MARKED ORIGINAL IMMEDIATELY.                         00019400
000195 PROCESS-ONE-CHECK.                                               00019500
000196     MOVE "N" TO VCT-FOUND-FLAG.                                  00019600
000197     PERFORM MATCH-ONE-VOID-CARD                                  00019700
000198         VARYING WS-VCT-SUB FROM 1 BY 1                           00019800
000199         UNTIL WS-VCT-SUB > WS-VCT-COUNT                          00019900
000200         OR WS-VCT-SUB > 100.                                     00020000
000201     IF CARD-WAS-FOUND                                            00020100
000202         PERFORM APPLY-ONE-ACTION                                 00020200
000203     END-IF.                                                      00020300
000204     MOVE ISSUED-OLD-RECORD TO ISSUED-NEW-RECORD.                 00020400
000205     WRITE ISSUED-NEW-RECORD.                                     00020500
000206     IF CARD-WAS-FOUND                                            00020600
000207       AND VCT-ACTION(WS-VCT-FOUND-SUB) EQUAL "R"                 00020700
000208         PERFORM WRITE-REPLACEMENT-CHECK                          00020800
000209     END-IF.                                                      00020900
000210     READ ISSUED-OLD-FILE                                         00021000
000211         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00021100
000212*                                                                 00021200
000213 MATCH-ONE-VOID-CARD.                                             00021300
000214     IF VCT-CHECK-NUMBER(WS-VCT-SUB) EQUAL ISO-CHECK-NUMBER       00021400
000215       AND NOT VCT-WAS-USED(WS-VCT-SUB)                           00021500
000216         MOVE "Y" TO VCT-FOUND-FLAG                               00021600
000217         MOVE WS-VCT-SUB TO WS-VCT-FOUND-SUB                      00021700
000218     END-IF.                                                      00021800
000219*                                                                 00021900
000220 APPLY-ONE-ACTION.                                                00022000
000221     MOVE "Y" TO VCT-USED-FLAG(WS-VCT-FOUND-SUB).                 00022100
000222     MOVE WS-RUN-DATE TO ISO-VOID-DATE.                           00022200
000223     MOVE VCT-REASON(WS-VCT-FOUND-SUB) TO ISO-VOID-REASON.        00022300
000224     IF VCT-ACTION(WS-VCT-FOUND-SUB) EQUAL "S"                    00022400
000225         MOVE "S" TO ISO-STATUS                                   00022500
000226         ADD 1 TO WS-STOPPED-COUNT                                00022600
000227         MOVE "STOPPED   " TO WS-ACTION-TEXT                      00022700
000228     ELSE                                                         00022800
000229         MOVE "V" TO ISO-STATUS                                   00022900
000230         IF VCT-ACTION(WS-VCT-FOUND-SUB) EQUAL "R"                00023000
000231             ADD 1 TO WS-REISSUED-COUNT                           00023100
000232             MOVE "REISSUED  " TO WS-ACTION-TEXT                  00023200
000233         ELSE                                                     00023300
000234             ADD 1 TO WS-VOIDED-COUNT                             00023400
000235             MOVE "VOIDED    " TO WS-ACTION-TEXT                  00023500
000236         END-IF                                                   00023600
000237     END-IF.                                                      00023700
000238     MOVE WS-ACTION-TEXT TO ACL-ACTION.                           00023800
000239     MOVE ISO-CHECK-NUMBER TO ACL-CHECK-NUMBER.                   00023900
000240     MOVE ISO-EMP-NAME TO ACL-EMP-NAME.                           00024000
000241     MOVE ISO-AMOUNT TO ACL-AMOUNT.                               00024100
000242     MOVE VCT-REASON(WS-VCT-FOUND-SUB) TO ACL-REASON.             00024200
000243     MOVE SPACES TO ACL-NEW-NUMBER.                               00024300
000244     IF VCT-ACTION(WS-VCT-FOUND-SUB) EQUAL "R"                    00024400
000245         ADD 1 TO WS-CHECK-NUMBER                                 00024500
000246         MOVE WS-CHECK-NUMBER TO ACL-NEW-NUMBER                   00024600
000247     END-IF.                                                      00024700
000248     WRITE PRINT-LINE FROM ACTION-LINE AFTER ADVANCING 1 LINE.    00024800
000249*                                                                 00024900
000250*THE REPLACEMENT CARRIES THE ORIGINAL'S PAYEE, PERIOD, AND        00025000
000251*AMOUNT UNDER THE FRESH NUMBER DRAWN ABOVE, ISSUED TODAY, AND     00025100
000252*GOES TO THE BANK ON THE NEXT POSITIVE-PAY FILE AS A REISSUE.     00025200
000253 WRITE-REPLACEMENT-CHECK.                                         00025300
000254     MOVE WS-CHECK-NUMBER TO ISN-CHECK-NUMBER.                    00025400
000255     MOVE ISO-EMP-ID TO ISN-EMP-ID.                               00025500
000256     MOVE ISO-EMP-NAME TO ISN-EMP-NAME.                           00025600
000257     MOVE WS-RUN-DATE TO ISN-ISSUE-DATE.                          00025700
000258     MOVE ISO-PAY-PERIOD TO ISN-PAY-PERIOD.                       00025800
000259     MOVE ISO-AMOUNT TO ISN-AMOUNT.                               00025900
000260     MOVE SPACE TO ISN-STATUS.                                    00026000
000261     MOVE 0 TO ISN-VOID-DATE.                                     00026100
000262     MOVE SPACES TO ISN-VOID-REASON.                              00026200
000263     MOVE "R" TO ISN-PPAY-FLAG.                                   00026300
000264     WRITE ISSUED-NEW-RECORD.                                     00026400
000265*                                                                 00026500
000266 REPORT-UNMATCHED-CARDS.                                          00026600
000267     PERFORM CHECK-ONE-UNMATCHED-CARD                             00026700
000268         VARYING WS-VCT-SUB FROM 1 BY 1                           00026800
000269         UNTIL WS-VCT-SUB > WS-VCT-COUNT                          00026900
000270         OR WS-VCT-SUB > 100.                                     00027000
000271*                                                                 00027100
000272 CHECK-ONE-UNMATCHED-CARD.                                        00027200
000273     IF NOT VCT-WAS-USED(WS-VCT-SUB)                              00027300
000274         ADD 1 TO WS-UNMATCHED-COUNT                              00027400
000275         MOVE VCT-CHECK-NUMBER(WS-VCT-SUB) TO UML-CHECK-NUMBER    00027500
000276         WRITE PRINT-LINE FROM UNMATCHED-LINE                     00027600
000277             AFTER ADVANCING 1 LINE                               00027700
000278     END-IF.                                                      00027800
000279*                                                                 00027900
000280 CLOSING.                                                         00028000
000281     MOVE WS-VOIDED-COUNT TO SML-VOIDED.                          00028100
000282     MOVE WS-STOPPED-COUNT TO SML-STOPPED.                        00028200
000283     MOVE WS-REISSUED-COUNT TO SML-REISSUED.                      00028300
000284     MOVE WS-UNMATCHED-COUNT TO SML-UNMATCHED.                    00028400
000285     WRITE PRINT-LINE FROM SUMMARY-LINE                           00028500
000286         AFTER ADVANCING 2 LINES.                                 00028600
000287     OPEN OUTPUT CHECK-CONTROL-FILE.                              00028700
000288     MOVE WS-CHECK-NUMBER TO CTL-LAST-CHECK-NUMBER.               00028800
000289     WRITE CHECK-CONTROL-RECORD.                                  00028900
000290     CLOSE CHECK-CONTROL-FILE.                                    00029000
000291     CLOSE VOID-CARD-FILE, ISSUED-OLD-FILE,                       00029100
000292         ISSUED-NEW-FILE, PRINT-FILE.                             00029200
