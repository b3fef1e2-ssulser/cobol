000011*                    CARDS THAT REOPEN OR CLOSE A PERIOD.  EVERY  00001100
000012*                    OVERRIDE IS LISTED WITH THE SUPERVISOR'S     00001200
000013*                    INITIALS FROM THE CARD.                      00001300
000014*    2026-10-15  SS  CARRY A RUN TYPE ON THE PERIOD RECORD AND THE00001400
000015*                    OVERRIDE CARD: BLANK FOR THE REGULAR RUN, "O"00001500
000016*                    FOR AN OFF-CYCLE RUN.  A CARD ADDS, REOPENS, 00001600
000017*                    OR CLOSES ONLY THE RECORD OF ITS OWN TYPE.   00001700
000018*    2026-10-15  SS  CARRY A PAY GROUP AND PAY FREQUENCY ON THE   00001800
000019*                    PERIOD RECORD AND THE CARD, SO EACH GROUP    00001900
000020*                    OPENS AND CLOSES ITS OWN PERIODS.            00002000
000021*                                                                 00002100
000022 ENVIRONMENT DIVISION.                                            00002200
000023 CONFIGURATION SECTION.                                           00002300
000024 SOURCE-COMPUTER. IBM-370.                                        00002400
000025 OBJECT-COMPUTER. IBM-370.                                        00002500
000026*                                                                 00002600
000027 INPUT-OUTPUT SECTION.                                            00002700
000028 FILE-CONTROL.                                                    00002800
000029     SELECT OVERRIDE-CARD-FILE ASSIGN TO UT-S-OVERRIDE.           00002900
000030     SELECT PERIOD-CONTROL-FILE ASSIGN TO UT-S-PERCTL.            00003000
000031     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003100
000032*                                                                 00003200
000033 DATA DIVISION.                                                   00003300
000034 FILE SECTION.                                                    00003400
000035*ONE OVERRIDE CARD PER ACTION: "A" ADDS A NEW PERIOD, "R" REOPENS 00003500
000036*A CLOSED ONE (SUPERVISOR ONLY), "C" CLOSES ONE BY HAND.  RUN TYPE00003600
000037*BLANK IS THE REGULAR RUN, "O" AN OFF-CYCLE RUN.  EACH PAY GROUP  00003700
000038*(BLANK FOR THE WEEKLY HOURLY GROUP) KEEPS ITS OWN PERIODS, AND   00003800
000039*AN ADD CARD GIVES THE GROUP'S PAY FREQUENCY.  EACH ACTION APPLIES00003900
000040*ONLY TO THE RECORD OF THE CARD'S OWN RUN TYPE AND PAY GROUP.     00004000
000041 FD  OVERRIDE-CARD-FILE                                           00004100
000042     LABEL RECORD IS OMITTED.                                     00004200
000043 01  OVERRIDE-CARD-RECORD.                                        00004300
000044     05  OVR-ACTION              PIC X.                           00004400
000045         88  OVR-IS-ADD          VALUE "A".                       00004500
000046         88  OVR-IS-REOPEN       VALUE "R".                       00004600
000047         88  OVR-IS-CLOSE        VALUE "C".                       00004700
000048     05  OVR-PERIOD              PIC X(06).                       00004800
000049     05  OVR-START-DATE          PIC 9(06).                       00004900
000050     05  OVR-END-DATE            PIC 9(06).                       00005000
000051     05  OVR-SUPERVISOR          PIC X(03).                       00005100
000052     05  OVR-RUN-TYPE            PIC X.                           00005200
000053         88  OVR-RUN-TYPE-VALID  VALUE " " "O".                   00005300
000054     05  OVR-PAY-GROUP           PIC X(02).                       00005400
000055     05  OVR-PAY-FREQUENCY       PIC X.                           00005500
000056         88  OVR-FREQUENCY-VALID VALUE " " "W" "B" "S".           00005600
000057     05  FILLER                  PIC X(54).                       00005700
000058*                                                                 00005800
000059*PERIOD-CONTROL-RECORD MIRRORS PAYROLL'S OWN LAYOUT.              00005900
000060 FD  PERIOD-CONTROL-FILE                                          00006000
000061     LABEL RECORD IS OMITTED.                                     00006100
000062 01  PERIOD-CONTROL-RECORD.                                       00006200
000063     05  PCT-PERIOD              PIC X(06).                       00006300
000064     05  PCT-START-DATE          PIC 9(06).                       00006400
000065     05  PCT-END-DATE            PIC 9(06).                       00006500
000066     05  PCT-STATUS              PIC X.                           00006600
000067     05  PCT-RUN-TYPE            PIC X.                           00006700
000068     05  PCT-PAY-GROUP           PIC X(02).                       00006800
000069     05  PCT-PAY-FREQUENCY       PIC X.                           00006900
000070     05  FILLER                  PIC X(57).                       00007000
000071*                                                                 00007100
000072 FD  PRINT-FILE                                                   00007200
000073     LABEL RECORD IS OMITTED.                                     00007300
000074 01  PRINT-LINE                  PIC X(96).                       00007400
000075*                                                                 00007500
000076 WORKING-STORAGE SECTION.                                         00007600
000077*                                                                 00007700
000078 77  CARD-EOF-FLAG               PIC X VALUE "N".                 00007800
000079     88  CARD-IS-EOF             VALUE "Y".                       00007900
000080 77  PCT-EOF-FLAG                PIC X VALUE "N".                 00008000
000081     88  PCT-IS-EOF              VALUE "Y".                       00008100
000082 77  PERIOD-FOUND-FLAG           PIC X VALUE "N".                 00008200
000083     88  PERIOD-WAS-FOUND        VALUE "Y".                       00008300
000084 77  WS-RESULT-TEXT              PIC X(24) VALUE SPACES.          00008400
000085*                                                                 00008500
000086 77  CARDS-READ                  PIC 999 VALUE 0.                 00008600
000087 77  PERIODS-ADDED               PIC 999 VALUE 0.                 00008700
000088 77  PERIODS-REOPENED            PIC 999 VALUE 0.                 00008800
000089 77  PERIODS-CLOSED              PIC 999 VALUE 0.                 00008900
000090 77  CARDS-REJECTED              PIC 999 VALUE 0.                 00009000
000091*                                                                 00009100
000092 01  TITLE-LINE.                                                  00009200
000093     05  FILLER                  PIC X(20) VALUE SPACES.          00009300
000094     05  FILLER                  PIC X(35)                        00009400
000095             VALUE "PAY-PERIOD CONTROL MAINTENANCE".              00009500
000096*                                                                 00009600
000097 01  ACTION-LINE.                                                 00009700
000098     05  FILLER                  PIC X(05) VALUE SPACES.          00009800
000099     05  ACL-ACTION              PIC X.                           00009900
000100     05  FILLER                  PIC X(02) VALUE SPACES.          00010000
000101     05  ACL-PERIOD              PIC X(06).                       00010100
000102     05  FILLER                  PIC X(01) VALUE SPACES.          00010200
000103     05  ACL-RUN-TYPE            PIC X.                           00010300
000104     05  FILLER                  PIC X(01) VALUE SPACES.          00010400
000105     05  ACL-PAY-GROUP           PIC X(02).                       00010500
000106     05  FILLER                  PIC X(07) VALUE "  SUP: ".       00010600
000107     05  ACL-SUPERVISOR          PIC X(03).                       00010700
000108     05  FILLER                  PIC X(02) VALUE SPACES.          00010800
000109     05  ACL-RESULT              PIC X(24).                       00010900
000110*                                                                 00011000
000111 01  SUMMARY-LINE.                                                00011100
000112     05  FILLER                  PIC X(05) VALUE SPACES.          00011200
000113     05  FILLER                  PIC X(07) VALUE "READ: ".        00011300
000114     05  SML-READ                PIC ZZ9.                         00011400
000115     05  FILLER                  PIC X(09) VALUE "  ADDED: ".     00011500
000116     05  SML-ADDED               PIC ZZ9.                         00011600
000117     05  FILLER                  PIC X(12) VALUE "  REOPENED: ".  00011700
000118     05  SML-REOPENED            PIC ZZ9.                         00011800
000119     05  FILLER                  PIC X(10) VALUE "  CLOSED: ".    00011900
000120     05  SML-CLOSED              PIC ZZ9.                         00012000
000121     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".  00012100
000122     05  SML-REJECTED            PIC ZZ9.                         00012200
000123*                                                                 00012300
000124 PROCEDURE DIVISION.                                              00012400
000125 000-MAIN.                                                        00012500
000126     PERFORM INITIALIZATION.                                      00012600
000127     PERFORM APPLY-ONE-CARD UNTIL CARD-IS-EOF.                    00012700
000128     PERFORM CLOSING.                                             00012800
000129     STOP RUN.                                                    00012900
000130*                                                                 00013000
000131 INITIALIZATION.                                                  00013100
000132     OPEN INPUT OVERRIDE-CARD-FILE,                               00013200
000133          OUTPUT PRINT-FILE.                                      00013300
000134     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00013400
000135     READ OVERRIDE-CARD-FILE                                      00013500
000136         AT END MOVE "Y" TO CARD-EOF-FLAG.                        00013600
000137*                                                                 00013700
000138 APPLY-ONE-CARD.                                                  00013800
000139     ADD 1 TO CARDS-READ.                                         00013900
000140     MOVE SPACES TO WS-RESULT-TEXT.                               00014000
000141     IF NOT OVR-RUN-TYPE-VALID                                    00014100
000142         ADD 1 TO CARDS-REJECTED                                  00014200
000143         MOVE "REJECTED - BAD RUN TYPE" TO WS-RESULT-TEXT         00014300
000144     ELSE                                                         00014400
000145     IF NOT OVR-FREQUENCY-VALID                                   00014500
000146         ADD 1 TO CARDS-REJECTED                                  00014600
000147         MOVE "REJECTED - BAD FREQUENCY" TO WS-RESULT-TEXT        00014700
000148     ELSE                                                         00014800
000149         IF OVR-IS-ADD                                            00014900
000150             PERFORM ADD-ONE-PERIOD                               00015000
000151         ELSE                                                     00015100
000152             IF OVR-IS-REOPEN OR OVR-IS-CLOSE                     00015200
000153                 PERFORM CHANGE-ONE-PERIOD                        00015300
000154             ELSE                                                 00015400
000155                 ADD 1 TO CARDS-REJECTED                          00015500
000156                 MOVE "REJECTED - BAD ACTION" TO WS-RESULT-TEXT   00015600
000157             END-IF                                               00015700
000158         END-IF                                                   00015800
000159     END-IF                                                       00015900
000160     END-IF.                                                      00016000
000161     PERFORM PRINT-ACTION-LINE.                                   00016100
000162     READ OVERRIDE-CARD-FILE                                      00016200
000163         AT END MOVE "Y" TO CARD-EOF-FLAG.                        00016300
000164*                                                                 00016400
000165 ADD-ONE-PERIOD.                                                  00016500
000166     OPEN EXTEND PERIOD-CONTROL-FILE.                             00016600
000167     MOVE OVR-PERIOD TO PCT-PERIOD.                               00016700
000168     MOVE OVR-START-DATE TO PCT-START-DATE.                       00016800
000169     MOVE OVR-END-DATE TO PCT-END-DATE.                           00016900
000170     MOVE "O" TO PCT-STATUS.                                      00017000
000171     MOVE OVR-RUN-TYPE TO PCT-RUN-TYPE.                           00017100
000172     MOVE OVR-PAY-GROUP TO PCT-PAY-GROUP.                         00017200
000173     MOVE OVR-PAY-FREQUENCY TO PCT-PAY-FREQUENCY.                 00017300
000174     WRITE PERIOD-CONTROL-RECORD.                                 00017400
000175     CLOSE PERIOD-CONTROL-FILE.                                   00017500
000176     ADD 1 TO PERIODS-ADDED.                                      00017600
000177     MOVE "ADDED, OPEN" TO WS-RESULT-TEXT.                        00017700
000178*                                                                 00017800
000179*A REOPEN OR CLOSE SCANS THE FILE FOR THE PERIOD AND REWRITES ITS 00017900
000180*STATUS IN PLACE; A SUPERVISOR'S INITIALS MUST BE ON A REOPEN.    00018000
000181 CHANGE-ONE-PERIOD.                                               00018100
000182     IF OVR-IS-REOPEN AND OVR-SUPERVISOR EQUAL SPACES             00018200
000183         ADD 1 TO CARDS-REJECTED                                  00018300
000184         MOVE "REJECTED - NO SUPERVISOR" TO WS-RESULT-TEXT        00018400
000185     ELSE                                                         00018500
000186         MOVE "N" TO PCT-EOF-FLAG, PERIOD-FOUND-FLAG              00018600
000187         OPEN I-O PERIOD-CONTROL-FILE                             00018700
000188         READ PERIOD-CONTROL-FILE                                 00018800
000189             AT END MOVE "Y" TO PCT-EOF-FLAG                      00018900
000190         END-READ                                                 00019000
000191         PERFORM CHANGE-ONE-RECORD UNTIL PCT-IS-EOF               00019100
000192         CLOSE PERIOD-CONTROL-FILE                                00019200
000193         IF NOT PERIOD-WAS-FOUND                                  00019300
000194             ADD 1 TO CARDS-REJECTED                              00019400
000195             MOVE "REJECTED - NOT FOUND" TO WS-RESULT-TEXT        00019500
000196         END-IF                                                   00019600
000197     END-IF.                                                      00019700
000198*                                                                 00019800
000199 CHANGE-ONE-RECORD.                                               00019900
000200     IF PCT-PERIOD EQUAL OVR-PERIOD                               00020000
000201       AND PCT-RUN-TYPE EQUAL OVR-RUN-TYPE                        00020100
000202       AND PCT-PAY-GROUP EQUAL OVR-PAY-GROUP                      00020200
000203         MOVE "Y" TO PERIOD-FOUND-FLAG                            00020300
000204         IF OVR-IS-REOPEN                                         00020400
000205             MOVE "O" TO PCT-STATUS                               00020500
000206             ADD 1 TO PERIODS-REOPENED                            00020600
000207             MOVE "REOPENED BY SUPERVISOR" TO WS-RESULT-TEXT      00020700
000208         ELSE                                                     00020800
000209             MOVE "C" TO PCT-STATUS                               00020900
000210             ADD 1 TO PERIODS-CLOSED                              00021000
000211             MOVE "CLOSED" TO WS-RESULT-TEXT                      00021100
000212         END-IF                                                   00021200
000213         REWRITE PERIOD-CONTROL-RECORD                            00021300
000214     END-IF                                                       00021400
000215     READ PERIOD-CONTROL-FILE AT END MOVE "Y" TO PCT-EOF-FLAG.    00021500
000216*                                                                 00021600
000217 PRINT-ACTION-LINE.                                               00021700
000218     MOVE OVR-ACTION TO ACL-ACTION.                               00021800
000219     MOVE OVR-PERIOD TO ACL-PERIOD.                               00021900
000220     MOVE OVR-RUN-TYPE TO ACL-RUN-TYPE.                           00022000
000221     MOVE OVR-PAY-GROUP TO ACL-PAY-GROUP.                         00022100
000222     MOVE OVR-SUPERVISOR TO ACL-SUPERVISOR.                       00022200
000223     MOVE WS-RESULT-TEXT TO ACL-RESULT.                           00022300
000224     WRITE PRINT-LINE FROM ACTION-LINE AFTER ADVANCING 1 LINE.    00022400
000225*                                                                 00022500
000226 CLOSING.                                                         00022600
000227     MOVE CARDS-READ TO SML-READ.                                 00022700
000228     MOVE PERIODS-ADDED TO SML-ADDED.                             00022800
000229     MOVE PERIODS-REOPENED TO SML-REOPENED.                       00022900
000230     MOVE PERIODS-CLOSED TO SML-CLOSED.                           00023000
000231     MOVE CARDS-REJECTED TO SML-REJECTED.                         00023100
000232     WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.  00023200
000233     CLOSE OVERRIDE-CARD-FILE, PRINT-FILE.                        00023300
