000014*                    WITH THE BEFORE AND AFTER NAME, DEPARTMENT,  00001400
000015*                    RATE, AND STATUS -- THE ANSWER THE           00001500
000016*                    WAGE-GRIEVANCE COMMITTEE KEEPS ASKING FOR.   00001600
000017*    2026-10-15  SS  JOURNAL IMAGES WIDEN TO THE 90-BYTE EMPLOYEE 00001700
000018*                    MASTER (PAY GROUP, FREQUENCY, PERIOD SALARY).00001800
000019*    2026-10-15  SS  JOURNAL IMAGES WIDEN TO THE 156-BYTE EMPLOYEE00001900
000020*                    MASTER (SSN, HIRE DATE, HOME ADDRESS).       00002000
000021*    2026-10-15  SS  THE JOURNAL NOW CARRIES THE OPERATOR WHO     00002100
000022*                    SUBMITTED EACH CHANGE AND THE OPERATOR WHO   00002200
000023*                    APPROVED A HELD ONE; BOTH PRINT ON THE       00002300
000024*                    ENTRY LINE.                                  00002400
000025*    2026-10-15  SS  JOURNAL IMAGES WIDEN TO THE 168-BYTE EMPLOYEE00002500
000026*                    MASTER (ORIGINAL HIRE AND SERVICE DATES).    00002600
000027*                                                                 00002700
000028 ENVIRONMENT DIVISION.                                            00002800
000029 CONFIGURATION SECTION.                                           00002900
000030 SOURCE-COMPUTER. IBM-370.                                        00003000
000031 OBJECT-COMPUTER. IBM-370.                                        00003100
000032*                                                                 00003200
000033 INPUT-OUTPUT SECTION.                                            00003300
000034 FILE-CONTROL.                                                    00003400
000035     SELECT CHANGE-JOURNAL-FILE ASSIGN TO UT-S-EMPJRNL.           00003500
000036     SELECT REQUEST-FILE ASSIGN TO UT-S-REQUEST.                  00003600
000037     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003700
000038*                                                                 00003800
000039 DATA DIVISION.                                                   00003900
000040 FILE SECTION.                                                    00004000
000041*CHANGE-JOURNAL-RECORD MIRRORS EMPMAINT'S JOURNAL; THE IMAGES     00004100
000042*ARE FULL EMPLOYEE MASTER RECORDS, SO THE KEY FIELDS SIT AT       00004200
000043*FIXED SPOTS INSIDE EACH IMAGE.                                   00004300
000044 FD  CHANGE-JOURNAL-FILE                                          00004400
000045     LABEL RECORD IS OMITTED.                                     00004500
000046 01  CHANGE-JOURNAL-RECORD.                                       00004600
000047     05  EJR-RUN-DATE            PIC 9(06).                       00004700
000048     05  EJR-TRANS-CODE          PIC X.                           00004800
000049     05  EJR-BEFORE-IMAGE.                                        00004900
000050         10  EJB-NAME            PIC X(25).                       00005000
000051         10  EJB-EMP-ID          PIC X(10).                       00005100
000052         10  EJB-DEPARTMENT      PIC X(15).                       00005200
000053         10  EJB-PAYRATE         PIC 99V99.                       00005300
000054         10  EJB-GRADE-CODE      PIC X(02).                       00005400
000055         10  EJB-SALARY-CODE     PIC X.                           00005500
000056         10  EJB-STATUS          PIC X.                           00005600
000057         10  FILLER              PIC X(110).                      00005700
000058     05  EJR-AFTER-IMAGE.                                         00005800
000059         10  EJA-NAME            PIC X(25).                       00005900
000060         10  EJA-EMP-ID          PIC X(10).                       00006000
000061         10  EJA-DEPARTMENT      PIC X(15).                       00006100
000062         10  EJA-PAYRATE         PIC 99V99.                       00006200
000063         10  EJA-GRADE-CODE      PIC X(02).                       00006300
000064         10  EJA-SALARY-CODE     PIC X.                           00006400
000065         10  EJA-STATUS          PIC X.                           00006500
000066         10  FILLER              PIC X(110).                      00006600
000067     05  EJR-SUBMITTER-ID        PIC X(05).                       00006700
000068     05  EJR-APPROVER-ID         PIC X(05).                       00006800
000069*                                                                 00006900
000070*ONE REQUEST CARD PER QUESTION: "E" NAMES AN EMP-ID, "D" NAMES    00007000
000071*A DEPARTMENT AND A RUN-DATE RANGE.                               00007100
000072 FD  REQUEST-FILE                                                 00007200
000073     LABEL RECORD IS OMITTED.                                     00007300
000074 01  REQUEST-RECORD.                                              00007400
000075     05  REQ-TYPE                PIC X.                           00007500
000076         88  REQ-BY-EMPLOYEE     VALUE "E".                       00007600
000077         88  REQ-BY-DEPARTMENT   VALUE "D".                       00007700
000078     05  REQ-EMP-ID              PIC X(10).                       00007800
000079     05  REQ-DEPARTMENT          PIC X(15).                       00007900
000080     05  REQ-FROM-DATE           PIC 9(06).                       00008000
000081     05  REQ-TO-DATE             PIC 9(06).                       00008100
000082     05  FILLER                  PIC X(42).                       00008200
000083*                                                                 00008300
000084 FD  PRINT-FILE                                                   00008400
000085     LABEL RECORD IS OMITTED.                                     00008500
000086 01  PRINT-LINE                  PIC X(132).                      00008600
000087*                                                                 00008700
000088 WORKING-STORAGE SECTION.                                         00008800
000089*                                                                 00008900
000090 77  REQUEST-EOF-FLAG            PIC X VALUE "N".                 00009000
000091     88  REQUEST-IS-EOF          VALUE "Y".                       00009100
000092 77  JOURNAL-EOF-FLAG            PIC X VALUE "N".                 00009200
000093     88  JOURNAL-IS-EOF          VALUE "Y".                       00009300
000094 77  WS-LINES-FOUND              PIC 9(05) VALUE 0.               00009400
000095 77  WANT-FLAG                   PIC X VALUE "N".                 00009500
000096     88  ENTRY-IS-WANTED         VALUE "Y".                       00009600
000097*                                                                 00009700
000098 01  REQUEST-HEAD-LINE.                                           00009800
000099     05  FILLER                  PIC X(02) VALUE SPACES.          00009900
000100     05  FILLER                  PIC X(20)                        00010000
000101             VALUE "PERSONNEL HISTORY - ".                        00010100
000102     05  RHL-TYPE                PIC X(12).                       00010200
000103     05  RHL-KEY                 PIC X(15).                       00010300
000104     05  FILLER                  PIC X(08) VALUE "  DATES ".      00010400
000105     05  RHL-FROM-DATE           PIC 9(06).                       00010500
000106     05  FILLER                  PIC X(04) VALUE " TO ".          00010600
000107     05  RHL-TO-DATE             PIC 9(06).                       00010700
000108*                                                                 00010800
000109 01  ENTRY-HEAD-LINE.                                             00010900
000110     05  FILLER                  PIC X(05) VALUE SPACES.          00011000
000111     05  EHL-RUN-DATE            PIC 9(06).                       00011100
000112     05  FILLER                  PIC X(02) VALUE SPACES.          00011200
000113     05  EHL-ACTION              PIC X(08).                       00011300
000114     05  FILLER                  PIC X(02) VALUE SPACES.          00011400
000115     05  EHL-EMP-ID              PIC X(10).                       00011500
000116     05  EHL-BY-TAG              PIC X(05).                       00011600
000117     05  EHL-SUBMITTER-ID        PIC X(05).                       00011700
000118     05  EHL-APPROVED-TAG        PIC X(15).                       00011800
000119     05  EHL-APPROVER-ID         PIC X(05).                       00011900
000120*                                                                 00012000
000121 01  IMAGE-LINE.                                                  00012100
000122     05  FILLER                  PIC X(08) VALUE SPACES.          00012200
000123     05  IML-TAG                 PIC X(08).                       00012300
000124     05  IML-NAME                PIC X(25).                       00012400
000125     05  FILLER                  PIC X(02) VALUE SPACES.          00012500
000126     05  IML-DEPARTMENT          PIC X(15).                       00012600
000127     05  FILLER                  PIC X(07) VALUE "  RATE ".       00012700
000128     05  IML-PAYRATE             PIC Z9.99.                       00012800
000129     05  FILLER                  PIC X(08) VALUE "  GRADE ".      00012900
000130     05  IML-GRADE               PIC X(02).                       00013000
000131     05  FILLER                  PIC X(06) VALUE "  CD: ".        00013100
000132     05  IML-SALARY-CODE         PIC X.                           00013200
000133     05  FILLER                  PIC X(10) VALUE "  STATUS: ".    00013300
000134     05  IML-STATUS              PIC X.                           00013400
000135*                                                                 00013500
000136 01  NONE-FOUND-LINE.                                             00013600
000137     05  FILLER                  PIC X(05) VALUE SPACES.          00013700
000138     05  FILLER                  PIC X(40)                        00013800
000139             VALUE "NO JOURNAL ENTRIES MATCH THE REQUEST".        00013900
000140*                                                                 00014000
000141 01  FOUND-COUNT-LINE.                                            00014100
000142     05  FILLER                  PIC X(05) VALUE SPACES.          00014200
000143     05  FILLER                  PIC X(24)                        00014300
000144             VALUE "JOURNAL ENTRIES LISTED: ".                    00014400
000145     05  FCL-COUNT               PIC ZZ,ZZ9.                      00014500
000146*                                                                 00014600
000147 PROCEDURE DIVISION.                                              00014700
000148 000-MAIN.                                                        00014800
000149     PERFORM INITIALIZATION.                                      00014900
000150     PERFORM ANSWER-ONE-REQUEST UNTIL REQUEST-IS-EOF.             00015000
000151     PERFORM CLOSING.                                             00015100
000152     STOP RUN.                                                    00015200
000153*                                                                 00015300
000154 INITIALIZATION.                                                  00015400
000155     OPEN INPUT REQUEST-FILE,                                     00015500
000156          OUTPUT PRINT-FILE.                                      00015600
000157     READ REQUEST-FILE                                            00015700
000158         AT END MOVE "Y" TO REQUEST-EOF-FLAG.                     00015800
000159*                                                                 00015900
000160*EACH REQUEST CARD GETS ITS OWN FULL PASS OVER THE JOURNAL,       00016000
000161*THE SAME WAY PAYHIST ANSWERS ITS REQUEST CARDS; THE JOURNAL      00016100
000162*IS ALREADY IN DATE ORDER BECAUSE IT IS WRITTEN EXTEND.           00016200
000163 ANSWER-ONE-REQUEST.                                              00016300
000164     IF REQ-BY-EMPLOYEE                                           00016400
000165         MOVE "EMPLOYEE    " TO RHL-TYPE                          00016500
000166         MOVE REQ-EMP-ID TO RHL-KEY                               00016600
000167     ELSE                                                         00016700
000168         MOVE "DEPARTMENT  " TO RHL-TYPE                          00016800
000169         MOVE REQ-DEPARTMENT TO RHL-KEY                           00016900
000170     END-IF.                                                      00017000
000171     MOVE REQ-FROM-DATE TO RHL-FROM-DATE.                         00017100
000172     MOVE REQ-TO-DATE TO RHL-TO-DATE.                             00017200
000173     WRITE PRINT-LINE FROM REQUEST-HEAD-LINE                      00017300
000174         AFTER ADVANCING 2 LINES.                                 00017400
000175     MOVE 0 TO WS-LINES-FOUND.                                    00017500
000176     MOVE "N" TO JOURNAL-EOF-FLAG.                                00017600
000177     OPEN INPUT CHANGE-JOURNAL-FILE.                              00017700
000178     READ CHANGE-JOURNAL-FILE                                     00017800
000179         AT END MOVE "Y" TO JOURNAL-EOF-FLAG                      00017900
000180     END-READ.                                                    00018000
000181     PERFORM MATCH-ONE-JOURNAL-ENTRY UNTIL JOURNAL-IS-EOF.        00018100
000182     CLOSE CHANGE-JOURNAL-FILE.                                   00018200
000183     IF WS-LINES-FOUND EQUAL ZERO                                 00018300
000184         WRITE PRINT-LINE FROM NONE-FOUND-LINE                    00018400
000185             AFTER ADVANCING 1 LINE                               00018500
000186     ELSE                                                         00018600
000187         MOVE WS-LINES-FOUND TO FCL-COUNT                         00018700
000188         WRITE PRINT-LINE FROM FOUND-COUNT-LINE                   00018800
000189             AFTER ADVANCING 1 LINE                               00018900
000190     END-IF.                                                      00019000
000191     READ REQUEST-FILE                                            00019100
000192         AT END MOVE "Y" TO REQUEST-EOF-FLAG.                     00019200
000193*                                                                 00019300
000194*AN EMPLOYEE REQUEST MATCHES ON EITHER IMAGE'S EMP-ID (A DELETE   00019400
000195*HAS ONLY A BEFORE IMAGE); A DEPARTMENT REQUEST MATCHES EITHER    00019500
000196*IMAGE'S DEPARTMENT INSIDE THE DATE RANGE, SO A TRANSFER SHOWS    00019600
000197*IN BOTH THE OLD AND THE NEW DEPARTMENT'S AUDIT.                  00019700
000198 MATCH-ONE-JOURNAL-ENTRY.                                         00019800
000199     MOVE "N" TO WANT-FLAG.                                       00019900
000200     IF REQ-BY-EMPLOYEE                                           00020000
000201         IF EJB-EMP-ID EQUAL REQ-EMP-ID                           00020100
000202           OR EJA-EMP-ID EQUAL REQ-EMP-ID                         00020200
000203             MOVE "Y" TO WANT-FLAG                                00020300
000204         END-IF                                                   00020400
000205     ELSE                                                         00020500
000206         IF (EJB-DEPARTMENT EQUAL REQ-DEPARTMENT                  00020600
000207           OR EJA-DEPARTMENT EQUAL REQ-DEPARTMENT)                00020700
000208           AND EJR-RUN-DATE NOT < REQ-FROM-DATE                   00020800
000209           AND EJR-RUN-DATE NOT > REQ-TO-DATE                     00020900
000210             MOVE "Y" TO WANT-FLAG                                00021000
000211         END-IF                                                   00021100
000212     END-IF.                                                      00021200
000213     IF ENTRY-IS-WANTED                                           00021300
000214         ADD 1 TO WS-LINES-FOUND                                  00021400
000215         PERFORM PRINT-ONE-ENTRY                                  00021500
000216     END-IF.                                                      00021600
000217     READ CHANGE-JOURNAL-FILE                                     00021700
000218         AT END MOVE "Y" TO JOURNAL-EOF-FLAG.                     00021800
000219*                                                                 00021900
000220 PRINT-ONE-ENTRY.                                                 00022000
000221     MOVE EJR-RUN-DATE TO EHL-RUN-DATE.                           00022100
000222     IF EJR-TRANS-CODE EQUAL "A"                                  00022200
000223         MOVE "HIRED   " TO EHL-ACTION                            00022300
000224         MOVE EJA-EMP-ID TO EHL-EMP-ID                            00022400
000225     ELSE                                                         00022500
000226         IF EJR-TRANS-CODE EQUAL "D"                              00022600
000227             MOVE "DELETED " TO EHL-ACTION                        00022700
000228             MOVE EJB-EMP-ID TO EHL-EMP-ID                        00022800
000229         ELSE                                                     00022900
000230             MOVE "CHANGED " TO EHL-ACTION                        00023000
000231             MOVE EJA-EMP-ID TO EHL-EMP-ID                        00023100
000232         END-IF                                                   00023200
000233     END-IF.                                                      00023300
000234     MOVE SPACES TO EHL-BY-TAG, EHL-APPROVED-TAG.                 00023400
000235     MOVE EJR-SUBMITTER-ID TO EHL-SUBMITTER-ID.                   00023500
000236     MOVE EJR-APPROVER-ID TO EHL-APPROVER-ID.                     00023600
000237     IF EJR-SUBMITTER-ID NOT EQUAL SPACES                         00023700
000238         MOVE "  BY " TO EHL-BY-TAG                               00023800
000239     END-IF.                                                      00023900
000240     IF EJR-APPROVER-ID NOT EQUAL SPACES                          00024000
000241         MOVE "  APPROVED BY " TO EHL-APPROVED-TAG                00024100
000242     END-IF.                                                      00024200
000243     WRITE PRINT-LINE FROM ENTRY-HEAD-LINE                        00024300
000244         AFTER ADVANCING 2 LINES.                                 00024400
000245     IF EJR-BEFORE-IMAGE NOT EQUAL SPACES                         00024500
000246         MOVE "BEFORE: " TO IML-TAG                               00024600
000247         MOVE EJB-NAME TO IML-NAME                                00024700
000248         MOVE EJB-DEPARTMENT TO IML-DEPARTMENT                    00024800
000249         IF EJB-PAYRATE NUMERIC                                   00024900
000250             MOVE EJB-PAYRATE TO IML-PAYRATE                      00025000
000251         ELSE                                                     00025100
000252             MOVE 0 TO IML-PAYRATE                                00025200
000253         END-IF                                                   00025300
000254         MOVE EJB-GRADE-CODE TO IML-GRADE                         00025400
000255         MOVE EJB-SALARY-CODE TO IML-SALARY-CODE                  00025500
000256         MOVE EJB-STATUS TO IML-STATUS                            00025600
000257         WRITE PRINT-LINE FROM IMAGE-LINE                         00025700
000258             AFTER ADVANCING 1 LINE                               00025800
000259     END-IF.                                                      00025900
000260     IF EJR-AFTER-IMAGE NOT EQUAL SPACES                          00026000
000261         MOVE "AFTER:  " TO IML-TAG                               00026100
000262         MOVE EJA-NAME TO IML-NAME                                00026200
000263         MOVE EJA-DEPARTMENT TO IML-DEPARTMENT                    00026300
000264         IF EJA-PAYRATE NUMERIC                                   00026400
000265             MOVE EJA-PAYRATE TO IML-PAYRATE                      00026500
000266         ELSE                                                     00026600
000267             MOVE 0 TO IML-PAYRATE                                00026700
000268         END-IF                                                   00026800
000269         MOVE EJA-GRADE-CODE TO IML-GRADE                         00026900
000270         MOVE EJA-SALARY-CODE TO IML-SALARY-CODE                  00027000
000271         MOVE EJA-STATUS TO IML-STATUS                            00027100
000272         WRITE PRINT-LINE FROM IMAGE-LINE                         00027200
000273             AFTER ADVANCING 1 LINE                               00027300
000274     END-IF.                                                      00027400
000275*                                                                 00027500
000276 CLOSING.                                                         00027600
000277     CLOSE REQUEST-FILE, PRINT-FILE.                              00027700
