000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. DDRETURN.                                            00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  READS THE BANK'S RETURNS   00000800
000009*                    AND NOTIFICATION-OF-CHANGE FILE AND MATCHES  00000900
000010*                    EACH ENTRY TO THE DEPOSIT DDEPOSIT SENT ON   00001000
000011*                    THE TRANSMISSION FILE.  A RETURNED DEPOSIT   00001100
000012*                    WRITES A REGISTER-FORMAT RECORD FOR THE      00001200
000013*                    RETURNED AMOUNT SO CHKPRINT CUTS A           00001300
000014*                    REPLACEMENT CHECK, AND PUTS THE ACCOUNT      00001400
000015*                    BACK TO PRENOTE, OR INACTIVE WHEN THE BANK   00001500
000016*                    SAYS IT IS CLOSED OR DOES NOT EXIST.  A      00001600
000017*                    NOTIFICATION OF CHANGE CORRECTS THE ROUTING  00001700
000018*                    OR ACCOUNT NUMBER.  THE BANK MASTER IS       00001800
000019*                    WRITTEN OUT NEW, EVERY ACTION IS LISTED,     00001900
000020*                    AND ENTRIES THAT CANNOT BE APPLIED GO TO     00002000
000021*                    THE COMMON EXCEPTION FILE.                   00002100
000022*                                                                 00002200
000023 ENVIRONMENT DIVISION.                                            00002300
000024 CONFIGURATION SECTION.                                           00002400
000025 SOURCE-COMPUTER. IBM-370.                                        00002500
000026 OBJECT-COMPUTER. IBM-370.                                        00002600
000027*                                                                 00002700
000028 INPUT-OUTPUT SECTION.                                            00002800
000029 FILE-CONTROL.                                                    00002900
000030     SELECT RETURNS-FILE ASSIGN TO UT-S-BANKRET.                  00003000
000031     SELECT TRANSMISSION-FILE ASSIGN TO UT-S-BANKTRAN.            00003100
000032     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00003200
000033         ORGANIZATION IS INDEXED                                  00003300
000034         ACCESS MODE IS RANDOM                                    00003400
000035         RECORD KEY IS REG-EMP-ID.                                00003500
000036     SELECT BANK-MASTER-FILE ASSIGN TO UT-S-BANKMSTR.             00003600
000037     SELECT BANK-NEW-FILE ASSIGN TO UT-S-BANKNEW.                 00003700
000038     SELECT REPLACEMENT-CHECK-FILE ASSIGN TO UT-S-REPLCHK.        00003800
000039     SELECT COMMON-EXCEPTION-FILE ASSIGN TO UT-S-COMEXCP.         00003900
000040     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00004000
000041*                                                                 00004100
000042 DATA DIVISION.                                                   00004200
000043 FILE SECTION.                                                    00004300
000044*ONE ENTRY PER ITEM THE BANK SENT BACK, CARRYING THE EMP-ID,      00004400
000045*ROUTING, ACCOUNT, AND AMOUNT AS THEY WENT OUT ON THE DETAIL.     00004500
000046*TYPE "R" IS A RETURNED DEPOSIT OR PRENOTE WITH ITS RETURN        00004600
000047*REASON (R02 ACCOUNT CLOSED, R03 NO ACCOUNT, R04 INVALID          00004700
000048*ACCOUNT NUMBER, AND SO ON); TYPE "C" IS A NOTIFICATION OF        00004800
000049*CHANGE CARRYING THE CORRECTED ROUTING AND/OR ACCOUNT NUMBER      00004900
000050*(ZERO OR BLANK WHERE THAT NUMBER WAS RIGHT).                     00005000
000051 FD  RETURNS-FILE                                                 00005100
000052     LABEL RECORD IS OMITTED.                                     00005200
000053 01  RETURN-RECORD.                                               00005300
000054     05  RTN-ENTRY-TYPE          PIC X.                           00005400
000055         88  RTN-IS-RETURN       VALUE "R".                       00005500
000056         88  RTN-IS-CHANGE       VALUE "C".                       00005600
000057     05  RTN-REASON-CODE         PIC X(03).                       00005700
000058         88  RTN-ACCOUNT-IS-BAD  VALUE "R02" "R03" "R04".         00005800
000059     05  RTN-EMP-ID              PIC X(10).                       00005900
000060     05  RTN-ROUTING             PIC 9(09).                       00006000
000061     05  RTN-ACCOUNT             PIC X(17).                       00006100
000062     05  RTN-AMOUNT              PIC 9(7)V99.                     00006200
000063     05  RTN-NEW-ROUTING         PIC 9(09).                       00006300
000064     05  RTN-NEW-ACCOUNT         PIC X(17).                       00006400
000065     05  FILLER                  PIC X(05).                       00006500
000066*                                                                 00006600
000067*TRANSMISSION-RECORD MIRRORS DDEPOSIT'S OUTPUT LAYOUT.  ONLY      00006700
000068*THE HEADER AND DETAIL RECORDS ARE USED HERE.                     00006800
000069 FD  TRANSMISSION-FILE                                            00006900
000070     LABEL RECORD IS OMITTED.                                     00007000
000071 01  TRANSMISSION-RECORD.                                         00007100
000072     05  TRN-RECORD-TYPE         PIC X.                           00007200
000073         88  TRN-IS-HEADER       VALUE "H".                       00007300
000074         88  TRN-IS-DETAIL       VALUE "D".                       00007400
000075     05  TRN-DETAIL-DATA.                                         00007500
000076         10  TRN-ROUTING         PIC 9(09).                       00007600
000077         10  TRN-ACCOUNT         PIC X(17).                       00007700
000078         10  TRN-AMOUNT          PIC 9(7)V99.                     00007800
000079         10  TRN-EMP-ID          PIC X(10).                       00007900
000080         10  TRN-EMP-NAME        PIC X(25).                       00008000
000081         10  TRN-PRENOTE-FLAG    PIC X.                           00008100
000082         10  FILLER              PIC X(08).                       00008200
000083     05  TRN-HEADER-DATA REDEFINES TRN-DETAIL-DATA.               00008300
000084         10  TRN-COMPANY-NAME    PIC X(16).                       00008400
000085         10  TRN-CREATION-DATE   PIC 9(06).                       00008500
000086         10  TRN-PAY-PERIOD      PIC X(06).                       00008600
000087         10  FILLER              PIC X(51).                       00008700
000088*                                                                 00008800
000089*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00008900
000090 FD  REGISTER-FILE                                                00009000
000091     LABEL RECORD IS OMITTED.                                     00009100
000092 01  REGISTER-RECORD.                                             00009200
000093     05  REG-EMP-ID              PIC X(10).                       00009300
000094     05  REG-EMP-DEPARTMENT      PIC X(15).                       00009400
000095     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00009500
000096     05  REG-PAY-PERIOD          PIC X(06).                       00009600
000097     05  REG-EMP-NAME            PIC X(25).                       00009700
000098     05  REG-EMP-HOURS-WORKED    PIC S99.                         00009800
000099     05  REG-EMP-PAYRATE         PIC 99V99.                       00009900
000100     05  REG-TAX-DED             PIC S9(5)V99.                    00010000
000101     05  REG-INS-DED             PIC S9(5)V99.                    00010100
000102     05  REG-GARN-DED            PIC S9(5)V99.                    00010200
000103     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00010300
000104     05  REG-PLANT-CODE          PIC X(04).                       00010400
000105     05  REG-BONUS-AMT           PIC S9(5)V99.                    00010500
000106     05  REG-PREM-AMT            PIC S9(5)V99.                    00010600
000107     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00010700
000108     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00010800
000109         10  REG-GD-ORDER-NO     PIC X(06).                       00010900
000110         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00011000
000111     05  REG-JOB-CODE            PIC X(06).                       00011100
000112     05  REG-SS-WAGES            PIC S9(5)V99.                    00011200
000113     05  REG-SS-DED              PIC S9(5)V99.                    00011300
000114     05  REG-MED-WAGES           PIC S9(5)V99.                    00011400
000115     05  REG-MED-DED             PIC S9(5)V99.                    00011500
000116     05  REG-SS-ER               PIC S9(5)V99.                    00011600
000117     05  REG-MED-ER              PIC S9(5)V99.                    00011700
000118     05  REG-DEFERRAL            PIC S9(5)V99.                    00011800
000119     05  REG-ER-MATCH            PIC S9(5)V99.                    00011900
000120     05  REG-LOAN-DED            PIC S9(5)V99.                    00012000
000121*                                                                 00012100
000122*BANK-MASTER-RECORD MIRRORS DDEPOSIT'S BANK MASTER LAYOUT.        00012200
000123 FD  BANK-MASTER-FILE                                             00012300
000124     LABEL RECORD IS OMITTED.                                     00012400
000125 01  BANK-MASTER-RECORD          PIC X(80).                       00012500
000126*                                                                 00012600
000127 FD  BANK-NEW-FILE                                                00012700
000128     LABEL RECORD IS OMITTED.                                     00012800
000129 01  BANK-NEW-RECORD             PIC X(80).                       00012900
000130*                                                                 00013000
000131*THE REPLACEMENT CHECK FILE IS IN REGISTER FORMAT, LIKE           00013100
000132*DDEPOSIT'S CHECK FALLBACK FILE, SO CHKPRINT READS IT UNCHANGED.  00013200
000133 FD  REPLACEMENT-CHECK-FILE                                       00013300
000134     LABEL RECORD IS OMITTED.                                     00013400
000135 01  REPLACEMENT-CHECK-RECORD    PIC X(230).                      00013500
000136*                                                                 00013600
000137 FD  COMMON-EXCEPTION-FILE                                        00013700
000138     LABEL RECORD IS OMITTED.                                     00013800
000139 01  COMMON-EXCEPTION-RECORD.                                     00013900
000140     COPY COMEXCP.                                                00014000
000141*                                                                 00014100
000142 FD  PRINT-FILE                                                   00014200
000143     LABEL RECORD IS OMITTED.                                     00014300
000144 01  PRINT-LINE                  PIC X(132).                      00014400
000145*                                                                 00014500
000146 WORKING-STORAGE SECTION.                                         00014600
000147*                                                                 00014700
000148*THE OLD BANK MASTER LOADS INTO THE TABLE, RETURNS AND CHANGES    00014800
000149*APPLY AGAINST IT, AND EVERY ACCOUNT WRITES OUT AS THE NEW        00014900
000150*MASTER.  PRENOTE STATUS "I" MEANS INACTIVE: DDEPOSIT SENDS       00015000
000151*NOTHING TO THE ACCOUNT UNTIL IT IS SET UP AGAIN.                 00015100
000152 01  BANK-TABLE.                                                  00015200
000153     05  BKT-ENTRY OCCURS 200 TIMES.                              00015300
000154         10  BKT-EMP-ID          PIC X(10).                       00015400
000155         10  BKT-ROUTING         PIC 9(09).                       00015500
000156         10  BKT-ACCOUNT         PIC X(17).                       00015600
000157         10  BKT-PRENOTE-STATUS  PIC X.                           00015700
000158         10  BKT-SPLIT-METHOD    PIC X.                           00015800
000159         10  BKT-SPLIT-VALUE     PIC 9(5)V99.                     00015900
000160         10  BKT-PRIORITY        PIC 9.                           00016000
000161         10  BKT-CHANGE-DATE     PIC 9(06).                       00016100
000162         10  FILLER              PIC X(28).                       00016200
000163 77  WS-BANK-COUNT               PIC 999 VALUE 0.                 00016300
000164 77  WS-BANK-SUB                 PIC 999 VALUE 0.                 00016400
000165 77  BANK-FOUND-FLAG             PIC X VALUE "N".                 00016500
000166     88  BANK-WAS-FOUND          VALUE "Y".                       00016600
000167 77  WS-BANK-FOUND-SUB           PIC 999 VALUE 0.                 00016700
000168*                                                                 00016800
000169*ONE ENTRY PER DETAIL ON THE TRANSMISSION, FLAGGED ONCE A         00016900
000170*RETURN OR CHANGE HAS BEEN MATCHED TO IT SO A DUPLICATE ENTRY     00017000
000171*FROM THE BANK CANNOT CUT A SECOND CHECK.                         00017100
000172 01  TRANSMISSION-TABLE.                                          00017200
000173     05  TRT-ENTRY OCCURS 200 TIMES.                              00017300
000174         10  TRT-ROUTING         PIC 9(09).                       00017400
000175         10  TRT-ACCOUNT         PIC X(17).                       00017500
000176         10  TRT-AMOUNT          PIC 9(7)V99.                     00017600
000177         10  TRT-EMP-ID          PIC X(10).                       00017700
000178         10  TRT-EMP-NAME        PIC X(25).                       00017800
000179         10  TRT-PRENOTE-FLAG    PIC X.                           00017900
000180         10  TRT-MATCHED-FLAG    PIC X.                           00018000
000181 77  WS-TRT-COUNT                PIC 999 VALUE 0.                 00018100
000182 77  WS-TRT-SUB                  PIC 999 VALUE 0.                 00018200
000183 77  TRT-FOUND-FLAG              PIC X VALUE "N".                 00018300
000184     88  DEPOSIT-WAS-FOUND       VALUE "Y".                       00018400
000185 77  WS-TRT-FOUND-SUB            PIC 999 VALUE 0.                 00018500
000186 77  WS-TRAN-PAY-PERIOD          PIC X(06) VALUE SPACES.          00018600
000187*                                                                 00018700
000188 77  RETURNS-EOF-FLAG            PIC X VALUE "N".                 00018800
000189     88  RETURNS-IS-EOF          VALUE "Y".                       00018900
000190 77  TRANSMISSION-EOF-FLAG       PIC X VALUE "N".                 00019000
000191     88  TRANSMISSION-IS-EOF     VALUE "Y".                       00019100
000192 77  BANK-EOF-FLAG               PIC X VALUE "N".                 00019200
000193     88  BANK-IS-EOF             VALUE "Y".                       00019300
000194 77  REGISTER-FOUND-FLAG         PIC X VALUE "N".                 00019400
000195     88  REGISTER-WAS-FOUND      VALUE "Y".                       00019500
000196*                                                                 00019600
000197 77  ENTRIES-READ                PIC 999 VALUE 0.                 00019700
000198 77  RETURNS-APPLIED             PIC 999 VALUE 0.                 00019800
000199 77  CHANGES-APPLIED             PIC 999 VALUE 0.                 00019900
000200 77  ACCOUNTS-INACTIVATED        PIC 999 VALUE 0.                 00020000
000201 77  ACCOUNTS-TO-PRENOTE         PIC 999 VALUE 0.                 00020100
000202 77  CHECKS-WRITTEN              PIC 999 VALUE 0.                 00020200
000203 77  ENTRIES-REJECTED            PIC 999 VALUE 0.                 00020300
000204 77  EXCEPTIONS-WRITTEN          PIC 999 VALUE 0.                 00020400
000205 77  WS-CHECK-TOTAL              PIC S9(7)V99 VALUE 0.            00020500
000206 77  WS-NEW-STATUS               PIC X VALUE SPACE.               00020600
000207 77  WS-ACTION-TEXT              PIC X(40) VALUE SPACES.          00020700
000208 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00020800
000209*                                                                 00020900
000210 01  TITLE-LINE.                                                  00021000
000211     05  FILLER                  PIC X(20) VALUE SPACES.          00021100
000212     05  FILLER                  PIC X(40)                        00021200
000213             VALUE "DIRECT DEPOSIT RETURNS AND CHANGES".          00021300
000214*                                                                 00021400
000215 01  HEADING-LINE.                                                00021500
000216     05  FILLER                  PIC X(05) VALUE SPACES.          00021600
000217     05  FILLER                  PIC X(12) VALUE "EMP-ID".        00021700
000218     05  FILLER                  PIC X(27) VALUE "NAME".          00021800
000219     05  FILLER                  PIC X(06) VALUE "CODE".          00021900
000220     05  FILLER                  PIC X(11) VALUE "ROUTING".       00022000
000221     05  FILLER                  PIC X(19) VALUE "ACCOUNT".       00022100
000222     05  FILLER                  PIC X(12) VALUE "    AMOUNT".    00022200
000223     05  FILLER                  PIC X(06) VALUE "ACTION".        00022300
000224*                                                                 00022400
000225 01  ACTION-LINE.                                                 00022500
000226     05  FILLER                  PIC X(05) VALUE SPACES.          00022600
000227     05  ACT-EMP-ID              PIC X(10).                       00022700
000228     05  FILLER                  PIC X(02) VALUE SPACES.          00022800
000229     05  ACT-EMP-NAME            PIC X(25).                       00022900
000230     05  FILLER                  PIC X(02) VALUE SPACES.          00023000
000231     05  ACT-ENTRY-TYPE          PIC X.                           00023100
000232     05  ACT-REASON-CODE         PIC X(03).                       00023200
000233     05  FILLER                  PIC X(02) VALUE SPACES.          00023300
000234     05  ACT-ROUTING             PIC 9(09).                       00023400
000235     05  FILLER                  PIC X(02) VALUE SPACES.          00023500
000236     05  ACT-ACCOUNT             PIC X(17).                       00023600
000237     05  FILLER                  PIC X(02) VALUE SPACES.          00023700
000238     05  ACT-AMOUNT              PIC Z,ZZZ,ZZ9.99.                00023800
000239     05  FILLER                  PIC X(02) VALUE SPACES.          00023900
000240     05  ACT-ACTION              PIC X(40).                       00024000
000241*                                                                 00024100
000242*A CHANGE PRINTS A SECOND LINE UNDER THE ORIGINAL NUMBERS         00024200
000243*SHOWING WHAT THE BANK MASTER NOW CARRIES.                        00024300
000244 01  CORRECTED-LINE.                                              00024400
000245     05  FILLER                  PIC X(35) VALUE SPACES.          00024500
000246     05  FILLER                  PIC X(13)                        00024600
000247             VALUE "CORRECTED TO:".                               00024700
000248     05  COR-ROUTING             PIC 9(09).                       00024800
000249     05  FILLER                  PIC X(02) VALUE SPACES.          00024900
000250     05  COR-ACCOUNT             PIC X(17).                       00025000
000251*                                                                 00025100
000252 01  NOTE-LINE.                                                   00025200
000253     05  FILLER                  PIC X(88) VALUE SPACES.          00025300
000254     05  NTL-TEXT                PIC X(40).                       00025400
000255*                                                                 00025500
000256 01  SUMMARY-READ-LINE.                                           00025600
000257     05  FILLER                  PIC X(05) VALUE SPACES.          00025700
000258     05  FILLER                  PIC X(28)                        00025800
000259             VALUE "ENTRIES FROM THE BANK:      ".                00025900
000260     05  SRL-COUNT               PIC ZZ9.                         00026000
000261*                                                                 00026100
000262 01  SUMMARY-RETURN-LINE.                                         00026200
000263     05  FILLER                  PIC X(05) VALUE SPACES.          00026300
000264     05  FILLER                  PIC X(28)                        00026400
000265             VALUE "RETURNS APPLIED:            ".                00026500
000266     05  SRT-COUNT               PIC ZZ9.                         00026600
000267*                                                                 00026700
000268 01  SUMMARY-CHECK-LINE.                                          00026800
000269     05  FILLER                  PIC X(05) VALUE SPACES.          00026900
000270     05  FILLER                  PIC X(28)                        00027000
000271             VALUE "REPLACEMENT CHECKS:         ".                00027100
000272     05  SCK-COUNT               PIC ZZ9.                         00027200
000273     05  FILLER                  PIC X(04) VALUE SPACES.          00027300
000274     05  SCK-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00027400
000275*                                                                 00027500
000276 01  SUMMARY-INACTIVE-LINE.                                       00027600
000277     05  FILLER                  PIC X(05) VALUE SPACES.          00027700
000278     05  FILLER                  PIC X(28)                        00027800
000279             VALUE "ACCOUNTS SET INACTIVE:      ".                00027900
000280     05  SIN-COUNT               PIC ZZ9.                         00028000
000281*                                                                 00028100
000282 01  SUMMARY-PRENOTE-LINE.                                        00028200
000283     05  FILLER                  PIC X(05) VALUE SPACES.          00028300
000284     05  FILLER                  PIC X(28)                        00028400
000285             VALUE "ACCOUNTS BACK TO PRENOTE:   ".                00028500
000286     05  SPN-COUNT               PIC ZZ9.                         00028600
000287*                                                                 00028700
000288 01  SUMMARY-CHANGE-LINE.                                         00028800
000289     05  FILLER                  PIC X(05) VALUE SPACES.          00028900
000290     05  FILLER                  PIC X(28)                        00029000
000291             VALUE "NOTIFICATIONS APPLIED:      ".                00029100
000292     05  SCH-COUNT               PIC ZZ9.                         00029200
000293*                                                                 00029300
000294 01  SUMMARY-REJECTED-LINE.                                       00029400
000295     05  FILLER                  PIC X(05) VALUE SPACES.          00029500
000296     05  FILLER                  PIC X(28)                        00029600
000297             VALUE "ENTRIES REJECTED:           ".                00029700
000298     05  SRJ-COUNT               PIC ZZ9.                         00029800
000299*                                                                 00029900
000300 01  SUMMARY-EXCEPTION-LINE.                                      00030000
000301     05  FILLER                  PIC X(05) VALUE SPACES.          00030100
000302     05  FILLER                  PIC X(28)                        00030200
000303             VALUE "EXCEPTIONS WRITTEN:         ".                00030300
000304     05  SEX-COUNT               PIC ZZ9.                         00030400
000305*                                                                 00030500
000306 PROCEDURE DIVISION.                                              00030600
000307 000-MAIN.                                                        00030700
000308     PERFORM INITIALIZATION.                                      00030800
000309     PERFORM LOAD-ONE-BANK-RECORD UNTIL BANK-IS-EOF.              00030900
000310     PERFORM LOAD-ONE-TRANSMISSION UNTIL TRANSMISSION-IS-EOF.     00031000
000311     PERFORM PROCESS-ONE-ENTRY UNTIL RETURNS-IS-EOF.              00031100
000312     PERFORM WRITE-NEW-MASTER.                                    00031200
000313     PERFORM CLOSING.                                             00031300
000314     STOP RUN.                                                    00031400
000315*                                                                 00031500
000316 INITIALIZATION.                                                  00031600
000317     ACCEPT WS-RUN-DATE FROM DATE.                                00031700
000318     OPEN INPUT RETURNS-FILE, TRANSMISSION-FILE, REGISTER-FILE,   00031800
000319          BANK-MASTER-FILE,                                       00031900
000320          OUTPUT BANK-NEW-FILE, REPLACEMENT-CHECK-FILE,           00032000
000321          PRINT-FILE,                                             00032100
000322          EXTEND COMMON-EXCEPTION-FILE.                           00032200
000323     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00032300
000324     WRITE PRINT-LINE FROM HEADING-LINE AFTER ADVANCING 2 LINES.  00032400
000325     READ BANK-MASTER-FILE                                        00032500
000326         AT END MOVE "Y" TO BANK-EOF-FLAG.                        00032600
000327     READ TRANSMISSION-FILE                                       00032700
000328         AT END MOVE "Y" TO TRANSMISSION-EOF-FLAG.                00032800
000329     READ RETURNS-FILE                                            00032900
000330         AT END MOVE "Y" TO RETURNS-EOF-FLAG.                     00033000
000331*                                                                 00033100
000332 LOAD-ONE-BANK-RECORD.                                            00033200
000333     ADD 1 TO WS-BANK-COUNT.                                      00033300
000334     IF WS-BANK-COUNT > 200                                       00033400
000335         DISPLAY "DDRETURN HALTED - BANK MASTER TABLE FULL"       00033500
000336             " AT 200 - ACCOUNTS WOULD BE LOST"                   00033600
000337         MOVE 16 TO RETURN-CODE                                   00033700
000338         STOP RUN                                                 00033800
000339     END-IF.                                                      00033900
000340     MOVE BANK-MASTER-RECORD TO BKT-ENTRY(WS-BANK-COUNT).         00034000
000341     READ BANK-MASTER-FILE                                        00034100
000342         AT END MOVE "Y" TO BANK-EOF-FLAG.                        00034200
000343*                                                                 00034300
000344*THE HEADER GIVES THE PAY PERIOD THE DEPOSITS WERE FOR; THE       00034400
000345*TRAILER CARRIES NOTHING NEEDED HERE.                             00034500
000346 LOAD-ONE-TRANSMISSION.                                           00034600
000347     IF TRN-IS-HEADER                                             00034700
000348         MOVE TRN-PAY-PERIOD TO WS-TRAN-PAY-PERIOD                00034800
000349     END-IF.                                                      00034900
000350     IF TRN-IS-DETAIL                                             00035000
000351         ADD 1 TO WS-TRT-COUNT                                    00035100
000352         IF WS-TRT-COUNT > 200                                    00035200
000353             DISPLAY "DDRETURN HALTED - TRANSMISSION TABLE FULL"  00035300
000354                 " AT 200"                                        00035400
000355             MOVE 16 TO RETURN-CODE                               00035500
000356             STOP RUN                                             00035600
000357         END-IF                                                   00035700
000358         MOVE TRN-ROUTING TO TRT-ROUTING(WS-TRT-COUNT)            00035800
000359         MOVE TRN-ACCOUNT TO TRT-ACCOUNT(WS-TRT-COUNT)            00035900
000360         MOVE TRN-AMOUNT TO TRT-AMOUNT(WS-TRT-COUNT)              00036000
000361         MOVE TRN-EMP-ID TO TRT-EMP-ID(WS-TRT-COUNT)              00036100
000362         MOVE TRN-EMP-NAME TO TRT-EMP-NAME(WS-TRT-COUNT)          00036200
000363         MOVE TRN-PRENOTE-FLAG TO TRT-PRENOTE-FLAG(WS-TRT-COUNT)  00036300
000364         MOVE "N" TO TRT-MATCHED-FLAG(WS-TRT-COUNT)               00036400
000365     END-IF.                                                      00036500
000366     READ TRANSMISSION-FILE                                       00036600
000367         AT END MOVE "Y" TO TRANSMISSION-EOF-FLAG.                00036700
000368*                                                                 00036800
000369*EVERY ENTRY MUST MATCH A DETAIL ON THE TRANSMISSION BY EMP-ID,   00036900
000370*ROUTING, ACCOUNT, AND AMOUNT, OR IT IS NOT OURS TO ACT ON.       00037000
000371 PROCESS-ONE-ENTRY.                                               00037100
000372     ADD 1 TO ENTRIES-READ.                                       00037200
000373     MOVE SPACES TO WS-ACTION-TEXT.                               00037300
000374     MOVE "N" TO TRT-FOUND-FLAG, BANK-FOUND-FLAG.                 00037400
000375     PERFORM MATCH-ONE-DEPOSIT                                    00037500
000376         VARYING WS-TRT-SUB FROM 1 BY 1                           00037600
000377         UNTIL WS-TRT-SUB > WS-TRT-COUNT                          00037700
000378         OR WS-TRT-SUB > 200                                      00037800
000379         OR DEPOSIT-WAS-FOUND.                                    00037900
000380     PERFORM MATCH-ONE-ACCOUNT                                    00038000
000381         VARYING WS-BANK-SUB FROM 1 BY 1                          00038100
000382         UNTIL WS-BANK-SUB > WS-BANK-COUNT                        00038200
000383         OR WS-BANK-SUB > 200                                     00038300
000384         OR BANK-WAS-FOUND.                                       00038400
000385     IF NOT RTN-IS-RETURN AND NOT RTN-IS-CHANGE                   00038500
000386         MOVE "UNKNOWN ENTRY TYPE - NOT APPLIED"                  00038600
000387             TO WS-ACTION-TEXT                                    00038700
000388         PERFORM REJECT-ENTRY                                     00038800
000389     ELSE                                                         00038900
000390     IF NOT DEPOSIT-WAS-FOUND                                     00039000
000391         MOVE "NO MATCHING DEPOSIT SENT - NOT APPLIED"            00039100
000392             TO WS-ACTION-TEXT                                    00039200
000393         PERFORM REJECT-ENTRY                                     00039300
000394     ELSE                                                         00039400
000395     IF RTN-IS-RETURN                                             00039500
000396         PERFORM APPLY-RETURN                                     00039600
000397     ELSE                                                         00039700
000398         PERFORM APPLY-CHANGE                                     00039800
000399     END-IF                                                       00039900
000400     END-IF                                                       00040000
000401     END-IF.                                                      00040100
000402     READ RETURNS-FILE                                            00040200
000403         AT END MOVE "Y" TO RETURNS-EOF-FLAG.                     00040300
000404*                                                                 00040400
000405 MATCH-ONE-DEPOSIT.                                               00040500
000406     IF TRT-EMP-ID(WS-TRT-SUB) EQUAL RTN-EMP-ID                   00040600
000407       AND TRT-ROUTING(WS-TRT-SUB) EQUAL RTN-ROUTING              00040700
000408       AND TRT-ACCOUNT(WS-TRT-SUB) EQUAL RTN-ACCOUNT              00040800
000409       AND TRT-AMOUNT(WS-TRT-SUB) EQUAL RTN-AMOUNT                00040900
000410       AND TRT-MATCHED-FLAG(WS-TRT-SUB) EQUAL "N"                 00041000
000411         MOVE "Y" TO TRT-FOUND-FLAG                               00041100
000412         MOVE WS-TRT-SUB TO WS-TRT-FOUND-SUB                      00041200
000413     END-IF.                                                      00041300
000414*                                                                 00041400
000415 MATCH-ONE-ACCOUNT.                                               00041500
000416     IF BKT-EMP-ID(WS-BANK-SUB) EQUAL RTN-EMP-ID                  00041600
000417       AND BKT-ROUTING(WS-BANK-SUB) EQUAL RTN-ROUTING             00041700
000418       AND BKT-ACCOUNT(WS-BANK-SUB) EQUAL RTN-ACCOUNT             00041800
000419         MOVE "Y" TO BANK-FOUND-FLAG                              00041900
000420         MOVE WS-BANK-SUB TO WS-BANK-FOUND-SUB                    00042000
000421     END-IF.                                                      00042100
000422*                                                                 00042200
000423*A RETURNED DEPOSIT IS PAID BY REPLACEMENT CHECK; A RETURNED      00042300
000424*PRENOTE MOVED NO MONEY.  EITHER WAY THE ACCOUNT COMES OFF        00042400
000425*DEPOSIT: INACTIVE WHEN THE BANK SAYS IT IS CLOSED, MISSING,      00042500
000426*OR MISNUMBERED, OTHERWISE BACK TO PRENOTE FOR A FRESH TEST.      00042600
000427 APPLY-RETURN.                                                    00042700
000428     MOVE "Y" TO TRT-MATCHED-FLAG(WS-TRT-FOUND-SUB).              00042800
000429     ADD 1 TO RETURNS-APPLIED.                                    00042900
000430     IF RTN-ACCOUNT-IS-BAD                                        00043000
000431         MOVE "I" TO WS-NEW-STATUS                                00043100
000432     ELSE                                                         00043200
000433         MOVE "P" TO WS-NEW-STATUS                                00043300
000434     END-IF.                                                      00043400
000435     IF TRT-PRENOTE-FLAG(WS-TRT-FOUND-SUB) EQUAL "P"              00043500
000436         IF WS-NEW-STATUS EQUAL "I"                               00043600
000437             MOVE "PRENOTE RETURNED - ACCOUNT INACTIVE"           00043700
000438                 TO WS-ACTION-TEXT                                00043800
000439         ELSE                                                     00043900
000440             MOVE "PRENOTE RETURNED - STAYS ON PRENOTE"           00044000
000441                 TO WS-ACTION-TEXT                                00044100
000442         END-IF                                                   00044200
000443     ELSE                                                         00044300
000444         IF WS-NEW-STATUS EQUAL "I"                               00044400
000445             MOVE "REPLACEMENT CHECK - ACCOUNT INACTIVE"          00044500
000446                 TO WS-ACTION-TEXT                                00044600
000447         ELSE                                                     00044700
000448             MOVE "REPLACEMENT CHECK - BACK TO PRENOTE"           00044800
000449                 TO WS-ACTION-TEXT                                00044900
000450         END-IF                                                   00045000
000451     END-IF.                                                      00045100
000452     PERFORM PRINT-ACTION-LINE.                                   00045200
000453     IF TRT-PRENOTE-FLAG(WS-TRT-FOUND-SUB) NOT EQUAL "P"          00045300
000454         PERFORM WRITE-REPLACEMENT-CHECK                          00045400
000455     END-IF.                                                      00045500
000456     IF BANK-WAS-FOUND                                            00045600
000457         MOVE WS-NEW-STATUS TO                                    00045700
000458             BKT-PRENOTE-STATUS(WS-BANK-FOUND-SUB)                00045800
000459         IF WS-NEW-STATUS EQUAL "I"                               00045900
000460             ADD 1 TO ACCOUNTS-INACTIVATED                        00046000
000461         ELSE                                                     00046100
000462             ADD 1 TO ACCOUNTS-TO-PRENOTE                         00046200
000463         END-IF                                                   00046300
000464     ELSE                                                         00046400
000465         MOVE "ACCOUNT NOT ON BANK MASTER - NOT UPDATED"          00046500
000466             TO WS-ACTION-TEXT                                    00046600
000467         PERFORM WRITE-NOTE-AND-EXCEPTION                         00046700
000468     END-IF.                                                      00046800
000469*                                                                 00046900
000470*THE REPLACEMENT IS THE ORIGINAL REGISTER LINE WITH ITS NET       00047000
000471*REWRITTEN TO THE RETURNED AMOUNT, AS DDEPOSIT DOES FOR A         00047100
000472*PARTIAL FALLBACK.  THE REGISTER MUST STILL BE THE ONE THE        00047200
000473*TRANSMISSION WAS CUT FROM, OR THE CHECK IS LEFT FOR THE          00047300
000474*PAYROLL OFFICE TO DRAW BY HAND.                                  00047400
000475 WRITE-REPLACEMENT-CHECK.                                         00047500
000476     MOVE RTN-EMP-ID TO REG-EMP-ID.                               00047600
000477     READ REGISTER-FILE                                           00047700
000478         INVALID KEY MOVE "N" TO REGISTER-FOUND-FLAG              00047800
000479         NOT INVALID KEY MOVE "Y" TO REGISTER-FOUND-FLAG          00047900
000480     END-READ.                                                    00048000
000481     IF REGISTER-WAS-FOUND                                        00048100
000482       AND REG-PAY-PERIOD EQUAL WS-TRAN-PAY-PERIOD                00048200
000483         MOVE RTN-AMOUNT TO REG-NET-AMOUNT                        00048300
000484         WRITE REPLACEMENT-CHECK-RECORD FROM REGISTER-RECORD      00048400
000485         ADD 1 TO CHECKS-WRITTEN                                  00048500
000486         ADD RTN-AMOUNT TO WS-CHECK-TOTAL                         00048600
000487     ELSE                                                         00048700
000488         MOVE "NO REGISTER LINE - DRAW CHECK BY HAND"             00048800
000489             TO WS-ACTION-TEXT                                    00048900
000490         PERFORM WRITE-NOTE-AND-EXCEPTION                         00049000
000491     END-IF.                                                      00049100
000492*                                                                 00049200
000493*A NOTIFICATION OF CHANGE MEANS THE DEPOSIT POSTED BUT THE        00049300
000494*NUMBERS MUST BE CORRECTED BEFORE THE NEXT ONE.  THE CHANGE       00049400
000495*DATE IS STAMPED SO FRAUDSCN SEES IT LIKE ANY OTHER CHANGE.       00049500
000496 APPLY-CHANGE.                                                    00049600
000497     IF (RTN-NEW-ROUTING NOT NUMERIC OR RTN-NEW-ROUTING EQUAL 0)  00049700
000498       AND RTN-NEW-ACCOUNT EQUAL SPACES                           00049800
000499         MOVE "CHANGE CARRIES NO CORRECTED NUMBER"                00049900
000500             TO WS-ACTION-TEXT                                    00050000
000501         PERFORM REJECT-ENTRY                                     00050100
000502     ELSE                                                         00050200
000503     IF NOT BANK-WAS-FOUND                                        00050300
000504         MOVE "ACCOUNT NOT ON BANK MASTER - NOT CHANGED"          00050400
000505             TO WS-ACTION-TEXT                                    00050500
000506         PERFORM REJECT-ENTRY                                     00050600
000507     ELSE                                                         00050700
000508         MOVE "Y" TO TRT-MATCHED-FLAG(WS-TRT-FOUND-SUB)           00050800
000509         ADD 1 TO CHANGES-APPLIED                                 00050900
000510         IF RTN-NEW-ROUTING NUMERIC AND RTN-NEW-ROUTING > 0       00051000
000511             MOVE RTN-NEW-ROUTING TO                              00051100
000512                 BKT-ROUTING(WS-BANK-FOUND-SUB)                   00051200
000513         END-IF                                                   00051300
000514         IF RTN-NEW-ACCOUNT NOT EQUAL SPACES                      00051400
000515             MOVE RTN-NEW-ACCOUNT TO                              00051500
000516                 BKT-ACCOUNT(WS-BANK-FOUND-SUB)                   00051600
000517         END-IF                                                   00051700
000518         MOVE WS-RUN-DATE TO BKT-CHANGE-DATE(WS-BANK-FOUND-SUB)   00051800
000519         MOVE "ROUTING/ACCOUNT CORRECTED" TO WS-ACTION-TEXT       00051900
000520         PERFORM PRINT-ACTION-LINE                                00052000
000521         MOVE BKT-ROUTING(WS-BANK-FOUND-SUB) TO COR-ROUTING       00052100
000522         MOVE BKT-ACCOUNT(WS-BANK-FOUND-SUB) TO COR-ACCOUNT       00052200
000523         WRITE PRINT-LINE FROM CORRECTED-LINE                     00052300
000524             AFTER ADVANCING 1 LINE                               00052400
000525     END-IF                                                       00052500
000526     END-IF.                                                      00052600
000527*                                                                 00052700
000528 PRINT-ACTION-LINE.                                               00052800
000529     MOVE RTN-EMP-ID TO ACT-EMP-ID.                               00052900
000530     IF DEPOSIT-WAS-FOUND                                         00053000
000531         MOVE TRT-EMP-NAME(WS-TRT-FOUND-SUB) TO ACT-EMP-NAME      00053100
000532     ELSE                                                         00053200
000533         MOVE "(NO MATCHING DEPOSIT)" TO ACT-EMP-NAME             00053300
000534     END-IF.                                                      00053400
000535     MOVE RTN-ENTRY-TYPE TO ACT-ENTRY-TYPE.                       00053500
000536     MOVE RTN-REASON-CODE TO ACT-REASON-CODE.                     00053600
000537     IF RTN-ROUTING NUMERIC                                       00053700
000538         MOVE RTN-ROUTING TO ACT-ROUTING                          00053800
000539     ELSE                                                         00053900
000540         MOVE 0 TO ACT-ROUTING                                    00054000
000541     END-IF.                                                      00054100
000542     MOVE RTN-ACCOUNT TO ACT-ACCOUNT.                             00054200
000543     IF RTN-AMOUNT NUMERIC                                        00054300
000544         MOVE RTN-AMOUNT TO ACT-AMOUNT                            00054400
000545     ELSE                                                         00054500
000546         MOVE 0 TO ACT-AMOUNT                                     00054600
000547     END-IF.                                                      00054700
000548     MOVE WS-ACTION-TEXT TO ACT-ACTION.                           00054800
000549     WRITE PRINT-LINE FROM ACTION-LINE AFTER ADVANCING 1 LINE.    00054900
000550*                                                                 00055000
000551 REJECT-ENTRY.                                                    00055100
000552     ADD 1 TO ENTRIES-REJECTED.                                   00055200
000553     PERFORM PRINT-ACTION-LINE.                                   00055300
000554     PERFORM WRITE-COMMON-EXCEPTION.                              00055400
000555*                                                                 00055500
000556*A RETURN THAT WAS APPLIED BUT LEFT SOMETHING FOR THE PAYROLL     00055600
000557*OFFICE TO FINISH PRINTS THE REASON UNDER ITS ACTION LINE.        00055700
000558 WRITE-NOTE-AND-EXCEPTION.                                        00055800
000559     MOVE WS-ACTION-TEXT TO NTL-TEXT.                             00055900
000560     WRITE PRINT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE.      00056000
000561     PERFORM WRITE-COMMON-EXCEPTION.                              00056100
000562*                                                                 00056200
000563 WRITE-COMMON-EXCEPTION.                                          00056300
000564     ADD 1 TO EXCEPTIONS-WRITTEN.                                 00056400
000565     MOVE "DDRETURN" TO CEX-PROGRAM.                              00056500
000566     MOVE WS-RUN-DATE TO CEX-RUN-DATE.                            00056600
000567     MOVE SPACES TO CEX-KEY.                                      00056700
000568     MOVE RTN-EMP-ID TO CEX-KEY.                                  00056800
000569     MOVE WS-ACTION-TEXT TO CEX-REASON.                           00056900
000570     MOVE SPACES TO CEX-RECORD-IMAGE.                             00057000
000571     MOVE RETURN-RECORD TO CEX-RECORD-IMAGE.                      00057100
000572     WRITE COMMON-EXCEPTION-RECORD.                               00057200
000573*                                                                 00057300
000574 WRITE-NEW-MASTER.                                                00057400
000575     PERFORM WRITE-ONE-ACCOUNT                                    00057500
000576         VARYING WS-BANK-SUB FROM 1 BY 1                          00057600
000577         UNTIL WS-BANK-SUB > WS-BANK-COUNT                        00057700
000578         OR WS-BANK-SUB > 200.                                    00057800
000579*                                                                 00057900
000580 WRITE-ONE-ACCOUNT.                                               00058000
000581     MOVE BKT-ENTRY(WS-BANK-SUB) TO BANK-NEW-RECORD.              00058100
000582     WRITE BANK-NEW-RECORD.                                       00058200
000583*                                                                 00058300
000584 CLOSING.                                                         00058400
000585     MOVE ENTRIES-READ TO SRL-COUNT.                              00058500
000586     WRITE PRINT-LINE FROM SUMMARY-READ-LINE                      00058600
000587         AFTER ADVANCING 2 LINES.                                 00058700
000588     MOVE RETURNS-APPLIED TO SRT-COUNT.                           00058800
000589     WRITE PRINT-LINE FROM SUMMARY-RETURN-LINE                    00058900
000590         AFTER ADVANCING 1 LINE.                                  00059000
000591     MOVE CHECKS-WRITTEN TO SCK-COUNT.                            00059100
000592     MOVE WS-CHECK-TOTAL TO SCK-AMOUNT.                           00059200
000593     WRITE PRINT-LINE FROM SUMMARY-CHECK-LINE                     00059300
000594         AFTER ADVANCING 1 LINE.                                  00059400
000595     MOVE ACCOUNTS-INACTIVATED TO SIN-COUNT.                      00059500
000596     WRITE PRINT-LINE FROM SUMMARY-INACTIVE-LINE                  00059600
000597         AFTER ADVANCING 1 LINE.                                  00059700
000598     MOVE ACCOUNTS-TO-PRENOTE TO SPN-COUNT.                       00059800
000599     WRITE PRINT-LINE FROM SUMMARY-PRENOTE-LINE                   00059900
000600         AFTER ADVANCING 1 LINE.                                  00060000
000601     MOVE CHANGES-APPLIED TO SCH-COUNT.                           00060100
000602     WRITE PRINT-LINE FROM SUMMARY-CHANGE-LINE                    00060200
000603         AFTER ADVANCING 1 LINE.                                  00060300
000604     MOVE ENTRIES-REJECTED TO SRJ-COUNT.                          00060400
000605     WRITE PRINT-LINE FROM SUMMARY-REJECTED-LINE                  00060500
000606         AFTER ADVANCING 1 LINE.                                  00060600
000607     MOVE EXCEPTIONS-WRITTEN TO SEX-COUNT.                        00060700
000608     WRITE PRINT-LINE FROM SUMMARY-EXCEPTION-LINE                 00060800
000609         AFTER ADVANCING 1 LINE.                                  00060900
000610     CLOSE RETURNS-FILE, TRANSMISSION-FILE, REGISTER-FILE,        00061000
000611         BANK-MASTER-FILE, BANK-NEW-FILE,                         00061100
000612         REPLACEMENT-CHECK-FILE, COMMON-EXCEPTION-FILE,           00061200
000613         PRINT-FILE.                                              00061300
