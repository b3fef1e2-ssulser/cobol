000018*                    YEAR BY ESTIMATE.  A DEPARTMENT WITH NO MAP  00001800
000019*                    ENTRY IS LISTED AND THE RUN ENDS WITH CODE   00001900
000020*                    16, THE SAME HOLD GLPOST APPLIES.            00002000
000021*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE PAY GROUP,   00002100
000022*                    PAY FREQUENCY, AND PERIOD SALARY (90 BYTES). 00002200
000023*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE SOCIAL       00002300
000024*                    SECURITY NUMBER, HIRE DATE, AND HOME ADDRESS 00002400
000025*                    (156 BYTES).                                 00002500
000026*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE ORIGINAL     00002600
000027*                    HIRE DATE AND ADJUSTED SERVICE DATE (168     00002700
000028*                    BYTES).                                      00002800
000029*                                                                 00002900
000030 ENVIRONMENT DIVISION.                                            00003000
000031 CONFIGURATION SECTION.                                           00003100
000032 SOURCE-COMPUTER. IBM-370.                                        00003200
000033 OBJECT-COMPUTER. IBM-370.                                        00003300
000034*                                                                 00003400
000035 INPUT-OUTPUT SECTION.                                            00003500
000036 FILE-CONTROL.                                                    00003600
000037     SELECT LEAVE-MASTER-FILE ASSIGN TO UT-S-LVEMSTR.             00003700
000038     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00003800
000039         ORGANIZATION IS INDEXED                                  00003900
000040         ACCESS MODE IS RANDOM                                    00004000
000041         RECORD KEY IS EMP-ID.                                    00004100
000042     SELECT ACCOUNT-MAP-FILE ASSIGN TO UT-S-ACCTMAP.              00004200
000043     SELECT OPTIONAL LIABILITY-OLD-FILE ASSIGN TO UT-S-LIABOLD.   00004300
000044     SELECT LIABILITY-NEW-FILE ASSIGN TO UT-S-LIABNEW.            00004400
000045     SELECT JOURNAL-FILE ASSIGN TO UT-S-JOURNAL.                  00004500
000046     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004600
000047*                                                                 00004700
000048 DATA DIVISION.                                                   00004800
000049 FILE SECTION.                                                    00004900
000050*LEAVE-MASTER-RECORD MIRRORS PAYROLL'S LEAVE MASTER LAYOUT.       00005000
000051 FD  LEAVE-MASTER-FILE                                            00005100
000052     LABEL RECORD IS OMITTED.                                     00005200
000053 01  LEAVE-MASTER-RECORD.                                         00005300
000054     05  LVE-EMP-ID              PIC X(10).                       00005400
000055     05  LVE-EMP-NAME            PIC X(25).                       00005500
000056     05  LVE-VAC-BALANCE         PIC S9(3)V99.                    00005600
000057     05  LVE-SICK-BALANCE        PIC S9(3)V99.                    00005700
000058*                                                                 00005800
000059*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00005900
000060 FD  EMPLOYEE-MASTER-FILE                                         00006000
000061     LABEL RECORD IS OMITTED.                                     00006100
000062 01  EMPLOYEE-MASTER-RECORD.                                      00006200
000063     COPY EMPLOYEE.                                               00006300
000064     05  EMP-M-SALARY-CODE       PIC X.                           00006400
000065     05  EMP-M-STATUS            PIC X.                           00006500
000066     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00006600
000067     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00006700
000068     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00006800
000069     05  EMP-M-FILING-STATUS     PIC X.                           00006900
000070     05  EMP-M-ALLOWANCES        PIC 99.                          00007000
000071     05  EMP-M-COMP-CLASS        PIC X(04).                       00007100
000072     05  EMP-M-PAY-GROUP         PIC X(02).                       00007200
000073     05  EMP-M-PAY-FREQUENCY     PIC X.                           00007300
000074     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00007400
000075     05  EMP-M-SSN               PIC 9(09).                       00007500
000076     05  EMP-M-HIRE-DATE         PIC 9(06).                       00007600
000077     05  EMP-M-STREET            PIC X(25).                       00007700
000078     05  EMP-M-CITY              PIC X(15).                       00007800
000079     05  EMP-M-STATE             PIC X(02).                       00007900
000080     05  EMP-M-ZIP               PIC X(09).                       00008000
000081     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00008100
000082     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00008200
000083     05  FILLER                  PIC X(02).                       00008300
000084*                                                                 00008400
000085*ACCOUNT-MAP-RECORD MIRRORS GLPOST'S MAP: THE DEBIT ACCOUNT       00008500
000086*TAKES THE LEAVE EXPENSE AND THE CREDIT ACCOUNT THE ACCRUAL.      00008600
000087 FD  ACCOUNT-MAP-FILE                                             00008700
000088     LABEL RECORD IS OMITTED.                                     00008800
000089 01  ACCOUNT-MAP-RECORD.                                          00008900
000090     05  MAP-DEPARTMENT          PIC X(15).                       00009000
000091     05  MAP-PLANT-CODE          PIC X(04).                       00009100
000092     05  MAP-DEBIT-ACCOUNT       PIC X(08).                       00009200
000093     05  MAP-CREDIT-ACCOUNT      PIC X(08).                       00009300
000094     05  FILLER                  PIC X(45).                       00009400
000095*                                                                 00009500
000096*THE LIABILITY FILE CARRIES LAST VALUATION'S DOLLARS PER          00009600
000097*DEPARTMENT SO THE PERIOD-OVER-PERIOD CHANGE CAN BE FIGURED       00009700
000098*AND ONLY THE CHANGE POSTED.                                      00009800
000099 FD  LIABILITY-OLD-FILE                                           00009900
000100     LABEL RECORD IS OMITTED.                                     00010000
000101 01  LIABILITY-OLD-RECORD.                                        00010100
000102     05  LBO-DEPARTMENT          PIC X(15).                       00010200
000103     05  LBO-PLANT-CODE          PIC X(04).                       00010300
000104     05  LBO-VAC-DOLLARS         PIC S9(7)V99.                    00010400
000105     05  LBO-SICK-DOLLARS        PIC S9(7)V99.                    00010500
000106*                                                                 00010600
000107 FD  LIABILITY-NEW-FILE                                           00010700
000108     LABEL RECORD IS OMITTED.                                     00010800
000109 01  LIABILITY-NEW-RECORD.                                        00010900
000110     05  LBN-DEPARTMENT          PIC X(15).                       00011000
000111     05  LBN-PLANT-CODE          PIC X(04).                       00011100
000112     05  LBN-VAC-DOLLARS         PIC S9(7)V99.                    00011200
000113     05  LBN-SICK-DOLLARS        PIC S9(7)V99.                    00011300
000114*                                                                 00011400
000115*JOURNAL-RECORD MIRRORS GLPOST'S OUTPUT LAYOUT SO THE ACCRUAL     00011500
000116*JOURNAL POSTS THROUGH THE SAME DOWNSTREAM MACHINERY.             00011600
000117 FD  JOURNAL-FILE                                                 00011700
000118     LABEL RECORD IS OMITTED.                                     00011800
000119 01  JOURNAL-RECORD.                                              00011900
000120     05  JRN-ACCOUNT             PIC X(08).                       00012000
000121     05  JRN-TYPE                PIC X.                           00012100
000122     05  JRN-AMOUNT              PIC S9(7)V99.                    00012200
000123     05  JRN-DEPARTMENT          PIC X(15).                       00012300
000124     05  JRN-PLANT-CODE          PIC X(04).                       00012400
000125     05  JRN-PAY-PERIOD          PIC X(06).                       00012500
000126     05  JRN-SOURCE              PIC X(08).                       00012600
000127*                                                                 00012700
000128 FD  PRINT-FILE                                                   00012800
000129     LABEL RECORD IS OMITTED.                                     00012900
000130 01  PRINT-LINE                  PIC X(132).                      00013000
000131*                                                                 00013100
000132 WORKING-STORAGE SECTION.                                         00013200
000133*                                                                 00013300
000134 01  MAP-TABLE.                                                   00013400
000135     05  MAP-ENTRY OCCURS 200 TIMES.                              00013500
000136         10  MPT-DEPARTMENT      PIC X(15).                       00013600
000137         10  MPT-PLANT-CODE      PIC X(04).                       00013700
000138         10  MPT-DEBIT-ACCOUNT   PIC X(08).                       00013800
000139         10  MPT-CREDIT-ACCOUNT  PIC X(08).                       00013900
000140 77  WS-MAP-COUNT                PIC 999 VALUE 0.                 00014000
000141 77  WS-MAP-SUB                  PIC 999 VALUE 0.                 00014100
000142 77  MAP-FOUND-FLAG              PIC X VALUE "N".                 00014200
000143     88  MAP-WAS-FOUND           VALUE "Y".                       00014300
000144 77  WS-MAP-FOUND-SUB            PIC 999 VALUE 0.                 00014400
000145*                                                                 00014500
000146*LIABILITY ACCUMULATES BY DEPARTMENT; THE PLANT AND ACCOUNTS      00014600
000147*COME FROM THE DEPARTMENT'S ACCOUNT MAP ENTRY.                    00014700
000148 01  DEPT-TABLE.                                                  00014800
000149     05  DPT-ENTRY OCCURS 50 TIMES.                               00014900
000150         10  DPT-DEPARTMENT      PIC X(15).                       00015000
000151         10  DPT-PLANT-CODE      PIC X(04).                       00015100
000152         10  DPT-VAC-DOLLARS     PIC S9(7)V99.                    00015200
000153         10  DPT-SICK-DOLLARS    PIC S9(7)V99.                    00015300
000154         10  DPT-OLD-VAC         PIC S9(7)V99.                    00015400
000155         10  DPT-OLD-SICK        PIC S9(7)V99.                    00015500
000156 77  WS-DPT-COUNT                PIC 99 VALUE 0.                  00015600
000157 77  WS-DPT-SUB                  PIC 99 VALUE 0.                  00015700
000158 77  DPT-FOUND-FLAG              PIC X VALUE "N".                 00015800
000159     88  DEPT-WAS-FOUND          VALUE "Y".                       00015900
000160 77  WS-DPT-FOUND-SUB            PIC 99 VALUE 0.                  00016000
000161*                                                                 00016100
000162 77  LEAVE-EOF-FLAG              PIC X VALUE "N".                 00016200
000163     88  LEAVE-IS-EOF            VALUE "Y".                       00016300
000164 77  MAP-EOF-FLAG                PIC X VALUE "N".                 00016400
000165     88  MAP-IS-EOF              VALUE "Y".                       00016500
000166 77  LIAB-EOF-FLAG               PIC X VALUE "N".                 00016600
000167     88  LIAB-IS-EOF             VALUE "Y".                       00016700
000168 77  MASTER-FOUND-FLAG           PIC X VALUE "N".                 00016800
000169     88  MASTER-WAS-FOUND        VALUE "Y".                       00016900
000170*                                                                 00017000
000171 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00017100
000172 77  WS-VAC-DOLLARS              PIC S9(5)V99 VALUE 0.            00017200
000173 77  WS-SICK-DOLLARS             PIC S9(5)V99 VALUE 0.            00017300
000174 77  WS-DEPT-TOTAL               PIC S9(7)V99 VALUE 0.            00017400
000175 77  WS-OLD-TOTAL                PIC S9(7)V99 VALUE 0.            00017500
000176 77  WS-CHANGE                   PIC S9(7)V99 VALUE 0.            00017600
000177 77  WS-COMPANY-TOTAL            PIC S9(8)V99 VALUE 0.            00017700
000178 77  WS-COMPANY-CHANGE           PIC S9(8)V99 VALUE 0.            00017800
000179 77  WS-DEBIT-TOTAL              PIC S9(8)V99 VALUE 0.            00017900
000180 77  WS-CREDIT-TOTAL             PIC S9(8)V99 VALUE 0.            00018000
000181 77  WS-UNMAPPED-COUNT           PIC 999 VALUE 0.                 00018100
000182 77  WS-NO-MASTER-COUNT          PIC 999 VALUE 0.                 00018200
000183*                                                                 00018300
000184 01  TITLE-LINE.                                                  00018400
000185     05  FILLER                  PIC X(20) VALUE SPACES.          00018500
000186     05  FILLER                  PIC X(40)                        00018600
000187             VALUE "LEAVE LIABILITY VALUATION".                   00018700
000188*                                                                 00018800
000189 01  DEPT-LINE.                                                   00018900
000190     05  FILLER                  PIC X(02) VALUE SPACES.          00019000
000191     05  DTL-DEPARTMENT          PIC X(15).                       00019100
000192     05  FILLER                  PIC X(02) VALUE SPACES.          00019200
000193     05  DTL-PLANT-CODE          PIC X(04).                       00019300
000194     05  FILLER                  PIC X(07) VALUE "  VAC: ".       00019400
000195     05  DTL-VAC-DOLLARS         PIC ZZZ,ZZ9.99-.                 00019500
000196     05  FILLER                  PIC X(08) VALUE "  SICK: ".      00019600
000197     05  DTL-SICK-DOLLARS        PIC ZZZ,ZZ9.99-.                 00019700
000198     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".     00019800
000199     05  DTL-TOTAL               PIC Z,ZZZ,ZZ9.99-.               00019900
000200     05  FILLER                  PIC X(10) VALUE "  CHANGE: ".    00020000
000201     05  DTL-CHANGE              PIC ZZZ,ZZ9.99-.                 00020100
000202*                                                                 00020200
000203 01  NO-MASTER-LINE.                                              00020300
000204     05  FILLER                  PIC X(05) VALUE SPACES.          00020400
000205     05  NML-EMP-ID              PIC X(10).                       00020500
000206     05  FILLER                  PIC X(02) VALUE SPACES.          00020600
000207     05  NML-EMP-NAME            PIC X(25).                       00020700
000208     05  FILLER                  PIC X(36) VALUE                  00020800
000209    "  NOT ON EMPLOYEE MASTER - NO VALUE".                        00020900
000210*                                                                 00021000
000211 01  UNMAPPED-LINE.                                               00021100
000212     05  FILLER                  PIC X(05) VALUE SPACES.          00021200
000213     05  UML-DEPARTMENT          PIC X(15).                       00021300
000214     05  FILLER                  PIC X(35) VALUE                  00021400
000215    "  NO ACCOUNT MAP ENTRY - NOT POSTED".                        00021500
000216*                                                                 00021600
000217 01  COMPANY-LINE.                                                00021700
000218     05  FILLER                  PIC X(02) VALUE SPACES.          00021800
000219     05  FILLER                  PIC X(16)                        00021900
000220             VALUE "COMPANY TOTAL:  ".                            00022000
000221     05  CPL-TOTAL               PIC ZZ,ZZZ,ZZ9.99-.              00022100
000222     05  FILLER                  PIC X(10) VALUE "  CHANGE: ".    00022200
000223     05  CPL-CHANGE              PIC Z,ZZZ,ZZ9.99-.               00022300
000224*                                                                 00022400
000225 01  RELEASED-LINE.                                               00022500
000226     05  FILLER                  PIC X(02) VALUE SPACES.          00022600
000227     05  FILLER                  PIC X(44) VALUE                  00022700
000228    "ACCRUAL JOURNAL IN BALANCE - RELEASED".                      00022800
000229*                                                                 00022900
000230 01  NOT-RELEASED-LINE.                                           00023000
000231     05  FILLER                  PIC X(02) VALUE SPACES.          00023100
000232     05  FILLER                  PIC X(50) VALUE                  00023200
000233    "*** UNMAPPED DEPARTMENTS - JOURNAL HELD ***".                00023300
000234*                                                                 00023400
000235 PROCEDURE DIVISION.                                              00023500
000236 000-MAIN.                                                        00023600
000237     PERFORM INITIALIZATION.                                      00023700
000238     PERFORM LOAD-ONE-MAP-RECORD UNTIL MAP-IS-EOF.                00023800
000239     PERFORM LOAD-ONE-OLD-LIABILITY UNTIL LIAB-IS-EOF.            00023900
000240     PERFORM VALUE-ONE-EMPLOYEE UNTIL LEAVE-IS-EOF.               00024000
000241     PERFORM REPORT-ONE-DEPARTMENT                                00024100
000242         VARYING WS-DPT-SUB FROM 1 BY 1                           00024200
000243         UNTIL WS-DPT-SUB > WS-DPT-COUNT                          00024300
000244         OR WS-DPT-SUB > 50.                                      00024400
000245     PERFORM CLOSING.                                             00024500
000246     STOP RUN.                                                    00024600
000247*                                                                 00024700
000248 INITIALIZATION.                                                  00024800
000249     ACCEPT WS-RUN-DATE FROM DATE.                                00024900
000250     OPEN INPUT LEAVE-MASTER-FILE, EMPLOYEE-MASTER-FILE,          00025000
000251          ACCOUNT-MAP-FILE, LIABILITY-OLD-FILE,                   00025100
000252          OUTPUT LIABILITY-NEW-FILE, JOURNAL-FILE, PRINT-FILE.    00025200
000253     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00025300
000254     READ ACCOUNT-MAP-FILE                                        00025400
000255         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00025500
000256     READ LIABILITY-OLD-FILE                                      00025600
000257         AT END MOVE "Y" TO LIAB-EOF-FLAG.                        00025700
000258     READ LEAVE-MASTER-FILE                                       00025800
000259         AT END MOVE "Y" TO LEAVE-EOF-FLAG.                       00025900
000260*                                                                 00026000
000261 LOAD-ONE-MAP-RECORD.                                             00026100
000262     ADD 1 TO WS-MAP-COUNT.                                       00026200
000263     IF WS-MAP-COUNT > 200                                        00026300
000264         DISPLAY "LVELIAB HALTED - ACCOUNT MAP TABLE FULL"        00026400
000265             " AT 200"                                            00026500
000266         MOVE 16 TO RETURN-CODE                                   00026600
000267         STOP RUN                                                 00026700
000268     END-IF.                                                      00026800
000269     MOVE MAP-DEPARTMENT TO MPT-DEPARTMENT(WS-MAP-COUNT).         00026900
000270     MOVE MAP-PLANT-CODE TO MPT-PLANT-CODE(WS-MAP-COUNT).         00027000
000271     MOVE MAP-DEBIT-ACCOUNT TO MPT-DEBIT-ACCOUNT(WS-MAP-COUNT).   00027100
000272     MOVE MAP-CREDIT-ACCOUNT TO                                   00027200
000273         MPT-CREDIT-ACCOUNT(WS-MAP-COUNT).                        00027300
000274     READ ACCOUNT-MAP-FILE                                        00027400
000275         AT END MOVE "Y" TO MAP-EOF-FLAG.                         00027500
000276*                                                                 00027600
000277 LOAD-ONE-OLD-LIABILITY.                                          00027700
000278     MOVE LBO-DEPARTMENT TO MAP-DEPARTMENT.                       00027800
000279     PERFORM FIND-DEPT-ENTRY.                                     00027900
000280     IF DEPT-WAS-FOUND                                            00028000
000281         MOVE LBO-VAC-DOLLARS TO DPT-OLD-VAC(WS-DPT-FOUND-SUB)    00028100
000282         MOVE LBO-SICK-DOLLARS                                    00028200
000283             TO DPT-OLD-SICK(WS-DPT-FOUND-SUB)                    00028300
000284     END-IF.                                                      00028400
000285     READ LIABILITY-OLD-FILE                                      00028500
000286         AT END MOVE "Y" TO LIAB-EOF-FLAG.                        00028600
000287*                                                                 00028700
000288*EACH LEAVE BALANCE EXTENDS TO DOLLARS AT THE EMPLOYEE'S          00028800
000289*CURRENT RATE AND JOINS HIS DEPARTMENT'S RUNNING LIABILITY.  A    00028900
000290*LEAVE RECORD FOR SOMEONE OFF THE EMPLOYEE MASTER IS LISTED AND   00029000
000291*LEFT UNVALUED FOR THE DESK TO CHASE.                             00029100
000292 VALUE-ONE-EMPLOYEE.                                              00029200
000293     MOVE "N" TO MASTER-FOUND-FLAG.                               00029300
000294     MOVE LVE-EMP-ID TO EMP-ID.                                   00029400
000295     READ EMPLOYEE-MASTER-FILE                                    00029500
000296         INVALID KEY CONTINUE                                     00029600
000297         NOT INVALID KEY MOVE "Y" TO MASTER-FOUND-FLAG            00029700
000298     END-READ.                                                    00029800
000299     IF NOT MASTER-WAS-FOUND                                      00029900
000300         ADD 1 TO WS-NO-MASTER-COUNT                              00030000
000301         MOVE LVE-EMP-ID TO NML-EMP-ID                            00030100
000302         MOVE LVE-EMP-NAME TO NML-EMP-NAME                        00030200
000303         WRITE PRINT-LINE FROM NO-MASTER-LINE                     00030300
000304             AFTER ADVANCING 1 LINE                               00030400
000305     ELSE                                                         00030500
000306         COMPUTE WS-VAC-DOLLARS ROUNDED =                         00030600
000307             LVE-VAC-BALANCE * EMP-PAYRATE                        00030700
000308         COMPUTE WS-SICK-DOLLARS ROUNDED =                        00030800
000309             LVE-SICK-BALANCE * EMP-PAYRATE                       00030900
000310         MOVE EMP-DEPARTMENT TO MAP-DEPARTMENT                    00031000
000311         PERFORM FIND-DEPT-ENTRY                                  00031100
000312         IF DEPT-WAS-FOUND                                        00031200
000313             ADD WS-VAC-DOLLARS                                   00031300
000314                 TO DPT-VAC-DOLLARS(WS-DPT-FOUND-SUB)             00031400
000315             ADD WS-SICK-DOLLARS                                  00031500
000316                 TO DPT-SICK-DOLLARS(WS-DPT-FOUND-SUB)            00031600
000317         END-IF                                                   00031700
000318     END-IF.                                                      00031800
000319     READ LEAVE-MASTER-FILE                                       00031900
000320         AT END MOVE "Y" TO LEAVE-EOF-FLAG.                       00032000
000321*                                                                 00032100
000322*FIND-DEPT-ENTRY LOCATES (OR STARTS) THE DEPARTMENT'S TABLE       00032200
000323*ENTRY, FILLING ITS PLANT FROM THE ACCOUNT MAP ON FIRST SIGHT.    00032300
000324*THE DEPARTMENT NAME ARRIVES IN MAP-DEPARTMENT.                   00032400
000325 FIND-DEPT-ENTRY.                                                 00032500
000326     MOVE "N" TO DPT-FOUND-FLAG.                                  00032600
000327     PERFORM MATCH-ONE-DEPT                                       00032700
000328         VARYING WS-DPT-SUB FROM 1 BY 1                           00032800
000329         UNTIL WS-DPT-SUB > WS-DPT-COUNT                          00032900
000330         OR WS-DPT-SUB > 50.                                      00033000
000331     IF NOT DEPT-WAS-FOUND                                        00033100
000332         ADD 1 TO WS-DPT-COUNT                                    00033200
000333         IF WS-DPT-COUNT > 50                                     00033300
000334             DISPLAY "LVELIAB HALTED - DEPARTMENT TABLE FULL"     00033400
000335                 " AT 50"                                         00033500
000336             MOVE 16 TO RETURN-CODE                               00033600
000337             STOP RUN                                             00033700
000338         END-IF                                                   00033800
000339         MOVE MAP-DEPARTMENT TO DPT-DEPARTMENT(WS-DPT-COUNT)      00033900
000340         MOVE 0 TO DPT-VAC-DOLLARS(WS-DPT-COUNT)                  00034000
000341         MOVE 0 TO DPT-SICK-DOLLARS(WS-DPT-COUNT)                 00034100
000342         MOVE 0 TO DPT-OLD-VAC(WS-DPT-COUNT)                      00034200
000343         MOVE 0 TO DPT-OLD-SICK(WS-DPT-COUNT)                     00034300
000344         PERFORM FIND-MAP-FOR-DEPT                                00034400
000345         IF MAP-WAS-FOUND                                         00034500
000346             MOVE MPT-PLANT-CODE(WS-MAP-FOUND-SUB)                00034600
000347                 TO DPT-PLANT-CODE(WS-DPT-COUNT)                  00034700
000348         ELSE                                                     00034800
000349             MOVE SPACES TO DPT-PLANT-CODE(WS-DPT-COUNT)          00034900
000350         END-IF                                                   00035000
000351         MOVE WS-DPT-COUNT TO WS-DPT-FOUND-SUB                    00035100
000352         MOVE "Y" TO DPT-FOUND-FLAG                               00035200
000353     END-IF.                                                      00035300
000354*                                                                 00035400
000355 MATCH-ONE-DEPT.                                                  00035500
000356     IF DPT-DEPARTMENT(WS-DPT-SUB) EQUAL MAP-DEPARTMENT           00035600
000357         MOVE "Y" TO DPT-FOUND-FLAG                               00035700
000358         MOVE WS-DPT-SUB TO WS-DPT-FOUND-SUB                      00035800
000359     END-IF.                                                      00035900
000360*                                                                 00036000
000361 FIND-MAP-FOR-DEPT.                                               00036100
000362     MOVE "N" TO MAP-FOUND-FLAG.                                  00036200
000363     PERFORM MATCH-ONE-MAP                                        00036300
000364         VARYING WS-MAP-SUB FROM 1 BY 1                           00036400
000365         UNTIL WS-MAP-SUB > WS-MAP-COUNT                          00036500
000366         OR WS-MAP-SUB > 200.                                     00036600
000367*                                                                 00036700
000368 MATCH-ONE-MAP.                                                   00036800
000369     IF MPT-DEPARTMENT(WS-MAP-SUB) EQUAL MAP-DEPARTMENT           00036900
000370       AND NOT MAP-WAS-FOUND                                      00037000
000371         MOVE "Y" TO MAP-FOUND-FLAG                               00037100
000372         MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB                      00037200
000373     END-IF.                                                      00037300
000374*                                                                 00037400
000375*EACH DEPARTMENT PRINTS ITS LIABILITY AND PERIOD-OVER-PERIOD      00037500
000376*CHANGE, WRITES THE NEW LIABILITY RECORD, AND POSTS THE CHANGE    00037600
000377*AS A BALANCED DEBIT/CREDIT PAIR THROUGH ITS MAP ENTRY.           00037700
000378 REPORT-ONE-DEPARTMENT.                                           00037800
000379     ADD DPT-VAC-DOLLARS(WS-DPT-SUB),                             00037900
000380         DPT-SICK-DOLLARS(WS-DPT-SUB)                             00038000
000381         GIVING WS-DEPT-TOTAL.                                    00038100
000382     ADD DPT-OLD-VAC(WS-DPT-SUB), DPT-OLD-SICK(WS-DPT-SUB)        00038200
000383         GIVING WS-OLD-TOTAL.                                     00038300
000384     SUBTRACT WS-OLD-TOTAL FROM WS-DEPT-TOTAL                     00038400
000385         GIVING WS-CHANGE.                                        00038500
000386     ADD WS-DEPT-TOTAL TO WS-COMPANY-TOTAL.                       00038600
000387     ADD WS-CHANGE TO WS-COMPANY-CHANGE.                          00038700
000388     MOVE DPT-DEPARTMENT(WS-DPT-SUB) TO DTL-DEPARTMENT.           00038800
000389     MOVE DPT-PLANT-CODE(WS-DPT-SUB) TO DTL-PLANT-CODE.           00038900
000390     MOVE DPT-VAC-DOLLARS(WS-DPT-SUB) TO DTL-VAC-DOLLARS.         00039000
000391     MOVE DPT-SICK-DOLLARS(WS-DPT-SUB) TO DTL-SICK-DOLLARS.       00039100
000392     MOVE WS-DEPT-TOTAL TO DTL-TOTAL.                             00039200
000393     MOVE WS-CHANGE TO DTL-CHANGE.                                00039300
000394     WRITE PRINT-LINE FROM DEPT-LINE AFTER ADVANCING 1 LINE.      00039400
000395     MOVE DPT-DEPARTMENT(WS-DPT-SUB) TO LBN-DEPARTMENT.           00039500
000396     MOVE DPT-PLANT-CODE(WS-DPT-SUB) TO LBN-PLANT-CODE.           00039600
000397     MOVE DPT-VAC-DOLLARS(WS-DPT-SUB) TO LBN-VAC-DOLLARS.         00039700
000398     MOVE DPT-SICK-DOLLARS(WS-DPT-SUB) TO LBN-SICK-DOLLARS.       00039800
000399     WRITE LIABILITY-NEW-RECORD.                                  00039900
000400     MOVE DPT-DEPARTMENT(WS-DPT-SUB) TO MAP-DEPARTMENT.           00040000
000401     PERFORM FIND-MAP-FOR-DEPT.                                   00040100
000402     IF MAP-WAS-FOUND                                             00040200
000403         IF WS-CHANGE NOT EQUAL ZERO                              00040300
000404             PERFORM WRITE-JOURNAL-PAIR                           00040400
000405         END-IF                                                   00040500
000406     ELSE                                                         00040600
000407         ADD 1 TO WS-UNMAPPED-COUNT                               00040700
000408         MOVE DPT-DEPARTMENT(WS-DPT-SUB) TO UML-DEPARTMENT        00040800
000409         WRITE PRINT-LINE FROM UNMAPPED-LINE                      00040900
000410             AFTER ADVANCING 1 LINE                               00041000
000411     END-IF.                                                      00041100
000412*                                                                 00041200
000413 WRITE-JOURNAL-PAIR.                                              00041300
000414     MOVE MPT-DEBIT-ACCOUNT(WS-MAP-FOUND-SUB) TO JRN-ACCOUNT.     00041400
000415     MOVE "D" TO JRN-TYPE.                                        00041500
000416     PERFORM WRITE-ONE-JOURNAL-RECORD.                            00041600
000417     ADD WS-CHANGE TO WS-DEBIT-TOTAL.                             00041700
000418     MOVE MPT-CREDIT-ACCOUNT(WS-MAP-FOUND-SUB) TO JRN-ACCOUNT.    00041800
000419     MOVE "C" TO JRN-TYPE.                                        00041900
000420     PERFORM WRITE-ONE-JOURNAL-RECORD.                            00042000
000421     ADD WS-CHANGE TO WS-CREDIT-TOTAL.                            00042100
000422*                                                                 00042200
000423 WRITE-ONE-JOURNAL-RECORD.                                        00042300
000424     MOVE WS-CHANGE TO JRN-AMOUNT.                                00042400
000425     MOVE DPT-DEPARTMENT(WS-DPT-SUB) TO JRN-DEPARTMENT.           00042500
000426     MOVE DPT-PLANT-CODE(WS-DPT-SUB) TO JRN-PLANT-CODE.           00042600
000427     MOVE WS-RUN-DATE TO JRN-PAY-PERIOD.                          00042700
000428     MOVE "LVELIAB " TO JRN-SOURCE.                               00042800
000429     WRITE JOURNAL-RECORD.                                        00042900
000430*                                                                 00043000
000431 CLOSING.                                                         00043100
000432     MOVE WS-COMPANY-TOTAL TO CPL-TOTAL.                          00043200
000433     MOVE WS-COMPANY-CHANGE TO CPL-CHANGE.                        00043300
000434     WRITE PRINT-LINE FROM COMPANY-LINE                           00043400
000435         AFTER ADVANCING 2 LINES.                                 00043500
000436     IF WS-UNMAPPED-COUNT EQUAL ZERO                              00043600
000437       AND WS-DEBIT-TOTAL EQUAL WS-CREDIT-TOTAL                   00043700
000438         WRITE PRINT-LINE FROM RELEASED-LINE                      00043800
000439             AFTER ADVANCING 2 LINES                              00043900
000440     ELSE                                                         00044000
000441         WRITE PRINT-LINE FROM NOT-RELEASED-LINE                  00044100
000442             AFTER ADVANCING 2 LINES                              00044200
000443         MOVE 16 TO RETURN-CODE                                   00044300
000444     END-IF.                                                      00044400
000445     CLOSE LEAVE-MASTER-FILE, EMPLOYEE-MASTER-FILE,               00044500
000446         ACCOUNT-MAP-FILE, LIABILITY-OLD-FILE,                    00044600
000447         LIABILITY-NEW-FILE, JOURNAL-FILE, PRINT-FILE.            00044700
