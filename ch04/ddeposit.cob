000044*                    ADDED TO THE REGISTER EXTRACT; THE FALLBACK  00004400
000045*                    RECORD WIDENS WITH IT SO CHKPRINT STILL      00004500
000046*                    READS IT UNCHANGED.                          00004600
000047*    2026-10-15  SS  MIRROR THE SOCIAL SECURITY AND MEDICARE      00004700
000048*                    WAGES, EMPLOYEE WITHHOLDING, AND EMPLOYER    00004800
000049*                    SHARE PAYROLL ADDED TO THE REGISTER EXTRACT. 00004900
000050*    2026-10-15  SS  MIRROR THE RETIREMENT DEFERRAL AND EMPLOYER  00005000
000051*                    MATCH PAYROLL ADDED TO THE REGISTER EXTRACT. 00005100
000052*    2026-10-15  SS  CARRY THE DATE THE ACCOUNT WAS LAST CHANGED  00005200
000053*                    ON THE BANK MASTER, AND SEND EVERY PAY LINE  00005300
000054*                    ON FRAUDSCN'S HOLD FILE WHOLE TO THE CHECK   00005400
000055*                    RUN INSTEAD OF THE BANK.                     00005500
000056*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00005600
000057*                    THE REGISTER EXTRACT.                        00005700
000058*    2026-10-15  SS  AN INACTIVE ACCOUNT (STATUS "I", SET BY      00005800
000059*                    DDRETURN WHEN THE BANK RETURNS AN ENTRY)     00005900
000060*                    TAKES NO DEPOSIT AND NO PRENOTE; ITS SHARE   00006000
000061*                    FALLS TO THE CHECK RUN.                      00006100
000062*                                                                 00006200
000063 ENVIRONMENT DIVISION.                                            00006300
000064 CONFIGURATION SECTION.                                           00006400
000065 SOURCE-COMPUTER. IBM-370.                                        00006500
000066 OBJECT-COMPUTER. IBM-370.                                        00006600
000067*                                                                 00006700
000068 INPUT-OUTPUT SECTION.                                            00006800
000069 FILE-CONTROL.                                                    00006900
000070     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00007000
000071         ORGANIZATION IS INDEXED                                  00007100
000072         ACCESS MODE IS SEQUENTIAL                                00007200
000073         RECORD KEY IS REG-EMP-ID.                                00007300
000074     SELECT BANK-MASTER-FILE ASSIGN TO UT-S-BANKMSTR.             00007400
000075     SELECT TRANSMISSION-FILE ASSIGN TO UT-S-BANKTRAN.            00007500
000076     SELECT CHECK-FALLBACK-FILE ASSIGN TO UT-S-CHKFALL.           00007600
000077     SELECT OPTIONAL FRAUD-HOLD-FILE ASSIGN TO UT-S-FRDHOLD.      00007700
000078     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00007800
000079*                                                                 00007900
000080 DATA DIVISION.                                                   00008000
000081 FILE SECTION.                                                    00008100
000082*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00008200
000083 FD  REGISTER-FILE                                                00008300
000084     LABEL RECORD IS OMITTED.                                     00008400
000085 01  REGISTER-RECORD.                                             00008500
000086     05  REG-EMP-ID              PIC X(10).                       00008600
000087     05  REG-EMP-DEPARTMENT      PIC X(15).                       00008700
000088     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00008800
000089     05  REG-PAY-PERIOD          PIC X(06).                       00008900
000090     05  REG-EMP-NAME            PIC X(25).                       00009000
000091     05  REG-EMP-HOURS-WORKED    PIC S99.                         00009100
000092     05  REG-EMP-PAYRATE         PIC 99V99.                       00009200
000093     05  REG-TAX-DED             PIC S9(5)V99.                    00009300
000094     05  REG-INS-DED             PIC S9(5)V99.                    00009400
000095     05  REG-GARN-DED            PIC S9(5)V99.                    00009500
000096     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00009600
000097     05  REG-PLANT-CODE          PIC X(04).                       00009700
000098     05  REG-BONUS-AMT           PIC S9(5)V99.                    00009800
000099     05  REG-PREM-AMT            PIC S9(5)V99.                    00009900
000100     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00010000
000101     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00010100
000102         10  REG-GD-ORDER-NO     PIC X(06).                       00010200
000103         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00010300
000104     05  REG-JOB-CODE            PIC X(06).                       00010400
000105     05  REG-SS-WAGES            PIC S9(5)V99.                    00010500
000106     05  REG-SS-DED              PIC S9(5)V99.                    00010600
000107     05  REG-MED-WAGES           PIC S9(5)V99.                    00010700
000108     05  REG-MED-DED             PIC S9(5)V99.                    00010800
000109     05  REG-SS-ER               PIC S9(5)V99.                    00010900
000110     05  REG-MED-ER              PIC S9(5)V99.                    00011000
000111     05  REG-DEFERRAL            PIC S9(5)V99.                    00011100
000112     05  REG-ER-MATCH            PIC S9(5)V99.                    00011200
000113     05  REG-LOAN-DED            PIC S9(5)V99.                    00011300
000114*                                                                 00011400
000115*ONE BANK MASTER RECORD PER EMPLOYEE ON DIRECT DEPOSIT.  PRENOTE  00011500
000116*STATUS "P" MEANS THE ACCOUNT IS STILL IN ITS TEST CYCLE; "A"     00011600
000117*MEANS ACTIVE AND PAYABLE BY DEPOSIT; "I" MEANS DDRETURN TOOK     00011700
000118*IT OFF DEPOSIT AFTER THE BANK RETURNED AN ENTRY AS CLOSED OR     00011800
000119*MISNUMBERED, AND IT GETS NEITHER MONEY NOR A PRENOTE.            00011900
000120 FD  BANK-MASTER-FILE                                             00012000
000121     LABEL RECORD IS OMITTED.                                     00012100
000122 01  BANK-MASTER-RECORD.                                          00012200
000123     05  BNK-EMP-ID              PIC X(10).                       00012300
000124     05  BNK-ROUTING-NUMBER      PIC 9(09).                       00012400
000125     05  BNK-ACCOUNT-NUMBER      PIC X(17).                       00012500
000126     05  BNK-PRENOTE-STATUS      PIC X.                           00012600
000127         88  BNK-IS-PRENOTE      VALUE "P".                       00012700
000128         88  BNK-IS-ACTIVE       VALUE "A".                       00012800
000129         88  BNK-IS-INACTIVE     VALUE "I".                       00012900
000130*    METHOD "A" TAKES THE FLAT SPLIT AMOUNT; METHOD "P" TAKES     00013000
000131*    THAT PERCENT OF THE NET.  PRIORITY 1 SPLITS FIRST AND THE    00013100
000132*    LAST ACTIVE ACCOUNT TAKES WHATEVER REMAINS.                  00013200
000133     05  BNK-SPLIT-METHOD        PIC X.                           00013300
000134         88  BNK-SPLIT-BY-PCT    VALUE "P".                       00013400
000135     05  BNK-SPLIT-VALUE         PIC 9(5)V99.                     00013500
000136     05  BNK-PRIORITY            PIC 9.                           00013600
000137*    THE DATE (YYMMDD) THE ROUTING OR ACCOUNT NUMBER WAS LAST     00013700
000138*    CHANGED, WHICH FRAUDSCN SCREENS AGAINST LARGE NETS.          00013800
000139     05  BNK-CHANGE-DATE         PIC 9(06).                       00013900
000140     05  FILLER                  PIC X(28).                       00014000
000141*                                                                 00014100
000142*THE TRANSMISSION FILE CARRIES ONE BATCH: AN "H" HEADER, ONE "D"  00014200
000143*DETAIL PER DEPOSIT OR PRENOTE, AND A "T" TRAILER WITH THE ENTRY  00014300
000144*COUNT AND DOLLAR TOTAL THE BANK BALANCES AGAINST.                00014400
000145 FD  TRANSMISSION-FILE                                            00014500
000146     LABEL RECORD IS OMITTED.                                     00014600
000147 01  TRANSMISSION-RECORD         PIC X(80).                       00014700
000148*                                                                 00014800
000149 FD  CHECK-FALLBACK-FILE                                          00014900
000150     LABEL RECORD IS OMITTED.                                     00015000
000151 01  CHECK-FALLBACK-RECORD       PIC X(230).                      00015100
000152*                                                                 00015200
000153*ONE RECORD PER EMP-ID FRAUDSCN HELD OUT OF DIRECT DEPOSIT, WITH  00015300
000154*THE FIRST REASON IT WAS FLAGGED.                                 00015400
000155 FD  FRAUD-HOLD-FILE                                              00015500
000156     LABEL RECORD IS OMITTED.                                     00015600
000157 01  FRAUD-HOLD-RECORD.                                           00015700
000158     05  FHR-EMP-ID              PIC X(10).                       00015800
000159     05  FHR-REASON              PIC X(40).                       00015900
000160     05  FILLER                  PIC X(30).                       00016000
000161*                                                                 00016100
000162 FD  PRINT-FILE                                                   00016200
000163     LABEL RECORD IS OMITTED.                                     00016300
000164 01  PRINT-LINE                  PIC X(132).                      00016400
000165*                                                                 00016500
000166 WORKING-STORAGE SECTION.                                         00016600
000167*                                                                 00016700
000168 01  BANK-TABLE.                                                  00016800
000169     05  BANK-ENTRY OCCURS 200 TIMES.                             00016900
000170         10  BKT-EMP-ID          PIC X(10).                       00017000
000171         10  BKT-ROUTING         PIC 9(09).                       00017100
000172         10  BKT-ACCOUNT         PIC X(17).                       00017200
000173         10  BKT-PRENOTE-STATUS  PIC X.                           00017300
000174         10  BKT-SPLIT-METHOD    PIC X.                           00017400
000175         10  BKT-SPLIT-VALUE     PIC 9(5)V99.                     00017500
000176         10  BKT-PRIORITY        PIC 9.                           00017600
000177 77  WS-BANK-COUNT               PIC 999 VALUE 0.                 00017700
000178 77  WS-BANK-SUB                 PIC 999 VALUE 0.                 00017800
000179 77  BANK-FOUND-FLAG             PIC X VALUE "N".                 00017900
000180     88  BANK-WAS-FOUND          VALUE "Y".                       00018000
000181 77  WS-FOUND-SUB                PIC 999 VALUE 0.                 00018100
000182*                                                                 00018200
000183 01  FRAUD-HOLD-TABLE.                                            00018300
000184     05  FHT-EMP-ID              PIC X(10) OCCURS 200 TIMES.      00018400
000185 77  WS-FHT-COUNT                PIC 999 VALUE 0.                 00018500
000186 77  WS-FHT-SUB                  PIC 999 VALUE 0.                 00018600
000187 77  FRAUD-HOLD-FLAG             PIC X VALUE "N".                 00018700
000188     88  LINE-IS-HELD            VALUE "Y".                       00018800
000189 77  FRAUD-HOLD-EOF-FLAG         PIC X VALUE "N".                 00018900
000190     88  FRAUD-HOLD-IS-EOF       VALUE "Y".                       00019000
000191 77  WS-HELD-COUNT               PIC 9(06) VALUE 0.               00019100
000192*                                                                 00019200
000193 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00019300
000194     88  REGISTER-IS-EOF         VALUE "Y".                       00019400
000195 77  BANK-EOF-FLAG               PIC X VALUE "N".                 00019500
000196     88  BANK-IS-EOF             VALUE "Y".                       00019600
000197*                                                                 00019700
000198 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00019800
000199 77  WS-DEPOSIT-COUNT            PIC 9(06) VALUE 0.               00019900
000200 77  WS-PRENOTE-COUNT            PIC 9(06) VALUE 0.               00020000
000201 77  WS-FALLBACK-COUNT           PIC 9(06) VALUE 0.               00020100
000202 77  WS-ENTRY-COUNT              PIC 9(06) VALUE 0.               00020200
000203 77  WS-DEPOSIT-TOTAL            PIC S9(9)V99 VALUE 0.            00020300
000204 77  WS-SPLIT-PRIORITY           PIC 9 VALUE 0.                   00020400
000205 77  WS-SPLIT-AMOUNT             PIC S9(5)V99 VALUE 0.            00020500
000206 77  WS-REMAINING                PIC S9(5)V99 VALUE 0.            00020600
000207 77  WS-DEPOSITED-THIS           PIC S9(5)V99 VALUE 0.            00020700
000208 77  WS-ACTIVE-COUNT             PIC 99 VALUE 0.                  00020800
000209 77  WS-ACTIVE-SEEN              PIC 99 VALUE 0.                  00020900
000210 77  WS-PRENOTE-THIS             PIC 99 VALUE 0.                  00021000
000211 77  WS-FALLBACK-AMOUNT          PIC S9(5)V99 VALUE 0.            00021100
000212 77  WS-NET-HOLD                 PIC S9(5)V99 VALUE 0.            00021200
000213*                                                                 00021300
000214 01  BATCH-HEADER-RECORD.                                         00021400
000215     05  FILLER                  PIC X VALUE "H".                 00021500
000216     05  BHR-COMPANY-NAME        PIC X(16)                        00021600
000217             VALUE "HAL INDUSTRIES  ".                            00021700
000218     05  BHR-CREATION-DATE       PIC 9(06).                       00021800
000219     05  BHR-PAY-PERIOD          PIC X(06).                       00021900
000220     05  FILLER                  PIC X(51) VALUE SPACES.          00022000
000221*                                                                 00022100
000222 01  BATCH-DETAIL-RECORD.                                         00022200
000223     05  FILLER                  PIC X VALUE "D".                 00022300
000224     05  BDR-ROUTING             PIC 9(09).                       00022400
000225     05  BDR-ACCOUNT             PIC X(17).                       00022500
000226     05  BDR-AMOUNT              PIC 9(7)V99.                     00022600
000227     05  BDR-EMP-ID              PIC X(10).                       00022700
000228     05  BDR-EMP-NAME            PIC X(25).                       00022800
000229     05  BDR-PRENOTE-FLAG        PIC X.                           00022900
000230     05  FILLER                  PIC X(08) VALUE SPACES.          00023000
000231*                                                                 00023100
000232 01  BATCH-TRAILER-RECORD.                                        00023200
000233     05  FILLER                  PIC X VALUE "T".                 00023300
000234     05  BTR-ENTRY-COUNT         PIC 9(06).                       00023400
000235     05  BTR-DOLLAR-TOTAL        PIC 9(9)V99.                     00023500
000236     05  FILLER                  PIC X(62) VALUE SPACES.          00023600
000237*                                                                 00023700
000238 01  TITLE-LINE.                                                  00023800
000239     05  FILLER                  PIC X(20) VALUE SPACES.          00023900
000240     05  FILLER                  PIC X(40)                        00024000
000241             VALUE "DIRECT DEPOSIT TRANSMISSION REGISTER".        00024100
000242*                                                                 00024200
000243 01  DETAIL-LINE.                                                 00024300
000244     05  FILLER                  PIC X(05) VALUE SPACES.          00024400
000245     05  DTL-EMP-ID              PIC X(10).                       00024500
000246     05  FILLER                  PIC X(02) VALUE SPACES.          00024600
000247     05  DTL-EMP-NAME            PIC X(25).                       00024700
000248     05  FILLER                  PIC X(02) VALUE SPACES.          00024800
000249     05  DTL-AMOUNT              PIC ZZZZ9.99-.                   00024900
000250     05  FILLER                  PIC X(02) VALUE SPACES.          00025000
000251     05  DTL-DISPOSITION         PIC X(30).                       00025100
000252*                                                                 00025200
000253 01  SUMMARY-DEPOSIT-LINE.                                        00025300
000254     05  FILLER                  PIC X(05) VALUE SPACES.          00025400
000255     05  FILLER                  PIC X(24)                        00025500
000256             VALUE "DEPOSITS TRANSMITTED:   ".                    00025600
000257     05  SDP-COUNT               PIC ZZ,ZZ9.                      00025700
000258*                                                                 00025800
000259 01  SUMMARY-PRENOTE-LINE.                                        00025900
000260     05  FILLER                  PIC X(05) VALUE SPACES.          00026000
000261     05  FILLER                  PIC X(24)                        00026100
000262             VALUE "PRENOTE TEST ENTRIES:   ".                    00026200
000263     05  SPN-COUNT               PIC ZZ,ZZ9.                      00026300
000264*                                                                 00026400
000265 01  SUMMARY-FALLBACK-LINE.                                       00026500
000266     05  FILLER                  PIC X(05) VALUE SPACES.          00026600
000267     05  FILLER                  PIC X(24)                        00026700
000268             VALUE "FELL BACK TO CHECK RUN: ".                    00026800
000269     05  SFB-COUNT               PIC ZZ,ZZ9.                      00026900
000270*                                                                 00027000
000271 01  SUMMARY-HELD-LINE.                                           00027100
000272     05  FILLER                  PIC X(05) VALUE SPACES.          00027200
000273     05  FILLER                  PIC X(24)                        00027300
000274             VALUE "HELD BY FRAUD SCREEN:   ".                    00027400
000275     05  SHD-COUNT               PIC ZZ,ZZ9.                      00027500
000276*                                                                 00027600
000277 01  SUMMARY-TOTAL-LINE.                                          00027700
000278     05  FILLER                  PIC X(05) VALUE SPACES.          00027800
000279     05  FILLER                  PIC X(24)                        00027900
000280             VALUE "DOLLARS TRANSMITTED:    ".                    00028000
000281     05  STL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.              00028100
000282*                                                                 00028200
000283 PROCEDURE DIVISION.                                              00028300
000284 000-MAIN.                                                        00028400
000285     PERFORM INITIALIZATION.                                      00028500
000286     PERFORM LOAD-ONE-BANK-RECORD UNTIL BANK-IS-EOF.              00028600
000287     PERFORM LOAD-FRAUD-HOLDS.                                    00028700
000288     PERFORM WRITE-BATCH-HEADER.                                  00028800
000289     PERFORM PROCESS-ONE-PAY-LINE UNTIL REGISTER-IS-EOF.          00028900
000290     PERFORM WRITE-BATCH-TRAILER.                                 00029000
000291     PERFORM CLOSING.                                             00029100
000292     STOP RUN.                                                    00029200
000293*                                                                 00029300
000294 INITIALIZATION.                                                  00029400
000295     ACCEPT WS-RUN-DATE FROM DATE.                                00029500
000296     OPEN INPUT REGISTER-FILE, BANK-MASTER-FILE,                  00029600
000297          OUTPUT TRANSMISSION-FILE, CHECK-FALLBACK-FILE,          00029700
000298          PRINT-FILE.                                             00029800
000299     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00029900
000300     READ BANK-MASTER-FILE                                        00030000
000301         AT END MOVE "Y" TO BANK-EOF-FLAG.                        00030100
000302     READ REGISTER-FILE                                           00030200
000303         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00030300
000304*                                                                 00030400
000305 LOAD-ONE-BANK-RECORD.                                            00030500
000306     ADD 1 TO WS-BANK-COUNT.                                      00030600
000307     IF WS-BANK-COUNT > 200                                       00030700
000308         DISPLAY "DDEPOSIT HALTED - BANK MASTER TABLE FULL"       00030800
000309             " AT 200"                                            00030900
000310         MOVE 16 TO RETURN-CODE                                   00031000
000311         STOP RUN                                                 00031100
000312     END-IF.                                                      00031200
000313     IF WS-BANK-COUNT <= 200                                      00031300
000314         MOVE BNK-EMP-ID TO BKT-EMP-ID(WS-BANK-COUNT)             00031400
000315         MOVE BNK-ROUTING-NUMBER TO BKT-ROUTING(WS-BANK-COUNT)    00031500
000316         MOVE BNK-ACCOUNT-NUMBER TO BKT-ACCOUNT(WS-BANK-COUNT)    00031600
000317         MOVE BNK-PRENOTE-STATUS TO                               00031700
000318             BKT-PRENOTE-STATUS(WS-BANK-COUNT)                    00031800
000319         MOVE BNK-SPLIT-METHOD TO                                 00031900
000320             BKT-SPLIT-METHOD(WS-BANK-COUNT)                      00032000
000321*        A RECORD PUNCHED BEFORE THE SPLIT CUTOVER CARRIES        00032100
000322*        BLANKS IN THE SPLIT FIELDS (THEY WERE CARVED FROM        00032200
000323*        FILLER); IT DEFAULTS TO PRIORITY 1, SPLIT VALUE 0, AND   00032300
000324*        THE LAST ACTIVE ACCOUNT TAKES THE WHOLE NET.             00032400
000325         IF BNK-SPLIT-VALUE NUMERIC                               00032500
000326             MOVE BNK-SPLIT-VALUE TO                              00032600
000327                 BKT-SPLIT-VALUE(WS-BANK-COUNT)                   00032700
000328         ELSE                                                     00032800
000329             MOVE 0 TO BKT-SPLIT-VALUE(WS-BANK-COUNT)             00032900
000330         END-IF                                                   00033000
000331         IF BNK-PRIORITY NUMERIC AND BNK-PRIORITY > 0             00033100
000332             MOVE BNK-PRIORITY TO BKT-PRIORITY(WS-BANK-COUNT)     00033200
000333         ELSE                                                     00033300
000334             MOVE 1 TO BKT-PRIORITY(WS-BANK-COUNT)                00033400
000335         END-IF                                                   00033500
000336     END-IF.                                                      00033600
000337     READ BANK-MASTER-FILE                                        00033700
000338         AT END MOVE "Y" TO BANK-EOF-FLAG.                        00033800
000339*                                                                 00033900
000340*NO HOLD FILE, OR AN EMPTY ONE, HOLDS NOTHING.                    00034000
000341 LOAD-FRAUD-HOLDS.                                                00034100
000342     OPEN INPUT FRAUD-HOLD-FILE.                                  00034200
000343     READ FRAUD-HOLD-FILE                                         00034300
000344         AT END MOVE "Y" TO FRAUD-HOLD-EOF-FLAG                   00034400
000345     END-READ.                                                    00034500
000346     PERFORM LOAD-ONE-FRAUD-HOLD UNTIL FRAUD-HOLD-IS-EOF.         00034600
000347     CLOSE FRAUD-HOLD-FILE.                                       00034700
000348*                                                                 00034800
000349 LOAD-ONE-FRAUD-HOLD.                                             00034900
000350     ADD 1 TO WS-FHT-COUNT.                                       00035000
000351     IF WS-FHT-COUNT > 200                                        00035100
000352         DISPLAY "DDEPOSIT HALTED - FRAUD HOLD TABLE FULL"        00035200
000353             " AT 200"                                            00035300
000354         MOVE 16 TO RETURN-CODE                                   00035400
000355         STOP RUN                                                 00035500
000356     END-IF.                                                      00035600
000357     MOVE FHR-EMP-ID TO FHT-EMP-ID(WS-FHT-COUNT).                 00035700
000358     READ FRAUD-HOLD-FILE                                         00035800
000359         AT END MOVE "Y" TO FRAUD-HOLD-EOF-FLAG.                  00035900
000360*                                                                 00036000
000361 WRITE-BATCH-HEADER.                                              00036100
000362     MOVE WS-RUN-DATE TO BHR-CREATION-DATE.                       00036200
000363     IF REGISTER-IS-EOF                                           00036300
000364         MOVE SPACES TO BHR-PAY-PERIOD                            00036400
000365     ELSE                                                         00036500
000366         MOVE REG-PAY-PERIOD TO BHR-PAY-PERIOD                    00036600
000367     END-IF.                                                      00036700
000368     WRITE TRANSMISSION-RECORD FROM BATCH-HEADER-RECORD.          00036800
000369*                                                                 00036900
000370*A PAY LINE SPLITS ACROSS THE EMPLOYEE'S ACTIVE ACCOUNTS IN       00037000
000371*PRIORITY ORDER: EACH ACCOUNT TAKES ITS FLAT AMOUNT OR PERCENT    00037100
000372*OF NET (NEVER MORE THAN REMAINS) AND THE LAST ACTIVE ACCOUNT     00037200
000373*TAKES THE REMAINDER.  A PRENOTE ACCOUNT GETS ITS ZERO-DOLLAR     00037300
000374*TEST AND TAKES NO MONEY.  WHATEVER IS NOT DEPOSITED FALLS TO     00037400
000375*THE CHECK RUN, AND THE LINE MUST PROVE DEPOSITS PLUS FALLBACK    00037500
000376*EQUAL NET OR THE RUN HALTS.  A LINE THE FRAUD SCREEN HELD GOES   00037600
000377*WHOLE TO THE CHECK RUN, SO THE SUPERVISOR CAN STOP THE CHECK.    00037700
000378 PROCESS-ONE-PAY-LINE.                                            00037800
000379     MOVE "N" TO BANK-FOUND-FLAG, FRAUD-HOLD-FLAG.                00037900
000380     PERFORM MATCH-ONE-BANK-ENTRY                                 00038000
000381         VARYING WS-BANK-SUB FROM 1 BY 1                          00038100
000382         UNTIL WS-BANK-SUB > WS-BANK-COUNT                        00038200
000383         OR WS-BANK-SUB > 200.                                    00038300
000384     PERFORM MATCH-ONE-FRAUD-HOLD                                 00038400
000385         VARYING WS-FHT-SUB FROM 1 BY 1                           00038500
000386         UNTIL WS-FHT-SUB > WS-FHT-COUNT.                         00038600
000387     IF LINE-IS-HELD                                              00038700
000388         PERFORM WRITE-FALLBACK-RECORD                            00038800
000389     ELSE                                                         00038900
000390     IF BANK-WAS-FOUND AND REG-NET-AMOUNT > 0                     00039000
000391         PERFORM SPLIT-ONE-PAY-LINE                               00039100
000392     ELSE                                                         00039200
000393         PERFORM WRITE-FALLBACK-RECORD                            00039300
000394     END-IF                                                       00039400
000395     END-IF.                                                      00039500
000396     READ REGISTER-FILE                                           00039600
000397         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00039700
000398*                                                                 00039800
000399 MATCH-ONE-BANK-ENTRY.                                            00039900
000400     IF BKT-EMP-ID(WS-BANK-SUB) EQUAL REG-EMP-ID                  00040000
000401         MOVE "Y" TO BANK-FOUND-FLAG                              00040100
000402         MOVE WS-BANK-SUB TO WS-FOUND-SUB                         00040200
000403     END-IF.                                                      00040300
000404*                                                                 00040400
000405 MATCH-ONE-FRAUD-HOLD.                                            00040500
000406     IF FHT-EMP-ID(WS-FHT-SUB) EQUAL REG-EMP-ID                   00040600
000407         MOVE "Y" TO FRAUD-HOLD-FLAG                              00040700
000408     END-IF.                                                      00040800
000409*                                                                 00040900
000410 SPLIT-ONE-PAY-LINE.                                              00041000
000411     MOVE REG-NET-AMOUNT TO WS-REMAINING.                         00041100
000412     MOVE 0 TO WS-DEPOSITED-THIS, WS-ACTIVE-COUNT,                00041200
000413         WS-ACTIVE-SEEN, WS-PRENOTE-THIS, WS-FALLBACK-AMOUNT.     00041300
000414     PERFORM COUNT-ONE-ACCOUNT                                    00041400
000415         VARYING WS-BANK-SUB FROM 1 BY 1                          00041500
000416         UNTIL WS-BANK-SUB > WS-BANK-COUNT                        00041600
000417         OR WS-BANK-SUB > 200.                                    00041700
000418     PERFORM PAY-ONE-PRIORITY                                     00041800
000419         VARYING WS-SPLIT-PRIORITY FROM 1 BY 1                    00041900
000420         UNTIL WS-SPLIT-PRIORITY > 9.                             00042000
000421     IF WS-REMAINING > 0                                          00042100
000422         PERFORM WRITE-PARTIAL-FALLBACK                           00042200
000423     END-IF.                                                      00042300
000424*    THE LINE MUST PROVE OUT: WHAT WENT TO THE BANK PLUS WHAT     00042400
000425*    FELL TO THE CHECK RUN IS THE NET, TO THE PENNY.              00042500
000426     ADD WS-DEPOSITED-THIS, WS-FALLBACK-AMOUNT                    00042600
000427         GIVING WS-NET-HOLD.                                      00042700
000428     IF WS-NET-HOLD NOT EQUAL REG-NET-AMOUNT                      00042800
000429         DISPLAY "DDEPOSIT HALTED - SPLITS DO NOT ADD BACK"       00042900
000430             " TO NET FOR " REG-EMP-ID                            00043000
000431         MOVE 16 TO RETURN-CODE                                   00043100
000432         STOP RUN                                                 00043200
000433     END-IF.                                                      00043300
000434*                                                                 00043400
000435 COUNT-ONE-ACCOUNT.                                               00043500
000436     IF BKT-EMP-ID(WS-BANK-SUB) EQUAL REG-EMP-ID                  00043600
000437         IF BKT-PRENOTE-STATUS(WS-BANK-SUB) EQUAL "A"             00043700
000438             ADD 1 TO WS-ACTIVE-COUNT                             00043800
000439         ELSE                                                     00043900
000440         IF BKT-PRENOTE-STATUS(WS-BANK-SUB) NOT EQUAL "I"         00044000
000441             ADD 1 TO WS-PRENOTE-THIS                             00044100
000442         END-IF                                                   00044200
000443         END-IF                                                   00044300
000444     END-IF.                                                      00044400
000445*                                                                 00044500
000446 PAY-ONE-PRIORITY.                                                00044600
000447     PERFORM PAY-ONE-ACCOUNT                                      00044700
000448         VARYING WS-BANK-SUB FROM 1 BY 1                          00044800
000449         UNTIL WS-BANK-SUB > WS-BANK-COUNT                        00044900
000450         OR WS-BANK-SUB > 200.                                    00045000
000451*                                                                 00045100
000452 PAY-ONE-ACCOUNT.                                                 00045200
000453     IF BKT-EMP-ID(WS-BANK-SUB) EQUAL REG-EMP-ID                  00045300
000454       AND BKT-PRIORITY(WS-BANK-SUB) EQUAL WS-SPLIT-PRIORITY      00045400
000455         MOVE WS-BANK-SUB TO WS-FOUND-SUB                         00045500
000456         IF BKT-PRENOTE-STATUS(WS-BANK-SUB) EQUAL "A"             00045600
000457             ADD 1 TO WS-ACTIVE-SEEN                              00045700
000458             PERFORM FIGURE-ONE-SPLIT                             00045800
000459             IF WS-SPLIT-AMOUNT > 0                               00045900
000460                 PERFORM WRITE-DEPOSIT-DETAIL                     00046000
000461             END-IF                                               00046100
000462         ELSE                                                     00046200
000463         IF BKT-PRENOTE-STATUS(WS-BANK-SUB) NOT EQUAL "I"         00046300
000464             PERFORM WRITE-PRENOTE-DETAIL                         00046400
000465         END-IF                                                   00046500
000466         END-IF                                                   00046600
000467     END-IF.                                                      00046700
000468*                                                                 00046800
000469*THE LAST ACTIVE ACCOUNT TAKES WHATEVER REMAINS; AN EARLIER ONE   00046900
000470*TAKES ITS FLAT AMOUNT OR PERCENT OF NET, NEVER MORE THAN IS      00047000
000471*LEFT.                                                            00047100
000472 FIGURE-ONE-SPLIT.                                                00047200
000473     IF WS-ACTIVE-SEEN EQUAL WS-ACTIVE-COUNT                      00047300
000474         MOVE WS-REMAINING TO WS-SPLIT-AMOUNT                     00047400
000475     ELSE                                                         00047500
000476         IF BKT-SPLIT-METHOD(WS-FOUND-SUB) EQUAL "P"              00047600
000477             COMPUTE WS-SPLIT-AMOUNT ROUNDED =                    00047700
000478                 REG-NET-AMOUNT                                   00047800
000479                 * BKT-SPLIT-VALUE(WS-FOUND-SUB) / 100            00047900
000480         ELSE                                                     00048000
000481             MOVE BKT-SPLIT-VALUE(WS-FOUND-SUB)                   00048100
000482                 TO WS-SPLIT-AMOUNT                               00048200
000483         END-IF                                                   00048300
000484         IF WS-SPLIT-AMOUNT > WS-REMAINING                        00048400
000485             MOVE WS-REMAINING TO WS-SPLIT-AMOUNT                 00048500
000486         END-IF                                                   00048600
000487     END-IF.                                                      00048700
000488*                                                                 00048800
000489 WRITE-DEPOSIT-DETAIL.                                            00048900
000490     MOVE BKT-ROUTING(WS-FOUND-SUB) TO BDR-ROUTING.               00049000
000491     MOVE BKT-ACCOUNT(WS-FOUND-SUB) TO BDR-ACCOUNT.               00049100
000492     MOVE WS-SPLIT-AMOUNT TO BDR-AMOUNT.                          00049200
000493     MOVE REG-EMP-ID TO BDR-EMP-ID.                               00049300
000494     MOVE REG-EMP-NAME TO BDR-EMP-NAME.                           00049400
000495     MOVE SPACE TO BDR-PRENOTE-FLAG.                              00049500
000496     WRITE TRANSMISSION-RECORD FROM BATCH-DETAIL-RECORD.          00049600
000497     ADD 1 TO WS-ENTRY-COUNT, WS-DEPOSIT-COUNT.                   00049700
000498     ADD WS-SPLIT-AMOUNT TO WS-DEPOSIT-TOTAL,                     00049800
000499         WS-DEPOSITED-THIS.                                       00049900
000500     SUBTRACT WS-SPLIT-AMOUNT FROM WS-REMAINING.                  00050000
000501     MOVE "TRANSMITTED FOR DEPOSIT" TO DTL-DISPOSITION.           00050100
000502     MOVE WS-SPLIT-AMOUNT TO DTL-AMOUNT.                          00050200
000503     PERFORM PRINT-DETAIL-LINE.                                   00050300
000504*                                                                 00050400
000505 WRITE-PRENOTE-DETAIL.                                            00050500
000506     MOVE BKT-ROUTING(WS-FOUND-SUB) TO BDR-ROUTING.               00050600
000507     MOVE BKT-ACCOUNT(WS-FOUND-SUB) TO BDR-ACCOUNT.               00050700
000508     MOVE ZERO TO BDR-AMOUNT.                                     00050800
000509     MOVE REG-EMP-ID TO BDR-EMP-ID.                               00050900
000510     MOVE REG-EMP-NAME TO BDR-EMP-NAME.                           00051000
000511     MOVE "P" TO BDR-PRENOTE-FLAG.                                00051100
000512     WRITE TRANSMISSION-RECORD FROM BATCH-DETAIL-RECORD.          00051200
000513     ADD 1 TO WS-ENTRY-COUNT, WS-PRENOTE-COUNT.                   00051300
000514     MOVE "PRENOTE TEST ENTRY SENT" TO DTL-DISPOSITION.           00051400
000515     MOVE ZERO TO DTL-AMOUNT.                                     00051500
000516     PERFORM PRINT-DETAIL-LINE.                                   00051600
000517*                                                                 00051700
000518*A WHOLE-LINE FALLBACK CARRIES THE REGISTER RECORD UNTOUCHED;     00051800
000519*A PARTIAL FALLBACK REWRITES ITS NET TO THE UNDEPOSITED PART SO   00051900
000520*CHKPRINT CUTS A CHECK FOR EXACTLY THAT MONEY.                    00052000
000521 WRITE-FALLBACK-RECORD.                                           00052100
000522     MOVE REG-NET-AMOUNT TO WS-FALLBACK-AMOUNT.                   00052200
000523     WRITE CHECK-FALLBACK-RECORD FROM REGISTER-RECORD.            00052300
000524     ADD 1 TO WS-FALLBACK-COUNT.                                  00052400
000525     IF LINE-IS-HELD                                              00052500
000526         ADD 1 TO WS-HELD-COUNT                                   00052600
000527         MOVE "FRAUD SCREEN HOLD - BY CHECK" TO DTL-DISPOSITION   00052700
000528         MOVE REG-NET-AMOUNT TO DTL-AMOUNT                        00052800
000529         PERFORM PRINT-DETAIL-LINE                                00052900
000530     ELSE                                                         00053000
000531     IF NOT BANK-WAS-FOUND                                        00053100
000532         MOVE "NO BANK RECORD - PAID BY CHECK" TO DTL-DISPOSITION 00053200
000533         MOVE REG-NET-AMOUNT TO DTL-AMOUNT                        00053300
000534         PERFORM PRINT-DETAIL-LINE                                00053400
000535     END-IF                                                       00053500
000536     END-IF.                                                      00053600
000537*                                                                 00053700
000538 WRITE-PARTIAL-FALLBACK.                                          00053800
000539     MOVE WS-REMAINING TO WS-FALLBACK-AMOUNT.                     00053900
000540     MOVE REG-NET-AMOUNT TO WS-NET-HOLD.                          00054000
000541     MOVE WS-REMAINING TO REG-NET-AMOUNT.                         00054100
000542     WRITE CHECK-FALLBACK-RECORD FROM REGISTER-RECORD.            00054200
000543     MOVE WS-NET-HOLD TO REG-NET-AMOUNT.                          00054300
000544     ADD 1 TO WS-FALLBACK-COUNT.                                  00054400
000545     SUBTRACT WS-FALLBACK-AMOUNT FROM WS-REMAINING.               00054500
000546     MOVE "BALANCE TO CHECK RUN" TO DTL-DISPOSITION.              00054600
000547     MOVE WS-FALLBACK-AMOUNT TO DTL-AMOUNT.                       00054700
000548     PERFORM PRINT-DETAIL-LINE.                                   00054800
000549*                                                                 00054900
000550 PRINT-DETAIL-LINE.                                               00055000
000551     MOVE REG-EMP-ID TO DTL-EMP-ID.                               00055100
000552     MOVE REG-EMP-NAME TO DTL-EMP-NAME.                           00055200
000553     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.    00055300
000554*                                                                 00055400
000555 WRITE-BATCH-TRAILER.                                             00055500
000556     MOVE WS-ENTRY-COUNT TO BTR-ENTRY-COUNT.                      00055600
000557     MOVE WS-DEPOSIT-TOTAL TO BTR-DOLLAR-TOTAL.                   00055700
000558     WRITE TRANSMISSION-RECORD FROM BATCH-TRAILER-RECORD.         00055800
000559*                                                                 00055900
000560 CLOSING.                                                         00056000
000561     MOVE WS-DEPOSIT-COUNT TO SDP-COUNT.                          00056100
000562     WRITE PRINT-LINE FROM SUMMARY-DEPOSIT-LINE                   00056200
000563         AFTER ADVANCING 2 LINES.                                 00056300
000564     MOVE WS-PRENOTE-COUNT TO SPN-COUNT.                          00056400
000565     WRITE PRINT-LINE FROM SUMMARY-PRENOTE-LINE                   00056500
000566         AFTER ADVANCING 1 LINE.                                  00056600
000567     MOVE WS-FALLBACK-COUNT TO SFB-COUNT.                         00056700
000568     WRITE PRINT-LINE FROM SUMMARY-FALLBACK-LINE                  00056800
000569         AFTER ADVANCING 1 LINE.                                  00056900
000570     MOVE WS-HELD-COUNT TO SHD-COUNT.                             00057000
000571     WRITE PRINT-LINE FROM SUMMARY-HELD-LINE                      00057100
000572         AFTER ADVANCING 1 LINE.                                  00057200
000573     MOVE WS-DEPOSIT-TOTAL TO STL-AMOUNT.                         00057300
000574     WRITE PRINT-LINE FROM SUMMARY-TOTAL-LINE                     00057400
000575         AFTER ADVANCING 1 LINE.                                  00057500
000576     CLOSE REGISTER-FILE, BANK-MASTER-FILE,                       00057600
000577         TRANSMISSION-FILE, CHECK-FALLBACK-FILE, PRINT-FILE.      00057700
