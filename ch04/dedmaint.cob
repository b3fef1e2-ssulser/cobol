000021*                    CARRIES THREE DETAIL SLOTS AND PAYROLL       00002100
000022*                    HALTS ON A FOURTH, SO THE CEILING IS         00002200
000023*                    ENFORCED HERE AT THE DESK INSTEAD.           00002300
000024*    2026-10-15  SS  ACCEPT DEDUCTION CODE "R", THE PRE-TAX       00002400
000025*                    RETIREMENT PLAN DEFERRAL ELECTION (PERCENT   00002500
000026*                    OF GROSS OR FLAT AMOUNT).                    00002600
000027*                                                                 00002700
000028 ENVIRONMENT DIVISION.                                            00002800
000029 CONFIGURATION SECTION.                                           00002900
000030 SOURCE-COMPUTER. IBM-370.                                        00003000
000031 OBJECT-COMPUTER. IBM-370.                                        00003100
000032*                                                                 00003200
000033 INPUT-OUTPUT SECTION.                                            00003300
000034 FILE-CONTROL.                                                    00003400
000035     SELECT TRANSACTION-FILE ASSIGN TO UT-S-TRANS.                00003500
000036     SELECT DEDUCTION-OLD-FILE ASSIGN TO UT-S-DEDOLD.             00003600
000037     SELECT DEDUCTION-NEW-FILE ASSIGN TO UT-S-DEDNEW.             00003700
000038     SELECT COMMON-EXCEPTION-FILE ASSIGN TO UT-S-COMEXCP.         00003800
000039     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003900
000040*                                                                 00004000
000041 DATA DIVISION.                                                   00004100
000042 FILE SECTION.                                                    00004200
000043*ONE CARD PER ACTION: "A" ADDS AN ENTRY, "C" CHANGES ITS          00004300
000044*METHOD, VALUE, BALANCE, PRIORITY, PAYEE, OR DATES, AND "D"       00004400
000045*DELETES IT.  THE KEY IS EMP-ID PLUS DEDUCTION CODE, PLUS THE     00004500
000046*ORDER NUMBER WHEN THE CODE IS "G".                               00004600
000047 FD  TRANSACTION-FILE                                             00004700
000048     LABEL RECORD IS OMITTED.                                     00004800
000049 01  TRANSACTION-RECORD.                                          00004900
000050     05  TRANS-CODE              PIC X.                           00005000
000051         88  TRANS-IS-ADD        VALUE "A".                       00005100
000052         88  TRANS-IS-CHANGE     VALUE "C".                       00005200
000053         88  TRANS-IS-DELETE     VALUE "D".                       00005300
000054     05  TRANS-EMP-ID            PIC X(10).                       00005400
000055     05  TRANS-DED-CODE          PIC X.                           00005500
000056         88  TRANS-DED-VALID     VALUE "T" "I" "G" "R".           00005600
000057         88  TRANS-IS-GARNISH    VALUE "G".                       00005700
000058     05  TRANS-ORDER-NO          PIC X(06).                       00005800
000059     05  TRANS-METHOD            PIC X.                           00005900
000060         88  TRANS-BY-PERCENT    VALUE "P".                       00006000
000061         88  TRANS-METHOD-VALID  VALUE "P" "A".                   00006100
000062     05  TRANS-VALUE             PIC 9(4)V99.                     00006200
000063     05  TRANS-GARN-BALANCE      PIC 9(5)V99.                     00006300
000064     05  TRANS-PRIORITY          PIC 9.                           00006400
000065     05  TRANS-PAYEE-CODE        PIC X(06).                       00006500
000066     05  TRANS-START-DATE        PIC 9(06).                       00006600
000067     05  TRANS-STOP-DATE         PIC 9(06).                       00006700
000068     05  FILLER                  PIC X(29).                       00006800
000069*                                                                 00006900
000070*DEDUCTION-RECORD MIRRORS PAYROLL'S DEDUCTION MASTER LAYOUT.      00007000
000071 FD  DEDUCTION-OLD-FILE                                           00007100
000072     LABEL RECORD IS OMITTED.                                     00007200
000073 01  DEDUCTION-OLD-RECORD.                                        00007300
000074     05  DED-EMP-ID              PIC X(10).                       00007400
000075     05  DED-CODE                PIC X.                           00007500
000076     05  DED-METHOD              PIC X.                           00007600
000077     05  DED-VALUE               PIC 9(4)V99.                     00007700
000078     05  DED-GARN-BALANCE        PIC 9(5)V99.                     00007800
000079     05  DED-PRIORITY            PIC 9.                           00007900
000080     05  DED-ORDER-NO            PIC X(06).                       00008000
000081     05  DED-PAYEE-CODE          PIC X(06).                       00008100
000082     05  DED-START-DATE          PIC 9(06).                       00008200
000083     05  DED-STOP-DATE           PIC 9(06).                       00008300
000084*                                                                 00008400
000085 FD  DEDUCTION-NEW-FILE                                           00008500
000086     LABEL RECORD IS OMITTED.                                     00008600
000087 01  DEDUCTION-NEW-RECORD.                                        00008700
000088     05  DED-N-EMP-ID            PIC X(10).                       00008800
000089     05  DED-N-CODE              PIC X.                           00008900
000090     05  DED-N-METHOD            PIC X.                           00009000
000091     05  DED-N-VALUE             PIC 9(4)V99.                     00009100
000092     05  DED-N-GARN-BALANCE      PIC 9(5)V99.                     00009200
000093     05  DED-N-PRIORITY          PIC 9.                           00009300
000094     05  DED-N-ORDER-NO          PIC X(06).                       00009400
000095     05  DED-N-PAYEE-CODE        PIC X(06).                       00009500
000096     05  DED-N-START-DATE        PIC 9(06).                       00009600
000097     05  DED-N-STOP-DATE         PIC 9(06).                       00009700
000098*                                                                 00009800
000099 FD  COMMON-EXCEPTION-FILE                                        00009900
000100     LABEL RECORD IS OMITTED.                                     00010000
000101 01  COMMON-EXCEPTION-RECORD.                                     00010100
000102     COPY COMEXCP.                                                00010200
000103*                                                                 00010300
000104 FD  PRINT-FILE                                                   00010400
000105     LABEL RECORD IS OMITTED.                                     00010500
000106 01  PRINT-LINE                  PIC X(132).                      00010600
000107*                                                                 00010700
000108 WORKING-STORAGE SECTION.                                         00010800
000109*                                                                 00010900
000110*THE OLD MASTER LOADS INTO THE TABLE, CARDS APPLY AGAINST IT,     00011000
000111*AND EVERYTHING NOT DELETED WRITES OUT AS THE NEW MASTER.         00011100
000112 01  DED-TABLE.                                                   00011200
000113     05  DDT-ENTRY OCCURS 200 TIMES.                              00011300
000114         10  DDT-EMP-ID          PIC X(10).                       00011400
000115         10  DDT-CODE            PIC X.                           00011500
000116         10  DDT-METHOD          PIC X.                           00011600
000117         10  DDT-VALUE           PIC 9(4)V99.                     00011700
000118         10  DDT-GARN-BALANCE    PIC 9(5)V99.                     00011800
000119         10  DDT-PRIORITY        PIC 9.                           00011900
000120         10  DDT-ORDER-NO        PIC X(06).                       00012000
000121         10  DDT-PAYEE-CODE      PIC X(06).                       00012100
000122         10  DDT-START-DATE      PIC 9(06).                       00012200
000123         10  DDT-STOP-DATE       PIC 9(06).                       00012300
000124         10  DDT-DELETED-FLAG    PIC X.                           00012400
000125             88  DDT-IS-DELETED  VALUE "Y".                       00012500
000126 77  WS-DDT-COUNT                PIC 999 VALUE 0.                 00012600
000127 77  WS-DDT-SUB                  PIC 999 VALUE 0.                 00012700
000128 77  DDT-FOUND-FLAG              PIC X VALUE "N".                 00012800
000129     88  ENTRY-WAS-FOUND         VALUE "Y".                       00012900
000130 77  WS-DDT-FOUND-SUB            PIC 999 VALUE 0.                 00013000
000131 77  WS-GARN-ORDER-CT            PIC 999 VALUE 0.                 00013100
000132*                                                                 00013200
000133 77  TRANSACTION-EOF-FLAG        PIC X VALUE "N".                 00013300
000134     88  TRANSACTION-IS-EOF      VALUE "Y".                       00013400
000135 77  DED-EOF-FLAG                PIC X VALUE "N".                 00013500
000136     88  DED-IS-EOF              VALUE "Y".                       00013600
000137*                                                                 00013700
000138 77  TRANSACTIONS-READ           PIC 999 VALUE 0.                 00013800
000139 77  TRANSACTIONS-ADDED          PIC 999 VALUE 0.                 00013900
000140 77  TRANSACTIONS-CHANGED        PIC 999 VALUE 0.                 00014000
000141 77  TRANSACTIONS-DELETED        PIC 999 VALUE 0.                 00014100
000142 77  TRANSACTIONS-REJECTED       PIC 999 VALUE 0.                 00014200
000143 77  TRANS-RESULT-TEXT           PIC X(24) VALUE SPACES.          00014300
000144 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00014400
000145 77  EDIT-BAD-FLAG               PIC X VALUE "N".                 00014500
000146     88  CARD-IS-BAD             VALUE "Y".                       00014600
000147*                                                                 00014700
000148 01  TITLE-LINE.                                                  00014800
000149     05  FILLER                  PIC X(20) VALUE SPACES.          00014900
000150     05  FILLER                  PIC X(32)                        00015000
000151             VALUE "DEDUCTION MASTER MAINTENANCE".                00015100
000152*                                                                 00015200
000153 01  TRANSACTION-LINE.                                            00015300
000154     05  FILLER                  PIC X(02) VALUE SPACES.          00015400
000155     05  TL-CODE                 PIC X.                           00015500
000156     05  FILLER                  PIC X(01) VALUE SPACES.          00015600
000157     05  TL-EMP-ID               PIC X(10).                       00015700
000158     05  FILLER                  PIC X(02) VALUE SPACES.          00015800
000159     05  TL-DED-CODE             PIC X.                           00015900
000160     05  FILLER                  PIC X(02) VALUE SPACES.          00016000
000161     05  TL-ORDER-NO             PIC X(06).                       00016100
000162     05  FILLER                  PIC X(02) VALUE SPACES.          00016200
000163     05  TL-RESULT               PIC X(24).                       00016300
000164*                                                                 00016400
000165*THE PROOF LINE SHOWS AN ENTRY AS IT STOOD BEFORE AND AS IT       00016500
000166*STANDS AFTER, SO A MISPUNCHED VALUE IS SEEN ON PAPER BEFORE      00016600
000167*IT REACHES ANYONE'S NET PAY.                                     00016700
000168 01  PROOF-LINE.                                                  00016800
000169     05  FILLER                  PIC X(05) VALUE SPACES.          00016900
000170     05  PFL-TAG                 PIC X(08).                       00017000
000171     05  PFL-EMP-ID              PIC X(10).                       00017100
000172     05  FILLER                  PIC X(02) VALUE SPACES.          00017200
000173     05  PFL-DED-CODE            PIC X.                           00017300
000174     05  FILLER                  PIC X(01) VALUE SPACES.          00017400
000175     05  PFL-ORDER-NO            PIC X(06).                       00017500
000176     05  FILLER                  PIC X(01) VALUE SPACES.          00017600
000177     05  PFL-METHOD              PIC X.                           00017700
000178     05  FILLER                  PIC X(05) VALUE " VAL ".         00017800
000179     05  PFL-VALUE               PIC ZZZ9.99.                     00017900
000180     05  FILLER                  PIC X(05) VALUE " BAL ".         00018000
000181     05  PFL-BALANCE             PIC ZZZZ9.99.                    00018100
000182     05  FILLER                  PIC X(05) VALUE " PRI ".         00018200
000183     05  PFL-PRIORITY            PIC 9.                           00018300
000184     05  FILLER                  PIC X(05) VALUE " PAY ".         00018400
000185     05  PFL-PAYEE-CODE          PIC X(06).                       00018500
000186     05  FILLER                  PIC X(05) VALUE " FRM ".         00018600
000187     05  PFL-START-DATE          PIC 9(06).                       00018700
000188     05  FILLER                  PIC X(05) VALUE " THR ".         00018800
000189     05  PFL-STOP-DATE           PIC 9(06).                       00018900
000190*                                                                 00019000
000191 01  SUMMARY-READ-LINE.                                           00019100
000192     05  FILLER                  PIC X(05) VALUE SPACES.          00019200
000193     05  FILLER                  PIC X(24)                        00019300
000194             VALUE "TRANSACTIONS READ:      ".                    00019400
000195     05  SRL-COUNT               PIC ZZ9.                         00019500
000196*                                                                 00019600
000197 01  SUMMARY-ADDED-LINE.                                          00019700
000198     05  FILLER                  PIC X(05) VALUE SPACES.          00019800
000199     05  FILLER                  PIC X(24)                        00019900
000200             VALUE "ENTRIES ADDED:          ".                    00020000
000201     05  SAL-COUNT               PIC ZZ9.                         00020100
000202*                                                                 00020200
000203 01  SUMMARY-CHANGED-LINE.                                        00020300
000204     05  FILLER                  PIC X(05) VALUE SPACES.          00020400
000205     05  FILLER                  PIC X(24)                        00020500
000206             VALUE "ENTRIES CHANGED:        ".                    00020600
000207     05  SCL-COUNT               PIC ZZ9.                         00020700
000208*                                                                 00020800
000209 01  SUMMARY-DELETED-LINE.                                        00020900
000210     05  FILLER                  PIC X(05) VALUE SPACES.          00021000
000211     05  FILLER                  PIC X(24)                        00021100
000212             VALUE "ENTRIES DELETED:        ".                    00021200
000213     05  SDL-COUNT               PIC ZZ9.                         00021300
000214*                                                                 00021400
000215 01  SUMMARY-REJECTED-LINE.                                       00021500
000216     05  FILLER                  PIC X(05) VALUE SPACES.          00021600
000217     05  FILLER                  PIC X(24)                        00021700
000218             VALUE "TRANSACTIONS REJECTED:  ".                    00021800
000219     05  SXL-COUNT               PIC ZZ9.                         00021900
000220*                                                                 00022000
000221 PROCEDURE DIVISION.                                              00022100
000222 000-MAIN.                                                        00022200
000223     PERFORM INITIALIZATION.                                      00022300
000224     PERFORM LOAD-ONE-OLD-ENTRY UNTIL DED-IS-EOF.                 00022400
000225     PERFORM PROCESS-ONE-TRANSACTION UNTIL TRANSACTION-IS-EOF.    00022500
000226     PERFORM WRITE-NEW-MASTER.                                    00022600
000227     PERFORM CLOSING.                                             00022700
000228     STOP RUN.                                                    00022800
000229*                                                                 00022900
000230 INITIALIZATION.                                                  00023000
000231     ACCEPT WS-RUN-DATE FROM DATE.                                00023100
000232     OPEN INPUT TRANSACTION-FILE, DEDUCTION-OLD-FILE,             00023200
000233          OUTPUT DEDUCTION-NEW-FILE, PRINT-FILE,                  00023300
000234          EXTEND COMMON-EXCEPTION-FILE.                           00023400
000235     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00023500
000236     READ DEDUCTION-OLD-FILE                                      00023600
000237         AT END MOVE "Y" TO DED-EOF-FLAG.                         00023700
000238     READ TRANSACTION-FILE                                        00023800
000239         AT END MOVE "Y" TO TRANSACTION-EOF-FLAG.                 00023900
000240*                                                                 00024000
000241 LOAD-ONE-OLD-ENTRY.                                              00024100
000242     ADD 1 TO WS-DDT-COUNT.                                       00024200
000243     IF WS-DDT-COUNT > 200                                        00024300
000244         DISPLAY "DEDMAINT HALTED - DEDUCTION TABLE FULL"         00024400
000245             " AT 200 - ENTRIES WOULD BE LOST"                    00024500
000246         MOVE 16 TO RETURN-CODE                                   00024600
000247         STOP RUN                                                 00024700
000248     END-IF.                                                      00024800
000249     MOVE DED-EMP-ID TO DDT-EMP-ID(WS-DDT-COUNT).                 00024900
000250     MOVE DED-CODE TO DDT-CODE(WS-DDT-COUNT).                     00025000
000251     MOVE DED-METHOD TO DDT-METHOD(WS-DDT-COUNT).                 00025100
000252     MOVE DED-VALUE TO DDT-VALUE(WS-DDT-COUNT).                   00025200
000253     MOVE DED-GARN-BALANCE TO DDT-GARN-BALANCE(WS-DDT-COUNT).     00025300
000254     MOVE DED-PRIORITY TO DDT-PRIORITY(WS-DDT-COUNT).             00025400
000255     MOVE DED-ORDER-NO TO DDT-ORDER-NO(WS-DDT-COUNT).             00025500
000256     MOVE DED-PAYEE-CODE TO DDT-PAYEE-CODE(WS-DDT-COUNT).         00025600
000257     MOVE DED-START-DATE TO DDT-START-DATE(WS-DDT-COUNT).         00025700
000258     MOVE DED-STOP-DATE TO DDT-STOP-DATE(WS-DDT-COUNT).           00025800
000259     MOVE "N" TO DDT-DELETED-FLAG(WS-DDT-COUNT).                  00025900
000260     READ DEDUCTION-OLD-FILE                                      00026000
000261         AT END MOVE "Y" TO DED-EOF-FLAG.                         00026100
000262*                                                                 00026200
000263 PROCESS-ONE-TRANSACTION.                                         00026300
000264     ADD 1 TO TRANSACTIONS-READ.                                  00026400
000265     PERFORM EDIT-ONE-CARD.                                       00026500
000266     IF CARD-IS-BAD                                               00026600
000267         PERFORM REJECT-TRANSACTION                               00026700
000268     ELSE                                                         00026800
000269         IF TRANS-IS-ADD                                          00026900
000270             PERFORM ADD-ENTRY                                    00027000
000271         ELSE                                                     00027100
000272             IF TRANS-IS-CHANGE                                   00027200
000273                 PERFORM CHANGE-ENTRY                             00027300
000274             ELSE                                                 00027400
000275                 PERFORM DELETE-ENTRY                             00027500
000276             END-IF                                               00027600
000277         END-IF                                                   00027700
000278     END-IF.                                                      00027800
000279     READ TRANSACTION-FILE                                        00027900
000280         AT END MOVE "Y" TO TRANSACTION-EOF-FLAG.                 00028000
000281*                                                                 00028100
000282*THE EDITS THAT USED TO BE A CLERK'S EYE: A KNOWN ACTION AND      00028200
000283*DEDUCTION CODE, A KNOWN METHOD, A POSITIVE VALUE (A PERCENT      00028300
000284*NO HIGHER THAN 50), AND A GARNISHMENT CARRYING ITS ORDER         00028400
000285*NUMBER AND A PRIORITY OF 1 TO 9.  A DELETE CARD NEEDS ONLY       00028500
000286*ITS KEY.                                                         00028600
000287 EDIT-ONE-CARD.                                                   00028700
000288     MOVE "N" TO EDIT-BAD-FLAG.                                   00028800
000289     MOVE SPACES TO TRANS-RESULT-TEXT.                            00028900
000290     IF NOT TRANS-IS-ADD                                          00029000
000291       AND NOT TRANS-IS-CHANGE                                    00029100
000292       AND NOT TRANS-IS-DELETE                                    00029200
000293         MOVE "Y" TO EDIT-BAD-FLAG                                00029300
000294         MOVE "REJECTED - BAD ACTION" TO TRANS-RESULT-TEXT        00029400
000295     ELSE                                                         00029500
000296     IF NOT TRANS-DED-VALID                                       00029600
000297         MOVE "Y" TO EDIT-BAD-FLAG                                00029700
000298         MOVE "REJECTED - BAD DED CODE" TO TRANS-RESULT-TEXT      00029800
000299     ELSE                                                         00029900
000300     IF TRANS-IS-DELETE                                           00030000
000301         CONTINUE                                                 00030100
000302     ELSE                                                         00030200
000303     IF NOT TRANS-METHOD-VALID                                    00030300
000304         MOVE "Y" TO EDIT-BAD-FLAG                                00030400
000305         MOVE "REJECTED - BAD METHOD" TO TRANS-RESULT-TEXT        00030500
000306     ELSE                                                         00030600
000307     IF TRANS-VALUE NOT NUMERIC                                   00030700
000308       OR TRANS-VALUE EQUAL ZERO                                  00030800
000309         MOVE "Y" TO EDIT-BAD-FLAG                                00030900
000310         MOVE "REJECTED - BAD VALUE" TO TRANS-RESULT-TEXT         00031000
000311     ELSE                                                         00031100
000312     IF TRANS-BY-PERCENT AND TRANS-VALUE > 50                     00031200
000313         MOVE "Y" TO EDIT-BAD-FLAG                                00031300
000314         MOVE "REJECTED - PERCENT OVER 50" TO TRANS-RESULT-TEXT   00031400
000315     ELSE                                                         00031500
000316     IF TRANS-IS-GARNISH                                          00031600
000317       AND (TRANS-ORDER-NO EQUAL SPACES                           00031700
000318         OR TRANS-PRIORITY NOT NUMERIC                            00031800
000319         OR TRANS-PRIORITY EQUAL ZERO)                            00031900
000320         MOVE "Y" TO EDIT-BAD-FLAG                                00032000
000321         MOVE "REJECTED - BAD GARN ORDER" TO TRANS-RESULT-TEXT    00032100
000322     END-IF                                                       00032200
000323     END-IF                                                       00032300
000324     END-IF                                                       00032400
000325     END-IF                                                       00032500
000326     END-IF                                                       00032600
000327     END-IF                                                       00032700
000328     END-IF.                                                      00032800
000329*                                                                 00032900
000330*A CARD FINDS ITS ENTRY BY EMP-ID AND DEDUCTION CODE; A           00033000
000331*GARNISHMENT CARD MUST ALSO MATCH THE ORDER NUMBER, SO AN         00033100
000332*EMPLOYEE MAY CARRY SEVERAL ORDERS AT ONCE.                       00033200
000333 FIND-ENTRY-FOR-CARD.                                             00033300
000334     MOVE "N" TO DDT-FOUND-FLAG.                                  00033400
000335     PERFORM MATCH-ONE-ENTRY                                      00033500
000336         VARYING WS-DDT-SUB FROM 1 BY 1                           00033600
000337         UNTIL WS-DDT-SUB > WS-DDT-COUNT                          00033700
000338         OR WS-DDT-SUB > 200.                                     00033800
000339*                                                                 00033900
000340 MATCH-ONE-ENTRY.                                                 00034000
000341     IF DDT-EMP-ID(WS-DDT-SUB) EQUAL TRANS-EMP-ID                 00034100
000342       AND DDT-CODE(WS-DDT-SUB) EQUAL TRANS-DED-CODE              00034200
000343       AND NOT DDT-IS-DELETED(WS-DDT-SUB)                         00034300
000344       AND (NOT TRANS-IS-GARNISH                                  00034400
000345         OR DDT-ORDER-NO(WS-DDT-SUB) EQUAL TRANS-ORDER-NO)        00034500
000346         MOVE "Y" TO DDT-FOUND-FLAG                               00034600
000347         MOVE WS-DDT-SUB TO WS-DDT-FOUND-SUB                      00034700
000348     END-IF.                                                      00034800
000349*                                                                 00034900
000350*THE REGISTER CARRIES THREE GARNISHMENT DETAIL SLOTS AND PAYROLL  00035000
000351*HALTS ON A FOURTH ORDER, SO A FOURTH LIVE "G" ENTRY PER EMP-ID   00035100
000352*IS REFUSED HERE.                                                 00035200
000353 COUNT-GARN-ORDERS.                                               00035300
000354     MOVE 0 TO WS-GARN-ORDER-CT.                                  00035400
000355     PERFORM COUNT-ONE-GARN-ORDER                                 00035500
000356         VARYING WS-DDT-SUB FROM 1 BY 1                           00035600
000357         UNTIL WS-DDT-SUB > WS-DDT-COUNT                          00035700
000358         OR WS-DDT-SUB > 200.                                     00035800
000359*                                                                 00035900
000360 COUNT-ONE-GARN-ORDER.                                            00036000
000361     IF DDT-EMP-ID(WS-DDT-SUB) EQUAL TRANS-EMP-ID                 00036100
000362       AND DDT-CODE(WS-DDT-SUB) EQUAL "G"                         00036200
000363       AND NOT DDT-IS-DELETED(WS-DDT-SUB)                         00036300
000364         ADD 1 TO WS-GARN-ORDER-CT                                00036400
000365     END-IF.                                                      00036500
000366*                                                                 00036600
000367 ADD-ENTRY.                                                       00036700
000368     PERFORM FIND-ENTRY-FOR-CARD.                                 00036800
000369     MOVE 0 TO WS-GARN-ORDER-CT.                                  00036900
000370     IF TRANS-IS-GARNISH AND NOT ENTRY-WAS-FOUND                  00037000
000371         PERFORM COUNT-GARN-ORDERS                                00037100
000372     END-IF.                                                      00037200
000373     IF ENTRY-WAS-FOUND                                           00037300
000374         MOVE "REJECTED - DUPLICATE" TO TRANS-RESULT-TEXT         00037400
000375         PERFORM REJECT-TRANSACTION                               00037500
000376     ELSE                                                         00037600
000377     IF WS-GARN-ORDER-CT NOT < 3                                  00037700
000378         MOVE "REJECTED - OVER 3 ORDERS" TO TRANS-RESULT-TEXT     00037800
000379         PERFORM REJECT-TRANSACTION                               00037900
000380     ELSE                                                         00038000
000381         ADD 1 TO WS-DDT-COUNT                                    00038100
000382         IF WS-DDT-COUNT > 200                                    00038200
000383             DISPLAY "DEDMAINT HALTED - DEDUCTION TABLE FULL"     00038300
000384                 " AT 200 - ENTRIES WOULD BE LOST"                00038400
000385             MOVE 16 TO RETURN-CODE                               00038500
000386             STOP RUN                                             00038600
000387         END-IF                                                   00038700
000388         MOVE WS-DDT-COUNT TO WS-DDT-FOUND-SUB                    00038800
000389         MOVE TRANS-EMP-ID TO DDT-EMP-ID(WS-DDT-FOUND-SUB)        00038900
000390         MOVE TRANS-DED-CODE TO DDT-CODE(WS-DDT-FOUND-SUB)        00039000
000391         MOVE "N" TO DDT-DELETED-FLAG(WS-DDT-FOUND-SUB)           00039100
000392         PERFORM MOVE-CARD-TO-ENTRY                               00039200
000393         ADD 1 TO TRANSACTIONS-ADDED                              00039300
000394         MOVE "ADDED" TO TRANS-RESULT-TEXT                        00039400
000395         PERFORM PRINT-TRANSACTION-LINE                           00039500
000396         MOVE "ADDED:  " TO PFL-TAG                               00039600
000397         PERFORM PRINT-PROOF-LINE                                 00039700
000398     END-IF                                                       00039800
000399     END-IF.                                                      00039900
000400*                                                                 00040000
000401 CHANGE-ENTRY.                                                    00040100
000402     PERFORM FIND-ENTRY-FOR-CARD.                                 00040200
000403     IF NOT ENTRY-WAS-FOUND                                       00040300
000404         MOVE "REJECTED - NOT FOUND" TO TRANS-RESULT-TEXT         00040400
000405         PERFORM REJECT-TRANSACTION                               00040500
000406     ELSE                                                         00040600
000407         ADD 1 TO TRANSACTIONS-CHANGED                            00040700
000408         MOVE "CHANGED" TO TRANS-RESULT-TEXT                      00040800
000409         PERFORM PRINT-TRANSACTION-LINE                           00040900
000410         MOVE "BEFORE: " TO PFL-TAG                               00041000
000411         PERFORM PRINT-PROOF-LINE                                 00041100
000412         PERFORM MOVE-CARD-TO-ENTRY                               00041200
000413         MOVE "AFTER:  " TO PFL-TAG                               00041300
000414         PERFORM PRINT-PROOF-LINE                                 00041400
000415     END-IF.                                                      00041500
000416*                                                                 00041600
000417 DELETE-ENTRY.                                                    00041700
000418     PERFORM FIND-ENTRY-FOR-CARD.                                 00041800
000419     IF NOT ENTRY-WAS-FOUND                                       00041900
000420         MOVE "REJECTED - NOT FOUND" TO TRANS-RESULT-TEXT         00042000
000421         PERFORM REJECT-TRANSACTION                               00042100
000422     ELSE                                                         00042200
000423         ADD 1 TO TRANSACTIONS-DELETED                            00042300
000424         MOVE "DELETED" TO TRANS-RESULT-TEXT                      00042400
000425         PERFORM PRINT-TRANSACTION-LINE                           00042500
000426         MOVE "DELETED:" TO PFL-TAG                               00042600
000427         PERFORM PRINT-PROOF-LINE                                 00042700
000428         MOVE "Y" TO DDT-DELETED-FLAG(WS-DDT-FOUND-SUB)           00042800
000429     END-IF.                                                      00042900
000430*                                                                 00043000
000431 MOVE-CARD-TO-ENTRY.                                              00043100
000432     MOVE TRANS-METHOD TO DDT-METHOD(WS-DDT-FOUND-SUB).           00043200
000433     MOVE TRANS-VALUE TO DDT-VALUE(WS-DDT-FOUND-SUB).             00043300
000434     IF TRANS-GARN-BALANCE NUMERIC                                00043400
000435         MOVE TRANS-GARN-BALANCE                                  00043500
000436             TO DDT-GARN-BALANCE(WS-DDT-FOUND-SUB)                00043600
000437     ELSE                                                         00043700
000438         MOVE 0 TO DDT-GARN-BALANCE(WS-DDT-FOUND-SUB)             00043800
000439     END-IF.                                                      00043900
000440     IF TRANS-PRIORITY NUMERIC                                    00044000
000441         MOVE TRANS-PRIORITY TO DDT-PRIORITY(WS-DDT-FOUND-SUB)    00044100
000442     ELSE                                                         00044200
000443         MOVE 0 TO DDT-PRIORITY(WS-DDT-FOUND-SUB)                 00044300
000444     END-IF.                                                      00044400
000445     MOVE TRANS-ORDER-NO TO DDT-ORDER-NO(WS-DDT-FOUND-SUB).       00044500
000446     MOVE TRANS-PAYEE-CODE TO DDT-PAYEE-CODE(WS-DDT-FOUND-SUB).   00044600
000447     IF TRANS-START-DATE NUMERIC                                  00044700
000448         MOVE TRANS-START-DATE                                    00044800
000449             TO DDT-START-DATE(WS-DDT-FOUND-SUB)                  00044900
000450     ELSE                                                         00045000
000451         MOVE 0 TO DDT-START-DATE(WS-DDT-FOUND-SUB)               00045100
000452     END-IF.                                                      00045200
000453     IF TRANS-STOP-DATE NUMERIC                                   00045300
000454         MOVE TRANS-STOP-DATE                                     00045400
000455             TO DDT-STOP-DATE(WS-DDT-FOUND-SUB)                   00045500
000456     ELSE                                                         00045600
000457         MOVE 0 TO DDT-STOP-DATE(WS-DDT-FOUND-SUB)                00045700
000458     END-IF.                                                      00045800
000459*                                                                 00045900
000460 PRINT-PROOF-LINE.                                                00046000
000461     MOVE DDT-EMP-ID(WS-DDT-FOUND-SUB) TO PFL-EMP-ID.             00046100
000462     MOVE DDT-CODE(WS-DDT-FOUND-SUB) TO PFL-DED-CODE.             00046200
000463     MOVE DDT-ORDER-NO(WS-DDT-FOUND-SUB) TO PFL-ORDER-NO.         00046300
000464     MOVE DDT-METHOD(WS-DDT-FOUND-SUB) TO PFL-METHOD.             00046400
000465     MOVE DDT-VALUE(WS-DDT-FOUND-SUB) TO PFL-VALUE.               00046500
000466     MOVE DDT-GARN-BALANCE(WS-DDT-FOUND-SUB) TO PFL-BALANCE.      00046600
000467     MOVE DDT-PRIORITY(WS-DDT-FOUND-SUB) TO PFL-PRIORITY.         00046700
000468     MOVE DDT-PAYEE-CODE(WS-DDT-FOUND-SUB) TO PFL-PAYEE-CODE.     00046800
000469     MOVE DDT-START-DATE(WS-DDT-FOUND-SUB) TO PFL-START-DATE.     00046900
000470     MOVE DDT-STOP-DATE(WS-DDT-FOUND-SUB) TO PFL-STOP-DATE.       00047000
000471     WRITE PRINT-LINE FROM PROOF-LINE AFTER ADVANCING 1 LINE.     00047100
000472*                                                                 00047200
000473 REJECT-TRANSACTION.                                              00047300
000474     ADD 1 TO TRANSACTIONS-REJECTED.                              00047400
000475     IF TRANS-RESULT-TEXT EQUAL SPACES                            00047500
000476         MOVE "REJECTED" TO TRANS-RESULT-TEXT                     00047600
000477     END-IF.                                                      00047700
000478     PERFORM PRINT-TRANSACTION-LINE.                              00047800
000479     MOVE "DEDMAINT" TO CEX-PROGRAM.                              00047900
000480     MOVE WS-RUN-DATE TO CEX-RUN-DATE.                            00048000
000481     MOVE SPACES TO CEX-KEY.                                      00048100
000482     MOVE TRANS-EMP-ID TO CEX-KEY.                                00048200
000483     MOVE TRANS-RESULT-TEXT TO CEX-REASON.                        00048300
000484     MOVE SPACES TO CEX-RECORD-IMAGE.                             00048400
000485     MOVE TRANSACTION-RECORD TO CEX-RECORD-IMAGE.                 00048500
000486     WRITE COMMON-EXCEPTION-RECORD.                               00048600
000487*                                                                 00048700
000488 PRINT-TRANSACTION-LINE.                                          00048800
000489     MOVE SPACES TO TRANSACTION-LINE.                             00048900
000490     MOVE TRANS-CODE TO TL-CODE.                                  00049000
000491     MOVE TRANS-EMP-ID TO TL-EMP-ID.                              00049100
000492     MOVE TRANS-DED-CODE TO TL-DED-CODE.                          00049200
000493     MOVE TRANS-ORDER-NO TO TL-ORDER-NO.                          00049300
000494     MOVE TRANS-RESULT-TEXT TO TL-RESULT.                         00049400
000495     WRITE PRINT-LINE FROM TRANSACTION-LINE                       00049500
000496         AFTER ADVANCING 1 LINE.                                  00049600
000497*                                                                 00049700
000498 WRITE-NEW-MASTER.                                                00049800
000499     PERFORM WRITE-ONE-ENTRY                                      00049900
000500         VARYING WS-DDT-SUB FROM 1 BY 1                           00050000
000501         UNTIL WS-DDT-SUB > WS-DDT-COUNT                          00050100
000502         OR WS-DDT-SUB > 200.                                     00050200
000503*                                                                 00050300
000504 WRITE-ONE-ENTRY.                                                 00050400
000505     IF NOT DDT-IS-DELETED(WS-DDT-SUB)                            00050500
000506         MOVE DDT-EMP-ID(WS-DDT-SUB) TO DED-N-EMP-ID              00050600
000507         MOVE DDT-CODE(WS-DDT-SUB) TO DED-N-CODE                  00050700
000508         MOVE DDT-METHOD(WS-DDT-SUB) TO DED-N-METHOD              00050800
000509         MOVE DDT-VALUE(WS-DDT-SUB) TO DED-N-VALUE                00050900
000510         MOVE DDT-GARN-BALANCE(WS-DDT-SUB)                        00051000
000511             TO DED-N-GARN-BALANCE                                00051100
000512         MOVE DDT-PRIORITY(WS-DDT-SUB) TO DED-N-PRIORITY          00051200
000513         MOVE DDT-ORDER-NO(WS-DDT-SUB) TO DED-N-ORDER-NO          00051300
000514         MOVE DDT-PAYEE-CODE(WS-DDT-SUB) TO DED-N-PAYEE-CODE      00051400
000515         MOVE DDT-START-DATE(WS-DDT-SUB) TO DED-N-START-DATE      00051500
000516         MOVE DDT-STOP-DATE(WS-DDT-SUB) TO DED-N-STOP-DATE        00051600
000517         WRITE DEDUCTION-NEW-RECORD                               00051700
000518     END-IF.                                                      00051800
000519*                                                                 00051900
000520 CLOSING.                                                         00052000
000521     MOVE TRANSACTIONS-READ TO SRL-COUNT.                         00052100
000522     WRITE PRINT-LINE FROM SUMMARY-READ-LINE                      00052200
000523         AFTER ADVANCING 2 LINES.                                 00052300
000524     MOVE TRANSACTIONS-ADDED TO SAL-COUNT.                        00052400
000525     WRITE PRINT-LINE FROM SUMMARY-ADDED-LINE                     00052500
000526         AFTER ADVANCING 1 LINE.                                  00052600
000527     MOVE TRANSACTIONS-CHANGED TO SCL-COUNT.                      00052700
000528     WRITE PRINT-LINE FROM SUMMARY-CHANGED-LINE                   00052800
000529         AFTER ADVANCING 1 LINE.                                  00052900
000530     MOVE TRANSACTIONS-DELETED TO SDL-COUNT.                      00053000
000531     WRITE PRINT-LINE FROM SUMMARY-DELETED-LINE                   00053100
000532         AFTER ADVANCING 1 LINE.                                  00053200
000533     MOVE TRANSACTIONS-REJECTED TO SXL-COUNT.                     00053300
000534     WRITE PRINT-LINE FROM SUMMARY-REJECTED-LINE                  00053400
000535         AFTER ADVANCING 1 LINE.                                  00053500
000536     CLOSE TRANSACTION-FILE, DEDUCTION-OLD-FILE,                  00053600
000537         DEDUCTION-NEW-FILE, COMMON-EXCEPTION-FILE,               00053700
000538         PRINT-FILE.                                              00053800
