000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. LOANMNT.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  PAY ADVANCE AND LOAN       00000800
000009*                    MASTER MAINTENANCE, IN THE DEDMAINT STYLE,   00000900
000010*                    REPLACING THE LEDGER BOOK IN THE PAYROLL     00001000
000011*                    OFFICE.  A GRANT CARD ADDS A LOAN WITH ITS   00001100
000012*                    PRINCIPAL, PER-PERIOD REPAYMENT, AND         00001200
000013*                    APPROVING SUPERVISOR; A CHANGE CARD RESETS   00001300
000014*                    THE REPAYMENT, HOLDS OR RESUMES THE LOAN, OR 00001400
000015*                    DEFERS ITS START; A PAYMENT CARD RECORDS     00001500
000016*                    MONEY PAID BACK OUTSIDE PAYROLL, SUCH AS A   00001600
000017*                    RECOVERY FROM FINAL PAY.  GRANTS AND         00001700
000018*                    PAYMENTS WRITE BALANCED JOURNAL PAIRS        00001800
000019*                    AGAINST THE LOANS RECEIVABLE AND CASH        00001900
000020*                    ACCOUNTS ON THE LOAN ACCOUNT CARD.  REJECTS  00002000
000021*                    GO TO THE COMMON EXCEPTION FILE, AND EVERY   00002100
000022*                    LOAN TOUCHED PRINTS A BEFORE/AFTER PROOF     00002200
000023*                    LINE.                                        00002300
000024*                                                                 00002400
000025 ENVIRONMENT DIVISION.                                            00002500
000026 CONFIGURATION SECTION.                                           00002600
000027 SOURCE-COMPUTER. IBM-370.                                        00002700
000028 OBJECT-COMPUTER. IBM-370.                                        00002800
000029*                                                                 00002900
000030 INPUT-OUTPUT SECTION.                                            00003000
000031 FILE-CONTROL.                                                    00003100
000032     SELECT TRANSACTION-FILE ASSIGN TO UT-S-TRANS.                00003200
000033     SELECT OPTIONAL LOAN-OLD-FILE ASSIGN TO UT-S-LOANOLD.        00003300
000034     SELECT LOAN-NEW-FILE ASSIGN TO UT-S-LOANNEW.                 00003400
000035     SELECT OPTIONAL LOAN-ACCOUNT-FILE ASSIGN TO UT-S-LOANGL.     00003500
000036     SELECT JOURNAL-FILE ASSIGN TO UT-S-JOURNAL.                  00003600
000037     SELECT COMMON-EXCEPTION-FILE ASSIGN TO UT-S-COMEXCP.         00003700
000038     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003800
000039*                                                                 00003900
000040 DATA DIVISION.                                                   00004000
000041 FILE SECTION.                                                    00004100
000042*ONE CARD PER ACTION, KEYED BY EMP-ID AND LOAN NUMBER: "A"        00004200
000043*GRANTS A NEW ADVANCE OR LOAN, "C" CHANGES ITS REPAYMENT AMOUNT,  00004300
000044*STATUS ("A" ACTIVE OR "H" HELD), OR START DATE (A BLANK OR ZERO  00004400
000045*FIELD LEAVES THAT ITEM AS IT STANDS), AND "P" RECORDS A PAYMENT  00004500
000046*RECEIVED OUTSIDE PAYROLL.                                        00004600
000047 FD  TRANSACTION-FILE                                             00004700
000048     LABEL RECORD IS OMITTED.                                     00004800
000049 01  TRANSACTION-RECORD.                                          00004900
000050     05  TRANS-CODE              PIC X.                           00005000
000051         88  TRANS-IS-ADD        VALUE "A".                       00005100
000052         88  TRANS-IS-CHANGE     VALUE "C".                       00005200
000053         88  TRANS-IS-PAYMENT    VALUE "P".                       00005300
000054     05  TRANS-EMP-ID            PIC X(10).                       00005400
000055     05  TRANS-LOAN-NO           PIC X(06).                       00005500
000056     05  TRANS-LOAN-TYPE         PIC X.                           00005600
000057         88  TRANS-TYPE-VALID    VALUE "A" "L".                   00005700
000058     05  TRANS-PRINCIPAL         PIC 9(5)V99.                     00005800
000059     05  TRANS-REPAY-AMOUNT      PIC 9(4)V99.                     00005900
000060     05  TRANS-STATUS            PIC X.                           00006000
000061         88  TRANS-STATUS-VALID  VALUE "A" "H".                   00006100
000062     05  TRANS-START-DATE        PIC 9(06).                       00006200
000063     05  TRANS-APPROVER-ID       PIC X(05).                       00006300
000064     05  TRANS-PAYMENT-AMOUNT    PIC 9(5)V99.                     00006400
000065     05  FILLER                  PIC X(30).                       00006500
000066*                                                                 00006600
000067*LOAN-OLD-RECORD MIRRORS PAYROLL'S LOAN MASTER LAYOUT.            00006700
000068 FD  LOAN-OLD-FILE                                                00006800
000069     LABEL RECORD IS OMITTED.                                     00006900
000070 01  LOAN-OLD-RECORD.                                             00007000
000071     05  LN-EMP-ID               PIC X(10).                       00007100
000072     05  LN-LOAN-NO              PIC X(06).                       00007200
000073     05  LN-LOAN-TYPE            PIC X.                           00007300
000074     05  LN-GRANT-DATE           PIC 9(06).                       00007400
000075     05  LN-APPROVER-ID          PIC X(05).                       00007500
000076     05  LN-PRINCIPAL            PIC 9(5)V99.                     00007600
000077     05  LN-REPAY-AMOUNT         PIC 9(4)V99.                     00007700
000078     05  LN-BALANCE              PIC 9(5)V99.                     00007800
000079     05  LN-STATUS               PIC X.                           00007900
000080     05  LN-LAST-PAY-DATE        PIC 9(06).                       00008000
000081     05  LN-START-DATE           PIC 9(06).                       00008100
000082     05  FILLER                  PIC X(19).                       00008200
000083*                                                                 00008300
000084 FD  LOAN-NEW-FILE                                                00008400
000085     LABEL RECORD IS OMITTED.                                     00008500
000086 01  LOAN-NEW-RECORD             PIC X(80).                       00008600
000087*                                                                 00008700
000088*THE LOAN ACCOUNT CARD NAMES THE EMPLOYEE LOANS RECEIVABLE        00008800
000089*ACCOUNT AND THE CASH ACCOUNT LOANS ARE DISBURSED FROM.           00008900
000090 FD  LOAN-ACCOUNT-FILE                                            00009000
000091     LABEL RECORD IS OMITTED.                                     00009100
000092 01  LOAN-ACCOUNT-RECORD.                                         00009200
000093     05  LGL-RECEIVABLE-ACCOUNT  PIC X(08).                       00009300
000094     05  LGL-CASH-ACCOUNT        PIC X(08).                       00009400
000095     05  FILLER                  PIC X(64).                       00009500
000096*                                                                 00009600
000097*JOURNAL-RECORD MIRRORS GLPOST'S OUTPUT LAYOUT.                   00009700
000098 FD  JOURNAL-FILE                                                 00009800
000099     LABEL RECORD IS OMITTED.                                     00009900
000100 01  JOURNAL-RECORD.                                              00010000
000101     05  JRN-ACCOUNT             PIC X(08).                       00010100
000102     05  JRN-TYPE                PIC X.                           00010200
000103     05  JRN-AMOUNT              PIC S9(7)V99.                    00010300
000104     05  JRN-DEPARTMENT          PIC X(15).                       00010400
000105     05  JRN-PLANT-CODE          PIC X(04).                       00010500
000106     05  JRN-PAY-PERIOD          PIC X(06).                       00010600
000107     05  JRN-SOURCE              PIC X(08).                       00010700
000108*                                                                 00010800
000109 FD  COMMON-EXCEPTION-FILE                                        00010900
000110     LABEL RECORD IS OMITTED.                                     00011000
000111 01  COMMON-EXCEPTION-RECORD.                                     00011100
000112     COPY COMEXCP.                                                00011200
000113*                                                                 00011300
000114 FD  PRINT-FILE                                                   00011400
000115     LABEL RECORD IS OMITTED.                                     00011500
000116 01  PRINT-LINE                  PIC X(132).                      00011600
000117*                                                                 00011700
000118 WORKING-STORAGE SECTION.                                         00011800
000119*                                                                 00011900
000120*THE OLD MASTER LOADS INTO THE TABLE, CARDS APPLY AGAINST IT,     00012000
000121*AND EVERY LOAN WRITES OUT AS THE NEW MASTER; A PAID-OFF LOAN     00012100
000122*STAYS ON FILE AS ITS HISTORY.                                    00012200
000123 01  LOAN-TABLE.                                                  00012300
000124     05  LNT-ENTRY OCCURS 200 TIMES.                              00012400
000125         10  LNT-EMP-ID          PIC X(10).                       00012500
000126         10  LNT-LOAN-NO         PIC X(06).                       00012600
000127         10  LNT-LOAN-TYPE       PIC X.                           00012700
000128         10  LNT-GRANT-DATE      PIC 9(06).                       00012800
000129         10  LNT-APPROVER-ID     PIC X(05).                       00012900
000130         10  LNT-PRINCIPAL       PIC 9(5)V99.                     00013000
000131         10  LNT-REPAY-AMOUNT    PIC 9(4)V99.                     00013100
000132         10  LNT-BALANCE         PIC 9(5)V99.                     00013200
000133         10  LNT-STATUS          PIC X.                           00013300
000134         10  LNT-LAST-PAY-DATE   PIC 9(06).                       00013400
000135         10  LNT-START-DATE      PIC 9(06).                       00013500
000136         10  FILLER              PIC X(19).                       00013600
000137 77  WS-LNT-COUNT                PIC 999 VALUE 0.                 00013700
000138 77  WS-LNT-SUB                  PIC 999 VALUE 0.                 00013800
000139 77  LNT-FOUND-FLAG              PIC X VALUE "N".                 00013900
000140     88  LOAN-WAS-FOUND          VALUE "Y".                       00014000
000141 77  WS-LNT-FOUND-SUB            PIC 999 VALUE 0.                 00014100
000142*                                                                 00014200
000143 77  TRANSACTION-EOF-FLAG        PIC X VALUE "N".                 00014300
000144     88  TRANSACTION-IS-EOF      VALUE "Y".                       00014400
000145 77  LOAN-EOF-FLAG               PIC X VALUE "N".                 00014500
000146     88  LOAN-IS-EOF             VALUE "Y".                       00014600
000147 77  LOAN-CARD-FLAG              PIC X VALUE "N".                 00014700
000148     88  LOAN-CARD-WAS-READ      VALUE "Y".                       00014800
000149 77  WS-RECEIVABLE-ACCOUNT       PIC X(08) VALUE SPACES.          00014900
000150 77  WS-CASH-ACCOUNT             PIC X(08) VALUE SPACES.          00015000
000151*                                                                 00015100
000152 77  TRANSACTIONS-READ           PIC 999 VALUE 0.                 00015200
000153 77  TRANSACTIONS-ADDED          PIC 999 VALUE 0.                 00015300
000154 77  TRANSACTIONS-CHANGED        PIC 999 VALUE 0.                 00015400
000155 77  TRANSACTIONS-PAID           PIC 999 VALUE 0.                 00015500
000156 77  TRANSACTIONS-REJECTED       PIC 999 VALUE 0.                 00015600
000157 77  WS-GRANTED-TOTAL            PIC S9(7)V99 VALUE 0.            00015700
000158 77  WS-PAYMENT-TOTAL            PIC S9(7)V99 VALUE 0.            00015800
000159 77  WS-POST-AMOUNT              PIC S9(7)V99 VALUE 0.            00015900
000160 77  TRANS-RESULT-TEXT           PIC X(24) VALUE SPACES.          00016000
000161 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00016100
000162 77  EDIT-BAD-FLAG               PIC X VALUE "N".                 00016200
000163     88  CARD-IS-BAD             VALUE "Y".                       00016300
000164*                                                                 00016400
000165 01  TITLE-LINE.                                                  00016500
000166     05  FILLER                  PIC X(20) VALUE SPACES.          00016600
000167     05  FILLER                  PIC X(36)                        00016700
000168             VALUE "PAY ADVANCE AND LOAN MAINTENANCE".            00016800
000169*                                                                 00016900
000170 01  TRANSACTION-LINE.                                            00017000
000171     05  FILLER                  PIC X(02) VALUE SPACES.          00017100
000172     05  TL-CODE                 PIC X.                           00017200
000173     05  FILLER                  PIC X(01) VALUE SPACES.          00017300
000174     05  TL-EMP-ID               PIC X(10).                       00017400
000175     05  FILLER                  PIC X(02) VALUE SPACES.          00017500
000176     05  TL-LOAN-NO              PIC X(06).                       00017600
000177     05  FILLER                  PIC X(02) VALUE SPACES.          00017700
000178     05  TL-RESULT               PIC X(24).                       00017800
000179*                                                                 00017900
000180*THE PROOF LINE SHOWS A LOAN AS IT STOOD BEFORE AND AS IT STANDS  00018000
000181*AFTER, SO A MISPUNCHED REPAYMENT IS SEEN ON PAPER BEFORE IT      00018100
000182*REACHES ANYONE'S NET PAY.                                        00018200
000183 01  PROOF-LINE.                                                  00018300
000184     05  FILLER                  PIC X(05) VALUE SPACES.          00018400
000185     05  PFL-TAG                 PIC X(08).                       00018500
000186     05  PFL-EMP-ID              PIC X(10).                       00018600
000187     05  FILLER                  PIC X(02) VALUE SPACES.          00018700
000188     05  PFL-LOAN-NO             PIC X(06).                       00018800
000189     05  FILLER                  PIC X(01) VALUE SPACES.          00018900
000190     05  PFL-LOAN-TYPE           PIC X.                           00019000
000191     05  FILLER                  PIC X(06) VALUE " PRIN ".        00019100
000192     05  PFL-PRINCIPAL           PIC ZZZZ9.99.                    00019200
000193     05  FILLER                  PIC X(05) VALUE " PER ".         00019300
000194     05  PFL-REPAY-AMOUNT        PIC ZZZ9.99.                     00019400
000195     05  FILLER                  PIC X(05) VALUE " BAL ".         00019500
000196     05  PFL-BALANCE             PIC ZZZZ9.99.                    00019600
000197     05  FILLER                  PIC X(05) VALUE " STA ".         00019700
000198     05  PFL-STATUS              PIC X.                           00019800
000199     05  FILLER                  PIC X(05) VALUE " FRM ".         00019900
000200     05  PFL-START-DATE          PIC 9(06).                       00020000
000201     05  FILLER                  PIC X(05) VALUE " APV ".         00020100
000202     05  PFL-APPROVER-ID         PIC X(05).                       00020200
000203*                                                                 00020300
000204 01  JOURNAL-PROOF-LINE.                                          00020400
000205     05  FILLER                  PIC X(13) VALUE SPACES.          00020500
000206     05  JPL-ACCOUNT             PIC X(08).                       00020600
000207     05  FILLER                  PIC X(02) VALUE SPACES.          00020700
000208     05  JPL-TYPE                PIC X.                           00020800
000209     05  FILLER                  PIC X(02) VALUE SPACES.          00020900
000210     05  JPL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00021000
000211*                                                                 00021100
000212 01  SUMMARY-READ-LINE.                                           00021200
000213     05  FILLER                  PIC X(05) VALUE SPACES.          00021300
000214     05  FILLER                  PIC X(24)                        00021400
000215             VALUE "TRANSACTIONS READ:      ".                    00021500
000216     05  SRL-COUNT               PIC ZZ9.                         00021600
000217*                                                                 00021700
000218 01  SUMMARY-ADDED-LINE.                                          00021800
000219     05  FILLER                  PIC X(05) VALUE SPACES.          00021900
000220     05  FILLER                  PIC X(24)                        00022000
000221             VALUE "LOANS GRANTED:          ".                    00022100
000222     05  SAL-COUNT               PIC ZZ9.                         00022200
000223     05  FILLER                  PIC X(04) VALUE SPACES.          00022300
000224     05  SAL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00022400
000225*                                                                 00022500
000226 01  SUMMARY-CHANGED-LINE.                                        00022600
000227     05  FILLER                  PIC X(05) VALUE SPACES.          00022700
000228     05  FILLER                  PIC X(24)                        00022800
000229             VALUE "LOANS CHANGED:          ".                    00022900
000230     05  SCL-COUNT               PIC ZZ9.                         00023000
000231*                                                                 00023100
000232 01  SUMMARY-PAID-LINE.                                           00023200
000233     05  FILLER                  PIC X(05) VALUE SPACES.          00023300
000234     05  FILLER                  PIC X(24)                        00023400
000235             VALUE "PAYMENTS RECEIVED:      ".                    00023500
000236     05  SPL-COUNT               PIC ZZ9.                         00023600
000237     05  FILLER                  PIC X(04) VALUE SPACES.          00023700
000238     05  SPL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00023800
000239*                                                                 00023900
000240 01  SUMMARY-REJECTED-LINE.                                       00024000
000241     05  FILLER                  PIC X(05) VALUE SPACES.          00024100
000242     05  FILLER                  PIC X(24)                        00024200
000243             VALUE "TRANSACTIONS REJECTED:  ".                    00024300
000244     05  SXL-COUNT               PIC ZZ9.                         00024400
000245*                                                                 00024500
000246 PROCEDURE DIVISION.                                              00024600
000247 000-MAIN.                                                        00024700
000248     PERFORM INITIALIZATION.                                      00024800
000249     PERFORM LOAD-ONE-OLD-LOAN UNTIL LOAN-IS-EOF.                 00024900
000250     PERFORM PROCESS-ONE-TRANSACTION UNTIL TRANSACTION-IS-EOF.    00025000
000251     PERFORM WRITE-NEW-MASTER.                                    00025100
000252     PERFORM CLOSING.                                             00025200
000253     STOP RUN.                                                    00025300
000254*                                                                 00025400
000255 INITIALIZATION.                                                  00025500
000256     ACCEPT WS-RUN-DATE FROM DATE.                                00025600
000257     OPEN INPUT TRANSACTION-FILE, LOAN-OLD-FILE,                  00025700
000258          LOAN-ACCOUNT-FILE,                                      00025800
000259          OUTPUT LOAN-NEW-FILE, JOURNAL-FILE, PRINT-FILE,         00025900
000260          EXTEND COMMON-EXCEPTION-FILE.                           00026000
000261     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00026100
000262     READ LOAN-ACCOUNT-FILE                                       00026200
000263         AT END CONTINUE                                          00026300
000264         NOT AT END                                               00026400
000265             MOVE "Y" TO LOAN-CARD-FLAG                           00026500
000266             MOVE LGL-RECEIVABLE-ACCOUNT TO WS-RECEIVABLE-ACCOUNT 00026600
000267             MOVE LGL-CASH-ACCOUNT TO WS-CASH-ACCOUNT             00026700
000268     END-READ.                                                    00026800
000269     READ LOAN-OLD-FILE                                           00026900
000270         AT END MOVE "Y" TO LOAN-EOF-FLAG.                        00027000
000271     READ TRANSACTION-FILE                                        00027100
000272         AT END MOVE "Y" TO TRANSACTION-EOF-FLAG.                 00027200
000273*                                                                 00027300
000274 LOAD-ONE-OLD-LOAN.                                               00027400
000275     ADD 1 TO WS-LNT-COUNT.                                       00027500
000276     IF WS-LNT-COUNT > 200                                        00027600
000277         DISPLAY "LOANMNT HALTED - LOAN TABLE FULL"               00027700
000278             " AT 200 - LOANS WOULD BE LOST"                      00027800
000279         MOVE 16 TO RETURN-CODE                                   00027900
000280         STOP RUN                                                 00028000
000281     END-IF.                                                      00028100
000282     MOVE LOAN-OLD-RECORD TO LNT-ENTRY(WS-LNT-COUNT).             00028200
000283     READ LOAN-OLD-FILE                                           00028300
000284         AT END MOVE "Y" TO LOAN-EOF-FLAG.                        00028400
000285*                                                                 00028500
000286 PROCESS-ONE-TRANSACTION.                                         00028600
000287     ADD 1 TO TRANSACTIONS-READ.                                  00028700
000288     PERFORM EDIT-ONE-CARD.                                       00028800
000289     IF CARD-IS-BAD                                               00028900
000290         PERFORM REJECT-TRANSACTION                               00029000
000291     ELSE                                                         00029100
000292         IF TRANS-IS-ADD                                          00029200
000293             PERFORM ADD-LOAN                                     00029300
000294         ELSE                                                     00029400
000295             IF TRANS-IS-CHANGE                                   00029500
000296                 PERFORM CHANGE-LOAN                              00029600
000297             ELSE                                                 00029700
000298                 PERFORM RECORD-PAYMENT                           00029800
000299             END-IF                                               00029900
000300         END-IF                                                   00030000
000301     END-IF.                                                      00030100
000302     READ TRANSACTION-FILE                                        00030200
000303         AT END MOVE "Y" TO TRANSACTION-EOF-FLAG.                 00030300
000304*                                                                 00030400
000305*A GRANT NEEDS ITS TYPE, A POSITIVE PRINCIPAL, A POSITIVE         00030500
000306*REPAYMENT NO LARGER THAN THE PRINCIPAL, AND THE APPROVING        00030600
000307*SUPERVISOR.  A CHANGE NEEDS A VALID STATUS IF IT CARRIES ONE.    00030700
000308*A PAYMENT NEEDS A POSITIVE AMOUNT.  A GRANT OR PAYMENT MOVES     00030800
000309*MONEY, SO IT IS REFUSED WITHOUT THE LOAN ACCOUNT CARD.           00030900
000310 EDIT-ONE-CARD.                                                   00031000
000311     MOVE "N" TO EDIT-BAD-FLAG.                                   00031100
000312     MOVE SPACES TO TRANS-RESULT-TEXT.                            00031200
000313     IF NOT TRANS-IS-ADD                                          00031300
000314       AND NOT TRANS-IS-CHANGE                                    00031400
000315       AND NOT TRANS-IS-PAYMENT                                   00031500
000316         MOVE "Y" TO EDIT-BAD-FLAG                                00031600
000317         MOVE "REJECTED - BAD ACTION" TO TRANS-RESULT-TEXT        00031700
000318     ELSE                                                         00031800
000319     IF TRANS-EMP-ID EQUAL SPACES                                 00031900
000320       OR TRANS-LOAN-NO EQUAL SPACES                              00032000
000321         MOVE "Y" TO EDIT-BAD-FLAG                                00032100
000322         MOVE "REJECTED - BAD KEY" TO TRANS-RESULT-TEXT           00032200
000323     ELSE                                                         00032300
000324     IF NOT TRANS-IS-CHANGE                                       00032400
000325       AND NOT LOAN-CARD-WAS-READ                                 00032500
000326         MOVE "Y" TO EDIT-BAD-FLAG                                00032600
000327         MOVE "REJECTED - NO LOAN GL CARD" TO TRANS-RESULT-TEXT   00032700
000328     ELSE                                                         00032800
000329     IF TRANS-IS-ADD                                              00032900
000330         PERFORM EDIT-GRANT-CARD                                  00033000
000331     ELSE                                                         00033100
000332     IF TRANS-IS-CHANGE                                           00033200
000333         PERFORM EDIT-CHANGE-CARD                                 00033300
000334     ELSE                                                         00033400
000335     IF TRANS-PAYMENT-AMOUNT NOT NUMERIC                          00033500
000336       OR TRANS-PAYMENT-AMOUNT EQUAL ZERO                         00033600
000337         MOVE "Y" TO EDIT-BAD-FLAG                                00033700
000338         MOVE "REJECTED - BAD PAYMENT" TO TRANS-RESULT-TEXT       00033800
000339     END-IF                                                       00033900
000340     END-IF                                                       00034000
000341     END-IF                                                       00034100
000342     END-IF                                                       00034200
000343     END-IF                                                       00034300
000344     END-IF.                                                      00034400
000345*                                                                 00034500
000346 EDIT-GRANT-CARD.                                                 00034600
000347     IF NOT TRANS-TYPE-VALID                                      00034700
000348         MOVE "Y" TO EDIT-BAD-FLAG                                00034800
000349         MOVE "REJECTED - BAD LOAN TYPE" TO TRANS-RESULT-TEXT     00034900
000350     ELSE                                                         00035000
000351     IF TRANS-PRINCIPAL NOT NUMERIC                               00035100
000352       OR TRANS-PRINCIPAL EQUAL ZERO                              00035200
000353         MOVE "Y" TO EDIT-BAD-FLAG                                00035300
000354         MOVE "REJECTED - BAD PRINCIPAL" TO TRANS-RESULT-TEXT     00035400
000355     ELSE                                                         00035500
000356     IF TRANS-REPAY-AMOUNT NOT NUMERIC                            00035600
000357       OR TRANS-REPAY-AMOUNT EQUAL ZERO                           00035700
000358       OR TRANS-REPAY-AMOUNT > TRANS-PRINCIPAL                    00035800
000359         MOVE "Y" TO EDIT-BAD-FLAG                                00035900
000360         MOVE "REJECTED - BAD REPAYMENT" TO TRANS-RESULT-TEXT     00036000
000361     ELSE                                                         00036100
000362     IF TRANS-APPROVER-ID EQUAL SPACES                            00036200
000363         MOVE "Y" TO EDIT-BAD-FLAG                                00036300
000364         MOVE "REJECTED - NO APPROVER" TO TRANS-RESULT-TEXT       00036400
000365     END-IF                                                       00036500
000366     END-IF                                                       00036600
000367     END-IF                                                       00036700
000368     END-IF.                                                      00036800
000369*                                                                 00036900
000370 EDIT-CHANGE-CARD.                                                00037000
000371     IF TRANS-STATUS NOT EQUAL SPACE                              00037100
000372       AND NOT TRANS-STATUS-VALID                                 00037200
000373         MOVE "Y" TO EDIT-BAD-FLAG                                00037300
000374         MOVE "REJECTED - BAD STATUS" TO TRANS-RESULT-TEXT        00037400
000375     END-IF.                                                      00037500
000376*                                                                 00037600
000377 FIND-LOAN-FOR-CARD.                                              00037700
000378     MOVE "N" TO LNT-FOUND-FLAG.                                  00037800
000379     PERFORM MATCH-ONE-LOAN                                       00037900
000380         VARYING WS-LNT-SUB FROM 1 BY 1                           00038000
000381         UNTIL WS-LNT-SUB > WS-LNT-COUNT                          00038100
000382         OR WS-LNT-SUB > 200.                                     00038200
000383*                                                                 00038300
000384 MATCH-ONE-LOAN.                                                  00038400
000385     IF LNT-EMP-ID(WS-LNT-SUB) EQUAL TRANS-EMP-ID                 00038500
000386       AND LNT-LOAN-NO(WS-LNT-SUB) EQUAL TRANS-LOAN-NO            00038600
000387         MOVE "Y" TO LNT-FOUND-FLAG                               00038700
000388         MOVE WS-LNT-SUB TO WS-LNT-FOUND-SUB                      00038800
000389     END-IF.                                                      00038900
000390*                                                                 00039000
000391*A GRANT OPENS THE LOAN AT ITS FULL PRINCIPAL AND POSTS THE       00039100
000392*DISBURSEMENT: DEBIT LOANS RECEIVABLE, CREDIT CASH.               00039200
000393 ADD-LOAN.                                                        00039300
000394     PERFORM FIND-LOAN-FOR-CARD.                                  00039400
000395     IF LOAN-WAS-FOUND                                            00039500
000396         MOVE "REJECTED - DUPLICATE" TO TRANS-RESULT-TEXT         00039600
000397         PERFORM REJECT-TRANSACTION                               00039700
000398     ELSE                                                         00039800
000399         ADD 1 TO WS-LNT-COUNT                                    00039900
000400         IF WS-LNT-COUNT > 200                                    00040000
000401             DISPLAY "LOANMNT HALTED - LOAN TABLE FULL"           00040100
000402                 " AT 200 - LOANS WOULD BE LOST"                  00040200
000403             MOVE 16 TO RETURN-CODE                               00040300
000404             STOP RUN                                             00040400
000405         END-IF                                                   00040500
000406         MOVE WS-LNT-COUNT TO WS-LNT-FOUND-SUB                    00040600
000407         MOVE SPACES TO LNT-ENTRY(WS-LNT-FOUND-SUB)               00040700
000408         MOVE TRANS-EMP-ID TO LNT-EMP-ID(WS-LNT-FOUND-SUB)        00040800
000409         MOVE TRANS-LOAN-NO TO LNT-LOAN-NO(WS-LNT-FOUND-SUB)      00040900
000410         MOVE TRANS-LOAN-TYPE TO LNT-LOAN-TYPE(WS-LNT-FOUND-SUB)  00041000
000411         MOVE WS-RUN-DATE TO LNT-GRANT-DATE(WS-LNT-FOUND-SUB)     00041100
000412         MOVE TRANS-APPROVER-ID                                   00041200
000413             TO LNT-APPROVER-ID(WS-LNT-FOUND-SUB)                 00041300
000414         MOVE TRANS-PRINCIPAL TO LNT-PRINCIPAL(WS-LNT-FOUND-SUB)  00041400
000415         MOVE TRANS-PRINCIPAL TO LNT-BALANCE(WS-LNT-FOUND-SUB)    00041500
000416         MOVE TRANS-REPAY-AMOUNT                                  00041600
000417             TO LNT-REPAY-AMOUNT(WS-LNT-FOUND-SUB)                00041700
000418         MOVE "A" TO LNT-STATUS(WS-LNT-FOUND-SUB)                 00041800
000419         MOVE 0 TO LNT-LAST-PAY-DATE(WS-LNT-FOUND-SUB)            00041900
000420         IF TRANS-START-DATE NUMERIC                              00042000
000421             MOVE TRANS-START-DATE                                00042100
000422                 TO LNT-START-DATE(WS-LNT-FOUND-SUB)              00042200
000423         ELSE                                                     00042300
000424             MOVE 0 TO LNT-START-DATE(WS-LNT-FOUND-SUB)           00042400
000425         END-IF                                                   00042500
000426         ADD 1 TO TRANSACTIONS-ADDED                              00042600
000427         ADD TRANS-PRINCIPAL TO WS-GRANTED-TOTAL                  00042700
000428         MOVE "GRANTED" TO TRANS-RESULT-TEXT                      00042800
000429         PERFORM PRINT-TRANSACTION-LINE                           00042900
000430         MOVE "ADDED:  " TO PFL-TAG                               00043000
000431         PERFORM PRINT-PROOF-LINE                                 00043100
000432         MOVE TRANS-PRINCIPAL TO WS-POST-AMOUNT                   00043200
000433         MOVE WS-RECEIVABLE-ACCOUNT TO JRN-ACCOUNT                00043300
000434         MOVE "D" TO JRN-TYPE                                     00043400
000435         PERFORM WRITE-ONE-JOURNAL-RECORD                         00043500
000436         MOVE WS-CASH-ACCOUNT TO JRN-ACCOUNT                      00043600
000437         MOVE "C" TO JRN-TYPE                                     00043700
000438         PERFORM WRITE-ONE-JOURNAL-RECORD                         00043800
000439     END-IF.                                                      00043900
000440*                                                                 00044000
000441 CHANGE-LOAN.                                                     00044100
000442     PERFORM FIND-LOAN-FOR-CARD.                                  00044200
000443     IF NOT LOAN-WAS-FOUND                                        00044300
000444         MOVE "REJECTED - NOT FOUND" TO TRANS-RESULT-TEXT         00044400
000445         PERFORM REJECT-TRANSACTION                               00044500
000446     ELSE                                                         00044600
000447     IF LNT-STATUS(WS-LNT-FOUND-SUB) EQUAL "P"                    00044700
000448         MOVE "REJECTED - PAID OFF" TO TRANS-RESULT-TEXT          00044800
000449         PERFORM REJECT-TRANSACTION                               00044900
000450     ELSE                                                         00045000
000451         ADD 1 TO TRANSACTIONS-CHANGED                            00045100
000452         MOVE "CHANGED" TO TRANS-RESULT-TEXT                      00045200
000453         PERFORM PRINT-TRANSACTION-LINE                           00045300
000454         MOVE "BEFORE: " TO PFL-TAG                               00045400
000455         PERFORM PRINT-PROOF-LINE                                 00045500
000456         IF TRANS-REPAY-AMOUNT NUMERIC                            00045600
000457           AND TRANS-REPAY-AMOUNT NOT EQUAL ZERO                  00045700
000458             MOVE TRANS-REPAY-AMOUNT                              00045800
000459                 TO LNT-REPAY-AMOUNT(WS-LNT-FOUND-SUB)            00045900
000460         END-IF                                                   00046000
000461         IF TRANS-STATUS-VALID                                    00046100
000462             MOVE TRANS-STATUS TO LNT-STATUS(WS-LNT-FOUND-SUB)    00046200
000463         END-IF                                                   00046300
000464         IF TRANS-START-DATE NUMERIC                              00046400
000465           AND TRANS-START-DATE NOT EQUAL ZERO                    00046500
000466             MOVE TRANS-START-DATE                                00046600
000467                 TO LNT-START-DATE(WS-LNT-FOUND-SUB)              00046700
000468         END-IF                                                   00046800
000469         MOVE "AFTER:  " TO PFL-TAG                               00046900
000470         PERFORM PRINT-PROOF-LINE                                 00047000
000471     END-IF                                                       00047100
000472     END-IF.                                                      00047200
000473*                                                                 00047300
000474*A PAYMENT RECEIVED DRAWS THE BALANCE DOWN AND POSTS THE CASH:    00047400
000475*DEBIT CASH, CREDIT LOANS RECEIVABLE.  A PAYMENT LARGER THAN THE  00047500
000476*BALANCE IS REFUSED RATHER THAN LEFT AS A CREDIT ON THE LOAN.     00047600
000477 RECORD-PAYMENT.                                                  00047700
000478     PERFORM FIND-LOAN-FOR-CARD.                                  00047800
000479     IF NOT LOAN-WAS-FOUND                                        00047900
000480         MOVE "REJECTED - NOT FOUND" TO TRANS-RESULT-TEXT         00048000
000481         PERFORM REJECT-TRANSACTION                               00048100
000482     ELSE                                                         00048200
000483     IF TRANS-PAYMENT-AMOUNT > LNT-BALANCE(WS-LNT-FOUND-SUB)      00048300
000484         MOVE "REJECTED - OVER BALANCE" TO TRANS-RESULT-TEXT      00048400
000485         PERFORM REJECT-TRANSACTION                               00048500
000486     ELSE                                                         00048600
000487         ADD 1 TO TRANSACTIONS-PAID                               00048700
000488         ADD TRANS-PAYMENT-AMOUNT TO WS-PAYMENT-TOTAL             00048800
000489         MOVE "PAYMENT RECEIVED" TO TRANS-RESULT-TEXT             00048900
000490         PERFORM PRINT-TRANSACTION-LINE                           00049000
000491         MOVE "BEFORE: " TO PFL-TAG                               00049100
000492         PERFORM PRINT-PROOF-LINE                                 00049200
000493         SUBTRACT TRANS-PAYMENT-AMOUNT                            00049300
000494             FROM LNT-BALANCE(WS-LNT-FOUND-SUB)                   00049400
000495         MOVE WS-RUN-DATE TO LNT-LAST-PAY-DATE(WS-LNT-FOUND-SUB)  00049500
000496         IF LNT-BALANCE(WS-LNT-FOUND-SUB) EQUAL ZERO              00049600
000497             MOVE "P" TO LNT-STATUS(WS-LNT-FOUND-SUB)             00049700
000498         END-IF                                                   00049800
000499         MOVE "AFTER:  " TO PFL-TAG                               00049900
000500         PERFORM PRINT-PROOF-LINE                                 00050000
000501         MOVE TRANS-PAYMENT-AMOUNT TO WS-POST-AMOUNT              00050100
000502         MOVE WS-CASH-ACCOUNT TO JRN-ACCOUNT                      00050200
000503         MOVE "D" TO JRN-TYPE                                     00050300
000504         PERFORM WRITE-ONE-JOURNAL-RECORD                         00050400
000505         MOVE WS-RECEIVABLE-ACCOUNT TO JRN-ACCOUNT                00050500
000506         MOVE "C" TO JRN-TYPE                                     00050600
000507         PERFORM WRITE-ONE-JOURNAL-RECORD                         00050700
000508     END-IF                                                       00050800
000509     END-IF.                                                      00050900
000510*                                                                 00051000
000511 WRITE-ONE-JOURNAL-RECORD.                                        00051100
000512     MOVE WS-POST-AMOUNT TO JRN-AMOUNT.                           00051200
000513     MOVE SPACES TO JRN-DEPARTMENT, JRN-PLANT-CODE.               00051300
000514     MOVE WS-RUN-DATE TO JRN-PAY-PERIOD.                          00051400
000515     MOVE "LOANMNT " TO JRN-SOURCE.                               00051500
000516     WRITE JOURNAL-RECORD.                                        00051600
000517     MOVE SPACES TO JOURNAL-PROOF-LINE.                           00051700
000518     MOVE JRN-ACCOUNT TO JPL-ACCOUNT.                             00051800
000519     MOVE JRN-TYPE TO JPL-TYPE.                                   00051900
000520     MOVE JRN-AMOUNT TO JPL-AMOUNT.                               00052000
000521     WRITE PRINT-LINE FROM JOURNAL-PROOF-LINE                     00052100
000522         AFTER ADVANCING 1 LINE.                                  00052200
000523*                                                                 00052300
000524 PRINT-PROOF-LINE.                                                00052400
000525     MOVE LNT-EMP-ID(WS-LNT-FOUND-SUB) TO PFL-EMP-ID.             00052500
000526     MOVE LNT-LOAN-NO(WS-LNT-FOUND-SUB) TO PFL-LOAN-NO.           00052600
000527     MOVE LNT-LOAN-TYPE(WS-LNT-FOUND-SUB) TO PFL-LOAN-TYPE.       00052700
000528     MOVE LNT-PRINCIPAL(WS-LNT-FOUND-SUB) TO PFL-PRINCIPAL.       00052800
000529     MOVE LNT-REPAY-AMOUNT(WS-LNT-FOUND-SUB) TO PFL-REPAY-AMOUNT. 00052900
000530     MOVE LNT-BALANCE(WS-LNT-FOUND-SUB) TO PFL-BALANCE.           00053000
000531     MOVE LNT-STATUS(WS-LNT-FOUND-SUB) TO PFL-STATUS.             00053100
000532     MOVE LNT-START-DATE(WS-LNT-FOUND-SUB) TO PFL-START-DATE.     00053200
000533     MOVE LNT-APPROVER-ID(WS-LNT-FOUND-SUB) TO PFL-APPROVER-ID.   00053300
000534     WRITE PRINT-LINE FROM PROOF-LINE AFTER ADVANCING 1 LINE.     00053400
000535*                                                                 00053500
000536 REJECT-TRANSACTION.                                              00053600
000537     ADD 1 TO TRANSACTIONS-REJECTED.                              00053700
000538     IF TRANS-RESULT-TEXT EQUAL SPACES                            00053800
000539         MOVE "REJECTED" TO TRANS-RESULT-TEXT                     00053900
000540     END-IF.                                                      00054000
000541     PERFORM PRINT-TRANSACTION-LINE.                              00054100
000542     MOVE "LOANMNT " TO CEX-PROGRAM.                              00054200
000543     MOVE WS-RUN-DATE TO CEX-RUN-DATE.                            00054300
000544     MOVE SPACES TO CEX-KEY.                                      00054400
000545     MOVE TRANS-EMP-ID TO CEX-KEY.                                00054500
000546     MOVE TRANS-RESULT-TEXT TO CEX-REASON.                        00054600
000547     MOVE SPACES TO CEX-RECORD-IMAGE.                             00054700
000548     MOVE TRANSACTION-RECORD TO CEX-RECORD-IMAGE.                 00054800
000549     WRITE COMMON-EXCEPTION-RECORD.                               00054900
000550*                                                                 00055000
000551 PRINT-TRANSACTION-LINE.                                          00055100
000552     MOVE SPACES TO TRANSACTION-LINE.                             00055200
000553     MOVE TRANS-CODE TO TL-CODE.                                  00055300
000554     MOVE TRANS-EMP-ID TO TL-EMP-ID.                              00055400
000555     MOVE TRANS-LOAN-NO TO TL-LOAN-NO.                            00055500
000556     MOVE TRANS-RESULT-TEXT TO TL-RESULT.                         00055600
000557     WRITE PRINT-LINE FROM TRANSACTION-LINE                       00055700
000558         AFTER ADVANCING 1 LINE.                                  00055800
000559*                                                                 00055900
000560 WRITE-NEW-MASTER.                                                00056000
000561     PERFORM WRITE-ONE-LOAN                                       00056100
000562         VARYING WS-LNT-SUB FROM 1 BY 1                           00056200
000563         UNTIL WS-LNT-SUB > WS-LNT-COUNT                          00056300
000564         OR WS-LNT-SUB > 200.                                     00056400
000565*                                                                 00056500
000566 WRITE-ONE-LOAN.                                                  00056600
000567     MOVE LNT-ENTRY(WS-LNT-SUB) TO LOAN-NEW-RECORD.               00056700
000568     WRITE LOAN-NEW-RECORD.                                       00056800
000569*                                                                 00056900
000570 CLOSING.                                                         00057000
000571     MOVE TRANSACTIONS-READ TO SRL-COUNT.                         00057100
000572     WRITE PRINT-LINE FROM SUMMARY-READ-LINE                      00057200
000573         AFTER ADVANCING 2 LINES.                                 00057300
000574     MOVE TRANSACTIONS-ADDED TO SAL-COUNT.                        00057400
000575     MOVE WS-GRANTED-TOTAL TO SAL-AMOUNT.                         00057500
000576     WRITE PRINT-LINE FROM SUMMARY-ADDED-LINE                     00057600
000577         AFTER ADVANCING 1 LINE.                                  00057700
000578     MOVE TRANSACTIONS-CHANGED TO SCL-COUNT.                      00057800
000579     WRITE PRINT-LINE FROM SUMMARY-CHANGED-LINE                   00057900
000580         AFTER ADVANCING 1 LINE.                                  00058000
000581     MOVE TRANSACTIONS-PAID TO SPL-COUNT.                         00058100
000582     MOVE WS-PAYMENT-TOTAL TO SPL-AMOUNT.                         00058200
000583     WRITE PRINT-LINE FROM SUMMARY-PAID-LINE                      00058300
000584         AFTER ADVANCING 1 LINE.                                  00058400
000585     MOVE TRANSACTIONS-REJECTED TO SXL-COUNT.                     00058500
000586     WRITE PRINT-LINE FROM SUMMARY-REJECTED-LINE                  00058600
000587         AFTER ADVANCING 1 LINE.                                  00058700
000588     CLOSE TRANSACTION-FILE, LOAN-OLD-FILE, LOAN-ACCOUNT-FILE,    00058800
000589         LOAN-NEW-FILE, JOURNAL-FILE, COMMON-EXCEPTION-FILE,      00058900
000590         PRINT-FILE.                                              00059000
