000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. LOANRPT.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  MONTHLY PAY ADVANCE AND    00000800
000009*                    LOAN LEDGER.  LISTS EVERY LOAN STILL OWED    00000900
000010*                    FROM THE LOAN MASTER WITH ITS PRINCIPAL,     00001000
000011*                    AMOUNT REPAID, BALANCE, AND LAST REPAYMENT;  00001100
000012*                    A LOAN WHOSE EMPLOYEE IS TERMINATED OR GONE  00001200
000013*                    FROM THE EMPLOYEE MASTER IS FLAGGED FOR      00001300
000014*                    FINAL-PAY RECOVERY, AND A HELD LOAN IS       00001400
000015*                    MARKED.  THE LEDGER TOTAL IS PROVED AGAINST  00001500
000016*                    THE LOANS RECEIVABLE ACCOUNT ON THE GENERAL  00001600
000017*                    LEDGER MASTER (THE OPERATOR CARD'S OPENING   00001700
000018*                    BALANCE FOR THE YEAR PLUS YEAR-TO-DATE       00001800
000019*                    DEBITS LESS CREDITS); ANY DIFFERENCE ENDS    00001900
000020*                    WITH CODE 16.                                00002000
000021*                                                                 00002100
000022 ENVIRONMENT DIVISION.                                            00002200
000023 CONFIGURATION SECTION.                                           00002300
000024 SOURCE-COMPUTER. IBM-370.                                        00002400
000025 OBJECT-COMPUTER. IBM-370.                                        00002500
000026*                                                                 00002600
000027 INPUT-OUTPUT SECTION.                                            00002700
000028 FILE-CONTROL.                                                    00002800
000029     SELECT OPTIONAL LOAN-MASTER-FILE ASSIGN TO UT-S-LOANMST.     00002900
000030     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00003000
000031         ORGANIZATION IS INDEXED                                  00003100
000032         ACCESS MODE IS RANDOM                                    00003200
000033         RECORD KEY IS EMP-ID.                                    00003300
000034     SELECT OPTIONAL LOAN-ACCOUNT-FILE ASSIGN TO UT-S-LOANGL.     00003400
000035     SELECT OPTIONAL LEDGER-FILE ASSIGN TO UT-S-LEDGER.           00003500
000036     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO UT-S-PARMS.         00003600
000037     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003700
000038*                                                                 00003800
000039 DATA DIVISION.                                                   00003900
000040 FILE SECTION.                                                    00004000
000041*LOAN-MASTER-RECORD MIRRORS PAYROLL'S LOAN MASTER LAYOUT.         00004100
000042 FD  LOAN-MASTER-FILE                                             00004200
000043     LABEL RECORD IS OMITTED.                                     00004300
000044 01  LOAN-MASTER-RECORD.                                          00004400
000045     05  LN-EMP-ID               PIC X(10).                       00004500
000046     05  LN-LOAN-NO              PIC X(06).                       00004600
000047     05  LN-LOAN-TYPE            PIC X.                           00004700
000048     05  LN-GRANT-DATE           PIC 9(06).                       00004800
000049     05  LN-APPROVER-ID          PIC X(05).                       00004900
000050     05  LN-PRINCIPAL            PIC 9(5)V99.                     00005000
000051     05  LN-REPAY-AMOUNT         PIC 9(4)V99.                     00005100
000052     05  LN-BALANCE              PIC 9(5)V99.                     00005200
000053     05  LN-STATUS               PIC X.                           00005300
000054         88  LN-IS-HELD          VALUE "H".                       00005400
000055     05  LN-LAST-PAY-DATE        PIC 9(06).                       00005500
000056     05  LN-START-DATE           PIC 9(06).                       00005600
000057     05  FILLER                  PIC X(19).                       00005700
000058*                                                                 00005800
000059*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS; IT IS   00005900
000060*READ BY KEY FOR EACH LOAN'S NAME AND STATUS.                     00006000
000061 FD  EMPLOYEE-MASTER-FILE                                         00006100
000062     LABEL RECORD IS OMITTED.                                     00006200
000063 01  EMPLOYEE-MASTER-RECORD.                                      00006300
000064     COPY EMPLOYEE.                                               00006400
000065     05  EMP-M-SALARY-CODE       PIC X.                           00006500
000066     05  EMP-M-STATUS            PIC X.                           00006600
000067         88  EMP-M-IS-TERMINATED VALUE "T".                       00006700
000068     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00006800
000069     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00006900
000070     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00007000
000071     05  EMP-M-FILING-STATUS     PIC X.                           00007100
000072     05  EMP-M-ALLOWANCES        PIC 99.                          00007200
000073     05  EMP-M-COMP-CLASS        PIC X(04).                       00007300
000074     05  EMP-M-PAY-GROUP         PIC X(02).                       00007400
000075     05  EMP-M-PAY-FREQUENCY     PIC X.                           00007500
000076     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00007600
000077     05  EMP-M-SSN               PIC 9(09).                       00007700
000078     05  EMP-M-HIRE-DATE         PIC 9(06).                       00007800
000079     05  EMP-M-STREET            PIC X(25).                       00007900
000080     05  EMP-M-CITY              PIC X(15).                       00008000
000081     05  EMP-M-STATE             PIC X(02).                       00008100
000082     05  EMP-M-ZIP               PIC X(09).                       00008200
000083     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00008300
000084     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00008400
000085     05  FILLER                  PIC X(02).                       00008500
000086*                                                                 00008600
000087*THE LOAN ACCOUNT CARD NAMES THE EMPLOYEE LOANS RECEIVABLE        00008700
000088*ACCOUNT AND THE CASH ACCOUNT LOANS ARE DISBURSED FROM.           00008800
000089 FD  LOAN-ACCOUNT-FILE                                            00008900
000090     LABEL RECORD IS OMITTED.                                     00009000
000091 01  LOAN-ACCOUNT-RECORD.                                         00009100
000092     05  LGL-RECEIVABLE-ACCOUNT  PIC X(08).                       00009200
000093     05  LGL-CASH-ACCOUNT        PIC X(08).                       00009300
000094     05  FILLER                  PIC X(64).                       00009400
000095*                                                                 00009500
000096*LEDGER-RECORD MIRRORS GLLEDGER'S LEDGER MASTER LAYOUT, LED BY    00009600
000097*THE *LGRCTL* CONTROL RECORD NAMING THE MONTH (YYMM).             00009700
000098 FD  LEDGER-FILE                                                  00009800
000099     LABEL RECORD IS OMITTED.                                     00009900
000100 01  LEDGER-RECORD.                                               00010000
000101     05  LGR-ACCOUNT             PIC X(08).                       00010100
000102     05  LGR-MTD-DEBITS          PIC S9(9)V99.                    00010200
000103     05  LGR-MTD-CREDITS         PIC S9(9)V99.                    00010300
000104     05  LGR-YTD-DEBITS          PIC S9(9)V99.                    00010400
000105     05  LGR-YTD-CREDITS         PIC S9(9)V99.                    00010500
000106 01  LEDGER-CONTROL REDEFINES LEDGER-RECORD.                      00010600
000107     05  LGR-CTL-MARKER          PIC X(08).                       00010700
000108     05  LGR-CTL-MONTH           PIC 9(04).                       00010800
000109     05  FILLER                  PIC X(40).                       00010900
000110*                                                                 00011000
000111*THE OPTIONAL OPERATOR CARD GIVES THE LOANS RECEIVABLE BALANCE    00011100
000112*BROUGHT FORWARD AT THE START OF THE YEAR, SINCE THE LEDGER'S     00011200
000113*YEAR-TO-DATE COLUMNS START OVER EACH JANUARY.  WITHOUT A CARD    00011300
000114*THE OPENING BALANCE IS ZERO.                                     00011400
000115 FD  PARAMETER-FILE                                               00011500
000116     LABEL RECORD IS OMITTED.                                     00011600
000117 01  PARAMETER-RECORD.                                            00011700
000118     05  PARM-OPENING-BALANCE    PIC 9(7)V99.                     00011800
000119     05  FILLER                  PIC X(71).                       00011900
000120*                                                                 00012000
000121 FD  PRINT-FILE                                                   00012100
000122     LABEL RECORD IS OMITTED.                                     00012200
000123 01  PRINT-LINE                  PIC X(132).                      00012300
000124*                                                                 00012400
000125 WORKING-STORAGE SECTION.                                         00012500
000126*                                                                 00012600
000127 77  LOAN-EOF-FLAG               PIC X VALUE "N".                 00012700
000128     88  LOAN-IS-EOF             VALUE "Y".                       00012800
000129 77  LEDGER-EOF-FLAG             PIC X VALUE "N".                 00012900
000130     88  LEDGER-IS-EOF           VALUE "Y".                       00013000
000131 77  LOAN-CARD-FLAG              PIC X VALUE "N".                 00013100
000132     88  LOAN-CARD-WAS-READ      VALUE "Y".                       00013200
000133 77  ACCOUNT-FOUND-FLAG          PIC X VALUE "N".                 00013300
000134     88  ACCOUNT-WAS-FOUND       VALUE "Y".                       00013400
000135 77  WS-RECEIVABLE-ACCOUNT       PIC X(08) VALUE SPACES.          00013500
000136 77  WS-LEDGER-MONTH             PIC 9(04) VALUE 0.               00013600
000137*                                                                 00013700
000138 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00013800
000139 77  WS-OPENING-BALANCE          PIC S9(9)V99 VALUE 0.            00013900
000140 77  WS-GL-DEBITS                PIC S9(9)V99 VALUE 0.            00014000
000141 77  WS-GL-CREDITS               PIC S9(9)V99 VALUE 0.            00014100
000142 77  WS-GL-BALANCE               PIC S9(9)V99 VALUE 0.            00014200
000143 77  WS-DIFFERENCE               PIC S9(9)V99 VALUE 0.            00014300
000144 77  WS-REPAID                   PIC S9(7)V99 VALUE 0.            00014400
000145*                                                                 00014500
000146 77  WS-LOANS-READ               PIC 9(05) VALUE 0.               00014600
000147 77  WS-OPEN-COUNT               PIC 9(05) VALUE 0.               00014700
000148 77  WS-PAID-OFF-COUNT           PIC 9(05) VALUE 0.               00014800
000149 77  WS-RECOVER-COUNT            PIC 9(05) VALUE 0.               00014900
000150 77  WS-HELD-COUNT               PIC 9(05) VALUE 0.               00015000
000151 77  WS-PRINCIPAL-TOTAL          PIC S9(9)V99 VALUE 0.            00015100
000152 77  WS-REPAID-TOTAL             PIC S9(9)V99 VALUE 0.            00015200
000153 77  WS-BALANCE-TOTAL            PIC S9(9)V99 VALUE 0.            00015300
000154 77  WS-RECOVER-TOTAL            PIC S9(9)V99 VALUE 0.            00015400
000155*                                                                 00015500
000156 01  TITLE-LINE.                                                  00015600
000157     05  FILLER                  PIC X(20) VALUE SPACES.          00015700
000158     05  FILLER                  PIC X(36)                        00015800
000159             VALUE "PAY ADVANCE AND LOAN LEDGER".                 00015900
000160     05  FILLER                  PIC X(10) VALUE "RUN DATE ".     00016000
000161     05  TTL-RUN-DATE            PIC 9(06).                       00016100
000162*                                                                 00016200
000163 01  HEADING-LINE.                                                00016300
000164     05  FILLER                  PIC X(12) VALUE "EMP-ID".        00016400
000165     05  FILLER                  PIC X(26) VALUE "NAME".          00016500
000166     05  FILLER                  PIC X(09) VALUE "LOAN NO".       00016600
000167     05  FILLER                  PIC X(02) VALUE "T".             00016700
000168     05  FILLER                  PIC X(08) VALUE "GRANTED".       00016800
000169     05  FILLER                  PIC X(11) VALUE "  PRINCIPAL".   00016900
000170     05  FILLER                  PIC X(11) VALUE "     REPAID".   00017000
000171     05  FILLER                  PIC X(11) VALUE "    BALANCE".   00017100
000172     05  FILLER                  PIC X(10) VALUE "   PER PD".     00017200
000173     05  FILLER                  PIC X(09) VALUE " LAST PD".      00017300
000174     05  FILLER                  PIC X(23) VALUE "CONDITION".     00017400
000175*                                                                 00017500
000176 01  DETAIL-LINE.                                                 00017600
000177     05  DL-EMP-ID               PIC X(10).                       00017700
000178     05  FILLER                  PIC X(02) VALUE SPACES.          00017800
000179     05  DL-NAME                 PIC X(25).                       00017900
000180     05  FILLER                  PIC X(01) VALUE SPACES.          00018000
000181     05  DL-LOAN-NO              PIC X(06).                       00018100
000182     05  FILLER                  PIC X(03) VALUE SPACES.          00018200
000183     05  DL-LOAN-TYPE            PIC X.                           00018300
000184     05  FILLER                  PIC X(01) VALUE SPACES.          00018400
000185     05  DL-GRANT-DATE           PIC 9(06).                       00018500
000186     05  FILLER                  PIC X(01) VALUE SPACES.          00018600
000187     05  DL-PRINCIPAL            PIC ZZ,ZZ9.99-.                  00018700
000188     05  FILLER                  PIC X(01) VALUE SPACES.          00018800
000189     05  DL-REPAID               PIC ZZ,ZZ9.99-.                  00018900
000190     05  FILLER                  PIC X(01) VALUE SPACES.          00019000
000191     05  DL-BALANCE              PIC ZZ,ZZ9.99-.                  00019100
000192     05  FILLER                  PIC X(01) VALUE SPACES.          00019200
000193     05  DL-REPAY-AMOUNT         PIC Z,ZZ9.99.                    00019300
000194     05  FILLER                  PIC X(02) VALUE SPACES.          00019400
000195     05  DL-LAST-PAY-DATE        PIC 9(06).                       00019500
000196     05  FILLER                  PIC X(02) VALUE SPACES.          00019600
000197     05  DL-CONDITION            PIC X(23).                       00019700
000198*                                                                 00019800
000199 01  TOTAL-LINE.                                                  00019900
000200     05  FILLER                  PIC X(05) VALUE SPACES.          00020000
000201     05  TL-LABEL                PIC X(30).                       00020100
000202     05  TL-COUNT                PIC ZZ,ZZ9.                      00020200
000203     05  FILLER                  PIC X(04) VALUE SPACES.          00020300
000204     05  TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.             00020400
000205*                                                                 00020500
000206 01  RECON-LINE.                                                  00020600
000207     05  FILLER                  PIC X(05) VALUE SPACES.          00020700
000208     05  RL-LABEL                PIC X(40).                       00020800
000209     05  RL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.             00020900
000210*                                                                 00021000
000211 01  RECON-HEADING-LINE.                                          00021100
000212     05  FILLER                  PIC X(05) VALUE SPACES.          00021200
000213     05  FILLER                  PIC X(35)                        00021300
000214             VALUE "RECONCILIATION TO LOANS RECEIVABLE ".         00021400
000215     05  RHL-ACCOUNT             PIC X(08).                       00021500
000216     05  FILLER                  PIC X(16)                        00021600
000217             VALUE "  LEDGER MONTH ".                             00021700
000218     05  RHL-MONTH               PIC 9(04).                       00021800
000219*                                                                 00021900
000220 01  MESSAGE-LINE.                                                00022000
000221     05  FILLER                  PIC X(05) VALUE SPACES.          00022100
000222     05  ML-TEXT                 PIC X(60).                       00022200
000223*                                                                 00022300
000224 PROCEDURE DIVISION.                                              00022400
000225 000-MAIN.                                                        00022500
000226     PERFORM INITIALIZATION.                                      00022600
000227     PERFORM LIST-ONE-LOAN UNTIL LOAN-IS-EOF.                     00022700
000228     PERFORM PRINT-TOTALS.                                        00022800
000229     PERFORM RECONCILE-TO-LEDGER.                                 00022900
000230     CLOSE LOAN-MASTER-FILE, EMPLOYEE-MASTER-FILE,                00023000
000231         PRINT-FILE.                                              00023100
000232     STOP RUN.                                                    00023200
000233*                                                                 00023300
000234 INITIALIZATION.                                                  00023400
000235     ACCEPT WS-RUN-DATE FROM DATE.                                00023500
000236     OPEN INPUT PARAMETER-FILE.                                   00023600
000237     READ PARAMETER-FILE                                          00023700
000238         AT END CONTINUE                                          00023800
000239         NOT AT END                                               00023900
000240             IF PARM-OPENING-BALANCE NUMERIC                      00024000
000241                 MOVE PARM-OPENING-BALANCE TO WS-OPENING-BALANCE  00024100
000242             END-IF                                               00024200
000243     END-READ.                                                    00024300
000244     CLOSE PARAMETER-FILE.                                        00024400
000245     OPEN INPUT LOAN-ACCOUNT-FILE.                                00024500
000246     READ LOAN-ACCOUNT-FILE                                       00024600
000247         AT END CONTINUE                                          00024700
000248         NOT AT END                                               00024800
000249             MOVE "Y" TO LOAN-CARD-FLAG                           00024900
000250             MOVE LGL-RECEIVABLE-ACCOUNT TO WS-RECEIVABLE-ACCOUNT 00025000
000251     END-READ.                                                    00025100
000252     CLOSE LOAN-ACCOUNT-FILE.                                     00025200
000253     OPEN INPUT LOAN-MASTER-FILE, EMPLOYEE-MASTER-FILE,           00025300
000254          OUTPUT PRINT-FILE.                                      00025400
000255     MOVE WS-RUN-DATE TO TTL-RUN-DATE.                            00025500
000256     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00025600
000257     WRITE PRINT-LINE FROM HEADING-LINE AFTER ADVANCING 2 LINES.  00025700
000258     READ LOAN-MASTER-FILE                                        00025800
000259         AT END MOVE "Y" TO LOAN-EOF-FLAG.                        00025900
000260*                                                                 00026000
000261*A PAID-OFF LOAN IS ONLY COUNTED.  A LOAN STILL OWED PRINTS,      00026100
000262*WITH ITS EMPLOYEE'S NAME FROM THE MASTER; ONE WHOSE EMPLOYEE IS  00026200
000263*TERMINATED, OR NO LONGER ON THE MASTER, CANNOT BE REPAID FROM    00026300
000264*A REGULAR CHECK AND IS FLAGGED FOR RECOVERY FROM FINAL PAY.      00026400
000265 LIST-ONE-LOAN.                                                   00026500
000266     ADD 1 TO WS-LOANS-READ.                                      00026600
000267     IF LN-BALANCE EQUAL ZERO                                     00026700
000268         ADD 1 TO WS-PAID-OFF-COUNT                               00026800
000269     ELSE                                                         00026900
000270         PERFORM PRINT-LOAN-LINE                                  00027000
000271     END-IF.                                                      00027100
000272     READ LOAN-MASTER-FILE                                        00027200
000273         AT END MOVE "Y" TO LOAN-EOF-FLAG.                        00027300
000274*                                                                 00027400
000275 PRINT-LOAN-LINE.                                                 00027500
000276     MOVE SPACES TO DETAIL-LINE.                                  00027600
000277     MOVE LN-EMP-ID TO DL-EMP-ID, EMP-ID.                         00027700
000278     MOVE LN-LOAN-NO TO DL-LOAN-NO.                               00027800
000279     MOVE LN-LOAN-TYPE TO DL-LOAN-TYPE.                           00027900
000280     MOVE LN-GRANT-DATE TO DL-GRANT-DATE.                         00028000
000281     MOVE LN-PRINCIPAL TO DL-PRINCIPAL.                           00028100
000282     SUBTRACT LN-BALANCE FROM LN-PRINCIPAL GIVING WS-REPAID.      00028200
000283     MOVE WS-REPAID TO DL-REPAID.                                 00028300
000284     MOVE LN-BALANCE TO DL-BALANCE.                               00028400
000285     MOVE LN-REPAY-AMOUNT TO DL-REPAY-AMOUNT.                     00028500
000286     MOVE LN-LAST-PAY-DATE TO DL-LAST-PAY-DATE.                   00028600
000287     READ EMPLOYEE-MASTER-FILE                                    00028700
000288         INVALID KEY                                              00028800
000289             MOVE "(NOT ON EMPLOYEE MASTER)" TO DL-NAME           00028900
000290             MOVE "RECOVER FROM FINAL PAY" TO DL-CONDITION        00029000
000291         NOT INVALID KEY                                          00029100
000292             MOVE EMP-NAME TO DL-NAME                             00029200
000293             IF EMP-M-IS-TERMINATED                               00029300
000294                 MOVE "RECOVER FROM FINAL PAY" TO DL-CONDITION    00029400
000295             END-IF                                               00029500
000296     END-READ.                                                    00029600
000297     IF DL-CONDITION NOT EQUAL SPACES                             00029700
000298         ADD 1 TO WS-RECOVER-COUNT                                00029800
000299         ADD LN-BALANCE TO WS-RECOVER-TOTAL                       00029900
000300     ELSE                                                         00030000
000301     IF LN-IS-HELD                                                00030100
000302         MOVE "HELD - NOT REPAYING" TO DL-CONDITION               00030200
000303         ADD 1 TO WS-HELD-COUNT                                   00030300
000304     END-IF                                                       00030400
000305     END-IF.                                                      00030500
000306     ADD 1 TO WS-OPEN-COUNT.                                      00030600
000307     ADD LN-PRINCIPAL TO WS-PRINCIPAL-TOTAL.                      00030700
000308     ADD WS-REPAID TO WS-REPAID-TOTAL.                            00030800
000309     ADD LN-BALANCE TO WS-BALANCE-TOTAL.                          00030900
000310     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.    00031000
000311*                                                                 00031100
000312 PRINT-TOTALS.                                                    00031200
000313     MOVE SPACES TO TOTAL-LINE.                                   00031300
000314     MOVE "LOANS OUTSTANDING - PRINCIPAL" TO TL-LABEL.            00031400
000315     MOVE WS-OPEN-COUNT TO TL-COUNT.                              00031500
000316     MOVE WS-PRINCIPAL-TOTAL TO TL-AMOUNT.                        00031600
000317     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.    00031700
000318     MOVE SPACES TO TOTAL-LINE.                                   00031800
000319     MOVE "                  - REPAID" TO TL-LABEL.               00031900
000320     MOVE WS-REPAID-TOTAL TO TL-AMOUNT.                           00032000
000321     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00032100
000322     MOVE SPACES TO TOTAL-LINE.                                   00032200
000323     MOVE "                  - BALANCE" TO TL-LABEL.              00032300
000324     MOVE WS-BALANCE-TOTAL TO TL-AMOUNT.                          00032400
000325     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00032500
000326     MOVE SPACES TO TOTAL-LINE.                                   00032600
000327     MOVE "FLAGGED FOR FINAL-PAY RECOVERY" TO TL-LABEL.           00032700
000328     MOVE WS-RECOVER-COUNT TO TL-COUNT.                           00032800
000329     MOVE WS-RECOVER-TOTAL TO TL-AMOUNT.                          00032900
000330     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00033000
000331     MOVE SPACES TO TOTAL-LINE.                                   00033100
000332     MOVE "HELD - NOT REPAYING" TO TL-LABEL.                      00033200
000333     MOVE WS-HELD-COUNT TO TL-COUNT.                              00033300
000334     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00033400
000335     MOVE SPACES TO TOTAL-LINE.                                   00033500
000336     MOVE "PAID OFF (NOT LISTED)" TO TL-LABEL.                    00033600
000337     MOVE WS-PAID-OFF-COUNT TO TL-COUNT.                          00033700
000338     WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.     00033800
000339*                                                                 00033900
000340*THE GENERAL LEDGER'S RECEIVABLE BALANCE IS THE OPENING BALANCE   00034000
000341*PLUS THE YEAR'S DEBITS (LOANS GRANTED) LESS ITS CREDITS          00034100
000342*(REPAYMENTS AND PAYMENTS RECEIVED), AND MUST EQUAL THE SUM OF    00034200
000343*THE BALANCES ON THE LOAN MASTER.                                 00034300
000344 RECONCILE-TO-LEDGER.                                             00034400
000345     IF NOT LOAN-CARD-WAS-READ                                    00034500
000346         MOVE "*** NO LOAN ACCOUNT CARD - LEDGER NOT PROVED ***"  00034600
000347             TO ML-TEXT                                           00034700
000348         WRITE PRINT-LINE FROM MESSAGE-LINE                       00034800
000349             AFTER ADVANCING 3 LINES                              00034900
000350         MOVE 16 TO RETURN-CODE                                   00035000
000351     ELSE                                                         00035100
000352         PERFORM READ-LEDGER-ACCOUNT                              00035200
000353         PERFORM PRINT-RECONCILIATION                             00035300
000354     END-IF.                                                      00035400
000355*                                                                 00035500
000356 READ-LEDGER-ACCOUNT.                                             00035600
000357     OPEN INPUT LEDGER-FILE.                                      00035700
000358     READ LEDGER-FILE                                             00035800
000359         AT END MOVE "Y" TO LEDGER-EOF-FLAG.                      00035900
000360     PERFORM SCAN-ONE-LEDGER-RECORD UNTIL LEDGER-IS-EOF.          00036000
000361     CLOSE LEDGER-FILE.                                           00036100
000362*                                                                 00036200
000363 SCAN-ONE-LEDGER-RECORD.                                          00036300
000364     IF LGR-CTL-MARKER EQUAL "*LGRCTL*"                           00036400
000365         MOVE LGR-CTL-MONTH TO WS-LEDGER-MONTH                    00036500
000366     ELSE                                                         00036600
000367     IF LGR-ACCOUNT EQUAL WS-RECEIVABLE-ACCOUNT                   00036700
000368         MOVE "Y" TO ACCOUNT-FOUND-FLAG                           00036800
000369         MOVE LGR-YTD-DEBITS TO WS-GL-DEBITS                      00036900
000370         MOVE LGR-YTD-CREDITS TO WS-GL-CREDITS                    00037000
000371     END-IF                                                       00037100
000372     END-IF.                                                      00037200
000373     READ LEDGER-FILE                                             00037300
000374         AT END MOVE "Y" TO LEDGER-EOF-FLAG.                      00037400
000375*                                                                 00037500
000376 PRINT-RECONCILIATION.                                            00037600
000377     COMPUTE WS-GL-BALANCE = WS-OPENING-BALANCE                   00037700
000378         + WS-GL-DEBITS - WS-GL-CREDITS.                          00037800
000379     SUBTRACT WS-GL-BALANCE FROM WS-BALANCE-TOTAL                 00037900
000380         GIVING WS-DIFFERENCE.                                    00038000
000381     MOVE WS-RECEIVABLE-ACCOUNT TO RHL-ACCOUNT.                   00038100
000382     MOVE WS-LEDGER-MONTH TO RHL-MONTH.                           00038200
000383     WRITE PRINT-LINE FROM RECON-HEADING-LINE                     00038300
000384         AFTER ADVANCING 3 LINES.                                 00038400
000385     MOVE "OPENING BALANCE FOR THE YEAR" TO RL-LABEL.             00038500
000386     MOVE WS-OPENING-BALANCE TO RL-AMOUNT.                        00038600
000387     WRITE PRINT-LINE FROM RECON-LINE AFTER ADVANCING 2 LINES.    00038700
000388     MOVE "YEAR-TO-DATE DEBITS (LOANS GRANTED)" TO RL-LABEL.      00038800
000389     MOVE WS-GL-DEBITS TO RL-AMOUNT.                              00038900
000390     WRITE PRINT-LINE FROM RECON-LINE AFTER ADVANCING 1 LINE.     00039000
000391     MOVE "YEAR-TO-DATE CREDITS (REPAYMENTS)" TO RL-LABEL.        00039100
000392     MOVE WS-GL-CREDITS TO RL-AMOUNT.                             00039200
000393     WRITE PRINT-LINE FROM RECON-LINE AFTER ADVANCING 1 LINE.     00039300
000394     MOVE "GENERAL LEDGER BALANCE" TO RL-LABEL.                   00039400
000395     MOVE WS-GL-BALANCE TO RL-AMOUNT.                             00039500
000396     WRITE PRINT-LINE FROM RECON-LINE AFTER ADVANCING 1 LINE.     00039600
000397     MOVE "LOAN LEDGER BALANCE" TO RL-LABEL.                      00039700
000398     MOVE WS-BALANCE-TOTAL TO RL-AMOUNT.                          00039800
000399     WRITE PRINT-LINE FROM RECON-LINE AFTER ADVANCING 1 LINE.     00039900
000400     MOVE "DIFFERENCE" TO RL-LABEL.                               00040000
000401     MOVE WS-DIFFERENCE TO RL-AMOUNT.                             00040100
000402     WRITE PRINT-LINE FROM RECON-LINE AFTER ADVANCING 1 LINE.     00040200
000403     IF NOT ACCOUNT-WAS-FOUND                                     00040300
000404         MOVE "RECEIVABLE ACCOUNT NOT ON THE LEDGER MASTER"       00040400
000405             TO ML-TEXT                                           00040500
000406         WRITE PRINT-LINE FROM MESSAGE-LINE                       00040600
000407             AFTER ADVANCING 1 LINE                               00040700
000408     END-IF.                                                      00040800
000409     IF WS-DIFFERENCE EQUAL ZERO                                  00040900
000410         MOVE "LOAN LEDGER IN BALANCE WITH THE GENERAL LEDGER"    00041000
000411             TO ML-TEXT                                           00041100
000412     ELSE                                                         00041200
000413         MOVE "*** OUT OF BALANCE WITH THE GENERAL LEDGER ***"    00041300
000414             TO ML-TEXT                                           00041400
000415         MOVE 16 TO RETURN-CODE                                   00041500
000416     END-IF.                                                      00041600
000417     WRITE PRINT-LINE FROM MESSAGE-LINE AFTER ADVANCING 2 LINES.  00041700
