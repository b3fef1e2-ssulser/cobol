000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. RETREMIT.                                            00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  RETIREMENT PLAN TRUSTEE    00000800
000009*                    REMITTANCE: READS THE PERIOD'S PAY REGISTER  00000900
000010*                    AND WRITES THE TRUSTEE CONTRIBUTION FILE --  00001000
000011*                    A HEADER, ONE DETAIL PER EMPLOYEE WITH A     00001100
000012*                    DEFERRAL OR EMPLOYER MATCH, AND A TRAILER    00001200
000013*                    CARRYING THE COUNT AND TOTALS -- WITH A      00001300
000014*                    REMITTANCE LISTING OF THE SAME DETAIL.  THE  00001400
000015*                    LISTING IS BALANCED TO CONTROL TOTALS TAKEN  00001500
000016*                    OVER EVERY REGISTER RECORD; AN OUT-OF-       00001600
000017*                    BALANCE RUN ENDS WITH CODE 16 SO THE FILE    00001700
000018*                    IS NOT SENT TO THE TRUSTEE.                  00001800
000019*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00001900
000020*                    THE REGISTER EXTRACT.                        00002000
000021*                                                                 00002100
000022 ENVIRONMENT DIVISION.                                            00002200
000023 CONFIGURATION SECTION.                                           00002300
000024 SOURCE-COMPUTER. IBM-370.                                        00002400
000025 OBJECT-COMPUTER. IBM-370.                                        00002500
000026*                                                                 00002600
000027 INPUT-OUTPUT SECTION.                                            00002700
000028 FILE-CONTROL.                                                    00002800
000029     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00002900
000030         ORGANIZATION IS INDEXED                                  00003000
000031         ACCESS MODE IS SEQUENTIAL                                00003100
000032         RECORD KEY IS REG-EMP-ID.                                00003200
000033     SELECT PLAN-CONTROL-FILE ASSIGN TO UT-S-PLANCTL.             00003300
000034     SELECT CONTRIBUTION-FILE ASSIGN TO UT-S-RETCONT.             00003400
000035     SELECT PRINT-FILE    ASSIGN TO UT-S-OUTPUT.                  00003500
000036*                                                                 00003600
000037 DATA DIVISION.                                                   00003700
000038 FILE SECTION.                                                    00003800
000039*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00003900
000040 FD  REGISTER-FILE                                                00004000
000041     LABEL RECORD IS OMITTED.                                     00004100
000042 01  REGISTER-RECORD.                                             00004200
000043     05  REG-EMP-ID              PIC X(10).                       00004300
000044     05  REG-EMP-DEPARTMENT      PIC X(15).                       00004400
000045     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00004500
000046     05  REG-PAY-PERIOD          PIC X(06).                       00004600
000047     05  REG-EMP-NAME            PIC X(25).                       00004700
000048     05  REG-EMP-HOURS-WORKED    PIC S99.                         00004800
000049     05  REG-EMP-PAYRATE         PIC 99V99.                       00004900
000050     05  REG-TAX-DED             PIC S9(5)V99.                    00005000
000051     05  REG-INS-DED             PIC S9(5)V99.                    00005100
000052     05  REG-GARN-DED            PIC S9(5)V99.                    00005200
000053     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00005300
000054     05  REG-PLANT-CODE          PIC X(04).                       00005400
000055     05  REG-BONUS-AMT           PIC S9(5)V99.                    00005500
000056     05  REG-PREM-AMT            PIC S9(5)V99.                    00005600
000057     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00005700
000058     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00005800
000059         10  REG-GD-ORDER-NO     PIC X(06).                       00005900
000060         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00006000
000061     05  REG-JOB-CODE            PIC X(06).                       00006100
000062     05  REG-SS-WAGES            PIC S9(5)V99.                    00006200
000063     05  REG-SS-DED              PIC S9(5)V99.                    00006300
000064     05  REG-MED-WAGES           PIC S9(5)V99.                    00006400
000065     05  REG-MED-DED             PIC S9(5)V99.                    00006500
000066     05  REG-SS-ER               PIC S9(5)V99.                    00006600
000067     05  REG-MED-ER              PIC S9(5)V99.                    00006700
000068     05  REG-DEFERRAL            PIC S9(5)V99.                    00006800
000069     05  REG-ER-MATCH            PIC S9(5)V99.                    00006900
000070     05  REG-LOAN-DED            PIC S9(5)V99.                    00007000
000071*                                                                 00007100
000072*ONE PLAN CONTROL CARD: THE TRUSTEE'S PLAN NUMBER FOR US, OUR     00007200
000073*EMPLOYER ID WITH THEM, AND THE TRUSTEE'S NAME FOR THE LISTING.   00007300
000074 FD  PLAN-CONTROL-FILE                                            00007400
000075     LABEL RECORD IS OMITTED.                                     00007500
000076 01  PLAN-CONTROL-RECORD.                                         00007600
000077     05  PLN-PLAN-NUMBER         PIC X(10).                       00007700
000078     05  PLN-EMPLOYER-ID         PIC X(10).                       00007800
000079     05  PLN-TRUSTEE-NAME        PIC X(30).                       00007900
000080     05  FILLER                  PIC X(30).                       00008000
000081*                                                                 00008100
000082*THE TRUSTEE CONTRIBUTION FILE: AN "H" HEADER, ONE "D" DETAIL     00008200
000083*PER CONTRIBUTING EMPLOYEE, AND A "T" TRAILER THE TRUSTEE         00008300
000084*BALANCES THE DETAIL AGAINST.                                     00008400
000085 FD  CONTRIBUTION-FILE                                            00008500
000086     LABEL RECORD IS OMITTED.                                     00008600
000087 01  CONTRIBUTION-RECORD.                                         00008700
000088     05  CTB-RECORD-TYPE         PIC X.                           00008800
000089     05  CTB-PLAN-NUMBER         PIC X(10).                       00008900
000090     05  CTB-PAY-PERIOD          PIC X(06).                       00009000
000091     05  CTB-EMP-ID              PIC X(10).                       00009100
000092     05  CTB-EMP-NAME            PIC X(25).                       00009200
000093     05  CTB-DEFERRAL            PIC S9(5)V99.                    00009300
000094     05  CTB-ER-MATCH            PIC S9(5)V99.                    00009400
000095     05  FILLER                  PIC X(14).                       00009500
000096 01  CONTRIBUTION-HEADER REDEFINES CONTRIBUTION-RECORD.           00009600
000097     05  CTH-RECORD-TYPE         PIC X.                           00009700
000098     05  CTH-PLAN-NUMBER         PIC X(10).                       00009800
000099     05  CTH-PAY-PERIOD          PIC X(06).                       00009900
000100     05  CTH-EMPLOYER-ID         PIC X(10).                       00010000
000101     05  CTH-RUN-DATE            PIC 9(06).                       00010100
000102     05  FILLER                  PIC X(47).                       00010200
000103 01  CONTRIBUTION-TRAILER REDEFINES CONTRIBUTION-RECORD.          00010300
000104     05  CTT-RECORD-TYPE         PIC X.                           00010400
000105     05  CTT-PLAN-NUMBER         PIC X(10).                       00010500
000106     05  CTT-PAY-PERIOD          PIC X(06).                       00010600
000107     05  CTT-DETAIL-COUNT        PIC 9(05).                       00010700
000108     05  CTT-DEFERRAL-TOTAL      PIC S9(7)V99.                    00010800
000109     05  CTT-ER-MATCH-TOTAL      PIC S9(7)V99.                    00010900
000110     05  FILLER                  PIC X(40).                       00011000
000111*                                                                 00011100
000112 FD  PRINT-FILE                                                   00011200
000113     LABEL RECORD IS OMITTED.                                     00011300
000114 01  PRINT-LINE                  PIC X(132).                      00011400
000115*                                                                 00011500
000116 WORKING-STORAGE SECTION.                                         00011600
000117*                                                                 00011700
000118 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00011800
000119     88  REGISTER-IS-EOF         VALUE "Y".                       00011900
000120*                                                                 00012000
000121 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00012100
000122 77  WS-PAY-PERIOD               PIC X(06) VALUE SPACES.          00012200
000123 77  WS-DETAIL-COUNT             PIC 9(05) VALUE 0.               00012300
000124 77  WS-LISTED-DEFERRAL          PIC S9(7)V99 VALUE 0.            00012400
000125 77  WS-LISTED-ER-MATCH          PIC S9(7)V99 VALUE 0.            00012500
000126 77  WS-LISTED-TOTAL             PIC S9(7)V99 VALUE 0.            00012600
000127 77  WS-REGISTER-COUNT           PIC 9(05) VALUE 0.               00012700
000128 77  WS-REGISTER-DEFERRAL        PIC S9(7)V99 VALUE 0.            00012800
000129 77  WS-REGISTER-ER-MATCH        PIC S9(7)V99 VALUE 0.            00012900
000130 77  WS-REGISTER-TOTAL           PIC S9(7)V99 VALUE 0.            00013000
000131 77  WS-EMP-TOTAL                PIC S9(5)V99 VALUE 0.            00013100
000132*                                                                 00013200
000133 01  TITLE-LINE.                                                  00013300
000134     05  FILLER                  PIC X(20) VALUE SPACES.          00013400
000135     05  FILLER                  PIC X(40)                        00013500
000136             VALUE "RETIREMENT PLAN TRUSTEE REMITTANCE".          00013600
000137*                                                                 00013700
000138 01  PLAN-LINE.                                                   00013800
000139     05  FILLER                  PIC X(05) VALUE SPACES.          00013900
000140     05  FILLER                  PIC X(09) VALUE "TRUSTEE: ".     00014000
000141     05  PLL-TRUSTEE-NAME        PIC X(30).                       00014100
000142     05  FILLER                  PIC X(07) VALUE "  PLAN ".       00014200
000143     05  PLL-PLAN-NUMBER         PIC X(10).                       00014300
000144     05  FILLER                  PIC X(09) VALUE "  PERIOD ".     00014400
000145     05  PLL-PAY-PERIOD          PIC X(06).                       00014500
000146*                                                                 00014600
000147 01  HEADING-LINE.                                                00014700
000148     05  FILLER                  PIC X(08) VALUE SPACES.          00014800
000149     05  FILLER                  PIC X(37)                        00014900
000150             VALUE "EMP-ID      NAME".                            00015000
000151     05  FILLER                  PIC X(33)                        00015100
000152             VALUE "     DEFERRAL    MATCH     TOTAL".            00015200
000153*                                                                 00015300
000154 01  DETAIL-LINE.                                                 00015400
000155     05  FILLER                  PIC X(08) VALUE SPACES.          00015500
000156     05  DTL-EMP-ID              PIC X(10).                       00015600
000157     05  FILLER                  PIC X(02) VALUE SPACES.          00015700
000158     05  DTL-EMP-NAME            PIC X(25).                       00015800
000159     05  FILLER                  PIC X(02) VALUE SPACES.          00015900
000160     05  DTL-DEFERRAL            PIC ZZZZ9.99-.                   00016000
000161     05  FILLER                  PIC X(01) VALUE SPACES.          00016100
000162     05  DTL-ER-MATCH            PIC ZZZZ9.99-.                   00016200
000163     05  FILLER                  PIC X(01) VALUE SPACES.          00016300
000164     05  DTL-TOTAL               PIC ZZZZ9.99-.                   00016400
000165*                                                                 00016500
000166 01  LISTED-TOTAL-LINE.                                           00016600
000167     05  FILLER                  PIC X(05) VALUE SPACES.          00016700
000168     05  FILLER                  PIC X(24)                        00016800
000169             VALUE "REMITTED TO TRUSTEE:    ".                    00016900
000170     05  LTL-COUNT               PIC ZZ,ZZ9.                      00017000
000171     05  FILLER                  PIC X(02) VALUE SPACES.          00017100
000172     05  LTL-DEFERRAL            PIC Z,ZZZ,ZZ9.99-.               00017200
000173     05  FILLER                  PIC X(01) VALUE SPACES.          00017300
000174     05  LTL-ER-MATCH            PIC Z,ZZZ,ZZ9.99-.               00017400
000175     05  FILLER                  PIC X(01) VALUE SPACES.          00017500
000176     05  LTL-TOTAL               PIC Z,ZZZ,ZZ9.99-.               00017600
000177*                                                                 00017700
000178 01  REGISTER-TOTAL-LINE.                                         00017800
000179     05  FILLER                  PIC X(05) VALUE SPACES.          00017900
000180     05  FILLER                  PIC X(24)                        00018000
000181             VALUE "PER REGISTER:           ".                    00018100
000182     05  RTL-COUNT               PIC ZZ,ZZ9.                      00018200
000183     05  FILLER                  PIC X(02) VALUE SPACES.          00018300
000184     05  RTL-DEFERRAL            PIC Z,ZZZ,ZZ9.99-.               00018400
000185     05  FILLER                  PIC X(01) VALUE SPACES.          00018500
000186     05  RTL-ER-MATCH            PIC Z,ZZZ,ZZ9.99-.               00018600
000187     05  FILLER                  PIC X(01) VALUE SPACES.          00018700
000188     05  RTL-TOTAL               PIC Z,ZZZ,ZZ9.99-.               00018800
000189*                                                                 00018900
000190 01  BALANCE-LINE.                                                00019000
000191     05  FILLER                  PIC X(05) VALUE SPACES.          00019100
000192     05  BLL-TEXT                PIC X(50).                       00019200
000193*                                                                 00019300
000194 PROCEDURE DIVISION.                                              00019400
000195 000-MAIN.                                                        00019500
000196     PERFORM INITIALIZATION.                                      00019600
000197     PERFORM REMIT-ONE-PAY-LINE UNTIL REGISTER-IS-EOF.            00019700
000198     PERFORM CLOSING.                                             00019800
000199     STOP RUN.                                                    00019900
000200*                                                                 00020000
000201 INITIALIZATION.                                                  00020100
000202     ACCEPT WS-RUN-DATE FROM DATE.                                00020200
000203     OPEN INPUT REGISTER-FILE, PLAN-CONTROL-FILE,                 00020300
000204          OUTPUT CONTRIBUTION-FILE, PRINT-FILE.                   00020400
000205     READ PLAN-CONTROL-FILE                                       00020500
000206         AT END                                                   00020600
000207             MOVE SPACES TO PLN-PLAN-NUMBER, PLN-EMPLOYER-ID,     00020700
000208                 PLN-TRUSTEE-NAME                                 00020800
000209     END-READ.                                                    00020900
000210     CLOSE PLAN-CONTROL-FILE.                                     00021000
000211     READ REGISTER-FILE                                           00021100
000212         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00021200
000213     IF NOT REGISTER-IS-EOF                                       00021300
000214         MOVE REG-PAY-PERIOD TO WS-PAY-PERIOD                     00021400
000215     END-IF.                                                      00021500
000216     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00021600
000217     MOVE PLN-TRUSTEE-NAME TO PLL-TRUSTEE-NAME.                   00021700
000218     MOVE PLN-PLAN-NUMBER TO PLL-PLAN-NUMBER.                     00021800
000219     MOVE WS-PAY-PERIOD TO PLL-PAY-PERIOD.                        00021900
000220     WRITE PRINT-LINE FROM PLAN-LINE AFTER ADVANCING 1 LINE.      00022000
000221     WRITE PRINT-LINE FROM HEADING-LINE                           00022100
000222         AFTER ADVANCING 2 LINES.                                 00022200
000223     MOVE SPACES TO CONTRIBUTION-HEADER.                          00022300
000224     MOVE "H" TO CTH-RECORD-TYPE.                                 00022400
000225     MOVE PLN-PLAN-NUMBER TO CTH-PLAN-NUMBER.                     00022500
000226     MOVE WS-PAY-PERIOD TO CTH-PAY-PERIOD.                        00022600
000227     MOVE PLN-EMPLOYER-ID TO CTH-EMPLOYER-ID.                     00022700
000228     MOVE WS-RUN-DATE TO CTH-RUN-DATE.                            00022800
000229     WRITE CONTRIBUTION-HEADER.                                   00022900
000230*                                                                 00023000
000231*EVERY REGISTER RECORD FEEDS THE CONTROL TOTALS; ONLY A LINE      00023100
000232*CARRYING A DEFERRAL OR A MATCH IS REMITTED AND LISTED.           00023200
000233 REMIT-ONE-PAY-LINE.                                              00023300
000234     ADD 1 TO WS-REGISTER-COUNT.                                  00023400
000235     ADD REG-DEFERRAL TO WS-REGISTER-DEFERRAL.                    00023500
000236     ADD REG-ER-MATCH TO WS-REGISTER-ER-MATCH.                    00023600
000237     IF REG-DEFERRAL NOT EQUAL ZERO                               00023700
000238       OR REG-ER-MATCH NOT EQUAL ZERO                             00023800
000239         PERFORM WRITE-ONE-CONTRIBUTION                           00023900
000240     END-IF.                                                      00024000
000241     READ REGISTER-FILE                                           00024100
000242         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00024200
000243*                                                                 00024300
000244 WRITE-ONE-CONTRIBUTION.                                          00024400
000245     ADD 1 TO WS-DETAIL-COUNT.                                    00024500
000246     ADD REG-DEFERRAL TO WS-LISTED-DEFERRAL.                      00024600
000247     ADD REG-ER-MATCH TO WS-LISTED-ER-MATCH.                      00024700
000248     MOVE SPACES TO CONTRIBUTION-RECORD.                          00024800
000249     MOVE "D" TO CTB-RECORD-TYPE.                                 00024900
000250     MOVE PLN-PLAN-NUMBER TO CTB-PLAN-NUMBER.                     00025000
000251     MOVE REG-PAY-PERIOD TO CTB-PAY-PERIOD.                       00025100
000252     MOVE REG-EMP-ID TO CTB-EMP-ID.                               00025200
000253     MOVE REG-EMP-NAME TO CTB-EMP-NAME.                           00025300
000254     MOVE REG-DEFERRAL TO CTB-DEFERRAL.                           00025400
000255     MOVE REG-ER-MATCH TO CTB-ER-MATCH.                           00025500
000256     WRITE CONTRIBUTION-RECORD.                                   00025600
000257     ADD REG-DEFERRAL, REG-ER-MATCH GIVING WS-EMP-TOTAL.          00025700
000258     MOVE REG-EMP-ID TO DTL-EMP-ID.                               00025800
000259     MOVE REG-EMP-NAME TO DTL-EMP-NAME.                           00025900
000260     MOVE REG-DEFERRAL TO DTL-DEFERRAL.                           00026000
000261     MOVE REG-ER-MATCH TO DTL-ER-MATCH.                           00026100
000262     MOVE WS-EMP-TOTAL TO DTL-TOTAL.                              00026200
000263     WRITE PRINT-LINE FROM DETAIL-LINE                            00026300
000264         AFTER ADVANCING 1 LINE.                                  00026400
000265*                                                                 00026500
000266*THE TRAILER CARRIES THE LISTED FIGURES; THE PROOF COMPARES       00026600
000267*THEM WITH THE REGISTER'S OWN CONTROL TOTALS BEFORE THE FILE      00026700
000268*GOES OUT.                                                        00026800
000269 CLOSING.                                                         00026900
000270     MOVE SPACES TO CONTRIBUTION-TRAILER.                         00027000
000271     MOVE "T" TO CTT-RECORD-TYPE.                                 00027100
000272     MOVE PLN-PLAN-NUMBER TO CTT-PLAN-NUMBER.                     00027200
000273     MOVE WS-PAY-PERIOD TO CTT-PAY-PERIOD.                        00027300
000274     MOVE WS-DETAIL-COUNT TO CTT-DETAIL-COUNT.                    00027400
000275     MOVE WS-LISTED-DEFERRAL TO CTT-DEFERRAL-TOTAL.               00027500
000276     MOVE WS-LISTED-ER-MATCH TO CTT-ER-MATCH-TOTAL.               00027600
000277     WRITE CONTRIBUTION-TRAILER.                                  00027700
000278     ADD WS-LISTED-DEFERRAL, WS-LISTED-ER-MATCH                   00027800
000279         GIVING WS-LISTED-TOTAL.                                  00027900
000280     ADD WS-REGISTER-DEFERRAL, WS-REGISTER-ER-MATCH               00028000
000281         GIVING WS-REGISTER-TOTAL.                                00028100
000282     MOVE WS-DETAIL-COUNT TO LTL-COUNT.                           00028200
000283     MOVE WS-LISTED-DEFERRAL TO LTL-DEFERRAL.                     00028300
000284     MOVE WS-LISTED-ER-MATCH TO LTL-ER-MATCH.                     00028400
000285     MOVE WS-LISTED-TOTAL TO LTL-TOTAL.                           00028500
000286     WRITE PRINT-LINE FROM LISTED-TOTAL-LINE                      00028600
000287         AFTER ADVANCING 2 LINES.                                 00028700
000288     MOVE WS-REGISTER-COUNT TO RTL-COUNT.                         00028800
000289     MOVE WS-REGISTER-DEFERRAL TO RTL-DEFERRAL.                   00028900
000290     MOVE WS-REGISTER-ER-MATCH TO RTL-ER-MATCH.                   00029000
000291     MOVE WS-REGISTER-TOTAL TO RTL-TOTAL.                         00029100
000292     WRITE PRINT-LINE FROM REGISTER-TOTAL-LINE                    00029200
000293         AFTER ADVANCING 1 LINE.                                  00029300
000294     IF WS-LISTED-DEFERRAL EQUAL WS-REGISTER-DEFERRAL             00029400
000295       AND WS-LISTED-ER-MATCH EQUAL WS-REGISTER-ER-MATCH          00029500
000296         MOVE "REMITTANCE BALANCES TO THE REGISTER" TO BLL-TEXT   00029600
000297     ELSE                                                         00029700
000298         MOVE "*** REMITTANCE OUT OF BALANCE WITH REGISTER ***"   00029800
000299             TO BLL-TEXT                                          00029900
000300         MOVE 16 TO RETURN-CODE                                   00030000
000301     END-IF.                                                      00030100
000302     WRITE PRINT-LINE FROM BALANCE-LINE                           00030200
000303         AFTER ADVANCING 2 LINES.                                 00030300
000304     CLOSE REGISTER-FILE, CONTRIBUTION-FILE, PRINT-FILE.          00030400
