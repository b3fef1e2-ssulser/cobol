000019*                    PAYROLL ADDED TO THE REGISTER EXTRACT.       00001900
000020*    2026-09-02  SS  MIRROR THE PER-TYPE EARNINGS AMOUNTS PAYROLL 00002000
000021*                    ADDED TO THE REGISTER EXTRACT.               00002100
000022*    2026-10-15  SS  WIDEN BOTH MASTER LAYOUTS FOR THE SOCIAL     00002200
000023*                    SECURITY AND MEDICARE YEAR-TO-DATE FIGURES.  00002300
000024*    2026-10-15  SS  WIDEN BOTH MASTER LAYOUTS FOR THE RETIREMENT 00002400
000025*                    DEFERRAL AND EMPLOYER MATCH YEAR-TO-DATE     00002500
000026*                    FIGURES, AND MIRROR THEM ON THE REGISTER.    00002600
000027*    2026-10-15  SS  MIRROR THE LOAN REPAYMENT PAYROLL ADDED TO   00002700
000028*                    THE REGISTER EXTRACT.                        00002800
000029*                                                                 00002900
000030 ENVIRONMENT DIVISION.                                            00003000
000031 CONFIGURATION SECTION.                                           00003100
000032 SOURCE-COMPUTER. IBM-370.                                        00003200
000033 OBJECT-COMPUTER. IBM-370.                                        00003300
000034*                                                                 00003400
000035 INPUT-OUTPUT SECTION.                                            00003500
000036 FILE-CONTROL.                                                    00003600
000037     SELECT YTD-OLD-FILE ASSIGN TO UT-S-YTDOLD.                   00003700
000038     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00003800
000039         ORGANIZATION IS INDEXED                                  00003900
000040         ACCESS MODE IS SEQUENTIAL                                00004000
000041         RECORD KEY IS REG-EMP-ID.                                00004100
000042     SELECT YTD-NEW-FILE ASSIGN TO UT-S-YTDNEW.                   00004200
000043     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004300
000044*                                                                 00004400
000045 DATA DIVISION.                                                   00004500
000046 FILE SECTION.                                                    00004600
000047*BOTH MASTER LAYOUTS MIRROR PAYROLL'S YTD MASTER; A LEADING       00004700
000048**YTDCTL* CONTROL RECORD IS SKIPPED ON EACH SIDE.                 00004800
000049 FD  YTD-OLD-FILE                                                 00004900
000050     LABEL RECORD IS OMITTED.                                     00005000
000051 01  YTD-OLD-RECORD.                                              00005100
000052     05  YTO-EMP-ID              PIC X(10).                       00005200
000053     05  YTO-EMP-NAME            PIC X(25).                       00005300
000054     05  YTO-GROSS-PAY           PIC S9(7)V99.                    00005400
000055     05  YTO-SS-WAGES            PIC S9(7)V99.                    00005500
000056     05  YTO-SS-TAX              PIC S9(7)V99.                    00005600
000057     05  YTO-MED-WAGES           PIC S9(7)V99.                    00005700
000058     05  YTO-MED-TAX             PIC S9(7)V99.                    00005800
000059     05  YTO-SS-ER-TAX           PIC S9(7)V99.                    00005900
000060     05  YTO-MED-ER-TAX          PIC S9(7)V99.                    00006000
000061     05  YTO-DEFERRALS           PIC S9(7)V99.                    00006100
000062     05  YTO-ER-MATCH            PIC S9(7)V99.                    00006200
000063*                                                                 00006300
000064 FD  YTD-NEW-FILE                                                 00006400
000065     LABEL RECORD IS OMITTED.                                     00006500
000066 01  YTD-NEW-RECORD.                                              00006600
000067     05  YTN-EMP-ID              PIC X(10).                       00006700
000068     05  YTN-EMP-NAME            PIC X(25).                       00006800
000069     05  YTN-GROSS-PAY           PIC S9(7)V99.                    00006900
000070     05  YTN-SS-WAGES            PIC S9(7)V99.                    00007000
000071     05  YTN-SS-TAX              PIC S9(7)V99.                    00007100
000072     05  YTN-MED-WAGES           PIC S9(7)V99.                    00007200
000073     05  YTN-MED-TAX             PIC S9(7)V99.                    00007300
000074     05  YTN-SS-ER-TAX           PIC S9(7)V99.                    00007400
000075     05  YTN-MED-ER-TAX          PIC S9(7)V99.                    00007500
000076     05  YTN-DEFERRALS           PIC S9(7)V99.                    00007600
000077     05  YTN-ER-MATCH            PIC S9(7)V99.                    00007700
000078*                                                                 00007800
000079*REGISTER-RECORD MIRRORS PAYROLL'S OWN REGISTER-RECORD LAYOUT.    00007900
000080 FD  REGISTER-FILE                                                00008000
000081     LABEL RECORD IS OMITTED.                                     00008100
000082 01  REGISTER-RECORD.                                             00008200
000083     05  REG-EMP-ID              PIC X(10).                       00008300
000084     05  REG-EMP-DEPARTMENT      PIC X(15).                       00008400
000085     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00008500
000086     05  REG-PAY-PERIOD          PIC X(06).                       00008600
000087     05  REG-EMP-NAME            PIC X(25).                       00008700
000088     05  REG-EMP-HOURS-WORKED    PIC S99.                         00008800
000089     05  REG-EMP-PAYRATE         PIC 99V99.                       00008900
000090     05  REG-TAX-DED             PIC S9(5)V99.                    00009000
000091     05  REG-INS-DED             PIC S9(5)V99.                    00009100
000092     05  REG-GARN-DED            PIC S9(5)V99.                    00009200
000093     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00009300
000094     05  REG-PLANT-CODE          PIC X(04).                       00009400
000095     05  REG-BONUS-AMT           PIC S9(5)V99.                    00009500
000096     05  REG-PREM-AMT            PIC S9(5)V99.                    00009600
000097     05  REG-VACPAY-AMT          PIC S9(5)V99.                    00009700
000098     05  REG-GARN-DETAIL         OCCURS 3 TIMES.                  00009800
000099         10  REG-GD-ORDER-NO     PIC X(06).                       00009900
000100         10  REG-GD-AMOUNT       PIC S9(5)V99.                    00010000
000101     05  REG-JOB-CODE            PIC X(06).                       00010100
000102     05  REG-SS-WAGES            PIC S9(5)V99.                    00010200
000103     05  REG-SS-DED              PIC S9(5)V99.                    00010300
000104     05  REG-MED-WAGES           PIC S9(5)V99.                    00010400
000105     05  REG-MED-DED             PIC S9(5)V99.                    00010500
000106     05  REG-SS-ER               PIC S9(5)V99.                    00010600
000107     05  REG-MED-ER              PIC S9(5)V99.                    00010700
000108     05  REG-DEFERRAL            PIC S9(5)V99.                    00010800
000109     05  REG-ER-MATCH            PIC S9(5)V99.                    00010900
000110     05  REG-LOAN-DED            PIC S9(5)V99.                    00011000
000111*                                                                 00011100
000112 FD  PRINT-FILE                                                   00011200
000113     LABEL RECORD IS OMITTED.                                     00011300
000114 01  PRINT-LINE                  PIC X(132).                      00011400
000115*                                                                 00011500
000116 WORKING-STORAGE SECTION.                                         00011600
000117*                                                                 00011700
000118 01  OLD-TABLE.                                                   00011800
000119     05  OLD-ENTRY OCCURS 500 TIMES.                              00011900
000120         10  OLT-EMP-ID          PIC X(10).                       00012000
000121         10  OLT-GROSS           PIC S9(7)V99.                    00012100
000122         10  OLT-USED-FLAG       PIC X.                           00012200
000123 77  WS-OLD-COUNT                PIC 999 VALUE 0.                 00012300
000124 77  WS-OLD-SUB                  PIC 999 VALUE 0.                 00012400
000125*                                                                 00012500
000126 01  REG-SUM-TABLE.                                               00012600
000127     05  REG-SUM-ENTRY OCCURS 500 TIMES.                          00012700
000128         10  RST-EMP-ID          PIC X(10).                       00012800
000129         10  RST-AMOUNT          PIC S9(7)V99.                    00012900
000130         10  RST-USED-FLAG       PIC X.                           00013000
000131 77  WS-RST-COUNT                PIC 999 VALUE 0.                 00013100
000132 77  WS-RST-SUB                  PIC 999 VALUE 0.                 00013200
000133*                                                                 00013300
000134 77  WS-MATCH-SUB                PIC 999 VALUE 0.                 00013400
000135 77  FOUND-FLAG                  PIC X VALUE "N".                 00013500
000136     88  ENTRY-WAS-FOUND         VALUE "Y".                       00013600
000137 77  WS-FOUND-SUB                PIC 999 VALUE 0.                 00013700
000138 77  WS-MATCH-ID                 PIC X(10) VALUE SPACES.          00013800
000139*                                                                 00013900
000140 77  OLD-EOF-FLAG                PIC X VALUE "N".                 00014000
000141     88  OLD-IS-EOF              VALUE "Y".                       00014100
000142 77  NEW-EOF-FLAG                PIC X VALUE "N".                 00014200
000143     88  NEW-IS-EOF              VALUE "Y".                       00014300
000144 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00014400
000145     88  REGISTER-IS-EOF         VALUE "Y".                       00014500
000146*                                                                 00014600
000147 77  WS-TABLE-FULL-FLAG          PIC X VALUE "N".                 00014700
000148     88  AUDIT-TABLE-FULL        VALUE "Y".                       00014800
000149 77  WS-FAIL-COUNT               PIC 9(05) VALUE 0.               00014900
000150 77  WS-NEW-COUNT                PIC 9(05) VALUE 0.               00015000
000151 77  WS-EXPECTED-GROSS           PIC S9(8)V99 VALUE 0.            00015100
000152 77  WS-OLD-TOTAL                PIC S9(9)V99 VALUE 0.            00015200
000153 77  WS-REGISTER-TOTAL           PIC S9(9)V99 VALUE 0.            00015300
000154 77  WS-NEW-TOTAL                PIC S9(9)V99 VALUE 0.            00015400
000155 77  WS-PROOF-EXPECTED           PIC S9(9)V99 VALUE 0.            00015500
000156*                                                                 00015600
000157 01  TITLE-LINE.                                                  00015700
000158     05  FILLER                  PIC X(20) VALUE SPACES.          00015800
000159     05  FILLER                  PIC X(44)                        00015900
000160             VALUE "YTD CROSSFOOT AUDIT - OLD + REGISTER = NEW".  00016000
000161*                                                                 00016100
000162 01  FAIL-LINE.                                                   00016200
000163     05  FILLER                  PIC X(05) VALUE SPACES.          00016300
000164     05  FLL-EMP-ID              PIC X(10).                       00016400
000165     05  FILLER                  PIC X(07) VALUE "  OLD: ".       00016500
000166     05  FLL-OLD                 PIC Z,ZZZ,ZZ9.99-.               00016600
000167     05  FILLER                  PIC X(07) VALUE "  REG: ".       00016700
000168     05  FLL-REG                 PIC Z,ZZZ,ZZ9.99-.               00016800
000169     05  FILLER                  PIC X(07) VALUE "  NEW: ".       00016900
000170     05  FLL-NEW                 PIC Z,ZZZ,ZZ9.99-.               00017000
000171     05  FILLER                  PIC X(02) VALUE SPACES.          00017100
000172     05  FLL-REMARK              PIC X(28).                       00017200
000173*                                                                 00017300
000174 01  PROOF-LINE.                                                  00017400
000175     05  FILLER                  PIC X(05) VALUE SPACES.          00017500
000176     05  FILLER                  PIC X(12) VALUE "PROOF  OLD: ".  00017600
000177     05  PRL-OLD                 PIC Z,ZZZ,ZZZ,ZZ9.99-.           00017700
000178     05  FILLER                  PIC X(07) VALUE "  REG: ".       00017800
000179     05  PRL-REG                 PIC Z,ZZZ,ZZZ,ZZ9.99-.           00017900
000180     05  FILLER                  PIC X(07) VALUE "  NEW: ".       00018000
000181     05  PRL-NEW                 PIC Z,ZZZ,ZZZ,ZZ9.99-.           00018100
000182*                                                                 00018200
000183 01  CLEAN-LINE.                                                  00018300
000184     05  FILLER                  PIC X(05) VALUE SPACES.          00018400
000185     05  FILLER                  PIC X(40)                        00018500
000186             VALUE "YTD UPDATE CROSSFOOTS CLEAN".                 00018600
000187*                                                                 00018700
000188 01  BAD-LINE.                                                    00018800
000189     05  FILLER                  PIC X(05) VALUE SPACES.          00018900
000190     05  FILLER                  PIC X(21)                        00019000
000191             VALUE "*** AUDIT FAILED -- ".                        00019100
000192     05  BDL-COUNT               PIC ZZ,ZZ9.                      00019200
000193     05  FILLER                  PIC X(30)                        00019300
000194             VALUE " EMPLOYEE(S) DO NOT CROSSFOOT".               00019400
000195*                                                                 00019500
000196 01  FULL-LINE.                                                   00019600
000197     05  FILLER                  PIC X(05) VALUE SPACES.          00019700
000198     05  FILLER                  PIC X(48) VALUE                  00019800
000199    "*** AUDIT TABLE FULL - RERUN WITH LARGER TABLES".            00019900
000200*                                                                 00020000
000201 PROCEDURE DIVISION.                                              00020100
000202 000-MAIN.                                                        00020200
000203     PERFORM INITIALIZATION.                                      00020300
000204     PERFORM LOAD-ONE-OLD-RECORD UNTIL OLD-IS-EOF.                00020400
000205     PERFORM SUM-ONE-REGISTER-RECORD UNTIL REGISTER-IS-EOF.       00020500
000206     PERFORM AUDIT-ONE-NEW-RECORD UNTIL NEW-IS-EOF.               00020600
000207     PERFORM REPORT-UNMATCHED-OLD.                                00020700
000208     PERFORM REPORT-UNMATCHED-REGISTER.                           00020800
000209     PERFORM CLOSING.                                             00020900
000210     STOP RUN.                                                    00021000
000211*                                                                 00021100
000212 INITIALIZATION.                                                  00021200
000213     OPEN INPUT YTD-OLD-FILE, REGISTER-FILE, YTD-NEW-FILE,        00021300
000214          OUTPUT PRINT-FILE.                                      00021400
000215     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00021500
000216     READ YTD-OLD-FILE                                            00021600
000217         AT END MOVE "Y" TO OLD-EOF-FLAG                          00021700
000218     END-READ.                                                    00021800
000219     IF NOT OLD-IS-EOF AND YTO-EMP-ID EQUAL "*YTDCTL*"            00021900
000220         READ YTD-OLD-FILE                                        00022000
000221             AT END MOVE "Y" TO OLD-EOF-FLAG                      00022100
000222         END-READ                                                 00022200
000223     END-IF.                                                      00022300
000224     READ REGISTER-FILE                                           00022400
000225         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00022500
000226     READ YTD-NEW-FILE                                            00022600
000227         AT END MOVE "Y" TO NEW-EOF-FLAG                          00022700
000228     END-READ.                                                    00022800
000229     IF NOT NEW-IS-EOF AND YTN-EMP-ID EQUAL "*YTDCTL*"            00022900
000230         READ YTD-NEW-FILE                                        00023000
000231             AT END MOVE "Y" TO NEW-EOF-FLAG                      00023100
000232         END-READ                                                 00023200
000233     END-IF.                                                      00023300
000234*                                                                 00023400
000235 LOAD-ONE-OLD-RECORD.                                             00023500
000236     ADD 1 TO WS-OLD-COUNT.                                       00023600
000237     IF WS-OLD-COUNT <= 500                                       00023700
000238         MOVE YTO-EMP-ID TO OLT-EMP-ID(WS-OLD-COUNT)              00023800
000239         MOVE YTO-GROSS-PAY TO OLT-GROSS(WS-OLD-COUNT)            00023900
000240         MOVE "N" TO OLT-USED-FLAG(WS-OLD-COUNT)                  00024000
000241     ELSE                                                         00024100
000242         MOVE "Y" TO WS-TABLE-FULL-FLAG                           00024200
000243     END-IF.                                                      00024300
000244     ADD YTO-GROSS-PAY TO WS-OLD-TOTAL.                           00024400
000245     READ YTD-OLD-FILE                                            00024500
000246         AT END MOVE "Y" TO OLD-EOF-FLAG.                         00024600
000247*                                                                 00024700
000248 SUM-ONE-REGISTER-RECORD.                                         00024800
000249     MOVE REG-EMP-ID TO WS-MATCH-ID.                              00024900
000250     MOVE "N" TO FOUND-FLAG.                                      00025000
000251     PERFORM MATCH-ONE-REG-SUM                                    00025100
000252         VARYING WS-MATCH-SUB FROM 1 BY 1                         00025200
000253         UNTIL WS-MATCH-SUB > WS-RST-COUNT                        00025300
000254         OR WS-MATCH-SUB > 500.                                   00025400
000255     IF ENTRY-WAS-FOUND                                           00025500
000256         ADD REG-LINE-AMOUNT TO RST-AMOUNT(WS-FOUND-SUB)          00025600
000257     ELSE                                                         00025700
000258         ADD 1 TO WS-RST-COUNT                                    00025800
000259         IF WS-RST-COUNT <= 500                                   00025900
000260             MOVE REG-EMP-ID TO RST-EMP-ID(WS-RST-COUNT)          00026000
000261             MOVE REG-LINE-AMOUNT TO RST-AMOUNT(WS-RST-COUNT)     00026100
000262             MOVE "N" TO RST-USED-FLAG(WS-RST-COUNT)              00026200
000263         ELSE                                                     00026300
000264             MOVE "Y" TO WS-TABLE-FULL-FLAG                       00026400
000265         END-IF                                                   00026500
000266     END-IF.                                                      00026600
000267     ADD REG-LINE-AMOUNT TO WS-REGISTER-TOTAL.                    00026700
000268     READ REGISTER-FILE                                           00026800
000269         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00026900
000270*                                                                 00027000
000271 MATCH-ONE-REG-SUM.                                               00027100
000272     IF RST-EMP-ID(WS-MATCH-SUB) EQUAL WS-MATCH-ID                00027200
000273         MOVE "Y" TO FOUND-FLAG                                   00027300
000274         MOVE WS-MATCH-SUB TO WS-FOUND-SUB                        00027400
000275     END-IF.                                                      00027500
000276*                                                                 00027600
000277*EACH NEW-MASTER EMPLOYEE MUST EQUAL HIS OLD BALANCE PLUS HIS     00027700
000278*REGISTER LINES.  BOTH SOURCE ENTRIES ARE MARKED USED SO WHATEVER 00027800
000279*IS LEFT OVER AFTERWARD IS ITSELF AN AUDIT FAILURE.               00027900
000280 AUDIT-ONE-NEW-RECORD.                                            00028000
000281     ADD 1 TO WS-NEW-COUNT.                                       00028100
000282     ADD YTN-GROSS-PAY TO WS-NEW-TOTAL.                           00028200
000283     MOVE 0 TO WS-EXPECTED-GROSS.                                 00028300
000284     MOVE YTN-EMP-ID TO WS-MATCH-ID.                              00028400
000285     MOVE "N" TO FOUND-FLAG.                                      00028500
000286     PERFORM MATCH-ONE-OLD-ENTRY                                  00028600
000287         VARYING WS-MATCH-SUB FROM 1 BY 1                         00028700
000288         UNTIL WS-MATCH-SUB > WS-OLD-COUNT                        00028800
000289         OR WS-MATCH-SUB > 500.                                   00028900
000290     IF ENTRY-WAS-FOUND                                           00029000
000291         ADD OLT-GROSS(WS-FOUND-SUB) TO WS-EXPECTED-GROSS         00029100
000292         MOVE "Y" TO OLT-USED-FLAG(WS-FOUND-SUB)                  00029200
000293         MOVE OLT-GROSS(WS-FOUND-SUB) TO FLL-OLD                  00029300
000294     ELSE                                                         00029400
000295         MOVE 0 TO FLL-OLD                                        00029500
000296     END-IF.                                                      00029600
000297     MOVE "N" TO FOUND-FLAG.                                      00029700
000298     PERFORM MATCH-ONE-REG-SUM                                    00029800
000299         VARYING WS-MATCH-SUB FROM 1 BY 1                         00029900
000300         UNTIL WS-MATCH-SUB > WS-RST-COUNT                        00030000
000301         OR WS-MATCH-SUB > 500.                                   00030100
000302     IF ENTRY-WAS-FOUND                                           00030200
000303         ADD RST-AMOUNT(WS-FOUND-SUB) TO WS-EXPECTED-GROSS        00030300
000304         MOVE "Y" TO RST-USED-FLAG(WS-FOUND-SUB)                  00030400
000305         MOVE RST-AMOUNT(WS-FOUND-SUB) TO FLL-REG                 00030500
000306     ELSE                                                         00030600
000307         MOVE 0 TO FLL-REG                                        00030700
000308     END-IF.                                                      00030800
000309     IF YTN-GROSS-PAY NOT EQUAL WS-EXPECTED-GROSS                 00030900
000310         ADD 1 TO WS-FAIL-COUNT                                   00031000
000311         MOVE YTN-EMP-ID TO FLL-EMP-ID                            00031100
000312         MOVE YTN-GROSS-PAY TO FLL-NEW                            00031200
000313         MOVE "OLD + REGISTER NOT = NEW" TO FLL-REMARK            00031300
000314         WRITE PRINT-LINE FROM FAIL-LINE AFTER ADVANCING 1 LINE   00031400
000315     END-IF.                                                      00031500
000316     READ YTD-NEW-FILE                                            00031600
000317         AT END MOVE "Y" TO NEW-EOF-FLAG.                         00031700
000318*                                                                 00031800
000319 MATCH-ONE-OLD-ENTRY.                                             00031900
000320     IF OLT-EMP-ID(WS-MATCH-SUB) EQUAL WS-MATCH-ID                00032000
000321         MOVE "Y" TO FOUND-FLAG                                   00032100
000322         MOVE WS-MATCH-SUB TO WS-FOUND-SUB                        00032200
000323     END-IF.                                                      00032300
000324*                                                                 00032400
000325 REPORT-UNMATCHED-OLD.                                            00032500
000326     PERFORM CHECK-ONE-UNMATCHED-OLD                              00032600
000327         VARYING WS-OLD-SUB FROM 1 BY 1                           00032700
000328         UNTIL WS-OLD-SUB > WS-OLD-COUNT                          00032800
000329         OR WS-OLD-SUB > 500.                                     00032900
000330*                                                                 00033000
000331 CHECK-ONE-UNMATCHED-OLD.                                         00033100
000332     IF OLT-USED-FLAG(WS-OLD-SUB) NOT EQUAL "Y"                   00033200
000333         ADD 1 TO WS-FAIL-COUNT                                   00033300
000334         MOVE OLT-EMP-ID(WS-OLD-SUB) TO FLL-EMP-ID                00033400
000335         MOVE OLT-GROSS(WS-OLD-SUB) TO FLL-OLD                    00033500
000336         MOVE 0 TO FLL-REG, FLL-NEW                               00033600
000337         MOVE "DROPPED FROM NEW MASTER" TO FLL-REMARK             00033700
000338         WRITE PRINT-LINE FROM FAIL-LINE AFTER ADVANCING 1 LINE   00033800
000339     END-IF.                                                      00033900
000340*                                                                 00034000
000341 REPORT-UNMATCHED-REGISTER.                                       00034100
000342     PERFORM CHECK-ONE-UNMATCHED-REG                              00034200
000343         VARYING WS-RST-SUB FROM 1 BY 1                           00034300
000344         UNTIL WS-RST-SUB > WS-RST-COUNT                          00034400
000345         OR WS-RST-SUB > 500.                                     00034500
000346*                                                                 00034600
000347 CHECK-ONE-UNMATCHED-REG.                                         00034700
000348     IF RST-USED-FLAG(WS-RST-SUB) NOT EQUAL "Y"                   00034800
000349         ADD 1 TO WS-FAIL-COUNT                                   00034900
000350         MOVE RST-EMP-ID(WS-RST-SUB) TO FLL-EMP-ID                00035000
000351         MOVE 0 TO FLL-OLD, FLL-NEW                               00035100
000352         MOVE RST-AMOUNT(WS-RST-SUB) TO FLL-REG                   00035200
000353         MOVE "PAY NOT IN NEW MASTER" TO FLL-REMARK               00035300
000354         WRITE PRINT-LINE FROM FAIL-LINE AFTER ADVANCING 1 LINE   00035400
000355     END-IF.                                                      00035500
000356*                                                                 00035600
000357 CLOSING.                                                         00035700
000358     MOVE WS-OLD-TOTAL TO PRL-OLD.                                00035800
000359     MOVE WS-REGISTER-TOTAL TO PRL-REG.                           00035900
000360     MOVE WS-NEW-TOTAL TO PRL-NEW.                                00036000
000361     WRITE PRINT-LINE FROM PROOF-LINE AFTER ADVANCING 2 LINES.    00036100
000362     ADD WS-OLD-TOTAL, WS-REGISTER-TOTAL                          00036200
000363         GIVING WS-PROOF-EXPECTED.                                00036300
000364     IF WS-FAIL-COUNT EQUAL ZERO                                  00036400
000365       AND NOT AUDIT-TABLE-FULL                                   00036500
000366       AND WS-PROOF-EXPECTED EQUAL WS-NEW-TOTAL                   00036600
000367         WRITE PRINT-LINE FROM CLEAN-LINE                         00036700
000368             AFTER ADVANCING 2 LINES                              00036800
000369     ELSE                                                         00036900
000370         IF AUDIT-TABLE-FULL                                      00037000
000371             WRITE PRINT-LINE FROM FULL-LINE                      00037100
000372                 AFTER ADVANCING 2 LINES                          00037200
000373         END-IF                                                   00037300
000374         MOVE WS-FAIL-COUNT TO BDL-COUNT                          00037400
000375         WRITE PRINT-LINE FROM BAD-LINE                           00037500
000376             AFTER ADVANCING 2 LINES                              00037600
000377         MOVE 16 TO RETURN-CODE                                   00037700
000378     END-IF.                                                      00037800
000379     CLOSE YTD-OLD-FILE, REGISTER-FILE, YTD-NEW-FILE,             00037900
000380         PRINT-FILE.                                              00038000
