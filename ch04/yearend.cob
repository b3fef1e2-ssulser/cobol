000012*                    WITH A PROOF TOTAL, AND WRITES A ZEROED      00001200
000013*                    MASTER FOR THE NEW YEAR LED BY THE *YTDCTL*  00001300
000014*                    CONTROL RECORD PAYROLL'S YEAR GUARD CHECKS.  00001400
000015*    2026-10-15  SS  CARRY THE SOCIAL SECURITY AND MEDICARE YEAR- 00001500
000016*                    TO-DATE FIGURES TO THE HISTORY FILE AND OPEN 00001600
000017*                    THE NEW MASTER WITH THEM AT ZERO.            00001700
000018*    2026-10-15  SS  CARRY THE RETIREMENT DEFERRAL AND EMPLOYER   00001800
000019*                    MATCH YEAR-TO-DATE FIGURES THE SAME WAY.     00001900
000020*                                                                 00002000
000021 ENVIRONMENT DIVISION.                                            00002100
000022 CONFIGURATION SECTION.                                           00002200
000023 SOURCE-COMPUTER. IBM-370.                                        00002300
000024 OBJECT-COMPUTER. IBM-370.                                        00002400
000025*                                                                 00002500
000026 INPUT-OUTPUT SECTION.                                            00002600
000027 FILE-CONTROL.                                                    00002700
000028     SELECT YTD-MASTER-FILE ASSIGN TO UT-S-YTDMSTR.               00002800
000029     SELECT YTD-HISTORY-FILE ASSIGN TO UT-S-YTDHIST.              00002900
000030     SELECT YTD-NEW-MASTER-FILE ASSIGN TO UT-S-YTDNEW.            00003000
000031     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003100
000032*                                                                 00003200
000033 DATA DIVISION.                                                   00003300
000034 FILE SECTION.                                                    00003400
000035*YTD-MASTER-RECORD MIRRORS PAYROLL'S YTD MASTER LAYOUT.  THE      00003500
000036*FIRST RECORD IS THE *YTDCTL* CONTROL RECORD WHOSE GROSS FIELD    00003600
000037*CARRIES THE MASTER'S YEAR.                                       00003700
000038 FD  YTD-MASTER-FILE                                              00003800
000039     LABEL RECORD IS OMITTED.                                     00003900
000040 01  YTD-MASTER-RECORD.                                           00004000
000041     05  YTD-M-EMP-ID            PIC X(10).                       00004100
000042     05  YTD-M-EMP-NAME          PIC X(25).                       00004200
000043     05  YTD-M-GROSS-PAY         PIC S9(7)V99.                    00004300
000044     05  YTD-M-SS-WAGES          PIC S9(7)V99.                    00004400
000045     05  YTD-M-SS-TAX            PIC S9(7)V99.                    00004500
000046     05  YTD-M-MED-WAGES         PIC S9(7)V99.                    00004600
000047     05  YTD-M-MED-TAX           PIC S9(7)V99.                    00004700
000048     05  YTD-M-SS-ER-TAX         PIC S9(7)V99.                    00004800
000049     05  YTD-M-MED-ER-TAX        PIC S9(7)V99.                    00004900
000050     05  YTD-M-DEFERRALS         PIC S9(7)V99.                    00005000
000051     05  YTD-M-ER-MATCH          PIC S9(7)V99.                    00005100
000052*                                                                 00005200
000053 FD  YTD-HISTORY-FILE                                             00005300
000054     LABEL RECORD IS OMITTED.                                     00005400
000055 01  YTD-HISTORY-RECORD.                                          00005500
000056     05  HIST-CLOSE-DATE         PIC 9(06).                       00005600
000057     05  HIST-YEAR               PIC 99.                          00005700
000058     05  HIST-EMP-ID             PIC X(10).                       00005800
000059     05  HIST-EMP-NAME           PIC X(25).                       00005900
000060     05  HIST-GROSS-PAY          PIC S9(7)V99.                    00006000
000061     05  HIST-SS-WAGES           PIC S9(7)V99.                    00006100
000062     05  HIST-SS-TAX             PIC S9(7)V99.                    00006200
000063     05  HIST-MED-WAGES          PIC S9(7)V99.                    00006300
000064     05  HIST-MED-TAX            PIC S9(7)V99.                    00006400
000065     05  HIST-SS-ER-TAX          PIC S9(7)V99.                    00006500
000066     05  HIST-MED-ER-TAX         PIC S9(7)V99.                    00006600
000067     05  HIST-DEFERRALS          PIC S9(7)V99.                    00006700
000068     05  HIST-ER-MATCH           PIC S9(7)V99.                    00006800
000069*                                                                 00006900
000070 FD  YTD-NEW-MASTER-FILE                                          00007000
000071     LABEL RECORD IS OMITTED.                                     00007100
000072 01  YTD-NEW-MASTER-RECORD.                                       00007200
000073     05  YTD-N-EMP-ID            PIC X(10).                       00007300
000074     05  YTD-N-EMP-NAME          PIC X(25).                       00007400
000075     05  YTD-N-GROSS-PAY         PIC S9(7)V99.                    00007500
000076     05  YTD-N-SS-WAGES          PIC S9(7)V99.                    00007600
000077     05  YTD-N-SS-TAX            PIC S9(7)V99.                    00007700
000078     05  YTD-N-MED-WAGES         PIC S9(7)V99.                    00007800
000079     05  YTD-N-MED-TAX           PIC S9(7)V99.                    00007900
000080     05  YTD-N-SS-ER-TAX         PIC S9(7)V99.                    00008000
000081     05  YTD-N-MED-ER-TAX        PIC S9(7)V99.                    00008100
000082     05  YTD-N-DEFERRALS         PIC S9(7)V99.                    00008200
000083     05  YTD-N-ER-MATCH          PIC S9(7)V99.                    00008300
000084*                                                                 00008400
000085 FD  PRINT-FILE                                                   00008500
000086     LABEL RECORD IS OMITTED.                                     00008600
000087 01  PRINT-LINE                  PIC X(132).                      00008700
000088*                                                                 00008800
000089 WORKING-STORAGE SECTION.                                         00008900
000090*                                                                 00009000
000091 77  YTD-EOF-FLAG                PIC X VALUE "N".                 00009100
000092     88  YTD-IS-EOF              VALUE "Y".                       00009200
000093 01  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00009300
000094 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.                     00009400
000095     05  WS-RUN-YY               PIC 99.                          00009500
000096     05  FILLER                  PIC X(04).                       00009600
000097 77  WS-MASTER-YEAR              PIC 99 VALUE 0.                  00009700
000098 77  WS-NEW-YEAR                 PIC 99 VALUE 0.                  00009800
000099 77  WS-EMPLOYEE-COUNT           PIC 9(05) VALUE 0.               00009900
000100 77  WS-PROOF-TOTAL              PIC S9(9)V99 VALUE 0.            00010000
000101*                                                                 00010100
000102 01  TITLE-LINE.                                                  00010200
000103     05  FILLER                  PIC X(20) VALUE SPACES.          00010300
000104     05  FILLER                  PIC X(42)                        00010400
000105             VALUE "CERTIFIED FINAL EARNINGS LISTING - YEAR ".    00010500
000106     05  TTL-YEAR                PIC 99.                          00010600
000107*                                                                 00010700
000108 01  DETAIL-LINE.                                                 00010800
000109     05  FILLER                  PIC X(05) VALUE SPACES.          00010900
000110     05  DTL-EMP-ID              PIC X(10).                       00011000
000111     05  FILLER                  PIC X(03) VALUE SPACES.          00011100
000112     05  DTL-EMP-NAME            PIC X(25).                       00011200
000113     05  FILLER                  PIC X(03) VALUE SPACES.          00011300
000114     05  DTL-GROSS-PAY           PIC Z,ZZZ,ZZ9.99-.               00011400
000115*                                                                 00011500
000116 01  PROOF-TOTAL-LINE.                                            00011600
000117     05  FILLER                  PIC X(05) VALUE SPACES.          00011700
000118     05  FILLER                  PIC X(28)                        00011800
000119             VALUE "EMPLOYEES ARCHIVED:         ".                00011900
000120     05  PTL-COUNT               PIC ZZ,ZZ9.                      00012000
000121     05  FILLER                  PIC X(16)                        00012100
000122             VALUE "   PROOF TOTAL: ".                            00012200
000123     05  PTL-TOTAL               PIC Z,ZZZ,ZZZ,ZZ9.99-.           00012300
000124*                                                                 00012400
000125 01  CERTIFICATION-LINE.                                          00012500
000126     05  FILLER                  PIC X(05) VALUE SPACES.          00012600
000127     05  FILLER                  PIC X(58) VALUE                  00012700
000128    "CERTIFIED CORRECT FOR THE YEAR BY: ____________________".    00012800
000129*                                                                 00012900
000130 01  NEW-MASTER-LINE.                                             00013000
000131     05  FILLER                  PIC X(05) VALUE SPACES.          00013100
000132     05  FILLER                  PIC X(34)                        00013200
000133             VALUE "ZEROED MASTER WRITTEN FOR YEAR    ".          00013300
000134     05  NML-YEAR                PIC 99.                          00013400
000135*                                                                 00013500
000136 PROCEDURE DIVISION.                                              00013600
000137 000-MAIN.                                                        00013700
000138     PERFORM INITIALIZATION.                                      00013800
000139     PERFORM CLOSE-ONE-EMPLOYEE UNTIL YTD-IS-EOF.                 00013900
000140     PERFORM CLOSING.                                             00014000
000141     STOP RUN.                                                    00014100
000142*                                                                 00014200
000143 INITIALIZATION.                                                  00014300
000144     ACCEPT WS-RUN-DATE FROM DATE.                                00014400
000145     OPEN INPUT YTD-MASTER-FILE,                                  00014500
000146          OUTPUT YTD-HISTORY-FILE, YTD-NEW-MASTER-FILE,           00014600
000147          PRINT-FILE.                                             00014700
000148     READ YTD-MASTER-FILE                                         00014800
000149         AT END MOVE "Y" TO YTD-EOF-FLAG                          00014900
000150     END-READ.                                                    00015000
000151     IF NOT YTD-IS-EOF                                            00015100
000152       AND YTD-M-EMP-ID EQUAL "*YTDCTL*"                          00015200
000153         MOVE YTD-M-GROSS-PAY TO WS-MASTER-YEAR                   00015300
000154         READ YTD-MASTER-FILE                                     00015400
000155             AT END MOVE "Y" TO YTD-EOF-FLAG                      00015500
000156         END-READ                                                 00015600
000157     ELSE                                                         00015700
000158*        A PRE-CUTOVER MASTER HAS NO CONTROL RECORD; THE CLOSING  00015800
000159*        YEAR IS TAKEN FROM THE RUN DATE INSTEAD.                 00015900
000160         MOVE WS-RUN-YY TO WS-MASTER-YEAR                         00016000
000161     END-IF.                                                      00016100
000162     COMPUTE WS-NEW-YEAR = WS-MASTER-YEAR + 1.                    00016200
000163     IF WS-NEW-YEAR > 99                                          00016300
000164         MOVE 0 TO WS-NEW-YEAR                                    00016400
000165     END-IF.                                                      00016500
000166     MOVE WS-MASTER-YEAR TO TTL-YEAR.                             00016600
000167     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00016700
000168     MOVE "*YTDCTL*" TO YTD-N-EMP-ID.                             00016800
000169     MOVE "YEAR CONTROL RECORD" TO YTD-N-EMP-NAME.                00016900
000170     MOVE WS-NEW-YEAR TO YTD-N-GROSS-PAY.                         00017000
000171     PERFORM ZERO-NEW-FICA-FIELDS.                                00017100
000172     WRITE YTD-NEW-MASTER-RECORD.                                 00017200
000173*                                                                 00017300
000174 CLOSE-ONE-EMPLOYEE.                                              00017400
000175     ADD 1 TO WS-EMPLOYEE-COUNT.                                  00017500
000176     ADD YTD-M-GROSS-PAY TO WS-PROOF-TOTAL.                       00017600
000177     MOVE WS-RUN-DATE TO HIST-CLOSE-DATE.                         00017700
000178     MOVE WS-MASTER-YEAR TO HIST-YEAR.                            00017800
000179     MOVE YTD-M-EMP-ID TO HIST-EMP-ID.                            00017900
000180     MOVE YTD-M-EMP-NAME TO HIST-EMP-NAME.                        00018000
000181     MOVE YTD-M-GROSS-PAY TO HIST-GROSS-PAY.                      00018100
000182     MOVE YTD-M-SS-WAGES TO HIST-SS-WAGES.                        00018200
000183     MOVE YTD-M-SS-TAX TO HIST-SS-TAX.                            00018300
000184     MOVE YTD-M-MED-WAGES TO HIST-MED-WAGES.                      00018400
000185     MOVE YTD-M-MED-TAX TO HIST-MED-TAX.                          00018500
000186     MOVE YTD-M-SS-ER-TAX TO HIST-SS-ER-TAX.                      00018600
000187     MOVE YTD-M-MED-ER-TAX TO HIST-MED-ER-TAX.                    00018700
000188     MOVE YTD-M-DEFERRALS TO HIST-DEFERRALS.                      00018800
000189     MOVE YTD-M-ER-MATCH TO HIST-ER-MATCH.                        00018900
000190     WRITE YTD-HISTORY-RECORD.                                    00019000
000191     MOVE YTD-M-EMP-ID TO DTL-EMP-ID.                             00019100
000192     MOVE YTD-M-EMP-NAME TO DTL-EMP-NAME.                         00019200
000193     MOVE YTD-M-GROSS-PAY TO DTL-GROSS-PAY.                       00019300
000194     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.    00019400
000195     MOVE YTD-M-EMP-ID TO YTD-N-EMP-ID.                           00019500
000196     MOVE YTD-M-EMP-NAME TO YTD-N-EMP-NAME.                       00019600
000197     MOVE 0 TO YTD-N-GROSS-PAY.                                   00019700
000198     PERFORM ZERO-NEW-FICA-FIELDS.                                00019800
000199     WRITE YTD-NEW-MASTER-RECORD.                                 00019900
000200     READ YTD-MASTER-FILE                                         00020000
000201         AT END MOVE "Y" TO YTD-EOF-FLAG.                         00020100
000202*                                                                 00020200
000203*THE SOCIAL SECURITY WAGE BASE AND MEDICARE THRESHOLD RESTART     00020300
000204*EACH YEAR, AS DOES THE RETIREMENT PLAN'S ANNUAL DEFERRAL         00020400
000205*LIMIT, SO THE NEW MASTER OPENS WITH THEM ALL AT ZERO.            00020500
000206 ZERO-NEW-FICA-FIELDS.                                            00020600
000207     MOVE 0 TO YTD-N-SS-WAGES, YTD-N-SS-TAX, YTD-N-MED-WAGES,     00020700
000208         YTD-N-MED-TAX, YTD-N-SS-ER-TAX, YTD-N-MED-ER-TAX,        00020800
000209         YTD-N-DEFERRALS, YTD-N-ER-MATCH.                         00020900
000210*                                                                 00021000
000211 CLOSING.                                                         00021100
000212     MOVE WS-EMPLOYEE-COUNT TO PTL-COUNT.                         00021200
000213     MOVE WS-PROOF-TOTAL TO PTL-TOTAL.                            00021300
000214     WRITE PRINT-LINE FROM PROOF-TOTAL-LINE                       00021400
000215         AFTER ADVANCING 2 LINES.                                 00021500
000216     WRITE PRINT-LINE FROM CERTIFICATION-LINE                     00021600
000217         AFTER ADVANCING 2 LINES.                                 00021700
000218     MOVE WS-NEW-YEAR TO NML-YEAR.                                00021800
000219     WRITE PRINT-LINE FROM NEW-MASTER-LINE                        00021900
000220         AFTER ADVANCING 1 LINE.                                  00022000
000221     CLOSE YTD-MASTER-FILE, YTD-HISTORY-FILE,                     00022100
000222         YTD-NEW-MASTER-FILE, PRINT-FILE.                         00022200
