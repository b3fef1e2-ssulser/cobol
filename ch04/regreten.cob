000015*                    OLD PERIODS.  THE ACTIVE FILE STAYS SMALL    00001500
000016*                    AND A BAD SPOT IN AN OLD YEAR NO LONGER      00001600
000017*                    TAKES THE WHOLE HISTORY DOWN.                00001700
000018*    2026-10-15  SS  WIDEN THE RECORD FOR THE SOCIAL SECURITY AND 00001800
000019*                    MEDICARE AMOUNTS PAYROLL ADDED TO THE        00001900
000020*                    REGISTER EXTRACT.                            00002000
000021*    2026-10-15  SS  WIDEN THE RECORD FOR THE RETIREMENT DEFERRAL 00002100
000022*                    AND EMPLOYER MATCH PAYROLL ADDED TO THE      00002200
000023*                    REGISTER EXTRACT.                            00002300
000024*    2026-10-15  SS  WIDEN THE RECORD FOR THE LOAN REPAYMENT      00002400
000025*                    PAYROLL ADDED TO THE REGISTER EXTRACT.       00002500
000026*                                                                 00002600
000027 ENVIRONMENT DIVISION.                                            00002700
000028 CONFIGURATION SECTION.                                           00002800
000029 SOURCE-COMPUTER. IBM-370.                                        00002900
000030 OBJECT-COMPUTER. IBM-370.                                        00003000
000031*                                                                 00003100
000032 INPUT-OUTPUT SECTION.                                            00003200
000033 FILE-CONTROL.                                                    00003300
000034     SELECT HISTORY-OLD-FILE ASSIGN TO UT-S-REGHOLD.              00003400
000035     SELECT HISTORY-NEW-FILE ASSIGN TO UT-S-REGHNEW.              00003500
000036     SELECT ARCHIVE-FILE ASSIGN TO UT-S-REGARCHV.                 00003600
000037     SELECT INDEX-FILE ASSIGN TO UT-S-REGINDEX.                   00003700
000038     SELECT PARAMETER-FILE ASSIGN TO UT-S-PARMS.                  00003800
000039     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003900
000040*                                                                 00004000
000041 DATA DIVISION.                                                   00004100
000042 FILE SECTION.                                                    00004200
000043*ONLY THE KEY AND PERIOD ARE NAMED; THE RECORD PASSES THROUGH     00004300
000044*WHOLE IN PAYROLL'S REGISTER LAYOUT.                              00004400
000045 FD  HISTORY-OLD-FILE                                             00004500
000046     LABEL RECORD IS OMITTED.                                     00004600
000047 01  HISTORY-OLD-RECORD.                                          00004700
000048     05  HSO-EMP-ID              PIC X(10).                       00004800
000049     05  FILLER                  PIC X(22).                       00004900
000050     05  HSO-PAY-PERIOD          PIC X(06).                       00005000
000051     05  FILLER                  PIC X(192).                      00005100
000052*                                                                 00005200
000053 FD  HISTORY-NEW-FILE                                             00005300
000054     LABEL RECORD IS OMITTED.                                     00005400
000055 01  HISTORY-NEW-RECORD          PIC X(230).                      00005500
000056*                                                                 00005600
000057 FD  ARCHIVE-FILE                                                 00005700
000058     LABEL RECORD IS OMITTED.                                     00005800
000059 01  ARCHIVE-RECORD              PIC X(230).                      00005900
000060*                                                                 00006000
000061*ONE INDEX RECORD PER RETENTION RUN: THE PERIOD RANGE ROLLED      00006100
000062*OUT AND THE ARCHIVE DATASET IT WENT TO.                          00006200
000063 FD  INDEX-FILE                                                   00006300
000064     LABEL RECORD IS OMITTED.                                     00006400
000065 01  INDEX-RECORD.                                                00006500
000066     05  RIX-FROM-PERIOD         PIC X(06).                       00006600
000067     05  RIX-TO-PERIOD           PIC X(06).                       00006700
000068     05  RIX-DATASET             PIC X(44).                       00006800
000069     05  FILLER                  PIC X(24).                       00006900
000070*                                                                 00007000
000071*THE OPERATOR CARD NAMES THE CUTOFF PERIOD (KEPT AND LATER STAY   00007100
000072*ACTIVE) AND THE ARCHIVE DATASET NAME FOR THE INDEX.              00007200
000073 FD  PARAMETER-FILE                                               00007300
000074     LABEL RECORD IS OMITTED.                                     00007400
000075 01  PARAMETER-RECORD.                                            00007500
000076     05  PARM-CUTOFF-PERIOD      PIC X(06).                       00007600
000077     05  PARM-ARCHIVE-DSN        PIC X(44).                       00007700
000078     05  FILLER                  PIC X(30).                       00007800
000079*                                                                 00007900
000080 FD  PRINT-FILE                                                   00008000
000081     LABEL RECORD IS OMITTED.                                     00008100
000082 01  PRINT-LINE                  PIC X(96).                       00008200
000083*                                                                 00008300
000084 WORKING-STORAGE SECTION.                                         00008400
000085*                                                                 00008500
000086 77  HISTORY-EOF-FLAG            PIC X VALUE "N".                 00008600
000087     88  HISTORY-IS-EOF          VALUE "Y".                       00008700
000088 77  WS-CUTOFF-PERIOD            PIC X(06) VALUE SPACES.          00008800
000089 77  WS-ARCHIVE-DSN              PIC X(44) VALUE SPACES.          00008900
000090 77  WS-RECORDS-READ             PIC 9(06) VALUE 0.               00009000
000091 77  WS-RECORDS-KEPT             PIC 9(06) VALUE 0.               00009100
000092 77  WS-RECORDS-ARCHIVED         PIC 9(06) VALUE 0.               00009200
000093 77  WS-ARCH-FROM-PERIOD         PIC X(06) VALUE HIGH-VALUES.     00009300
000094 77  WS-ARCH-TO-PERIOD           PIC X(06) VALUE LOW-VALUES.      00009400
000095*                                                                 00009500
000096 01  TITLE-LINE.                                                  00009600
000097     05  FILLER                  PIC X(20) VALUE SPACES.          00009700
000098     05  FILLER                  PIC X(40)                        00009800
000099             VALUE "REGISTER HISTORY RETENTION RUN".              00009900
000100*                                                                 00010000
000101 01  CUTOFF-LINE.                                                 00010100
000102     05  FILLER                  PIC X(02) VALUE SPACES.          00010200
000103     05  FILLER                  PIC X(25)                        00010300
000104             VALUE "ARCHIVING PERIODS BEFORE ".                   00010400
000105     05  CTL-CUTOFF              PIC X(06).                       00010500
000106     05  FILLER                  PIC X(05) VALUE " TO: ".         00010600
000107     05  CTL-DATASET             PIC X(44).                       00010700
000108*                                                                 00010800
000109 01  SUMMARY-LINE.                                                00010900
000110     05  FILLER                  PIC X(02) VALUE SPACES.          00011000
000111     05  FILLER                  PIC X(07) VALUE "READ:  ".       00011100
000112     05  SML-READ                PIC ZZZ,ZZ9.                     00011200
000113     05  FILLER                  PIC X(08) VALUE "  KEPT: ".      00011300
000114     05  SML-KEPT                PIC ZZZ,ZZ9.                     00011400
000115     05  FILLER                  PIC X(12) VALUE "  ARCHIVED: ".  00011500
000116     05  SML-ARCHIVED            PIC ZZZ,ZZ9.                     00011600
000117*                                                                 00011700
000118 01  INDEX-LINE.                                                  00011800
000119     05  FILLER                  PIC X(02) VALUE SPACES.          00011900
000120     05  FILLER                  PIC X(22)                        00012000
000121             VALUE "INDEXED PERIOD RANGE: ".                      00012100
000122     05  IXL-FROM                PIC X(06).                       00012200
000123     05  FILLER                  PIC X(04) VALUE " TO ".          00012300
000124     05  IXL-TO                  PIC X(06).                       00012400
000125*                                                                 00012500
000126 PROCEDURE DIVISION.                                              00012600
000127 000-MAIN.                                                        00012700
000128     PERFORM INITIALIZATION.                                      00012800
000129     PERFORM SPLIT-ONE-RECORD UNTIL HISTORY-IS-EOF.               00012900
000130     PERFORM WRITE-INDEX-RECORD.                                  00013000
000131     PERFORM CLOSING.                                             00013100
000132     STOP RUN.                                                    00013200
000133*                                                                 00013300
000134 INITIALIZATION.                                                  00013400
000135     OPEN INPUT HISTORY-OLD-FILE, PARAMETER-FILE,                 00013500
000136          OUTPUT HISTORY-NEW-FILE, PRINT-FILE,                    00013600
000137          EXTEND ARCHIVE-FILE, INDEX-FILE.                        00013700
000138     READ PARAMETER-FILE                                          00013800
000139         AT END                                                   00013900
000140             CONTINUE                                             00014000
000141         NOT AT END                                               00014100
000142             MOVE PARM-CUTOFF-PERIOD TO WS-CUTOFF-PERIOD          00014200
000143             MOVE PARM-ARCHIVE-DSN TO WS-ARCHIVE-DSN              00014300
000144     END-READ.                                                    00014400
000145     CLOSE PARAMETER-FILE.                                        00014500
000146     IF WS-CUTOFF-PERIOD EQUAL SPACES                             00014600
000147       OR WS-ARCHIVE-DSN EQUAL SPACES                             00014700
000148         DISPLAY "REGRETEN HALTED - CUTOFF PERIOD OR ARCHIVE"     00014800
000149             " NAME MISSING FROM OPERATOR CARD"                   00014900
000150         MOVE 16 TO RETURN-CODE                                   00015000
000151         STOP RUN                                                 00015100
000152     END-IF.                                                      00015200
000153     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00015300
000154     MOVE WS-CUTOFF-PERIOD TO CTL-CUTOFF.                         00015400
000155     MOVE WS-ARCHIVE-DSN TO CTL-DATASET.                          00015500
000156     WRITE PRINT-LINE FROM CUTOFF-LINE AFTER ADVANCING 1 LINE.    00015600
000157     READ HISTORY-OLD-FILE                                        00015700
000158         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00015800
000159*                                                                 00015900
000160 SPLIT-ONE-RECORD.                                                00016000
000161     ADD 1 TO WS-RECORDS-READ.                                    00016100
000162     IF HSO-PAY-PERIOD < WS-CUTOFF-PERIOD                         00016200
000163         ADD 1 TO WS-RECORDS-ARCHIVED                             00016300
000164         WRITE ARCHIVE-RECORD FROM HISTORY-OLD-RECORD             00016400
000165         IF HSO-PAY-PERIOD < WS-ARCH-FROM-PERIOD                  00016500
000166             MOVE HSO-PAY-PERIOD TO WS-ARCH-FROM-PERIOD           00016600
000167         END-IF                                                   00016700
000168         IF HSO-PAY-PERIOD > WS-ARCH-TO-PERIOD                    00016800
000169             MOVE HSO-PAY-PERIOD TO WS-ARCH-TO-PERIOD             00016900
000170         END-IF                                                   00017000
000171     ELSE                                                         00017100
000172         ADD 1 TO WS-RECORDS-KEPT                                 00017200
000173         WRITE HISTORY-NEW-RECORD FROM HISTORY-OLD-RECORD         00017300
000174     END-IF.                                                      00017400
000175     READ HISTORY-OLD-FILE                                        00017500
000176         AT END MOVE "Y" TO HISTORY-EOF-FLAG.                     00017600
000177*                                                                 00017700
000178*ONE INDEX RECORD COVERS EVERYTHING ROLLED OUT THIS RUN, SO       00017800
000179*PAYHIST CAN NAME THE ARCHIVE A REQUESTED OLD PERIOD LIVES IN.    00017900
000180 WRITE-INDEX-RECORD.                                              00018000
000181     IF WS-RECORDS-ARCHIVED > 0                                   00018100
000182         MOVE WS-ARCH-FROM-PERIOD TO RIX-FROM-PERIOD              00018200
000183         MOVE WS-ARCH-TO-PERIOD TO RIX-TO-PERIOD                  00018300
000184         MOVE WS-ARCHIVE-DSN TO RIX-DATASET                       00018400
000185         WRITE INDEX-RECORD                                       00018500
000186         MOVE WS-ARCH-FROM-PERIOD TO IXL-FROM                     00018600
000187         MOVE WS-ARCH-TO-PERIOD TO IXL-TO                         00018700
000188         WRITE PRINT-LINE FROM INDEX-LINE                         00018800
000189             AFTER ADVANCING 1 LINE                               00018900
000190     END-IF.                                                      00019000
000191*                                                                 00019100
000192 CLOSING.                                                         00019200
000193     MOVE WS-RECORDS-READ TO SML-READ.                            00019300
000194     MOVE WS-RECORDS-KEPT TO SML-KEPT.                            00019400
000195     MOVE WS-RECORDS-ARCHIVED TO SML-ARCHIVED.                    00019500
000196     WRITE PRINT-LINE FROM SUMMARY-LINE                           00019600
000197         AFTER ADVANCING 2 LINES.                                 00019700
000198     CLOSE HISTORY-OLD-FILE, HISTORY-NEW-FILE,                    00019800
000199         ARCHIVE-FILE, INDEX-FILE, PRINT-FILE.                    00019900
