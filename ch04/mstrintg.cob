000014*                    ENDS WITH CODE 16, SO A CREEPING CLUSTER     00001400
000015*                    PROBLEM IS CAUGHT ON SCHEDULE INSTEAD OF AT  00001500
000016*                    FOUR IN THE MORNING ON PAYDAY.               00001600
000017*    2026-10-15  SS  WIDEN THE RECORD FOR THE SOCIAL SECURITY AND 00001700
000018*                    MEDICARE AMOUNTS PAYROLL ADDED TO THE        00001800
000019*                    REGISTER EXTRACT.                            00001900
000020*    2026-10-15  SS  WIDEN THE RECORD FOR THE RETIREMENT DEFERRAL 00002000
000021*                    AND EMPLOYER MATCH PAYROLL ADDED TO THE      00002100
000022*                    REGISTER EXTRACT.                            00002200
000023*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE PAY GROUP,   00002300
000024*                    PAY FREQUENCY, AND PERIOD SALARY (90 BYTES). 00002400
000025*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE SOCIAL       00002500
000026*                    SECURITY NUMBER, HIRE DATE, AND HOME ADDRESS 00002600
000027*                    (156 BYTES).                                 00002700
000028*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE ORIGINAL     00002800
000029*                    HIRE DATE AND ADJUSTED SERVICE DATE (168     00002900
000030*                    BYTES).                                      00003000
000031*    2026-10-15  SS  WIDEN THE RECORD FOR THE LOAN REPAYMENT      00003100
000032*                    PAYROLL ADDED TO THE REGISTER EXTRACT.       00003200
000033*                                                                 00003300
000034 ENVIRONMENT DIVISION.                                            00003400
000035 CONFIGURATION SECTION.                                           00003500
000036 SOURCE-COMPUTER. IBM-370.                                        00003600
000037 OBJECT-COMPUTER. IBM-370.                                        00003700
000038*                                                                 00003800
000039 INPUT-OUTPUT SECTION.                                            00003900
000040 FILE-CONTROL.                                                    00004000
000041     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00004100
000042         ORGANIZATION IS INDEXED                                  00004200
000043         ACCESS MODE IS SEQUENTIAL                                00004300
000044         RECORD KEY IS EMP-ID.                                    00004400
000045     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00004500
000046         ORGANIZATION IS INDEXED                                  00004600
000047         ACCESS MODE IS SEQUENTIAL                                00004700
000048         RECORD KEY IS REG-EMP-ID.                                00004800
000049     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004900
000050*                                                                 00005000
000051 DATA DIVISION.                                                   00005100
000052 FILE SECTION.                                                    00005200
000053*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00005300
000054 FD  EMPLOYEE-MASTER-FILE                                         00005400
000055     LABEL RECORD IS OMITTED.                                     00005500
000056 01  EMPLOYEE-MASTER-RECORD.                                      00005600
000057     COPY EMPLOYEE.                                               00005700
000058     05  EMP-M-SALARY-CODE       PIC X.                           00005800
000059     05  EMP-M-STATUS            PIC X.                           00005900
000060     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00006000
000061     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00006100
000062     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00006200
000063     05  EMP-M-FILING-STATUS     PIC X.                           00006300
000064     05  EMP-M-ALLOWANCES        PIC 99.                          00006400
000065     05  EMP-M-COMP-CLASS        PIC X(04).                       00006500
000066     05  EMP-M-PAY-GROUP         PIC X(02).                       00006600
000067     05  EMP-M-PAY-FREQUENCY     PIC X.                           00006700
000068     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00006800
000069     05  EMP-M-SSN               PIC 9(09).                       00006900
000070     05  EMP-M-HIRE-DATE         PIC 9(06).                       00007000
000071     05  EMP-M-STREET            PIC X(25).                       00007100
000072     05  EMP-M-CITY              PIC X(15).                       00007200
000073     05  EMP-M-STATE             PIC X(02).                       00007300
000074     05  EMP-M-ZIP               PIC X(09).                       00007400
000075     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00007500
000076     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00007600
000077     05  FILLER                  PIC X(02).                       00007700
000078*                                                                 00007800
000079*ONLY THE KEY AND MONEY FIELDS ARE NAMED ON THE REGISTER.         00007900
000080 FD  REGISTER-FILE                                                00008000
000081     LABEL RECORD IS OMITTED.                                     00008100
000082 01  REGISTER-RECORD.                                             00008200
000083     05  REG-EMP-ID              PIC X(10).                       00008300
000084     05  FILLER                  PIC X(15).                       00008400
000085     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00008500
000086     05  FILLER                  PIC X(58).                       00008600
000087     05  REG-NET-AMOUNT          PIC S9(5)V99.                    00008700
000088     05  FILLER                  PIC X(133).                      00008800
000089*                                                                 00008900
000090 FD  PRINT-FILE                                                   00009000
000091     LABEL RECORD IS OMITTED.                                     00009100
000092 01  PRINT-LINE                  PIC X(96).                       00009200
000093*                                                                 00009300
000094 WORKING-STORAGE SECTION.                                         00009400
000095*                                                                 00009500
000096 77  MASTER-EOF-FLAG             PIC X VALUE "N".                 00009600
000097     88  MASTER-IS-EOF           VALUE "Y".                       00009700
000098 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00009800
000099     88  REGISTER-IS-EOF         VALUE "Y".                       00009900
000100 77  WS-LAST-EMP-KEY             PIC X(10) VALUE LOW-VALUES.      00010000
000101 77  WS-LAST-REG-KEY             PIC X(10) VALUE LOW-VALUES.      00010100
000102 77  WS-MASTER-COUNT             PIC 9(06) VALUE 0.               00010200
000103 77  WS-REGISTER-COUNT           PIC 9(06) VALUE 0.               00010300
000104 77  WS-FAIL-COUNT               PIC 9(04) VALUE 0.               00010400
000105*                                                                 00010500
000106 01  TITLE-LINE.                                                  00010600
000107     05  FILLER                  PIC X(20) VALUE SPACES.          00010700
000108     05  FILLER                  PIC X(44)                        00010800
000109             VALUE "PAYROLL INDEXED MASTER INTEGRITY PASS".       00010900
000110*                                                                 00011000
000111 01  FAIL-LINE.                                                   00011100
000112     05  FILLER                  PIC X(05) VALUE SPACES.          00011200
000113     05  FLL-FILE-NAME           PIC X(09).                       00011300
000114     05  FILLER                  PIC X(02) VALUE SPACES.          00011400
000115     05  FLL-KEY                 PIC X(10).                       00011500
000116     05  FILLER                  PIC X(02) VALUE SPACES.          00011600
000117     05  FLL-TEXT                PIC X(44).                       00011700
000118*                                                                 00011800
000119 01  COUNT-LINE.                                                  00011900
000120     05  FILLER                  PIC X(05) VALUE SPACES.          00012000
000121     05  CTL-FILE-NAME           PIC X(09).                       00012100
000122     05  FILLER                  PIC X(17)                        00012200
000123             VALUE "  RECORDS WALKED:".                           00012300
000124     05  CTL-COUNT               PIC ZZZ,ZZ9.                     00012400
000125*                                                                 00012500
000126 01  CLEAN-LINE.                                                  00012600
000127     05  FILLER                  PIC X(05) VALUE SPACES.          00012700
000128     05  FILLER                  PIC X(44) VALUE                  00012800
000129    "BOTH INDEXES WALK CLEAN AGAINST THEIR DATA".                 00012900
000130*                                                                 00013000
000131 01  BAD-LINE.                                                    00013100
000132     05  FILLER                  PIC X(05) VALUE SPACES.          00013200
000133     05  FILLER                  PIC X(48) VALUE                  00013300
000134    "*** INTEGRITY BREAKS FOUND - SEE LISTING ***".               00013400
000135*                                                                 00013500
000136 PROCEDURE DIVISION.                                              00013600
000137 000-MAIN.                                                        00013700
000138     PERFORM INITIALIZATION.                                      00013800
000139     PERFORM CHECK-ONE-MASTER-RECORD UNTIL MASTER-IS-EOF.         00013900
000140     PERFORM CHECK-ONE-REGISTER-RECORD UNTIL REGISTER-IS-EOF.     00014000
000141     PERFORM CLOSING.                                             00014100
000142     STOP RUN.                                                    00014200
000143*                                                                 00014300
000144 INITIALIZATION.                                                  00014400
000145     OPEN INPUT EMPLOYEE-MASTER-FILE, REGISTER-FILE,              00014500
000146          OUTPUT PRINT-FILE.                                      00014600
000147     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00014700
000148     READ EMPLOYEE-MASTER-FILE                                    00014800
000149         AT END MOVE "Y" TO MASTER-EOF-FLAG.                      00014900
000150     READ REGISTER-FILE                                           00015000
000151         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00015100
000152*                                                                 00015200
000153*A KEY THAT FAILS TO ASCEND MEANS THE INDEX AND THE DATA HAVE     00015300
000154*PARTED COMPANY; A NON-NUMERIC RATE OR AMOUNT MEANS A RECORD      00015400
000155*WAS TORN.  EITHER ONE IS A REBUILD-AND-PROVE JOB FOR EMPUNLD     00015500
000156*AND EMPRELD (OR REGUNLD AND REGRELD) BEFORE THE NEXT PAY RUN.    00015600
000157 CHECK-ONE-MASTER-RECORD.                                         00015700
000158     ADD 1 TO WS-MASTER-COUNT.                                    00015800
000159     IF EMP-ID NOT > WS-LAST-EMP-KEY                              00015900
000160         ADD 1 TO WS-FAIL-COUNT                                   00016000
000161         MOVE "EMPMAST  " TO FLL-FILE-NAME                        00016100
000162         MOVE EMP-ID TO FLL-KEY                                   00016200
000163         MOVE "KEY NOT ASCENDING - INDEX SUSPECT" TO FLL-TEXT     00016300
000164         WRITE PRINT-LINE FROM FAIL-LINE                          00016400
000165             AFTER ADVANCING 1 LINE                               00016500
000166     END-IF.                                                      00016600
000167     MOVE EMP-ID TO WS-LAST-EMP-KEY.                              00016700
000168     IF EMP-PAYRATE NOT NUMERIC                                   00016800
000169         ADD 1 TO WS-FAIL-COUNT                                   00016900
000170         MOVE "EMPMAST  " TO FLL-FILE-NAME                        00017000
000171         MOVE EMP-ID TO FLL-KEY                                   00017100
000172         MOVE "EMP-PAYRATE NOT NUMERIC" TO FLL-TEXT               00017200
000173         WRITE PRINT-LINE FROM FAIL-LINE                          00017300
000174             AFTER ADVANCING 1 LINE                               00017400
000175     END-IF.                                                      00017500
000176     READ EMPLOYEE-MASTER-FILE                                    00017600
000177         AT END MOVE "Y" TO MASTER-EOF-FLAG.                      00017700
000178*                                                                 00017800
000179 CHECK-ONE-REGISTER-RECORD.                                       00017900
000180     ADD 1 TO WS-REGISTER-COUNT.                                  00018000
000181     IF REG-EMP-ID NOT > WS-LAST-REG-KEY                          00018100
000182         ADD 1 TO WS-FAIL-COUNT                                   00018200
000183         MOVE "REGISTER " TO FLL-FILE-NAME                        00018300
000184         MOVE REG-EMP-ID TO FLL-KEY                               00018400
000185         MOVE "KEY NOT ASCENDING - INDEX SUSPECT" TO FLL-TEXT     00018500
000186         WRITE PRINT-LINE FROM FAIL-LINE                          00018600
000187             AFTER ADVANCING 1 LINE                               00018700
000188     END-IF.                                                      00018800
000189     MOVE REG-EMP-ID TO WS-LAST-REG-KEY.                          00018900
000190     IF REG-LINE-AMOUNT NOT NUMERIC                               00019000
000191       OR REG-NET-AMOUNT NOT NUMERIC                              00019100
000192         ADD 1 TO WS-FAIL-COUNT                                   00019200
000193         MOVE "REGISTER " TO FLL-FILE-NAME                        00019300
000194         MOVE REG-EMP-ID TO FLL-KEY                               00019400
000195         MOVE "MONEY FIELD NOT NUMERIC" TO FLL-TEXT               00019500
000196         WRITE PRINT-LINE FROM FAIL-LINE                          00019600
000197             AFTER ADVANCING 1 LINE                               00019700
000198     END-IF.                                                      00019800
000199     READ REGISTER-FILE                                           00019900
000200         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00020000
000201*                                                                 00020100
000202 CLOSING.                                                         00020200
000203     MOVE "EMPMAST  " TO CTL-FILE-NAME.                           00020300
000204     MOVE WS-MASTER-COUNT TO CTL-COUNT.                           00020400
000205     WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 2 LINES.    00020500
000206     MOVE "REGISTER " TO CTL-FILE-NAME.                           00020600
000207     MOVE WS-REGISTER-COUNT TO CTL-COUNT.                         00020700
000208     WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.     00020800
000209     IF WS-FAIL-COUNT EQUAL ZERO                                  00020900
000210         WRITE PRINT-LINE FROM CLEAN-LINE                         00021000
000211             AFTER ADVANCING 2 LINES                              00021100
000212     ELSE                                                         00021200
000213         WRITE PRINT-LINE FROM BAD-LINE                           00021300
000214             AFTER ADVANCING 2 LINES                              00021400
000215         MOVE 16 TO RETURN-CODE                                   00021500
000216     END-IF.                                                      00021600
000217     CLOSE EMPLOYEE-MASTER-FILE, REGISTER-FILE, PRINT-FILE.       00021700
