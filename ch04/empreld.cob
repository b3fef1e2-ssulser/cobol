000012*                    OR A DISAGREEMENT ENDS WITH CODE 16 -- THE   00001200
000013*                    REBUILT MASTER IS NOT TO BE TRUSTED UNTIL    00001300
000014*                    THE FIGURES TIE.                             00001400
000015*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE PAY GROUP,   00001500
000016*                    PAY FREQUENCY, AND PERIOD SALARY (90 BYTES); 00001600
000017*                    THE BACKUP RECORD WIDENS TO MATCH.           00001700
000018*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE SOCIAL       00001800
000019*                    SECURITY NUMBER, HIRE DATE, AND HOME ADDRESS 00001900
000020*                    (156 BYTES);                                 00002000
000021*                    THE BACKUP RECORD WIDENS TO MATCH.           00002100
000022*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE ORIGINAL     00002200
000023*                    HIRE DATE AND ADJUSTED SERVICE DATE (168     00002300
000024*                    BYTES); THE BACKUP RECORD WIDENS TO MATCH.   00002400
000025*                                                                 00002500
000026 ENVIRONMENT DIVISION.                                            00002600
000027 CONFIGURATION SECTION.                                           00002700
000028 SOURCE-COMPUTER. IBM-370.                                        00002800
000029 OBJECT-COMPUTER. IBM-370.                                        00002900
000030*                                                                 00003000
000031 INPUT-OUTPUT SECTION.                                            00003100
000032 FILE-CONTROL.                                                    00003200
000033     SELECT BACKUP-FILE ASSIGN TO UT-S-BACKUP.                    00003300
000034     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00003400
000035         ORGANIZATION IS INDEXED                                  00003500
000036         ACCESS MODE IS SEQUENTIAL                                00003600
000037         RECORD KEY IS EMP-ID.                                    00003700
000038     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003800
000039*                                                                 00003900
000040 DATA DIVISION.                                                   00004000
000041 FILE SECTION.                                                    00004100
000042 FD  BACKUP-FILE                                                  00004200
000043     LABEL RECORD IS OMITTED.                                     00004300
000044 01  BACKUP-RECORD               PIC X(168).                      00004400
000045 01  BACKUP-TRAILER-LAYOUT REDEFINES BACKUP-RECORD.               00004500
000046     05  BKP-TRAILER-MARKER      PIC X(09).                       00004600
000047     05  BKP-RECORD-COUNT        PIC 9(06).                       00004700
000048     05  BKP-RATE-HASH           PIC 9(9)V99.                     00004800
000049     05  FILLER                  PIC X(142).                      00004900
000050*                                                                 00005000
000051*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00005100
000052 FD  EMPLOYEE-MASTER-FILE                                         00005200
000053     LABEL RECORD IS OMITTED.                                     00005300
000054 01  EMPLOYEE-MASTER-RECORD.                                      00005400
000055     COPY EMPLOYEE.                                               00005500
000056     05  EMP-M-SALARY-CODE       PIC X.                           00005600
000057     05  EMP-M-STATUS            PIC X.                           00005700
000058     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00005800
000059     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00005900
000060     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00006000
000061     05  EMP-M-FILING-STATUS     PIC X.                           00006100
000062     05  EMP-M-ALLOWANCES        PIC 99.                          00006200
000063     05  EMP-M-COMP-CLASS        PIC X(04).                       00006300
000064     05  EMP-M-PAY-GROUP         PIC X(02).                       00006400
000065     05  EMP-M-PAY-FREQUENCY     PIC X.                           00006500
000066     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00006600
000067     05  EMP-M-SSN               PIC 9(09).                       00006700
000068     05  EMP-M-HIRE-DATE         PIC 9(06).                       00006800
000069     05  EMP-M-STREET            PIC X(25).                       00006900
000070     05  EMP-M-CITY              PIC X(15).                       00007000
000071     05  EMP-M-STATE             PIC X(02).                       00007100
000072     05  EMP-M-ZIP               PIC X(09).                       00007200
000073     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00007300
000074     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00007400
000075     05  FILLER                  PIC X(02).                       00007500
000076*                                                                 00007600
000077 FD  PRINT-FILE                                                   00007700
000078     LABEL RECORD IS OMITTED.                                     00007800
000079 01  PRINT-LINE                  PIC X(96).                       00007900
000080*                                                                 00008000
000081 WORKING-STORAGE SECTION.                                         00008100
000082*                                                                 00008200
000083 77  BACKUP-EOF-FLAG             PIC X VALUE "N".                 00008300
000084     88  BACKUP-IS-EOF           VALUE "Y".                       00008400
000085 77  TRAILER-SEEN-FLAG           PIC X VALUE "N".                 00008500
000086     88  TRAILER-WAS-SEEN        VALUE "Y".                       00008600
000087 77  WS-RECORD-COUNT             PIC 9(06) VALUE 0.               00008700
000088 77  WS-RATE-HASH                PIC 9(9)V99 VALUE 0.             00008800
000089 77  WS-TRAILER-COUNT            PIC 9(06) VALUE 0.               00008900
000090 77  WS-TRAILER-HASH             PIC 9(9)V99 VALUE 0.             00009000
000091*                                                                 00009100
000092 01  RESULT-LINE.                                                 00009200
000093     05  FILLER                  PIC X(05) VALUE SPACES.          00009300
000094     05  FILLER                  PIC X(19)                        00009400
000095             VALUE "RECORDS RELOADED: ".                          00009500
000096     05  RSL-COUNT               PIC ZZZ,ZZ9.                     00009600
000097     05  FILLER                  PIC X(13)                        00009700
000098             VALUE "  RATE HASH: ".                               00009800
000099     05  RSL-HASH                PIC ZZZ,ZZZ,ZZ9.99.              00009900
000100*                                                                 00010000
000101 01  PROVED-LINE.                                                 00010100
000102     05  FILLER                  PIC X(05) VALUE SPACES.          00010200
000103     05  FILLER                  PIC X(44) VALUE                  00010300
000104    "COUNT AND HASH AGREE WITH BACKUP TRAILER".                   00010400
000105*                                                                 00010500
000106 01  BAD-LINE.                                                    00010600
000107     05  FILLER                  PIC X(05) VALUE SPACES.          00010700
000108     05  FILLER                  PIC X(52) VALUE                  00010800
000109    "*** COUNT OR HASH DISAGREES - RELOAD NOT PROVEN ***".        00010900
000110*                                                                 00011000
000111 PROCEDURE DIVISION.                                              00011100
000112 000-MAIN.                                                        00011200
000113     PERFORM INITIALIZATION.                                      00011300
000114     PERFORM RELOAD-ONE-RECORD UNTIL BACKUP-IS-EOF.               00011400
000115     PERFORM CLOSING.                                             00011500
000116     STOP RUN.                                                    00011600
000117*                                                                 00011700
000118 INITIALIZATION.                                                  00011800
000119     OPEN INPUT BACKUP-FILE.                                      00011900
000120     OPEN OUTPUT EMPLOYEE-MASTER-FILE, PRINT-FILE.                00012000
000121     READ BACKUP-FILE                                             00012100
000122         AT END MOVE "Y" TO BACKUP-EOF-FLAG.                      00012200
000123*                                                                 00012300
000124 RELOAD-ONE-RECORD.                                               00012400
000125     IF BKP-TRAILER-MARKER EQUAL "*TRAILER*"                      00012500
000126         MOVE "Y" TO TRAILER-SEEN-FLAG                            00012600
000127         MOVE BKP-RECORD-COUNT TO WS-TRAILER-COUNT                00012700
000128         MOVE BKP-RATE-HASH TO WS-TRAILER-HASH                    00012800
000129     ELSE                                                         00012900
000130         MOVE BACKUP-RECORD TO EMPLOYEE-MASTER-RECORD             00013000
000131         WRITE EMPLOYEE-MASTER-RECORD                             00013100
000132         ADD 1 TO WS-RECORD-COUNT                                 00013200
000133         IF EMP-PAYRATE NUMERIC                                   00013300
000134             ADD EMP-PAYRATE TO WS-RATE-HASH                      00013400
000135         END-IF                                                   00013500
000136     END-IF.                                                      00013600
000137     READ BACKUP-FILE                                             00013700
000138         AT END MOVE "Y" TO BACKUP-EOF-FLAG.                      00013800
000139*                                                                 00013900
000140 CLOSING.                                                         00014000
000141     MOVE WS-RECORD-COUNT TO RSL-COUNT.                           00014100
000142     MOVE WS-RATE-HASH TO RSL-HASH.                               00014200
000143     WRITE PRINT-LINE FROM RESULT-LINE AFTER ADVANCING 1 LINE.    00014300
000144     IF TRAILER-WAS-SEEN                                          00014400
000145       AND WS-RECORD-COUNT EQUAL WS-TRAILER-COUNT                 00014500
000146       AND WS-RATE-HASH EQUAL WS-TRAILER-HASH                     00014600
000147         WRITE PRINT-LINE FROM PROVED-LINE                        00014700
000148             AFTER ADVANCING 1 LINE                               00014800
000149     ELSE                                                         00014900
000150         WRITE PRINT-LINE FROM BAD-LINE                           00015000
000151             AFTER ADVANCING 1 LINE                               00015100
000152         MOVE 16 TO RETURN-CODE                                   00015200
000153     END-IF.                                                      00015300
000154     CLOSE BACKUP-FILE, EMPLOYEE-MASTER-FILE, PRINT-FILE.         00015400
