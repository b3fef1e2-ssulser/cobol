000013*                    THE SAME PROTECTION BIBUNLD GIVES THE BOOK   00001300
000014*                    CATALOG, FOR THE FILE PAYDAY ACTUALLY        00001400
000015*                    DEPENDS ON.                                  00001500
000016*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE PAY GROUP,   00001600
000017*                    PAY FREQUENCY, AND PERIOD SALARY (90 BYTES); 00001700
000018*                    THE BACKUP RECORD WIDENS TO MATCH.           00001800
000019*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE SOCIAL       00001900
000020*                    SECURITY NUMBER, HIRE DATE, AND HOME ADDRESS 00002000
000021*                    (156 BYTES);                                 00002100
000022*                    THE BACKUP RECORD WIDENS TO MATCH.           00002200
000023*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE ORIGINAL     00002300
000024*                    HIRE DATE AND ADJUSTED SERVICE DATE (168     00002400
000025*                    BYTES); THE BACKUP RECORD WIDENS TO MATCH.   00002500
000026*                                                                 00002600
000027 ENVIRONMENT DIVISION.                                            00002700
000028 CONFIGURATION SECTION.                                           00002800
000029 SOURCE-COMPUTER. IBM-370.                                        00002900
000030 OBJECT-COMPUTER. IBM-370.                                        00003000
000031*                                                                 00003100
000032 INPUT-OUTPUT SECTION.                                            00003200
000033 FILE-CONTROL.                                                    00003300
000034     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00003400
000035         ORGANIZATION IS INDEXED                                  00003500
000036         ACCESS MODE IS SEQUENTIAL                                00003600
000037         RECORD KEY IS EMP-ID.                                    00003700
000038     SELECT BACKUP-FILE ASSIGN TO UT-S-BACKUP.                    00003800
000039     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003900
000040*                                                                 00004000
000041 DATA DIVISION.                                                   00004100
000042 FILE SECTION.                                                    00004200
000043*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.         00004300
000044 FD  EMPLOYEE-MASTER-FILE                                         00004400
000045     LABEL RECORD IS OMITTED.                                     00004500
000046 01  EMPLOYEE-MASTER-RECORD.                                      00004600
000047     COPY EMPLOYEE.                                               00004700
000048     05  EMP-M-SALARY-CODE       PIC X.                           00004800
000049     05  EMP-M-STATUS            PIC X.                           00004900
000050     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00005000
000051     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00005100
000052     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00005200
000053     05  EMP-M-FILING-STATUS     PIC X.                           00005300
000054     05  EMP-M-ALLOWANCES        PIC 99.                          00005400
000055     05  EMP-M-COMP-CLASS        PIC X(04).                       00005500
000056     05  EMP-M-PAY-GROUP         PIC X(02).                       00005600
000057     05  EMP-M-PAY-FREQUENCY     PIC X.                           00005700
000058     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00005800
000059     05  EMP-M-SSN               PIC 9(09).                       00005900
000060     05  EMP-M-HIRE-DATE         PIC 9(06).                       00006000
000061     05  EMP-M-STREET            PIC X(25).                       00006100
000062     05  EMP-M-CITY              PIC X(15).                       00006200
000063     05  EMP-M-STATE             PIC X(02).                       00006300
000064     05  EMP-M-ZIP               PIC X(09).                       00006400
000065     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00006500
000066     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00006600
000067     05  FILLER                  PIC X(02).                       00006700
000068*                                                                 00006800
000069*THE BACKUP IS THE RECORD IMAGE; THE LAST RECORD IS THE           00006900
000070**TRAILER* WITH THE COUNT AND RATE HASH EMPRELD PROVES.           00007000
000071 FD  BACKUP-FILE                                                  00007100
000072     LABEL RECORD IS OMITTED.                                     00007200
000073 01  BACKUP-RECORD               PIC X(168).                      00007300
000074 01  BACKUP-TRAILER-LAYOUT REDEFINES BACKUP-RECORD.               00007400
000075     05  BKP-TRAILER-MARKER      PIC X(09).                       00007500
000076     05  BKP-RECORD-COUNT        PIC 9(06).                       00007600
000077     05  BKP-RATE-HASH           PIC 9(9)V99.                     00007700
000078     05  FILLER                  PIC X(142).                      00007800
000079*                                                                 00007900
000080 FD  PRINT-FILE                                                   00008000
000081     LABEL RECORD IS OMITTED.                                     00008100
000082 01  PRINT-LINE                  PIC X(96).                       00008200
000083*                                                                 00008300
000084 WORKING-STORAGE SECTION.                                         00008400
000085*                                                                 00008500
000086 77  MASTER-EOF-FLAG             PIC X VALUE "N".                 00008600
000087     88  MASTER-IS-EOF           VALUE "Y".                       00008700
000088 77  WS-RECORD-COUNT             PIC 9(06) VALUE 0.               00008800
000089 77  WS-RATE-HASH                PIC 9(9)V99 VALUE 0.             00008900
000090*                                                                 00009000
000091 01  RESULT-LINE.                                                 00009100
000092     05  FILLER                  PIC X(05) VALUE SPACES.          00009200
000093     05  FILLER                  PIC X(19)                        00009300
000094             VALUE "RECORDS UNLOADED: ".                          00009400
000095     05  RSL-COUNT               PIC ZZZ,ZZ9.                     00009500
000096     05  FILLER                  PIC X(13)                        00009600
000097             VALUE "  RATE HASH: ".                               00009700
000098     05  RSL-HASH                PIC ZZZ,ZZZ,ZZ9.99.              00009800
000099*                                                                 00009900
000100 PROCEDURE DIVISION.                                              00010000
000101 000-MAIN.                                                        00010100
000102     PERFORM INITIALIZATION.                                      00010200
000103     PERFORM UNLOAD-ONE-RECORD UNTIL MASTER-IS-EOF.               00010300
000104     PERFORM WRITE-BACKUP-TRAILER.                                00010400
000105     PERFORM CLOSING.                                             00010500
000106     STOP RUN.                                                    00010600
000107*                                                                 00010700
000108 INITIALIZATION.                                                  00010800
000109     OPEN INPUT EMPLOYEE-MASTER-FILE.                             00010900
000110     OPEN OUTPUT BACKUP-FILE, PRINT-FILE.                         00011000
000111     READ EMPLOYEE-MASTER-FILE                                    00011100
000112         AT END MOVE "Y" TO MASTER-EOF-FLAG.                      00011200
000113*                                                                 00011300
000114 UNLOAD-ONE-RECORD.                                               00011400
000115     WRITE BACKUP-RECORD FROM EMPLOYEE-MASTER-RECORD.             00011500
000116     ADD 1 TO WS-RECORD-COUNT.                                    00011600
000117     IF EMP-PAYRATE NUMERIC                                       00011700
000118         ADD EMP-PAYRATE TO WS-RATE-HASH                          00011800
000119     END-IF.                                                      00011900
000120     READ EMPLOYEE-MASTER-FILE                                    00012000
000121         AT END MOVE "Y" TO MASTER-EOF-FLAG.                      00012100
000122*                                                                 00012200
000123 WRITE-BACKUP-TRAILER.                                            00012300
000124     MOVE SPACES TO BACKUP-RECORD.                                00012400
000125     MOVE "*TRAILER*" TO BKP-TRAILER-MARKER.                      00012500
000126     MOVE WS-RECORD-COUNT TO BKP-RECORD-COUNT.                    00012600
000127     MOVE WS-RATE-HASH TO BKP-RATE-HASH.                          00012700
000128     WRITE BACKUP-RECORD.                                         00012800
000129*                                                                 00012900
000130 CLOSING.                                                         00013000
000131     MOVE WS-RECORD-COUNT TO RSL-COUNT.                           00013100
000132     MOVE WS-RATE-HASH TO RSL-HASH.                               00013200
000133     WRITE PRINT-LINE FROM RESULT-LINE AFTER ADVANCING 1 LINE.    00013300
000134     CLOSE EMPLOYEE-MASTER-FILE, BACKUP-FILE, PRINT-FILE.         00013400
