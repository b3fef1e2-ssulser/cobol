000016*                    RECORD (WHICH PAYROLL DELETES AT OPEN) IS    00001600
000017*                    WRITTEN FIRST, SO THE REBUILT FILE CAN OPEN  00001700
000018*                    I-O EVEN WHEN THE BACKUP WAS EMPTY.          00001800
000019*    2026-10-15  SS  WIDEN THE RECORD FOR THE SOCIAL SECURITY AND 00001900
000020*                    MEDICARE AMOUNTS PAYROLL ADDED TO THE        00002000
000021*                    REGISTER EXTRACT.                            00002100
000022*    2026-10-15  SS  WIDEN THE RECORD FOR THE RETIREMENT DEFERRAL 00002200
000023*                    AND EMPLOYER MATCH PAYROLL ADDED TO THE      00002300
000024*                    REGISTER EXTRACT.                            00002400
000025*    2026-10-15  SS  WIDEN THE RECORD FOR THE LOAN REPAYMENT      00002500
000026*                    PAYROLL ADDED TO THE REGISTER EXTRACT.       00002600
000027*                                                                 00002700
000028 ENVIRONMENT DIVISION.                                            00002800
000029 CONFIGURATION SECTION.                                           00002900
000030 SOURCE-COMPUTER. IBM-370.                                        00003000
000031 OBJECT-COMPUTER. IBM-370.                                        00003100
000032*                                                                 00003200
000033 INPUT-OUTPUT SECTION.                                            00003300
000034 FILE-CONTROL.                                                    00003400
000035     SELECT BACKUP-FILE ASSIGN TO UT-S-BACKUP.                    00003500
000036     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00003600
000037         ORGANIZATION IS INDEXED                                  00003700
000038         ACCESS MODE IS SEQUENTIAL                                00003800
000039         RECORD KEY IS REG-EMP-ID.                                00003900
000040     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004000
000041*                                                                 00004100
000042 DATA DIVISION.                                                   00004200
000043 FILE SECTION.                                                    00004300
000044 FD  BACKUP-FILE                                                  00004400
000045     LABEL RECORD IS OMITTED.                                     00004500
000046 01  BACKUP-RECORD               PIC X(230).                      00004600
000047 01  BACKUP-TRAILER-LAYOUT REDEFINES BACKUP-RECORD.               00004700
000048     05  BKP-TRAILER-MARKER      PIC X(09).                       00004800
000049     05  BKP-RECORD-COUNT        PIC 9(06).                       00004900
000050     05  BKP-AMOUNT-HASH         PIC S9(9)V99.                    00005000
000051     05  FILLER                  PIC X(204).                      00005100
000052*                                                                 00005200
000053*ONLY THE KEY AND HASH FIELDS ARE NAMED; THE RECORD PASSES        00005300
000054*THROUGH WHOLE IN PAYROLL'S REGISTER LAYOUT.                      00005400
000055 FD  REGISTER-FILE                                                00005500
000056     LABEL RECORD IS OMITTED.                                     00005600
000057 01  REGISTER-RECORD.                                             00005700
000058     05  REG-EMP-ID              PIC X(10).                       00005800
000059     05  FILLER                  PIC X(15).                       00005900
000060     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00006000
000061     05  FILLER                  PIC X(198).                      00006100
000062*                                                                 00006200
000063 FD  PRINT-FILE                                                   00006300
000064     LABEL RECORD IS OMITTED.                                     00006400
000065 01  PRINT-LINE                  PIC X(96).                       00006500
000066*                                                                 00006600
000067 WORKING-STORAGE SECTION.                                         00006700
000068*                                                                 00006800
000069 77  BACKUP-EOF-FLAG             PIC X VALUE "N".                 00006900
000070     88  BACKUP-IS-EOF           VALUE "Y".                       00007000
000071 77  TRAILER-SEEN-FLAG           PIC X VALUE "N".                 00007100
000072     88  TRAILER-WAS-SEEN        VALUE "Y".                       00007200
000073 77  WS-RECORD-COUNT             PIC 9(06) VALUE 0.               00007300
000074 77  WS-AMOUNT-HASH              PIC S9(9)V99 VALUE 0.            00007400
000075 77  WS-TRAILER-COUNT            PIC 9(06) VALUE 0.               00007500
000076 77  WS-TRAILER-HASH             PIC S9(9)V99 VALUE 0.            00007600
000077*                                                                 00007700
000078 01  RESULT-LINE.                                                 00007800
000079     05  FILLER                  PIC X(05) VALUE SPACES.          00007900
000080     05  FILLER                  PIC X(19)                        00008000
000081             VALUE "RECORDS RELOADED: ".                          00008100
000082     05  RSL-COUNT               PIC ZZZ,ZZ9.                     00008200
000083     05  FILLER                  PIC X(15)                        00008300
000084             VALUE "  AMOUNT HASH: ".                             00008400
000085     05  RSL-HASH                PIC ZZZ,ZZZ,ZZ9.99-.             00008500
000086*                                                                 00008600
000087 01  PROVED-LINE.                                                 00008700
000088     05  FILLER                  PIC X(05) VALUE SPACES.          00008800
000089     05  FILLER                  PIC X(44) VALUE                  00008900
000090    "COUNT AND HASH AGREE WITH BACKUP TRAILER".                   00009000
000091*                                                                 00009100
000092 01  BAD-LINE.                                                    00009200
000093     05  FILLER                  PIC X(05) VALUE SPACES.          00009300
000094     05  FILLER                  PIC X(52) VALUE                  00009400
000095    "*** COUNT OR HASH DISAGREES - RELOAD NOT PROVEN ***".        00009500
000096*                                                                 00009600
000097 PROCEDURE DIVISION.                                              00009700
000098 000-MAIN.                                                        00009800
000099     PERFORM INITIALIZATION.                                      00009900
000100     PERFORM RELOAD-ONE-RECORD UNTIL BACKUP-IS-EOF.               00010000
000101     PERFORM CLOSING.                                             00010100
000102     STOP RUN.                                                    00010200
000103*                                                                 00010300
000104*THE OUTPUT OPEN CLEARS THE CLUSTER AND THE PRIMING RECORD IS     00010400
000105*WRITTEN AT ONCE -- ITS "*" KEY COLLATES AHEAD OF EVERY REAL      00010500
000106*EMP-ID, SO THE BACKUP RECORDS FOLLOW IN KEY ORDER.               00010600
000107 INITIALIZATION.                                                  00010700
000108     OPEN INPUT BACKUP-FILE.                                      00010800
000109     OPEN OUTPUT REGISTER-FILE, PRINT-FILE.                       00010900
000110     MOVE SPACES TO REGISTER-RECORD.                              00011000
000111     MOVE "*REGDUMY*" TO REG-EMP-ID.                              00011100
000112     MOVE 0 TO REG-LINE-AMOUNT.                                   00011200
000113     WRITE REGISTER-RECORD.                                       00011300
000114     READ BACKUP-FILE                                             00011400
000115         AT END MOVE "Y" TO BACKUP-EOF-FLAG.                      00011500
000116*                                                                 00011600
000117 RELOAD-ONE-RECORD.                                               00011700
000118     IF BKP-TRAILER-MARKER EQUAL "*TRAILER*"                      00011800
000119         MOVE "Y" TO TRAILER-SEEN-FLAG                            00011900
000120         MOVE BKP-RECORD-COUNT TO WS-TRAILER-COUNT                00012000
000121         MOVE BKP-AMOUNT-HASH TO WS-TRAILER-HASH                  00012100
000122     ELSE                                                         00012200
000123         MOVE BACKUP-RECORD TO REGISTER-RECORD                    00012300
000124         WRITE REGISTER-RECORD                                    00012400
000125         ADD 1 TO WS-RECORD-COUNT                                 00012500
000126         ADD REG-LINE-AMOUNT TO WS-AMOUNT-HASH                    00012600
000127     END-IF.                                                      00012700
000128     READ BACKUP-FILE                                             00012800
000129         AT END MOVE "Y" TO BACKUP-EOF-FLAG.                      00012900
000130*                                                                 00013000
000131 CLOSING.                                                         00013100
000132     MOVE WS-RECORD-COUNT TO RSL-COUNT.                           00013200
000133     MOVE WS-AMOUNT-HASH TO RSL-HASH.                             00013300
000134     WRITE PRINT-LINE FROM RESULT-LINE AFTER ADVANCING 1 LINE.    00013400
000135     IF TRAILER-WAS-SEEN                                          00013500
000136       AND WS-RECORD-COUNT EQUAL WS-TRAILER-COUNT                 00013600
000137       AND WS-AMOUNT-HASH EQUAL WS-TRAILER-HASH                   00013700
000138         WRITE PRINT-LINE FROM PROVED-LINE                        00013800
000139             AFTER ADVANCING 1 LINE                               00013900
000140     ELSE                                                         00014000
000141         WRITE PRINT-LINE FROM BAD-LINE                           00014100
000142             AFTER ADVANCING 1 LINE                               00014200
000143         MOVE 16 TO RETURN-CODE                                   00014300
000144     END-IF.                                                      00014400
000145     CLOSE BACKUP-FILE, REGISTER-FILE, PRINT-FILE.                00014500
