000013*                    THE EMPTY-KSDS OPEN AND IS NEITHER BACKED    00001300
000014*                    UP NOR COUNTED -- REGRELD PRIMES THE         00001400
000015*                    REBUILT CLUSTER ITSELF.                      00001500
000016*    2026-10-15  SS  WIDEN THE RECORD FOR THE SOCIAL SECURITY AND 00001600
000017*                    MEDICARE AMOUNTS PAYROLL ADDED TO THE        00001700
000018*                    REGISTER EXTRACT.                            00001800
000019*    2026-10-15  SS  WIDEN THE RECORD FOR THE RETIREMENT DEFERRAL 00001900
000020*                    AND EMPLOYER MATCH PAYROLL ADDED TO THE      00002000
000021*                    REGISTER EXTRACT.                            00002100
000022*    2026-10-15  SS  WIDEN THE RECORD FOR THE LOAN REPAYMENT      00002200
000023*                    PAYROLL ADDED TO THE REGISTER EXTRACT.       00002300
000024*                                                                 00002400
000025 ENVIRONMENT DIVISION.                                            00002500
000026 CONFIGURATION SECTION.                                           00002600
000027 SOURCE-COMPUTER. IBM-370.                                        00002700
000028 OBJECT-COMPUTER. IBM-370.                                        00002800
000029*                                                                 00002900
000030 INPUT-OUTPUT SECTION.                                            00003000
000031 FILE-CONTROL.                                                    00003100
000032     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00003200
000033         ORGANIZATION IS INDEXED                                  00003300
000034         ACCESS MODE IS SEQUENTIAL                                00003400
000035         RECORD KEY IS REG-EMP-ID.                                00003500
000036     SELECT BACKUP-FILE ASSIGN TO UT-S-BACKUP.                    00003600
000037     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003700
000038*                                                                 00003800
000039 DATA DIVISION.                                                   00003900
000040 FILE SECTION.                                                    00004000
000041*ONLY THE KEY AND HASH FIELDS ARE NAMED; THE RECORD PASSES        00004100
000042*THROUGH WHOLE IN PAYROLL'S REGISTER LAYOUT.                      00004200
000043 FD  REGISTER-FILE                                                00004300
000044     LABEL RECORD IS OMITTED.                                     00004400
000045 01  REGISTER-RECORD.                                             00004500
000046     05  REG-EMP-ID              PIC X(10).                       00004600
000047     05  FILLER                  PIC X(15).                       00004700
000048     05  REG-LINE-AMOUNT         PIC S9(5)V99.                    00004800
000049     05  FILLER                  PIC X(198).                      00004900
000050*                                                                 00005000
000051 FD  BACKUP-FILE                                                  00005100
000052     LABEL RECORD IS OMITTED.                                     00005200
000053 01  BACKUP-RECORD               PIC X(230).                      00005300
000054 01  BACKUP-TRAILER-LAYOUT REDEFINES BACKUP-RECORD.               00005400
000055     05  BKP-TRAILER-MARKER      PIC X(09).                       00005500
000056     05  BKP-RECORD-COUNT        PIC 9(06).                       00005600
000057     05  BKP-AMOUNT-HASH         PIC S9(9)V99.                    00005700
000058     05  FILLER                  PIC X(204).                      00005800
000059*                                                                 00005900
000060 FD  PRINT-FILE                                                   00006000
000061     LABEL RECORD IS OMITTED.                                     00006100
000062 01  PRINT-LINE                  PIC X(96).                       00006200
000063*                                                                 00006300
000064 WORKING-STORAGE SECTION.                                         00006400
000065*                                                                 00006500
000066 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00006600
000067     88  REGISTER-IS-EOF         VALUE "Y".                       00006700
000068 77  WS-RECORD-COUNT             PIC 9(06) VALUE 0.               00006800
000069 77  WS-AMOUNT-HASH              PIC S9(9)V99 VALUE 0.            00006900
000070*                                                                 00007000
000071 01  RESULT-LINE.                                                 00007100
000072     05  FILLER                  PIC X(05) VALUE SPACES.          00007200
000073     05  FILLER                  PIC X(19)                        00007300
000074             VALUE "RECORDS UNLOADED: ".                          00007400
000075     05  RSL-COUNT               PIC ZZZ,ZZ9.                     00007500
000076     05  FILLER                  PIC X(15)                        00007600
000077             VALUE "  AMOUNT HASH: ".                             00007700
000078     05  RSL-HASH                PIC ZZZ,ZZZ,ZZ9.99-.             00007800
000079*                                                                 00007900
000080 PROCEDURE DIVISION.                                              00008000
000081 000-MAIN.                                                        00008100
000082     PERFORM INITIALIZATION.                                      00008200
000083     PERFORM UNLOAD-ONE-RECORD UNTIL REGISTER-IS-EOF.             00008300
000084     PERFORM WRITE-BACKUP-TRAILER.                                00008400
000085     PERFORM CLOSING.                                             00008500
000086     STOP RUN.                                                    00008600
000087*                                                                 00008700
000088 INITIALIZATION.                                                  00008800
000089     OPEN INPUT REGISTER-FILE.                                    00008900
000090     OPEN OUTPUT BACKUP-FILE, PRINT-FILE.                         00009000
000091     READ REGISTER-FILE                                           00009100
000092         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00009200
000093*                                                                 00009300
000094 UNLOAD-ONE-RECORD.                                               00009400
000095     IF REG-EMP-ID NOT EQUAL "*REGDUMY*"                          00009500
000096         WRITE BACKUP-RECORD FROM REGISTER-RECORD                 00009600
000097         ADD 1 TO WS-RECORD-COUNT                                 00009700
000098         ADD REG-LINE-AMOUNT TO WS-AMOUNT-HASH                    00009800
000099     END-IF.                                                      00009900
000100     READ REGISTER-FILE                                           00010000
000101         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00010100
000102*                                                                 00010200
000103 WRITE-BACKUP-TRAILER.                                            00010300
000104     MOVE SPACES TO BACKUP-RECORD.                                00010400
000105     MOVE "*TRAILER*" TO BKP-TRAILER-MARKER.                      00010500
000106     MOVE WS-RECORD-COUNT TO BKP-RECORD-COUNT.                    00010600
000107     MOVE WS-AMOUNT-HASH TO BKP-AMOUNT-HASH.                      00010700
000108     WRITE BACKUP-RECORD.                                         00010800
000109*                                                                 00010900
000110 CLOSING.                                                         00011000
000111     MOVE WS-RECORD-COUNT TO RSL-COUNT.                           00011100
000112     MOVE WS-AMOUNT-HASH TO RSL-HASH.                             00011200
000113     WRITE PRINT-LINE FROM RESULT-LINE AFTER ADVANCING 1 LINE.    00011300
000114     CLOSE REGISTER-FILE, BACKUP-FILE, PRINT-FILE.                00011400
