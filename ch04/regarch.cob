000018*    2026-09-02  SS  WIDEN THE RECORD FOR THE PER-TYPE EARNINGS   00001800
000019*                    AMOUNTS PAYROLL ADDED TO THE REGISTER        00001900
000020*                    EXTRACT.                                     00002000
000021*    2026-10-15  SS  WIDEN THE RECORD FOR THE SOCIAL SECURITY AND 00002100
000022*                    MEDICARE AMOUNTS PAYROLL ADDED TO THE        00002200
000023*                    REGISTER EXTRACT.                            00002300
000024*    2026-10-15  SS  WIDEN THE RECORD FOR THE RETIREMENT DEFERRAL 00002400
000025*                    AND EMPLOYER MATCH PAYROLL ADDED TO THE      00002500
000026*                    REGISTER EXTRACT.                            00002600
000027*    2026-10-15  SS  WIDEN THE RECORD FOR THE LOAN REPAYMENT      00002700
000028*                    PAYROLL ADDED TO THE REGISTER EXTRACT.       00002800
000029*                                                                 00002900
000030 ENVIRONMENT DIVISION.                                            00003000
000031 CONFIGURATION SECTION.                                           00003100
000032 SOURCE-COMPUTER. IBM-370.                                        00003200
000033 OBJECT-COMPUTER. IBM-370.                                        00003300
000034*                                                                 00003400
000035 INPUT-OUTPUT SECTION.                                            00003500
000036 FILE-CONTROL.                                                    00003600
000037     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00003700
000038         ORGANIZATION IS INDEXED                                  00003800
000039         ACCESS MODE IS SEQUENTIAL                                00003900
000040         RECORD KEY IS REG-EMP-ID.                                00004000
000041     SELECT REGISTER-HISTORY-FILE ASSIGN TO UT-S-REGHIST.         00004100
000042     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00004200
000043*                                                                 00004300
000044 DATA DIVISION.                                                   00004400
000045 FILE SECTION.                                                    00004500
000046 FD  REGISTER-FILE                                                00004600
000047     LABEL RECORD IS OMITTED.                                     00004700
000048 01  REGISTER-RECORD.                                             00004800
000049     05  REG-EMP-ID              PIC X(10).                       00004900
000050     05  FILLER                  PIC X(220).                      00005000
000051*                                                                 00005100
000052 FD  REGISTER-HISTORY-FILE                                        00005200
000053     LABEL RECORD IS OMITTED.                                     00005300
000054 01  REGISTER-HISTORY-RECORD     PIC X(230).                      00005400
000055*                                                                 00005500
000056 FD  PRINT-FILE                                                   00005600
000057     LABEL RECORD IS OMITTED.                                     00005700
000058 01  PRINT-LINE                  PIC X(96).                       00005800
000059*                                                                 00005900
000060 WORKING-STORAGE SECTION.                                         00006000
000061*                                                                 00006100
000062 77  REGISTER-EOF-FLAG           PIC X VALUE "N".                 00006200
000063     88  REGISTER-IS-EOF         VALUE "Y".                       00006300
000064 77  WS-ARCHIVED-COUNT           PIC 9(06) VALUE 0.               00006400
000065*                                                                 00006500
000066 01  RESULT-LINE.                                                 00006600
000067     05  FILLER                  PIC X(05) VALUE SPACES.          00006700
000068     05  FILLER                  PIC X(28)                        00006800
000069             VALUE "REGISTER RECORDS ARCHIVED:  ".                00006900
000070     05  RSL-COUNT               PIC ZZZ,ZZ9.                     00007000
000071*                                                                 00007100
000072 PROCEDURE DIVISION.                                              00007200
000073 000-MAIN.                                                        00007300
000074     PERFORM INITIALIZATION.                                      00007400
000075     PERFORM ARCHIVE-ONE-RECORD UNTIL REGISTER-IS-EOF.            00007500
000076     PERFORM CLOSING.                                             00007600
000077     STOP RUN.                                                    00007700
000078*                                                                 00007800
000079 INITIALIZATION.                                                  00007900
000080     OPEN INPUT REGISTER-FILE,                                    00008000
000081          EXTEND REGISTER-HISTORY-FILE,                           00008100
000082          OUTPUT PRINT-FILE.                                      00008200
000083     READ REGISTER-FILE                                           00008300
000084         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00008400
000085*                                                                 00008500
000086 ARCHIVE-ONE-RECORD.                                              00008600
000087     WRITE REGISTER-HISTORY-RECORD FROM REGISTER-RECORD.          00008700
000088     ADD 1 TO WS-ARCHIVED-COUNT.                                  00008800
000089     READ REGISTER-FILE                                           00008900
000090         AT END MOVE "Y" TO REGISTER-EOF-FLAG.                    00009000
000091*                                                                 00009100
000092 CLOSING.                                                         00009200
000093     MOVE WS-ARCHIVED-COUNT TO RSL-COUNT.                         00009300
000094     WRITE PRINT-LINE FROM RESULT-LINE AFTER ADVANCING 1 LINE.    00009400
000095     CLOSE REGISTER-FILE, REGISTER-HISTORY-FILE, PRINT-FILE.      00009500
