000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. PPAYISS.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  WRITES THE BANK'S          00000800
000009*                    POSITIVE-PAY ISSUE FILE FROM THE ISSUED-     00000900
000010*                    CHECKS FILE:                                 00001000
000011*                    EVERY PAYCHECK AND REMITTANCE CHECK NOT YET  00001100
000012*                    SENT GOES AS AN ISSUE (A CHKVOID REPLACEMENT 00001200
000013*                    AS A REISSUE), AND EVERY VOIDED, STOPPED, OR 00001300
000014*                    ESCHEATED CHECK NOT YET SENT AS A VOID GOES  00001400
000015*                    AS A VOID, UNDER A HEADER AND A TRAILER OF   00001500
000016*                    COUNTS AND DOLLARS.  EACH CHECK IS FLAGGED   00001600
000017*                    ON THE NEW ISSUED-CHECKS FILE AS IT IS SENT, 00001700
000018*                    AND THE TRANSMISSION CONTROL RECORD CARRIES  00001800
000019*                    THE SEQUENCE NUMBER AND THE HIGHEST CHECK    00001900
000020*                    NUMBER SENT, SO AN ISSUED FILE THAT WAS NOT  00002000
000021*                    ROLLED FORWARD HALTS THE RUN INSTEAD OF      00002100
000022*                    SENDING ITS CHECKS TWICE.                    00002200
000023*                                                                 00002300
000024 ENVIRONMENT DIVISION.                                            00002400
000025 CONFIGURATION SECTION.                                           00002500
000026 SOURCE-COMPUTER. IBM-370.                                        00002600
000027 OBJECT-COMPUTER. IBM-370.                                        00002700
000028*                                                                 00002800
000029 INPUT-OUTPUT SECTION.                                            00002900
000030 FILE-CONTROL.                                                    00003000
000031     SELECT ISSUED-OLD-FILE ASSIGN TO UT-S-ISSOLD.                00003100
000032     SELECT ISSUED-NEW-FILE ASSIGN TO UT-S-ISSNEW.                00003200
000033     SELECT PPAY-CONTROL-FILE ASSIGN TO UT-S-PPAYCTL.             00003300
000034     SELECT POSITIVE-PAY-FILE ASSIGN TO UT-S-PPAYFILE.            00003400
000035     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003500
000036*                                                                 00003600
000037 DATA DIVISION.                                                   00003700
000038 FILE SECTION.                                                    00003800
000039*ISSUED-CHECK-RECORD MIRRORS CHKPRINT'S OUTPUT LAYOUT.            00003900
000040 FD  ISSUED-OLD-FILE                                              00004000
000041     LABEL RECORD IS OMITTED.                                     00004100
000042 01  ISSUED-OLD-RECORD.                                           00004200
000043     05  ISO-CHECK-NUMBER        PIC 9(06).                       00004300
000044     05  ISO-EMP-ID              PIC X(10).                       00004400
000045     05  ISO-EMP-NAME            PIC X(25).                       00004500
000046     05  ISO-ISSUE-DATE          PIC 9(06).                       00004600
000047     05  ISO-PAY-PERIOD          PIC X(06).                       00004700
000048     05  ISO-AMOUNT              PIC S9(5)V99.                    00004800
000049     05  ISO-STATUS              PIC X.                           00004900
000050         88  ISO-IS-LIVE         VALUE " ".                       00005000
000051     05  ISO-VOID-DATE           PIC 9(06).                       00005100
000052     05  ISO-VOID-REASON         PIC X(20).                       00005200
000053     05  ISO-PPAY-FLAG           PIC X.                           00005300
000054         88  ISO-ISSUE-UNSENT    VALUE " " "R".                   00005400
000055         88  ISO-IS-REISSUE      VALUE "R".                       00005500
000056         88  ISO-VOID-WAS-SENT   VALUE "V".                       00005600
000057*                                                                 00005700
000058 FD  ISSUED-NEW-FILE                                              00005800
000059     LABEL RECORD IS OMITTED.                                     00005900
000060 01  ISSUED-NEW-RECORD           PIC X(88).                       00006000
000061*                                                                 00006100
000062*ONE CONTROL RECORD: THE LAST TRANSMISSION'S SEQUENCE NUMBER,     00006200
000063*DATE, AND TOTALS, THE HIGHEST CHECK NUMBER EVER SENT AS AN       00006300
000064*ISSUE, AND THE DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN ON.     00006400
000065 FD  PPAY-CONTROL-FILE                                            00006500
000066     LABEL RECORD IS OMITTED.                                     00006600
000067 01  PPAY-CONTROL-RECORD.                                         00006700
000068     05  PPC-LAST-SEQUENCE       PIC 9(06).                       00006800
000069     05  PPC-LAST-DATE           PIC 9(06).                       00006900
000070     05  PPC-HIGH-CHECK-NUMBER   PIC 9(06).                       00007000
000071     05  PPC-BANK-ACCOUNT        PIC X(17).                       00007100
000072     05  PPC-LAST-ENTRY-COUNT    PIC 9(06).                       00007200
000073     05  PPC-LAST-DOLLAR-TOTAL   PIC 9(9)V99.                     00007300
000074     05  FILLER                  PIC X(28).                       00007400
000075*                                                                 00007500
000076*THE ISSUE FILE CARRIES ONE BATCH: AN "H" HEADER, ONE "D"         00007600
000077*DETAIL PER ISSUE ("I"), REISSUE ("R"), OR VOID ("V"), AND A      00007700
000078*"T" TRAILER WITH THE COUNTS AND DOLLARS THE BANK BALANCES        00007800
000079*AGAINST.                                                         00007900
000080 FD  POSITIVE-PAY-FILE                                            00008000
000081     LABEL RECORD IS OMITTED.                                     00008100
000082 01  POSITIVE-PAY-RECORD         PIC X(80).                       00008200
000083*                                                                 00008300
000084 FD  PRINT-FILE                                                   00008400
000085     LABEL RECORD IS OMITTED.                                     00008500
000086 01  PRINT-LINE                  PIC X(132).                      00008600
000087*                                                                 00008700
000088 WORKING-STORAGE SECTION.                                         00008800
000089*                                                                 00008900
000090 77  ISSUED-EOF-FLAG             PIC X VALUE "N".                 00009000
000091     88  ISSUED-IS-EOF           VALUE "Y".                       00009100
000092*                                                                 00009200
000093 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00009300
000094 77  WS-SEQUENCE                 PIC 9(06) VALUE 0.               00009400
000095 77  WS-HIGH-CHECK-NUMBER        PIC 9(06) VALUE 0.               00009500
000096 77  WS-BANK-ACCOUNT             PIC X(17) VALUE SPACES.          00009600
000097 77  WS-STALE-COUNT              PIC 9(05) VALUE 0.               00009700
000098 77  WS-CHECKS-READ              PIC 9(05) VALUE 0.               00009800
000099 77  WS-ISSUE-COUNT              PIC 9(05) VALUE 0.               00009900
000100 77  WS-REISSUE-COUNT            PIC 9(05) VALUE 0.               00010000
000101 77  WS-VOID-COUNT               PIC 9(05) VALUE 0.               00010100
000102 77  WS-ENTRY-COUNT              PIC 9(06) VALUE 0.               00010200
000103 77  WS-ISSUE-TOTAL              PIC S9(9)V99 VALUE 0.            00010300
000104 77  WS-VOID-TOTAL               PIC S9(9)V99 VALUE 0.            00010400
000105 77  WS-ACTION-TEXT              PIC X(10) VALUE SPACES.          00010500
000106*                                                                 00010600
000107 01  PPAY-HEADER-RECORD.                                          00010700
000108     05  FILLER                  PIC X VALUE "H".                 00010800
000109     05  PPH-COMPANY-NAME        PIC X(16)                        00010900
000110             VALUE "HAL INDUSTRIES  ".                            00011000
000111     05  PPH-BANK-ACCOUNT        PIC X(17).                       00011100
000112     05  PPH-CREATION-DATE       PIC 9(06).                       00011200
000113     05  PPH-SEQUENCE            PIC 9(06).                       00011300
000114     05  FILLER                  PIC X(34) VALUE SPACES.          00011400
000115*                                                                 00011500
000116 01  PPAY-DETAIL-RECORD.                                          00011600
000117     05  FILLER                  PIC X VALUE "D".                 00011700
000118     05  PPD-BANK-ACCOUNT        PIC X(17).                       00011800
000119     05  PPD-CHECK-NUMBER        PIC 9(06).                       00011900
000120     05  PPD-ISSUE-DATE          PIC 9(06).                       00012000
000121     05  PPD-AMOUNT              PIC 9(7)V99.                     00012100
000122     05  PPD-ACTION              PIC X.                           00012200
000123     05  PPD-PAYEE-NAME          PIC X(25).                       00012300
000124     05  FILLER                  PIC X(15) VALUE SPACES.          00012400
000125*                                                                 00012500
000126 01  PPAY-TRAILER-RECORD.                                         00012600
000127     05  FILLER                  PIC X VALUE "T".                 00012700
000128     05  PPT-ISSUE-COUNT         PIC 9(06).                       00012800
000129     05  PPT-ISSUE-TOTAL         PIC 9(9)V99.                     00012900
000130     05  PPT-VOID-COUNT          PIC 9(06).                       00013000
000131     05  PPT-VOID-TOTAL          PIC 9(9)V99.                     00013100
000132     05  PPT-ENTRY-COUNT         PIC 9(06).                       00013200
000133     05  FILLER                  PIC X(39) VALUE SPACES.          00013300
000134*                                                                 00013400
000135 01  TITLE-LINE.                                                  00013500
000136     05  FILLER                  PIC X(20) VALUE SPACES.          00013600
000137     05  FILLER                  PIC X(40)                        00013700
000138             VALUE "POSITIVE PAY ISSUE FILE REGISTER".            00013800
000139*                                                                 00013900
000140 01  SEQUENCE-LINE.                                               00014000
000141     05  FILLER                  PIC X(05) VALUE SPACES.          00014100
000142     05  FILLER                  PIC X(14) VALUE "TRANSMISSION ". 00014200
000143     05  SQL-SEQUENCE            PIC ZZZZZ9.                      00014300
000144     05  FILLER                  PIC X(11) VALUE "  ACCOUNT ".    00014400
000145     05  SQL-BANK-ACCOUNT        PIC X(17).                       00014500
000146     05  FILLER                  PIC X(16)                        00014600
000147             VALUE "  LAST SENT ON  ".                            00014700
000148     05  SQL-LAST-DATE           PIC 9(06).                       00014800
000149*                                                                 00014900
000150 01  ACTION-LINE.                                                 00015000
000151     05  FILLER                  PIC X(05) VALUE SPACES.          00015100
000152     05  ACL-ACTION              PIC X(10).                       00015200
000153     05  FILLER                  PIC X(02) VALUE SPACES.          00015300
000154     05  ACL-CHECK-NUMBER        PIC 9(06).                       00015400
000155     05  FILLER                  PIC X(02) VALUE SPACES.          00015500
000156     05  ACL-EMP-NAME            PIC X(25).                       00015600
000157     05  FILLER                  PIC X(02) VALUE SPACES.          00015700
000158     05  ACL-AMOUNT              PIC ZZZZ9.99-.                   00015800
000159     05  FILLER                  PIC X(02) VALUE SPACES.          00015900
000160     05  ACL-ISSUE-DATE          PIC 9(06).                       00016000
000161     05  FILLER                  PIC X(02) VALUE SPACES.          00016100
000162     05  ACL-REASON              PIC X(20).                       00016200
000163*                                                                 00016300
000164 01  SUMMARY-ISSUE-LINE.                                          00016400
000165     05  FILLER                  PIC X(05) VALUE SPACES.          00016500
000166     05  FILLER                  PIC X(24)                        00016600
000167             VALUE "ISSUES SENT:            ".                    00016700
000168     05  SIL-COUNT               PIC ZZ,ZZ9.                      00016800
000169     05  FILLER                  PIC X(16)                        00016900
000170             VALUE "  REISSUES:     ".                            00017000
000171     05  SIL-REISSUE-COUNT       PIC ZZ,ZZ9.                      00017100
000172     05  FILLER                  PIC X(04) VALUE SPACES.          00017200
000173     05  SIL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.              00017300
000174*                                                                 00017400
000175 01  SUMMARY-VOID-LINE.                                           00017500
000176     05  FILLER                  PIC X(05) VALUE SPACES.          00017600
000177     05  FILLER                  PIC X(24)                        00017700
000178             VALUE "VOIDS SENT:             ".                    00017800
000179     05  SVL-COUNT               PIC ZZ,ZZ9.                      00017900
000180     05  FILLER                  PIC X(26) VALUE SPACES.          00018000
000181     05  SVL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.              00018100
000182*                                                                 00018200
000183 01  SUMMARY-ENTRY-LINE.                                          00018300
000184     05  FILLER                  PIC X(05) VALUE SPACES.          00018400
000185     05  FILLER                  PIC X(24)                        00018500
000186             VALUE "ENTRIES TRANSMITTED:    ".                    00018600
000187     05  SEL-COUNT               PIC ZZ,ZZ9.                      00018700
000188*                                                                 00018800
000189 01  SUMMARY-READ-LINE.                                           00018900
000190     05  FILLER                  PIC X(05) VALUE SPACES.          00019000
000191     05  FILLER                  PIC X(24)                        00019100
000192             VALUE "CHECKS ON ISSUED FILE:  ".                    00019200
000193     05  SRL-COUNT               PIC ZZ,ZZ9.                      00019300
000194*                                                                 00019400
000195 PROCEDURE DIVISION.                                              00019500
000196 000-MAIN.                                                        00019600
000197     PERFORM INITIALIZATION.                                      00019700
000198     PERFORM PROVE-ISSUED-FILE.                                   00019800
000199     PERFORM WRITE-PPAY-HEADER.                                   00019900
000200     PERFORM PROCESS-ONE-CHECK UNTIL ISSUED-IS-EOF.               00020000
000201     PERFORM WRITE-PPAY-TRAILER.                                  00020100
000202     PERFORM CLOSING.                                             00020200
000203     STOP RUN.                                                    00020300
000204*                                                                 00020400
000205*NO CONTROL RECORD MEANS THIS IS THE FIRST TRANSMISSION.          00020500
000206 INITIALIZATION.                                                  00020600
000207     ACCEPT WS-RUN-DATE FROM DATE.                                00020700
000208     OPEN INPUT PPAY-CONTROL-FILE.                                00020800
000209     READ PPAY-CONTROL-FILE                                       00020900
000210         AT END                                                   00021000
000211             MOVE 0 TO PPC-LAST-SEQUENCE, PPC-LAST-DATE,          00021100
000212                 PPC-HIGH-CHECK-NUMBER                            00021200
000213             MOVE SPACES TO PPC-BANK-ACCOUNT                      00021300
000214     END-READ.                                                    00021400
000215     MOVE PPC-LAST-SEQUENCE TO WS-SEQUENCE.                       00021500
000216     ADD 1 TO WS-SEQUENCE.                                        00021600
000217     MOVE PPC-HIGH-CHECK-NUMBER TO WS-HIGH-CHECK-NUMBER.          00021700
000218     MOVE PPC-BANK-ACCOUNT TO WS-BANK-ACCOUNT.                    00021800
000219     MOVE WS-SEQUENCE TO SQL-SEQUENCE.                            00021900
000220     MOVE WS-BANK-ACCOUNT TO SQL-BANK-ACCOUNT.                    00022000
000221     MOVE PPC-LAST-DATE TO SQL-LAST-DATE.                         00022100
000222     CLOSE PPAY-CONTROL-FILE.                                     00022200
000223     OPEN OUTPUT PRINT-FILE.                                      00022300
000224     WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.     00022400
000225     WRITE PRINT-LINE FROM SEQUENCE-LINE AFTER ADVANCING 2 LINES. 00022500
000226     IF WS-BANK-ACCOUNT EQUAL SPACES                              00022600
000227         DISPLAY "PPAYISS HALTED - NO DISBURSEMENT ACCOUNT ON"    00022700
000228             " THE CONTROL RECORD"                                00022800
000229         MOVE 16 TO RETURN-CODE                                   00022900
000230         STOP RUN                                                 00023000
000231     END-IF.                                                      00023100
000232*                                                                 00023200
000233*A CHECK STILL WAITING TO GO OUT AS AN ISSUE MUST BE NUMBERED     00023300
000234*ABOVE EVERYTHING ALREADY SENT.  ONE AT OR BELOW THE HIGH-        00023400
000235*WATER MARK MEANS THIS IS AN ISSUED FILE FROM BEFORE THE LAST     00023500
000236*TRANSMISSION, AND SENDING IT WOULD SEND ITS CHECKS TWICE, SO     00023600
000237*THE RUN STOPS BEFORE A RECORD IS WRITTEN.                        00023700
000238 PROVE-ISSUED-FILE.                                               00023800
000239     OPEN INPUT ISSUED-OLD-FILE.                                  00023900
000240     READ ISSUED-OLD-FILE                                         00024000
000241         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00024100
000242     PERFORM PROVE-ONE-CHECK UNTIL ISSUED-IS-EOF.                 00024200
000243     CLOSE ISSUED-OLD-FILE.                                       00024300
000244     IF WS-STALE-COUNT > 0                                        00024400
000245         DISPLAY "PPAYISS HALTED - " WS-STALE-COUNT               00024500
000246             " UNSENT CHECKS AT OR BELOW LAST CHECK SENT "        00024600
000247             WS-HIGH-CHECK-NUMBER                                 00024700
000248         DISPLAY "PPAYISS HALTED - ISSUED FILE PREDATES THE"      00024800
000249             " LAST TRANSMISSION"                                 00024900
000250         MOVE 16 TO RETURN-CODE                                   00025000
000251         STOP RUN                                                 00025100
000252     END-IF.                                                      00025200
000253     MOVE "N" TO ISSUED-EOF-FLAG.                                 00025300
000254     OPEN INPUT ISSUED-OLD-FILE,                                  00025400
000255          OUTPUT ISSUED-NEW-FILE, POSITIVE-PAY-FILE.              00025500
000256     READ ISSUED-OLD-FILE                                         00025600
000257         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00025700
000258*                                                                 00025800
000259 PROVE-ONE-CHECK.                                                 00025900
000260     IF ISO-ISSUE-UNSENT                                          00026000
000261       AND ISO-CHECK-NUMBER NOT > WS-HIGH-CHECK-NUMBER            00026100
000262         ADD 1 TO WS-STALE-COUNT                                  00026200
000263     END-IF.                                                      00026300
000264     READ ISSUED-OLD-FILE                                         00026400
000265         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00026500
000266*                                                                 00026600
000267 WRITE-PPAY-HEADER.                                               00026700
000268     MOVE WS-BANK-ACCOUNT TO PPH-BANK-ACCOUNT.                    00026800
000269     MOVE WS-RUN-DATE TO PPH-CREATION-DATE.                       00026900
000270     MOVE WS-SEQUENCE TO PPH-SEQUENCE.                            00027000
000271     WRITE POSITIVE-PAY-RECORD FROM PPAY-HEADER-RECORD.           00027100
000272*                                                                 00027200
000273*EVERY CHECK PASSES THROUGH TO THE NEW FILE.  ONE NOT YET SENT    00027300
000274*GOES OUT AS AN ISSUE; ONE VOIDED, STOPPED, OR ESCHEATED GOES     00027400
000275*OUT AS A VOID UNLESS THE VOID WENT BEFORE.  A CHECK ISSUED AND   00027500
000276*VOIDED SINCE THE LAST TRANSMISSION GOES AS BOTH, ISSUE FIRST,    00027600
000277*SO THE BANK NEVER SEES A VOID FOR A CHECK IT DOES NOT KNOW.      00027700
000278 PROCESS-ONE-CHECK.                                               00027800
000279     ADD 1 TO WS-CHECKS-READ.                                     00027900
000280     IF ISO-ISSUE-UNSENT                                          00028000
000281         PERFORM WRITE-ISSUE-DETAIL                               00028100
000282     END-IF.                                                      00028200
000283     IF NOT ISO-IS-LIVE AND NOT ISO-VOID-WAS-SENT                 00028300
000284         PERFORM WRITE-VOID-DETAIL                                00028400
000285     END-IF.                                                      00028500
000286     MOVE ISSUED-OLD-RECORD TO ISSUED-NEW-RECORD.                 00028600
000287     WRITE ISSUED-NEW-RECORD.                                     00028700
000288     READ ISSUED-OLD-FILE                                         00028800
000289         AT END MOVE "Y" TO ISSUED-EOF-FLAG.                      00028900
000290*                                                                 00029000
000291 WRITE-ISSUE-DETAIL.                                              00029100
000292     IF ISO-IS-REISSUE                                            00029200
000293         MOVE "R" TO PPD-ACTION                                   00029300
000294         MOVE "REISSUE   " TO WS-ACTION-TEXT                      00029400
000295         ADD 1 TO WS-REISSUE-COUNT                                00029500
000296     ELSE                                                         00029600
000297         MOVE "I" TO PPD-ACTION                                   00029700
000298         MOVE "ISSUE     " TO WS-ACTION-TEXT                      00029800
000299     END-IF.                                                      00029900
000300     PERFORM WRITE-PPAY-DETAIL.                                   00030000
000301     ADD 1 TO WS-ISSUE-COUNT.                                     00030100
000302     ADD ISO-AMOUNT TO WS-ISSUE-TOTAL.                            00030200
000303     IF ISO-CHECK-NUMBER > WS-HIGH-CHECK-NUMBER                   00030300
000304         MOVE ISO-CHECK-NUMBER TO WS-HIGH-CHECK-NUMBER            00030400
000305     END-IF.                                                      00030500
000306     MOVE "I" TO ISO-PPAY-FLAG.                                   00030600
000307*                                                                 00030700
000308 WRITE-VOID-DETAIL.                                               00030800
000309     MOVE "V" TO PPD-ACTION.                                      00030900
000310     IF ISO-STATUS EQUAL "S"                                      00031000
000311         MOVE "STOP      " TO WS-ACTION-TEXT                      00031100
000312     ELSE                                                         00031200
000313     IF ISO-STATUS EQUAL "E"                                      00031300
000314         MOVE "ESCHEATED " TO WS-ACTION-TEXT                      00031400
000315     ELSE                                                         00031500
000316         MOVE "VOID      " TO WS-ACTION-TEXT                      00031600
000317     END-IF                                                       00031700
000318     END-IF.                                                      00031800
000319     PERFORM WRITE-PPAY-DETAIL.                                   00031900
000320     ADD 1 TO WS-VOID-COUNT.                                      00032000
000321     ADD ISO-AMOUNT TO WS-VOID-TOTAL.                             00032100
000322     MOVE "V" TO ISO-PPAY-FLAG.                                   00032200
000323*                                                                 00032300
000324 WRITE-PPAY-DETAIL.                                               00032400
000325     MOVE WS-BANK-ACCOUNT TO PPD-BANK-ACCOUNT.                    00032500
000326     MOVE ISO-CHECK-NUMBER TO PPD-CHECK-NUMBER.                   00032600
000327     MOVE ISO-ISSUE-DATE TO PPD-ISSUE-DATE.                       00032700
000328     MOVE ISO-AMOUNT TO PPD-AMOUNT.                               00032800
000329     MOVE ISO-EMP-NAME TO PPD-PAYEE-NAME.                         00032900
000330     WRITE POSITIVE-PAY-RECORD FROM PPAY-DETAIL-RECORD.           00033000
000331     ADD 1 TO WS-ENTRY-COUNT.                                     00033100
000332     MOVE WS-ACTION-TEXT TO ACL-ACTION.                           00033200
000333     MOVE ISO-CHECK-NUMBER TO ACL-CHECK-NUMBER.                   00033300
000334     MOVE ISO-EMP-NAME TO ACL-EMP-NAME.                           00033400
000335     MOVE ISO-AMOUNT TO ACL-AMOUNT.                               00033500
000336     MOVE ISO-ISSUE-DATE TO ACL-ISSUE-DATE.                       00033600
000337     IF PPD-ACTION EQUAL "V"                                      00033700
000338         MOVE ISO-VOID-REASON TO ACL-REASON                       00033800
000339     ELSE                                                         00033900
000340         MOVE SPACES TO ACL-REASON                                00034000
000341     END-IF.                                                      00034100
000342     WRITE PRINT-LINE FROM ACTION-LINE AFTER ADVANCING 1 LINE.    00034200
000343*                                                                 00034300
000344 WRITE-PPAY-TRAILER.                                              00034400
000345     MOVE WS-ISSUE-COUNT TO PPT-ISSUE-COUNT.                      00034500
000346     MOVE WS-ISSUE-TOTAL TO PPT-ISSUE-TOTAL.                      00034600
000347     MOVE WS-VOID-COUNT TO PPT-VOID-COUNT.                        00034700
000348     MOVE WS-VOID-TOTAL TO PPT-VOID-TOTAL.                        00034800
000349     MOVE WS-ENTRY-COUNT TO PPT-ENTRY-COUNT.                      00034900
000350     WRITE POSITIVE-PAY-RECORD FROM PPAY-TRAILER-RECORD.          00035000
000351*                                                                 00035100
000352*THE CONTROL RECORD IS REWRITTEN ONLY AFTER THE WHOLE FILE IS     00035200
000353*OUT, SO A RUN THAT DIES PART WAY LEAVES THE LAST GOOD            00035300
000354*TRANSMISSION ON IT.                                              00035400
000355 CLOSING.                                                         00035500
000356     MOVE WS-ISSUE-COUNT TO SIL-COUNT.                            00035600
000357     MOVE WS-REISSUE-COUNT TO SIL-REISSUE-COUNT.                  00035700
000358     MOVE WS-ISSUE-TOTAL TO SIL-AMOUNT.                           00035800
000359     WRITE PRINT-LINE FROM SUMMARY-ISSUE-LINE                     00035900
000360         AFTER ADVANCING 2 LINES.                                 00036000
000361     MOVE WS-VOID-COUNT TO SVL-COUNT.                             00036100
000362     MOVE WS-VOID-TOTAL TO SVL-AMOUNT.                            00036200
000363     WRITE PRINT-LINE FROM SUMMARY-VOID-LINE                      00036300
000364         AFTER ADVANCING 1 LINE.                                  00036400
000365     MOVE WS-ENTRY-COUNT TO SEL-COUNT.                            00036500
000366     WRITE PRINT-LINE FROM SUMMARY-ENTRY-LINE                     00036600
000367         AFTER ADVANCING 1 LINE.                                  00036700
000368     MOVE WS-CHECKS-READ TO SRL-COUNT.                            00036800
000369     WRITE PRINT-LINE FROM SUMMARY-READ-LINE                      00036900
000370         AFTER ADVANCING 1 LINE.                                  00037000
000371     CLOSE ISSUED-OLD-FILE, ISSUED-NEW-FILE,                      00037100
000372         POSITIVE-PAY-FILE, PRINT-FILE.                           00037200
000373     OPEN OUTPUT PPAY-CONTROL-FILE.                               00037300
000374     MOVE SPACES TO PPAY-CONTROL-RECORD.                          00037400
000375     MOVE WS-SEQUENCE TO PPC-LAST-SEQUENCE.                       00037500
000376     MOVE WS-RUN-DATE TO PPC-LAST-DATE.                           00037600
000377     MOVE WS-HIGH-CHECK-NUMBER TO PPC-HIGH-CHECK-NUMBER.          00037700
000378     MOVE WS-BANK-ACCOUNT TO PPC-BANK-ACCOUNT.                    00037800
000379     MOVE WS-ENTRY-COUNT TO PPC-LAST-ENTRY-COUNT.                 00037900
000380     ADD WS-ISSUE-TOTAL, WS-VOID-TOTAL                            00038000
000381         GIVING PPC-LAST-DOLLAR-TOTAL.                            00038100
000382     WRITE PPAY-CONTROL-RECORD.                                   00038200
000383     CLOSE PPAY-CONTROL-FILE.                                     00038300
