000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. STRMSTEP.                                            00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  KEEPS THE DAILY STREAM'S   00000800
000009*                    STATUS FILE SO A RESUBMISSION AFTER A LATE   00000900
000010*                    FAILURE PICKS UP AT THE FAILED STEP INSTEAD  00001000
000011*                    OF BEING PATCHED BY HAND.  ONE CONTROL CARD  00001100
000012*                    PER INVOCATION: BEGIN OPENS A SUBMISSION FOR 00001200
000013*                    THE DECK'S RUN DATE, CHECK ENDS WITH CODE 4  00001300
000014*                    WHEN THE NAMED STEP ALREADY COMPLETED FOR    00001400
000015*                    THAT RUN DATE AND ITS OUTPUTS ARE STILL      00001500
000016*                    THERE, AND DONE RECORDS THE STEP COMPLETE.   00001600
000017*    2026-10-15  SS  AN OUTPUT THAT OPENS BUT HOLDS NO RECORD IS  00001700
000018*                    TREATED AS MISSING; THE STREAM NOW ALLOCATES 00001800
000019*                    THE STRMOUTN DATA SETS MOD SO A CHECK NEVER  00001900
000020*                    FAILS ALLOCATION WHEN ONE IS GONE.           00002000
000021*                                                                 00002100
000022 ENVIRONMENT DIVISION.                                            00002200
000023 CONFIGURATION SECTION.                                           00002300
000024 SOURCE-COMPUTER. IBM-370.                                        00002400
000025 OBJECT-COMPUTER. IBM-370.                                        00002500
000026*                                                                 00002600
000027 INPUT-OUTPUT SECTION.                                            00002700
000028 FILE-CONTROL.                                                    00002800
000029     SELECT CONTROL-CARD-FILE ASSIGN TO UT-S-STRMCARD.            00002900
000030     SELECT STREAM-STATUS-FILE ASSIGN TO UT-S-STRMSTAT.           00003000
000031     SELECT DECK-TAPE-FILE ASSIGN TO UT-S-INPUT.                  00003100
000032     SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.               00003200
000033     SELECT STEP-OUTPUT-1 ASSIGN TO UT-S-STRMOUT1                 00003300
000034         FILE STATUS IS WS-OUTPUT-1-STATUS.                       00003400
000035     SELECT STEP-OUTPUT-2 ASSIGN TO UT-S-STRMOUT2                 00003500
000036         FILE STATUS IS WS-OUTPUT-2-STATUS.                       00003600
000037     SELECT STEP-OUTPUT-3 ASSIGN TO UT-S-STRMOUT3                 00003700
000038         FILE STATUS IS WS-OUTPUT-3-STATUS.                       00003800
000039     SELECT STEP-OUTPUT-4 ASSIGN TO UT-S-STRMOUT4                 00003900
000040         FILE STATUS IS WS-OUTPUT-4-STATUS.                       00004000
000041*                                                                 00004100
000042 DATA DIVISION.                                                   00004200
000043 FILE SECTION.                                                    00004300
000044*CONTROL CARD: FUNCTION (BEGIN, CHECK, OR DONE), THE STEP NAME,   00004400
000045*AND FOR CHECK THE NUMBER OF STRMOUTN DATA SETS THE STEP LEAVES   00004500
000046*BEHIND.                                                          00004600
000047 FD  CONTROL-CARD-FILE                                            00004700
000048     LABEL RECORD IS OMITTED.                                     00004800
000049 01  CONTROL-CARD-RECORD.                                         00004900
000050     05  SCD-FUNCTION            PIC X(08).                       00005000
000051     05  SCD-STEP                PIC X(08).                       00005100
000052     05  SCD-OUTPUT-COUNT        PIC 9.                           00005200
000053     05  FILLER                  PIC X(63).                       00005300
000054*                                                                 00005400
000055 FD  STREAM-STATUS-FILE                                           00005500
000056     LABEL RECORD IS OMITTED.                                     00005600
000057 01  STREAM-STATUS-RECORD.                                        00005700
000058     COPY STRMSTAT.                                               00005800
000059*                                                                 00005900
000060*THE DECK TAPE IS READ ONLY FOR ITS *DECKHDR* RECORD, WHOSE       00006000
000061*WRITE DATE IS THE STREAM'S RUN DATE -- A RESTART AFTER           00006100
000062*MIDNIGHT STILL READS THE SAME GENERATION AND THE SAME DATE.      00006200
000063 FD  DECK-TAPE-FILE                                               00006300
000064     LABEL RECORD IS OMITTED.                                     00006400
000065 01  TAPE-RECORD                 PIC X(80).                       00006500
000066 01  TAPE-HEADER-LAYOUT REDEFINES TAPE-RECORD.                    00006600
000067     05  THD-MARKER              PIC X(09).                       00006700
000068     05  THD-DECK-NAME           PIC X(20).                       00006800
000069     05  THD-WRITE-DATE          PIC 9(06).                       00006900
000070     05  FILLER                  PIC X(45).                       00007000
000071*                                                                 00007100
000072*OPENED ONLY TO EMPTY IT AT THE START OF AN ORIGINAL SUBMISSION;  00007200
000073*A RESTART KEEPS THE RECORDS THE COMPLETED STEPS ALREADY WROTE.   00007300
000074 FD  RUN-CONTROL-FILE                                             00007400
000075     LABEL RECORD IS OMITTED.                                     00007500
000076 01  RUN-CONTROL-RECORD          PIC X(54).                       00007600
000077*                                                                 00007700
000078*THE STEP'S OUTPUTS ARE OPENED AND THEIR FIRST RECORD READ, SO ANY00007800
000079*RECORD LENGTH WILL DO.  THE STREAM ALLOCATES THEM MOD, SO ONE    00007900
000080*THAT WAS NOT THERE COMES BACK EMPTY RATHER THAN FAILING THE STEP.00008000
000081 FD  STEP-OUTPUT-1                                                00008100
000082     RECORD CONTAINS 0 CHARACTERS                                 00008200
000083     LABEL RECORD IS OMITTED.                                     00008300
000084 01  STEP-OUTPUT-1-RECORD        PIC X(256).                      00008400
000085*                                                                 00008500
000086 FD  STEP-OUTPUT-2                                                00008600
000087     RECORD CONTAINS 0 CHARACTERS                                 00008700
000088     LABEL RECORD IS OMITTED.                                     00008800
000089 01  STEP-OUTPUT-2-RECORD        PIC X(256).                      00008900
000090*                                                                 00009000
000091 FD  STEP-OUTPUT-3                                                00009100
000092     RECORD CONTAINS 0 CHARACTERS                                 00009200
000093     LABEL RECORD IS OMITTED.                                     00009300
000094 01  STEP-OUTPUT-3-RECORD        PIC X(256).                      00009400
000095*                                                                 00009500
000096 FD  STEP-OUTPUT-4                                                00009600
000097     RECORD CONTAINS 0 CHARACTERS                                 00009700
000098     LABEL RECORD IS OMITTED.                                     00009800
000099 01  STEP-OUTPUT-4-RECORD        PIC X(256).                      00009900
000100*                                                                 00010000
000101 WORKING-STORAGE SECTION.                                         00010100
000102*                                                                 00010200
000103 77  STATUS-EOF-FLAG             PIC X VALUE "N".                 00010300
000104     88  STATUS-IS-EOF           VALUE "Y".                       00010400
000105 77  STEP-DONE-FLAG              PIC X VALUE "N".                 00010500
000106     88  STEP-IS-DONE            VALUE "Y".                       00010600
000107 77  OUTPUT-MISSING-FLAG         PIC X VALUE "N".                 00010700
000108     88  OUTPUT-IS-MISSING       VALUE "Y".                       00010800
000109 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00010900
000110 77  WS-RUN-TIME                 PIC 9(08) VALUE 0.               00011000
000111 77  WS-DECK-RUN-DATE            PIC 9(06) VALUE 0.               00011100
000112 77  WS-DECK-SUBMISSIONS         PIC 99 VALUE 0.                  00011200
000113 77  WS-CURRENT-RUN-DATE         PIC 9(06) VALUE 0.               00011300
000114 77  WS-CURRENT-SUBMISSION       PIC 99 VALUE 0.                  00011400
000115 77  WS-DONE-SUBMISSION          PIC 99 VALUE 0.                  00011500
000116 77  WS-OUTPUT-COUNT             PIC 9 VALUE 0.                   00011600
000117 77  WS-MISSING-OUTPUT           PIC 9 VALUE 0.                   00011700
000118 77  WS-OUTPUT-1-STATUS          PIC XX VALUE SPACES.             00011800
000119 77  WS-OUTPUT-2-STATUS          PIC XX VALUE SPACES.             00011900
000120 77  WS-OUTPUT-3-STATUS          PIC XX VALUE SPACES.             00012000
000121 77  WS-OUTPUT-4-STATUS          PIC XX VALUE SPACES.             00012100
000122*                                                                 00012200
000123 PROCEDURE DIVISION.                                              00012300
000124 000-MAIN.                                                        00012400
000125     PERFORM INITIALIZATION.                                      00012500
000126     IF SCD-FUNCTION EQUAL "BEGIN   "                             00012600
000127         PERFORM READ-DECK-HEADER                                 00012700
000128     END-IF.                                                      00012800
000129     PERFORM SCAN-ONE-STATUS-RECORD UNTIL STATUS-IS-EOF.          00012900
000130     CLOSE STREAM-STATUS-FILE.                                    00013000
000131     IF SCD-FUNCTION EQUAL "BEGIN   "                             00013100
000132         PERFORM BEGIN-SUBMISSION                                 00013200
000133     ELSE                                                         00013300
000134     IF SCD-FUNCTION EQUAL "CHECK   "                             00013400
000135         PERFORM CHECK-STEP                                       00013500
000136     ELSE                                                         00013600
000137         PERFORM RECORD-STEP-DONE                                 00013700
000138     END-IF                                                       00013800
000139     END-IF.                                                      00013900
000140     STOP RUN.                                                    00014000
000141*                                                                 00014100
000142 INITIALIZATION.                                                  00014200
000143     ACCEPT WS-RUN-DATE FROM DATE.                                00014300
000144     ACCEPT WS-RUN-TIME FROM TIME.                                00014400
000145     OPEN INPUT CONTROL-CARD-FILE.                                00014500
000146     READ CONTROL-CARD-FILE                                       00014600
000147         AT END MOVE SPACES TO CONTROL-CARD-RECORD.               00014700
000148     CLOSE CONTROL-CARD-FILE.                                     00014800
000149     IF SCD-FUNCTION NOT EQUAL "BEGIN   "                         00014900
000150       AND SCD-FUNCTION NOT EQUAL "CHECK   "                      00015000
000151       AND SCD-FUNCTION NOT EQUAL "DONE    "                      00015100
000152         DISPLAY "STRMSTEP HALTED - CONTROL CARD FUNCTION "       00015200
000153             SCD-FUNCTION " NOT BEGIN, CHECK, OR DONE"            00015300
000154         MOVE 16 TO RETURN-CODE                                   00015400
000155         STOP RUN                                                 00015500
000156     END-IF.                                                      00015600
000157     IF SCD-FUNCTION NOT EQUAL "BEGIN   "                         00015700
000158       AND SCD-STEP EQUAL SPACES                                  00015800
000159         DISPLAY "STRMSTEP HALTED - CONTROL CARD NAMES NO STEP"   00015900
000160         MOVE 16 TO RETURN-CODE                                   00016000
000161         STOP RUN                                                 00016100
000162     END-IF.                                                      00016200
000163     IF SCD-OUTPUT-COUNT NUMERIC                                  00016300
000164         MOVE SCD-OUTPUT-COUNT TO WS-OUTPUT-COUNT                 00016400
000165     END-IF.                                                      00016500
000166     IF WS-OUTPUT-COUNT > 4                                       00016600
000167         DISPLAY "STRMSTEP HALTED - AT MOST 4 STEP OUTPUTS, CARD "00016700
000168             "NAMES " WS-OUTPUT-COUNT                             00016800
000169         MOVE 16 TO RETURN-CODE                                   00016900
000170         STOP RUN                                                 00017000
000171     END-IF.                                                      00017100
000172     OPEN INPUT STREAM-STATUS-FILE.                               00017200
000173     READ STREAM-STATUS-FILE                                      00017300
000174         AT END MOVE "Y" TO STATUS-EOF-FLAG.                      00017400
000175*                                                                 00017500
000176 READ-DECK-HEADER.                                                00017600
000177     OPEN INPUT DECK-TAPE-FILE.                                   00017700
000178     READ DECK-TAPE-FILE                                          00017800
000179         AT END MOVE SPACES TO TAPE-RECORD.                       00017900
000180     CLOSE DECK-TAPE-FILE.                                        00018000
000181     IF THD-MARKER NOT EQUAL "*DECKHDR*"                          00018100
000182       OR THD-WRITE-DATE NOT NUMERIC                              00018200
000183         DISPLAY "STRMSTEP HALTED - NO *DECKHDR* RECORD ON THE "  00018300
000184             "DECK TAPE"                                          00018400
000185         MOVE 16 TO RETURN-CODE                                   00018500
000186         STOP RUN                                                 00018600
000187     END-IF.                                                      00018700
000188     MOVE THD-WRITE-DATE TO WS-DECK-RUN-DATE.                     00018800
000189*                                                                 00018900
000190*THE LATEST *SUBMIT* RECORD NAMES THE RUN DATE AND SUBMISSION     00019000
000191*NOW IN PROGRESS.  A STEP'S LATEST RECORD FOR THAT RUN DATE SAYS  00019100
000192*WHETHER IT IS DONE: A LATER OUTPUT-MISSING RECORD UNDOES AN      00019200
000193*EARLIER COMPLETION.                                              00019300
000194 SCAN-ONE-STATUS-RECORD.                                          00019400
000195     IF SST-STEP EQUAL "*SUBMIT*"                                 00019500
000196         IF SST-RUN-DATE NOT EQUAL WS-CURRENT-RUN-DATE            00019600
000197             MOVE "N" TO STEP-DONE-FLAG                           00019700
000198         END-IF                                                   00019800
000199         MOVE SST-RUN-DATE TO WS-CURRENT-RUN-DATE                 00019900
000200         MOVE SST-SUBMISSION TO WS-CURRENT-SUBMISSION             00020000
000201         IF SST-RUN-DATE EQUAL WS-DECK-RUN-DATE                   00020100
000202             MOVE SST-SUBMISSION TO WS-DECK-SUBMISSIONS           00020200
000203         END-IF                                                   00020300
000204     ELSE                                                         00020400
000205     IF SST-STEP EQUAL SCD-STEP                                   00020500
000206       AND SST-RUN-DATE EQUAL WS-CURRENT-RUN-DATE                 00020600
000207         IF SST-COMPLETED                                         00020700
000208             MOVE "Y" TO STEP-DONE-FLAG                           00020800
000209             MOVE SST-SUBMISSION TO WS-DONE-SUBMISSION            00020900
000210         ELSE                                                     00021000
000211         IF SST-OUTPUT-MISSING                                    00021100
000212             MOVE "N" TO STEP-DONE-FLAG                           00021200
000213         END-IF                                                   00021300
000214         END-IF                                                   00021400
000215     END-IF                                                       00021500
000216     END-IF.                                                      00021600
000217     READ STREAM-STATUS-FILE                                      00021700
000218         AT END MOVE "Y" TO STATUS-EOF-FLAG.                      00021800
000219*                                                                 00021900
000220*THE FIRST SUBMISSION FOR A RUN DATE IS THE ORIGINAL; IT STARTS   00022000
000221*THE RUN-CONTROL FILE EMPTY FOR RUNAUDIT.  ANY LATER ONE IS A     00022100
000222*RESTART.                                                         00022200
000223 BEGIN-SUBMISSION.                                                00022300
000224     MOVE SPACES TO STREAM-STATUS-RECORD.                         00022400
000225     MOVE WS-DECK-RUN-DATE TO SST-RUN-DATE.                       00022500
000226     MOVE "*SUBMIT*" TO SST-STEP.                                 00022600
000227     ADD 1 WS-DECK-SUBMISSIONS GIVING SST-SUBMISSION.             00022700
000228     MOVE "B" TO SST-STATUS.                                      00022800
000229     PERFORM WRITE-STATUS-RECORD.                                 00022900
000230     IF SST-SUBMISSION EQUAL 1                                    00023000
000231         OPEN OUTPUT RUN-CONTROL-FILE                             00023100
000232         CLOSE RUN-CONTROL-FILE                                   00023200
000233         DISPLAY "STRMSTEP - RUN DATE " WS-DECK-RUN-DATE          00023300
000234             " ORIGINAL SUBMISSION"                               00023400
000235     ELSE                                                         00023500
000236         DISPLAY "STRMSTEP - RUN DATE " WS-DECK-RUN-DATE          00023600
000237             " RESTART SUBMISSION " SST-SUBMISSION                00023700
000238             " - COMPLETED STEPS WILL BE SKIPPED"                 00023800
000239     END-IF.                                                      00023900
000240*                                                                 00024000
000241*CODE 4 SKIPS THE STEP.  A COMPLETED STEP WHOSE OUTPUT CANNOT BE  00024100
000242*OPENED, OR OPENS EMPTY, IS MARKED NOT DONE AND RUNS AGAIN.       00024200
000243 CHECK-STEP.                                                      00024300
000244     PERFORM CHECK-SUBMISSION-OPEN.                               00024400
000245     IF STEP-IS-DONE                                              00024500
000246         PERFORM VERIFY-STEP-OUTPUTS                              00024600
000247     ELSE                                                         00024700
000248         DISPLAY "STRMSTEP - " SCD-STEP " NOT YET COMPLETE FOR "  00024800
000249             "RUN DATE " WS-CURRENT-RUN-DATE " - STEP RUNS"       00024900
000250     END-IF.                                                      00025000
000251*                                                                 00025100
000252 VERIFY-STEP-OUTPUTS.                                             00025200
000253     IF WS-OUTPUT-COUNT >= 1                                      00025300
000254         PERFORM VERIFY-OUTPUT-1                                  00025400
000255     END-IF.                                                      00025500
000256     IF WS-OUTPUT-COUNT >= 2                                      00025600
000257         PERFORM VERIFY-OUTPUT-2                                  00025700
000258     END-IF.                                                      00025800
000259     IF WS-OUTPUT-COUNT >= 3                                      00025900
000260         PERFORM VERIFY-OUTPUT-3                                  00026000
000261     END-IF.                                                      00026100
000262     IF WS-OUTPUT-COUNT >= 4                                      00026200
000263         PERFORM VERIFY-OUTPUT-4                                  00026300
000264     END-IF.                                                      00026400
000265     IF OUTPUT-IS-MISSING                                         00026500
000266         MOVE SPACES TO STREAM-STATUS-RECORD                      00026600
000267         MOVE WS-CURRENT-RUN-DATE TO SST-RUN-DATE                 00026700
000268         MOVE SCD-STEP TO SST-STEP                                00026800
000269         MOVE WS-CURRENT-SUBMISSION TO SST-SUBMISSION             00026900
000270         MOVE "M" TO SST-STATUS                                   00027000
000271         PERFORM WRITE-STATUS-RECORD                              00027100
000272         DISPLAY "STRMSTEP - " SCD-STEP " COMPLETED BUT STRMOUT"  00027200
000273             WS-MISSING-OUTPUT " IS MISSING OR EMPTY - STEP "     00027300
000274             "RUNS AGAIN"                                         00027400
000275     ELSE                                                         00027500
000276         DISPLAY "STRMSTEP - " SCD-STEP " COMPLETED ON "          00027600
000277             "SUBMISSION " WS-DONE-SUBMISSION " - STEP SKIPPED"   00027700
000278         MOVE 4 TO RETURN-CODE                                    00027800
000279     END-IF.                                                      00027900
000280*                                                                 00028000
000281 VERIFY-OUTPUT-1.                                                 00028100
000282     OPEN INPUT STEP-OUTPUT-1.                                    00028200
000283     IF WS-OUTPUT-1-STATUS EQUAL "00"                             00028300
000284         READ STEP-OUTPUT-1                                       00028400
000285             AT END                                               00028500
000286                 MOVE "Y" TO OUTPUT-MISSING-FLAG                  00028600
000287                 MOVE 1 TO WS-MISSING-OUTPUT                      00028700
000288         END-READ                                                 00028800
000289         CLOSE STEP-OUTPUT-1                                      00028900
000290     ELSE                                                         00029000
000291         MOVE "Y" TO OUTPUT-MISSING-FLAG                          00029100
000292         MOVE 1 TO WS-MISSING-OUTPUT                              00029200
000293     END-IF.                                                      00029300
000294*                                                                 00029400
000295 VERIFY-OUTPUT-2.                                                 00029500
000296     OPEN INPUT STEP-OUTPUT-2.                                    00029600
000297     IF WS-OUTPUT-2-STATUS EQUAL "00"                             00029700
000298         READ STEP-OUTPUT-2                                       00029800
000299             AT END                                               00029900
000300                 MOVE "Y" TO OUTPUT-MISSING-FLAG                  00030000
000301                 MOVE 2 TO WS-MISSING-OUTPUT                      00030100
000302         END-READ                                                 00030200
000303         CLOSE STEP-OUTPUT-2                                      00030300
000304     ELSE                                                         00030400
000305         MOVE "Y" TO OUTPUT-MISSING-FLAG                          00030500
000306         MOVE 2 TO WS-MISSING-OUTPUT                              00030600
000307     END-IF.                                                      00030700
000308*                                                                 00030800
000309 VERIFY-OUTPUT-3.                                                 00030900
000310     OPEN INPUT STEP-OUTPUT-3.                                    00031000
000311     IF WS-OUTPUT-3-STATUS EQUAL "00"                             00031100
000312         READ STEP-OUTPUT-3                                       00031200
000313             AT END                                               00031300
000314                 MOVE "Y" TO OUTPUT-MISSING-FLAG                  00031400
000315                 MOVE 3 TO WS-MISSING-OUTPUT                      00031500
000316         END-READ                                                 00031600
000317         CLOSE STEP-OUTPUT-3                                      00031700
000318     ELSE                                                         00031800
000319         MOVE "Y" TO OUTPUT-MISSING-FLAG                          00031900
000320         MOVE 3 TO WS-MISSING-OUTPUT                              00032000
000321     END-IF.                                                      00032100
000322*                                                                 00032200
000323 VERIFY-OUTPUT-4.                                                 00032300
000324     OPEN INPUT STEP-OUTPUT-4.                                    00032400
000325     IF WS-OUTPUT-4-STATUS EQUAL "00"                             00032500
000326         READ STEP-OUTPUT-4                                       00032600
000327             AT END                                               00032700
000328                 MOVE "Y" TO OUTPUT-MISSING-FLAG                  00032800
000329                 MOVE 4 TO WS-MISSING-OUTPUT                      00032900
000330         END-READ                                                 00033000
000331         CLOSE STEP-OUTPUT-4                                      00033100
000332     ELSE                                                         00033200
000333         MOVE "Y" TO OUTPUT-MISSING-FLAG                          00033300
000334         MOVE 4 TO WS-MISSING-OUTPUT                              00033400
000335     END-IF.                                                      00033500
000336*                                                                 00033600
000337 RECORD-STEP-DONE.                                                00033700
000338     PERFORM CHECK-SUBMISSION-OPEN.                               00033800
000339     MOVE SPACES TO STREAM-STATUS-RECORD.                         00033900
000340     MOVE WS-CURRENT-RUN-DATE TO SST-RUN-DATE.                    00034000
000341     MOVE SCD-STEP TO SST-STEP.                                   00034100
000342     MOVE WS-CURRENT-SUBMISSION TO SST-SUBMISSION.                00034200
000343     MOVE "C" TO SST-STATUS.                                      00034300
000344     PERFORM WRITE-STATUS-RECORD.                                 00034400
000345     DISPLAY "STRMSTEP - " SCD-STEP " RECORDED COMPLETE FOR RUN " 00034500
000346         "DATE " WS-CURRENT-RUN-DATE " ON SUBMISSION "            00034600
000347         WS-CURRENT-SUBMISSION.                                   00034700
000348*                                                                 00034800
000349 CHECK-SUBMISSION-OPEN.                                           00034900
000350     IF WS-CURRENT-SUBMISSION EQUAL ZERO                          00035000
000351         DISPLAY "STRMSTEP HALTED - NO SUBMISSION ON THE STATUS " 00035100
000352             "FILE; THE BEGIN STEP HAS NOT RUN"                   00035200
000353         MOVE 16 TO RETURN-CODE                                   00035300
000354         STOP RUN                                                 00035400
000355     END-IF.                                                      00035500
000356*                                                                 00035600
000357 WRITE-STATUS-RECORD.                                             00035700
000358     MOVE WS-RUN-DATE TO SST-STAMP-DATE.                          00035800
000359     MOVE WS-RUN-TIME TO SST-STAMP-TIME.                          00035900
000360     OPEN EXTEND STREAM-STATUS-FILE.                              00036000
000361     WRITE STREAM-STATUS-RECORD.                                  00036100
000362     CLOSE STREAM-STATUS-FILE.                                    00036200
