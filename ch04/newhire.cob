000001 IDENTIFICATION DIVISION.                                         00000100
000002 PROGRAM-ID. NEWHIRE.                                             00000200
000003 AUTHOR. SIMON SULSER.                                            00000300
000004 DATE-WRITTEN. 15/10/26.                                          00000400
000005 DATE-COMPILED.                                                   00000500
000006*                                                                 00000600
000007*MODIFICATION HISTORY.                                            00000700
000008*    2026-10-15  SS  INITIAL VERSION.  WEEKLY STATE NEW-HIRE      00000800
000009*                    REPORT: READS THE EMPLOYEE MASTER CHANGE     00000900
000010*                    JOURNAL EMPMAINT KEEPS FOR THE HIRES ("A")   00001000
000011*                    AND REACTIVATIONS (A CHANGE FROM AN INACTIVE 00001100
000012*                    TO AN ACTIVE STATUS) JOURNALED SINCE THE LAST00001200
000013*                    RUN, AND WRITES THE STATE REGISTRY'S FIXED-  00001300
000014*                    FORMAT NEW-HIRE FILE WITH A TRANSMITTAL      00001400
000015*                    LISTING.  A CONTROL RECORD HOLDS THE COUNT   00001500
000016*                    OF JOURNAL RECORDS ALREADY REPORTED ON, SO NO00001600
000017*                    HIRE IS EVER REPORTED TWICE.                 00001700
000018*    2026-10-15  SS  THE JOURNAL NOW ENDS WITH THE SUBMITTING AND 00001800
000019*                    APPROVING OPERATOR IDS.                      00001900
000020*    2026-10-15  SS  EMPLOYEE MASTER NOW CARRIES THE ORIGINAL     00002000
000021*                    HIRE DATE AND ADJUSTED SERVICE DATE (168     00002100
000022*                    BYTES).                                      00002200
000023*                                                                 00002300
000024 ENVIRONMENT DIVISION.                                            00002400
000025 CONFIGURATION SECTION.                                           00002500
000026 SOURCE-COMPUTER. IBM-370.                                        00002600
000027 OBJECT-COMPUTER. IBM-370.                                        00002700
000028*                                                                 00002800
000029 INPUT-OUTPUT SECTION.                                            00002900
000030 FILE-CONTROL.                                                    00003000
000031     SELECT CHANGE-JOURNAL-FILE ASSIGN TO UT-S-EMPJRNL.           00003100
000032     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00003200
000033         ORGANIZATION IS INDEXED                                  00003300
000034         ACCESS MODE IS RANDOM                                    00003400
000035         RECORD KEY IS EMP-ID.                                    00003500
000036     SELECT EMPLOYER-CARD-FILE ASSIGN TO UT-S-NHEMPLR.            00003600
000037     SELECT OPTIONAL NEW-HIRE-CONTROL-FILE ASSIGN TO UT-S-NHCTL.  00003700
000038     SELECT NEW-HIRE-FILE ASSIGN TO UT-S-NHFILE.                  00003800
000039     SELECT PRINT-FILE ASSIGN TO UT-S-OUTPUT.                     00003900
000040*                                                                 00004000
000041 DATA DIVISION.                                                   00004100
000042 FILE SECTION.                                                    00004200
000043*CHANGE-JOURNAL-RECORD MIRRORS EMPMAINT'S JOURNAL.  ONLY THE      00004300
000044*STATUS IS NEEDED FROM THE BEFORE IMAGE; THE AFTER IMAGE IS A     00004400
000045*FULL EMPLOYEE MASTER RECORD.                                     00004500
000046 FD  CHANGE-JOURNAL-FILE                                          00004600
000047     LABEL RECORD IS OMITTED.                                     00004700
000048 01  CHANGE-JOURNAL-RECORD.                                       00004800
000049     05  EJR-RUN-DATE            PIC 9(06).                       00004900
000050     05  EJR-TRANS-CODE          PIC X.                           00005000
000051         88  EJR-IS-ADD          VALUE "A".                       00005100
000052         88  EJR-IS-CHANGE       VALUE "C".                       00005200
000053     05  EJR-BEFORE-IMAGE.                                        00005300
000054         10  EJB-NAME            PIC X(25).                       00005400
000055         10  EJB-EMP-ID          PIC X(10).                       00005500
000056         10  EJB-DEPARTMENT      PIC X(15).                       00005600
000057         10  EJB-PAYRATE         PIC 99V99.                       00005700
000058         10  EJB-GRADE-CODE      PIC X(02).                       00005800
000059         10  EJB-SALARY-CODE     PIC X.                           00005900
000060         10  EJB-STATUS          PIC X.                           00006000
000061             88  EJB-IS-ACTIVE   VALUE "A".                       00006100
000062         10  FILLER              PIC X(110).                      00006200
000063     05  EJR-AFTER-IMAGE.                                         00006300
000064         10  EJA-NAME            PIC X(25).                       00006400
000065         10  EJA-EMP-ID          PIC X(10).                       00006500
000066         10  EJA-DEPARTMENT      PIC X(15).                       00006600
000067         10  EJA-PAYRATE         PIC 99V99.                       00006700
000068         10  EJA-GRADE-CODE      PIC X(02).                       00006800
000069         10  EJA-SALARY-CODE     PIC X.                           00006900
000070         10  EJA-STATUS          PIC X.                           00007000
000071             88  EJA-IS-ACTIVE   VALUE "A".                       00007100
000072         10  FILLER              PIC X(110).                      00007200
000073     05  EJR-SUBMITTER-ID        PIC X(05).                       00007300
000074     05  EJR-APPROVER-ID         PIC X(05).                       00007400
000075*                                                                 00007500
000076*EMPLOYEE-MASTER-RECORD IS THE LAYOUT EMPMAINT MAINTAINS.  THE    00007600
000077*CURRENT MASTER SUPPLIES THE HIRE DATA, SO AN "H" CARD THAT       00007700
000078*FOLLOWS A REACTIVATION IN THE SAME MAINTENANCE RUN IS REPORTED.  00007800
000079 FD  EMPLOYEE-MASTER-FILE                                         00007900
000080     LABEL RECORD IS OMITTED.                                     00008000
000081 01  EMPLOYEE-MASTER-RECORD.                                      00008100
000082     COPY EMPLOYEE.                                               00008200
000083     05  EMP-M-SALARY-CODE       PIC X.                           00008300
000084     05  EMP-M-STATUS            PIC X.                           00008400
000085         88  EMP-M-IS-ACTIVE     VALUE "A".                       00008500
000086     05  EMP-M-RATE-EFF-DATE     PIC 9(06).                       00008600
000087     05  EMP-M-PREV-PAYRATE      PIC 99V99.                       00008700
000088     05  EMP-M-RETRO-HOURS       PIC 9(03).                       00008800
000089     05  EMP-M-FILING-STATUS     PIC X.                           00008900
000090     05  EMP-M-ALLOWANCES        PIC 99.                          00009000
000091     05  EMP-M-COMP-CLASS        PIC X(04).                       00009100
000092     05  EMP-M-PAY-GROUP         PIC X(02).                       00009200
000093     05  EMP-M-PAY-FREQUENCY     PIC X.                           00009300
000094     05  EMP-M-PERIOD-SALARY     PIC 9(5)V99.                     00009400
000095     05  EMP-M-SSN               PIC 9(09).                       00009500
000096     05  EMP-M-HIRE-DATE         PIC 9(06).                       00009600
000097     05  EMP-M-STREET            PIC X(25).                       00009700
000098     05  EMP-M-CITY              PIC X(15).                       00009800
000099     05  EMP-M-STATE             PIC X(02).                       00009900
000100     05  EMP-M-ZIP               PIC X(09).                       00010000
000101     05  EMP-M-ORIG-HIRE-DATE    PIC 9(06).                       00010100
000102     05  EMP-M-SERVICE-DATE      PIC 9(06).                       00010200
000103     05  FILLER                  PIC X(02).                       00010300
000104*                                                                 00010400
000105*ONE CARD NAMING THE REPORTING EMPLOYER: FEDERAL EMPLOYER ID,     00010500
000106*NAME, AND ADDRESS, AS THE STATE REGISTRY HAS THEM ON FILE.       00010600
000107 FD  EMPLOYER-CARD-FILE                                           00010700
000108     LABEL RECORD IS OMITTED.                                     00010800
000109 01  EMPLOYER-CARD-RECORD.                                        00010900
000110     05  NHE-FEIN                PIC 9(09).                       00011000
000111     05  NHE-EMPLOYER-NAME       PIC X(25).                       00011100
000112     05  NHE-STREET              PIC X(20).                       00011200
000113     05  NHE-CITY                PIC X(15).                       00011300
000114     05  NHE-STATE               PIC X(02).                       00011400
000115     05  NHE-ZIP                 PIC X(09).                       00011500
000116*                                                                 00011600
000117*THE CONTROL RECORD: HOW MANY JOURNAL RECORDS HAVE BEEN REPORTED  00011700
000118*ON, THE RUN DATE OF THE LAST OF THEM (CHECKED AGAINST THE        00011800
000119*JOURNAL SO A REPLACED JOURNAL IS CAUGHT), THE LAST RUN DATE,     00011900
000120*AND THE HIRES REPORTED TO DATE.  A MISSING CONTROL FILE IS THE   00012000
000121*FIRST RUN.                                                       00012100
000122 FD  NEW-HIRE-CONTROL-FILE                                        00012200
000123     LABEL RECORD IS OMITTED.                                     00012300
000124 01  NEW-HIRE-CONTROL-RECORD.                                     00012400
000125     05  NHC-JOURNAL-COUNT       PIC 9(07).                       00012500
000126     05  NHC-LAST-JOURNAL-DATE   PIC 9(06).                       00012600
000127     05  NHC-LAST-RUN-DATE       PIC 9(06).                       00012700
000128     05  NHC-HIRES-REPORTED      PIC 9(07).                       00012800
000129     05  FILLER                  PIC X(54).                       00012900
000130*                                                                 00013000
000131*THE STATE'S NEW-HIRE FILE: ONE "W" RECORD PER HIRE OR REHIRE     00013100
000132*CARRYING THE EMPLOYER AND THE EMPLOYEE, THEN ONE "T" TRAILER     00013200
000133*WITH THE RECORD COUNT.  THE HIRE DATE IS CCYYMMDD.               00013300
000134 FD  NEW-HIRE-FILE                                                00013400
000135     LABEL RECORD IS OMITTED.                                     00013500
000136 01  NEW-HIRE-RECORD.                                             00013600
000137     05  NHR-TYPE                PIC X.                           00013700
000138     05  NHR-EMPLOYER-FEIN       PIC 9(09).                       00013800
000139     05  NHR-EMPLOYER-NAME       PIC X(25).                       00013900
000140     05  NHR-EMPLOYER-STREET     PIC X(20).                       00014000
000141     05  NHR-EMPLOYER-CITY       PIC X(15).                       00014100
000142     05  NHR-EMPLOYER-STATE      PIC X(02).                       00014200
000143     05  NHR-EMPLOYER-ZIP        PIC X(09).                       00014300
000144     05  NHR-EMP-SSN             PIC 9(09).                       00014400
000145     05  NHR-EMP-NAME            PIC X(25).                       00014500
000146     05  NHR-EMP-STREET          PIC X(25).                       00014600
000147     05  NHR-EMP-CITY            PIC X(15).                       00014700
000148     05  NHR-EMP-STATE           PIC X(02).                       00014800
000149     05  NHR-EMP-ZIP             PIC X(09).                       00014900
000150     05  NHR-HIRE-DATE           PIC 9(08).                       00015000
000151     05  NHR-REHIRE-FLAG         PIC X.                           00015100
000152 01  NEW-HIRE-TRAILER REDEFINES NEW-HIRE-RECORD.                  00015200
000153     05  NHT-TYPE                PIC X.                           00015300
000154     05  NHT-EMPLOYER-FEIN       PIC 9(09).                       00015400
000155     05  NHT-RECORD-COUNT        PIC 9(07).                       00015500
000156     05  FILLER                  PIC X(158).                      00015600
000157*                                                                 00015700
000158 FD  PRINT-FILE                                                   00015800
000159     LABEL RECORD IS OMITTED.                                     00015900
000160 01  PRINT-LINE                  PIC X(132).                      00016000
000161*                                                                 00016100
000162 WORKING-STORAGE SECTION.                                         00016200
000163*                                                                 00016300
000164 77  JOURNAL-EOF-FLAG            PIC X VALUE "N".                 00016400
000165     88  JOURNAL-IS-EOF          VALUE "Y".                       00016500
000166 77  MASTER-FOUND-FLAG           PIC X VALUE "N".                 00016600
000167     88  MASTER-WAS-FOUND        VALUE "Y".                       00016700
000168 77  HIRE-KIND-FLAG              PIC X VALUE "N".                 00016800
000169     88  ENTRY-IS-HIRE           VALUE "H".                       00016900
000170     88  ENTRY-IS-REHIRE         VALUE "R".                       00017000
000171 77  WS-RUN-DATE                 PIC 9(06) VALUE 0.               00017100
000172 77  WS-SKIP-COUNT               PIC 9(07) VALUE 0.               00017200
000173 77  WS-ENTRIES-READ             PIC 9(07) VALUE 0.               00017300
000174 77  WS-LAST-JOURNAL-DATE        PIC 9(06) VALUE 0.               00017400
000175 77  WS-HIRES-REPORTED           PIC 9(05) VALUE 0.               00017500
000176 77  WS-REHIRES-REPORTED         PIC 9(05) VALUE 0.               00017600
000177 77  WS-NOT-REPORTED             PIC 9(05) VALUE 0.               00017700
000178 77  WS-RECORDS-WRITTEN          PIC 9(07) VALUE 0.               00017800
000179*                                                                 00017900
000180 01  WS-CONTROL-SAVE.                                             00018000
000181     05  WCS-JOURNAL-COUNT       PIC 9(07) VALUE 0.               00018100
000182     05  WCS-LAST-JOURNAL-DATE   PIC 9(06) VALUE 0.               00018200
000183     05  WCS-HIRES-REPORTED      PIC 9(07) VALUE 0.               00018300
000184*                                                                 00018400
000185 01  WS-HIRE-DATE-SPLIT.                                          00018500
000186     05  WS-HIRE-YY              PIC 99.                          00018600
000187     05  WS-HIRE-MMDD            PIC 9(04).                       00018700
000188 01  WS-HIRE-DATE-FULL.                                           00018800
000189     05  WS-HIRE-CC              PIC 99.                          00018900
000190     05  WS-HIRE-YYMMDD          PIC 9(06).                       00019000
000191 01  WS-HIRE-DATE-FULL-NUM REDEFINES WS-HIRE-DATE-FULL            00019100
000192                                 PIC 9(08).                       00019200
000193*                                                                 00019300
000194 01  WS-SSN-SPLIT.                                                00019400
000195     05  WS-SSN-FIRST5           PIC 9(05).                       00019500
000196     05  WS-SSN-LAST4            PIC 9(04).                       00019600
000197*                                                                 00019700
000198 01  TITLE-LINE.                                                  00019800
000199     05  FILLER                  PIC X(20) VALUE SPACES.          00019900
000200     05  FILLER                  PIC X(40)                        00020000
000201             VALUE "STATE NEW-HIRE REPORT TRANSMITTAL".           00020100
000202     05  FILLER                  PIC X(10) VALUE "RUN DATE ".     00020200
000203     05  TTL-RUN-DATE            PIC 9(06).                       00020300
000204*                                                                 00020400
000205 01  EMPLOYER-LINE.                                               00020500
000206     05  FILLER                  PIC X(05) VALUE SPACES.          00020600
000207     05  FILLER                  PIC X(10) VALUE "EMPLOYER: ".    00020700
000208     05  EML-FEIN                PIC 9(09).                       00020800
000209     05  FILLER                  PIC X(02) VALUE SPACES.          00020900
000210     05  EML-NAME                PIC X(25).                       00021000
000211     05  FILLER                  PIC X(02) VALUE SPACES.          00021100
000212     05  EML-CITY                PIC X(15).                       00021200
000213     05  FILLER                  PIC X(01) VALUE SPACES.          00021300
000214     05  EML-STATE               PIC X(02).                       00021400
000215*                                                                 00021500
000216 01  HEADING-LINE.                                                00021600
000217     05  FILLER                  PIC X(05) VALUE SPACES.          00021700
000218     05  FILLER                  PIC X(12) VALUE "EMP-ID".        00021800
000219     05  FILLER                  PIC X(27) VALUE "NAME".          00021900
000220     05  FILLER                  PIC X(13) VALUE "SSN".           00022000
000221     05  FILLER                  PIC X(10) VALUE "HIRED".         00022100
000222     05  FILLER                  PIC X(10) VALUE "KIND".          00022200
000223     05  FILLER                  PIC X(10) VALUE "JOURNALED".     00022300
000224     05  FILLER                  PIC X(30) VALUE "DISPOSITION".   00022400
000225*                                                                 00022500
000226 01  DETAIL-LINE.                                                 00022600
000227     05  FILLER                  PIC X(05) VALUE SPACES.          00022700
000228     05  DTL-EMP-ID              PIC X(10).                       00022800
000229     05  FILLER                  PIC X(02) VALUE SPACES.          00022900
000230     05  DTL-NAME                PIC X(25).                       00023000
000231     05  FILLER                  PIC X(02) VALUE SPACES.          00023100
000232     05  DTL-SSN-MASK            PIC X(07).                       00023200
000233     05  DTL-SSN-LAST4           PIC 9(04).                       00023300
000234     05  FILLER                  PIC X(02) VALUE SPACES.          00023400
000235     05  DTL-HIRE-DATE           PIC 9(06).                       00023500
000236     05  FILLER                  PIC X(04) VALUE SPACES.          00023600
000237     05  DTL-KIND                PIC X(08).                       00023700
000238     05  FILLER                  PIC X(02) VALUE SPACES.          00023800
000239     05  DTL-JOURNAL-DATE        PIC 9(06).                       00023900
000240     05  FILLER                  PIC X(04) VALUE SPACES.          00024000
000241     05  DTL-DISPOSITION         PIC X(40).                       00024100
000242*                                                                 00024200
000243 01  NONE-FOUND-LINE.                                             00024300
000244     05  FILLER                  PIC X(05) VALUE SPACES.          00024400
000245     05  FILLER                  PIC X(40)                        00024500
000246             VALUE "NO HIRES OR REHIRES SINCE THE LAST RUN".      00024600
000247*                                                                 00024700
000248 01  SUMMARY-ENTRIES-LINE.                                        00024800
000249     05  FILLER                  PIC X(05) VALUE SPACES.          00024900
000250     05  FILLER                  PIC X(28)                        00025000
000251             VALUE "JOURNAL ENTRIES READ:       ".                00025100
000252     05  SEL-COUNT               PIC Z,ZZZ,ZZ9.                   00025200
000253*                                                                 00025300
000254 01  SUMMARY-HIRES-LINE.                                          00025400
000255     05  FILLER                  PIC X(05) VALUE SPACES.          00025500
000256     05  FILLER                  PIC X(28)                        00025600
000257             VALUE "NEW HIRES REPORTED:         ".                00025700
000258     05  SHL-COUNT               PIC Z,ZZZ,ZZ9.                   00025800
000259*                                                                 00025900
000260 01  SUMMARY-REHIRES-LINE.                                        00026000
000261     05  FILLER                  PIC X(05) VALUE SPACES.          00026100
000262     05  FILLER                  PIC X(28)                        00026200
000263             VALUE "REHIRES REPORTED:           ".                00026300
000264     05  SRL-COUNT               PIC Z,ZZZ,ZZ9.                   00026400
000265*                                                                 00026500
000266 01  SUMMARY-MISSING-LINE.                                        00026600
000267     05  FILLER                  PIC X(05) VALUE SPACES.          00026700
000268     05  FILLER                  PIC X(28)                        00026800
000269             VALUE "NOT REPORTED - FILE BY HAND:".                00026900
000270     05  SML-COUNT               PIC Z,ZZZ,ZZ9.                   00027000
000271*                                                                 00027100
000272 01  SUMMARY-WRITTEN-LINE.                                        00027200
000273     05  FILLER                  PIC X(05) VALUE SPACES.          00027300
000274     05  FILLER                  PIC X(28)                        00027400
000275             VALUE "RECORDS TO STATE (WITH T):  ".                00027500
000276     05  SWL-COUNT               PIC Z,ZZZ,ZZ9.                   00027600
000277*                                                                 00027700
000278 PROCEDURE DIVISION.                                              00027800
000279 000-MAIN.                                                        00027900
000280     PERFORM INITIALIZATION.                                      00028000
000281     PERFORM PROCESS-ONE-JOURNAL-ENTRY UNTIL JOURNAL-IS-EOF.      00028100
000282     PERFORM CLOSING.                                             00028200
000283     STOP RUN.                                                    00028300
000284*                                                                 00028400
000285*THE CONTROL RECORD IS CHECKED AGAINST THE JOURNAL BEFORE ANY     00028500
000286*OUTPUT IS OPENED: A JOURNAL SHORTER THAN THE COUNT ALREADY       00028600
000287*REPORTED, OR WHOSE LAST REPORTED RECORD CARRIES ANOTHER RUN      00028700
000288*DATE, HAS BEEN REPLACED, AND REPORTING FROM IT COULD SKIP OR     00028800
000289*REPEAT HIRES.                                                    00028900
000290 INITIALIZATION.                                                  00029000
000291     ACCEPT WS-RUN-DATE FROM DATE.                                00029100
000292     PERFORM READ-EMPLOYER-CARD.                                  00029200
000293     PERFORM READ-CONTROL-RECORD.                                 00029300
000294     OPEN INPUT CHANGE-JOURNAL-FILE.                              00029400
000295     OPEN INPUT EMPLOYEE-MASTER-FILE.                             00029500
000296     READ CHANGE-JOURNAL-FILE                                     00029600
000297         AT END MOVE "Y" TO JOURNAL-EOF-FLAG                      00029700
000298     END-READ.                                                    00029800
000299     PERFORM SKIP-ONE-REPORTED-ENTRY                              00029900
000300         UNTIL WS-SKIP-COUNT EQUAL WCS-JOURNAL-COUNT              00030000
000301         OR JOURNAL-IS-EOF.                                       00030100
000302     IF WS-SKIP-COUNT < WCS-JOURNAL-COUNT                         00030200
000303         DISPLAY "NEWHIRE HALTED - JOURNAL HAS " WS-SKIP-COUNT    00030300
000304             " RECORDS, CONTROL RECORD HAS REPORTED ON "          00030400
000305             WCS-JOURNAL-COUNT                                    00030500
000306         MOVE 16 TO RETURN-CODE                                   00030600
000307         STOP RUN                                                 00030700
000308     END-IF.                                                      00030800
000309     IF WCS-JOURNAL-COUNT > 0                                     00030900
000310       AND WS-LAST-JOURNAL-DATE NOT EQUAL WCS-LAST-JOURNAL-DATE   00031000
000311         DISPLAY "NEWHIRE HALTED - JOURNAL RECORD "               00031100
000312             WCS-JOURNAL-COUNT " IS DATED " WS-LAST-JOURNAL-DATE  00031200
000313             ", CONTROL RECORD SAYS " WCS-LAST-JOURNAL-DATE       00031300
000314         MOVE 16 TO RETURN-CODE                                   00031400
000315         STOP RUN                                                 00031500
000316     END-IF.                                                      00031600
000317     OPEN OUTPUT NEW-HIRE-FILE,                                   00031700
000318          OUTPUT PRINT-FILE.                                      00031800
000319     MOVE WS-RUN-DATE TO TTL-RUN-DATE.                            00031900
000320     WRITE PRINT-LINE FROM TITLE-LINE                             00032000
000321         AFTER ADVANCING PAGE.                                    00032100
000322     MOVE NHE-FEIN TO EML-FEIN.                                   00032200
000323     MOVE NHE-EMPLOYER-NAME TO EML-NAME.                          00032300
000324     MOVE NHE-CITY TO EML-CITY.                                   00032400
000325     MOVE NHE-STATE TO EML-STATE.                                 00032500
000326     WRITE PRINT-LINE FROM EMPLOYER-LINE                          00032600
000327         AFTER ADVANCING 2 LINES.                                 00032700
000328     WRITE PRINT-LINE FROM HEADING-LINE                           00032800
000329         AFTER ADVANCING 2 LINES.                                 00032900
000330*                                                                 00033000
000331 READ-EMPLOYER-CARD.                                              00033100
000332     OPEN INPUT EMPLOYER-CARD-FILE.                               00033200
000333     READ EMPLOYER-CARD-FILE                                      00033300
000334         AT END                                                   00033400
000335             DISPLAY "NEWHIRE HALTED - NO EMPLOYER CARD"          00033500
000336             MOVE 16 TO RETURN-CODE                               00033600
000337             STOP RUN                                             00033700
000338     END-READ.                                                    00033800
000339     IF NHE-FEIN NOT NUMERIC                                      00033900
000340         DISPLAY "NEWHIRE HALTED - EMPLOYER FEIN NOT NUMERIC"     00034000
000341         MOVE 16 TO RETURN-CODE                                   00034100
000342         STOP RUN                                                 00034200
000343     END-IF.                                                      00034300
000344     CLOSE EMPLOYER-CARD-FILE.                                    00034400
000345*                                                                 00034500
000346 READ-CONTROL-RECORD.                                             00034600
000347     OPEN INPUT NEW-HIRE-CONTROL-FILE.                            00034700
000348     READ NEW-HIRE-CONTROL-FILE                                   00034800
000349         AT END MOVE ZEROS TO NEW-HIRE-CONTROL-RECORD             00034900
000350     END-READ.                                                    00035000
000351     MOVE NHC-JOURNAL-COUNT TO WCS-JOURNAL-COUNT.                 00035100
000352     MOVE NHC-LAST-JOURNAL-DATE TO WCS-LAST-JOURNAL-DATE.         00035200
000353     MOVE NHC-HIRES-REPORTED TO WCS-HIRES-REPORTED.               00035300
000354     CLOSE NEW-HIRE-CONTROL-FILE.                                 00035400
000355*                                                                 00035500
000356 SKIP-ONE-REPORTED-ENTRY.                                         00035600
000357     ADD 1 TO WS-SKIP-COUNT.                                      00035700
000358     MOVE EJR-RUN-DATE TO WS-LAST-JOURNAL-DATE.                   00035800
000359     READ CHANGE-JOURNAL-FILE                                     00035900
000360         AT END MOVE "Y" TO JOURNAL-EOF-FLAG.                     00036000
000361*                                                                 00036100
000362*A HIRE IS A JOURNALED ADD.  A REHIRE IS A JOURNALED CHANGE THAT  00036200
000363*TOOK AN EMPLOYEE FROM AN INACTIVE STATUS TO ACTIVE.  EVERY       00036300
000364*OTHER ENTRY IS PASSED OVER.                                      00036400
000365 PROCESS-ONE-JOURNAL-ENTRY.                                       00036500
000366     ADD 1 TO WS-ENTRIES-READ.                                    00036600
000367     MOVE EJR-RUN-DATE TO WS-LAST-JOURNAL-DATE.                   00036700
000368     MOVE "N" TO HIRE-KIND-FLAG.                                  00036800
000369     IF EJR-IS-ADD                                                00036900
000370       AND EJR-AFTER-IMAGE NOT EQUAL SPACES                       00037000
000371         MOVE "H" TO HIRE-KIND-FLAG                               00037100
000372     ELSE                                                         00037200
000373     IF EJR-IS-CHANGE                                             00037300
000374       AND EJR-BEFORE-IMAGE NOT EQUAL SPACES                      00037400
000375       AND NOT EJB-IS-ACTIVE                                      00037500
000376       AND EJA-IS-ACTIVE                                          00037600
000377         MOVE "R" TO HIRE-KIND-FLAG                               00037700
000378     END-IF                                                       00037800
000379     END-IF.                                                      00037900
000380     IF ENTRY-IS-HIRE OR ENTRY-IS-REHIRE                          00038000
000381         PERFORM REPORT-ONE-HIRE                                  00038100
000382     END-IF.                                                      00038200
000383     READ CHANGE-JOURNAL-FILE                                     00038300
000384         AT END MOVE "Y" TO JOURNAL-EOF-FLAG.                     00038400
000385*                                                                 00038500
000386*AN EMPLOYEE NO LONGER ON THE MASTER IS REPORTED FROM THE         00038600
000387*JOURNAL'S AFTER IMAGE.  AN EMPLOYEE WITHOUT AN SSN, HIRE DATE,   00038700
000388*OR ADDRESS (A REACTIVATED MASTER RECORD OLDER THAN THE HIRE      00038800
000389*DATA) CANNOT BE FILED AND IS LISTED FOR THE CLERK TO FILE BY     00038900
000390*HAND AND CORRECT WITH AN "H" CARD.                               00039000
000391 REPORT-ONE-HIRE.                                                 00039100
000392     MOVE EJA-EMP-ID TO EMP-ID.                                   00039200
000393     MOVE "Y" TO MASTER-FOUND-FLAG.                               00039300
000394     READ EMPLOYEE-MASTER-FILE                                    00039400
000395         INVALID KEY MOVE "N" TO MASTER-FOUND-FLAG                00039500
000396     END-READ.                                                    00039600
000397     IF NOT MASTER-WAS-FOUND                                      00039700
000398         MOVE EJR-AFTER-IMAGE TO EMPLOYEE-MASTER-RECORD           00039800
000399     END-IF.                                                      00039900
000400     MOVE SPACES TO DETAIL-LINE.                                  00040000
000401     MOVE EMP-ID TO DTL-EMP-ID.                                   00040100
000402     MOVE EMP-NAME TO DTL-NAME.                                   00040200
000403     MOVE EJR-RUN-DATE TO DTL-JOURNAL-DATE.                       00040300
000404     IF ENTRY-IS-HIRE                                             00040400
000405         MOVE "NEW HIRE" TO DTL-KIND                              00040500
000406     ELSE                                                         00040600
000407         MOVE "REHIRE" TO DTL-KIND                                00040700
000408     END-IF.                                                      00040800
000409     IF EMP-M-SSN NOT NUMERIC                                     00040900
000410       OR EMP-M-SSN EQUAL ZERO                                    00041000
000411       OR EMP-M-HIRE-DATE NOT NUMERIC                             00041100
000412       OR EMP-M-HIRE-DATE EQUAL ZERO                              00041200
000413       OR EMP-M-STREET EQUAL SPACES                               00041300
000414       OR EMP-M-CITY EQUAL SPACES                                 00041400
000415       OR EMP-M-STATE EQUAL SPACES                                00041500
000416       OR EMP-M-ZIP EQUAL SPACES                                  00041600
000417         ADD 1 TO WS-NOT-REPORTED                                 00041700
000418         MOVE "NOT REPORTED - HIRE DATA MISSING"                  00041800
000419             TO DTL-DISPOSITION                                   00041900
000420     ELSE                                                         00042000
000421         PERFORM WRITE-NEW-HIRE-RECORD                            00042100
000422         MOVE EMP-M-SSN TO WS-SSN-SPLIT                           00042200
000423         MOVE "XXX-XX-" TO DTL-SSN-MASK                           00042300
000424         MOVE WS-SSN-LAST4 TO DTL-SSN-LAST4                       00042400
000425         MOVE EMP-M-HIRE-DATE TO DTL-HIRE-DATE                    00042500
000426         MOVE "REPORTED" TO DTL-DISPOSITION                       00042600
000427     END-IF.                                                      00042700
000428     WRITE PRINT-LINE FROM DETAIL-LINE                            00042800
000429         AFTER ADVANCING 1 LINE.                                  00042900
000430*                                                                 00043000
000431*THE STATE WANTS A FOUR-DIGIT YEAR; MASTER DATES ARE YYMMDD,      00043100
000432*AND A TWO-DIGIT YEAR BELOW 50 IS IN THE 2000S.                   00043200
000433 WRITE-NEW-HIRE-RECORD.                                           00043300
000434     MOVE SPACES TO NEW-HIRE-RECORD.                              00043400
000435     MOVE "W" TO NHR-TYPE.                                        00043500
000436     MOVE NHE-FEIN TO NHR-EMPLOYER-FEIN.                          00043600
000437     MOVE NHE-EMPLOYER-NAME TO NHR-EMPLOYER-NAME.                 00043700
000438     MOVE NHE-STREET TO NHR-EMPLOYER-STREET.                      00043800
000439     MOVE NHE-CITY TO NHR-EMPLOYER-CITY.                          00043900
000440     MOVE NHE-STATE TO NHR-EMPLOYER-STATE.                        00044000
000441     MOVE NHE-ZIP TO NHR-EMPLOYER-ZIP.                            00044100
000442     MOVE EMP-M-SSN TO NHR-EMP-SSN.                               00044200
000443     MOVE EMP-NAME TO NHR-EMP-NAME.                               00044300
000444     MOVE EMP-M-STREET TO NHR-EMP-STREET.                         00044400
000445     MOVE EMP-M-CITY TO NHR-EMP-CITY.                             00044500
000446     MOVE EMP-M-STATE TO NHR-EMP-STATE.                           00044600
000447     MOVE EMP-M-ZIP TO NHR-EMP-ZIP.                               00044700
000448     MOVE EMP-M-HIRE-DATE TO WS-HIRE-DATE-SPLIT, WS-HIRE-YYMMDD.  00044800
000449     IF WS-HIRE-YY < 50                                           00044900
000450         MOVE 20 TO WS-HIRE-CC                                    00045000
000451     ELSE                                                         00045100
000452         MOVE 19 TO WS-HIRE-CC                                    00045200
000453     END-IF.                                                      00045300
000454     MOVE WS-HIRE-DATE-FULL-NUM TO NHR-HIRE-DATE.                 00045400
000455     IF ENTRY-IS-REHIRE                                           00045500
000456         MOVE "Y" TO NHR-REHIRE-FLAG                              00045600
000457         ADD 1 TO WS-REHIRES-REPORTED                             00045700
000458     ELSE                                                         00045800
000459         MOVE "N" TO NHR-REHIRE-FLAG                              00045900
000460         ADD 1 TO WS-HIRES-REPORTED                               00046000
000461     END-IF.                                                      00046100
000462     WRITE NEW-HIRE-RECORD.                                       00046200
000463     ADD 1 TO WS-RECORDS-WRITTEN.                                 00046300
000464*                                                                 00046400
000465*THE TRAILER COUNTS ITSELF, AS THE STATE'S FORMAT ASKS.  THE      00046500
000466*CONTROL RECORD IS REWRITTEN ONLY AFTER THE FILE IS COMPLETE.     00046600
000467 CLOSING.                                                         00046700
000468     IF WS-RECORDS-WRITTEN EQUAL ZERO                             00046800
000469       AND WS-NOT-REPORTED EQUAL ZERO                             00046900
000470         WRITE PRINT-LINE FROM NONE-FOUND-LINE                    00047000
000471             AFTER ADVANCING 2 LINES                              00047100
000472     END-IF.                                                      00047200
000473     MOVE SPACES TO NEW-HIRE-TRAILER.                             00047300
000474     MOVE "T" TO NHT-TYPE.                                        00047400
000475     MOVE NHE-FEIN TO NHT-EMPLOYER-FEIN.                          00047500
000476     ADD 1 TO WS-RECORDS-WRITTEN.                                 00047600
000477     MOVE WS-RECORDS-WRITTEN TO NHT-RECORD-COUNT.                 00047700
000478     WRITE NEW-HIRE-RECORD.                                       00047800
000479     MOVE WS-ENTRIES-READ TO SEL-COUNT.                           00047900
000480     WRITE PRINT-LINE FROM SUMMARY-ENTRIES-LINE                   00048000
000481         AFTER ADVANCING 2 LINES.                                 00048100
000482     MOVE WS-HIRES-REPORTED TO SHL-COUNT.                         00048200
000483     WRITE PRINT-LINE FROM SUMMARY-HIRES-LINE                     00048300
000484         AFTER ADVANCING 1 LINE.                                  00048400
000485     MOVE WS-REHIRES-REPORTED TO SRL-COUNT.                       00048500
000486     WRITE PRINT-LINE FROM SUMMARY-REHIRES-LINE                   00048600
000487         AFTER ADVANCING 1 LINE.                                  00048700
000488     MOVE WS-NOT-REPORTED TO SML-COUNT.                           00048800
000489     WRITE PRINT-LINE FROM SUMMARY-MISSING-LINE                   00048900
000490         AFTER ADVANCING 1 LINE.                                  00049000
000491     MOVE WS-RECORDS-WRITTEN TO SWL-COUNT.                        00049100
000492     WRITE PRINT-LINE FROM SUMMARY-WRITTEN-LINE                   00049200
000493         AFTER ADVANCING 1 LINE.                                  00049300
000494     OPEN OUTPUT NEW-HIRE-CONTROL-FILE.                           00049400
000495     MOVE SPACES TO NEW-HIRE-CONTROL-RECORD.                      00049500
000496     ADD WS-SKIP-COUNT, WS-ENTRIES-READ                           00049600
000497         GIVING NHC-JOURNAL-COUNT.                                00049700
000498     MOVE WS-LAST-JOURNAL-DATE TO NHC-LAST-JOURNAL-DATE.          00049800
000499     MOVE WS-RUN-DATE TO NHC-LAST-RUN-DATE.                       00049900
000500     ADD WCS-HIRES-REPORTED, WS-HIRES-REPORTED,                   00050000
000501         WS-REHIRES-REPORTED GIVING NHC-HIRES-REPORTED.           00050100
000502     WRITE NEW-HIRE-CONTROL-RECORD.                               00050200
000503     CLOSE NEW-HIRE-CONTROL-FILE.                                 00050300
000504     CLOSE CHANGE-JOURNAL-FILE, EMPLOYEE-MASTER-FILE,             00050400
000505         NEW-HIRE-FILE, PRINT-FILE.                               00050500
