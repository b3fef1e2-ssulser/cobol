000289*                    BANK MASTER TABLE OVERFLOWS AT 200 (THE      00028900
000290*                    CASH FORECAST WOULD MISCOUNT THE DEPOSIT/    00029000
000291*                    CHECK SPLIT), MATCHING DDEPOSIT'S HALT.      00029100
000292*    2026-10-15  SS  WITHHOLD SOCIAL SECURITY AND MEDICARE FROM   00029200
000293*                    EACH PAY LINE AND FIGURE THE EMPLOYER'S      00029300
000294*                    MATCHING SHARE.  SOCIAL SECURITY STOPS AT    00029400
000295*                    THE ANNUAL WAGE BASE AGAINST THE OLD YTD     00029500
000296*                    MASTER PLUS THIS RUN; THE ADDITIONAL         00029600
000297*                    MEDICARE RATE APPLIES OVER ITS THRESHOLD.    00029700
000298*                    RATES COME FROM A *FICARTE CARD ON THE       00029800
000299*                    WITHHOLDING TABLE FILE.  THE WAGES, THE      00029900
000300*                    EMPLOYEE AMOUNTS, AND THE EMPLOYER SHARE     00030000
000301*                    RIDE THE REGISTER AND THE YTD MASTER; THE    00030100
000302*                    REPORT'S TAX COLUMN NOW SHOWS WITHHOLDING    00030200
000303*                    PLUS FICA, WITH THE SPLIT ON THE FOOTER.     00030300
000304*    2026-10-15  SS  TAKE PRE-TAX RETIREMENT DEFERRALS (DEDUCTION 00030400
000305*                    CODE R) AHEAD OF INCOME TAX WITHHOLDING,     00030500
000306*                    HELD TO THE ANNUAL LIMIT AGAINST THE YTD     00030600
000307*                    MASTER, AND FIGURE THE EMPLOYER MATCH.  PLAN 00030700
000308*                    TERMS COME FROM A *RETPLAN CARD ON THE       00030800
000309*                    WITHHOLDING TABLE FILE.  DEFERRAL AND MATCH  00030900
000310*                    RIDE THE REGISTER AND THE YTD MASTER FOR     00031000
000311*                    RETREMIT; THE INS COLUMN NOW SHOWS INSURANCE 00031100
000312*                    PLUS DEFERRAL.                               00031200
000313*    2026-10-15  SS  ADD THE OFF-CYCLE RUN (PARM-RUN-MODE         00031300
000314*                    "OFFCYC") FOR TERMINATIONS, REPLACEMENT      00031400
000315*                    CHECKS, AND MISSED PAY.  THE PERIOD CONTROL  00031500
000316*                    RECORD CARRIES A RUN TYPE; THE LOCKOUT AND   00031600
000317*                    THE CLOSE MATCH ON PERIOD AND RUN TYPE, SO A 00031700
000318*                    CLOSED REGULAR PERIOD IS NEVER TOUCHED.      00031800
000319*                    TERMINATED EMPLOYEES PAY ON AN OFF-CYCLE RUN.00031900
000320*    2026-10-15  SS  ADD PAY GROUPS.  THE EMPLOYEE MASTER AND THE 00032000
000321*                    PERIOD CONTROL RECORD CARRY A PAY GROUP AND  00032100
000322*                    PAY FREQUENCY, AND THE PARAMETER CARD NAMES  00032200
000323*                    THE GROUP BEING PAID; EACH GROUP OPENS AND   00032300
000324*                    CLOSES ITS OWN PERIODS.  WITHHOLDING         00032400
000325*                    ANNUALIZES AT 52, 26, OR 24 PERIODS.  A      00032500
000326*                    BIWEEKLY OR SEMIMONTHLY GROUP IS SALARIED AND00032600
000327*                    IS PAID THE MASTER'S PERIOD SALARY WITHOUT   00032700
000328*                    TIMECARDS.                                   00032800
000329*    2026-10-15  SS  GENERATE HOLIDAY PAY FROM A PLANT HOLIDAY    00032900
000330*                    CALENDAR (HOLCAL).  AN EMPLOYEE WHO PUNCHED  00033000
000331*                    THE SCHEDULED DAYS BEFORE AND AFTER A HOLIDAY00033100
000332*                    IN THE PERIOD IS PAID THE HOLIDAY'S HOURS AS 00033200
000333*                    HOLIDAY PREMIUM; A REVIEW PAGE LISTS WHO WAS 00033300
000334*                    PAID AND WHO WAS DENIED, AND WHY.            00033400
000335*    2026-10-15  SS  MIRROR THE SSN, HIRE DATE, AND HOME ADDRESS  00033500
000336*                    NOW ON THE EMPLOYEE MASTER.                  00033600
000337*    2026-10-15  SS  MIRROR THE ORIGINAL HIRE DATE AND ADJUSTED   00033700
000338*                    SERVICE DATE NOW ON THE EMPLOYEE MASTER.     00033800
000339*    2026-10-15  SS  TAKE INSURANCE FROM THE NEW BENEFIT PLAN     00033900
000340*                    MASTER (BENPLAN) AND EMPLOYEE ENROLLMENTS    00034000
000341*                    (BENENRL): THE ENROLLED TIER'S MONTHLY       00034100
000342*                    EMPLOYEE PREMIUM, SPREAD OVER THE GROUP'S    00034200
000343*                    PAY PERIODS.  AN ENROLLED EMPLOYEE'S FLAT    00034300
000344*                    INSURANCE ENTRY ON THE DEDUCTION MASTER IS   00034400
000345*                    NO LONGER TAKEN.                             00034500
000346*    2026-10-15  SS  TAKE PAY ADVANCE AND LOAN REPAYMENTS FROM    00034600
000347*                    THE NEW LOAN MASTER (LOANOLD/LOANNEW) EACH   00034700
000348*                    PERIOD, DRAWING THE BALANCE DOWN, AND CARRY  00034800
000349*                    THEM ON THE REGISTER (REG-LOAN-DED, NOW 230  00034900
000350*                    BYTES).  A TERMINATED EMPLOYEE PAID OFF-CYCLE00035000
000351*                    WITH A BALANCE OUTSTANDING IS FLAGGED ON THE 00035100
000352*                    COMMON EXCEPTION FILE FOR FINAL-PAY RECOVERY.00035200
000353*                                                                 00035300
000354 ENVIRONMENT DIVISION.                                            00035400
000355 CONFIGURATION SECTION.                                           00035500
000356 SOURCE-COMPUTER. IBM-370.                                        00035600
000357 OBJECT-COMPUTER. IBM-370.                                        00035700
000358 INPUT-OUTPUT SECTION.                                            00035800
000359 FILE-CONTROL.                                                    00035900
000360     SELECT INPUT-FILE   ASSIGN TO UT-S-INPUT.                    00036000
000361     SELECT PRINT-FILE   ASSIGN TO UT-S-OUTPUT.                   00036100
000362     SELECT EXCEPTION-FILE ASSIGN TO UT-S-EXCEPT.                 00036200
000363     SELECT YTD-MASTER-FILE ASSIGN TO UT-S-YTDOLD.                00036300
000364     SELECT YTD-NEW-MASTER-FILE ASSIGN TO UT-S-YTDNEW.            00036400
000365     SELECT YTD-SUMMARY-FILE ASSIGN TO UT-S-YTDSUM.               00036500
000366     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO UT-S-CKPT.         00036600
000367     SELECT SUSPENSE-FILE ASSIGN TO UT-S-SUSPNS.                  00036700
000368     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO UT-S-PARMS.         00036800
000369     SELECT REGISTER-FILE ASSIGN TO UT-S-REGISTR                  00036900
000370         ORGANIZATION IS INDEXED                                  00037000
000371         ACCESS MODE IS RANDOM                                    00037100
000372         RECORD KEY IS REG-EMP-ID.                                00037200
000373     SELECT DEDUCTION-FILE ASSIGN TO UT-S-DEDOLD.                 00037300
000374     SELECT DEDUCTION-NEW-FILE ASSIGN TO UT-S-DEDNEW.             00037400
000375     SELECT OPTIONAL LOAN-MASTER-FILE ASSIGN TO UT-S-LOANOLD.     00037500
000376     SELECT LOAN-NEW-MASTER-FILE ASSIGN TO UT-S-LOANNEW.          00037600
000377     SELECT SHIFT-TABLE-FILE ASSIGN TO UT-S-SHIFTTBL.             00037700
000378     SELECT YTD-WORK-FILE ASSIGN TO UT-S-YTDWORK.                 00037800
000379     SELECT COMMON-EXCEPTION-FILE ASSIGN TO UT-S-COMEXCP.         00037900
000380     SELECT RUN-CONTROL-FILE ASSIGN TO UT-S-RUNCTL.               00038000
000381     SELECT PERIOD-CONTROL-FILE ASSIGN TO UT-S-PERCTL.            00038100
000382     SELECT GRADE-MASTER-FILE ASSIGN TO UT-S-GRADES.              00038200
000383     SELECT YTD-SORTED-FILE ASSIGN TO UT-S-YTDSRT.                00038300
000384     SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.                      00038400
000385     SELECT LEAVE-MASTER-FILE ASSIGN TO UT-S-LVEOLD.              00038500
000386     SELECT LEAVE-NEW-MASTER-FILE ASSIGN TO UT-S-LVENEW.          00038600
000387     SELECT OPTIONAL LEAVE-TRANS-FILE ASSIGN TO UT-S-LEAVTRN.     00038700
000388     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO UT-S-EMPMAST           00038800
000389         ORGANIZATION IS INDEXED                                  00038900
000390         ACCESS MODE IS DYNAMIC                                   00039000
000391         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          00039100
000392     SELECT OPTIONAL BANK-MASTER-FILE ASSIGN TO UT-S-BANKMSTR.    00039200
000393     SELECT OVERTIME-RULE-FILE ASSIGN TO UT-S-OTRULES.            00039300
000394     SELECT OPTIONAL WITHHOLDING-TABLE-FILE                       00039400
000395         ASSIGN TO UT-S-WHTAX.                                    00039500
000396     SELECT JOB-MASTER-FILE ASSIGN TO UT-S-JOBMSTR.               00039600
000397     SELECT OPTIONAL HOLIDAY-CALENDAR-FILE                        00039700
000398         ASSIGN TO UT-S-HOLCAL.                                   00039800
000399     SELECT OPTIONAL BENEFIT-PLAN-FILE ASSIGN TO UT-S-BENPLAN.    00039900
000400     SELECT OPTIONAL BENEFIT-ENROLL-FILE ASSIGN TO UT-S-BENENRL.  00040000
000401*                                                                 00040100
000402*                                                                 00040200
000403 DATA DIVISION.                                                   00040300
000404 FILE SECTION.                                                    00040400
000405 FD  INPUT-FILE                                                   00040500
000406     LABEL RECORD IS OMITTED.                                     00040600
000407*THE DECK NOW CARRIES ONE DAILY PUNCH CARD PER DAY WORKED --      00040700
000408*CONSECUTIVE CARDS FOR THE SAME EMP-ID AGGREGATE INTO ONE WEEKLY  00040800
000409*PAY LINE.  A TRANS CODE OF "R" ON THE FIRST CARD MARKS THE WEEK  00040900
000410*AS A REVERSAL/CORRECTION, WHICH PAYS AS A NEGATIVE FLAGGED LINE. 00041000
000411 01  INPUT-RECORD.                                                00041100
000412     05 TC-EMP-ID                PIC X(10).                       00041200
000413     05 TC-WORK-DATE             PIC 9(06).                       00041300
000414     05 TC-HOURS-WORKED          PIC S99.                         00041400
000415     05 TC-TRANS-CODE            PIC X.                           00041500
000416        88 TC-IS-REVERSAL               VALUE "R".                00041600
000417        88 TC-IS-REENTRY                VALUE "S".                00041700
000418     05 TC-PLANT-CODE            PIC X(04).                       00041800
000419     05 TC-SHIFT-CODE            PIC X.                           00041900
000420*A BLANK EARNINGS TYPE IS AN ORDINARY DAILY PUNCH CARD.  A TYPED  00042000
000421*CARD CARRIES A FLAT DOLLAR AMOUNT IN TC-EARN-AMOUNT INSTEAD OF   00042100
000422*HOURS: BONUS PAY, HOLIDAY PREMIUM, OR A VACATION PAYOUT.  TYPED  00042200
000423*CARDS ADD NO HOURS, SO THE HOURS TOTALS AND LABRDIST STAY TRUE.  00042300
000424     05 TC-EARN-TYPE             PIC X.                           00042400
000425        88 TC-IS-WORKED-HOURS          VALUE " ".                 00042500
000426        88 TC-IS-BONUS                 VALUE "B".                 00042600
000427        88 TC-IS-HOL-PREMIUM           VALUE "P".                 00042700
000428        88 TC-IS-VAC-PAYOUT            VALUE "V".                 00042800
000429     05 TC-EARN-AMOUNT           PIC 9(5)V99.                     00042900
000430     05 TC-JOB-CODE              PIC X(06).                       00043000
000431     05 FILLER                   PIC X(42).                       00043100
000432*THE DECK ARRIVES ON TAPE BEHIND A *DECKHDR* HEADER AND AHEAD     00043200
000433*OF A COUNT-AND-HASH TRAILER; BOTH ARE CONTROL RECORDS.           00043300
000434 01  DECK-HEADER-LAYOUT REDEFINES INPUT-RECORD.                   00043400
000435     05 DHD-MARKER               PIC X(09).                       00043500
000436        88 CARD-IS-DECK-HEADER         VALUE "*DECKHDR*".         00043600
000437     05 FILLER                   PIC X(71).                       00043700
000438 01  DECK-TRAILER-LAYOUT REDEFINES INPUT-RECORD.                  00043800
000439     05 DTR-MARKER               PIC X(07).                       00043900
000440        88 CARD-IS-DECK-TRAILER        VALUE "TRAILER".           00044000
000441     05 FILLER                   PIC X(73).                       00044100
000442*                                                                 00044200
000443*EMPLOYEE-MASTER-RECORD MIRRORS THE INDEXED MASTER EMPMAINT       00044300
000444*MAINTAINS.  EMP-NAME, EMP-ID, EMP-DEPARTMENT, AND EMP-PAYRATE    00044400
000445*COME FROM THE SHARED EMPLOYEE.CPY MEMBER ALSO USED BY PAYRATE.   00044500
000446 FD  EMPLOYEE-MASTER-FILE                                         00044600
000447     LABEL RECORD IS OMITTED.                                     00044700
000448 01  EMPLOYEE-MASTER-RECORD.                                      00044800
000449     COPY EMPLOYEE.                                               00044900
000450     05 EMP-M-SALARY-CODE        PIC X.                           00045000
000451        88 EMP-M-NON-EXEMPT             VALUE "N".                00045100
000452        88 EMP-M-EXEMPT                 VALUE "E".                00045200
000453     05 EMP-M-STATUS             PIC X.                           00045300
000454        88 EMP-M-IS-ACTIVE              VALUE "A".                00045400
000455        88 EMP-M-IS-TERMINATED          VALUE "T".                00045500
000456     05 EMP-M-RATE-EFF-DATE      PIC 9(06).                       00045600
000457     05 EMP-M-PREV-PAYRATE       PIC 99V99.                       00045700
000458     05 EMP-M-RETRO-HOURS        PIC 9(03).                       00045800
000459     05 EMP-M-FILING-STATUS       PIC X.                          00045900
000460     05 EMP-M-ALLOWANCES          PIC 99.                         00046000
000461     05 EMP-M-COMP-CLASS          PIC X(04).                      00046100
000462     05 EMP-M-PAY-GROUP           PIC X(02).                      00046200
000463     05 EMP-M-PAY-FREQUENCY       PIC X.                          00046300
000464     05 EMP-M-PERIOD-SALARY       PIC 9(5)V99.                    00046400
000465     05 EMP-M-SSN                 PIC 9(09).                      00046500
000466     05 EMP-M-HIRE-DATE           PIC 9(06).                      00046600
000467     05 EMP-M-STREET              PIC X(25).                      00046700
000468     05 EMP-M-CITY                PIC X(15).                      00046800
000469     05 EMP-M-STATE               PIC X(02).                      00046900
000470     05 EMP-M-ZIP                 PIC X(09).                      00047000
000471     05 EMP-M-ORIG-HIRE-DATE      PIC 9(06).                      00047100
000472     05 EMP-M-SERVICE-DATE        PIC 9(06).                      00047200
000473     05 FILLER                   PIC X(02).                       00047300
000474*                                                                 00047400
000475 FD  PRINT-FILE                                                   00047500
000476     LABEL RECORD IS OMITTED                                      00047600
000477     LINAGE IS WS-LINAGE-LINES LINES                              00047700
000478     AT TOP WS-LINAGE-TOP                                         00047800
000479     AT BOTTOM WS-LINAGE-BOTTOM                                   00047900
000480     WITH FOOTING AT WS-LINAGE-FOOTING.                           00048000
000481 01  PRINT-LINE                  PIC X(132).                      00048100
000482*                                                                 00048200
000483 FD  EXCEPTION-FILE                                               00048300
000484     LABEL RECORD IS OMITTED.                                     00048400
000485 01  EXCEPTION-RECORD.                                            00048500
000486     05 EXCP-EMP-ID              PIC X(10).                       00048600
000487     05 EXCP-EMP-NAME            PIC X(25).                       00048700
000488     05 EXCP-DEPARTMENT          PIC X(15).                       00048800
000489     05 EXCP-REASON              PIC X(40).                       00048900
000490*                                                                 00049000
000491 FD  YTD-MASTER-FILE                                              00049100
000492     LABEL RECORD IS OMITTED.                                     00049200
000493 01  YTD-MASTER-RECORD.                                           00049300
000494     05 YTD-M-EMP-ID             PIC X(10).                       00049400
000495     05 YTD-M-EMP-NAME           PIC X(25).                       00049500
000496     05 YTD-M-GROSS-PAY          PIC S9(7)V99.                    00049600
000497     05 YTD-M-SS-WAGES           PIC S9(7)V99.                    00049700
000498     05 YTD-M-SS-TAX             PIC S9(7)V99.                    00049800
000499     05 YTD-M-MED-WAGES          PIC S9(7)V99.                    00049900
000500     05 YTD-M-MED-TAX            PIC S9(7)V99.                    00050000
000501     05 YTD-M-SS-ER-TAX          PIC S9(7)V99.                    00050100
000502     05 YTD-M-MED-ER-TAX         PIC S9(7)V99.                    00050200
000503     05 YTD-M-DEFERRALS          PIC S9(7)V99.                    00050300
000504     05 YTD-M-ER-MATCH           PIC S9(7)V99.                    00050400
000505*                                                                 00050500
000506 FD  YTD-NEW-MASTER-FILE                                          00050600
000507     LABEL RECORD IS OMITTED.                                     00050700
000508 01  YTD-NEW-MASTER-RECORD.                                       00050800
000509     05 YTD-N-EMP-ID             PIC X(10).                       00050900
000510     05 YTD-N-EMP-NAME           PIC X(25).                       00051000
000511     05 YTD-N-GROSS-PAY          PIC S9(7)V99.                    00051100
000512     05 YTD-N-SS-WAGES           PIC S9(7)V99.                    00051200
000513     05 YTD-N-SS-TAX             PIC S9(7)V99.                    00051300
000514     05 YTD-N-MED-WAGES          PIC S9(7)V99.                    00051400
000515     05 YTD-N-MED-TAX            PIC S9(7)V99.                    00051500
000516     05 YTD-N-SS-ER-TAX          PIC S9(7)V99.                    00051600
000517     05 YTD-N-MED-ER-TAX         PIC S9(7)V99.                    00051700
000518     05 YTD-N-DEFERRALS          PIC S9(7)V99.                    00051800
000519     05 YTD-N-ER-MATCH           PIC S9(7)V99.                    00051900
000520*                                                                 00052000
000521 FD  YTD-SUMMARY-FILE                                             00052100
000522     LABEL RECORD IS OMITTED.                                     00052200
000523 01  YTD-SUMMARY-RECORD          PIC X(132).                      00052300
000524*                                                                 00052400
000525*ONE YTD WORK RECORD PER PAY LINE; SORTED BY EMP-ID AT CLOSING    00052500
000526*AND MERGED AGAINST THE OLD MASTER -- NO TABLE, NO HEADCOUNT      00052600
000527*LIMIT.                                                           00052700
000528 FD  YTD-WORK-FILE                                                00052800
000529     LABEL RECORD IS OMITTED.                                     00052900
000530 01  YTD-WORK-RECORD.                                             00053000
000531     05 YWK-EMP-ID               PIC X(10).                       00053100
000532     05 YWK-EMP-NAME             PIC X(25).                       00053200
000533     05 YWK-AMOUNT               PIC S9(5)V99.                    00053300
000534     05 YWK-SS-WAGES             PIC S9(5)V99.                    00053400
000535     05 YWK-SS-DED               PIC S9(5)V99.                    00053500
000536     05 YWK-MED-WAGES            PIC S9(5)V99.                    00053600
000537     05 YWK-MED-DED              PIC S9(5)V99.                    00053700
000538     05 YWK-SS-ER                PIC S9(5)V99.                    00053800
000539     05 YWK-MED-ER               PIC S9(5)V99.                    00053900
000540     05 YWK-DEFERRAL             PIC S9(5)V99.                    00054000
000541     05 YWK-ER-MATCH             PIC S9(5)V99.                    00054100
000542*                                                                 00054200
000543 FD  YTD-SORTED-FILE                                              00054300
000544     LABEL RECORD IS OMITTED.                                     00054400
000545 01  YTD-SORTED-RECORD.                                           00054500
000546     05 YSR-EMP-ID               PIC X(10).                       00054600
000547     05 YSR-EMP-NAME             PIC X(25).                       00054700
000548     05 YSR-AMOUNT               PIC S9(5)V99.                    00054800
000549     05 YSR-SS-WAGES             PIC S9(5)V99.                    00054900
000550     05 YSR-SS-DED               PIC S9(5)V99.                    00055000
000551     05 YSR-MED-WAGES            PIC S9(5)V99.                    00055100
000552     05 YSR-MED-DED              PIC S9(5)V99.                    00055200
000553     05 YSR-SS-ER                PIC S9(5)V99.                    00055300
000554     05 YSR-MED-ER               PIC S9(5)V99.                    00055400
000555     05 YSR-DEFERRAL             PIC S9(5)V99.                    00055500
000556     05 YSR-ER-MATCH             PIC S9(5)V99.                    00055600
000557*                                                                 00055700
000558 SD  SORT-FILE.                                                   00055800
000559 01  SORT-YTD-RECORD.                                             00055900
000560     05 SRT-EMP-ID               PIC X(10).                       00056000
000561     05 SRT-EMP-NAME             PIC X(25).                       00056100
000562     05 SRT-AMOUNT               PIC S9(5)V99.                    00056200
000563     05 SRT-SS-WAGES             PIC S9(5)V99.                    00056300
000564     05 SRT-SS-DED               PIC S9(5)V99.                    00056400
000565     05 SRT-MED-WAGES            PIC S9(5)V99.                    00056500
000566     05 SRT-MED-DED              PIC S9(5)V99.                    00056600
000567     05 SRT-SS-ER                PIC S9(5)V99.                    00056700
000568     05 SRT-MED-ER               PIC S9(5)V99.                    00056800
000569     05 SRT-DEFERRAL             PIC S9(5)V99.                    00056900
000570     05 SRT-ER-MATCH             PIC S9(5)V99.                    00057000
000571*                                                                 00057100
000572 FD  CHECKPOINT-FILE                                              00057200
000573     LABEL RECORD IS OMITTED.                                     00057300
000574 01  CHECKPOINT-RECORD.                                           00057400
000575     05 CKPT-RECORD-COUNT        PIC 9(6).                        00057500
000576     05 CKPT-LAST-EMP-ID         PIC X(10).                       00057600
000577*                                                                 00057700
000578*THE COMMON EXCEPTION RECORD IS THE SHARED COMEXCP.CPY LAYOUT     00057800
000579*ALSO WRITTEN BY PAYRATE AND BIBLIO-MAINTENANCE.                  00057900
000580 FD  COMMON-EXCEPTION-FILE                                        00058000
000581     LABEL RECORD IS OMITTED.                                     00058100
000582 01  COMMON-EXCEPTION-RECORD.                                     00058200
000583     COPY COMEXCP.                                                00058300
000584*                                                                 00058400
000585 FD  RUN-CONTROL-FILE                                             00058500
000586     LABEL RECORD IS OMITTED.                                     00058600
000587 01  RUN-CONTROL-RECORD.                                          00058700
000588     COPY RUNCTL.                                                 00058800
000589*                                                                 00058900
000590*ONE GRADE MASTER RECORD PER JOB GRADE: THE MINIMUM AND MAXIMUM   00059000
000591*HOURLY RATE THE GRADE MAY CARRY.                                 00059100
000592 FD  GRADE-MASTER-FILE                                            00059200
000593     LABEL RECORD IS OMITTED.                                     00059300
000594 01  GRADE-MASTER-RECORD.                                         00059400
000595     05 GRD-GRADE-CODE           PIC X(02).                       00059500
000596     05 GRD-MIN-RATE             PIC 99V99.                       00059600
000597     05 GRD-MAX-RATE             PIC 99V99.                       00059700
000598     05 FILLER                   PIC X(70).                       00059800
000599*                                                                 00059900
000600*ONE BENEFIT PLAN MASTER RECORD PER INSURANCE PLAN: THE CARRIER   00060000
000601*(A PAYEE MASTER CODE) AND, FOR EACH COVERAGE TIER, THE MONTHLY   00060100
000602*EMPLOYEE AND EMPLOYER PREMIUMS.  TIER 1 IS EMPLOYEE ONLY, TIER 2 00060200
000603*EMPLOYEE PLUS ONE, TIER 3 FAMILY.                                00060300
000604 FD  BENEFIT-PLAN-FILE                                            00060400
000605     LABEL RECORD IS OMITTED.                                     00060500
000606 01  BENEFIT-PLAN-RECORD.                                         00060600
000607     05 BPL-PLAN-CODE            PIC X(04).                       00060700
000608     05 BPL-PLAN-NAME            PIC X(20).                       00060800
000609     05 BPL-CARRIER-CODE         PIC X(06).                       00060900
000610     05 BPL-TIER                 OCCURS 3 TIMES.                  00061000
000611        10 BPL-EE-PREMIUM        PIC 9(4)V99.                     00061100
000612        10 BPL-ER-PREMIUM        PIC 9(4)V99.                     00061200
000613     05 FILLER                   PIC X(14).                       00061300
000614*                                                                 00061400
000615*ONE ENROLLMENT RECORD PER EMPLOYEE PER PLAN: THE COVERAGE TIER   00061500
000616*("E" EMPLOYEE ONLY, "P" EMPLOYEE PLUS ONE, "F" FAMILY) AND THE   00061600
000617*START/STOP DATES, ZERO FOR OPEN-ENDED, AS ON THE DEDUCTION       00061700
000618*MASTER.                                                          00061800
000619 FD  BENEFIT-ENROLL-FILE                                          00061900
000620     LABEL RECORD IS OMITTED.                                     00062000
000621 01  BENEFIT-ENROLL-RECORD.                                       00062100
000622     05 ENR-EMP-ID               PIC X(10).                       00062200
000623     05 ENR-PLAN-CODE            PIC X(04).                       00062300
000624     05 ENR-TIER                 PIC X.                           00062400
000625        88 ENR-TIER-EMPLOYEE            VALUE "E".                00062500
000626        88 ENR-TIER-PLUS-ONE            VALUE "P".                00062600
000627        88 ENR-TIER-FAMILY              VALUE "F".                00062700
000628     05 ENR-START-DATE           PIC 9(06).                       00062800
000629     05 ENR-STOP-DATE            PIC 9(06).                       00062900
000630     05 FILLER                   PIC X(53).                       00063000
000631*                                                                 00063100
000632*ONE PERIOD CONTROL RECORD PER PAY PERIOD, MAINTAINED BY PERCTLM. 00063200
000633*STATUS "O" IS OPEN AND PAYABLE; "C" IS CLOSED.  RUN TYPE BLANK IS00063300
000634*THE REGULAR RUN; "O" IS AN OFF-CYCLE RUN, WHOSE RECORD STANDS    00063400
000635*APART FROM THE REGULAR PERIOD'S SO IT OPENS AND CLOSES ALONE.    00063500
000636*EACH PAY GROUP (BLANK FOR THE WEEKLY HOURLY GROUP) HAS ITS OWN   00063600
000637*PERIODS AND ITS PAY FREQUENCY: "W" OR BLANK WEEKLY, "B" BIWEEKLY,00063700
000638*"S" SEMIMONTHLY.                                                 00063800
000639 FD  PERIOD-CONTROL-FILE                                          00063900
000640     LABEL RECORD IS OMITTED.                                     00064000
000641 01  PERIOD-CONTROL-RECORD.                                       00064100
000642     05 PCT-PERIOD               PIC X(06).                       00064200
000643     05 PCT-START-DATE           PIC 9(06).                       00064300
000644     05 PCT-END-DATE             PIC 9(06).                       00064400
000645     05 PCT-STATUS               PIC X.                           00064500
000646        88 PCT-IS-OPEN                  VALUE "O".                00064600
000647        88 PCT-IS-CLOSED                VALUE "C".                00064700
000648     05 PCT-RUN-TYPE             PIC X.                           00064800
000649        88 PCT-IS-OFF-CYCLE             VALUE "O".                00064900
000650     05 PCT-PAY-GROUP            PIC X(02).                       00065000
000651     05 PCT-PAY-FREQUENCY        PIC X.                           00065100
000652     05 FILLER                   PIC X(57).                       00065200
000653*                                                                 00065300
000654 FD  SUSPENSE-FILE                                                00065400
000655     LABEL RECORD IS OMITTED.                                     00065500
000656 01  SUSPENSE-RECORD.                                             00065600
000657     05 SUSP-EMP-ID              PIC X(10).                       00065700
000658     05 SUSP-EMP-NAME            PIC X(25).                       00065800
000659     05 SUSP-DEPARTMENT          PIC X(15).                       00065900
000660     05 SUSP-REASON              PIC X(40).                       00066000
000661     05 SUSP-PAY-PERIOD          PIC X(06).                       00066100
000662     05 SUSP-RUN-DATE            PIC 9(06).                       00066200
000663     05 SUSP-CARD-IMAGE          PIC X(80).                       00066300
000664*                                                                 00066400
000665 FD  PARAMETER-FILE                                               00066500
000666     LABEL RECORD IS OMITTED.                                     00066600
000667 01  PARAMETER-RECORD.                                            00066700
000668     05 PARM-PAGE-LINES          PIC 999.                         00066800
000669     05 PARM-TOP-LINES           PIC 99.                          00066900
000670     05 PARM-BOTTOM-LINES        PIC 99.                          00067000
000671     05 PARM-FOOTING-LINE        PIC 999.                         00067100
000672     05 PARM-PAY-PERIOD          PIC X(06).                       00067200
000673     05 PARM-PLANT-FILTER        PIC X(04).                       00067300
000674     05 PARM-RUN-MODE            PIC X(06).                       00067400
000675     05 PARM-PAY-GROUP           PIC X(02).                       00067500
000676*                                                                 00067600
000677 FD  REGISTER-FILE                                                00067700
000678     LABEL RECORD IS OMITTED.                                     00067800
000679 01  REGISTER-RECORD.                                             00067900
000680     05 REG-EMP-ID               PIC X(10).                       00068000
000681     05 REG-EMP-DEPARTMENT       PIC X(15).                       00068100
000682     05 REG-LINE-AMOUNT          PIC S9(5)V99.                    00068200
000683     05 REG-PAY-PERIOD           PIC X(06).                       00068300
000684     05 REG-EMP-NAME             PIC X(25).                       00068400
000685     05 REG-EMP-HOURS-WORKED     PIC S99.                         00068500
000686     05 REG-EMP-PAYRATE          PIC 99V99.                       00068600
000687     05 REG-TAX-DED              PIC S9(5)V99.                    00068700
000688     05 REG-INS-DED              PIC S9(5)V99.                    00068800
000689     05 REG-GARN-DED             PIC S9(5)V99.                    00068900
000690     05 REG-NET-AMOUNT           PIC S9(5)V99.                    00069000
000691     05 REG-PLANT-CODE           PIC X(04).                       00069100
000692     05 REG-BONUS-AMT            PIC S9(5)V99.                    00069200
000693     05 REG-PREM-AMT             PIC S9(5)V99.                    00069300
000694     05 REG-VACPAY-AMT           PIC S9(5)V99.                    00069400
000695     05 REG-GARN-DETAIL          OCCURS 3 TIMES.                  00069500
000696         10 REG-GD-ORDER-NO      PIC X(06).                       00069600
000697         10 REG-GD-AMOUNT        PIC S9(5)V99.                    00069700
000698     05 REG-JOB-CODE             PIC X(06).                       00069800
000699*SOCIAL SECURITY AND MEDICARE: THE WAGES EACH TAX WAS FIGURED     00069900
000700*ON, THE EMPLOYEE'S WITHHOLDING, AND THE EMPLOYER'S SHARE.        00070000
000701     05 REG-SS-WAGES             PIC S9(5)V99.                    00070100
000702     05 REG-SS-DED               PIC S9(5)V99.                    00070200
000703     05 REG-MED-WAGES            PIC S9(5)V99.                    00070300
000704     05 REG-MED-DED              PIC S9(5)V99.                    00070400
000705     05 REG-SS-ER                PIC S9(5)V99.                    00070500
000706     05 REG-MED-ER               PIC S9(5)V99.                    00070600
000707*RETIREMENT PLAN: THE EMPLOYEE'S PRE-TAX DEFERRAL AND THE         00070700
000708*EMPLOYER'S MATCHING CONTRIBUTION.                                00070800
000709     05 REG-DEFERRAL             PIC S9(5)V99.                    00070900
000710     05 REG-ER-MATCH             PIC S9(5)V99.                    00071000
000711*PAY ADVANCE AND LOAN REPAYMENT TAKEN FROM THE LINE.              00071100
000712     05 REG-LOAN-DED             PIC S9(5)V99.                    00071200
000713*                                                                 00071300
000714*THE DEDUCTION MASTER CARRIES UP TO ONE TAX, ONE INSURANCE, AND   00071400
000715*ONE GARNISHMENT ENTRY PER EMP-ID.  A PERCENT ENTRY TAKES ITS     00071500
000716*PERCENTAGE OF GROSS; AN AMOUNT ENTRY TAKES ITS FLAT AMOUNT; A    00071600
000717*GARNISHMENT NEVER TAKES MORE THAN ITS REMAINING BALANCE.         00071700
000718*A RETIREMENT ENTRY (CODE R) IS THE EMPLOYEE'S PRE-TAX PLAN       00071800
000719*DEFERRAL ELECTION, TAKEN BEFORE INCOME TAX WITHHOLDING.          00071900
000720 FD  DEDUCTION-FILE                                               00072000
000721     LABEL RECORD IS OMITTED.                                     00072100
000722 01  DEDUCTION-RECORD.                                            00072200
000723     05 DED-EMP-ID               PIC X(10).                       00072300
000724     05 DED-CODE                 PIC X.                           00072400
000725     05 DED-METHOD               PIC X.                           00072500
000726     05 DED-VALUE                PIC 9(4)V99.                     00072600
000727     05 DED-GARN-BALANCE         PIC 9(5)V99.                     00072700
000728     05 DED-PRIORITY             PIC 9.                           00072800
000729     05 DED-ORDER-NO             PIC X(06).                       00072900
000730     05 DED-PAYEE-CODE           PIC X(06).                       00073000
000731     05 DED-START-DATE           PIC 9(06).                       00073100
000732     05 DED-STOP-DATE            PIC 9(06).                       00073200
000733*                                                                 00073300
000734 FD  DEDUCTION-NEW-FILE                                           00073400
000735     LABEL RECORD IS OMITTED.                                     00073500
000736 01  DEDUCTION-NEW-RECORD.                                        00073600
000737     05 DED-N-EMP-ID             PIC X(10).                       00073700
000738     05 DED-N-CODE               PIC X.                           00073800
000739     05 DED-N-METHOD             PIC X.                           00073900
000740     05 DED-N-VALUE              PIC 9(4)V99.                     00074000
000741     05 DED-N-GARN-BALANCE       PIC 9(5)V99.                     00074100
000742     05 DED-N-PRIORITY           PIC 9.                           00074200
000743     05 DED-N-ORDER-NO           PIC X(06).                       00074300
000744     05 DED-N-PAYEE-CODE         PIC X(06).                       00074400
000745     05 DED-N-START-DATE         PIC 9(06).                       00074500
000746     05 DED-N-STOP-DATE          PIC 9(06).                       00074600
000747*                                                                 00074700
000748*THE LOAN MASTER, MAINTAINED BY LOANMNT, CARRIES ONE RECORD PER   00074800
000749*PAY ADVANCE ("A") OR HARDSHIP LOAN ("L"): THE PRINCIPAL GRANTED, 00074900
000750*THE AMOUNT TO RECOVER EACH PAY PERIOD, AND THE BALANCE STILL     00075000
000751*OWED.  STATUS "A" IS ACTIVE AND REPAYING, "H" IS HELD (NO        00075100
000752*REPAYMENT TAKEN), "P" IS PAID OFF.  A START DATE, ZERO FOR AT    00075200
000753*ONCE, DEFERS THE FIRST REPAYMENT.                                00075300
000754 FD  LOAN-MASTER-FILE                                             00075400
000755     LABEL RECORD IS OMITTED.                                     00075500
000756 01  LOAN-MASTER-RECORD          PIC X(80).                       00075600
000757*                                                                 00075700
000758 FD  LOAN-NEW-MASTER-FILE                                         00075800
000759     LABEL RECORD IS OMITTED.                                     00075900
000760 01  LOAN-NEW-MASTER-RECORD      PIC X(80).                       00076000
000761*                                                                 00076100
000762 FD  LEAVE-MASTER-FILE                                            00076200
000763     LABEL RECORD IS OMITTED.                                     00076300
000764 01  LEAVE-MASTER-RECORD.                                         00076400
000765     05 LVE-EMP-ID               PIC X(10).                       00076500
000766     05 LVE-EMP-NAME             PIC X(25).                       00076600
000767     05 LVE-VAC-BALANCE          PIC S9(3)V99.                    00076700
000768     05 LVE-SICK-BALANCE         PIC S9(3)V99.                    00076800
000769*                                                                 00076900
000770 FD  LEAVE-NEW-MASTER-FILE                                        00077000
000771     LABEL RECORD IS OMITTED.                                     00077100
000772 01  LEAVE-NEW-MASTER-RECORD.                                     00077200
000773     05 LVN-EMP-ID               PIC X(10).                       00077300
000774     05 LVN-EMP-NAME             PIC X(25).                       00077400
000775     05 LVN-VAC-BALANCE          PIC S9(3)V99.                    00077500
000776     05 LVN-SICK-BALANCE         PIC S9(3)V99.                    00077600
000777*                                                                 00077700
000778*ONE PREMIUM CARD PER SHIFT CODE: METHOD "P" ADDS A PERCENT OF    00077800
000779*THE BASE RATE, METHOD "C" ADDS A FLAT CENTS-PER-HOUR AMOUNT.  A  00077900
000780*BLANK TIMECARD SHIFT CODE IS FIRST SHIFT AND TAKES NO PREMIUM.   00078000
000781 FD  SHIFT-TABLE-FILE                                             00078100
000782     LABEL RECORD IS OMITTED.                                     00078200
000783 01  SHIFT-TABLE-RECORD.                                          00078300
000784     05 SHF-SHIFT-CODE           PIC X.                           00078400
000785     05 SHF-METHOD               PIC X.                           00078500
000786     05 SHF-VALUE                PIC 99V99.                       00078600
000787     05 FILLER                   PIC X(74).                       00078700
000788*                                                                 00078800
000789*ONE OVERTIME RULE CARD PER PLANT UNDER DAILY-OVERTIME RULES:     00078900
000790*HOURS OVER OTR-DAILY-LIMIT IN A DAY PAY TIME-AND-A-HALF AND      00079000
000791*HOURS OVER OTR-DOUBLE-LIMIT PAY DOUBLE TIME.  A PLANT WITH NO    00079100
000792*CARD PAYS THE WEEKLY OVER-40 SPLIT ONLY.                         00079200
000793*THE HOLIDAY CALENDAR CARRIES ONE CARD PER PLANT HOLIDAY (A BLANK 00079300
000794*PLANT MEANS EVERY PLANT): THE HOLIDAY'S DATE, THE PLANT'S        00079400
000795*SCHEDULED WORKDAYS JUST BEFORE AND JUST AFTER IT, AND THE HOURS  00079500
000796*OF HOLIDAY PAY IT EARNS.  DATES ARE YYMMDD LIKE THE PUNCH DATES. 00079600
000797 FD  HOLIDAY-CALENDAR-FILE                                        00079700
000798     LABEL RECORD IS OMITTED.                                     00079800
000799 01  HOLIDAY-CALENDAR-RECORD.                                     00079900
000800     05 HOL-PLANT-CODE           PIC X(04).                       00080000
000801     05 HOL-DATE                 PIC 9(06).                       00080100
000802     05 HOL-PRIOR-DAY            PIC 9(06).                       00080200
000803     05 HOL-NEXT-DAY             PIC 9(06).                       00080300
000804     05 HOL-HOURS                PIC 99.                          00080400
000805     05 HOL-NAME                 PIC X(20).                       00080500
000806     05 FILLER                   PIC X(36).                       00080600
000807*                                                                 00080700
000808 FD  OVERTIME-RULE-FILE                                           00080800
000809     LABEL RECORD IS OMITTED.                                     00080900
000810 01  OVERTIME-RULE-RECORD.                                        00081000
000811     05 OTR-PLANT-CODE           PIC X(04).                       00081100
000812     05 OTR-DAILY-LIMIT          PIC 99.                          00081200
000813     05 OTR-DOUBLE-LIMIT         PIC 99.                          00081300
000814     05 FILLER                   PIC X(72).                       00081400
000815*                                                                 00081500
000816*THE WITHHOLDING TABLE LEADS WITH A *WHTYEAR CARD NAMING THE      00081600
000817*TABLE YEAR (PRINTED ON THE REPORT FOOTER), THEN ONE BRACKET      00081700
000818*CARD PER FILING STATUS AND ANNUAL WAGE FLOOR IN ASCENDING        00081800
000819*FLOOR ORDER: ANNUAL TAX = BASE TAX PLUS THE RATE ON WAGES        00081900
000820*OVER THE FLOOR.  AN OPTIONAL *FICARTE CARD ANYWHERE IN THE FILE  00082000
000821*CARRIES THE YEAR'S SOCIAL SECURITY RATE AND WAGE BASE AND THE    00082100
000822*MEDICARE AND ADDITIONAL MEDICARE RATES AND THRESHOLD (RATES      00082200
000823*ARE PERCENTS); WITHOUT ONE THE DEFAULTS IN WORKING-STORAGE       00082300
000824*APPLY.  AN OPTIONAL *RETPLAN CARD LIKEWISE CARRIES THE           00082400
000825*RETIREMENT PLAN'S ANNUAL DEFERRAL LIMIT, THE EMPLOYER MATCH      00082500
000826*PERCENT, AND THE PERCENT OF PAY THE MATCH STOPS AT.              00082600
000827 FD  WITHHOLDING-TABLE-FILE                                       00082700
000828     LABEL RECORD IS OMITTED.                                     00082800
000829 01  WITHHOLDING-TABLE-RECORD.                                    00082900
000830     05 WTX-FILING-STATUS        PIC X.                           00083000
000831     05 WTX-BRACKET-FLOOR        PIC 9(7)V99.                     00083100
000832     05 WTX-BASE-TAX             PIC 9(7)V99.                     00083200
000833     05 WTX-RATE                 PIC 99V99.                       00083300
000834     05 FILLER                   PIC X(57).                       00083400
000835 01  WTX-YEAR-CARD REDEFINES WITHHOLDING-TABLE-RECORD.            00083500
000836     05 WTY-MARKER               PIC X(08).                       00083600
000837     05 WTY-YEAR                 PIC 99.                          00083700
000838     05 FILLER                   PIC X(70).                       00083800
000839 01  WTX-FICA-CARD REDEFINES WITHHOLDING-TABLE-RECORD.            00083900
000840     05 WTF-MARKER               PIC X(08).                       00084000
000841     05 WTF-SS-RATE              PIC 99V99.                       00084100
000842     05 WTF-SS-WAGE-BASE         PIC 9(7)V99.                     00084200
000843     05 WTF-MED-RATE             PIC 99V99.                       00084300
000844     05 WTF-ADDL-MED-RATE        PIC 99V99.                       00084400
000845     05 WTF-ADDL-MED-THRESHOLD   PIC 9(7)V99.                     00084500
000846     05 FILLER                   PIC X(42).                       00084600
000847 01  WTX-RETPLAN-CARD REDEFINES WITHHOLDING-TABLE-RECORD.         00084700
000848     05 WRP-MARKER               PIC X(08).                       00084800
000849     05 WRP-DEFERRAL-LIMIT       PIC 9(7)V99.                     00084900
000850     05 WRP-MATCH-PERCENT        PIC 999V99.                      00085000
000851     05 WRP-MATCH-CAP-PERCENT    PIC 99V99.                       00085100
000852     05 FILLER                   PIC X(54).                       00085200
000853*                                                                 00085300
000854*ONE JOB MASTER RECORD PER CONTRACT JOB: DESCRIPTION, OWNING      00085400
000855*PLANT, AND THE BUDGET THE JOBCOST RUN MEASURES AGAINST.          00085500
000856 FD  JOB-MASTER-FILE                                              00085600
000857     LABEL RECORD IS OMITTED.                                     00085700
000858 01  JOB-MASTER-RECORD.                                           00085800
000859     05 JOB-CODE                 PIC X(06).                       00085900
000860     05 JOB-DESCRIPTION          PIC X(25).                       00086000
000861     05 JOB-PLANT-CODE           PIC X(04).                       00086100
000862     05 JOB-BUDGET-HOURS         PIC 9(06).                       00086200
000863     05 JOB-BUDGET-DOLLARS       PIC 9(7)V99.                     00086300
000864     05 FILLER                   PIC X(30).                       00086400
000865*                                                                 00086500
000866*ONE LEAVE-TAKEN CARD PER ABSENCE: V FOR VACATION, S FOR SICK.    00086600
000867 FD  LEAVE-TRANS-FILE                                             00086700
000868     LABEL RECORD IS OMITTED.                                     00086800
000869 01  LEAVE-TRANS-RECORD.                                          00086900
000870     05 LVT-EMP-ID               PIC X(10).                       00087000
000871     05 LVT-LEAVE-TYPE           PIC X.                           00087100
000872        88 LVT-IS-VACATION              VALUE "V".                00087200
000873        88 LVT-IS-SICK                  VALUE "S".                00087300
000874     05 LVT-HOURS                PIC 99V9.                        00087400
000875     05 FILLER                   PIC X(66).                       00087500
000876*                                                                 00087600
000877*ONE BANK MASTER RECORD PER EMPLOYEE ON DIRECT DEPOSIT, IN THE    00087700
000878*LAYOUT DDEPOSIT READS.  A PROOF RUN LOADS IT SO THE CASH         00087800
000879*FORECAST CAN TELL DEPOSITS FROM CHECKS; A LIVE RUN LEAVES THE    00087900
000880*FILE UNOPENED.                                                   00088000
000881 FD  BANK-MASTER-FILE                                             00088100
000882     LABEL RECORD IS OMITTED.                                     00088200
000883 01  BANK-MASTER-RECORD.                                          00088300
000884     05 BNK-EMP-ID               PIC X(10).                       00088400
000885     05 BNK-ROUTING-NUMBER       PIC 9(09).                       00088500
000886     05 BNK-ACCOUNT-NUMBER       PIC X(17).                       00088600
000887     05 BNK-PRENOTE-STATUS       PIC X.                           00088700
000888     05 FILLER                   PIC X(43).                       00088800
000889*                                                                 00088900
000890*                                                                 00089000
000891 WORKING-STORAGE SECTION.                                         00089100
000892*THE LINAGE FIGURES DEFAULT TO THE STANDARD FORM BUT CAN BE       00089200
000893*OVERRIDDEN BY READ-PARAMETERS FROM AN OPTIONAL PARAMETER FILE,   00089300
000894*SO OPERATIONS CAN CHANGE PAGE LENGTH WITHOUT A RECOMPILE.        00089400
000895 77  WS-LINAGE-LINES             PIC 9(3)        VALUE 40.        00089500
000896 77  WS-LINAGE-TOP               PIC 9(2)        VALUE 3.         00089600
000897 77  WS-LINAGE-BOTTOM            PIC 9(2)        VALUE 3.         00089700
000898 77  WS-LINAGE-FOOTING           PIC 9(3)        VALUE 38.        00089800
000899 77  WS-PAY-PERIOD               PIC X(06)       VALUE SPACES.    00089900
000900 77  WS-PAY-PERIOD-NUM           PIC 9(06)       VALUE 0.         00090000
000901 77  WS-PERIOD-START-DATE        PIC 9(06)       VALUE 0.         00090100
000902 77  WS-PERIOD-END-DATE          PIC 9(06)       VALUE 0.         00090200
000903*A BLANK WS-PLANT-FILTER PRINTS EVERY PLANT; AN OPERATOR-SUPPLIED 00090300
000904*VALUE FROM THE PARAMETER FILE LIMITS THE RUN TO ONE SITE'S PAGES,00090400
000905*SO A PLANT MANAGER CAN GET JUST THEIR OWN SECTION OF THE REPORT. 00090500
000906 77  WS-PLANT-FILTER             PIC X(04)       VALUE SPACES.    00090600
000907*A "PROOF" RUN-MODE CARD RUNS EVERY EDIT AND THE FULL REPORT BUT  00090700
000908*WRITES NO DATASET -- NO REGISTER, YTD WORK FILE, SUSPENSE,       00090800
000909*CHECKPOINT, OR PERIOD CLOSE -- AND ADDS THE CASH REQUIREMENTS    00090900
000910*FORECAST PAGE FOR THE TREASURER.                                 00091000
000911 77  PROOF-MODE-FLAG             PIC X           VALUE "N".       00091100
000912     88  IS-PROOF-RUN                            VALUE "Y".       00091200
000913*AN "OFFCYC" RUN-MODE CARD PAYS A SMALL DECK OF TERMINATION,      00091300
000914*REPLACEMENT, AND MISSED-PAY CARDS OUTSIDE THE REGULAR CYCLE.  IT 00091400
000915*CHECKS AND CLOSES ONLY ITS OWN RUN-TYPE "O" PERIOD RECORD, PAYS  00091500
000916*A TERMINATED EMPLOYEE'S FINAL CHECK, AND LEAVES A PENDING RETRO  00091600
000917*RATE CHANGE FOR THE REGULAR RUN.                                 00091700
000918 77  WS-RUN-TYPE                 PIC X           VALUE SPACES.    00091800
000919     88  IS-OFF-CYCLE-RUN                        VALUE "O".       00091900
000920*THE PARAMETER CARD NAMES THE PAY GROUP BEING PAID (BLANK FOR THE 00092000
000921*WEEKLY HOURLY GROUP); ITS FREQUENCY COMES FROM THE GROUP'S       00092100
000922*PERIOD CONTROL RECORD.  A BIWEEKLY OR SEMIMONTHLY GROUP IS       00092200
000923*SALARIED: ITS REGULAR RUN READS NO TIMECARDS AND PAYS EVERY      00092300
000924*ACTIVE MEMBER THE PERIOD SALARY ON THE EMPLOYEE MASTER.          00092400
000925 77  WS-PAY-GROUP                PIC X(02)       VALUE SPACES.    00092500
000926 77  WS-PAY-FREQUENCY            PIC X           VALUE SPACES.    00092600
000927     88  PAY-FREQUENCY-BIWEEKLY                  VALUE "B".       00092700
000928     88  PAY-FREQUENCY-SEMIMONTHLY               VALUE "S".       00092800
000929 77  SALARIED-RUN-FLAG           PIC X           VALUE "N".       00092900
000930     88  IS-SALARIED-RUN                         VALUE "Y".       00093000
000931 77  WS-TOTAL-HOURS              PIC 9(7)        VALUE 0.         00093100
000932 77  WS-RUN-DATE                 PIC 9(6)        VALUE 0.         00093200
000933 77  WS-RUN-TIME                 PIC 9(8)        VALUE 0.         00093300
000934*                                                                 00093400
000935 77  END-OF-FILE                 PIC X           VALUE "N".       00093500
000936     88  IS-EOF                                  VALUE "Y".       00093600
000937*                                                                 00093700
000938 77  PAGE-COUNT                  PIC 99          VALUE 0.         00093800
000939*                                                                 00093900
000940 77  ACTUAL-DEPARTMENT           PIC X(15)       VALUE SPACES.    00094000
000941 77  ACTUAL-PLANT                PIC X(04)       VALUE SPACES.    00094100
000942*                                                                 00094200
000943 77  PAGE-STATUS                 PIC X           VALUE "Y".       00094300
000944     88 IS-FIRST-PAGE                            VALUE "Y".       00094400
000945     88 IS-NOT-FIRST-PAGE                        VALUE "N".       00094500
000946*                                                                 00094600
000947 01  PAGE-TITLE-LINE.                                             00094700
000948     05 FILLER                   PIC X(42)       VALUE SPACES.    00094800
000949     05 FILLER                   PIC X(58)       VALUE            00094900
000950   "H A L  I N D U S T R I E S  --  P A Y R O L L  R E P O R T".  00095000
000951*                                                                 00095100
000952 01  PAGE-NUMBER-LINE.                                            00095200
000953     05 FILLER                   PIC X(119)      VALUE SPACES.    00095300
000954     05 FILLER                   PIC X(06)       VALUE "PAGE: ".  00095400
000955     05 PAGE-NUMBER              PIC Z9.                          00095500
000956*                                                                 00095600
000957 01  PLANT-LINE.                                                  00095700
000958     05 FILLER                   PIC X(12)       VALUE            00095800
000959    "PLANT/SITE: ".                                               00095900
000960     05 EMP-PLANT-CODE           PIC X(04).                       00096000
000961*                                                                 00096100
000962 01  DEPARTMENT-LINE.                                             00096200
000963     05 FILLER                   PIC X(04)       VALUE SPACES.    00096300
000964     05 FILLER                   PIC X(12)       VALUE            00096400
000965    "DEPARTMENT: ".                                               00096500
000966     05 EMP-DEPARTMENT           PIC X(15).                       00096600
000967*                                                                 00096700
000968 01  TITLE-LINE.                                                  00096800
000969     05 FILLER                   PIC X(01)       VALUE SPACES.    00096900
000970     05 FILLER                   PIC X(12)       VALUE            00097000
000971    "EMPLOYEE ID:".                                               00097100
000972     05 FILLER                   PIC X(25)       VALUE            00097200
000973    "  EMPLOYEE NAME:".                                           00097300
000974     05 FILLER                   PIC X(04)       VALUE            00097400
000975    " CD:".                                                       00097500
000976     05 FILLER                   PIC X(06)       VALUE            00097600
000977    "HOURS:".                                                     00097700
000978     05 FILLER                   PIC X(06)       VALUE            00097800
000979    " RATE:".                                                     00097900
000980     05 FILLER                   PIC X(09)       VALUE            00098000
000981    "   GROSS:".                                                  00098100
000982     05 FILLER                   PIC X(09)       VALUE            00098200
000983    "   OTHER:".                                                  00098300
000984     05 FILLER                   PIC X(09)       VALUE            00098400
000985    "TAX/FICA:".                                                  00098500
000986     05 FILLER                   PIC X(09)       VALUE            00098600
000987    " INS/RET:".                                                  00098700
000988     05 FILLER                   PIC X(09)       VALUE            00098800
000989    "    GARN:".                                                  00098900
000990     05 FILLER                   PIC X(10)       VALUE            00099000
000991    "     NET:".                                                  00099100
000992     05 FILLER                   PIC X(07)       VALUE            00099200
000993    " OT BY:".                                                    00099300
000994*                                                                 00099400
000995 01  OUTPUT-LINE.                                                 00099500
000996     05 FILLER                   PIC X(01)       VALUE SPACES.    00099600
000997     05 EMP-ID                   PIC X(10).                       00099700
000998     05 FILLER                   PIC X(02)       VALUE SPACES.    00099800
000999     05 EMP-NAME                 PIC X(25).                       00099900
001000     05 FILLER                   PIC X(02)       VALUE SPACES.    00100000
001001     05 EMP-SALARY-CODE          PIC X(01).                       00100100
001002     05 FILLER                   PIC X(02)       VALUE SPACES.    00100200
001003     05 EMP-HOURS-WORKED         PIC ---9.                        00100300
001004     05 FILLER                   PIC X(01)       VALUE SPACES.    00100400
001005     05 EMP-PAYRATE              PIC Z9.99.                       00100500
001006     05 FILLER                   PIC X(01)       VALUE SPACES.    00100600
001007     05 EMP-GROSS-AMOUNT         PIC ZZZZ9.99-.                   00100700
001008     05 FILLER                   PIC X(01)       VALUE SPACES.    00100800
001009     05 EMP-OTHER-EARN           PIC ZZZZ9.99-.                   00100900
001010     05 FILLER                   PIC X(01)       VALUE SPACES.    00101000
001011     05 EMP-TAX-DED              PIC ZZZZ9.99.                    00101100
001012     05 FILLER                   PIC X(01)       VALUE SPACES.    00101200
001013     05 EMP-INS-DED              PIC ZZZZ9.99.                    00101300
001014     05 FILLER                   PIC X(01)       VALUE SPACES.    00101400
001015     05 EMP-GARN-DED             PIC ZZZZ9.99.                    00101500
001016     05 FILLER                   PIC X(01)       VALUE SPACES.    00101600
001017     05 EMP-NET-AMOUNT           PIC ZZZZ9.99-.                   00101700
001018     05 FILLER                   PIC X(01)       VALUE SPACES.    00101800
001019     05 EMP-OT-METHOD            PIC X(06).                       00101900
001020     05 FILLER                   PIC X(01)       VALUE SPACES.    00102000
001021     05 REVERSAL-MARKER          PIC X(10).                       00102100
001022 77  WS-OT-HOURS               PIC 99          VALUE 0.           00102200
001023 77  WS-REGULAR-PAY             PIC 9(5)V99     VALUE 0.          00102300
001024 77  WS-OVERTIME-PAY            PIC 9(5)V99     VALUE 0.          00102400
001025*                                                                 00102500
001026 77  WS-DEPARTMENT-SUBTOTAL     PIC S9(6)V99    VALUE 0.          00102600
001027 77  WS-GRAND-TOTAL             PIC S9(7)V99    VALUE 0.          00102700
001028 77  WS-LINE-AMOUNT             PIC S9(5)V99    VALUE 0.          00102800
001029*                                                                 00102900
001030*THE DEDUCTION MASTER IS LOADED INTO DED-TABLE AT INITIALIZATION  00103000
001031*SO APPLY-DEDUCTIONS CAN CHARGE EACH GOOD RECORD'S ENTRIES        00103100
001032*AGAINST ITS GROSS, AND THE DRAWN-DOWN GARNISHMENT BALANCES ARE   00103200
001033*WRITTEN BACK OUT AS THE NEW DEDUCTION MASTER AT CLOSING.         00103300
001034 77  DED-EOF-FLAG               PIC X           VALUE "N".        00103400
001035     88  DED-IS-EOF                              VALUE "Y".       00103500
001036 01  DED-TABLE.                                                   00103600
001037     05 DED-TAB-ENTRY           OCCURS 200 TIMES.                 00103700
001038         10 DED-TAB-EMP-ID      PIC X(10).                        00103800
001039         10 DED-TAB-CODE        PIC X.                            00103900
001040            88 DED-TAB-IS-TAX                    VALUE "T".       00104000
001041            88 DED-TAB-IS-INSURANCE              VALUE "I".       00104100
001042            88 DED-TAB-IS-GARNISH                VALUE "G".       00104200
001043            88 DED-TAB-IS-RETIREMENT             VALUE "R".       00104300
001044         10 DED-TAB-METHOD      PIC X.                            00104400
001045            88 DED-TAB-BY-PERCENT                VALUE "P".       00104500
001046         10 DED-TAB-VALUE       PIC 9(4)V99.                      00104600
001047         10 DED-TAB-GARN-BALANCE PIC 9(5)V99.                     00104700
001048         10 DED-TAB-PRIORITY     PIC 9.                           00104800
001049         10 DED-TAB-ORDER-NO     PIC X(06).                       00104900
001050         10 DED-TAB-PAYEE-CODE   PIC X(06).                       00105000
001051         10 DED-TAB-START-DATE   PIC 9(06).                       00105100
001052         10 DED-TAB-STOP-DATE    PIC 9(06).                       00105200
001053 77  WS-DED-COUNT               PIC 999         VALUE 0.          00105300
001054 77  WS-DED-SUB                 PIC 999         VALUE 0.          00105400
001055 77  WS-ONE-DED-AMOUNT          PIC 9(5)V99     VALUE 0.          00105500
001056 77  WS-TAX-DED                 PIC 9(5)V99     VALUE 0.          00105600
001057 77  WS-INS-DED                 PIC 9(5)V99     VALUE 0.          00105700
001058 77  WS-GARN-DED                PIC 9(5)V99     VALUE 0.          00105800
001059 77  WS-GROSS-AMOUNT            PIC S9(5)V99    VALUE 0.          00105900
001060 77  WS-NET-AMOUNT              PIC S9(5)V99    VALUE 0.          00106000
001061*                                                                 00106100
001062 77  VS-EOF-FLAG                PIC X           VALUE "N".        00106200
001063     88  VS-IS-EOF                               VALUE "Y".       00106300
001064 77  VS-ACTUAL-DEPARTMENT       PIC X(15)       VALUE SPACES.     00106400
001065*                                                                 00106500
001066 01  SEEN-DEPARTMENT-TABLE.                                       00106600
001067     05 SEEN-DEPT-ENTRY         PIC X(15)       OCCURS 50 TIMES.  00106700
001068 77  WS-SEEN-COUNT              PIC 99          VALUE 0.          00106800
001069 77  WS-SEEN-SUB                PIC 99          VALUE 0.          00106900
001070 77  DEPT-FOUND-FLAG            PIC X           VALUE "N".        00107000
001071     88  DEPT-ALREADY-SEEN                       VALUE "Y".       00107100
001072*                                                                 00107200
001073 01  BAD-RECORD-TABLE.                                            00107300
001074     05 BAD-EMP-ID-ENTRY        PIC X(10)       OCCURS 200 TIMES. 00107400
001075 77  WS-BAD-COUNT               PIC 999         VALUE 0.          00107500
001076 77  WS-BAD-SUB                 PIC 999         VALUE 0.          00107600
001077 77  RECORD-BAD-FLAG            PIC X           VALUE "N".        00107700
001078     88  RECORD-IS-BAD                           VALUE "Y".       00107800
001079*                                                                 00107900
001080 77  YTD-EOF-FLAG               PIC X           VALUE "N".        00108000
001081     88  YTD-IS-EOF                              VALUE "Y".       00108100
001082 77  WS-YTD-MASTER-YEAR         PIC 99          VALUE 0.          00108200
001083 77  YTD-CTL-SEEN-FLAG          PIC X           VALUE "N".        00108300
001084     88  YTD-CONTROL-SEEN                        VALUE "Y".       00108400
001085 77  PCT-EOF-FLAG               PIC X           VALUE "N".        00108500
001086     88  PCT-IS-EOF                              VALUE "Y".       00108600
001087 77  PERIOD-FOUND-FLAG          PIC X           VALUE "N".        00108700
001088     88  PERIOD-WAS-FOUND                        VALUE "Y".       00108800
001089 01  WS-PERIOD-SPLIT.                                             00108900
001090     05 WS-PERIOD-YY             PIC 99.                          00109000
001091     05 FILLER                   PIC X(04).                       00109100
001092 77  YSR-EOF-FLAG               PIC X           VALUE "N".        00109200
001093     88  YSR-IS-EOF                              VALUE "Y".       00109300
001094 77  WS-MERGE-EMP-ID            PIC X(10)       VALUE SPACES.     00109400
001095 77  WS-MERGE-EMP-NAME          PIC X(25)       VALUE SPACES.     00109500
001096 77  WS-MERGE-GROSS             PIC S9(7)V99    VALUE 0.          00109600
001097 77  WS-MERGE-SS-WAGES          PIC S9(7)V99    VALUE 0.          00109700
001098 77  WS-MERGE-SS-TAX            PIC S9(7)V99    VALUE 0.          00109800
001099 77  WS-MERGE-MED-WAGES         PIC S9(7)V99    VALUE 0.          00109900
001100 77  WS-MERGE-MED-TAX           PIC S9(7)V99    VALUE 0.          00110000
001101 77  WS-MERGE-SS-ER-TAX         PIC S9(7)V99    VALUE 0.          00110100
001102 77  WS-MERGE-MED-ER-TAX        PIC S9(7)V99    VALUE 0.          00110200
001103 77  WS-MERGE-DEFERRALS         PIC S9(7)V99    VALUE 0.          00110300
001104 77  WS-MERGE-ER-MATCH          PIC S9(7)V99    VALUE 0.          00110400
001105 77  WS-LAST-OLD-EMP-ID         PIC X(10)       VALUE LOW-VALUES. 00110500
001106*                                                                 00110600
001107 77  CKPT-EOF-FLAG               PIC X           VALUE "N".       00110700
001108     88  CKPT-IS-EOF                              VALUE "Y".      00110800
001109 77  CKPT-RESTART-COUNT          PIC 9(6)        VALUE 0.         00110900
001110 77  WS-CKPT-COUNTER             PIC 9(6)        VALUE 0.         00111000
001111 77  WS-CKPT-SINCE-LAST          PIC 999         VALUE 0.         00111100
001112 77  WS-CKPT-INTERVAL            PIC 999         VALUE 10.        00111200
001113 77  WS-CKPT-SKIP-SUB            PIC 9(6)        VALUE 0.         00111300
001114 77  WS-LAST-COMPLETED-EMP-ID    PIC X(10)       VALUE SPACES.    00111400
001115*                                                                 00111500
001116*THE WK- FIELDS HOLD THE WEEK AGGREGATED FROM AN EMPLOYEE'S RUN   00111600
001117*OF DAILY CARDS; THE FIRST CARD'S TRANS CODE, PLANT, AND SHIFT    00111700
001118*GOVERN THE WEEK, AND A WEEK WHOSE CARDS DISAGREE ON SHIFT IS     00111800
001119*MARKED MIXED AND SUSPENDED.  DAY-TABLE KEEPS THE BREAKDOWN FOR   00111900
001120*THE HOURS EXCEPTION PAGE WHEN THE WEEK IS REJECTED.              00112000
001121 77  WK-EMP-ID                  PIC X(10)       VALUE SPACES.     00112100
001122 77  WK-HOURS-WORKED            PIC S999        VALUE 0.          00112200
001123 77  WK-TRANS-CODE              PIC X           VALUE SPACE.      00112300
001124     88  WK-IS-REVERSAL                           VALUE "R".      00112400
001125     88  WK-IS-REENTRY                            VALUE "S".      00112500
001126 77  WK-PLANT-CODE              PIC X(04)       VALUE SPACES.     00112600
001127 77  WK-SHIFT-CODE              PIC X           VALUE SPACE.      00112700
001128 77  WK-HOURS-BAD-FLAG          PIC X           VALUE "N".        00112800
001129     88  WEEK-HOURS-BAD                           VALUE "Y".      00112900
001130 77  WK-MIXED-SHIFT-FLAG        PIC X           VALUE "N".        00113000
001131     88  WEEK-HAS-MIXED-SHIFTS                    VALUE "Y".      00113100
001132*TYPED EARNINGS CARDS ACCUMULATE INTO THEIR OWN BUCKETS; THEY     00113200
001133*CARRY NO HOURS AND DO NOT COUNT AS DAILY PUNCH CARDS.  A WEEK    00113300
001134*OF TYPED CARDS ALONE (A QUARTERLY BONUS) IS EXEMPT FROM THE      00113400
001135*FIVE-DAY AND ZERO-HOURS EDITS.                                   00113500
001136 77  WK-BONUS-AMT               PIC 9(5)V99     VALUE 0.          00113600
001137 77  WK-PREM-AMT                PIC 9(5)V99     VALUE 0.          00113700
001138 77  WK-VACPAY-AMT              PIC 9(5)V99     VALUE 0.          00113800
001139 77  WK-TYPED-TOTAL             PIC 9(6)V99     VALUE 0.          00113900
001140 77  WK-BAD-EARN-FLAG           PIC X           VALUE "N".        00114000
001141     88  WEEK-HAS-BAD-EARN-TYPE                   VALUE "Y".      00114100
001142 77  WK-HOURS-CARD-FLAG         PIC X           VALUE "N".        00114200
001143     88  WEEK-HAS-HOURS-CARDS                     VALUE "Y".      00114300
001144 77  WK-JOB-CODE                PIC X(06)       VALUE SPACES.     00114400
001145 77  WK-MIXED-JOB-FLAG          PIC X           VALUE "N".        00114500
001146     88  WEEK-HAS-MIXED-JOBS                      VALUE "Y".      00114600
001147 01  JOB-TABLE.                                                   00114700
001148     05 JBT-CODE                PIC X(06) OCCURS 100 TIMES.       00114800
001149 77  WS-JBT-COUNT               PIC 999         VALUE 0.          00114900
001150 77  WS-JBT-SUB                 PIC 999         VALUE 0.          00115000
001151 77  JBT-EOF-FLAG               PIC X           VALUE "N".        00115100
001152     88  JOB-MASTER-EOF                           VALUE "Y".      00115200
001153 77  JBT-FOUND-FLAG             PIC X           VALUE "N".        00115300
001154     88  WEEK-JOB-IS-KNOWN                        VALUE "Y".      00115400
001155 77  WS-BONUS-PAY               PIC S9(5)V99    VALUE 0.          00115500
001156 77  WS-HOL-PREM-PAY            PIC S9(5)V99    VALUE 0.          00115600
001157 77  WS-VACPAY-PAY              PIC S9(5)V99    VALUE 0.          00115700
001158 77  WS-OTHER-EARN              PIC S9(6)V99    VALUE 0.          00115800
001159 77  WS-TOTAL-BONUS             PIC S9(7)V99    VALUE 0.          00115900
001160 77  WS-TOTAL-HOL-PREM          PIC S9(7)V99    VALUE 0.          00116000
001161 77  WS-TOTAL-VACPAY            PIC S9(7)V99    VALUE 0.          00116100
001162 77  WS-DAY-COUNT               PIC 99          VALUE 0.          00116200
001163 77  WS-DAY-SUB                 PIC 99          VALUE 0.          00116300
001164 01  DAY-TABLE.                                                   00116400
001165     05 DAY-ENTRY               OCCURS 7 TIMES.                   00116500
001166         10 DAY-WORK-DATE       PIC 9(06).                        00116600
001167         10 DAY-HOURS           PIC S99.                          00116700
001168         10 DAY-SHIFT           PIC X.                            00116800
001169 77  WS-FIRST-CARD-IMAGE        PIC X(80)       VALUE SPACES.     00116900
001170 77  LIST-DAYS-FLAG             PIC X           VALUE "N".        00117000
001171     88  LIST-DAILY-BREAKDOWN                     VALUE "Y".      00117100
001172 01  WS-DAY-REASON.                                               00117200
001173     05 FILLER                  PIC X(26)       VALUE             00117300
001174    "REJECTED WEEK, CARD DATED ".                                 00117400
001175     05 WS-DAY-REASON-DATE      PIC 9(06).                        00117500
001176     05 FILLER                  PIC X(08)       VALUE SPACES.     00117600
001177*                                                                 00117700
001178 77  MASTER-FOUND-FLAG          PIC X           VALUE "N".        00117800
001179     88  MASTER-WAS-FOUND                         VALUE "Y".      00117900
001180 77  SHF-EOF-FLAG               PIC X           VALUE "N".        00118000
001181     88  SHF-IS-EOF                               VALUE "Y".      00118100
001182 01  SHIFT-PREMIUM-TABLE.                                         00118200
001183     05 SHF-TAB-ENTRY           OCCURS 10 TIMES.                  00118300
001184         10 SHF-TAB-CODE        PIC X.                            00118400
001185         10 SHF-TAB-METHOD      PIC X.                            00118500
001186            88 SHF-TAB-BY-PERCENT            VALUE "P".           00118600
001187         10 SHF-TAB-VALUE       PIC 99V99.                        00118700
001188 77  WS-SHF-COUNT               PIC 99          VALUE 0.          00118800
001189 77  WS-SHF-SUB                 PIC 99          VALUE 0.          00118900
001190 77  SHF-FOUND-FLAG             PIC X           VALUE "N".        00119000
001191     88  SHIFT-CODE-FOUND                         VALUE "Y".      00119100
001192 77  WS-SHF-FOUND-SUB           PIC 99          VALUE 0.          00119200
001193 77  WS-EFFECTIVE-RATE          PIC 999V99      VALUE 0.          00119300
001194*                                                                 00119400
001195*LEAVE ACCRUES AT 4 VACATION HOURS AND 2 SICK HOURS PER 80 HOURS  00119500
001196*WORKED (.05 AND .025 PER HOUR), THE PLANT'S CONTRACT RATES.      00119600
001197 77  LVE-EOF-FLAG               PIC X           VALUE "N".        00119700
001198     88  LVE-IS-EOF                               VALUE "Y".      00119800
001199 77  LVT-EOF-FLAG               PIC X           VALUE "N".        00119900
001200     88  LVT-IS-EOF                               VALUE "Y".      00120000
001201 01  LEAVE-TABLE.                                                 00120100
001202     05 LVE-TAB-ENTRY           OCCURS 200 TIMES.                 00120200
001203         10 LVE-TAB-EMP-ID      PIC X(10).                        00120300
001204         10 LVE-TAB-EMP-NAME    PIC X(25).                        00120400
001205         10 LVE-TAB-DEPARTMENT  PIC X(15).                        00120500
001206         10 LVE-TAB-VAC-BAL     PIC S9(3)V99.                     00120600
001207         10 LVE-TAB-SICK-BAL    PIC S9(3)V99.                     00120700
001208 01  LEAVE-SWAP-HOLD            PIC X(60).                        00120800
001209*                                                                 00120900
001210*A SALARIED GROUP'S MEMBERS, GATHERED FROM THE EMPLOYEE MASTER    00121000
001211*AND SORTED INTO DEPARTMENT ORDER FOR THE REPORT'S BREAKS.  THE   00121100
001212*STANDARD HOURS A SALARIED LINE CARRIES (FOR LEAVE ACCRUAL AND    00121200
001213*THE REGISTER) ARE THE PERIOD'S SHARE OF A 2080-HOUR YEAR.        00121300
001214 01  SALARIED-GROUP-TABLE.                                        00121400
001215     05 SGT-ENTRY               OCCURS 200 TIMES.                 00121500
001216         10 SGT-DEPARTMENT      PIC X(15).                        00121600
001217         10 SGT-EMP-ID          PIC X(10).                        00121700
001218 01  SALARIED-SWAP-HOLD         PIC X(25).                        00121800
001219 77  WS-SGT-COUNT               PIC 999         VALUE 0.          00121900
001220 77  WS-SGT-SUB                 PIC 999         VALUE 0.          00122000
001221 77  WS-SGT-START               PIC 999         VALUE 0.          00122100
001222 77  WS-SGT-SORT-PASS           PIC 999         VALUE 0.          00122200
001223 77  WS-SGT-SORT-SUB            PIC 999         VALUE 0.          00122300
001224 77  WS-SGT-SORT-LIMIT          PIC 999         VALUE 0.          00122400
001225 77  SGT-EOF-FLAG               PIC X           VALUE "N".        00122500
001226     88  SGT-IS-EOF                              VALUE "Y".       00122600
001227 77  WS-STANDARD-HOURS          PIC S999        VALUE 0.          00122700
001228 77  WS-LVE-COUNT               PIC 999         VALUE 0.          00122800
001229 77  WS-LVE-SUB                 PIC 999         VALUE 0.          00122900
001230 77  WS-LVE-SORT-PASS           PIC 999         VALUE 0.          00123000
001231 77  WS-LVE-SORT-SUB            PIC 999         VALUE 0.          00123100
001232 77  WS-LVE-SORT-LIMIT          PIC 999         VALUE 0.          00123200
001233 77  LVE-FOUND-FLAG             PIC X           VALUE "N".        00123300
001234     88  LVE-EMP-FOUND                            VALUE "Y".      00123400
001235 77  WS-LVE-FOUND-SUB           PIC 999         VALUE 0.          00123500
001236 77  WS-LEAVE-REJECT-COUNT      PIC 999         VALUE 0.          00123600
001237 77  WS-LVE-MATCH-ID            PIC X(10)       VALUE SPACES.     00123700
001238 77  ACTUAL-LEAVE-DEPT          PIC X(15)       VALUE SPACES.     00123800
001239*                                                                 00123900
001240 01  GRADE-TABLE.                                                 00124000
001241     05 GRD-ENTRY               OCCURS 20 TIMES.                  00124100
001242         10 GRT-GRADE-CODE      PIC X(02).                        00124200
001243         10 GRT-MIN-RATE        PIC 99V99.                        00124300
001244         10 GRT-MAX-RATE        PIC 99V99.                        00124400
001245 77  WS-GRD-COUNT               PIC 99          VALUE 0.          00124500
001246 77  WS-GRD-SUB                 PIC 99          VALUE 0.          00124600
001247 77  GRD-EOF-FLAG               PIC X           VALUE "N".        00124700
001248     88  GRD-IS-EOF                              VALUE "Y".       00124800
001249 77  GRD-FOUND-FLAG             PIC X           VALUE "N".        00124900
001250     88  GRADE-WAS-FOUND                         VALUE "Y".       00125000
001251 77  WS-GRD-FOUND-SUB           PIC 99          VALUE 0.          00125100
001252*                                                                 00125200
001253*THE BENEFIT PLAN MASTER AND THE ENROLLMENTS STILL IN FORCE ARE   00125300
001254*LOADED AT INITIALIZATION; EACH ENROLLMENT CARRIES ITS TIER'S     00125400
001255*MONTHLY EMPLOYEE PREMIUM SO APPLY-BENEFIT-PREMIUMS NEED NOT      00125500
001256*LOOK THE PLAN UP AGAIN.                                          00125600
001257 01  BENEFIT-PLAN-TABLE.                                          00125700
001258     05 BPT-ENTRY               OCCURS 20 TIMES.                  00125800
001259         10 BPT-PLAN-CODE       PIC X(04).                        00125900
001260         10 BPT-EE-PREMIUM      PIC 9(4)V99 OCCURS 3 TIMES.       00126000
001261 77  WS-BPT-COUNT               PIC 99          VALUE 0.          00126100
001262 77  WS-BPT-SUB                 PIC 99          VALUE 0.          00126200
001263 77  BPT-EOF-FLAG               PIC X           VALUE "N".        00126300
001264     88  BPT-IS-EOF                              VALUE "Y".       00126400
001265 77  BPT-FOUND-FLAG             PIC X           VALUE "N".        00126500
001266     88  BENEFIT-PLAN-FOUND                      VALUE "Y".       00126600
001267 77  WS-BPT-FOUND-SUB           PIC 99          VALUE 0.          00126700
001268 01  ENROLLMENT-TABLE.                                            00126800
001269     05 ENT-ENTRY               OCCURS 500 TIMES.                 00126900
001270         10 ENT-EMP-ID          PIC X(10).                        00127000
001271         10 ENT-START-DATE      PIC 9(06).                        00127100
001272         10 ENT-STOP-DATE       PIC 9(06).                        00127200
001273         10 ENT-EE-PREMIUM      PIC 9(4)V99.                      00127300
001274 77  WS-ENT-COUNT               PIC 999         VALUE 0.          00127400
001275 77  WS-ENT-SUB                 PIC 999         VALUE 0.          00127500
001276 77  WS-TIER-SUB                PIC 9           VALUE 0.          00127600
001277 77  ENT-EOF-FLAG               PIC X           VALUE "N".        00127700
001278     88  ENT-IS-EOF                              VALUE "Y".       00127800
001279 77  BEN-ENROLLED-FLAG          PIC X           VALUE "N".        00127900
001280     88  EMP-HAS-BENEFIT-PLAN                    VALUE "Y".       00128000
001281*                                                                 00128100
001282*THE LOAN MASTER, HELD IN STORAGE WHILE EACH PERIOD'S REPAYMENT   00128200
001283*DRAWS ITS BALANCE DOWN, THEN WRITTEN BACK AS THE NEW MASTER.     00128300
001284 01  LOAN-TABLE.                                                  00128400
001285     05 LNT-ENTRY               OCCURS 200 TIMES.                 00128500
001286         10 LNT-RECORD.                                           00128600
001287             15 LNT-EMP-ID      PIC X(10).                        00128700
001288             15 LNT-LOAN-NO     PIC X(06).                        00128800
001289             15 LNT-LOAN-TYPE   PIC X.                            00128900
001290             15 LNT-GRANT-DATE  PIC 9(06).                        00129000
001291             15 LNT-APPROVER-ID PIC X(05).                        00129100
001292             15 LNT-PRINCIPAL   PIC 9(5)V99.                      00129200
001293             15 LNT-REPAY-AMOUNT                                  00129300
001294                                PIC 9(4)V99.                      00129400
001295             15 LNT-BALANCE     PIC 9(5)V99.                      00129500
001296             15 LNT-STATUS      PIC X.                            00129600
001297                88 LNT-IS-ACTIVE         VALUE "A".               00129700
001298                88 LNT-IS-PAID-OFF       VALUE "P".               00129800
001299             15 LNT-LAST-PAY-DATE                                 00129900
001300                                PIC 9(06).                        00130000
001301             15 LNT-START-DATE  PIC 9(06).                        00130100
001302             15 FILLER          PIC X(19).                        00130200
001303         10 LNT-RECOVERY-FLAG   PIC X.                            00130300
001304             88 LNT-RECOVERY-FLAGGED     VALUE "Y".               00130400
001305 77  WS-LNT-COUNT               PIC 999         VALUE 0.          00130500
001306 77  WS-LNT-SUB                 PIC 999         VALUE 0.          00130600
001307 77  LNT-EOF-FLAG               PIC X           VALUE "N".        00130700
001308     88  LNT-IS-EOF                              VALUE "Y".       00130800
001309 77  WS-LOAN-DED                PIC 9(5)V99     VALUE 0.          00130900
001310 77  WS-LOAN-ROOM               PIC S9(5)V99    VALUE 0.          00131000
001311 77  WS-TOTAL-LOAN-DED          PIC S9(7)V99    VALUE 0.          00131100
001312 77  WS-LOAN-RECOVERY-COUNT     PIC 999         VALUE 0.          00131200
001313*                                                                 00131300
001314 01  OT-RULE-TABLE.                                               00131400
001315     05 OTT-ENTRY               OCCURS 10 TIMES.                  00131500
001316         10 OTT-PLANT-CODE      PIC X(04).                        00131600
001317         10 OTT-DAILY-LIMIT     PIC 99.                           00131700
001318         10 OTT-DOUBLE-LIMIT    PIC 99.                           00131800
001319 77  WS-OTR-COUNT               PIC 99          VALUE 0.          00131900
001320 77  WS-OTR-SUB                 PIC 99          VALUE 0.          00132000
001321 77  OTR-EOF-FLAG               PIC X           VALUE "N".        00132100
001322     88  OTR-IS-EOF                              VALUE "Y".       00132200
001323 77  OTR-FOUND-FLAG             PIC X           VALUE "N".        00132300
001324     88  OT-RULE-FOUND                           VALUE "Y".       00132400
001325 77  WS-OTR-FOUND-SUB           PIC 99          VALUE 0.          00132500
001326*                                                                 00132600
001327*HOLIDAY-TABLE HOLDS THE CALENDAR'S HOLIDAYS THAT FALL INSIDE THE 00132700
001328*PERIOD BEING PAID.  HOLIDAY-PAY-TABLE KEEPS EACH EMPLOYEE PAID   00132800
001329*OR DENIED HOLIDAY PAY, WITH THE REASON, FOR THE REVIEW PAGE.     00132900
001330 01  HOLIDAY-TABLE.                                               00133000
001331     05 HLT-ENTRY               OCCURS 20 TIMES.                  00133100
001332         10 HLT-PLANT-CODE      PIC X(04).                        00133200
001333         10 HLT-DATE            PIC 9(06).                        00133300
001334         10 HLT-PRIOR-DAY       PIC 9(06).                        00133400
001335         10 HLT-NEXT-DAY        PIC 9(06).                        00133500
001336         10 HLT-HOURS           PIC 99.                           00133600
001337         10 HLT-NAME            PIC X(20).                        00133700
001338 77  WS-HLT-COUNT               PIC 99          VALUE 0.          00133800
001339 77  WS-HLT-SUB                 PIC 99          VALUE 0.          00133900
001340 77  HOL-EOF-FLAG               PIC X           VALUE "N".        00134000
001341     88  HOL-IS-EOF                              VALUE "Y".       00134100
001342 77  HOL-DAY-FOUND-FLAG         PIC X           VALUE "N".        00134200
001343     88  HOL-DAY-WAS-WORKED                      VALUE "Y".       00134300
001344 77  WS-HOL-CHECK-DATE          PIC 9(06)       VALUE 0.          00134400
001345 77  WS-HOL-AMOUNT              PIC 9(5)V99     VALUE 0.          00134500
001346 77  WS-HAND-PREM-AMT           PIC 9(5)V99     VALUE 0.          00134600
001347 77  WS-HOL-REASON              PIC X(40)       VALUE SPACES.     00134700
001348 01  HOLIDAY-PAY-TABLE.                                           00134800
001349     05 HPT-ENTRY               OCCURS 200 TIMES.                 00134900
001350         10 HPT-EMP-ID          PIC X(10).                        00135000
001351         10 HPT-EMP-NAME        PIC X(25).                        00135100
001352         10 HPT-DEPARTMENT      PIC X(15).                        00135200
001353         10 HPT-HOL-DATE        PIC 9(06).                        00135300
001354         10 HPT-AMOUNT          PIC 9(5)V99.                      00135400
001355         10 HPT-REASON          PIC X(40).                        00135500
001356 77  WS-HPT-COUNT               PIC 999         VALUE 0.          00135600
001357 77  WS-HPT-SUB                 PIC 999         VALUE 0.          00135700
001358 77  WS-HOL-PAID-COUNT          PIC 9(5)        VALUE 0.          00135800
001359 77  WS-HOL-DENIED-COUNT        PIC 9(5)        VALUE 0.          00135900
001360 77  WS-HOL-PAID-TOTAL          PIC 9(7)V99     VALUE 0.          00136000
001361 77  WS-WEEKLY-PAY              PIC 9(6)V99     VALUE 0.          00136100
001362 77  WS-DAILY-PAY               PIC 9(6)V99     VALUE 0.          00136200
001363 77  WS-DAY-REG-HRS             PIC 99          VALUE 0.          00136300
001364 77  WS-DAY-OT-HRS              PIC 99          VALUE 0.          00136400
001365 77  WS-DAY-DT-HRS              PIC 99          VALUE 0.          00136500
001366 77  WS-OT-METHOD               PIC X(06)       VALUE SPACES.     00136600
001367*                                                                 00136700
001368*THE WITHHOLDING TABLE ANNUALIZES THE PERIOD GROSS AT THE PAY     00136800
001369*GROUP'S PERIODS PER YEAR (52 WEEKLY, 26 BIWEEKLY, 24             00136900
001370*SEMIMONTHLY) AND ALLOWS 750 DOLLARS A YEAR PER ALLOWANCE CLAIMED.00137000
001371 01  WHT-TABLE.                                                   00137100
001372     05 WTT-ENTRY               OCCURS 40 TIMES.                  00137200
001373         10 WTT-STATUS          PIC X.                            00137300
001374         10 WTT-FLOOR           PIC 9(7)V99.                      00137400
001375         10 WTT-BASE-TAX        PIC 9(7)V99.                      00137500
001376         10 WTT-RATE            PIC 99V99.                        00137600
001377 77  WS-WHT-COUNT               PIC 99          VALUE 0.          00137700
001378 77  WS-WHT-SUB                 PIC 99          VALUE 0.          00137800
001379 77  WS-WHT-FOUND-SUB           PIC 99          VALUE 0.          00137900
001380 77  WHT-EOF-FLAG               PIC X           VALUE "N".        00138000
001381     88  WHT-IS-EOF                              VALUE "Y".       00138100
001382 77  WS-TAX-TABLE-YEAR          PIC 99          VALUE 0.          00138200
001383 77  WS-PERIODS-PER-YEAR        PIC 99          VALUE 52.         00138300
001384 77  WS-ALLOWANCE-AMOUNT        PIC 9(4)V99     VALUE 750.        00138400
001385 77  WS-ANNUAL-GROSS            PIC S9(8)V99    VALUE 0.          00138500
001386 77  WS-ANNUAL-TAXABLE          PIC S9(8)V99    VALUE 0.          00138600
001387 77  WS-ANNUAL-TAX              PIC 9(7)V99     VALUE 0.          00138700
001388 77  WS-GRADUATED-TAX           PIC 9(5)V99     VALUE 0.          00138800
001389*                                                                 00138900
001390*SOCIAL SECURITY AND MEDICARE RATES DEFAULT TO THE CURRENT        00139000
001391*YEAR'S FIGURES; A *FICARTE CARD ON THE WITHHOLDING TABLE FILE    00139100
001392*OVERRIDES THEM.  THE EMPLOYER MATCHES THE SOCIAL SECURITY AND    00139200
001393*BASE MEDICARE AMOUNTS; THE ADDITIONAL MEDICARE RATE OVER THE     00139300
001394*THRESHOLD IS THE EMPLOYEE'S ALONE.                               00139400
001395 77  WS-SS-RATE                 PIC 99V99       VALUE 6.20.       00139500
001396 77  WS-SS-WAGE-BASE            PIC 9(7)V99     VALUE 184500.     00139600
001397 77  WS-MED-RATE                PIC 99V99       VALUE 1.45.       00139700
001398 77  WS-ADDL-MED-RATE           PIC 99V99       VALUE 0.90.       00139800
001399 77  WS-ADDL-MED-THRESHOLD      PIC 9(7)V99     VALUE 200000.     00139900
001400 77  WS-SS-WAGES                PIC S9(5)V99    VALUE 0.          00140000
001401 77  WS-SS-DED                  PIC S9(5)V99    VALUE 0.          00140100
001402 77  WS-MED-WAGES               PIC S9(5)V99    VALUE 0.          00140200
001403 77  WS-MED-DED                 PIC S9(5)V99    VALUE 0.          00140300
001404 77  WS-SS-ER                   PIC S9(5)V99    VALUE 0.          00140400
001405 77  WS-MED-ER                  PIC S9(5)V99    VALUE 0.          00140500
001406 77  WS-SS-ROOM                 PIC S9(7)V99    VALUE 0.          00140600
001407 77  WS-ADDL-MED-WAGES          PIC S9(7)V99    VALUE 0.          00140700
001408 77  WS-ADDL-MED-TAX            PIC S9(5)V99    VALUE 0.          00140800
001409 77  WS-TOTAL-SS-DED            PIC S9(7)V99    VALUE 0.          00140900
001410 77  WS-TOTAL-MED-DED           PIC S9(7)V99    VALUE 0.          00141000
001411 77  WS-TOTAL-SS-ER             PIC S9(7)V99    VALUE 0.          00141100
001412 77  WS-TOTAL-MED-ER            PIC S9(7)V99    VALUE 0.          00141200
001413*                                                                 00141300
001414*RETIREMENT PLAN DEFAULTS -- THE ANNUAL DEFERRAL LIMIT AND A      00141400
001415*MATCH OF 50 PERCENT ON DEFERRALS UP TO 6 PERCENT OF PAY; A       00141500
001416**RETPLAN CARD ON THE WITHHOLDING TABLE FILE OVERRIDES THEM.      00141600
001417*WS-TAXABLE-GROSS IS THE GROSS LESS THE PRE-TAX DEFERRAL, THE     00141700
001418*FIGURE INCOME TAX WITHHOLDING IS TAKEN ON.                       00141800
001419 77  WS-DEFERRAL-LIMIT          PIC 9(7)V99     VALUE 24500.      00141900
001420 77  WS-MATCH-PERCENT           PIC 999V99      VALUE 50.         00142000
001421 77  WS-MATCH-CAP-PERCENT       PIC 99V99       VALUE 6.          00142100
001422 77  WS-DEFERRAL                PIC S9(5)V99    VALUE 0.          00142200
001423 77  WS-ER-MATCH                PIC S9(5)V99    VALUE 0.          00142300
001424 77  WS-DEFERRAL-ROOM           PIC S9(7)V99    VALUE 0.          00142400
001425 77  WS-MATCH-BASE              PIC S9(5)V99    VALUE 0.          00142500
001426 77  WS-TAXABLE-GROSS           PIC S9(5)V99    VALUE 0.          00142600
001427 77  WS-TOTAL-DEFERRAL          PIC S9(7)V99    VALUE 0.          00142700
001428 77  WS-TOTAL-ER-MATCH          PIC S9(7)V99    VALUE 0.          00142800
001429*FICA-YTD-TABLE HOLDS EACH EMPLOYEE'S SOCIAL SECURITY AND         00142900
001430*MEDICARE WAGES TO DATE -- THE OLD YTD MASTER'S FIGURES, LOADED   00143000
001431*AT INITIALIZATION, PLUS EVERY LINE PAID THIS RUN -- SO THE       00143100
001432*WAGE BASE AND THE ADDITIONAL MEDICARE THRESHOLD ARE MEASURED     00143200
001433*AGAINST THE WHOLE YEAR.  THE RETIREMENT DEFERRALS TO DATE        00143300
001434*RIDE THE SAME TABLE FOR THE ANNUAL DEFERRAL LIMIT.               00143400
001435 01  FICA-YTD-TABLE.                                              00143500
001436     05 FYT-ENTRY               OCCURS 500 TIMES.                 00143600
001437         10 FYT-EMP-ID          PIC X(10).                        00143700
001438         10 FYT-SS-WAGES        PIC S9(7)V99.                     00143800
001439         10 FYT-MED-WAGES       PIC S9(7)V99.                     00143900
001440         10 FYT-DEFERRALS       PIC S9(7)V99.                     00144000
001441 77  WS-FYT-COUNT               PIC 999         VALUE 0.          00144100
001442 77  WS-FYT-SUB                 PIC 999         VALUE 0.          00144200
001443 77  WS-FYT-FOUND-SUB           PIC 999         VALUE 0.          00144300
001444 77  FYT-FOUND-FLAG             PIC X           VALUE "N".        00144400
001445     88  FYT-EMP-FOUND                           VALUE "Y".       00144500
001446*                                                                 00144600
001447*GARNISHMENTS APPLY AFTER TAX IN LEGAL PRIORITY ORDER (1 IS       00144700
001448*FIRST) AND THE TOTAL TAKEN NEVER EXCEEDS 25 PERCENT OF           00144800
001449*DISPOSABLE EARNINGS (GROSS LESS TAX).  THE PER-ORDER AMOUNTS     00144900
001450*TAKEN RIDE THE REGISTER; AN ORDER SHORTED THIS PERIOD GOES ON    00145000
001451*THE CLOSING LISTING.                                             00145100
001452 77  WS-GARN-CAP-PERCENT        PIC 99          VALUE 25.         00145200
001453 77  WS-GARN-CAP                PIC 9(5)V99     VALUE 0.          00145300
001454 77  WS-GARN-ROOM               PIC 9(5)V99     VALUE 0.          00145400
001455 77  WS-GARN-WANTED             PIC 9(5)V99     VALUE 0.          00145500
001456 77  WS-GARN-PRIORITY           PIC 9           VALUE 0.          00145600
001457 01  GARN-DETAIL-HOLD.                                            00145700
001458     05 WS-GD-ENTRY             OCCURS 3 TIMES.                   00145800
001459         10 WS-GD-ORDER         PIC X(06).                        00145900
001460         10 WS-GD-AMOUNT        PIC S9(5)V99.                     00146000
001461 77  WS-GD-COUNT                PIC 9           VALUE 0.          00146100
001462 77  WS-GD-SUB                  PIC 9           VALUE 0.          00146200
001463 77  WS-GD-SCAN                 PIC 9           VALUE 0.          00146300
001464 77  GD-SLOT-FLAG               PIC X           VALUE "N".        00146400
001465     88  GD-SLOT-FOUND                           VALUE "Y".       00146500
001466 77  WS-GD-SLOT-SUB             PIC 9           VALUE 0.          00146600
001467 01  GARN-SHORT-TABLE.                                            00146700
001468     05 GST-ENTRY               OCCURS 100 TIMES.                 00146800
001469         10 GST-EMP-ID          PIC X(10).                        00146900
001470         10 GST-ORDER-NO        PIC X(06).                        00147000
001471         10 GST-WANTED          PIC 9(5)V99.                      00147100
001472         10 GST-TAKEN           PIC 9(5)V99.                      00147200
001473 77  WS-GST-COUNT               PIC 999         VALUE 0.          00147300
001474 77  WS-GST-SUB                 PIC 999         VALUE 0.          00147400
001475 01  WS-GRADE-REASON.                                             00147500
001476     05 FILLER                  PIC X(19)       VALUE             00147600
001477    "RATE OUTSIDE GRADE ".                                        00147700
001478     05 WGR-GRADE               PIC X(02).                        00147800
001479     05 FILLER                  PIC X(01)       VALUE SPACE.      00147900
001480     05 WGR-MIN                 PIC Z9.99.                        00148000
001481     05 FILLER                  PIC X(01)       VALUE "-".        00148100
001482     05 WGR-MAX                 PIC Z9.99.                        00148200
001483     05 FILLER                  PIC X(07)       VALUE SPACES.     00148300
001484*                                                                 00148400
001485 77  RETRO-MODE-FLAG            PIC X           VALUE "N".        00148500
001486     88  IS-RETRO-LINE                            VALUE "Y".      00148600
001487 77  WS-RETRO-RATE-DIFF         PIC S99V99      VALUE 0.          00148700
001488 77  WS-RETRO-COUNT             PIC 999         VALUE 0.          00148800
001489 77  EDIT-BAD-FLAG               PIC X           VALUE "N".       00148900
001490     88  EDIT-RECORD-BAD                          VALUE "Y".      00149000
001491 77  CODE-BAD-FLAG               PIC X           VALUE "N".       00149100
001492     88  INVALID-SALARY-CODE                      VALUE "Y".      00149200
001493 77  SUSPENSE-REASON              PIC X(40)       VALUE SPACES.   00149300
001494 77  WS-REJECT-COUNT             PIC 999         VALUE 0.         00149400
001495 77  WS-SEQ-SKIP-COUNT           PIC 999         VALUE 0.         00149500
001496 77  WS-INVALID-CODE-COUNT       PIC 999         VALUE 0.         00149600
001497 77  WS-READ-COUNT               PIC 9(6)        VALUE 0.         00149700
001498 77  WS-WEEK-COUNT               PIC 9(6)        VALUE 0.         00149800
001499 77  WS-PRINTED-COUNT            PIC 9(6)        VALUE 0.         00149900
001500 77  WS-FILTERED-COUNT           PIC 999         VALUE 0.         00150000
001501*                                                                 00150100
001502*HOURS-ALERT-FLAG IS SET BY CHECK-HOURS-ALERT FOR A GOOD RECORD   00150200
001503*WHOSE HOURS ARE NEGATIVE OR OVER 80 -- SUCH A RECORD STILL PAYS  00150300
001504*NORMALLY, BUT ALSO PICKS UP AN ENTRY ON THE HOURS EXCEPTION PAGE 00150400
001505*PRINTED AT CLOSING.                                              00150500
001506 77  HOURS-ALERT-FLAG            PIC X           VALUE "N".       00150600
001507     88  HOURS-NEEDS-VERIFICATION                 VALUE "Y".      00150700
001508 77  WS-HOURS-ALERT-REASON       PIC X(40)       VALUE SPACES.    00150800
001509 77  WS-HOURS-ALERT-COUNT        PIC 999         VALUE 0.         00150900
001510 77  WS-HOURS-ALERT-SUB          PIC 999         VALUE 0.         00151000
001511 01  HOURS-ALERT-TABLE.                                           00151100
001512     05  HAT-ENTRY OCCURS 100 TIMES.                              00151200
001513         10  HAT-EMP-ID          PIC X(10).                       00151300
001514         10  HAT-EMP-NAME        PIC X(25).                       00151400
001515         10  HAT-DEPARTMENT      PIC X(15).                       00151500
001516         10  HAT-HOURS           PIC S999.                        00151600
001517         10  HAT-REASON          PIC X(40).                       00151700
001518*                                                                 00151800
001519*THE BANK TABLE (PROOF RUNS ONLY) CARRIES EACH DIRECT-DEPOSIT     00151900
001520*EMPLOYEE'S PRENOTE STATUS; THE CASH TABLE GATHERS NET PAY AND    00152000
001521*DEPOSIT/CHECK COUNTS BY PLANT FOR THE FORECAST PAGE.             00152100
001522 77  BNK-EOF-FLAG                PIC X           VALUE "N".       00152200
001523     88  BNK-IS-EOF                              VALUE "Y".       00152300
001524 01  BANK-TABLE.                                                  00152400
001525     05 BNK-TAB-ENTRY           OCCURS 200 TIMES.                 00152500
001526         10 BNK-TAB-EMP-ID      PIC X(10).                        00152600
001527         10 BNK-TAB-STATUS      PIC X.                            00152700
001528 77  WS-BNK-COUNT               PIC 999         VALUE 0.          00152800
001529 77  WS-BNK-SUB                 PIC 999         VALUE 0.          00152900
001530 77  BNK-FOUND-FLAG             PIC X           VALUE "N".        00153000
001531     88  BANK-WAS-FOUND                          VALUE "Y".       00153100
001532 01  CASH-PLANT-TABLE.                                            00153200
001533     05 CSH-ENTRY               OCCURS 20 TIMES.                  00153300
001534         10 CSH-PLANT-CODE      PIC X(04).                        00153400
001535         10 CSH-NET-TOTAL       PIC S9(7)V99.                     00153500
001536         10 CSH-DEPOSIT-COUNT   PIC 9(05).                        00153600
001537         10 CSH-CHECK-COUNT     PIC 9(05).                        00153700
001538 77  WS-CSH-COUNT               PIC 99          VALUE 0.          00153800
001539 77  WS-CSH-SUB                 PIC 99          VALUE 0.          00153900
001540 77  WS-CSH-FOUND-SUB           PIC 99          VALUE 0.          00154000
001541 77  CSH-FOUND-FLAG             PIC X           VALUE "N".        00154100
001542     88  CASH-PLANT-FOUND                        VALUE "Y".       00154200
001543 77  WS-CASH-NET-TOTAL          PIC S9(8)V99    VALUE 0.          00154300
001544 77  WS-CASH-DEPOSITS           PIC 9(06)       VALUE 0.          00154400
001545 77  WS-CASH-CHECKS             PIC 9(06)       VALUE 0.          00154500
001546*                                                                 00154600
001547 01  PROOF-MODE-LINE.                                             00154700
001548     05 FILLER                   PIC X(44)       VALUE            00154800
001549    "*** PROOF RUN - NO PAYROLL FILES UPDATED ***".               00154900
001550*                                                                 00155000
001551 01  PAY-GROUP-LINE.                                              00155100
001552     05 FILLER                   PIC X(15)       VALUE            00155200
001553    "*** PAY GROUP ".                                             00155300
001554     05 PGL-PAY-GROUP            PIC X(02).                       00155400
001555     05 FILLER                   PIC X(13)       VALUE            00155500
001556    "  FREQUENCY ".                                               00155600
001557     05 PGL-PAY-FREQUENCY        PIC X.                           00155700
001558     05 FILLER                   PIC X(04)       VALUE " ***".    00155800
001559*                                                                 00155900
001560 01  OFF-CYCLE-MODE-LINE.                                         00156000
001561     05 FILLER                   PIC X(33)       VALUE            00156100
001562    "*** OFF-CYCLE RUN - PAY PERIOD ".                            00156200
001563     05 OCM-PAY-PERIOD           PIC X(06).                       00156300
001564     05 FILLER                   PIC X(04)       VALUE " ***".    00156400
001565*                                                                 00156500
001566 01  PROOF-REJECT-LINE.                                           00156600
001567     05 FILLER                   PIC X(01)       VALUE SPACES.    00156700
001568     05 PRJ-EMP-ID               PIC X(10).                       00156800
001569     05 FILLER                   PIC X(02)       VALUE SPACES.    00156900
001570     05 PRJ-EMP-NAME             PIC X(25).                       00157000
001571     05 FILLER                   PIC X(17)       VALUE            00157100
001572    "  WOULD REJECT - ".                                          00157200
001573     05 PRJ-REASON               PIC X(40).                       00157300
001574*                                                                 00157400
001575 01  CASH-TITLE-LINE.                                             00157500
001576     05 FILLER                   PIC X(42)       VALUE SPACES.    00157600
001577     05 FILLER                   PIC X(26)       VALUE            00157700
001578    "CASH REQUIREMENTS FORECAST".                                 00157800
001579*                                                                 00157900
001580 01  CASH-PLANT-LINE.                                             00158000
001581     05 FILLER                   PIC X(04)       VALUE SPACES.    00158100
001582     05 FILLER                   PIC X(12)       VALUE            00158200
001583    "PLANT/SITE: ".                                               00158300
001584     05 CPL-PLANT                PIC X(04).                       00158400
001585     05 FILLER                   PIC X(07)       VALUE            00158500
001586    "  NET: ".                                                    00158600
001587     05 CPL-NET                  PIC Z,ZZZ,ZZ9.99-.               00158700
001588     05 FILLER                   PIC X(12)       VALUE            00158800
001589    "  DEPOSITS: ".                                               00158900
001590     05 CPL-DEPOSITS             PIC ZZ,ZZ9.                      00159000
001591     05 FILLER                   PIC X(10)       VALUE            00159100
001592    "  CHECKS: ".                                                 00159200
001593     05 CPL-CHECKS               PIC ZZ,ZZ9.                      00159300
001594*                                                                 00159400
001595 01  CASH-TOTAL-LINE.                                             00159500
001596     05 FILLER                   PIC X(04)       VALUE SPACES.    00159600
001597     05 FILLER                   PIC X(19)       VALUE            00159700
001598    "ALL PLANTS    NET: ".                                        00159800
001599     05 CTL-NET                  PIC ZZ,ZZZ,ZZ9.99-.              00159900
001600     05 FILLER                   PIC X(12)       VALUE            00160000
001601    "  DEPOSITS: ".                                               00160100
001602     05 CTL-DEPOSITS             PIC ZZ,ZZ9.                      00160200
001603     05 FILLER                   PIC X(10)       VALUE            00160300
001604    "  CHECKS: ".                                                 00160400
001605     05 CTL-CHECKS               PIC ZZ,ZZ9.                      00160500
001606*                                                                 00160600
001607 01  YTD-SUMMARY-TITLE-LINE.                                      00160700
001608     05 FILLER                   PIC X(05)       VALUE SPACES.    00160800
001609     05 FILLER                   PIC X(30)       VALUE            00160900
001610    "YEAR-TO-DATE EARNINGS SUMMARY".                              00161000
001611*                                                                 00161100
001612 01  YTD-SUMMARY-DETAIL-LINE.                                     00161200
001613     05 FILLER                   PIC X(05)       VALUE SPACES.    00161300
001614     05 YTD-SUM-EMP-ID           PIC X(10).                       00161400
001615     05 FILLER                   PIC X(05)       VALUE SPACES.    00161500
001616     05 YTD-SUM-EMP-NAME         PIC X(25).                       00161600
001617     05 FILLER                   PIC X(05)       VALUE SPACES.    00161700
001618     05 YTD-SUM-GROSS-PAY        PIC ZZZZ,ZZ9.99-.                00161800
001619*                                                                 00161900
001620 01  DEPARTMENT-SUBTOTAL-LINE.                                    00162000
001621     05 FILLER                   PIC X(09)       VALUE SPACES.    00162100
001622     05 FILLER                   PIC X(20)       VALUE            00162200
001623    "DEPARTMENT SUBTOTAL:".                                       00162300
001624     05 FILLER                   PIC X(04)       VALUE SPACES.    00162400
001625     05 DEPT-SUBTOTAL-AMOUNT     PIC ZZZ,ZZ9.99-.                 00162500
001626*                                                                 00162600
001627 01  END-OF-REPORT-LINE.                                          00162700
001628     05 FILLER                   PIC X(24)       VALUE            00162800
001629    "   *** END OF REPORT ***".                                   00162900
001630*                                                                 00163000
001631 01  TOTAL-EMPLOYEES-LINE.                                        00163100
001632     05 FILLER                   PIC X(09)       VALUE SPACES.    00163200
001633     05 FILLER                   PIC X(28)       VALUE            00163300
001634    "TOTAL EMPLOYEES PROCESSED:  ".                               00163400
001635     05 REPORT-TOTAL-EMPLOYEES   PIC ZZZ,ZZ9.                     00163500
001636*                                                                 00163600
001637 01  TOTAL-HOURS-LINE.                                            00163700
001638     05 FILLER                   PIC X(09)       VALUE SPACES.    00163800
001639     05 FILLER                   PIC X(28)       VALUE            00163900
001640    "TOTAL HOURS PAID:           ".                               00164000
001641     05 REPORT-TOTAL-HOURS       PIC ZZZZ,ZZ9.                    00164100
001642*                                                                 00164200
001643 01  RUN-DATETIME-LINE.                                           00164300
001644     05 FILLER                   PIC X(09)       VALUE SPACES.    00164400
001645     05 FILLER                   PIC X(10)       VALUE            00164500
001646    "RUN DATE: ".                                                 00164600
001647     05 REPORT-RUN-DATE          PIC 9(6).                        00164700
001648     05 FILLER                   PIC X(08)       VALUE            00164800
001649    "  TIME: ".                                                   00164900
001650     05 REPORT-RUN-TIME          PIC 9(8).                        00165000
001651*                                                                 00165100
001652 01  GRAND-TOTAL-LINE.                                            00165200
001653     05 FILLER                   PIC X(09)       VALUE SPACES.    00165300
001654     05 FILLER                   PIC X(20)       VALUE            00165400
001655    "COMPANY GRAND TOTAL:".                                       00165500
001656     05 FILLER                   PIC X(03)       VALUE SPACES.    00165600
001657     05 REPORT-GRAND-TOTAL       PIC ZZZZ,ZZ9.99-.                00165700
001658*                                                                 00165800
001659 01  READ-COUNT-LINE.                                             00165900
001660     05 FILLER                   PIC X(09)       VALUE SPACES.    00166000
001661     05 FILLER                   PIC X(20)       VALUE            00166100
001662    "INPUT RECORDS READ: ".                                       00166200
001663     05 REPORT-READ-COUNT        PIC ZZZ,ZZ9.                     00166300
001664*                                                                 00166400
001665 01  PRINTED-COUNT-LINE.                                          00166500
001666     05 FILLER                   PIC X(09)       VALUE SPACES.    00166600
001667     05 FILLER                   PIC X(20)       VALUE            00166700
001668    "RECORDS PRINTED:    ".                                       00166800
001669     05 REPORT-PRINTED-COUNT     PIC ZZZ,ZZ9.                     00166900
001670*                                                                 00167000
001671 01  SKIPPED-SEQUENCE-LINE.                                       00167100
001672     05 FILLER                   PIC X(09)       VALUE SPACES.    00167200
001673     05 FILLER                   PIC X(29)       VALUE            00167300
001674    "SKIPPED - OUT OF SEQUENCE:  ".                               00167400
001675     05 REPORT-SEQUENCE-COUNT    PIC ZZ9.                         00167500
001676*                                                                 00167600
001677 01  SUSPENSE-COUNT-LINE.                                         00167700
001678     05 FILLER                   PIC X(09)       VALUE SPACES.    00167800
001679     05 FILLER                   PIC X(29)       VALUE            00167900
001680    "SKIPPED - HOURS/PAY EDIT:   ".                               00168000
001681     05 REPORT-REJECT-COUNT      PIC ZZ9.                         00168100
001682*                                                                 00168200
001683 01  INVALID-CODE-COUNT-LINE.                                     00168300
001684     05 FILLER                   PIC X(09)       VALUE SPACES.    00168400
001685     05 FILLER                   PIC X(29)       VALUE            00168500
001686    "SKIPPED - INVALID SALARY CD:".                               00168600
001687     05 REPORT-INVALID-CODE-COUNT PIC ZZ9.                        00168700
001688*                                                                 00168800
001689 01  RETRO-COUNT-LINE.                                            00168900
001690     05 FILLER                   PIC X(09)       VALUE SPACES.    00169000
001691     05 FILLER                   PIC X(29)       VALUE            00169100
001692    "RETRO ADJUSTMENT LINES:     ".                               00169200
001693     05 REPORT-RETRO-COUNT       PIC ZZ9.                         00169300
001694*                                                                 00169400
001695 01  BONUS-TOTAL-LINE.                                            00169500
001696     05 FILLER                   PIC X(09)       VALUE SPACES.    00169600
001697     05 FILLER                   PIC X(24)       VALUE            00169700
001698    "BONUS PAY TOTAL:        ".                                   00169800
001699     05 REPORT-BONUS-TOTAL       PIC ZZZ,ZZ9.99-.                 00169900
001700*                                                                 00170000
001701 01  HOL-PREM-TOTAL-LINE.                                         00170100
001702     05 FILLER                   PIC X(09)       VALUE SPACES.    00170200
001703     05 FILLER                   PIC X(24)       VALUE            00170300
001704    "HOLIDAY PREMIUM TOTAL:  ".                                   00170400
001705     05 REPORT-HOL-PREM-TOTAL    PIC ZZZ,ZZ9.99-.                 00170500
001706*                                                                 00170600
001707 01  GARN-SHORT-TITLE-LINE.                                       00170700
001708     05 FILLER                   PIC X(37)       VALUE SPACES.    00170800
001709     05 FILLER                   PIC X(40)       VALUE            00170900
001710    "GARNISHMENT ORDERS NOT TAKEN IN FULL".                       00171000
001711*                                                                 00171100
001712 01  GARN-SHORT-DETAIL-LINE.                                      00171200
001713     05 FILLER                   PIC X(09)       VALUE SPACES.    00171300
001714     05 GSL-EMP-ID               PIC X(10).                       00171400
001715     05 FILLER                   PIC X(09)       VALUE            00171500
001716    "  ORDER: ".                                                  00171600
001717     05 GSL-ORDER-NO             PIC X(06).                       00171700
001718     05 FILLER                   PIC X(10)       VALUE            00171800
001719    "  WANTED: ".                                                 00171900
001720     05 GSL-WANTED               PIC ZZZZ9.99.                    00172000
001721     05 FILLER                   PIC X(09)       VALUE            00172100
001722    "  TAKEN: ".                                                  00172200
001723     05 GSL-TAKEN                PIC ZZZZ9.99.                    00172300
001724*                                                                 00172400
001725 01  TAX-TABLE-YEAR-LINE.                                         00172500
001726     05 FILLER                   PIC X(09)       VALUE SPACES.    00172600
001727     05 FILLER                   PIC X(24)       VALUE            00172700
001728    "WITHHOLDING TABLE YEAR: ".                                   00172800
001729     05 REPORT-TAX-TABLE-YEAR    PIC Z9.                          00172900
001730*                                                                 00173000
001731 01  SS-TOTAL-LINE.                                               00173100
001732     05 FILLER                   PIC X(09)       VALUE SPACES.    00173200
001733     05 FILLER                   PIC X(24)       VALUE            00173300
001734    "SOC SEC WITHHELD:       ".                                   00173400
001735     05 REPORT-SS-TOTAL          PIC ZZZ,ZZ9.99-.                 00173500
001736     05 FILLER                   PIC X(16)       VALUE            00173600
001737    "   EMPLOYER:    ".                                           00173700
001738     05 REPORT-SS-ER-TOTAL       PIC ZZZ,ZZ9.99-.                 00173800
001739*                                                                 00173900
001740 01  MED-TOTAL-LINE.                                              00174000
001741     05 FILLER                   PIC X(09)       VALUE SPACES.    00174100
001742     05 FILLER                   PIC X(24)       VALUE            00174200
001743    "MEDICARE WITHHELD:      ".                                   00174300
001744     05 REPORT-MED-TOTAL         PIC ZZZ,ZZ9.99-.                 00174400
001745     05 FILLER                   PIC X(16)       VALUE            00174500
001746    "   EMPLOYER:    ".                                           00174600
001747     05 REPORT-MED-ER-TOTAL      PIC ZZZ,ZZ9.99-.                 00174700
001748*                                                                 00174800
001749 01  RET-TOTAL-LINE.                                              00174900
001750     05 FILLER                   PIC X(09)       VALUE SPACES.    00175000
001751     05 FILLER                   PIC X(24)       VALUE            00175100
001752    "RETIREMENT DEFERRED:    ".                                   00175200
001753     05 REPORT-DEFERRAL-TOTAL    PIC ZZZ,ZZ9.99-.                 00175300
001754     05 FILLER                   PIC X(16)       VALUE            00175400
001755    "   EMPLOYER:    ".                                           00175500
001756     05 REPORT-ER-MATCH-TOTAL    PIC ZZZ,ZZ9.99-.                 00175600
001757*                                                                 00175700
001758 01  LOAN-TOTAL-LINE.                                             00175800
001759     05 FILLER                   PIC X(09)       VALUE SPACES.    00175900
001760     05 FILLER                   PIC X(24)       VALUE            00176000
001761    "LOAN REPAYMENTS TAKEN:  ".                                   00176100
001762     05 REPORT-LOAN-DED-TOTAL    PIC ZZZ,ZZ9.99-.                 00176200
001763     05 FILLER                   PIC X(26)       VALUE            00176300
001764    "   FINAL-PAY RECOVERIES:  ".                                 00176400
001765     05 REPORT-LOAN-RECOVERY-COUNT                                00176500
001766                                 PIC ZZ9.                         00176600
001767*                                                                 00176700
001768 01  VACPAY-TOTAL-LINE.                                           00176800
001769     05 FILLER                   PIC X(09)       VALUE SPACES.    00176900
001770     05 FILLER                   PIC X(24)       VALUE            00177000
001771    "VACATION PAYOUT TOTAL:  ".                                   00177100
001772     05 REPORT-VACPAY-TOTAL      PIC ZZZ,ZZ9.99-.                 00177200
001773*                                                                 00177300
001774 01  FILTERED-COUNT-LINE.                                         00177400
001775     05 FILLER                   PIC X(09)       VALUE SPACES.    00177500
001776     05 FILLER                   PIC X(29)       VALUE            00177600
001777    "SKIPPED - PLANT FILTER:     ".                               00177700
001778     05 REPORT-FILTERED-COUNT    PIC ZZ9.                         00177800
001779*                                                                 00177900
001780 01  LEAVE-TITLE-LINE.                                            00178000
001781     05 FILLER                   PIC X(37)       VALUE SPACES.    00178100
001782     05 FILLER                   PIC X(40)       VALUE            00178200
001783    "LEAVE BALANCE LISTING BY DEPARTMENT".                        00178300
001784*                                                                 00178400
001785 01  LEAVE-DEPT-LINE.                                             00178500
001786     05 FILLER                   PIC X(04)       VALUE SPACES.    00178600
001787     05 FILLER                   PIC X(12)       VALUE            00178700
001788    "DEPARTMENT: ".                                               00178800
001789     05 LDL-DEPARTMENT           PIC X(15).                       00178900
001790*                                                                 00179000
001791 01  LEAVE-DETAIL-LINE.                                           00179100
001792     05 FILLER                   PIC X(09)       VALUE SPACES.    00179200
001793     05 LBL-EMP-ID               PIC X(10).                       00179300
001794     05 FILLER                   PIC X(03)       VALUE SPACES.    00179400
001795     05 LBL-EMP-NAME             PIC X(25).                       00179500
001796     05 FILLER                   PIC X(03)       VALUE SPACES.    00179600
001797     05 FILLER                   PIC X(10)       VALUE            00179700
001798    "VACATION: ".                                                 00179800
001799     05 LBL-VAC-BALANCE          PIC ZZ9.99-.                     00179900
001800     05 FILLER                   PIC X(09)       VALUE            00180000
001801    "   SICK: ".                                                  00180100
001802     05 LBL-SICK-BALANCE         PIC ZZ9.99-.                     00180200
001803*                                                                 00180300
001804 01  LEAVE-REJECT-COUNT-LINE.                                     00180400
001805     05 FILLER                   PIC X(09)       VALUE SPACES.    00180500
001806     05 FILLER                   PIC X(29)       VALUE            00180600
001807    "LEAVE CARDS REJECTED:       ".                               00180700
001808     05 REPORT-LEAVE-REJECTS     PIC ZZ9.                         00180800
001809*                                                                 00180900
001810 01  HOLIDAY-PAY-TITLE-LINE.                                      00181000
001811     05 FILLER                   PIC X(37)       VALUE SPACES.    00181100
001812     05 FILLER                   PIC X(47)       VALUE            00181200
001813    "HOLIDAY PAY REVIEW -- PAID AND DENIED EMPLOYEES".            00181300
001814*                                                                 00181400
001815 01  HOLIDAY-PAY-DETAIL-LINE.                                     00181500
001816     05 FILLER                   PIC X(09)       VALUE SPACES.    00181600
001817     05 HPL-EMP-ID               PIC X(10).                       00181700
001818     05 FILLER                   PIC X(02)       VALUE SPACES.    00181800
001819     05 HPL-EMP-NAME             PIC X(25).                       00181900
001820     05 FILLER                   PIC X(02)       VALUE SPACES.    00182000
001821     05 HPL-DEPARTMENT           PIC X(15).                       00182100
001822     05 FILLER                   PIC X(02)       VALUE SPACES.    00182200
001823     05 HPL-HOL-DATE             PIC 9(06).                       00182300
001824     05 FILLER                   PIC X(02)       VALUE SPACES.    00182400
001825     05 HPL-AMOUNT               PIC ZZZZ9.99.                    00182500
001826     05 FILLER                   PIC X(02)       VALUE SPACES.    00182600
001827     05 HPL-REASON               PIC X(40).                       00182700
001828*                                                                 00182800
001829 01  HOLIDAY-PAY-TOTAL-LINE.                                      00182900
001830     05 FILLER                   PIC X(09)       VALUE SPACES.    00183000
001831     05 FILLER                   PIC X(06)       VALUE "PAID: ".  00183100
001832     05 HPTL-PAID-COUNT          PIC ZZZZ9.                       00183200
001833     05 FILLER                   PIC X(10)       VALUE            00183300
001834    "  AMOUNT: ".                                                 00183400
001835     05 HPTL-PAID-TOTAL          PIC Z,ZZZ,ZZ9.99.                00183500
001836     05 FILLER                   PIC X(10)       VALUE            00183600
001837    "  DENIED: ".                                                 00183700
001838     05 HPTL-DENIED-COUNT        PIC ZZZZ9.                       00183800
001839*                                                                 00183900
001840 01  HOURS-ALERT-TITLE-LINE.                                      00184000
001841     05 FILLER                   PIC X(37)       VALUE SPACES.    00184100
001842     05 FILLER                   PIC X(43)       VALUE            00184200
001843    "HOURS EXCEPTIONS -- VERIFY WITH SUPERVISOR".                 00184300
001844*                                                                 00184400
001845 01  HOURS-ALERT-DETAIL-LINE.                                     00184500
001846     05 FILLER                   PIC X(09)       VALUE SPACES.    00184600
001847     05 HAL-EMP-ID               PIC X(10).                       00184700
001848     05 FILLER                   PIC X(03)       VALUE SPACES.    00184800
001849     05 HAL-EMP-NAME             PIC X(25).                       00184900
001850     05 FILLER                   PIC X(03)       VALUE SPACES.    00185000
001851     05 HAL-DEPARTMENT           PIC X(15).                       00185100
001852     05 FILLER                   PIC X(03)       VALUE SPACES.    00185200
001853     05 HAL-HOURS                PIC ---9.                        00185300
001854     05 FILLER                   PIC X(03)       VALUE SPACES.    00185400
001855     05 HAL-REASON               PIC X(40).                       00185500
001856*                                                                 00185600
001857 PROCEDURE DIVISION.                                              00185700
001858 000-MAIN.                                                        00185800
001859     PERFORM INITIALIZATION                                       00185900
001860     PERFORM LOAD-DEDUCTION-MASTER                                00186000
001861     PERFORM LOAD-SHIFT-TABLE                                     00186100
001862     PERFORM LOAD-GRADE-MASTER                                    00186200
001863     PERFORM LOAD-OVERTIME-RULES                                  00186300
001864     PERFORM LOAD-WITHHOLDING-TABLE                               00186400
001865     PERFORM LOAD-JOB-MASTER                                      00186500
001866     PERFORM LOAD-LEAVE-MASTER                                    00186600
001867     PERFORM LOAD-BENEFIT-PLANS                                   00186700
001868     PERFORM LOAD-BENEFIT-ENROLLMENTS                             00186800
001869     PERFORM LOAD-LOAN-MASTER                                     00186900
001870*    HOLIDAY PAY IS GENERATED ONLY ON THE REGULAR WEEKLY RUN; A   00187000
001871*    SALARIED GROUP'S SALARY ALREADY COVERS ITS HOLIDAYS.         00187100
001872     IF NOT IS-SALARIED-RUN                                       00187200
001873       AND NOT IS-OFF-CYCLE-RUN                                   00187300
001874         PERFORM LOAD-HOLIDAY-CALENDAR                            00187400
001875     END-IF                                                       00187500
001876*    A PROOF RUN NEVER TOUCHES THE CHECKPOINT FILE -- READING IT  00187600
001877*    REOPENS IT OUTPUT, WHICH WOULD CLOBBER A LIVE RUN'S TRAIL.   00187700
001878     IF NOT IS-PROOF-RUN                                          00187800
001879         PERFORM READ-CHECKPOINT                                  00187900
001880     END-IF                                                       00188000
001881*    A SALARIED GROUP'S RUN HAS NO TIMECARD DECK TO SEQUENCE-     00188100
001882*    CHECK OR READ; ITS MEMBERS COME FROM THE EMPLOYEE MASTER.    00188200
001883     IF IS-SALARIED-RUN                                           00188300
001884         PERFORM PAY-SALARIED-GROUP                               00188400
001885     ELSE                                                         00188500
001886         PERFORM VALIDATE-SEQUENCE                                00188600
001887         IF CKPT-RESTART-COUNT > 0                                00188700
001888             PERFORM SKIP-CHECKPOINTED-RECORDS                    00188800
001889         END-IF                                                   00188900
001890         PERFORM READ-AND-PRINT UNTIL IS-EOF                      00189000
001891     END-IF                                                       00189100
001892     PERFORM PROCESS-LEAVE-TRANSACTIONS                           00189200
001893     PERFORM CLOSING                                              00189300
001894     STOP RUN.                                                    00189400
001895*                                                                 00189500
001896 INITIALIZATION.                                                  00189600
001897     PERFORM READ-PARAMETERS                                      00189700
001898     ACCEPT WS-RUN-DATE FROM DATE                                 00189800
001899     ACCEPT WS-RUN-TIME FROM TIME                                 00189900
001900*    THE PERIOD LOCKOUT AND THE YTD YEAR GUARD RUN BEFORE ANY     00190000
001901*    OUTPUT DATASET IS CREATED OR THE REGISTER PRIMING RECORD     00190100
001902*    DELETED, SO A REFUSED RUN CATALOGS NOTHING AND LEAVES THE    00190200
001903*    CLUSTER PRIMED FOR THE POST-OVERRIDE RERUN.                  00190300
001904     PERFORM CHECK-PERIOD-CONTROL                                 00190400
001905     OPEN INPUT  YTD-MASTER-FILE                                  00190500
001906     PERFORM CHECK-YTD-MASTER-CONTROL                             00190600
001907     PERFORM LOAD-FICA-YTD-TABLE                                  00190700
001908     PERFORM CHECK-YTD-MASTER-CONTROL                             00190800
001909     OPEN INPUT  INPUT-FILE,                                      00190900
001910          OUTPUT PRINT-FILE,                                      00191000
001911          OUTPUT EXCEPTION-FILE                                   00191100
001912     OPEN INPUT  DEDUCTION-FILE                                   00191200
001913     OPEN I-O    EMPLOYEE-MASTER-FILE                             00191300
001914     OPEN INPUT  LEAVE-MASTER-FILE                                00191400
001915*    A PROOF RUN OPENS NO OUTPUT DATASET AT ALL -- THE REGISTER,  00191500
001916*    THE NEW MASTERS, SUSPENSE, AND THE WORK FILES ARE LEFT       00191600
001917*    UNTOUCHED -- AND LOADS THE BANK MASTER INSTEAD SO THE CASH   00191700
001918*    FORECAST CAN TELL DEPOSITS FROM CHECKS.                      00191800
001919*    ON A LIVE RUN THE REGISTER OPENS I-O BECAUSE A SECOND PAY    00191900
001920*    LINE FOR AN EMPLOYEE (RETRO, SAME-RUN REVERSAL) READS AND    00192000
001921*    REWRITES HIS EXISTING RECORD.  AN EMPTY KSDS CANNOT OPEN     00192100
001922*    I-O, SO THE IDCAMS CLEARING JOB REPROS THE *REGDUMY*         00192200
001923*    PRIMING RECORD, WHICH IS DELETED HERE BEFORE ANY PAY LINE    00192300
001924*    IS WRITTEN.                                                  00192400
001925     IF IS-PROOF-RUN                                              00192500
001926         PERFORM LOAD-BANK-MASTER                                 00192600
001927     ELSE                                                         00192700
001928         OPEN I-O    REGISTER-FILE                                00192800
001929         MOVE "*REGDUMY*" TO REG-EMP-ID                           00192900
001930         DELETE REGISTER-FILE RECORD                              00193000
001931             INVALID KEY CONTINUE                                 00193100
001932         END-DELETE                                               00193200
001933         OPEN OUTPUT LEAVE-NEW-MASTER-FILE                        00193300
001934         OPEN OUTPUT YTD-NEW-MASTER-FILE,                         00193400
001935              OUTPUT YTD-SUMMARY-FILE,                            00193500
001936              EXTEND SUSPENSE-FILE,                               00193600
001937              EXTEND COMMON-EXCEPTION-FILE,                       00193700
001938              EXTEND RUN-CONTROL-FILE,                            00193800
001939              OUTPUT DEDUCTION-NEW-FILE,                          00193900
001940              OUTPUT LOAN-NEW-MASTER-FILE,                        00194000
001941              OUTPUT YTD-WORK-FILE                                00194100
001942     END-IF                                                       00194200
001943     PERFORM PRINT-NEW-PAGE                                       00194300
001944     IF IS-PROOF-RUN                                              00194400
001945         WRITE PRINT-LINE FROM PROOF-MODE-LINE AFTER 2 LINES      00194500
001946     END-IF                                                       00194600
001947     IF WS-PAY-GROUP NOT EQUAL SPACES                             00194700
001948         MOVE WS-PAY-GROUP TO PGL-PAY-GROUP                       00194800
001949         MOVE WS-PAY-FREQUENCY TO PGL-PAY-FREQUENCY               00194900
001950         WRITE PRINT-LINE FROM PAY-GROUP-LINE AFTER 2 LINES       00195000
001951     END-IF                                                       00195100
001952     IF IS-OFF-CYCLE-RUN                                          00195200
001953         MOVE WS-PAY-PERIOD TO OCM-PAY-PERIOD                     00195300
001954         WRITE PRINT-LINE FROM OFF-CYCLE-MODE-LINE AFTER 2 LINES  00195400
001955     END-IF.                                                      00195500
001956*                                                                 00195600
001957*CHECK-PERIOD-CONTROL REFUSES TO START UNLESS THE PAY PERIOD IS   00195700
001958*ON THE PERIOD CONTROL FILE WITH AN OPEN STATUS -- THE LOCKOUT    00195800
001959*THAT KEEPS A PERIOD FROM BEING PAID TWICE OR SKIPPED.  A CLEAN   00195900
001960*RUN MARKS THE PERIOD CLOSED AT CLOSING.  ONLY A RECORD OF THIS   00196000
001961*RUN'S OWN RUN TYPE AND PAY GROUP COUNTS, SO AN OFF-CYCLE RUN     00196100
001962*NEVER REOPENS OR DISTURBS THE CLOSED REGULAR PERIOD AND EACH     00196200
001963*GROUP'S PERIODS OPEN AND CLOSE INDEPENDENTLY.  THE MATCHING      00196300
001964*RECORD'S PAY FREQUENCY SETS THE WITHHOLDING ANNUALIZATION AND    00196400
001965*WHETHER THE RUN PAYS SALARIES.                                   00196500
001966 CHECK-PERIOD-CONTROL.                                            00196600
001967     MOVE "N" TO PCT-EOF-FLAG, PERIOD-FOUND-FLAG                  00196700
001968     OPEN INPUT PERIOD-CONTROL-FILE                               00196800
001969     READ PERIOD-CONTROL-FILE AT END MOVE "Y" TO PCT-EOF-FLAG     00196900
001970     END-READ                                                     00197000
001971     PERFORM CHECK-ONE-PERIOD-RECORD UNTIL PCT-IS-EOF             00197100
001972     CLOSE PERIOD-CONTROL-FILE                                    00197200
001973     IF NOT PERIOD-WAS-FOUND                                      00197300
001974         DISPLAY "PAYROLL HALTED - PAY PERIOD " WS-PAY-PERIOD     00197400
001975             " RUN TYPE '" WS-RUN-TYPE                            00197500
001976             "' PAY GROUP '" WS-PAY-GROUP                         00197600
001977             "' NOT ON PERIOD CONTROL FILE"                       00197700
001978         MOVE 16 TO RETURN-CODE                                   00197800
001979         STOP RUN                                                 00197900
001980     END-IF                                                       00198000
001981     IF PAY-FREQUENCY-BIWEEKLY                                    00198100
001982         MOVE 26 TO WS-PERIODS-PER-YEAR                           00198200
001983         MOVE 80 TO WS-STANDARD-HOURS                             00198300
001984     ELSE                                                         00198400
001985         IF PAY-FREQUENCY-SEMIMONTHLY                             00198500
001986             MOVE 24 TO WS-PERIODS-PER-YEAR                       00198600
001987             MOVE 87 TO WS-STANDARD-HOURS                         00198700
001988         ELSE                                                     00198800
001989             MOVE 52 TO WS-PERIODS-PER-YEAR                       00198900
001990             MOVE 40 TO WS-STANDARD-HOURS                         00199000
001991         END-IF                                                   00199100
001992     END-IF                                                       00199200
001993     IF (PAY-FREQUENCY-BIWEEKLY OR PAY-FREQUENCY-SEMIMONTHLY)     00199300
001994       AND NOT IS-OFF-CYCLE-RUN                                   00199400
001995         MOVE "Y" TO SALARIED-RUN-FLAG                            00199500
001996     END-IF.                                                      00199600
001997*                                                                 00199700
001998 CHECK-ONE-PERIOD-RECORD.                                         00199800
001999     IF PCT-PERIOD EQUAL WS-PAY-PERIOD                            00199900
002000       AND PCT-RUN-TYPE EQUAL WS-RUN-TYPE                         00200000
002001       AND PCT-PAY-GROUP EQUAL WS-PAY-GROUP                       00200100
002002         MOVE "Y" TO PERIOD-FOUND-FLAG                            00200200
002003         MOVE PCT-PAY-FREQUENCY TO WS-PAY-FREQUENCY               00200300
002004         MOVE PCT-START-DATE TO WS-PERIOD-START-DATE              00200400
002005         MOVE PCT-END-DATE TO WS-PERIOD-END-DATE                  00200500
002006         IF PCT-IS-CLOSED                                         00200600
002007             DISPLAY "PAYROLL HALTED - PAY PERIOD " WS-PAY-PERIOD 00200700
002008                 " IS CLOSED (ALREADY PAID)"                      00200800
002009             DISPLAY "A SUPERVISOR OVERRIDE THROUGH PERCTLM"      00200900
002010                 " REOPENS IT"                                    00201000
002011             MOVE 16 TO RETURN-CODE                               00201100
002012             STOP RUN                                             00201200
002013         END-IF                                                   00201300
002014     END-IF                                                       00201400
002015     READ PERIOD-CONTROL-FILE AT END MOVE "Y" TO PCT-EOF-FLAG.    00201500
002016*                                                                 00201600
002017*MARK-PERIOD-CLOSED REWRITES THE PERIOD'S CONTROL RECORD WITH A   00201700
002018*CLOSED STATUS ONCE THE RUN HAS FINISHED CLEAN.                   00201800
002019 MARK-PERIOD-CLOSED.                                              00201900
002020     MOVE "N" TO PCT-EOF-FLAG                                     00202000
002021     OPEN I-O PERIOD-CONTROL-FILE                                 00202100
002022     READ PERIOD-CONTROL-FILE AT END MOVE "Y" TO PCT-EOF-FLAG     00202200
002023     END-READ                                                     00202300
002024     PERFORM CLOSE-ONE-PERIOD-RECORD UNTIL PCT-IS-EOF             00202400
002025     CLOSE PERIOD-CONTROL-FILE.                                   00202500
002026*                                                                 00202600
002027 CLOSE-ONE-PERIOD-RECORD.                                         00202700
002028     IF PCT-PERIOD EQUAL WS-PAY-PERIOD                            00202800
002029       AND PCT-RUN-TYPE EQUAL WS-RUN-TYPE                         00202900
002030       AND PCT-PAY-GROUP EQUAL WS-PAY-GROUP                       00203000
002031         MOVE "C" TO PCT-STATUS                                   00203100
002032         REWRITE PERIOD-CONTROL-RECORD                            00203200
002033     END-IF                                                       00203300
002034     READ PERIOD-CONTROL-FILE AT END MOVE "Y" TO PCT-EOF-FLAG.    00203400
002035*                                                                 00203500
002036*READ-PARAMETERS PICKS UP AN OPTIONAL OPERATOR-SUPPLIED PAGE-     00203600
002037*LENGTH OVERRIDE BEFORE PRINT-FILE IS OPENED, SINCE THE LINAGE    00203700
002038*FIGURES MUST BE SET BEFORE OPEN ESTABLISHES THE PAGE BOUNDARIES. 00203800
002039*WHEN NO PARAMETER FILE IS PRESENT THE STANDARD FORM LENGTH       00203900
002040*DEFAULTED ABOVE IS USED.                                         00204000
002041 READ-PARAMETERS.                                                 00204100
002042     OPEN INPUT PARAMETER-FILE                                    00204200
002043     READ PARAMETER-FILE                                          00204300
002044         AT END                                                   00204400
002045             CONTINUE                                             00204500
002046         NOT AT END                                               00204600
002047             MOVE PARM-PAGE-LINES TO WS-LINAGE-LINES              00204700
002048             MOVE PARM-TOP-LINES TO WS-LINAGE-TOP                 00204800
002049             MOVE PARM-BOTTOM-LINES TO WS-LINAGE-BOTTOM           00204900
002050             MOVE PARM-FOOTING-LINE TO WS-LINAGE-FOOTING          00205000
002051             MOVE PARM-PAY-PERIOD TO WS-PAY-PERIOD                00205100
002052             MOVE PARM-PLANT-FILTER TO WS-PLANT-FILTER            00205200
002053             MOVE PARM-PAY-GROUP TO WS-PAY-GROUP                  00205300
002054             IF PARM-RUN-MODE EQUAL "PROOF"                       00205400
002055                 MOVE "Y" TO PROOF-MODE-FLAG                      00205500
002056             END-IF                                               00205600
002057             IF PARM-RUN-MODE EQUAL "OFFCYC"                      00205700
002058                 MOVE "O" TO WS-RUN-TYPE                          00205800
002059             END-IF                                               00205900
002060     END-READ                                                     00206000
002061     CLOSE PARAMETER-FILE                                         00206100
002062     IF WS-PAY-PERIOD EQUAL SPACES                                00206200
002063         ACCEPT WS-PAY-PERIOD FROM DATE                           00206300
002064     END-IF                                                       00206400
002065     MOVE WS-PAY-PERIOD TO WS-PAY-PERIOD-NUM.                     00206500
002066*                                                                 00206600
002067*READ-CHECKPOINT LOOKS FOR A CHECKPOINT LEFT BY A PRIOR RUN THAT  00206700
002068*DID NOT REACH END OF FILE.  THE LAST CHECKPOINT RECORD WRITTEN   00206800
002069*GIVES THE COUNT OF INPUT RECORDS ALREADY COMPLETED, WHICH        00206900
002070*SKIP-CHECKPOINTED-RECORDS USES TO FAST-FORWARD PAST THEM ON      00207000
002071*RESTART.  THE FILE IS THEN REOPENED FOR OUTPUT SO THIS RUN       00207100
002072*WRITES ITS OWN FRESH CHECKPOINT TRAIL.                           00207200
002073 READ-CHECKPOINT.                                                 00207300
002074     OPEN INPUT CHECKPOINT-FILE                                   00207400
002075     READ CHECKPOINT-FILE AT END MOVE "Y" TO CKPT-EOF-FLAG        00207500
002076     END-READ                                                     00207600
002077     PERFORM READ-ONE-CHECKPOINT UNTIL CKPT-IS-EOF                00207700
002078     CLOSE CHECKPOINT-FILE                                        00207800
002079     OPEN OUTPUT CHECKPOINT-FILE                                  00207900
002080     MOVE CKPT-RESTART-COUNT TO WS-CKPT-COUNTER.                  00208000
002081*                                                                 00208100
002082 READ-ONE-CHECKPOINT.                                             00208200
002083     MOVE CKPT-RECORD-COUNT TO CKPT-RESTART-COUNT                 00208300
002084     MOVE CKPT-LAST-EMP-ID TO WS-LAST-COMPLETED-EMP-ID            00208400
002085     READ CHECKPOINT-FILE AT END MOVE "Y" TO CKPT-EOF-FLAG.       00208500
002086*                                                                 00208600
002087*SKIP-CHECKPOINTED-RECORDS FAST-FORWARDS INPUT-FILE PAST THE      00208700
002088*RECORDS A PRIOR RUN ALREADY COMPLETED, SO A RESTART PICKS UP     00208800
002089*WHERE THE LAST RUN LEFT OFF INSTEAD OF REPRINTING THE WHOLE      00208900
002090*REPORT.                                                          00209000
002091 SKIP-CHECKPOINTED-RECORDS.                                       00209100
002092     PERFORM SKIP-ONE-RECORD                                      00209200
002093         VARYING WS-CKPT-SKIP-SUB FROM 1 BY 1                     00209300
002094         UNTIL WS-CKPT-SKIP-SUB > CKPT-RESTART-COUNT              00209400
002095     MOVE CKPT-RESTART-COUNT TO WS-READ-COUNT.                    00209500
002096*                                                                 00209600
002097 SKIP-ONE-RECORD.                                                 00209700
002098     PERFORM READ-ONE-INPUT-CARD.                                 00209800
002099*                                                                 00209900
002100*EVERY READ OF THE DAILY DECK COMES THROUGH HERE SO THE TAPE'S    00210000
002101*HEADER AND TRAILER RECORDS NEVER REACH THE TIMECARD EDITS.       00210100
002102 READ-ONE-INPUT-CARD.                                             00210200
002103     READ INPUT-FILE AT END MOVE "Y" TO END-OF-FILE.              00210300
002104     PERFORM BYPASS-ONE-CONTROL-CARD                              00210400
002105         UNTIL IS-EOF                                             00210500
002106         OR (NOT CARD-IS-DECK-HEADER                              00210600
002107             AND NOT CARD-IS-DECK-TRAILER).                       00210700
002108*                                                                 00210800
002109 BYPASS-ONE-CONTROL-CARD.                                         00210900
002110     READ INPUT-FILE AT END MOVE "Y" TO END-OF-FILE.              00211000
002111*                                                                 00211100
002112 WRITE-CHECKPOINT.                                                00211200
002113     IF NOT IS-PROOF-RUN                                          00211300
002114         MOVE WS-CKPT-COUNTER TO CKPT-RECORD-COUNT                00211400
002115         MOVE WS-LAST-COMPLETED-EMP-ID TO CKPT-LAST-EMP-ID        00211500
002116         WRITE CHECKPOINT-RECORD                                  00211600
002117     END-IF                                                       00211700
002118     MOVE 0 TO WS-CKPT-SINCE-LAST.                                00211800
002119*                                                                 00211900
002120*LOAD-DEDUCTION-MASTER READS THE DEDUCTION MASTER INTO DED-TABLE  00212000
002121*SO APPLY-DEDUCTIONS CAN MATCH ENTRIES TO EACH RECORD BY EMP-ID.  00212100
002122 LOAD-DEDUCTION-MASTER.                                           00212200
002123     READ DEDUCTION-FILE AT END MOVE "Y" TO DED-EOF-FLAG          00212300
002124     END-READ                                                     00212400
002125     PERFORM LOAD-ONE-DEDUCTION-RECORD UNTIL DED-IS-EOF           00212500
002126     CLOSE DEDUCTION-FILE.                                        00212600
002127*                                                                 00212700
002128 LOAD-ONE-DEDUCTION-RECORD.                                       00212800
002129     ADD 1 TO WS-DED-COUNT                                        00212900
002130     IF WS-DED-COUNT > 200                                        00213000
002131         DISPLAY "PAYROLL HALTED - DEDUCTION TABLE FULL AT 200 -" 00213100
002132             " BALANCES WOULD BE LOST"                            00213200
002133         MOVE 16 TO RETURN-CODE                                   00213300
002134         STOP RUN                                                 00213400
002135     END-IF                                                       00213500
002136     IF WS-DED-COUNT <= 200                                       00213600
002137         MOVE DED-EMP-ID TO                                       00213700
002138             DED-TAB-EMP-ID (WS-DED-COUNT)                        00213800
002139         MOVE DED-CODE TO                                         00213900
002140             DED-TAB-CODE (WS-DED-COUNT)                          00214000
002141         MOVE DED-METHOD TO                                       00214100
002142             DED-TAB-METHOD (WS-DED-COUNT)                        00214200
002143         MOVE DED-VALUE TO                                        00214300
002144             DED-TAB-VALUE (WS-DED-COUNT)                         00214400
002145         MOVE DED-GARN-BALANCE TO                                 00214500
002146             DED-TAB-GARN-BALANCE (WS-DED-COUNT)                  00214600
002147         MOVE DED-PRIORITY TO DED-TAB-PRIORITY (WS-DED-COUNT)     00214700
002148         MOVE DED-ORDER-NO TO DED-TAB-ORDER-NO (WS-DED-COUNT)     00214800
002149         MOVE DED-PAYEE-CODE TO                                   00214900
002150             DED-TAB-PAYEE-CODE (WS-DED-COUNT)                    00215000
002151         MOVE DED-START-DATE TO                                   00215100
002152             DED-TAB-START-DATE (WS-DED-COUNT)                    00215200
002153         MOVE DED-STOP-DATE TO                                    00215300
002154             DED-TAB-STOP-DATE (WS-DED-COUNT)                     00215400
002155     END-IF                                                       00215500
002156     READ DEDUCTION-FILE AT END MOVE "Y" TO DED-EOF-FLAG.         00215600
002157*                                                                 00215700
002158*LOAD-BANK-MASTER (PROOF RUNS ONLY) LOADS EACH DIRECT-DEPOSIT     00215800
002159*EMPLOYEE'S PRENOTE STATUS SO THE CASH FORECAST CAN COUNT AN      00215900
002160*ACTIVE ACCOUNT AS A DEPOSIT AND EVERYTHING ELSE AS A CHECK,      00216000
002161*THE SAME SPLIT DDEPOSIT MAKES ON THE LIVE RUN.                   00216100
002162 LOAD-BANK-MASTER.                                                00216200
002163     OPEN INPUT BANK-MASTER-FILE                                  00216300
002164     READ BANK-MASTER-FILE AT END MOVE "Y" TO BNK-EOF-FLAG        00216400
002165     END-READ                                                     00216500
002166     PERFORM LOAD-ONE-BANK-RECORD UNTIL BNK-IS-EOF                00216600
002167     CLOSE BANK-MASTER-FILE.                                      00216700
002168*                                                                 00216800
002169 LOAD-ONE-BANK-RECORD.                                            00216900
002170     ADD 1 TO WS-BNK-COUNT                                        00217000
002171     IF WS-BNK-COUNT > 200                                        00217100
002172         DISPLAY "PAYROLL HALTED - BANK MASTER TABLE FULL AT"     00217200
002173             " 200 - THE CASH FORECAST WOULD MISCOUNT THE"        00217300
002174             " DEPOSIT/CHECK SPLIT"                               00217400
002175         MOVE 16 TO RETURN-CODE                                   00217500
002176         STOP RUN                                                 00217600
002177     END-IF                                                       00217700
002178     IF WS-BNK-COUNT <= 200                                       00217800
002179         MOVE BNK-EMP-ID TO BNK-TAB-EMP-ID (WS-BNK-COUNT)         00217900
002180         MOVE BNK-PRENOTE-STATUS TO BNK-TAB-STATUS (WS-BNK-COUNT) 00218000
002181     END-IF                                                       00218100
002182     READ BANK-MASTER-FILE AT END MOVE "Y" TO BNK-EOF-FLAG.       00218200
002183*                                                                 00218300
002184 LOAD-SHIFT-TABLE.                                                00218400
002185     OPEN INPUT SHIFT-TABLE-FILE                                  00218500
002186     READ SHIFT-TABLE-FILE AT END MOVE "Y" TO SHF-EOF-FLAG        00218600
002187     END-READ                                                     00218700
002188     PERFORM LOAD-ONE-SHIFT-ENTRY UNTIL SHF-IS-EOF                00218800
002189     CLOSE SHIFT-TABLE-FILE.                                      00218900
002190*                                                                 00219000
002191 LOAD-ONE-SHIFT-ENTRY.                                            00219100
002192     ADD 1 TO WS-SHF-COUNT                                        00219200
002193     IF WS-SHF-COUNT <= 10                                        00219300
002194         MOVE SHF-SHIFT-CODE TO SHF-TAB-CODE (WS-SHF-COUNT)       00219400
002195         MOVE SHF-METHOD TO SHF-TAB-METHOD (WS-SHF-COUNT)         00219500
002196         MOVE SHF-VALUE TO SHF-TAB-VALUE (WS-SHF-COUNT)           00219600
002197     END-IF                                                       00219700
002198     READ SHIFT-TABLE-FILE AT END MOVE "Y" TO SHF-EOF-FLAG.       00219800
002199*                                                                 00219900
002200 LOAD-GRADE-MASTER.                                               00220000
002201     OPEN INPUT GRADE-MASTER-FILE                                 00220100
002202     READ GRADE-MASTER-FILE AT END MOVE "Y" TO GRD-EOF-FLAG       00220200
002203     END-READ                                                     00220300
002204     PERFORM LOAD-ONE-GRADE UNTIL GRD-IS-EOF                      00220400
002205     CLOSE GRADE-MASTER-FILE.                                     00220500
002206*                                                                 00220600
002207 LOAD-ONE-GRADE.                                                  00220700
002208     ADD 1 TO WS-GRD-COUNT                                        00220800
002209     IF WS-GRD-COUNT <= 20                                        00220900
002210         MOVE GRD-GRADE-CODE TO GRT-GRADE-CODE (WS-GRD-COUNT)     00221000
002211         MOVE GRD-MIN-RATE TO GRT-MIN-RATE (WS-GRD-COUNT)         00221100
002212         MOVE GRD-MAX-RATE TO GRT-MAX-RATE (WS-GRD-COUNT)         00221200
002213     END-IF                                                       00221300
002214     READ GRADE-MASTER-FILE AT END MOVE "Y" TO GRD-EOF-FLAG.      00221400
002215*                                                                 00221500
002216 LOAD-OVERTIME-RULES.                                             00221600
002217     OPEN INPUT OVERTIME-RULE-FILE                                00221700
002218     READ OVERTIME-RULE-FILE AT END MOVE "Y" TO OTR-EOF-FLAG      00221800
002219     END-READ                                                     00221900
002220     PERFORM LOAD-ONE-OT-RULE UNTIL OTR-IS-EOF                    00222000
002221     CLOSE OVERTIME-RULE-FILE.                                    00222100
002222*                                                                 00222200
002223 LOAD-ONE-OT-RULE.                                                00222300
002224     ADD 1 TO WS-OTR-COUNT                                        00222400
002225     IF WS-OTR-COUNT <= 10                                        00222500
002226         MOVE OTR-PLANT-CODE TO OTT-PLANT-CODE (WS-OTR-COUNT)     00222600
002227         MOVE OTR-DAILY-LIMIT TO OTT-DAILY-LIMIT (WS-OTR-COUNT)   00222700
002228         MOVE OTR-DOUBLE-LIMIT TO                                 00222800
002229             OTT-DOUBLE-LIMIT (WS-OTR-COUNT)                      00222900
002230     END-IF                                                       00223000
002231     READ OVERTIME-RULE-FILE AT END MOVE "Y" TO OTR-EOF-FLAG.     00223100
002232*                                                                 00223200
002233*LOAD-HOLIDAY-CALENDAR KEEPS ONLY THE HOLIDAYS DATED INSIDE THE   00223300
002234*PERIOD BEING PAID.  A MISSING CALENDAR FILE MEANS NO HOLIDAYS.   00223400
002235 LOAD-HOLIDAY-CALENDAR.                                           00223500
002236     OPEN INPUT HOLIDAY-CALENDAR-FILE                             00223600
002237     READ HOLIDAY-CALENDAR-FILE AT END MOVE "Y" TO HOL-EOF-FLAG   00223700
002238     END-READ                                                     00223800
002239     PERFORM LOAD-ONE-HOLIDAY UNTIL HOL-IS-EOF                    00223900
002240     CLOSE HOLIDAY-CALENDAR-FILE.                                 00224000
002241*                                                                 00224100
002242 LOAD-ONE-HOLIDAY.                                                00224200
002243     IF HOL-DATE NUMERIC                                          00224300
002244       AND HOL-DATE NOT < WS-PERIOD-START-DATE                    00224400
002245       AND HOL-DATE NOT > WS-PERIOD-END-DATE                      00224500
002246         ADD 1 TO WS-HLT-COUNT                                    00224600
002247         IF WS-HLT-COUNT > 20                                     00224700
002248             DISPLAY "PAYROLL HALTED - HOLIDAY TABLE FULL AT 20"  00224800
002249             MOVE 16 TO RETURN-CODE                               00224900
002250             STOP RUN                                             00225000
002251         END-IF                                                   00225100
002252         MOVE HOL-PLANT-CODE TO HLT-PLANT-CODE (WS-HLT-COUNT)     00225200
002253         MOVE HOL-DATE TO HLT-DATE (WS-HLT-COUNT)                 00225300
002254         MOVE HOL-PRIOR-DAY TO HLT-PRIOR-DAY (WS-HLT-COUNT)       00225400
002255         MOVE HOL-NEXT-DAY TO HLT-NEXT-DAY (WS-HLT-COUNT)         00225500
002256         MOVE HOL-HOURS TO HLT-HOURS (WS-HLT-COUNT)               00225600
002257         MOVE HOL-NAME TO HLT-NAME (WS-HLT-COUNT)                 00225700
002258     END-IF                                                       00225800
002259     READ HOLIDAY-CALENDAR-FILE AT END MOVE "Y" TO HOL-EOF-FLAG.  00225900
002260*                                                                 00226000
002261*A MISSING WITHHOLDING TABLE FILE LEAVES THE TABLE EMPTY AND      00226100
002262*THE DEDUCTION MASTER'S FLAT TAX ENTRIES IN FORCE.                00226200
002263 LOAD-WITHHOLDING-TABLE.                                          00226300
002264     OPEN INPUT WITHHOLDING-TABLE-FILE                            00226400
002265     READ WITHHOLDING-TABLE-FILE                                  00226500
002266         AT END MOVE "Y" TO WHT-EOF-FLAG                          00226600
002267     END-READ                                                     00226700
002268     PERFORM LOAD-ONE-WHT-CARD UNTIL WHT-IS-EOF                   00226800
002269     CLOSE WITHHOLDING-TABLE-FILE.                                00226900
002270*                                                                 00227000
002271*A MISSING BENEFIT PLAN MASTER OR ENROLLMENT FILE LEAVES THE      00227100
002272*TABLES EMPTY AND THE DEDUCTION MASTER'S INSURANCE ENTRIES IN     00227200
002273*FORCE.                                                           00227300
002274 LOAD-BENEFIT-PLANS.                                              00227400
002275     OPEN INPUT BENEFIT-PLAN-FILE                                 00227500
002276     READ BENEFIT-PLAN-FILE AT END MOVE "Y" TO BPT-EOF-FLAG       00227600
002277     END-READ                                                     00227700
002278     PERFORM LOAD-ONE-BENEFIT-PLAN UNTIL BPT-IS-EOF               00227800
002279     CLOSE BENEFIT-PLAN-FILE.                                     00227900
002280*                                                                 00228000
002281 LOAD-ONE-BENEFIT-PLAN.                                           00228100
002282     ADD 1 TO WS-BPT-COUNT                                        00228200
002283     IF WS-BPT-COUNT > 20                                         00228300
002284         DISPLAY "PAYROLL HALTED - BENEFIT PLAN TABLE FULL AT 20" 00228400
002285         MOVE 16 TO RETURN-CODE                                   00228500
002286         STOP RUN                                                 00228600
002287     END-IF                                                       00228700
002288     MOVE BPL-PLAN-CODE TO BPT-PLAN-CODE (WS-BPT-COUNT)           00228800
002289     MOVE BPL-EE-PREMIUM (1) TO BPT-EE-PREMIUM (WS-BPT-COUNT, 1)  00228900
002290     MOVE BPL-EE-PREMIUM (2) TO BPT-EE-PREMIUM (WS-BPT-COUNT, 2)  00229000
002291     MOVE BPL-EE-PREMIUM (3) TO BPT-EE-PREMIUM (WS-BPT-COUNT, 3)  00229100
002292     READ BENEFIT-PLAN-FILE AT END MOVE "Y" TO BPT-EOF-FLAG.      00229200
002293*                                                                 00229300
002294*LOAD-LOAN-MASTER HOLDS EVERY LOAN, PAID OFF OR NOT, SO THE NEW   00229400
002295*MASTER CARRIES THE WHOLE HISTORY FORWARD.                        00229500
002296 LOAD-LOAN-MASTER.                                                00229600
002297     OPEN INPUT LOAN-MASTER-FILE                                  00229700
002298     READ LOAN-MASTER-FILE AT END MOVE "Y" TO LNT-EOF-FLAG        00229800
002299     END-READ                                                     00229900
002300     PERFORM LOAD-ONE-LOAN UNTIL LNT-IS-EOF                       00230000
002301     CLOSE LOAN-MASTER-FILE.                                      00230100
002302*                                                                 00230200
002303 LOAD-ONE-LOAN.                                                   00230300
002304     ADD 1 TO WS-LNT-COUNT                                        00230400
002305     IF WS-LNT-COUNT > 200                                        00230500
002306         DISPLAY "PAYROLL HALTED - LOAN TABLE FULL AT 200 -"      00230600
002307             " REPAYMENTS WOULD GO UNTAKEN"                       00230700
002308         MOVE 16 TO RETURN-CODE                                   00230800
002309         STOP RUN                                                 00230900
002310     END-IF                                                       00231000
002311     MOVE LOAN-MASTER-RECORD TO LNT-RECORD (WS-LNT-COUNT)         00231100
002312     MOVE "N" TO LNT-RECOVERY-FLAG (WS-LNT-COUNT)                 00231200
002313     READ LOAN-MASTER-FILE AT END MOVE "Y" TO LNT-EOF-FLAG.       00231300
002314*                                                                 00231400
002315*AN ENROLLMENT ALREADY STOPPED BEFORE THIS PERIOD IS PASSED BY.   00231500
002316*ONE NAMING A PLAN OR TIER NOT ON THE PLAN MASTER HALTS THE RUN   00231600
002317*RATHER THAN LET THE PREMIUM GO UNTAKEN.                          00231700
002318 LOAD-BENEFIT-ENROLLMENTS.                                        00231800
002319     OPEN INPUT BENEFIT-ENROLL-FILE                               00231900
002320     READ BENEFIT-ENROLL-FILE AT END MOVE "Y" TO ENT-EOF-FLAG     00232000
002321     END-READ                                                     00232100
002322     PERFORM LOAD-ONE-ENROLLMENT UNTIL ENT-IS-EOF                 00232200
002323     CLOSE BENEFIT-ENROLL-FILE.                                   00232300
002324*                                                                 00232400
002325 LOAD-ONE-ENROLLMENT.                                             00232500
002326     IF ENR-STOP-DATE EQUAL ZERO                                  00232600
002327       OR ENR-STOP-DATE NOT < WS-PAY-PERIOD-NUM                   00232700
002328         PERFORM FIND-ENROLLMENT-PREMIUM                          00232800
002329         ADD 1 TO WS-ENT-COUNT                                    00232900
002330         IF WS-ENT-COUNT > 500                                    00233000
002331             DISPLAY "PAYROLL HALTED - ENROLLMENT TABLE FULL AT"  00233100
002332                 " 500 - PREMIUMS WOULD GO UNTAKEN"               00233200
002333             MOVE 16 TO RETURN-CODE                               00233300
002334             STOP RUN                                             00233400
002335         END-IF                                                   00233500
002336         MOVE ENR-EMP-ID TO ENT-EMP-ID (WS-ENT-COUNT)             00233600
002337         MOVE ENR-START-DATE TO ENT-START-DATE (WS-ENT-COUNT)     00233700
002338         MOVE ENR-STOP-DATE TO ENT-STOP-DATE (WS-ENT-COUNT)       00233800
002339         MOVE BPT-EE-PREMIUM (WS-BPT-FOUND-SUB, WS-TIER-SUB)      00233900
002340             TO ENT-EE-PREMIUM (WS-ENT-COUNT)                     00234000
002341     END-IF                                                       00234100
002342     READ BENEFIT-ENROLL-FILE AT END MOVE "Y" TO ENT-EOF-FLAG.    00234200
002343*                                                                 00234300
002344 FIND-ENROLLMENT-PREMIUM.                                         00234400
002345     MOVE "N" TO BPT-FOUND-FLAG                                   00234500
002346     PERFORM MATCH-ONE-BENEFIT-PLAN                               00234600
002347         VARYING WS-BPT-SUB FROM 1 BY 1                           00234700
002348         UNTIL WS-BPT-SUB > WS-BPT-COUNT                          00234800
002349     IF ENR-TIER-EMPLOYEE                                         00234900
002350         MOVE 1 TO WS-TIER-SUB                                    00235000
002351     ELSE                                                         00235100
002352         IF ENR-TIER-PLUS-ONE                                     00235200
002353             MOVE 2 TO WS-TIER-SUB                                00235300
002354         ELSE                                                     00235400
002355             IF ENR-TIER-FAMILY                                   00235500
002356                 MOVE 3 TO WS-TIER-SUB                            00235600
002357             ELSE                                                 00235700
002358                 MOVE 0 TO WS-TIER-SUB                            00235800
002359             END-IF                                               00235900
002360         END-IF                                                   00236000
002361     END-IF                                                       00236100
002362     IF NOT BENEFIT-PLAN-FOUND                                    00236200
002363       OR WS-TIER-SUB EQUAL ZERO                                  00236300
002364         DISPLAY "PAYROLL HALTED - ENROLLMENT FOR " ENR-EMP-ID    00236400
002365             " PLAN '" ENR-PLAN-CODE "' TIER '" ENR-TIER          00236500
002366             "' NOT ON THE BENEFIT PLAN MASTER"                   00236600
002367         MOVE 16 TO RETURN-CODE                                   00236700
002368         STOP RUN                                                 00236800
002369     END-IF.                                                      00236900
002370*                                                                 00237000
002371 MATCH-ONE-BENEFIT-PLAN.                                          00237100
002372     IF BPT-PLAN-CODE (WS-BPT-SUB) EQUAL ENR-PLAN-CODE            00237200
002373         MOVE "Y" TO BPT-FOUND-FLAG                               00237300
002374         MOVE WS-BPT-SUB TO WS-BPT-FOUND-SUB.                     00237400
002375*                                                                 00237500
002376 LOAD-JOB-MASTER.                                                 00237600
002377     OPEN INPUT JOB-MASTER-FILE                                   00237700
002378     READ JOB-MASTER-FILE AT END MOVE "Y" TO JBT-EOF-FLAG         00237800
002379     END-READ                                                     00237900
002380     PERFORM LOAD-ONE-JOB UNTIL JOB-MASTER-EOF                    00238000
002381     CLOSE JOB-MASTER-FILE.                                       00238100
002382*                                                                 00238200
002383 LOAD-ONE-JOB.                                                    00238300
002384     ADD 1 TO WS-JBT-COUNT                                        00238400
002385     IF WS-JBT-COUNT <= 100                                       00238500
002386         MOVE JOB-CODE TO JBT-CODE (WS-JBT-COUNT)                 00238600
002387     END-IF                                                       00238700
002388     READ JOB-MASTER-FILE AT END MOVE "Y" TO JBT-EOF-FLAG.        00238800
002389*                                                                 00238900
002390 LOAD-ONE-WHT-CARD.                                               00239000
002391     IF WTY-MARKER EQUAL "*WHTYEAR"                               00239100
002392         MOVE WTY-YEAR TO WS-TAX-TABLE-YEAR                       00239200
002393     ELSE                                                         00239300
002394     IF WTF-MARKER EQUAL "*FICARTE"                               00239400
002395         MOVE WTF-SS-RATE TO WS-SS-RATE                           00239500
002396         MOVE WTF-SS-WAGE-BASE TO WS-SS-WAGE-BASE                 00239600
002397         MOVE WTF-MED-RATE TO WS-MED-RATE                         00239700
002398         MOVE WTF-ADDL-MED-RATE TO WS-ADDL-MED-RATE               00239800
002399         MOVE WTF-ADDL-MED-THRESHOLD TO WS-ADDL-MED-THRESHOLD     00239900
002400     ELSE                                                         00240000
002401     IF WRP-MARKER EQUAL "*RETPLAN"                               00240100
002402         MOVE WRP-DEFERRAL-LIMIT TO WS-DEFERRAL-LIMIT             00240200
002403         MOVE WRP-MATCH-PERCENT TO WS-MATCH-PERCENT               00240300
002404         MOVE WRP-MATCH-CAP-PERCENT TO WS-MATCH-CAP-PERCENT       00240400
002405     ELSE                                                         00240500
002406         ADD 1 TO WS-WHT-COUNT                                    00240600
002407         IF WS-WHT-COUNT <= 40                                    00240700
002408             MOVE WTX-FILING-STATUS TO WTT-STATUS (WS-WHT-COUNT)  00240800
002409             MOVE WTX-BRACKET-FLOOR TO WTT-FLOOR (WS-WHT-COUNT)   00240900
002410             MOVE WTX-BASE-TAX TO WTT-BASE-TAX (WS-WHT-COUNT)     00241000
002411             MOVE WTX-RATE TO WTT-RATE (WS-WHT-COUNT)             00241100
002412         END-IF                                                   00241200
002413     END-IF                                                       00241300
002414     END-IF                                                       00241400
002415     END-IF                                                       00241500
002416     READ WITHHOLDING-TABLE-FILE                                  00241600
002417         AT END MOVE "Y" TO WHT-EOF-FLAG.                         00241700
002418*                                                                 00241800
002419*LOAD-LEAVE-MASTER READS THE LEAVE MASTER INTO LEAVE-TABLE SO THE 00241900
002420*PAY PASS CAN ACCRUE ONTO EACH EMPLOYEE'S RUNNING BALANCES.       00242000
002421 LOAD-LEAVE-MASTER.                                               00242100
002422     READ LEAVE-MASTER-FILE AT END MOVE "Y" TO LVE-EOF-FLAG       00242200
002423     END-READ                                                     00242300
002424     PERFORM LOAD-ONE-LEAVE-RECORD UNTIL LVE-IS-EOF               00242400
002425     CLOSE LEAVE-MASTER-FILE.                                     00242500
002426*                                                                 00242600
002427 LOAD-ONE-LEAVE-RECORD.                                           00242700
002428     ADD 1 TO WS-LVE-COUNT                                        00242800
002429     IF WS-LVE-COUNT > 200                                        00242900
002430         DISPLAY "PAYROLL HALTED - LEAVE TABLE FULL AT 200 -"     00243000
002431             " BALANCES WOULD BE LOST"                            00243100
002432         MOVE 16 TO RETURN-CODE                                   00243200
002433         STOP RUN                                                 00243300
002434     END-IF                                                       00243400
002435     IF WS-LVE-COUNT <= 200                                       00243500
002436         MOVE LVE-EMP-ID TO LVE-TAB-EMP-ID (WS-LVE-COUNT)         00243600
002437         MOVE LVE-EMP-NAME TO LVE-TAB-EMP-NAME (WS-LVE-COUNT)     00243700
002438         MOVE SPACES TO LVE-TAB-DEPARTMENT (WS-LVE-COUNT)         00243800
002439         MOVE LVE-VAC-BALANCE TO LVE-TAB-VAC-BAL (WS-LVE-COUNT)   00243900
002440         MOVE LVE-SICK-BALANCE TO LVE-TAB-SICK-BAL (WS-LVE-COUNT) 00244000
002441     END-IF                                                       00244100
002442     READ LEAVE-MASTER-FILE AT END MOVE "Y" TO LVE-EOF-FLAG.      00244200
002443*                                                                 00244300
002444*CHECK-YTD-MASTER-CONTROL READS THE OLD MASTER'S LEADING CONTROL  00244400
002445*RECORD AND CHECKS ITS YEAR, LEAVING THE FILE OPEN AND POSITIONED 00244500
002446*ON THE FIRST DATA RECORD FOR THE BALANCE-LINE MERGE AT CLOSING.  00244600
002447 CHECK-YTD-MASTER-CONTROL.                                        00244700
002448     READ YTD-MASTER-FILE AT END MOVE "Y" TO YTD-EOF-FLAG         00244800
002449     END-READ                                                     00244900
002450     IF NOT YTD-IS-EOF                                            00245000
002451       AND YTD-M-EMP-ID EQUAL "*YTDCTL*"                          00245100
002452         MOVE "Y" TO YTD-CTL-SEEN-FLAG                            00245200
002453         MOVE YTD-M-GROSS-PAY TO WS-YTD-MASTER-YEAR               00245300
002454         PERFORM CHECK-YTD-MASTER-YEAR                            00245400
002455         READ YTD-MASTER-FILE AT END MOVE "Y" TO YTD-EOF-FLAG     00245500
002456         END-READ                                                 00245600
002457     END-IF.                                                      00245700
002458*                                                                 00245800
002459*A MASTER WHOSE CONTROL YEAR DISAGREES WITH THE PAY PERIOD MEANS  00245900
002460*YEAREND HAS NOT CLOSED THE OLD YEAR (OR THE WRONG GENERATION IS  00246000
002461*CATALOGED); PAYING ONTO IT WOULD FOLD THIS YEAR'S EARNINGS INTO  00246100
002462*LAST YEAR'S FIGURES, SO THE RUN REFUSES TO START.                00246200
002463 CHECK-YTD-MASTER-YEAR.                                           00246300
002464     MOVE WS-PAY-PERIOD TO WS-PERIOD-SPLIT                        00246400
002465     IF WS-YTD-MASTER-YEAR NOT EQUAL WS-PERIOD-YY                 00246500
002466         DISPLAY "PAYROLL HALTED - YTD MASTER YEAR "              00246600
002467             WS-YTD-MASTER-YEAR                                   00246700
002468             " DOES NOT MATCH PAY PERIOD " WS-PAY-PERIOD          00246800
002469         MOVE 16 TO RETURN-CODE                                   00246900
002470         STOP RUN                                                 00247000
002471     END-IF.                                                      00247100
002472*                                                                 00247200
002473*LOAD-FICA-YTD-TABLE READS THE REST OF THE OLD MASTER FOR EACH    00247300
002474*EMPLOYEE'S SOCIAL SECURITY AND MEDICARE WAGES TO DATE, THEN      00247400
002475*REOPENS IT SO CHECK-YTD-MASTER-CONTROL CAN POSITION IT AGAIN     00247500
002476*FOR THE BALANCE-LINE MERGE AT CLOSING.                           00247600
002477 LOAD-FICA-YTD-TABLE.                                             00247700
002478     PERFORM LOAD-ONE-FICA-YTD UNTIL YTD-IS-EOF                   00247800
002479     CLOSE YTD-MASTER-FILE                                        00247900
002480     MOVE "N" TO YTD-EOF-FLAG                                     00248000
002481     OPEN INPUT YTD-MASTER-FILE.                                  00248100
002482*                                                                 00248200
002483 LOAD-ONE-FICA-YTD.                                               00248300
002484     ADD 1 TO WS-FYT-COUNT                                        00248400
002485     IF WS-FYT-COUNT > 500                                        00248500
002486         DISPLAY "PAYROLL HALTED - FICA YTD TABLE FULL AT 500 -"  00248600
002487             " WAGE BASE COULD NOT BE APPLIED"                    00248700
002488         MOVE 16 TO RETURN-CODE                                   00248800
002489         STOP RUN                                                 00248900
002490     END-IF                                                       00249000
002491     IF WS-FYT-COUNT <= 500                                       00249100
002492         MOVE YTD-M-EMP-ID TO FYT-EMP-ID (WS-FYT-COUNT)           00249200
002493         MOVE YTD-M-SS-WAGES TO FYT-SS-WAGES (WS-FYT-COUNT)       00249300
002494         MOVE YTD-M-MED-WAGES TO FYT-MED-WAGES (WS-FYT-COUNT)     00249400
002495         MOVE YTD-M-DEFERRALS TO FYT-DEFERRALS (WS-FYT-COUNT)     00249500
002496     END-IF                                                       00249600
002497     READ YTD-MASTER-FILE AT END MOVE "Y" TO YTD-EOF-FLAG.        00249700
002498*                                                                 00249800
002499*VALIDATE-SEQUENCE MAKES A PRE-PASS OVER INPUT-FILE TO CONFIRM    00249900
002500*EMP-DEPARTMENT GROUPS ARE NOT FRAGMENTED.  A DEPARTMENT THAT     00250000
002501*REAPPEARS AFTER ITS GROUP HAS ALREADY CLOSED IS OUT OF SEQUENCE  00250100
002502*AND IS DIVERTED TO EXCEPTION-FILE INSTEAD OF REOPENING A GROUP.  00250200
002503 VALIDATE-SEQUENCE.                                               00250300
002504     PERFORM READ-ONE-VS-CARD                                     00250400
002505     PERFORM VALIDATE-ONE-RECORD UNTIL VS-IS-EOF                  00250500
002506     CLOSE INPUT-FILE                                             00250600
002507     OPEN INPUT INPUT-FILE                                        00250700
002508     PERFORM READ-ONE-INPUT-CARD.                                 00250800
002509*                                                                 00250900
002510*A CARD WHOSE EMPLOYEE IS NOT ON THE MASTER HAS NO DEPARTMENT TO  00251000
002511*SEQUENCE-CHECK; IT PASSES HERE AND GOES TO SUSPENSE IN THE MAIN  00251100
002512*PASS INSTEAD.                                                    00251200
002513 VALIDATE-ONE-RECORD.                                             00251300
002514     MOVE TC-EMP-ID TO WK-EMP-ID                                  00251400
002515     PERFORM READ-EMPLOYEE-MASTER                                 00251500
002516     IF MASTER-WAS-FOUND                                          00251600
002517       AND EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD NOT EQUAL     00251700
002518       VS-ACTUAL-DEPARTMENT                                       00251800
002519         PERFORM SEARCH-SEEN-DEPARTMENTS                          00251900
002520         IF DEPT-ALREADY-SEEN                                     00252000
002521             PERFORM WRITE-EXCEPTION-RECORD                       00252100
002522         ELSE                                                     00252200
002523             ADD 1 TO WS-SEEN-COUNT                               00252300
002524             IF WS-SEEN-COUNT <= 50                               00252400
002525                 MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD TO 00252500
002526                     SEEN-DEPT-ENTRY (WS-SEEN-COUNT)              00252600
002527             END-IF                                               00252700
002528             MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD TO     00252800
002529                 VS-ACTUAL-DEPARTMENT                             00252900
002530         END-IF                                                   00253000
002531     END-IF                                                       00253100
002532     PERFORM READ-ONE-VS-CARD.                                    00253200
002533*                                                                 00253300
002534 READ-ONE-VS-CARD.                                                00253400
002535     READ INPUT-FILE AT END MOVE "Y" TO VS-EOF-FLAG.              00253500
002536     PERFORM BYPASS-ONE-VS-CARD                                   00253600
002537         UNTIL VS-IS-EOF                                          00253700
002538         OR (NOT CARD-IS-DECK-HEADER                              00253800
002539             AND NOT CARD-IS-DECK-TRAILER).                       00253900
002540*                                                                 00254000
002541 BYPASS-ONE-VS-CARD.                                              00254100
002542     READ INPUT-FILE AT END MOVE "Y" TO VS-EOF-FLAG.              00254200
002543*                                                                 00254300
002544 SEARCH-SEEN-DEPARTMENTS.                                         00254400
002545     MOVE "N" TO DEPT-FOUND-FLAG                                  00254500
002546     PERFORM CHECK-ONE-SEEN-DEPT                                  00254600
002547         VARYING WS-SEEN-SUB FROM 1 BY 1                          00254700
002548         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT.                       00254800
002549*                                                                 00254900
002550 CHECK-ONE-SEEN-DEPT.                                             00255000
002551     IF SEEN-DEPT-ENTRY (WS-SEEN-SUB) EQUAL                       00255100
002552       EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD                   00255200
002553         MOVE "Y" TO DEPT-FOUND-FLAG.                             00255300
002554*                                                                 00255400
002555 WRITE-EXCEPTION-RECORD.                                          00255500
002556     ADD 1 TO WS-BAD-COUNT                                        00255600
002557     IF WS-BAD-COUNT <= 200                                       00255700
002558         MOVE WK-EMP-ID TO                                        00255800
002559             BAD-EMP-ID-ENTRY (WS-BAD-COUNT)                      00255900
002560     END-IF                                                       00256000
002561     MOVE WK-EMP-ID TO EXCP-EMP-ID                                00256100
002562     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO EXCP-EMP-NAME     00256200
002563     MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD                00256300
002564         TO EXCP-DEPARTMENT                                       00256400
002565     MOVE "DEPARTMENT OUT OF SEQUENCE - GROUP ALREADY CLOSED"     00256500
002566         TO EXCP-REASON                                           00256600
002567     WRITE EXCEPTION-RECORD                                       00256700
002568     IF NOT IS-PROOF-RUN                                          00256800
002569         MOVE EXCP-REASON TO CEX-REASON                           00256900
002570         PERFORM WRITE-COMMON-EXCEPTION                           00257000
002571     END-IF.                                                      00257100
002572*                                                                 00257200
002573 CHECK-BAD-RECORD.                                                00257300
002574     MOVE "N" TO RECORD-BAD-FLAG                                  00257400
002575     PERFORM CHECK-ONE-BAD-RECORD                                 00257500
002576         VARYING WS-BAD-SUB FROM 1 BY 1                           00257600
002577         UNTIL WS-BAD-SUB > WS-BAD-COUNT OR WS-BAD-SUB > 200.     00257700
002578*                                                                 00257800
002579 CHECK-ONE-BAD-RECORD.                                            00257900
002580     IF BAD-EMP-ID-ENTRY (WS-BAD-SUB) EQUAL WK-EMP-ID             00258000
002581         MOVE "Y" TO RECORD-BAD-FLAG.                             00258100
002582*                                                                 00258200
002583*FIND-SHIFT-PREMIUM LOCATES THE TIMECARD'S SHIFT IN THE PREMIUM   00258300
002584*TABLE AND SETS WS-EFFECTIVE-RATE: BASE RATE PLUS THE PERCENT OR  00258400
002585*CENTS-PER-HOUR DIFFERENTIAL.  THE EFFECTIVE RATE FEEDS THE PAY   00258500
002586*CALCULATION AHEAD OF THE OVER-40 SPLIT SO THE PREMIUM COMPOUNDS  00258600
002587*INTO OVERTIME.                                                   00258700
002588 FIND-SHIFT-PREMIUM.                                              00258800
002589     MOVE "N" TO SHF-FOUND-FLAG                                   00258900
002590     MOVE EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD                   00259000
002591         TO WS-EFFECTIVE-RATE                                     00259100
002592     IF WK-SHIFT-CODE NOT EQUAL SPACE                             00259200
002593         PERFORM MATCH-ONE-SHIFT-ENTRY                            00259300
002594             VARYING WS-SHF-SUB FROM 1 BY 1                       00259400
002595             UNTIL WS-SHF-SUB > WS-SHF-COUNT                      00259500
002596             OR WS-SHF-SUB > 10                                   00259600
002597         IF SHIFT-CODE-FOUND                                      00259700
002598             IF SHF-TAB-BY-PERCENT (WS-SHF-FOUND-SUB)             00259800
002599                 COMPUTE WS-EFFECTIVE-RATE ROUNDED =              00259900
002600                     EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD        00260000
002601                     * (1 + SHF-TAB-VALUE (WS-SHF-FOUND-SUB)      00260100
002602                     / 100)                                       00260200
002603             ELSE                                                 00260300
002604                 ADD SHF-TAB-VALUE (WS-SHF-FOUND-SUB)             00260400
002605                     TO WS-EFFECTIVE-RATE                         00260500
002606             END-IF                                               00260600
002607         END-IF                                                   00260700
002608     END-IF.                                                      00260800
002609*                                                                 00260900
002610*A BLANK JOB CODE IS NON-CONTRACT WORK AND ALWAYS PASSES; A       00261000
002611*PUNCHED JOB MUST BE ON THE JOB MASTER.                           00261100
002612 CHECK-JOB-CODE.                                                  00261200
002613     MOVE "N" TO JBT-FOUND-FLAG                                   00261300
002614     IF WK-JOB-CODE EQUAL SPACES                                  00261400
002615         MOVE "Y" TO JBT-FOUND-FLAG                               00261500
002616     ELSE                                                         00261600
002617         PERFORM MATCH-ONE-JOB                                    00261700
002618             VARYING WS-JBT-SUB FROM 1 BY 1                       00261800
002619             UNTIL WS-JBT-SUB > WS-JBT-COUNT                      00261900
002620             OR WS-JBT-SUB > 100                                  00262000
002621     END-IF.                                                      00262100
002622*                                                                 00262200
002623 MATCH-ONE-JOB.                                                   00262300
002624     IF JBT-CODE (WS-JBT-SUB) EQUAL WK-JOB-CODE                   00262400
002625         MOVE "Y" TO JBT-FOUND-FLAG.                              00262500
002626*                                                                 00262600
002627 MATCH-ONE-SHIFT-ENTRY.                                           00262700
002628     IF SHF-TAB-CODE (WS-SHF-SUB) EQUAL WK-SHIFT-CODE             00262800
002629         MOVE "Y" TO SHF-FOUND-FLAG                               00262900
002630         MOVE WS-SHF-SUB TO WS-SHF-FOUND-SUB.                     00263000
002631*                                                                 00263100
002632*COMPUTE-WEEKLY-PAY IS THE CLASSIC OVER-40 SPLIT: NON-EXEMPT      00263200
002633*EMPLOYEES EARN 1.5X ON HOURS OVER 40; EXEMPT EMPLOYEES ARE       00263300
002634*PAID STRAIGHT HOURS X RATE.                                      00263400
002635 COMPUTE-WEEKLY-PAY.                                              00263500
002636     IF EMP-M-NON-EXEMPT                                          00263600
002637       AND WK-HOURS-WORKED > 40                                   00263700
002638         SUBTRACT 40 FROM WK-HOURS-WORKED                         00263800
002639             GIVING WS-OT-HOURS                                   00263900
002640         MULTIPLY 40 BY WS-EFFECTIVE-RATE                         00264000
002641             GIVING WS-REGULAR-PAY                                00264100
002642         MULTIPLY WS-OT-HOURS BY WS-EFFECTIVE-RATE                00264200
002643             GIVING WS-OVERTIME-PAY                               00264300
002644         MULTIPLY WS-OVERTIME-PAY BY 1.5                          00264400
002645             GIVING WS-OVERTIME-PAY                               00264500
002646         ADD WS-REGULAR-PAY WS-OVERTIME-PAY                       00264600
002647             GIVING WS-WEEKLY-PAY                                 00264700
002648     ELSE                                                         00264800
002649         MULTIPLY WK-HOURS-WORKED BY WS-EFFECTIVE-RATE            00264900
002650             GIVING WS-WEEKLY-PAY                                 00265000
002651     END-IF.                                                      00265100
002652*                                                                 00265200
002653 FIND-OVERTIME-RULE.                                              00265300
002654     MOVE "N" TO OTR-FOUND-FLAG                                   00265400
002655     PERFORM MATCH-ONE-OT-RULE                                    00265500
002656         VARYING WS-OTR-SUB FROM 1 BY 1                           00265600
002657         UNTIL WS-OTR-SUB > WS-OTR-COUNT                          00265700
002658         OR WS-OTR-SUB > 10.                                      00265800
002659*                                                                 00265900
002660 MATCH-ONE-OT-RULE.                                               00266000
002661     IF OTT-PLANT-CODE (WS-OTR-SUB) EQUAL WK-PLANT-CODE           00266100
002662         MOVE "Y" TO OTR-FOUND-FLAG                               00266200
002663         MOVE WS-OTR-SUB TO WS-OTR-FOUND-SUB.                     00266300
002664*                                                                 00266400
002665*COMPUTE-DAILY-PAY PRICES THE WEEK FROM THE DAILY PUNCH DETAIL:   00266500
002666*EACH DAY PAYS STRAIGHT TIME UP TO THE PLANT RULE'S DAILY         00266600
002667*LIMIT, TIME-AND-A-HALF UP TO THE DOUBLE-TIME LIMIT, AND          00266700
002668*DOUBLE TIME PAST IT.                                             00266800
002669 COMPUTE-DAILY-PAY.                                               00266900
002670     MOVE 0 TO WS-DAILY-PAY                                       00267000
002671     PERFORM PRICE-ONE-DAY                                        00267100
002672         VARYING WS-DAY-SUB FROM 1 BY 1                           00267200
002673         UNTIL WS-DAY-SUB > WS-DAY-COUNT                          00267300
002674         OR WS-DAY-SUB > 7.                                       00267400
002675*                                                                 00267500
002676 PRICE-ONE-DAY.                                                   00267600
002677     IF DAY-HOURS (WS-DAY-SUB) >                                  00267700
002678             OTT-DOUBLE-LIMIT (WS-OTR-FOUND-SUB)                  00267800
002679         SUBTRACT OTT-DOUBLE-LIMIT (WS-OTR-FOUND-SUB)             00267900
002680             FROM DAY-HOURS (WS-DAY-SUB)                          00268000
002681             GIVING WS-DAY-DT-HRS                                 00268100
002682     ELSE                                                         00268200
002683         MOVE 0 TO WS-DAY-DT-HRS                                  00268300
002684     END-IF                                                       00268400
002685     IF DAY-HOURS (WS-DAY-SUB) >                                  00268500
002686             OTT-DAILY-LIMIT (WS-OTR-FOUND-SUB)                   00268600
002687         SUBTRACT OTT-DAILY-LIMIT (WS-OTR-FOUND-SUB),             00268700
002688             WS-DAY-DT-HRS FROM DAY-HOURS (WS-DAY-SUB)            00268800
002689             GIVING WS-DAY-OT-HRS                                 00268900
002690     ELSE                                                         00269000
002691         MOVE 0 TO WS-DAY-OT-HRS                                  00269100
002692     END-IF                                                       00269200
002693     SUBTRACT WS-DAY-OT-HRS, WS-DAY-DT-HRS                        00269300
002694         FROM DAY-HOURS (WS-DAY-SUB) GIVING WS-DAY-REG-HRS        00269400
002695     COMPUTE WS-DAILY-PAY ROUNDED = WS-DAILY-PAY                  00269500
002696         + (WS-DAY-REG-HRS * WS-EFFECTIVE-RATE)                   00269600
002697         + (WS-DAY-OT-HRS * WS-EFFECTIVE-RATE * 1.5)              00269700
002698         + (WS-DAY-DT-HRS * WS-EFFECTIVE-RATE * 2).               00269800
002699*                                                                 00269900
002700*A BLANK GRADE IS AN UNGRADED JOB AND PASSES; A GRADED EMPLOYEE   00270000
002701*MUST NAME A GRADE ON THE GRADE MASTER AND CARRY A RATE INSIDE    00270100
002702*THE GRADE'S RANGE, OR THE WEEK GOES TO SUSPENSE.                 00270200
002703 EDIT-GRADE-RANGE.                                                00270300
002704     IF EMP-GRADE-CODE OF EMPLOYEE-MASTER-RECORD                  00270400
002705             NOT EQUAL SPACES                                     00270500
002706         MOVE "N" TO GRD-FOUND-FLAG                               00270600
002707         PERFORM MATCH-ONE-GRADE                                  00270700
002708             VARYING WS-GRD-SUB FROM 1 BY 1                       00270800
002709             UNTIL WS-GRD-SUB > WS-GRD-COUNT                      00270900
002710             OR WS-GRD-SUB > 20                                   00271000
002711         IF NOT GRADE-WAS-FOUND                                   00271100
002712             MOVE "Y" TO EDIT-BAD-FLAG                            00271200
002713             MOVE "GRADE CODE NOT ON GRADE MASTER"                00271300
002714                 TO SUSPENSE-REASON                               00271400
002715         ELSE                                                     00271500
002716             IF EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD <           00271600
002717                     GRT-MIN-RATE (WS-GRD-FOUND-SUB)              00271700
002718               OR EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD >         00271800
002719                     GRT-MAX-RATE (WS-GRD-FOUND-SUB)              00271900
002720                 MOVE "Y" TO EDIT-BAD-FLAG                        00272000
002721                 MOVE EMP-GRADE-CODE OF EMPLOYEE-MASTER-RECORD    00272100
002722                     TO WGR-GRADE                                 00272200
002723                 MOVE GRT-MIN-RATE (WS-GRD-FOUND-SUB) TO WGR-MIN  00272300
002724                 MOVE GRT-MAX-RATE (WS-GRD-FOUND-SUB) TO WGR-MAX  00272400
002725                 MOVE WS-GRADE-REASON TO SUSPENSE-REASON          00272500
002726             END-IF                                               00272600
002727         END-IF                                                   00272700
002728     END-IF.                                                      00272800
002729*                                                                 00272900
002730 MATCH-ONE-GRADE.                                                 00273000
002731     IF GRT-GRADE-CODE (WS-GRD-SUB) EQUAL                         00273100
002732             EMP-GRADE-CODE OF EMPLOYEE-MASTER-RECORD             00273200
002733         MOVE "Y" TO GRD-FOUND-FLAG                               00273300
002734         MOVE WS-GRD-SUB TO WS-GRD-FOUND-SUB.                     00273400
002735*                                                                 00273500
002736*READ-EMPLOYEE-MASTER FETCHES THE TIMECARD EMPLOYEE'S MASTER      00273600
002737*RECORD BY EMP-ID.  WHEN THE EMPLOYEE IS NOT ON FILE THE MASTER   00273700
002738*FIELDS ARE BLANKED SO DOWNSTREAM MOVES CARRY SPACES, AND THE     00273800
002739*MAIN PASS DIVERTS THE CARD TO SUSPENSE.                          00273900
002740 READ-EMPLOYEE-MASTER.                                            00274000
002741     MOVE "N" TO MASTER-FOUND-FLAG                                00274100
002742     MOVE WK-EMP-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD           00274200
002743     READ EMPLOYEE-MASTER-FILE                                    00274300
002744         INVALID KEY                                              00274400
002745             MOVE SPACES TO EMP-NAME OF EMPLOYEE-MASTER-RECORD    00274500
002746             MOVE SPACES TO                                       00274600
002747                 EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD         00274700
002748             MOVE SPACES TO EMP-M-SALARY-CODE, EMP-M-STATUS       00274800
002749             MOVE 0 TO EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD      00274900
002750         NOT INVALID KEY                                          00275000
002751             MOVE "Y" TO MASTER-FOUND-FLAG                        00275100
002752     END-READ.                                                    00275200
002753*                                                                 00275300
002754*EDIT-INPUT-RECORD RANGE-CHECKS THE TIMECARD FIELDS BEFORE THEY   00275400
002755*GO INTO THE PAY CALCULATION.  A MISSING (NON-NUMERIC) OR ABSURD  00275500
002756*HOURS OR PAYRATE VALUE MEANS THE RECORD IS DIVERTED TO           00275600
002757*SUSPENSE-FILE INSTEAD OF BEING PRINTED.                          00275700
002758 EDIT-INPUT-RECORD.                                               00275800
002759     MOVE "N" TO EDIT-BAD-FLAG                                    00275900
002760     MOVE "N" TO CODE-BAD-FLAG                                    00276000
002761     MOVE "N" TO LIST-DAYS-FLAG                                   00276100
002762     MOVE SPACES TO SUSPENSE-REASON                               00276200
002763     IF NOT MASTER-WAS-FOUND                                      00276300
002764         MOVE "Y" TO EDIT-BAD-FLAG                                00276400
002765         MOVE "EMPLOYEE NOT ON MASTER FILE" TO SUSPENSE-REASON    00276500
002766     ELSE                                                         00276600
002767     IF NOT EMP-M-IS-ACTIVE                                       00276700
002768       AND NOT (IS-OFF-CYCLE-RUN AND EMP-M-IS-TERMINATED)         00276800
002769         MOVE "Y" TO EDIT-BAD-FLAG                                00276900
002770         MOVE "EMPLOYEE NOT ACTIVE ON MASTER" TO SUSPENSE-REASON  00277000
002771     ELSE                                                         00277100
002772     IF EMP-M-PAY-GROUP NOT EQUAL WS-PAY-GROUP                    00277200
002773         MOVE "Y" TO EDIT-BAD-FLAG                                00277300
002774         MOVE "EMPLOYEE IN ANOTHER PAY GROUP" TO SUSPENSE-REASON  00277400
002775     ELSE                                                         00277500
002776     IF NOT EMP-M-NON-EXEMPT                                      00277600
002777       AND NOT EMP-M-EXEMPT                                       00277700
002778         MOVE "Y" TO EDIT-BAD-FLAG                                00277800
002779         MOVE "Y" TO CODE-BAD-FLAG                                00277900
002780         MOVE "INVALID SALARY CODE" TO SUSPENSE-REASON            00278000
002781     ELSE                                                         00278100
002782         PERFORM FIND-SHIFT-PREMIUM                               00278200
002783         PERFORM CHECK-JOB-CODE                                   00278300
002784*        A WEEK PUNCHED ACROSS SHIFTS CANNOT BE PRICED AT ONE     00278400
002785*        DIFFERENTIAL; IT GOES TO SUSPENSE FOR MANUAL HANDLING.   00278500
002786         IF WEEK-HAS-MIXED-SHIFTS                                 00278600
002787             MOVE "Y" TO EDIT-BAD-FLAG                            00278700
002788             MOVE "Y" TO LIST-DAYS-FLAG                           00278800
002789             MOVE "MIXED SHIFTS IN WEEK - HANDLE MANUALLY"        00278900
002790                 TO SUSPENSE-REASON                               00279000
002791         ELSE                                                     00279100
002792         IF WK-SHIFT-CODE NOT EQUAL SPACE                         00279200
002793           AND NOT SHIFT-CODE-FOUND                               00279300
002794             MOVE "Y" TO EDIT-BAD-FLAG                            00279400
002795             MOVE "SHIFT CODE NOT IN PREMIUM TABLE"               00279500
002796                 TO SUSPENSE-REASON                               00279600
002797         ELSE                                                     00279700
002798         IF WEEK-HAS-BAD-EARN-TYPE                                00279800
002799             MOVE "Y" TO EDIT-BAD-FLAG                            00279900
002800             MOVE "EARNINGS TYPE OR AMOUNT INVALID"               00280000
002801                 TO SUSPENSE-REASON                               00280100
002802         ELSE                                                     00280200
002803         IF WEEK-HAS-MIXED-JOBS                                   00280300
002804             MOVE "Y" TO EDIT-BAD-FLAG                            00280400
002805             MOVE "Y" TO LIST-DAYS-FLAG                           00280500
002806             MOVE "MIXED JOBS IN WEEK - HANDLE MANUALLY"          00280600
002807                 TO SUSPENSE-REASON                               00280700
002808         ELSE                                                     00280800
002809         IF WK-JOB-CODE NOT EQUAL SPACES                          00280900
002810           AND NOT WEEK-JOB-IS-KNOWN                              00281000
002811             MOVE "Y" TO EDIT-BAD-FLAG                            00281100
002812             MOVE "JOB CODE NOT ON JOB MASTER"                    00281200
002813                 TO SUSPENSE-REASON                               00281300
002814         ELSE                                                     00281400
002815*        A RE-ENTERED SUSPENSE WEEK (SUSPFIX PUNCHES TRANS CODE   00281500
002816*        S), A REVERSAL, AND A WEEK OF TYPED EARNINGS CARDS       00281600
002817*        ALONE (A QUARTERLY BONUS) ARRIVE WITHOUT FIVE DAILY      00281700
002818*        CARDS BY DESIGN AND ARE EXEMPT FROM THE FIVE-DAY RULE.   00281800
002819         IF WS-DAY-COUNT < 5                                      00281900
002820           AND NOT WK-IS-REENTRY                                  00282000
002821           AND NOT WK-IS-REVERSAL                                 00282100
002822           AND NOT (WS-DAY-COUNT EQUAL 0                          00282200
002823             AND WK-TYPED-TOTAL > 0)                              00282300
002824             MOVE "Y" TO EDIT-BAD-FLAG                            00282400
002825             MOVE "Y" TO LIST-DAYS-FLAG                           00282500
002826             MOVE "DAILY CARDS MISSING - UNDER 5 DAYS"            00282600
002827                 TO SUSPENSE-REASON                               00282700
002828         ELSE                                                     00282800
002829         IF WK-HOURS-WORKED > 84                                  00282900
002830             MOVE "Y" TO EDIT-BAD-FLAG                            00283000
002831             MOVE "Y" TO LIST-DAYS-FLAG                           00283100
002832             MOVE "WEEKLY HOURS OVER 84-HOUR CEILING"             00283200
002833                 TO SUSPENSE-REASON                               00283300
002834         ELSE                                                     00283400
002835         IF WEEK-HOURS-BAD                                        00283500
002836           OR (WK-HOURS-WORKED = 0 AND WK-TYPED-TOTAL = 0)        00283600
002837           OR WK-HOURS-WORKED < 0                                 00283700
002838             MOVE "Y" TO EDIT-BAD-FLAG                            00283800
002839             MOVE "HOURS WORKED MISSING OR OUT OF RANGE"          00283900
002840                 TO SUSPENSE-REASON                               00284000
002841         ELSE                                                     00284100
002842             IF EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD NOT NUMERIC 00284200
002843               OR EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD = 0       00284300
002844                 MOVE "Y" TO EDIT-BAD-FLAG                        00284400
002845                 MOVE "PAY RATE MISSING OR ZERO"                  00284500
002846                     TO SUSPENSE-REASON                           00284600
002847             ELSE                                                 00284700
002848                 PERFORM EDIT-GRADE-RANGE                         00284800
002849             END-IF                                               00284900
002850         END-IF                                                   00285000
002851     END-IF                                                       00285100
002852     END-IF                                                       00285200
002853     END-IF                                                       00285300
002854     END-IF                                                       00285400
002855     END-IF                                                       00285500
002856     END-IF                                                       00285600
002857     END-IF                                                       00285700
002858     END-IF                                                       00285800
002859     END-IF                                                       00285900
002860     END-IF.                                                      00286000
002861*                                                                 00286100
002862 WRITE-SUSPENSE-RECORD.                                           00286200
002863     IF INVALID-SALARY-CODE                                       00286300
002864         ADD 1 TO WS-INVALID-CODE-COUNT                           00286400
002865     ELSE                                                         00286500
002866         ADD 1 TO WS-REJECT-COUNT                                 00286600
002867     END-IF                                                       00286700
002868     MOVE WK-EMP-ID TO SUSP-EMP-ID                                00286800
002869     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO SUSP-EMP-NAME     00286900
002870     MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD                00287000
002871         TO SUSP-DEPARTMENT                                       00287100
002872     MOVE SUSPENSE-REASON TO SUSP-REASON                          00287200
002873     MOVE WS-PAY-PERIOD TO SUSP-PAY-PERIOD                        00287300
002874     MOVE WS-RUN-DATE TO SUSP-RUN-DATE                            00287400
002875     MOVE WS-FIRST-CARD-IMAGE TO SUSP-CARD-IMAGE                  00287500
002876*    A PROOF RUN LISTS THE WOULD-BE REJECT ON THE REPORT SO THE   00287600
002877*    DESK CAN FIX IT BEFORE THE LIVE RUN, BUT WRITES NOTHING TO   00287700
002878*    SUSPENSE OR THE COMMON EXCEPTION FILE.                       00287800
002879     IF IS-PROOF-RUN                                              00287900
002880         MOVE WK-EMP-ID TO PRJ-EMP-ID                             00288000
002881         MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO PRJ-EMP-NAME  00288100
002882         MOVE SUSPENSE-REASON TO PRJ-REASON                       00288200
002883         WRITE PRINT-LINE FROM PROOF-REJECT-LINE                  00288300
002884             AT END-OF-PAGE PERFORM PRINT-NEW-PAGE                00288400
002885         END-WRITE                                                00288500
002886     ELSE                                                         00288600
002887         WRITE SUSPENSE-RECORD                                    00288700
002888         MOVE SUSPENSE-REASON TO CEX-REASON                       00288800
002889         PERFORM WRITE-COMMON-EXCEPTION                           00288900
002890     END-IF.                                                      00289000
002891*                                                                 00289100
002892*WRITE-REGISTER-RECORD PRODUCES A MACHINE-READABLE EXTRACT OF     00289200
002893*THIS PERIOD'S PAY LINE FOR THE DOWNSTREAM GENERAL LEDGER         00289300
002894*POSTING JOB, ALONGSIDE THE PRINTED REPORT LINE.                  00289400
002895 WRITE-REGISTER-RECORD.                                           00289500
002896     MOVE WK-EMP-ID TO REG-EMP-ID                                 00289600
002897     MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD                00289700
002898         TO REG-EMP-DEPARTMENT                                    00289800
002899     MOVE WS-LINE-AMOUNT TO REG-LINE-AMOUNT                       00289900
002900     MOVE WS-PAY-PERIOD TO REG-PAY-PERIOD                         00290000
002901     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO REG-EMP-NAME      00290100
002902     MOVE WK-HOURS-WORKED TO                                      00290200
002903         REG-EMP-HOURS-WORKED                                     00290300
002904     MOVE WS-EFFECTIVE-RATE TO REG-EMP-PAYRATE                    00290400
002905     MOVE WS-TAX-DED TO REG-TAX-DED                               00290500
002906     MOVE WS-INS-DED TO REG-INS-DED                               00290600
002907     MOVE WS-GARN-DED TO REG-GARN-DED                             00290700
002908     MOVE WS-NET-AMOUNT TO REG-NET-AMOUNT                         00290800
002909     MOVE WK-PLANT-CODE TO REG-PLANT-CODE                         00290900
002910     MOVE WS-BONUS-PAY TO REG-BONUS-AMT                           00291000
002911     MOVE WS-HOL-PREM-PAY TO REG-PREM-AMT                         00291100
002912     MOVE WS-VACPAY-PAY TO REG-VACPAY-AMT                         00291200
002913     PERFORM MOVE-ONE-GARN-DETAIL                                 00291300
002914         VARYING WS-GD-SUB FROM 1 BY 1                            00291400
002915         UNTIL WS-GD-SUB > 3                                      00291500
002916     MOVE WK-JOB-CODE TO REG-JOB-CODE                             00291600
002917     MOVE WS-SS-WAGES TO REG-SS-WAGES                             00291700
002918     MOVE WS-SS-DED TO REG-SS-DED                                 00291800
002919     MOVE WS-MED-WAGES TO REG-MED-WAGES                           00291900
002920     MOVE WS-MED-DED TO REG-MED-DED                               00292000
002921     MOVE WS-SS-ER TO REG-SS-ER                                   00292100
002922     MOVE WS-MED-ER TO REG-MED-ER                                 00292200
002923     MOVE WS-DEFERRAL TO REG-DEFERRAL                             00292300
002924     MOVE WS-ER-MATCH TO REG-ER-MATCH                             00292400
002925     MOVE WS-LOAN-DED TO REG-LOAN-DED                             00292500
002926     WRITE REGISTER-RECORD                                        00292600
002927         INVALID KEY PERFORM COMBINE-REGISTER-RECORD              00292700
002928     END-WRITE.                                                   00292800
002929*                                                                 00292900
002930*A DUPLICATE KEY MEANS THIS EMPLOYEE ALREADY HAS A PAY LINE THIS  00293000
002931*RUN (A RETRO ADJUSTMENT OR A SAME-RUN REVERSAL); THE NEW LINE'S  00293100
002932*MONEY FIELDS FOLD INTO THE EXISTING RECORD, HOURS AND RATE STAY  00293200
002933*AS FIRST WRITTEN.                                                00293300
002934 COMBINE-REGISTER-RECORD.                                         00293400
002935     MOVE WK-EMP-ID TO REG-EMP-ID                                 00293500
002936     READ REGISTER-FILE                                           00293600
002937         INVALID KEY CONTINUE                                     00293700
002938         NOT INVALID KEY                                          00293800
002939             ADD WS-LINE-AMOUNT TO REG-LINE-AMOUNT                00293900
002940             ADD WS-TAX-DED TO REG-TAX-DED                        00294000
002941             ADD WS-INS-DED TO REG-INS-DED                        00294100
002942             ADD WS-GARN-DED TO REG-GARN-DED                      00294200
002943             ADD WS-NET-AMOUNT TO REG-NET-AMOUNT                  00294300
002944             ADD WS-BONUS-PAY TO REG-BONUS-AMT                    00294400
002945             ADD WS-HOL-PREM-PAY TO REG-PREM-AMT                  00294500
002946             ADD WS-VACPAY-PAY TO REG-VACPAY-AMT                  00294600
002947             ADD WS-SS-WAGES TO REG-SS-WAGES                      00294700
002948             ADD WS-SS-DED TO REG-SS-DED                          00294800
002949             ADD WS-MED-WAGES TO REG-MED-WAGES                    00294900
002950             ADD WS-MED-DED TO REG-MED-DED                        00295000
002951             ADD WS-SS-ER TO REG-SS-ER                            00295100
002952             ADD WS-MED-ER TO REG-MED-ER                          00295200
002953             ADD WS-DEFERRAL TO REG-DEFERRAL                      00295300
002954             ADD WS-ER-MATCH TO REG-ER-MATCH                      00295400
002955             ADD WS-LOAN-DED TO REG-LOAN-DED                      00295500
002956             PERFORM FOLD-ONE-GARN-DETAIL                         00295600
002957                 VARYING WS-GD-SUB FROM 1 BY 1                    00295700
002958                 UNTIL WS-GD-SUB > 3                              00295800
002959             REWRITE REGISTER-RECORD                              00295900
002960                 INVALID KEY CONTINUE                             00296000
002961             END-REWRITE                                          00296100
002962     END-READ.                                                    00296200
002963*                                                                 00296300
002964 MOVE-ONE-GARN-DETAIL.                                            00296400
002965     MOVE WS-GD-ORDER (WS-GD-SUB)                                 00296500
002966         TO REG-GD-ORDER-NO (WS-GD-SUB)                           00296600
002967     MOVE WS-GD-AMOUNT (WS-GD-SUB)                                00296700
002968         TO REG-GD-AMOUNT (WS-GD-SUB).                            00296800
002969*                                                                 00296900
002970*A FOLDED-IN LINE'S GARNISHMENT DETAIL JOINS THE EXISTING         00297000
002971*RECORD'S: A MATCHING ORDER NUMBER ADDS INTO ITS SLOT, AND AN     00297100
002972*UNSEEN ORDER TAKES THE FIRST EMPTY SLOT.                         00297200
002973 FOLD-ONE-GARN-DETAIL.                                            00297300
002974     IF WS-GD-AMOUNT (WS-GD-SUB) NOT EQUAL ZERO                   00297400
002975         MOVE "N" TO GD-SLOT-FLAG                                 00297500
002976         PERFORM MATCH-ONE-GARN-SLOT                              00297600
002977             VARYING WS-GD-SCAN FROM 1 BY 1                       00297700
002978             UNTIL WS-GD-SCAN > 3                                 00297800
002979             OR GD-SLOT-FOUND                                     00297900
002980         IF NOT GD-SLOT-FOUND                                     00298000
002981             PERFORM FIND-EMPTY-GARN-SLOT                         00298100
002982                 VARYING WS-GD-SCAN FROM 1 BY 1                   00298200
002983                 UNTIL WS-GD-SCAN > 3                             00298300
002984                 OR GD-SLOT-FOUND                                 00298400
002985         END-IF                                                   00298500
002986         IF GD-SLOT-FOUND                                         00298600
002987             MOVE WS-GD-ORDER (WS-GD-SUB)                         00298700
002988                 TO REG-GD-ORDER-NO (WS-GD-SLOT-SUB)              00298800
002989             ADD WS-GD-AMOUNT (WS-GD-SUB)                         00298900
002990                 TO REG-GD-AMOUNT (WS-GD-SLOT-SUB)                00299000
002991         END-IF                                                   00299100
002992     END-IF.                                                      00299200
002993*                                                                 00299300
002994 MATCH-ONE-GARN-SLOT.                                             00299400
002995     IF REG-GD-ORDER-NO (WS-GD-SCAN) EQUAL                        00299500
002996             WS-GD-ORDER (WS-GD-SUB)                              00299600
002997         MOVE "Y" TO GD-SLOT-FLAG                                 00299700
002998         MOVE WS-GD-SCAN TO WS-GD-SLOT-SUB.                       00299800
002999*                                                                 00299900
003000 FIND-EMPTY-GARN-SLOT.                                            00300000
003001     IF REG-GD-ORDER-NO (WS-GD-SCAN) EQUAL SPACES                 00300100
003002         MOVE "Y" TO GD-SLOT-FLAG                                 00300200
003003         MOVE WS-GD-SCAN TO WS-GD-SLOT-SUB.                       00300300
003004*                                                                 00300400
003005*WRITE-YTD-WORK-RECORD DROPS THIS PAY LINE ON THE YTD WORK FILE;  00300500
003006*THE CLOSING MERGE SORTS THE WORK FILE AND FOLDS IT INTO THE NEW  00300600
003007*MASTER, SO THERE IS NO IN-CORE TABLE AND NO HEADCOUNT LIMIT.     00300700
003008 WRITE-YTD-WORK-RECORD.                                           00300800
003009     MOVE WK-EMP-ID TO YWK-EMP-ID                                 00300900
003010     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO YWK-EMP-NAME      00301000
003011     MOVE WS-LINE-AMOUNT TO YWK-AMOUNT                            00301100
003012     MOVE WS-SS-WAGES TO YWK-SS-WAGES                             00301200
003013     MOVE WS-SS-DED TO YWK-SS-DED                                 00301300
003014     MOVE WS-MED-WAGES TO YWK-MED-WAGES                           00301400
003015     MOVE WS-MED-DED TO YWK-MED-DED                               00301500
003016     MOVE WS-SS-ER TO YWK-SS-ER                                   00301600
003017     MOVE WS-MED-ER TO YWK-MED-ER                                 00301700
003018     MOVE WS-DEFERRAL TO YWK-DEFERRAL                             00301800
003019     MOVE WS-ER-MATCH TO YWK-ER-MATCH                             00301900
003020     WRITE YTD-WORK-RECORD.                                       00302000
003021*                                                                 00302100
003022*THE CASH FORECAST (PROOF RUNS ONLY) GATHERS EACH PAY LINE'S NET  00302200
003023*BY PLANT AND COUNTS WHETHER IT WOULD GO BY DEPOSIT (ACTIVE BANK  00302300
003024*RECORD, POSITIVE NET -- THE SAME TEST DDEPOSIT MAKES) OR FALL    00302400
003025*TO THE CHECK RUN, SO THE TREASURER CAN FUND THE PAYROLL ACCOUNT  00302500
003026*A DAY AHEAD.  A RETRO LINE FOLDS ITS NET INTO THE EMPLOYEE'S     00302600
003027*PLANT TOTAL WITHOUT COUNTING A SECOND DEPOSIT OR CHECK.          00302700
003028 ADD-TO-CASH-FORECAST.                                            00302800
003029     PERFORM FIND-CASH-PLANT-ENTRY                                00302900
003030     IF CASH-PLANT-FOUND                                          00303000
003031         ADD WS-NET-AMOUNT TO CSH-NET-TOTAL (WS-CSH-FOUND-SUB)    00303100
003032     END-IF                                                       00303200
003033     ADD WS-NET-AMOUNT TO WS-CASH-NET-TOTAL                       00303300
003034     PERFORM COUNT-DEPOSIT-OR-CHECK.                              00303400
003035*                                                                 00303500
003036 ADD-RETRO-TO-CASH.                                               00303600
003037     PERFORM FIND-CASH-PLANT-ENTRY                                00303700
003038     IF CASH-PLANT-FOUND                                          00303800
003039         ADD WS-NET-AMOUNT TO CSH-NET-TOTAL (WS-CSH-FOUND-SUB)    00303900
003040     END-IF                                                       00304000
003041     ADD WS-NET-AMOUNT TO WS-CASH-NET-TOTAL.                      00304100
003042*                                                                 00304200
003043 FIND-CASH-PLANT-ENTRY.                                           00304300
003044     MOVE "N" TO CSH-FOUND-FLAG                                   00304400
003045     PERFORM MATCH-ONE-CASH-PLANT                                 00304500
003046         VARYING WS-CSH-SUB FROM 1 BY 1                           00304600
003047         UNTIL WS-CSH-SUB > WS-CSH-COUNT                          00304700
003048         OR WS-CSH-SUB > 20                                       00304800
003049     IF NOT CASH-PLANT-FOUND                                      00304900
003050       AND WS-CSH-COUNT < 20                                      00305000
003051         ADD 1 TO WS-CSH-COUNT                                    00305100
003052         MOVE WK-PLANT-CODE TO CSH-PLANT-CODE (WS-CSH-COUNT)      00305200
003053         MOVE 0 TO CSH-NET-TOTAL (WS-CSH-COUNT)                   00305300
003054         MOVE 0 TO CSH-DEPOSIT-COUNT (WS-CSH-COUNT)               00305400
003055         MOVE 0 TO CSH-CHECK-COUNT (WS-CSH-COUNT)                 00305500
003056         MOVE WS-CSH-COUNT TO WS-CSH-FOUND-SUB                    00305600
003057         MOVE "Y" TO CSH-FOUND-FLAG                               00305700
003058     END-IF.                                                      00305800
003059*                                                                 00305900
003060 MATCH-ONE-CASH-PLANT.                                            00306000
003061     IF CSH-PLANT-CODE (WS-CSH-SUB) EQUAL WK-PLANT-CODE           00306100
003062         MOVE "Y" TO CSH-FOUND-FLAG                               00306200
003063         MOVE WS-CSH-SUB TO WS-CSH-FOUND-SUB.                     00306300
003064*                                                                 00306400
003065 COUNT-DEPOSIT-OR-CHECK.                                          00306500
003066     MOVE "N" TO BNK-FOUND-FLAG                                   00306600
003067     PERFORM MATCH-ONE-BANK-ENTRY                                 00306700
003068         VARYING WS-BNK-SUB FROM 1 BY 1                           00306800
003069         UNTIL WS-BNK-SUB > WS-BNK-COUNT                          00306900
003070         OR WS-BNK-SUB > 200                                      00307000
003071     IF BANK-WAS-FOUND AND WS-NET-AMOUNT > 0                      00307100
003072         ADD 1 TO WS-CASH-DEPOSITS                                00307200
003073         IF CASH-PLANT-FOUND                                      00307300
003074             ADD 1 TO CSH-DEPOSIT-COUNT (WS-CSH-FOUND-SUB)        00307400
003075         END-IF                                                   00307500
003076     ELSE                                                         00307600
003077         ADD 1 TO WS-CASH-CHECKS                                  00307700
003078         IF CASH-PLANT-FOUND                                      00307800
003079             ADD 1 TO CSH-CHECK-COUNT (WS-CSH-FOUND-SUB)          00307900
003080         END-IF                                                   00308000
003081     END-IF.                                                      00308100
003082*                                                                 00308200
003083 MATCH-ONE-BANK-ENTRY.                                            00308300
003084     IF BNK-TAB-EMP-ID (WS-BNK-SUB) EQUAL WK-EMP-ID               00308400
003085       AND BNK-TAB-STATUS (WS-BNK-SUB) EQUAL "A"                  00308500
003086         MOVE "Y" TO BNK-FOUND-FLAG.                              00308600
003087*                                                                 00308700
003088*PRINT-CASH-REQUIREMENTS PUTS THE FORECAST ON ITS OWN PAGE AT     00308800
003089*CLOSING: TOTAL NET BY PLANT AND IN TOTAL, WITH THE COUNT OF      00308900
003090*DEPOSITS AGAINST CHECKS THE LIVE RUN WOULD PRODUCE.              00309000
003091 PRINT-CASH-REQUIREMENTS.                                         00309100
003092     PERFORM PRINT-NEW-PAGE                                       00309200
003093     WRITE PRINT-LINE FROM CASH-TITLE-LINE AFTER 2 LINES          00309300
003094     PERFORM PRINT-ONE-CASH-PLANT                                 00309400
003095         VARYING WS-CSH-SUB FROM 1 BY 1                           00309500
003096         UNTIL WS-CSH-SUB > WS-CSH-COUNT                          00309600
003097         OR WS-CSH-SUB > 20                                       00309700
003098     MOVE WS-CASH-NET-TOTAL TO CTL-NET                            00309800
003099     MOVE WS-CASH-DEPOSITS TO CTL-DEPOSITS                        00309900
003100     MOVE WS-CASH-CHECKS TO CTL-CHECKS                            00310000
003101     WRITE PRINT-LINE FROM CASH-TOTAL-LINE AFTER 2 LINES.         00310100
003102*                                                                 00310200
003103 PRINT-ONE-CASH-PLANT.                                            00310300
003104     MOVE CSH-PLANT-CODE (WS-CSH-SUB) TO CPL-PLANT                00310400
003105     MOVE CSH-NET-TOTAL (WS-CSH-SUB) TO CPL-NET                   00310500
003106     MOVE CSH-DEPOSIT-COUNT (WS-CSH-SUB) TO CPL-DEPOSITS          00310600
003107     MOVE CSH-CHECK-COUNT (WS-CSH-SUB) TO CPL-CHECKS              00310700
003108     WRITE PRINT-LINE FROM CASH-PLANT-LINE AFTER 1 LINES.         00310800
003109*                                                                 00310900
003110 PRINT-NEW-PAGE.                                                  00311000
003111     ADD 1 TO PAGE-COUNT                                          00311100
003112     IF IS-NOT-FIRST-PAGE THEN                                    00311200
003113         WRITE PRINT-LINE FROM PAGE-TITLE-LINE AFTER PAGE         00311300
003114     ELSE                                                         00311400
003115         WRITE PRINT-LINE FROM PAGE-TITLE-LINE                    00311500
003116         MOVE "Y" TO PAGE-STATUS.                                 00311600
003117*    END-IF                                                       00311700
003118     MOVE PAGE-COUNT TO PAGE-NUMBER                               00311800
003119     WRITE PRINT-LINE FROM PAGE-NUMBER-LINE AFTER 2 LINES         00311900
003120     WRITE PRINT-LINE FROM TITLE-LINE AFTER 2 LINES.              00312000
003121*                                                                 00312100
003122 PRINT-DEPARTMENT-SUBTOTAL.                                       00312200
003123     MOVE WS-DEPARTMENT-SUBTOTAL TO DEPT-SUBTOTAL-AMOUNT          00312300
003124     WRITE PRINT-LINE FROM DEPARTMENT-SUBTOTAL-LINE AFTER 2 LINES 00312400
003125     MOVE ZERO TO WS-DEPARTMENT-SUBTOTAL.                         00312500
003126*                                                                 00312600
003127 READ-AND-PRINT.                                                  00312700
003128     PERFORM AGGREGATE-EMPLOYEE-WEEK                              00312800
003129     ADD 1 TO WS-WEEK-COUNT                                       00312900
003130     PERFORM CHECK-BAD-RECORD                                     00313000
003131     IF RECORD-IS-BAD                                             00313100
003132         ADD 1 TO WS-SEQ-SKIP-COUNT                               00313200
003133     ELSE                                                         00313300
003134         PERFORM READ-EMPLOYEE-MASTER                             00313400
003135         PERFORM EDIT-INPUT-RECORD                                00313500
003136         IF EDIT-RECORD-BAD                                       00313600
003137             PERFORM WRITE-SUSPENSE-RECORD                        00313700
003138             IF LIST-DAILY-BREAKDOWN                              00313800
003139                 PERFORM STORE-DAILY-BREAKDOWN                    00313900
003140             END-IF                                               00314000
003141         ELSE                                                     00314100
003142             IF WS-PLANT-FILTER NOT EQUAL SPACES                  00314200
003143               AND WK-PLANT-CODE                                  00314300
003144                 NOT EQUAL WS-PLANT-FILTER                        00314400
003145                 ADD 1 TO WS-FILTERED-COUNT                       00314500
003146             ELSE                                                 00314600
003147                 PERFORM PROCESS-GOOD-RECORD                      00314700
003148             END-IF                                               00314800
003149         END-IF                                                   00314900
003150     END-IF.                                                      00315000
003151*                                                                 00315100
003152*AGGREGATE-EMPLOYEE-WEEK GATHERS THE CURRENT EMPLOYEE'S RUN OF    00315200
003153*DAILY CARDS INTO THE WK- WEEKLY FIELDS AND DAY-TABLE.  THE READ  00315300
003154*AHEAD LEAVES THE NEXT EMPLOYEE'S FIRST CARD PRIMED.              00315400
003155 AGGREGATE-EMPLOYEE-WEEK.                                         00315500
003156     MOVE INPUT-RECORD TO WS-FIRST-CARD-IMAGE                     00315600
003157     MOVE TC-EMP-ID TO WK-EMP-ID                                  00315700
003158     MOVE TC-TRANS-CODE TO WK-TRANS-CODE                          00315800
003159     MOVE TC-PLANT-CODE TO WK-PLANT-CODE                          00315900
003160     MOVE TC-SHIFT-CODE TO WK-SHIFT-CODE                          00316000
003161     MOVE TC-JOB-CODE TO WK-JOB-CODE                              00316100
003162     MOVE "N" TO WK-MIXED-JOB-FLAG                                00316200
003163     MOVE 0 TO WK-HOURS-WORKED, WS-DAY-COUNT                      00316300
003164     MOVE 0 TO WK-BONUS-AMT, WK-PREM-AMT, WK-VACPAY-AMT,          00316400
003165         WK-TYPED-TOTAL                                           00316500
003166     MOVE "N" TO WK-HOURS-BAD-FLAG, WK-MIXED-SHIFT-FLAG           00316600
003167     MOVE "N" TO WK-BAD-EARN-FLAG, WK-HOURS-CARD-FLAG             00316700
003168     PERFORM ADD-ONE-DAILY-CARD                                   00316800
003169         UNTIL IS-EOF                                             00316900
003170         OR TC-EMP-ID NOT EQUAL WK-EMP-ID.                        00317000
003171*                                                                 00317100
003172 ADD-ONE-DAILY-CARD.                                              00317200
003173     ADD 1 TO WS-READ-COUNT                                       00317300
003174     IF TC-IS-WORKED-HOURS                                        00317400
003175         PERFORM ADD-ONE-PUNCH-CARD                               00317500
003176     ELSE                                                         00317600
003177         PERFORM ADD-ONE-TYPED-CARD                               00317700
003178     END-IF                                                       00317800
003179     PERFORM READ-ONE-INPUT-CARD.                                 00317900
003180*                                                                 00318000
003181*THE WEEK'S GOVERNING SHIFT AND JOB COME FROM ITS FIRST DAILY     00318100
003182*PUNCH CARD -- A TYPED EARNINGS CARD CARRIES NEITHER AND MUST     00318200
003183*NOT FORCE A BLANK ONE ON THE WEEK.                               00318300
003184 ADD-ONE-PUNCH-CARD.                                              00318400
003185     IF NOT WEEK-HAS-HOURS-CARDS                                  00318500
003186         MOVE "Y" TO WK-HOURS-CARD-FLAG                           00318600
003187         MOVE TC-SHIFT-CODE TO WK-SHIFT-CODE                      00318700
003188         MOVE TC-JOB-CODE TO WK-JOB-CODE                          00318800
003189     END-IF                                                       00318900
003190     ADD 1 TO WS-DAY-COUNT                                        00319000
003191     IF WS-DAY-COUNT <= 7                                         00319100
003192         MOVE TC-WORK-DATE TO DAY-WORK-DATE (WS-DAY-COUNT)        00319200
003193         MOVE TC-SHIFT-CODE TO DAY-SHIFT (WS-DAY-COUNT)           00319300
003194         IF TC-HOURS-WORKED NUMERIC                               00319400
003195             MOVE TC-HOURS-WORKED TO DAY-HOURS (WS-DAY-COUNT)     00319500
003196         ELSE                                                     00319600
003197             MOVE 0 TO DAY-HOURS (WS-DAY-COUNT)                   00319700
003198         END-IF                                                   00319800
003199     END-IF                                                       00319900
003200     IF TC-HOURS-WORKED NUMERIC                                   00320000
003201         ADD TC-HOURS-WORKED TO WK-HOURS-WORKED                   00320100
003202     ELSE                                                         00320200
003203         MOVE "Y" TO WK-HOURS-BAD-FLAG                            00320300
003204     END-IF                                                       00320400
003205     IF TC-SHIFT-CODE NOT EQUAL WK-SHIFT-CODE                     00320500
003206         MOVE "Y" TO WK-MIXED-SHIFT-FLAG                          00320600
003207     END-IF                                                       00320700
003208     IF TC-JOB-CODE NOT EQUAL WK-JOB-CODE                         00320800
003209         MOVE "Y" TO WK-MIXED-JOB-FLAG                            00320900
003210     END-IF.                                                      00321000
003211*                                                                 00321100
003212*A TYPED CARD'S FLAT AMOUNT GOES TO ITS TYPE'S BUCKET; AN         00321200
003213*UNKNOWN TYPE OR A NON-NUMERIC AMOUNT SUSPENDS THE WEEK.          00321300
003214 ADD-ONE-TYPED-CARD.                                              00321400
003215     IF TC-EARN-AMOUNT NOT NUMERIC                                00321500
003216         MOVE "Y" TO WK-BAD-EARN-FLAG                             00321600
003217     ELSE                                                         00321700
003218         IF TC-IS-BONUS                                           00321800
003219             ADD TC-EARN-AMOUNT TO WK-BONUS-AMT                   00321900
003220         ELSE                                                     00322000
003221             IF TC-IS-HOL-PREMIUM                                 00322100
003222                 ADD TC-EARN-AMOUNT TO WK-PREM-AMT                00322200
003223             ELSE                                                 00322300
003224                 IF TC-IS-VAC-PAYOUT                              00322400
003225                     ADD TC-EARN-AMOUNT TO WK-VACPAY-AMT          00322500
003226                 ELSE                                             00322600
003227                     MOVE "Y" TO WK-BAD-EARN-FLAG                 00322700
003228                 END-IF                                           00322800
003229             END-IF                                               00322900
003230         END-IF                                                   00323000
003231     END-IF                                                       00323100
003232     ADD WK-BONUS-AMT, WK-PREM-AMT, WK-VACPAY-AMT                 00323200
003233         GIVING WK-TYPED-TOTAL.                                   00323300
003234*                                                                 00323400
003235*STORE-DAILY-BREAKDOWN PUTS EACH DAILY CARD OF A REJECTED WEEK ON 00323500
003236*THE HOURS EXCEPTION PAGE SO THE CORRECTION CLERK (AND THE WAGE-  00323600
003237*AND-HOUR FILE) SEES THE DAY-BY-DAY PICTURE.                      00323700
003238 STORE-DAILY-BREAKDOWN.                                           00323800
003239     PERFORM STORE-ONE-DAILY-ALERT                                00323900
003240         VARYING WS-DAY-SUB FROM 1 BY 1                           00324000
003241         UNTIL WS-DAY-SUB > WS-DAY-COUNT                          00324100
003242         OR WS-DAY-SUB > 7.                                       00324200
003243*                                                                 00324300
003244 STORE-ONE-DAILY-ALERT.                                           00324400
003245     ADD 1 TO WS-HOURS-ALERT-COUNT                                00324500
003246     IF WS-HOURS-ALERT-COUNT <= 100                               00324600
003247         MOVE WK-EMP-ID TO                                        00324700
003248             HAT-EMP-ID (WS-HOURS-ALERT-COUNT)                    00324800
003249         MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO               00324900
003250             HAT-EMP-NAME (WS-HOURS-ALERT-COUNT)                  00325000
003251         MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD TO         00325100
003252             HAT-DEPARTMENT (WS-HOURS-ALERT-COUNT)                00325200
003253         MOVE DAY-HOURS (WS-DAY-SUB) TO                           00325300
003254             HAT-HOURS (WS-HOURS-ALERT-COUNT)                     00325400
003255         MOVE DAY-WORK-DATE (WS-DAY-SUB) TO WS-DAY-REASON-DATE    00325500
003256         MOVE WS-DAY-REASON TO                                    00325600
003257             HAT-REASON (WS-HOURS-ALERT-COUNT)                    00325700
003258     END-IF.                                                      00325800
003259*                                                                 00325900
003260 PROCESS-GOOD-RECORD.                                             00326000
003261         MOVE WK-EMP-ID TO EMP-ID OF OUTPUT-LINE                  00326100
003262         MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO               00326200
003263             EMP-NAME OF OUTPUT-LINE                              00326300
003264         MOVE EMP-M-SALARY-CODE TO EMP-SALARY-CODE                00326400
003265         IF WK-IS-REVERSAL                                        00326500
003266             MOVE "R" TO EMP-SALARY-CODE                          00326600
003267         END-IF                                                   00326700
003268         MOVE WK-HOURS-WORKED TO EMP-HOURS-WORKED                 00326800
003269         MOVE WS-EFFECTIVE-RATE TO                                00326900
003270             EMP-PAYRATE OF OUTPUT-LINE                           00327000
003271*        A PLANT CHANGE FORCES A FRESH PAGE SO EACH SITE'S SECTION00327100
003272*        OF THE REPORT STARTS ON ITS OWN PAGE BOUNDARY.           00327200
003273         IF ACTUAL-PLANT NOT EQUAL WK-PLANT-CODE                  00327300
003274             IF ACTUAL-PLANT NOT EQUAL SPACES                     00327400
003275                 PERFORM PRINT-DEPARTMENT-SUBTOTAL                00327500
003276                 PERFORM WRITE-CHECKPOINT                         00327600
003277             END-IF                                               00327700
003278             MOVE WK-PLANT-CODE TO ACTUAL-PLANT,                  00327800
003279                 EMP-PLANT-CODE OF PLANT-LINE                     00327900
003280             MOVE SPACES TO ACTUAL-DEPARTMENT                     00328000
003281             PERFORM PRINT-NEW-PAGE                               00328100
003282             WRITE PRINT-LINE FROM PLANT-LINE AFTER 2 LINES       00328200
003283         END-IF                                                   00328300
003284         IF ACTUAL-DEPARTMENT NOT EQUAL EMP-DEPARTMENT            00328400
003285           OF EMPLOYEE-MASTER-RECORD                              00328500
003286             IF ACTUAL-DEPARTMENT NOT EQUAL SPACES                00328600
003287                 PERFORM PRINT-DEPARTMENT-SUBTOTAL                00328700
003288                 PERFORM WRITE-CHECKPOINT                         00328800
003289             END-IF                                               00328900
003290             MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD        00329000
003291                 TO ACTUAL-DEPARTMENT,                            00329100
003292                 EMP-DEPARTMENT OF DEPARTMENT-LINE                00329200
003293             WRITE PRINT-LINE FROM DEPARTMENT-LINE AFTER 2 LINES  00329300
003294         END-IF                                                   00329400
003295*        A SALARIED LINE PAYS THE PERIOD SALARY FROM THE MASTER   00329500
003296*        WITH NO OVERTIME PRICING.                                00329600
003297         IF IS-SALARIED-RUN                                       00329700
003298             MOVE EMP-M-PERIOD-SALARY TO WS-LINE-AMOUNT           00329800
003299             MOVE SPACES TO WS-OT-METHOD                          00329900
003300         ELSE                                                     00330000
003301*            THE WEEKLY METHOD IS ALWAYS PRICED; A PLANT UNDER    00330100
003302*            DAILY OVERTIME RULES ALSO PRICES EACH DAY AGAINST ITS00330200
003303*            RULE AND PAYS WHICHEVER METHOD PAYS MORE, WITH THE   00330300
003304*            METHOD CHOSEN SHOWN ON THE PAY LINE FOR THE          00330400
003305*            WAGE-AND-HOUR FILE.                                  00330500
003306             PERFORM COMPUTE-WEEKLY-PAY                           00330600
003307             MOVE WS-WEEKLY-PAY TO WS-LINE-AMOUNT                 00330700
003308             MOVE SPACES TO WS-OT-METHOD                          00330800
003309             IF EMP-M-NON-EXEMPT                                  00330900
003310               AND WK-HOURS-WORKED > 40                           00331000
003311                 MOVE "WEEKLY" TO WS-OT-METHOD                    00331100
003312             END-IF                                               00331200
003313             IF EMP-M-NON-EXEMPT                                  00331300
003314                 PERFORM FIND-OVERTIME-RULE                       00331400
003315                 IF OT-RULE-FOUND                                 00331500
003316                     PERFORM COMPUTE-DAILY-PAY                    00331600
003317                     IF WS-DAILY-PAY > WS-WEEKLY-PAY              00331700
003318                         MOVE WS-DAILY-PAY TO WS-LINE-AMOUNT      00331800
003319                         MOVE "DAILY" TO WS-OT-METHOD             00331900
003320                     ELSE                                         00332000
003321                         MOVE "WEEKLY" TO WS-OT-METHOD            00332100
003322                     END-IF                                       00332200
003323                 END-IF                                           00332300
003324             END-IF                                               00332400
003325         END-IF                                                   00332500
003326         MOVE WS-OT-METHOD TO EMP-OT-METHOD                       00332600
003327*        A WEEK IN A HOLIDAY PERIOD EARNS ITS HOLIDAY PAY HERE,   00332700
003328*        INTO THE HOLIDAY PREMIUM BUCKET, BEFORE THE TYPED        00332800
003329*        EARNINGS ARE PRICED ONTO THE LINE.                       00332900
003330         IF WS-HLT-COUNT > 0                                      00333000
003331           AND NOT WK-IS-REVERSAL                                 00333100
003332             MOVE WK-PREM-AMT TO WS-HAND-PREM-AMT                 00333200
003333             PERFORM APPLY-HOLIDAY-PAY                            00333300
003334                 VARYING WS-HLT-SUB FROM 1 BY 1                   00333400
003335                 UNTIL WS-HLT-SUB > WS-HLT-COUNT                  00333500
003336         END-IF                                                   00333600
003337*        TYPED EARNINGS (BONUS, HOLIDAY PREMIUM, VACATION         00333700
003338*        PAYOUT) RIDE THE SAME PAY LINE: THEY ADD TO GROSS BUT    00333800
003339*        NOT TO HOURS, AND PRINT IN THEIR OWN COLUMN.             00333900
003340         MOVE WK-BONUS-AMT TO WS-BONUS-PAY                        00334000
003341         MOVE WK-PREM-AMT TO WS-HOL-PREM-PAY                      00334100
003342         MOVE WK-VACPAY-AMT TO WS-VACPAY-PAY                      00334200
003343         ADD WK-TYPED-TOTAL TO WS-LINE-AMOUNT                     00334300
003344*        A REVERSAL RECORD CORRECTS A PRIOR OVERPAYMENT -- ITS    00334400
003345*        CALCULATED AMOUNT PRINTS AS A NEGATIVE, FLAGGED LINE     00334500
003346*        INSTEAD OF NEEDING AN OFF-SYSTEM ADJUSTMENT.             00334600
003347         IF WK-IS-REVERSAL                                        00334700
003348             MULTIPLY WS-LINE-AMOUNT BY -1 GIVING WS-LINE-AMOUNT  00334800
003349             MULTIPLY WS-BONUS-PAY BY -1 GIVING WS-BONUS-PAY      00334900
003350             MULTIPLY WS-HOL-PREM-PAY BY -1                       00335000
003351                 GIVING WS-HOL-PREM-PAY                           00335100
003352             MULTIPLY WS-VACPAY-PAY BY -1 GIVING WS-VACPAY-PAY    00335200
003353             MOVE "*REVERSAL*" TO REVERSAL-MARKER                 00335300
003354         ELSE                                                     00335400
003355             MOVE SPACES TO REVERSAL-MARKER                       00335500
003356         END-IF                                                   00335600
003357         MOVE WS-LINE-AMOUNT TO WS-GROSS-AMOUNT                   00335700
003358         PERFORM APPLY-DEDUCTIONS                                 00335800
003359         MOVE WS-GROSS-AMOUNT TO EMP-GROSS-AMOUNT                 00335900
003360         ADD WS-BONUS-PAY, WS-HOL-PREM-PAY, WS-VACPAY-PAY         00336000
003361             GIVING WS-OTHER-EARN                                 00336100
003362         MOVE WS-OTHER-EARN TO EMP-OTHER-EARN                     00336200
003363         ADD WS-BONUS-PAY TO WS-TOTAL-BONUS                       00336300
003364         ADD WS-HOL-PREM-PAY TO WS-TOTAL-HOL-PREM                 00336400
003365         ADD WS-VACPAY-PAY TO WS-TOTAL-VACPAY                     00336500
003366         ADD WS-TAX-DED, WS-SS-DED, WS-MED-DED                    00336600
003367             GIVING EMP-TAX-DED                                   00336700
003368         ADD WS-INS-DED, WS-DEFERRAL GIVING EMP-INS-DED           00336800
003369         ADD WS-GARN-DED, WS-LOAN-DED GIVING EMP-GARN-DED         00336900
003370         MOVE WS-NET-AMOUNT TO EMP-NET-AMOUNT                     00337000
003371         ADD WS-LINE-AMOUNT TO WS-DEPARTMENT-SUBTOTAL,            00337100
003372             WS-GRAND-TOTAL                                       00337200
003373         IF NOT IS-SALARIED-RUN                                   00337300
003374             PERFORM CHECK-HOURS-ALERT                            00337400
003375         END-IF                                                   00337500
003376         IF IS-PROOF-RUN                                          00337600
003377             PERFORM ADD-TO-CASH-FORECAST                         00337700
003378         ELSE                                                     00337800
003379             PERFORM WRITE-REGISTER-RECORD                        00337900
003380             PERFORM WRITE-YTD-WORK-RECORD                        00338000
003381         END-IF                                                   00338100
003382         WRITE PRINT-LINE FROM OUTPUT-LINE                        00338200
003383             AT END-OF-PAGE PERFORM PRINT-NEW-PAGE                00338300
003384         END-WRITE                                                00338400
003385         ADD 1 TO WS-PRINTED-COUNT                                00338500
003386         ADD WK-HOURS-WORKED TO WS-TOTAL-HOURS                    00338600
003387         IF NOT WK-IS-REVERSAL                                    00338700
003388             PERFORM ACCRUE-LEAVE                                 00338800
003389         END-IF                                                   00338900
003390*        THE CHECKPOINT TRACKS COMPLETED DAILY CARDS, NOT WEEKS,  00339000
003391*        SO A RESTART SKIPS EXACTLY THE CARDS ALREADY PROCESSED;  00339100
003392*        IT ADVANCES ONLY ONCE THIS WEEK'S LINE IS SAFELY OUT.    00339200
003393         MOVE WS-READ-COUNT TO WS-CKPT-COUNTER                    00339300
003394         ADD 1 TO WS-CKPT-SINCE-LAST                              00339400
003395         MOVE WK-EMP-ID TO WS-LAST-COMPLETED-EMP-ID               00339500
003396         IF NOT WK-IS-REVERSAL                                    00339600
003397           AND NOT IS-OFF-CYCLE-RUN                               00339700
003398           AND NOT IS-SALARIED-RUN                                00339800
003399           AND EMP-M-RETRO-HOURS NUMERIC                          00339900
003400           AND EMP-M-RETRO-HOURS > 0                              00340000
003401           AND EMP-M-PREV-PAYRATE NUMERIC                         00340100
003402           AND EMP-M-PREV-PAYRATE > 0                             00340200
003403           AND EMP-M-RATE-EFF-DATE NOT > WS-PAY-PERIOD            00340300
003404             PERFORM PAY-RETRO-ADJUSTMENT                         00340400
003405         END-IF                                                   00340500
003406         IF WS-CKPT-SINCE-LAST >= WS-CKPT-INTERVAL                00340600
003407             PERFORM WRITE-CHECKPOINT                             00340700
003408         END-IF.                                                  00340800
003409*                                                                 00340900
003410*APPLY-HOLIDAY-PAY DECIDES ONE HOLIDAY FOR THE CURRENT WEEK.  A   00341000
003411*HOLIDAY FOR ANOTHER PLANT IS PASSED OVER.  THE EMPLOYEE MUST     00341100
003412*HAVE PUNCHED HOURS ON BOTH SCHEDULED DAYS AROUND THE HOLIDAY; A  00341200
003413*SCHEDULED DAY OUTSIDE THE PERIOD'S DATES IS NOT ON THIS DECK     00341300
003414*AND IS NOT HELD AGAINST THE EMPLOYEE.  A WEEK THAT ALREADY       00341400
003415*CARRIES A HAND-KEYED HOLIDAY PREMIUM CARD IS NOT PAID TWICE.     00341500
003416*PAY IS THE HOLIDAY'S HOURS AT THE EMPLOYEE'S EFFECTIVE RATE.     00341600
003417 APPLY-HOLIDAY-PAY.                                               00341700
003418     IF HLT-PLANT-CODE (WS-HLT-SUB) EQUAL SPACES                  00341800
003419       OR HLT-PLANT-CODE (WS-HLT-SUB) EQUAL WK-PLANT-CODE         00341900
003420         MOVE 0 TO WS-HOL-AMOUNT                                  00342000
003421         MOVE HLT-PRIOR-DAY (WS-HLT-SUB) TO WS-HOL-CHECK-DATE     00342100
003422         PERFORM CHECK-HOLIDAY-WORKDAY                            00342200
003423         IF WS-HAND-PREM-AMT > 0                                  00342300
003424             MOVE "DENIED - HOLIDAY PREMIUM KEYED BY HAND"        00342400
003425                 TO WS-HOL-REASON                                 00342500
003426         ELSE                                                     00342600
003427         IF NOT HOL-DAY-WAS-WORKED                                00342700
003428             MOVE "DENIED - NOT WORKED SCHEDULED DAY BEFORE"      00342800
003429                 TO WS-HOL-REASON                                 00342900
003430         ELSE                                                     00343000
003431             MOVE HLT-NEXT-DAY (WS-HLT-SUB) TO WS-HOL-CHECK-DATE  00343100
003432             PERFORM CHECK-HOLIDAY-WORKDAY                        00343200
003433             IF NOT HOL-DAY-WAS-WORKED                            00343300
003434                 MOVE "DENIED - NOT WORKED SCHEDULED DAY AFTER"   00343400
003435                     TO WS-HOL-REASON                             00343500
003436             ELSE                                                 00343600
003437                 COMPUTE WS-HOL-AMOUNT ROUNDED =                  00343700
003438                     HLT-HOURS (WS-HLT-SUB) * WS-EFFECTIVE-RATE   00343800
003439                 MOVE "PAID" TO WS-HOL-REASON                     00343900
003440             END-IF                                               00344000
003441         END-IF                                                   00344100
003442         END-IF                                                   00344200
003443         IF WS-HOL-AMOUNT > 0                                     00344300
003444             ADD WS-HOL-AMOUNT TO WK-PREM-AMT, WK-TYPED-TOTAL,    00344400
003445                 WS-HOL-PAID-TOTAL                                00344500
003446             ADD 1 TO WS-HOL-PAID-COUNT                           00344600
003447         ELSE                                                     00344700
003448             ADD 1 TO WS-HOL-DENIED-COUNT                         00344800
003449         END-IF                                                   00344900
003450         PERFORM STORE-HOLIDAY-PAY-LINE                           00345000
003451     END-IF.                                                      00345100
003452*                                                                 00345200
003453*A SCHEDULED DAY COUNTS AS WORKED WHEN A PUNCH CARD FOR THAT DATE 00345300
003454*CARRIES HOURS, OR WHEN THE DAY FALLS OUTSIDE THE PERIOD.         00345400
003455 CHECK-HOLIDAY-WORKDAY.                                           00345500
003456     MOVE "N" TO HOL-DAY-FOUND-FLAG                               00345600
003457     IF WS-HOL-CHECK-DATE < WS-PERIOD-START-DATE                  00345700
003458       OR WS-HOL-CHECK-DATE > WS-PERIOD-END-DATE                  00345800
003459         MOVE "Y" TO HOL-DAY-FOUND-FLAG                           00345900
003460     ELSE                                                         00346000
003461         PERFORM CHECK-ONE-HOLIDAY-PUNCH                          00346100
003462             VARYING WS-DAY-SUB FROM 1 BY 1                       00346200
003463             UNTIL WS-DAY-SUB > WS-DAY-COUNT                      00346300
003464             OR WS-DAY-SUB > 7                                    00346400
003465     END-IF.                                                      00346500
003466*                                                                 00346600
003467 CHECK-ONE-HOLIDAY-PUNCH.                                         00346700
003468     IF DAY-WORK-DATE (WS-DAY-SUB) EQUAL WS-HOL-CHECK-DATE        00346800
003469       AND DAY-HOURS (WS-DAY-SUB) > 0                             00346900
003470         MOVE "Y" TO HOL-DAY-FOUND-FLAG                           00347000
003471     END-IF.                                                      00347100
003472*                                                                 00347200
003473 STORE-HOLIDAY-PAY-LINE.                                          00347300
003474     ADD 1 TO WS-HPT-COUNT                                        00347400
003475     IF WS-HPT-COUNT <= 200                                       00347500
003476         MOVE WK-EMP-ID TO HPT-EMP-ID (WS-HPT-COUNT)              00347600
003477         MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO               00347700
003478             HPT-EMP-NAME (WS-HPT-COUNT)                          00347800
003479         MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD TO         00347900
003480             HPT-DEPARTMENT (WS-HPT-COUNT)                        00348000
003481         MOVE HLT-DATE (WS-HLT-SUB) TO HPT-HOL-DATE (WS-HPT-COUNT)00348100
003482         MOVE WS-HOL-AMOUNT TO HPT-AMOUNT (WS-HPT-COUNT)          00348200
003483         MOVE WS-HOL-REASON TO HPT-REASON (WS-HPT-COUNT)          00348300
003484     END-IF.                                                      00348400
003485*                                                                 00348500
003486*PAY-SALARIED-GROUP PAYS A SALARIED GROUP'S PERIOD FROM THE       00348600
003487*EMPLOYEE MASTER.  EVERY ACTIVE MEMBER OF THE GROUP IS GATHERED,  00348700
003488*SORTED INTO DEPARTMENT ORDER, AND RUN THROUGH THE SAME PAY LINE  00348800
003489*AS A TIMECARD WEEK.  THE CHECKPOINT COUNTS MEMBERS PAID, SO A    00348900
003490*RESTART RESUMES AFTER THE LAST ONE COMPLETED.                    00349000
003491 PAY-SALARIED-GROUP.                                              00349100
003492     PERFORM LOAD-SALARIED-GROUP                                  00349200
003493     PERFORM SORT-SALARIED-GROUP                                  00349300
003494     ADD 1, CKPT-RESTART-COUNT GIVING WS-SGT-START                00349400
003495     PERFORM PAY-ONE-SALARIED-EMPLOYEE                            00349500
003496         VARYING WS-SGT-SUB FROM WS-SGT-START BY 1                00349600
003497         UNTIL WS-SGT-SUB > WS-SGT-COUNT.                         00349700
003498*                                                                 00349800
003499 LOAD-SALARIED-GROUP.                                             00349900
003500     MOVE "N" TO SGT-EOF-FLAG                                     00350000
003501     MOVE LOW-VALUES TO EMP-ID OF EMPLOYEE-MASTER-RECORD          00350100
003502     START EMPLOYEE-MASTER-FILE                                   00350200
003503         KEY NOT LESS THAN EMP-ID OF EMPLOYEE-MASTER-RECORD       00350300
003504         INVALID KEY MOVE "Y" TO SGT-EOF-FLAG                     00350400
003505     END-START                                                    00350500
003506     IF NOT SGT-IS-EOF                                            00350600
003507         READ EMPLOYEE-MASTER-FILE NEXT RECORD                    00350700
003508             AT END MOVE "Y" TO SGT-EOF-FLAG                      00350800
003509         END-READ                                                 00350900
003510     END-IF                                                       00351000
003511     PERFORM LOAD-ONE-SALARIED-EMPLOYEE UNTIL SGT-IS-EOF.         00351100
003512*                                                                 00351200
003513 LOAD-ONE-SALARIED-EMPLOYEE.                                      00351300
003514     IF EMP-M-PAY-GROUP EQUAL WS-PAY-GROUP                        00351400
003515       AND EMP-M-IS-ACTIVE                                        00351500
003516         ADD 1 TO WS-SGT-COUNT                                    00351600
003517         IF WS-SGT-COUNT > 200                                    00351700
003518             DISPLAY "PAYROLL HALTED - SALARIED GROUP TABLE FULL" 00351800
003519                 " AT 200"                                        00351900
003520             MOVE 16 TO RETURN-CODE                               00352000
003521             STOP RUN                                             00352100
003522         END-IF                                                   00352200
003523         MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD TO         00352300
003524             SGT-DEPARTMENT (WS-SGT-COUNT)                        00352400
003525         MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO                 00352500
003526             SGT-EMP-ID (WS-SGT-COUNT)                            00352600
003527     END-IF                                                       00352700
003528     READ EMPLOYEE-MASTER-FILE NEXT RECORD                        00352800
003529         AT END MOVE "Y" TO SGT-EOF-FLAG.                         00352900
003530*                                                                 00353000
003531 SORT-SALARIED-GROUP.                                             00353100
003532     IF WS-SGT-COUNT > 1                                          00353200
003533         COMPUTE WS-SGT-SORT-LIMIT = WS-SGT-COUNT - 1             00353300
003534         PERFORM SORT-ONE-SALARIED-PASS                           00353400
003535             VARYING WS-SGT-SORT-PASS FROM 1 BY 1                 00353500
003536             UNTIL WS-SGT-SORT-PASS > WS-SGT-SORT-LIMIT           00353600
003537     END-IF.                                                      00353700
003538*                                                                 00353800
003539 SORT-ONE-SALARIED-PASS.                                          00353900
003540     PERFORM COMPARE-AND-SWAP-SALARIED                            00354000
003541         VARYING WS-SGT-SORT-SUB FROM 1 BY 1                      00354100
003542         UNTIL WS-SGT-SORT-SUB > WS-SGT-SORT-LIMIT.               00354200
003543*                                                                 00354300
003544 COMPARE-AND-SWAP-SALARIED.                                       00354400
003545     IF SGT-ENTRY (WS-SGT-SORT-SUB) >                             00354500
003546             SGT-ENTRY (WS-SGT-SORT-SUB + 1)                      00354600
003547         MOVE SGT-ENTRY (WS-SGT-SORT-SUB)                         00354700
003548             TO SALARIED-SWAP-HOLD                                00354800
003549         MOVE SGT-ENTRY (WS-SGT-SORT-SUB + 1)                     00354900
003550             TO SGT-ENTRY (WS-SGT-SORT-SUB)                       00355000
003551         MOVE SALARIED-SWAP-HOLD                                  00355100
003552             TO SGT-ENTRY (WS-SGT-SORT-SUB + 1)                   00355200
003553     END-IF.                                                      00355300
003554*                                                                 00355400
003555*A SALARIED LINE HAS NO CARDS: THE WEEK FIELDS ARE SET AS FOR A   00355500
003556*PLAIN WEEK AT THE PERIOD'S STANDARD HOURS, WITH NO PLANT, SHIFT, 00355600
003557*JOB, OR TYPED EARNINGS.                                          00355700
003558 PAY-ONE-SALARIED-EMPLOYEE.                                       00355800
003559     MOVE SGT-EMP-ID (WS-SGT-SUB) TO WK-EMP-ID                    00355900
003560     MOVE SPACES TO WK-TRANS-CODE, WK-PLANT-CODE, WK-SHIFT-CODE,  00356000
003561         WK-JOB-CODE, WS-FIRST-CARD-IMAGE                         00356100
003562     MOVE WS-STANDARD-HOURS TO WK-HOURS-WORKED                    00356200
003563     MOVE 0 TO WS-DAY-COUNT                                       00356300
003564     MOVE 0 TO WK-BONUS-AMT, WK-PREM-AMT, WK-VACPAY-AMT,          00356400
003565         WK-TYPED-TOTAL                                           00356500
003566     MOVE WS-SGT-SUB TO WS-READ-COUNT                             00356600
003567     ADD 1 TO WS-WEEK-COUNT                                       00356700
003568     PERFORM READ-EMPLOYEE-MASTER                                 00356800
003569     PERFORM EDIT-SALARIED-RECORD                                 00356900
003570     IF EDIT-RECORD-BAD                                           00357000
003571         PERFORM WRITE-SALARIED-EXCEPTION                         00357100
003572     ELSE                                                         00357200
003573         PERFORM PROCESS-GOOD-RECORD                              00357300
003574     END-IF.                                                      00357400
003575*                                                                 00357500
003576 EDIT-SALARIED-RECORD.                                            00357600
003577     MOVE "N" TO EDIT-BAD-FLAG                                    00357700
003578     MOVE "N" TO CODE-BAD-FLAG                                    00357800
003579     MOVE SPACES TO SUSPENSE-REASON                               00357900
003580     IF EMP-M-PAY-FREQUENCY NOT EQUAL WS-PAY-FREQUENCY            00358000
003581         MOVE "Y" TO EDIT-BAD-FLAG                                00358100
003582         MOVE "PAY FREQUENCY DIFFERS FROM GROUP PERIOD"           00358200
003583             TO SUSPENSE-REASON                                   00358300
003584     ELSE                                                         00358400
003585     IF EMP-M-PERIOD-SALARY NOT NUMERIC                           00358500
003586       OR EMP-M-PERIOD-SALARY = 0                                 00358600
003587         MOVE "Y" TO EDIT-BAD-FLAG                                00358700
003588         MOVE "PERIOD SALARY MISSING OR ZERO" TO SUSPENSE-REASON  00358800
003589     ELSE                                                         00358900
003590     IF NOT EMP-M-NON-EXEMPT                                      00359000
003591       AND NOT EMP-M-EXEMPT                                       00359100
003592         MOVE "Y" TO EDIT-BAD-FLAG                                00359200
003593         MOVE "Y" TO CODE-BAD-FLAG                                00359300
003594         MOVE "INVALID SALARY CODE" TO SUSPENSE-REASON            00359400
003595     ELSE                                                         00359500
003596         IF EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD NUMERIC         00359600
003597             MOVE EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD           00359700
003598                 TO WS-EFFECTIVE-RATE                             00359800
003599         ELSE                                                     00359900
003600             MOVE 0 TO WS-EFFECTIVE-RATE                          00360000
003601         END-IF                                                   00360100
003602     END-IF                                                       00360200
003603     END-IF                                                       00360300
003604     END-IF.                                                      00360400
003605*                                                                 00360500
003606*A REJECTED SALARIED MEMBER HAS NO CARD TO SEND THROUGH SUSPENSE; 00360600
003607*THE MASTER IS CORRECTED AND THE PAY GOES OUT ON AN OFF-CYCLE RUN.00360700
003608*THE REJECT IS LISTED ON THE EXCEPTION REPORT AND THE COMMON      00360800
003609*EXCEPTION FILE WITH THE MASTER IMAGE.                            00360900
003610 WRITE-SALARIED-EXCEPTION.                                        00361000
003611     IF INVALID-SALARY-CODE                                       00361100
003612         ADD 1 TO WS-INVALID-CODE-COUNT                           00361200
003613     ELSE                                                         00361300
003614         ADD 1 TO WS-REJECT-COUNT                                 00361400
003615     END-IF                                                       00361500
003616     MOVE WK-EMP-ID TO EXCP-EMP-ID                                00361600
003617     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO EXCP-EMP-NAME     00361700
003618     MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD                00361800
003619         TO EXCP-DEPARTMENT                                       00361900
003620     MOVE SUSPENSE-REASON TO EXCP-REASON                          00362000
003621     WRITE EXCEPTION-RECORD                                       00362100
003622     IF IS-PROOF-RUN                                              00362200
003623         MOVE WK-EMP-ID TO PRJ-EMP-ID                             00362300
003624         MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO PRJ-EMP-NAME  00362400
003625         MOVE SUSPENSE-REASON TO PRJ-REASON                       00362500
003626         WRITE PRINT-LINE FROM PROOF-REJECT-LINE                  00362600
003627             AT END-OF-PAGE PERFORM PRINT-NEW-PAGE                00362700
003628         END-WRITE                                                00362800
003629     ELSE                                                         00362900
003630         MOVE EMPLOYEE-MASTER-RECORD TO WS-FIRST-CARD-IMAGE       00363000
003631         MOVE SUSPENSE-REASON TO CEX-REASON                       00363100
003632         PERFORM WRITE-COMMON-EXCEPTION                           00363200
003633     END-IF.                                                      00363300
003634*                                                                 00363400
003635*APPLY-DEDUCTIONS CHARGES THE EMPLOYEE'S DEDUCTION MASTER ENTRIES 00363500
003636*AGAINST THE GROSS JUST CALCULATED.  A PERCENT ENTRY TAKES ITS    00363600
003637*PERCENTAGE OF GROSS, AN AMOUNT ENTRY TAKES ITS FLAT AMOUNT, AND A00363700
003638*GARNISHMENT NEVER TAKES MORE THAN ITS REMAINING BALANCE -- THE   00363800
003639*BALANCE IS DRAWN DOWN IN THE TABLE SO CLOSING CAN WRITE THE      00363900
003640*UPDATED MASTER.  SOCIAL SECURITY AND MEDICARE ARE FIGURED        00364000
003641*BEFORE THE GARNISHMENTS, WHICH MAY ONLY REACH DISPOSABLE         00364100
003642*EARNINGS.  THE RETIREMENT DEFERRAL COMES OFF FIRST, SO INCOME    00364200
003643*TAX WITHHOLDING IS TAKEN ON THE GROSS LESS THE DEFERRAL; FICA    00364300
003644*AND THE GARNISHMENT CAP STILL WORK FROM THE FULL GROSS.  A       00364400
003645*REVERSAL (NEGATIVE GROSS) LINE TAKES NO DEDUCTIONS, SO ITS NET   00364500
003646*EQUALS ITS GROSS.  LOAN REPAYMENTS COME OFF LAST, FROM WHAT      00364600
003647*NET IS LEFT.                                                     00364700
003648 APPLY-DEDUCTIONS.                                                00364800
003649     MOVE 0 TO WS-TAX-DED, WS-INS-DED, WS-GARN-DED, WS-LOAN-DED   00364900
003650     MOVE 0 TO WS-DEFERRAL, WS-ER-MATCH                           00365000
003651     MOVE WS-GROSS-AMOUNT TO WS-TAXABLE-GROSS                     00365100
003652     MOVE 0 TO WS-SS-WAGES, WS-SS-DED, WS-SS-ER                   00365200
003653     MOVE 0 TO WS-MED-WAGES, WS-MED-DED, WS-MED-ER                00365300
003654     MOVE 0 TO WS-GD-COUNT                                        00365400
003655     PERFORM CLEAR-ONE-GARN-DETAIL                                00365500
003656         VARYING WS-GD-SUB FROM 1 BY 1                            00365600
003657         UNTIL WS-GD-SUB > 3                                      00365700
003658     MOVE "N" TO BEN-ENROLLED-FLAG                                00365800
003659     IF WS-GROSS-AMOUNT > 0                                       00365900
003660         PERFORM APPLY-RETIREMENT-DEFERRAL                        00366000
003661         PERFORM APPLY-BENEFIT-PREMIUMS                           00366100
003662         PERFORM APPLY-ONE-DEDUCTION                              00366200
003663             VARYING WS-DED-SUB FROM 1 BY 1                       00366300
003664             UNTIL WS-DED-SUB > WS-DED-COUNT                      00366400
003665         PERFORM COMPUTE-FICA                                     00366500
003666         PERFORM APPLY-GARNISHMENTS                               00366600
003667         PERFORM APPLY-LOAN-REPAYMENTS                            00366700
003668     END-IF                                                       00366800
003669     IF IS-OFF-CYCLE-RUN                                          00366900
003670       AND EMP-M-IS-TERMINATED                                    00367000
003671       AND NOT IS-PROOF-RUN                                       00367100
003672         PERFORM FLAG-FINAL-PAY-LOAN                              00367200
003673             VARYING WS-LNT-SUB FROM 1 BY 1                       00367300
003674             UNTIL WS-LNT-SUB > WS-LNT-COUNT                      00367400
003675     END-IF                                                       00367500
003676     SUBTRACT WS-TAX-DED, WS-INS-DED, WS-GARN-DED,                00367600
003677         WS-SS-DED, WS-MED-DED, WS-DEFERRAL, WS-LOAN-DED          00367700
003678         FROM WS-GROSS-AMOUNT GIVING WS-NET-AMOUNT.               00367800
003679*                                                                 00367900
003680*APPLY-RETIREMENT-DEFERRAL TAKES THE EMPLOYEE'S ELECTION (A       00368000
003681*PERCENT OF GROSS OR A FLAT AMOUNT, UNDER THE SAME DATE AND       00368100
003682*RETRO RULES AS THE OTHER DEDUCTIONS), HOLDS IT TO WHAT IS LEFT   00368200
003683*OF THE ANNUAL LIMIT AGAINST THE OLD YTD MASTER PLUS THIS RUN,    00368300
003684*AND FIGURES THE EMPLOYER MATCH ON THE PART OF THE DEFERRAL UP    00368400
003685*TO THE MATCH CAP PERCENT OF THIS LINE'S GROSS.                   00368500
003686 APPLY-RETIREMENT-DEFERRAL.                                       00368600
003687     PERFORM APPLY-ONE-DEFERRAL                                   00368700
003688         VARYING WS-DED-SUB FROM 1 BY 1                           00368800
003689         UNTIL WS-DED-SUB > WS-DED-COUNT                          00368900
003690     IF WS-DEFERRAL > 0                                           00369000
003691         PERFORM FIND-FICA-YTD-ENTRY                              00369100
003692         SUBTRACT FYT-DEFERRALS (WS-FYT-FOUND-SUB)                00369200
003693             FROM WS-DEFERRAL-LIMIT GIVING WS-DEFERRAL-ROOM       00369300
003694         IF WS-DEFERRAL-ROOM < 0                                  00369400
003695             MOVE 0 TO WS-DEFERRAL-ROOM                           00369500
003696         END-IF                                                   00369600
003697         IF WS-DEFERRAL > WS-DEFERRAL-ROOM                        00369700
003698             MOVE WS-DEFERRAL-ROOM TO WS-DEFERRAL                 00369800
003699         END-IF                                                   00369900
003700         IF WS-DEFERRAL > WS-GROSS-AMOUNT                         00370000
003701             MOVE WS-GROSS-AMOUNT TO WS-DEFERRAL                  00370100
003702         END-IF                                                   00370200
003703         COMPUTE WS-MATCH-BASE ROUNDED =                          00370300
003704             WS-GROSS-AMOUNT * WS-MATCH-CAP-PERCENT / 100         00370400
003705         IF WS-DEFERRAL < WS-MATCH-BASE                           00370500
003706             MOVE WS-DEFERRAL TO WS-MATCH-BASE                    00370600
003707         END-IF                                                   00370700
003708         COMPUTE WS-ER-MATCH ROUNDED =                            00370800
003709             WS-MATCH-BASE * WS-MATCH-PERCENT / 100               00370900
003710         ADD WS-DEFERRAL TO FYT-DEFERRALS (WS-FYT-FOUND-SUB)      00371000
003711         ADD WS-DEFERRAL TO WS-TOTAL-DEFERRAL                     00371100
003712         ADD WS-ER-MATCH TO WS-TOTAL-ER-MATCH                     00371200
003713         SUBTRACT WS-DEFERRAL FROM WS-GROSS-AMOUNT                00371300
003714             GIVING WS-TAXABLE-GROSS                              00371400
003715     END-IF.                                                      00371500
003716*                                                                 00371600
003717 APPLY-ONE-DEFERRAL.                                              00371700
003718     IF DED-TAB-EMP-ID (WS-DED-SUB) EQUAL WK-EMP-ID               00371800
003719       AND DED-TAB-IS-RETIREMENT (WS-DED-SUB)                     00371900
003720       AND (NOT IS-RETRO-LINE                                     00372000
003721         OR DED-TAB-BY-PERCENT (WS-DED-SUB))                      00372100
003722       AND (DED-TAB-START-DATE (WS-DED-SUB) EQUAL ZERO            00372200
003723         OR DED-TAB-START-DATE (WS-DED-SUB)                       00372300
003724           NOT > WS-PAY-PERIOD-NUM)                               00372400
003725       AND (DED-TAB-STOP-DATE (WS-DED-SUB) EQUAL ZERO             00372500
003726         OR DED-TAB-STOP-DATE (WS-DED-SUB)                        00372600
003727           NOT < WS-PAY-PERIOD-NUM)                               00372700
003728         IF DED-TAB-BY-PERCENT (WS-DED-SUB)                       00372800
003729             COMPUTE WS-ONE-DED-AMOUNT ROUNDED =                  00372900
003730                 WS-GROSS-AMOUNT                                  00373000
003731                 * DED-TAB-VALUE (WS-DED-SUB) / 100               00373100
003732         ELSE                                                     00373200
003733             MOVE DED-TAB-VALUE (WS-DED-SUB) TO WS-ONE-DED-AMOUNT 00373300
003734         END-IF                                                   00373400
003735         ADD WS-ONE-DED-AMOUNT TO WS-DEFERRAL                     00373500
003736     END-IF.                                                      00373600
003737*                                                                 00373700
003738*COMPUTE-FICA TAKES SOCIAL SECURITY ON THE PART OF THE GROSS      00373800
003739*STILL UNDER THE WAGE BASE AND MEDICARE ON ALL OF IT, PLUS THE    00373900
003740*ADDITIONAL MEDICARE RATE ON WHATEVER PART OF THE YEAR'S          00374000
003741*MEDICARE WAGES THIS LINE CARRIES OVER THE THRESHOLD.  THE        00374100
003742*EMPLOYER MATCHES SOCIAL SECURITY AND BASE MEDICARE ONLY.  THE    00374200
003743*LINE'S WAGES ARE THEN ADDED TO THE EMPLOYEE'S RUNNING FIGURES    00374300
003744*SO A SECOND LINE THIS RUN (A RETRO) STARTS WHERE THIS ONE ENDS.  00374400
003745 COMPUTE-FICA.                                                    00374500
003746     PERFORM FIND-FICA-YTD-ENTRY                                  00374600
003747     SUBTRACT FYT-SS-WAGES (WS-FYT-FOUND-SUB)                     00374700
003748         FROM WS-SS-WAGE-BASE GIVING WS-SS-ROOM                   00374800
003749     IF WS-SS-ROOM < 0                                            00374900
003750         MOVE 0 TO WS-SS-ROOM                                     00375000
003751     END-IF                                                       00375100
003752     IF WS-GROSS-AMOUNT > WS-SS-ROOM                              00375200
003753         MOVE WS-SS-ROOM TO WS-SS-WAGES                           00375300
003754     ELSE                                                         00375400
003755         MOVE WS-GROSS-AMOUNT TO WS-SS-WAGES                      00375500
003756     END-IF                                                       00375600
003757     COMPUTE WS-SS-DED ROUNDED =                                  00375700
003758         WS-SS-WAGES * WS-SS-RATE / 100                           00375800
003759     MOVE WS-SS-DED TO WS-SS-ER                                   00375900
003760     MOVE WS-GROSS-AMOUNT TO WS-MED-WAGES                         00376000
003761     COMPUTE WS-MED-ER ROUNDED =                                  00376100
003762         WS-MED-WAGES * WS-MED-RATE / 100                         00376200
003763     COMPUTE WS-ADDL-MED-WAGES =                                  00376300
003764         FYT-MED-WAGES (WS-FYT-FOUND-SUB) + WS-MED-WAGES          00376400
003765         - WS-ADDL-MED-THRESHOLD                                  00376500
003766     IF WS-ADDL-MED-WAGES < 0                                     00376600
003767         MOVE 0 TO WS-ADDL-MED-WAGES                              00376700
003768     END-IF                                                       00376800
003769     IF WS-ADDL-MED-WAGES > WS-MED-WAGES                          00376900
003770         MOVE WS-MED-WAGES TO WS-ADDL-MED-WAGES                   00377000
003771     END-IF                                                       00377100
003772     COMPUTE WS-ADDL-MED-TAX ROUNDED =                            00377200
003773         WS-ADDL-MED-WAGES * WS-ADDL-MED-RATE / 100               00377300
003774     ADD WS-MED-ER, WS-ADDL-MED-TAX GIVING WS-MED-DED             00377400
003775     ADD WS-SS-WAGES TO FYT-SS-WAGES (WS-FYT-FOUND-SUB)           00377500
003776     ADD WS-MED-WAGES TO FYT-MED-WAGES (WS-FYT-FOUND-SUB)         00377600
003777     ADD WS-SS-DED TO WS-TOTAL-SS-DED                             00377700
003778     ADD WS-MED-DED TO WS-TOTAL-MED-DED                           00377800
003779     ADD WS-SS-ER TO WS-TOTAL-SS-ER                               00377900
003780     ADD WS-MED-ER TO WS-TOTAL-MED-ER.                            00378000
003781*                                                                 00378100
003782*FIND-FICA-YTD-ENTRY LOCATES THE EMPLOYEE'S WAGES-TO-DATE         00378200
003783*ENTRY, ADDING A ZERO ENTRY FOR SOMEONE NOT YET ON THE MASTER.    00378300
003784 FIND-FICA-YTD-ENTRY.                                             00378400
003785     MOVE "N" TO FYT-FOUND-FLAG                                   00378500
003786     PERFORM MATCH-ONE-FICA-YTD                                   00378600
003787         VARYING WS-FYT-SUB FROM 1 BY 1                           00378700
003788         UNTIL WS-FYT-SUB > WS-FYT-COUNT                          00378800
003789         OR WS-FYT-SUB > 500                                      00378900
003790         OR FYT-EMP-FOUND                                         00379000
003791     IF NOT FYT-EMP-FOUND                                         00379100
003792         ADD 1 TO WS-FYT-COUNT                                    00379200
003793         IF WS-FYT-COUNT > 500                                    00379300
003794             DISPLAY "PAYROLL HALTED - FICA YTD TABLE FULL AT"    00379400
003795                 " 500 - WAGE BASE COULD NOT BE APPLIED"          00379500
003796             MOVE 16 TO RETURN-CODE                               00379600
003797             STOP RUN                                             00379700
003798         END-IF                                                   00379800
003799         MOVE WK-EMP-ID TO FYT-EMP-ID (WS-FYT-COUNT)              00379900
003800         MOVE 0 TO FYT-SS-WAGES (WS-FYT-COUNT)                    00380000
003801         MOVE 0 TO FYT-MED-WAGES (WS-FYT-COUNT)                   00380100
003802         MOVE 0 TO FYT-DEFERRALS (WS-FYT-COUNT)                   00380200
003803         MOVE WS-FYT-COUNT TO WS-FYT-FOUND-SUB                    00380300
003804     END-IF.                                                      00380400
003805*                                                                 00380500
003806 MATCH-ONE-FICA-YTD.                                              00380600
003807     IF FYT-EMP-ID (WS-FYT-SUB) EQUAL WK-EMP-ID                   00380700
003808         MOVE "Y" TO FYT-FOUND-FLAG                               00380800
003809         MOVE WS-FYT-SUB TO WS-FYT-FOUND-SUB.                     00380900
003810*                                                                 00381000
003811 CLEAR-ONE-GARN-DETAIL.                                           00381100
003812     MOVE SPACES TO WS-GD-ORDER (WS-GD-SUB)                       00381200
003813     MOVE 0 TO WS-GD-AMOUNT (WS-GD-SUB).                          00381300
003814*                                                                 00381400
003815*APPLY-BENEFIT-PREMIUMS TAKES THE EMPLOYEE'S SHARE OF EACH PLAN   00381500
003816*ENROLLMENT IN FORCE FOR THE PERIOD AS INSURANCE: THE TIER'S      00381600
003817*MONTHLY PREMIUM SPREAD OVER THE GROUP'S PERIODS (TWELVE MONTHS   00381700
003818*OVER 52, 26, OR 24).  AS WITH A FLAT DEDUCTION ENTRY, A RETRO    00381800
003819*LINE TAKES NONE, AND NEITHER DOES AN OFF-CYCLE RUN -- THE        00381900
003820*REGULAR RUNS ALREADY COLLECT THE MONTH'S PREMIUM.  AN ENROLLED   00382000
003821*EMPLOYEE'S OWN INSURANCE ENTRY ON THE DEDUCTION MASTER IS THEN   00382100
003822*PASSED BY, SO THE PREMIUM IS NEVER TAKEN TWICE.                  00382200
003823 APPLY-BENEFIT-PREMIUMS.                                          00382300
003824     PERFORM APPLY-ONE-ENROLLMENT                                 00382400
003825         VARYING WS-ENT-SUB FROM 1 BY 1                           00382500
003826         UNTIL WS-ENT-SUB > WS-ENT-COUNT.                         00382600
003827*                                                                 00382700
003828 APPLY-ONE-ENROLLMENT.                                            00382800
003829     IF ENT-EMP-ID (WS-ENT-SUB) EQUAL WK-EMP-ID                   00382900
003830       AND (ENT-START-DATE (WS-ENT-SUB) EQUAL ZERO                00383000
003831         OR ENT-START-DATE (WS-ENT-SUB)                           00383100
003832           NOT > WS-PAY-PERIOD-NUM)                               00383200
003833       AND (ENT-STOP-DATE (WS-ENT-SUB) EQUAL ZERO                 00383300
003834         OR ENT-STOP-DATE (WS-ENT-SUB)                            00383400
003835           NOT < WS-PAY-PERIOD-NUM)                               00383500
003836         MOVE "Y" TO BEN-ENROLLED-FLAG                            00383600
003837         IF NOT IS-RETRO-LINE                                     00383700
003838           AND NOT IS-OFF-CYCLE-RUN                               00383800
003839             COMPUTE WS-ONE-DED-AMOUNT ROUNDED =                  00383900
003840                 ENT-EE-PREMIUM (WS-ENT-SUB) * 12                 00384000
003841                 / WS-PERIODS-PER-YEAR                            00384100
003842             ADD WS-ONE-DED-AMOUNT TO WS-INS-DED                  00384200
003843         END-IF                                                   00384300
003844     END-IF.                                                      00384400
003845*                                                                 00384500
003846 APPLY-ONE-DEDUCTION.                                             00384600
003847     IF DED-TAB-EMP-ID (WS-DED-SUB) EQUAL WK-EMP-ID               00384700
003848       AND NOT DED-TAB-IS-GARNISH (WS-DED-SUB)                    00384800
003849       AND NOT DED-TAB-IS-RETIREMENT (WS-DED-SUB)                 00384900
003850       AND NOT (DED-TAB-IS-INSURANCE (WS-DED-SUB)                 00385000
003851         AND EMP-HAS-BENEFIT-PLAN)                                00385100
003852       AND (NOT IS-RETRO-LINE                                     00385200
003853         OR DED-TAB-BY-PERCENT (WS-DED-SUB))                      00385300
003854       AND (DED-TAB-START-DATE (WS-DED-SUB) EQUAL ZERO            00385400
003855         OR DED-TAB-START-DATE (WS-DED-SUB)                       00385500
003856           NOT > WS-PAY-PERIOD-NUM)                               00385600
003857       AND (DED-TAB-STOP-DATE (WS-DED-SUB) EQUAL ZERO             00385700
003858         OR DED-TAB-STOP-DATE (WS-DED-SUB)                        00385800
003859           NOT < WS-PAY-PERIOD-NUM)                               00385900
003860*        A TAX ENTRY IS PRICED FROM THE GRADUATED WITHHOLDING     00386000
003861*        TABLE WHEN ONE IS LOADED AND THE EMPLOYEE CARRIES A      00386100
003862*        FILING STATUS; OTHERWISE THE ENTRY'S OWN PERCENT OR      00386200
003863*        FLAT METHOD APPLIES AS BEFORE.                           00386300
003864         IF DED-TAB-IS-TAX (WS-DED-SUB)                           00386400
003865           AND WS-WHT-COUNT > 0                                   00386500
003866           AND EMP-M-FILING-STATUS NOT EQUAL SPACE                00386600
003867             PERFORM COMPUTE-GRADUATED-TAX                        00386700
003868             MOVE WS-GRADUATED-TAX TO WS-ONE-DED-AMOUNT           00386800
003869         ELSE                                                     00386900
003870         IF DED-TAB-BY-PERCENT (WS-DED-SUB)                       00387000
003871           AND DED-TAB-IS-TAX (WS-DED-SUB)                        00387100
003872             COMPUTE WS-ONE-DED-AMOUNT ROUNDED =                  00387200
003873                 WS-TAXABLE-GROSS                                 00387300
003874                 * DED-TAB-VALUE (WS-DED-SUB) / 100               00387400
003875         ELSE                                                     00387500
003876         IF DED-TAB-BY-PERCENT (WS-DED-SUB)                       00387600
003877             COMPUTE WS-ONE-DED-AMOUNT ROUNDED =                  00387700
003878                 WS-GROSS-AMOUNT                                  00387800
003879                 * DED-TAB-VALUE (WS-DED-SUB) / 100               00387900
003880         ELSE                                                     00388000
003881             MOVE DED-TAB-VALUE (WS-DED-SUB) TO WS-ONE-DED-AMOUNT 00388100
003882         END-IF                                                   00388200
003883         END-IF                                                   00388300
003884         END-IF                                                   00388400
003885         IF DED-TAB-IS-TAX (WS-DED-SUB)                           00388500
003886             ADD WS-ONE-DED-AMOUNT TO WS-TAX-DED                  00388600
003887         ELSE                                                     00388700
003888             ADD WS-ONE-DED-AMOUNT TO WS-INS-DED                  00388800
003889         END-IF                                                   00388900
003890     END-IF.                                                      00389000
003891*                                                                 00389100
003892*APPLY-GARNISHMENTS RUNS AFTER THE TAX, INSURANCE, AND FICA       00389200
003893*AMOUNTS SO DISPOSABLE EARNINGS (GROSS LESS TAX, SOCIAL           00389300
003894*SECURITY, AND MEDICARE) IS KNOWN.  ORDERS APPLY IN PRIORITY      00389400
003895*ORDER, NONE TAKES MORE THAN ITS REMAINING BALANCE, AND THE       00389500
003896*TOTAL TAKEN STOPS AT THE DISPOSABLE-EARNINGS CAP.                00389600
003897 APPLY-GARNISHMENTS.                                              00389700
003898     COMPUTE WS-GARN-CAP ROUNDED =                                00389800
003899         (WS-GROSS-AMOUNT - WS-TAX-DED                            00389900
003900         - WS-SS-DED - WS-MED-DED)                                00390000
003901         * WS-GARN-CAP-PERCENT / 100                              00390100
003902     PERFORM APPLY-ONE-PRIORITY                                   00390200
003903         VARYING WS-GARN-PRIORITY FROM 1 BY 1                     00390300
003904         UNTIL WS-GARN-PRIORITY > 9.                              00390400
003905*                                                                 00390500
003906 APPLY-ONE-PRIORITY.                                              00390600
003907     PERFORM APPLY-ONE-GARNISHMENT                                00390700
003908         VARYING WS-DED-SUB FROM 1 BY 1                           00390800
003909         UNTIL WS-DED-SUB > WS-DED-COUNT.                         00390900
003910*                                                                 00391000
003911 APPLY-ONE-GARNISHMENT.                                           00391100
003912     IF DED-TAB-EMP-ID (WS-DED-SUB) EQUAL WK-EMP-ID               00391200
003913       AND DED-TAB-IS-GARNISH (WS-DED-SUB)                        00391300
003914       AND DED-TAB-PRIORITY (WS-DED-SUB) EQUAL WS-GARN-PRIORITY   00391400
003915       AND (NOT IS-RETRO-LINE                                     00391500
003916         OR DED-TAB-BY-PERCENT (WS-DED-SUB))                      00391600
003917       AND (DED-TAB-START-DATE (WS-DED-SUB) EQUAL ZERO            00391700
003918         OR DED-TAB-START-DATE (WS-DED-SUB)                       00391800
003919           NOT > WS-PAY-PERIOD-NUM)                               00391900
003920       AND (DED-TAB-STOP-DATE (WS-DED-SUB) EQUAL ZERO             00392000
003921         OR DED-TAB-STOP-DATE (WS-DED-SUB)                        00392100
003922           NOT < WS-PAY-PERIOD-NUM)                               00392200
003923         IF DED-TAB-BY-PERCENT (WS-DED-SUB)                       00392300
003924             COMPUTE WS-ONE-DED-AMOUNT ROUNDED =                  00392400
003925                 WS-GROSS-AMOUNT                                  00392500
003926                 * DED-TAB-VALUE (WS-DED-SUB) / 100               00392600
003927         ELSE                                                     00392700
003928             MOVE DED-TAB-VALUE (WS-DED-SUB) TO WS-ONE-DED-AMOUNT 00392800
003929         END-IF                                                   00392900
003930         MOVE WS-ONE-DED-AMOUNT TO WS-GARN-WANTED                 00393000
003931         IF WS-ONE-DED-AMOUNT >                                   00393100
003932                 DED-TAB-GARN-BALANCE (WS-DED-SUB)                00393200
003933             MOVE DED-TAB-GARN-BALANCE (WS-DED-SUB)               00393300
003934                 TO WS-ONE-DED-AMOUNT                             00393400
003935         END-IF                                                   00393500
003936         IF WS-GARN-DED < WS-GARN-CAP                             00393600
003937             SUBTRACT WS-GARN-DED FROM WS-GARN-CAP                00393700
003938                 GIVING WS-GARN-ROOM                              00393800
003939         ELSE                                                     00393900
003940             MOVE 0 TO WS-GARN-ROOM                               00394000
003941         END-IF                                                   00394100
003942         IF WS-ONE-DED-AMOUNT > WS-GARN-ROOM                      00394200
003943             MOVE WS-GARN-ROOM TO WS-ONE-DED-AMOUNT               00394300
003944         END-IF                                                   00394400
003945         SUBTRACT WS-ONE-DED-AMOUNT FROM                          00394500
003946             DED-TAB-GARN-BALANCE (WS-DED-SUB)                    00394600
003947         ADD WS-ONE-DED-AMOUNT TO WS-GARN-DED                     00394700
003948         PERFORM STORE-GARN-DETAIL                                00394800
003949         IF WS-ONE-DED-AMOUNT < WS-GARN-WANTED                    00394900
003950             PERFORM STORE-GARN-SHORT                             00395000
003951         END-IF                                                   00395100
003952     END-IF.                                                      00395200
003953*                                                                 00395300
003954*APPLY-LOAN-REPAYMENTS TAKES EACH ACTIVE LOAN'S PER-PERIOD        00395400
003955*REPAYMENT, NEVER MORE THAN ITS BALANCE OR THE NET LEFT AFTER     00395500
003956*EVERY OTHER DEDUCTION, AND DRAWS THE BALANCE DOWN THE WAY A      00395600
003957*GARNISHMENT'S IS.  A LOAN DRAWN TO ZERO IS MARKED PAID OFF.  A   00395700
003958*RETRO LINE AND AN OFF-CYCLE RUN TAKE NO REPAYMENT.               00395800
003959 APPLY-LOAN-REPAYMENTS.                                           00395900
003960     IF NOT IS-RETRO-LINE                                         00396000
003961       AND NOT IS-OFF-CYCLE-RUN                                   00396100
003962         COMPUTE WS-LOAN-ROOM = WS-GROSS-AMOUNT - WS-TAX-DED      00396200
003963             - WS-INS-DED - WS-GARN-DED - WS-SS-DED               00396300
003964             - WS-MED-DED - WS-DEFERRAL                           00396400
003965         PERFORM APPLY-ONE-LOAN                                   00396500
003966             VARYING WS-LNT-SUB FROM 1 BY 1                       00396600
003967             UNTIL WS-LNT-SUB > WS-LNT-COUNT                      00396700
003968     END-IF.                                                      00396800
003969*                                                                 00396900
003970 APPLY-ONE-LOAN.                                                  00397000
003971     IF LNT-EMP-ID (WS-LNT-SUB) EQUAL WK-EMP-ID                   00397100
003972       AND LNT-IS-ACTIVE (WS-LNT-SUB)                             00397200
003973       AND LNT-BALANCE (WS-LNT-SUB) > 0                           00397300
003974       AND WS-LOAN-ROOM > 0                                       00397400
003975       AND (LNT-START-DATE (WS-LNT-SUB) EQUAL ZERO                00397500
003976         OR LNT-START-DATE (WS-LNT-SUB)                           00397600
003977           NOT > WS-PAY-PERIOD-NUM)                               00397700
003978         MOVE LNT-REPAY-AMOUNT (WS-LNT-SUB) TO WS-ONE-DED-AMOUNT  00397800
003979         IF WS-ONE-DED-AMOUNT > LNT-BALANCE (WS-LNT-SUB)          00397900
003980             MOVE LNT-BALANCE (WS-LNT-SUB) TO WS-ONE-DED-AMOUNT   00398000
003981         END-IF                                                   00398100
003982         IF WS-ONE-DED-AMOUNT > WS-LOAN-ROOM                      00398200
003983             MOVE WS-LOAN-ROOM TO WS-ONE-DED-AMOUNT               00398300
003984         END-IF                                                   00398400
003985         SUBTRACT WS-ONE-DED-AMOUNT FROM                          00398500
003986             LNT-BALANCE (WS-LNT-SUB), WS-LOAN-ROOM               00398600
003987         ADD WS-ONE-DED-AMOUNT TO WS-LOAN-DED, WS-TOTAL-LOAN-DED  00398700
003988         MOVE WS-PAY-PERIOD-NUM TO LNT-LAST-PAY-DATE (WS-LNT-SUB) 00398800
003989         IF LNT-BALANCE (WS-LNT-SUB) EQUAL ZERO                   00398900
003990             MOVE "P" TO LNT-STATUS (WS-LNT-SUB)                  00399000
003991         END-IF                                                   00399100
003992     END-IF.                                                      00399200
003993*                                                                 00399300
003994*FLAG-FINAL-PAY-LOAN PUTS A TERMINATED EMPLOYEE'S OUTSTANDING     00399400
003995*LOAN ON THE COMMON EXCEPTION FILE, ONCE PER LOAN, SO THE BALANCE 00399500
003996*IS RECOVERED FROM FINAL PAY.                                     00399600
003997 FLAG-FINAL-PAY-LOAN.                                             00399700
003998     IF LNT-EMP-ID (WS-LNT-SUB) EQUAL WK-EMP-ID                   00399800
003999       AND LNT-BALANCE (WS-LNT-SUB) > 0                           00399900
004000       AND NOT LNT-IS-PAID-OFF (WS-LNT-SUB)                       00400000
004001       AND NOT LNT-RECOVERY-FLAGGED (WS-LNT-SUB)                  00400100
004002         MOVE "Y" TO LNT-RECOVERY-FLAG (WS-LNT-SUB)               00400200
004003         ADD 1 TO WS-LOAN-RECOVERY-COUNT                          00400300
004004         MOVE "LOAN BALANCE - RECOVER FROM FINAL PAY"             00400400
004005             TO CEX-REASON                                        00400500
004006         MOVE "PAYROLL " TO CEX-PROGRAM                           00400600
004007         MOVE WS-RUN-DATE TO CEX-RUN-DATE                         00400700
004008         MOVE SPACES TO CEX-KEY                                   00400800
004009         MOVE WK-EMP-ID TO CEX-KEY                                00400900
004010         MOVE LNT-RECORD (WS-LNT-SUB) TO CEX-RECORD-IMAGE         00401000
004011         WRITE COMMON-EXCEPTION-RECORD                            00401100
004012     END-IF.                                                      00401200
004013*                                                                 00401300
004014 STORE-GARN-DETAIL.                                               00401400
004015     ADD 1 TO WS-GD-COUNT                                         00401500
004016     IF WS-GD-COUNT > 3                                           00401600
004017         DISPLAY "PAYROLL HALTED - OVER 3 GARNISHMENT ORDERS"     00401700
004018             " FOR EMPLOYEE " WK-EMP-ID " -"                      00401800
004019             " WITHHELD MONEY WOULD BE LOST"                      00401900
004020         MOVE 16 TO RETURN-CODE                                   00402000
004021         STOP RUN                                                 00402100
004022     END-IF                                                       00402200
004023     IF WS-GD-COUNT <= 3                                          00402300
004024         MOVE DED-TAB-ORDER-NO (WS-DED-SUB)                       00402400
004025             TO WS-GD-ORDER (WS-GD-COUNT)                         00402500
004026         MOVE WS-ONE-DED-AMOUNT TO WS-GD-AMOUNT (WS-GD-COUNT)     00402600
004027     END-IF.                                                      00402700
004028*                                                                 00402800
004029 STORE-GARN-SHORT.                                                00402900
004030     ADD 1 TO WS-GST-COUNT                                        00403000
004031     IF WS-GST-COUNT <= 100                                       00403100
004032         MOVE WK-EMP-ID TO GST-EMP-ID (WS-GST-COUNT)              00403200
004033         MOVE DED-TAB-ORDER-NO (WS-DED-SUB)                       00403300
004034             TO GST-ORDER-NO (WS-GST-COUNT)                       00403400
004035         MOVE WS-GARN-WANTED TO GST-WANTED (WS-GST-COUNT)         00403500
004036         MOVE WS-ONE-DED-AMOUNT TO GST-TAKEN (WS-GST-COUNT)       00403600
004037     END-IF.                                                      00403700
004038*                                                                 00403800
004039*COMPUTE-GRADUATED-TAX ANNUALIZES THE PERIOD TAXABLE GROSS (THE   00403900
004040*GROSS LESS ANY PRE-TAX RETIREMENT DEFERRAL), TAKES OFF           00404000
004041*THE ALLOWANCES, WALKS THE BRACKETS FOR THE FILING STATUS (THE    00404100
004042*CARDS ARE IN ASCENDING FLOOR ORDER, SO THE LAST FLOOR NOT        00404200
004043*ABOVE THE TAXABLE FIGURE GOVERNS), AND DE-ANNUALIZES.            00404300
004044 COMPUTE-GRADUATED-TAX.                                           00404400
004045     MULTIPLY WS-TAXABLE-GROSS BY WS-PERIODS-PER-YEAR             00404500
004046         GIVING WS-ANNUAL-GROSS                                   00404600
004047     COMPUTE WS-ANNUAL-TAXABLE = WS-ANNUAL-GROSS                  00404700
004048         - (EMP-M-ALLOWANCES * WS-ALLOWANCE-AMOUNT)               00404800
004049     IF WS-ANNUAL-TAXABLE < 0                                     00404900
004050         MOVE 0 TO WS-ANNUAL-TAXABLE                              00405000
004051     END-IF                                                       00405100
004052     MOVE 0 TO WS-WHT-FOUND-SUB                                   00405200
004053     PERFORM MATCH-ONE-BRACKET                                    00405300
004054         VARYING WS-WHT-SUB FROM 1 BY 1                           00405400
004055         UNTIL WS-WHT-SUB > WS-WHT-COUNT                          00405500
004056         OR WS-WHT-SUB > 40                                       00405600
004057     IF WS-WHT-FOUND-SUB > 0                                      00405700
004058         COMPUTE WS-ANNUAL-TAX ROUNDED =                          00405800
004059             WTT-BASE-TAX (WS-WHT-FOUND-SUB)                      00405900
004060             + ((WS-ANNUAL-TAXABLE                                00406000
004061             - WTT-FLOOR (WS-WHT-FOUND-SUB))                      00406100
004062             * WTT-RATE (WS-WHT-FOUND-SUB) / 100)                 00406200
004063         COMPUTE WS-GRADUATED-TAX ROUNDED =                       00406300
004064             WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR                  00406400
004065     ELSE                                                         00406500
004066         MOVE 0 TO WS-GRADUATED-TAX                               00406600
004067     END-IF.                                                      00406700
004068*                                                                 00406800
004069 MATCH-ONE-BRACKET.                                               00406900
004070     IF WTT-STATUS (WS-WHT-SUB) EQUAL EMP-M-FILING-STATUS         00407000
004071       AND WTT-FLOOR (WS-WHT-SUB) NOT > WS-ANNUAL-TAXABLE         00407100
004072         MOVE WS-WHT-SUB TO WS-WHT-FOUND-SUB.                     00407200
004073*                                                                 00407300
004074*ACCRUE-LEAVE ADDS THIS PERIOD'S ACCRUAL (HOURS WORKED TIMES THE  00407400
004075*CONTRACT RATES) ONTO THE EMPLOYEE'S LEAVE-TABLE ENTRY, ADDING A  00407500
004076*NEW ENTRY THE FIRST TIME AN EMP-ID IS SEEN.                      00407600
004077 ACCRUE-LEAVE.                                                    00407700
004078     MOVE WK-EMP-ID TO WS-LVE-MATCH-ID                            00407800
004079     PERFORM FIND-LEAVE-ENTRY                                     00407900
004080     IF NOT LVE-EMP-FOUND                                         00408000
004081         ADD 1 TO WS-LVE-COUNT                                    00408100
004082         IF WS-LVE-COUNT > 200                                    00408200
004083             DISPLAY "PAYROLL HALTED - LEAVE TABLE FULL AT 200 -" 00408300
004084                 " ACCRUALS WOULD BE LOST"                        00408400
004085             MOVE 16 TO RETURN-CODE                               00408500
004086             STOP RUN                                             00408600
004087         END-IF                                                   00408700
004088         IF WS-LVE-COUNT <= 200                                   00408800
004089             MOVE WK-EMP-ID TO LVE-TAB-EMP-ID (WS-LVE-COUNT)      00408900
004090             MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO           00409000
004091                 LVE-TAB-EMP-NAME (WS-LVE-COUNT)                  00409100
004092             MOVE SPACES TO LVE-TAB-DEPARTMENT (WS-LVE-COUNT)     00409200
004093             MOVE 0 TO LVE-TAB-VAC-BAL (WS-LVE-COUNT)             00409300
004094             MOVE 0 TO LVE-TAB-SICK-BAL (WS-LVE-COUNT)            00409400
004095             MOVE WS-LVE-COUNT TO WS-LVE-FOUND-SUB                00409500
004096             MOVE "Y" TO LVE-FOUND-FLAG                           00409600
004097         END-IF                                                   00409700
004098     END-IF                                                       00409800
004099     IF LVE-EMP-FOUND                                             00409900
004100         COMPUTE LVE-TAB-VAC-BAL (WS-LVE-FOUND-SUB) ROUNDED =     00410000
004101             LVE-TAB-VAC-BAL (WS-LVE-FOUND-SUB)                   00410100
004102             + (WK-HOURS-WORKED * .05)                            00410200
004103         COMPUTE LVE-TAB-SICK-BAL (WS-LVE-FOUND-SUB) ROUNDED =    00410300
004104             LVE-TAB-SICK-BAL (WS-LVE-FOUND-SUB)                  00410400
004105             + (WK-HOURS-WORKED * .025)                           00410500
004106     END-IF.                                                      00410600
004107*                                                                 00410700
004108 FIND-LEAVE-ENTRY.                                                00410800
004109     MOVE "N" TO LVE-FOUND-FLAG                                   00410900
004110     PERFORM MATCH-ONE-LEAVE-ENTRY                                00411000
004111         VARYING WS-LVE-SUB FROM 1 BY 1                           00411100
004112         UNTIL WS-LVE-SUB > WS-LVE-COUNT                          00411200
004113         OR WS-LVE-SUB > 200.                                     00411300
004114*                                                                 00411400
004115 MATCH-ONE-LEAVE-ENTRY.                                           00411500
004116     IF LVE-TAB-EMP-ID (WS-LVE-SUB) EQUAL WS-LVE-MATCH-ID         00411600
004117         MOVE "Y" TO LVE-FOUND-FLAG                               00411700
004118         MOVE WS-LVE-SUB TO WS-LVE-FOUND-SUB.                     00411800
004119*                                                                 00411900
004120*PROCESS-LEAVE-TRANSACTIONS DRAWS LEAVE-TAKEN CARDS DOWN FROM THE 00412000
004121*ACCRUED BALANCES.  A CARD THAT WOULD DRIVE A BALANCE NEGATIVE,   00412100
004122*NAMES AN UNKNOWN EMPLOYEE, OR CARRIES A BAD TYPE IS REJECTED TO  00412200
004123*EXCEPTION-FILE AND COUNTED ON THE REPORT FOOTER.                 00412300
004124 PROCESS-LEAVE-TRANSACTIONS.                                      00412400
004125     OPEN INPUT LEAVE-TRANS-FILE                                  00412500
004126     READ LEAVE-TRANS-FILE AT END MOVE "Y" TO LVT-EOF-FLAG        00412600
004127     END-READ                                                     00412700
004128     PERFORM APPLY-ONE-LEAVE-CARD UNTIL LVT-IS-EOF                00412800
004129     CLOSE LEAVE-TRANS-FILE.                                      00412900
004130*                                                                 00413000
004131 APPLY-ONE-LEAVE-CARD.                                            00413100
004132     MOVE LVT-EMP-ID TO WS-LVE-MATCH-ID                           00413200
004133     PERFORM FIND-LEAVE-ENTRY                                     00413300
004134     IF NOT LVE-EMP-FOUND                                         00413400
004135         MOVE "LEAVE CARD - EMPLOYEE NOT ON LEAVE MASTER"         00413500
004136             TO EXCP-REASON                                       00413600
004137         PERFORM WRITE-LEAVE-EXCEPTION                            00413700
004138     ELSE                                                         00413800
004139         IF LVT-IS-VACATION                                       00413900
004140           AND LVT-HOURS NOT >                                    00414000
004141             LVE-TAB-VAC-BAL (WS-LVE-FOUND-SUB)                   00414100
004142             SUBTRACT LVT-HOURS FROM                              00414200
004143                 LVE-TAB-VAC-BAL (WS-LVE-FOUND-SUB)               00414300
004144         ELSE                                                     00414400
004145             IF LVT-IS-SICK                                       00414500
004146               AND LVT-HOURS NOT >                                00414600
004147                 LVE-TAB-SICK-BAL (WS-LVE-FOUND-SUB)              00414700
004148                 SUBTRACT LVT-HOURS FROM                          00414800
004149                     LVE-TAB-SICK-BAL (WS-LVE-FOUND-SUB)          00414900
004150             ELSE                                                 00415000
004151                 MOVE "LEAVE CARD REJECTED - BAD TYPE OR BALANCE" 00415100
004152                     TO EXCP-REASON                               00415200
004153                 PERFORM WRITE-LEAVE-EXCEPTION                    00415300
004154             END-IF                                               00415400
004155         END-IF                                                   00415500
004156     END-IF                                                       00415600
004157     READ LEAVE-TRANS-FILE AT END MOVE "Y" TO LVT-EOF-FLAG.       00415700
004158*                                                                 00415800
004159 WRITE-LEAVE-EXCEPTION.                                           00415900
004160     ADD 1 TO WS-LEAVE-REJECT-COUNT                               00416000
004161     MOVE LVT-EMP-ID TO EXCP-EMP-ID                               00416100
004162     MOVE SPACES TO EXCP-EMP-NAME, EXCP-DEPARTMENT                00416200
004163     WRITE EXCEPTION-RECORD                                       00416300
004164     IF NOT IS-PROOF-RUN                                          00416400
004165         MOVE EXCP-REASON TO CEX-REASON                           00416500
004166         MOVE SPACES TO CEX-RECORD-IMAGE, CEX-KEY                 00416600
004167         MOVE LVT-EMP-ID TO CEX-KEY                               00416700
004168         MOVE LEAVE-TRANS-RECORD TO CEX-RECORD-IMAGE              00416800
004169         MOVE "PAYROLL " TO CEX-PROGRAM                           00416900
004170         MOVE WS-RUN-DATE TO CEX-RUN-DATE                         00417000
004171         WRITE COMMON-EXCEPTION-RECORD                            00417100
004172     END-IF.                                                      00417200
004173*                                                                 00417300
004174*WRITE-COMMON-EXCEPTION DUPLICATES THE REJECT JUST WRITTEN ONTO   00417400
004175*THE SHOP-WIDE EXCEPTION FILE; CEX-REASON IS SET BY THE CALLER.   00417500
004176 WRITE-COMMON-EXCEPTION.                                          00417600
004177     MOVE "PAYROLL " TO CEX-PROGRAM                               00417700
004178     MOVE WS-RUN-DATE TO CEX-RUN-DATE                             00417800
004179     MOVE SPACES TO CEX-KEY                                       00417900
004180     MOVE WK-EMP-ID TO CEX-KEY                                    00418000
004181     MOVE WS-FIRST-CARD-IMAGE TO CEX-RECORD-IMAGE                 00418100
004182     WRITE COMMON-EXCEPTION-RECORD.                               00418200
004183*                                                                 00418300
004184*PRINT-LEAVE-LISTING FILLS IN EACH ENTRY'S DEPARTMENT FROM THE    00418400
004185*EMPLOYEE MASTER, SORTS THE TABLE BY DEPARTMENT, AND PRINTS THE   00418500
004186*BALANCES GROUPED THE WAY SUPERVISORS ASK FOR THEM.               00418600
004187 PRINT-LEAVE-LISTING.                                             00418700
004188     PERFORM FILL-ONE-LEAVE-DEPT                                  00418800
004189         VARYING WS-LVE-SUB FROM 1 BY 1                           00418900
004190         UNTIL WS-LVE-SUB > WS-LVE-COUNT                          00419000
004191         OR WS-LVE-SUB > 200                                      00419100
004192     PERFORM SORT-LEAVE-TABLE                                     00419200
004193     PERFORM PRINT-NEW-PAGE                                       00419300
004194     WRITE PRINT-LINE FROM LEAVE-TITLE-LINE AFTER 2 LINES         00419400
004195     MOVE SPACES TO ACTUAL-LEAVE-DEPT                             00419500
004196     PERFORM PRINT-ONE-LEAVE-BALANCE                              00419600
004197         VARYING WS-LVE-SUB FROM 1 BY 1                           00419700
004198         UNTIL WS-LVE-SUB > WS-LVE-COUNT                          00419800
004199         OR WS-LVE-SUB > 200                                      00419900
004200     MOVE WS-LEAVE-REJECT-COUNT TO REPORT-LEAVE-REJECTS           00420000
004201     WRITE PRINT-LINE FROM LEAVE-REJECT-COUNT-LINE                00420100
004202         AFTER 2 LINES.                                           00420200
004203*                                                                 00420300
004204 FILL-ONE-LEAVE-DEPT.                                             00420400
004205     MOVE LVE-TAB-EMP-ID (WS-LVE-SUB) TO                          00420500
004206         EMP-ID OF EMPLOYEE-MASTER-RECORD                         00420600
004207     READ EMPLOYEE-MASTER-FILE                                    00420700
004208         INVALID KEY                                              00420800
004209             MOVE SPACES TO                                       00420900
004210                 EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD         00421000
004211     END-READ                                                     00421100
004212     MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD TO             00421200
004213         LVE-TAB-DEPARTMENT (WS-LVE-SUB).                         00421300
004214*                                                                 00421400
004215 SORT-LEAVE-TABLE.                                                00421500
004216     IF WS-LVE-COUNT > 1                                          00421600
004217         COMPUTE WS-LVE-SORT-LIMIT = WS-LVE-COUNT - 1             00421700
004218         IF WS-LVE-SORT-LIMIT > 199                               00421800
004219             MOVE 199 TO WS-LVE-SORT-LIMIT                        00421900
004220         END-IF                                                   00422000
004221         PERFORM SORT-ONE-LEAVE-PASS                              00422100
004222             VARYING WS-LVE-SORT-PASS FROM 1 BY 1                 00422200
004223             UNTIL WS-LVE-SORT-PASS > WS-LVE-SORT-LIMIT           00422300
004224     END-IF.                                                      00422400
004225*                                                                 00422500
004226 SORT-ONE-LEAVE-PASS.                                             00422600
004227     PERFORM COMPARE-AND-SWAP-LEAVE                               00422700
004228         VARYING WS-LVE-SORT-SUB FROM 1 BY 1                      00422800
004229         UNTIL WS-LVE-SORT-SUB > WS-LVE-SORT-LIMIT.               00422900
004230*                                                                 00423000
004231 COMPARE-AND-SWAP-LEAVE.                                          00423100
004232     IF LVE-TAB-DEPARTMENT (WS-LVE-SORT-SUB) >                    00423200
004233             LVE-TAB-DEPARTMENT (WS-LVE-SORT-SUB + 1)             00423300
004234         MOVE LVE-TAB-ENTRY (WS-LVE-SORT-SUB)                     00423400
004235             TO LEAVE-SWAP-HOLD                                   00423500
004236         MOVE LVE-TAB-ENTRY (WS-LVE-SORT-SUB + 1)                 00423600
004237             TO LVE-TAB-ENTRY (WS-LVE-SORT-SUB)                   00423700
004238         MOVE LEAVE-SWAP-HOLD                                     00423800
004239             TO LVE-TAB-ENTRY (WS-LVE-SORT-SUB + 1)               00423900
004240     END-IF.                                                      00424000
004241*                                                                 00424100
004242 PRINT-ONE-LEAVE-BALANCE.                                         00424200
004243     IF LVE-TAB-DEPARTMENT (WS-LVE-SUB) NOT EQUAL                 00424300
004244             ACTUAL-LEAVE-DEPT                                    00424400
004245         MOVE LVE-TAB-DEPARTMENT (WS-LVE-SUB)                     00424500
004246             TO ACTUAL-LEAVE-DEPT, LDL-DEPARTMENT                 00424600
004247         WRITE PRINT-LINE FROM LEAVE-DEPT-LINE AFTER 2 LINES      00424700
004248     END-IF                                                       00424800
004249     MOVE LVE-TAB-EMP-ID (WS-LVE-SUB) TO LBL-EMP-ID               00424900
004250     MOVE LVE-TAB-EMP-NAME (WS-LVE-SUB) TO LBL-EMP-NAME           00425000
004251     MOVE LVE-TAB-VAC-BAL (WS-LVE-SUB) TO LBL-VAC-BALANCE         00425100
004252     MOVE LVE-TAB-SICK-BAL (WS-LVE-SUB) TO LBL-SICK-BALANCE       00425200
004253     WRITE PRINT-LINE FROM LEAVE-DETAIL-LINE AFTER 1 LINES.       00425300
004254*                                                                 00425400
004255 WRITE-LEAVE-MASTER.                                              00425500
004256     PERFORM WRITE-ONE-LEAVE-RECORD                               00425600
004257         VARYING WS-LVE-SUB FROM 1 BY 1                           00425700
004258         UNTIL WS-LVE-SUB > WS-LVE-COUNT                          00425800
004259         OR WS-LVE-SUB > 200.                                     00425900
004260*                                                                 00426000
004261 WRITE-ONE-LEAVE-RECORD.                                          00426100
004262     MOVE LVE-TAB-EMP-ID (WS-LVE-SUB) TO LVN-EMP-ID               00426200
004263     MOVE LVE-TAB-EMP-NAME (WS-LVE-SUB) TO LVN-EMP-NAME           00426300
004264     MOVE LVE-TAB-VAC-BAL (WS-LVE-SUB) TO LVN-VAC-BALANCE         00426400
004265     MOVE LVE-TAB-SICK-BAL (WS-LVE-SUB) TO LVN-SICK-BALANCE       00426500
004266     WRITE LEAVE-NEW-MASTER-RECORD.                               00426600
004267*                                                                 00426700
004268*PAY-RETRO-ADJUSTMENT PAYS THE BACK PAY A PENDING RATE CHANGE     00426800
004269*OWES: (NEW RATE LESS OLD RATE) TIMES THE RETRO HOURS SUPPLIED ON 00426900
004270*THE RATE-CHANGE CARD, ON ITS OWN CLEARLY MARKED LINE, THE SAME   00427000
004271*WAY A REVERSAL PRINTS.  ONLY PERCENT DEDUCTIONS APPLY -- FLAT    00427100
004272*PREMIUMS WERE ALREADY TAKEN ON THE REGULAR LINE.  THE PENDING    00427200
004273*CHANGE IS THEN CLEARED ON THE MASTER SO IT PAYS EXACTLY ONCE.    00427300
004274 PAY-RETRO-ADJUSTMENT.                                            00427400
004275     SUBTRACT EMP-M-PREV-PAYRATE                                  00427500
004276         FROM EMP-PAYRATE OF EMPLOYEE-MASTER-RECORD               00427600
004277         GIVING WS-RETRO-RATE-DIFF                                00427700
004278     MULTIPLY EMP-M-RETRO-HOURS BY WS-RETRO-RATE-DIFF             00427800
004279         GIVING WS-LINE-AMOUNT                                    00427900
004280     MOVE "Y" TO RETRO-MODE-FLAG                                  00428000
004281     MOVE WS-LINE-AMOUNT TO WS-GROSS-AMOUNT                       00428100
004282     PERFORM APPLY-DEDUCTIONS                                     00428200
004283     MOVE "N" TO RETRO-MODE-FLAG                                  00428300
004284*    A RETRO LINE CARRIES NO TYPED EARNINGS OF ITS OWN AND NO     00428400
004285*    OVERTIME METHOD.                                             00428500
004286     MOVE 0 TO WS-BONUS-PAY, WS-HOL-PREM-PAY, WS-VACPAY-PAY       00428600
004287     MOVE 0 TO EMP-OTHER-EARN                                     00428700
004288     MOVE SPACES TO EMP-OT-METHOD                                 00428800
004289     MOVE WS-GROSS-AMOUNT TO EMP-GROSS-AMOUNT                     00428900
004290     ADD WS-TAX-DED, WS-SS-DED, WS-MED-DED                        00429000
004291         GIVING EMP-TAX-DED                                       00429100
004292     ADD WS-INS-DED, WS-DEFERRAL GIVING EMP-INS-DED               00429200
004293     ADD WS-GARN-DED, WS-LOAN-DED GIVING EMP-GARN-DED             00429300
004294     MOVE WS-NET-AMOUNT TO EMP-NET-AMOUNT                         00429400
004295     MOVE EMP-M-RETRO-HOURS TO EMP-HOURS-WORKED                   00429500
004296     MOVE "*RETROACT*" TO REVERSAL-MARKER                         00429600
004297     ADD WS-LINE-AMOUNT TO WS-DEPARTMENT-SUBTOTAL,                00429700
004298         WS-GRAND-TOTAL                                           00429800
004299     IF IS-PROOF-RUN                                              00429900
004300         PERFORM ADD-RETRO-TO-CASH                                00430000
004301     ELSE                                                         00430100
004302         PERFORM WRITE-REGISTER-RECORD                            00430200
004303         PERFORM WRITE-YTD-WORK-RECORD                            00430300
004304     END-IF                                                       00430400
004305     WRITE PRINT-LINE FROM OUTPUT-LINE                            00430500
004306         AT END-OF-PAGE PERFORM PRINT-NEW-PAGE                    00430600
004307     END-WRITE                                                    00430700
004308     ADD 1 TO WS-RETRO-COUNT                                      00430800
004309*    A PROOF RUN LEAVES THE PENDING RATE CHANGE ON THE MASTER SO  00430900
004310*    THE LIVE RUN STILL PAYS IT EXACTLY ONCE.                     00431000
004311     IF NOT IS-PROOF-RUN                                          00431100
004312         MOVE 0 TO EMP-M-PREV-PAYRATE, EMP-M-RETRO-HOURS          00431200
004313         REWRITE EMPLOYEE-MASTER-RECORD                           00431300
004314             INVALID KEY CONTINUE                                 00431400
004315         END-REWRITE                                              00431500
004316     END-IF.                                                      00431600
004317*                                                                 00431700
004318*CHECK-HOURS-ALERT FLAGS (BUT DOES NOT REJECT) A GOOD RECORD      00431800
004319*WHOSE HOURS ARE NEGATIVE OR OVER 80.  A GENUINE EMERGENCY-       00431900
004320*OVERTIME WEEK AND A CORRUPTED TIMECARD BOTH PAY AS PUNCHED, BUT  00432000
004321*BOTH ALSO NEED A HUMAN TO CONFIRM THEM, SO EACH GETS ITS OWN     00432100
004322*REASON ON THE HOURS EXCEPTION PAGE PRINTED AT CLOSING.           00432200
004323 CHECK-HOURS-ALERT.                                               00432300
004324     MOVE "N" TO HOURS-ALERT-FLAG                                 00432400
004325     IF WK-HOURS-WORKED < 0                                       00432500
004326         MOVE "Y" TO HOURS-ALERT-FLAG                             00432600
004327         MOVE "NEGATIVE HOURS - VERIFY WITH SUPERVISOR"           00432700
004328             TO WS-HOURS-ALERT-REASON                             00432800
004329     ELSE                                                         00432900
004330         IF WK-HOURS-WORKED > 80                                  00433000
004331             MOVE "Y" TO HOURS-ALERT-FLAG                         00433100
004332             MOVE "HOURS OVER 80 - VERIFY WITH SUPERVISOR"        00433200
004333                 TO WS-HOURS-ALERT-REASON                         00433300
004334         END-IF                                                   00433400
004335     END-IF                                                       00433500
004336     IF HOURS-NEEDS-VERIFICATION                                  00433600
004337         PERFORM STORE-HOURS-ALERT                                00433700
004338     END-IF.                                                      00433800
004339*                                                                 00433900
004340 STORE-HOURS-ALERT.                                               00434000
004341     ADD 1 TO WS-HOURS-ALERT-COUNT                                00434100
004342     IF WS-HOURS-ALERT-COUNT <= 100                               00434200
004343         MOVE WK-EMP-ID TO                                        00434300
004344             HAT-EMP-ID (WS-HOURS-ALERT-COUNT)                    00434400
004345         MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO               00434500
004346             HAT-EMP-NAME (WS-HOURS-ALERT-COUNT)                  00434600
004347         MOVE EMP-DEPARTMENT OF EMPLOYEE-MASTER-RECORD TO         00434700
004348             HAT-DEPARTMENT (WS-HOURS-ALERT-COUNT)                00434800
004349         MOVE WK-HOURS-WORKED TO                                  00434900
004350             HAT-HOURS (WS-HOURS-ALERT-COUNT)                     00435000
004351         MOVE WS-HOURS-ALERT-REASON TO                            00435100
004352             HAT-REASON (WS-HOURS-ALERT-COUNT)                    00435200
004353     END-IF.                                                      00435300
004354*                                                                 00435400
004355*PRINT-HOURS-ALERT-PAGE PUTS EVERY FLAGGED RECORD ON ITS OWN      00435500
004356*FRESH PAGE AT THE END OF THE RUN SO SUPERVISOR FOLLOW-UP DOESN'T 00435600
004357*MEAN HUNTING THROUGH THE WHOLE REPORT FOR AN ODD-LOOKING LINE.   00435700
004358 PRINT-HOURS-ALERT-PAGE.                                          00435800
004359     PERFORM PRINT-NEW-PAGE                                       00435900
004360     WRITE PRINT-LINE FROM HOURS-ALERT-TITLE-LINE AFTER 2 LINES   00436000
004361     PERFORM PRINT-ONE-HOURS-ALERT                                00436100
004362         VARYING WS-HOURS-ALERT-SUB FROM 1 BY 1                   00436200
004363         UNTIL WS-HOURS-ALERT-SUB > WS-HOURS-ALERT-COUNT          00436300
004364         OR WS-HOURS-ALERT-SUB > 100.                             00436400
004365*                                                                 00436500
004366 PRINT-ONE-HOURS-ALERT.                                           00436600
004367     MOVE SPACES TO HOURS-ALERT-DETAIL-LINE                       00436700
004368     MOVE HAT-EMP-ID (WS-HOURS-ALERT-SUB) TO HAL-EMP-ID           00436800
004369     MOVE HAT-EMP-NAME (WS-HOURS-ALERT-SUB) TO HAL-EMP-NAME       00436900
004370     MOVE HAT-DEPARTMENT (WS-HOURS-ALERT-SUB) TO HAL-DEPARTMENT   00437000
004371     MOVE HAT-HOURS (WS-HOURS-ALERT-SUB) TO HAL-HOURS             00437100
004372     MOVE HAT-REASON (WS-HOURS-ALERT-SUB) TO HAL-REASON           00437200
004373     WRITE PRINT-LINE FROM HOURS-ALERT-DETAIL-LINE AFTER 1 LINES. 00437300
004374*                                                                 00437400
004375*PRINT-HOLIDAY-PAY-PAGE LISTS EVERY EMPLOYEE PAID OR DENIED       00437500
004376*HOLIDAY PAY THIS PERIOD, WITH THE REASON, FOR THE SUPERVISORS    00437600
004377*TO REVIEW.                                                       00437700
004378 PRINT-HOLIDAY-PAY-PAGE.                                          00437800
004379     PERFORM PRINT-NEW-PAGE                                       00437900
004380     WRITE PRINT-LINE FROM HOLIDAY-PAY-TITLE-LINE AFTER 2 LINES   00438000
004381     PERFORM PRINT-ONE-HOLIDAY-PAY                                00438100
004382         VARYING WS-HPT-SUB FROM 1 BY 1                           00438200
004383         UNTIL WS-HPT-SUB > WS-HPT-COUNT                          00438300
004384         OR WS-HPT-SUB > 200                                      00438400
004385     MOVE WS-HOL-PAID-COUNT TO HPTL-PAID-COUNT                    00438500
004386     MOVE WS-HOL-PAID-TOTAL TO HPTL-PAID-TOTAL                    00438600
004387     MOVE WS-HOL-DENIED-COUNT TO HPTL-DENIED-COUNT                00438700
004388     WRITE PRINT-LINE FROM HOLIDAY-PAY-TOTAL-LINE AFTER 2 LINES.  00438800
004389*                                                                 00438900
004390 PRINT-ONE-HOLIDAY-PAY.                                           00439000
004391     MOVE SPACES TO HOLIDAY-PAY-DETAIL-LINE                       00439100
004392     MOVE HPT-EMP-ID (WS-HPT-SUB) TO HPL-EMP-ID                   00439200
004393     MOVE HPT-EMP-NAME (WS-HPT-SUB) TO HPL-EMP-NAME               00439300
004394     MOVE HPT-DEPARTMENT (WS-HPT-SUB) TO HPL-DEPARTMENT           00439400
004395     MOVE HPT-HOL-DATE (WS-HPT-SUB) TO HPL-HOL-DATE               00439500
004396     MOVE HPT-AMOUNT (WS-HPT-SUB) TO HPL-AMOUNT                   00439600
004397     MOVE HPT-REASON (WS-HPT-SUB) TO HPL-REASON                   00439700
004398     WRITE PRINT-LINE FROM HOLIDAY-PAY-DETAIL-LINE AFTER 1 LINES. 00439800
004399*                                                                 00439900
004400*PRINT-GARN-SHORT-PAGE LISTS EVERY GARNISHMENT ORDER THAT COULD   00440000
004401*NOT TAKE ITS FULL AMOUNT THIS PERIOD (BALANCE EXHAUSTED OR THE   00440100
004402*DISPOSABLE-EARNINGS CAP REACHED) SO THE DESK CAN ANSWER THE      00440200
004403*COURT OR AGENCY.                                                 00440300
004404 PRINT-GARN-SHORT-PAGE.                                           00440400
004405     PERFORM PRINT-NEW-PAGE                                       00440500
004406     WRITE PRINT-LINE FROM GARN-SHORT-TITLE-LINE AFTER 2 LINES    00440600
004407     PERFORM PRINT-ONE-GARN-SHORT                                 00440700
004408         VARYING WS-GST-SUB FROM 1 BY 1                           00440800
004409         UNTIL WS-GST-SUB > WS-GST-COUNT                          00440900
004410         OR WS-GST-SUB > 100.                                     00441000
004411*                                                                 00441100
004412 PRINT-ONE-GARN-SHORT.                                            00441200
004413     MOVE GST-EMP-ID (WS-GST-SUB) TO GSL-EMP-ID                   00441300
004414     MOVE GST-ORDER-NO (WS-GST-SUB) TO GSL-ORDER-NO               00441400
004415     MOVE GST-WANTED (WS-GST-SUB) TO GSL-WANTED                   00441500
004416     MOVE GST-TAKEN (WS-GST-SUB) TO GSL-TAKEN                     00441600
004417     WRITE PRINT-LINE FROM GARN-SHORT-DETAIL-LINE AFTER 1 LINES.  00441700
004418*                                                                 00441800
004419*UPDATE-YTD-MASTER IS THE CLASSIC BALANCE-LINE MERGE: THE PAY     00441900
004420*WORK FILE IS SORTED BY EMP-ID AND MERGED AGAINST THE OLD MASTER  00442000
004421*(ALREADY IN EMP-ID SEQUENCE) INTO THE NEW MASTER AND THE YTD     00442100
004422*SUMMARY LISTING.  AN EMPLOYEE ON ONE SIDE ONLY CARRIES OR        00442200
004423*STARTS HIS BALANCE; AN EMPLOYEE ON BOTH SIDES GETS OLD PLUS      00442300
004424*THIS PERIOD.                                                     00442400
004425 UPDATE-YTD-MASTER.                                               00442500
004426     CLOSE YTD-WORK-FILE                                          00442600
004427     SORT SORT-FILE ON ASCENDING KEY SRT-EMP-ID                   00442700
004428         USING YTD-WORK-FILE                                      00442800
004429         GIVING YTD-SORTED-FILE                                   00442900
004430     OPEN INPUT YTD-SORTED-FILE                                   00443000
004431     MOVE WS-PAY-PERIOD TO WS-PERIOD-SPLIT                        00443100
004432     MOVE "*YTDCTL*" TO YTD-N-EMP-ID                              00443200
004433     MOVE "YEAR CONTROL RECORD" TO YTD-N-EMP-NAME                 00443300
004434     MOVE WS-PERIOD-YY TO YTD-N-GROSS-PAY                         00443400
004435     MOVE 0 TO YTD-N-SS-WAGES, YTD-N-SS-TAX, YTD-N-MED-WAGES,     00443500
004436         YTD-N-MED-TAX, YTD-N-SS-ER-TAX, YTD-N-MED-ER-TAX,        00443600
004437         YTD-N-DEFERRALS, YTD-N-ER-MATCH                          00443700
004438     WRITE YTD-NEW-MASTER-RECORD                                  00443800
004439     WRITE YTD-SUMMARY-RECORD FROM YTD-SUMMARY-TITLE-LINE         00443900
004440     READ YTD-SORTED-FILE AT END MOVE "Y" TO YSR-EOF-FLAG         00444000
004441     END-READ                                                     00444100
004442     PERFORM MERGE-ONE-EMPLOYEE                                   00444200
004443         UNTIL YTD-IS-EOF AND YSR-IS-EOF                          00444300
004444     CLOSE YTD-SORTED-FILE.                                       00444400
004445*                                                                 00444500
004446 MERGE-ONE-EMPLOYEE.                                              00444600
004447     IF YTD-IS-EOF                                                00444700
004448         MOVE YSR-EMP-ID TO WS-MERGE-EMP-ID                       00444800
004449     ELSE                                                         00444900
004450         IF YSR-IS-EOF                                            00445000
004451             MOVE YTD-M-EMP-ID TO WS-MERGE-EMP-ID                 00445100
004452         ELSE                                                     00445200
004453             IF YTD-M-EMP-ID NOT > YSR-EMP-ID                     00445300
004454                 MOVE YTD-M-EMP-ID TO WS-MERGE-EMP-ID             00445400
004455             ELSE                                                 00445500
004456                 MOVE YSR-EMP-ID TO WS-MERGE-EMP-ID               00445600
004457             END-IF                                               00445700
004458         END-IF                                                   00445800
004459     END-IF                                                       00445900
004460     MOVE 0 TO WS-MERGE-GROSS                                     00446000
004461     MOVE 0 TO WS-MERGE-SS-WAGES, WS-MERGE-SS-TAX,                00446100
004462         WS-MERGE-MED-WAGES, WS-MERGE-MED-TAX,                    00446200
004463         WS-MERGE-SS-ER-TAX, WS-MERGE-MED-ER-TAX,                 00446300
004464         WS-MERGE-DEFERRALS, WS-MERGE-ER-MATCH                    00446400
004465     MOVE SPACES TO WS-MERGE-EMP-NAME                             00446500
004466     IF NOT YTD-IS-EOF                                            00446600
004467       AND YTD-M-EMP-ID EQUAL WS-MERGE-EMP-ID                     00446700
004468         ADD YTD-M-GROSS-PAY TO WS-MERGE-GROSS                    00446800
004469         ADD YTD-M-SS-WAGES TO WS-MERGE-SS-WAGES                  00446900
004470         ADD YTD-M-SS-TAX TO WS-MERGE-SS-TAX                      00447000
004471         ADD YTD-M-MED-WAGES TO WS-MERGE-MED-WAGES                00447100
004472         ADD YTD-M-MED-TAX TO WS-MERGE-MED-TAX                    00447200
004473         ADD YTD-M-SS-ER-TAX TO WS-MERGE-SS-ER-TAX                00447300
004474         ADD YTD-M-MED-ER-TAX TO WS-MERGE-MED-ER-TAX              00447400
004475         ADD YTD-M-DEFERRALS TO WS-MERGE-DEFERRALS                00447500
004476         ADD YTD-M-ER-MATCH TO WS-MERGE-ER-MATCH                  00447600
004477         MOVE YTD-M-EMP-NAME TO WS-MERGE-EMP-NAME                 00447700
004478         PERFORM READ-NEXT-OLD-MASTER                             00447800
004479     END-IF                                                       00447900
004480     PERFORM ADD-ONE-SORTED-PAY-LINE                              00448000
004481         UNTIL YSR-IS-EOF                                         00448100
004482         OR YSR-EMP-ID NOT EQUAL WS-MERGE-EMP-ID                  00448200
004483     MOVE WS-MERGE-EMP-ID TO YTD-N-EMP-ID                         00448300
004484     MOVE WS-MERGE-EMP-NAME TO YTD-N-EMP-NAME                     00448400
004485     MOVE WS-MERGE-GROSS TO YTD-N-GROSS-PAY                       00448500
004486     MOVE WS-MERGE-SS-WAGES TO YTD-N-SS-WAGES                     00448600
004487     MOVE WS-MERGE-SS-TAX TO YTD-N-SS-TAX                         00448700
004488     MOVE WS-MERGE-MED-WAGES TO YTD-N-MED-WAGES                   00448800
004489     MOVE WS-MERGE-MED-TAX TO YTD-N-MED-TAX                       00448900
004490     MOVE WS-MERGE-SS-ER-TAX TO YTD-N-SS-ER-TAX                   00449000
004491     MOVE WS-MERGE-MED-ER-TAX TO YTD-N-MED-ER-TAX                 00449100
004492     MOVE WS-MERGE-DEFERRALS TO YTD-N-DEFERRALS                   00449200
004493     MOVE WS-MERGE-ER-MATCH TO YTD-N-ER-MATCH                     00449300
004494     WRITE YTD-NEW-MASTER-RECORD                                  00449400
004495     MOVE WS-MERGE-EMP-ID TO YTD-SUM-EMP-ID                       00449500
004496     MOVE WS-MERGE-EMP-NAME TO YTD-SUM-EMP-NAME                   00449600
004497     MOVE WS-MERGE-GROSS TO YTD-SUM-GROSS-PAY                     00449700
004498     WRITE YTD-SUMMARY-RECORD FROM YTD-SUMMARY-DETAIL-LINE.       00449800
004499*                                                                 00449900
004500 ADD-ONE-SORTED-PAY-LINE.                                         00450000
004501     ADD YSR-AMOUNT TO WS-MERGE-GROSS                             00450100
004502     ADD YSR-SS-WAGES TO WS-MERGE-SS-WAGES                        00450200
004503     ADD YSR-SS-DED TO WS-MERGE-SS-TAX                            00450300
004504     ADD YSR-MED-WAGES TO WS-MERGE-MED-WAGES                      00450400
004505     ADD YSR-MED-DED TO WS-MERGE-MED-TAX                          00450500
004506     ADD YSR-SS-ER TO WS-MERGE-SS-ER-TAX                          00450600
004507     ADD YSR-MED-ER TO WS-MERGE-MED-ER-TAX                        00450700
004508     ADD YSR-DEFERRAL TO WS-MERGE-DEFERRALS                       00450800
004509     ADD YSR-ER-MATCH TO WS-MERGE-ER-MATCH                        00450900
004510     IF WS-MERGE-EMP-NAME EQUAL SPACES                            00451000
004511         MOVE YSR-EMP-NAME TO WS-MERGE-EMP-NAME                   00451100
004512     END-IF                                                       00451200
004513     READ YTD-SORTED-FILE AT END MOVE "Y" TO YSR-EOF-FLAG.        00451300
004514*                                                                 00451400
004515*THE MERGE ONLY WORKS AGAINST A MASTER IN EMP-ID SEQUENCE; AN     00451500
004516*OUT-OF-SEQUENCE MASTER WOULD SILENTLY LOSE BALANCES, SO THE RUN  00451600
004517*STOPS INSTEAD.                                                   00451700
004518 READ-NEXT-OLD-MASTER.                                            00451800
004519     MOVE YTD-M-EMP-ID TO WS-LAST-OLD-EMP-ID                      00451900
004520     READ YTD-MASTER-FILE AT END MOVE "Y" TO YTD-EOF-FLAG         00452000
004521     END-READ                                                     00452100
004522     IF NOT YTD-IS-EOF                                            00452200
004523       AND YTD-M-EMP-ID < WS-LAST-OLD-EMP-ID                      00452300
004524         DISPLAY "PAYROLL HALTED - YTD MASTER OUT OF SEQUENCE"    00452400
004525             " AT " YTD-M-EMP-ID                                  00452500
004526         MOVE 16 TO RETURN-CODE                                   00452600
004527         STOP RUN                                                 00452700
004528     END-IF.                                                      00452800
004529*                                                                 00452900
004530*WRITE-RUN-CONTROL RECORDS THIS RUN'S COUNTS FOR RUNAUDIT:        00453000
004531*WEEKS READ, PAY LINES PRINTED, AND EVERY CLASS OF SKIPPED WEEK   00453100
004532*(OUT-OF-SEQUENCE, SUSPENSE, INVALID CODE, PLANT FILTER).         00453200
004533 WRITE-RUN-CONTROL.                                               00453300
004534     MOVE "PAYROLL " TO RCT-PROGRAM                               00453400
004535     MOVE WS-RUN-DATE TO RCT-RUN-DATE                             00453500
004536     MOVE WS-RUN-TIME TO RCT-START-TIME                           00453600
004537     ACCEPT RCT-STOP-TIME FROM TIME                               00453700
004538     MOVE WS-WEEK-COUNT TO RCT-RECORDS-READ                       00453800
004539     MOVE WS-PRINTED-COUNT TO RCT-RECORDS-WRITTEN                 00453900
004540     COMPUTE RCT-RECORDS-REJECTED =                               00454000
004541         WS-SEQ-SKIP-COUNT + WS-REJECT-COUNT                      00454100
004542         + WS-INVALID-CODE-COUNT + WS-FILTERED-COUNT              00454200
004543     MOVE WS-WEEK-COUNT TO RCT-TRAILER-COUNT                      00454300
004544     WRITE RUN-CONTROL-RECORD.                                    00454400
004545*                                                                 00454500
004546*WRITE-DEDUCTION-MASTER REWRITES THE DEDUCTION MASTER WITH THIS   00454600
004547*PERIOD'S DRAWN-DOWN GARNISHMENT BALANCES.                        00454700
004548 WRITE-DEDUCTION-MASTER.                                          00454800
004549     PERFORM WRITE-ONE-DEDUCTION-RECORD                           00454900
004550         VARYING WS-DED-SUB FROM 1 BY 1                           00455000
004551         UNTIL WS-DED-SUB > WS-DED-COUNT                          00455100
004552         OR WS-DED-SUB > 200.                                     00455200
004553*                                                                 00455300
004554 WRITE-ONE-DEDUCTION-RECORD.                                      00455400
004555     MOVE DED-TAB-EMP-ID (WS-DED-SUB) TO DED-N-EMP-ID             00455500
004556     MOVE DED-TAB-CODE (WS-DED-SUB) TO DED-N-CODE                 00455600
004557     MOVE DED-TAB-METHOD (WS-DED-SUB) TO DED-N-METHOD             00455700
004558     MOVE DED-TAB-VALUE (WS-DED-SUB) TO DED-N-VALUE               00455800
004559     MOVE DED-TAB-GARN-BALANCE (WS-DED-SUB) TO DED-N-GARN-BALANCE 00455900
004560     MOVE DED-TAB-PRIORITY (WS-DED-SUB) TO DED-N-PRIORITY         00456000
004561     MOVE DED-TAB-ORDER-NO (WS-DED-SUB) TO DED-N-ORDER-NO         00456100
004562     MOVE DED-TAB-PAYEE-CODE (WS-DED-SUB) TO DED-N-PAYEE-CODE     00456200
004563     MOVE DED-TAB-START-DATE (WS-DED-SUB) TO DED-N-START-DATE     00456300
004564     MOVE DED-TAB-STOP-DATE (WS-DED-SUB) TO DED-N-STOP-DATE       00456400
004565     WRITE DEDUCTION-NEW-RECORD.                                  00456500
004566*                                                                 00456600
004567*WRITE-LOAN-MASTER REWRITES THE LOAN MASTER WITH THIS PERIOD'S    00456700
004568*DRAWN-DOWN BALANCES.                                             00456800
004569 WRITE-LOAN-MASTER.                                               00456900
004570     PERFORM WRITE-ONE-LOAN-RECORD                                00457000
004571         VARYING WS-LNT-SUB FROM 1 BY 1                           00457100
004572         UNTIL WS-LNT-SUB > WS-LNT-COUNT.                         00457200
004573*                                                                 00457300
004574 WRITE-ONE-LOAN-RECORD.                                           00457400
004575     MOVE LNT-RECORD (WS-LNT-SUB) TO LOAN-NEW-MASTER-RECORD       00457500
004576     WRITE LOAN-NEW-MASTER-RECORD.                                00457600
004577*                                                                 00457700
004578 CLOSING.                                                         00457800
004579     PERFORM PRINT-DEPARTMENT-SUBTOTAL                            00457900
004580     MOVE WS-GRAND-TOTAL TO REPORT-GRAND-TOTAL                    00458000
004581     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE AFTER 2 LINES         00458100
004582     MOVE WS-READ-COUNT TO REPORT-READ-COUNT                      00458200
004583     WRITE PRINT-LINE FROM READ-COUNT-LINE AFTER 2 LINES          00458300
004584     MOVE WS-PRINTED-COUNT TO REPORT-PRINTED-COUNT                00458400
004585     WRITE PRINT-LINE FROM PRINTED-COUNT-LINE AFTER 1 LINES       00458500
004586     MOVE WS-SEQ-SKIP-COUNT TO REPORT-SEQUENCE-COUNT              00458600
004587     WRITE PRINT-LINE FROM SKIPPED-SEQUENCE-LINE AFTER 1 LINES    00458700
004588     MOVE WS-REJECT-COUNT TO REPORT-REJECT-COUNT                  00458800
004589     WRITE PRINT-LINE FROM SUSPENSE-COUNT-LINE AFTER 1 LINES      00458900
004590     MOVE WS-INVALID-CODE-COUNT TO REPORT-INVALID-CODE-COUNT      00459000
004591     WRITE PRINT-LINE FROM INVALID-CODE-COUNT-LINE AFTER 1 LINES  00459100
004592     MOVE WS-FILTERED-COUNT TO REPORT-FILTERED-COUNT              00459200
004593     WRITE PRINT-LINE FROM FILTERED-COUNT-LINE AFTER 1 LINES      00459300
004594     MOVE WS-RETRO-COUNT TO REPORT-RETRO-COUNT                    00459400
004595     WRITE PRINT-LINE FROM RETRO-COUNT-LINE AFTER 1 LINES         00459500
004596     MOVE WS-TOTAL-BONUS TO REPORT-BONUS-TOTAL                    00459600
004597     WRITE PRINT-LINE FROM BONUS-TOTAL-LINE AFTER 1 LINES         00459700
004598     MOVE WS-TOTAL-HOL-PREM TO REPORT-HOL-PREM-TOTAL              00459800
004599     WRITE PRINT-LINE FROM HOL-PREM-TOTAL-LINE AFTER 1 LINES      00459900
004600     MOVE WS-TOTAL-VACPAY TO REPORT-VACPAY-TOTAL                  00460000
004601     WRITE PRINT-LINE FROM VACPAY-TOTAL-LINE AFTER 1 LINES        00460100
004602     MOVE WS-TAX-TABLE-YEAR TO REPORT-TAX-TABLE-YEAR              00460200
004603     WRITE PRINT-LINE FROM TAX-TABLE-YEAR-LINE AFTER 1 LINES      00460300
004604     MOVE WS-TOTAL-SS-DED TO REPORT-SS-TOTAL                      00460400
004605     MOVE WS-TOTAL-SS-ER TO REPORT-SS-ER-TOTAL                    00460500
004606     WRITE PRINT-LINE FROM SS-TOTAL-LINE AFTER 1 LINES            00460600
004607     MOVE WS-TOTAL-MED-DED TO REPORT-MED-TOTAL                    00460700
004608     MOVE WS-TOTAL-MED-ER TO REPORT-MED-ER-TOTAL                  00460800
004609     WRITE PRINT-LINE FROM MED-TOTAL-LINE AFTER 1 LINES           00460900
004610     MOVE WS-TOTAL-DEFERRAL TO REPORT-DEFERRAL-TOTAL              00461000
004611     MOVE WS-TOTAL-ER-MATCH TO REPORT-ER-MATCH-TOTAL              00461100
004612     WRITE PRINT-LINE FROM RET-TOTAL-LINE AFTER 1 LINES           00461200
004613     MOVE WS-TOTAL-LOAN-DED TO REPORT-LOAN-DED-TOTAL              00461300
004614     MOVE WS-LOAN-RECOVERY-COUNT TO REPORT-LOAN-RECOVERY-COUNT    00461400
004615     WRITE PRINT-LINE FROM LOAN-TOTAL-LINE AFTER 1 LINES          00461500
004616     WRITE PRINT-LINE FROM END-OF-REPORT-LINE AFTER 2 LINES       00461600
004617     MOVE WS-PRINTED-COUNT TO REPORT-TOTAL-EMPLOYEES              00461700
004618     WRITE PRINT-LINE FROM TOTAL-EMPLOYEES-LINE AFTER 2 LINES     00461800
004619     MOVE WS-TOTAL-HOURS TO REPORT-TOTAL-HOURS                    00461900
004620     WRITE PRINT-LINE FROM TOTAL-HOURS-LINE AFTER 1 LINES         00462000
004621     MOVE WS-RUN-DATE TO REPORT-RUN-DATE                          00462100
004622     MOVE WS-RUN-TIME TO REPORT-RUN-TIME                          00462200
004623     WRITE PRINT-LINE FROM RUN-DATETIME-LINE AFTER 1 LINES        00462300
004624     IF WS-HOURS-ALERT-COUNT > 0                                  00462400
004625         PERFORM PRINT-HOURS-ALERT-PAGE                           00462500
004626     END-IF                                                       00462600
004627     IF WS-GST-COUNT > 0                                          00462700
004628         PERFORM PRINT-GARN-SHORT-PAGE                            00462800
004629     END-IF                                                       00462900
004630     IF WS-HPT-COUNT > 0                                          00463000
004631         PERFORM PRINT-HOLIDAY-PAY-PAGE                           00463100
004632     END-IF                                                       00463200
004633     PERFORM PRINT-LEAVE-LISTING                                  00463300
004634*    A PROOF RUN PRINTS THE CASH REQUIREMENTS PAGE AND UPDATES    00463400
004635*    NOTHING: NO NEW MASTERS, NO REGISTER, NO RUN CONTROL, NO     00463500
004636*    PERIOD CLOSE, AND NO CHECKPOINT.                             00463600
004637     IF IS-PROOF-RUN                                              00463700
004638         PERFORM PRINT-CASH-REQUIREMENTS                          00463800
004639         CLOSE INPUT-FILE, PRINT-FILE,                            00463900
004640             EXCEPTION-FILE, YTD-MASTER-FILE,                     00464000
004641             EMPLOYEE-MASTER-FILE                                 00464100
004642     ELSE                                                         00464200
004643         PERFORM WRITE-LEAVE-MASTER                               00464300
004644         PERFORM UPDATE-YTD-MASTER                                00464400
004645         PERFORM WRITE-DEDUCTION-MASTER                           00464500
004646         PERFORM WRITE-LOAN-MASTER                                00464600
004647         PERFORM WRITE-RUN-CONTROL                                00464700
004648*        A PLANT-FILTERED RUN PAYS ONE SITE ONLY; THE PERIOD      00464800
004649*        STAYS OPEN FOR THE OTHER PLANTS' RUNS.                   00464900
004650         IF WS-PLANT-FILTER EQUAL SPACES                          00465000
004651             PERFORM MARK-PERIOD-CLOSED                           00465100
004652         END-IF                                                   00465200
004653         PERFORM WRITE-CHECKPOINT                                 00465300
004654         CLOSE INPUT-FILE, PRINT-FILE,                            00465400
004655             EXCEPTION-FILE, YTD-MASTER-FILE, YTD-NEW-MASTER-FILE,00465500
004656             YTD-SUMMARY-FILE, CHECKPOINT-FILE,                   00465600
004657             SUSPENSE-FILE, REGISTER-FILE,                        00465700
004658             COMMON-EXCEPTION-FILE,                               00465800
004659             DEDUCTION-NEW-FILE, EMPLOYEE-MASTER-FILE,            00465900
004660             LEAVE-NEW-MASTER-FILE, RUN-CONTROL-FILE,             00466000
004661             LOAN-NEW-MASTER-FILE                                 00466100
004662     END-IF.                                                      00466200
