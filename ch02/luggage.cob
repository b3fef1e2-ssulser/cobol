      *                    MAINTAINS INSTEAD OF A HAND-PUNCHED DECK,    00007800
      *                    SO THE CAPACITY AND EFFECTIVE DATES IT       00007900
      *                    KEEPS ARE THE ONES THIS RUN ENFORCES.        00008000
      *    2026-10-15  SS  JUDGE EVERY CONNECTION BY THE SCHEDULED      00008100
      *                    TIMES FLTMAINT NOW KEEPS AGAINST THE HUB'S   00008200
      *                    MINIMUM CONNECTION TIME FROM THE MCT TABLE:  00008300
      *                    AN ONWARD FLIGHT LEAVING SOONER THAN THE     00008400
      *                    MINIMUM AFTER THE INBOUND LANDS REJECTS THE  00008500
      *                    *CONNECT* CARD, A CONNECTION INSIDE THE      00008600
      *                    HUB'S TIGHT MARGIN IS FLAGGED AND LISTED     00008700
      *                    FIRST ON THE TRANSFER MANIFEST, AND A        00008800
      *                    SHORT-CONNECTION REPORT BY HUB SHOWS THE     00008900
      *                    BAGS AT RISK ON EACH INBOUND FLIGHT.         00009000
      *    2026-10-15  SS  AN ONWARD FLIGHT SCHEDULED EARLIER IN THE    00009100
      *                    DAY THAN THE INBOUND ARRIVES IS TAKEN TO     00009200
      *                    LEAVE THE NEXT DAY, SO AN OVERNIGHT          00009300
      *                    CONNECTION IS TIMED ACROSS MIDNIGHT.         00009400
      *                                                                 00009500
       ENVIRONMENT DIVISION.                                            00009600
       CONFIGURATION SECTION.                                           00009700
       SOURCE-COMPUTER. IBM-370.                                        00009800
       OBJECT-COMPUTER. IBM-370.                                        00009900
       INPUT-OUTPUT SECTION.                                            00010000
       FILE-CONTROL.                                                    00010100
           SELECT LUGGAGE-FILE ASSIGN TO UT-S-INPUT.                    00010200
           SELECT FLIGHT-MASTER-FILE ASSIGN TO UT-S-FLIGHTS.            00010300
           SELECT TAG-CONTROL-FILE ASSIGN TO UT-S-TAGCTL.               00010400
           SELECT FEE-TABLE-FILE ASSIGN TO UT-S-FEETBL.                 00010500
           SELECT FEE-CONTROL-FILE ASSIGN TO UT-S-FEECTL.               00010600
           SELECT MCT-TABLE-FILE ASSIGN TO UT-S-MCTTBL.                 00010700
           SELECT TAG-MASTER-FILE ASSIGN TO UT-S-TAGMSTR.               00010800
           SELECT PRINT-FILE   ASSIGN TO UT-S-OUTPUT.                   00010900
      *                                                                 00011000
       DATA DIVISION.                                                   00011100
       FILE SECTION.                                                    00011200
       FD LUGGAGE-FILE                                                  00011300
           LABEL RECORDS OMITTED.                                       00011400
       01  LUGGAGE-RECORD.                                              00011500
           05  LUG-NAME-IN             PIC X(25).                       00011600
           05  LUG-ADDRESS-IN          PIC X(40).                       00011700
           05  LUG-FLIGHT-NO-IN        PIC X(04).                       00011800
           05  FILLER                  PIC X(01).                       00011900
           05  BAG-COUNT-IN            PIC 9(02).                       00012000
           05  LUG-DEST-STATION-IN     PIC X(03).                       00012100
           05  LUG-BAG-WEIGHT-IN       PIC 9(03).                       00012200
           05  FILLER                  PIC X(02).                       00012300
      *A *CONNECT* CARD FOLLOWS ITS PASSENGER CARD AND NAMES THE        00012400
      *SECOND AND (OPTIONALLY) THIRD LEG OF THE ROUTING.                00012500
       01  CONNECT-CARD-LAYOUT REDEFINES LUGGAGE-RECORD.                00012600
           05  CON-MARKER              PIC X(09).                       00012700
           05  CON-FLIGHT-2            PIC X(04).                       00012800
           05  CON-DEST-2              PIC X(03).                       00012900
           05  CON-FLIGHT-3            PIC X(04).                       00013000
           05  CON-DEST-3              PIC X(03).                       00013100
           05  FILLER                  PIC X(57).                       00013200
      *                                                                 00013300
      *ONE FLIGHT MASTER CARD PER FLIGHT THE STATION LOADS.  THE        00013400
      *SCHEDULED TIMES ARE HHMM, LOCAL AT EACH END; ZERO MEANS THE      00013500
      *FLIGHT IS NOT YET SCHEDULED.                                     00013600
       FD  FLIGHT-MASTER-FILE                                           00013700
           LABEL RECORDS OMITTED.                                       00013800
       01  FLIGHT-MASTER-RECORD.                                        00013900
           05  FLT-FLIGHT-NO           PIC X(04).                       00014000
           05  FLT-DEST-STATION        PIC X(03).                       00014100
           05  FLT-BAG-CAPACITY        PIC 9(04).                       00014200
           05  FLT-EFF-FROM            PIC 9(06).                       00014300
           05  FLT-EFF-TO              PIC 9(06).                       00014400
           05  FLT-DEP-TIME            PIC 9(04).                       00014500
           05  FLT-ARR-TIME            PIC 9(04).                       00014600
           05  FILLER                  PIC X(49).                       00014700
      *                                                                 00014800
      *THE TAG CONTROL RECORD CARRIES THE LAST TAG NUMBER ISSUED;       00014900
      *THIS BATCH NUMBERS FROM THE NEXT ONE AND WRITES THE NEW LAST     00015000
      *NUMBER BACK AT CLOSING, SO TAGS NEVER REPEAT ACROSS BATCHES.     00015100
       FD  TAG-CONTROL-FILE                                             00015200
           LABEL RECORDS OMITTED.                                       00015300
       01  TAG-CONTROL-RECORD.                                          00015400
           05  TCT-LAST-TAG-NUMBER     PIC 9(08).                       00015500
      *                                                                 00015600
      *ONE FEE CARD PER DESTINATION STATION: THE FREE WEIGHT            00015700
      *ALLOWANCE PER PASSENGER AND THE RATE PER UNIT OVER IT.           00015800
       FD  FEE-TABLE-FILE                                               00015900
           LABEL RECORDS OMITTED.                                       00016000
       01  FEE-TABLE-RECORD.                                            00016100
           05  FEE-STATION             PIC X(03).                       00016200
           05  FEE-FREE-ALLOWANCE      PIC 9(03).                       00016300
           05  FEE-RATE-PER-UNIT       PIC 99V99.                       00016400
           05  FILLER                  PIC X(70).                       00016500
      *                                                                 00016600
      *THE FEE CONTROL RECORD CARRIES THE LAST EXCESS-FEE TICKET        00016700
      *NUMBER, KEPT ACROSS BATCHES LIKE THE TAG CONTROL.                00016800
       FD  FEE-CONTROL-FILE                                             00016900
           LABEL RECORDS OMITTED.                                       00017000
       01  FEE-CONTROL-RECORD.                                          00017100
           05  FCT-LAST-TICKET-NUMBER  PIC 9(06).                       00017200
      *                                                                 00017300
      *ONE MCT CARD PER HUB STATION: THE MINIMUM CONNECTION TIME IN     00017400
      *MINUTES AND THE MARGIN ABOVE IT INSIDE WHICH A CONNECTION IS     00017500
      *TIGHT.  A HUB WITHOUT A CARD TAKES THE HOUSE MINIMUM.            00017600
       FD  MCT-TABLE-FILE                                               00017700
           LABEL RECORDS OMITTED.                                       00017800
       01  MCT-TABLE-RECORD.                                            00017900
           05  MCT-STATION             PIC X(03).                       00018000
           05  MCT-MINUTES             PIC 9(03).                       00018100
           05  MCT-TIGHT-MARGIN        PIC 9(03).                       00018200
           05  FILLER                  PIC X(71).                       00018300
      *                                                                 00018400
       FD  TAG-MASTER-FILE                                              00018500
           LABEL RECORDS OMITTED.                                       00018600
       01  TAG-MASTER-RECORD.                                           00018700
           05  TAG-NUMBER              PIC 9(08).                       00018800
           05  TAG-PASSENGER-NAME      PIC X(25).                       00018900
           05  TAG-FLIGHT-NO           PIC X(04).                       00019000
           05  TAG-DEST-STATION        PIC X(03).                       00019100
           05  TAG-ISSUE-DATE          PIC 9(06).                       00019200
           05  TAG-FLIGHT-2            PIC X(04).                       00019300
           05  TAG-DEST-2              PIC X(03).                       00019400
           05  TAG-FLIGHT-3            PIC X(04).                       00019500
           05  TAG-DEST-3              PIC X(03).                       00019600
      *    THE STATUS WALKS I(SSUED), L(OADED), T(RANSFERRED),          00019700
      *    D(ELIVERED), C(LAIMED) AS BAGSCAN APPLIES STATION EVENTS.    00019800
           05  TAG-STATUS              PIC X.                           00019900
           05  TAG-LAST-EVENT-DATE     PIC 9(06).                       00020000
           05  TAG-LAST-STATION        PIC X(03).                       00020100
      *                                                                 00020200
       FD  PRINT-FILE                                                   00020300
           LABEL RECORDS OMITTED.                                       00020400
       01  PRINT-LINE                  PIC X(132).                      00020500
      *                                                                 00020600
       WORKING-STORAGE SECTION.                                         00020700
       01  PRT-NAME-LINE.                                               00020800
           05  FILLER                  PIC X(11) VALUE SPACES.          00020900
           05  FILLER                  PIC X(10)                        00021000
               VALUE "MY NAME IS".                                      00021100
           05  FILLER                  PIC X(10) VALUE SPACES.          00021200
           05  PRT-NAME                PIC X(25).                       00021300
           05  FILLER                  PIC X(14) VALUE SPACES.          00021400
           05  PRT-BAG-MARKER          PIC X(12).                       00021500
           05  FILLER                  PIC X(05) VALUE " TAG ".         00021600
           05  PRT-TAG-NUMBER          PIC 9(08).                       00021700
      *                                                                 00021800
       01  PRT-ADDRESS-LINE.                                            00021900
           05  FILLER                  PIC X(11) VALUE SPACES.          00022000
           05  FILLER                  PIC X(13)                        00022100
               VALUE "MY ADDRESS IS".                                   00022200
           05  FILLER                  PIC X(07) VALUE SPACES.          00022300
           05  PRT-STREET              PIC X(20).                       00022400
           05  FILLER                  PIC X(02) VALUE ", ".            00022500
           05  PRT-CITY                PIC X(15).                       00022600
           05  FILLER                  PIC X(02) VALUE SPACES.          00022700
           05  PRT-STATE-OR-REGION     PIC X(02).                       00022800
           05  FILLER                  PIC X(02) VALUE SPACES.          00022900
           05  PRT-POSTAL-CODE         PIC X(10).                       00023000
           05  FILLER                  PIC X(05) VALUE " TAG ".         00023100
           05  PRT-ADDR-TAG-NUMBER     PIC 9(08).                       00023200
      *                                                                 00023300
       01  TRAILER-LINE.                                                00023400
           05  FILLER                  PIC X(11) VALUE SPACES.          00023500
           05  FILLER                  PIC X(23)                        00023600
               VALUE "TOTAL LABELS PRINTED . ".                         00023700
           05  TRL-LABEL-COUNT         PIC ZZ9.                         00023800
      *                                                                 00023900
       01  DUPLICATE-WARNING-LINE.                                      00024000
           05  FILLER                  PIC X(11) VALUE SPACES.          00024100
           05  FILLER                  PIC X(38)                        00024200
               VALUE "*** DUPLICATE NAME - VERIFY BEFORE".              00024300
           05  FILLER                  PIC X(09)                        00024400
               VALUE " SHIPPING".                                       00024500
      *                                                                 00024600
       01  LUGGAGE-TABLE.                                               00024700
           05  LUGGAGE-ENTRY OCCURS 200 TIMES.                          00024800
               10  LT-NAME             PIC X(25).                       00024900
               10  LT-STREET           PIC X(20).                       00025000
               10  LT-CITY             PIC X(15).                       00025100
               10  LT-STATE-OR-REGION  PIC X(02).                       00025200
               10  LT-POSTAL-CODE      PIC X(10).                       00025300
               10  LT-BAG-COUNT        PIC 9(02).                       00025400
               10  LT-DUPLICATE-FLAG   PIC X.                           00025500
                   88  LT-IS-DUPLICATE VALUE "Y".                       00025600
               10  LT-FLIGHT-NO        PIC X(04).                       00025700
               10  LT-DEST-STATION     PIC X(03).                       00025800
               10  LT-FLIGHT-2         PIC X(04).                       00025900
               10  LT-DEST-2           PIC X(03).                       00026000
               10  LT-FLIGHT-3         PIC X(04).                       00026100
               10  LT-DEST-3           PIC X(03).                       00026200
               10  LT-BAG-WEIGHT       PIC 9(03).                       00026300
               10  LT-CONNECT-MIN-2    PIC 9(04).                       00026400
               10  LT-TIGHT-FLAG-2     PIC X.                           00026500
                   88  LT-TIGHT-2      VALUE "Y".                       00026600
               10  LT-CONNECT-MIN-3    PIC 9(04).                       00026700
               10  LT-TIGHT-FLAG-3     PIC X.                           00026800
                   88  LT-TIGHT-3      VALUE "Y".                       00026900
      *                                                                 00027000
       01  LUGGAGE-SWAP-HOLD           PIC X(109).                      00027100
      *                                                                 00027200
       77  ADDRESS-REMAINDER            PIC X(40) VALUE SPACES.         00027300
       77  LUGGAGE-COUNT                PIC 999 VALUE 0.                00027400
       77  LUGGAGE-SUB                  PIC 999 VALUE 0.                00027500
       77  DUP-SUB                      PIC 999 VALUE 0.                00027600
       77  BAG-SUB                      PIC 99 VALUE 0.                 00027700
       77  SORT-PASS                    PIC 999 VALUE 0.                00027800
       77  SORT-SUB                     PIC 999 VALUE 0.                00027900
       77  SORT-LIMIT                   PIC 999 VALUE 0.                00028000
      *                                                                 00028100
       77  LABEL-COUNT                  PIC 999 VALUE 0.                00028200
       77  FLAG-EOF                     PIC X VALUE "N".                00028300
           88  IS-EOF                   VALUE "Y".                      00028400
       77  FLIGHT-EOF-FLAG              PIC X VALUE "N".                00028500
           88  FLIGHT-IS-EOF            VALUE "Y".                      00028600
      *                                                                 00028700
       01  FLIGHT-TABLE.                                                00028800
           05  FLT-ENTRY OCCURS 50 TIMES.                               00028900
               10  FLT-TAB-FLIGHT-NO   PIC X(04).                       00029000
               10  FLT-TAB-DEST        PIC X(03).                       00029100
               10  FLT-TAB-CAPACITY    PIC 9(04).                       00029200
               10  FLT-TAB-EFF-FROM    PIC 9(06).                       00029300
               10  FLT-TAB-EFF-TO      PIC 9(06).                       00029400
               10  FLT-TAB-DEP-TIME    PIC 9(04).                       00029500
               10  FLT-TAB-ARR-TIME    PIC 9(04).                       00029600
       77  FLIGHT-COUNT                 PIC 99 VALUE 0.                 00029700
       77  FLIGHT-SUB                   PIC 99 VALUE 0.                 00029800
       77  FLIGHT-FOUND-FLAG            PIC X VALUE "N".                00029900
           88  FLIGHT-WAS-FOUND         VALUE "Y".                      00030000
       77  FLIGHT-FOUND-SUB             PIC 99 VALUE 0.                 00030100
       77  FLIGHT-DATE-FLAG             PIC X VALUE "N".                00030200
           88  FLIGHT-OUT-OF-DATES      VALUE "Y".                      00030300
       77  REJECT-COUNT                 PIC 999 VALUE 0.                00030400
       77  PRIOR-REJECT-FLAG            PIC X VALUE "N".                00030500
           88  PRIOR-CARD-REJECTED      VALUE "Y".                      00030600
       77  WS-CHECK-FLIGHT              PIC X(04) VALUE SPACES.         00030700
       77  WS-FINAL-DEST                PIC X(03) VALUE SPACES.         00030800
      *EVERY CONNECTING BAG LEAVES A TRANSFER ENTRY SO THE FIRST        00030900
      *LEG'S MANIFEST CAN LIST WHICH BAGS MOVE TO WHICH ONWARD          00031000
      *FLIGHT AT THE HUB.                                               00031100
       01  TRANSFER-TABLE.                                              00031200
           05  TRF-ENTRY OCCURS 300 TIMES.                              00031300
               10  TRF-FLIGHT-1        PIC X(04).                       00031400
               10  TRF-TAG-NUMBER      PIC 9(08).                       00031500
               10  TRF-ONWARD-FLIGHT   PIC X(04).                       00031600
               10  TRF-ONWARD-DEST     PIC X(03).                       00031700
               10  TRF-CONNECT-MIN     PIC 9(04).                       00031800
               10  TRF-TIGHT-FLAG      PIC X.                           00031900
       77  TRF-COUNT                    PIC 999 VALUE 0.                00032000
      *TIGHT CONNECTIONS PRINT ON A FIRST PASS OF THE TRANSFER          00032100
      *TABLE, THE REST ON A SECOND.                                     00032200
       77  TRF-PASS-FLAG                PIC X VALUE "N".                00032300
       77  TRF-SUB                      PIC 999 VALUE 0.                00032400
       77  TRF-HEAD-FLAG                PIC X VALUE "N".                00032500
           88  TRF-HEAD-PRINTED         VALUE "Y".                      00032600
      *                                                                 00032700
       01  FEE-TABLE.                                                   00032800
           05  FEE-ENTRY OCCURS 50 TIMES.                               00032900
               10  FEE-TAB-STATION     PIC X(03).                       00033000
               10  FEE-TAB-ALLOWANCE   PIC 9(03).                       00033100
               10  FEE-TAB-RATE        PIC 99V99.                       00033200
       77  FEE-COUNT                    PIC 99 VALUE 0.                 00033300
       77  FEE-SUB                      PIC 99 VALUE 0.                 00033400
       77  FEE-EOF-FLAG                 PIC X VALUE "N".                00033500
           88  FEE-IS-EOF               VALUE "Y".                      00033600
       77  FEE-FOUND-FLAG               PIC X VALUE "N".                00033700
           88  FEE-WAS-FOUND            VALUE "Y".                      00033800
       77  FEE-FOUND-SUB                PIC 99 VALUE 0.                 00033900
       77  WS-TICKET-NUMBER             PIC 9(06) VALUE 0.              00034000
       77  WS-TOTAL-WEIGHT              PIC 9(05) VALUE 0.              00034100
       77  WS-EXCESS-WEIGHT             PIC S9(05) VALUE 0.             00034200
       77  WS-EXCESS-FEE                PIC 9(5)V99 VALUE 0.            00034300
       77  MANIFEST-WEIGHT              PIC 9(06) VALUE 0.              00034400
       77  WS-TICKETS-ISSUED            PIC 999 VALUE 0.                00034500
      *                                                                 00034600
       01  MCT-TABLE.                                                   00034700
           05  MCT-ENTRY OCCURS 50 TIMES.                               00034800
               10  MCT-TAB-STATION     PIC X(03).                       00034900
               10  MCT-TAB-MINUTES     PIC 9(03).                       00035000
               10  MCT-TAB-MARGIN      PIC 9(03).                       00035100
       77  MCT-COUNT                    PIC 99 VALUE 0.                 00035200
       77  MCT-SUB                      PIC 99 VALUE 0.                 00035300
       77  MCT-EOF-FLAG                 PIC X VALUE "N".                00035400
           88  MCT-IS-EOF               VALUE "Y".                      00035500
       77  MCT-FOUND-FLAG               PIC X VALUE "N".                00035600
           88  MCT-WAS-FOUND            VALUE "Y".                      00035700
       77  MCT-FOUND-SUB                PIC 99 VALUE 0.                 00035800
       77  WS-DEFAULT-MCT               PIC 9(03) VALUE 45.             00035900
       77  WS-DEFAULT-MARGIN            PIC 9(03) VALUE 30.             00036000
      *                                                                 00036100
      *A CONNECTION IS JUDGED FROM THE INBOUND'S ARRIVAL TO THE         00036200
      *ONWARD FLIGHT'S DEPARTURE, BOTH TURNED TO MINUTES PAST           00036300
      *MIDNIGHT.  THE DECK CARRIES NO DATES, SO THE ONWARD FLIGHT IS    00036400
      *TAKEN TO LEAVE THE SAME DAY THE INBOUND LANDS, OR THE NEXT DAY   00036500
      *WHEN ITS DEPARTURE TIME IS EARLIER THAN THE ARRIVAL.             00036600
       01  WS-CLOCK-TIME                PIC 9(04) VALUE 0.              00036700
       01  WS-CLOCK-SPLIT REDEFINES WS-CLOCK-TIME.                      00036800
           05  WS-CLOCK-HH              PIC 99.                         00036900
           05  WS-CLOCK-MM              PIC 99.                         00037000
       77  WS-INBOUND-FLIGHT            PIC X(04) VALUE SPACES.         00037100
       77  WS-ONWARD-FLIGHT             PIC X(04) VALUE SPACES.         00037200
       77  WS-HUB-STATION               PIC X(03) VALUE SPACES.         00037300
       77  WS-ARRIVE-MINUTES            PIC 9(04) VALUE 0.              00037400
       77  WS-DEPART-MINUTES            PIC 9(04) VALUE 0.              00037500
       77  WS-CONNECT-MINUTES           PIC S9(05) VALUE 0.             00037600
       77  WS-HUB-MCT                   PIC 9(03) VALUE 0.              00037700
       77  WS-HUB-MARGIN                PIC 9(03) VALUE 0.              00037800
       77  TIMED-FLAG                   PIC X VALUE "N".                00037900
           88  CONNECTION-IS-TIMED      VALUE "Y".                      00038000
       77  IMPOSSIBLE-FLAG              PIC X VALUE "N".                00038100
           88  CONNECTION-IMPOSSIBLE    VALUE "Y".                      00038200
       77  TIGHT-FLAG                   PIC X VALUE "N".                00038300
           88  CONNECTION-IS-TIGHT      VALUE "Y".                      00038400
       77  WS-REJECT-HUB                PIC X(03) VALUE SPACES.         00038500
       77  WS-CONNECT-MIN-2             PIC 9(04) VALUE 0.              00038600
       77  WS-TIGHT-FLAG-2              PIC X VALUE "N".                00038700
       77  WS-CONNECT-MIN-3             PIC 9(04) VALUE 0.              00038800
       77  WS-TIGHT-FLAG-3              PIC X VALUE "N".                00038900
      *                                                                 00039000
      *BAGS ON TIGHT CONNECTIONS ACCUMULATE BY HUB AND INBOUND          00039100
      *FLIGHT FOR THE SHORT-CONNECTION REPORT.                          00039200
       01  RISK-TABLE.                                                  00039300
           05  RSK-ENTRY OCCURS 50 TIMES.                               00039400
               10  RSK-HUB             PIC X(03).                       00039500
               10  RSK-FLIGHT-NO       PIC X(04).                       00039600
               10  RSK-BAGS            PIC 9(04).                       00039700
               10  RSK-TIGHTEST        PIC 9(04).                       00039800
       01  RISK-SWAP-HOLD               PIC X(15).                      00039900
       77  RSK-COUNT                    PIC 99 VALUE 0.                 00040000
       77  RSK-SUB                      PIC 99 VALUE 0.                 00040100
       77  RSK-FOUND-FLAG               PIC X VALUE "N".                00040200
           88  RSK-ENTRY-FOUND          VALUE "Y".                      00040300
       77  RSK-FOUND-SUB                PIC 99 VALUE 0.                 00040400
       77  RSK-SORT-PASS                PIC 99 VALUE 0.                 00040500
       77  RSK-SORT-SUB                 PIC 99 VALUE 0.                 00040600
       77  RSK-SORT-LIMIT               PIC 99 VALUE 0.                 00040700
       77  RSK-ACTUAL-HUB               PIC X(03) VALUE SPACES.         00040800
       77  RSK-HUB-BAGS                 PIC 9(05) VALUE 0.              00040900
      *                                                                 00041000
      *FEE REVENUE ACCUMULATES BY FIRST-LEG FLIGHT SO THE COUNTER'S     00041100
      *CASH BALANCES AGAINST THE END-OF-RUN SUMMARY.                    00041200
       01  FEE-REVENUE-TABLE.                                           00041300
           05  FRV-ENTRY OCCURS 50 TIMES.                               00041400
               10  FRV-FLIGHT-NO       PIC X(04).                       00041500
               10  FRV-TICKETS         PIC 999.                         00041600
               10  FRV-FEES            PIC 9(6)V99.                     00041700
       77  FRV-COUNT                    PIC 99 VALUE 0.                 00041800
       77  FRV-SUB                      PIC 99 VALUE 0.                 00041900
       77  FRV-FOUND-FLAG               PIC X VALUE "N".                00042000
           88  FRV-ENTRY-FOUND          VALUE "Y".                      00042100
       77  FRV-FOUND-SUB                PIC 99 VALUE 0.                 00042200
       77  WS-TAG-NUMBER                PIC 9(08) VALUE 0.              00042300
       77  WS-RUN-DATE                  PIC 9(06) VALUE 0.              00042400
       77  ACTUAL-FLIGHT                PIC X(04) VALUE SPACES.         00042500
       77  MANIFEST-PASSENGERS          PIC 999 VALUE 0.                00042600
       77  MANIFEST-BAGS                PIC 9(04) VALUE 0.              00042700
       77  MANIFEST-DEST                PIC X(03) VALUE SPACES.         00042800
      *                                                                 00042900
       01  FLIGHT-HEAD-LINE.                                            00043000
           05  FILLER                  PIC X(11) VALUE SPACES.          00043100
           05  FILLER                  PIC X(08) VALUE "FLIGHT: ".      00043200
           05  FHL-FLIGHT-NO           PIC X(04).                       00043300
           05  FILLER                  PIC X(07) VALUE "  TO:  ".       00043400
           05  FHL-DEST                PIC X(03).                       00043500
      *                                                                 00043600
       01  REJECT-LINE.                                                 00043700
           05  FILLER                  PIC X(11) VALUE SPACES.          00043800
           05  RJL-NAME                PIC X(25).                       00043900
           05  FILLER                  PIC X(02) VALUE SPACES.          00044000
           05  RJL-FLIGHT-NO           PIC X(04).                       00044100
           05  FILLER                  PIC X(38) VALUE                  00044200
               "  *** FLIGHT NOT ON MASTER - REJECTED".                 00044300
      *                                                                 00044400
       01  REJECT-DATE-LINE.                                            00044500
           05  FILLER                  PIC X(11) VALUE SPACES.          00044600
           05  RDL-NAME                PIC X(25).                       00044700
           05  FILLER                  PIC X(02) VALUE SPACES.          00044800
           05  RDL-FLIGHT-NO           PIC X(04).                       00044900
           05  FILLER                  PIC X(44) VALUE                  00045000
               "  *** FLIGHT OUTSIDE EFFECTIVE DATES - REJ".            00045100
      *                                                                 00045200
       01  REJECT-CONNECT-LINE.                                         00045300
           05  FILLER                  PIC X(11) VALUE SPACES.          00045400
           05  RCN-NAME                PIC X(25).                       00045500
           05  FILLER                  PIC X(02) VALUE SPACES.          00045600
           05  RCN-FLIGHT-NO           PIC X(04).                       00045700
           05  FILLER                  PIC X(20) VALUE                  00045800
               "  *** CONNECTION AT ".                                  00045900
           05  RCN-HUB                 PIC X(03).                       00046000
           05  FILLER                  PIC X(01) VALUE SPACES.          00046100
           05  RCN-MINUTES             PIC ----9.                       00046200
           05  FILLER                  PIC X(29) VALUE                  00046300
               " MIN UNDER MINIMUM - REJECTED".                         00046400
      *                                                                 00046500
       01  MANIFEST-TITLE-LINE.                                         00046600
           05  FILLER                  PIC X(11) VALUE SPACES.          00046700
           05  FILLER                  PIC X(22)                        00046800
               VALUE "BAGGAGE MANIFEST      ".                          00046900
           05  MTL-FLIGHT-NO           PIC X(04).                       00047000
           05  FILLER                  PIC X(07) VALUE "  TO:  ".       00047100
           05  MTL-DEST                PIC X(03).                       00047200
      *                                                                 00047300
       01  MANIFEST-TOTALS-LINE.                                        00047400
           05  FILLER                  PIC X(11) VALUE SPACES.          00047500
           05  FILLER                  PIC X(12)                        00047600
               VALUE "PASSENGERS: ".                                    00047700
           05  MNL-PASSENGERS          PIC ZZ9.                         00047800
           05  FILLER                  PIC X(08) VALUE "  BAGS: ".      00047900
           05  MNL-BAGS                PIC ZZZ9.                        00048000
           05  FILLER                  PIC X(10) VALUE "  WEIGHT: ".    00048100
           05  MNL-WEIGHT              PIC ZZZ,ZZ9.                     00048200
      *                                                                 00048300
       01  CAPACITY-WARNING-LINE.                                       00048400
           05  FILLER                  PIC X(11) VALUE SPACES.          00048500
           05  FILLER                  PIC X(30) VALUE                  00048600
               "*** OVER BAGGAGE CAPACITY OF ".                         00048700
           05  CWL-CAPACITY            PIC ZZZ9.                        00048800
           05  FILLER                  PIC X(20) VALUE                  00048900
               " - HOLD LOADING ***".                                   00049000
      *                                                                 00049100
       01  MANIFEST-SIGN-LINE.                                          00049200
           05  FILLER                  PIC X(11) VALUE SPACES.          00049300
           05  FILLER                  PIC X(34) VALUE                  00049400
               "LOADER SIGNATURE: ________________".                    00049500
      *                                                                 00049600
       01  PRT-ROUTING-LINE.                                            00049700
           05  FILLER                  PIC X(11) VALUE SPACES.          00049800
           05  FILLER                  PIC X(09) VALUE "ROUTING  ".     00049900
           05  PRT-LEG1-FLIGHT         PIC X(04).                       00050000
           05  FILLER                  PIC X(01) VALUE "/".             00050100
           05  PRT-LEG1-DEST           PIC X(03).                       00050200
           05  FILLER                  PIC X(03) VALUE " - ".           00050300
           05  PRT-LEG2-FLIGHT         PIC X(04).                       00050400
           05  FILLER                  PIC X(01) VALUE "/".             00050500
           05  PRT-LEG2-DEST           PIC X(03).                       00050600
           05  FILLER                  PIC X(03) VALUE " - ".           00050700
           05  PRT-LEG3-FLIGHT         PIC X(04).                       00050800
           05  FILLER                  PIC X(01) VALUE "/".             00050900
           05  PRT-LEG3-DEST           PIC X(03).                       00051000
           05  FILLER                  PIC X(21) VALUE                  00051100
               "   *** FINAL DEST >> ".                                 00051200
           05  PRT-FINAL-DEST          PIC X(03).                       00051300
           05  FILLER                  PIC X(04) VALUE " ***".          00051400
      *                                                                 00051500
       01  TRANSFER-HEAD-LINE.                                          00051600
           05  FILLER                  PIC X(11) VALUE SPACES.          00051700
           05  FILLER                  PIC X(30)                        00051800
               VALUE "TRANSFER MANIFEST - MOVE BAGS:".                  00051900
      *                                                                 00052000
       01  TRANSFER-DETAIL-LINE.                                        00052100
           05  FILLER                  PIC X(14) VALUE SPACES.          00052200
           05  TDL-TAG-NUMBER          PIC 9(08).                       00052300
           05  FILLER                  PIC X(14) VALUE                  00052400
               "  TO FLIGHT:  ".                                        00052500
           05  TDL-ONWARD-FLIGHT       PIC X(04).                       00052600
           05  FILLER                  PIC X(06) VALUE "  TO  ".        00052700
           05  TDL-ONWARD-DEST         PIC X(03).                       00052800
           05  FILLER                  PIC X(02) VALUE SPACES.          00052900
           05  TDL-TIGHT-NOTE          PIC X(12).                       00053000
           05  TDL-CONNECT-MIN         PIC ZZZZ.                        00053100
           05  TDL-TIGHT-TAIL          PIC X(21).                       00053200
      *                                                                 00053300
       01  FEE-TICKET-LINE.                                             00053400
           05  FILLER                  PIC X(11) VALUE SPACES.          00053500
           05  FILLER                  PIC X(30) VALUE                  00053600
               "EXCESS BAGGAGE FEE TICKET NO. ".                        00053700
           05  FTL-TICKET-NUMBER       PIC 9(06).                       00053800
           05  FILLER                  PIC X(02) VALUE SPACES.          00053900
           05  FTL-NAME                PIC X(25).                       00054000
      *                                                                 00054100
       01  FEE-DETAIL-LINE.                                             00054200
           05  FILLER                  PIC X(11) VALUE SPACES.          00054300
           05  FILLER                  PIC X(08) VALUE "WEIGHT: ".      00054400
           05  FDL-WEIGHT              PIC ZZZZ9.                       00054500
           05  FILLER                  PIC X(13) VALUE                  00054600
               "  ALLOWANCE: ".                                         00054700
           05  FDL-ALLOWANCE           PIC ZZZ9.                        00054800
           05  FILLER                  PIC X(10) VALUE "  EXCESS: ".    00054900
           05  FDL-EXCESS              PIC ZZZZ9.                       00055000
           05  FILLER                  PIC X(08) VALUE "  FEE: $".      00055100
           05  FDL-FEE                 PIC ZZ,ZZ9.99.                   00055200
      *                                                                 00055300
       01  REVENUE-HEAD-LINE.                                           00055400
           05  FILLER                  PIC X(11) VALUE SPACES.          00055500
           05  FILLER                  PIC X(30)                        00055600
               VALUE "EXCESS FEE REVENUE BY FLIGHT".                    00055700
      *                                                                 00055800
       01  REVENUE-LINE.                                                00055900
           05  FILLER                  PIC X(11) VALUE SPACES.          00056000
           05  RVL-FLIGHT-NO           PIC X(04).                       00056100
           05  FILLER                  PIC X(11) VALUE "  TICKETS: ".   00056200
           05  RVL-TICKETS             PIC ZZ9.                         00056300
           05  FILLER                  PIC X(09) VALUE "  FEES: $".     00056400
           05  RVL-FEES                PIC ZZZ,ZZ9.99.                  00056500
      *                                                                 00056600
       01  REJECT-COUNT-LINE.                                           00056700
           05  FILLER                  PIC X(11) VALUE SPACES.          00056800
           05  FILLER                  PIC X(23)                        00056900
               VALUE "CARDS REJECTED . . . . ".                         00057000
           05  RCL-COUNT               PIC ZZ9.                         00057100
      *                                                                 00057200
       01  RISK-HEAD-LINE.                                              00057300
           05  FILLER                  PIC X(11) VALUE SPACES.          00057400
           05  FILLER                  PIC X(40)                        00057500
               VALUE "SHORT CONNECTIONS BY HUB - BAGS AT RISK".         00057600
      *                                                                 00057700
       01  RISK-LINE.                                                   00057800
           05  FILLER                  PIC X(11) VALUE SPACES.          00057900
           05  FILLER                  PIC X(05) VALUE "HUB: ".         00058000
           05  RKL-HUB                 PIC X(03).                       00058100
           05  FILLER                  PIC X(12) VALUE "  INBOUND:  ".  00058200
           05  RKL-FLIGHT-NO           PIC X(04).                       00058300
           05  FILLER                  PIC X(16)                        00058400
               VALUE "  BAGS AT RISK: ".                                00058500
           05  RKL-BAGS                PIC ZZZ9.                        00058600
           05  FILLER                  PIC X(12) VALUE "  TIGHTEST: ".  00058700
           05  RKL-TIGHTEST            PIC ZZZ9.                        00058800
           05  FILLER                  PIC X(04) VALUE " MIN".          00058900
      *                                                                 00059000
       01  RISK-HUB-TOTAL-LINE.                                         00059100
           05  FILLER                  PIC X(11) VALUE SPACES.          00059200
           05  FILLER                  PIC X(05) VALUE "HUB: ".         00059300
           05  RHT-HUB                 PIC X(03).                       00059400
           05  FILLER                  PIC X(32)                        00059500
               VALUE "  TOTAL BAGS AT RISK . . . . . ".                 00059600
           05  RHT-BAGS                PIC ZZ,ZZ9.                      00059700
      *                                                                 00059800
       PROCEDURE DIVISION.                                              00059900
       000-MAIN.                                                        00060000
      *                                                                 00060100
           PERFORM INITIALIZATION.                                      00060200
           PERFORM LOAD-ONE-RECORD UNTIL IS-EOF.                        00060300
           PERFORM SORT-LUGGAGE-TABLE.                                  00060400
           PERFORM FLAG-DUPLICATE-NAMES.                                00060500
           PERFORM PRINT-ONE-PASSENGER                                  00060600
               VARYING LUGGAGE-SUB FROM 1 BY 1                          00060700
               UNTIL LUGGAGE-SUB > LUGGAGE-COUNT.                       00060800
           PERFORM CLOSING.                                             00060900
           STOP RUN.                                                    00061000
      *                                                                 00061100
       INITIALIZATION.                                                  00061200
           ACCEPT WS-RUN-DATE FROM DATE.                                00061300
           OPEN INPUT LUGGAGE-FILE, FLIGHT-MASTER-FILE,                 00061400
                TAG-CONTROL-FILE,                                       00061500
                OUTPUT PRINT-FILE,                                      00061600
                EXTEND TAG-MASTER-FILE.                                 00061700
           READ TAG-CONTROL-FILE                                        00061800
               AT END MOVE 0 TO TCT-LAST-TAG-NUMBER                     00061900
           END-READ.                                                    00062000
           MOVE TCT-LAST-TAG-NUMBER TO WS-TAG-NUMBER.                   00062100
           CLOSE TAG-CONTROL-FILE.                                      00062200
           OPEN INPUT FEE-CONTROL-FILE.                                 00062300
           READ FEE-CONTROL-FILE                                        00062400
               AT END MOVE 0 TO FCT-LAST-TICKET-NUMBER                  00062500
           END-READ.                                                    00062600
           MOVE FCT-LAST-TICKET-NUMBER TO WS-TICKET-NUMBER.             00062700
           CLOSE FEE-CONTROL-FILE.                                      00062800
           OPEN INPUT FEE-TABLE-FILE.                                   00062900
           READ FEE-TABLE-FILE                                          00063000
               AT END MOVE "Y" TO FEE-EOF-FLAG                          00063100
           END-READ.                                                    00063200
           PERFORM LOAD-ONE-FEE-ENTRY UNTIL FEE-IS-EOF.                 00063300
           CLOSE FEE-TABLE-FILE.                                        00063400
           OPEN INPUT MCT-TABLE-FILE.                                   00063500
           READ MCT-TABLE-FILE                                          00063600
               AT END MOVE "Y" TO MCT-EOF-FLAG                          00063700
           END-READ.                                                    00063800
           PERFORM LOAD-ONE-MCT-ENTRY UNTIL MCT-IS-EOF.                 00063900
           CLOSE MCT-TABLE-FILE.                                        00064000
           READ FLIGHT-MASTER-FILE                                      00064100
               AT END MOVE "Y" TO FLIGHT-EOF-FLAG                       00064200
           END-READ.                                                    00064300
           PERFORM LOAD-ONE-FLIGHT UNTIL FLIGHT-IS-EOF.                 00064400
           READ LUGGAGE-FILE AT END MOVE "Y" TO FLAG-EOF.               00064500
      *                                                                 00064600
       LOAD-ONE-FEE-ENTRY.                                              00064700
           ADD 1 TO FEE-COUNT.                                          00064800
           IF FEE-COUNT <= 50                                           00064900
               MOVE FEE-STATION TO FEE-TAB-STATION(FEE-COUNT)           00065000
               MOVE FEE-FREE-ALLOWANCE                                  00065100
                   TO FEE-TAB-ALLOWANCE(FEE-COUNT)                      00065200
               MOVE FEE-RATE-PER-UNIT TO FEE-TAB-RATE(FEE-COUNT)        00065300
           END-IF.                                                      00065400
           READ FEE-TABLE-FILE                                          00065500
               AT END MOVE "Y" TO FEE-EOF-FLAG.                         00065600
      *                                                                 00065700
       LOAD-ONE-MCT-ENTRY.                                              00065800
           ADD 1 TO MCT-COUNT.                                          00065900
           IF MCT-COUNT <= 50                                           00066000
               MOVE MCT-STATION TO MCT-TAB-STATION(MCT-COUNT)           00066100
               IF MCT-MINUTES NUMERIC                                   00066200
                   MOVE MCT-MINUTES TO MCT-TAB-MINUTES(MCT-COUNT)       00066300
               ELSE                                                     00066400
                   MOVE WS-DEFAULT-MCT TO MCT-TAB-MINUTES(MCT-COUNT)    00066500
               END-IF                                                   00066600
               IF MCT-TIGHT-MARGIN NUMERIC                              00066700
                   MOVE MCT-TIGHT-MARGIN TO MCT-TAB-MARGIN(MCT-COUNT)   00066800
               ELSE                                                     00066900
                   MOVE WS-DEFAULT-MARGIN TO MCT-TAB-MARGIN(MCT-COUNT)  00067000
               END-IF                                                   00067100
           END-IF.                                                      00067200
           READ MCT-TABLE-FILE                                          00067300
               AT END MOVE "Y" TO MCT-EOF-FLAG.                         00067400
      *                                                                 00067500
       LOAD-ONE-FLIGHT.                                                 00067600
           ADD 1 TO FLIGHT-COUNT.                                       00067700
           IF FLIGHT-COUNT <= 50                                        00067800
               MOVE FLT-FLIGHT-NO TO                                    00067900
                   FLT-TAB-FLIGHT-NO(FLIGHT-COUNT)                      00068000
               MOVE FLT-DEST-STATION TO FLT-TAB-DEST(FLIGHT-COUNT)      00068100
               IF FLT-BAG-CAPACITY NUMERIC                              00068200
                   MOVE FLT-BAG-CAPACITY                                00068300
                       TO FLT-TAB-CAPACITY(FLIGHT-COUNT)                00068400
               ELSE                                                     00068500
                   MOVE 0 TO FLT-TAB-CAPACITY(FLIGHT-COUNT)             00068600
               END-IF                                                   00068700
               IF FLT-EFF-FROM NUMERIC                                  00068800
                   MOVE FLT-EFF-FROM                                    00068900
                       TO FLT-TAB-EFF-FROM(FLIGHT-COUNT)                00069000
               ELSE                                                     00069100
                   MOVE 0 TO FLT-TAB-EFF-FROM(FLIGHT-COUNT)             00069200
               END-IF                                                   00069300
               IF FLT-EFF-TO NUMERIC                                    00069400
                   MOVE FLT-EFF-TO TO FLT-TAB-EFF-TO(FLIGHT-COUNT)      00069500
               ELSE                                                     00069600
                   MOVE 0 TO FLT-TAB-EFF-TO(FLIGHT-COUNT)               00069700
               END-IF                                                   00069800
               IF FLT-DEP-TIME NUMERIC                                  00069900
                   MOVE FLT-DEP-TIME TO FLT-TAB-DEP-TIME(FLIGHT-COUNT)  00070000
               ELSE                                                     00070100
                   MOVE 0 TO FLT-TAB-DEP-TIME(FLIGHT-COUNT)             00070200
               END-IF                                                   00070300
               IF FLT-ARR-TIME NUMERIC                                  00070400
                   MOVE FLT-ARR-TIME TO FLT-TAB-ARR-TIME(FLIGHT-COUNT)  00070500
               ELSE                                                     00070600
                   MOVE 0 TO FLT-TAB-ARR-TIME(FLIGHT-COUNT)             00070700
               END-IF                                                   00070800
           END-IF.                                                      00070900
           READ FLIGHT-MASTER-FILE                                      00071000
               AT END MOVE "Y" TO FLIGHT-EOF-FLAG.                      00071100
      *                                                                 00071200
      *A CARD NAMING A FLIGHT THE MASTER DOES NOT KNOW IS REJECTED      00071300
      *BEFORE ANY LABEL PRINTS, THE WAY DUPLICATE NAMES ARE FLAGGED.    00071400
       CHECK-FLIGHT-NUMBER.                                             00071500
           MOVE LUG-FLIGHT-NO-IN TO WS-CHECK-FLIGHT.                    00071600
           PERFORM CHECK-ONE-FLIGHT.                                    00071700
      *                                                                 00071800
      *A FLIGHT ON THE MASTER BUT OUTSIDE ITS EFFECTIVE SCHEDULE        00071900
      *DATES IS AS GOOD AS UNKNOWN FOR TAGGING, AND SAYS SO.            00072000
       CHECK-ONE-FLIGHT.                                                00072100
           MOVE "N" TO FLIGHT-FOUND-FLAG, FLIGHT-DATE-FLAG.             00072200
           PERFORM MATCH-ONE-FLIGHT                                     00072300
               VARYING FLIGHT-SUB FROM 1 BY 1                           00072400
               UNTIL FLIGHT-SUB > FLIGHT-COUNT                          00072500
               OR FLIGHT-SUB > 50.                                      00072600
           IF FLIGHT-WAS-FOUND                                          00072700
               IF (FLT-TAB-EFF-FROM(FLIGHT-FOUND-SUB) NOT EQUAL 0       00072800
                 AND FLT-TAB-EFF-FROM(FLIGHT-FOUND-SUB)                 00072900
                     > WS-RUN-DATE)                                     00073000
                 OR (FLT-TAB-EFF-TO(FLIGHT-FOUND-SUB) NOT EQUAL 0       00073100
                 AND FLT-TAB-EFF-TO(FLIGHT-FOUND-SUB)                   00073200
                     < WS-RUN-DATE)                                     00073300
                   MOVE "N" TO FLIGHT-FOUND-FLAG                        00073400
                   MOVE "Y" TO FLIGHT-DATE-FLAG                         00073500
               END-IF                                                   00073600
           END-IF.                                                      00073700
      *                                                                 00073800
       MATCH-ONE-FLIGHT.                                                00073900
           IF FLT-TAB-FLIGHT-NO(FLIGHT-SUB) EQUAL WS-CHECK-FLIGHT       00074000
               MOVE "Y" TO FLIGHT-FOUND-FLAG                            00074100
               MOVE FLIGHT-SUB TO FLIGHT-FOUND-SUB                      00074200
           END-IF.                                                      00074300
      *                                                                 00074400
      *A *CONNECT* CARD ATTACHES ITS LEGS TO THE PASSENGER CARD         00074500
      *JUST STORED; EVERY LEG MUST BE ON THE FLIGHT MASTER OR THE       00074600
      *CONNECT CARD IS REJECTED AND THE TAG STAYS SINGLE-LEG.  A        00074700
      *CONNECT CARD WHOSE OWN PASSENGER CARD WAS JUST REJECTED IS       00074800
      *AN ORPHAN AND IS REJECTED TOO, NEVER ATTACHED TO WHOEVER         00074900
      *WAS STORED BEFORE.  A CONNECTION THE SCHEDULE CANNOT MAKE IS     00075000
      *REJECTED THE SAME WAY.                                           00075100
       LOAD-ONE-RECORD.                                                 00075200
           IF CON-MARKER EQUAL "*CONNECT*"                              00075300
               PERFORM ATTACH-CONNECT-CARD                              00075400
               READ LUGGAGE-FILE AT END MOVE "Y" TO FLAG-EOF            00075500
               END-READ                                                 00075600
           ELSE                                                         00075700
               PERFORM LOAD-ONE-PASSENGER                               00075800
           END-IF.                                                      00075900
      *                                                                 00076000
       ATTACH-CONNECT-CARD.                                             00076100
           MOVE "Y" TO FLIGHT-FOUND-FLAG.                               00076200
           MOVE CON-FLIGHT-2 TO WS-CHECK-FLIGHT.                        00076300
           PERFORM CHECK-ONE-FLIGHT.                                    00076400
           IF FLIGHT-WAS-FOUND                                          00076500
             AND CON-FLIGHT-3 NOT EQUAL SPACES                          00076600
               MOVE CON-FLIGHT-3 TO WS-CHECK-FLIGHT                     00076700
               PERFORM CHECK-ONE-FLIGHT                                 00076800
           END-IF.                                                      00076900
           MOVE "N" TO IMPOSSIBLE-FLAG.                                 00077000
           IF LUGGAGE-COUNT > 0                                         00077100
             AND LUGGAGE-COUNT NOT > 200                                00077200
             AND NOT PRIOR-CARD-REJECTED                                00077300
             AND FLIGHT-WAS-FOUND                                       00077400
               PERFORM CHECK-CONNECTION-TIMES                           00077500
           END-IF.                                                      00077600
           IF LUGGAGE-COUNT EQUAL 0                                     00077700
             OR LUGGAGE-COUNT > 200                                     00077800
             OR PRIOR-CARD-REJECTED                                     00077900
             OR NOT FLIGHT-WAS-FOUND                                    00078000
               ADD 1 TO REJECT-COUNT                                    00078100
               MOVE "*CONNECT* CARD" TO RJL-NAME                        00078200
               MOVE CON-FLIGHT-2 TO RJL-FLIGHT-NO                       00078300
               WRITE PRINT-LINE FROM REJECT-LINE AFTER 1 LINES          00078400
           ELSE                                                         00078500
               IF CONNECTION-IMPOSSIBLE                                 00078600
                   ADD 1 TO REJECT-COUNT                                00078700
                   MOVE "*CONNECT* CARD" TO RCN-NAME                    00078800
                   MOVE WS-ONWARD-FLIGHT TO RCN-FLIGHT-NO               00078900
                   MOVE WS-REJECT-HUB TO RCN-HUB                        00079000
                   MOVE WS-CONNECT-MINUTES TO RCN-MINUTES               00079100
                   WRITE PRINT-LINE FROM REJECT-CONNECT-LINE            00079200
                       AFTER 1 LINES                                    00079300
               ELSE                                                     00079400
                   MOVE CON-FLIGHT-2 TO LT-FLIGHT-2(LUGGAGE-COUNT)      00079500
                   MOVE CON-DEST-2 TO LT-DEST-2(LUGGAGE-COUNT)          00079600
                   MOVE CON-FLIGHT-3 TO LT-FLIGHT-3(LUGGAGE-COUNT)      00079700
                   MOVE CON-DEST-3 TO LT-DEST-3(LUGGAGE-COUNT)          00079800
                   MOVE WS-CONNECT-MIN-2                                00079900
                       TO LT-CONNECT-MIN-2(LUGGAGE-COUNT)               00080000
                   MOVE WS-TIGHT-FLAG-2                                 00080100
                       TO LT-TIGHT-FLAG-2(LUGGAGE-COUNT)                00080200
                   MOVE WS-CONNECT-MIN-3                                00080300
                       TO LT-CONNECT-MIN-3(LUGGAGE-COUNT)               00080400
                   MOVE WS-TIGHT-FLAG-3                                 00080500
                       TO LT-TIGHT-FLAG-3(LUGGAGE-COUNT)                00080600
               END-IF                                                   00080700
           END-IF.                                                      00080800
      *                                                                 00080900
      *THE FIRST CONNECTION IS AT THE FIRST LEG'S DESTINATION, THE      00081000
      *SECOND AT THE SECOND LEG'S.  A CONNECTION WHERE EITHER FLIGHT    00081100
      *IS UNSCHEDULED CANNOT BE JUDGED AND PASSES UNFLAGGED.            00081200
       CHECK-CONNECTION-TIMES.                                          00081300
           MOVE 0 TO WS-CONNECT-MIN-2, WS-CONNECT-MIN-3.                00081400
           MOVE "N" TO WS-TIGHT-FLAG-2, WS-TIGHT-FLAG-3.                00081500
           MOVE LT-FLIGHT-NO(LUGGAGE-COUNT) TO WS-INBOUND-FLIGHT.       00081600
           MOVE CON-FLIGHT-2 TO WS-ONWARD-FLIGHT.                       00081700
           MOVE LT-DEST-STATION(LUGGAGE-COUNT) TO WS-HUB-STATION.       00081800
           PERFORM TIME-ONE-CONNECTION.                                 00081900
           IF CONNECTION-IS-TIMED AND NOT CONNECTION-IMPOSSIBLE         00082000
               MOVE WS-CONNECT-MINUTES TO WS-CONNECT-MIN-2              00082100
               MOVE TIGHT-FLAG TO WS-TIGHT-FLAG-2                       00082200
           END-IF.                                                      00082300
           IF NOT CONNECTION-IMPOSSIBLE                                 00082400
             AND CON-FLIGHT-3 NOT EQUAL SPACES                          00082500
               MOVE CON-FLIGHT-2 TO WS-INBOUND-FLIGHT                   00082600
               MOVE CON-FLIGHT-3 TO WS-ONWARD-FLIGHT                    00082700
               MOVE CON-DEST-2 TO WS-HUB-STATION                        00082800
               PERFORM TIME-ONE-CONNECTION                              00082900
               IF CONNECTION-IS-TIMED AND NOT CONNECTION-IMPOSSIBLE     00083000
                   MOVE WS-CONNECT-MINUTES TO WS-CONNECT-MIN-3          00083100
                   MOVE TIGHT-FLAG TO WS-TIGHT-FLAG-3                   00083200
               END-IF                                                   00083300
           END-IF.                                                      00083400
      *                                                                 00083500
       TIME-ONE-CONNECTION.                                             00083600
           MOVE "N" TO TIMED-FLAG, TIGHT-FLAG.                          00083700
           MOVE 0 TO WS-ARRIVE-MINUTES, WS-DEPART-MINUTES.              00083800
           MOVE WS-INBOUND-FLIGHT TO WS-CHECK-FLIGHT.                   00083900
           PERFORM FIND-FLIGHT-ENTRY.                                   00084000
           IF FLIGHT-WAS-FOUND                                          00084100
             AND FLT-TAB-ARR-TIME(FLIGHT-FOUND-SUB) > 0                 00084200
               MOVE FLT-TAB-ARR-TIME(FLIGHT-FOUND-SUB) TO WS-CLOCK-TIME 00084300
               COMPUTE WS-ARRIVE-MINUTES =                              00084400
                   (WS-CLOCK-HH * 60) + WS-CLOCK-MM                     00084500
               MOVE WS-ONWARD-FLIGHT TO WS-CHECK-FLIGHT                 00084600
               PERFORM FIND-FLIGHT-ENTRY                                00084700
               IF FLIGHT-WAS-FOUND                                      00084800
                 AND FLT-TAB-DEP-TIME(FLIGHT-FOUND-SUB) > 0             00084900
                   MOVE FLT-TAB-DEP-TIME(FLIGHT-FOUND-SUB)              00085000
                       TO WS-CLOCK-TIME                                 00085100
                   COMPUTE WS-DEPART-MINUTES =                          00085200
                       (WS-CLOCK-HH * 60) + WS-CLOCK-MM                 00085300
                   MOVE "Y" TO TIMED-FLAG                               00085400
               END-IF                                                   00085500
           END-IF.                                                      00085600
           MOVE "Y" TO FLIGHT-FOUND-FLAG.                               00085700
           IF CONNECTION-IS-TIMED                                       00085800
               COMPUTE WS-CONNECT-MINUTES =                             00085900
                   WS-DEPART-MINUTES - WS-ARRIVE-MINUTES                00086000
               IF WS-CONNECT-MINUTES < 0                                00086100
                   ADD 1440 TO WS-CONNECT-MINUTES                       00086200
               END-IF                                                   00086300
               PERFORM FIND-HUB-MCT                                     00086400
               IF WS-CONNECT-MINUTES < WS-HUB-MCT                       00086500
                   MOVE "Y" TO IMPOSSIBLE-FLAG                          00086600
                   MOVE WS-HUB-STATION TO WS-REJECT-HUB                 00086700
               ELSE                                                     00086800
                   IF WS-CONNECT-MINUTES < WS-HUB-MCT + WS-HUB-MARGIN   00086900
                       MOVE "Y" TO TIGHT-FLAG                           00087000
                   END-IF                                               00087100
               END-IF                                                   00087200
           END-IF.                                                      00087300
      *                                                                 00087400
       FIND-FLIGHT-ENTRY.                                               00087500
           MOVE "N" TO FLIGHT-FOUND-FLAG.                               00087600
           PERFORM MATCH-ONE-FLIGHT                                     00087700
               VARYING FLIGHT-SUB FROM 1 BY 1                           00087800
               UNTIL FLIGHT-SUB > FLIGHT-COUNT                          00087900
               OR FLIGHT-SUB > 50.                                      00088000
      *                                                                 00088100
       FIND-HUB-MCT.                                                    00088200
           MOVE WS-DEFAULT-MCT TO WS-HUB-MCT.                           00088300
           MOVE WS-DEFAULT-MARGIN TO WS-HUB-MARGIN.                     00088400
           MOVE "N" TO MCT-FOUND-FLAG.                                  00088500
           PERFORM MATCH-ONE-MCT-ENTRY                                  00088600
               VARYING MCT-SUB FROM 1 BY 1                              00088700
               UNTIL MCT-SUB > MCT-COUNT                                00088800
               OR MCT-SUB > 50.                                         00088900
           IF MCT-WAS-FOUND                                             00089000
               MOVE MCT-TAB-MINUTES(MCT-FOUND-SUB) TO WS-HUB-MCT        00089100
               MOVE MCT-TAB-MARGIN(MCT-FOUND-SUB) TO WS-HUB-MARGIN      00089200
           END-IF.                                                      00089300
      *                                                                 00089400
       MATCH-ONE-MCT-ENTRY.                                             00089500
           IF MCT-TAB-STATION(MCT-SUB) EQUAL WS-HUB-STATION             00089600
               MOVE "Y" TO MCT-FOUND-FLAG                               00089700
               MOVE MCT-SUB TO MCT-FOUND-SUB                            00089800
           END-IF.                                                      00089900
      *                                                                 00090000
       LOAD-ONE-PASSENGER.                                              00090100
           PERFORM CHECK-FLIGHT-NUMBER.                                 00090200
           IF NOT FLIGHT-WAS-FOUND                                      00090300
               ADD 1 TO REJECT-COUNT                                    00090400
               IF FLIGHT-OUT-OF-DATES                                   00090500
                   MOVE LUG-NAME-IN TO RDL-NAME                         00090600
                   MOVE LUG-FLIGHT-NO-IN TO RDL-FLIGHT-NO               00090700
                   WRITE PRINT-LINE FROM REJECT-DATE-LINE               00090800
                       AFTER 1 LINES                                    00090900
               ELSE                                                     00091000
                   MOVE LUG-NAME-IN TO RJL-NAME                         00091100
                   MOVE LUG-FLIGHT-NO-IN TO RJL-FLIGHT-NO               00091200
                   WRITE PRINT-LINE FROM REJECT-LINE AFTER 1 LINES      00091300
               END-IF                                                   00091400
               MOVE "Y" TO PRIOR-REJECT-FLAG                            00091500
               READ LUGGAGE-FILE AT END MOVE "Y" TO FLAG-EOF            00091600
           ELSE                                                         00091700
               PERFORM STORE-ONE-RECORD                                 00091800
               MOVE "N" TO PRIOR-REJECT-FLAG                            00091900
               READ LUGGAGE-FILE AT END MOVE "Y" TO FLAG-EOF            00092000
           END-IF.                                                      00092100
      *                                                                 00092200
       STORE-ONE-RECORD.                                                00092300
           ADD 1 TO LUGGAGE-COUNT.                                      00092400
           IF LUGGAGE-COUNT <= 200                                      00092500
               MOVE LUG-NAME-IN TO LT-NAME(LUGGAGE-COUNT)               00092600
               MOVE LUG-ADDRESS-IN TO ADDRESS-REMAINDER                 00092700
               MOVE SPACES TO LT-STREET(LUGGAGE-COUNT)                  00092800
               MOVE SPACES TO LT-CITY(LUGGAGE-COUNT)                    00092900
               MOVE SPACES TO LT-STATE-OR-REGION(LUGGAGE-COUNT)         00093000
               MOVE SPACES TO LT-POSTAL-CODE(LUGGAGE-COUNT)             00093100
               UNSTRING ADDRESS-REMAINDER DELIMITED BY ", "             00093200
                   INTO LT-STREET(LUGGAGE-COUNT), ADDRESS-REMAINDER     00093300
               UNSTRING ADDRESS-REMAINDER DELIMITED BY " - "            00093400
                   INTO LT-CITY(LUGGAGE-COUNT),                         00093500
                   LT-POSTAL-CODE(LUGGAGE-COUNT)                        00093600
               MOVE BAG-COUNT-IN TO LT-BAG-COUNT(LUGGAGE-COUNT)         00093700
               IF LT-BAG-COUNT(LUGGAGE-COUNT) = ZERO                    00093800
                   MOVE 1 TO LT-BAG-COUNT(LUGGAGE-COUNT)                00093900
               END-IF                                                   00094000
               IF LUG-BAG-WEIGHT-IN NUMERIC                             00094100
                   MOVE LUG-BAG-WEIGHT-IN                               00094200
                       TO LT-BAG-WEIGHT(LUGGAGE-COUNT)                  00094300
               ELSE                                                     00094400
                   MOVE 0 TO LT-BAG-WEIGHT(LUGGAGE-COUNT)               00094500
               END-IF                                                   00094600
               MOVE "N" TO LT-DUPLICATE-FLAG(LUGGAGE-COUNT)             00094700
               MOVE LUG-FLIGHT-NO-IN TO LT-FLIGHT-NO(LUGGAGE-COUNT)     00094800
               MOVE LUG-DEST-STATION-IN TO                              00094900
                   LT-DEST-STATION(LUGGAGE-COUNT)                       00095000
               MOVE SPACES TO LT-FLIGHT-2(LUGGAGE-COUNT)                00095100
               MOVE SPACES TO LT-DEST-2(LUGGAGE-COUNT)                  00095200
               MOVE SPACES TO LT-FLIGHT-3(LUGGAGE-COUNT)                00095300
               MOVE SPACES TO LT-DEST-3(LUGGAGE-COUNT)                  00095400
               MOVE 0 TO LT-CONNECT-MIN-2(LUGGAGE-COUNT)                00095500
               MOVE 0 TO LT-CONNECT-MIN-3(LUGGAGE-COUNT)                00095600
               MOVE "N" TO LT-TIGHT-FLAG-2(LUGGAGE-COUNT)               00095700
               MOVE "N" TO LT-TIGHT-FLAG-3(LUGGAGE-COUNT)               00095800
           END-IF.                                                      00095900
      *                                                                 00096000
       SORT-LUGGAGE-TABLE.                                              00096100
           IF LUGGAGE-COUNT > 1                                         00096200
               COMPUTE SORT-LIMIT = LUGGAGE-COUNT - 1                   00096300
               PERFORM SORT-ONE-PASS                                    00096400
                   VARYING SORT-PASS FROM 1 BY 1                        00096500
                   UNTIL SORT-PASS > SORT-LIMIT                         00096600
           END-IF.                                                      00096700
      *                                                                 00096800
       SORT-ONE-PASS.                                                   00096900
           PERFORM COMPARE-AND-SWAP                                     00097000
               VARYING SORT-SUB FROM 1 BY 1                             00097100
               UNTIL SORT-SUB > SORT-LIMIT.                             00097200
      *                                                                 00097300
      *THE BATCH SORTS BY FLIGHT FIRST (BAGS ARE LOADED BY FLIGHT),     00097400
      *THEN BY CITY WITHIN THE FLIGHT AS BEFORE.                        00097500
       COMPARE-AND-SWAP.                                                00097600
           IF LT-FLIGHT-NO(SORT-SUB) > LT-FLIGHT-NO(SORT-SUB + 1)       00097700
             OR (LT-FLIGHT-NO(SORT-SUB) EQUAL                           00097800
                   LT-FLIGHT-NO(SORT-SUB + 1)                           00097900
               AND LT-CITY(SORT-SUB) > LT-CITY(SORT-SUB + 1))           00098000
               MOVE LUGGAGE-ENTRY(SORT-SUB) TO LUGGAGE-SWAP-HOLD        00098100
               MOVE LUGGAGE-ENTRY(SORT-SUB + 1)                         00098200
                   TO LUGGAGE-ENTRY(SORT-SUB)                           00098300
               MOVE LUGGAGE-SWAP-HOLD TO LUGGAGE-ENTRY(SORT-SUB + 1)    00098400
           END-IF.                                                      00098500
      *                                                                 00098600
       FLAG-DUPLICATE-NAMES.                                            00098700
           PERFORM CHECK-ONE-FOR-DUPLICATES                             00098800
               VARYING LUGGAGE-SUB FROM 1 BY 1                          00098900
               UNTIL LUGGAGE-SUB > LUGGAGE-COUNT.                       00099000
      *                                                                 00099100
       CHECK-ONE-FOR-DUPLICATES.                                        00099200
           PERFORM COMPARE-ONE-PAIR                                     00099300
               VARYING DUP-SUB FROM 1 BY 1                              00099400
               UNTIL DUP-SUB > LUGGAGE-COUNT.                           00099500
      *                                                                 00099600
       COMPARE-ONE-PAIR.                                                00099700
           IF DUP-SUB NOT = LUGGAGE-SUB                                 00099800
               IF LT-NAME(DUP-SUB) EQUAL LT-NAME(LUGGAGE-SUB)           00099900
                   MOVE "Y" TO LT-DUPLICATE-FLAG(LUGGAGE-SUB)           00100000
               END-IF                                                   00100100
           END-IF.                                                      00100200
      *                                                                 00100300
      *A FLIGHT CHANGE CLOSES THE PRIOR FLIGHT'S MANIFEST AND OPENS     00100400
      *A NEW GROUP HEADING, SO HANDLERS GET ONE STACK PER FLIGHT.       00100500
       PRINT-ONE-PASSENGER.                                             00100600
           IF LT-FLIGHT-NO(LUGGAGE-SUB) NOT EQUAL ACTUAL-FLIGHT         00100700
               IF ACTUAL-FLIGHT NOT EQUAL SPACES                        00100800
                   PERFORM PRINT-FLIGHT-MANIFEST                        00100900
               END-IF                                                   00101000
               MOVE LT-FLIGHT-NO(LUGGAGE-SUB) TO ACTUAL-FLIGHT,         00101100
                   FHL-FLIGHT-NO                                        00101200
               MOVE LT-DEST-STATION(LUGGAGE-SUB) TO FHL-DEST,           00101300
                   MANIFEST-DEST                                        00101400
               WRITE PRINT-LINE FROM FLIGHT-HEAD-LINE                   00101500
                   AFTER 3 LINES                                        00101600
           END-IF.                                                      00101700
           ADD 1 TO MANIFEST-PASSENGERS.                                00101800
           ADD LT-BAG-COUNT(LUGGAGE-SUB) TO MANIFEST-BAGS.              00101900
           COMPUTE WS-TOTAL-WEIGHT =                                    00102000
               LT-BAG-WEIGHT(LUGGAGE-SUB)                               00102100
               * LT-BAG-COUNT(LUGGAGE-SUB).                             00102200
           ADD WS-TOTAL-WEIGHT TO MANIFEST-WEIGHT.                      00102300
           PERFORM PRINT-ONE-BAG-LABEL                                  00102400
               VARYING BAG-SUB FROM 1 BY 1                              00102500
               UNTIL BAG-SUB > LT-BAG-COUNT(LUGGAGE-SUB).               00102600
           PERFORM PRICE-EXCESS-BAGGAGE.                                00102700
      *                                                                 00102800
      *THE MANIFEST PAGE IS WHAT THE LOADER SIGNS AND THE CARRIER'S     00102900
      *AUDIT KEEPS: PASSENGERS AND BAGS TOTALED PER FLIGHT.             00103000
       PRINT-FLIGHT-MANIFEST.                                           00103100
           MOVE ACTUAL-FLIGHT TO MTL-FLIGHT-NO.                         00103200
           MOVE MANIFEST-DEST TO MTL-DEST.                              00103300
           WRITE PRINT-LINE FROM MANIFEST-TITLE-LINE                    00103400
               AFTER 3 LINES.                                           00103500
           MOVE MANIFEST-PASSENGERS TO MNL-PASSENGERS.                  00103600
           MOVE MANIFEST-BAGS TO MNL-BAGS.                              00103700
           MOVE MANIFEST-WEIGHT TO MNL-WEIGHT.                          00103800
           WRITE PRINT-LINE FROM MANIFEST-TOTALS-LINE                   00103900
               AFTER 1 LINES.                                           00104000
           MOVE ACTUAL-FLIGHT TO WS-CHECK-FLIGHT.                       00104100
           MOVE "N" TO FLIGHT-FOUND-FLAG.                               00104200
           PERFORM MATCH-ONE-FLIGHT                                     00104300
               VARYING FLIGHT-SUB FROM 1 BY 1                           00104400
               UNTIL FLIGHT-SUB > FLIGHT-COUNT                          00104500
               OR FLIGHT-SUB > 50.                                      00104600
           IF FLIGHT-WAS-FOUND                                          00104700
             AND FLT-TAB-CAPACITY(FLIGHT-FOUND-SUB) > 0                 00104800
             AND MANIFEST-BAGS > FLT-TAB-CAPACITY(FLIGHT-FOUND-SUB)     00104900
               MOVE FLT-TAB-CAPACITY(FLIGHT-FOUND-SUB)                  00105000
                   TO CWL-CAPACITY                                      00105100
               WRITE PRINT-LINE FROM CAPACITY-WARNING-LINE              00105200
                   AFTER 1 LINES                                        00105300
           END-IF.                                                      00105400
           WRITE PRINT-LINE FROM MANIFEST-SIGN-LINE                     00105500
               AFTER 2 LINES.                                           00105600
           PERFORM PRINT-TRANSFER-MANIFEST.                             00105700
           MOVE 0 TO MANIFEST-PASSENGERS, MANIFEST-BAGS,                00105800
               MANIFEST-WEIGHT.                                         00105900
      *                                                                 00106000
      *THE TRANSFER MANIFEST LISTS EVERY BAG OFF THIS FLIGHT THAT       00106100
      *MUST MOVE TO AN ONWARD FLIGHT, SO TRANSFER BAGS ARE WORKED       00106200
      *FROM A LIST INSTEAD OF BY READING TAGS ONE AT A TIME.  BAGS      00106300
      *ON TIGHT CONNECTIONS LEAD THE LIST SO THEY ARE WORKED FIRST.     00106400
       PRINT-TRANSFER-MANIFEST.                                         00106500
           MOVE "N" TO TRF-HEAD-FLAG.                                   00106600
           MOVE "Y" TO TRF-PASS-FLAG.                                   00106700
           PERFORM CHECK-ONE-TRANSFER-ENTRY                             00106800
               VARYING TRF-SUB FROM 1 BY 1                              00106900
               UNTIL TRF-SUB > TRF-COUNT                                00107000
               OR TRF-SUB > 300.                                        00107100
           MOVE "N" TO TRF-PASS-FLAG.                                   00107200
           PERFORM CHECK-ONE-TRANSFER-ENTRY                             00107300
               VARYING TRF-SUB FROM 1 BY 1                              00107400
               UNTIL TRF-SUB > TRF-COUNT                                00107500
               OR TRF-SUB > 300.                                        00107600
      *                                                                 00107700
       CHECK-ONE-TRANSFER-ENTRY.                                        00107800
           IF TRF-FLIGHT-1(TRF-SUB) EQUAL ACTUAL-FLIGHT                 00107900
             AND TRF-TIGHT-FLAG(TRF-SUB) EQUAL TRF-PASS-FLAG            00108000
               IF NOT TRF-HEAD-PRINTED                                  00108100
                   MOVE "Y" TO TRF-HEAD-FLAG                            00108200
                   WRITE PRINT-LINE FROM TRANSFER-HEAD-LINE             00108300
                       AFTER 2 LINES                                    00108400
               END-IF                                                   00108500
               MOVE TRF-TAG-NUMBER(TRF-SUB) TO TDL-TAG-NUMBER           00108600
               MOVE TRF-ONWARD-FLIGHT(TRF-SUB) TO TDL-ONWARD-FLIGHT     00108700
               MOVE TRF-ONWARD-DEST(TRF-SUB) TO TDL-ONWARD-DEST         00108800
               IF TRF-TIGHT-FLAG(TRF-SUB) EQUAL "Y"                     00108900
                   MOVE "*** TIGHT - " TO TDL-TIGHT-NOTE                00109000
                   MOVE TRF-CONNECT-MIN(TRF-SUB) TO TDL-CONNECT-MIN     00109100
                   MOVE " MIN - WORK FIRST ***" TO TDL-TIGHT-TAIL       00109200
               ELSE                                                     00109300
                   MOVE SPACES TO TDL-TIGHT-NOTE, TDL-TIGHT-TAIL        00109400
                   MOVE 0 TO TDL-CONNECT-MIN                            00109500
               END-IF                                                   00109600
               WRITE PRINT-LINE FROM TRANSFER-DETAIL-LINE               00109700
                   AFTER 1 LINES                                        00109800
           END-IF.                                                      00109900
      *                                                                 00110000
      *EVERY BAG GETS THE NEXT TAG NUMBER, PRINTED ON BOTH LABEL        00110100
      *LINES, AND A TAG MASTER RECORD FOR THE TRACE DESK.               00110200
       PRINT-ONE-BAG-LABEL.                                             00110300
           IF LT-IS-DUPLICATE(LUGGAGE-SUB)                              00110400
               WRITE PRINT-LINE FROM DUPLICATE-WARNING-LINE             00110500
                   AFTER 2 LINES                                        00110600
           END-IF.                                                      00110700
           ADD 1 TO WS-TAG-NUMBER.                                      00110800
           MOVE WS-TAG-NUMBER TO PRT-TAG-NUMBER,                        00110900
               PRT-ADDR-TAG-NUMBER.                                     00111000
           PERFORM WRITE-TAG-MASTER-RECORD.                             00111100
           MOVE SPACES TO PRT-NAME, PRT-BAG-MARKER.                     00111200
           MOVE LT-NAME(LUGGAGE-SUB) TO PRT-NAME.                       00111300
           IF LT-BAG-COUNT(LUGGAGE-SUB) > 1                             00111400
               STRING "BAG " DELIMITED BY SIZE                          00111500
                   BAG-SUB DELIMITED BY SIZE                            00111600
                   " OF " DELIMITED BY SIZE                             00111700
                   LT-BAG-COUNT(LUGGAGE-SUB) DELIMITED BY SIZE          00111800
                   INTO PRT-BAG-MARKER                                  00111900
           END-IF.                                                      00112000
           WRITE PRINT-LINE FROM PRT-NAME-LINE AFTER 2 LINES.           00112100
           MOVE SPACES TO PRT-STREET, PRT-CITY, PRT-STATE-OR-REGION,    00112200
               PRT-POSTAL-CODE.                                         00112300
           MOVE LT-STREET(LUGGAGE-SUB) TO PRT-STREET.                   00112400
           MOVE LT-CITY(LUGGAGE-SUB) TO PRT-CITY.                       00112500
           MOVE LT-STATE-OR-REGION(LUGGAGE-SUB) TO PRT-STATE-OR-REGION. 00112600
           MOVE LT-POSTAL-CODE(LUGGAGE-SUB) TO PRT-POSTAL-CODE.         00112700
           WRITE PRINT-LINE FROM PRT-ADDRESS-LINE.                      00112800
           PERFORM PRINT-ROUTING-LINE.                                  00112900
           ADD 1 TO LABEL-COUNT.                                        00113000
      *                                                                 00113100
      *THE PASSENGER'S TOTAL WEIGHT PRICES AGAINST THE FINAL            00113200
      *DESTINATION'S FEE CARD: WEIGHT OVER THE FREE ALLOWANCE PAYS      00113300
      *THE RATE PER UNIT, ON A NUMBERED TICKET PRINTED WITH THE         00113400
      *LABELS SO THE COUNTER COLLECTS IT ON THE SPOT.                   00113500
       PRICE-EXCESS-BAGGAGE.                                            00113600
           IF LT-DEST-3(LUGGAGE-SUB) NOT EQUAL SPACES                   00113700
               MOVE LT-DEST-3(LUGGAGE-SUB) TO WS-FINAL-DEST             00113800
           ELSE                                                         00113900
               IF LT-DEST-2(LUGGAGE-SUB) NOT EQUAL SPACES               00114000
                   MOVE LT-DEST-2(LUGGAGE-SUB) TO WS-FINAL-DEST         00114100
               ELSE                                                     00114200
                   MOVE LT-DEST-STATION(LUGGAGE-SUB)                    00114300
                       TO WS-FINAL-DEST                                 00114400
               END-IF                                                   00114500
           END-IF.                                                      00114600
           MOVE "N" TO FEE-FOUND-FLAG.                                  00114700
           PERFORM MATCH-ONE-FEE-ENTRY                                  00114800
               VARYING FEE-SUB FROM 1 BY 1                              00114900
               UNTIL FEE-SUB > FEE-COUNT                                00115000
               OR FEE-SUB > 50.                                         00115100
           IF FEE-WAS-FOUND                                             00115200
               SUBTRACT FEE-TAB-ALLOWANCE(FEE-FOUND-SUB)                00115300
                   FROM WS-TOTAL-WEIGHT GIVING WS-EXCESS-WEIGHT         00115400
               IF WS-EXCESS-WEIGHT > 0                                  00115500
                   COMPUTE WS-EXCESS-FEE ROUNDED =                      00115600
                       WS-EXCESS-WEIGHT                                 00115700
                       * FEE-TAB-RATE(FEE-FOUND-SUB)                    00115800
                   PERFORM PRINT-FEE-TICKET                             00115900
               END-IF                                                   00116000
           END-IF.                                                      00116100
      *                                                                 00116200
       MATCH-ONE-FEE-ENTRY.                                             00116300
           IF FEE-TAB-STATION(FEE-SUB) EQUAL WS-FINAL-DEST              00116400
               MOVE "Y" TO FEE-FOUND-FLAG                               00116500
               MOVE FEE-SUB TO FEE-FOUND-SUB                            00116600
           END-IF.                                                      00116700
      *                                                                 00116800
       PRINT-FEE-TICKET.                                                00116900
           ADD 1 TO WS-TICKET-NUMBER, WS-TICKETS-ISSUED.                00117000
           MOVE WS-TICKET-NUMBER TO FTL-TICKET-NUMBER.                  00117100
           MOVE LT-NAME(LUGGAGE-SUB) TO FTL-NAME.                       00117200
           WRITE PRINT-LINE FROM FEE-TICKET-LINE AFTER 2 LINES.         00117300
           MOVE WS-TOTAL-WEIGHT TO FDL-WEIGHT.                          00117400
           MOVE FEE-TAB-ALLOWANCE(FEE-FOUND-SUB) TO FDL-ALLOWANCE.      00117500
           MOVE WS-EXCESS-WEIGHT TO FDL-EXCESS.                         00117600
           MOVE WS-EXCESS-FEE TO FDL-FEE.                               00117700
           WRITE PRINT-LINE FROM FEE-DETAIL-LINE AFTER 1 LINES.         00117800
           PERFORM POST-FEE-REVENUE.                                    00117900
      *                                                                 00118000
       POST-FEE-REVENUE.                                                00118100
           MOVE "N" TO FRV-FOUND-FLAG.                                  00118200
           PERFORM MATCH-ONE-REVENUE-ENTRY                              00118300
               VARYING FRV-SUB FROM 1 BY 1                              00118400
               UNTIL FRV-SUB > FRV-COUNT                                00118500
               OR FRV-SUB > 50.                                         00118600
           IF NOT FRV-ENTRY-FOUND                                       00118700
             AND FRV-COUNT < 50                                         00118800
               ADD 1 TO FRV-COUNT                                       00118900
               MOVE LT-FLIGHT-NO(LUGGAGE-SUB)                           00119000
                   TO FRV-FLIGHT-NO(FRV-COUNT)                          00119100
               MOVE 0 TO FRV-TICKETS(FRV-COUNT)                         00119200
               MOVE 0 TO FRV-FEES(FRV-COUNT)                            00119300
               MOVE FRV-COUNT TO FRV-FOUND-SUB                          00119400
               MOVE "Y" TO FRV-FOUND-FLAG                               00119500
           END-IF.                                                      00119600
           IF FRV-ENTRY-FOUND                                           00119700
               ADD 1 TO FRV-TICKETS(FRV-FOUND-SUB)                      00119800
               ADD WS-EXCESS-FEE TO FRV-FEES(FRV-FOUND-SUB)             00119900
           END-IF.                                                      00120000
      *                                                                 00120100
       MATCH-ONE-REVENUE-ENTRY.                                         00120200
           IF FRV-FLIGHT-NO(FRV-SUB) EQUAL LT-FLIGHT-NO(LUGGAGE-SUB)    00120300
               MOVE "Y" TO FRV-FOUND-FLAG                               00120400
               MOVE FRV-SUB TO FRV-FOUND-SUB                            00120500
           END-IF.                                                      00120600
      *                                                                 00120700
      *THE FULL ROUTING PRINTS UNDER EVERY LABEL PAIR, WITH THE         00120800
      *FINAL DESTINATION CALLED OUT SO NO BAG STOPS ONE LEG SHORT.      00120900
      *A CONNECTING BAG ALSO LEAVES ITS TRANSFER ENTRY FOR THE HUB.     00121000
       PRINT-ROUTING-LINE.                                              00121100
           MOVE LT-FLIGHT-NO(LUGGAGE-SUB) TO PRT-LEG1-FLIGHT.           00121200
           MOVE LT-DEST-STATION(LUGGAGE-SUB) TO PRT-LEG1-DEST.          00121300
           MOVE LT-FLIGHT-2(LUGGAGE-SUB) TO PRT-LEG2-FLIGHT.            00121400
           MOVE LT-DEST-2(LUGGAGE-SUB) TO PRT-LEG2-DEST.                00121500
           MOVE LT-FLIGHT-3(LUGGAGE-SUB) TO PRT-LEG3-FLIGHT.            00121600
           MOVE LT-DEST-3(LUGGAGE-SUB) TO PRT-LEG3-DEST.                00121700
           IF LT-DEST-3(LUGGAGE-SUB) NOT EQUAL SPACES                   00121800
               MOVE LT-DEST-3(LUGGAGE-SUB) TO WS-FINAL-DEST             00121900
           ELSE                                                         00122000
               IF LT-DEST-2(LUGGAGE-SUB) NOT EQUAL SPACES               00122100
                   MOVE LT-DEST-2(LUGGAGE-SUB) TO WS-FINAL-DEST         00122200
               ELSE                                                     00122300
                   MOVE LT-DEST-STATION(LUGGAGE-SUB)                    00122400
                       TO WS-FINAL-DEST                                 00122500
               END-IF                                                   00122600
           END-IF.                                                      00122700
           MOVE WS-FINAL-DEST TO PRT-FINAL-DEST.                        00122800
           WRITE PRINT-LINE FROM PRT-ROUTING-LINE AFTER 1 LINES.        00122900
           IF LT-FLIGHT-2(LUGGAGE-SUB) NOT EQUAL SPACES                 00123000
             AND TRF-COUNT < 300                                        00123100
               ADD 1 TO TRF-COUNT                                       00123200
               MOVE LT-FLIGHT-NO(LUGGAGE-SUB)                           00123300
                   TO TRF-FLIGHT-1(TRF-COUNT)                           00123400
               MOVE WS-TAG-NUMBER TO TRF-TAG-NUMBER(TRF-COUNT)          00123500
               MOVE LT-FLIGHT-2(LUGGAGE-SUB)                            00123600
                   TO TRF-ONWARD-FLIGHT(TRF-COUNT)                      00123700
               MOVE LT-DEST-2(LUGGAGE-SUB)                              00123800
                   TO TRF-ONWARD-DEST(TRF-COUNT)                        00123900
               MOVE LT-CONNECT-MIN-2(LUGGAGE-SUB)                       00124000
                   TO TRF-CONNECT-MIN(TRF-COUNT)                        00124100
               MOVE LT-TIGHT-FLAG-2(LUGGAGE-SUB)                        00124200
                   TO TRF-TIGHT-FLAG(TRF-COUNT)                         00124300
           END-IF.                                                      00124400
           IF LT-TIGHT-2(LUGGAGE-SUB)                                   00124500
               MOVE LT-DEST-STATION(LUGGAGE-SUB) TO WS-HUB-STATION      00124600
               MOVE LT-FLIGHT-NO(LUGGAGE-SUB) TO WS-INBOUND-FLIGHT      00124700
               MOVE LT-CONNECT-MIN-2(LUGGAGE-SUB) TO WS-CONNECT-MINUTES 00124800
               PERFORM POST-CONNECTION-RISK                             00124900
           END-IF.                                                      00125000
           IF LT-TIGHT-3(LUGGAGE-SUB)                                   00125100
               MOVE LT-DEST-2(LUGGAGE-SUB) TO WS-HUB-STATION            00125200
               MOVE LT-FLIGHT-2(LUGGAGE-SUB) TO WS-INBOUND-FLIGHT       00125300
               MOVE LT-CONNECT-MIN-3(LUGGAGE-SUB) TO WS-CONNECT-MINUTES 00125400
               PERFORM POST-CONNECTION-RISK                             00125500
           END-IF.                                                      00125600
      *                                                                 00125700
       POST-CONNECTION-RISK.                                            00125800
           MOVE "N" TO RSK-FOUND-FLAG.                                  00125900
           PERFORM MATCH-ONE-RISK-ENTRY                                 00126000
               VARYING RSK-SUB FROM 1 BY 1                              00126100
               UNTIL RSK-SUB > RSK-COUNT                                00126200
               OR RSK-SUB > 50.                                         00126300
           IF NOT RSK-ENTRY-FOUND                                       00126400
             AND RSK-COUNT < 50                                         00126500
               ADD 1 TO RSK-COUNT                                       00126600
               MOVE WS-HUB-STATION TO RSK-HUB(RSK-COUNT)                00126700
               MOVE WS-INBOUND-FLIGHT TO RSK-FLIGHT-NO(RSK-COUNT)       00126800
               MOVE 0 TO RSK-BAGS(RSK-COUNT)                            00126900
               MOVE 9999 TO RSK-TIGHTEST(RSK-COUNT)                     00127000
               MOVE RSK-COUNT TO RSK-FOUND-SUB                          00127100
               MOVE "Y" TO RSK-FOUND-FLAG                               00127200
           END-IF.                                                      00127300
           IF RSK-ENTRY-FOUND                                           00127400
               ADD 1 TO RSK-BAGS(RSK-FOUND-SUB)                         00127500
               IF WS-CONNECT-MINUTES < RSK-TIGHTEST(RSK-FOUND-SUB)      00127600
                   MOVE WS-CONNECT-MINUTES                              00127700
                       TO RSK-TIGHTEST(RSK-FOUND-SUB)                   00127800
               END-IF                                                   00127900
           END-IF.                                                      00128000
      *                                                                 00128100
       MATCH-ONE-RISK-ENTRY.                                            00128200
           IF RSK-HUB(RSK-SUB) EQUAL WS-HUB-STATION                     00128300
             AND RSK-FLIGHT-NO(RSK-SUB) EQUAL WS-INBOUND-FLIGHT         00128400
               MOVE "Y" TO RSK-FOUND-FLAG                               00128500
               MOVE RSK-SUB TO RSK-FOUND-SUB                            00128600
           END-IF.                                                      00128700
      *                                                                 00128800
       WRITE-TAG-MASTER-RECORD.                                         00128900
           MOVE WS-TAG-NUMBER TO TAG-NUMBER.                            00129000
           MOVE LT-NAME(LUGGAGE-SUB) TO TAG-PASSENGER-NAME.             00129100
           MOVE LT-FLIGHT-NO(LUGGAGE-SUB) TO TAG-FLIGHT-NO.             00129200
           MOVE LT-DEST-STATION(LUGGAGE-SUB) TO TAG-DEST-STATION.       00129300
           MOVE WS-RUN-DATE TO TAG-ISSUE-DATE.                          00129400
           MOVE LT-FLIGHT-2(LUGGAGE-SUB) TO TAG-FLIGHT-2.               00129500
           MOVE LT-DEST-2(LUGGAGE-SUB) TO TAG-DEST-2.                   00129600
           MOVE LT-FLIGHT-3(LUGGAGE-SUB) TO TAG-FLIGHT-3.               00129700
           MOVE LT-DEST-3(LUGGAGE-SUB) TO TAG-DEST-3.                   00129800
           MOVE "I" TO TAG-STATUS.                                      00129900
           MOVE WS-RUN-DATE TO TAG-LAST-EVENT-DATE.                     00130000
           MOVE SPACES TO TAG-LAST-STATION.                             00130100
           WRITE TAG-MASTER-RECORD.                                     00130200
      *                                                                 00130300
       PRINT-ONE-REVENUE-LINE.                                          00130400
           MOVE FRV-FLIGHT-NO(FRV-SUB) TO RVL-FLIGHT-NO.                00130500
           MOVE FRV-TICKETS(FRV-SUB) TO RVL-TICKETS.                    00130600
           MOVE FRV-FEES(FRV-SUB) TO RVL-FEES.                          00130700
           WRITE PRINT-LINE FROM REVENUE-LINE AFTER 1 LINES.            00130800
      *                                                                 00130900
      *THE SHORT-CONNECTION REPORT SORTS BY HUB AND INBOUND FLIGHT      00131000
      *AND TOTALS EACH HUB, SO EACH HUB'S TRANSFER CREW SEES WHICH      00131100
      *ARRIVALS BRING BAGS THAT MAY MISS THEIR ONWARD FLIGHT.           00131200
       PRINT-RISK-REPORT.                                               00131300
           WRITE PRINT-LINE FROM RISK-HEAD-LINE AFTER 2 LINES.          00131400
           IF RSK-COUNT > 1                                             00131500
               COMPUTE RSK-SORT-LIMIT = RSK-COUNT - 1                   00131600
               PERFORM SORT-ONE-RISK-PASS                               00131700
                   VARYING RSK-SORT-PASS FROM 1 BY 1                    00131800
                   UNTIL RSK-SORT-PASS > RSK-SORT-LIMIT                 00131900
           END-IF.                                                      00132000
           MOVE SPACES TO RSK-ACTUAL-HUB.                               00132100
           MOVE 0 TO RSK-HUB-BAGS.                                      00132200
           PERFORM PRINT-ONE-RISK-LINE                                  00132300
               VARYING RSK-SUB FROM 1 BY 1                              00132400
               UNTIL RSK-SUB > RSK-COUNT.                               00132500
           IF RSK-ACTUAL-HUB NOT EQUAL SPACES                           00132600
               PERFORM PRINT-RISK-HUB-TOTAL                             00132700
           END-IF.                                                      00132800
      *                                                                 00132900
       SORT-ONE-RISK-PASS.                                              00133000
           PERFORM COMPARE-AND-SWAP-RISK                                00133100
               VARYING RSK-SORT-SUB FROM 1 BY 1                         00133200
               UNTIL RSK-SORT-SUB > RSK-SORT-LIMIT.                     00133300
      *                                                                 00133400
       COMPARE-AND-SWAP-RISK.                                           00133500
           IF RSK-HUB(RSK-SORT-SUB) > RSK-HUB(RSK-SORT-SUB + 1)         00133600
             OR (RSK-HUB(RSK-SORT-SUB) EQUAL                            00133700
                   RSK-HUB(RSK-SORT-SUB + 1)                            00133800
               AND RSK-FLIGHT-NO(RSK-SORT-SUB)                          00133900
                   > RSK-FLIGHT-NO(RSK-SORT-SUB + 1))                   00134000
               MOVE RSK-ENTRY(RSK-SORT-SUB) TO RISK-SWAP-HOLD           00134100
               MOVE RSK-ENTRY(RSK-SORT-SUB + 1)                         00134200
                   TO RSK-ENTRY(RSK-SORT-SUB)                           00134300
               MOVE RISK-SWAP-HOLD TO RSK-ENTRY(RSK-SORT-SUB + 1)       00134400
           END-IF.                                                      00134500
      *                                                                 00134600
       PRINT-ONE-RISK-LINE.                                             00134700
           IF RSK-HUB(RSK-SUB) NOT EQUAL RSK-ACTUAL-HUB                 00134800
               IF RSK-ACTUAL-HUB NOT EQUAL SPACES                       00134900
                   PERFORM PRINT-RISK-HUB-TOTAL                         00135000
               END-IF                                                   00135100
               MOVE RSK-HUB(RSK-SUB) TO RSK-ACTUAL-HUB                  00135200
               MOVE 0 TO RSK-HUB-BAGS                                   00135300
           END-IF.                                                      00135400
           MOVE RSK-HUB(RSK-SUB) TO RKL-HUB.                            00135500
           MOVE RSK-FLIGHT-NO(RSK-SUB) TO RKL-FLIGHT-NO.                00135600
           MOVE RSK-BAGS(RSK-SUB) TO RKL-BAGS.                          00135700
           MOVE RSK-TIGHTEST(RSK-SUB) TO RKL-TIGHTEST.                  00135800
           WRITE PRINT-LINE FROM RISK-LINE AFTER 1 LINES.               00135900
           ADD RSK-BAGS(RSK-SUB) TO RSK-HUB-BAGS.                       00136000
      *                                                                 00136100
       PRINT-RISK-HUB-TOTAL.                                            00136200
           MOVE RSK-ACTUAL-HUB TO RHT-HUB.                              00136300
           MOVE RSK-HUB-BAGS TO RHT-BAGS.                               00136400
           WRITE PRINT-LINE FROM RISK-HUB-TOTAL-LINE AFTER 1 LINES.     00136500
      *                                                                 00136600
       CLOSING.                                                         00136700
           IF ACTUAL-FLIGHT NOT EQUAL SPACES                            00136800
               PERFORM PRINT-FLIGHT-MANIFEST                            00136900
           END-IF.                                                      00137000
           MOVE LABEL-COUNT TO TRL-LABEL-COUNT.                         00137100
           WRITE PRINT-LINE FROM TRAILER-LINE AFTER 2 LINES.            00137200
           MOVE REJECT-COUNT TO RCL-COUNT.                              00137300
           WRITE PRINT-LINE FROM REJECT-COUNT-LINE AFTER 1 LINES.       00137400
           WRITE PRINT-LINE FROM REVENUE-HEAD-LINE AFTER 2 LINES.       00137500
           PERFORM PRINT-ONE-REVENUE-LINE                               00137600
               VARYING FRV-SUB FROM 1 BY 1                              00137700
               UNTIL FRV-SUB > FRV-COUNT                                00137800
               OR FRV-SUB > 50.                                         00137900
           PERFORM PRINT-RISK-REPORT.                                   00138000
           OPEN OUTPUT TAG-CONTROL-FILE.                                00138100
           MOVE WS-TAG-NUMBER TO TCT-LAST-TAG-NUMBER.                   00138200
           WRITE TAG-CONTROL-RECORD.                                    00138300
           CLOSE TAG-CONTROL-FILE.                                      00138400
           OPEN OUTPUT FEE-CONTROL-FILE.                                00138500
           MOVE WS-TICKET-NUMBER TO FCT-LAST-TICKET-NUMBER.             00138600
           WRITE FEE-CONTROL-RECORD.                                    00138700
           CLOSE FEE-CONTROL-FILE.                                      00138800
           CLOSE LUGGAGE-FILE, FLIGHT-MASTER-FILE,                      00138900
               TAG-MASTER-FILE, PRINT-FILE.                             00139000
/*                                                                      00139100
//*                                                                     00139200
//GO.INPUT DD *                                                         00139300
SAVANNAH CRAWLEY         COMET HOUSE  8264, MILANO - 1877        AA10 01MIL
LUKE AINSWORTH           APOSTLE  6364, SANTA ANA - 6802         TW07 02STL
ROSALYN SMITH            HOWARD 2748, SAN ANTONIO - 2552         TW07 01STL
LUCAS HARRISON           DUNSTANS  6786, PHOENIX - 3403          TW07 01STL
CLINT SHELDON            BERRY  6831, SAN FRANCISCO - 2211       TW07 01STL
SAVANNAH CRAWLEY         MERIDIAN  1120, MILANO - 9004           AA10 01MIL
/*                                                                      00141000
//GO.TAGCTL  DD DSN=SIMONCO.LUGGAGE.TAGCTL,DISP=OLD                     00141100
//GO.FEECTL  DD DSN=SIMONCO.LUGGAGE.FEECTL,DISP=OLD                     00141200
//GO.FEETBL  DD DSN=SIMONCO.LUGGAGE.FEETBL,DISP=SHR                     00141300
//GO.TAGMSTR DD DSN=SIMONCO.LUGGAGE.TAGMSTR,DISP=MOD                    00141400
//GO.FLIGHTS DD DSN=SIMONCO.LUGGAGE.FLIGHTS,DISP=SHR                    00141500
//GO.MCTTBL  DD DSN=SIMONCO.LUGGAGE.MCTTBL,DISP=SHR                     00141600
//GO.OUTPUT DD SYSOUT=*,                                                00141700
//          DCB=(RECFM=FBA,LRECL=132,BLKSIZE=13200)                     00141800
//                                                                      00141900
