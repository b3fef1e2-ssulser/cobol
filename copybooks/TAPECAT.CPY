000001*TAPECAT.CPY                                                      00000100
000002*                                                                 00000200
000003*    2026-10-15  SS  NEW MEMBER.  TAPE LIBRARY CATALOG RECORD,    00000300
000004*                    ONE PER DECK TAPE GENERATION.  DECKTAPE ADDS 00000400
000005*                    THE ENTRY WHEN A TAPE PROVES (VOLUME SERIAL  00000500
000006*                    FROM ITS PARM CARD, DECK NAME, WRITE DATE,   00000600
000007*                    CARD COUNT, AND HASH TOTAL AS ON THE TAPE'S  00000700
000008*                    OWN HEADER AND TRAILER); TAPEROT MOVES IT    00000800
000009*                    BETWEEN THE LIBRARY AND THE OFFSITE VAULT AND00000900
000010*                    RELEASES IT TO SCRATCH UNDER THE RETENTION   00001000
000011*                    SCHEDULE.  ENTRIES STAY IN WRITE ORDER, SO   00001100
000012*                    THE LAST ENTRY FOR A DECK IS ITS CURRENT (0) 00001200
000013*                    GENERATION.                                  00001300
000014*                                                                 00001400
000015     05  TCT-VOLUME-SERIAL         PIC X(06).                     00001500
000016     05  TCT-DECK-NAME             PIC X(20).                     00001600
000017     05  TCT-WRITE-DATE            PIC 9(06).                     00001700
000018     05  TCT-CARD-COUNT            PIC 9(05).                     00001800
000019     05  TCT-HASH-TOTAL            PIC 9(11).                     00001900
000020     05  TCT-LOCATION              PIC X.                         00002000
000021         88  TCT-IN-LIBRARY       VALUE "L".                      00002100
000022         88  TCT-IN-VAULT         VALUE "V".                      00002200
000023     05  TCT-LOCATION-DATE         PIC 9(06).                     00002300
000024     05  TCT-STATUS                PIC X.                         00002400
000025         88  TCT-IS-ACTIVE        VALUE "A".                      00002500
000026         88  TCT-IS-SCRATCH       VALUE "S".                      00002600
000027     05  TCT-STATUS-DATE           PIC 9(06).                     00002700
000028     05  FILLER                    PIC X(18).                     00002800
