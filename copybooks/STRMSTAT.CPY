000001*STRMSTAT.CPY                                                     00000100
000002*                                                                 00000200
000003*    2026-10-15  SS  NEW MEMBER.  DAILY STREAM STATUS RECORD.     00000300
000004*                    STRMSTEP WRITES ONE "*SUBMIT*" RECORD EACH   00000400
000005*                    TIME THE STREAM IS SUBMITTED AND ONE RECORD  00000500
000006*                    FOR EACH STEP THAT COMPLETES CLEANLY, KEYED  00000600
000007*                    BY THE DECK'S RUN DATE AND THE STEP NAME, SO 00000700
000008*                    A RESUBMISSION AFTER A FAILURE SKIPS THE     00000800
000009*                    STEPS ALREADY DONE.  SST-SUBMISSION IS 1 FOR 00000900
000010*                    THE ORIGINAL SUBMISSION AND COUNTS UP ON     00001000
000011*                    EACH RESTART.  RUNAUDIT LISTS THE RECORDS.   00001100
000012*                                                                 00001200
000013     05  SST-RUN-DATE              PIC 9(06).                     00001300
000014     05  SST-STEP                  PIC X(08).                     00001400
000015     05  SST-SUBMISSION            PIC 9(02).                     00001500
000016     05  SST-STATUS                PIC X(01).                     00001600
000017         88  SST-SUBMITTED         VALUE "B".                     00001700
000018         88  SST-COMPLETED         VALUE "C".                     00001800
000019         88  SST-OUTPUT-MISSING    VALUE "M".                     00001900
000020     05  SST-STAMP-DATE            PIC 9(06).                     00002000
000021     05  SST-STAMP-TIME            PIC 9(08).                     00002100
000022     05  FILLER                    PIC X(09).                     00002200
