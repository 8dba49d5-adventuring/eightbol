000010** Suspense-Reasons.cpy -- EIGHTBOL standard suspense reason codes
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- the reason codes the deck
000060*                     programs file a turned-away card under, and
000070*                     the words the suspense reports print for
000080*                     each. A program moves the code itself; the
000090*                     table is for the reports.
000100*
000110     05 SR-REASON-VALUES.
000120         10 FILLER PIC X(34)
000130             VALUE "BLNKCARD FIELD LEFT BLANK".
000140         10 FILLER PIC X(34)
000150             VALUE "BADVCARD VALUE NOT VALID".
000160         10 FILLER PIC X(34)
000170             VALUE "NOPLNO LIVING PLAYER RECORD".
000180         10 FILLER PIC X(34)
000190             VALUE "BUSYPLAYER RECORD BUSY".
000200         10 FILLER PIC X(34)
000210             VALUE "GOLDNOT ENOUGH GOLD".
000220         10 FILLER PIC X(34)
000230             VALUE "NOITITEM NOT ON THE CATALOG".
000240         10 FILLER PIC X(34)
000250             VALUE "NOMNFOE NOT ON THE BESTIARY".
000260         10 FILLER PIC X(34)
000270             VALUE "NOGRNOT IN THE GRAVEYARD".
000280         10 FILLER PIC X(34)
000290             VALUE "NODRNOT ON THE DORMANT FILE".
000300         10 FILLER PIC X(34)
000310             VALUE "LIVEALREADY AMONG THE LIVING".
000320         10 FILLER PIC X(34)
000330             VALUE "TAKNNEW NAME ALREADY TAKEN".
000340         10 FILLER PIC X(34)
000350             VALUE "FILEFILE UNAVAILABLE/WRITE FAILED".
000360     05 SR-REASON-TABLE REDEFINES SR-REASON-VALUES.
000370         10 SR-REASON OCCURS 12 TIMES.
000380             15 SR-CODE       PIC X(04).
000390             15 SR-TEXT       PIC X(30).
000400     05 SR-REASON-COUNT       PIC 9(03) USAGE BINARY VALUE 12.
999999
