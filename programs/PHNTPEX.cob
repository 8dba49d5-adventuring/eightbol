000010** PHNTPEX.cob -- EIGHTBOL party expedition driver
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- the party twin of PHNTEXP. Each
000060*                     card names a party off the PARTY file and
000070*                     one move string; every member still among
000080*                     the living gathers on the leader's square
000090*                     and the whole party walks DUNGMAP together,
000100*                     each step persisted for every member
000110*                     through MoveTo. A room's monster is fought
000120*                     in turns: each standing member takes one
000130*                     FightOneRound per party round, so the foe
000140*                     answers whoever just struck it, and a
000150*                     member who falls goes down the usual Kill
000160*                     path to the graveyard and off the roster.
000170*                     The kill's GoldAward and the room's
000180*                     TreasureGold are split evenly among the
000190*                     members left standing -- one AwardGold,
000200*                     so one ledger line, per share, and the odd
000210*                     coins go one each to the first members in
000220*                     roster order -- so the reconciliation ties
000230*                     exactly as it does for a lone hero. The
000240*                     report closes each card with every
000250*                     member's rounds, damage dealt, kills, and
000260*                     Gold share.
000261*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000262*                     shared run-control log (RUNCTL) with the
000263*                     run's counts and completion code, for the
000264*                     morning status report.
000270
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PHNTPEX.
000300 AUTHOR. Bruce-Robert Pocock.
000310 DATE-WRITTEN. 15 OCT 2026.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 REPOSITORY.
000360     CLASS Character AS "Character"
000370     CLASS Monster   AS "Monster".
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PARTY-CARD-FILE ASSIGN TO "PEXCARDS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS PEX-Card-Status.
000430     SELECT PARTY-FILE ASSIGN TO "PARTY"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PT-PARTY-NAME
000470         FILE STATUS IS PEX-Party-Status.
000480     SELECT DUNGEON-MAP ASSIGN TO "DUNGMAP"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DM-ROOM-KEY
000520         FILE STATUS IS PEX-Room-Status.
000530     SELECT EXPEDITION-REPORT ASSIGN TO "PEXRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PEX-Report-Status.
000551     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS PEX-Runctl-Status.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PARTY-CARD-FILE.
000600 01  PARTY-CARD.
000610     05 PX-PARTY-NAME     PIC X(20).
000620     05 PX-MOVES          PIC X(20).
000630     05 FILLER            PIC X(40).
000640 FD  PARTY-FILE.
000650 01  PARTY-RECORD.
000660     05 PT-PARTY-NAME     PIC X(20).
000670     COPY "Party-Roster.cpy" REPLACING
000680         ==MemberCount==  BY ==PT-MEMBER-COUNT==
000690         ==MemberName==   BY ==PT-MEMBER-NAME==
000700         ==FormedDate==   BY ==PT-FORMED-DATE==.
000710 FD  DUNGEON-MAP.
000720 01  DUNGEON-ROOM-RECORD.
000730     05 DM-ROOM-KEY.
000740         10 DM-LEVEL      PIC 9(03).
000750         10 DM-ROOM-X     PIC 9(03).
000760         10 DM-ROOM-Y     PIC 9(03).
000770     COPY "Dungeon-Map.cpy" REPLACING
000780         ==Terrain==      BY ==DM-TERRAIN==
000790         ==TreasureGold== BY ==DM-TREASURE-GOLD==
000800         ==SpawnMonster== BY ==DM-SPAWN-MONSTER==.
000810 FD  EXPEDITION-REPORT.
000820 01  EXPEDITION-REPORT-LINE PIC X(100).
000821 FD  RUN-CONTROL-FILE.
000822 01  RUN-CONTROL-RECORD   PIC X(110).
000830
000840 WORKING-STORAGE SECTION.
000850 01  PEX-Card-Status      PIC X(02).
000860     88  PEX-CS-Success           VALUE "00".
000870 01  PEX-Party-Status     PIC X(02).
000880     88  PEX-TS-Success           VALUE "00".
000890     88  PEX-TS-Not-Found         VALUE "23" "35".
000900 01  PEX-Room-Status      PIC X(02).
000910     88  PEX-RS-Success           VALUE "00".
000920     88  PEX-RS-Not-Found         VALUE "23" "35".
000930 01  PEX-Report-Status    PIC X(02).
000940
000950 01  PEX-EOF-Switch       PIC X(01) VALUE "N".
000960     88  PEX-No-More-Cards        VALUE "Y".
000970     88  PEX-More-Cards           VALUE "N".
000980 01  PEX-Files-Open-Sw    PIC X(01) VALUE "N".
000990     88  PEX-Files-Open           VALUE "Y".
001000     88  PEX-Files-Shut           VALUE "N".
001010 01  PEX-Card-Done-Sw     PIC X(01).
001020     88  PEX-Card-Done            VALUE "Y".
001030     88  PEX-Card-Going           VALUE "N".
001040 01  PEX-Leader-Switch    PIC X(01).
001050     88  PEX-Have-Leader          VALUE "Y".
001060     88  PEX-No-Leader            VALUE "N".
001070
001080 01  PEX-Foe              OBJECT REFERENCE Monster.
001090* One Character object per roster slot, built fresh per card.
001100 01  PEX-Hero-Table.
001110     05 PEX-Hero          OBJECT REFERENCE Character
001120                          OCCURS 4 TIMES.
001130* What each member did on this card, for the closing lines.
001140 01  PEX-Member-Table.
001150     05 PEX-Member        OCCURS 4 TIMES.
001160         10 PEX-Mem-Name      PIC X(20).
001170         10 PEX-Mem-State     PIC X(01).
001180             88  PEX-Mem-Standing     VALUE "S".
001190             88  PEX-Mem-Fallen       VALUE "F".
001200             88  PEX-Mem-Absent       VALUE "A".
001210         10 PEX-Mem-Rounds    PIC 9(05) USAGE BINARY.
001220         10 PEX-Mem-Damage    PIC 9(07) USAGE BINARY.
001230         10 PEX-Mem-Kills     PIC 9(05) USAGE BINARY.
001240         10 PEX-Mem-Share     PIC 9(09) USAGE BINARY.
001250 01  PEX-Sub              PIC 9(01) USAGE BINARY.
001260 01  PEX-Keep-Sub         PIC 9(01) USAGE BINARY.
001270 01  PEX-Standing-Count   PIC 9(01) USAGE BINARY.
001280 01  PEX-Fallen-Count     PIC 9(01) USAGE BINARY.
001290 01  PEX-Member-Name      PIC X(20).
001300
001310* Where the party stands and where the next move would land --
001320* the same widths PHNTEXP uses for a lone hero.
001330 01  PEX-Pos-X            PIC S999 USAGE BINARY.
001340 01  PEX-Pos-Y            PIC S999 USAGE BINARY.
001350 01  PEX-Pos-Level        PIC 999  USAGE BINARY.
001360 01  PEX-New-X            PIC S9(04) USAGE BINARY.
001370 01  PEX-New-Y            PIC S9(04) USAGE BINARY.
001380 01  PEX-New-Level        PIC S9(04) USAGE BINARY.
001390
001400 01  PEX-Move-Sub         PIC 9(03) USAGE BINARY.
001410 01  PEX-Move-Byte        PIC X(01).
001420
001430* One encounter at a time; each round is fought by the
001440* Character class's FightOneRound, once per standing member.
001450 01  PEX-Foe-Name             PIC X(20).
001460 01  PEX-Round-Number         PIC 999 USAGE BINARY.
001470 01  PEX-Max-Rounds           PIC 999 USAGE BINARY VALUE 50.
001480 01  PEX-Hero-HP-Now          PIC 9999 USAGE BINARY.
001490 01  PEX-Foe-HP-Now           PIC 9999 USAGE BINARY.
001500 01  PEX-Foe-HP-Before        PIC 9999 USAGE BINARY.
001510 01  PEX-Round-Outcome        PIC X(01).
001520     88  PEX-Round-Foe-Fell       VALUE "F".
001530     88  PEX-Round-Hero-Fell      VALUE "H".
001540     88  PEX-Round-Continues      VALUE "C".
001550 01  PEX-Combat-Switch        PIC X(01).
001560     88  PEX-Combat-Over          VALUE "Y".
001570     88  PEX-Combat-Continues     VALUE "N".
001580
001590* Splitting a purse among the standing: the pot, each share,
001600* and the odd coins still to hand out one apiece.
001610 01  PEX-Split-Pot        PIC 9(07) USAGE BINARY.
001620 01  PEX-Split-Share      PIC 9(07) USAGE BINARY.
001630 01  PEX-Split-Odd        PIC 9(01) USAGE BINARY.
001640 01  PEX-Share-Amount     PIC 9(07) USAGE BINARY.
001650 01  PEX-Split-Reason     PIC X(30).
001660
001670 01  PEX-Cards-Read       PIC 9(05) USAGE BINARY VALUE 0.
001680 01  PEX-Program-Name     PIC X(08) VALUE "PHNTPEX ".
001690 01  PEX-Treasure-Reason  PIC X(30) VALUE "TREASURE FOUND".
001700
001710* Report-line scaffolding: position and figures edited for
001720* printing.
001730 01  PEX-Log-Line         PIC X(100).
001740 01  PEX-Log-Level        PIC 9(03).
001750 01  PEX-Log-X            PIC 9(03).
001760 01  PEX-Log-Y            PIC 9(03).
001770 01  PEX-Log-Gold         PIC ZZZZZZ9.
001780 01  PEX-Log-Ways         PIC 9(01).
001790 01  PEX-Member-Heading.
001800     05 FILLER PIC X(04) VALUE SPACES.
001810     05 FILLER PIC X(22) VALUE "MEMBER".
001820     05 FILLER PIC X(10) VALUE "STATUS".
001830     05 FILLER PIC X(08) VALUE "  ROUNDS".
001840     05 FILLER PIC X(10) VALUE "    DAMAGE".
001850     05 FILLER PIC X(07) VALUE "  KILLS".
001860     05 FILLER PIC X(12) VALUE "  GOLD SHARE".
001870 01  PEX-Member-Line.
001880     05 FILLER            PIC X(04) VALUE SPACES.
001890     05 PEX-Det-Name      PIC X(20).
001900     05 FILLER            PIC X(02) VALUE SPACES.
001910     05 PEX-Det-Status    PIC X(10).
001920     05 PEX-Det-Rounds    PIC ZZZZZZZ9.
001930     05 PEX-Det-Damage    PIC ZZZZZZZZZ9.
001940     05 PEX-Det-Kills     PIC ZZZZZZ9.
001950     05 PEX-Det-Share     PIC ZZZZZZZZZZZ9.
001951
001952* One run-control log line, staged here because the FD record
001953* may not be touched before the log is open.
001954 01  PEX-Runctl-Status    PIC X(02).
001955 01  PEX-Run-Control-Line.
001956     COPY "Run-Control.cpy".
001960
001970 PROCEDURE DIVISION.
001980
001990 0000-MAINLINE.
001991     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
002000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002010     PERFORM 2000-EXPLORE-ONE-CARD
002020         THRU 2000-EXPLORE-ONE-CARD-EXIT
002030         UNTIL PEX-No-More-Cards.
002040     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002041     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
002050     STOP RUN.
002051
002052 0100-LOG-RUN-START.
002053* Logged before anything else is touched, so a run that falls
002054* over part way still leaves a START with no FINISH behind it
002055* for the morning status report to find.
002056     MOVE SPACES TO PEX-Run-Control-Line.
002057     MOVE "PHNTPEX" TO RUN-PROGRAM.
002058     MOVE "START" TO RUN-EVENT.
002059     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002060     ACCEPT RUN-START-TIME FROM TIME.
002061     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
002062         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
002063     MOVE "NORMAL" TO RUN-TYPE.
002064     PERFORM 8950-WRITE-RUN-CONTROL
002065         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002066 0100-LOG-RUN-START-EXIT.
002067     EXIT.
002068
002070 1000-INITIALIZE.
002080     OPEN INPUT PARTY-CARD-FILE.
002090     IF NOT PEX-CS-Success THEN
002100         DISPLAY "PHNTPEX: UNABLE TO OPEN CARD FILE, STATUS "
002110             PEX-Card-Status
002120         MOVE "Y" TO PEX-EOF-Switch
002130         GO TO 1000-INITIALIZE-EXIT
002140     END-IF.
002150     OPEN I-O PARTY-FILE.
002160     IF NOT PEX-TS-Success THEN
002170         DISPLAY "PHNTPEX: NO PARTY FILE, STATUS "
002180             PEX-Party-Status
002190         MOVE "Y" TO PEX-EOF-Switch
002200         CLOSE PARTY-CARD-FILE
002210         GO TO 1000-INITIALIZE-EXIT
002220     END-IF.
002230     OPEN I-O DUNGEON-MAP.
002240     IF NOT PEX-RS-Success THEN
002250         DISPLAY "PHNTPEX: NO DUNGEON MAP, STATUS "
002260             PEX-Room-Status
002270         MOVE "Y" TO PEX-EOF-Switch
002280         CLOSE PARTY-CARD-FILE
002290         CLOSE PARTY-FILE
002300         GO TO 1000-INITIALIZE-EXIT
002310     END-IF.
002320     OPEN OUTPUT EXPEDITION-REPORT.
002330     MOVE "Y" TO PEX-Files-Open-Sw.
002340 1000-INITIALIZE-EXIT.
002350     EXIT.
002360
002370 2000-EXPLORE-ONE-CARD.
002380     READ PARTY-CARD-FILE
002390         AT END
002400             MOVE "Y" TO PEX-EOF-Switch
002410     END-READ.
002420     IF PEX-No-More-Cards THEN
002430         GO TO 2000-EXPLORE-ONE-CARD-EXIT
002440     END-IF.
002450     ADD 1 TO PEX-Cards-Read.
002460     IF PX-PARTY-NAME = SPACES THEN
002470         MOVE "CARD BLANK, SKIPPED" TO PEX-Log-Line
002480         WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line
002490         GO TO 2000-EXPLORE-ONE-CARD-EXIT
002500     END-IF.
002510     MOVE PX-PARTY-NAME TO PT-PARTY-NAME.
002520     READ PARTY-FILE
002530         INVALID KEY
002540             PERFORM 7050-LOG-NO-PARTY
002550                 THRU 7050-LOG-NO-PARTY-EXIT
002560             GO TO 2000-EXPLORE-ONE-CARD-EXIT
002570     END-READ.
002580     MOVE 0 TO PEX-Standing-Count.
002590     MOVE 0 TO PEX-Fallen-Count.
002600     MOVE "N" TO PEX-Leader-Switch.
002610     PERFORM 2100-MUSTER-MEMBER THRU 2100-MUSTER-MEMBER-EXIT
002620         VARYING PEX-Sub FROM 1 BY 1
002630         UNTIL PEX-Sub > PT-MEMBER-COUNT.
002640     IF PEX-Standing-Count = 0 THEN
002650         PERFORM 7150-LOG-NOBODY-FIT
002660             THRU 7150-LOG-NOBODY-FIT-EXIT
002670         GO TO 2000-EXPLORE-ONE-CARD-EXIT
002680     END-IF.
002690     MOVE "N" TO PEX-Card-Done-Sw.
002700     PERFORM 3000-DO-ONE-MOVE THRU 3000-DO-ONE-MOVE-EXIT
002710         VARYING PEX-Move-Sub FROM 1 BY 1
002720         UNTIL PEX-Move-Sub > 20
002730             OR PEX-Card-Done.
002740     IF PEX-Fallen-Count > 0 THEN
002750         PERFORM 2500-STRIKE-THE-FALLEN
002760             THRU 2500-STRIKE-THE-FALLEN-EXIT
002770     END-IF.
002780     PERFORM 7000-LOG-MEMBER-TOTALS
002790         THRU 7000-LOG-MEMBER-TOTALS-EXIT.
002800 2000-EXPLORE-ONE-CARD-EXIT.
002810     EXIT.
002820
002830 2100-MUSTER-MEMBER.
002840* Each member is loaded as its own Character, stamped PHNTPEX
002850* for the journal, and told to hold a kill's Gold for the
002860* party split. A member not among the living (dead, shelved,
002870* or renamed since joining) stays behind this card. The first
002880* member standing leads, and the rest gather on the leader's
002890* square before the first step.
002900     MOVE PT-MEMBER-NAME (PEX-Sub) TO PEX-Mem-Name (PEX-Sub).
002910     MOVE 0 TO PEX-Mem-Rounds (PEX-Sub).
002920     MOVE 0 TO PEX-Mem-Damage (PEX-Sub).
002930     MOVE 0 TO PEX-Mem-Kills (PEX-Sub).
002940     MOVE 0 TO PEX-Mem-Share (PEX-Sub).
002950     MOVE PT-MEMBER-NAME (PEX-Sub) TO PEX-Member-Name.
002960     INVOKE Character "New" USING PEX-Member-Name
002970         RETURNING PEX-Hero (PEX-Sub).
002980     INVOKE PEX-Hero (PEX-Sub) "SetCallerName"
002990         USING PEX-Program-Name.
003000     INVOKE PEX-Hero (PEX-Sub) "HoldFoeGold".
003010     INVOKE PEX-Hero (PEX-Sub) "GetHP"
003020         RETURNING PEX-Hero-HP-Now.
003030     IF PEX-Hero-HP-Now = 0 THEN
003040         MOVE "A" TO PEX-Mem-State (PEX-Sub)
003050         PERFORM 7100-LOG-STAYS-BEHIND
003060             THRU 7100-LOG-STAYS-BEHIND-EXIT
003070         GO TO 2100-MUSTER-MEMBER-EXIT
003080     END-IF.
003090     MOVE "S" TO PEX-Mem-State (PEX-Sub).
003100     ADD 1 TO PEX-Standing-Count.
003110     IF PEX-No-Leader THEN
003120         INVOKE PEX-Hero (PEX-Sub) "GetPosition"
003130             USING PEX-Pos-X PEX-Pos-Y PEX-Pos-Level
003140         MOVE "Y" TO PEX-Leader-Switch
003150     ELSE
003160         INVOKE PEX-Hero (PEX-Sub) "MoveTo"
003170             USING PEX-Pos-X PEX-Pos-Y PEX-Pos-Level
003180     END-IF.
003190 2100-MUSTER-MEMBER-EXIT.
003200     EXIT.
003210
003220 2500-STRIKE-THE-FALLEN.
003230* The fallen are in the graveyard now; the roster closes up
003240* over them so the next expedition does not wait on them. A
003250* member who merely stayed behind keeps the slot. A party
003260* with nobody left on the roster is deleted.
003270     MOVE 0 TO PEX-Keep-Sub.
003280     PERFORM 2510-KEEP-ONE-MEMBER THRU 2510-KEEP-ONE-MEMBER-EXIT
003290         VARYING PEX-Sub FROM 1 BY 1
003300         UNTIL PEX-Sub > PT-MEMBER-COUNT.
003310     PERFORM 2520-BLANK-ONE-SLOT THRU 2520-BLANK-ONE-SLOT-EXIT
003320         VARYING PEX-Sub FROM PEX-Keep-Sub BY 1
003330         UNTIL PEX-Sub >= 4.
003340     MOVE PEX-Keep-Sub TO PT-MEMBER-COUNT.
003350     IF PT-MEMBER-COUNT = 0 THEN
003360         DELETE PARTY-FILE
003370         PERFORM 7250-LOG-PARTY-GONE
003380             THRU 7250-LOG-PARTY-GONE-EXIT
003390     ELSE
003400         REWRITE PARTY-RECORD
003410     END-IF.
003420 2500-STRIKE-THE-FALLEN-EXIT.
003430     EXIT.
003440
003450 2510-KEEP-ONE-MEMBER.
003460     IF NOT PEX-Mem-Fallen (PEX-Sub) THEN
003470         ADD 1 TO PEX-Keep-Sub
003480         MOVE PT-MEMBER-NAME (PEX-Sub)
003490             TO PT-MEMBER-NAME (PEX-Keep-Sub)
003500     END-IF.
003510 2510-KEEP-ONE-MEMBER-EXIT.
003520     EXIT.
003530
003540 2520-BLANK-ONE-SLOT.
003550     MOVE SPACES TO PT-MEMBER-NAME (PEX-Sub + 1).
003560 2520-BLANK-ONE-SLOT-EXIT.
003570     EXIT.
003580
003590 3000-DO-ONE-MOVE.
003600* One letter of the move string, read exactly as PHNTEXP reads
003610* it: N/S/E/W across the grid, D a level deeper, U a level up,
003620* and a room not on the map bars the way. The whole standing
003630* party steps together, each member's position persisting
003640* through its own MoveTo.
003650     MOVE PX-MOVES (PEX-Move-Sub:1) TO PEX-Move-Byte.
003660     IF PEX-Move-Byte = SPACE THEN
003670         MOVE "Y" TO PEX-Card-Done-Sw
003680         GO TO 3000-DO-ONE-MOVE-EXIT
003690     END-IF.
003700     MOVE PEX-Pos-X     TO PEX-New-X.
003710     MOVE PEX-Pos-Y     TO PEX-New-Y.
003720     MOVE PEX-Pos-Level TO PEX-New-Level.
003730     EVALUATE PEX-Move-Byte
003740         WHEN "N" ADD 1 TO PEX-New-Y
003750         WHEN "S" SUBTRACT 1 FROM PEX-New-Y
003760         WHEN "E" ADD 1 TO PEX-New-X
003770         WHEN "W" SUBTRACT 1 FROM PEX-New-X
003780         WHEN "D" ADD 1 TO PEX-New-Level
003790         WHEN "U" SUBTRACT 1 FROM PEX-New-Level
003800         WHEN OTHER
003810             PERFORM 7200-LOG-BAD-MOVE
003820                 THRU 7200-LOG-BAD-MOVE-EXIT
003830             GO TO 3000-DO-ONE-MOVE-EXIT
003840     END-EVALUATE.
003850     IF PEX-New-X < 0 OR PEX-New-X > 999
003860         OR PEX-New-Y < 0 OR PEX-New-Y > 999
003870         OR PEX-New-Level < 1 OR PEX-New-Level > 999 THEN
003880         PERFORM 7300-LOG-BARRED THRU 7300-LOG-BARRED-EXIT
003890         GO TO 3000-DO-ONE-MOVE-EXIT
003900     END-IF.
003910     MOVE PEX-New-Level TO DM-LEVEL.
003920     MOVE PEX-New-X     TO DM-ROOM-X.
003930     MOVE PEX-New-Y     TO DM-ROOM-Y.
003940     READ DUNGEON-MAP
003950         INVALID KEY
003960             PERFORM 7300-LOG-BARRED
003970                 THRU 7300-LOG-BARRED-EXIT
003980             GO TO 3000-DO-ONE-MOVE-EXIT
003990     END-READ.
004000     MOVE PEX-New-X     TO PEX-Pos-X.
004010     MOVE PEX-New-Y     TO PEX-Pos-Y.
004020     MOVE PEX-New-Level TO PEX-Pos-Level.
004030     PERFORM 3100-MOVE-ONE-MEMBER THRU 3100-MOVE-ONE-MEMBER-EXIT
004040         VARYING PEX-Sub FROM 1 BY 1
004050         UNTIL PEX-Sub > PT-MEMBER-COUNT.
004060     PERFORM 7400-LOG-ENTERED THRU 7400-LOG-ENTERED-EXIT.
004070* The monster guards the room: the fight comes first, and only
004080* a party with someone still standing afterward gets to loot.
004090     IF DM-SPAWN-MONSTER NOT = SPACES THEN
004100         PERFORM 5000-FIGHT-ENCOUNTER
004110             THRU 5000-FIGHT-ENCOUNTER-EXIT
004120     END-IF.
004130     IF DM-TREASURE-GOLD > 0 AND PEX-Card-Going THEN
004140         PERFORM 4000-LOOT-ROOM THRU 4000-LOOT-ROOM-EXIT
004150     END-IF.
004160 3000-DO-ONE-MOVE-EXIT.
004170     EXIT.
004180
004190 3100-MOVE-ONE-MEMBER.
004200     IF PEX-Mem-Standing (PEX-Sub) THEN
004210         INVOKE PEX-Hero (PEX-Sub) "MoveTo"
004220             USING PEX-Pos-X PEX-Pos-Y PEX-Pos-Level
004230     END-IF.
004240 3100-MOVE-ONE-MEMBER-EXIT.
004250     EXIT.
004260
004270 4000-LOOT-ROOM.
004280* The room's treasure is shared out through AwardGold, one
004290* ledger line per share, and the room is rewritten empty so
004300* it cannot be farmed by walking in and out.
004310     MOVE DM-TREASURE-GOLD    TO PEX-Split-Pot.
004320     MOVE PEX-Treasure-Reason TO PEX-Split-Reason.
004330     PERFORM 6000-SPLIT-THE-POT THRU 6000-SPLIT-THE-POT-EXIT.
004340     MOVE 0 TO DM-TREASURE-GOLD.
004350     REWRITE DUNGEON-ROOM-RECORD.
004360 4000-LOOT-ROOM-EXIT.
004370     EXIT.
004380
004390 5000-FIGHT-ENCOUNTER.
004400* The room's monster, from the bestiary, fought a party round
004410* at a time: every standing member in roster order takes one
004420* FightOneRound, and the foe answers each in turn.
004430     MOVE DM-SPAWN-MONSTER TO PEX-Foe-Name.
004440     INVOKE Monster "NewFromBestiary" USING PEX-Foe-Name
004450         RETURNING PEX-Foe.
004460     INVOKE PEX-Foe "GetHP" RETURNING PEX-Foe-HP-Now.
004470     IF PEX-Foe-HP-Now = 0 THEN
004480         PERFORM 7600-LOG-NO-FOE THRU 7600-LOG-NO-FOE-EXIT
004490         GO TO 5000-FIGHT-ENCOUNTER-EXIT
004500     END-IF.
004510     MOVE 0 TO PEX-Round-Number.
004520     MOVE "N" TO PEX-Combat-Switch.
004530     PERFORM 5100-PARTY-ROUND THRU 5100-PARTY-ROUND-EXIT
004540         UNTIL PEX-Combat-Over.
004550 5000-FIGHT-ENCOUNTER-EXIT.
004560     EXIT.
004570
004580 5100-PARTY-ROUND.
004590     ADD 1 TO PEX-Round-Number.
004600     PERFORM 5200-MEMBER-TURN THRU 5200-MEMBER-TURN-EXIT
004610         VARYING PEX-Sub FROM 1 BY 1
004620         UNTIL PEX-Sub > PT-MEMBER-COUNT
004630             OR PEX-Combat-Over.
004640     IF PEX-Round-Number >= PEX-Max-Rounds
004650         AND PEX-Combat-Continues THEN
004660         MOVE "Y" TO PEX-Combat-Switch
004670         PERFORM 7900-LOG-FIGHT-CALLED
004680             THRU 7900-LOG-FIGHT-CALLED-EXIT
004690     END-IF.
004700 5100-PARTY-ROUND-EXIT.
004710     EXIT.
004720
004730 5200-MEMBER-TURN.
004740* One member's FightOneRound. The damage the member dealt is
004750* the foe's HP before the turn less its HP after -- the whole
004760* of it when the foe fell.
004770     IF NOT PEX-Mem-Standing (PEX-Sub) THEN
004780         GO TO 5200-MEMBER-TURN-EXIT
004790     END-IF.
004800     INVOKE PEX-Foe "GetHP" RETURNING PEX-Foe-HP-Before.
004810     INVOKE PEX-Hero (PEX-Sub) "FightOneRound" USING PEX-Foe
004820         PEX-Round-Outcome.
004830     ADD 1 TO PEX-Mem-Rounds (PEX-Sub).
004840     IF PEX-Round-Foe-Fell THEN
004850         ADD PEX-Foe-HP-Before TO PEX-Mem-Damage (PEX-Sub)
004860         ADD 1 TO PEX-Mem-Kills (PEX-Sub)
004870         MOVE "Y" TO PEX-Combat-Switch
004880         PERFORM 7700-LOG-FOE-FELL THRU 7700-LOG-FOE-FELL-EXIT
004890* A slain spawn leaves the room, rewritten empty in place the
004900* same way PHNTEXP clears it.
004910         MOVE SPACES TO DM-SPAWN-MONSTER
004920         REWRITE DUNGEON-ROOM-RECORD
004930         PERFORM 5300-SHARE-THE-BOUNTY
004940             THRU 5300-SHARE-THE-BOUNTY-EXIT
004950         GO TO 5200-MEMBER-TURN-EXIT
004960     END-IF.
004970     INVOKE PEX-Foe "GetHP" RETURNING PEX-Foe-HP-Now.
004980     IF PEX-Foe-HP-Before > PEX-Foe-HP-Now THEN
004990         COMPUTE PEX-Mem-Damage (PEX-Sub) =
005000             PEX-Mem-Damage (PEX-Sub)
005010             + PEX-Foe-HP-Before - PEX-Foe-HP-Now
005020     END-IF.
005030     IF PEX-Round-Hero-Fell THEN
005040         MOVE "F" TO PEX-Mem-State (PEX-Sub)
005050         SUBTRACT 1 FROM PEX-Standing-Count
005060         ADD 1 TO PEX-Fallen-Count
005070         PERFORM 7800-LOG-MEMBER-FELL
005080             THRU 7800-LOG-MEMBER-FELL-EXIT
005090         IF PEX-Standing-Count = 0 THEN
005100             MOVE "Y" TO PEX-Combat-Switch
005110             MOVE "Y" TO PEX-Card-Done-Sw
005120             PERFORM 7850-LOG-PARTY-FELL
005130                 THRU 7850-LOG-PARTY-FELL-EXIT
005140         END-IF
005150     END-IF.
005160 5200-MEMBER-TURN-EXIT.
005170     EXIT.
005180
005190 5300-SHARE-THE-BOUNTY.
005200* FightOneRound held the kill's Gold award (HoldFoeGold); it
005210* is split here under the same SLEW reason a lone hero's kill
005220* posts, so the economy report still counts it a kill.
005230     INVOKE PEX-Foe "GetGoldAward" RETURNING PEX-Split-Pot.
005240     IF PEX-Split-Pot = 0 THEN
005250         GO TO 5300-SHARE-THE-BOUNTY-EXIT
005260     END-IF.
005270     MOVE SPACES TO PEX-Split-Reason.
005280     STRING "SLEW " DELIMITED BY SIZE
005290         PEX-Foe-Name DELIMITED BY SIZE
005300         INTO PEX-Split-Reason.
005310     PERFORM 6000-SPLIT-THE-POT THRU 6000-SPLIT-THE-POT-EXIT.
005320 5300-SHARE-THE-BOUNTY-EXIT.
005330     EXIT.
005340
005350 6000-SPLIT-THE-POT.
005360* Even shares to the members standing; the remainder goes one
005370* coin each to the first of them in roster order, so every
005380* coin of the pot is paid and no share is more than one coin
005390* off another.
005400     DIVIDE PEX-Split-Pot BY PEX-Standing-Count
005410         GIVING PEX-Split-Share REMAINDER PEX-Split-Odd.
005420     MOVE PEX-Split-Pot      TO PEX-Log-Gold.
005430     MOVE PEX-Standing-Count TO PEX-Log-Ways.
005440     MOVE SPACES TO PEX-Log-Line.
005450     STRING PX-PARTY-NAME DELIMITED BY SIZE
005460         " SPLIT " DELIMITED BY SIZE
005470         PEX-Log-Gold DELIMITED BY SIZE
005480         " GOLD " DELIMITED BY SIZE
005490         PEX-Log-Ways DELIMITED BY SIZE
005500         " WAYS: " DELIMITED BY SIZE
005510         PEX-Split-Reason DELIMITED BY SIZE
005520         INTO PEX-Log-Line.
005530     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
005540     PERFORM 6100-PAY-ONE-SHARE THRU 6100-PAY-ONE-SHARE-EXIT
005550         VARYING PEX-Sub FROM 1 BY 1
005560         UNTIL PEX-Sub > PT-MEMBER-COUNT.
005570 6000-SPLIT-THE-POT-EXIT.
005580     EXIT.
005590
005600 6100-PAY-ONE-SHARE.
005610     IF NOT PEX-Mem-Standing (PEX-Sub) THEN
005620         GO TO 6100-PAY-ONE-SHARE-EXIT
005630     END-IF.
005640     MOVE PEX-Split-Share TO PEX-Share-Amount.
005650     IF PEX-Split-Odd > 0 THEN
005660         ADD 1 TO PEX-Share-Amount
005670         SUBTRACT 1 FROM PEX-Split-Odd
005680     END-IF.
005690     IF PEX-Share-Amount = 0 THEN
005700         GO TO 6100-PAY-ONE-SHARE-EXIT
005710     END-IF.
005720     INVOKE PEX-Hero (PEX-Sub) "AwardGold" USING PEX-Share-Amount
005730         PEX-Split-Reason.
005740     ADD PEX-Share-Amount TO PEX-Mem-Share (PEX-Sub).
005750 6100-PAY-ONE-SHARE-EXIT.
005760     EXIT.
005770
005780 7000-LOG-MEMBER-TOTALS.
005790* Each member's contribution to the card and what they took
005800* home of the shared Gold.
005810     WRITE EXPEDITION-REPORT-LINE FROM PEX-Member-Heading.
005820     PERFORM 7010-LOG-ONE-MEMBER THRU 7010-LOG-ONE-MEMBER-EXIT
005830         VARYING PEX-Sub FROM 1 BY 1
005840         UNTIL PEX-Sub > PT-MEMBER-COUNT.
005850 7000-LOG-MEMBER-TOTALS-EXIT.
005860     EXIT.
005870
005880 7010-LOG-ONE-MEMBER.
005890     MOVE PEX-Mem-Name (PEX-Sub)   TO PEX-Det-Name.
005900     EVALUATE TRUE
005910         WHEN PEX-Mem-Standing (PEX-Sub)
005920             MOVE "STANDING" TO PEX-Det-Status
005930         WHEN PEX-Mem-Fallen (PEX-Sub)
005940             MOVE "FELL"     TO PEX-Det-Status
005950         WHEN OTHER
005960             MOVE "STAYED"   TO PEX-Det-Status
005970     END-EVALUATE.
005980     MOVE PEX-Mem-Rounds (PEX-Sub) TO PEX-Det-Rounds.
005990     MOVE PEX-Mem-Damage (PEX-Sub) TO PEX-Det-Damage.
006000     MOVE PEX-Mem-Kills (PEX-Sub)  TO PEX-Det-Kills.
006010     MOVE PEX-Mem-Share (PEX-Sub)  TO PEX-Det-Share.
006020     WRITE EXPEDITION-REPORT-LINE FROM PEX-Member-Line.
006030 7010-LOG-ONE-MEMBER-EXIT.
006040     EXIT.
006050
006060 7050-LOG-NO-PARTY.
006070     MOVE SPACES TO PEX-Log-Line.
006080     STRING PX-PARTY-NAME DELIMITED BY SIZE
006090         " NOT ON THE PARTY FILE, CARD SKIPPED"
006100             DELIMITED BY SIZE
006110         INTO PEX-Log-Line.
006120     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
006130 7050-LOG-NO-PARTY-EXIT.
006140     EXIT.
006150
006160 7100-LOG-STAYS-BEHIND.
006170     MOVE SPACES TO PEX-Log-Line.
006180     STRING PX-PARTY-NAME DELIMITED BY SIZE
006190         " MEMBER " DELIMITED BY SIZE
006200         PEX-Member-Name DELIMITED BY SIZE
006210         " NO LIVING RECORD, STAYS BEHIND" DELIMITED BY SIZE
006220         INTO PEX-Log-Line.
006230     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
006240 7100-LOG-STAYS-BEHIND-EXIT.
006250     EXIT.
006260
006270 7150-LOG-NOBODY-FIT.
006280     MOVE SPACES TO PEX-Log-Line.
006290     STRING PX-PARTY-NAME DELIMITED BY SIZE
006300         " CANNOT EXPLORE, NO MEMBER AMONG THE LIVING"
006310             DELIMITED BY SIZE
006320         INTO PEX-Log-Line.
006330     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
006340 7150-LOG-NOBODY-FIT-EXIT.
006350     EXIT.
006360
006370 7200-LOG-BAD-MOVE.
006380     MOVE SPACES TO PEX-Log-Line.
006390     STRING PX-PARTY-NAME DELIMITED BY SIZE
006400         " MOVE LETTER UNKNOWN: " DELIMITED BY SIZE
006410         PEX-Move-Byte DELIMITED BY SIZE
006420         INTO PEX-Log-Line.
006430     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
006440 7200-LOG-BAD-MOVE-EXIT.
006450     EXIT.
006460
006470 7250-LOG-PARTY-GONE.
006480     MOVE SPACES TO PEX-Log-Line.
006490     STRING PX-PARTY-NAME DELIMITED BY SIZE
006500         " HAS NO MEMBERS LEFT, PARTY STRUCK OFF"
006510             DELIMITED BY SIZE
006520         INTO PEX-Log-Line.
006530     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
006540 7250-LOG-PARTY-GONE-EXIT.
006550     EXIT.
006560
006570 7300-LOG-BARRED.
006580     MOVE SPACES TO PEX-Log-Line.
006590     STRING PX-PARTY-NAME DELIMITED BY SIZE
006600         " THE WAY IS BARRED" DELIMITED BY SIZE
006610         INTO PEX-Log-Line.
006620     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
006630 7300-LOG-BARRED-EXIT.
006640     EXIT.
006650
006660 7400-LOG-ENTERED.
006670     MOVE PEX-Pos-Level TO PEX-Log-Level.
006680     MOVE PEX-Pos-X     TO PEX-Log-X.
006690     MOVE PEX-Pos-Y     TO PEX-Log-Y.
006700     MOVE SPACES TO PEX-Log-Line.
006710     STRING PX-PARTY-NAME DELIMITED BY SIZE
006720         " ENTERED " DELIMITED BY SIZE
006730         PEX-Log-Level DELIMITED BY SIZE
006740         "/" DELIMITED BY SIZE
006750         PEX-Log-X DELIMITED BY SIZE
006760         "/" DELIMITED BY SIZE
006770         PEX-Log-Y DELIMITED BY SIZE
006780         " " DELIMITED BY SIZE
006790         DM-TERRAIN DELIMITED BY SIZE
006800         INTO PEX-Log-Line.
006810     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
006820 7400-LOG-ENTERED-EXIT.
006830     EXIT.
006840
006850 7600-LOG-NO-FOE.
006860     MOVE SPACES TO PEX-Log-Line.
006870     STRING PEX-Foe-Name DELIMITED BY SIZE
006880         " NOT ON BESTIARY, ENCOUNTER SKIPPED"
006890             DELIMITED BY SIZE
006900         INTO PEX-Log-Line.
006910     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
006920 7600-LOG-NO-FOE-EXIT.
006930     EXIT.
006940
006950 7700-LOG-FOE-FELL.
006960     MOVE SPACES TO PEX-Log-Line.
006970     STRING PEX-Mem-Name (PEX-Sub) DELIMITED BY SIZE
006980         " OF " DELIMITED BY SIZE
006990         PX-PARTY-NAME DELIMITED BY SIZE
007000         " SLEW " DELIMITED BY SIZE
007010         PEX-Foe-Name DELIMITED BY SIZE
007020         INTO PEX-Log-Line.
007030     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
007040 7700-LOG-FOE-FELL-EXIT.
007050     EXIT.
007060
007070 7800-LOG-MEMBER-FELL.
007080     MOVE SPACES TO PEX-Log-Line.
007090     STRING PEX-Mem-Name (PEX-Sub) DELIMITED BY SIZE
007100         " OF " DELIMITED BY SIZE
007110         PX-PARTY-NAME DELIMITED BY SIZE
007120         " FELL TO " DELIMITED BY SIZE
007130         PEX-Foe-Name DELIMITED BY SIZE
007140         INTO PEX-Log-Line.
007150     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
007160 7800-LOG-MEMBER-FELL-EXIT.
007170     EXIT.
007180
007190 7850-LOG-PARTY-FELL.
007200     MOVE SPACES TO PEX-Log-Line.
007210     STRING PX-PARTY-NAME DELIMITED BY SIZE
007220         " FELL IN THE DUNGEON TO " DELIMITED BY SIZE
007230         PEX-Foe-Name DELIMITED BY SIZE
007240         INTO PEX-Log-Line.
007250     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
007260 7850-LOG-PARTY-FELL-EXIT.
007270     EXIT.
007280
007290 7900-LOG-FIGHT-CALLED.
007300     MOVE SPACES TO PEX-Log-Line.
007310     STRING PX-PARTY-NAME DELIMITED BY SIZE
007320         " FIGHT CALLED ON ROUNDS" DELIMITED BY SIZE
007330         INTO PEX-Log-Line.
007340     WRITE EXPEDITION-REPORT-LINE FROM PEX-Log-Line.
007350 7900-LOG-FIGHT-CALLED-EXIT.
007360     EXIT.
007370
007380 8000-FINISH.
007390     IF PEX-Files-Open THEN
007400         CLOSE PARTY-CARD-FILE
007410         CLOSE PARTY-FILE
007420         CLOSE DUNGEON-MAP
007430         CLOSE EXPEDITION-REPORT
007440     END-IF.
007450     DISPLAY "PHNTPEX: " PEX-Cards-Read " CARDS EXPLORED.".
007460 8000-FINISH-EXIT.
007470     EXIT.
007480
007490 8900-LOG-RUN-FINISH.
007500* The FINISH line keeps the START line's run date and start
007510* time -- the pair the status report matches the two on.
007520     MOVE "FINISH" TO RUN-EVENT.
007530     ACCEPT RUN-END-TIME FROM TIME.
007540     MOVE PEX-Cards-Read TO RUN-RECORDS-READ.
007550     MOVE 0 TO RUN-RECORDS-UPDATED.
007560     MOVE 0 TO RUN-RECORDS-REJECTED.
007570     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
007580     PERFORM 8950-WRITE-RUN-CONTROL
007590         THRU 8950-WRITE-RUN-CONTROL-EXIT.
007600 8900-LOG-RUN-FINISH-EXIT.
007610     EXIT.
007620
007630 8950-WRITE-RUN-CONTROL.
007640* Appended to, never rewritten -- the first program to find no
007650* log starts one. A log that will not open costs the run only
007660* its entry, never its work.
007670     OPEN EXTEND RUN-CONTROL-FILE.
007680     IF PEX-Runctl-Status NOT = "00" THEN
007690         OPEN OUTPUT RUN-CONTROL-FILE
007700     END-IF.
007710     IF PEX-Runctl-Status NOT = "00" THEN
007720         DISPLAY "PHNTPEX: UNABLE TO OPEN RUN-CONTROL LOG, "
007730             "STATUS " PEX-Runctl-Status
007740         GO TO 8950-WRITE-RUN-CONTROL-EXIT
007750     END-IF.
007760     WRITE RUN-CONTROL-RECORD FROM PEX-Run-Control-Line.
007770     CLOSE RUN-CONTROL-FILE.
007780 8950-WRITE-RUN-CONTROL-EXIT.
007790     EXIT.
999999
