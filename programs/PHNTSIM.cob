000010** PHNTSIM.cob -- EIGHTBOL balance simulation run
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- dry-runs the design team's
000060*                     proposed BSTCARDS and PRFCARDS decks before
000070*                     PHNTBST and PHNTPRF load them. Every monster
000080*                     is fought by every profession across bands
000090*                     of character level, a control-card count of
000100*                     bouts per band, with gear drawn from the
000110*                     ITEMS catalog, under the Character class's
000120*                     own FightOneRound/StrikeBlow/TakeHit rules.
000130*                     The same bouts are fought again under the
000140*                     MONSTERS and PROFFILE records now loaded,
000150*                     and the report sets predicted win rate,
000160*                     average rounds, and average HP left side by
000170*                     side, flagging near-certain deaths and
000180*                     near-free wins. Simulated heroes write
000190*                     nothing -- no player file, ledger, journal,
000200*                     death log, or graveyard is opened by this
000210*                     run.
000211*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000212*                     shared run-control log (RUNCTL) with the
000213*                     run's counts and completion code, for the
000214*                     morning status report.
000220
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PHNTSIM.
000250 AUTHOR. Bruce-Robert Pocock.
000260 DATE-WRITTEN. 15 OCT 2026.
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 REPOSITORY.
000310     CLASS Character AS "Character"
000320     CLASS Monster   AS "Monster".
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT MONSTER-FILE ASSIGN TO "MONSTERS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS MB-MONSTER-NAME
000390         FILE STATUS IS SIM-Monster-Status.
000400     SELECT PROFESSION-FILE ASSIGN TO "PROFFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PR-PROFESSION-NAME
000440         FILE STATUS IS SIM-Prof-Status.
000450     SELECT ITEM-FILE ASSIGN TO "ITEMS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS IC-ITEM-NAME
000490         FILE STATUS IS SIM-Item-Status.
000500     SELECT BST-CARD-FILE ASSIGN TO "BSTCARDS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SIM-BstCard-Status.
000530     SELECT PRF-CARD-FILE ASSIGN TO "PRFCARDS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SIM-PrfCard-Status.
000560     SELECT SIM-CONTROL-FILE ASSIGN TO "SIMCARD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SIM-Control-Status.
000590     SELECT SIM-REPORT ASSIGN TO "SIMRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SIM-Report-Status.
000611     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000612         ORGANIZATION IS LINE SEQUENTIAL
000613         FILE STATUS IS SIM-Runctl-Status.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  MONSTER-FILE.
000660 01  MONSTER-RECORD.
000670     05 MB-MONSTER-NAME PIC X(20).
000680     COPY "Monster-Bestiary.cpy" REPLACING
000690         ==StartingHP==      BY ==MB-STARTING-HP==
000700         ==AttackPower==     BY ==MB-ATTACK-POWER==
000710         ==ExperienceAward== BY ==MB-EXPERIENCE-AWARD==
000720         ==GoldAward==       BY ==MB-GOLD-AWARD==
000730         ==PoisonsOnHit==    BY ==MB-POISONS-ON-HIT==
000740         ==DoesPoison==      BY ==MB-DOES-POISON==
000750         ==DoesNotPoison==   BY ==MB-DOES-NOT-POISON==
000760         ==MinDungeonLevel== BY ==MB-MIN-DUNGEON-LEVEL==
000770         ==MaxDungeonLevel== BY ==MB-MAX-DUNGEON-LEVEL==.
000780 FD  PROFESSION-FILE.
000790 01  PROFESSION-RECORD.
000800     05 PR-PROFESSION-NAME PIC X(10).
000810     COPY "Profession-Stats.cpy" REPLACING
000820         ==StartingHP==   BY ==PR-STARTING-HP==
000830         ==StartingMana== BY ==PR-STARTING-MANA==
000840         ==HPPerLevel==   BY ==PR-HP-PER-LEVEL==
000850         ==ManaPerLevel== BY ==PR-MANA-PER-LEVEL==
000860         ==SwingPower==   BY ==PR-SWING-POWER==
000870         ==BoltCost==     BY ==PR-BOLT-COST==
000880         ==BoltDamage==   BY ==PR-BOLT-DAMAGE==
000890         ==CureCost==     BY ==PR-CURE-COST==.
000900 FD  ITEM-FILE.
000910 01  ITEM-RECORD.
000920     05 IC-ITEM-NAME PIC X(20).
000930     COPY "Item-Catalog.cpy" REPLACING
000940         ==ItemType==     BY ==IC-ITEM-TYPE==
000950         ==IsWeaponItem== BY ==IC-IS-WEAPON==
000960         ==IsArmorItem==  BY ==IC-IS-ARMOR==
000970         ==ItemPower==    BY ==IC-ITEM-POWER==
000980         ==ItemPrice==    BY ==IC-ITEM-PRICE==.
000990* The two design decks, laid out exactly as PHNTBST and PHNTPRF
001000* read them, so the deck that is simulated is the deck that
001010* gets loaded.
001020 FD  BST-CARD-FILE.
001030 01  BST-CARD-RECORD.
001040     05 BC-MONSTER-NAME     PIC X(20).
001050     05 BC-STARTING-HP      PIC 9(04).
001060     05 BC-ATTACK-POWER     PIC 9(04).
001070     05 BC-EXPERIENCE-AWARD PIC 9(07).
001080     05 BC-GOLD-AWARD       PIC 9(07).
001090     05 BC-POISONS-ON-HIT   PIC X(01).
001100     05 BC-MIN-DUNGEON-LVL  PIC 9(03).
001110     05 BC-MAX-DUNGEON-LVL  PIC 9(03).
001120     05 FILLER              PIC X(31).
001130 FD  PRF-CARD-FILE.
001140 01  PRF-CARD-RECORD.
001150     05 PC-PROFESSION-NAME PIC X(10).
001160     05 PC-STARTING-HP     PIC 9(04).
001170     05 PC-STARTING-MANA   PIC 9(04).
001180     05 PC-HP-PER-LEVEL    PIC 9(04).
001190     05 PC-MANA-PER-LEVEL  PIC 9(04).
001200     05 PC-SWING-POWER     PIC 9(04).
001210     05 PC-BOLT-COST       PIC 9(04).
001220     05 PC-BOLT-DAMAGE     PIC 9(04).
001230     05 PC-CURE-COST       PIC 9(04).
001240     05 FILLER             PIC X(38).
001250* One control card: bouts fought per monster, profession, and
001260* level band (required), the highest character level tried,
001270* and the width of each level band -- the last two default to
001280* 20 and 5 when left blank or zero.
001290 FD  SIM-CONTROL-FILE.
001300 01  SIM-CONTROL-CARD.
001310     05 SM-BOUT-COUNT      PIC 9(05).
001320     05 SM-TOP-LEVEL       PIC 9(03).
001330     05 SM-BAND-WIDTH      PIC 9(03).
001340     05 FILLER             PIC X(69).
001350 FD  SIM-REPORT.
001360 01  SIM-REPORT-LINE       PIC X(100).
001361 FD  RUN-CONTROL-FILE.
001362 01  RUN-CONTROL-RECORD   PIC X(110).
001370
001380 WORKING-STORAGE SECTION.
001390 01  SIM-Monster-Status    PIC X(02).
001400     88  SIM-MS-Success            VALUE "00".
001410     88  SIM-MS-Not-Found          VALUE "23" "35".
001420 01  SIM-Prof-Status       PIC X(02).
001430     88  SIM-PS-Success            VALUE "00".
001440     88  SIM-PS-Not-Found          VALUE "23" "35".
001450 01  SIM-Item-Status       PIC X(02).
001460     88  SIM-IS-Success            VALUE "00".
001470     88  SIM-IS-Not-Found          VALUE "23" "35".
001480 01  SIM-BstCard-Status    PIC X(02).
001490     88  SIM-BC-Success            VALUE "00".
001500 01  SIM-PrfCard-Status    PIC X(02).
001510     88  SIM-PC-Success            VALUE "00".
001520 01  SIM-Control-Status    PIC X(02).
001530     88  SIM-CC-Success            VALUE "00".
001540 01  SIM-Report-Status     PIC X(02).
001550
001560 01  SIM-Run-Switch        PIC X(01) VALUE "N".
001570     88  SIM-Run-OK                VALUE "Y".
001580     88  SIM-Run-Refused           VALUE "N".
001590 01  SIM-Report-Open-Sw    PIC X(01) VALUE "N".
001600     88  SIM-Report-Open           VALUE "Y".
001610     88  SIM-Report-Shut           VALUE "N".
001620 01  SIM-EOF-Switch        PIC X(01) VALUE "N".
001630     88  SIM-No-More-Records       VALUE "Y".
001640     88  SIM-More-Records          VALUE "N".
001650 01  SIM-Card-OK-Switch    PIC X(01) VALUE "N".
001660     88  SIM-Card-OK               VALUE "Y".
001670     88  SIM-Card-Rejected         VALUE "N".
001680 01  SIM-Bout-Switch       PIC X(01) VALUE "N".
001690     88  SIM-Bout-Over             VALUE "Y".
001700     88  SIM-Bout-Continues        VALUE "N".
001710
001720 01  SIM-Run-Date          PIC 9(08).
001730 01  SIM-Program-Name      PIC X(08) VALUE "PHNTSIM ".
001740 01  SIM-Hero-Name         PIC X(20) VALUE "SIMULATED HERO".
001750
001760* Run parameters off the control card.
001770 01  SIM-Bout-Count        PIC 9(05) USAGE BINARY VALUE 0.
001780 01  SIM-Top-Level         PIC 999 USAGE BINARY VALUE 20.
001790 01  SIM-Band-Width        PIC 999 USAGE BINARY VALUE 5.
001800* A bout neither side has won by this many rounds is called
001810* -- neither a win nor a death.
001820 01  SIM-Max-Rounds        PIC 999 USAGE BINARY VALUE 500.
001830* Flag thresholds, in percent: a DEATH TRAP kills the hero in
001840* at least this share of its bouts; a FREE WIN is won at least
001850* this often with at least this share of the hero's HP left.
001860 01  SIM-Death-Trap-Pct    PIC 999 USAGE BINARY VALUE 90.
001870 01  SIM-Free-Win-Pct      PIC 999 USAGE BINARY VALUE 95.
001880 01  SIM-Free-HP-Pct       PIC 999 USAGE BINARY VALUE 90.
001890
001900 01  SIM-Cards-Read        PIC 9(05) USAGE BINARY VALUE 0.
001910 01  SIM-Cards-Rejected    PIC 9(05) USAGE BINARY VALUE 0.
001920 01  SIM-Cells-Run         PIC 9(07) USAGE BINARY VALUE 0.
001930 01  SIM-Bouts-Fought      PIC 9(09) USAGE BINARY VALUE 0.
001940 01  SIM-Prop-Traps        PIC 9(07) USAGE BINARY VALUE 0.
001950 01  SIM-Prop-Free-Wins    PIC 9(07) USAGE BINARY VALUE 0.
001960 01  SIM-Cur-Traps         PIC 9(07) USAGE BINARY VALUE 0.
001970 01  SIM-Cur-Free-Wins     PIC 9(07) USAGE BINARY VALUE 0.
001980
001990* Every monster either loaded now or proposed by the deck. The
002000* current stats are the MONSTERS record as it stands; the
002010* proposed stats start as a copy of them and are overlaid by
002020* any deck card. Each stat group matches Monster-Bestiary.cpy
002030* field for field, so one group MOVE hands it to the Monster
002040* class as a whole bestiary record.
002050 01  SIM-Max-Monsters      PIC 9(05) USAGE BINARY VALUE 500.
002060 01  SIM-Monster-Count     PIC 9(05) USAGE BINARY VALUE 0.
002070 01  SIM-MONSTER-TABLE.
002080     05 SIM-Monster-Entry OCCURS 1 TO 500 TIMES
002090         DEPENDING ON SIM-Monster-Count
002100         INDEXED BY SIM-Monster-Index.
002110             10 SIM-Mn-Name          PIC X(20).
002120             10 SIM-Mn-On-File-Sw    PIC X(01).
002130                 88 SIM-Mn-On-File          VALUE "Y".
002140                 88 SIM-Mn-New-On-Deck      VALUE "N".
002150             10 SIM-Mn-Deck-Tag      PIC X(03).
002160             10 SIM-Mn-Cur-Stats.
002170                 15 SIM-Mn-Cur-HP        PIC 9999 USAGE BINARY.
002180                 15 SIM-Mn-Cur-Attack    PIC 9999 USAGE BINARY.
002190                 15 SIM-Mn-Cur-XP        PIC 9(07) USAGE BINARY.
002200                 15 SIM-Mn-Cur-Gold      PIC 9(07) USAGE BINARY.
002210                 15 SIM-Mn-Cur-Poisons   PIC X(01).
002220                 15 SIM-Mn-Cur-Min-Lvl   PIC 999 USAGE BINARY.
002230                 15 SIM-Mn-Cur-Max-Lvl   PIC 999 USAGE BINARY.
002240             10 SIM-Mn-New-Stats.
002250                 15 SIM-Mn-New-HP        PIC 9999 USAGE BINARY.
002260                 15 SIM-Mn-New-Attack    PIC 9999 USAGE BINARY.
002270                 15 SIM-Mn-New-XP        PIC 9(07) USAGE BINARY.
002280                 15 SIM-Mn-New-Gold      PIC 9(07) USAGE BINARY.
002290                 15 SIM-Mn-New-Poisons   PIC X(01).
002300                 15 SIM-Mn-New-Min-Lvl   PIC 999 USAGE BINARY.
002310                 15 SIM-Mn-New-Max-Lvl   PIC 999 USAGE BINARY.
002320
002330* Every profession, kept the same two ways; each stat group
002340* matches Profession-Stats.cpy field for field.
002350 01  SIM-Max-Professions   PIC 9(05) USAGE BINARY VALUE 50.
002360 01  SIM-Profession-Count  PIC 9(05) USAGE BINARY VALUE 0.
002370 01  SIM-PROFESSION-TABLE.
002380     05 SIM-Profession-Entry OCCURS 1 TO 50 TIMES
002390         DEPENDING ON SIM-Profession-Count
002400         INDEXED BY SIM-Profession-Index.
002410             10 SIM-Pf-Name          PIC X(10).
002420             10 SIM-Pf-On-File-Sw    PIC X(01).
002430                 88 SIM-Pf-On-File          VALUE "Y".
002440                 88 SIM-Pf-New-On-Deck      VALUE "N".
002450             10 SIM-Pf-Deck-Tag      PIC X(03).
002460             10 SIM-Pf-Cur-Stats.
002470                 15 SIM-Pf-Cur-HP        PIC 9999 USAGE BINARY.
002480                 15 SIM-Pf-Cur-Mana      PIC 9999 USAGE BINARY.
002490                 15 SIM-Pf-Cur-HP-Lvl    PIC 9999 USAGE BINARY.
002500                 15 SIM-Pf-Cur-Mana-Lvl  PIC 9999 USAGE BINARY.
002510                 15 SIM-Pf-Cur-Swing     PIC 9999 USAGE BINARY.
002520                 15 SIM-Pf-Cur-Bolt-Cost PIC 9999 USAGE BINARY.
002530                 15 SIM-Pf-Cur-Bolt-Dmg  PIC 9999 USAGE BINARY.
002540                 15 SIM-Pf-Cur-Cure-Cost PIC 9999 USAGE BINARY.
002550             10 SIM-Pf-New-Stats.
002560                 15 SIM-Pf-New-HP        PIC 9999 USAGE BINARY.
002570                 15 SIM-Pf-New-Mana      PIC 9999 USAGE BINARY.
002580                 15 SIM-Pf-New-HP-Lvl    PIC 9999 USAGE BINARY.
002590                 15 SIM-Pf-New-Mana-Lvl  PIC 9999 USAGE BINARY.
002600                 15 SIM-Pf-New-Swing     PIC 9999 USAGE BINARY.
002610                 15 SIM-Pf-New-Bolt-Cost PIC 9999 USAGE BINARY.
002620                 15 SIM-Pf-New-Bolt-Dmg  PIC 9999 USAGE BINARY.
002630                 15 SIM-Pf-New-Cure-Cost PIC 9999 USAGE BINARY.
002640
002650* The gear a simulated hero may carry: every WEAPON and ARMOR
002660* power on the catalog. A bout draws one of each, or goes
002670* without, the way a real hero's slots may stand empty.
002680 01  SIM-Max-Items         PIC 9(05) USAGE BINARY VALUE 200.
002690 01  SIM-Weapon-Count      PIC 9(05) USAGE BINARY VALUE 0.
002700 01  SIM-WEAPON-TABLE.
002710     05 SIM-Weapon-Power OCCURS 1 TO 200 TIMES
002720         DEPENDING ON SIM-Weapon-Count
002730         PIC 9999 USAGE BINARY.
002740 01  SIM-Armor-Count       PIC 9(05) USAGE BINARY VALUE 0.
002750 01  SIM-ARMOR-TABLE.
002760     05 SIM-Armor-Power OCCURS 1 TO 200 TIMES
002770         DEPENDING ON SIM-Armor-Count
002780         PIC 9999 USAGE BINARY.
002790
002800 01  SIM-Subscript         PIC 9(05) USAGE BINARY.
002810 01  SIM-Found-Sub         PIC 9(05) USAGE BINARY.
002820 01  SIM-Mon-Sub           PIC 9(05) USAGE BINARY.
002830 01  SIM-Prof-Sub          PIC 9(05) USAGE BINARY.
002840 01  SIM-Bout-Sub          PIC 9(05) USAGE BINARY.
002850 01  SIM-Band-Low          PIC 9(05) USAGE BINARY.
002860 01  SIM-Band-High         PIC 9(05) USAGE BINARY.
002870 01  SIM-Band-Size         PIC 999 USAGE BINARY.
002880
002890* The roll. No random source is used anywhere in this system,
002900* so gear and level are drawn from the same linear congruential
002910* step Character's RollLoot takes, restarted from one fixed
002920* seed for every cell: the proposed and current sides of a line
002930* fight exactly the same heroes, and a rerun gives the same
002940* report.
002950 01  SIM-Seed-Start        PIC 9(06) USAGE BINARY VALUE 271828.
002960 01  SIM-Seed              PIC 9(06) USAGE BINARY.
002970 01  SIM-Seed-Work         PIC 9(12) USAGE BINARY.
002980 01  SIM-Seed-Quotient     PIC 9(12) USAGE BINARY.
002990 01  SIM-Roll-Base         PIC 9(06) USAGE BINARY.
003000 01  SIM-Roll-Range        PIC 9(05) USAGE BINARY.
003010 01  SIM-Roll              PIC 9(05) USAGE BINARY.
003020 01  SIM-Roll-Quotient     PIC 9(06) USAGE BINARY.
003030
003040* One bout's hero and foe, and what is handed to the classes
003050* to build them.
003060 01  SIM-Hero              OBJECT REFERENCE Character.
003070 01  SIM-Foe               OBJECT REFERENCE Monster.
003080 01  SIM-Foe-Name          PIC X(20).
003090 01  SIM-Hero-Stats.
003100     COPY "Profession-Stats.cpy" REPLACING
003110         ==StartingHP==   BY ==SIM-Hero-Start-HP==
003120         ==StartingMana== BY ==SIM-Hero-Start-Mana==
003130         ==HPPerLevel==   BY ==SIM-Hero-HP-Per-Level==
003140         ==ManaPerLevel== BY ==SIM-Hero-Mana-Per-Level==
003150         ==SwingPower==   BY ==SIM-Hero-Swing-Power==
003160         ==BoltCost==     BY ==SIM-Hero-Bolt-Cost==
003170         ==BoltDamage==   BY ==SIM-Hero-Bolt-Damage==
003180         ==CureCost==     BY ==SIM-Hero-Cure-Cost==.
003190 01  SIM-Foe-Stats.
003200     COPY "Monster-Bestiary.cpy" REPLACING
003210         ==StartingHP==      BY ==SIM-Foe-Start-HP==
003220         ==AttackPower==     BY ==SIM-Foe-Attack==
003230         ==ExperienceAward== BY ==SIM-Foe-XP-Award==
003240         ==GoldAward==       BY ==SIM-Foe-Gold-Award==
003250         ==PoisonsOnHit==    BY ==SIM-Foe-Poisons==
003260         ==DoesPoison==      BY ==SIM-Foe-Does-Poison==
003270         ==DoesNotPoison==   BY ==SIM-Foe-No-Poison==
003280         ==MinDungeonLevel== BY ==SIM-Foe-Min-Level==
003290         ==MaxDungeonLevel== BY ==SIM-Foe-Max-Level==.
003300 01  SIM-Bout-Level        PIC 999 USAGE BINARY.
003310 01  SIM-Bout-Weapon       PIC 9999 USAGE BINARY.
003320 01  SIM-Bout-Armor        PIC 9999 USAGE BINARY.
003330 01  SIM-Round-Number      PIC 999 USAGE BINARY.
003340 01  SIM-Round-Outcome     PIC X(01).
003350 01  SIM-Hero-Start        PIC 9999 USAGE BINARY.
003360 01  SIM-Hero-HP-Now       PIC 9999 USAGE BINARY.
003370
003380* One side of one cell -- a monster, a profession, a level band
003390* -- as its bouts are fought, then kept for the report line.
003400* The three groups share one layout so a group MOVE files the
003410* running tally as the proposed or the current figures.
003420 01  SIM-Cell-Tally.
003430     05 SIM-Tally-Wins         PIC 9(05) USAGE BINARY.
003440     05 SIM-Tally-Deaths       PIC 9(05) USAGE BINARY.
003450     05 SIM-Tally-Rounds       PIC 9(09) USAGE BINARY.
003460     05 SIM-Tally-HP-Left      PIC 9(09) USAGE BINARY.
003470     05 SIM-Tally-HP-Start     PIC 9(09) USAGE BINARY.
003480 01  SIM-Prop-Tally.
003490     05 SIM-Prop-Wins          PIC 9(05) USAGE BINARY.
003500     05 SIM-Prop-Deaths        PIC 9(05) USAGE BINARY.
003510     05 SIM-Prop-Rounds        PIC 9(09) USAGE BINARY.
003520     05 SIM-Prop-HP-Left       PIC 9(09) USAGE BINARY.
003530     05 SIM-Prop-HP-Start      PIC 9(09) USAGE BINARY.
003540 01  SIM-Cur-Tally.
003550     05 SIM-Cur-Wins           PIC 9(05) USAGE BINARY.
003560     05 SIM-Cur-Deaths         PIC 9(05) USAGE BINARY.
003570     05 SIM-Cur-Rounds         PIC 9(09) USAGE BINARY.
003580     05 SIM-Cur-HP-Left        PIC 9(09) USAGE BINARY.
003590     05 SIM-Cur-HP-Start       PIC 9(09) USAGE BINARY.
003600 01  SIM-Cur-Switch        PIC X(01) VALUE "N".
003610     88  SIM-Cur-Fought            VALUE "Y".
003620     88  SIM-Cur-Not-Fought        VALUE "N".
003630* The side figures 5100-FIGURE-SIDE works out from a tally.
003640 01  SIM-Win-Pct           PIC 999 USAGE BINARY.
003650 01  SIM-Avg-Rounds        PIC 9999 USAGE BINARY.
003660 01  SIM-Avg-HP-Left       PIC 9999 USAGE BINARY.
003670 01  SIM-Side-Flag         PIC X(10).
003680     88  SIM-Flag-Death-Trap       VALUE "DEATH TRAP".
003690     88  SIM-Flag-Free-Win         VALUE "FREE WIN".
003700
003710 01  SIM-Blank-Line        PIC X(100) VALUE SPACES.
003720 01  SIM-Title-Line.
003730     05 FILLER PIC X(38)
003740         VALUE "EIGHTBOL BALANCE SIMULATION -- RUN OF ".
003750     05 SIM-Title-Date     PIC 9(08).
003760 01  SIM-Heading-1.
003770     05 FILLER PIC X(41) VALUE SPACES.
003780     05 FILLER PIC X(28) VALUE "PROPOSED DECKS".
003790     05 FILLER PIC X(31) VALUE "CURRENT FILES".
003800 01  SIM-Heading-2.
003810     05 FILLER PIC X(21) VALUE "MONSTER".
003820     05 FILLER PIC X(11) VALUE "PROFESSION".
003830     05 FILLER PIC X(09) VALUE "LEVELS".
003840     05 FILLER PIC X(05) VALUE "WIN%".
003850     05 FILLER PIC X(06) VALUE "RNDS".
003860     05 FILLER PIC X(05) VALUE "HPLF".
003870     05 FILLER PIC X(12) VALUE "FLAG".
003880     05 FILLER PIC X(05) VALUE "WIN%".
003890     05 FILLER PIC X(06) VALUE "RNDS".
003900     05 FILLER PIC X(05) VALUE "HPLF".
003910     05 FILLER PIC X(11) VALUE "FLAG".
003920     05 FILLER PIC X(04) VALUE "DECK".
003930 01  SIM-Detail-Line.
003940     05 SIM-DL-Monster     PIC X(20).
003950     05 FILLER             PIC X(01) VALUE SPACES.
003960     05 SIM-DL-Profession  PIC X(10).
003970     05 FILLER             PIC X(01) VALUE SPACES.
003980     05 SIM-DL-Levels.
003990         10 SIM-DL-Low-Level   PIC ZZ9.
004000         10 SIM-DL-Dash        PIC X(01) VALUE "-".
004010         10 SIM-DL-High-Level  PIC ZZ9.
004020     05 FILLER             PIC X(02) VALUE SPACES.
004030     05 SIM-DL-Proposed.
004040         10 SIM-DL-P-Win       PIC ZZ9.
004050         10 FILLER             PIC X(02) VALUE SPACES.
004060         10 SIM-DL-P-Rounds    PIC ZZZ9.
004070         10 FILLER             PIC X(02) VALUE SPACES.
004080         10 SIM-DL-P-HP-Left   PIC ZZZ9.
004090         10 FILLER             PIC X(01) VALUE SPACES.
004100         10 SIM-DL-P-Flag      PIC X(10).
004110     05 FILLER             PIC X(02) VALUE SPACES.
004120     05 SIM-DL-Current.
004130         10 SIM-DL-C-Win       PIC ZZ9.
004140         10 FILLER             PIC X(02) VALUE SPACES.
004150         10 SIM-DL-C-Rounds    PIC ZZZ9.
004160         10 FILLER             PIC X(02) VALUE SPACES.
004170         10 SIM-DL-C-HP-Left   PIC ZZZ9.
004180         10 FILLER             PIC X(01) VALUE SPACES.
004190         10 SIM-DL-C-Flag      PIC X(10).
004200     05 FILLER             PIC X(01) VALUE SPACES.
004210     05 SIM-DL-Deck-Tag    PIC X(03).
004220 01  SIM-Count-Display     PIC ZZZZZZZZ9.
004230 01  SIM-Level-Display     PIC ZZ9.
004240 01  SIM-Width-Display     PIC ZZ9.
004250 01  SIM-Summary-Line      PIC X(100).
004251
004252* One run-control log line, staged here because the FD record
004253* may not be touched before the log is open.
004254 01  SIM-Runctl-Status     PIC X(02).
004255 01  SIM-Run-Control-Line.
004256     COPY "Run-Control.cpy".
004260
004270 PROCEDURE DIVISION.
004280
004290 0000-MAINLINE.
004291     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
004300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004310     IF SIM-Run-OK THEN
004320         PERFORM 2000-LOAD-CURRENT-FILES
004330             THRU 2000-LOAD-CURRENT-FILES-EXIT
004340         PERFORM 3000-OVERLAY-DECKS THRU 3000-OVERLAY-DECKS-EXIT
004350         PERFORM 1100-PRINT-HEADINGS THRU 1100-PRINT-HEADINGS-EXIT
004360         PERFORM 4000-SIMULATE-MONSTER
004370             THRU 4000-SIMULATE-MONSTER-EXIT
004380             VARYING SIM-Mon-Sub FROM 1 BY 1
004390             UNTIL SIM-Mon-Sub > SIM-Monster-Count
004400         PERFORM 6000-PRINT-SUMMARY THRU 6000-PRINT-SUMMARY-EXIT
004410     END-IF.
004420     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
004421     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
004430     STOP RUN.
004431
004432 0100-LOG-RUN-START.
004433* Logged before anything else is touched, so a run that falls
004434* over part way still leaves a START with no FINISH behind it
004435* for the morning status report to find.
004436     MOVE SPACES TO SIM-Run-Control-Line.
004437     MOVE "PHNTSIM" TO RUN-PROGRAM.
004438     MOVE "START" TO RUN-EVENT.
004439     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
004440     ACCEPT RUN-START-TIME FROM TIME.
004441     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
004442         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
004443     MOVE "NORMAL" TO RUN-TYPE.
004444     PERFORM 8950-WRITE-RUN-CONTROL
004445         THRU 8950-WRITE-RUN-CONTROL-EXIT.
004446 0100-LOG-RUN-START-EXIT.
004447     EXIT.
004448
004450 1000-INITIALIZE.
004460* The control card is required -- without a bout count there is
004470* nothing to simulate, and the run refuses rather than guess.
004480     ACCEPT SIM-Run-Date FROM DATE YYYYMMDD.
004490     OPEN INPUT SIM-CONTROL-FILE.
004500     IF NOT SIM-CC-Success THEN
004510         DISPLAY "PHNTSIM: UNABLE TO OPEN CONTROL CARD, STATUS "
004520             SIM-Control-Status ", NO SIMULATION RUN"
004530         GO TO 1000-INITIALIZE-EXIT
004540     END-IF.
004550     READ SIM-CONTROL-FILE
004560         AT END
004570             MOVE SPACES TO SIM-CONTROL-CARD
004580     END-READ.
004590     CLOSE SIM-CONTROL-FILE.
004600     IF SM-BOUT-COUNT IS NOT NUMERIC OR SM-BOUT-COUNT = 0 THEN
004610         DISPLAY "PHNTSIM: CONTROL CARD HAS NO BOUT COUNT, "
004620             "NO SIMULATION RUN"
004630         GO TO 1000-INITIALIZE-EXIT
004640     END-IF.
004650     MOVE SM-BOUT-COUNT TO SIM-Bout-Count.
004660     IF SM-TOP-LEVEL IS NUMERIC AND SM-TOP-LEVEL > 0 THEN
004670         MOVE SM-TOP-LEVEL TO SIM-Top-Level
004680     END-IF.
004690     IF SM-BAND-WIDTH IS NUMERIC AND SM-BAND-WIDTH > 0 THEN
004700         MOVE SM-BAND-WIDTH TO SIM-Band-Width
004710     END-IF.
004720     OPEN OUTPUT SIM-REPORT.
004730     MOVE "Y" TO SIM-Report-Open-Sw.
004740     MOVE "Y" TO SIM-Run-Switch.
004750 1000-INITIALIZE-EXIT.
004760     EXIT.
004770
004780 1100-PRINT-HEADINGS.
004790     MOVE SIM-Run-Date TO SIM-Title-Date.
004800     WRITE SIM-REPORT-LINE FROM SIM-Title-Line.
004810     WRITE SIM-REPORT-LINE FROM SIM-Blank-Line.
004820     MOVE SPACES TO SIM-Summary-Line.
004830     MOVE SIM-Bout-Count TO SIM-Count-Display.
004840     MOVE SIM-Top-Level TO SIM-Level-Display.
004850     MOVE SIM-Band-Width TO SIM-Width-Display.
004860     STRING "BOUTS PER LINE:" DELIMITED BY SIZE
004870         SIM-Count-Display DELIMITED BY SIZE
004880         "   LEVELS 1 TO " DELIMITED BY SIZE
004890         SIM-Level-Display DELIMITED BY SIZE
004900         " IN BANDS OF " DELIMITED BY SIZE
004910         SIM-Width-Display DELIMITED BY SIZE
004920         INTO SIM-Summary-Line.
004930     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
004940     MOVE SPACES TO SIM-Summary-Line.
004950     MOVE SIM-Weapon-Count TO SIM-Count-Display.
004960     STRING "WEAPONS DRAWN:  " DELIMITED BY SIZE
004970         SIM-Count-Display DELIMITED BY SIZE
004980         " PLUS BARE-HANDED" DELIMITED BY SIZE
004990         INTO SIM-Summary-Line.
005000     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
005010     MOVE SPACES TO SIM-Summary-Line.
005020     MOVE SIM-Armor-Count TO SIM-Count-Display.
005030     STRING "ARMOR DRAWN:    " DELIMITED BY SIZE
005040         SIM-Count-Display DELIMITED BY SIZE
005050         " PLUS UNARMORED" DELIMITED BY SIZE
005060         INTO SIM-Summary-Line.
005070     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
005080     WRITE SIM-REPORT-LINE FROM SIM-Blank-Line.
005090     WRITE SIM-REPORT-LINE FROM SIM-Heading-1.
005100     WRITE SIM-REPORT-LINE FROM SIM-Heading-2.
005110 1100-PRINT-HEADINGS-EXIT.
005120     EXIT.
005130
005140 2000-LOAD-CURRENT-FILES.
005150* The files as they stand tonight. Each is opened for INPUT
005160* only and read front to back; a file that is not there yet
005170* simply leaves everything on the decks new.
005180     OPEN INPUT MONSTER-FILE.
005190     IF SIM-MS-Success THEN
005200         MOVE "N" TO SIM-EOF-Switch
005210         PERFORM 2100-LOAD-ONE-MONSTER
005220             THRU 2100-LOAD-ONE-MONSTER-EXIT
005230             UNTIL SIM-No-More-Records
005240         CLOSE MONSTER-FILE
005250     ELSE
005260         DISPLAY "PHNTSIM: BESTIARY UNAVAILABLE, STATUS "
005270             SIM-Monster-Status ", EVERY DECK MONSTER IS NEW"
005280     END-IF.
005290     OPEN INPUT PROFESSION-FILE.
005300     IF SIM-PS-Success THEN
005310         MOVE "N" TO SIM-EOF-Switch
005320         PERFORM 2200-LOAD-ONE-PROFESSION
005330             THRU 2200-LOAD-ONE-PROFESSION-EXIT
005340             UNTIL SIM-No-More-Records
005350         CLOSE PROFESSION-FILE
005360     ELSE
005370         DISPLAY "PHNTSIM: PROFESSIONS UNAVAILABLE, STATUS "
005380             SIM-Prof-Status ", EVERY DECK PROFESSION IS NEW"
005390     END-IF.
005400     OPEN INPUT ITEM-FILE.
005410     IF SIM-IS-Success THEN
005420         MOVE "N" TO SIM-EOF-Switch
005430         PERFORM 2300-LOAD-ONE-ITEM THRU 2300-LOAD-ONE-ITEM-EXIT
005440             UNTIL SIM-No-More-Records
005450         CLOSE ITEM-FILE
005460     ELSE
005470         DISPLAY "PHNTSIM: ITEM CATALOG UNAVAILABLE, STATUS "
005480             SIM-Item-Status ", HEROES FIGHT WITHOUT GEAR"
005490     END-IF.
005500 2000-LOAD-CURRENT-FILES-EXIT.
005510     EXIT.
005520
005530 2100-LOAD-ONE-MONSTER.
005540     READ MONSTER-FILE NEXT RECORD
005550         AT END
005560             MOVE "Y" TO SIM-EOF-Switch
005570     END-READ.
005580     IF SIM-No-More-Records THEN
005590         GO TO 2100-LOAD-ONE-MONSTER-EXIT
005600     END-IF.
005610     IF SIM-Monster-Count >= SIM-Max-Monsters THEN
005620         DISPLAY "PHNTSIM: MONSTER TABLE FULL, NOT SIMULATED: "
005630             MB-MONSTER-NAME
005640         GO TO 2100-LOAD-ONE-MONSTER-EXIT
005650     END-IF.
005660     ADD 1 TO SIM-Monster-Count.
005670     MOVE SIM-Monster-Count TO SIM-Subscript.
005680     MOVE MB-MONSTER-NAME TO SIM-Mn-Name (SIM-Subscript).
005690     MOVE "Y" TO SIM-Mn-On-File-Sw (SIM-Subscript).
005700     MOVE SPACES TO SIM-Mn-Deck-Tag (SIM-Subscript).
005710     MOVE MB-STARTING-HP TO SIM-Mn-Cur-HP (SIM-Subscript).
005720     MOVE MB-ATTACK-POWER TO SIM-Mn-Cur-Attack (SIM-Subscript).
005730     MOVE MB-EXPERIENCE-AWARD TO SIM-Mn-Cur-XP (SIM-Subscript).
005740     MOVE MB-GOLD-AWARD TO SIM-Mn-Cur-Gold (SIM-Subscript).
005750     MOVE MB-POISONS-ON-HIT TO SIM-Mn-Cur-Poisons (SIM-Subscript).
005760     MOVE MB-MIN-DUNGEON-LEVEL
005770         TO SIM-Mn-Cur-Min-Lvl (SIM-Subscript).
005780     MOVE MB-MAX-DUNGEON-LEVEL
005790         TO SIM-Mn-Cur-Max-Lvl (SIM-Subscript).
005800     MOVE SIM-Mn-Cur-Stats (SIM-Subscript)
005810         TO SIM-Mn-New-Stats (SIM-Subscript).
005820 2100-LOAD-ONE-MONSTER-EXIT.
005830     EXIT.
005840
005850 2200-LOAD-ONE-PROFESSION.
005860     READ PROFESSION-FILE NEXT RECORD
005870         AT END
005880             MOVE "Y" TO SIM-EOF-Switch
005890     END-READ.
005900     IF SIM-No-More-Records THEN
005910         GO TO 2200-LOAD-ONE-PROFESSION-EXIT
005920     END-IF.
005930     IF SIM-Profession-Count >= SIM-Max-Professions THEN
005940         DISPLAY "PHNTSIM: PROFESSION TABLE FULL, NOT SIMULATED: "
005950             PR-PROFESSION-NAME
005960         GO TO 2200-LOAD-ONE-PROFESSION-EXIT
005970     END-IF.
005980     ADD 1 TO SIM-Profession-Count.
005990     MOVE SIM-Profession-Count TO SIM-Subscript.
006000     MOVE PR-PROFESSION-NAME TO SIM-Pf-Name (SIM-Subscript).
006010     MOVE "Y" TO SIM-Pf-On-File-Sw (SIM-Subscript).
006020     MOVE SPACES TO SIM-Pf-Deck-Tag (SIM-Subscript).
006030     MOVE PR-STARTING-HP TO SIM-Pf-Cur-HP (SIM-Subscript).
006040     MOVE PR-STARTING-MANA TO SIM-Pf-Cur-Mana (SIM-Subscript).
006050     MOVE PR-HP-PER-LEVEL TO SIM-Pf-Cur-HP-Lvl (SIM-Subscript).
006060     MOVE PR-MANA-PER-LEVEL
006070         TO SIM-Pf-Cur-Mana-Lvl (SIM-Subscript).
006080     MOVE PR-SWING-POWER TO SIM-Pf-Cur-Swing (SIM-Subscript).
006090     MOVE PR-BOLT-COST TO SIM-Pf-Cur-Bolt-Cost (SIM-Subscript).
006100     MOVE PR-BOLT-DAMAGE TO SIM-Pf-Cur-Bolt-Dmg (SIM-Subscript).
006110     MOVE PR-CURE-COST TO SIM-Pf-Cur-Cure-Cost (SIM-Subscript).
006120     MOVE SIM-Pf-Cur-Stats (SIM-Subscript)
006130         TO SIM-Pf-New-Stats (SIM-Subscript).
006140 2200-LOAD-ONE-PROFESSION-EXIT.
006150     EXIT.
006160
006170 2300-LOAD-ONE-ITEM.
006180     READ ITEM-FILE NEXT RECORD
006190         AT END
006200             MOVE "Y" TO SIM-EOF-Switch
006210     END-READ.
006220     IF SIM-No-More-Records THEN
006230         GO TO 2300-LOAD-ONE-ITEM-EXIT
006240     END-IF.
006250     IF IC-IS-WEAPON THEN
006260         IF SIM-Weapon-Count >= SIM-Max-Items THEN
006270             DISPLAY "PHNTSIM: WEAPON TABLE FULL, NOT DRAWN: "
006280                 IC-ITEM-NAME
006290         ELSE
006300             ADD 1 TO SIM-Weapon-Count
006310             MOVE IC-ITEM-POWER
006320                 TO SIM-Weapon-Power (SIM-Weapon-Count)
006330         END-IF
006340     END-IF.
006350     IF IC-IS-ARMOR THEN
006360         IF SIM-Armor-Count >= SIM-Max-Items THEN
006370             DISPLAY "PHNTSIM: ARMOR TABLE FULL, NOT DRAWN: "
006380                 IC-ITEM-NAME
006390         ELSE
006400             ADD 1 TO SIM-Armor-Count
006410             MOVE IC-ITEM-POWER
006420                 TO SIM-Armor-Power (SIM-Armor-Count)
006430         END-IF
006440     END-IF.
006450 2300-LOAD-ONE-ITEM-EXIT.
006460     EXIT.
006470
006480 3000-OVERLAY-DECKS.
006490* The proposed figures: each deck card that would pass the
006500* loader's own edit replaces that monster's or profession's
006510* proposed stats, or adds it as new. A card the loader would
006520* reject is reported and ignored here as it would be there.
006530* A missing deck proposes no change on that side.
006540     OPEN INPUT BST-CARD-FILE.
006550     IF SIM-BC-Success THEN
006560         MOVE "N" TO SIM-EOF-Switch
006570         PERFORM 3100-APPLY-BST-CARD THRU 3100-APPLY-BST-CARD-EXIT
006580             UNTIL SIM-No-More-Records
006590         CLOSE BST-CARD-FILE
006600     ELSE
006610         DISPLAY "PHNTSIM: NO BESTIARY DECK, STATUS "
006620             SIM-BstCard-Status ", MONSTERS AS LOADED"
006630     END-IF.
006640     OPEN INPUT PRF-CARD-FILE.
006650     IF SIM-PC-Success THEN
006660         MOVE "N" TO SIM-EOF-Switch
006670         PERFORM 3200-APPLY-PRF-CARD THRU 3200-APPLY-PRF-CARD-EXIT
006680             UNTIL SIM-No-More-Records
006690         CLOSE PRF-CARD-FILE
006700     ELSE
006710         DISPLAY "PHNTSIM: NO PROFESSION DECK, STATUS "
006720             SIM-PrfCard-Status ", PROFESSIONS AS LOADED"
006730     END-IF.
006740 3000-OVERLAY-DECKS-EXIT.
006750     EXIT.
006760
006770 3100-APPLY-BST-CARD.
006780     READ BST-CARD-FILE
006790         AT END
006800             MOVE "Y" TO SIM-EOF-Switch
006810     END-READ.
006820     IF SIM-No-More-Records THEN
006830         GO TO 3100-APPLY-BST-CARD-EXIT
006840     END-IF.
006850     ADD 1 TO SIM-Cards-Read.
006860     IF BC-MONSTER-NAME = SPACES
006870         OR BC-STARTING-HP IS NOT NUMERIC
006880         OR BC-ATTACK-POWER IS NOT NUMERIC
006890         OR BC-EXPERIENCE-AWARD IS NOT NUMERIC
006900         OR BC-GOLD-AWARD IS NOT NUMERIC
006910         OR BC-MIN-DUNGEON-LVL IS NOT NUMERIC
006920         OR BC-MAX-DUNGEON-LVL IS NOT NUMERIC
006930         OR (BC-POISONS-ON-HIT NOT = "Y"
006940             AND BC-POISONS-ON-HIT NOT = "N") THEN
006950         ADD 1 TO SIM-Cards-Rejected
006960         DISPLAY "PHNTSIM: BESTIARY CARD REJECTED: "
006970             BC-MONSTER-NAME
006980         GO TO 3100-APPLY-BST-CARD-EXIT
006990     END-IF.
007000     IF BC-MIN-DUNGEON-LVL > BC-MAX-DUNGEON-LVL THEN
007010         ADD 1 TO SIM-Cards-Rejected
007020         DISPLAY "PHNTSIM: BESTIARY CARD REJECTED, LEVEL BAND "
007030             "INVERTED: " BC-MONSTER-NAME
007040         GO TO 3100-APPLY-BST-CARD-EXIT
007050     END-IF.
007060     MOVE 0 TO SIM-Found-Sub.
007070     PERFORM 3110-HUNT-ONE-MONSTER THRU 3110-HUNT-ONE-MONSTER-EXIT
007080         VARYING SIM-Subscript FROM 1 BY 1
007090         UNTIL SIM-Subscript > SIM-Monster-Count
007100             OR SIM-Found-Sub > 0.
007110     IF SIM-Found-Sub = 0 THEN
007120         IF SIM-Monster-Count >= SIM-Max-Monsters THEN
007130             ADD 1 TO SIM-Cards-Rejected
007140             DISPLAY "PHNTSIM: MONSTER TABLE FULL, NOT "
007150                 "SIMULATED: " BC-MONSTER-NAME
007160             GO TO 3100-APPLY-BST-CARD-EXIT
007170         END-IF
007180         ADD 1 TO SIM-Monster-Count
007190         MOVE SIM-Monster-Count TO SIM-Found-Sub
007200         MOVE BC-MONSTER-NAME TO SIM-Mn-Name (SIM-Found-Sub)
007210         MOVE "N" TO SIM-Mn-On-File-Sw (SIM-Found-Sub)
007220         MOVE "NEW" TO SIM-Mn-Deck-Tag (SIM-Found-Sub)
007230         MOVE LOW-VALUES TO SIM-Mn-Cur-Stats (SIM-Found-Sub)
007240     END-IF.
007250     MOVE BC-STARTING-HP TO SIM-Mn-New-HP (SIM-Found-Sub).
007260     MOVE BC-ATTACK-POWER TO SIM-Mn-New-Attack (SIM-Found-Sub).
007270     MOVE BC-EXPERIENCE-AWARD TO SIM-Mn-New-XP (SIM-Found-Sub).
007280     MOVE BC-GOLD-AWARD TO SIM-Mn-New-Gold (SIM-Found-Sub).
007290     MOVE BC-POISONS-ON-HIT TO SIM-Mn-New-Poisons (SIM-Found-Sub).
007300     MOVE BC-MIN-DUNGEON-LVL
007310         TO SIM-Mn-New-Min-Lvl (SIM-Found-Sub).
007320     MOVE BC-MAX-DUNGEON-LVL
007330         TO SIM-Mn-New-Max-Lvl (SIM-Found-Sub).
007340* A card that only restates what is loaded proposes no change.
007350     IF SIM-Mn-On-File (SIM-Found-Sub) THEN
007360         IF SIM-Mn-New-Stats (SIM-Found-Sub)
007370             = SIM-Mn-Cur-Stats (SIM-Found-Sub) THEN
007380             MOVE SPACES TO SIM-Mn-Deck-Tag (SIM-Found-Sub)
007390         ELSE
007400             MOVE "CHG" TO SIM-Mn-Deck-Tag (SIM-Found-Sub)
007410         END-IF
007420     END-IF.
007430 3100-APPLY-BST-CARD-EXIT.
007440     EXIT.
007450
007460 3110-HUNT-ONE-MONSTER.
007470     IF SIM-Mn-Name (SIM-Subscript) = BC-MONSTER-NAME THEN
007480         MOVE SIM-Subscript TO SIM-Found-Sub
007490     END-IF.
007500 3110-HUNT-ONE-MONSTER-EXIT.
007510     EXIT.
007520
007530 3200-APPLY-PRF-CARD.
007540     READ PRF-CARD-FILE
007550         AT END
007560             MOVE "Y" TO SIM-EOF-Switch
007570     END-READ.
007580     IF SIM-No-More-Records THEN
007590         GO TO 3200-APPLY-PRF-CARD-EXIT
007600     END-IF.
007610     ADD 1 TO SIM-Cards-Read.
007620     IF PC-PROFESSION-NAME = SPACES
007630         OR PC-STARTING-HP IS NOT NUMERIC
007640         OR PC-STARTING-MANA IS NOT NUMERIC
007650         OR PC-HP-PER-LEVEL IS NOT NUMERIC
007660         OR PC-MANA-PER-LEVEL IS NOT NUMERIC
007670         OR PC-SWING-POWER IS NOT NUMERIC
007680         OR PC-BOLT-COST IS NOT NUMERIC
007690         OR PC-BOLT-DAMAGE IS NOT NUMERIC
007700         OR PC-CURE-COST IS NOT NUMERIC THEN
007710         ADD 1 TO SIM-Cards-Rejected
007720         DISPLAY "PHNTSIM: PROFESSION CARD REJECTED: "
007730             PC-PROFESSION-NAME
007740         GO TO 3200-APPLY-PRF-CARD-EXIT
007750     END-IF.
007760     IF PC-STARTING-HP = 0 OR PC-SWING-POWER = 0 THEN
007770         ADD 1 TO SIM-Cards-Rejected
007780         DISPLAY "PHNTSIM: PROFESSION CARD REJECTED, ZERO HP OR "
007790             "SWING: " PC-PROFESSION-NAME
007800         GO TO 3200-APPLY-PRF-CARD-EXIT
007810     END-IF.
007820     MOVE 0 TO SIM-Found-Sub.
007830     PERFORM 3210-HUNT-ONE-PROFESSION
007840         THRU 3210-HUNT-ONE-PROFESSION-EXIT
007850         VARYING SIM-Subscript FROM 1 BY 1
007860         UNTIL SIM-Subscript > SIM-Profession-Count
007870             OR SIM-Found-Sub > 0.
007880     IF SIM-Found-Sub = 0 THEN
007890         IF SIM-Profession-Count >= SIM-Max-Professions THEN
007900             ADD 1 TO SIM-Cards-Rejected
007910             DISPLAY "PHNTSIM: PROFESSION TABLE FULL, NOT "
007920                 "SIMULATED: " PC-PROFESSION-NAME
007930             GO TO 3200-APPLY-PRF-CARD-EXIT
007940         END-IF
007950         ADD 1 TO SIM-Profession-Count
007960         MOVE SIM-Profession-Count TO SIM-Found-Sub
007970         MOVE PC-PROFESSION-NAME TO SIM-Pf-Name (SIM-Found-Sub)
007980         MOVE "N" TO SIM-Pf-On-File-Sw (SIM-Found-Sub)
007990         MOVE "NEW" TO SIM-Pf-Deck-Tag (SIM-Found-Sub)
008000         MOVE LOW-VALUES TO SIM-Pf-Cur-Stats (SIM-Found-Sub)
008010     END-IF.
008020     MOVE PC-STARTING-HP TO SIM-Pf-New-HP (SIM-Found-Sub).
008030     MOVE PC-STARTING-MANA TO SIM-Pf-New-Mana (SIM-Found-Sub).
008040     MOVE PC-HP-PER-LEVEL TO SIM-Pf-New-HP-Lvl (SIM-Found-Sub).
008050     MOVE PC-MANA-PER-LEVEL
008060         TO SIM-Pf-New-Mana-Lvl (SIM-Found-Sub).
008070     MOVE PC-SWING-POWER TO SIM-Pf-New-Swing (SIM-Found-Sub).
008080     MOVE PC-BOLT-COST TO SIM-Pf-New-Bolt-Cost (SIM-Found-Sub).
008090     MOVE PC-BOLT-DAMAGE TO SIM-Pf-New-Bolt-Dmg (SIM-Found-Sub).
008100     MOVE PC-CURE-COST TO SIM-Pf-New-Cure-Cost (SIM-Found-Sub).
008110     IF SIM-Pf-On-File (SIM-Found-Sub) THEN
008120         IF SIM-Pf-New-Stats (SIM-Found-Sub)
008130             = SIM-Pf-Cur-Stats (SIM-Found-Sub) THEN
008140             MOVE SPACES TO SIM-Pf-Deck-Tag (SIM-Found-Sub)
008150         ELSE
008160             MOVE "CHG" TO SIM-Pf-Deck-Tag (SIM-Found-Sub)
008170         END-IF
008180     END-IF.
008190 3200-APPLY-PRF-CARD-EXIT.
008200     EXIT.
008210
008220 3210-HUNT-ONE-PROFESSION.
008230     IF SIM-Pf-Name (SIM-Subscript) = PC-PROFESSION-NAME THEN
008240         MOVE SIM-Subscript TO SIM-Found-Sub
008250     END-IF.
008260 3210-HUNT-ONE-PROFESSION-EXIT.
008270     EXIT.
008280
008290 4000-SIMULATE-MONSTER.
008300     PERFORM 4100-SIMULATE-PROFESSION
008310         THRU 4100-SIMULATE-PROFESSION-EXIT
008320         VARYING SIM-Prof-Sub FROM 1 BY 1
008330         UNTIL SIM-Prof-Sub > SIM-Profession-Count.
008340 4000-SIMULATE-MONSTER-EXIT.
008350     EXIT.
008360
008370 4100-SIMULATE-PROFESSION.
008380     PERFORM 4200-SIMULATE-BAND THRU 4200-SIMULATE-BAND-EXIT
008390         VARYING SIM-Band-Low FROM 1 BY SIM-Band-Width
008400         UNTIL SIM-Band-Low > SIM-Top-Level.
008410 4100-SIMULATE-PROFESSION-EXIT.
008420     EXIT.
008430
008440 4200-SIMULATE-BAND.
008450* One report line: the bouts fought under the proposed stats,
008460* then -- when both the monster and the profession are loaded
008470* now -- the very same bouts under the current stats.
008480     COMPUTE SIM-Band-High = SIM-Band-Low + SIM-Band-Width - 1
008490         ON SIZE ERROR
008500             MOVE SIM-Top-Level TO SIM-Band-High
008510     END-COMPUTE.
008520     IF SIM-Band-High > SIM-Top-Level THEN
008530         MOVE SIM-Top-Level TO SIM-Band-High
008540     END-IF.
008550     COMPUTE SIM-Band-Size = SIM-Band-High - SIM-Band-Low + 1.
008560     ADD 1 TO SIM-Cells-Run.
008570     MOVE SIM-Mn-Name (SIM-Mon-Sub) TO SIM-Foe-Name.
008580     MOVE SIM-Mn-New-Stats (SIM-Mon-Sub) TO SIM-Foe-Stats.
008590     MOVE SIM-Pf-New-Stats (SIM-Prof-Sub) TO SIM-Hero-Stats.
008600     PERFORM 4300-RUN-CELL THRU 4300-RUN-CELL-EXIT.
008610     MOVE SIM-Cell-Tally TO SIM-Prop-Tally.
008620     MOVE "N" TO SIM-Cur-Switch.
008630     IF SIM-Mn-On-File (SIM-Mon-Sub)
008640         AND SIM-Pf-On-File (SIM-Prof-Sub) THEN
008650         MOVE SIM-Mn-Cur-Stats (SIM-Mon-Sub) TO SIM-Foe-Stats
008660         MOVE SIM-Pf-Cur-Stats (SIM-Prof-Sub) TO SIM-Hero-Stats
008670         PERFORM 4300-RUN-CELL THRU 4300-RUN-CELL-EXIT
008680         MOVE SIM-Cell-Tally TO SIM-Cur-Tally
008690         MOVE "Y" TO SIM-Cur-Switch
008700     END-IF.
008710     PERFORM 5000-WRITE-CELL-LINE THRU 5000-WRITE-CELL-LINE-EXIT.
008720 4200-SIMULATE-BAND-EXIT.
008730     EXIT.
008740
008750 4300-RUN-CELL.
008760     MOVE SIM-Seed-Start TO SIM-Seed.
008770     INITIALIZE SIM-Cell-Tally.
008780     PERFORM 4400-FIGHT-ONE-BOUT THRU 4400-FIGHT-ONE-BOUT-EXIT
008790         VARYING SIM-Bout-Sub FROM 1 BY 1
008800         UNTIL SIM-Bout-Sub > SIM-Bout-Count.
008810 4300-RUN-CELL-EXIT.
008820     EXIT.
008830
008840 4400-FIGHT-ONE-BOUT.
008850* Draw this bout's level inside the band and its gear off the
008860* catalog -- a draw of zero is an empty slot -- stand up a
008870* fresh simulated hero and a fresh foe, and fight it out with
008880* FightOneRound, the rules the arena and the dungeon use.
008890     MOVE SIM-Band-Size TO SIM-Roll-Range.
008900     PERFORM 4500-NEXT-ROLL THRU 4500-NEXT-ROLL-EXIT.
008910     COMPUTE SIM-Bout-Level = SIM-Band-Low + SIM-Roll.
008920     COMPUTE SIM-Roll-Range = SIM-Weapon-Count + 1.
008930     PERFORM 4500-NEXT-ROLL THRU 4500-NEXT-ROLL-EXIT.
008940     IF SIM-Roll = 0 THEN
008950         MOVE 0 TO SIM-Bout-Weapon
008960     ELSE
008970         MOVE SIM-Weapon-Power (SIM-Roll) TO SIM-Bout-Weapon
008980     END-IF.
008990     COMPUTE SIM-Roll-Range = SIM-Armor-Count + 1.
009000     PERFORM 4500-NEXT-ROLL THRU 4500-NEXT-ROLL-EXIT.
009010     IF SIM-Roll = 0 THEN
009020         MOVE 0 TO SIM-Bout-Armor
009030     ELSE
009040         MOVE SIM-Armor-Power (SIM-Roll) TO SIM-Bout-Armor
009050     END-IF.
009060     INVOKE Character "NewForSimulation" USING SIM-Hero-Name
009070         SIM-Hero-Stats SIM-Bout-Level SIM-Bout-Weapon
009080         SIM-Bout-Armor RETURNING SIM-Hero.
009090     INVOKE SIM-Hero "SetCallerName" USING SIM-Program-Name.
009100     INVOKE Monster "NewFromStats" USING SIM-Foe-Name
009110         SIM-Foe-Stats RETURNING SIM-Foe.
009120     INVOKE SIM-Hero "GetHP" RETURNING SIM-Hero-Start.
009130     ADD 1 TO SIM-Bouts-Fought.
009140     MOVE 0 TO SIM-Round-Number.
009150     MOVE "C" TO SIM-Round-Outcome.
009160     MOVE "N" TO SIM-Bout-Switch.
009170     PERFORM 4410-FIGHT-ONE-ROUND THRU 4410-FIGHT-ONE-ROUND-EXIT
009180         UNTIL SIM-Bout-Over.
009190     ADD SIM-Round-Number TO SIM-Tally-Rounds.
009200     EVALUATE SIM-Round-Outcome
009210         WHEN "F"
009220             ADD 1 TO SIM-Tally-Wins
009230             INVOKE SIM-Hero "GetHP" RETURNING SIM-Hero-HP-Now
009240             ADD SIM-Hero-HP-Now TO SIM-Tally-HP-Left
009250             ADD SIM-Hero-Start TO SIM-Tally-HP-Start
009260         WHEN "H"
009270             ADD 1 TO SIM-Tally-Deaths
009280         WHEN OTHER
009290             CONTINUE
009300     END-EVALUATE.
009310 4400-FIGHT-ONE-BOUT-EXIT.
009320     EXIT.
009330
009340 4410-FIGHT-ONE-ROUND.
009350* A bout still going at the round cap is called -- a foe that
009360* can neither be hurt nor hurt back would otherwise stand
009370* there forever.
009380     ADD 1 TO SIM-Round-Number.
009390     INVOKE SIM-Hero "FightOneRound" USING SIM-Foe
009400         SIM-Round-Outcome.
009410     IF SIM-Round-Outcome NOT = "C"
009420         OR SIM-Round-Number >= SIM-Max-Rounds THEN
009430         MOVE "Y" TO SIM-Bout-Switch
009440     END-IF.
009450 4410-FIGHT-ONE-ROUND-EXIT.
009460     EXIT.
009470
009480 4500-NEXT-ROLL.
009490* Step the seed once and bring back a roll from 0 up to one
009500* less than SIM-Roll-Range, off the seed's high digits -- the
009510* low digits of this step cycle too quickly to draw from.
009520     COMPUTE SIM-Seed-Work = SIM-Seed * 31821 + 13849.
009530     DIVIDE SIM-Seed-Work BY 1000000 GIVING SIM-Seed-Quotient
009540         REMAINDER SIM-Seed.
009550     DIVIDE SIM-Seed BY 100 GIVING SIM-Roll-Base.
009560     DIVIDE SIM-Roll-Base BY SIM-Roll-Range
009570         GIVING SIM-Roll-Quotient REMAINDER SIM-Roll.
009580 4500-NEXT-ROLL-EXIT.
009590     EXIT.
009600
009610 5000-WRITE-CELL-LINE.
009620     MOVE SIM-Mn-Name (SIM-Mon-Sub) TO SIM-DL-Monster.
009630     MOVE SIM-Pf-Name (SIM-Prof-Sub) TO SIM-DL-Profession.
009640     MOVE SIM-Band-Low TO SIM-DL-Low-Level.
009650     MOVE SIM-Band-High TO SIM-DL-High-Level.
009660     MOVE SIM-Prop-Tally TO SIM-Cell-Tally.
009670     PERFORM 5100-FIGURE-SIDE THRU 5100-FIGURE-SIDE-EXIT.
009680     MOVE SIM-Win-Pct TO SIM-DL-P-Win.
009690     MOVE SIM-Avg-Rounds TO SIM-DL-P-Rounds.
009700     MOVE SIM-Avg-HP-Left TO SIM-DL-P-HP-Left.
009710     MOVE SIM-Side-Flag TO SIM-DL-P-Flag.
009720     IF SIM-Flag-Death-Trap THEN
009730         ADD 1 TO SIM-Prop-Traps
009740     END-IF.
009750     IF SIM-Flag-Free-Win THEN
009760         ADD 1 TO SIM-Prop-Free-Wins
009770     END-IF.
009780     IF SIM-Cur-Fought THEN
009790         MOVE SIM-Cur-Tally TO SIM-Cell-Tally
009800         PERFORM 5100-FIGURE-SIDE THRU 5100-FIGURE-SIDE-EXIT
009801* The separators go back first -- a NOT ON FILE line before
009802* this one laid its text across them.
009803         MOVE SPACES TO SIM-DL-Current
009810         MOVE SIM-Win-Pct TO SIM-DL-C-Win
009820         MOVE SIM-Avg-Rounds TO SIM-DL-C-Rounds
009830         MOVE SIM-Avg-HP-Left TO SIM-DL-C-HP-Left
009840         MOVE SIM-Side-Flag TO SIM-DL-C-Flag
009850         IF SIM-Flag-Death-Trap THEN
009860             ADD 1 TO SIM-Cur-Traps
009870         END-IF
009880         IF SIM-Flag-Free-Win THEN
009890             ADD 1 TO SIM-Cur-Free-Wins
009900         END-IF
009910     ELSE
009920         MOVE "  NOT ON FILE" TO SIM-DL-Current
009930     END-IF.
009940* The deck tag names the newer news: a new monster or
009950* profession outranks a changed one.
009960     MOVE SIM-Mn-Deck-Tag (SIM-Mon-Sub) TO SIM-DL-Deck-Tag.
009970     IF SIM-Pf-Deck-Tag (SIM-Prof-Sub) = "NEW"
009980         OR SIM-DL-Deck-Tag = SPACES THEN
009990         MOVE SIM-Pf-Deck-Tag (SIM-Prof-Sub) TO SIM-DL-Deck-Tag
010000     END-IF.
010010     IF SIM-Mn-Deck-Tag (SIM-Mon-Sub) = "NEW" THEN
010020         MOVE "NEW" TO SIM-DL-Deck-Tag
010030     END-IF.
010040     WRITE SIM-REPORT-LINE FROM SIM-Detail-Line.
010050 5000-WRITE-CELL-LINE-EXIT.
010060     EXIT.
010070
010080 5100-FIGURE-SIDE.
010090* Win rate and average rounds are over every bout; HP left is
010100* averaged over the bouts the hero won.
010110     COMPUTE SIM-Win-Pct ROUNDED =
010120         SIM-Tally-Wins * 100 / SIM-Bout-Count.
010130     COMPUTE SIM-Avg-Rounds ROUNDED =
010140         SIM-Tally-Rounds / SIM-Bout-Count.
010150     MOVE 0 TO SIM-Avg-HP-Left.
010160     IF SIM-Tally-Wins > 0 THEN
010170         COMPUTE SIM-Avg-HP-Left ROUNDED =
010180             SIM-Tally-HP-Left / SIM-Tally-Wins
010190     END-IF.
010200     MOVE SPACES TO SIM-Side-Flag.
010210     IF SIM-Tally-Deaths * 100
010220         >= SIM-Bout-Count * SIM-Death-Trap-Pct THEN
010230         MOVE "DEATH TRAP" TO SIM-Side-Flag
010240         GO TO 5100-FIGURE-SIDE-EXIT
010250     END-IF.
010260     IF SIM-Tally-Wins * 100
010270         >= SIM-Bout-Count * SIM-Free-Win-Pct
010280         AND SIM-Tally-HP-Left * 100
010290             >= SIM-Tally-HP-Start * SIM-Free-HP-Pct THEN
010300         MOVE "FREE WIN" TO SIM-Side-Flag
010310     END-IF.
010320 5100-FIGURE-SIDE-EXIT.
010330     EXIT.
010340
010350 6000-PRINT-SUMMARY.
010360     WRITE SIM-REPORT-LINE FROM SIM-Blank-Line.
010370     MOVE SPACES TO SIM-Summary-Line.
010380     MOVE SIM-Cells-Run TO SIM-Count-Display.
010390     STRING "LINES SIMULATED:        " DELIMITED BY SIZE
010400         SIM-Count-Display DELIMITED BY SIZE
010410         INTO SIM-Summary-Line.
010420     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
010430     MOVE SPACES TO SIM-Summary-Line.
010440     MOVE SIM-Bouts-Fought TO SIM-Count-Display.
010450     STRING "BOUTS FOUGHT:           " DELIMITED BY SIZE
010460         SIM-Count-Display DELIMITED BY SIZE
010470         INTO SIM-Summary-Line.
010480     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
010490     MOVE SPACES TO SIM-Summary-Line.
010500     MOVE SIM-Prop-Traps TO SIM-Count-Display.
010510     STRING "PROPOSED DEATH TRAPS:   " DELIMITED BY SIZE
010520         SIM-Count-Display DELIMITED BY SIZE
010530         INTO SIM-Summary-Line.
010540     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
010550     MOVE SPACES TO SIM-Summary-Line.
010560     MOVE SIM-Prop-Free-Wins TO SIM-Count-Display.
010570     STRING "PROPOSED FREE WINS:     " DELIMITED BY SIZE
010580         SIM-Count-Display DELIMITED BY SIZE
010590         INTO SIM-Summary-Line.
010600     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
010610     MOVE SPACES TO SIM-Summary-Line.
010620     MOVE SIM-Cur-Traps TO SIM-Count-Display.
010630     STRING "CURRENT DEATH TRAPS:    " DELIMITED BY SIZE
010640         SIM-Count-Display DELIMITED BY SIZE
010650         INTO SIM-Summary-Line.
010660     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
010670     MOVE SPACES TO SIM-Summary-Line.
010680     MOVE SIM-Cur-Free-Wins TO SIM-Count-Display.
010690     STRING "CURRENT FREE WINS:      " DELIMITED BY SIZE
010700         SIM-Count-Display DELIMITED BY SIZE
010710         INTO SIM-Summary-Line.
010720     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
010730     MOVE SPACES TO SIM-Summary-Line.
010740     MOVE SIM-Cards-Rejected TO SIM-Count-Display.
010750     STRING "DECK CARDS REJECTED:    " DELIMITED BY SIZE
010760         SIM-Count-Display DELIMITED BY SIZE
010770         INTO SIM-Summary-Line.
010780     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
010790     WRITE SIM-REPORT-LINE FROM SIM-Blank-Line.
010800     MOVE "WIN% = HERO WINS PER 100 BOUTS   RNDS = AVERAGE ROUNDS"
010810         TO SIM-Summary-Line.
010820     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
010830     MOVE "HPLF = AVERAGE HERO HP LEFT AFTER A WIN"
010840         TO SIM-Summary-Line.
010850     WRITE SIM-REPORT-LINE FROM SIM-Summary-Line.
010860 6000-PRINT-SUMMARY-EXIT.
010870     EXIT.
010880
010890 8000-FINISH.
010900     IF SIM-Report-Open THEN
010910         CLOSE SIM-REPORT
010920     END-IF.
010930     DISPLAY "PHNTSIM: " SIM-Cells-Run " LINES, "
010940         SIM-Bouts-Fought " BOUTS, "
010950         SIM-Prop-Traps " DEATH TRAPS, "
010960         SIM-Prop-Free-Wins " FREE WINS PROPOSED, "
010970         SIM-Cards-Rejected " CARDS REJECTED.".
010980 8000-FINISH-EXIT.
010990     EXIT.
011000
011010 8900-LOG-RUN-FINISH.
011020* The FINISH line keeps the START line's run date and start
011030* time -- the pair the status report matches the two on.
011040     MOVE "FINISH" TO RUN-EVENT.
011050     ACCEPT RUN-END-TIME FROM TIME.
011060     MOVE SIM-Cells-Run TO RUN-RECORDS-READ.
011070     MOVE 0 TO RUN-RECORDS-UPDATED.
011080     MOVE SIM-Cards-Rejected TO RUN-RECORDS-REJECTED.
011090     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
011100     PERFORM 8950-WRITE-RUN-CONTROL
011110         THRU 8950-WRITE-RUN-CONTROL-EXIT.
011120 8900-LOG-RUN-FINISH-EXIT.
011130     EXIT.
011140
011150 8950-WRITE-RUN-CONTROL.
011160* Appended to, never rewritten -- the first program to find no
011170* log starts one. A log that will not open costs the run only
011180* its entry, never its work.
011190     OPEN EXTEND RUN-CONTROL-FILE.
011200     IF SIM-Runctl-Status NOT = "00" THEN
011210         OPEN OUTPUT RUN-CONTROL-FILE
011220     END-IF.
011230     IF SIM-Runctl-Status NOT = "00" THEN
011240         DISPLAY "PHNTSIM: UNABLE TO OPEN RUN-CONTROL LOG, "
011250             "STATUS " SIM-Runctl-Status
011260         GO TO 8950-WRITE-RUN-CONTROL-EXIT
011270     END-IF.
011280     WRITE RUN-CONTROL-RECORD FROM SIM-Run-Control-Line.
011290     CLOSE RUN-CONTROL-FILE.
011300 8950-WRITE-RUN-CONTROL-EXIT.
011310     EXIT.
999999
