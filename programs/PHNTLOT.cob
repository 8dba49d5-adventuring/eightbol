000010** PHNTLOT.cob -- EIGHTBOL loot table load
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- loads the LOOT file from the
000060*                     design team's deck, one card per drop: the
000070*                     monster, the ITEMS catalog entry it drops,
000080*                     and the percent of kills that drop it. The
000090*                     first card for a monster in a run replaces
000100*                     that monster's whole table, so a deck
000110*                     states each table in full the way the
000120*                     bestiary deck states each monster. Monster
000130*                     and item must both be on file, and a
000140*                     table's chances never pass 100.
000141*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000142*                     shared run-control log (RUNCTL) with the
000143*                     run's counts and completion code, for the
000144*                     morning status report.
000150
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PHNTLOT.
000180 AUTHOR. Bruce-Robert Pocock.
000190 DATE-WRITTEN. 15 OCT 2026.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT LOOT-FILE ASSIGN TO "LOOT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS LT-MONSTER-NAME
000280         FILE STATUS IS LOT-Loot-Status.
000290     SELECT MONSTER-FILE ASSIGN TO "MONSTERS"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS MB-MONSTER-NAME
000330         FILE STATUS IS LOT-Monster-Status.
000340     SELECT ITEM-FILE ASSIGN TO "ITEMS"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS IC-ITEM-NAME
000380         FILE STATUS IS LOT-Item-Status.
000390     SELECT CARD-FILE ASSIGN TO "LOTCARDS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS LOT-Card-Status.
000411     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS LOT-Runctl-Status.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  LOOT-FILE.
000460 01  LOOT-RECORD.
000470     05 LT-MONSTER-NAME PIC X(20).
000480     COPY "Loot-Table.cpy" REPLACING
000490         ==DropCount==    BY ==LT-DROP-COUNT==
000500         ==DropEntry==    BY ==LT-DROP-ENTRY==
000510         ==DropItem==     BY ==LT-DROP-ITEM==
000520         ==DropChance==   BY ==LT-DROP-CHANCE==.
000530 FD  MONSTER-FILE.
000540 01  MONSTER-RECORD.
000550     05 MB-MONSTER-NAME PIC X(20).
000560     COPY "Monster-Bestiary.cpy" REPLACING
000570         ==StartingHP==      BY ==MB-STARTING-HP==
000580         ==AttackPower==     BY ==MB-ATTACK-POWER==
000590         ==ExperienceAward== BY ==MB-EXPERIENCE-AWARD==
000600         ==GoldAward==       BY ==MB-GOLD-AWARD==
000610         ==PoisonsOnHit==    BY ==MB-POISONS-ON-HIT==
000620         ==DoesPoison==      BY ==MB-DOES-POISON==
000630         ==DoesNotPoison==   BY ==MB-DOES-NOT-POISON==
000640         ==MinDungeonLevel== BY ==MB-MIN-DUNGEON-LEVEL==
000650         ==MaxDungeonLevel== BY ==MB-MAX-DUNGEON-LEVEL==.
000660 FD  ITEM-FILE.
000670 01  ITEM-RECORD.
000680     05 IC-ITEM-NAME PIC X(20).
000690     COPY "Item-Catalog.cpy" REPLACING
000700         ==ItemType==     BY ==IC-ITEM-TYPE==
000710         ==IsWeaponItem== BY ==IC-IS-WEAPON==
000720         ==IsArmorItem==  BY ==IC-IS-ARMOR==
000730         ==ItemPower==    BY ==IC-ITEM-POWER==
000740         ==ItemPrice==    BY ==IC-ITEM-PRICE==.
000750 FD  CARD-FILE.
000760 01  CARD-RECORD.
000770     05 LC-MONSTER-NAME     PIC X(20).
000780     05 LC-ITEM-NAME        PIC X(20).
000790     05 LC-DROP-CHANCE      PIC 9(03).
000800     05 FILLER              PIC X(37).
000801 FD  RUN-CONTROL-FILE.
000802 01  RUN-CONTROL-RECORD   PIC X(110).
000810
000820 WORKING-STORAGE SECTION.
000830 01  LOT-Loot-Status       PIC X(02).
000840     88  LOT-LS-Success            VALUE "00".
000850     88  LOT-LS-Not-Found          VALUE "23" "35".
000860 01  LOT-Monster-Status    PIC X(02).
000870     88  LOT-MS-Success            VALUE "00".
000880 01  LOT-Item-Status       PIC X(02).
000890     88  LOT-IS-Success            VALUE "00".
000900 01  LOT-Card-Status       PIC X(02).
000910     88  LOT-CS-Success            VALUE "00".
000920
000930 01  LOT-EOF-Switch        PIC X(01) VALUE "N".
000940     88  LOT-No-More-Cards         VALUE "Y".
000950     88  LOT-More-Cards            VALUE "N".
000960 01  LOT-Files-Open-Sw     PIC X(01) VALUE "N".
000970     88  LOT-Files-Open            VALUE "Y".
000980     88  LOT-Files-Shut            VALUE "N".
000990 01  LOT-On-File-Switch    PIC X(01).
001000     88  LOT-Table-On-File         VALUE "Y".
001010     88  LOT-Table-New             VALUE "N".
001020
001030 01  LOT-Cards-Read        PIC 9(05) USAGE BINARY VALUE 0.
001040 01  LOT-Drops-Loaded      PIC 9(05) USAGE BINARY VALUE 0.
001050 01  LOT-Tables-Written    PIC 9(05) USAGE BINARY VALUE 0.
001060 01  LOT-Cards-Rejected    PIC 9(05) USAGE BINARY VALUE 0.
001070 01  LOT-Reject-Reason     PIC X(40).
001080 01  LOT-Chance-Total      PIC 9(05) USAGE BINARY.
001090 01  LOT-Subscript         PIC 9(05) USAGE BINARY.
001100 01  LOT-Found-Sub         PIC 9(05) USAGE BINARY.
001110 01  LOT-Max-Drops         PIC 9(02) USAGE BINARY VALUE 10.
001120
001130* Monsters whose tables this run has already started -- the
001140* first card for one clears what the file held before.
001150 01  LOT-Max-Seen          PIC 9(05) USAGE BINARY VALUE 2000.
001160 01  LOT-Seen-Count        PIC 9(05) USAGE BINARY VALUE 0.
001170 01  LOT-SEEN-TABLE.
001180     05 LOT-Seen-Entry OCCURS 1 TO 2000 TIMES
001190         DEPENDING ON LOT-Seen-Count
001200         INDEXED BY LOT-Seen-Index.
001210             10 LOT-SN-Name       PIC X(20).
001211
001212* One run-control log line, staged here because the FD record
001213* may not be touched before the log is open.
001214 01  LOT-Runctl-Status     PIC X(02).
001215 01  LOT-Run-Control-Line.
001216     COPY "Run-Control.cpy".
001220
001230 PROCEDURE DIVISION.
001240
001250 0000-MAINLINE.
001251     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001260     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001270     PERFORM 2000-LOAD-ONE-CARD THRU 2000-LOAD-ONE-CARD-EXIT
001280         UNTIL LOT-No-More-Cards.
001290     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001291     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001300     STOP RUN.
001301
001302 0100-LOG-RUN-START.
001303* Logged before anything else is touched, so a run that falls
001304* over part way still leaves a START with no FINISH behind it
001305* for the morning status report to find.
001306     MOVE SPACES TO LOT-Run-Control-Line.
001307     MOVE "PHNTLOT" TO RUN-PROGRAM.
001308     MOVE "START" TO RUN-EVENT.
001309     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001310     ACCEPT RUN-START-TIME FROM TIME.
001311     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
001312         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
001313     MOVE "NORMAL" TO RUN-TYPE.
001314     PERFORM 8950-WRITE-RUN-CONTROL
001315         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001316 0100-LOG-RUN-START-EXIT.
001317     EXIT.
001318
001320 1000-INITIALIZE.
001330* Bootstrap the indexed loot file the first time it is ever
001340* loaded -- same OPEN I-O/fall-back-to-OPEN OUTPUT pattern
001350* PHNTBST uses for the bestiary. Both the bestiary and the
001360* catalog must be there to prove the cards against.
001370     OPEN INPUT CARD-FILE.
001380     IF NOT LOT-CS-Success THEN
001390         DISPLAY "PHNTLOT: UNABLE TO OPEN CARD FILE, STATUS "
001400             LOT-Card-Status
001410         MOVE "Y" TO LOT-EOF-Switch
001420         GO TO 1000-INITIALIZE-EXIT
001430     END-IF.
001440     OPEN INPUT MONSTER-FILE.
001450     IF NOT LOT-MS-Success THEN
001460         DISPLAY "PHNTLOT: UNABLE TO OPEN BESTIARY, STATUS "
001470             LOT-Monster-Status
001480         MOVE "Y" TO LOT-EOF-Switch
001490         CLOSE CARD-FILE
001500         GO TO 1000-INITIALIZE-EXIT
001510     END-IF.
001520     OPEN INPUT ITEM-FILE.
001530     IF NOT LOT-IS-Success THEN
001540         DISPLAY "PHNTLOT: UNABLE TO OPEN ITEM CATALOG, STATUS "
001550             LOT-Item-Status
001560         MOVE "Y" TO LOT-EOF-Switch
001570         CLOSE CARD-FILE
001580         CLOSE MONSTER-FILE
001590         GO TO 1000-INITIALIZE-EXIT
001600     END-IF.
001610     OPEN I-O LOOT-FILE.
001620     IF LOT-LS-Not-Found THEN
001630         OPEN OUTPUT LOOT-FILE
001640         CLOSE LOOT-FILE
001650         OPEN I-O LOOT-FILE
001660     END-IF.
001670     IF LOT-LS-Success THEN
001680         MOVE "Y" TO LOT-Files-Open-Sw
001690     ELSE
001700         DISPLAY "PHNTLOT: UNABLE TO OPEN LOOT FILE, STATUS "
001710             LOT-Loot-Status
001720         MOVE "Y" TO LOT-EOF-Switch
001730         CLOSE CARD-FILE
001740         CLOSE MONSTER-FILE
001750         CLOSE ITEM-FILE
001760     END-IF.
001770 1000-INITIALIZE-EXIT.
001780     EXIT.
001790
001800 2000-LOAD-ONE-CARD.
001810     READ CARD-FILE
001820         AT END
001830             MOVE "Y" TO LOT-EOF-Switch
001840     END-READ.
001850     IF LOT-No-More-Cards THEN
001860         GO TO 2000-LOAD-ONE-CARD-EXIT
001870     END-IF.
001880     ADD 1 TO LOT-Cards-Read.
001890     MOVE SPACES TO LOT-Reject-Reason.
001900     PERFORM 2100-EDIT-CARD THRU 2100-EDIT-CARD-EXIT.
001910     IF LOT-Reject-Reason = SPACES THEN
001920         PERFORM 2200-APPLY-CARD THRU 2200-APPLY-CARD-EXIT
001930     END-IF.
001940     IF LOT-Reject-Reason NOT = SPACES THEN
001950         ADD 1 TO LOT-Cards-Rejected
001960         DISPLAY "PHNTLOT: CARD " LOT-Cards-Read
001970             " REJECTED, " LOT-Reject-Reason ": "
001980             LC-MONSTER-NAME " " LC-ITEM-NAME
001990     END-IF.
002000 2000-LOAD-ONE-CARD-EXIT.
002010     EXIT.
002020
002030 2100-EDIT-CARD.
002040* A card that fails the edit is reported and dropped; the run
002050* carries on with the rest of the deck.
002060     IF LC-MONSTER-NAME = SPACES
002070         OR LC-ITEM-NAME = SPACES
002080         OR LC-DROP-CHANCE IS NOT NUMERIC THEN
002090         MOVE "UNREADABLE FIELD" TO LOT-Reject-Reason
002100         GO TO 2100-EDIT-CARD-EXIT
002110     END-IF.
002120     IF LC-DROP-CHANCE = 0 OR LC-DROP-CHANCE > 100 THEN
002130         MOVE "DROP CHANCE NOT 1 TO 100" TO LOT-Reject-Reason
002140         GO TO 2100-EDIT-CARD-EXIT
002150     END-IF.
002160     MOVE LC-MONSTER-NAME TO MB-MONSTER-NAME.
002170     READ MONSTER-FILE
002180         INVALID KEY
002190             MOVE "MONSTER NOT ON BESTIARY" TO LOT-Reject-Reason
002200             GO TO 2100-EDIT-CARD-EXIT
002210     END-READ.
002220     MOVE LC-ITEM-NAME TO IC-ITEM-NAME.
002230     READ ITEM-FILE
002240         INVALID KEY
002250             MOVE "ITEM NOT ON CATALOG" TO LOT-Reject-Reason
002260             GO TO 2100-EDIT-CARD-EXIT
002270     END-READ.
002280 2100-EDIT-CARD-EXIT.
002290     EXIT.
002300
002310 2200-APPLY-CARD.
002320* The monster's table as this run has it so far: fresh and
002330* empty for the first card, otherwise as the earlier cards
002340* left it on the file. The drop is added only if there is a
002350* slot left and the table's chances still total 100 or less.
002360     PERFORM 2300-START-TABLE THRU 2300-START-TABLE-EXIT.
002370     IF LT-DROP-COUNT >= LOT-Max-Drops THEN
002380         MOVE "MONSTER ALREADY HAS TEN DROPS"
002390             TO LOT-Reject-Reason
002400         GO TO 2200-APPLY-CARD-EXIT
002410     END-IF.
002420     MOVE LC-DROP-CHANCE TO LOT-Chance-Total.
002430     PERFORM 2250-ADD-ONE-CHANCE THRU 2250-ADD-ONE-CHANCE-EXIT
002440         VARYING LOT-Subscript FROM 1 BY 1
002450         UNTIL LOT-Subscript > LT-DROP-COUNT.
002460     IF LOT-Chance-Total > 100 THEN
002470         MOVE "TABLE CHANCES WOULD PASS 100"
002480             TO LOT-Reject-Reason
002490         GO TO 2200-APPLY-CARD-EXIT
002500     END-IF.
002510     ADD 1 TO LT-DROP-COUNT.
002520     MOVE LC-ITEM-NAME   TO LT-DROP-ITEM (LT-DROP-COUNT).
002530     MOVE LC-DROP-CHANCE TO LT-DROP-CHANCE (LT-DROP-COUNT).
002540     IF LOT-Table-On-File THEN
002550         REWRITE LOOT-RECORD
002560     ELSE
002570         WRITE LOOT-RECORD
002580         ADD 1 TO LOT-Tables-Written
002590     END-IF.
002600     ADD 1 TO LOT-Drops-Loaded.
002610 2200-APPLY-CARD-EXIT.
002620     EXIT.
002630
002640 2250-ADD-ONE-CHANCE.
002650     ADD LT-DROP-CHANCE (LOT-Subscript) TO LOT-Chance-Total.
002660 2250-ADD-ONE-CHANCE-EXIT.
002670     EXIT.
002680
002690 2300-START-TABLE.
002700* Read the monster's record whatever happens, so the apply
002710* knows WRITE from REWRITE; the first card of the run for
002720* this monster then empties it.
002730     MOVE LC-MONSTER-NAME TO LT-MONSTER-NAME.
002740     MOVE "Y" TO LOT-On-File-Switch.
002750     READ LOOT-FILE
002760         INVALID KEY
002770             MOVE "N" TO LOT-On-File-Switch
002780     END-READ.
002790     MOVE 0 TO LOT-Found-Sub.
002800     PERFORM 2310-HUNT-ONE-SEEN THRU 2310-HUNT-ONE-SEEN-EXIT
002810         VARYING LOT-Subscript FROM 1 BY 1
002820         UNTIL LOT-Subscript > LOT-Seen-Count
002830             OR LOT-Found-Sub > 0.
002840     IF LOT-Found-Sub > 0 THEN
002850         GO TO 2300-START-TABLE-EXIT
002860     END-IF.
002870     IF LOT-Seen-Count < LOT-Max-Seen THEN
002880         ADD 1 TO LOT-Seen-Count
002890         MOVE LC-MONSTER-NAME TO LOT-SN-Name (LOT-Seen-Count)
002900     ELSE
002910         DISPLAY "PHNTLOT: MONSTER TABLE FULL, "
002920             LC-MONSTER-NAME " ADDED TO, NOT REPLACED"
002930         GO TO 2300-START-TABLE-EXIT
002940     END-IF.
002950     MOVE LC-MONSTER-NAME TO LT-MONSTER-NAME.
002960     MOVE 0 TO LT-DROP-COUNT.
002970     PERFORM 2320-CLEAR-ONE-DROP THRU 2320-CLEAR-ONE-DROP-EXIT
002980         VARYING LOT-Subscript FROM 1 BY 1
002990         UNTIL LOT-Subscript > LOT-Max-Drops.
003000 2300-START-TABLE-EXIT.
003010     EXIT.
003020
003030 2310-HUNT-ONE-SEEN.
003040     IF LOT-SN-Name (LOT-Subscript) = LC-MONSTER-NAME THEN
003050         MOVE LOT-Subscript TO LOT-Found-Sub
003060     END-IF.
003070 2310-HUNT-ONE-SEEN-EXIT.
003080     EXIT.
003090
003100 2320-CLEAR-ONE-DROP.
003110     MOVE SPACES TO LT-DROP-ITEM (LOT-Subscript).
003120     MOVE 0 TO LT-DROP-CHANCE (LOT-Subscript).
003130 2320-CLEAR-ONE-DROP-EXIT.
003140     EXIT.
003150
003160 8000-FINISH.
003170     IF LOT-Files-Open THEN
003180         CLOSE CARD-FILE
003190         CLOSE MONSTER-FILE
003200         CLOSE ITEM-FILE
003210         CLOSE LOOT-FILE
003220     END-IF.
003230     DISPLAY "PHNTLOT: " LOT-Cards-Read " CARDS READ, "
003240         LOT-Drops-Loaded " DROPS LOADED, "
003250         LOT-Tables-Written " NEW TABLES, "
003260         LOT-Cards-Rejected " REJECTED.".
003270 8000-FINISH-EXIT.
003280     EXIT.
003290
003300 8900-LOG-RUN-FINISH.
003310* The FINISH line keeps the START line's run date and start
003320* time -- the pair the status report matches the two on.
003330     MOVE "FINISH" TO RUN-EVENT.
003340     ACCEPT RUN-END-TIME FROM TIME.
003350     MOVE LOT-Cards-Read TO RUN-RECORDS-READ.
003360     MOVE LOT-Drops-Loaded TO RUN-RECORDS-UPDATED.
003370     MOVE LOT-Cards-Rejected TO RUN-RECORDS-REJECTED.
003380     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
003390     PERFORM 8950-WRITE-RUN-CONTROL
003400         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003410 8900-LOG-RUN-FINISH-EXIT.
003420     EXIT.
003430
003440 8950-WRITE-RUN-CONTROL.
003450* Appended to, never rewritten -- the first program to find no
003460* log starts one. A log that will not open costs the run only
003470* its entry, never its work.
003480     OPEN EXTEND RUN-CONTROL-FILE.
003490     IF LOT-Runctl-Status NOT = "00" THEN
003500         OPEN OUTPUT RUN-CONTROL-FILE
003510     END-IF.
003520     IF LOT-Runctl-Status NOT = "00" THEN
003530         DISPLAY "PHNTLOT: UNABLE TO OPEN RUN-CONTROL LOG, "
003540             "STATUS " LOT-Runctl-Status
003550         GO TO 8950-WRITE-RUN-CONTROL-EXIT
003560     END-IF.
003570     WRITE RUN-CONTROL-RECORD FROM LOT-Run-Control-Line.
003580     CLOSE RUN-CONTROL-FILE.
003590 8950-WRITE-RUN-CONTROL-EXIT.
003600     EXIT.
999999
