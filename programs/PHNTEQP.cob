000010** PHNTEQP.cob -- EIGHTBOL equip/unequip run
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- moves gear between a
000060*                     character's stash and the WEAPON and
000070*                     ARMOR slots on INVNTORY, one card per
000080*                     move. EQUIP takes a stashed item into the
000090*                     slot its catalog type names, and whatever
000100*                     was worn there drops into the stash in
000110*                     its place; UNEQUIP takes the worn item
000120*                     back off into a fresh stash slot. No gold
000130*                     moves and the player file is only read,
000140*                     so nothing is journalled or ledgered.
000141*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000142*                     shared run-control log (RUNCTL) with the
000143*                     run's counts and completion code, for the
000144*                     morning status report.
000150
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PHNTEQP.
000180 AUTHOR. Bruce-Robert Pocock.
000190 DATE-WRITTEN. 15 OCT 2026.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS PF-CHARACTER-NAME
000280         FILE STATUS IS EQP-Player-Status.
000290     SELECT ITEM-FILE ASSIGN TO "ITEMS"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS IC-ITEM-NAME
000330         FILE STATUS IS EQP-Item-Status.
000340     SELECT INVENTORY-FILE ASSIGN TO "INVNTORY"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS IV-INVENTORY-KEY
000380         FILE STATUS IS EQP-Invt-Status.
000390     SELECT EQP-CARD-FILE ASSIGN TO "EQPCARDS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS EQP-Card-Status.
000411     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS EQP-Runctl-Status.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PLAYER-FILE.
000460 01  PLAYER-RECORD.
000470     05 PF-CHARACTER-NAME PIC X(20).
000480     COPY "Phantasia-Globals.cpy" REPLACING
000490         ==HP==           BY ==PF-HP==
000500         ==MaxHP==        BY ==PF-MAXHP==
000510         ==Gold==         BY ==PF-GOLD==
000520         ==Mana==         BY ==PF-MANA==
000530         ==Level==        BY ==PF-LEVEL==
000540         ==Age==          BY ==PF-AGE==
000550         ==Experience==   BY ==PF-EXPERIENCE==
000560         ==DungeonX==     BY ==PF-DUNGEONX==
000570         ==DungeonY==     BY ==PF-DUNGEONY==
000580         ==DungeonLevel== BY ==PF-DUNGEONLEVEL==
000590         ==StatusFlags==  BY ==PF-STATUSFLAGS==
000600         ==Poisoned==     BY ==PF-POISONED==
000610         ==IsPoisoned==   BY ==PF-ISPOISONED==
000620         ==NotPoisoned==  BY ==PF-NOTPOISONED==
000630         ==PoisonTicksLeft== BY ==PF-POISONTICKSLEFT==
000640         ==Profession==   BY ==PF-PROFESSION==.
000650 FD  ITEM-FILE.
000660 01  ITEM-RECORD.
000670     05 IC-ITEM-NAME PIC X(20).
000680     COPY "Item-Catalog.cpy" REPLACING
000690         ==ItemType==     BY ==IC-ITEM-TYPE==
000700         ==IsWeaponItem== BY ==IC-IS-WEAPON==
000710         ==IsArmorItem==  BY ==IC-IS-ARMOR==
000720         ==ItemPower==    BY ==IC-ITEM-POWER==
000730         ==ItemPrice==    BY ==IC-ITEM-PRICE==.
000740 FD  INVENTORY-FILE.
000750 01  INVENTORY-RECORD.
000760     05 IV-INVENTORY-KEY.
000770         10 IV-CHARACTER-NAME PIC X(20).
000780         10 IV-EQUIP-SLOT     PIC X(06).
000790         10 IV-STASH-SLOT REDEFINES IV-EQUIP-SLOT.
000800             15 IV-STASH-TAG    PIC X(02).
000810             15 IV-STASH-NUMBER PIC 9(04).
000820     COPY "Character-Inventory.cpy" REPLACING
000830         ==ItemName==     BY ==IV-ITEM-NAME==.
000840 FD  EQP-CARD-FILE.
000850 01  EQP-CARD.
000860     05 EC-OPERATION      PIC X(08).
000870         88 EC-EQUIP              VALUE "EQUIP   ".
000880         88 EC-UNEQUIP            VALUE "UNEQUIP ".
000890     05 EC-CHARACTER-NAME PIC X(20).
000900     05 EC-ITEM-NAME      PIC X(20).
000910     05 FILLER            PIC X(32).
000911 FD  RUN-CONTROL-FILE.
000912 01  RUN-CONTROL-RECORD   PIC X(110).
000920
000930 WORKING-STORAGE SECTION.
000940 01  EQP-Player-Status    PIC X(02).
000950     88  EQP-PS-Success           VALUE "00".
000960 01  EQP-Item-Status      PIC X(02).
000970     88  EQP-IS-Success           VALUE "00".
000980 01  EQP-Invt-Status      PIC X(02).
000990     88  EQP-VS-Success           VALUE "00".
001000     88  EQP-VS-Not-Found         VALUE "23" "35".
001010 01  EQP-Card-Status      PIC X(02).
001020     88  EQP-CS-Success           VALUE "00".
001030
001040 01  EQP-EOF-Switch       PIC X(01) VALUE "N".
001050     88  EQP-No-More-Cards        VALUE "Y".
001060     88  EQP-More-Cards           VALUE "N".
001070 01  EQP-Files-Open-Sw    PIC X(01) VALUE "N".
001080     88  EQP-Files-Open           VALUE "Y".
001090     88  EQP-Files-Shut           VALUE "N".
001100 01  EQP-Scan-Switch      PIC X(01).
001110     88  EQP-Scan-Done            VALUE "Y".
001120     88  EQP-Scan-Going           VALUE "N".
001130 01  EQP-Worn-Switch      PIC X(01).
001140     88  EQP-Slot-Filled          VALUE "Y".
001150     88  EQP-Slot-Empty           VALUE "N".
001160
001170 01  EQP-Cards-Read       PIC 9(05) USAGE BINARY VALUE 0.
001180 01  EQP-Items-Equipped   PIC 9(05) USAGE BINARY VALUE 0.
001190 01  EQP-Items-Unequipped PIC 9(05) USAGE BINARY VALUE 0.
001200 01  EQP-Cards-Refused    PIC 9(05) USAGE BINARY VALUE 0.
001210
001220* What the stash scan turns up for the card's character: the
001230* first stash slot holding the card's item, if any, and the
001240* highest stash number in use, so a new one goes after it.
001250 01  EQP-Found-Stash      PIC X(06).
001260 01  EQP-High-Stash       PIC 9(04).
001270 01  EQP-Max-Stash        PIC 9(04) VALUE 9999.
001280 01  EQP-Target-Slot      PIC X(06).
001290 01  EQP-Worn-Item        PIC X(20).
001300 01  EQP-New-Stash.
001310     05 EQP-New-Stash-Tag    PIC X(02) VALUE "ST".
001320     05 EQP-New-Stash-Number PIC 9(04).
001321
001322* One run-control log line, staged here because the FD record
001323* may not be touched before the log is open.
001324 01  EQP-Runctl-Status    PIC X(02).
001325 01  EQP-Run-Control-Line.
001326     COPY "Run-Control.cpy".
001330
001340 PROCEDURE DIVISION.
001350
001360 0000-MAINLINE.
001361     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001370     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001380     PERFORM 2000-APPLY-ONE-CARD THRU 2000-APPLY-ONE-CARD-EXIT
001390         UNTIL EQP-No-More-Cards.
001400     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001401     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001410     STOP RUN.
001411
001412 0100-LOG-RUN-START.
001413* Logged before anything else is touched, so a run that falls
001414* over part way still leaves a START with no FINISH behind it
001415* for the morning status report to find.
001416     MOVE SPACES TO EQP-Run-Control-Line.
001417     MOVE "PHNTEQP" TO RUN-PROGRAM.
001418     MOVE "START" TO RUN-EVENT.
001419     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001420     ACCEPT RUN-START-TIME FROM TIME.
001421     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
001422         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
001423     MOVE "NORMAL" TO RUN-TYPE.
001424     PERFORM 8950-WRITE-RUN-CONTROL
001425         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001426 0100-LOG-RUN-START-EXIT.
001427     EXIT.
001428
001430 1000-INITIALIZE.
001440     OPEN INPUT EQP-CARD-FILE.
001450     IF NOT EQP-CS-Success THEN
001460         DISPLAY "PHNTEQP: UNABLE TO OPEN CARD FILE, STATUS "
001470             EQP-Card-Status
001480         MOVE "Y" TO EQP-EOF-Switch
001490         GO TO 1000-INITIALIZE-EXIT
001500     END-IF.
001510     OPEN INPUT ITEM-FILE.
001520     IF NOT EQP-IS-Success THEN
001530         DISPLAY "PHNTEQP: UNABLE TO OPEN ITEM CATALOG, STATUS "
001540             EQP-Item-Status
001550         MOVE "Y" TO EQP-EOF-Switch
001560         CLOSE EQP-CARD-FILE
001570         GO TO 1000-INITIALIZE-EXIT
001580     END-IF.
001590     OPEN INPUT PLAYER-FILE.
001600     IF NOT EQP-PS-Success THEN
001610         DISPLAY "PHNTEQP: UNABLE TO OPEN PLAYER FILE, STATUS "
001620             EQP-Player-Status
001630         MOVE "Y" TO EQP-EOF-Switch
001640         CLOSE EQP-CARD-FILE
001650         CLOSE ITEM-FILE
001660         GO TO 1000-INITIALIZE-EXIT
001670     END-IF.
001680* With no inventory there is nothing to move; unlike PHNTARM
001690* this run never starts the file.
001700     OPEN I-O INVENTORY-FILE.
001710     IF EQP-VS-Success THEN
001720         MOVE "Y" TO EQP-Files-Open-Sw
001730     ELSE
001740         DISPLAY "PHNTEQP: UNABLE TO OPEN INVENTORY, STATUS "
001750             EQP-Invt-Status
001760         MOVE "Y" TO EQP-EOF-Switch
001770         CLOSE EQP-CARD-FILE
001780         CLOSE ITEM-FILE
001790         CLOSE PLAYER-FILE
001800     END-IF.
001810 1000-INITIALIZE-EXIT.
001820     EXIT.
001830
001840 2000-APPLY-ONE-CARD.
001850     READ EQP-CARD-FILE
001860         AT END
001870             MOVE "Y" TO EQP-EOF-Switch
001880     END-READ.
001890     IF EQP-No-More-Cards THEN
001900         GO TO 2000-APPLY-ONE-CARD-EXIT
001910     END-IF.
001920     ADD 1 TO EQP-Cards-Read.
001930     IF EC-CHARACTER-NAME = SPACES
001940         OR EC-ITEM-NAME = SPACES THEN
001950         ADD 1 TO EQP-Cards-Refused
001960         DISPLAY "PHNTEQP: CARD " EQP-Cards-Read
001970             " MISSING NAME OR ITEM, REFUSED"
001980         GO TO 2000-APPLY-ONE-CARD-EXIT
001990     END-IF.
002000     IF NOT EC-EQUIP AND NOT EC-UNEQUIP THEN
002010         ADD 1 TO EQP-Cards-Refused
002020         DISPLAY "PHNTEQP: CARD " EQP-Cards-Read
002030             " UNKNOWN OPERATION " EC-OPERATION ", REFUSED"
002040         GO TO 2000-APPLY-ONE-CARD-EXIT
002050     END-IF.
002060* The character must be a living one on the player file, and
002070* the item on the catalog -- its type names the slot.
002080     MOVE EC-CHARACTER-NAME TO PF-CHARACTER-NAME.
002090     READ PLAYER-FILE
002100         INVALID KEY
002110             ADD 1 TO EQP-Cards-Refused
002120             DISPLAY "PHNTEQP: " EC-CHARACTER-NAME
002130                 " NOT ON PLAYER FILE"
002140             GO TO 2000-APPLY-ONE-CARD-EXIT
002150     END-READ.
002160     IF PF-HP = 0 THEN
002170         ADD 1 TO EQP-Cards-Refused
002180         DISPLAY "PHNTEQP: " EC-CHARACTER-NAME
002190             " HAS NO LIVING RECORD"
002200         GO TO 2000-APPLY-ONE-CARD-EXIT
002210     END-IF.
002220     MOVE EC-ITEM-NAME TO IC-ITEM-NAME.
002230     READ ITEM-FILE
002240         INVALID KEY
002250             ADD 1 TO EQP-Cards-Refused
002260             DISPLAY "PHNTEQP: " EC-ITEM-NAME
002270                 " NOT ON THE CATALOG"
002280             GO TO 2000-APPLY-ONE-CARD-EXIT
002290     END-READ.
002300     MOVE IC-ITEM-TYPE TO EQP-Target-Slot.
002310     PERFORM 2300-SCAN-STASH THRU 2300-SCAN-STASH-EXIT.
002320     IF EC-EQUIP THEN
002330         PERFORM 2100-EQUIP-ITEM THRU 2100-EQUIP-ITEM-EXIT
002340     ELSE
002350         PERFORM 2200-UNEQUIP-ITEM THRU 2200-UNEQUIP-ITEM-EXIT
002360     END-IF.
002370 2000-APPLY-ONE-CARD-EXIT.
002380     EXIT.
002390
002400 2100-EQUIP-ITEM.
002410* The item must be sitting in the stash. If the slot is worn,
002420* the worn item takes the equipped item's stash slot; if not,
002430* that stash slot is emptied. Either way the slot record then
002440* names the equipped item.
002450     IF EQP-Found-Stash = SPACES THEN
002460         ADD 1 TO EQP-Cards-Refused
002470         DISPLAY "PHNTEQP: " EC-CHARACTER-NAME
002480             " HAS NO " EC-ITEM-NAME " IN THE STASH"
002490         GO TO 2100-EQUIP-ITEM-EXIT
002500     END-IF.
002510     PERFORM 2400-READ-SLOT THRU 2400-READ-SLOT-EXIT.
002520     MOVE EC-CHARACTER-NAME TO IV-CHARACTER-NAME.
002530     MOVE EQP-Found-Stash   TO IV-EQUIP-SLOT.
002540     IF EQP-Slot-Filled THEN
002550         MOVE EQP-Worn-Item TO IV-ITEM-NAME
002560         REWRITE INVENTORY-RECORD
002570     ELSE
002580         DELETE INVENTORY-FILE
002590     END-IF.
002600     IF NOT EQP-VS-Success THEN
002610         ADD 1 TO EQP-Cards-Refused
002620         DISPLAY "PHNTEQP: " EC-CHARACTER-NAME
002630             " STASH NOT UPDATED, STATUS " EQP-Invt-Status
002640         GO TO 2100-EQUIP-ITEM-EXIT
002650     END-IF.
002660     MOVE EC-CHARACTER-NAME TO IV-CHARACTER-NAME.
002670     MOVE EQP-Target-Slot   TO IV-EQUIP-SLOT.
002680     MOVE EC-ITEM-NAME      TO IV-ITEM-NAME.
002690     WRITE INVENTORY-RECORD
002700         INVALID KEY
002710             REWRITE INVENTORY-RECORD
002720     END-WRITE.
002730     ADD 1 TO EQP-Items-Equipped.
002740     DISPLAY "PHNTEQP: " EC-CHARACTER-NAME
002750         " EQUIPPED " EC-ITEM-NAME.
002760 2100-EQUIP-ITEM-EXIT.
002770     EXIT.
002780
002790 2200-UNEQUIP-ITEM.
002800* The slot must be wearing the card's item. It goes into the
002810* stash after the highest number in use, then the slot record
002820* is removed so the character fights bare in that slot.
002830     PERFORM 2400-READ-SLOT THRU 2400-READ-SLOT-EXIT.
002840     IF EQP-Slot-Empty
002850         OR EQP-Worn-Item NOT = EC-ITEM-NAME THEN
002860         ADD 1 TO EQP-Cards-Refused
002870         DISPLAY "PHNTEQP: " EC-CHARACTER-NAME
002880             " IS NOT WEARING " EC-ITEM-NAME
002890         GO TO 2200-UNEQUIP-ITEM-EXIT
002900     END-IF.
002910     IF EQP-High-Stash >= EQP-Max-Stash THEN
002920         ADD 1 TO EQP-Cards-Refused
002930         DISPLAY "PHNTEQP: " EC-CHARACTER-NAME
002940             " STASH IS FULL"
002950         GO TO 2200-UNEQUIP-ITEM-EXIT
002960     END-IF.
002970     ADD 1 EQP-High-Stash GIVING EQP-New-Stash-Number.
002980     MOVE EC-CHARACTER-NAME TO IV-CHARACTER-NAME.
002990     MOVE EQP-New-Stash     TO IV-EQUIP-SLOT.
003000     MOVE EC-ITEM-NAME      TO IV-ITEM-NAME.
003010     WRITE INVENTORY-RECORD
003020         INVALID KEY
003030             ADD 1 TO EQP-Cards-Refused
003040             DISPLAY "PHNTEQP: " EC-CHARACTER-NAME
003050                 " STASH NOT UPDATED, STATUS " EQP-Invt-Status
003060             GO TO 2200-UNEQUIP-ITEM-EXIT
003070     END-WRITE.
003080     MOVE EC-CHARACTER-NAME TO IV-CHARACTER-NAME.
003090     MOVE EQP-Target-Slot   TO IV-EQUIP-SLOT.
003100     DELETE INVENTORY-FILE.
003110     ADD 1 TO EQP-Items-Unequipped.
003120     DISPLAY "PHNTEQP: " EC-CHARACTER-NAME
003130         " UNEQUIPPED " EC-ITEM-NAME.
003140 2200-UNEQUIP-ITEM-EXIT.
003150     EXIT.
003160
003170 2300-SCAN-STASH.
003180* Walk the character's stash records -- slots "ST0001" up sort
003190* together between ARMOR and WEAPON -- noting the first that
003200* holds the card's item and the highest number in use.
003210     MOVE SPACES TO EQP-Found-Stash.
003220     MOVE 0 TO EQP-High-Stash.
003230     MOVE "N" TO EQP-Scan-Switch.
003240     MOVE EC-CHARACTER-NAME TO IV-CHARACTER-NAME.
003250     MOVE "ST0000" TO IV-EQUIP-SLOT.
003260     START INVENTORY-FILE KEY IS GREATER THAN IV-INVENTORY-KEY
003270         INVALID KEY
003280             MOVE "Y" TO EQP-Scan-Switch
003290     END-START.
003300     PERFORM 2310-SCAN-ONE-STASH THRU 2310-SCAN-ONE-STASH-EXIT
003310         UNTIL EQP-Scan-Done.
003320 2300-SCAN-STASH-EXIT.
003330     EXIT.
003340
003350 2310-SCAN-ONE-STASH.
003360     READ INVENTORY-FILE NEXT RECORD
003370         AT END
003380             MOVE "Y" TO EQP-Scan-Switch
003390             GO TO 2310-SCAN-ONE-STASH-EXIT
003400     END-READ.
003410     IF IV-CHARACTER-NAME NOT = EC-CHARACTER-NAME
003420         OR IV-STASH-TAG NOT = "ST"
003430         OR IV-STASH-NUMBER IS NOT NUMERIC THEN
003440         MOVE "Y" TO EQP-Scan-Switch
003450         GO TO 2310-SCAN-ONE-STASH-EXIT
003460     END-IF.
003470     MOVE IV-STASH-NUMBER TO EQP-High-Stash.
003480     IF EQP-Found-Stash = SPACES
003490         AND IV-ITEM-NAME = EC-ITEM-NAME THEN
003500         MOVE IV-EQUIP-SLOT TO EQP-Found-Stash
003510     END-IF.
003520 2310-SCAN-ONE-STASH-EXIT.
003530     EXIT.
003540
003550 2400-READ-SLOT.
003560* What the character wears in the item's slot now, if anything.
003570     MOVE "N" TO EQP-Worn-Switch.
003580     MOVE SPACES TO EQP-Worn-Item.
003590     MOVE EC-CHARACTER-NAME TO IV-CHARACTER-NAME.
003600     MOVE EQP-Target-Slot   TO IV-EQUIP-SLOT.
003610     READ INVENTORY-FILE
003620         INVALID KEY
003630             GO TO 2400-READ-SLOT-EXIT
003640     END-READ.
003650     MOVE "Y" TO EQP-Worn-Switch.
003660     MOVE IV-ITEM-NAME TO EQP-Worn-Item.
003670 2400-READ-SLOT-EXIT.
003680     EXIT.
003690
003700 8000-FINISH.
003710     IF EQP-Files-Open THEN
003720         CLOSE EQP-CARD-FILE
003730         CLOSE ITEM-FILE
003740         CLOSE PLAYER-FILE
003750         CLOSE INVENTORY-FILE
003760     END-IF.
003770     DISPLAY "PHNTEQP: " EQP-Cards-Read " CARDS READ, "
003780         EQP-Items-Equipped " EQUIPPED, "
003790         EQP-Items-Unequipped " UNEQUIPPED, "
003800         EQP-Cards-Refused " REFUSED.".
003810 8000-FINISH-EXIT.
003820     EXIT.
003830
003840 8900-LOG-RUN-FINISH.
003850* The FINISH line keeps the START line's run date and start
003860* time -- the pair the status report matches the two on.
003870     MOVE "FINISH" TO RUN-EVENT.
003880     ACCEPT RUN-END-TIME FROM TIME.
003890     MOVE EQP-Cards-Read TO RUN-RECORDS-READ.
003900     COMPUTE RUN-RECORDS-UPDATED =
003910         EQP-Items-Equipped
003920         + EQP-Items-Unequipped.
003930     MOVE EQP-Cards-Refused TO RUN-RECORDS-REJECTED.
003940     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
003950     PERFORM 8950-WRITE-RUN-CONTROL
003960         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003970 8900-LOG-RUN-FINISH-EXIT.
003980     EXIT.
003990
004000 8950-WRITE-RUN-CONTROL.
004010* Appended to, never rewritten -- the first program to find no
004020* log starts one. A log that will not open costs the run only
004030* its entry, never its work.
004040     OPEN EXTEND RUN-CONTROL-FILE.
004050     IF EQP-Runctl-Status NOT = "00" THEN
004060         OPEN OUTPUT RUN-CONTROL-FILE
004070     END-IF.
004080     IF EQP-Runctl-Status NOT = "00" THEN
004090         DISPLAY "PHNTEQP: UNABLE TO OPEN RUN-CONTROL LOG, "
004100             "STATUS " EQP-Runctl-Status
004110         GO TO 8950-WRITE-RUN-CONTROL-EXIT
004120     END-IF.
004130     WRITE RUN-CONTROL-RECORD FROM EQP-Run-Control-Line.
004140     CLOSE RUN-CONTROL-FILE.
004150 8950-WRITE-RUN-CONTROL-EXIT.
004160     EXIT.
999999
