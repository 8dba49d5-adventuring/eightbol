000010** PHNTPXT.cob -- EIGHTBOL player-portal interface extract
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- a fixed-layout extract for the
000060*                     player portal, so it stops scraping the
000070*                     LDRBOARD print file. One record per
000080*                     character: the Phantasia-Globals slots,
000090*                     profession, the WEAPON and ARMOR worn on
000100*                     INVNTORY, and whether the character is
000110*                     living, dead (GRAVEYRD), or dormant
000120*                     (DORMANT). Header and trailer both carry
000130*                     the run date, record count, and Gold and
000140*                     Experience hash totals. FULL mode sends
000150*                     everyone; CHANGES mode sends only the names
000160*                     PLAYRJRN has touched since the last
000170*                     extract, with PXTCTL holding where that
000180*                     extract stopped in the journal.
000181*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000182*                     shared run-control log (RUNCTL) with the
000183*                     run's counts and completion code, for the
000184*                     morning status report.
000190
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. PHNTPXT.
000220 AUTHOR. Bruce-Robert Pocock.
000230 DATE-WRITTEN. 15 OCT 2026.
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS PF-CHARACTER-NAME
000320         LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
000330         FILE STATUS IS PXT-Player-Status.
000340     SELECT GRAVEYARD-FILE ASSIGN TO "GRAVEYRD"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS GY-CHARACTER-NAME
000380         FILE STATUS IS PXT-Grave-Status.
000390     SELECT DORMANT-FILE ASSIGN TO "DORMANT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DR-CHARACTER-NAME
000430         FILE STATUS IS PXT-Dormant-Status.
000440     SELECT INVENTORY-FILE ASSIGN TO "INVNTORY"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS IV-INVENTORY-KEY
000480         FILE STATUS IS PXT-Invt-Status.
000490     SELECT PLAYER-JOURNAL ASSIGN TO "PLAYRJRN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS PXT-Jrnl-Status.
000520     SELECT MODE-CARD-FILE ASSIGN TO "PXTCARD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PXT-Card-Status.
000550     SELECT POSITION-FILE ASSIGN TO "PXTCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS PXT-Position-Status.
000580     SELECT PORTAL-EXTRACT ASSIGN TO "PORTALX"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS PXT-Extract-Status.
000601     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000602         ORGANIZATION IS LINE SEQUENTIAL
000603         FILE STATUS IS PXT-Runctl-Status.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PLAYER-FILE.
000650 01  PLAYER-RECORD.
000660     05 PF-CHARACTER-NAME PIC X(20).
000670     COPY "Phantasia-Globals.cpy" REPLACING
000680         ==HP==           BY ==PF-HP==
000690         ==MaxHP==        BY ==PF-MAXHP==
000700         ==Gold==         BY ==PF-GOLD==
000710         ==Mana==         BY ==PF-MANA==
000720         ==Level==        BY ==PF-LEVEL==
000730         ==Age==          BY ==PF-AGE==
000740         ==Experience==   BY ==PF-EXPERIENCE==
000750         ==DungeonX==     BY ==PF-DUNGEONX==
000760         ==DungeonY==     BY ==PF-DUNGEONY==
000770         ==DungeonLevel== BY ==PF-DUNGEONLEVEL==
000780         ==StatusFlags==  BY ==PF-STATUSFLAGS==
000790         ==Poisoned==     BY ==PF-POISONED==
000800         ==IsPoisoned==   BY ==PF-ISPOISONED==
000810         ==NotPoisoned==  BY ==PF-NOTPOISONED==
000820         ==PoisonTicksLeft== BY ==PF-POISONTICKSLEFT==
000830         ==Profession==   BY ==PF-PROFESSION==.
000840 FD  GRAVEYARD-FILE.
000850 01  GRAVEYARD-RECORD.
000860     05 GY-CHARACTER-NAME PIC X(20).
000870     COPY "Phantasia-Globals.cpy" REPLACING
000880         ==HP==           BY ==GY-HP==
000890         ==MaxHP==        BY ==GY-MAXHP==
000900         ==Gold==         BY ==GY-GOLD==
000910         ==Mana==         BY ==GY-MANA==
000920         ==Level==        BY ==GY-LEVEL==
000930         ==Age==          BY ==GY-AGE==
000940         ==Experience==   BY ==GY-EXPERIENCE==
000950         ==DungeonX==     BY ==GY-DUNGEONX==
000960         ==DungeonY==     BY ==GY-DUNGEONY==
000970         ==DungeonLevel== BY ==GY-DUNGEONLEVEL==
000980         ==StatusFlags==  BY ==GY-STATUSFLAGS==
000990         ==Poisoned==     BY ==GY-POISONED==
001000         ==IsPoisoned==   BY ==GY-ISPOISONED==
001010         ==NotPoisoned==  BY ==GY-NOTPOISONED==
001020         ==PoisonTicksLeft== BY ==GY-POISONTICKSLEFT==
001030         ==Profession==   BY ==GY-PROFESSION==.
001040     05 GY-DEATH-DATE     PIC 9(08).
001050     05 GY-DEATH-TIME     PIC 9(08).
001060     05 GY-DEATH-CAUSE    PIC X(30).
001070 FD  DORMANT-FILE.
001080 01  DORMANT-RECORD.
001090     05 DR-CHARACTER-NAME PIC X(20).
001100     COPY "Phantasia-Globals.cpy" REPLACING
001110         ==HP==           BY ==DR-HP==
001120         ==MaxHP==        BY ==DR-MAXHP==
001130         ==Gold==         BY ==DR-GOLD==
001140         ==Mana==         BY ==DR-MANA==
001150         ==Level==        BY ==DR-LEVEL==
001160         ==Age==          BY ==DR-AGE==
001170         ==Experience==   BY ==DR-EXPERIENCE==
001180         ==DungeonX==     BY ==DR-DUNGEONX==
001190         ==DungeonY==     BY ==DR-DUNGEONY==
001200         ==DungeonLevel== BY ==DR-DUNGEONLEVEL==
001210         ==StatusFlags==  BY ==DR-STATUSFLAGS==
001220         ==Poisoned==     BY ==DR-POISONED==
001230         ==IsPoisoned==   BY ==DR-ISPOISONED==
001240         ==NotPoisoned==  BY ==DR-NOTPOISONED==
001250         ==PoisonTicksLeft== BY ==DR-POISONTICKSLEFT==
001260         ==Profession==   BY ==DR-PROFESSION==.
001270     05 DR-SHELVED-DATE   PIC 9(08).
001280     05 DR-LAST-ACTIVE    PIC 9(08).
001290 FD  INVENTORY-FILE.
001300 01  INVENTORY-RECORD.
001310     05 IV-INVENTORY-KEY.
001320         10 IV-CHARACTER-NAME PIC X(20).
001330         10 IV-EQUIP-SLOT     PIC X(06).
001340     COPY "Character-Inventory.cpy" REPLACING
001350         ==ItemName== BY ==IV-ITEM-NAME==.
001360 FD  PLAYER-JOURNAL.
001370 01  PLAYER-JOURNAL-RECORD.
001380     COPY "Player-Journal.cpy".
001390* The run's mode: FULL, or CHANGES (the default when the card
001400* is missing or blank).
001410 FD  MODE-CARD-FILE.
001420 01  MODE-CARD.
001430     05 PM-MODE            PIC X(07).
001440     05 FILLER             PIC X(73).
001450* Where the last extract stopped in the journal: the stamp of
001460* the last journal record it took, and how many records bearing
001470* exactly that stamp it had taken -- the stamp alone cannot
001480* tell two updates in the same hundredth of a second apart.
001490 FD  POSITION-FILE.
001500 01  POSITION-RECORD.
001510     05 PP-LAST-RUN-DATE   PIC 9(08).
001520     05 PP-JRN-DATE        PIC 9(08).
001530     05 PP-JRN-TIME        PIC 9(08).
001540     05 PP-JRN-SAME-STAMP  PIC 9(05).
001550     05 FILLER             PIC X(51).
001560* The interface record. Every field is DISPLAY so the receiving
001570* side needs no knowledge of this system's binary slots; the
001580* first byte says which of the three record types this is.
001590 FD  PORTAL-EXTRACT.
001600 01  PORTAL-RECORD.
001610     05 PX-RECORD-TYPE     PIC X(01).
001620         88 PX-IS-HEADER           VALUE "H".
001630         88 PX-IS-DETAIL           VALUE "D".
001640         88 PX-IS-TRAILER          VALUE "T".
001650     05 PX-DETAIL-BODY.
001660         10 PX-CHARACTER-NAME  PIC X(20).
001670         10 PX-STATUS          PIC X(08).
001680         10 PX-HP              PIC 9(04).
001690         10 PX-MAXHP           PIC 9(04).
001700         10 PX-GOLD            PIC 9(09).
001710         10 PX-MANA            PIC 9(04).
001720         10 PX-LEVEL           PIC 9(03).
001730         10 PX-AGE             PIC 9(03).
001740         10 PX-EXPERIENCE      PIC 9(09).
001750         10 PX-DUNGEONX        PIC S9(03) SIGN LEADING SEPARATE.
001760         10 PX-DUNGEONY        PIC S9(03) SIGN LEADING SEPARATE.
001770         10 PX-DUNGEONLEVEL    PIC 9(03).
001780         10 PX-POISONED        PIC X(01).
001790         10 PX-POISON-TICKS    PIC 9(02).
001800         10 PX-PROFESSION      PIC X(10).
001810         10 PX-WEAPON          PIC X(20).
001820         10 PX-ARMOR           PIC X(20).
001830* The death date for the dead, the shelving date for the
001840* dormant, zeros for the living.
001850         10 PX-STATUS-DATE     PIC 9(08).
001860         10 FILLER             PIC X(13).
001870     05 PX-CONTROL-BODY REDEFINES PX-DETAIL-BODY.
001880         10 PX-SYSTEM-NAME     PIC X(08).
001890         10 PX-RUN-DATE        PIC 9(08).
001900         10 PX-MODE            PIC X(07).
001910         10 PX-RECORD-COUNT    PIC 9(09).
001920         10 PX-GOLD-HASH       PIC 9(15).
001930         10 PX-EXPERIENCE-HASH PIC 9(15).
001940         10 FILLER             PIC X(87).
001941 FD  RUN-CONTROL-FILE.
001942 01  RUN-CONTROL-RECORD   PIC X(110).
001950
001960 WORKING-STORAGE SECTION.
001970 01  PXT-Player-Status     PIC X(02).
001980     88  PXT-PS-Success            VALUE "00".
001990     88  PXT-PS-Not-Found          VALUE "23" "35".
002000 01  PXT-Grave-Status      PIC X(02).
002010     88  PXT-GS-Success            VALUE "00".
002020     88  PXT-GS-Not-Found          VALUE "23" "35".
002030 01  PXT-Dormant-Status    PIC X(02).
002040     88  PXT-DS-Success            VALUE "00".
002050     88  PXT-DS-Not-Found          VALUE "23" "35".
002060 01  PXT-Invt-Status       PIC X(02).
002070     88  PXT-VS-Success            VALUE "00".
002080 01  PXT-Jrnl-Status       PIC X(02).
002090     88  PXT-JS-Success            VALUE "00".
002100     88  PXT-JS-Not-Found          VALUE "23" "35".
002110 01  PXT-Card-Status       PIC X(02).
002120     88  PXT-CS-Success            VALUE "00".
002130 01  PXT-Position-Status   PIC X(02).
002140     88  PXT-PP-Success            VALUE "00".
002150 01  PXT-Extract-Status    PIC X(02).
002160     88  PXT-XS-Success            VALUE "00".
002170
002180 01  PXT-Player-Open-Sw    PIC X(01) VALUE "N".
002190     88  PXT-Player-File-Open      VALUE "Y".
002200     88  PXT-Player-File-Shut      VALUE "N".
002210 01  PXT-Grave-Open-Sw     PIC X(01) VALUE "N".
002220     88  PXT-Grave-File-Open       VALUE "Y".
002230     88  PXT-Grave-File-Shut       VALUE "N".
002240 01  PXT-Dormant-Open-Sw   PIC X(01) VALUE "N".
002250     88  PXT-Dormant-File-Open     VALUE "Y".
002260     88  PXT-Dormant-File-Shut     VALUE "N".
002270 01  PXT-Invt-Open-Sw      PIC X(01) VALUE "N".
002280     88  PXT-Invt-File-Open        VALUE "Y".
002290     88  PXT-Invt-File-Shut        VALUE "N".
002300 01  PXT-Extract-Open-Sw   PIC X(01) VALUE "N".
002310     88  PXT-Extract-Open          VALUE "Y".
002320     88  PXT-Extract-Shut          VALUE "N".
002330 01  PXT-EOF-Switch        PIC X(01) VALUE "N".
002340     88  PXT-No-More-Records       VALUE "Y".
002350     88  PXT-More-Records          VALUE "N".
002360* FULL or CHANGES, as the run will actually be taken -- a
002370* CHANGES run with no position to start from, or with more
002380* changed names than the table holds, is taken FULL instead.
002390 01  PXT-Mode              PIC X(07) VALUE "CHANGES".
002400     88  PXT-Full-Mode             VALUE "FULL   ".
002410     88  PXT-Changes-Mode          VALUE "CHANGES".
002420 01  PXT-Position-Sw       PIC X(01) VALUE "N".
002430     88  PXT-Have-Position         VALUE "Y".
002440     88  PXT-No-Position           VALUE "N".
002450
002460 01  PXT-Run-Date          PIC 9(08).
002470 01  PXT-System-Name       PIC X(08) VALUE "EIGHTBOL".
002480
002490* The journal position as read off PXTCTL, and as it stands
002500* after this run has read the journal to its end.
002510 01  PXT-From-Date         PIC 9(08) VALUE 0.
002520 01  PXT-From-Time         PIC 9(08) VALUE 0.
002530 01  PXT-From-Same-Stamp   PIC 9(05) USAGE BINARY VALUE 0.
002540 01  PXT-To-Date           PIC 9(08) VALUE 0.
002550 01  PXT-To-Time           PIC 9(08) VALUE 0.
002560 01  PXT-To-Same-Stamp     PIC 9(05) USAGE BINARY VALUE 0.
002570* Records at the saved stamp met so far this run, to tell the
002580* ones the last extract already took from the ones it did not.
002590 01  PXT-Seen-At-From      PIC 9(05) USAGE BINARY VALUE 0.
002600
002610* Names the journal touched since the last extract -- the same
002620* linear-hunt table PHNTGRC keeps its ledger totals in.
002630 01  PXT-Max-Names         PIC 9(05) USAGE BINARY VALUE 5000.
002640 01  PXT-Name-Count        PIC 9(05) USAGE BINARY VALUE 0.
002650 01  PXT-Subscript         PIC 9(05) USAGE BINARY.
002660 01  PXT-Found-Sub         PIC 9(05) USAGE BINARY.
002670 01  PXT-Hunt-Name         PIC X(20).
002680 01  PXT-NAME-TABLE.
002690     05 PXT-Changed-Name OCCURS 1 TO 5000 TIMES
002700         DEPENDING ON PXT-Name-Count
002710         INDEXED BY PXT-Name-Index
002720         PIC X(20).
002730
002740* One character's slots, whichever file they came from -- each
002750* of the three records opens with the name and the globals, so
002760* a group MOVE of the record lands them here and drops the
002770* file's own trailing fields.
002780 01  PXT-Character-Image.
002790     05 PXT-CHARACTER-NAME PIC X(20).
002800     COPY "Phantasia-Globals.cpy" REPLACING
002810         ==HP==           BY ==PXT-HP==
002820         ==MaxHP==        BY ==PXT-MAXHP==
002830         ==Gold==         BY ==PXT-GOLD==
002840         ==Mana==         BY ==PXT-MANA==
002850         ==Level==        BY ==PXT-LEVEL==
002860         ==Age==          BY ==PXT-AGE==
002870         ==Experience==   BY ==PXT-EXPERIENCE==
002880         ==DungeonX==     BY ==PXT-DUNGEONX==
002890         ==DungeonY==     BY ==PXT-DUNGEONY==
002900         ==DungeonLevel== BY ==PXT-DUNGEONLEVEL==
002910         ==StatusFlags==  BY ==PXT-STATUSFLAGS==
002920         ==Poisoned==     BY ==PXT-POISONED==
002930         ==IsPoisoned==   BY ==PXT-ISPOISONED==
002940         ==NotPoisoned==  BY ==PXT-NOTPOISONED==
002950         ==PoisonTicksLeft== BY ==PXT-POISONTICKSLEFT==
002960         ==Profession==   BY ==PXT-PROFESSION==.
002970 01  PXT-Status            PIC X(08).
002980 01  PXT-Status-Date       PIC 9(08).
002990
003000 01  PXT-Journal-Read      PIC 9(07) USAGE BINARY VALUE 0.
003010 01  PXT-Journal-Taken     PIC 9(07) USAGE BINARY VALUE 0.
003020 01  PXT-Record-Count      PIC 9(09) USAGE BINARY VALUE 0.
003030 01  PXT-Gold-Hash         PIC 9(15) USAGE BINARY VALUE 0.
003040 01  PXT-Experience-Hash   PIC 9(15) USAGE BINARY VALUE 0.
003050 01  PXT-Living-Count      PIC 9(07) USAGE BINARY VALUE 0.
003060 01  PXT-Dead-Count        PIC 9(07) USAGE BINARY VALUE 0.
003070 01  PXT-Dormant-Count     PIC 9(07) USAGE BINARY VALUE 0.
003080 01  PXT-Purged-Count      PIC 9(07) USAGE BINARY VALUE 0.
003081
003082* One run-control log line, staged here because the FD record
003083* may not be touched before the log is open.
003084 01  PXT-Runctl-Status     PIC X(02).
003085 01  PXT-Run-Control-Line.
003086     COPY "Run-Control.cpy".
003090
003100 PROCEDURE DIVISION.
003110
003120 0000-MAINLINE.
003121     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
003130     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003140     IF PXT-Extract-Open THEN
003150         PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT
003160         PERFORM 3000-WRITE-HEADER THRU 3000-WRITE-HEADER-EXIT
003170         IF PXT-Full-Mode THEN
003180             PERFORM 4000-EXTRACT-EVERYONE
003190                 THRU 4000-EXTRACT-EVERYONE-EXIT
003200         ELSE
003210             PERFORM 5000-EXTRACT-ONE-CHANGE
003220                 THRU 5000-EXTRACT-ONE-CHANGE-EXIT
003230                 VARYING PXT-Subscript FROM 1 BY 1
003240                 UNTIL PXT-Subscript > PXT-Name-Count
003250         END-IF
003260         PERFORM 7000-WRITE-TRAILER THRU 7000-WRITE-TRAILER-EXIT
003270         PERFORM 7100-COMPLETE-HEADER
003280             THRU 7100-COMPLETE-HEADER-EXIT
003290         PERFORM 7200-SAVE-POSITION THRU 7200-SAVE-POSITION-EXIT
003300     END-IF.
003310     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
003311     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
003320     STOP RUN.
003321
003322 0100-LOG-RUN-START.
003323* Logged before anything else is touched, so a run that falls
003324* over part way still leaves a START with no FINISH behind it
003325* for the morning status report to find.
003326     MOVE SPACES TO PXT-Run-Control-Line.
003327     MOVE "PHNTPXT" TO RUN-PROGRAM.
003328     MOVE "START" TO RUN-EVENT.
003329     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003330     ACCEPT RUN-START-TIME FROM TIME.
003331     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
003332         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
003333     MOVE "NORMAL" TO RUN-TYPE.
003334     PERFORM 8950-WRITE-RUN-CONTROL
003335         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003336 0100-LOG-RUN-START-EXIT.
003337     EXIT.
003338
003340 1000-INITIALIZE.
003350     ACCEPT PXT-Run-Date FROM DATE YYYYMMDD.
003360     OPEN INPUT MODE-CARD-FILE.
003370     IF PXT-CS-Success THEN
003380         READ MODE-CARD-FILE
003390             AT END
003400                 MOVE SPACES TO MODE-CARD
003410         END-READ
003420         CLOSE MODE-CARD-FILE
003430         IF PM-MODE = "FULL" THEN
003440             MOVE "FULL" TO PXT-Mode
003450         END-IF
003460     END-IF.
003470* The saved position. With none -- the first extract ever, or
003480* a control file someone emptied -- there is no telling what
003490* the portal already holds, so everyone goes.
003500     OPEN INPUT POSITION-FILE.
003510     IF PXT-PP-Success THEN
003520         READ POSITION-FILE
003530             AT END
003540                 MOVE SPACES TO POSITION-RECORD
003550         END-READ
003560         CLOSE POSITION-FILE
003570         IF PP-JRN-DATE IS NUMERIC
003580             AND PP-JRN-TIME IS NUMERIC
003590             AND PP-JRN-SAME-STAMP IS NUMERIC THEN
003600             MOVE PP-JRN-DATE TO PXT-From-Date
003610             MOVE PP-JRN-TIME TO PXT-From-Time
003620             MOVE PP-JRN-SAME-STAMP TO PXT-From-Same-Stamp
003630             MOVE "Y" TO PXT-Position-Sw
003640         END-IF
003650     END-IF.
003660     IF PXT-Changes-Mode AND PXT-No-Position THEN
003670         DISPLAY "PHNTPXT: NO SAVED JOURNAL POSITION, FULL "
003680             "EXTRACT TAKEN"
003690         MOVE "FULL" TO PXT-Mode
003700     END-IF.
003710* The living are required; the graveyard, the dormant shelf,
003720* and the inventory are optional -- a missing one just means
003730* nobody rests there and nobody wears anything.
003740     OPEN INPUT PLAYER-FILE.
003750     IF NOT PXT-PS-Success THEN
003760         DISPLAY "PHNTPXT: UNABLE TO OPEN PLAYER FILE, STATUS "
003770             PXT-Player-Status ", NO EXTRACT WRITTEN"
003780         MOVE 12 TO RETURN-CODE
003790         GO TO 1000-INITIALIZE-EXIT
003800     END-IF.
003810     MOVE "Y" TO PXT-Player-Open-Sw.
003820     OPEN INPUT GRAVEYARD-FILE.
003830     IF PXT-GS-Success THEN
003840         MOVE "Y" TO PXT-Grave-Open-Sw
003850     END-IF.
003860     OPEN INPUT DORMANT-FILE.
003870     IF PXT-DS-Success THEN
003880         MOVE "Y" TO PXT-Dormant-Open-Sw
003890     END-IF.
003900     OPEN INPUT INVENTORY-FILE.
003910     IF PXT-VS-Success THEN
003920         MOVE "Y" TO PXT-Invt-Open-Sw
003930     END-IF.
003940     OPEN OUTPUT PORTAL-EXTRACT.
003950     IF NOT PXT-XS-Success THEN
003960         DISPLAY "PHNTPXT: UNABLE TO OPEN EXTRACT, STATUS "
003970             PXT-Extract-Status ", NO EXTRACT WRITTEN"
003980         MOVE 12 TO RETURN-CODE
003990         GO TO 1000-INITIALIZE-EXIT
004000     END-IF.
004010     MOVE "Y" TO PXT-Extract-Open-Sw.
004020 1000-INITIALIZE-EXIT.
004030     EXIT.
004040
004050 2000-SCAN-JOURNAL.
004060* Read the journal to its end in either mode -- a FULL run
004070* still moves the saved position up to now, so the next
004080* CHANGES run sends only what happened after it. A missing
004090* journal has nothing in it since the last extract.
004100     OPEN INPUT PLAYER-JOURNAL.
004110     IF NOT PXT-JS-Success THEN
004120         IF NOT PXT-JS-Not-Found THEN
004130             DISPLAY "PHNTPXT: UNABLE TO OPEN JOURNAL, STATUS "
004140                 PXT-Jrnl-Status ", POSITION LEFT WHERE IT WAS"
004150         END-IF
004160         GO TO 2000-SCAN-JOURNAL-EXIT
004170     END-IF.
004180     MOVE "N" TO PXT-EOF-Switch.
004190     PERFORM 2100-SCAN-ONE-JOURNAL-RECORD
004200         THRU 2100-SCAN-ONE-JOURNAL-RECORD-EXIT
004210         UNTIL PXT-No-More-Records.
004220     CLOSE PLAYER-JOURNAL.
004230 2000-SCAN-JOURNAL-EXIT.
004240     EXIT.
004250
004260 2100-SCAN-ONE-JOURNAL-RECORD.
004270     READ PLAYER-JOURNAL
004280         AT END
004290             MOVE "Y" TO PXT-EOF-Switch
004300     END-READ.
004310     IF PXT-No-More-Records THEN
004320         GO TO 2100-SCAN-ONE-JOURNAL-RECORD-EXIT
004330     END-IF.
004340     ADD 1 TO PXT-Journal-Read.
004350* The position moves with every record read, whichever mode.
004360     IF JRN-DATE = PXT-To-Date AND JRN-TIME = PXT-To-Time THEN
004370         ADD 1 TO PXT-To-Same-Stamp
004380     ELSE
004390         MOVE JRN-DATE TO PXT-To-Date
004400         MOVE JRN-TIME TO PXT-To-Time
004410         MOVE 1 TO PXT-To-Same-Stamp
004420     END-IF.
004430     IF PXT-Full-Mode THEN
004440         GO TO 2100-SCAN-ONE-JOURNAL-RECORD-EXIT
004450     END-IF.
004460* Older than the saved stamp, or one of the records at that
004470* very stamp the last extract already took: sent before.
004480     IF JRN-DATE < PXT-From-Date
004490         OR (JRN-DATE = PXT-From-Date
004500             AND JRN-TIME < PXT-From-Time) THEN
004510         GO TO 2100-SCAN-ONE-JOURNAL-RECORD-EXIT
004520     END-IF.
004530     IF JRN-DATE = PXT-From-Date AND JRN-TIME = PXT-From-Time THEN
004540         ADD 1 TO PXT-Seen-At-From
004550         IF PXT-Seen-At-From <= PXT-From-Same-Stamp THEN
004560             GO TO 2100-SCAN-ONE-JOURNAL-RECORD-EXIT
004570         END-IF
004580     END-IF.
004590     ADD 1 TO PXT-Journal-Taken.
004600* A DELETE's after image is LOW-VALUES; its before image still
004610* names who left the player file.
004620     IF JRN-A-CHARACTER-NAME = LOW-VALUES
004630         OR JRN-A-CHARACTER-NAME = SPACES THEN
004640         MOVE JRN-B-CHARACTER-NAME TO PXT-Hunt-Name
004650     ELSE
004660         MOVE JRN-A-CHARACTER-NAME TO PXT-Hunt-Name
004670     END-IF.
004680     PERFORM 2200-NOTE-CHANGED-NAME
004690         THRU 2200-NOTE-CHANGED-NAME-EXIT.
004700* A rename journals the new name's WRITE and the old name's
004710* DELETE as separate records, so both names are caught; a
004720* REWRITE whose images differ in name is noted under both.
004730     IF JRN-IS-REWRITE
004740         AND JRN-B-CHARACTER-NAME NOT = JRN-A-CHARACTER-NAME THEN
004750         MOVE JRN-B-CHARACTER-NAME TO PXT-Hunt-Name
004760         PERFORM 2200-NOTE-CHANGED-NAME
004770             THRU 2200-NOTE-CHANGED-NAME-EXIT
004780     END-IF.
004790 2100-SCAN-ONE-JOURNAL-RECORD-EXIT.
004800     EXIT.
004810
004820 2200-NOTE-CHANGED-NAME.
004830     IF PXT-Hunt-Name = SPACES OR PXT-Hunt-Name = LOW-VALUES THEN
004840         GO TO 2200-NOTE-CHANGED-NAME-EXIT
004850     END-IF.
004860     MOVE 0 TO PXT-Found-Sub.
004870     PERFORM 2210-CHECK-ONE-NAME THRU 2210-CHECK-ONE-NAME-EXIT
004880         VARYING PXT-Name-Index FROM 1 BY 1
004890         UNTIL PXT-Name-Index > PXT-Name-Count
004900             OR PXT-Found-Sub > 0.
004910     IF PXT-Found-Sub > 0 THEN
004920         GO TO 2200-NOTE-CHANGED-NAME-EXIT
004930     END-IF.
004940* More changed names than one CHANGES run can carry: the whole
004950* file goes instead, which cannot miss anybody.
004960     IF PXT-Name-Count >= PXT-Max-Names THEN
004970         DISPLAY "PHNTPXT: MORE THAN " PXT-Max-Names
004980             " CHANGED NAMES, FULL EXTRACT TAKEN"
004990         MOVE "FULL" TO PXT-Mode
005000         GO TO 2200-NOTE-CHANGED-NAME-EXIT
005010     END-IF.
005020     ADD 1 TO PXT-Name-Count.
005030     MOVE PXT-Hunt-Name TO PXT-Changed-Name (PXT-Name-Count).
005040 2200-NOTE-CHANGED-NAME-EXIT.
005050     EXIT.
005060
005070 2210-CHECK-ONE-NAME.
005080     IF PXT-Changed-Name (PXT-Name-Index) = PXT-Hunt-Name THEN
005090         SET PXT-Found-Sub TO PXT-Name-Index
005100     END-IF.
005110 2210-CHECK-ONE-NAME-EXIT.
005120     EXIT.
005130
005140 3000-WRITE-HEADER.
005150* The header goes out with zero totals and is completed by
005160* 7100-COMPLETE-HEADER once the trailer's totals are known.
005170     MOVE SPACES TO PORTAL-RECORD.
005180     MOVE "H" TO PX-RECORD-TYPE.
005190     MOVE PXT-System-Name TO PX-SYSTEM-NAME.
005200     MOVE PXT-Run-Date TO PX-RUN-DATE.
005210     MOVE PXT-Mode TO PX-MODE.
005220     MOVE 0 TO PX-RECORD-COUNT.
005230     MOVE 0 TO PX-GOLD-HASH.
005240     MOVE 0 TO PX-EXPERIENCE-HASH.
005250     WRITE PORTAL-RECORD.
005260 3000-WRITE-HEADER-EXIT.
005270     EXIT.
005280
005290 4000-EXTRACT-EVERYONE.
005300* The living in key order, then the dead, then the dormant.
005310     MOVE "N" TO PXT-EOF-Switch.
005320     PERFORM 4100-EXTRACT-ONE-LIVING
005330         THRU 4100-EXTRACT-ONE-LIVING-EXIT
005340         UNTIL PXT-No-More-Records.
005350     IF PXT-Grave-File-Open THEN
005360         MOVE "N" TO PXT-EOF-Switch
005370         PERFORM 4200-EXTRACT-ONE-DEAD
005380             THRU 4200-EXTRACT-ONE-DEAD-EXIT
005390             UNTIL PXT-No-More-Records
005400     END-IF.
005410     IF PXT-Dormant-File-Open THEN
005420         MOVE "N" TO PXT-EOF-Switch
005430         PERFORM 4300-EXTRACT-ONE-DORMANT
005440             THRU 4300-EXTRACT-ONE-DORMANT-EXIT
005450             UNTIL PXT-No-More-Records
005460     END-IF.
005470 4000-EXTRACT-EVERYONE-EXIT.
005480     EXIT.
005490
005500 4100-EXTRACT-ONE-LIVING.
005510     READ PLAYER-FILE NEXT RECORD
005520         AT END
005530             MOVE "Y" TO PXT-EOF-Switch
005540     END-READ.
005550     IF PXT-No-More-Records THEN
005560         GO TO 4100-EXTRACT-ONE-LIVING-EXIT
005570     END-IF.
005580     MOVE PLAYER-RECORD TO PXT-Character-Image.
005590     MOVE "LIVING" TO PXT-Status.
005600     MOVE 0 TO PXT-Status-Date.
005610     PERFORM 6000-WRITE-DETAIL THRU 6000-WRITE-DETAIL-EXIT.
005620 4100-EXTRACT-ONE-LIVING-EXIT.
005630     EXIT.
005640
005650 4200-EXTRACT-ONE-DEAD.
005660     READ GRAVEYARD-FILE NEXT RECORD
005670         AT END
005680             MOVE "Y" TO PXT-EOF-Switch
005690     END-READ.
005700     IF PXT-No-More-Records THEN
005710         GO TO 4200-EXTRACT-ONE-DEAD-EXIT
005720     END-IF.
005730     MOVE GRAVEYARD-RECORD TO PXT-Character-Image.
005740     MOVE "DEAD" TO PXT-Status.
005750     MOVE GY-DEATH-DATE TO PXT-Status-Date.
005760     PERFORM 6000-WRITE-DETAIL THRU 6000-WRITE-DETAIL-EXIT.
005770 4200-EXTRACT-ONE-DEAD-EXIT.
005780     EXIT.
005790
005800 4300-EXTRACT-ONE-DORMANT.
005810     READ DORMANT-FILE NEXT RECORD
005820         AT END
005830             MOVE "Y" TO PXT-EOF-Switch
005840     END-READ.
005850     IF PXT-No-More-Records THEN
005860         GO TO 4300-EXTRACT-ONE-DORMANT-EXIT
005870     END-IF.
005880     MOVE DORMANT-RECORD TO PXT-Character-Image.
005890     MOVE "DORMANT" TO PXT-Status.
005900     MOVE DR-SHELVED-DATE TO PXT-Status-Date.
005910     PERFORM 6000-WRITE-DETAIL THRU 6000-WRITE-DETAIL-EXIT.
005920 4300-EXTRACT-ONE-DORMANT-EXIT.
005930     EXIT.
005940
005950 5000-EXTRACT-ONE-CHANGE.
005960* Where a changed name stands now: living, dead, or dormant,
005970* in that order. A name on none of the three -- the old half
005980* of a rename, or a record removed outright -- is sent as
005990* PURGED with its slots zeroed, so the portal drops it.
006000     MOVE PXT-Changed-Name (PXT-Subscript) TO PF-CHARACTER-NAME.
006010     READ PLAYER-FILE
006020         INVALID KEY
006030             CONTINUE
006040         NOT INVALID KEY
006050             MOVE PLAYER-RECORD TO PXT-Character-Image
006060             MOVE "LIVING" TO PXT-Status
006070             MOVE 0 TO PXT-Status-Date
006080             PERFORM 6000-WRITE-DETAIL THRU 6000-WRITE-DETAIL-EXIT
006090             GO TO 5000-EXTRACT-ONE-CHANGE-EXIT
006100     END-READ.
006110     IF PXT-Grave-File-Open THEN
006120         MOVE PXT-Changed-Name (PXT-Subscript)
006130             TO GY-CHARACTER-NAME
006140         READ GRAVEYARD-FILE
006150             INVALID KEY
006160                 CONTINUE
006170             NOT INVALID KEY
006180                 MOVE GRAVEYARD-RECORD TO PXT-Character-Image
006190                 MOVE "DEAD" TO PXT-Status
006200                 MOVE GY-DEATH-DATE TO PXT-Status-Date
006210                 PERFORM 6000-WRITE-DETAIL
006220                     THRU 6000-WRITE-DETAIL-EXIT
006230                 GO TO 5000-EXTRACT-ONE-CHANGE-EXIT
006240         END-READ
006250     END-IF.
006260     IF PXT-Dormant-File-Open THEN
006270         MOVE PXT-Changed-Name (PXT-Subscript)
006280             TO DR-CHARACTER-NAME
006290         READ DORMANT-FILE
006300             INVALID KEY
006310                 CONTINUE
006320             NOT INVALID KEY
006330                 MOVE DORMANT-RECORD TO PXT-Character-Image
006340                 MOVE "DORMANT" TO PXT-Status
006350                 MOVE DR-SHELVED-DATE TO PXT-Status-Date
006360                 PERFORM 6000-WRITE-DETAIL
006370                     THRU 6000-WRITE-DETAIL-EXIT
006380                 GO TO 5000-EXTRACT-ONE-CHANGE-EXIT
006390         END-READ
006400     END-IF.
006410     MOVE PXT-Changed-Name (PXT-Subscript) TO PXT-CHARACTER-NAME.
006420     MOVE 0 TO PXT-HP PXT-MAXHP PXT-GOLD PXT-MANA PXT-LEVEL
006430         PXT-AGE PXT-EXPERIENCE PXT-DUNGEONX PXT-DUNGEONY
006440         PXT-DUNGEONLEVEL PXT-POISONTICKSLEFT.
006450     MOVE "N" TO PXT-POISONED.
006460     MOVE SPACES TO PXT-PROFESSION.
006470     MOVE "PURGED" TO PXT-Status.
006480     MOVE 0 TO PXT-Status-Date.
006490     PERFORM 6000-WRITE-DETAIL THRU 6000-WRITE-DETAIL-EXIT.
006500 5000-EXTRACT-ONE-CHANGE-EXIT.
006510     EXIT.
006520
006530 6000-WRITE-DETAIL.
006540     MOVE SPACES TO PORTAL-RECORD.
006550     MOVE "D" TO PX-RECORD-TYPE.
006560     MOVE PXT-CHARACTER-NAME TO PX-CHARACTER-NAME.
006570     MOVE PXT-Status         TO PX-STATUS.
006580     MOVE PXT-HP             TO PX-HP.
006590     MOVE PXT-MAXHP          TO PX-MAXHP.
006600     MOVE PXT-GOLD           TO PX-GOLD.
006610     MOVE PXT-MANA           TO PX-MANA.
006620     MOVE PXT-LEVEL          TO PX-LEVEL.
006630     MOVE PXT-AGE            TO PX-AGE.
006640     MOVE PXT-EXPERIENCE     TO PX-EXPERIENCE.
006650     MOVE PXT-DUNGEONX       TO PX-DUNGEONX.
006660     MOVE PXT-DUNGEONY       TO PX-DUNGEONY.
006670     MOVE PXT-DUNGEONLEVEL   TO PX-DUNGEONLEVEL.
006680     MOVE PXT-POISONED       TO PX-POISONED.
006690     MOVE PXT-POISONTICKSLEFT TO PX-POISON-TICKS.
006700     MOVE PXT-PROFESSION     TO PX-PROFESSION.
006710     MOVE PXT-Status-Date    TO PX-STATUS-DATE.
006720     PERFORM 6100-LOOK-UP-GEAR THRU 6100-LOOK-UP-GEAR-EXIT.
006730     WRITE PORTAL-RECORD.
006740     ADD 1 TO PXT-Record-Count.
006750     ADD PXT-GOLD TO PXT-Gold-Hash.
006760     ADD PXT-EXPERIENCE TO PXT-Experience-Hash.
006770     EVALUATE PXT-Status
006780         WHEN "LIVING"
006790             ADD 1 TO PXT-Living-Count
006800         WHEN "DEAD"
006810             ADD 1 TO PXT-Dead-Count
006820         WHEN "DORMANT"
006830             ADD 1 TO PXT-Dormant-Count
006840         WHEN OTHER
006850             ADD 1 TO PXT-Purged-Count
006860     END-EVALUATE.
006870 6000-WRITE-DETAIL-EXIT.
006880     EXIT.
006890
006900 6100-LOOK-UP-GEAR.
006910* The worn WEAPON and ARMOR slots; an empty slot, or no
006920* inventory file at all, is sent as spaces.
006930     MOVE SPACES TO PX-WEAPON.
006940     MOVE SPACES TO PX-ARMOR.
006950     IF PXT-Invt-File-Shut OR PXT-Status = "PURGED" THEN
006960         GO TO 6100-LOOK-UP-GEAR-EXIT
006970     END-IF.
006980     MOVE PXT-CHARACTER-NAME TO IV-CHARACTER-NAME.
006990     MOVE "WEAPON" TO IV-EQUIP-SLOT.
007000     READ INVENTORY-FILE
007010         INVALID KEY
007020             CONTINUE
007030         NOT INVALID KEY
007040             MOVE IV-ITEM-NAME TO PX-WEAPON
007050     END-READ.
007060     MOVE PXT-CHARACTER-NAME TO IV-CHARACTER-NAME.
007070     MOVE "ARMOR " TO IV-EQUIP-SLOT.
007080     READ INVENTORY-FILE
007090         INVALID KEY
007100             CONTINUE
007110         NOT INVALID KEY
007120             MOVE IV-ITEM-NAME TO PX-ARMOR
007130     END-READ.
007140 6100-LOOK-UP-GEAR-EXIT.
007150     EXIT.
007160
007170 7000-WRITE-TRAILER.
007180     MOVE SPACES TO PORTAL-RECORD.
007190     MOVE "T" TO PX-RECORD-TYPE.
007200     MOVE PXT-System-Name TO PX-SYSTEM-NAME.
007210     MOVE PXT-Run-Date TO PX-RUN-DATE.
007220     MOVE PXT-Mode TO PX-MODE.
007230     MOVE PXT-Record-Count TO PX-RECORD-COUNT.
007240     MOVE PXT-Gold-Hash TO PX-GOLD-HASH.
007250     MOVE PXT-Experience-Hash TO PX-EXPERIENCE-HASH.
007260     WRITE PORTAL-RECORD.
007270     CLOSE PORTAL-EXTRACT.
007280     MOVE "N" TO PXT-Extract-Open-Sw.
007290 7000-WRITE-TRAILER-EXIT.
007300     EXIT.
007310
007320 7100-COMPLETE-HEADER.
007330* Back to the top of the finished extract to put the trailer's
007340* count and hash totals on the header too, so either end of
007350* the file proves the whole file arrived.
007360     OPEN I-O PORTAL-EXTRACT.
007370     IF NOT PXT-XS-Success THEN
007380         DISPLAY "PHNTPXT: UNABLE TO REOPEN EXTRACT, STATUS "
007390             PXT-Extract-Status ", HEADER TOTALS LEFT ZERO"
007400         GO TO 7100-COMPLETE-HEADER-EXIT
007410     END-IF.
007420     READ PORTAL-EXTRACT
007430         AT END
007440             MOVE SPACES TO PORTAL-RECORD
007450     END-READ.
007460     IF PX-IS-HEADER THEN
007470         MOVE PXT-Record-Count TO PX-RECORD-COUNT
007480         MOVE PXT-Gold-Hash TO PX-GOLD-HASH
007490         MOVE PXT-Experience-Hash TO PX-EXPERIENCE-HASH
007500         REWRITE PORTAL-RECORD
007510     END-IF.
007520     CLOSE PORTAL-EXTRACT.
007530 7100-COMPLETE-HEADER-EXIT.
007540     EXIT.
007550
007560 7200-SAVE-POSITION.
007570* Only a finished extract moves the position -- a run that
007580* died part way leaves it where it was, and the rerun sends
007590* the same changes again.
007600* An empty or missing journal leaves the position where it was.
007610     IF PXT-Journal-Read = 0 THEN
007620         MOVE PXT-From-Date TO PXT-To-Date
007630         MOVE PXT-From-Time TO PXT-To-Time
007640         MOVE PXT-From-Same-Stamp TO PXT-To-Same-Stamp
007650     END-IF.
007660     MOVE SPACES TO POSITION-RECORD.
007670     MOVE PXT-Run-Date TO PP-LAST-RUN-DATE.
007680     MOVE PXT-To-Date TO PP-JRN-DATE.
007690     MOVE PXT-To-Time TO PP-JRN-TIME.
007700     MOVE PXT-To-Same-Stamp TO PP-JRN-SAME-STAMP.
007710     OPEN OUTPUT POSITION-FILE.
007720     IF NOT PXT-PP-Success THEN
007730         DISPLAY "PHNTPXT: UNABLE TO SAVE JOURNAL POSITION, "
007740             "STATUS " PXT-Position-Status
007750         GO TO 7200-SAVE-POSITION-EXIT
007760     END-IF.
007770     WRITE POSITION-RECORD.
007780     CLOSE POSITION-FILE.
007790 7200-SAVE-POSITION-EXIT.
007800     EXIT.
007810
007820 8000-FINISH.
007830     IF PXT-Extract-Open THEN
007840         CLOSE PORTAL-EXTRACT
007850     END-IF.
007860     IF PXT-Player-File-Open THEN
007870         CLOSE PLAYER-FILE
007880     END-IF.
007890     IF PXT-Grave-File-Open THEN
007900         CLOSE GRAVEYARD-FILE
007910     END-IF.
007920     IF PXT-Dormant-File-Open THEN
007930         CLOSE DORMANT-FILE
007940     END-IF.
007950     IF PXT-Invt-File-Open THEN
007960         CLOSE INVENTORY-FILE
007970     END-IF.
007980     DISPLAY "PHNTPXT: " PXT-Mode " EXTRACT, "
007990         PXT-Journal-Taken " JOURNAL RECORDS TAKEN, "
008000         PXT-Record-Count " RECORDS WRITTEN.".
008010     DISPLAY "PHNTPXT: " PXT-Living-Count " LIVING, "
008020         PXT-Dead-Count " DEAD, "
008030         PXT-Dormant-Count " DORMANT, "
008040         PXT-Purged-Count " PURGED.".
008050 8000-FINISH-EXIT.
008060     EXIT.
008070
008080 8900-LOG-RUN-FINISH.
008090* The FINISH line keeps the START line's run date and start
008100* time -- the pair the status report matches the two on.
008110     MOVE "FINISH" TO RUN-EVENT.
008120     ACCEPT RUN-END-TIME FROM TIME.
008130     MOVE PXT-Journal-Taken TO RUN-RECORDS-READ.
008140     MOVE PXT-Record-Count TO RUN-RECORDS-UPDATED.
008150     MOVE 0 TO RUN-RECORDS-REJECTED.
008160     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
008170     PERFORM 8950-WRITE-RUN-CONTROL
008180         THRU 8950-WRITE-RUN-CONTROL-EXIT.
008190 8900-LOG-RUN-FINISH-EXIT.
008200     EXIT.
008210
008220 8950-WRITE-RUN-CONTROL.
008230* Appended to, never rewritten -- the first program to find no
008240* log starts one. A log that will not open costs the run only
008250* its entry, never its work.
008260     OPEN EXTEND RUN-CONTROL-FILE.
008270     IF PXT-Runctl-Status NOT = "00" THEN
008280         OPEN OUTPUT RUN-CONTROL-FILE
008290     END-IF.
008300     IF PXT-Runctl-Status NOT = "00" THEN
008310         DISPLAY "PHNTPXT: UNABLE TO OPEN RUN-CONTROL LOG, "
008320             "STATUS " PXT-Runctl-Status
008330         GO TO 8950-WRITE-RUN-CONTROL-EXIT
008340     END-IF.
008350     WRITE RUN-CONTROL-RECORD FROM PXT-Run-Control-Line.
008360     CLOSE RUN-CONTROL-FILE.
008370 8950-WRITE-RUN-CONTROL-EXIT.
008380     EXIT.
999999
