000170*                     Bad reference data dies here in the
000180*                     morning instead of scratching fights at
000190*                     2 AM in the exploration run.
      *   15 OCT 2026  BRP  Edits the incoming BTYCARDS bounty deck
      *                     ahead of PHNTBTY as well: fields readable,
      *                     band sane and inside the monster's own
      *                     band, reward and claims above zero, expiry
      *                     not past, monster on the bestiary, and no
      *                     monster posted twice.
      *   15 OCT 2026  BRP  Cross-checks the LOOT file and INVNTORY
      *                     against the ITEMS catalog: every drop a
      *                     loot table names, and every item a
      *                     character wears or holds in the stash,
      *                     must be on the catalog. Loot tables must
      *                     also name a monster on the bestiary and
      *                     keep their chances to 100 or less.
      *   15 OCT 2026  BRP  Writes a START and a FINISH line to the
      *                     shared run-control log (RUNCTL) with the
      *                     run's counts and completion code, for the
      *                     morning status report.
000200
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PHNTREF.
000420     SELECT BST-CARD-FILE ASSIGN TO "BSTCARDS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS REF-BstCard-Status.
           SELECT BTY-CARD-FILE ASSIGN TO "BTYCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REF-BtyCard-Status.
           SELECT ITEM-FILE ASSIGN TO "ITEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-ITEM-NAME
               FILE STATUS IS REF-Item-Status.
           SELECT LOOT-FILE ASSIGN TO "LOOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-MONSTER-NAME
               FILE STATUS IS REF-Loot-Status.
           SELECT INVENTORY-FILE ASSIGN TO "INVNTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IV-INVENTORY-KEY
               FILE STATUS IS REF-Invt-Status.
000450     SELECT REF-REPORT ASSIGN TO "REFRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS REF-Report-Status.
000471     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS REF-Runctl-Status.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000940     05 BC-MIN-DUNGEON-LVL  PIC 9(03).
000950     05 BC-MAX-DUNGEON-LVL  PIC 9(03).
000960     05 FILLER              PIC X(31).
       FD  BTY-CARD-FILE.
      * Same columns PHNTBTY loads.
       01  BTY-CARD-RECORD.
           05 BY-MONSTER-NAME     PIC X(20).
           05 BY-MIN-LEVEL        PIC X(03).
           05 BY-MIN-LEVEL-N REDEFINES BY-MIN-LEVEL PIC 9(03).
           05 BY-MAX-LEVEL        PIC X(03).
           05 BY-MAX-LEVEL-N REDEFINES BY-MAX-LEVEL PIC 9(03).
           05 BY-REWARD           PIC 9(07).
           05 BY-MAX-CLAIMS       PIC 9(05).
           05 BY-EXPIRY           PIC 9(08).
           05 FILLER              PIC X(34).
       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05 IC-ITEM-NAME PIC X(20).
           COPY "Item-Catalog.cpy" REPLACING
               ==ItemType==     BY ==IC-ITEM-TYPE==
               ==IsWeaponItem== BY ==IC-IS-WEAPON==
               ==IsArmorItem==  BY ==IC-IS-ARMOR==
               ==ItemPower==    BY ==IC-ITEM-POWER==
               ==ItemPrice==    BY ==IC-ITEM-PRICE==.
       FD  LOOT-FILE.
       01  LOOT-RECORD.
           05 LT-MONSTER-NAME PIC X(20).
           COPY "Loot-Table.cpy" REPLACING
               ==DropCount==    BY ==LT-DROP-COUNT==
               ==DropEntry==    BY ==LT-DROP-ENTRY==
               ==DropItem==     BY ==LT-DROP-ITEM==
               ==DropChance==   BY ==LT-DROP-CHANCE==.
       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD.
           05 IV-INVENTORY-KEY.
               10 IV-CHARACTER-NAME PIC X(20).
               10 IV-EQUIP-SLOT     PIC X(06).
           COPY "Character-Inventory.cpy" REPLACING
               ==ItemName==     BY ==IV-ITEM-NAME==.
000970 FD  REF-REPORT.
000980 01  REF-REPORT-LINE        PIC X(100).
000981 FD  RUN-CONTROL-FILE.
000982 01  RUN-CONTROL-RECORD   PIC X(110).
000990
001000 WORKING-STORAGE SECTION.
001010 01  REF-Monster-Status    PIC X(02).
001110 01  REF-BstCard-Status    PIC X(02).
001120     88  REF-BC-Success            VALUE "00".
001130     88  REF-BC-Not-Found          VALUE "23" "35".
001131 01  REF-BtyCard-Status    PIC X(02).
001132     88  REF-YC-Success            VALUE "00".
001133 01  REF-Item-Status       PIC X(02).
001134     88  REF-IS-Success            VALUE "00".
001135 01  REF-Loot-Status       PIC X(02).
001136     88  REF-LS-Success            VALUE "00".
001137 01  REF-Invt-Status       PIC X(02).
001138     88  REF-VS-Success            VALUE "00".
001140 01  REF-Report-Status     PIC X(02).
001150
001160 01  REF-Bestiary-Open-Sw  PIC X(01) VALUE "N".
001340 01  REF-BstDeck-Open-Sw   PIC X(01) VALUE "N".
001350     88  REF-BstDeck-Open          VALUE "Y".
001360     88  REF-BstDeck-Shut          VALUE "N".
       01  REF-BtyCard-EOF-Sw    PIC X(01) VALUE "N".
           88  REF-No-More-Bty-Cards     VALUE "Y".
           88  REF-More-Bty-Cards        VALUE "N".
       01  REF-BtyDeck-Open-Sw   PIC X(01) VALUE "N".
           88  REF-BtyDeck-Open          VALUE "Y".
           88  REF-BtyDeck-Shut          VALUE "N".
       01  REF-Catalog-Open-Sw   PIC X(01) VALUE "N".
           88  REF-Catalog-Open          VALUE "Y".
           88  REF-Catalog-Shut          VALUE "N".
       01  REF-Loot-EOF-Switch   PIC X(01) VALUE "N".
           88  REF-No-More-Loot          VALUE "Y".
           88  REF-More-Loot             VALUE "N".
       01  REF-Loot-Open-Sw      PIC X(01) VALUE "N".
           88  REF-Loot-File-Open        VALUE "Y".
           88  REF-Loot-File-Shut        VALUE "N".
       01  REF-Invt-EOF-Switch   PIC X(01) VALUE "N".
           88  REF-No-More-Invt          VALUE "Y".
           88  REF-More-Invt             VALUE "N".
       01  REF-Invt-Open-Sw      PIC X(01) VALUE "N".
           88  REF-Invt-File-Open        VALUE "Y".
           88  REF-Invt-File-Shut        VALUE "N".
       01  REF-Item-Found-Sw     PIC X(01).
           88  REF-Item-Found            VALUE "Y".
           88  REF-Item-Missing          VALUE "N".
001370 01  REF-Monster-Found-Sw  PIC X(01).
001380     88  REF-Monster-Found         VALUE "Y".
001390     88  REF-Monster-Missing       VALUE "N".
001410 01  REF-Rooms-Read        PIC 9(07) USAGE BINARY VALUE 0.
001420 01  REF-Map-Cards-Read    PIC 9(05) USAGE BINARY VALUE 0.
001430 01  REF-Bst-Cards-Read    PIC 9(05) USAGE BINARY VALUE 0.
001431 01  REF-Bty-Cards-Read    PIC 9(05) USAGE BINARY VALUE 0.
001432 01  REF-Loot-Tables-Read  PIC 9(05) USAGE BINARY VALUE 0.
001433 01  REF-Invt-Records-Read PIC 9(07) USAGE BINARY VALUE 0.
001440 01  REF-Exception-Count   PIC 9(07) USAGE BINARY VALUE 0.
001450
001460* Duplicate-key hunts for the two decks -- a deck that names
001600         DEPENDING ON REF-Bst-Name-Count
001610         INDEXED BY REF-Bst-Name-Index.
001620             10 REF-BN-Name       PIC X(20).
001621 01  REF-Max-Bty-Names     PIC 9(05) USAGE BINARY VALUE 2000.
001622 01  REF-Bty-Name-Count    PIC 9(05) USAGE BINARY VALUE 0.
001623 01  REF-BTY-NAME-TABLE.
001624     05 REF-Bty-Name-Entry OCCURS 1 TO 2000 TIMES
001625         DEPENDING ON REF-Bty-Name-Count
001626         INDEXED BY REF-Bty-Name-Index.
001627             10 REF-YN-Name       PIC X(20).
001630 01  REF-Subscript         PIC 9(05) USAGE BINARY.
001640 01  REF-Found-Sub         PIC 9(05) USAGE BINARY.
001650 01  REF-Hunt-Map-Key      PIC X(09).
001657* record area, which may belong to a file that never opened.
001658 01  REF-Hunt-Monster-Name PIC X(20).
001660 01  REF-Hunt-Bst-Name     PIC X(20).
001661* The item 7200-READ-ITEM hunts for, kept apart the same way.
001662 01  REF-Hunt-Item-Name    PIC X(20).
001663 01  REF-Loot-Chance-Total PIC 9(05) USAGE BINARY.
001670 01  REF-Card-Number       PIC 9(05).
001671* The bounty card's band once blanks are read as any level.
001672 01  REF-Bty-Min-Level     PIC 9(03).
001673 01  REF-Bty-Max-Level     PIC 9(03).
001674 01  REF-Run-Date          PIC 9(08).
001680
001690 01  REF-Heading-Line.
001700     05 FILLER PIC X(22) VALUE "SOURCE".
001810     05 REF-Det-Value-2    PIC ZZZZZZZZ9.
001820 01  REF-Summary-Line      PIC X(100).
001830
001831* One run-control log line, staged here because the FD record
001832* may not be touched before the log is open.
001833 01  REF-Runctl-Status     PIC X(02).
001834 01  REF-Run-Control-Line.
001835     COPY "Run-Control.cpy".
001836
001840 PROCEDURE DIVISION.
001850
001860 0000-MAINLINE.
001861     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001870     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001880     PERFORM 2000-CHECK-ONE-ROOM THRU 2000-CHECK-ONE-ROOM-EXIT
001890         UNTIL REF-No-More-Rooms.
001930     PERFORM 4000-EDIT-ONE-BST-CARD
001940         THRU 4000-EDIT-ONE-BST-CARD-EXIT
001950         UNTIL REF-No-More-Bst-Cards.
001951     PERFORM 5000-EDIT-ONE-BTY-CARD
001952         THRU 5000-EDIT-ONE-BTY-CARD-EXIT
001953         UNTIL REF-No-More-Bty-Cards.
001954     PERFORM 6000-CHECK-ONE-LOOT-TABLE
001955         THRU 6000-CHECK-ONE-LOOT-TABLE-EXIT
001956         UNTIL REF-No-More-Loot.
001957     PERFORM 6500-CHECK-ONE-INVT-ITEM
001958         THRU 6500-CHECK-ONE-INVT-ITEM-EXIT
001959         UNTIL REF-No-More-Invt.
001960     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001961     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001970     STOP RUN.
001980
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO REF-Run-Control-Line.
           MOVE "PHNTREF" TO RUN-PROGRAM.
           MOVE "START" TO RUN-EVENT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
           MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
               RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
           MOVE "NORMAL" TO RUN-TYPE.
           PERFORM 8950-WRITE-RUN-CONTROL
               THRU 8950-WRITE-RUN-CONTROL-EXIT.
       0100-LOG-RUN-START-EXIT.
           EXIT.
      
001990 1000-INITIALIZE.
001991     ACCEPT REF-Run-Date FROM DATE YYYYMMDD.
002000     OPEN OUTPUT REF-REPORT.
002010     WRITE REF-REPORT-LINE FROM REF-Heading-Line.
002020* The bestiary backs every cross-check here -- without it the
002310         MOVE "Y" TO REF-BstDeck-Open-Sw
002320     ELSE
002330         MOVE "Y" TO REF-BstCard-EOF-Sw
           END-IF.
           OPEN INPUT BTY-CARD-FILE.
           IF REF-YC-Success THEN
               MOVE "Y" TO REF-BtyDeck-Open-Sw
           ELSE
               MOVE "Y" TO REF-BtyCard-EOF-Sw
           END-IF.
      * The loot tables and the inventory are proved against the
      * item catalog; with no catalog those two checks are skipped
      * and the run says so.
           OPEN INPUT ITEM-FILE.
           IF REF-IS-Success THEN
               MOVE "Y" TO REF-Catalog-Open-Sw
           ELSE
               DISPLAY "PHNTREF: ITEM CATALOG UNAVAILABLE, STATUS "
                   REF-Item-Status
                   ", LOOT AND INVENTORY CHECKS SKIPPED"
           END-IF.
           OPEN INPUT LOOT-FILE.
           IF REF-LS-Success THEN
               MOVE "Y" TO REF-Loot-Open-Sw
           ELSE
               MOVE "Y" TO REF-Loot-EOF-Switch
           END-IF.
           OPEN INPUT INVENTORY-FILE.
           IF REF-VS-Success THEN
               MOVE "Y" TO REF-Invt-Open-Sw
           ELSE
               MOVE "Y" TO REF-Invt-EOF-Switch
           END-IF.
           IF REF-Catalog-Shut THEN
               MOVE "Y" TO REF-Loot-EOF-Switch
               MOVE "Y" TO REF-Invt-EOF-Switch
002340     END-IF.
002350 1000-INITIALIZE-EXIT.
002360     EXIT.
004390 4110-HUNT-ONE-BST-NAME-EXIT.
004400     EXIT.
004410
       5000-EDIT-ONE-BTY-CARD.
           READ BTY-CARD-FILE
               AT END
                   MOVE "Y" TO REF-BtyCard-EOF-Sw
           END-READ.
           IF REF-No-More-Bty-Cards THEN
               GO TO 5000-EDIT-ONE-BTY-CARD-EXIT
           END-IF.
           ADD 1 TO REF-Bty-Cards-Read.
           MOVE BY-MONSTER-NAME TO REF-Det-Source.
           MOVE 0 TO REF-Bty-Min-Level REF-Bty-Max-Level.
           IF BY-MIN-LEVEL NOT = SPACES OR BY-MAX-LEVEL NOT = SPACES
               THEN
               IF BY-MIN-LEVEL-N IS NUMERIC
                   AND BY-MAX-LEVEL-N IS NUMERIC THEN
                   MOVE BY-MIN-LEVEL-N TO REF-Bty-Min-Level
                   MOVE BY-MAX-LEVEL-N TO REF-Bty-Max-Level
               ELSE
                   MOVE 0 TO REF-Det-Value-1 REF-Det-Value-2
                   MOVE "UNREADABLE LEVEL BAND ON BOUNTY CARD"
                       TO REF-Det-Note
                   PERFORM 7900-WRITE-EXCEPTION
                       THRU 7900-WRITE-EXCEPTION-EXIT
                   GO TO 5000-EDIT-ONE-BTY-CARD-EXIT
               END-IF
           END-IF.
           IF BY-MONSTER-NAME = SPACES
               OR BY-REWARD IS NOT NUMERIC
               OR BY-MAX-CLAIMS IS NOT NUMERIC
               OR BY-EXPIRY IS NOT NUMERIC THEN
               MOVE 0 TO REF-Det-Value-1 REF-Det-Value-2
               MOVE "UNREADABLE FIELD ON BOUNTY CARD"
                   TO REF-Det-Note
               PERFORM 7900-WRITE-EXCEPTION
                   THRU 7900-WRITE-EXCEPTION-EXIT
               GO TO 5000-EDIT-ONE-BTY-CARD-EXIT
           END-IF.
           IF REF-Bty-Min-Level > REF-Bty-Max-Level THEN
               MOVE REF-Bty-Min-Level TO REF-Det-Value-1
               MOVE REF-Bty-Max-Level TO REF-Det-Value-2
               MOVE "BOUNTY LEVEL BAND INVERTED" TO REF-Det-Note
               PERFORM 7900-WRITE-EXCEPTION
                   THRU 7900-WRITE-EXCEPTION-EXIT
           END-IF.
           IF BY-REWARD = 0 OR BY-MAX-CLAIMS = 0 THEN
               MOVE BY-REWARD TO REF-Det-Value-1
               MOVE BY-MAX-CLAIMS TO REF-Det-Value-2
               MOVE "BOUNTY REWARD OR CLAIMS ZERO" TO REF-Det-Note
               PERFORM 7900-WRITE-EXCEPTION
                   THRU 7900-WRITE-EXCEPTION-EXIT
           END-IF.
           IF BY-EXPIRY < REF-Run-Date THEN
               MOVE BY-EXPIRY TO REF-Det-Value-1
               MOVE REF-Run-Date TO REF-Det-Value-2
               MOVE "BOUNTY EXPIRY ALREADY PAST" TO REF-Det-Note
               PERFORM 7900-WRITE-EXCEPTION
                   THRU 7900-WRITE-EXCEPTION-EXIT
           END-IF.
           IF REF-Bestiary-Open THEN
               MOVE BY-MONSTER-NAME TO REF-Hunt-Monster-Name
               PERFORM 7000-READ-MONSTER
                   THRU 7000-READ-MONSTER-EXIT
               IF REF-Monster-Missing THEN
                   MOVE 0 TO REF-Det-Value-1 REF-Det-Value-2
                   MOVE "BOUNTY MONSTER NOT ON BESTIARY"
                       TO REF-Det-Note
                   PERFORM 7900-WRITE-EXCEPTION
                       THRU 7900-WRITE-EXCEPTION-EXIT
               ELSE
                   IF REF-Bty-Max-Level > 0
                       AND (REF-Bty-Min-Level < MB-MIN-DUNGEON-LEVEL
                       OR REF-Bty-Max-Level > MB-MAX-DUNGEON-LEVEL)
                       THEN
                       MOVE MB-MIN-DUNGEON-LEVEL TO REF-Det-Value-1
                       MOVE MB-MAX-DUNGEON-LEVEL TO REF-Det-Value-2
                       MOVE "BOUNTY BAND OUTSIDE MONSTER'S BAND"
                           TO REF-Det-Note
                       PERFORM 7900-WRITE-EXCEPTION
                           THRU 7900-WRITE-EXCEPTION-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 5100-CHECK-DUP-BTY-NAME
               THRU 5100-CHECK-DUP-BTY-NAME-EXIT.
       5000-EDIT-ONE-BTY-CARD-EXIT.
           EXIT.
      
       5100-CHECK-DUP-BTY-NAME.
      * One bounty per monster -- a second card for the same name
      * would silently repost over the first in the loader.
           MOVE 0 TO REF-Found-Sub.
           PERFORM 5110-HUNT-ONE-BTY-NAME
               THRU 5110-HUNT-ONE-BTY-NAME-EXIT
               VARYING REF-Subscript FROM 1 BY 1
               UNTIL REF-Subscript > REF-Bty-Name-Count
                   OR REF-Found-Sub > 0.
           IF REF-Found-Sub > 0 THEN
               MOVE REF-Found-Sub TO REF-Det-Value-1
               MOVE 0 TO REF-Det-Value-2
               MOVE "DUPLICATE BOUNTY IN DECK (FIRST CARD NO)"
                   TO REF-Det-Note
               PERFORM 7900-WRITE-EXCEPTION
                   THRU 7900-WRITE-EXCEPTION-EXIT
               GO TO 5100-CHECK-DUP-BTY-NAME-EXIT
           END-IF.
           IF REF-Bty-Name-Count >= REF-Max-Bty-Names THEN
               DISPLAY "PHNTREF: BOUNTY NAME TABLE FULL, "
                   "DUPLICATE CHECK STOPS AT CARD "
                   REF-Bty-Cards-Read
               GO TO 5100-CHECK-DUP-BTY-NAME-EXIT
           END-IF.
           ADD 1 TO REF-Bty-Name-Count.
           MOVE BY-MONSTER-NAME
               TO REF-YN-Name (REF-Bty-Name-Count).
       5100-CHECK-DUP-BTY-NAME-EXIT.
           EXIT.
      
       5110-HUNT-ONE-BTY-NAME.
           IF REF-YN-Name (REF-Subscript) = BY-MONSTER-NAME THEN
               MOVE REF-Subscript TO REF-Found-Sub
           END-IF.
       5110-HUNT-ONE-BTY-NAME-EXIT.
           EXIT.
      
       6000-CHECK-ONE-LOOT-TABLE.
      * Every loot table must belong to a monster the bestiary
      * carries, name only catalog items, and promise no more than
      * 100 percent between its drops -- RollLoot rolls once a kill.
           READ LOOT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REF-Loot-EOF-Switch
           END-READ.
           IF REF-No-More-Loot THEN
               GO TO 6000-CHECK-ONE-LOOT-TABLE-EXIT
           END-IF.
           ADD 1 TO REF-Loot-Tables-Read.
           MOVE LT-MONSTER-NAME TO REF-Det-Source.
           IF REF-Bestiary-Open THEN
               MOVE LT-MONSTER-NAME TO REF-Hunt-Monster-Name
               PERFORM 7000-READ-MONSTER THRU 7000-READ-MONSTER-EXIT
               IF REF-Monster-Missing THEN
                   MOVE 0 TO REF-Det-Value-1 REF-Det-Value-2
                   MOVE "LOOT TABLE MONSTER NOT ON BESTIARY"
                       TO REF-Det-Note
                   PERFORM 7900-WRITE-EXCEPTION
                       THRU 7900-WRITE-EXCEPTION-EXIT
               END-IF
           END-IF.
           IF LT-DROP-COUNT IS NOT NUMERIC
               OR LT-DROP-COUNT > 10 THEN
               MOVE 0 TO REF-Det-Value-1 REF-Det-Value-2
               MOVE "LOOT TABLE DROP COUNT UNREADABLE"
                   TO REF-Det-Note
               PERFORM 7900-WRITE-EXCEPTION
                   THRU 7900-WRITE-EXCEPTION-EXIT
               GO TO 6000-CHECK-ONE-LOOT-TABLE-EXIT
           END-IF.
           MOVE 0 TO REF-Loot-Chance-Total.
           PERFORM 6100-CHECK-ONE-DROP THRU 6100-CHECK-ONE-DROP-EXIT
               VARYING REF-Subscript FROM 1 BY 1
               UNTIL REF-Subscript > LT-DROP-COUNT.
           IF REF-Loot-Chance-Total > 100 THEN
               MOVE LT-MONSTER-NAME TO REF-Det-Source
               MOVE REF-Loot-Chance-Total TO REF-Det-Value-1
               MOVE 100 TO REF-Det-Value-2
               MOVE "LOOT TABLE CHANCES PASS 100" TO REF-Det-Note
               PERFORM 7900-WRITE-EXCEPTION
                   THRU 7900-WRITE-EXCEPTION-EXIT
           END-IF.
       6000-CHECK-ONE-LOOT-TABLE-EXIT.
           EXIT.
      
       6100-CHECK-ONE-DROP.
           ADD LT-DROP-CHANCE (REF-Subscript) TO REF-Loot-Chance-Total.
           MOVE LT-DROP-ITEM (REF-Subscript) TO REF-Hunt-Item-Name.
           PERFORM 7200-READ-ITEM THRU 7200-READ-ITEM-EXIT.
           IF REF-Item-Missing THEN
               MOVE LT-MONSTER-NAME TO REF-Det-Source
               MOVE SPACES TO REF-Det-Note
               STRING "DROP NOT ON CATALOG: " DELIMITED BY SIZE
                   LT-DROP-ITEM (REF-Subscript) DELIMITED BY SIZE
                   INTO REF-Det-Note
               MOVE REF-Subscript TO REF-Det-Value-1
               MOVE 0 TO REF-Det-Value-2
               PERFORM 7900-WRITE-EXCEPTION
                   THRU 7900-WRITE-EXCEPTION-EXIT
           END-IF.
       6100-CHECK-ONE-DROP-EXIT.
           EXIT.
      
       6500-CHECK-ONE-INVT-ITEM.
      * Whatever a character wears or keeps in the stash must still
      * be on the catalog, or LoadEquipment and PHNTEQP have nothing
      * to price or power it by.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REF-Invt-EOF-Switch
           END-READ.
           IF REF-No-More-Invt THEN
               GO TO 6500-CHECK-ONE-INVT-ITEM-EXIT
           END-IF.
           ADD 1 TO REF-Invt-Records-Read.
           MOVE IV-ITEM-NAME TO REF-Hunt-Item-Name.
           PERFORM 7200-READ-ITEM THRU 7200-READ-ITEM-EXIT.
           IF REF-Item-Found THEN
               GO TO 6500-CHECK-ONE-INVT-ITEM-EXIT
           END-IF.
           MOVE IV-CHARACTER-NAME TO REF-Det-Source.
           MOVE SPACES TO REF-Det-Note.
      * The slot itself says which -- ST0001.. stashed, else worn.
           STRING IV-EQUIP-SLOT DELIMITED BY SIZE
               " NOT ON ITEMS: " DELIMITED BY SIZE
               IV-ITEM-NAME DELIMITED BY SIZE
               INTO REF-Det-Note.
           MOVE 0 TO REF-Det-Value-1 REF-Det-Value-2.
           PERFORM 7900-WRITE-EXCEPTION
               THRU 7900-WRITE-EXCEPTION-EXIT.
       6500-CHECK-ONE-INVT-ITEM-EXIT.
           EXIT.
      
004420 7000-READ-MONSTER.
004430* Keyed read on whatever name the caller left in the hunt
004440* field, leaving the verdict in the found switch.
004610         DM-ROOM-Y DELIMITED BY SIZE
004620         INTO REF-Det-Source.
004630 7100-NAME-ROOM-SOURCE-EXIT.
           EXIT.
      
       7200-READ-ITEM.
      * Keyed read on the catalog, same shape as 7000-READ-MONSTER.
           MOVE "Y" TO REF-Item-Found-Sw.
           MOVE REF-Hunt-Item-Name TO IC-ITEM-NAME.
           READ ITEM-FILE
               INVALID KEY
                   MOVE "N" TO REF-Item-Found-Sw
           END-READ.
       7200-READ-ITEM-EXIT.
004640     EXIT.
004650
004660 7900-WRITE-EXCEPTION.
004880                 TO REF-Summary-Line
004890         END-IF
004900     END-IF.
      * Nor when the item catalog never opened -- the loot and
      * inventory checks were skipped, and the report must say so.
           IF REF-Bestiary-Open AND REF-Catalog-Shut THEN
               IF REF-Exception-Count > 0 THEN
                   WRITE REF-REPORT-LINE FROM REF-Summary-Line
               END-IF
               MOVE SPACES TO REF-Summary-Line
               STRING "ITEM CATALOG UNAVAILABLE -- "
                   "LOOT/INVENTORY CHECKS DID NOT RUN"
                   DELIMITED BY SIZE INTO REF-Summary-Line
           END-IF.
           IF REF-Bestiary-Shut OR REF-Catalog-Shut THEN
               MOVE 12 TO RETURN-CODE
           END-IF.
004910     WRITE REF-REPORT-LINE FROM REF-Summary-Line.
004920     CLOSE REF-REPORT.
004930     IF REF-Bestiary-Open THEN
005020     IF REF-BstDeck-Open THEN
005030         CLOSE BST-CARD-FILE
005040     END-IF.
           IF REF-BtyDeck-Open THEN
               CLOSE BTY-CARD-FILE
           END-IF.
           IF REF-Catalog-Open THEN
               CLOSE ITEM-FILE
           END-IF.
           IF REF-Loot-File-Open THEN
               CLOSE LOOT-FILE
           END-IF.
           IF REF-Invt-File-Open THEN
               CLOSE INVENTORY-FILE
           END-IF.
005050     DISPLAY "PHNTREF: " REF-Rooms-Read " ROOMS, "
005060         REF-Map-Cards-Read " MAP CARDS, "
005070         REF-Bst-Cards-Read " BESTIARY CARDS, "
005071         REF-Bty-Cards-Read " BOUNTY CARDS, "
005072         REF-Loot-Tables-Read " LOOT TABLES, "
005073         REF-Invt-Records-Read " INVENTORY RECORDS, "
005080         REF-Exception-Count " EXCEPTIONS.".
005090 8000-FINISH-EXIT.
005100     EXIT.
005110
005111 8900-LOG-RUN-FINISH.
005112* The FINISH line keeps the START line's run date and start
005113* time -- the pair the status report matches the two on.
005114     MOVE "FINISH" TO RUN-EVENT.
005115     ACCEPT RUN-END-TIME FROM TIME.
005116     COMPUTE RUN-RECORDS-READ =
005117         REF-Rooms-Read
005118         + REF-Map-Cards-Read
005119         + REF-Bst-Cards-Read
005120         + REF-Bty-Cards-Read
005121         + REF-Loot-Tables-Read
005122         + REF-Invt-Records-Read.
005123     MOVE 0 TO RUN-RECORDS-UPDATED.
005124     MOVE REF-Exception-Count TO RUN-RECORDS-REJECTED.
005125     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
005126     PERFORM 8950-WRITE-RUN-CONTROL
005127         THRU 8950-WRITE-RUN-CONTROL-EXIT.
005128 8900-LOG-RUN-FINISH-EXIT.
005129     EXIT.
005130
005131 8950-WRITE-RUN-CONTROL.
005132* Appended to, never rewritten -- the first program to find no
005133* log starts one. A log that will not open costs the run only
005134* its entry, never its work.
005135     OPEN EXTEND RUN-CONTROL-FILE.
005136     IF REF-Runctl-Status NOT = "00" THEN
005137         OPEN OUTPUT RUN-CONTROL-FILE
005138     END-IF.
005139     IF REF-Runctl-Status NOT = "00" THEN
005140         DISPLAY "PHNTREF: UNABLE TO OPEN RUN-CONTROL LOG, "
005141             "STATUS " REF-Runctl-Status
005142         GO TO 8950-WRITE-RUN-CONTROL-EXIT
005143     END-IF.
005144     WRITE RUN-CONTROL-RECORD FROM REF-Run-Control-Line.
005145     CLOSE RUN-CONTROL-FILE.
005146 8950-WRITE-RUN-CONTROL-EXIT.
005147     EXIT.
999999
