000421*                     profession through PHNTMNT. LevelUp
000422*                     grows Mana as well as MaxHP now, by the
000423*                     profession's per-level numbers.
      *   15 OCT 2026  BRP  Load no longer seeds a FIGHTER record for
      *                     a name it has never seen, and Save no
      *                     longer WRITEs one back when the record
      *                     has vanished -- both abandon with HP at
      *                     zero, so a misspelled name on a driver's
      *                     card is turned away as "no living
      *                     record" instead of becoming a junk
      *                     character. New characters come in only
      *                     through the PHNTENR enrollment run.
      *   15 OCT 2026  BRP  Added HoldFoeGold: a party driver sets it
      *                     once per member so FightOneRound pays the
      *                     kill's Experience but leaves its Gold
      *                     award for the driver to split among the
      *                     survivors. A single hero is unchanged.
      *   15 OCT 2026  BRP  Added ClaimBounty: a driver that has just
      *                     seen a foe fall asks for the BOUNTY file's
      *                     posted reward on it, paid through
      *                     AwardGold under a "BOUNTY " reason.
      *   15 OCT 2026  BRP  Added RollLoot and StashItem: a driver
      *                     that has just seen a foe fall rolls the
      *                     monster's LOOT table, and any drop lands in
      *                     the character's stash on INVNTORY.
      *   15 OCT 2026  BRP  Added NewForSimulation and SetUpSimulation:
      *                     the balance simulation run builds a hero
      *                     from a profession's numbers, a level, and
      *                     gear powers, and fights it under these
      *                     same FightOneRound/StrikeBlow/TakeHit
      *                     rules. Save and Kill stand down for such
      *                     a hero and its kill Gold is held, so a
      *                     simulated bout touches no file.
000424
000425 IDENTIFICATION DIVISION.
000426 CLASS-ID. Character.
000480         RECORD KEY IS PF-CHARACTER-NAME
000490         LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
000500         FILE STATUS IS WS-Player-Status.
           SELECT BOUNTY-FILE ASSIGN TO "BOUNTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-MONSTER-NAME
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-Bounty-Status.
           SELECT LOOT-FILE ASSIGN TO "LOOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LT-MONSTER-NAME
               FILE STATUS IS WS-Loot-Status.
000510     SELECT DEATH-LOG ASSIGN TO "DEATHLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-Dlog-Status.
000620             01 LNK-New-Name PIC X(20).
000630         PROCEDURE DIVISION USING LNK-New-Name RETURNING Self.
000640* Build the base instance, then pull its saved slots off the
000650* player file (HP stays zero for a name not enrolled) before
000651* handing it back.
000660             INVOKE SUPER "New" RETURNING Self.
000670             INVOKE Self "Load" USING LNK-New-Name.
000680             EXIT METHOD.
000690         END METHOD "New".
      
               IDENTIFICATION DIVISION.
               METHOD-ID. "NewForSimulation".
               DATA DIVISION.
                   LINKAGE SECTION.
                   01 LNK-Sim-Name   PIC X(20).
                   01 LNK-Sim-Stats.
                       COPY "Profession-Stats.cpy" REPLACING
                           ==StartingHP==   BY ==LNK-Sim-Start-HP==
                           ==StartingMana== BY ==LNK-Sim-Start-Mana==
                           ==HPPerLevel==   BY ==LNK-Sim-HP-Per-Lvl==
                           ==ManaPerLevel== BY ==LNK-Sim-Mana-Per-Lvl==
                           ==SwingPower==   BY ==LNK-Sim-Swing-Power==
                           ==BoltCost==     BY ==LNK-Sim-Bolt-Cost==
                           ==BoltDamage==   BY ==LNK-Sim-Bolt-Damage==
                           ==CureCost==     BY ==LNK-Sim-Cure-Cost==.
                   01 LNK-Sim-Level  PIC 999  USAGE BINARY.
                   01 LNK-Sim-Weapon PIC 9999 USAGE BINARY.
                   01 LNK-Sim-Armor  PIC 9999 USAGE BINARY.
               PROCEDURE DIVISION USING LNK-Sim-Name LNK-Sim-Stats
                   LNK-Sim-Level LNK-Sim-Weapon LNK-Sim-Armor
                   RETURNING Self.
      * The balance simulation's hero: built from a profession's
      * numbers, a level, and gear powers instead of the player file,
      * and never written anywhere -- see SetUpSimulation.
                   INVOKE SUPER "New" RETURNING Self.
                   INVOKE Self "SetUpSimulation" USING LNK-Sim-Name
                       LNK-Sim-Stats LNK-Sim-Level LNK-Sim-Weapon
                       LNK-Sim-Armor.
                   EXIT METHOD.
               END METHOD "NewForSimulation".
000700
000710 END FACTORY.
000720
000930                 ==NotPoisoned==  BY ==PF-NOTPOISONED==
000935                 ==PoisonTicksLeft== BY ==PF-POISONTICKSLEFT==
000936                 ==Profession==   BY ==PF-PROFESSION==.
               FD  BOUNTY-FILE.
               01  BOUNTY-RECORD.
                   05 BT-MONSTER-NAME PIC X(20).
                   COPY "Bounty-Board.cpy" REPLACING
                       ==BountyMinLevel==   BY ==BT-MIN-LEVEL==
                       ==BountyMaxLevel==   BY ==BT-MAX-LEVEL==
                       ==BountyReward==     BY ==BT-REWARD==
                       ==BountyMaxClaims==  BY ==BT-MAX-CLAIMS==
                       ==BountyClaimsLeft== BY ==BT-CLAIMS-LEFT==
                       ==BountyExpiry==     BY ==BT-EXPIRY==
                       ==BountyPosted==     BY ==BT-POSTED==.
000940         FD  DEATH-LOG.
000950         01  DEATH-LOG-RECORD           PIC X(132).
000952         FD  GOLD-LEDGER.
001006                 ==BoltCost==     BY ==PR-BOLT-COST==
001007                 ==BoltDamage==   BY ==PR-BOLT-DAMAGE==
001008                 ==CureCost==     BY ==PR-CURE-COST==.
               FD  LOOT-FILE.
               01  LOOT-RECORD.
                   05 LT-MONSTER-NAME PIC X(20).
                   COPY "Loot-Table.cpy" REPLACING
                       ==DropCount==    BY ==LT-DROP-COUNT==
                       ==DropEntry==    BY ==LT-DROP-ENTRY==
                       ==DropItem==     BY ==LT-DROP-ITEM==
                       ==DropChance==   BY ==LT-DROP-CHANCE==.
001009
001010         WORKING-STORAGE SECTION.
001011         01  Character-Instance-Data.
001070             88 PS-Success             VALUE "00".
001080             88 PS-Not-Found           VALUE "23" "35".
001090             88 PS-Record-Locked       VALUE "51".
001091* Bounty-file status, read and claimed by ClaimBounty with the
001092* same busy/retry convention as the player file.
001093         05 WS-Bounty-Status       PIC X(02).
001094             88 BS-Success             VALUE "00".
001095             88 BS-Not-Found           VALUE "23" "35".
001096             88 BS-Record-Locked       VALUE "51".
001100         05 WS-Dlog-Status         PIC X(02).
001102         05 WS-Gledg-Status        PIC X(02).
001104         05 WS-Grave-Status        PIC X(02).
001173         05 WS-Lock-Retry-Count    PIC 999 USAGE BINARY.
001174         05 WS-Max-Lock-Retries PIC 999 USAGE BINARY VALUE 5.
001175         05 WS-Lock-Retry-Delay PIC 999 USAGE BINARY VALUE 1.
      * Kill Gold paid here, or held for a party -- HoldFoeGold.
               05 WS-Gold-Hold-Switch    PIC X(01) VALUE "N".
                   88 Kill-Gold-Held         VALUE "Y".
                   88 Kill-Gold-Paid         VALUE "N".
      * A hero built by NewForSimulation for the balance run: it
      * fights by the same rules, but nothing it does reaches a file.
               05 WS-Simulation-Switch   PIC X(01) VALUE "N".
                   88 Is-Simulated           VALUE "Y".
                   88 Not-Simulated          VALUE "N".
001180* Snapshot of HP at the instant of death, for the death log.
001190         05 WS-HP-At-Death         PIC 9999 USAGE BINARY.
001200         05 WS-HP-At-Death-Display PIC 9999.
001201* Where StashItem files a drop: "ST" and the next stash number
001202* past the highest this character already holds.
001203         05 WS-Stash-Slot.
001204             10 WS-Stash-Tag       PIC X(02) VALUE "ST".
001205             10 WS-Stash-Number    PIC 9(04).
001206         05 WS-Stash-Worked        PIC X(01).
001207         05 WS-Stash-Scan-Switch   PIC X(01).
001208             88 Stash-Scan-Done        VALUE "Y".
001209             88 Stash-Scan-Going       VALUE "N".
001210         05 WS-Current-Date        PIC 9(08).
001220         05 WS-Current-Time        PIC 9(08).
001221* Loot-file status and RollLoot's dice: a seed stepped once per
001222* roll, the 1-100 roll itself, and the running drop chance.
001223         05 WS-Loot-Status         PIC X(02).
001224             88 LS-Success             VALUE "00".
001225         05 WS-Loot-Seed      PIC 9(09) USAGE BINARY VALUE 0.
001226         05 WS-Loot-Work      PIC 9(15) USAGE BINARY.
001227         05 WS-Loot-Roll      PIC 999 USAGE BINARY.
001228         05 WS-Loot-Reach     PIC 999 USAGE BINARY.
001229         05 WS-Loot-Sub       PIC 99 USAGE BINARY.
001230         05 WS-Death-Log-Line      PIC X(132).
001231* Journal scaffolding: which program is driving this instance
001232* (CHARACTR until a driver says otherwise), which action just
001450* Log the death -- ApplyDamage/ApplyPoisonDamage already snapshot
001460* WS-HP-At-Death before they zero HP, since HP itself is already
001470* 0 by the time Think invokes this method.
001471* A simulated hero just falls -- no death log, no grave.
001472             IF Is-Simulated THEN
001473                 MOVE 0 TO HP
001474                 EXIT METHOD
001475             END-IF.
001480             INVOKE Self "LogDeath".
001490             MOVE 0 TO HP.
001495* The dead leave the player file: archive the record (with the
001704                     USING WS-Foe-XP-Award
001705                 INVOKE LNK-Foe "GetGoldAward"
001706                     RETURNING WS-Foe-Gold-Award
001707                 IF WS-Foe-Gold-Award > 0 AND Kill-Gold-Paid THEN
001708                     INVOKE LNK-Foe "GetName"
001709                         RETURNING WS-Foe-Name
001710                     MOVE SPACES TO WS-Gold-Reason
001860             INVOKE Self "Save".
001870             GOBACK.
001880         END METHOD "ApplyDamage".
      
               IDENTIFICATION DIVISION.
               METHOD-ID. "HoldFoeGold".
               PROCEDURE DIVISION.
      * A party shares what its kills pay: FightOneRound still pays
      * the Experience, but leaves the Gold award for the party
      * driver to split among the members left standing.
                   MOVE "Y" TO WS-Gold-Hold-Switch.
                   GOBACK.
               END METHOD "HoldFoeGold".
001890
001900         IDENTIFICATION DIVISION.
001910         METHOD-ID. "ApplyPoisonDamage".
002703             LINKAGE SECTION.
002704             01 LNK-Load-Name PIC X(20).
002705         PROCEDURE DIVISION USING LNK-Load-Name.
002706* Pull this character's saved slots off the player file. A
002708* name the player file has never seen is NOT seeded any more
002710* -- new characters come in only through the PHNTENR
002712* enrollment run, so a misspelled name on a driver's card is
002714* turned away instead of becoming a junk character. A record
002716* another process still has locked after ReadPlayerLocked's
002717* retries are exhausted is abandoned the same way, and so is
002718* a name resting in the graveyard: the dead come back through
002719* the paid resurrection run. Every abandoned load leaves HP at
      * zero, which is how the drivers tell there is no living
      * record to play.
002720             MOVE LNK-Load-Name TO CharacterName.
002721             MOVE LNK-Load-Name TO PF-CHARACTER-NAME.
                   MOVE 0 TO HP.
002722             INVOKE Self "OpenPlayerFile".
002724             INVOKE Self "ReadPlayerLocked".
002726             IF Record-Found THEN
002736                         " RESTING IN THE GRAVEYARD, "
002737                         "LOAD ABANDONED"
002738                 ELSE
002739                     DISPLAY "CHARACTER " CharacterName
002740                         " NOT ENROLLED, LOAD ABANDONED"
002777                 END-IF
002778             ELSE
002779                 DISPLAY "CHARACTER " CharacterName
002925* path Load uses. A record still locked after ReadPlayerLocked's
002926* retries are exhausted is left alone -- the caller's update is
002927* lost for this attempt rather than forced in as a duplicate
002928* WRITE. A record that has VANISHED since Load -- killed,
002929* shelved, or renamed by another process mid-session -- is
002930* never recreated here: a create-on-miss WRITE would put the
002931* dead straight back on the player file while their grave
002932* stands, and new records come only through enrollment.
002933* A simulated hero has no record to save.
                   IF Is-Simulated THEN
                       GOBACK
                   END-IF.
002934             MOVE CharacterName TO PF-CHARACTER-NAME.
002935             INVOKE Self "OpenPlayerFile".
002936             INVOKE Self "ReadPlayerLocked".
002948                         " RESTING IN THE GRAVEYARD, "
002949                         "SAVE ABANDONED"
002950                 ELSE
002951                     DISPLAY "CHARACTER " CharacterName
002952                         " NOT ON THE PLAYER FILE, "
002953                         "SAVE ABANDONED"
002977                 END-IF
002978             ELSE
002979                 DISPLAY "CHARACTER " CharacterName
003147             GOBACK.
003148         END METHOD "LogDeath".
003149
               IDENTIFICATION DIVISION.
               METHOD-ID. "ClaimBounty".
               DATA DIVISION.
                   LINKAGE SECTION.
                   01 LNK-Bounty-Foe    PIC X(20).
                   01 LNK-Bounty-Level  PIC 999 USAGE BINARY.
                   01 LNK-Bounty-Paid   PIC 9(07) USAGE BINARY.
               PROCEDURE DIVISION USING LNK-Bounty-Foe LNK-Bounty-Level
                   RETURNING LNK-Bounty-Paid.
      * A driver calls this once its foe has fallen, with the dungeon
      * level the kill happened on (zero for the arena). An open
      * bounty on that monster -- claims left, not past its expiry,
      * and posted for this level, where an arena kill only meets a
      * bounty posted for any level -- gives up one claim and pays
      * its reward through AwardGold, so the payout lands on the
      * ledger like every other Gold movement. No BOUNTY file, no
      * bounty on the monster, or a bounty still held by another run
      * after the retries all pay nothing.
                   MOVE 0 TO LNK-Bounty-Paid.
                   OPEN I-O BOUNTY-FILE.
                   IF NOT BS-Success THEN
                       GOBACK
                   END-IF.
                   ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
                   MOVE LNK-Bounty-Foe TO BT-MONSTER-NAME.
                   MOVE 0 TO WS-Lock-Retry-Count.
                   PERFORM 2200-READ-BOUNTY-WITH-RETRY
                       THRU 2200-READ-BOUNTY-WITH-RETRY-EXIT.
                   IF NOT Record-Found THEN
                       CLOSE BOUNTY-FILE
                       GOBACK
                   END-IF.
                   IF BT-CLAIMS-LEFT = 0
                       OR BT-EXPIRY < WS-Current-Date
                       OR (BT-MAX-LEVEL > 0
                           AND (LNK-Bounty-Level < BT-MIN-LEVEL
                           OR LNK-Bounty-Level > BT-MAX-LEVEL))
                       THEN
                       UNLOCK BOUNTY-FILE
                       CLOSE BOUNTY-FILE
                       GOBACK
                   END-IF.
                   SUBTRACT 1 FROM BT-CLAIMS-LEFT.
                   REWRITE BOUNTY-RECORD.
                   IF NOT BS-Success THEN
                       DISPLAY "CHARACTER " CharacterName
                           " BOUNTY " BT-MONSTER-NAME
                           " NOT CLAIMED, STATUS " WS-Bounty-Status
                       CLOSE BOUNTY-FILE
                       GOBACK
                   END-IF.
                   MOVE BT-REWARD TO LNK-Bounty-Paid.
                   CLOSE BOUNTY-FILE.
                   MOVE SPACES TO WS-Gold-Reason.
                   STRING "BOUNTY " DELIMITED BY SIZE
                       LNK-Bounty-Foe DELIMITED BY SIZE
                       INTO WS-Gold-Reason.
                   INVOKE Self "AwardGold" USING LNK-Bounty-Paid
                       WS-Gold-Reason.
                   GOBACK.
      
                   2200-READ-BOUNTY-WITH-RETRY.
                       ADD 1 TO WS-Lock-Retry-Count.
                       READ BOUNTY-FILE WITH LOCK
                           INVALID KEY
                               MOVE "N" TO WS-Found-Switch
                           NOT INVALID KEY
                               MOVE "Y" TO WS-Found-Switch
                       END-READ.
                       IF BS-Record-Locked
                           AND WS-Lock-Retry-Count < WS-Max-Lock-Retries
                           THEN
                           CALL "C$SLEEP" USING WS-Lock-Retry-Delay
                           GO TO 2200-READ-BOUNTY-WITH-RETRY
                       END-IF.
                       IF BS-Record-Locked THEN
                           MOVE "L" TO WS-Found-Switch
                       END-IF.
                   2200-READ-BOUNTY-WITH-RETRY-EXIT.
                       EXIT.
               END METHOD "ClaimBounty".
      
               IDENTIFICATION DIVISION.
               METHOD-ID. "RollLoot".
               DATA DIVISION.
                   LINKAGE SECTION.
                   01 LNK-Loot-Foe      PIC X(20).
                   01 LNK-Loot-Item     PIC X(20).
               PROCEDURE DIVISION USING LNK-Loot-Foe
                   RETURNING LNK-Loot-Item.
      * A driver calls this once its foe has fallen. One roll of
      * 1-100 walks the monster's LOOT table, each drop taking its
      * chance's share of the hundred in order, so at most one item
      * drops and a roll past the last share drops nothing. A drop
      * goes straight into this character's stash, and its name
      * comes back for the driver's report; spaces mean no drop --
      * including no LOOT file, no table for the monster, or a stash
      * that would not take the item.
                   MOVE SPACES TO LNK-Loot-Item.
                   OPEN INPUT LOOT-FILE.
                   IF NOT LS-Success THEN
                       GOBACK
                   END-IF.
                   MOVE LNK-Loot-Foe TO LT-MONSTER-NAME.
                   READ LOOT-FILE
                       INVALID KEY
                           MOVE 0 TO LT-DROP-COUNT
                   END-READ.
      * The seed starts from the time of day and steps through a
      * fixed multiply-and-add, so every kill after the first in a
      * run rolls from where the last one left off.
                   IF WS-Loot-Seed = 0 THEN
                       ACCEPT WS-Current-Time FROM TIME
                       MOVE WS-Current-Time TO WS-Loot-Seed
                   END-IF.
                   COMPUTE WS-Loot-Work = WS-Loot-Seed * 31821 + 13849.
                   DIVIDE WS-Loot-Work BY 1000000 GIVING WS-Loot-Work
                       REMAINDER WS-Loot-Seed.
                   DIVIDE WS-Loot-Seed BY 10000 GIVING WS-Loot-Roll.
                   ADD 1 TO WS-Loot-Roll.
                   MOVE 0 TO WS-Loot-Reach.
                   PERFORM 2300-WALK-ONE-DROP
                       THRU 2300-WALK-ONE-DROP-EXIT
                       VARYING WS-Loot-Sub FROM 1 BY 1
                       UNTIL WS-Loot-Sub > LT-DROP-COUNT
                           OR WS-Loot-Sub > 10
                           OR LNK-Loot-Item NOT = SPACES.
                   CLOSE LOOT-FILE.
                   IF LNK-Loot-Item = SPACES THEN
                       GOBACK
                   END-IF.
                   INVOKE Self "StashItem" USING LNK-Loot-Item
                       RETURNING WS-Stash-Worked.
                   IF WS-Stash-Worked NOT = "Y" THEN
                       MOVE SPACES TO LNK-Loot-Item
                   END-IF.
                   GOBACK.
      
                   2300-WALK-ONE-DROP.
                       ADD LT-DROP-CHANCE (WS-Loot-Sub)
                           TO WS-Loot-Reach.
                       IF WS-Loot-Roll <= WS-Loot-Reach THEN
                           MOVE LT-DROP-ITEM (WS-Loot-Sub)
                               TO LNK-Loot-Item
                       END-IF.
                   2300-WALK-ONE-DROP-EXIT.
                       EXIT.
               END METHOD "RollLoot".
      
               IDENTIFICATION DIVISION.
               METHOD-ID. "StashItem".
               DATA DIVISION.
                   LINKAGE SECTION.
                   01 LNK-Stash-Item    PIC X(20).
                   01 LNK-Stash-Result  PIC X(01).
               PROCEDURE DIVISION USING LNK-Stash-Item
                   RETURNING LNK-Stash-Result.
      * File one item in this character's stash on INVNTORY, under
      * the next stash number past the highest already held -- the
      * stash records sit in key order between ARMOR and WEAPON, so
      * one START and a short walk finds the top. Y when the item
      * landed; N (with the reason on SYSOUT) when it did not.
                   MOVE "N" TO LNK-Stash-Result.
                   OPEN I-O INVENTORY-FILE.
                   IF VS-Not-Found THEN
                       OPEN OUTPUT INVENTORY-FILE
                       CLOSE INVENTORY-FILE
                       OPEN I-O INVENTORY-FILE
                   END-IF.
                   IF NOT VS-Success THEN
                       DISPLAY "CHARACTER " CharacterName
                           " INVENTORY UNAVAILABLE, STATUS "
                           WS-Invt-Status ", " LNK-Stash-Item " LOST"
                       GOBACK
                   END-IF.
                   MOVE 0 TO WS-Stash-Number.
                   MOVE "N" TO WS-Stash-Scan-Switch.
                   MOVE CharacterName TO IV-CHARACTER-NAME.
                   MOVE "ST0000" TO IV-EQUIP-SLOT.
                   START INVENTORY-FILE KEY IS > IV-INVENTORY-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-Stash-Scan-Switch
                   END-START.
                   PERFORM 2400-SCAN-ONE-STASH
                       THRU 2400-SCAN-ONE-STASH-EXIT
                       UNTIL Stash-Scan-Done.
                   IF WS-Stash-Number >= 9999 THEN
                       DISPLAY "CHARACTER " CharacterName
                           " STASH FULL, " LNK-Stash-Item " LOST"
                       CLOSE INVENTORY-FILE
                       GOBACK
                   END-IF.
                   ADD 1 TO WS-Stash-Number.
                   MOVE CharacterName  TO IV-CHARACTER-NAME.
                   MOVE WS-Stash-Slot  TO IV-EQUIP-SLOT.
                   MOVE LNK-Stash-Item TO IV-ITEM-NAME.
                   WRITE INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY "CHARACTER " CharacterName
                               " STASH WRITE FAILED, STATUS "
                               WS-Invt-Status ", " LNK-Stash-Item
                               " LOST"
                       NOT INVALID KEY
                           MOVE "Y" TO LNK-Stash-Result
                   END-WRITE.
                   CLOSE INVENTORY-FILE.
                   GOBACK.
      
                   2400-SCAN-ONE-STASH.
                       READ INVENTORY-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-Stash-Scan-Switch
                       END-READ.
                       IF Stash-Scan-Done THEN
                           GO TO 2400-SCAN-ONE-STASH-EXIT
                       END-IF.
                       IF IV-CHARACTER-NAME NOT = CharacterName
                           OR IV-EQUIP-SLOT (1:2) NOT = "ST" THEN
                           MOVE "Y" TO WS-Stash-Scan-Switch
                           GO TO 2400-SCAN-ONE-STASH-EXIT
                       END-IF.
                       IF IV-EQUIP-SLOT (3:4) IS NUMERIC THEN
                           MOVE IV-EQUIP-SLOT (3:4) TO WS-Stash-Number
                       END-IF.
                   2400-SCAN-ONE-STASH-EXIT.
                       EXIT.
               END METHOD "StashItem".
      
               IDENTIFICATION DIVISION.
               METHOD-ID. "SetUpSimulation".
               DATA DIVISION.
                   LINKAGE SECTION.
                   01 LNK-Sim-Name   PIC X(20).
                   01 LNK-Sim-Stats.
                       COPY "Profession-Stats.cpy" REPLACING
                           ==StartingHP==   BY ==LNK-Sim-Start-HP==
                           ==StartingMana== BY ==LNK-Sim-Start-Mana==
                           ==HPPerLevel==   BY ==LNK-Sim-HP-Per-Lvl==
                           ==ManaPerLevel== BY ==LNK-Sim-Mana-Per-Lvl==
                           ==SwingPower==   BY ==LNK-Sim-Swing-Power==
                           ==BoltCost==     BY ==LNK-Sim-Bolt-Cost==
                           ==BoltDamage==   BY ==LNK-Sim-Bolt-Damage==
                           ==CureCost==     BY ==LNK-Sim-Cure-Cost==.
                   01 LNK-Sim-Level  PIC 999  USAGE BINARY.
                   01 LNK-Sim-Weapon PIC 9999 USAGE BINARY.
                   01 LNK-Sim-Armor  PIC 9999 USAGE BINARY.
               PROCEDURE DIVISION USING LNK-Sim-Name LNK-Sim-Stats
                   LNK-Sim-Level LNK-Sim-Weapon LNK-Sim-Armor.
      * Stand this instance up as the hero a character of this
      * profession would be at this level, fully healed, carrying a
      * weapon and armor of the given powers (zero is an empty
      * slot) -- what Load, LoadProfession, LevelUp, and
      * LoadEquipment would have built, without a file behind it.
      * The switch set here stands down Save and Kill's death log
      * and graveyard, and the kill's Gold is held the way a party
      * holds it, so nothing the combat rules do reaches a file.
      * The rules themselves are untouched.
                   MOVE "Y" TO WS-Simulation-Switch.
                   MOVE "Y" TO WS-Gold-Hold-Switch.
                   MOVE LNK-Sim-Name            TO CharacterName.
                   MOVE LNK-Sim-Start-HP        TO WS-Start-HP.
                   MOVE LNK-Sim-Start-Mana      TO WS-Start-Mana.
                   MOVE LNK-Sim-HP-Per-Lvl      TO WS-HP-Per-Level.
                   MOVE LNK-Sim-Mana-Per-Lvl    TO WS-Mana-Per-Level.
                   MOVE LNK-Sim-Swing-Power     TO WS-Swing-Power.
                   MOVE LNK-Sim-Bolt-Cost       TO WS-Bolt-Cost.
                   MOVE LNK-Sim-Bolt-Damage     TO WS-Bolt-Damage.
                   MOVE LNK-Sim-Cure-Cost       TO WS-Cure-Cost.
                   MOVE LNK-Sim-Weapon          TO WS-Weapon-Power.
                   MOVE LNK-Sim-Armor           TO WS-Armor-Soak.
                   IF LNK-Sim-Level = 0 THEN
                       MOVE 1 TO Level
                   ELSE
                       MOVE LNK-Sim-Level TO Level
                   END-IF.
                   COMPUTE MaxHP = WS-Start-HP
                       + (Level - 1) * WS-HP-Per-Level
                       ON SIZE ERROR
                           MOVE 9999 TO MaxHP
                   END-COMPUTE.
                   COMPUTE Mana = WS-Start-Mana
                       + (Level - 1) * WS-Mana-Per-Level
                       ON SIZE ERROR
                           MOVE 9999 TO Mana
                   END-COMPUTE.
                   MOVE MaxHP TO HP.
                   COMPUTE Experience = (Level - 1) * 1000.
                   MOVE 0 TO Gold.
                   MOVE 0 TO Age.
                   MOVE 0 TO DungeonX.
                   MOVE 0 TO DungeonY.
                   MOVE 0 TO DungeonLevel.
                   MOVE "N" TO Poisoned.
                   MOVE 0 TO PoisonTicksLeft.
                   MOVE SPACES TO Profession.
                   GOBACK.
               END METHOD "SetUpSimulation".
      
003150 END OBJECT.
003151
003152 END CLASS Character.
