000076*                     too, with a getter, so a defeated foe can
000077*                     pay out Gold the same way it pays
000078*                     Experience.
      *   15 OCT 2026  BRP  Added NewFromStats: builds a monster from
      *                     bestiary numbers the caller already holds,
      *                     so the balance simulation run can field a
      *                     proposed card that is not on MONSTERS yet.
000079
000080 IDENTIFICATION DIVISION.
000090 CLASS-ID. Monster.
000364             INVOKE Self "LoadFromBestiary" USING LNK-New-Name.
000366             EXIT METHOD.
000368         END METHOD "NewFromBestiary".
      
               IDENTIFICATION DIVISION.
               METHOD-ID. "NewFromStats".
               DATA DIVISION.
                   LINKAGE SECTION.
                   01 LNK-New-Name PIC X(20).
                   01 LNK-New-Stats.
                       COPY "Monster-Bestiary.cpy" REPLACING
                           ==StartingHP==      BY ==LNK-New-Start-HP==
                           ==AttackPower==     BY ==LNK-New-Attack==
                           ==ExperienceAward== BY ==LNK-New-XP-Award==
                           ==GoldAward==       BY ==LNK-New-Gold==
                           ==PoisonsOnHit==    BY ==LNK-New-Poisons==
                           ==DoesPoison==      BY ==LNK-New-Poisons-Y==
                           ==DoesNotPoison==   BY ==LNK-New-Poisons-N==
                           ==MinDungeonLevel== BY ==LNK-New-Min-Lvl==
                           ==MaxDungeonLevel== BY ==LNK-New-Max-Lvl==.
               PROCEDURE DIVISION USING LNK-New-Name LNK-New-Stats
                   RETURNING Self.
      * Build the base instance, then seed it from a bestiary-shaped
      * set of numbers the caller holds -- a design-deck card that
      * has not been loaded, say -- instead of reading MONSTERS.
                   INVOKE SUPER "New" RETURNING Self.
                   INVOKE Self "LoadFromStats" USING LNK-New-Name
                       LNK-New-Stats.
                   EXIT METHOD.
               END METHOD "NewFromStats".
000370
000372 END FACTORY.
000374
000794         END METHOD "Kill".
000796
000860         IDENTIFICATION DIVISION.
               METHOD-ID. "LoadFromStats".
               DATA DIVISION.
                   LINKAGE SECTION.
                   01 LNK-Load-Name PIC X(20).
                   01 LNK-Load-Stats.
                       COPY "Monster-Bestiary.cpy" REPLACING
                           ==StartingHP==      BY ==LNK-Load-Start-HP==
                           ==AttackPower==     BY ==LNK-Load-Attack==
                           ==ExperienceAward== BY ==LNK-Load-XP-Award==
                           ==GoldAward==       BY ==LNK-Load-Gold==
                           ==PoisonsOnHit==    BY ==LNK-Load-Poisons==
                           ==DoesPoison==      BY ==LNK-Load-Poisons-Y==
                           ==DoesNotPoison==   BY ==LNK-Load-Poisons-N==
                           ==MinDungeonLevel== BY ==LNK-Load-Min-Lvl==
                           ==MaxDungeonLevel== BY ==LNK-Load-Max-Lvl==.
               PROCEDURE DIVISION USING LNK-Load-Name LNK-Load-Stats.
      * Same slots LoadFromBestiary fills, taken from the caller's
      * numbers rather than the file.
                   MOVE LNK-Load-Name       TO MonsterName.
                   MOVE LNK-Load-Start-HP   TO HP.
                   MOVE LNK-Load-Start-HP   TO MaxHP.
                   MOVE LNK-Load-Attack     TO AttackDamage.
                   MOVE LNK-Load-XP-Award   TO ExperienceAward.
                   MOVE LNK-Load-Gold       TO GoldAward.
                   MOVE LNK-Load-Poisons    TO PoisonsOnHit.
                   MOVE LNK-Load-Min-Lvl    TO MinDungeonLevel.
                   MOVE LNK-Load-Max-Lvl    TO MaxDungeonLevel.
                   GOBACK.
               END METHOD "LoadFromStats".
      
               IDENTIFICATION DIVISION.
000870         METHOD-ID. "ApplyDamage".
000880         DATA DIVISION.
000890             LINKAGE SECTION.
