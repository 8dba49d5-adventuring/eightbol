000010** Loot-Table.cpy -- canonical EIGHTBOL monster loot table
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- one record per monster on the
000060*                     LOOT file, keyed by the bestiary name,
000070*                     listing the ITEMS catalog entries a kill
000080*                     can drop and how often each drops. Loaded
000090*                     by PHNTLOT, rolled by the Character class's
000100*                     RollLoot, cross-checked by PHNTREF.
000110*
000120* COPY this directly under the including record's key field the
000130* way Monster-Bestiary.cpy folds under MB-MONSTER-NAME -- these
000140* are bare 05 slots, not a group of their own. The record key
000150* (the monster's name, PIC X(20)) is declared by the including
000160* program. Drops are packed from slot 1 up; slots past
000170* DropCount are spaces and zeros.
000180* DropChance is the percent of kills that yield that item. One
000190* roll per kill picks at most one drop, so the chances on a
000200* record never total more than 100; whatever is left over is
000210* the chance the monster drops nothing.
000220         05 DropCount    PIC 9(02).
000230         05 DropEntry    OCCURS 10 TIMES.
000240             10 DropItem     PIC X(20).
000250             10 DropChance   PIC 9(03).
999999
