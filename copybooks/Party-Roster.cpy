000010** Party-Roster.cpy -- canonical EIGHTBOL adventuring party
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- one record per party on the
000060*                     PARTY file, keyed by party name, listing
000070*                     up to four member characters in the order
000080*                     they joined. The first member is the
000090*                     party's leader: an expedition gathers the
000100*                     party on the leader's square. Maintained
000110*                     by PHNTPTY, walked by PHNTPEX.
000120*
000130* COPY this directly under the including record's key field the
000140* way Dungeon-Map.cpy folds under DM-ROOM-KEY -- these are bare
000150* 05 slots, not a group of their own. The record key (the
000160* party's name, PIC X(20)) is declared by the including program.
000170* Members are packed from slot 1 up; slots past MemberCount are
000180* spaces.
000190         05 MemberCount  PIC 9(01).
000200         05 MemberName   PIC X(20)  OCCURS 4 TIMES.
000210* When the party was formed, YYYYMMDD.
000220         05 FormedDate   PIC 9(08).
999999
