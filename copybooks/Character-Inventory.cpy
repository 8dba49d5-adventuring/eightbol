000080*                     only the item's name; its power and price
000090*                     stay on the ITEMS catalog, so a catalog
000100*                     reload rebalances gear already bought.
000101*   15 OCT 2026  BRP  STASH records: an item a character owns
000102*                     but is not wearing sits under a slot of
000103*                     "ST" and a four-digit stash number
000104*                     ("ST0001" up), numbered per character in
000105*                     the order the items arrived. The layout
000106*                     does not change -- only the slot values.
000110*
000120* COPY this directly under the including record's key fields the
000130* way Dungeon-Map.cpy folds under DM-ROOM-KEY -- these are bare
000140* 05 slots, not a group of their own. The record key (the
000150* character's name PIC X(20) and the equipment slot PIC X(06),
000160* "WEAPON", "ARMOR ", or a stash slot "STnnnn") is declared by
000161* the including program.
000170         05 ItemName     PIC X(20).
999999
