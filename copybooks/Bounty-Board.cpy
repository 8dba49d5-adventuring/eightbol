000010** Bounty-Board.cpy -- canonical EIGHTBOL bounty slot set
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- one record per posted bounty on
000060*                     the BOUNTY file, keyed by the monster's
000070*                     name, loaded from the operators' deck by
000080*                     PHNTBTY. A kill in the arena or the
000090*                     dungeon claims it through the Character
000100*                     class's ClaimBounty; PHNTBTR reports on it
000110*                     nightly.
000120*
000130* COPY this directly under the including record's key field the
000140* way Monster-Bestiary.cpy folds under MB-MONSTER-NAME -- these
000150* are bare 05 slots, not a group of their own. The record key
000160* (the monster's name, PIC X(20)) is declared by the including
000170* program. One bounty per monster: reposting one replaces it.
000180* The dungeon levels the bounty pays on, inclusive at both
000190* ends. Both zero means any level, the arena included.
000200         05 BountyMinLevel   PIC 999    USAGE BINARY.
000210         05 BountyMaxLevel   PIC 999    USAGE BINARY.
000220* Gold paid per claim, how many claims the posting allows, and
000230* how many of those are still open.
000240         05 BountyReward     PIC 9(07)  USAGE BINARY.
000250         05 BountyMaxClaims  PIC 9(05)  USAGE BINARY.
000260         05 BountyClaimsLeft PIC 9(05)  USAGE BINARY.
000270* Last day a claim is paid, and the day the bounty was posted,
000280* both YYYYMMDD.
000290         05 BountyExpiry     PIC 9(08).
000300         05 BountyPosted     PIC 9(08).
999999
