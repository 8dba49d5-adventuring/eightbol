000010** PHNTBTY.cob -- EIGHTBOL bounty board load
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- posts bounties on the BOUNTY
000060*                     file from the operators' card deck: one
000070*                     per monster, with an optional band of
000080*                     dungeon levels, a reward per claim, a
000090*                     claim limit, and an expiry date. A card
000100*                     for a monster already posted reposts it
000110*                     with a fresh claim count. Monsters are
000120*                     checked against the MONSTERS file the
000130*                     way PHNTREF checks spawn names.
000131*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000132*                     shared run-control log (RUNCTL) with the
000133*                     run's counts and completion code, for the
000134*                     morning status report.
000140
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. PHNTBTY.
000170 AUTHOR. Bruce-Robert Pocock.
000180 DATE-WRITTEN. 15 OCT 2026.
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT BOUNTY-FILE ASSIGN TO "BOUNTY"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS BT-MONSTER-NAME
000270         FILE STATUS IS BTY-Bounty-Status.
000280     SELECT MONSTER-FILE ASSIGN TO "MONSTERS"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS MB-MONSTER-NAME
000320         FILE STATUS IS BTY-Monster-Status.
000330     SELECT CARD-FILE ASSIGN TO "BTYCARDS"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS BTY-Card-Status.
000351     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000352         ORGANIZATION IS LINE SEQUENTIAL
000353         FILE STATUS IS BTY-Runctl-Status.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  BOUNTY-FILE.
000400 01  BOUNTY-RECORD.
000410     05 BT-MONSTER-NAME PIC X(20).
000420     COPY "Bounty-Board.cpy" REPLACING
000430         ==BountyMinLevel==   BY ==BT-MIN-LEVEL==
000440         ==BountyMaxLevel==   BY ==BT-MAX-LEVEL==
000450         ==BountyReward==     BY ==BT-REWARD==
000460         ==BountyMaxClaims==  BY ==BT-MAX-CLAIMS==
000470         ==BountyClaimsLeft== BY ==BT-CLAIMS-LEFT==
000480         ==BountyExpiry==     BY ==BT-EXPIRY==
000490         ==BountyPosted==     BY ==BT-POSTED==.
000500 FD  MONSTER-FILE.
000510 01  MONSTER-RECORD.
000520     05 MB-MONSTER-NAME PIC X(20).
000530     COPY "Monster-Bestiary.cpy" REPLACING
000540         ==StartingHP==      BY ==MB-STARTING-HP==
000550         ==AttackPower==     BY ==MB-ATTACK-POWER==
000560         ==ExperienceAward== BY ==MB-EXPERIENCE-AWARD==
000570         ==GoldAward==       BY ==MB-GOLD-AWARD==
000580         ==PoisonsOnHit==    BY ==MB-POISONS-ON-HIT==
000590         ==DoesPoison==      BY ==MB-DOES-POISON==
000600         ==DoesNotPoison==   BY ==MB-DOES-NOT-POISON==
000610         ==MinDungeonLevel== BY ==MB-MIN-DUNGEON-LEVEL==
000620         ==MaxDungeonLevel== BY ==MB-MAX-DUNGEON-LEVEL==.
000630 FD  CARD-FILE.
000640* Level band left blank at both ends posts the bounty for any
000650* level, the arena included.
000660 01  CARD-RECORD.
000670     05 BY-MONSTER-NAME     PIC X(20).
000680     05 BY-MIN-LEVEL        PIC X(03).
000690     05 BY-MIN-LEVEL-N REDEFINES BY-MIN-LEVEL PIC 9(03).
000700     05 BY-MAX-LEVEL        PIC X(03).
000710     05 BY-MAX-LEVEL-N REDEFINES BY-MAX-LEVEL PIC 9(03).
000720     05 BY-REWARD           PIC 9(07).
000730     05 BY-MAX-CLAIMS       PIC 9(05).
000740     05 BY-EXPIRY           PIC 9(08).
000750     05 BY-EXPIRY-PARTS REDEFINES BY-EXPIRY.
000760         10 BY-EXPIRY-YEAR  PIC 9(04).
000770         10 BY-EXPIRY-MONTH PIC 9(02).
000780         10 BY-EXPIRY-DAY   PIC 9(02).
000790     05 FILLER              PIC X(34).
000791 FD  RUN-CONTROL-FILE.
000792 01  RUN-CONTROL-RECORD   PIC X(110).
000800
000810 WORKING-STORAGE SECTION.
000820 01  BTY-Bounty-Status     PIC X(02).
000830     88  BTY-BS-Success            VALUE "00".
000840     88  BTY-BS-Not-Found          VALUE "23" "35".
000850 01  BTY-Monster-Status    PIC X(02).
000860     88  BTY-MS-Success            VALUE "00".
000870 01  BTY-Card-Status       PIC X(02).
000880     88  BTY-CS-Success            VALUE "00".
000890
000900 01  BTY-EOF-Switch        PIC X(01) VALUE "N".
000910     88  BTY-No-More-Cards         VALUE "Y".
000920     88  BTY-More-Cards            VALUE "N".
000930 01  BTY-Card-OK-Switch    PIC X(01) VALUE "N".
000940     88  BTY-Card-OK               VALUE "Y".
000950     88  BTY-Card-Rejected         VALUE "N".
000960 01  BTY-Files-Open-Sw     PIC X(01) VALUE "N".
000970     88  BTY-Files-Open            VALUE "Y".
000980     88  BTY-Files-Shut            VALUE "N".
000990
001000 01  BTY-Cards-Read        PIC 9(05) USAGE BINARY VALUE 0.
001010 01  BTY-Bounties-Posted   PIC 9(05) USAGE BINARY VALUE 0.
001020 01  BTY-Bounties-Reposted PIC 9(05) USAGE BINARY VALUE 0.
001030 01  BTY-Cards-Rejected    PIC 9(05) USAGE BINARY VALUE 0.
001040
001050 01  BTY-Run-Date          PIC 9(08).
001060 01  BTY-Min-Level         PIC 9(03).
001070 01  BTY-Max-Level         PIC 9(03).
001080 01  BTY-Reject-Reason     PIC X(40).
001081
001082* One run-control log line, staged here because the FD record
001083* may not be touched before the log is open.
001084 01  BTY-Runctl-Status     PIC X(02).
001085 01  BTY-Run-Control-Line.
001086     COPY "Run-Control.cpy".
001090
001100 PROCEDURE DIVISION.
001110
001120 0000-MAINLINE.
001121     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001130     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001140     PERFORM 2000-LOAD-ONE-CARD THRU 2000-LOAD-ONE-CARD-EXIT
001150         UNTIL BTY-No-More-Cards.
001160     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001161     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001170     STOP RUN.
001171
001172 0100-LOG-RUN-START.
001173* Logged before anything else is touched, so a run that falls
001174* over part way still leaves a START with no FINISH behind it
001175* for the morning status report to find.
001176     MOVE SPACES TO BTY-Run-Control-Line.
001177     MOVE "PHNTBTY" TO RUN-PROGRAM.
001178     MOVE "START" TO RUN-EVENT.
001179     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001180     ACCEPT RUN-START-TIME FROM TIME.
001181     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
001182         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
001183     MOVE "NORMAL" TO RUN-TYPE.
001184     PERFORM 8950-WRITE-RUN-CONTROL
001185         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001186 0100-LOG-RUN-START-EXIT.
001187     EXIT.
001188
001190 1000-INITIALIZE.
001200* Bootstrap the indexed bounty file the first time it is ever
001210* posted to -- same OPEN I-O/fall-back-to-OPEN OUTPUT pattern
001220* PHNTBST uses for the bestiary. The bestiary itself must be
001230* there: a bounty on a monster nobody can meet is never posted.
001240     ACCEPT BTY-Run-Date FROM DATE YYYYMMDD.
001250     OPEN INPUT CARD-FILE.
001260     IF NOT BTY-CS-Success THEN
001270         DISPLAY "PHNTBTY: UNABLE TO OPEN CARD FILE, STATUS "
001280             BTY-Card-Status
001290         MOVE "Y" TO BTY-EOF-Switch
001300         GO TO 1000-INITIALIZE-EXIT
001310     END-IF.
001320     OPEN INPUT MONSTER-FILE.
001330     IF NOT BTY-MS-Success THEN
001340         DISPLAY "PHNTBTY: UNABLE TO OPEN BESTIARY, STATUS "
001350             BTY-Monster-Status
001360         MOVE "Y" TO BTY-EOF-Switch
001370         CLOSE CARD-FILE
001380         GO TO 1000-INITIALIZE-EXIT
001390     END-IF.
001400     OPEN I-O BOUNTY-FILE.
001410     IF BTY-BS-Not-Found THEN
001420         OPEN OUTPUT BOUNTY-FILE
001430         CLOSE BOUNTY-FILE
001440         OPEN I-O BOUNTY-FILE
001450     END-IF.
001460     IF BTY-BS-Success THEN
001470         MOVE "Y" TO BTY-Files-Open-Sw
001480     ELSE
001490         DISPLAY "PHNTBTY: UNABLE TO OPEN BOUNTY FILE, STATUS "
001500             BTY-Bounty-Status
001510         MOVE "Y" TO BTY-EOF-Switch
001520         CLOSE CARD-FILE
001530         CLOSE MONSTER-FILE
001540     END-IF.
001550 1000-INITIALIZE-EXIT.
001560     EXIT.
001570
001580 2000-LOAD-ONE-CARD.
001590     READ CARD-FILE
001600         AT END
001610             MOVE "Y" TO BTY-EOF-Switch
001620     END-READ.
001630     IF BTY-No-More-Cards THEN
001640         GO TO 2000-LOAD-ONE-CARD-EXIT
001650     END-IF.
001660     ADD 1 TO BTY-Cards-Read.
001670     PERFORM 2100-EDIT-CARD THRU 2100-EDIT-CARD-EXIT.
001680     IF BTY-Card-OK THEN
001690         PERFORM 2200-APPLY-CARD THRU 2200-APPLY-CARD-EXIT
001700     ELSE
001710         ADD 1 TO BTY-Cards-Rejected
001720         DISPLAY "PHNTBTY: CARD " BTY-Cards-Read
001730             " REJECTED, " BTY-Reject-Reason ": "
001740             BY-MONSTER-NAME
001750     END-IF.
001760 2000-LOAD-ONE-CARD-EXIT.
001770     EXIT.
001780
001790 2100-EDIT-CARD.
001800* A card that fails the edit is reported and dropped; the run
001810* carries on with the rest of the deck.
001820     MOVE "N" TO BTY-Card-OK-Switch.
001830     IF BY-MONSTER-NAME = SPACES
001840         OR BY-REWARD IS NOT NUMERIC
001850         OR BY-MAX-CLAIMS IS NOT NUMERIC
001860         OR BY-EXPIRY IS NOT NUMERIC THEN
001870         MOVE "UNREADABLE FIELD" TO BTY-Reject-Reason
001880         GO TO 2100-EDIT-CARD-EXIT
001890     END-IF.
001900     IF BY-MIN-LEVEL = SPACES AND BY-MAX-LEVEL = SPACES THEN
001910         MOVE 0 TO BTY-Min-Level BTY-Max-Level
001920     ELSE
001930         IF BY-MIN-LEVEL-N IS NOT NUMERIC
001940             OR BY-MAX-LEVEL-N IS NOT NUMERIC THEN
001950             MOVE "LEVEL BAND UNREADABLE" TO BTY-Reject-Reason
001960             GO TO 2100-EDIT-CARD-EXIT
001970         END-IF
001980         MOVE BY-MIN-LEVEL-N TO BTY-Min-Level
001990         MOVE BY-MAX-LEVEL-N TO BTY-Max-Level
002000     END-IF.
002010     IF BTY-Min-Level > BTY-Max-Level THEN
002020         MOVE "LEVEL BAND INVERTED" TO BTY-Reject-Reason
002030         GO TO 2100-EDIT-CARD-EXIT
002040     END-IF.
002050     IF BY-REWARD = 0 OR BY-MAX-CLAIMS = 0 THEN
002060         MOVE "REWARD AND CLAIMS MUST BE ABOVE ZERO"
002070             TO BTY-Reject-Reason
002080         GO TO 2100-EDIT-CARD-EXIT
002090     END-IF.
002100     IF BY-EXPIRY-MONTH < 1 OR BY-EXPIRY-MONTH > 12
002110         OR BY-EXPIRY-DAY < 1 OR BY-EXPIRY-DAY > 31 THEN
002120         MOVE "EXPIRY NOT A DATE" TO BTY-Reject-Reason
002130         GO TO 2100-EDIT-CARD-EXIT
002140     END-IF.
002150     IF BY-EXPIRY < BTY-Run-Date THEN
002160         MOVE "EXPIRY ALREADY PAST" TO BTY-Reject-Reason
002170         GO TO 2100-EDIT-CARD-EXIT
002180     END-IF.
002190     MOVE BY-MONSTER-NAME TO MB-MONSTER-NAME.
002200     READ MONSTER-FILE
002210         INVALID KEY
002220             MOVE "MONSTER NOT ON BESTIARY" TO BTY-Reject-Reason
002230             GO TO 2100-EDIT-CARD-EXIT
002240     END-READ.
002250* A band the monster never appears in is a bounty nobody can
002260* ever claim.
002270     IF BTY-Max-Level > 0
002280         AND (BTY-Min-Level < MB-MIN-DUNGEON-LEVEL
002290         OR BTY-Max-Level > MB-MAX-DUNGEON-LEVEL) THEN
002300         MOVE "BAND OUTSIDE MONSTER'S LEVELS"
002310             TO BTY-Reject-Reason
002320         GO TO 2100-EDIT-CARD-EXIT
002330     END-IF.
002340     MOVE "Y" TO BTY-Card-OK-Switch.
002350 2100-EDIT-CARD-EXIT.
002360     EXIT.
002370
002380 2200-APPLY-CARD.
002390* WRITE a new bounty; a monster already posted means this card
002400* reposts it, so REWRITE it in place with its claims restored.
002410     MOVE BY-MONSTER-NAME TO BT-MONSTER-NAME.
002420     MOVE BTY-Min-Level   TO BT-MIN-LEVEL.
002430     MOVE BTY-Max-Level   TO BT-MAX-LEVEL.
002440     MOVE BY-REWARD       TO BT-REWARD.
002450     MOVE BY-MAX-CLAIMS   TO BT-MAX-CLAIMS.
002460     MOVE BY-MAX-CLAIMS   TO BT-CLAIMS-LEFT.
002470     MOVE BY-EXPIRY       TO BT-EXPIRY.
002480     MOVE BTY-Run-Date    TO BT-POSTED.
002490     WRITE BOUNTY-RECORD
002500         INVALID KEY
002510             REWRITE BOUNTY-RECORD
002520             ADD 1 TO BTY-Bounties-Reposted
002530         NOT INVALID KEY
002540             ADD 1 TO BTY-Bounties-Posted
002550     END-WRITE.
002560 2200-APPLY-CARD-EXIT.
002570     EXIT.
002580
002590 8000-FINISH.
002600     IF BTY-Files-Open THEN
002610         CLOSE CARD-FILE
002620         CLOSE MONSTER-FILE
002630         CLOSE BOUNTY-FILE
002640     END-IF.
002650     DISPLAY "PHNTBTY: " BTY-Cards-Read " CARDS READ, "
002660         BTY-Bounties-Posted " POSTED, "
002670         BTY-Bounties-Reposted " REPOSTED, "
002680         BTY-Cards-Rejected " REJECTED.".
002690 8000-FINISH-EXIT.
002700     EXIT.
002710
002720 8900-LOG-RUN-FINISH.
002730* The FINISH line keeps the START line's run date and start
002740* time -- the pair the status report matches the two on.
002750     MOVE "FINISH" TO RUN-EVENT.
002760     ACCEPT RUN-END-TIME FROM TIME.
002770     MOVE BTY-Cards-Read TO RUN-RECORDS-READ.
002780     COMPUTE RUN-RECORDS-UPDATED =
002790         BTY-Bounties-Posted
002800         + BTY-Bounties-Reposted.
002810     MOVE BTY-Cards-Rejected TO RUN-RECORDS-REJECTED.
002820     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
002830     PERFORM 8950-WRITE-RUN-CONTROL
002840         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002850 8900-LOG-RUN-FINISH-EXIT.
002860     EXIT.
002870
002880 8950-WRITE-RUN-CONTROL.
002890* Appended to, never rewritten -- the first program to find no
002900* log starts one. A log that will not open costs the run only
002910* its entry, never its work.
002920     OPEN EXTEND RUN-CONTROL-FILE.
002930     IF BTY-Runctl-Status NOT = "00" THEN
002940         OPEN OUTPUT RUN-CONTROL-FILE
002950     END-IF.
002960     IF BTY-Runctl-Status NOT = "00" THEN
002970         DISPLAY "PHNTBTY: UNABLE TO OPEN RUN-CONTROL LOG, "
002980             "STATUS " BTY-Runctl-Status
002990         GO TO 8950-WRITE-RUN-CONTROL-EXIT
003000     END-IF.
003010     WRITE RUN-CONTROL-RECORD FROM BTY-Run-Control-Line.
003020     CLOSE RUN-CONTROL-FILE.
003030 8950-WRITE-RUN-CONTROL-EXIT.
003040     EXIT.
999999
