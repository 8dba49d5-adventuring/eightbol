000176*                     before this, a beaten monster stood back
000177*                     up free on every visit, and the nightly
000178*                     restock had no cleared rooms to refill.
      *   15 OCT 2026  BRP  A slain spawn with an open bounty on the
      *                     BOUNTY file pays it to the hero through
      *                     ClaimBounty, checked against the level
      *                     the kill happened on, and the report
      *                     names the bounty paid.
      *   15 OCT 2026  BRP  A slain spawn rolls its LOOT table through
      *                     RollLoot; any drop goes into the hero's
      *                     stash and the report names it.
      *   15 OCT 2026  BRP  Writes a START and a FINISH line to the
      *                     shared run-control log (RUNCTL) with the
      *                     run's counts and completion code, for the
      *                     morning status report.
      *   15 OCT 2026  BRP  Every card turned away is also filed on
      *                     the shared SUSPENSE file under a
      *                     standard reason code, with the card as
      *                     read. A card the desk sent back through
      *                     PHNTSRB clears its entry when taken, or
      *                     reopens it if turned away again.
000179
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. PHNTEXP.
000380     SELECT EXPLORE-REPORT ASSIGN TO "EXPRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS EXP-Report-Status.
000401     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS EXP-Runctl-Status.
000404     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000405         ORGANIZATION IS INDEXED
000406         ACCESS MODE IS DYNAMIC
000407         RECORD KEY IS SU-SUSPENSE-KEY
000408         FILE STATUS IS EXP-Susp-Status.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000580         ==SpawnMonster== BY ==DM-SPAWN-MONSTER==.
000590 FD  EXPLORE-REPORT.
000600 01  EXPLORE-REPORT-LINE  PIC X(100).
000601 FD  RUN-CONTROL-FILE.
000602 01  RUN-CONTROL-RECORD   PIC X(110).
000603 FD  SUSPENSE-FILE.
000604 01  SUSPENSE-RECORD.
000605     COPY "Suspense-Entry.cpy".
000610
000620 WORKING-STORAGE SECTION.
000630 01  EXP-Card-Status      PIC X(02).
001050 01  EXP-Max-Rounds           PIC 999 USAGE BINARY VALUE 50.
001060 01  EXP-Hero-HP-Now          PIC 9999 USAGE BINARY.
001070 01  EXP-Foe-HP-Now           PIC 9999 USAGE BINARY.
001071 01  EXP-Bounty-Paid          PIC 9(07) USAGE BINARY.
001072 01  EXP-Bounties-Claimed     PIC 9(05) USAGE BINARY VALUE 0.
001073* The item the kill dropped into the hero's stash, if any.
001074 01  EXP-Loot-Item            PIC X(20).
001075 01  EXP-Drops-Stashed        PIC 9(05) USAGE BINARY VALUE 0.
001120* What FightOneRound hands back for each round fought.
001130 01  EXP-Round-Outcome        PIC X(01).
001140     88  EXP-Round-Foe-Fell       VALUE "F".
001250 01  EXP-Log-Level        PIC 9(03).
001260 01  EXP-Log-X            PIC 9(03).
001270 01  EXP-Log-Y            PIC 9(03).
       01  EXP-Log-Bounty       PIC Z(06)9.
      
      * One run-control log line, staged here because the FD record
      * may not be touched before the log is open.
       01  EXP-Runctl-Status    PIC X(02).
       01  EXP-Run-Control-Line.
           COPY "Run-Control.cpy".
      
      * Suspense -- every card the run turns away is filed on
      * SUSPENSE with a standard reason code (Suspense-Reasons.cpy).
      * The table holds this program's entries the desk has sent
      * back, matched on the card as resent: taken, the entry is
      * CLEARED; turned away again, the entry is reopened rather
      * than a second one filed.
       01  EXP-Susp-Status      PIC X(02).
           88  EXP-SS-Success           VALUE "00".
           88  EXP-SS-Not-Found         VALUE "23" "35".
       01  EXP-Susp-Open-Sw     PIC X(01) VALUE "N".
           88  EXP-Suspense-Open        VALUE "Y".
           88  EXP-Suspense-Shut        VALUE "N".
       01  EXP-Susp-Scan-Sw     PIC X(01) VALUE "N".
           88  EXP-Susp-Scan-Done       VALUE "Y".
           88  EXP-Susp-Scan-Going      VALUE "N".
       01  EXP-Suspense-Reason  PIC X(04).
       01  EXP-Card-Image       PIC X(80).
       01  EXP-Cards-Suspended  PIC 9(05) USAGE BINARY VALUE 0.
       01  EXP-Resends-Cleared  PIC 9(05) USAGE BINARY VALUE 0.
       01  EXP-Resent-Max       PIC 9(05) USAGE BINARY VALUE 500.
       01  EXP-Resent-Count     PIC 9(05) USAGE BINARY VALUE 0.
       01  EXP-Resent-Sub       PIC 9(05) USAGE BINARY.
       01  EXP-Resent-Hit       PIC 9(05) USAGE BINARY.
       01  EXP-Resent-Table.
           05 EXP-Resent-Entry OCCURS 1 TO 500 TIMES
                  DEPENDING ON EXP-Resent-Count.
               10 EXP-Resent-Key     PIC X(29).
               10 EXP-Resent-Image   PIC X(80).
               10 EXP-Resent-Used    PIC X(01).
001280
001290 PROCEDURE DIVISION.
001300
001310 0000-MAINLINE.
001311     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001320     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001321     PERFORM 1500-OPEN-SUSPENSE THRU 1500-OPEN-SUSPENSE-EXIT.
001330     PERFORM 2000-EXPLORE-ONE-CARD
001340         THRU 2000-EXPLORE-ONE-CARD-EXIT
001350         UNTIL EXP-No-More-Cards.
001360     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001361     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001370     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO EXP-Run-Control-Line.
           MOVE "PHNTEXP" TO RUN-PROGRAM.
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
001380
001390 1000-INITIALIZE.
001400     OPEN INPUT EXPLORE-CARD-FILE.
001570 1000-INITIALIZE-EXIT.
001580     EXIT.
001590
       1500-OPEN-SUSPENSE.
      * Opened I-O, or started empty by the first program ever to
      * turn a card away. A suspense file that will not open costs
      * the run only its suspense entries -- every refusal is still
      * on SYSOUT as before.
           IF EXP-No-More-Cards THEN
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF EXP-SS-Not-Found THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF NOT EXP-SS-Success THEN
               DISPLAY "PHNTEXP: UNABLE TO OPEN SUSPENSE FILE, STATUS "
                   EXP-Susp-Status
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           MOVE "Y" TO EXP-Susp-Open-Sw.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           MOVE EXP-Program-Name TO SU-PROGRAM.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 1500-OPEN-SUSPENSE-EXIT
           END-START.
           MOVE "N" TO EXP-Susp-Scan-Sw.
           PERFORM 1510-LOAD-ONE-RESENT THRU 1510-LOAD-ONE-RESENT-EXIT
               UNTIL EXP-Susp-Scan-Done.
       1500-OPEN-SUSPENSE-EXIT.
           EXIT.
      
       1510-LOAD-ONE-RESENT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EXP-Susp-Scan-Sw
                   GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-READ.
           IF SU-PROGRAM NOT = EXP-Program-Name THEN
               MOVE "Y" TO EXP-Susp-Scan-Sw
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF NOT SU-IS-RESENT THEN
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF EXP-Resent-Count NOT < EXP-Resent-Max THEN
               DISPLAY "PHNTEXP: RESENT CARD TABLE FULL, ENTRY "
                   SU-SUSPENSE-KEY " LEFT FOR A LATER RUN"
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           ADD 1 TO EXP-Resent-Count.
           MOVE SU-SUSPENSE-KEY TO EXP-Resent-Key (EXP-Resent-Count).
           MOVE SU-CURRENT-IMAGE
               TO EXP-Resent-Image (EXP-Resent-Count).
           MOVE "N" TO EXP-Resent-Used (EXP-Resent-Count).
       1510-LOAD-ONE-RESENT-EXIT.
           EXIT.
      
001600 2000-EXPLORE-ONE-CARD.
001610     READ EXPLORE-CARD-FILE
001620         AT END
001660         GO TO 2000-EXPLORE-ONE-CARD-EXIT
001670     END-IF.
001680     ADD 1 TO EXP-Cards-Read.
001681     MOVE EXPLORE-CARD TO EXP-Card-Image.
001690     IF EC-CHARACTER-NAME = SPACES THEN
001691         MOVE "BLNK" TO EXP-Suspense-Reason
001692         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001700         MOVE "CARD BLANK, SKIPPED" TO EXP-Log-Line
001710         WRITE EXPLORE-REPORT-LINE FROM EXP-Log-Line
001720         GO TO 2000-EXPLORE-ONE-CARD-EXIT
001755     INVOKE EXP-Hero "SetCallerName" USING EXP-Program-Name.
001760     INVOKE EXP-Hero "GetHP" RETURNING EXP-Hero-HP-Now.
001770     IF EXP-Hero-HP-Now = 0 THEN
001771         MOVE "NOPL" TO EXP-Suspense-Reason
001772         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001780         PERFORM 7100-LOG-DEAD-START
001790             THRU 7100-LOG-DEAD-START-EXIT
001800         GO TO 2000-EXPLORE-ONE-CARD-EXIT
001810     END-IF.
001811     PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT.
001820     INVOKE EXP-Hero "GetPosition" USING EXP-Pos-X EXP-Pos-Y
001830         EXP-Pos-Level.
001840     MOVE "N" TO EXP-Card-Done-Sw.
002870         MOVE SPACES TO DM-SPAWN-MONSTER
002872         REWRITE DUNGEON-ROOM-RECORD
002874         PERFORM 7700-LOG-FOE-FELL THRU 7700-LOG-FOE-FELL-EXIT
002875         PERFORM 5200-CLAIM-BOUNTY THRU 5200-CLAIM-BOUNTY-EXIT
002876         PERFORM 5300-ROLL-LOOT THRU 5300-ROLL-LOOT-EXIT
002880     END-IF.
002890     IF EXP-Round-Hero-Fell THEN
002900         MOVE "Y" TO EXP-Combat-Switch
002990             THRU 7900-LOG-FIGHT-CALLED-EXIT
003000     END-IF.
003010 5100-FIGHT-ROUND-EXIT.
           EXIT.
      
       5200-CLAIM-BOUNTY.
      * The kill may also collect a posted bounty on this monster,
      * if the bounty's level band takes in the level it fell on --
      * ClaimBounty decides whether one is open and pays it itself.
           INVOKE EXP-Hero "ClaimBounty" USING EXP-Foe-Name
               EXP-Pos-Level RETURNING EXP-Bounty-Paid.
           IF EXP-Bounty-Paid > 0 THEN
               ADD 1 TO EXP-Bounties-Claimed
               PERFORM 7750-LOG-BOUNTY THRU 7750-LOG-BOUNTY-EXIT
           END-IF.
       5200-CLAIM-BOUNTY-EXIT.
           EXIT.
      
       5300-ROLL-LOOT.
      * The kill rolls the monster's LOOT table; RollLoot stashes the
      * drop itself and hands back its name, or spaces for none.
           MOVE SPACES TO EXP-Loot-Item.
           INVOKE EXP-Hero "RollLoot" USING EXP-Foe-Name
               RETURNING EXP-Loot-Item.
           IF EXP-Loot-Item NOT = SPACES THEN
               ADD 1 TO EXP-Drops-Stashed
               PERFORM 7760-LOG-DROP THRU 7760-LOG-DROP-EXIT
           END-IF.
       5300-ROLL-LOOT-EXIT.
003020     EXIT.
003030
003650 7100-LOG-DEAD-START.
004390 7700-LOG-FOE-FELL-EXIT.
004400     EXIT.
004410
       7750-LOG-BOUNTY.
           MOVE EXP-Bounty-Paid TO EXP-Log-Bounty.
           MOVE SPACES TO EXP-Log-Line.
           STRING EC-CHARACTER-NAME DELIMITED BY SIZE
               " CLAIMED THE BOUNTY ON " DELIMITED BY SIZE
               EXP-Foe-Name DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               EXP-Log-Bounty DELIMITED BY SIZE
               " GOLD" DELIMITED BY SIZE
               INTO EXP-Log-Line.
           WRITE EXPLORE-REPORT-LINE FROM EXP-Log-Line.
       7750-LOG-BOUNTY-EXIT.
           EXIT.
      
       7760-LOG-DROP.
           MOVE SPACES TO EXP-Log-Line.
           STRING EC-CHARACTER-NAME DELIMITED BY SIZE
               " TOOK " DELIMITED BY SIZE
               EXP-Loot-Item DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               EXP-Foe-Name DELIMITED BY SIZE
               " INTO THE STASH" DELIMITED BY SIZE
               INTO EXP-Log-Line.
           WRITE EXPLORE-REPORT-LINE FROM EXP-Log-Line.
       7760-LOG-DROP-EXIT.
           EXIT.
      
004420 7800-LOG-HERO-FELL.
004430     MOVE SPACES TO EXP-Log-Line.
004440     STRING EC-CHARACTER-NAME DELIMITED BY SIZE
004640         CLOSE DUNGEON-MAP
004650         CLOSE EXPLORE-REPORT
004660     END-IF.
004670     DISPLAY "PHNTEXP: " EXP-Cards-Read " CARDS EXPLORED, "
004671         EXP-Bounties-Claimed " BOUNTIES CLAIMED, "
004672         EXP-Drops-Stashed " DROPS STASHED.".
004673     IF EXP-Suspense-Open THEN
004674         CLOSE SUSPENSE-FILE
004675     END-IF.
004676     DISPLAY "PHNTEXP: " EXP-Cards-Suspended " CARDS SUSPENDED, "
004677         EXP-Resends-Cleared " RESUBMISSIONS CLEARED.".
004680 8000-FINISH-EXIT.
004690     EXIT.
004700
004701 8500-SUSPEND-CARD.
004702* File the card just read under the reason moved ahead of the
004703* PERFORM. The key carries this run's own date and start time,
004704* as its run-control START line has them.
004705     ADD 1 TO EXP-Cards-Suspended.
004706     IF EXP-Suspense-Shut THEN
004707         GO TO 8500-SUSPEND-CARD-EXIT
004708     END-IF.
004709     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
004710     IF EXP-Resent-Hit > 0 THEN
004711         PERFORM 8510-REOPEN-RESENT THRU 8510-REOPEN-RESENT-EXIT
004712         GO TO 8500-SUSPEND-CARD-EXIT
004713     END-IF.
004714     MOVE SPACES TO SUSPENSE-RECORD.
004715     MOVE EXP-Program-Name TO SU-PROGRAM.
004716     MOVE RUN-DATE TO SU-RUN-DATE.
004717     MOVE RUN-START-TIME TO SU-RUN-TIME.
004718     MOVE EXP-Cards-Suspended TO SU-SEQUENCE.
004719     MOVE EXP-Suspense-Reason TO SU-REASON-CODE.
004720     MOVE "OPEN" TO SU-STATUS.
004721     MOVE RUN-DATE TO SU-STATUS-DATE.
004722     MOVE 0 TO SU-RESEND-COUNT.
004723     MOVE EXP-Card-Image TO SU-ORIGINAL-IMAGE.
004724     MOVE EXP-Card-Image TO SU-CURRENT-IMAGE.
004725     WRITE SUSPENSE-RECORD
004726         INVALID KEY
004727             DISPLAY "PHNTEXP: SUSPENSE WRITE FAILED, STATUS "
004728                 EXP-Susp-Status
004729     END-WRITE.
004730 8500-SUSPEND-CARD-EXIT.
004731     EXIT.
004732
004733 8510-REOPEN-RESENT.
004734* A card the desk sent back, turned away again: its own entry
004735* goes back to OPEN under the new reason.
004736     MOVE "Y" TO EXP-Resent-Used (EXP-Resent-Hit).
004737     MOVE EXP-Resent-Key (EXP-Resent-Hit) TO SU-SUSPENSE-KEY.
004738     READ SUSPENSE-FILE
004739         INVALID KEY
004740             DISPLAY "PHNTEXP: SUSPENSE ENTRY " SU-SUSPENSE-KEY
004741                 " NO LONGER ON FILE"
004742             GO TO 8510-REOPEN-RESENT-EXIT
004743     END-READ.
004744     MOVE EXP-Suspense-Reason TO SU-REASON-CODE.
004745     MOVE "OPEN" TO SU-STATUS.
004746     MOVE RUN-DATE TO SU-STATUS-DATE.
004747     REWRITE SUSPENSE-RECORD
004748         INVALID KEY
004749             DISPLAY "PHNTEXP: SUSPENSE REWRITE FAILED, STATUS "
004750                 EXP-Susp-Status
004751     END-REWRITE.
004752 8510-REOPEN-RESENT-EXIT.
004753     EXIT.
004754
004755 8600-CLEAR-RESENT.
004756* A card taken that the desk had sent back closes its entry,
004757* so the desk never sends it a second time.
004758     IF EXP-Suspense-Shut OR EXP-Resent-Count = 0 THEN
004759         GO TO 8600-CLEAR-RESENT-EXIT
004760     END-IF.
004761     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
004762     IF EXP-Resent-Hit = 0 THEN
004763         GO TO 8600-CLEAR-RESENT-EXIT
004764     END-IF.
004765     MOVE "Y" TO EXP-Resent-Used (EXP-Resent-Hit).
004766     MOVE EXP-Resent-Key (EXP-Resent-Hit) TO SU-SUSPENSE-KEY.
004767     READ SUSPENSE-FILE
004768         INVALID KEY
004769             DISPLAY "PHNTEXP: SUSPENSE ENTRY " SU-SUSPENSE-KEY
004770                 " NO LONGER ON FILE"
004771             GO TO 8600-CLEAR-RESENT-EXIT
004772     END-READ.
004773     MOVE "CLEARED" TO SU-STATUS.
004774     MOVE RUN-DATE TO SU-STATUS-DATE.
004775     REWRITE SUSPENSE-RECORD
004776         INVALID KEY
004777             DISPLAY "PHNTEXP: SUSPENSE REWRITE FAILED, STATUS "
004778                 EXP-Susp-Status
004779             GO TO 8600-CLEAR-RESENT-EXIT
004780     END-REWRITE.
004781     ADD 1 TO EXP-Resends-Cleared.
004782 8600-CLEAR-RESENT-EXIT.
004783     EXIT.
004784
004785 8700-FIND-RESENT.
004786* The first entry not yet matched this run whose card as resent
004787* is the card just read, word for word.
004788     MOVE 0 TO EXP-Resent-Hit.
004789     PERFORM 8710-MATCH-ONE-RESENT THRU 8710-MATCH-ONE-RESENT-EXIT
004790         VARYING EXP-Resent-Sub FROM 1 BY 1
004791         UNTIL EXP-Resent-Sub > EXP-Resent-Count
004792             OR EXP-Resent-Hit > 0.
004793 8700-FIND-RESENT-EXIT.
004794     EXIT.
004795
004796 8710-MATCH-ONE-RESENT.
004797     IF EXP-Resent-Used (EXP-Resent-Sub) = "N"
004798         AND EXP-Resent-Image (EXP-Resent-Sub)
004799             = EXP-Card-Image THEN
004800         MOVE EXP-Resent-Sub TO EXP-Resent-Hit
004801     END-IF.
004802 8710-MATCH-ONE-RESENT-EXIT.
004803     EXIT.
004804
004805 8900-LOG-RUN-FINISH.
004806* The FINISH line keeps the START line's run date and start
004807* time -- the pair the status report matches the two on.
004808     MOVE "FINISH" TO RUN-EVENT.
004809     ACCEPT RUN-END-TIME FROM TIME.
004810     MOVE EXP-Cards-Read TO RUN-RECORDS-READ.
004811     MOVE 0 TO RUN-RECORDS-UPDATED.
004812     MOVE EXP-Cards-Suspended TO RUN-RECORDS-REJECTED.
004813     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
004814     PERFORM 8950-WRITE-RUN-CONTROL
004815         THRU 8950-WRITE-RUN-CONTROL-EXIT.
004816 8900-LOG-RUN-FINISH-EXIT.
004817     EXIT.
004818
004819 8950-WRITE-RUN-CONTROL.
004820* Appended to, never rewritten -- the first program to find no
004821* log starts one. A log that will not open costs the run only
004822* its entry, never its work.
004823     OPEN EXTEND RUN-CONTROL-FILE.
004824     IF EXP-Runctl-Status NOT = "00" THEN
004825         OPEN OUTPUT RUN-CONTROL-FILE
004826     END-IF.
004827     IF EXP-Runctl-Status NOT = "00" THEN
004828         DISPLAY "PHNTEXP: UNABLE TO OPEN RUN-CONTROL LOG, "
004829             "STATUS " EXP-Runctl-Status
004830         GO TO 8950-WRITE-RUN-CONTROL-EXIT
004831     END-IF.
004832     WRITE RUN-CONTROL-RECORD FROM EXP-Run-Control-Line.
004833     CLOSE RUN-CONTROL-FILE.
004834 8950-WRITE-RUN-CONTROL-EXIT.
004835     EXIT.
999999
