000245*                     the swing power and spell thresholds --
000246*                     this program is back to sequencing bouts
000247*                     and wording outcomes.
      *   15 OCT 2026  BRP  A fallen foe with an open bounty on the
      *                     BOUNTY file pays it to the hero through
      *                     ClaimBounty, and the results line shows
      *                     the bounty paid. The arena is level zero,
      *                     so only bounties posted for any level pay.
      *   15 OCT 2026  BRP  A fallen foe rolls its LOOT table through
      *                     RollLoot; any drop goes into the hero's
      *                     stash and the outcome names it.
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
000248
000249 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PHNTCBT.
000332     SELECT FIGHT-RESULTS ASSIGN TO "FIGHTRES"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS CBT-Results-Status.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBT-Runctl-Status.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS CBT-Susp-Status.
000338
000340 DATA DIVISION.
000342 FILE SECTION.
000352     05 FILLER                PIC X(40).
000354 FD  FIGHT-RESULTS.
000356 01  FIGHT-RESULTS-LINE       PIC X(132).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD   PIC X(110).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY "Suspense-Entry.cpy".
000358
000360 WORKING-STORAGE SECTION.
000362
000404 01  CBT-Hero-HP-Now          PIC 9999 USAGE BINARY.
000406 01  CBT-Foe-HP-Now           PIC 9999 USAGE BINARY.
000408
000409* The arena has no dungeon level; ClaimBounty reads zero as
000410* the arena and pays only a bounty posted for any level.
000411 01  CBT-Arena-Level          PIC 999 USAGE BINARY VALUE 0.
000412 01  CBT-XP-Awarded           PIC 9(07) USAGE BINARY.
       01  CBT-Bounty-Paid          PIC 9(07) USAGE BINARY.
      * The item the kill dropped into the hero's stash, if any.
       01  CBT-Loot-Item            PIC X(20).
000414* What FightOneRound hands back for each round fought.
000415 01  CBT-Round-Outcome        PIC X(01).
000416     88  Round-Foe-Fell           VALUE "F".
000432
000433 01  CBT-Outcome-Message      PIC X(40).
000434 01  CBT-Bouts-Fought         PIC 9(05) USAGE BINARY VALUE 0.
       01  CBT-Bounties-Claimed     PIC 9(05) USAGE BINARY VALUE 0.
       01  CBT-Drops-Stashed        PIC 9(05) USAGE BINARY VALUE 0.
000435
000436 01  CBT-Heading-Line.
000438     05 FILLER PIC X(22) VALUE "CHARACTER NAME".
000444     05 FILLER PIC X(42) VALUE "OUTCOME".
000446     05 FILLER PIC X(10) VALUE "XP AWARD".
000448     05 FILLER PIC X(04) VALUE "HP".
000449     05 FILLER PIC X(10) VALUE "    BOUNTY".
000450 01  CBT-Result-Line.
000452     05 CBT-Res-Character     PIC X(20).
000454     05 FILLER                PIC X(02) VALUE SPACES.
000468     05 CBT-Res-XP-Award      PIC ZZZZZZ9.
000470     05 FILLER                PIC X(03) VALUE SPACES.
000472     05 CBT-Res-Closing-HP    PIC ZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CBT-Res-Bounty        PIC ZZZZZZ9.
      
      * One run-control log line, staged here because the FD record
      * may not be touched before the log is open.
       01  CBT-Runctl-Status        PIC X(02).
       01  CBT-Run-Control-Line.
           COPY "Run-Control.cpy".
      
      * Suspense -- every card the run turns away is filed on
      * SUSPENSE with a standard reason code (Suspense-Reasons.cpy).
      * The table holds this program's entries the desk has sent
      * back, matched on the card as resent: taken, the entry is
      * CLEARED; turned away again, the entry is reopened rather
      * than a second one filed.
       01  CBT-Susp-Status          PIC X(02).
           88  CBT-SS-Success           VALUE "00".
           88  CBT-SS-Not-Found         VALUE "23" "35".
       01  CBT-Susp-Open-Sw         PIC X(01) VALUE "N".
           88  CBT-Suspense-Open        VALUE "Y".
           88  CBT-Suspense-Shut        VALUE "N".
       01  CBT-Susp-Scan-Sw         PIC X(01) VALUE "N".
           88  CBT-Susp-Scan-Done       VALUE "Y".
           88  CBT-Susp-Scan-Going      VALUE "N".
       01  CBT-Suspense-Reason      PIC X(04).
       01  CBT-Card-Image           PIC X(80).
       01  CBT-Cards-Suspended      PIC 9(05) USAGE BINARY VALUE 0.
       01  CBT-Resends-Cleared      PIC 9(05) USAGE BINARY VALUE 0.
       01  CBT-Resent-Max           PIC 9(05) USAGE BINARY VALUE 500.
       01  CBT-Resent-Count         PIC 9(05) USAGE BINARY VALUE 0.
       01  CBT-Resent-Sub           PIC 9(05) USAGE BINARY.
       01  CBT-Resent-Hit           PIC 9(05) USAGE BINARY.
       01  CBT-Resent-Table.
           05 CBT-Resent-Entry OCCURS 1 TO 500 TIMES
                  DEPENDING ON CBT-Resent-Count.
               10 CBT-Resent-Key     PIC X(29).
               10 CBT-Resent-Image   PIC X(80).
               10 CBT-Resent-Used    PIC X(01).
000474
000476 PROCEDURE DIVISION.
000478
000480 0000-MAINLINE.
000481     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
000482     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000483     PERFORM 1500-OPEN-SUSPENSE THRU 1500-OPEN-SUSPENSE-EXIT.
000484     PERFORM 2000-PROCESS-ONE-BOUT
000486         THRU 2000-PROCESS-ONE-BOUT-EXIT
000488         UNTIL CBT-No-More-Cards.
000490     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
000491     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
000492     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO CBT-Run-Control-Line.
           MOVE "PHNTCBT" TO RUN-PROGRAM.
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
000494
000496 1000-INITIALIZE.
000498     OPEN INPUT FIGHT-CARD-FILE.
000516 1000-INITIALIZE-EXIT.
000518     EXIT.
000520
       1500-OPEN-SUSPENSE.
      * Opened I-O, or started empty by the first program ever to
      * turn a card away. A suspense file that will not open costs
      * the run only its suspense entries -- every refusal is still
      * on SYSOUT as before.
           IF CBT-No-More-Cards THEN
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF CBT-SS-Not-Found THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF NOT CBT-SS-Success THEN
               DISPLAY "PHNTCBT: UNABLE TO OPEN SUSPENSE FILE, STATUS "
                   CBT-Susp-Status
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           MOVE "Y" TO CBT-Susp-Open-Sw.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           MOVE CBT-Program-Name TO SU-PROGRAM.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 1500-OPEN-SUSPENSE-EXIT
           END-START.
           MOVE "N" TO CBT-Susp-Scan-Sw.
           PERFORM 1510-LOAD-ONE-RESENT THRU 1510-LOAD-ONE-RESENT-EXIT
               UNTIL CBT-Susp-Scan-Done.
       1500-OPEN-SUSPENSE-EXIT.
           EXIT.
      
       1510-LOAD-ONE-RESENT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CBT-Susp-Scan-Sw
                   GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-READ.
           IF SU-PROGRAM NOT = CBT-Program-Name THEN
               MOVE "Y" TO CBT-Susp-Scan-Sw
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF NOT SU-IS-RESENT THEN
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF CBT-Resent-Count NOT < CBT-Resent-Max THEN
               DISPLAY "PHNTCBT: RESENT CARD TABLE FULL, ENTRY "
                   SU-SUSPENSE-KEY " LEFT FOR A LATER RUN"
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           ADD 1 TO CBT-Resent-Count.
           MOVE SU-SUSPENSE-KEY TO CBT-Resent-Key (CBT-Resent-Count).
           MOVE SU-CURRENT-IMAGE
               TO CBT-Resent-Image (CBT-Resent-Count).
           MOVE "N" TO CBT-Resent-Used (CBT-Resent-Count).
       1510-LOAD-ONE-RESENT-EXIT.
           EXIT.
      
000522 2000-PROCESS-ONE-BOUT.
000524     READ FIGHT-CARD-FILE
000526         AT END
000532     IF CBT-No-More-Cards THEN
000534         GO TO 2000-PROCESS-ONE-BOUT-EXIT
000536     END-IF.
000537     MOVE FIGHT-CARD TO CBT-Card-Image.
000538     ADD 1 TO CBT-Bouts-Fought.
000540     MOVE FC-CHARACTER-NAME TO CBT-Hero-Name.
000542     MOVE FC-FOE-NAME       TO CBT-Foe-Name.
000544     PERFORM 2100-SET-UP-BOUT THRU 2100-SET-UP-BOUT-EXIT.
           IF Combat-Continues THEN
               PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT
           END-IF.
000546     PERFORM 2200-FIGHT-ROUND THRU 2200-FIGHT-ROUND-EXIT
000548         UNTIL Combat-Over.
000550     PERFORM 2300-WRITE-RESULT THRU 2300-WRITE-RESULT-EXIT.
000567* scratches the bout rather than fighting with a ghost.
000570     MOVE 0 TO CBT-Round-Number.
000572     MOVE 0 TO CBT-XP-Awarded.
000573     MOVE 0 TO CBT-Bounty-Paid.
000574     MOVE "N" TO CBT-Combat-Switch.
000576     MOVE SPACES TO CBT-Outcome-Message.
000578     IF CBT-Hero-Name = SPACES OR CBT-Foe-Name = SPACES THEN
000580         MOVE "Y" TO CBT-Combat-Switch
               MOVE "BLNK" TO CBT-Suspense-Reason
               PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
000582         MOVE "CARD INVALID, BOUT SCRATCHED"
000584             TO CBT-Outcome-Message
000586         MOVE 0 TO CBT-Hero-HP-Now
000608     INVOKE CBT-Hero "GetHP" RETURNING CBT-Hero-HP-Now.
000609     IF CBT-Hero-HP-Now = 0 THEN
000610         MOVE "Y" TO CBT-Combat-Switch
               MOVE "NOPL" TO CBT-Suspense-Reason
               PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
000611         MOVE "HERO HAS NO LIVING RECORD"
000612             TO CBT-Outcome-Message
000613         GO TO 2100-SET-UP-BOUT-EXIT
000615     INVOKE CBT-Foe "GetHP" RETURNING CBT-Foe-HP-Now.
000616     IF CBT-Foe-HP-Now IS EQUAL TO 0 THEN
000617         MOVE "Y" TO CBT-Combat-Switch
               MOVE "NOMN" TO CBT-Suspense-Reason
               PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
000618         MOVE "FOE NOT ON BESTIARY, FIGHT SCRATCHED"
000619             TO CBT-Outcome-Message
000620     END-IF.
000646         MOVE "Y" TO CBT-Combat-Switch
000648         MOVE "THE FOE FALLS" TO CBT-Outcome-Message
000650         MOVE CBT-Foe-Experience-Award TO CBT-XP-Awarded
               PERFORM 2250-CLAIM-BOUNTY THRU 2250-CLAIM-BOUNTY-EXIT
               PERFORM 2260-ROLL-LOOT THRU 2260-ROLL-LOOT-EXIT
000652     END-IF.
000654     IF Round-Hero-Fell THEN
000656         MOVE "Y" TO CBT-Combat-Switch
000668         MOVE "FIGHT CALLED ON ROUNDS" TO CBT-Outcome-Message
000670     END-IF.
000672 2200-FIGHT-ROUND-EXIT.
           EXIT.
      
       2250-CLAIM-BOUNTY.
      * The kill may also collect a posted bounty on this monster --
      * ClaimBounty decides whether one is open and pays it itself.
           INVOKE CBT-Hero "ClaimBounty" USING CBT-Foe-Name
               CBT-Arena-Level RETURNING CBT-Bounty-Paid.
           IF CBT-Bounty-Paid > 0 THEN
               ADD 1 TO CBT-Bounties-Claimed
           END-IF.
       2250-CLAIM-BOUNTY-EXIT.
           EXIT.
      
       2260-ROLL-LOOT.
      * The kill rolls the monster's LOOT table; RollLoot stashes the
      * drop itself and hands back its name, or spaces for none.
           MOVE SPACES TO CBT-Loot-Item.
           INVOKE CBT-Hero "RollLoot" USING CBT-Foe-Name
               RETURNING CBT-Loot-Item.
           IF CBT-Loot-Item NOT = SPACES THEN
               ADD 1 TO CBT-Drops-Stashed
               MOVE SPACES TO CBT-Outcome-Message
               STRING "FOE FALLS, DROPS " DELIMITED BY SIZE
                   CBT-Loot-Item DELIMITED BY SIZE
                   INTO CBT-Outcome-Message
           END-IF.
       2260-ROLL-LOOT-EXIT.
000674     EXIT.
000676
000718 2300-WRITE-RESULT.
000727     MOVE CBT-Outcome-Message TO CBT-Res-Outcome.
000728     MOVE CBT-XP-Awarded      TO CBT-Res-XP-Award.
000729     MOVE CBT-Hero-HP-Now     TO CBT-Res-Closing-HP.
           MOVE CBT-Bounty-Paid     TO CBT-Res-Bounty.
000730     WRITE FIGHT-RESULTS-LINE FROM CBT-Result-Line.
000731 2300-WRITE-RESULT-EXIT.
000732     EXIT.
000740         CLOSE FIGHT-CARD-FILE
000742         CLOSE FIGHT-RESULTS
000744     END-IF.
000746     DISPLAY "PHNTCBT: " CBT-Bouts-Fought " BOUTS FOUGHT, "
               CBT-Bounties-Claimed " BOUNTIES CLAIMED, "
               CBT-Drops-Stashed " DROPS STASHED.".
           IF CBT-Suspense-Open THEN
               CLOSE SUSPENSE-FILE
           END-IF.
           DISPLAY "PHNTCBT: " CBT-Cards-Suspended " CARDS SUSPENDED, "
               CBT-Resends-Cleared " RESUBMISSIONS CLEARED.".
000748 8000-FINISH-EXIT.
000750     EXIT.
000752
000753 8500-SUSPEND-CARD.
000754* File the card just read under the reason moved ahead of the
000755* PERFORM. The key carries this run's own date and start time,
000756* as its run-control START line has them.
000757     ADD 1 TO CBT-Cards-Suspended.
000758     IF CBT-Suspense-Shut THEN
000759         GO TO 8500-SUSPEND-CARD-EXIT
000760     END-IF.
000761     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
000762     IF CBT-Resent-Hit > 0 THEN
000763         PERFORM 8510-REOPEN-RESENT THRU 8510-REOPEN-RESENT-EXIT
000764         GO TO 8500-SUSPEND-CARD-EXIT
000765     END-IF.
000766     MOVE SPACES TO SUSPENSE-RECORD.
000767     MOVE CBT-Program-Name TO SU-PROGRAM.
000768     MOVE RUN-DATE TO SU-RUN-DATE.
000769     MOVE RUN-START-TIME TO SU-RUN-TIME.
000770     MOVE CBT-Cards-Suspended TO SU-SEQUENCE.
000771     MOVE CBT-Suspense-Reason TO SU-REASON-CODE.
000772     MOVE "OPEN" TO SU-STATUS.
000773     MOVE RUN-DATE TO SU-STATUS-DATE.
000774     MOVE 0 TO SU-RESEND-COUNT.
000775     MOVE CBT-Card-Image TO SU-ORIGINAL-IMAGE.
000776     MOVE CBT-Card-Image TO SU-CURRENT-IMAGE.
000777     WRITE SUSPENSE-RECORD
000778         INVALID KEY
000779             DISPLAY "PHNTCBT: SUSPENSE WRITE FAILED, STATUS "
000780                 CBT-Susp-Status
000781     END-WRITE.
000782 8500-SUSPEND-CARD-EXIT.
000783     EXIT.
000784
000785 8510-REOPEN-RESENT.
000786* A card the desk sent back, turned away again: its own entry
000787* goes back to OPEN under the new reason.
000788     MOVE "Y" TO CBT-Resent-Used (CBT-Resent-Hit).
000789     MOVE CBT-Resent-Key (CBT-Resent-Hit) TO SU-SUSPENSE-KEY.
000790     READ SUSPENSE-FILE
000791         INVALID KEY
000792             DISPLAY "PHNTCBT: SUSPENSE ENTRY " SU-SUSPENSE-KEY
000793                 " NO LONGER ON FILE"
000794             GO TO 8510-REOPEN-RESENT-EXIT
000795     END-READ.
000796     MOVE CBT-Suspense-Reason TO SU-REASON-CODE.
000797     MOVE "OPEN" TO SU-STATUS.
000798     MOVE RUN-DATE TO SU-STATUS-DATE.
000799     REWRITE SUSPENSE-RECORD
000800         INVALID KEY
000801             DISPLAY "PHNTCBT: SUSPENSE REWRITE FAILED, STATUS "
000802                 CBT-Susp-Status
000803     END-REWRITE.
000804 8510-REOPEN-RESENT-EXIT.
000805     EXIT.
000806
000807 8600-CLEAR-RESENT.
000808* A card taken that the desk had sent back closes its entry,
000809* so the desk never sends it a second time.
000810     IF CBT-Suspense-Shut OR CBT-Resent-Count = 0 THEN
000811         GO TO 8600-CLEAR-RESENT-EXIT
000812     END-IF.
000813     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
000814     IF CBT-Resent-Hit = 0 THEN
000815         GO TO 8600-CLEAR-RESENT-EXIT
000816     END-IF.
000817     MOVE "Y" TO CBT-Resent-Used (CBT-Resent-Hit).
000818     MOVE CBT-Resent-Key (CBT-Resent-Hit) TO SU-SUSPENSE-KEY.
000819     READ SUSPENSE-FILE
000820         INVALID KEY
000821             DISPLAY "PHNTCBT: SUSPENSE ENTRY " SU-SUSPENSE-KEY
000822                 " NO LONGER ON FILE"
000823             GO TO 8600-CLEAR-RESENT-EXIT
000824     END-READ.
000825     MOVE "CLEARED" TO SU-STATUS.
000826     MOVE RUN-DATE TO SU-STATUS-DATE.
000827     REWRITE SUSPENSE-RECORD
000828         INVALID KEY
000829             DISPLAY "PHNTCBT: SUSPENSE REWRITE FAILED, STATUS "
000830                 CBT-Susp-Status
000831             GO TO 8600-CLEAR-RESENT-EXIT
000832     END-REWRITE.
000833     ADD 1 TO CBT-Resends-Cleared.
000834 8600-CLEAR-RESENT-EXIT.
000835     EXIT.
000836
000837 8700-FIND-RESENT.
000838* The first entry not yet matched this run whose card as resent
000839* is the card just read, word for word.
000840     MOVE 0 TO CBT-Resent-Hit.
000841     PERFORM 8710-MATCH-ONE-RESENT THRU 8710-MATCH-ONE-RESENT-EXIT
000842         VARYING CBT-Resent-Sub FROM 1 BY 1
000843         UNTIL CBT-Resent-Sub > CBT-Resent-Count
000844             OR CBT-Resent-Hit > 0.
000845 8700-FIND-RESENT-EXIT.
000846     EXIT.
000847
000848 8710-MATCH-ONE-RESENT.
000849     IF CBT-Resent-Used (CBT-Resent-Sub) = "N"
000850         AND CBT-Resent-Image (CBT-Resent-Sub)
000851             = CBT-Card-Image THEN
000852         MOVE CBT-Resent-Sub TO CBT-Resent-Hit
000853     END-IF.
000854 8710-MATCH-ONE-RESENT-EXIT.
000855     EXIT.
000856
000857 8900-LOG-RUN-FINISH.
000858* The FINISH line keeps the START line's run date and start
000859* time -- the pair the status report matches the two on.
000860     MOVE "FINISH" TO RUN-EVENT.
000861     ACCEPT RUN-END-TIME FROM TIME.
000862     MOVE CBT-Bouts-Fought TO RUN-RECORDS-READ.
000863     MOVE 0 TO RUN-RECORDS-UPDATED.
000864     MOVE CBT-Cards-Suspended TO RUN-RECORDS-REJECTED.
000865     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
000866     PERFORM 8950-WRITE-RUN-CONTROL
000867         THRU 8950-WRITE-RUN-CONTROL-EXIT.
000868 8900-LOG-RUN-FINISH-EXIT.
000869     EXIT.
000870
000871 8950-WRITE-RUN-CONTROL.
000872* Appended to, never rewritten -- the first program to find no
000873* log starts one. A log that will not open costs the run only
000874* its entry, never its work.
000875     OPEN EXTEND RUN-CONTROL-FILE.
000876     IF CBT-Runctl-Status NOT = "00" THEN
000877         OPEN OUTPUT RUN-CONTROL-FILE
000878     END-IF.
000879     IF CBT-Runctl-Status NOT = "00" THEN
000880         DISPLAY "PHNTCBT: UNABLE TO OPEN RUN-CONTROL LOG, "
000881             "STATUS " CBT-Runctl-Status
000882         GO TO 8950-WRITE-RUN-CONTROL-EXIT
000883     END-IF.
000884     WRITE RUN-CONTROL-RECORD FROM CBT-Run-Control-Line.
000885     CLOSE RUN-CONTROL-FILE.
000886 8950-WRITE-RUN-CONTROL-EXIT.
000887     EXIT.
999999
