000010** PHNTPTY.cob -- EIGHTBOL adventuring party maintenance
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- keeps the PARTY file from the
000060*                     desk's deck. FORM founds a party around
000070*                     one character (its leader), JOIN adds a
000080*                     member up to four, LEAVE takes one off
000090*                     (the last one out disbands the party), and
000100*                     DISBAND deletes it outright. A member has
000110*                     to be a living character on PLAYERS and
000120*                     may belong to only one party at a time,
000130*                     so an expedition never fields the same
000140*                     hero twice. Every card prints accepted or
000150*                     rejected with the reason.
000151*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000152*                     shared run-control log (RUNCTL) with the
000153*                     run's counts and completion code, for the
000154*                     morning status report.
000160
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. PHNTPTY.
000190 AUTHOR. Bruce-Robert Pocock.
000200 DATE-WRITTEN. 15 OCT 2026.
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PARTY-FILE ASSIGN TO "PARTY"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS PT-PARTY-NAME
000290         FILE STATUS IS PTY-Party-Status.
000300     SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS PF-CHARACTER-NAME
000340         LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
000350         FILE STATUS IS PTY-Player-Status.
000360     SELECT PTY-CARD-FILE ASSIGN TO "PTYCARDS"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS PTY-Card-Status.
000390     SELECT PARTY-REPORT ASSIGN TO "PTYRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS PTY-Report-Status.
000411     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS PTY-Runctl-Status.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PARTY-FILE.
000460 01  PARTY-RECORD.
000470     05 PT-PARTY-NAME     PIC X(20).
000480     COPY "Party-Roster.cpy" REPLACING
000490         ==MemberCount==  BY ==PT-MEMBER-COUNT==
000500         ==MemberName==   BY ==PT-MEMBER-NAME==
000510         ==FormedDate==   BY ==PT-FORMED-DATE==.
000520 FD  PLAYER-FILE.
000530 01  PLAYER-RECORD.
000540     05 PF-CHARACTER-NAME PIC X(20).
000550     COPY "Phantasia-Globals.cpy" REPLACING
000560         ==HP==           BY ==PF-HP==
000570         ==MaxHP==        BY ==PF-MAXHP==
000580         ==Gold==         BY ==PF-GOLD==
000590         ==Mana==         BY ==PF-MANA==
000600         ==Level==        BY ==PF-LEVEL==
000610         ==Age==          BY ==PF-AGE==
000620         ==Experience==   BY ==PF-EXPERIENCE==
000630         ==DungeonX==     BY ==PF-DUNGEONX==
000640         ==DungeonY==     BY ==PF-DUNGEONY==
000650         ==DungeonLevel== BY ==PF-DUNGEONLEVEL==
000660         ==StatusFlags==  BY ==PF-STATUSFLAGS==
000670         ==Poisoned==     BY ==PF-POISONED==
000680         ==IsPoisoned==   BY ==PF-ISPOISONED==
000690         ==NotPoisoned==  BY ==PF-NOTPOISONED==
000700         ==PoisonTicksLeft== BY ==PF-POISONTICKSLEFT==
000710         ==Profession==   BY ==PF-PROFESSION==.
000720 FD  PTY-CARD-FILE.
000730* One roster change per card. DISBAND needs no character name.
000740 01  PTY-CARD.
000750     05 PC-OPERATION      PIC X(08).
000760         88  PC-IS-FORM           VALUE "FORM    ".
000770         88  PC-IS-JOIN           VALUE "JOIN    ".
000780         88  PC-IS-LEAVE          VALUE "LEAVE   ".
000790         88  PC-IS-DISBAND        VALUE "DISBAND ".
000800     05 PC-PARTY-NAME     PIC X(20).
000810     05 PC-CHARACTER-NAME PIC X(20).
000820     05 FILLER            PIC X(32).
000830 FD  PARTY-REPORT.
000840 01  PARTY-REPORT-LINE    PIC X(100).
000841 FD  RUN-CONTROL-FILE.
000842 01  RUN-CONTROL-RECORD   PIC X(110).
000850
000860 WORKING-STORAGE SECTION.
000870 01  PTY-Party-Status     PIC X(02).
000880     88  PTY-TS-Success           VALUE "00".
000890     88  PTY-TS-Not-Found         VALUE "23" "35".
000900     88  PTY-TS-End-Of-File       VALUE "10".
000910 01  PTY-Player-Status    PIC X(02).
000920     88  PTY-PS-Success           VALUE "00".
000930 01  PTY-Card-Status      PIC X(02).
000940     88  PTY-CS-Success           VALUE "00".
000950 01  PTY-Report-Status    PIC X(02).
000960
000970 01  PTY-EOF-Switch       PIC X(01) VALUE "N".
000980     88  PTY-No-More-Cards        VALUE "Y".
000990     88  PTY-More-Cards           VALUE "N".
001000 01  PTY-Files-Open-Sw    PIC X(01) VALUE "N".
001010     88  PTY-Files-Open           VALUE "Y".
001020     88  PTY-Files-Shut           VALUE "N".
001030 01  PTY-Scan-Switch      PIC X(01).
001040     88  PTY-Scan-Done            VALUE "Y".
001050     88  PTY-Scan-Going           VALUE "N".
001060
001070 01  PTY-Cards-Read       PIC 9(05) USAGE BINARY VALUE 0.
001080 01  PTY-Accepted         PIC 9(05) USAGE BINARY VALUE 0.
001090 01  PTY-Rejected         PIC 9(05) USAGE BINARY VALUE 0.
001100
001110 01  PTY-Sub              PIC 9(01) USAGE BINARY.
001120 01  PTY-Found-Slot       PIC 9(01) USAGE BINARY.
001130* Which party, if any, already lists the card's character --
001140* found by sweeping the whole PARTY file, since the file is
001150* keyed by party and a member can be in any slot of any one.
001160 01  PTY-Member-Of        PIC X(20).
001170 01  PTY-Current-Date     PIC 9(08).
001180* Why a card was turned away -- printed on its report line.
001190* Spaces means the card was applied.
001200 01  PTY-Reject-Reason    PIC X(40).
001210* What an accepted card did, for the report line.
001220 01  PTY-Action-Taken     PIC X(40).
001230
001240 01  PTY-Blank-Line       PIC X(100) VALUE SPACES.
001250 01  PTY-Heading-Line.
001260     05 FILLER PIC X(10) VALUE "OPERATION".
001270     05 FILLER PIC X(22) VALUE "PARTY NAME".
001280     05 FILLER PIC X(22) VALUE "CHARACTER NAME".
001290     05 FILLER PIC X(10) VALUE "RESULT".
001300     05 FILLER PIC X(36) VALUE "REASON / ACTION".
001310 01  PTY-Detail-Line.
001320     05 PTY-Det-Operation PIC X(08).
001330     05 FILLER            PIC X(02) VALUE SPACES.
001340     05 PTY-Det-Party     PIC X(20).
001350     05 FILLER            PIC X(02) VALUE SPACES.
001360     05 PTY-Det-Character PIC X(20).
001370     05 FILLER            PIC X(02) VALUE SPACES.
001380     05 PTY-Det-Result    PIC X(08).
001390     05 FILLER            PIC X(02) VALUE SPACES.
001400     05 PTY-Det-Reason    PIC X(36).
001410 01  PTY-Summary-Line     PIC X(100).
001420 01  PTY-Accepted-Display PIC ZZZZ9.
001430 01  PTY-Rejected-Display PIC ZZZZ9.
001431
001432* One run-control log line, staged here because the FD record
001433* may not be touched before the log is open.
001434 01  PTY-Runctl-Status    PIC X(02).
001435 01  PTY-Run-Control-Line.
001436     COPY "Run-Control.cpy".
001440
001450 PROCEDURE DIVISION.
001460
001470 0000-MAINLINE.
001471     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001480     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001490     PERFORM 2000-WORK-ONE-CARD THRU 2000-WORK-ONE-CARD-EXIT
001500         UNTIL PTY-No-More-Cards.
001510     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001511     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001520     STOP RUN.
001521
001522 0100-LOG-RUN-START.
001523* Logged before anything else is touched, so a run that falls
001524* over part way still leaves a START with no FINISH behind it
001525* for the morning status report to find.
001526     MOVE SPACES TO PTY-Run-Control-Line.
001527     MOVE "PHNTPTY" TO RUN-PROGRAM.
001528     MOVE "START" TO RUN-EVENT.
001529     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001530     ACCEPT RUN-START-TIME FROM TIME.
001531     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
001532         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
001533     MOVE "NORMAL" TO RUN-TYPE.
001534     PERFORM 8950-WRITE-RUN-CONTROL
001535         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001536 0100-LOG-RUN-START-EXIT.
001537     EXIT.
001538
001540 1000-INITIALIZE.
001550     OPEN OUTPUT PARTY-REPORT.
001560     WRITE PARTY-REPORT-LINE FROM PTY-Heading-Line.
001570     OPEN INPUT PTY-CARD-FILE.
001580     IF NOT PTY-CS-Success THEN
001590         DISPLAY "PHNTPTY: UNABLE TO OPEN CARD FILE, STATUS "
001600             PTY-Card-Status
001610         MOVE "Y" TO PTY-EOF-Switch
001620         GO TO 1000-INITIALIZE-EXIT
001630     END-IF.
001640     OPEN INPUT PLAYER-FILE.
001650     IF NOT PTY-PS-Success THEN
001660         DISPLAY "PHNTPTY: UNABLE TO OPEN PLAYER FILE, STATUS "
001670             PTY-Player-Status
001680         MOVE "Y" TO PTY-EOF-Switch
001690         CLOSE PTY-CARD-FILE
001700         GO TO 1000-INITIALIZE-EXIT
001710     END-IF.
001720* Bootstrap the indexed party file the first time a party is
001730* ever formed -- the same OPEN I-O/fall-back-to-OPEN OUTPUT
001740* pattern the player file uses.
001750     OPEN I-O PARTY-FILE.
001760     IF PTY-TS-Not-Found THEN
001770         OPEN OUTPUT PARTY-FILE
001780         CLOSE PARTY-FILE
001790         OPEN I-O PARTY-FILE
001800     END-IF.
001810     IF NOT PTY-TS-Success THEN
001820         DISPLAY "PHNTPTY: UNABLE TO OPEN PARTY FILE, STATUS "
001830             PTY-Party-Status
001840         MOVE "Y" TO PTY-EOF-Switch
001850         CLOSE PTY-CARD-FILE
001860         CLOSE PLAYER-FILE
001870         GO TO 1000-INITIALIZE-EXIT
001880     END-IF.
001890     MOVE "Y" TO PTY-Files-Open-Sw.
001900     ACCEPT PTY-Current-Date FROM DATE YYYYMMDD.
001910 1000-INITIALIZE-EXIT.
001920     EXIT.
001930
001940 2000-WORK-ONE-CARD.
001950     READ PTY-CARD-FILE
001960         AT END
001970             MOVE "Y" TO PTY-EOF-Switch
001980     END-READ.
001990     IF PTY-No-More-Cards THEN
002000         GO TO 2000-WORK-ONE-CARD-EXIT
002010     END-IF.
002020     ADD 1 TO PTY-Cards-Read.
002030     MOVE SPACES TO PTY-Reject-Reason.
002040     MOVE SPACES TO PTY-Action-Taken.
002050     IF PC-PARTY-NAME = SPACES THEN
002060         MOVE "NO PARTY NAME ON CARD" TO PTY-Reject-Reason
002070     ELSE
002080         IF PC-CHARACTER-NAME = SPACES AND NOT PC-IS-DISBAND
002090             THEN
002100             MOVE "NO CHARACTER NAME ON CARD"
002110                 TO PTY-Reject-Reason
002120         ELSE
002130             EVALUATE TRUE
002140                 WHEN PC-IS-FORM
002150                     PERFORM 3000-FORM-PARTY
002160                         THRU 3000-FORM-PARTY-EXIT
002170                 WHEN PC-IS-JOIN
002180                     PERFORM 4000-JOIN-PARTY
002190                         THRU 4000-JOIN-PARTY-EXIT
002200                 WHEN PC-IS-LEAVE
002210                     PERFORM 5000-LEAVE-PARTY
002220                         THRU 5000-LEAVE-PARTY-EXIT
002230                 WHEN PC-IS-DISBAND
002240                     PERFORM 6000-DISBAND-PARTY
002250                         THRU 6000-DISBAND-PARTY-EXIT
002260                 WHEN OTHER
002270                     MOVE "UNKNOWN OPERATION"
002280                         TO PTY-Reject-Reason
002290             END-EVALUATE
002300         END-IF
002310     END-IF.
002320     PERFORM 7000-REPORT-THE-CARD THRU 7000-REPORT-THE-CARD-EXIT.
002330 2000-WORK-ONE-CARD-EXIT.
002340     EXIT.
002350
002360 2100-CHECK-CHARACTER.
002370* A member has to be a living character -- on the player file
002380* now, not resting in the graveyard or shelved as dormant --
002390* and free of every other party.
002400     MOVE PC-CHARACTER-NAME TO PF-CHARACTER-NAME.
002410     READ PLAYER-FILE
002420         INVALID KEY
002430             MOVE "NOT ON PLAYER FILE" TO PTY-Reject-Reason
002440             GO TO 2100-CHECK-CHARACTER-EXIT
002450     END-READ.
002460     PERFORM 2200-FIND-MEMBERSHIP THRU 2200-FIND-MEMBERSHIP-EXIT.
002470     IF PTY-Member-Of NOT = SPACES THEN
002480         MOVE SPACES TO PTY-Reject-Reason
002490         STRING "ALREADY IN PARTY " DELIMITED BY SIZE
002500             PTY-Member-Of DELIMITED BY SIZE
002510             INTO PTY-Reject-Reason
002520     END-IF.
002530 2100-CHECK-CHARACTER-EXIT.
002540     EXIT.
002550
002560 2200-FIND-MEMBERSHIP.
002570* Sweep the PARTY file front to back for the card's character.
002580* The sweep uses the record area, so callers read their own
002590* party afterward, never before.
002600     MOVE SPACES TO PTY-Member-Of.
002610     MOVE LOW-VALUES TO PT-PARTY-NAME.
002620     START PARTY-FILE KEY IS NOT LESS THAN PT-PARTY-NAME
002630         INVALID KEY
002640             GO TO 2200-FIND-MEMBERSHIP-EXIT
002650     END-START.
002660     MOVE "N" TO PTY-Scan-Switch.
002670     PERFORM 2210-SCAN-ONE-PARTY THRU 2210-SCAN-ONE-PARTY-EXIT
002680         UNTIL PTY-Scan-Done.
002690 2200-FIND-MEMBERSHIP-EXIT.
002700     EXIT.
002710
002720 2210-SCAN-ONE-PARTY.
002730     READ PARTY-FILE NEXT RECORD
002740         AT END
002750             MOVE "Y" TO PTY-Scan-Switch
002760             GO TO 2210-SCAN-ONE-PARTY-EXIT
002770     END-READ.
002780     PERFORM 2300-FIND-SLOT THRU 2300-FIND-SLOT-EXIT.
002790     IF PTY-Found-Slot > 0 THEN
002800         MOVE PT-PARTY-NAME TO PTY-Member-Of
002810         MOVE "Y" TO PTY-Scan-Switch
002820     END-IF.
002830 2210-SCAN-ONE-PARTY-EXIT.
002840     EXIT.
002850
002860 2300-FIND-SLOT.
002870* Which slot of the party in the record area holds the card's
002880* character -- zero when none does.
002890     MOVE 0 TO PTY-Found-Slot.
002900     PERFORM 2310-TEST-ONE-SLOT THRU 2310-TEST-ONE-SLOT-EXIT
002910         VARYING PTY-Sub FROM 1 BY 1
002920         UNTIL PTY-Sub > PT-MEMBER-COUNT
002930             OR PTY-Found-Slot > 0.
002940 2300-FIND-SLOT-EXIT.
002950     EXIT.
002960
002970 2310-TEST-ONE-SLOT.
002980     IF PT-MEMBER-NAME (PTY-Sub) = PC-CHARACTER-NAME THEN
002990         MOVE PTY-Sub TO PTY-Found-Slot
003000     END-IF.
003010 2310-TEST-ONE-SLOT-EXIT.
003020     EXIT.
003030
003040 2400-READ-CARD-PARTY.
003050     MOVE PC-PARTY-NAME TO PT-PARTY-NAME.
003060     READ PARTY-FILE
003070         INVALID KEY
003080             MOVE "PARTY NOT ON FILE" TO PTY-Reject-Reason
003090     END-READ.
003100 2400-READ-CARD-PARTY-EXIT.
003110     EXIT.
003120
003130 3000-FORM-PARTY.
003140* The founding character becomes the leader, slot 1.
003150     PERFORM 2100-CHECK-CHARACTER THRU 2100-CHECK-CHARACTER-EXIT.
003160     IF PTY-Reject-Reason NOT = SPACES THEN
003170         GO TO 3000-FORM-PARTY-EXIT
003180     END-IF.
003190     MOVE PC-PARTY-NAME TO PT-PARTY-NAME.
003200     READ PARTY-FILE
003210         INVALID KEY
003220             CONTINUE
003230         NOT INVALID KEY
003240             MOVE "PARTY NAME ALREADY TAKEN" TO PTY-Reject-Reason
003250             GO TO 3000-FORM-PARTY-EXIT
003260     END-READ.
003270     MOVE PC-PARTY-NAME     TO PT-PARTY-NAME.
003280     MOVE 1                 TO PT-MEMBER-COUNT.
003290     MOVE SPACES            TO PT-MEMBER-NAME (1)
003300                               PT-MEMBER-NAME (2)
003310                               PT-MEMBER-NAME (3)
003320                               PT-MEMBER-NAME (4).
003330     MOVE PC-CHARACTER-NAME TO PT-MEMBER-NAME (1).
003340     MOVE PTY-Current-Date  TO PT-FORMED-DATE.
003350     WRITE PARTY-RECORD
003360         INVALID KEY
003370             MOVE "PARTY WRITE FAILED" TO PTY-Reject-Reason
003380             GO TO 3000-FORM-PARTY-EXIT
003390     END-WRITE.
003400     MOVE "PARTY FORMED, CHARACTER IS LEADER" TO PTY-Action-Taken.
003410 3000-FORM-PARTY-EXIT.
003420     EXIT.
003430
003440 4000-JOIN-PARTY.
003450     PERFORM 2100-CHECK-CHARACTER THRU 2100-CHECK-CHARACTER-EXIT.
003460     IF PTY-Reject-Reason NOT = SPACES THEN
003470         GO TO 4000-JOIN-PARTY-EXIT
003480     END-IF.
003490     PERFORM 2400-READ-CARD-PARTY THRU 2400-READ-CARD-PARTY-EXIT.
003500     IF PTY-Reject-Reason NOT = SPACES THEN
003510         GO TO 4000-JOIN-PARTY-EXIT
003520     END-IF.
003530     IF PT-MEMBER-COUNT >= 4 THEN
003540         MOVE "PARTY ALREADY HAS FOUR MEMBERS"
003550             TO PTY-Reject-Reason
003560         GO TO 4000-JOIN-PARTY-EXIT
003570     END-IF.
003580     ADD 1 TO PT-MEMBER-COUNT.
003590     MOVE PC-CHARACTER-NAME TO PT-MEMBER-NAME (PT-MEMBER-COUNT).
003600     REWRITE PARTY-RECORD
003610         INVALID KEY
003620             MOVE "PARTY REWRITE FAILED" TO PTY-Reject-Reason
003630             GO TO 4000-JOIN-PARTY-EXIT
003640     END-REWRITE.
003650     MOVE "JOINED THE PARTY" TO PTY-Action-Taken.
003660 4000-JOIN-PARTY-EXIT.
003670     EXIT.
003680
003690 5000-LEAVE-PARTY.
003700* The member's slot closes up so the roster stays packed from
003710* slot 1 -- if the leader leaves, the next to have joined
003720* leads. The last member out takes the party with them.
003730     PERFORM 2400-READ-CARD-PARTY THRU 2400-READ-CARD-PARTY-EXIT.
003740     IF PTY-Reject-Reason NOT = SPACES THEN
003750         GO TO 5000-LEAVE-PARTY-EXIT
003760     END-IF.
003770     PERFORM 2300-FIND-SLOT THRU 2300-FIND-SLOT-EXIT.
003780     IF PTY-Found-Slot = 0 THEN
003790         MOVE "NOT A MEMBER OF THIS PARTY" TO PTY-Reject-Reason
003800         GO TO 5000-LEAVE-PARTY-EXIT
003810     END-IF.
003820     PERFORM 5100-CLOSE-UP-SLOT THRU 5100-CLOSE-UP-SLOT-EXIT
003830         VARYING PTY-Sub FROM PTY-Found-Slot BY 1
003840         UNTIL PTY-Sub >= PT-MEMBER-COUNT.
003850     MOVE SPACES TO PT-MEMBER-NAME (PT-MEMBER-COUNT).
003860     SUBTRACT 1 FROM PT-MEMBER-COUNT.
003870     IF PT-MEMBER-COUNT = 0 THEN
003880         DELETE PARTY-FILE
003890             INVALID KEY
003900                 MOVE "PARTY DELETE FAILED" TO PTY-Reject-Reason
003910                 GO TO 5000-LEAVE-PARTY-EXIT
003920         END-DELETE
003930         MOVE "LAST MEMBER LEFT, PARTY DISBANDED"
003940             TO PTY-Action-Taken
003950         GO TO 5000-LEAVE-PARTY-EXIT
003960     END-IF.
003970     REWRITE PARTY-RECORD
003980         INVALID KEY
003990             MOVE "PARTY REWRITE FAILED" TO PTY-Reject-Reason
004000             GO TO 5000-LEAVE-PARTY-EXIT
004010     END-REWRITE.
004020     MOVE "LEFT THE PARTY" TO PTY-Action-Taken.
004030 5000-LEAVE-PARTY-EXIT.
004040     EXIT.
004050
004060 5100-CLOSE-UP-SLOT.
004070     MOVE PT-MEMBER-NAME (PTY-Sub + 1)
004075         TO PT-MEMBER-NAME (PTY-Sub).
004080 5100-CLOSE-UP-SLOT-EXIT.
004090     EXIT.
004100
004110 6000-DISBAND-PARTY.
004120     PERFORM 2400-READ-CARD-PARTY THRU 2400-READ-CARD-PARTY-EXIT.
004130     IF PTY-Reject-Reason NOT = SPACES THEN
004140         GO TO 6000-DISBAND-PARTY-EXIT
004150     END-IF.
004160     DELETE PARTY-FILE
004170         INVALID KEY
004180             MOVE "PARTY DELETE FAILED" TO PTY-Reject-Reason
004190             GO TO 6000-DISBAND-PARTY-EXIT
004200     END-DELETE.
004210     MOVE "PARTY DISBANDED" TO PTY-Action-Taken.
004220 6000-DISBAND-PARTY-EXIT.
004230     EXIT.
004240
004250 7000-REPORT-THE-CARD.
004260     MOVE PC-OPERATION      TO PTY-Det-Operation.
004270     MOVE PC-PARTY-NAME     TO PTY-Det-Party.
004280     MOVE PC-CHARACTER-NAME TO PTY-Det-Character.
004290     IF PTY-Reject-Reason = SPACES THEN
004300         ADD 1 TO PTY-Accepted
004310         MOVE "ACCEPTED" TO PTY-Det-Result
004320         MOVE PTY-Action-Taken TO PTY-Det-Reason
004330     ELSE
004340         ADD 1 TO PTY-Rejected
004350         MOVE "REJECTED" TO PTY-Det-Result
004360         MOVE PTY-Reject-Reason TO PTY-Det-Reason
004370         DISPLAY "PHNTPTY: " PC-OPERATION " " PC-PARTY-NAME " "
004380             PC-CHARACTER-NAME " " PTY-Reject-Reason
004390     END-IF.
004400     WRITE PARTY-REPORT-LINE FROM PTY-Detail-Line.
004410 7000-REPORT-THE-CARD-EXIT.
004420     EXIT.
004430
004440 8000-FINISH.
004450     WRITE PARTY-REPORT-LINE FROM PTY-Blank-Line.
004460     MOVE SPACES TO PTY-Summary-Line.
004470     MOVE PTY-Accepted TO PTY-Accepted-Display.
004480     MOVE PTY-Rejected TO PTY-Rejected-Display.
004490     STRING "ACCEPTED: " DELIMITED BY SIZE
004500         PTY-Accepted-Display DELIMITED BY SIZE
004510         "  REJECTED: " DELIMITED BY SIZE
004520         PTY-Rejected-Display DELIMITED BY SIZE
004530         INTO PTY-Summary-Line.
004540     WRITE PARTY-REPORT-LINE FROM PTY-Summary-Line.
004550     CLOSE PARTY-REPORT.
004560     IF PTY-Files-Open THEN
004570         CLOSE PTY-CARD-FILE
004580         CLOSE PLAYER-FILE
004590         CLOSE PARTY-FILE
004600     END-IF.
004610     DISPLAY "PHNTPTY: " PTY-Cards-Read " CARDS READ, "
004620         PTY-Accepted " APPLIED, "
004630         PTY-Rejected " REJECTED.".
004640 8000-FINISH-EXIT.
004650     EXIT.
004660
004670 8900-LOG-RUN-FINISH.
004680* The FINISH line keeps the START line's run date and start
004690* time -- the pair the status report matches the two on.
004700     MOVE "FINISH" TO RUN-EVENT.
004710     ACCEPT RUN-END-TIME FROM TIME.
004720     MOVE PTY-Cards-Read TO RUN-RECORDS-READ.
004730     MOVE PTY-Accepted TO RUN-RECORDS-UPDATED.
004740     MOVE PTY-Rejected TO RUN-RECORDS-REJECTED.
004750     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
004760     PERFORM 8950-WRITE-RUN-CONTROL
004770         THRU 8950-WRITE-RUN-CONTROL-EXIT.
004780 8900-LOG-RUN-FINISH-EXIT.
004790     EXIT.
004800
004810 8950-WRITE-RUN-CONTROL.
004820* Appended to, never rewritten -- the first program to find no
004830* log starts one. A log that will not open costs the run only
004840* its entry, never its work.
004850     OPEN EXTEND RUN-CONTROL-FILE.
004860     IF PTY-Runctl-Status NOT = "00" THEN
004870         OPEN OUTPUT RUN-CONTROL-FILE
004880     END-IF.
004890     IF PTY-Runctl-Status NOT = "00" THEN
004900         DISPLAY "PHNTPTY: UNABLE TO OPEN RUN-CONTROL LOG, "
004910             "STATUS " PTY-Runctl-Status
004920         GO TO 8950-WRITE-RUN-CONTROL-EXIT
004930     END-IF.
004940     WRITE RUN-CONTROL-RECORD FROM PTY-Run-Control-Line.
004950     CLOSE RUN-CONTROL-FILE.
004960 8950-WRITE-RUN-CONTROL-EXIT.
004970     EXIT.
999999
