000010** PHNTENR.cob -- EIGHTBOL character enrollment run
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- the one door onto the player
000060*                     file for a brand-new character. Each card
000070*                     names the character, the chosen
000080*                     profession, and an optional opening
000090*                     purse. A name already on PLAYERS, resting
000100*                     in GRAVEYRD, or shelved on DORMANT is
000110*                     turned away -- the dead come back through
000120*                     PHNTRES and the shelved through PHNTWKE,
000130*                     never by enrolling over their key -- and
000140*                     so is a profession PROFFILE does not
000150*                     carry. The new record takes its starting
000160*                     stats off the profession's parameter
000170*                     record, the WRITE is journalled stamped
000180*                     PHNTENR, and the opening purse posts to
000190*                     the gold ledger under its own reason so
000200*                     the end-of-day reconciliation ties from
000210*                     the first day. The Character class no
000220*                     longer seeds a record for a name it has
000230*                     never seen; this run replaces that.
000231*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000232*                     shared run-control log (RUNCTL) with the
000233*                     run's counts and completion code, for the
000234*                     morning status report.
000240
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PHNTENR.
000270 AUTHOR. Bruce-Robert Pocock.
000280 DATE-WRITTEN. 15 OCT 2026.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PF-CHARACTER-NAME
000370         LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
000380         FILE STATUS IS ENR-Player-Status.
000390     SELECT GRAVEYARD-FILE ASSIGN TO "GRAVEYRD"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS GY-CHARACTER-NAME
000430         FILE STATUS IS ENR-Grave-Status.
000440     SELECT DORMANT-FILE ASSIGN TO "DORMANT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS DR-CHARACTER-NAME
000480         FILE STATUS IS ENR-Dormant-Status.
000490     SELECT PROFESSION-FILE ASSIGN TO "PROFFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PR-PROFESSION-NAME
000530         FILE STATUS IS ENR-Prof-Status.
000540     SELECT ENR-CARD-FILE ASSIGN TO "ENRCARDS"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ENR-Card-Status.
000570     SELECT GOLD-LEDGER ASSIGN TO "GOLDLEDG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS ENR-Ledger-Status.
000600     SELECT PLAYER-JOURNAL ASSIGN TO "PLAYRJRN"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS ENR-Jrnl-Status.
000630     SELECT ENROLLMENT-REPORT ASSIGN TO "ENRLRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS ENR-Report-Status.
000651     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS ENR-Runctl-Status.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PLAYER-FILE.
000700 01  PLAYER-RECORD.
000710     05 PF-CHARACTER-NAME PIC X(20).
000720     COPY "Phantasia-Globals.cpy" REPLACING
000730         ==HP==           BY ==PF-HP==
000740         ==MaxHP==        BY ==PF-MAXHP==
000750         ==Gold==         BY ==PF-GOLD==
000760         ==Mana==         BY ==PF-MANA==
000770         ==Level==        BY ==PF-LEVEL==
000780         ==Age==          BY ==PF-AGE==
000790         ==Experience==   BY ==PF-EXPERIENCE==
000800         ==DungeonX==     BY ==PF-DUNGEONX==
000810         ==DungeonY==     BY ==PF-DUNGEONY==
000820         ==DungeonLevel== BY ==PF-DUNGEONLEVEL==
000830         ==StatusFlags==  BY ==PF-STATUSFLAGS==
000840         ==Poisoned==     BY ==PF-POISONED==
000850         ==IsPoisoned==   BY ==PF-ISPOISONED==
000860         ==NotPoisoned==  BY ==PF-NOTPOISONED==
000870         ==PoisonTicksLeft== BY ==PF-POISONTICKSLEFT==
000880         ==Profession==   BY ==PF-PROFESSION==.
000890 FD  GRAVEYARD-FILE.
000900 01  GRAVEYARD-RECORD.
000910     05 GY-CHARACTER-NAME PIC X(20).
000920     COPY "Phantasia-Globals.cpy" REPLACING
000930         ==HP==           BY ==GY-HP==
000940         ==MaxHP==        BY ==GY-MAXHP==
000950         ==Gold==         BY ==GY-GOLD==
000960         ==Mana==         BY ==GY-MANA==
000970         ==Level==        BY ==GY-LEVEL==
000980         ==Age==          BY ==GY-AGE==
000990         ==Experience==   BY ==GY-EXPERIENCE==
001000         ==DungeonX==     BY ==GY-DUNGEONX==
001010         ==DungeonY==     BY ==GY-DUNGEONY==
001020         ==DungeonLevel== BY ==GY-DUNGEONLEVEL==
001030         ==StatusFlags==  BY ==GY-STATUSFLAGS==
001040         ==Poisoned==     BY ==GY-POISONED==
001050         ==IsPoisoned==   BY ==GY-ISPOISONED==
001060         ==NotPoisoned==  BY ==GY-NOTPOISONED==
001070         ==PoisonTicksLeft== BY ==GY-POISONTICKSLEFT==
001080         ==Profession==   BY ==GY-PROFESSION==.
001090     05 GY-DEATH-DATE     PIC 9(08).
001100     05 GY-DEATH-TIME     PIC 9(08).
001110     05 GY-DEATH-CAUSE    PIC X(30).
001120 FD  DORMANT-FILE.
001130 01  DORMANT-RECORD.
001140     05 DR-CHARACTER-NAME PIC X(20).
001150     COPY "Phantasia-Globals.cpy" REPLACING
001160         ==HP==           BY ==DR-HP==
001170         ==MaxHP==        BY ==DR-MAXHP==
001180         ==Gold==         BY ==DR-GOLD==
001190         ==Mana==         BY ==DR-MANA==
001200         ==Level==        BY ==DR-LEVEL==
001210         ==Age==          BY ==DR-AGE==
001220         ==Experience==   BY ==DR-EXPERIENCE==
001230         ==DungeonX==     BY ==DR-DUNGEONX==
001240         ==DungeonY==     BY ==DR-DUNGEONY==
001250         ==DungeonLevel== BY ==DR-DUNGEONLEVEL==
001260         ==StatusFlags==  BY ==DR-STATUSFLAGS==
001270         ==Poisoned==     BY ==DR-POISONED==
001280         ==IsPoisoned==   BY ==DR-ISPOISONED==
001290         ==NotPoisoned==  BY ==DR-NOTPOISONED==
001300         ==PoisonTicksLeft== BY ==DR-POISONTICKSLEFT==
001310         ==Profession==   BY ==DR-PROFESSION==.
001320     05 DR-SHELVED-DATE   PIC 9(08).
001330     05 DR-LAST-ACTIVE    PIC 9(08).
001340 FD  PROFESSION-FILE.
001350 01  PROFESSION-RECORD.
001360     05 PR-PROFESSION-NAME PIC X(10).
001370     COPY "Profession-Stats.cpy" REPLACING
001380         ==StartingHP==   BY ==PR-STARTING-HP==
001390         ==StartingMana== BY ==PR-STARTING-MANA==
001400         ==HPPerLevel==   BY ==PR-HP-PER-LEVEL==
001410         ==ManaPerLevel== BY ==PR-MANA-PER-LEVEL==
001420         ==SwingPower==   BY ==PR-SWING-POWER==
001430         ==BoltCost==     BY ==PR-BOLT-COST==
001440         ==BoltDamage==   BY ==PR-BOLT-DAMAGE==
001450         ==CureCost==     BY ==PR-CURE-COST==.
001460 FD  ENR-CARD-FILE.
001470* One enrollment per card. A blank purse enrolls the character
001480* with an empty one.
001490 01  ENR-CARD.
001500     05 EN-CHARACTER-NAME PIC X(20).
001510     05 EN-PROFESSION     PIC X(10).
001520     05 EN-OPENING-PURSE  PIC 9(07).
001530     05 EN-PURSE-TEXT REDEFINES EN-OPENING-PURSE
001540                          PIC X(07).
001550     05 FILLER            PIC X(43).
001560 FD  GOLD-LEDGER.
001570 01  GOLD-LEDGER-RECORD   PIC X(132).
001580 FD  PLAYER-JOURNAL.
001590 01  PLAYER-JOURNAL-RECORD.
001600     COPY "Player-Journal.cpy".
001610 FD  ENROLLMENT-REPORT.
001620 01  ENROLLMENT-REPORT-LINE PIC X(100).
001621 FD  RUN-CONTROL-FILE.
001622 01  RUN-CONTROL-RECORD   PIC X(110).
001630
001640 WORKING-STORAGE SECTION.
001650 01  ENR-Player-Status    PIC X(02).
001660     88  ENR-PS-Success           VALUE "00".
001670     88  ENR-PS-Not-Found         VALUE "23" "35".
001680 01  ENR-Grave-Status     PIC X(02).
001690     88  ENR-GS-Success           VALUE "00".
001700     88  ENR-GS-Not-Found         VALUE "23" "35".
001710 01  ENR-Dormant-Status   PIC X(02).
001720     88  ENR-DS-Success           VALUE "00".
001730     88  ENR-DS-Not-Found         VALUE "23" "35".
001740 01  ENR-Prof-Status      PIC X(02).
001750     88  ENR-FS-Success           VALUE "00".
001760     88  ENR-FS-Not-Found         VALUE "23" "35".
001770 01  ENR-Card-Status      PIC X(02).
001780     88  ENR-CS-Success           VALUE "00".
001790 01  ENR-Ledger-Status    PIC X(02).
001800 01  ENR-Jrnl-Status      PIC X(02).
001810 01  ENR-Report-Status    PIC X(02).
001820 01  ENR-Program-Name     PIC X(08) VALUE "PHNTENR ".
001830
001840 01  ENR-EOF-Switch       PIC X(01) VALUE "N".
001850     88  ENR-No-More-Cards        VALUE "Y".
001860     88  ENR-More-Cards           VALUE "N".
001870 01  ENR-Files-Open-Sw    PIC X(01) VALUE "N".
001880     88  ENR-Files-Open           VALUE "Y".
001890     88  ENR-Files-Shut           VALUE "N".
001900* Either archive may not exist yet -- no graveyard means nobody
001910* has died, no dormant shelf means nobody has been shelved.
001920 01  ENR-Grave-Open-Sw    PIC X(01) VALUE "N".
001930     88  ENR-Grave-File-Open      VALUE "Y".
001940     88  ENR-Grave-File-Shut      VALUE "N".
001950 01  ENR-Dormant-Open-Sw  PIC X(01) VALUE "N".
001960     88  ENR-Dormant-File-Open    VALUE "Y".
001970     88  ENR-Dormant-File-Shut    VALUE "N".
001980
001990 01  ENR-Cards-Read       PIC 9(05) USAGE BINARY VALUE 0.
002000 01  ENR-Accepted         PIC 9(05) USAGE BINARY VALUE 0.
002010 01  ENR-Rejected         PIC 9(05) USAGE BINARY VALUE 0.
002020 01  ENR-Purses-Posted    PIC 9(09) USAGE BINARY VALUE 0.
002030
002040 01  ENR-Purse            PIC 9(07) USAGE BINARY.
002050 01  ENR-Current-Date     PIC 9(08).
002060 01  ENR-Current-Time     PIC 9(08).
002070* Why a card was turned away -- printed on its report line.
002080 01  ENR-Reject-Reason    PIC X(40).
002090
002100* One formatted gold-ledger line, laid out by the canonical
002110* copybook so the reconciliation reads back what this writes.
002120 01  ENR-Gold-Ledger-Line.
002130     COPY "Gold-Ledger.cpy" REPLACING
002140         ==LedgerName==   BY ==ENR-Ledger-Name==
002150         ==LedgerDate==   BY ==ENR-Ledger-Date==
002160         ==LedgerTime==   BY ==ENR-Ledger-Time==
002170         ==LedgerAmount== BY ==ENR-Ledger-Amount==
002180         ==LedgerReason== BY ==ENR-Ledger-Reason==.
002190
002200 01  ENR-Blank-Line       PIC X(100) VALUE SPACES.
002210 01  ENR-Heading-Line.
002220     05 FILLER PIC X(22) VALUE "CHARACTER NAME".
002230     05 FILLER PIC X(12) VALUE "PROFESSION".
002240     05 FILLER PIC X(10) VALUE "    PURSE".
002250     05 FILLER PIC X(12) VALUE "  RESULT".
002260     05 FILLER PIC X(40) VALUE "REASON".
002270 01  ENR-Detail-Line.
002280     05 ENR-Det-Name      PIC X(20).
002290     05 FILLER            PIC X(02) VALUE SPACES.
002300     05 ENR-Det-Prof      PIC X(10).
002310     05 FILLER            PIC X(02) VALUE SPACES.
002320     05 ENR-Det-Purse     PIC ZZZZZZ9.
002330     05 FILLER            PIC X(03) VALUE SPACES.
002340     05 ENR-Det-Result    PIC X(10).
002350     05 FILLER            PIC X(02) VALUE SPACES.
002360     05 ENR-Det-Reason    PIC X(40).
002370 01  ENR-Summary-Line     PIC X(100).
002380 01  ENR-Accepted-Display PIC ZZZZ9.
002390 01  ENR-Rejected-Display PIC ZZZZ9.
002400 01  ENR-Posted-Display   PIC ZZZZZZZZ9.
002401
002402* One run-control log line, staged here because the FD record
002403* may not be touched before the log is open.
002404 01  ENR-Runctl-Status    PIC X(02).
002405 01  ENR-Run-Control-Line.
002406     COPY "Run-Control.cpy".
002410
002420 PROCEDURE DIVISION.
002430
002440 0000-MAINLINE.
002441     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
002450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002460     PERFORM 2000-ENROLL-ONE-CARD THRU 2000-ENROLL-ONE-CARD-EXIT
002470         UNTIL ENR-No-More-Cards.
002480     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002481     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
002490     STOP RUN.
002491
002492 0100-LOG-RUN-START.
002493* Logged before anything else is touched, so a run that falls
002494* over part way still leaves a START with no FINISH behind it
002495* for the morning status report to find.
002496     MOVE SPACES TO ENR-Run-Control-Line.
002497     MOVE "PHNTENR" TO RUN-PROGRAM.
002498     MOVE "START" TO RUN-EVENT.
002499     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002500     ACCEPT RUN-START-TIME FROM TIME.
002501     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
002502         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
002503     MOVE "NORMAL" TO RUN-TYPE.
002504     PERFORM 8950-WRITE-RUN-CONTROL
002505         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002506 0100-LOG-RUN-START-EXIT.
002507     EXIT.
002508
002510 1000-INITIALIZE.
002520     OPEN OUTPUT ENROLLMENT-REPORT.
002530     WRITE ENROLLMENT-REPORT-LINE FROM ENR-Heading-Line.
002540     OPEN INPUT ENR-CARD-FILE.
002550     IF NOT ENR-CS-Success THEN
002560         DISPLAY "PHNTENR: UNABLE TO OPEN CARD FILE, STATUS "
002570             ENR-Card-Status
002580         MOVE "Y" TO ENR-EOF-Switch
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF.
002610* Without the parameter file there is no profession to enroll
002620* into, and no starting stats to enroll with.
002630     OPEN INPUT PROFESSION-FILE.
002640     IF NOT ENR-FS-Success THEN
002650         DISPLAY "PHNTENR: UNABLE TO OPEN PROFESSIONS, STATUS "
002660             ENR-Prof-Status ", NOTHING ENROLLED"
002670         MOVE "Y" TO ENR-EOF-Switch
002680         CLOSE ENR-CARD-FILE
002690         GO TO 1000-INITIALIZE-EXIT
002700     END-IF.
002710     OPEN INPUT GRAVEYARD-FILE.
002720     IF ENR-GS-Success THEN
002730         MOVE "Y" TO ENR-Grave-Open-Sw
002740     ELSE
002750         IF NOT ENR-GS-Not-Found THEN
002760             DISPLAY "PHNTENR: UNABLE TO OPEN GRAVEYARD, STATUS "
002770                 ENR-Grave-Status ", NOTHING ENROLLED"
002780             MOVE "Y" TO ENR-EOF-Switch
002790             CLOSE ENR-CARD-FILE
002800             CLOSE PROFESSION-FILE
002810             GO TO 1000-INITIALIZE-EXIT
002820         END-IF
002830     END-IF.
002840     OPEN INPUT DORMANT-FILE.
002850     IF ENR-DS-Success THEN
002860         MOVE "Y" TO ENR-Dormant-Open-Sw
002870     ELSE
002880         IF NOT ENR-DS-Not-Found THEN
002890             DISPLAY "PHNTENR: UNABLE TO OPEN DORMANT, STATUS "
002900                 ENR-Dormant-Status ", NOTHING ENROLLED"
002910             MOVE "Y" TO ENR-EOF-Switch
002920             CLOSE ENR-CARD-FILE
002930             CLOSE PROFESSION-FILE
002940             PERFORM 8200-CLOSE-ARCHIVES
002950                 THRU 8200-CLOSE-ARCHIVES-EXIT
002960             GO TO 1000-INITIALIZE-EXIT
002970         END-IF
002980     END-IF.
002990* Bootstrap the indexed player file the first time this system
003000* has ever run -- the same OPEN I-O/fall-back-to-OPEN OUTPUT
003010* pattern the Character class uses.
003020     OPEN I-O PLAYER-FILE.
003030     IF ENR-PS-Not-Found THEN
003040         OPEN OUTPUT PLAYER-FILE
003050         CLOSE PLAYER-FILE
003060         OPEN I-O PLAYER-FILE
003070     END-IF.
003080     IF ENR-PS-Success THEN
003090         MOVE "Y" TO ENR-Files-Open-Sw
003100     ELSE
003110         DISPLAY "PHNTENR: UNABLE TO OPEN PLAYER FILE, STATUS "
003120             ENR-Player-Status
003130         MOVE "Y" TO ENR-EOF-Switch
003140         CLOSE ENR-CARD-FILE
003150         CLOSE PROFESSION-FILE
003160         PERFORM 8200-CLOSE-ARCHIVES
003170             THRU 8200-CLOSE-ARCHIVES-EXIT
003180     END-IF.
003190 1000-INITIALIZE-EXIT.
003200     EXIT.
003210
003220 2000-ENROLL-ONE-CARD.
003230     READ ENR-CARD-FILE
003240         AT END
003250             MOVE "Y" TO ENR-EOF-Switch
003260     END-READ.
003270     IF ENR-No-More-Cards THEN
003280         GO TO 2000-ENROLL-ONE-CARD-EXIT
003290     END-IF.
003300     ADD 1 TO ENR-Cards-Read.
003310     MOVE SPACES TO ENR-Reject-Reason.
003320     MOVE 0 TO ENR-Purse.
003330     PERFORM 2100-EDIT-CARD THRU 2100-EDIT-CARD-EXIT.
003340     IF ENR-Reject-Reason = SPACES THEN
003350         PERFORM 2200-CHECK-NAME-FREE
003360             THRU 2200-CHECK-NAME-FREE-EXIT
003370     END-IF.
003380     IF ENR-Reject-Reason = SPACES THEN
003390         PERFORM 2300-CHECK-PROFESSION
003400             THRU 2300-CHECK-PROFESSION-EXIT
003410     END-IF.
003420     IF ENR-Reject-Reason = SPACES THEN
003430         PERFORM 2400-WRITE-NEW-PLAYER
003440             THRU 2400-WRITE-NEW-PLAYER-EXIT
003450     END-IF.
003460     IF ENR-Reject-Reason = SPACES THEN
003470         ADD 1 TO ENR-Accepted
003480         MOVE "ACCEPTED" TO ENR-Det-Result
003490     ELSE
003500         ADD 1 TO ENR-Rejected
003510         MOVE "REJECTED" TO ENR-Det-Result
003520         DISPLAY "PHNTENR: " EN-CHARACTER-NAME " "
003530             ENR-Reject-Reason
003540     END-IF.
003550     MOVE EN-CHARACTER-NAME TO ENR-Det-Name.
003560     MOVE EN-PROFESSION     TO ENR-Det-Prof.
003570     MOVE ENR-Purse         TO ENR-Det-Purse.
003580     MOVE ENR-Reject-Reason TO ENR-Det-Reason.
003590     WRITE ENROLLMENT-REPORT-LINE FROM ENR-Detail-Line.
003600 2000-ENROLL-ONE-CARD-EXIT.
003610     EXIT.
003620
003630 2100-EDIT-CARD.
003640     IF EN-CHARACTER-NAME = SPACES THEN
003650         MOVE "NO CHARACTER NAME ON CARD" TO ENR-Reject-Reason
003660         GO TO 2100-EDIT-CARD-EXIT
003670     END-IF.
003680     IF EN-PROFESSION = SPACES THEN
003690         MOVE "NO PROFESSION ON CARD" TO ENR-Reject-Reason
003700         GO TO 2100-EDIT-CARD-EXIT
003710     END-IF.
003720     IF EN-PURSE-TEXT = SPACES THEN
003730         GO TO 2100-EDIT-CARD-EXIT
003740     END-IF.
003750     IF EN-OPENING-PURSE IS NOT NUMERIC THEN
003760         MOVE "OPENING PURSE NOT NUMERIC" TO ENR-Reject-Reason
003770         GO TO 2100-EDIT-CARD-EXIT
003780     END-IF.
003790     MOVE EN-OPENING-PURSE TO ENR-Purse.
003800 2100-EDIT-CARD-EXIT.
003810     EXIT.
003820
003830 2200-CHECK-NAME-FREE.
003840* A name is free only if no file in the system holds it --
003850* living, dead, or shelved.
003860     MOVE EN-CHARACTER-NAME TO PF-CHARACTER-NAME.
003870     READ PLAYER-FILE
003880         INVALID KEY
003890             CONTINUE
003900         NOT INVALID KEY
003910             MOVE "ALREADY ON THE PLAYER FILE"
003920                 TO ENR-Reject-Reason
003930             GO TO 2200-CHECK-NAME-FREE-EXIT
003940     END-READ.
003950     IF ENR-Grave-File-Open THEN
003960         MOVE EN-CHARACTER-NAME TO GY-CHARACTER-NAME
003970         READ GRAVEYARD-FILE
003980             INVALID KEY
003990                 CONTINUE
004000             NOT INVALID KEY
004010                 MOVE "RESTING IN THE GRAVEYARD, SEE PHNTRES"
004020                     TO ENR-Reject-Reason
004030                 GO TO 2200-CHECK-NAME-FREE-EXIT
004040         END-READ
004050     END-IF.
004060     IF ENR-Dormant-File-Open THEN
004070         MOVE EN-CHARACTER-NAME TO DR-CHARACTER-NAME
004080         READ DORMANT-FILE
004090             INVALID KEY
004100                 CONTINUE
004110             NOT INVALID KEY
004120                 MOVE "SHELVED AS DORMANT, SEE PHNTWKE"
004130                     TO ENR-Reject-Reason
004140                 GO TO 2200-CHECK-NAME-FREE-EXIT
004150         END-READ
004160     END-IF.
004170 2200-CHECK-NAME-FREE-EXIT.
004180     EXIT.
004190
004200 2300-CHECK-PROFESSION.
004210     MOVE EN-PROFESSION TO PR-PROFESSION-NAME.
004220     READ PROFESSION-FILE
004230         INVALID KEY
004240             MOVE "PROFESSION NOT ON PROFFILE"
004250                 TO ENR-Reject-Reason
004260     END-READ.
004270 2300-CHECK-PROFESSION-EXIT.
004280     EXIT.
004290
004300 2400-WRITE-NEW-PLAYER.
004310* The profession's parameter record sets the starting sheet,
004320* the same numbers the Character class used to seed with; the
004330* purse is the only Gold a new character carries in.
004340     MOVE EN-CHARACTER-NAME  TO PF-CHARACTER-NAME.
004350     MOVE PR-STARTING-HP     TO PF-HP.
004360     MOVE PR-STARTING-HP     TO PF-MAXHP.
004370     MOVE ENR-Purse          TO PF-GOLD.
004380     MOVE PR-STARTING-MANA   TO PF-MANA.
004390     MOVE 1                  TO PF-LEVEL.
004400     MOVE 1                  TO PF-AGE.
004410     MOVE 0                  TO PF-EXPERIENCE.
004420     MOVE 0                  TO PF-DUNGEONX.
004430     MOVE 0                  TO PF-DUNGEONY.
004440     MOVE 1                  TO PF-DUNGEONLEVEL.
004450     MOVE "N"                TO PF-POISONED.
004460     MOVE 0                  TO PF-POISONTICKSLEFT.
004470     MOVE EN-PROFESSION      TO PF-PROFESSION.
004480     WRITE PLAYER-RECORD
004490         INVALID KEY
004500             MOVE "PLAYER WRITE FAILED" TO ENR-Reject-Reason
004510             GO TO 2400-WRITE-NEW-PLAYER-EXIT
004520     END-WRITE.
004530     PERFORM 2500-JOURNAL-THE-WRITE
004540         THRU 2500-JOURNAL-THE-WRITE-EXIT.
004550     IF ENR-Purse > 0 THEN
004560         PERFORM 2600-POST-PURSE-TO-LEDGER
004570             THRU 2600-POST-PURSE-TO-LEDGER-EXIT
004580     END-IF.
004590 2400-WRITE-NEW-PLAYER-EXIT.
004600     EXIT.
004610
004620 2500-JOURNAL-THE-WRITE.
004630* The new record's arrival on the player file goes to the
004640* journal like every other WRITE -- before image LOW-VALUES,
004650* after image the record as written, stamped with this
004660* program. Same open-EXTEND-or-create pattern as everywhere.
004670     ACCEPT ENR-Current-Date FROM DATE YYYYMMDD.
004680     ACCEPT ENR-Current-Time FROM TIME.
004690     OPEN EXTEND PLAYER-JOURNAL.
004700     IF ENR-Jrnl-Status NOT = "00" THEN
004710         OPEN OUTPUT PLAYER-JOURNAL
004720     END-IF.
004730     MOVE ENR-Current-Date TO JRN-DATE.
004740     MOVE ENR-Current-Time TO JRN-TIME.
004750     MOVE ENR-Program-Name TO JRN-PROGRAM.
004760     MOVE "WRITE   " TO JRN-ACTION.
004770     MOVE LOW-VALUES TO JRN-BEFORE-IMAGE.
004780     MOVE PLAYER-RECORD TO JRN-AFTER-IMAGE.
004790     WRITE PLAYER-JOURNAL-RECORD.
004800     CLOSE PLAYER-JOURNAL.
004810 2500-JOURNAL-THE-WRITE-EXIT.
004820     EXIT.
004830
004840 2600-POST-PURSE-TO-LEDGER.
004850* The opening purse is a credit on the gold ledger under its
004860* own reason, so the new balance ties on the first
004870* reconciliation and the economy report sees where it came
004880* from.
004890     ACCEPT ENR-Current-Date FROM DATE YYYYMMDD.
004900     ACCEPT ENR-Current-Time FROM TIME.
004910     MOVE EN-CHARACTER-NAME TO ENR-Ledger-Name.
004920     MOVE ENR-Current-Date  TO ENR-Ledger-Date.
004930     MOVE ENR-Current-Time  TO ENR-Ledger-Time.
004940     MOVE ENR-Purse         TO ENR-Ledger-Amount.
004950     MOVE "ENROLLMENT PURSE" TO ENR-Ledger-Reason.
004960     OPEN EXTEND GOLD-LEDGER.
004970     IF ENR-Ledger-Status NOT = "00" THEN
004980         OPEN OUTPUT GOLD-LEDGER
004990     END-IF.
005000     WRITE GOLD-LEDGER-RECORD FROM ENR-Gold-Ledger-Line.
005010     CLOSE GOLD-LEDGER.
005020     ADD ENR-Purse TO ENR-Purses-Posted.
005030 2600-POST-PURSE-TO-LEDGER-EXIT.
005040     EXIT.
005050
005060 8000-FINISH.
005070     WRITE ENROLLMENT-REPORT-LINE FROM ENR-Blank-Line.
005080     MOVE SPACES TO ENR-Summary-Line.
005090     MOVE ENR-Accepted      TO ENR-Accepted-Display.
005100     MOVE ENR-Rejected      TO ENR-Rejected-Display.
005110     MOVE ENR-Purses-Posted TO ENR-Posted-Display.
005120     STRING "ACCEPTED: " DELIMITED BY SIZE
005130         ENR-Accepted-Display DELIMITED BY SIZE
005140         "  REJECTED: " DELIMITED BY SIZE
005150         ENR-Rejected-Display DELIMITED BY SIZE
005160         "  OPENING PURSES POSTED: " DELIMITED BY SIZE
005170         ENR-Posted-Display DELIMITED BY SIZE
005180         INTO ENR-Summary-Line.
005190     WRITE ENROLLMENT-REPORT-LINE FROM ENR-Summary-Line.
005200     CLOSE ENROLLMENT-REPORT.
005210     IF ENR-Files-Open THEN
005220         CLOSE ENR-CARD-FILE
005230         CLOSE PROFESSION-FILE
005240         CLOSE PLAYER-FILE
005250         PERFORM 8200-CLOSE-ARCHIVES
005260             THRU 8200-CLOSE-ARCHIVES-EXIT
005270     END-IF.
005280     DISPLAY "PHNTENR: " ENR-Cards-Read " CARDS READ, "
005290         ENR-Accepted " ENROLLED, "
005300         ENR-Rejected " REJECTED.".
005310 8000-FINISH-EXIT.
005320     EXIT.
005330
005340 8200-CLOSE-ARCHIVES.
005350     IF ENR-Grave-File-Open THEN
005360         CLOSE GRAVEYARD-FILE
005370         MOVE "N" TO ENR-Grave-Open-Sw
005380     END-IF.
005390     IF ENR-Dormant-File-Open THEN
005400         CLOSE DORMANT-FILE
005410         MOVE "N" TO ENR-Dormant-Open-Sw
005420     END-IF.
005430 8200-CLOSE-ARCHIVES-EXIT.
005440     EXIT.
005450
005460 8900-LOG-RUN-FINISH.
005470* The FINISH line keeps the START line's run date and start
005480* time -- the pair the status report matches the two on.
005490     MOVE "FINISH" TO RUN-EVENT.
005500     ACCEPT RUN-END-TIME FROM TIME.
005510     MOVE ENR-Cards-Read TO RUN-RECORDS-READ.
005520     MOVE ENR-Accepted TO RUN-RECORDS-UPDATED.
005530     MOVE ENR-Rejected TO RUN-RECORDS-REJECTED.
005540     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
005550     PERFORM 8950-WRITE-RUN-CONTROL
005560         THRU 8950-WRITE-RUN-CONTROL-EXIT.
005570 8900-LOG-RUN-FINISH-EXIT.
005580     EXIT.
005590
005600 8950-WRITE-RUN-CONTROL.
005610* Appended to, never rewritten -- the first program to find no
005620* log starts one. A log that will not open costs the run only
005630* its entry, never its work.
005640     OPEN EXTEND RUN-CONTROL-FILE.
005650     IF ENR-Runctl-Status NOT = "00" THEN
005660         OPEN OUTPUT RUN-CONTROL-FILE
005670     END-IF.
005680     IF ENR-Runctl-Status NOT = "00" THEN
005690         DISPLAY "PHNTENR: UNABLE TO OPEN RUN-CONTROL LOG, "
005700             "STATUS " ENR-Runctl-Status
005710         GO TO 8950-WRITE-RUN-CONTROL-EXIT
005720     END-IF.
005730     WRITE RUN-CONTROL-RECORD FROM ENR-Run-Control-Line.
005740     CLOSE RUN-CONTROL-FILE.
005750 8950-WRITE-RUN-CONTROL-EXIT.
005760     EXIT.
999999
