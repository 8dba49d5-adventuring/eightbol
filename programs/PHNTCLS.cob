000010** PHNTCLS.cob -- EIGHTBOL month-end gold-ledger close
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- GOLDLEDG is appended to by
000060*                     everything that moves Gold and was never
000070*                     trimmed, so every reader re-read every line
000080*                     since day one. The close totals each
000090*                     character's lines through the cut-off on
000100*                     top of the last close's balances -- living,
000110*                     dead, dormant, or on no file at all -- and
000120*                     writes one closing balance per character to
000130*                     a new balance generation. The period's
000140*                     lines move to a dated ledger archive behind
000150*                     a BALANCE FORWARD line per character, and
000160*                     the live ledger restarts holding only the
000170*                     lines after the cut-off. Nothing moves
000180*                     unless the ledger ties to the files the
000190*                     way PHNTGRC ties it.
000191*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000192*                     shared run-control log (RUNCTL) with the
000193*                     run's counts and completion code, for the
000194*                     morning status report.
000200
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PHNTCLS.
000230 AUTHOR. Bruce-Robert Pocock.
000240 DATE-WRITTEN. 15 OCT 2026.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CLOSE-CARD-FILE ASSIGN TO "CLSCARD"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS CLS-Card-Status.
000320     SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS PF-CHARACTER-NAME
000360         LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
000370         FILE STATUS IS CLS-Player-Status.
000380     SELECT GRAVEYARD-FILE ASSIGN TO "GRAVEYRD"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS GY-CHARACTER-NAME
000420         FILE STATUS IS CLS-Grave-Status.
000430     SELECT DORMANT-FILE ASSIGN TO "DORMANT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DR-CHARACTER-NAME
000470         FILE STATUS IS CLS-Dormant-Status.
000480     SELECT GOLD-LEDGER ASSIGN TO "GOLDLEDG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CLS-Ledger-Status.
000510     SELECT OPENING-BALANCES ASSIGN TO "OPENBAL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CLS-Open-Status.
000540     SELECT CLOSING-BALANCES ASSIGN TO "CLOSEBAL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CLS-Close-Status.
000570     SELECT LEDGER-ARCHIVE ASSIGN TO "GOLDARCH"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CLS-Arch-Status.
000600     SELECT LEDGER-KEEP ASSIGN TO "LEDGKEEP"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CLS-Keep-Status.
000630     SELECT CLOSE-REPORT ASSIGN TO "CLOSERPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CLS-Report-Status.
000651     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS CLS-Runctl-Status.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690* The date the period closes through. Blank takes the last day
000700* of the month before the run -- the usual first-of-the-month
000710* close.
000720 FD  CLOSE-CARD-FILE.
000730 01  CLOSE-CARD.
000740     05 CC-CUTOFF-DATE     PIC X(08).
000750     05 FILLER             PIC X(72).
000760 FD  PLAYER-FILE.
000770 01  PLAYER-RECORD.
000780     05 PF-CHARACTER-NAME PIC X(20).
000790     COPY "Phantasia-Globals.cpy" REPLACING
000800         ==HP==           BY ==PF-HP==
000810         ==MaxHP==        BY ==PF-MAXHP==
000820         ==Gold==         BY ==PF-GOLD==
000830         ==Mana==         BY ==PF-MANA==
000840         ==Level==        BY ==PF-LEVEL==
000850         ==Age==          BY ==PF-AGE==
000860         ==Experience==   BY ==PF-EXPERIENCE==
000870         ==DungeonX==     BY ==PF-DUNGEONX==
000880         ==DungeonY==     BY ==PF-DUNGEONY==
000890         ==DungeonLevel== BY ==PF-DUNGEONLEVEL==
000900         ==StatusFlags==  BY ==PF-STATUSFLAGS==
000910         ==Poisoned==     BY ==PF-POISONED==
000920         ==IsPoisoned==   BY ==PF-ISPOISONED==
000930         ==NotPoisoned==  BY ==PF-NOTPOISONED==
000940         ==PoisonTicksLeft== BY ==PF-POISONTICKSLEFT==
000950         ==Profession==   BY ==PF-PROFESSION==.
000960 FD  GRAVEYARD-FILE.
000970 01  GRAVEYARD-RECORD.
000980     05 GY-CHARACTER-NAME PIC X(20).
000990     COPY "Phantasia-Globals.cpy" REPLACING
001000         ==HP==           BY ==GY-HP==
001010         ==MaxHP==        BY ==GY-MAXHP==
001020         ==Gold==         BY ==GY-GOLD==
001030         ==Mana==         BY ==GY-MANA==
001040         ==Level==        BY ==GY-LEVEL==
001050         ==Age==          BY ==GY-AGE==
001060         ==Experience==   BY ==GY-EXPERIENCE==
001070         ==DungeonX==     BY ==GY-DUNGEONX==
001080         ==DungeonY==     BY ==GY-DUNGEONY==
001090         ==DungeonLevel== BY ==GY-DUNGEONLEVEL==
001100         ==StatusFlags==  BY ==GY-STATUSFLAGS==
001110         ==Poisoned==     BY ==GY-POISONED==
001120         ==IsPoisoned==   BY ==GY-ISPOISONED==
001130         ==NotPoisoned==  BY ==GY-NOTPOISONED==
001140         ==PoisonTicksLeft== BY ==GY-POISONTICKSLEFT==
001150         ==Profession==   BY ==GY-PROFESSION==.
001160     05 GY-DEATH-DATE     PIC 9(08).
001170     05 GY-DEATH-TIME     PIC 9(08).
001180     05 GY-DEATH-CAUSE    PIC X(30).
001190 FD  DORMANT-FILE.
001200 01  DORMANT-RECORD.
001210     05 DR-CHARACTER-NAME PIC X(20).
001220     COPY "Phantasia-Globals.cpy" REPLACING
001230         ==HP==           BY ==DR-HP==
001240         ==MaxHP==        BY ==DR-MAXHP==
001250         ==Gold==         BY ==DR-GOLD==
001260         ==Mana==         BY ==DR-MANA==
001270         ==Level==        BY ==DR-LEVEL==
001280         ==Age==          BY ==DR-AGE==
001290         ==Experience==   BY ==DR-EXPERIENCE==
001300         ==DungeonX==     BY ==DR-DUNGEONX==
001310         ==DungeonY==     BY ==DR-DUNGEONY==
001320         ==DungeonLevel== BY ==DR-DUNGEONLEVEL==
001330         ==StatusFlags==  BY ==DR-STATUSFLAGS==
001340         ==Poisoned==     BY ==DR-POISONED==
001350         ==IsPoisoned==   BY ==DR-ISPOISONED==
001360         ==NotPoisoned==  BY ==DR-NOTPOISONED==
001370         ==PoisonTicksLeft== BY ==DR-POISONTICKSLEFT==
001380         ==Profession==   BY ==DR-PROFESSION==.
001390     05 DR-SHELVED-DATE   PIC 9(08).
001400     05 DR-LAST-ACTIVE    PIC 9(08).
001410 FD  GOLD-LEDGER.
001420 01  LEDGER-RECORD.
001430     COPY "Gold-Ledger.cpy" REPLACING
001440         ==LedgerName==   BY ==GL-NAME==
001450         ==LedgerDate==   BY ==GL-DATE==
001460         ==LedgerTime==   BY ==GL-TIME==
001470         ==LedgerAmount== BY ==GL-AMOUNT==
001480         ==LedgerReason== BY ==GL-REASON==.
001490 FD  OPENING-BALANCES.
001500 01  OPENING-BALANCE-RECORD.
001510     COPY "Gold-Balance.cpy" REPLACING
001520         ==BalanceName==   BY ==OB-NAME==
001530         ==BalanceCutOff== BY ==OB-CUTOFF==
001540         ==BalanceAmount== BY ==OB-AMOUNT==
001550         ==BalanceStatus== BY ==OB-STATUS==.
001560 FD  CLOSING-BALANCES.
001570 01  CLOSING-BALANCE-RECORD.
001580     COPY "Gold-Balance.cpy" REPLACING
001590         ==BalanceName==   BY ==CB-NAME==
001600         ==BalanceCutOff== BY ==CB-CUTOFF==
001610         ==BalanceAmount== BY ==CB-AMOUNT==
001620         ==BalanceStatus== BY ==CB-STATUS==.
001630* The archive carries ledger lines exactly as the ledger does,
001640* so PHNTSTM reads an archive generation with its own FD.
001650 FD  LEDGER-ARCHIVE.
001660 01  ARCHIVE-RECORD.
001670     COPY "Gold-Ledger.cpy" REPLACING
001680         ==LedgerName==   BY ==GA-NAME==
001690         ==LedgerDate==   BY ==GA-DATE==
001700         ==LedgerTime==   BY ==GA-TIME==
001710         ==LedgerAmount== BY ==GA-AMOUNT==
001720         ==LedgerReason== BY ==GA-REASON==.
001730 FD  LEDGER-KEEP.
001740 01  LEDGER-KEEP-RECORD    PIC X(80).
001750 FD  CLOSE-REPORT.
001760 01  CLOSE-REPORT-LINE     PIC X(100).
001761 FD  RUN-CONTROL-FILE.
001762 01  RUN-CONTROL-RECORD   PIC X(110).
001770
001780 WORKING-STORAGE SECTION.
001790 01  CLS-Card-Status       PIC X(02).
001800     88  CLS-CS-Success            VALUE "00".
001810 01  CLS-Player-Status     PIC X(02).
001820     88  CLS-PS-Success            VALUE "00".
001830 01  CLS-Grave-Status      PIC X(02).
001840     88  CLS-GS-Success            VALUE "00".
001850 01  CLS-Dormant-Status    PIC X(02).
001860     88  CLS-DS-Success            VALUE "00".
001870 01  CLS-Ledger-Status     PIC X(02).
001880     88  CLS-LS-Success            VALUE "00".
001890     88  CLS-LS-Not-Found          VALUE "23" "35".
001900 01  CLS-Open-Status       PIC X(02).
001910     88  CLS-OS-Success            VALUE "00".
001920     88  CLS-OS-Not-Found          VALUE "23" "35".
001930 01  CLS-Close-Status      PIC X(02).
001940     88  CLS-BS-Success            VALUE "00".
001950 01  CLS-Arch-Status       PIC X(02).
001960     88  CLS-AS-Success            VALUE "00".
001970 01  CLS-Keep-Status       PIC X(02).
001980     88  CLS-KS-Success            VALUE "00".
001990 01  CLS-Report-Status     PIC X(02).
002000
002010 01  CLS-Ledger-EOF-Sw     PIC X(01) VALUE "N".
002020     88  CLS-No-More-Ledger        VALUE "Y".
002030     88  CLS-More-Ledger           VALUE "N".
002040 01  CLS-Player-EOF-Sw     PIC X(01) VALUE "N".
002050     88  CLS-No-More-Players       VALUE "Y".
002060     88  CLS-More-Players          VALUE "N".
002070 01  CLS-Open-EOF-Sw       PIC X(01) VALUE "N".
002080     88  CLS-No-More-Openings      VALUE "Y".
002090     88  CLS-More-Openings         VALUE "N".
002100 01  CLS-Keep-EOF-Sw       PIC X(01) VALUE "N".
002110     88  CLS-No-More-Keep          VALUE "Y".
002120     88  CLS-More-Keep             VALUE "N".
002130 01  CLS-Player-Open-Sw    PIC X(01) VALUE "N".
002140     88  CLS-Player-File-Open      VALUE "Y".
002150     88  CLS-Player-File-Shut      VALUE "N".
002160 01  CLS-Grave-Open-Sw     PIC X(01) VALUE "N".
002170     88  CLS-Grave-File-Open       VALUE "Y".
002180     88  CLS-Grave-File-Shut       VALUE "N".
002190 01  CLS-Dormant-Open-Sw   PIC X(01) VALUE "N".
002200     88  CLS-Dormant-File-Open     VALUE "Y".
002210     88  CLS-Dormant-File-Shut     VALUE "N".
002220 01  CLS-Ledger-Open-Sw     PIC X(01) VALUE "N".
002230     88  CLS-Ledger-File-Open      VALUE "Y".
002240     88  CLS-Ledger-File-Shut      VALUE "N".
002250 01  CLS-Openings-Open-Sw  PIC X(01) VALUE "N".
002260     88  CLS-Openings-File-Open    VALUE "Y".
002270     88  CLS-Openings-File-Shut    VALUE "N".
002280* Set by anything that means the period must not close -- a
002290* ledger that does not tie, a cut-off that makes no sense, a
002300* table too small, a file that will not open. Once set, the
002310* ledger, the balances, and the archive are left untouched.
002320 01  CLS-Refuse-Switch     PIC X(01) VALUE "N".
002330     88  CLS-Close-Refused         VALUE "Y".
002340     88  CLS-Close-Allowed         VALUE "N".
002341* Set when the live ledger cannot be restarted from the keep
002342* file; the ledger is then still whole and the run fails.
002343 01  CLS-Rebuild-Switch    PIC X(01) VALUE "N".
002344     88  CLS-Rebuild-Failed        VALUE "Y".
002345     88  CLS-Rebuild-Done          VALUE "N".
002350
002360 01  CLS-Run-Date          PIC 9(08).
002370 01  CLS-Run-Date-Parts REDEFINES CLS-Run-Date.
002380     05 CLS-Run-Year       PIC 9(04).
002390     05 CLS-Run-Month      PIC 9(02).
002400     05 CLS-Run-Day        PIC 9(02).
002410 01  CLS-Cutoff-Date       PIC 9(08) VALUE 0.
002420 01  CLS-Cutoff-Parts REDEFINES CLS-Cutoff-Date.
002430     05 CLS-Cutoff-Year    PIC 9(04).
002440     05 CLS-Cutoff-Month   PIC 9(02).
002450     05 CLS-Cutoff-Day     PIC 9(02).
002460* The cut-off of the close the opening balances came from, which
002470* dates the BALANCE FORWARD lines heading the new archive.
002480 01  CLS-Prior-Cutoff      PIC 9(08) VALUE 0.
002490 01  CLS-Month-Lengths     PIC X(24)
002500     VALUE "312831303130313130313031".
002510 01  CLS-Month-Table REDEFINES CLS-Month-Lengths.
002520     05 CLS-Month-Days     PIC 9(02) OCCURS 12 TIMES.
002530 01  CLS-Leap-Quotient     PIC 9(04) USAGE BINARY.
002540 01  CLS-Leap-Remainder    PIC 9(04) USAGE BINARY.
002550 01  CLS-Forward-Reason    PIC X(30) VALUE "BALANCE FORWARD".
002560
002570* Per-character totals: the opening balance from the last close,
002580* the lines through the cut-off, and the lines after it -- the
002590* same working table PHNTGRC keeps, split three ways.
002600 01  CLS-Max-Entries       PIC 9(05) USAGE BINARY VALUE 2000.
002610 01  CLS-Entry-Count       PIC 9(05) USAGE BINARY VALUE 0.
002620 01  CLS-Subscript         PIC 9(05) USAGE BINARY.
002630 01  CLS-Found-Sub         PIC 9(05) USAGE BINARY.
002640 01  CLS-Hunt-Name         PIC X(20).
002650 01  CLS-TOTALS-TABLE.
002660     05 CLS-Entry OCCURS 1 TO 2000 TIMES
002670         DEPENDING ON CLS-Entry-Count
002680         INDEXED BY CLS-Entry-Index.
002690             10 CLS-Tot-Name       PIC X(20).
002700             10 CLS-Tot-Opening    PIC S9(09) USAGE BINARY.
002710             10 CLS-Tot-Period     PIC S9(09) USAGE BINARY.
002720             10 CLS-Tot-After      PIC S9(09) USAGE BINARY.
002730             10 CLS-Tot-Status     PIC X(08).
002740
002750 01  CLS-Openings-Read     PIC 9(07) USAGE BINARY VALUE 0.
002760 01  CLS-Ledger-Lines-Read PIC 9(07) USAGE BINARY VALUE 0.
002770 01  CLS-Lines-Rejected    PIC 9(07) USAGE BINARY VALUE 0.
002780 01  CLS-Lines-Archived    PIC 9(07) USAGE BINARY VALUE 0.
002790 01  CLS-Lines-Kept        PIC 9(07) USAGE BINARY VALUE 0.
002800 01  CLS-Forward-Lines     PIC 9(07) USAGE BINARY VALUE 0.
002810 01  CLS-Balances-Written  PIC 9(07) USAGE BINARY VALUE 0.
002820 01  CLS-Players-Checked   PIC 9(07) USAGE BINARY VALUE 0.
002830 01  CLS-Exception-Count   PIC 9(07) USAGE BINARY VALUE 0.
002840 01  CLS-Ledger-Balance    PIC S9(09) USAGE BINARY.
002850 01  CLS-Closing-Balance   PIC S9(09) USAGE BINARY.
002860 01  CLS-Difference        PIC S9(09) USAGE BINARY.
002870
002880 01  CLS-Blank-Line        PIC X(100) VALUE SPACES.
002890 01  CLS-Title-Line.
002900     05 FILLER PIC X(47)
002910         VALUE "EIGHTBOL GOLD LEDGER MONTH-END CLOSE -- RUN OF ".
002920     05 CLS-Title-Date     PIC 9(08).
002930 01  CLS-Cutoff-Line.
002940     05 FILLER PIC X(22) VALUE "PERIOD CLOSED THROUGH ".
002950     05 CLS-CL-Cutoff      PIC 9(08).
002960     05 FILLER PIC X(18) VALUE ", OPENING FROM ".
002970     05 CLS-CL-Prior       PIC 9(08).
002980 01  CLS-Tie-Heading.
002990     05 FILLER PIC X(22) VALUE "CHARACTER NAME".
003000     05 FILLER PIC X(12) VALUE "   ON FILE".
003010     05 FILLER PIC X(12) VALUE "    LEDGER".
003020     05 FILLER PIC X(12) VALUE "DIFFERENCE".
003030     05 FILLER PIC X(32) VALUE "  NOTE".
003040 01  CLS-Tie-Detail.
003050     05 CLS-TD-Name        PIC X(20).
003060     05 FILLER             PIC X(02) VALUE SPACES.
003070     05 CLS-TD-Balance     PIC ZZZZZZZZ9.
003080     05 FILLER             PIC X(02) VALUE SPACES.
003090     05 CLS-TD-Ledger      PIC ---------9.
003100     05 FILLER             PIC X(02) VALUE SPACES.
003110     05 CLS-TD-Diff        PIC ---------9.
003120     05 FILLER             PIC X(02) VALUE SPACES.
003130     05 CLS-TD-Note        PIC X(30).
003140 01  CLS-Balance-Heading.
003150     05 FILLER PIC X(22) VALUE "CHARACTER NAME".
003160     05 FILLER PIC X(12) VALUE "   OPENING".
003170     05 FILLER PIC X(12) VALUE "    PERIOD".
003180     05 FILLER PIC X(12) VALUE "   CLOSING".
003190     05 FILLER PIC X(10) VALUE "  STATUS".
003200 01  CLS-Balance-Detail.
003210     05 CLS-BD-Name        PIC X(20).
003220     05 FILLER             PIC X(02) VALUE SPACES.
003230     05 CLS-BD-Opening     PIC ---------9.
003240     05 FILLER             PIC X(02) VALUE SPACES.
003250     05 CLS-BD-Period      PIC ---------9.
003260     05 FILLER             PIC X(02) VALUE SPACES.
003270     05 CLS-BD-Closing     PIC ---------9.
003280     05 FILLER             PIC X(02) VALUE SPACES.
003290     05 CLS-BD-Status      PIC X(08).
003300 01  CLS-Count-Display     PIC ZZZZZZ9.
003310 01  CLS-Summary-Line      PIC X(100).
003311
003312* One run-control log line, staged here because the FD record
003313* may not be touched before the log is open.
003314 01  CLS-Runctl-Status     PIC X(02).
003315 01  CLS-Run-Control-Line.
003316     COPY "Run-Control.cpy".
003320
003330 PROCEDURE DIVISION.
003340
003350 0000-MAINLINE.
003351     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
003360     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003370     IF CLS-Close-Allowed THEN
003380         PERFORM 1200-LOAD-ONE-OPENING
003390             THRU 1200-LOAD-ONE-OPENING-EXIT
003400             UNTIL CLS-No-More-Openings
003410         PERFORM 2000-TOTAL-ONE-LINE THRU 2000-TOTAL-ONE-LINE-EXIT
003420             UNTIL CLS-No-More-Ledger
003430     END-IF.
003440     IF CLS-Close-Allowed THEN
003450         WRITE CLOSE-REPORT-LINE FROM CLS-Tie-Heading
003460         PERFORM 3000-TIE-ONE-PLAYER THRU 3000-TIE-ONE-PLAYER-EXIT
003470             UNTIL CLS-No-More-Players
003480         PERFORM 4000-SWEEP-UNTIED THRU 4000-SWEEP-UNTIED-EXIT
003490     END-IF.
003500     IF CLS-Close-Allowed THEN
003510         PERFORM 5000-START-OUTPUTS THRU 5000-START-OUTPUTS-EXIT
003520     END-IF.
003530     IF CLS-Close-Allowed THEN
003540         PERFORM 5100-WRITE-ONE-FORWARD
003550             THRU 5100-WRITE-ONE-FORWARD-EXIT
003560             VARYING CLS-Subscript FROM 1 BY 1
003570             UNTIL CLS-Subscript > CLS-Entry-Count
003580         PERFORM 5200-SPLIT-ONE-LINE THRU 5200-SPLIT-ONE-LINE-EXIT
003590             UNTIL CLS-No-More-Ledger
003600         WRITE CLOSE-REPORT-LINE FROM CLS-Blank-Line
003610         WRITE CLOSE-REPORT-LINE FROM CLS-Balance-Heading
003620         PERFORM 6000-CLOSE-ONE-BALANCE
003630             THRU 6000-CLOSE-ONE-BALANCE-EXIT
003640             VARYING CLS-Subscript FROM 1 BY 1
003650             UNTIL CLS-Subscript > CLS-Entry-Count
003660         PERFORM 7000-REBUILD-LEDGER THRU 7000-REBUILD-LEDGER-EXIT
003670     END-IF.
003680     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
003681     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
003690     STOP RUN.
003691
003692 0100-LOG-RUN-START.
003693* Logged before anything else is touched, so a run that falls
003694* over part way still leaves a START with no FINISH behind it
003695* for the morning status report to find.
003696     MOVE SPACES TO CLS-Run-Control-Line.
003697     MOVE "PHNTCLS" TO RUN-PROGRAM.
003698     MOVE "START" TO RUN-EVENT.
003699     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003700     ACCEPT RUN-START-TIME FROM TIME.
003701     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
003702         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
003703     MOVE "NORMAL" TO RUN-TYPE.
003704     PERFORM 8950-WRITE-RUN-CONTROL
003705         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003706 0100-LOG-RUN-START-EXIT.
003707     EXIT.
003708
003710 1000-INITIALIZE.
003720     ACCEPT CLS-Run-Date FROM DATE YYYYMMDD.
003730     OPEN OUTPUT CLOSE-REPORT.
003740     MOVE CLS-Run-Date TO CLS-Title-Date.
003750     WRITE CLOSE-REPORT-LINE FROM CLS-Title-Line.
003760     PERFORM 1100-SET-CUTOFF THRU 1100-SET-CUTOFF-EXIT.
003770     IF CLS-Close-Refused THEN
003780         GO TO 1000-INITIALIZE-EXIT
003790     END-IF.
003800* The last close's balances are the opening. None at all is the
003810* first close ever: the ledger then holds the whole history and
003820* every opening is zero.
003830     OPEN INPUT OPENING-BALANCES.
003840     IF CLS-OS-Success THEN
003850         MOVE "Y" TO CLS-Openings-Open-Sw
003860     ELSE
003870         IF NOT CLS-OS-Not-Found THEN
003880             DISPLAY "PHNTCLS: UNABLE TO OPEN OPENING BALANCES, "
003890                 "STATUS " CLS-Open-Status
003900             MOVE "Y" TO CLS-Refuse-Switch
003910             GO TO 1000-INITIALIZE-EXIT
003920         END-IF
003930         MOVE "Y" TO CLS-Open-EOF-Sw
003940     END-IF.
003950* A missing ledger is an empty ledger, as PHNTGRC reads it.
003960     OPEN INPUT GOLD-LEDGER.
003970     IF CLS-LS-Success THEN
003980         MOVE "Y" TO CLS-Ledger-Open-Sw
003990     ELSE
004000         IF NOT CLS-LS-Not-Found THEN
004010             DISPLAY "PHNTCLS: UNABLE TO OPEN LEDGER, STATUS "
004020                 CLS-Ledger-Status
004030             MOVE "Y" TO CLS-Refuse-Switch
004040             GO TO 1000-INITIALIZE-EXIT
004050         END-IF
004060         MOVE "Y" TO CLS-Ledger-EOF-Sw
004070     END-IF.
004080     OPEN INPUT GRAVEYARD-FILE.
004090     IF CLS-GS-Success THEN
004100         MOVE "Y" TO CLS-Grave-Open-Sw
004110     END-IF.
004120     OPEN INPUT DORMANT-FILE.
004130     IF CLS-DS-Success THEN
004140         MOVE "Y" TO CLS-Dormant-Open-Sw
004150     END-IF.
004160* No player file, no tie -- and no tie, no close.
004170     OPEN INPUT PLAYER-FILE.
004180     IF CLS-PS-Success THEN
004190         MOVE "Y" TO CLS-Player-Open-Sw
004200     ELSE
004210         DISPLAY "PHNTCLS: UNABLE TO OPEN PLAYER FILE, STATUS "
004220             CLS-Player-Status
004230         MOVE "Y" TO CLS-Player-EOF-Sw
004240         MOVE "Y" TO CLS-Refuse-Switch
004250     END-IF.
004260 1000-INITIALIZE-EXIT.
004270     EXIT.
004280
004290 1100-SET-CUTOFF.
004300     MOVE SPACES TO CLOSE-CARD.
004310     OPEN INPUT CLOSE-CARD-FILE.
004320     IF CLS-CS-Success THEN
004330         READ CLOSE-CARD-FILE
004340             AT END
004350                 MOVE SPACES TO CLOSE-CARD
004360         END-READ
004370         CLOSE CLOSE-CARD-FILE
004380     END-IF.
004390     IF CC-CUTOFF-DATE = SPACES THEN
004400         PERFORM 1110-PRIOR-MONTH-END
004410             THRU 1110-PRIOR-MONTH-END-EXIT
004420     ELSE
004430         IF CC-CUTOFF-DATE IS NOT NUMERIC THEN
004440             DISPLAY "PHNTCLS: CUT-OFF DATE " CC-CUTOFF-DATE
004450                 " NOT NUMERIC, CLOSE REFUSED"
004460             MOVE "Y" TO CLS-Refuse-Switch
004470             GO TO 1100-SET-CUTOFF-EXIT
004480         END-IF
004490         MOVE CC-CUTOFF-DATE TO CLS-Cutoff-Date
004500     END-IF.
004510* A period can only close once it is over.
004520     IF CLS-Cutoff-Month < 1 OR CLS-Cutoff-Month > 12
004530         OR CLS-Cutoff-Day < 1 OR CLS-Cutoff-Day > 31
004540         OR CLS-Cutoff-Date NOT < CLS-Run-Date THEN
004550         DISPLAY "PHNTCLS: CUT-OFF DATE " CLS-Cutoff-Date
004560             " NOT A PAST DATE, CLOSE REFUSED"
004570         MOVE "Y" TO CLS-Refuse-Switch
004580     END-IF.
004590     MOVE CLS-Cutoff-Date TO CLS-CL-Cutoff.
004600 1100-SET-CUTOFF-EXIT.
004610     EXIT.
004620
004630 1110-PRIOR-MONTH-END.
004640* Blank card: the last day of the month before the run month.
004650     IF CLS-Run-Month = 1 THEN
004660         COMPUTE CLS-Cutoff-Year = CLS-Run-Year - 1
004670         MOVE 12 TO CLS-Cutoff-Month
004680     ELSE
004690         MOVE CLS-Run-Year TO CLS-Cutoff-Year
004700         COMPUTE CLS-Cutoff-Month = CLS-Run-Month - 1
004710     END-IF.
004720     MOVE CLS-Month-Days (CLS-Cutoff-Month) TO CLS-Cutoff-Day.
004730     IF CLS-Cutoff-Month NOT = 2 THEN
004740         GO TO 1110-PRIOR-MONTH-END-EXIT
004750     END-IF.
004760     DIVIDE CLS-Cutoff-Year BY 4 GIVING CLS-Leap-Quotient
004770         REMAINDER CLS-Leap-Remainder.
004780     IF CLS-Leap-Remainder NOT = 0 THEN
004790         GO TO 1110-PRIOR-MONTH-END-EXIT
004800     END-IF.
004810     MOVE 29 TO CLS-Cutoff-Day.
004820     DIVIDE CLS-Cutoff-Year BY 100 GIVING CLS-Leap-Quotient
004830         REMAINDER CLS-Leap-Remainder.
004840     IF CLS-Leap-Remainder NOT = 0 THEN
004850         GO TO 1110-PRIOR-MONTH-END-EXIT
004860     END-IF.
004870     MOVE 28 TO CLS-Cutoff-Day.
004880     DIVIDE CLS-Cutoff-Year BY 400 GIVING CLS-Leap-Quotient
004890         REMAINDER CLS-Leap-Remainder.
004900     IF CLS-Leap-Remainder = 0 THEN
004910         MOVE 29 TO CLS-Cutoff-Day
004920     END-IF.
004930 1110-PRIOR-MONTH-END-EXIT.
004940     EXIT.
004950
004960 1200-LOAD-ONE-OPENING.
004970     READ OPENING-BALANCES
004980         AT END
004990             MOVE "Y" TO CLS-Open-EOF-Sw
005000     END-READ.
005010     IF CLS-No-More-Openings THEN
005020         GO TO 1200-LOAD-ONE-OPENING-EXIT
005030     END-IF.
005040     ADD 1 TO CLS-Openings-Read.
005050     IF OB-NAME = SPACES
005060         OR OB-AMOUNT IS NOT NUMERIC
005070         OR OB-CUTOFF IS NOT NUMERIC THEN
005080         DISPLAY "PHNTCLS: OPENING BALANCE " CLS-Openings-Read
005090             " UNREADABLE, CLOSE REFUSED"
005100         MOVE "Y" TO CLS-Refuse-Switch
005110         GO TO 1200-LOAD-ONE-OPENING-EXIT
005120     END-IF.
005130* Closing the same period twice would carry its lines forward
005140* on top of a balance that already holds them.
005150     IF OB-CUTOFF NOT < CLS-Cutoff-Date THEN
005160         DISPLAY "PHNTCLS: PERIOD THROUGH " OB-CUTOFF
005170             " ALREADY CLOSED, CLOSE REFUSED"
005180         MOVE "Y" TO CLS-Refuse-Switch
005190         MOVE "Y" TO CLS-Open-EOF-Sw
005200         GO TO 1200-LOAD-ONE-OPENING-EXIT
005210     END-IF.
005220     MOVE OB-CUTOFF TO CLS-Prior-Cutoff.
005230     MOVE OB-NAME TO CLS-Hunt-Name.
005240     PERFORM 2100-FIND-TABLE-ENTRY
005250         THRU 2100-FIND-TABLE-ENTRY-EXIT.
005260     IF CLS-Found-Sub = 0 THEN
005270         PERFORM 2200-ADD-TABLE-ENTRY
005280             THRU 2200-ADD-TABLE-ENTRY-EXIT
005290     END-IF.
005300     IF CLS-Found-Sub > 0 THEN
005310         ADD OB-AMOUNT TO CLS-Tot-Opening (CLS-Found-Sub)
005320     END-IF.
005330 1200-LOAD-ONE-OPENING-EXIT.
005340     EXIT.
005350
005360 2000-TOTAL-ONE-LINE.
005370     READ GOLD-LEDGER
005380         AT END
005390             MOVE "Y" TO CLS-Ledger-EOF-Sw
005400     END-READ.
005410     IF CLS-No-More-Ledger THEN
005420         GO TO 2000-TOTAL-ONE-LINE-EXIT
005430     END-IF.
005440     ADD 1 TO CLS-Ledger-Lines-Read.
005450* The same lines PHNTGRC skips are skipped here, so the tie below
005460* is the tie PHNTGRC would report. They still go to the archive.
005470     IF GL-NAME = SPACES
005480         OR GL-AMOUNT IS NOT NUMERIC
005490         OR GL-DATE IS NOT NUMERIC THEN
005500         ADD 1 TO CLS-Lines-Rejected
005510         DISPLAY "PHNTCLS: LEDGER LINE " CLS-Ledger-Lines-Read
005520             " UNREADABLE, ARCHIVED UNTOTALED"
005530         GO TO 2000-TOTAL-ONE-LINE-EXIT
005540     END-IF.
005550     MOVE GL-NAME TO CLS-Hunt-Name.
005560     PERFORM 2100-FIND-TABLE-ENTRY
005570         THRU 2100-FIND-TABLE-ENTRY-EXIT.
005580     IF CLS-Found-Sub = 0 THEN
005590         PERFORM 2200-ADD-TABLE-ENTRY
005600             THRU 2200-ADD-TABLE-ENTRY-EXIT
005610     END-IF.
005620     IF CLS-Found-Sub = 0 THEN
005630         GO TO 2000-TOTAL-ONE-LINE-EXIT
005640     END-IF.
005650     IF GL-DATE > CLS-Cutoff-Date THEN
005660         ADD GL-AMOUNT TO CLS-Tot-After (CLS-Found-Sub)
005670     ELSE
005680         ADD GL-AMOUNT TO CLS-Tot-Period (CLS-Found-Sub)
005690     END-IF.
005700 2000-TOTAL-ONE-LINE-EXIT.
005710     EXIT.
005720
005730 2100-FIND-TABLE-ENTRY.
005740* Linear hunt for this name's slot; zero means not yet seen.
005750     MOVE 0 TO CLS-Found-Sub.
005760     PERFORM 2110-CHECK-ONE-SLOT THRU 2110-CHECK-ONE-SLOT-EXIT
005770         VARYING CLS-Subscript FROM 1 BY 1
005780         UNTIL CLS-Subscript > CLS-Entry-Count
005790             OR CLS-Found-Sub > 0.
005800 2100-FIND-TABLE-ENTRY-EXIT.
005810     EXIT.
005820
005830 2110-CHECK-ONE-SLOT.
005840     IF CLS-Tot-Name (CLS-Subscript) = CLS-Hunt-Name THEN
005850         MOVE CLS-Subscript TO CLS-Found-Sub
005860     END-IF.
005870 2110-CHECK-ONE-SLOT-EXIT.
005880     EXIT.
005890
005900 2200-ADD-TABLE-ENTRY.
005910* A table too small to hold every name cannot prove the tie --
005920* PHNTGRC only skips the overflow; the close refuses.
005930     IF CLS-Entry-Count >= CLS-Max-Entries THEN
005940         DISPLAY "PHNTCLS: LEDGER NAMES EXCEED TABLE SIZE AT "
005950             CLS-Hunt-Name ", CLOSE REFUSED"
005960         MOVE "Y" TO CLS-Refuse-Switch
005970         GO TO 2200-ADD-TABLE-ENTRY-EXIT
005980     END-IF.
005990     ADD 1 TO CLS-Entry-Count.
006000     MOVE CLS-Entry-Count TO CLS-Found-Sub.
006010     MOVE CLS-Hunt-Name TO CLS-Tot-Name (CLS-Found-Sub).
006020     MOVE 0 TO CLS-Tot-Opening (CLS-Found-Sub).
006030     MOVE 0 TO CLS-Tot-Period (CLS-Found-Sub).
006040     MOVE 0 TO CLS-Tot-After (CLS-Found-Sub).
006050     MOVE SPACES TO CLS-Tot-Status (CLS-Found-Sub).
006060 2200-ADD-TABLE-ENTRY-EXIT.
006070     EXIT.
006080
006090 3000-TIE-ONE-PLAYER.
006100* The tie PHNTGRC makes: opening plus every line, through the
006110* cut-off and after it, against the Gold on file today.
006120     READ PLAYER-FILE NEXT RECORD
006130         AT END
006140             MOVE "Y" TO CLS-Player-EOF-Sw
006150     END-READ.
006160     IF CLS-No-More-Players THEN
006170         GO TO 3000-TIE-ONE-PLAYER-EXIT
006180     END-IF.
006190     ADD 1 TO CLS-Players-Checked.
006200     MOVE 0 TO CLS-Ledger-Balance.
006210     MOVE PF-CHARACTER-NAME TO CLS-Hunt-Name.
006220     PERFORM 2100-FIND-TABLE-ENTRY
006230         THRU 2100-FIND-TABLE-ENTRY-EXIT.
006240     IF CLS-Found-Sub > 0 THEN
006250         COMPUTE CLS-Ledger-Balance =
006260             CLS-Tot-Opening (CLS-Found-Sub)
006270             + CLS-Tot-Period (CLS-Found-Sub)
006280             + CLS-Tot-After (CLS-Found-Sub)
006290         MOVE "LIVING" TO CLS-Tot-Status (CLS-Found-Sub)
006300     END-IF.
006310     COMPUTE CLS-Difference = PF-GOLD - CLS-Ledger-Balance.
006320     IF CLS-Difference NOT = 0 THEN
006330         MOVE PF-GOLD TO CLS-TD-Balance
006340         MOVE "BALANCE DOES NOT TIE TO LEDGER" TO CLS-TD-Note
006350         PERFORM 3100-REPORT-EXCEPTION
006360             THRU 3100-REPORT-EXCEPTION-EXIT
006370     END-IF.
006380 3000-TIE-ONE-PLAYER-EXIT.
006390     EXIT.
006400
006410 3100-REPORT-EXCEPTION.
006420     ADD 1 TO CLS-Exception-Count.
006430     MOVE "Y" TO CLS-Refuse-Switch.
006440     MOVE CLS-Hunt-Name TO CLS-TD-Name.
006450     MOVE CLS-Ledger-Balance TO CLS-TD-Ledger.
006460     MOVE CLS-Difference TO CLS-TD-Diff.
006470     WRITE CLOSE-REPORT-LINE FROM CLS-Tie-Detail.
006480 3100-REPORT-EXCEPTION-EXIT.
006490     EXIT.
006500
006510 4000-SWEEP-UNTIED.
006520     PERFORM 4100-CHECK-ONE-UNTIED
006530         THRU 4100-CHECK-ONE-UNTIED-EXIT
006540         VARYING CLS-Entry-Index FROM 1 BY 1
006550         UNTIL CLS-Entry-Index > CLS-Entry-Count.
006560 4000-SWEEP-UNTIED-EXIT.
006570     EXIT.
006580
006590 4100-CHECK-ONE-UNTIED.
006600* Names the player file did not carry: the graveyard, then the
006610* dormant shelf, then the zero-net rename leftovers -- the same
006620* order and the same rules as PHNTGRC's untied sweep.
006630     IF CLS-Tot-Status (CLS-Entry-Index) NOT = SPACES THEN
006640         GO TO 4100-CHECK-ONE-UNTIED-EXIT
006650     END-IF.
006660     MOVE CLS-Tot-Name (CLS-Entry-Index) TO CLS-Hunt-Name.
006670     COMPUTE CLS-Ledger-Balance =
006680         CLS-Tot-Opening (CLS-Entry-Index)
006690         + CLS-Tot-Period (CLS-Entry-Index)
006700         + CLS-Tot-After (CLS-Entry-Index).
006710     IF CLS-Grave-File-Open THEN
006720         MOVE CLS-Hunt-Name TO GY-CHARACTER-NAME
006730         READ GRAVEYARD-FILE
006740             INVALID KEY
006750                 CONTINUE
006760             NOT INVALID KEY
006770                 MOVE "DEAD" TO CLS-Tot-Status (CLS-Entry-Index)
006780                 COMPUTE CLS-Difference =
006790                     GY-GOLD - CLS-Ledger-Balance
006800                 IF CLS-Difference NOT = 0 THEN
006810                     MOVE GY-GOLD TO CLS-TD-Balance
006820                     MOVE "GRAVEYARD BALANCE DOES NOT TIE"
006830                         TO CLS-TD-Note
006840                     PERFORM 3100-REPORT-EXCEPTION
006850                         THRU 3100-REPORT-EXCEPTION-EXIT
006860                 END-IF
006870                 GO TO 4100-CHECK-ONE-UNTIED-EXIT
006880         END-READ
006890     END-IF.
006900     IF CLS-Dormant-File-Open THEN
006910         MOVE CLS-Hunt-Name TO DR-CHARACTER-NAME
006920         READ DORMANT-FILE
006930             INVALID KEY
006940                 CONTINUE
006950             NOT INVALID KEY
006960                 MOVE "DORMANT"
006970                     TO CLS-Tot-Status (CLS-Entry-Index)
006980                 COMPUTE CLS-Difference =
006990                     DR-GOLD - CLS-Ledger-Balance
007000                 IF CLS-Difference NOT = 0 THEN
007010                     MOVE DR-GOLD TO CLS-TD-Balance
007020                     MOVE "DORMANT BALANCE DOES NOT TIE"
007030                         TO CLS-TD-Note
007040                     PERFORM 3100-REPORT-EXCEPTION
007050                         THRU 3100-REPORT-EXCEPTION-EXIT
007060                 END-IF
007070                 GO TO 4100-CHECK-ONE-UNTIED-EXIT
007080         END-READ
007090     END-IF.
007100     MOVE "NO FILE" TO CLS-Tot-Status (CLS-Entry-Index).
007110     IF CLS-Ledger-Balance NOT = 0 THEN
007120         MOVE 0 TO CLS-TD-Balance
007130         COMPUTE CLS-Difference = 0 - CLS-Ledger-Balance
007140         MOVE "ON LEDGER, NOT ON ANY FILE" TO CLS-TD-Note
007150         PERFORM 3100-REPORT-EXCEPTION
007160             THRU 3100-REPORT-EXCEPTION-EXIT
007170     END-IF.
007180 4100-CHECK-ONE-UNTIED-EXIT.
007190     EXIT.
007200
007210 5000-START-OUTPUTS.
007220* Every file the close writes must stand up before a single
007230* line moves -- the same guard PHNTBKP puts on its journal
007240* split. Any failure leaves the ledger as it was.
007250     IF CLS-Ledger-File-Open THEN
007260         CLOSE GOLD-LEDGER
007270         MOVE "N" TO CLS-Ledger-Open-Sw
007280     END-IF.
007290     OPEN OUTPUT LEDGER-ARCHIVE.
007300     IF NOT CLS-AS-Success THEN
007310         DISPLAY "PHNTCLS: UNABLE TO START ARCHIVE, STATUS "
007320             CLS-Arch-Status ", LEDGER LEFT UNTOUCHED"
007330         MOVE "Y" TO CLS-Refuse-Switch
007340         GO TO 5000-START-OUTPUTS-EXIT
007350     END-IF.
007360     OPEN OUTPUT LEDGER-KEEP.
007370     IF NOT CLS-KS-Success THEN
007380         DISPLAY "PHNTCLS: UNABLE TO START KEEP FILE, STATUS "
007390             CLS-Keep-Status ", LEDGER LEFT UNTOUCHED"
007400         CLOSE LEDGER-ARCHIVE
007410         MOVE "Y" TO CLS-Refuse-Switch
007420         GO TO 5000-START-OUTPUTS-EXIT
007430     END-IF.
007440     OPEN OUTPUT CLOSING-BALANCES.
007450     IF NOT CLS-BS-Success THEN
007460         DISPLAY "PHNTCLS: UNABLE TO START BALANCE FILE, STATUS "
007470             CLS-Close-Status ", LEDGER LEFT UNTOUCHED"
007480         CLOSE LEDGER-ARCHIVE
007490         CLOSE LEDGER-KEEP
007500         MOVE "Y" TO CLS-Refuse-Switch
007510         GO TO 5000-START-OUTPUTS-EXIT
007520     END-IF.
007530     MOVE "N" TO CLS-Ledger-EOF-Sw.
007540     OPEN INPUT GOLD-LEDGER.
007550     IF CLS-LS-Success THEN
007560         MOVE "Y" TO CLS-Ledger-Open-Sw
007570     ELSE
007580         MOVE "Y" TO CLS-Ledger-EOF-Sw
007590     END-IF.
007600 5000-START-OUTPUTS-EXIT.
007610     EXIT.
007620
007630 5100-WRITE-ONE-FORWARD.
007640* The archive opens with each character's balance as the last
007650* close left it, dated that close's cut-off, so a closed month
007660* can be stated from its archive generation alone.
007670     IF CLS-Tot-Opening (CLS-Subscript) = 0 THEN
007680         GO TO 5100-WRITE-ONE-FORWARD-EXIT
007690     END-IF.
007700     MOVE SPACES TO ARCHIVE-RECORD.
007710     MOVE CLS-Tot-Name (CLS-Subscript) TO GA-NAME.
007720     MOVE CLS-Prior-Cutoff TO GA-DATE.
007730     MOVE 0 TO GA-TIME.
007740     MOVE CLS-Tot-Opening (CLS-Subscript) TO GA-AMOUNT.
007750     MOVE CLS-Forward-Reason TO GA-REASON.
007760     WRITE ARCHIVE-RECORD.
007770     ADD 1 TO CLS-Forward-Lines.
007780 5100-WRITE-ONE-FORWARD-EXIT.
007790     EXIT.
007800
007810 5200-SPLIT-ONE-LINE.
007820* Lines through the cut-off -- and any line too garbled to date
007830* -- go to the archive; everything later stays live.
007840     READ GOLD-LEDGER
007850         AT END
007860             MOVE "Y" TO CLS-Ledger-EOF-Sw
007870     END-READ.
007880     IF CLS-No-More-Ledger THEN
007890         GO TO 5200-SPLIT-ONE-LINE-EXIT
007900     END-IF.
007910     IF GL-DATE IS NUMERIC AND GL-DATE > CLS-Cutoff-Date THEN
007920         WRITE LEDGER-KEEP-RECORD FROM LEDGER-RECORD
007930         ADD 1 TO CLS-Lines-Kept
007940     ELSE
007950         WRITE ARCHIVE-RECORD FROM LEDGER-RECORD
007960         ADD 1 TO CLS-Lines-Archived
007970     END-IF.
007980 5200-SPLIT-ONE-LINE-EXIT.
007990     EXIT.
008000
008010 6000-CLOSE-ONE-BALANCE.
008020* One closing balance per character: opening plus the period.
008030* A name on no file is only carried while its balance is not
008040* zero -- a rename leftover whose lines have netted away drops
008050* out here for good.
008060     COMPUTE CLS-Closing-Balance =
008070         CLS-Tot-Opening (CLS-Subscript)
008080         + CLS-Tot-Period (CLS-Subscript).
008090     IF CLS-Tot-Status (CLS-Subscript) = "NO FILE"
008100         AND CLS-Closing-Balance = 0 THEN
008110         GO TO 6000-CLOSE-ONE-BALANCE-EXIT
008120     END-IF.
008130     MOVE SPACES TO CLOSING-BALANCE-RECORD.
008140     MOVE CLS-Tot-Name (CLS-Subscript) TO CB-NAME.
008150     MOVE CLS-Cutoff-Date TO CB-CUTOFF.
008160     MOVE CLS-Closing-Balance TO CB-AMOUNT.
008170     MOVE CLS-Tot-Status (CLS-Subscript) TO CB-STATUS.
008180     WRITE CLOSING-BALANCE-RECORD.
008190     ADD 1 TO CLS-Balances-Written.
008200     MOVE CLS-Tot-Name (CLS-Subscript) TO CLS-BD-Name.
008210     MOVE CLS-Tot-Opening (CLS-Subscript) TO CLS-BD-Opening.
008220     MOVE CLS-Tot-Period (CLS-Subscript) TO CLS-BD-Period.
008230     MOVE CLS-Closing-Balance TO CLS-BD-Closing.
008240     MOVE CLS-Tot-Status (CLS-Subscript) TO CLS-BD-Status.
008250     WRITE CLOSE-REPORT-LINE FROM CLS-Balance-Detail.
008260 6000-CLOSE-ONE-BALANCE-EXIT.
008270     EXIT.
008280
008290 7000-REBUILD-LEDGER.
008300* The live ledger restarts holding only the post-close lines --
008310* the archive and the new balances now carry everything before.
008320     IF CLS-Ledger-File-Open THEN
008330         CLOSE GOLD-LEDGER
008340         MOVE "N" TO CLS-Ledger-Open-Sw
008350     END-IF.
008360     CLOSE LEDGER-ARCHIVE.
008370     CLOSE LEDGER-KEEP.
008380     CLOSE CLOSING-BALANCES.
008390     OPEN INPUT LEDGER-KEEP.
008391     IF NOT CLS-KS-Success THEN
008392         DISPLAY "PHNTCLS: UNABLE TO REOPEN KEEP FILE, STATUS "
008393             CLS-Keep-Status ", LEDGER NOT REBUILT"
008394         MOVE "Y" TO CLS-Rebuild-Switch
008395         MOVE 12 TO RETURN-CODE
008396         GO TO 7000-REBUILD-LEDGER-EXIT
008397     END-IF.
008400     OPEN OUTPUT GOLD-LEDGER.
008401     IF NOT CLS-LS-Success THEN
008402         DISPLAY "PHNTCLS: UNABLE TO RESTART GOLD LEDGER, STATUS "
008403             CLS-Ledger-Status ", LEDGER NOT REBUILT"
008404         CLOSE LEDGER-KEEP
008405         MOVE "Y" TO CLS-Rebuild-Switch
008406         MOVE 12 TO RETURN-CODE
008407         GO TO 7000-REBUILD-LEDGER-EXIT
008408     END-IF.
008410     PERFORM 7100-COPY-ONE-KEEP THRU 7100-COPY-ONE-KEEP-EXIT
008420         UNTIL CLS-No-More-Keep.
008430     CLOSE LEDGER-KEEP.
008440     CLOSE GOLD-LEDGER.
008450 7000-REBUILD-LEDGER-EXIT.
008460     EXIT.
008470
008480 7100-COPY-ONE-KEEP.
008490     READ LEDGER-KEEP
008500         AT END
008510             MOVE "Y" TO CLS-Keep-EOF-Sw
008520     END-READ.
008530     IF CLS-No-More-Keep THEN
008540         GO TO 7100-COPY-ONE-KEEP-EXIT
008550     END-IF.
008560     MOVE LEDGER-KEEP-RECORD TO LEDGER-RECORD.
008570     WRITE LEDGER-RECORD.
008580 7100-COPY-ONE-KEEP-EXIT.
008590     EXIT.
008600
008610 8000-FINISH.
008620* A refused close prints why and raises the return code, so the
008630* JCL's cleanup step discards the empty generations and the
008640* schedule does not carry on as if the month were closed.
008650     WRITE CLOSE-REPORT-LINE FROM CLS-Blank-Line.
008660     MOVE CLS-Prior-Cutoff TO CLS-CL-Prior.
008670     WRITE CLOSE-REPORT-LINE FROM CLS-Cutoff-Line.
008680     MOVE SPACES TO CLS-Summary-Line.
008690     IF CLS-Close-Refused THEN
008700         MOVE CLS-Exception-Count TO CLS-Count-Display
008710         STRING "CLOSE REFUSED -- LEDGER LEFT UNTOUCHED, "
008720             DELIMITED BY SIZE
008730             CLS-Count-Display DELIMITED BY SIZE
008740             " TIE EXCEPTIONS, SEE ABOVE AND SYSOUT"
008750             DELIMITED BY SIZE
008760             INTO CLS-Summary-Line
008770     ELSE
008780         MOVE CLS-Balances-Written TO CLS-Count-Display
008790         STRING "PERIOD CLOSED -- " DELIMITED BY SIZE
008800             CLS-Count-Display DELIMITED BY SIZE
008810             " CLOSING BALANCES WRITTEN" DELIMITED BY SIZE
008820             INTO CLS-Summary-Line
008830     END-IF.
008831     IF CLS-Rebuild-Failed THEN
008832         MOVE SPACES TO CLS-Summary-Line
008833         MOVE "CLOSE ABANDONED -- LEDGER NOT REBUILT, SEE SYSOUT"
008834             TO CLS-Summary-Line
008835     END-IF.
008840     WRITE CLOSE-REPORT-LINE FROM CLS-Summary-Line.
008850     CLOSE CLOSE-REPORT.
008860     IF CLS-Close-Refused THEN
008870         MOVE 12 TO RETURN-CODE
008880     END-IF.
008890     IF CLS-Ledger-File-Open THEN
008900         CLOSE GOLD-LEDGER
008910     END-IF.
008920     IF CLS-Openings-File-Open THEN
008930         CLOSE OPENING-BALANCES
008940     END-IF.
008950     IF CLS-Player-File-Open THEN
008960         CLOSE PLAYER-FILE
008970     END-IF.
008980     IF CLS-Grave-File-Open THEN
008990         CLOSE GRAVEYARD-FILE
009000     END-IF.
009010     IF CLS-Dormant-File-Open THEN
009020         CLOSE DORMANT-FILE
009030     END-IF.
009040     DISPLAY "PHNTCLS: " CLS-Ledger-Lines-Read " LEDGER LINES, "
009050         CLS-Lines-Archived " ARCHIVED, "
009060         CLS-Lines-Kept " KEPT LIVE, "
009070         CLS-Forward-Lines " BALANCES FORWARD.".
009080     DISPLAY "PHNTCLS: " CLS-Players-Checked " PLAYERS TIED, "
009090         CLS-Exception-Count " EXCEPTIONS, "
009100         CLS-Balances-Written " CLOSING BALANCES.".
009110 8000-FINISH-EXIT.
009120     EXIT.
009130
009140 8900-LOG-RUN-FINISH.
009150* The FINISH line keeps the START line's run date and start
009160* time -- the pair the status report matches the two on.
009170     MOVE "FINISH" TO RUN-EVENT.
009180     ACCEPT RUN-END-TIME FROM TIME.
009190     MOVE CLS-Ledger-Lines-Read TO RUN-RECORDS-READ.
009200     MOVE CLS-Balances-Written TO RUN-RECORDS-UPDATED.
009210     MOVE CLS-Exception-Count TO RUN-RECORDS-REJECTED.
009220     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
009230     PERFORM 8950-WRITE-RUN-CONTROL
009240         THRU 8950-WRITE-RUN-CONTROL-EXIT.
009250 8900-LOG-RUN-FINISH-EXIT.
009260     EXIT.
009270
009280 8950-WRITE-RUN-CONTROL.
009290* Appended to, never rewritten -- the first program to find no
009300* log starts one. A log that will not open costs the run only
009310* its entry, never its work.
009320     OPEN EXTEND RUN-CONTROL-FILE.
009330     IF CLS-Runctl-Status NOT = "00" THEN
009340         OPEN OUTPUT RUN-CONTROL-FILE
009350     END-IF.
009360     IF CLS-Runctl-Status NOT = "00" THEN
009370         DISPLAY "PHNTCLS: UNABLE TO OPEN RUN-CONTROL LOG, "
009380             "STATUS " CLS-Runctl-Status
009390         GO TO 8950-WRITE-RUN-CONTROL-EXIT
009400     END-IF.
009410     WRITE RUN-CONTROL-RECORD FROM CLS-Run-Control-Line.
009420     CLOSE RUN-CONTROL-FILE.
009430 8950-WRITE-RUN-CONTROL-EXIT.
009440     EXIT.
999999
