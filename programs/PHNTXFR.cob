000010** PHNTXFR.cob -- EIGHTBOL gold transfer run
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- moves Gold from one character
000060*                     to another off the desk's transfer deck
000070*                     (from, to, amount, memo), instead of the
000080*                     pair of PHNTMNT operator adjustments the
000090*                     desk used to key. The sender pays through
000100*                     the Character class's SpendGold and the
000110*                     receiver is paid through AwardGold, so
000120*                     both ledger lines, both journal images,
000130*                     and the reconciliation come out exactly
000140*                     as for any other Gold movement. Both
000150*                     lines carry the reason "TRANSFER " and
000160*                     the one reference the register prints
000170*                     beside the memo. Refused: a graveyard or
000180*                     dormant name on either side, a name with
000190*                     no living record, a sender short of the
000200*                     amount, and anything that would take the
000210*                     sender past the control card's daily
000220*                     limit -- counting what the ledger shows
000230*                     they already sent today.
000231*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000232*                     shared run-control log (RUNCTL) with the
000233*                     run's counts and completion code, for the
000234*                     morning status report.
000240
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PHNTXFR.
000270 AUTHOR. Bruce-Robert Pocock.
000280 DATE-WRITTEN. 15 OCT 2026.
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 REPOSITORY.
000330     CLASS Character AS "Character".
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT XFR-CARD-FILE ASSIGN TO "XFRCARDS"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS XFR-Card-Status.
000390     SELECT CONTROL-CARD-FILE ASSIGN TO "XFRLIMIT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS XFR-Limit-Status.
000420     SELECT GOLD-LEDGER ASSIGN TO "GOLDLEDG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS XFR-Ledger-Status.
000450     SELECT GRAVEYARD-FILE ASSIGN TO "GRAVEYRD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS GY-CHARACTER-NAME
000490         FILE STATUS IS XFR-Grave-Status.
000500     SELECT DORMANT-FILE ASSIGN TO "DORMANT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DR-CHARACTER-NAME
000540         FILE STATUS IS XFR-Dormant-Status.
000550     SELECT XFR-REGISTER ASSIGN TO "XFRRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS XFR-Register-Status.
000571     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS XFR-Runctl-Status.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  XFR-CARD-FILE.
000620 01  XFR-CARD.
000630     05 XC-FROM-NAME      PIC X(20).
000640     05 XC-TO-NAME        PIC X(20).
000650     05 XC-AMOUNT         PIC 9(07).
000660     05 XC-MEMO           PIC X(30).
000670     05 FILLER            PIC X(03).
000680 FD  CONTROL-CARD-FILE.
000690 01  CONTROL-CARD.
000700     05 XL-DAILY-LIMIT    PIC 9(07).
000710     05 FILLER            PIC X(73).
000720 FD  GOLD-LEDGER.
000730 01  LEDGER-RECORD.
000740     COPY "Gold-Ledger.cpy" REPLACING
000750         ==LedgerName==   BY ==GL-NAME==
000760         ==LedgerDate==   BY ==GL-DATE==
000770         ==LedgerTime==   BY ==GL-TIME==
000780         ==LedgerAmount== BY ==GL-AMOUNT==
000790         ==LedgerReason== BY ==GL-REASON==.
000800 FD  GRAVEYARD-FILE.
000810 01  GRAVEYARD-RECORD.
000820     05 GY-CHARACTER-NAME PIC X(20).
000830     COPY "Phantasia-Globals.cpy" REPLACING
000840         ==HP==           BY ==GY-HP==
000850         ==MaxHP==        BY ==GY-MAXHP==
000860         ==Gold==         BY ==GY-GOLD==
000870         ==Mana==         BY ==GY-MANA==
000880         ==Level==        BY ==GY-LEVEL==
000890         ==Age==          BY ==GY-AGE==
000900         ==Experience==   BY ==GY-EXPERIENCE==
000910         ==DungeonX==     BY ==GY-DUNGEONX==
000920         ==DungeonY==     BY ==GY-DUNGEONY==
000930         ==DungeonLevel== BY ==GY-DUNGEONLEVEL==
000940         ==StatusFlags==  BY ==GY-STATUSFLAGS==
000950         ==Poisoned==     BY ==GY-POISONED==
000960         ==IsPoisoned==   BY ==GY-ISPOISONED==
000970         ==NotPoisoned==  BY ==GY-NOTPOISONED==
000980         ==PoisonTicksLeft== BY ==GY-POISONTICKSLEFT==
000990         ==Profession==   BY ==GY-PROFESSION==.
001000     05 GY-DEATH-DATE     PIC 9(08).
001010     05 GY-DEATH-TIME     PIC 9(08).
001020     05 GY-DEATH-CAUSE    PIC X(30).
001030 FD  DORMANT-FILE.
001040 01  DORMANT-RECORD.
001050     05 DR-CHARACTER-NAME PIC X(20).
001060     COPY "Phantasia-Globals.cpy" REPLACING
001070         ==HP==           BY ==DR-HP==
001080         ==MaxHP==        BY ==DR-MAXHP==
001090         ==Gold==         BY ==DR-GOLD==
001100         ==Mana==         BY ==DR-MANA==
001110         ==Level==        BY ==DR-LEVEL==
001120         ==Age==          BY ==DR-AGE==
001130         ==Experience==   BY ==DR-EXPERIENCE==
001140         ==DungeonX==     BY ==DR-DUNGEONX==
001150         ==DungeonY==     BY ==DR-DUNGEONY==
001160         ==DungeonLevel== BY ==DR-DUNGEONLEVEL==
001170         ==StatusFlags==  BY ==DR-STATUSFLAGS==
001180         ==Poisoned==     BY ==DR-POISONED==
001190         ==IsPoisoned==   BY ==DR-ISPOISONED==
001200         ==NotPoisoned==  BY ==DR-NOTPOISONED==
001210         ==PoisonTicksLeft== BY ==DR-POISONTICKSLEFT==
001220         ==Profession==   BY ==DR-PROFESSION==.
001230     05 DR-SHELVED-DATE   PIC 9(08).
001240     05 DR-LAST-ACTIVE    PIC 9(08).
001250 FD  XFR-REGISTER.
001260 01  XFR-REGISTER-LINE    PIC X(100).
001261 FD  RUN-CONTROL-FILE.
001262 01  RUN-CONTROL-RECORD   PIC X(110).
001270
001280 WORKING-STORAGE SECTION.
001290 01  XFR-Card-Status      PIC X(02).
001300     88  XFR-CS-Success           VALUE "00".
001310 01  XFR-Limit-Status     PIC X(02).
001320     88  XFR-LC-Success           VALUE "00".
001330 01  XFR-Ledger-Status    PIC X(02).
001340     88  XFR-LS-Success           VALUE "00".
001350     88  XFR-LS-Not-Found         VALUE "23" "35".
001360 01  XFR-Grave-Status     PIC X(02).
001370     88  XFR-GS-Success           VALUE "00".
001380     88  XFR-GS-Not-Found         VALUE "23" "35".
001390 01  XFR-Dormant-Status   PIC X(02).
001400     88  XFR-DS-Success           VALUE "00".
001410     88  XFR-DS-Not-Found         VALUE "23" "35".
001420 01  XFR-Register-Status  PIC X(02).
001430
001440 01  XFR-Sender           OBJECT REFERENCE Character.
001450 01  XFR-Receiver         OBJECT REFERENCE Character.
001460
001470 01  XFR-EOF-Switch       PIC X(01) VALUE "N".
001480     88  XFR-No-More-Cards        VALUE "Y".
001490     88  XFR-More-Cards           VALUE "N".
001500 01  XFR-Files-Open-Sw    PIC X(01) VALUE "N".
001510     88  XFR-Files-Open           VALUE "Y".
001520     88  XFR-Files-Shut           VALUE "N".
001530 01  XFR-Ledger-EOF-Sw    PIC X(01) VALUE "N".
001540     88  XFR-No-More-Lines        VALUE "Y".
001550     88  XFR-More-Lines           VALUE "N".
001560* The graveyard and the dormant archive back the refusals:
001570* open, or absent (no file yet means nobody is there), or
001580* unavailable -- in which case every card is refused rather
001590* than risk paying a name this program cannot see.
001600 01  XFR-Grave-State-Sw   PIC X(01) VALUE "N".
001610     88  XFR-Grave-Open           VALUE "Y".
001620     88  XFR-Grave-Absent         VALUE "N".
001630     88  XFR-Grave-Unavailable    VALUE "U".
001640 01  XFR-Dormant-State-Sw PIC X(01) VALUE "N".
001650     88  XFR-Dormant-Open         VALUE "Y".
001660     88  XFR-Dormant-Absent       VALUE "N".
001670     88  XFR-Dormant-Unavailable  VALUE "U".
001680 01  XFR-Hunt-Result      PIC X(01).
001690     88  XFR-Name-Resting         VALUE "Y".
001700     88  XFR-Name-Clear           VALUE "N".
001710
001720 01  XFR-Program-Name     PIC X(08) VALUE "PHNTXFR ".
001730 01  XFR-Hunt-Name        PIC X(20).
001740 01  XFR-Amount           PIC 9(07) USAGE BINARY.
001750 01  XFR-Daily-Limit      PIC 9(07) USAGE BINARY.
001760 01  XFR-Day-Total        PIC 9(09) USAGE BINARY.
001770 01  XFR-Sender-HP        PIC 9999 USAGE BINARY.
001780 01  XFR-Receiver-HP      PIC 9999 USAGE BINARY.
001790 01  XFR-Sender-Gold      PIC 9(09) USAGE BINARY.
001800 01  XFR-Spend-Result     PIC X(01).
001810 01  XFR-Refusal          PIC X(30).
001820
001830* The one reference both ledger lines of a transfer share: the
001840* run's date and time and the transfer's number in the run,
001850* so two runs on one day never hand out the same reference.
001860 01  XFR-Run-Date         PIC 9(08).
001870 01  XFR-Run-Time         PIC 9(08).
001880 01  XFR-Run-Time-R REDEFINES XFR-Run-Time.
001890     05 XFR-Run-HHMMSS    PIC 9(06).
001900     05 FILLER            PIC 9(02).
001910 01  XFR-Reference.
001920     05 XFR-Ref-Date      PIC 9(08).
001930     05 XFR-Ref-Time      PIC 9(06).
001940     05 XFR-Ref-Number    PIC 9(04).
001950 01  XFR-Ledger-Reason    PIC X(30).
001960
001970 01  XFR-Cards-Read       PIC 9(05) USAGE BINARY VALUE 0.
001980 01  XFR-Transfers-Made   PIC 9(05) USAGE BINARY VALUE 0.
001990 01  XFR-Cards-Refused    PIC 9(05) USAGE BINARY VALUE 0.
002000 01  XFR-Gold-Moved       PIC 9(11) USAGE BINARY VALUE 0.
002010
002020* What each sender has already moved out today: primed from
002030* the ledger's TRANSFER debits dated today, then kept up as
002040* this run pays, so the limit holds across runs in one day.
002050 01  XFR-Max-Senders      PIC 9(05) USAGE BINARY VALUE 2000.
002060 01  XFR-Sender-Count     PIC 9(05) USAGE BINARY VALUE 0.
002070 01  XFR-SENDER-TABLE.
002080     05 XFR-Sender-Entry OCCURS 1 TO 2000 TIMES
002090         DEPENDING ON XFR-Sender-Count
002100         INDEXED BY XFR-Sender-Index.
002110             10 XFR-Sn-Name       PIC X(20).
002120             10 XFR-Sn-Sent       PIC 9(09) USAGE BINARY.
002130 01  XFR-Subscript        PIC 9(05) USAGE BINARY.
002140 01  XFR-Found-Sub        PIC 9(05) USAGE BINARY.
002150 01  XFR-Sent-Amount      PIC 9(09) USAGE BINARY.
002160
002170 01  XFR-Blank-Line       PIC X(100) VALUE SPACES.
002180 01  XFR-Title-Line.
002190     05 FILLER PIC X(34)
002200         VALUE "EIGHTBOL GOLD TRANSFERS -- RUN OF ".
002210     05 XFR-Title-Date    PIC 9(08).
002220     05 FILLER PIC X(18) VALUE "   DAILY LIMIT ".
002230     05 XFR-Title-Limit   PIC ZZZZZZ9.
002240 01  XFR-Heading-Line.
002250     05 FILLER PIC X(20) VALUE "REFERENCE".
002260     05 FILLER PIC X(21) VALUE "FROM".
002270     05 FILLER PIC X(21) VALUE "TO".
002280     05 FILLER PIC X(08) VALUE "  AMOUNT".
002290     05 FILLER PIC X(30) VALUE " MEMO / REFUSAL".
002300 01  XFR-Detail-Line.
002310     05 XFR-Det-Reference PIC X(18).
002320     05 FILLER            PIC X(02) VALUE SPACES.
002330     05 XFR-Det-From      PIC X(20).
002340     05 FILLER            PIC X(01) VALUE SPACES.
002350     05 XFR-Det-To        PIC X(20).
002360     05 FILLER            PIC X(01) VALUE SPACES.
002370     05 XFR-Det-Amount    PIC ZZZZZZ9.
002380     05 FILLER            PIC X(01) VALUE SPACES.
002390     05 XFR-Det-Note      PIC X(30).
002400 01  XFR-Count-Display    PIC ZZZZ9.
002410 01  XFR-Gold-Display     PIC ZZZZZZZZZZ9.
002420 01  XFR-Summary-Line     PIC X(100).
002421
002422* One run-control log line, staged here because the FD record
002423* may not be touched before the log is open.
002424 01  XFR-Runctl-Status    PIC X(02).
002425 01  XFR-Run-Control-Line.
002426     COPY "Run-Control.cpy".
002430
002440 PROCEDURE DIVISION.
002450
002460 0000-MAINLINE.
002461     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
002470     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002480     PERFORM 2000-TRANSFER-ONE-CARD
002490         THRU 2000-TRANSFER-ONE-CARD-EXIT
002500         UNTIL XFR-No-More-Cards.
002510     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002511     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
002520     STOP RUN.
002521
002522 0100-LOG-RUN-START.
002523* Logged before anything else is touched, so a run that falls
002524* over part way still leaves a START with no FINISH behind it
002525* for the morning status report to find.
002526     MOVE SPACES TO XFR-Run-Control-Line.
002527     MOVE "PHNTXFR" TO RUN-PROGRAM.
002528     MOVE "START" TO RUN-EVENT.
002529     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002530     ACCEPT RUN-START-TIME FROM TIME.
002531     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
002532         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
002533     MOVE "NORMAL" TO RUN-TYPE.
002534     PERFORM 8950-WRITE-RUN-CONTROL
002535         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002536 0100-LOG-RUN-START-EXIT.
002537     EXIT.
002538
002540 1000-INITIALIZE.
002550     ACCEPT XFR-Run-Date FROM DATE YYYYMMDD.
002560     ACCEPT XFR-Run-Time FROM TIME.
002570* No limit card, no transfers: an unlimited day is never what
002580* the desk meant by a missing card.
002590     OPEN INPUT CONTROL-CARD-FILE.
002600     IF NOT XFR-LC-Success THEN
002610         DISPLAY "PHNTXFR: UNABLE TO OPEN LIMIT CARD, STATUS "
002620             XFR-Limit-Status ", NO TRANSFERS MADE"
002630         MOVE "Y" TO XFR-EOF-Switch
002640         GO TO 1000-INITIALIZE-EXIT
002650     END-IF.
002660     READ CONTROL-CARD-FILE
002670         AT END
002680             MOVE ZEROES TO XL-DAILY-LIMIT
002690     END-READ.
002700     CLOSE CONTROL-CARD-FILE.
002710     IF XL-DAILY-LIMIT IS NOT NUMERIC
002720         OR XL-DAILY-LIMIT = 0 THEN
002730         DISPLAY "PHNTXFR: LIMIT CARD UNREADABLE OR ZERO, "
002740             "NO TRANSFERS MADE"
002750         MOVE "Y" TO XFR-EOF-Switch
002760         GO TO 1000-INITIALIZE-EXIT
002770     END-IF.
002780     MOVE XL-DAILY-LIMIT TO XFR-Daily-Limit.
002790     OPEN INPUT XFR-CARD-FILE.
002800     IF NOT XFR-CS-Success THEN
002810         DISPLAY "PHNTXFR: UNABLE TO OPEN CARD FILE, STATUS "
002820             XFR-Card-Status
002830         MOVE "Y" TO XFR-EOF-Switch
002840         GO TO 1000-INITIALIZE-EXIT
002850     END-IF.
002860     OPEN INPUT GRAVEYARD-FILE.
002870     IF XFR-GS-Success THEN
002880         MOVE "Y" TO XFR-Grave-State-Sw
002890     ELSE
002900         IF NOT XFR-GS-Not-Found THEN
002910             DISPLAY "PHNTXFR: GRAVEYARD UNAVAILABLE, STATUS "
002920                 XFR-Grave-Status ", TRANSFERS WILL BE REFUSED"
002930             MOVE "U" TO XFR-Grave-State-Sw
002940         END-IF
002950     END-IF.
002960     OPEN INPUT DORMANT-FILE.
002970     IF XFR-DS-Success THEN
002980         MOVE "Y" TO XFR-Dormant-State-Sw
002990     ELSE
003000         IF NOT XFR-DS-Not-Found THEN
003010             DISPLAY "PHNTXFR: DORMANT ARCHIVE UNAVAILABLE, "
003020                 "STATUS " XFR-Dormant-Status
003030                 ", TRANSFERS WILL BE REFUSED"
003040             MOVE "U" TO XFR-Dormant-State-Sw
003050         END-IF
003060     END-IF.
003070     PERFORM 1100-PRIME-DAY-TOTALS
003075         THRU 1100-PRIME-DAY-TOTALS-EXIT.
003080     OPEN OUTPUT XFR-REGISTER.
003090     MOVE "Y" TO XFR-Files-Open-Sw.
003100     MOVE XFR-Run-Date    TO XFR-Title-Date.
003110     MOVE XFR-Daily-Limit TO XFR-Title-Limit.
003120     WRITE XFR-REGISTER-LINE FROM XFR-Title-Line.
003130     WRITE XFR-REGISTER-LINE FROM XFR-Blank-Line.
003140     WRITE XFR-REGISTER-LINE FROM XFR-Heading-Line.
003150     MOVE XFR-Run-Date   TO XFR-Ref-Date.
003160     MOVE XFR-Run-HHMMSS TO XFR-Ref-Time.
003170     MOVE 0 TO XFR-Ref-Number.
003180 1000-INITIALIZE-EXIT.
003190     EXIT.
003200
003210 1100-PRIME-DAY-TOTALS.
003220* Earlier runs today already spent some of each sender's limit;
003230* their TRANSFER debits are on the ledger. The ledger is shut
003240* again before any card is worked -- the Character class
003250* appends to it as the transfers land.
003260     OPEN INPUT GOLD-LEDGER.
003270     IF NOT XFR-LS-Success THEN
003280         GO TO 1100-PRIME-DAY-TOTALS-EXIT
003290     END-IF.
003300     MOVE "N" TO XFR-Ledger-EOF-Sw.
003310     PERFORM 1110-PRIME-ONE-LINE THRU 1110-PRIME-ONE-LINE-EXIT
003320         UNTIL XFR-No-More-Lines.
003330     CLOSE GOLD-LEDGER.
003340 1100-PRIME-DAY-TOTALS-EXIT.
003350     EXIT.
003360
003370 1110-PRIME-ONE-LINE.
003380     READ GOLD-LEDGER
003390         AT END
003400             MOVE "Y" TO XFR-Ledger-EOF-Sw
003410             GO TO 1110-PRIME-ONE-LINE-EXIT
003420     END-READ.
003430     IF GL-REASON (1:9) NOT = "TRANSFER "
003440         OR GL-DATE IS NOT NUMERIC
003450         OR GL-AMOUNT IS NOT NUMERIC THEN
003460         GO TO 1110-PRIME-ONE-LINE-EXIT
003470     END-IF.
003480     IF GL-DATE NOT = XFR-Run-Date OR GL-AMOUNT NOT < 0 THEN
003490         GO TO 1110-PRIME-ONE-LINE-EXIT
003500     END-IF.
003510     MOVE GL-NAME TO XFR-Hunt-Name.
003520     COMPUTE XFR-Sent-Amount = 0 - GL-AMOUNT.
003530     PERFORM 6000-ADD-TO-SENDER THRU 6000-ADD-TO-SENDER-EXIT.
003540 1110-PRIME-ONE-LINE-EXIT.
003550     EXIT.
003560
003570 2000-TRANSFER-ONE-CARD.
003580     READ XFR-CARD-FILE
003590         AT END
003600             MOVE "Y" TO XFR-EOF-Switch
003610     END-READ.
003620     IF XFR-No-More-Cards THEN
003630         GO TO 2000-TRANSFER-ONE-CARD-EXIT
003640     END-IF.
003650     ADD 1 TO XFR-Cards-Read.
003660     MOVE SPACES TO XFR-Refusal.
003670     PERFORM 2100-EDIT-CARD THRU 2100-EDIT-CARD-EXIT.
003680     IF XFR-Refusal = SPACES THEN
003690         PERFORM 2200-MOVE-THE-GOLD THRU 2200-MOVE-THE-GOLD-EXIT
003700     END-IF.
003710     MOVE XC-FROM-NAME TO XFR-Det-From.
003720     MOVE XC-TO-NAME   TO XFR-Det-To.
003730     IF XC-AMOUNT IS NUMERIC THEN
003740         MOVE XC-AMOUNT TO XFR-Det-Amount
003750     ELSE
003760         MOVE 0 TO XFR-Det-Amount
003770     END-IF.
003780     IF XFR-Refusal = SPACES THEN
003790         MOVE XFR-Reference TO XFR-Det-Reference
003800         MOVE XC-MEMO       TO XFR-Det-Note
003810     ELSE
003820         ADD 1 TO XFR-Cards-Refused
003830         MOVE "REFUSED"     TO XFR-Det-Reference
003840         MOVE XFR-Refusal   TO XFR-Det-Note
003850         DISPLAY "PHNTXFR: CARD " XFR-Cards-Read
003860             " REFUSED, " XFR-Refusal
003870     END-IF.
003880     WRITE XFR-REGISTER-LINE FROM XFR-Detail-Line.
003890 2000-TRANSFER-ONE-CARD-EXIT.
003900     EXIT.
003910
003920 2100-EDIT-CARD.
003930* Everything that can be decided without touching a purse:
003940* the card itself, the graveyard and dormant archive on both
003950* sides, and the sender's room under today's limit.
003960     IF XC-FROM-NAME = SPACES OR XC-TO-NAME = SPACES THEN
003970         MOVE "MISSING SENDER OR RECEIVER" TO XFR-Refusal
003980         GO TO 2100-EDIT-CARD-EXIT
003990     END-IF.
004000     IF XC-FROM-NAME = XC-TO-NAME THEN
004010         MOVE "SENDER AND RECEIVER THE SAME" TO XFR-Refusal
004020         GO TO 2100-EDIT-CARD-EXIT
004030     END-IF.
004040     IF XC-AMOUNT IS NOT NUMERIC OR XC-AMOUNT = 0 THEN
004050         MOVE "AMOUNT UNREADABLE OR ZERO" TO XFR-Refusal
004060         GO TO 2100-EDIT-CARD-EXIT
004070     END-IF.
004080     IF XFR-Grave-Unavailable OR XFR-Dormant-Unavailable THEN
004090         MOVE "ARCHIVES UNAVAILABLE" TO XFR-Refusal
004100         GO TO 2100-EDIT-CARD-EXIT
004110     END-IF.
004120     MOVE XC-FROM-NAME TO XFR-Hunt-Name.
004130     PERFORM 7000-CHECK-GRAVEYARD THRU 7000-CHECK-GRAVEYARD-EXIT.
004140     IF XFR-Name-Resting THEN
004150         MOVE "SENDER IN THE GRAVEYARD" TO XFR-Refusal
004160         GO TO 2100-EDIT-CARD-EXIT
004170     END-IF.
004180     PERFORM 7100-CHECK-DORMANT THRU 7100-CHECK-DORMANT-EXIT.
004190     IF XFR-Name-Resting THEN
004200         MOVE "SENDER IS DORMANT" TO XFR-Refusal
004210         GO TO 2100-EDIT-CARD-EXIT
004220     END-IF.
004230     MOVE XC-TO-NAME TO XFR-Hunt-Name.
004240     PERFORM 7000-CHECK-GRAVEYARD THRU 7000-CHECK-GRAVEYARD-EXIT.
004250     IF XFR-Name-Resting THEN
004260         MOVE "RECEIVER IN THE GRAVEYARD" TO XFR-Refusal
004270         GO TO 2100-EDIT-CARD-EXIT
004280     END-IF.
004290     PERFORM 7100-CHECK-DORMANT THRU 7100-CHECK-DORMANT-EXIT.
004300     IF XFR-Name-Resting THEN
004310         MOVE "RECEIVER IS DORMANT" TO XFR-Refusal
004320         GO TO 2100-EDIT-CARD-EXIT
004330     END-IF.
004340     MOVE XC-AMOUNT TO XFR-Amount.
004350     MOVE XC-FROM-NAME TO XFR-Hunt-Name.
004360     PERFORM 6100-FIND-SENDER THRU 6100-FIND-SENDER-EXIT.
004370     MOVE XFR-Amount TO XFR-Day-Total.
004380     IF XFR-Found-Sub > 0 THEN
004390         ADD XFR-Sn-Sent (XFR-Found-Sub) TO XFR-Day-Total
004400     END-IF.
004410     IF XFR-Day-Total > XFR-Daily-Limit THEN
004420         MOVE "OVER THE DAILY TRANSFER LIMIT" TO XFR-Refusal
004430     END-IF.
004440 2100-EDIT-CARD-EXIT.
004450     EXIT.
004460
004470 2200-MOVE-THE-GOLD.
004480* Stand up both sides from the player file and move the Gold:
004490* SpendGold first, so a sender who comes up short is refused
004500* before the receiver sees a coin. Both lines carry the same
004510* "TRANSFER " reference.
004520     INVOKE Character "New" USING XC-FROM-NAME
004530         RETURNING XFR-Sender.
004540     INVOKE XFR-Sender "SetCallerName" USING XFR-Program-Name.
004550     INVOKE Character "New" USING XC-TO-NAME
004560         RETURNING XFR-Receiver.
004570     INVOKE XFR-Receiver "SetCallerName" USING XFR-Program-Name.
004580     INVOKE XFR-Sender "GetHP" RETURNING XFR-Sender-HP.
004590     INVOKE XFR-Receiver "GetHP" RETURNING XFR-Receiver-HP.
004600     IF XFR-Sender-HP = 0 THEN
004610         MOVE "SENDER HAS NO LIVING RECORD" TO XFR-Refusal
004620         GO TO 2200-MOVE-THE-GOLD-EXIT
004630     END-IF.
004640     IF XFR-Receiver-HP = 0 THEN
004650         MOVE "RECEIVER HAS NO LIVING RECORD" TO XFR-Refusal
004660         GO TO 2200-MOVE-THE-GOLD-EXIT
004670     END-IF.
004680     INVOKE XFR-Sender "GetGold" RETURNING XFR-Sender-Gold.
004690     IF XFR-Sender-Gold < XFR-Amount THEN
004700         MOVE "SENDER CANNOT COVER THE AMOUNT" TO XFR-Refusal
004710         GO TO 2200-MOVE-THE-GOLD-EXIT
004720     END-IF.
004730     ADD 1 TO XFR-Ref-Number.
004740     MOVE SPACES TO XFR-Ledger-Reason.
004750     STRING "TRANSFER " DELIMITED BY SIZE
004760         XFR-Reference DELIMITED BY SIZE
004770         INTO XFR-Ledger-Reason.
004780     INVOKE XFR-Sender "SpendGold" USING XFR-Amount
004790         XFR-Ledger-Reason RETURNING XFR-Spend-Result.
004800     IF XFR-Spend-Result NOT = "Y" THEN
004810         MOVE "SENDER DEBIT REFUSED" TO XFR-Refusal
004820         GO TO 2200-MOVE-THE-GOLD-EXIT
004830     END-IF.
004840     INVOKE XFR-Receiver "AwardGold" USING XFR-Amount
004850         XFR-Ledger-Reason.
004860     MOVE XC-FROM-NAME TO XFR-Hunt-Name.
004870     MOVE XFR-Amount TO XFR-Sent-Amount.
004880     PERFORM 6000-ADD-TO-SENDER THRU 6000-ADD-TO-SENDER-EXIT.
004890     ADD 1 TO XFR-Transfers-Made.
004900     ADD XFR-Amount TO XFR-Gold-Moved.
004910 2200-MOVE-THE-GOLD-EXIT.
004920     EXIT.
004930
004940 6000-ADD-TO-SENDER.
004950* Post a debit to the hunted sender's running total for the
004960* day, starting an entry for a sender not seen yet.
004970     PERFORM 6100-FIND-SENDER THRU 6100-FIND-SENDER-EXIT.
004980     IF XFR-Found-Sub > 0 THEN
004990         ADD XFR-Sent-Amount TO XFR-Sn-Sent (XFR-Found-Sub)
005000         GO TO 6000-ADD-TO-SENDER-EXIT
005010     END-IF.
005020     IF XFR-Sender-Count >= XFR-Max-Senders THEN
005030         DISPLAY "PHNTXFR: SENDER TABLE FULL, " XFR-Hunt-Name
005040             " NOT TRACKED AGAINST THE LIMIT"
005050         GO TO 6000-ADD-TO-SENDER-EXIT
005060     END-IF.
005070     ADD 1 TO XFR-Sender-Count.
005080     MOVE XFR-Hunt-Name   TO XFR-Sn-Name (XFR-Sender-Count).
005090     MOVE XFR-Sent-Amount TO XFR-Sn-Sent (XFR-Sender-Count).
005100 6000-ADD-TO-SENDER-EXIT.
005110     EXIT.
005120
005130 6100-FIND-SENDER.
005140     MOVE 0 TO XFR-Found-Sub.
005150     PERFORM 6110-HUNT-ONE-SENDER THRU 6110-HUNT-ONE-SENDER-EXIT
005160         VARYING XFR-Subscript FROM 1 BY 1
005170         UNTIL XFR-Subscript > XFR-Sender-Count
005180             OR XFR-Found-Sub > 0.
005190 6100-FIND-SENDER-EXIT.
005200     EXIT.
005210
005220 6110-HUNT-ONE-SENDER.
005230     IF XFR-Sn-Name (XFR-Subscript) = XFR-Hunt-Name THEN
005240         MOVE XFR-Subscript TO XFR-Found-Sub
005250     END-IF.
005260 6110-HUNT-ONE-SENDER-EXIT.
005270     EXIT.
005280
005290 7000-CHECK-GRAVEYARD.
005300     MOVE "N" TO XFR-Hunt-Result.
005310     IF NOT XFR-Grave-Open THEN
005320         GO TO 7000-CHECK-GRAVEYARD-EXIT
005330     END-IF.
005340     MOVE XFR-Hunt-Name TO GY-CHARACTER-NAME.
005350     READ GRAVEYARD-FILE
005360         INVALID KEY
005370             GO TO 7000-CHECK-GRAVEYARD-EXIT
005380     END-READ.
005390     MOVE "Y" TO XFR-Hunt-Result.
005400 7000-CHECK-GRAVEYARD-EXIT.
005410     EXIT.
005420
005430 7100-CHECK-DORMANT.
005440     MOVE "N" TO XFR-Hunt-Result.
005450     IF NOT XFR-Dormant-Open THEN
005460         GO TO 7100-CHECK-DORMANT-EXIT
005470     END-IF.
005480     MOVE XFR-Hunt-Name TO DR-CHARACTER-NAME.
005490     READ DORMANT-FILE
005500         INVALID KEY
005510             GO TO 7100-CHECK-DORMANT-EXIT
005520     END-READ.
005530     MOVE "Y" TO XFR-Hunt-Result.
005540 7100-CHECK-DORMANT-EXIT.
005550     EXIT.
005560
005570 8000-FINISH.
005580     IF XFR-Files-Open THEN
005590         WRITE XFR-REGISTER-LINE FROM XFR-Blank-Line
005600         MOVE SPACES TO XFR-Summary-Line
005610         MOVE XFR-Transfers-Made TO XFR-Count-Display
005620         MOVE XFR-Gold-Moved     TO XFR-Gold-Display
005630         STRING "TRANSFERS MADE: " DELIMITED BY SIZE
005640             XFR-Count-Display DELIMITED BY SIZE
005650             "   GOLD MOVED: " DELIMITED BY SIZE
005660             XFR-Gold-Display DELIMITED BY SIZE
005670             INTO XFR-Summary-Line
005680         WRITE XFR-REGISTER-LINE FROM XFR-Summary-Line
005690         MOVE SPACES TO XFR-Summary-Line
005700         MOVE XFR-Cards-Refused TO XFR-Count-Display
005710         STRING "CARDS REFUSED:  " DELIMITED BY SIZE
005720             XFR-Count-Display DELIMITED BY SIZE
005730             INTO XFR-Summary-Line
005740         WRITE XFR-REGISTER-LINE FROM XFR-Summary-Line
005750         CLOSE XFR-REGISTER
005760         CLOSE XFR-CARD-FILE
005770         IF XFR-Grave-Open THEN
005780             CLOSE GRAVEYARD-FILE
005790         END-IF
005800         IF XFR-Dormant-Open THEN
005810             CLOSE DORMANT-FILE
005820         END-IF
005830     END-IF.
005840     DISPLAY "PHNTXFR: " XFR-Cards-Read " CARDS READ, "
005850         XFR-Transfers-Made " TRANSFERS MADE, "
005860         XFR-Cards-Refused " REFUSED.".
005870 8000-FINISH-EXIT.
005880     EXIT.
005890
005900 8900-LOG-RUN-FINISH.
005910* The FINISH line keeps the START line's run date and start
005920* time -- the pair the status report matches the two on.
005930     MOVE "FINISH" TO RUN-EVENT.
005940     ACCEPT RUN-END-TIME FROM TIME.
005950     MOVE XFR-Cards-Read TO RUN-RECORDS-READ.
005960     MOVE XFR-Transfers-Made TO RUN-RECORDS-UPDATED.
005970     MOVE XFR-Cards-Refused TO RUN-RECORDS-REJECTED.
005980     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
005990     PERFORM 8950-WRITE-RUN-CONTROL
006000         THRU 8950-WRITE-RUN-CONTROL-EXIT.
006010 8900-LOG-RUN-FINISH-EXIT.
006020     EXIT.
006030
006040 8950-WRITE-RUN-CONTROL.
006050* Appended to, never rewritten -- the first program to find no
006060* log starts one. A log that will not open costs the run only
006070* its entry, never its work.
006080     OPEN EXTEND RUN-CONTROL-FILE.
006090     IF XFR-Runctl-Status NOT = "00" THEN
006100         OPEN OUTPUT RUN-CONTROL-FILE
006110     END-IF.
006120     IF XFR-Runctl-Status NOT = "00" THEN
006130         DISPLAY "PHNTXFR: UNABLE TO OPEN RUN-CONTROL LOG, "
006140             "STATUS " XFR-Runctl-Status
006150         GO TO 8950-WRITE-RUN-CONTROL-EXIT
006160     END-IF.
006170     WRITE RUN-CONTROL-RECORD FROM XFR-Run-Control-Line.
006180     CLOSE RUN-CONTROL-FILE.
006190 8950-WRITE-RUN-CONTROL-EXIT.
006200     EXIT.
999999
