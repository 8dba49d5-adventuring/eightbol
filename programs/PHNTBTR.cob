000010** PHNTBTR.cob -- EIGHTBOL nightly bounty board report
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- the nightly look at the bounty
000060*                     board: every bounty claim paid today, read
000070*                     back off the gold ledger's "BOUNTY " lines,
000080*                     then every bounty on the BOUNTY file with
000090*                     its claims and whether it is still open,
000100*                     exhausted, or expired, closing with the
000110*                     Gold the open bounties could still pay
000120*                     out -- the board's unclaimed liability.
000121*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000122*                     shared run-control log (RUNCTL) with the
000123*                     run's counts and completion code, for the
000124*                     morning status report.
000130
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. PHNTBTR.
000160 AUTHOR. Bruce-Robert Pocock.
000170 DATE-WRITTEN. 15 OCT 2026.
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT GOLD-LEDGER ASSIGN TO "GOLDLEDG"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS BTR-Ledger-Status.
000250     SELECT BOUNTY-FILE ASSIGN TO "BOUNTY"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS BT-MONSTER-NAME
000290         FILE STATUS IS BTR-Bounty-Status.
000300     SELECT BOUNTY-REPORT ASSIGN TO "BTYRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS BTR-Report-Status.
000321     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000322         ORGANIZATION IS LINE SEQUENTIAL
000323         FILE STATUS IS BTR-Runctl-Status.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  GOLD-LEDGER.
000370 01  LEDGER-RECORD.
000380     COPY "Gold-Ledger.cpy" REPLACING
000390         ==LedgerName==   BY ==GL-NAME==
000400         ==LedgerDate==   BY ==GL-DATE==
000410         ==LedgerTime==   BY ==GL-TIME==
000420         ==LedgerAmount== BY ==GL-AMOUNT==
000430         ==LedgerReason== BY ==GL-REASON==.
000440 FD  BOUNTY-FILE.
000450 01  BOUNTY-RECORD.
000460     05 BT-MONSTER-NAME PIC X(20).
000470     COPY "Bounty-Board.cpy" REPLACING
000480         ==BountyMinLevel==   BY ==BT-MIN-LEVEL==
000490         ==BountyMaxLevel==   BY ==BT-MAX-LEVEL==
000500         ==BountyReward==     BY ==BT-REWARD==
000510         ==BountyMaxClaims==  BY ==BT-MAX-CLAIMS==
000520         ==BountyClaimsLeft== BY ==BT-CLAIMS-LEFT==
000530         ==BountyExpiry==     BY ==BT-EXPIRY==
000540         ==BountyPosted==     BY ==BT-POSTED==.
000550 FD  BOUNTY-REPORT.
000560 01  BOUNTY-REPORT-LINE   PIC X(100).
000561 FD  RUN-CONTROL-FILE.
000562 01  RUN-CONTROL-RECORD   PIC X(110).
000570
000580 WORKING-STORAGE SECTION.
000590 01  BTR-Ledger-Status    PIC X(02).
000600     88  BTR-LS-Success           VALUE "00".
000610     88  BTR-LS-Not-Found         VALUE "23" "35".
000620 01  BTR-Bounty-Status    PIC X(02).
000630     88  BTR-BS-Success           VALUE "00".
000640     88  BTR-BS-Not-Found         VALUE "23" "35".
000650 01  BTR-Report-Status    PIC X(02).
000660
000670 01  BTR-Ledger-EOF-Sw    PIC X(01) VALUE "N".
000680     88  BTR-No-More-Lines        VALUE "Y".
000690     88  BTR-More-Lines           VALUE "N".
000700 01  BTR-Ledger-Open-Sw   PIC X(01) VALUE "N".
000710     88  BTR-Ledger-File-Open     VALUE "Y".
000720     88  BTR-Ledger-File-Shut     VALUE "N".
000730 01  BTR-Bounty-EOF-Sw    PIC X(01) VALUE "N".
000740     88  BTR-No-More-Bounties     VALUE "Y".
000750     88  BTR-More-Bounties        VALUE "N".
000760 01  BTR-Bounty-Open-Sw   PIC X(01) VALUE "N".
000770     88  BTR-Bounty-File-Open     VALUE "Y".
000780     88  BTR-Bounty-File-Shut     VALUE "N".
000790
000800 01  BTR-Run-Date         PIC 9(08).
000810 01  BTR-Lines-Read       PIC 9(07) USAGE BINARY VALUE 0.
000820 01  BTR-Claims-Paid      PIC 9(07) USAGE BINARY VALUE 0.
000830 01  BTR-Gold-Paid        PIC 9(09) USAGE BINARY VALUE 0.
000840 01  BTR-Bounties-Read    PIC 9(05) USAGE BINARY VALUE 0.
000850 01  BTR-Bounties-Open    PIC 9(05) USAGE BINARY VALUE 0.
000860 01  BTR-Bounties-Spent   PIC 9(05) USAGE BINARY VALUE 0.
000870 01  BTR-Bounties-Expired PIC 9(05) USAGE BINARY VALUE 0.
000880* What the open bounties could still pay if every remaining
000890* claim were made -- claims left times the reward, summed.
000900 01  BTR-Liability        PIC 9(11) USAGE BINARY VALUE 0.
000910 01  BTR-Bounty-Liability PIC 9(11) USAGE BINARY.
000920 01  BTR-Claims-Made      PIC 9(05) USAGE BINARY.
000930
000940 01  BTR-Blank-Line       PIC X(100) VALUE SPACES.
000950 01  BTR-Title-Line.
000960     05 FILLER PIC X(32)
000970         VALUE "EIGHTBOL BOUNTY BOARD -- RUN OF ".
000980     05 BTR-Title-Date    PIC 9(08).
000990 01  BTR-Claim-Heading.
001000     05 FILLER PIC X(22) VALUE "CLAIMS PAID TODAY".
001010     05 FILLER PIC X(22) VALUE "MONSTER".
001020     05 FILLER PIC X(10) VALUE "TIME".
001030     05 FILLER PIC X(10) VALUE "    REWARD".
001040 01  BTR-Claim-Detail.
001050     05 BTR-CD-Character  PIC X(20).
001060     05 FILLER            PIC X(02) VALUE SPACES.
001070     05 BTR-CD-Monster    PIC X(20).
001080     05 FILLER            PIC X(02) VALUE SPACES.
001090     05 BTR-CD-Time       PIC 9(08).
001100     05 FILLER            PIC X(02) VALUE SPACES.
001110     05 BTR-CD-Amount     PIC ------9.
001120 01  BTR-Board-Heading.
001130     05 FILLER PIC X(22) VALUE "BOUNTY BOARD".
001140     05 FILLER PIC X(10) VALUE "LEVELS".
001150     05 FILLER PIC X(10) VALUE "    REWARD".
001160     05 FILLER PIC X(08) VALUE "    MADE".
001170     05 FILLER PIC X(08) VALUE "    LEFT".
001180     05 FILLER PIC X(10) VALUE "  EXPIRES".
001190     05 FILLER PIC X(11) VALUE " STATUS".
001200     05 FILLER PIC X(14) VALUE "     LIABILITY".
001210 01  BTR-Board-Detail.
001220     05 BTR-BD-Monster    PIC X(20).
001230     05 FILLER            PIC X(02) VALUE SPACES.
001240     05 BTR-BD-Levels.
001250         10 BTR-BD-Min-Level  PIC ZZ9.
001260         10 BTR-BD-Dash       PIC X(01).
001270         10 BTR-BD-Max-Level  PIC ZZ9.
001280     05 FILLER            PIC X(03) VALUE SPACES.
001290     05 BTR-BD-Reward     PIC ZZZZZZ9.
001300     05 FILLER            PIC X(03) VALUE SPACES.
001310     05 BTR-BD-Made       PIC ZZZZ9.
001320     05 FILLER            PIC X(03) VALUE SPACES.
001330     05 BTR-BD-Left       PIC ZZZZ9.
001340     05 FILLER            PIC X(02) VALUE SPACES.
001350     05 BTR-BD-Expiry     PIC 9(08).
001360     05 FILLER            PIC X(01) VALUE SPACES.
001370     05 BTR-BD-Status     PIC X(10).
001380     05 FILLER            PIC X(01) VALUE SPACES.
001390     05 BTR-BD-Liability  PIC ZZZZZZZZZZZZ9.
001400 01  BTR-Count-Display    PIC ZZZZZZ9.
001410 01  BTR-Gold-Display     PIC ZZZZZZZZZZZZ9.
001420 01  BTR-Summary-Line     PIC X(100).
001421
001422* One run-control log line, staged here because the FD record
001423* may not be touched before the log is open.
001424 01  BTR-Runctl-Status    PIC X(02).
001425 01  BTR-Run-Control-Line.
001426     COPY "Run-Control.cpy".
001430
001440 PROCEDURE DIVISION.
001450
001460 0000-MAINLINE.
001461     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001470     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001480     PERFORM 2000-SCAN-ONE-LINE THRU 2000-SCAN-ONE-LINE-EXIT
001490         UNTIL BTR-No-More-Lines.
001500     PERFORM 2900-PRINT-CLAIM-TOTALS
001510         THRU 2900-PRINT-CLAIM-TOTALS-EXIT.
001520     PERFORM 3000-START-BOARD THRU 3000-START-BOARD-EXIT.
001530     PERFORM 3100-PRINT-ONE-BOUNTY THRU 3100-PRINT-ONE-BOUNTY-EXIT
001540         UNTIL BTR-No-More-Bounties.
001550     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001551     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001560     STOP RUN.
001561
001562 0100-LOG-RUN-START.
001563* Logged before anything else is touched, so a run that falls
001564* over part way still leaves a START with no FINISH behind it
001565* for the morning status report to find.
001566     MOVE SPACES TO BTR-Run-Control-Line.
001567     MOVE "PHNTBTR" TO RUN-PROGRAM.
001568     MOVE "START" TO RUN-EVENT.
001569     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001570     ACCEPT RUN-START-TIME FROM TIME.
001571     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
001572         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
001573     MOVE "NORMAL" TO RUN-TYPE.
001574     PERFORM 8950-WRITE-RUN-CONTROL
001575         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001576 0100-LOG-RUN-START-EXIT.
001577     EXIT.
001578
001580 1000-INITIALIZE.
001590     ACCEPT BTR-Run-Date FROM DATE YYYYMMDD.
001600     OPEN OUTPUT BOUNTY-REPORT.
001610     MOVE BTR-Run-Date TO BTR-Title-Date.
001620     WRITE BOUNTY-REPORT-LINE FROM BTR-Title-Line.
001630     WRITE BOUNTY-REPORT-LINE FROM BTR-Blank-Line.
001640     WRITE BOUNTY-REPORT-LINE FROM BTR-Claim-Heading.
001650* No ledger yet just means no Gold has moved -- the claims
001660* section prints its zeros, the same way PHNTGLD treats it.
001670     OPEN INPUT GOLD-LEDGER.
001680     IF BTR-LS-Not-Found THEN
001690         MOVE "Y" TO BTR-Ledger-EOF-Sw
001700     ELSE
001710         IF BTR-LS-Success THEN
001720             MOVE "Y" TO BTR-Ledger-Open-Sw
001730         ELSE
001740             DISPLAY "PHNTBTR: UNABLE TO OPEN LEDGER, STATUS "
001750                 BTR-Ledger-Status
001760             MOVE "Y" TO BTR-Ledger-EOF-Sw
001770         END-IF
001780     END-IF.
001790 1000-INITIALIZE-EXIT.
001800     EXIT.
001810
001820 2000-SCAN-ONE-LINE.
001830* A bounty claim is any of today's ledger lines stamped with
001840* the "BOUNTY " reason ClaimBounty pays under; the monster's
001850* name rides the rest of the reason.
001860     READ GOLD-LEDGER
001870         AT END
001880             MOVE "Y" TO BTR-Ledger-EOF-Sw
001890     END-READ.
001900     IF BTR-No-More-Lines THEN
001910         GO TO 2000-SCAN-ONE-LINE-EXIT
001920     END-IF.
001930     ADD 1 TO BTR-Lines-Read.
001940     IF GL-REASON (1:7) NOT = "BOUNTY "
001950         OR GL-DATE IS NOT NUMERIC
001960         OR GL-AMOUNT IS NOT NUMERIC THEN
001970         GO TO 2000-SCAN-ONE-LINE-EXIT
001980     END-IF.
001990     IF GL-DATE NOT = BTR-Run-Date THEN
002000         GO TO 2000-SCAN-ONE-LINE-EXIT
002010     END-IF.
002020     ADD 1 TO BTR-Claims-Paid.
002030     ADD GL-AMOUNT TO BTR-Gold-Paid.
002040     MOVE GL-NAME          TO BTR-CD-Character.
002050     MOVE GL-REASON (8:20) TO BTR-CD-Monster.
002060     MOVE GL-TIME          TO BTR-CD-Time.
002070     MOVE GL-AMOUNT        TO BTR-CD-Amount.
002080     WRITE BOUNTY-REPORT-LINE FROM BTR-Claim-Detail.
002090 2000-SCAN-ONE-LINE-EXIT.
002100     EXIT.
002110
002120 2900-PRINT-CLAIM-TOTALS.
002130     MOVE BTR-Claims-Paid TO BTR-Count-Display.
002140     MOVE BTR-Gold-Paid   TO BTR-Gold-Display.
002150     MOVE SPACES TO BTR-Summary-Line.
002160     STRING "CLAIMS PAID: " DELIMITED BY SIZE
002170         BTR-Count-Display DELIMITED BY SIZE
002180         "   GOLD PAID: " DELIMITED BY SIZE
002190         BTR-Gold-Display DELIMITED BY SIZE
002200         INTO BTR-Summary-Line.
002210     WRITE BOUNTY-REPORT-LINE FROM BTR-Summary-Line.
002220     WRITE BOUNTY-REPORT-LINE FROM BTR-Blank-Line.
002230 2900-PRINT-CLAIM-TOTALS-EXIT.
002240     EXIT.
002250
002260 3000-START-BOARD.
002270* No bounty file means nothing has ever been posted; the board
002280* section prints its heading and zero totals.
002290     WRITE BOUNTY-REPORT-LINE FROM BTR-Board-Heading.
002300     OPEN INPUT BOUNTY-FILE.
002310     IF BTR-BS-Success THEN
002320         MOVE "Y" TO BTR-Bounty-Open-Sw
002330     ELSE
002340         IF NOT BTR-BS-Not-Found THEN
002350             DISPLAY "PHNTBTR: UNABLE TO OPEN BOUNTY FILE, "
002360                 "STATUS " BTR-Bounty-Status
002370         END-IF
002380         MOVE "Y" TO BTR-Bounty-EOF-Sw
002390     END-IF.
002400 3000-START-BOARD-EXIT.
002410     EXIT.
002420
002430 3100-PRINT-ONE-BOUNTY.
002440* Exhausted wins over expired: a bounty whose claims are all
002450* made is finished whatever its date says. Only an open
002460* bounty carries liability.
002470     READ BOUNTY-FILE NEXT RECORD
002480         AT END
002490             MOVE "Y" TO BTR-Bounty-EOF-Sw
002500     END-READ.
002510     IF BTR-No-More-Bounties THEN
002520         GO TO 3100-PRINT-ONE-BOUNTY-EXIT
002530     END-IF.
002540     ADD 1 TO BTR-Bounties-Read.
002550     MOVE 0 TO BTR-Bounty-Liability.
002560     EVALUATE TRUE
002570         WHEN BT-CLAIMS-LEFT = 0
002580             MOVE "EXHAUSTED" TO BTR-BD-Status
002590             ADD 1 TO BTR-Bounties-Spent
002600         WHEN BT-EXPIRY < BTR-Run-Date
002610             MOVE "EXPIRED" TO BTR-BD-Status
002620             ADD 1 TO BTR-Bounties-Expired
002630         WHEN OTHER
002640             MOVE "OPEN" TO BTR-BD-Status
002650             ADD 1 TO BTR-Bounties-Open
002660             COMPUTE BTR-Bounty-Liability =
002670                 BT-CLAIMS-LEFT * BT-REWARD
002680             ADD BTR-Bounty-Liability TO BTR-Liability
002690     END-EVALUATE.
002700     MOVE BT-MONSTER-NAME TO BTR-BD-Monster.
002710     IF BT-MAX-LEVEL = 0 THEN
002720         MOVE "ANY" TO BTR-BD-Levels
002730     ELSE
002740         MOVE BT-MIN-LEVEL TO BTR-BD-Min-Level
002750         MOVE "-" TO BTR-BD-Dash
002760         MOVE BT-MAX-LEVEL TO BTR-BD-Max-Level
002770     END-IF.
002780     COMPUTE BTR-Claims-Made = BT-MAX-CLAIMS - BT-CLAIMS-LEFT.
002790     MOVE BT-REWARD            TO BTR-BD-Reward.
002800     MOVE BTR-Claims-Made      TO BTR-BD-Made.
002810     MOVE BT-CLAIMS-LEFT       TO BTR-BD-Left.
002820     MOVE BT-EXPIRY            TO BTR-BD-Expiry.
002830     MOVE BTR-Bounty-Liability TO BTR-BD-Liability.
002840     WRITE BOUNTY-REPORT-LINE FROM BTR-Board-Detail.
002850 3100-PRINT-ONE-BOUNTY-EXIT.
002860     EXIT.
002870
002880 8000-FINISH.
002890     WRITE BOUNTY-REPORT-LINE FROM BTR-Blank-Line.
002900     MOVE SPACES TO BTR-Summary-Line.
002910     MOVE BTR-Bounties-Open TO BTR-Count-Display.
002920     STRING "OPEN BOUNTIES:      " DELIMITED BY SIZE
002930         BTR-Count-Display DELIMITED BY SIZE
002940         INTO BTR-Summary-Line.
002950     WRITE BOUNTY-REPORT-LINE FROM BTR-Summary-Line.
002960     MOVE SPACES TO BTR-Summary-Line.
002970     MOVE BTR-Bounties-Spent TO BTR-Count-Display.
002980     STRING "EXHAUSTED BOUNTIES: " DELIMITED BY SIZE
002990         BTR-Count-Display DELIMITED BY SIZE
003000         INTO BTR-Summary-Line.
003010     WRITE BOUNTY-REPORT-LINE FROM BTR-Summary-Line.
003020     MOVE SPACES TO BTR-Summary-Line.
003030     MOVE BTR-Bounties-Expired TO BTR-Count-Display.
003040     STRING "EXPIRED BOUNTIES:   " DELIMITED BY SIZE
003050         BTR-Count-Display DELIMITED BY SIZE
003060         INTO BTR-Summary-Line.
003070     WRITE BOUNTY-REPORT-LINE FROM BTR-Summary-Line.
003080     MOVE SPACES TO BTR-Summary-Line.
003090     MOVE BTR-Liability TO BTR-Gold-Display.
003100     STRING "UNCLAIMED LIABILITY:" DELIMITED BY SIZE
003110         BTR-Gold-Display DELIMITED BY SIZE
003120         " GOLD" DELIMITED BY SIZE
003130         INTO BTR-Summary-Line.
003140     WRITE BOUNTY-REPORT-LINE FROM BTR-Summary-Line.
003150     CLOSE BOUNTY-REPORT.
003160     IF BTR-Ledger-File-Open THEN
003170         CLOSE GOLD-LEDGER
003180     END-IF.
003190     IF BTR-Bounty-File-Open THEN
003200         CLOSE BOUNTY-FILE
003210     END-IF.
003220     DISPLAY "PHNTBTR: " BTR-Lines-Read " LEDGER LINES, "
003230         BTR-Claims-Paid " CLAIMS PAID, "
003240         BTR-Bounties-Read " BOUNTIES ON THE BOARD.".
003250 8000-FINISH-EXIT.
003260     EXIT.
003270
003280 8900-LOG-RUN-FINISH.
003290* The FINISH line keeps the START line's run date and start
003300* time -- the pair the status report matches the two on.
003310     MOVE "FINISH" TO RUN-EVENT.
003320     ACCEPT RUN-END-TIME FROM TIME.
003330     MOVE BTR-Lines-Read TO RUN-RECORDS-READ.
003340     MOVE 0 TO RUN-RECORDS-UPDATED.
003350     MOVE 0 TO RUN-RECORDS-REJECTED.
003360     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
003370     PERFORM 8950-WRITE-RUN-CONTROL
003380         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003390 8900-LOG-RUN-FINISH-EXIT.
003400     EXIT.
003410
003420 8950-WRITE-RUN-CONTROL.
003430* Appended to, never rewritten -- the first program to find no
003440* log starts one. A log that will not open costs the run only
003450* its entry, never its work.
003460     OPEN EXTEND RUN-CONTROL-FILE.
003470     IF BTR-Runctl-Status NOT = "00" THEN
003480         OPEN OUTPUT RUN-CONTROL-FILE
003490     END-IF.
003500     IF BTR-Runctl-Status NOT = "00" THEN
003510         DISPLAY "PHNTBTR: UNABLE TO OPEN RUN-CONTROL LOG, "
003520             "STATUS " BTR-Runctl-Status
003530         GO TO 8950-WRITE-RUN-CONTROL-EXIT
003540     END-IF.
003550     WRITE RUN-CONTROL-RECORD FROM BTR-Run-Control-Line.
003560     CLOSE RUN-CONTROL-FILE.
003570 8950-WRITE-RUN-CONTROL-EXIT.
003580     EXIT.
999999
