000010** PHNTXFE.cob -- EIGHTBOL gold transfer exceptions report
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- reads PHNTXFR's transfer pairs
000060*                     back off the gold ledger (the "TRANSFER "
000070*                     lines, matched up by their shared
000080*                     reference) and prints the patterns worth
000090*                     a human look: one character taking Gold
000100*                     from many senders on one day, Gold moved
000110*                     just before the sender's death on the
000120*                     death log, and pairs of characters whose
000130*                     transfers each way cancel out. Nothing is
000140*                     refused or reversed here; the desk reads
000150*                     the report and decides.
000151*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000152*                     shared run-control log (RUNCTL) with the
000153*                     run's counts and completion code, for the
000154*                     morning status report.
000160
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. PHNTXFE.
000190 AUTHOR. Bruce-Robert Pocock.
000200 DATE-WRITTEN. 15 OCT 2026.
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT GOLD-LEDGER ASSIGN TO "GOLDLEDG"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS XFE-Ledger-Status.
000280     SELECT DEATH-LOG ASSIGN TO "DEATHLOG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS XFE-Dlog-Status.
000310     SELECT EXCEPTION-REPORT ASSIGN TO "XFEXRPT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS XFE-Report-Status.
000331     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000332         ORGANIZATION IS LINE SEQUENTIAL
000333         FILE STATUS IS XFE-Runctl-Status.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  GOLD-LEDGER.
000380 01  LEDGER-RECORD.
000390     COPY "Gold-Ledger.cpy" REPLACING
000400         ==LedgerName==   BY ==GL-NAME==
000410         ==LedgerDate==   BY ==GL-DATE==
000420         ==LedgerTime==   BY ==GL-TIME==
000430         ==LedgerAmount== BY ==GL-AMOUNT==
000440         ==LedgerReason== BY ==GL-REASON==.
000450 FD  DEATH-LOG.
000460* One line as LogDeath strings it together -- the same columns
000470* PHNTDTH and PHNTSTM read back.
000480 01  DEATH-LOG-LINE.
000490     05 DL-NAME           PIC X(20).
000500     05 FILLER            PIC X(01).
000510     05 DL-DATE           PIC X(08).
000520     05 FILLER            PIC X(01).
000530     05 DL-TIME           PIC X(08).
000540     05 FILLER            PIC X(04).
000550     05 DL-HP             PIC X(04).
000560     05 FILLER            PIC X(07).
000570     05 DL-CAUSE          PIC X(30).
000580 FD  EXCEPTION-REPORT.
000590 01  EXCEPTION-REPORT-LINE PIC X(100).
000591 FD  RUN-CONTROL-FILE.
000592 01  RUN-CONTROL-RECORD   PIC X(110).
000600
000610 WORKING-STORAGE SECTION.
000620 01  XFE-Ledger-Status    PIC X(02).
000630     88  XFE-LS-Success           VALUE "00".
000640     88  XFE-LS-Not-Found         VALUE "23" "35".
000650 01  XFE-Dlog-Status      PIC X(02).
000660     88  XFE-DS-Success           VALUE "00".
000670     88  XFE-DS-Not-Found         VALUE "23" "35".
000680 01  XFE-Report-Status    PIC X(02).
000690
000700 01  XFE-Ledger-EOF-Sw    PIC X(01) VALUE "N".
000710     88  XFE-No-More-Lines        VALUE "Y".
000720     88  XFE-More-Lines           VALUE "N".
000730 01  XFE-Dlog-EOF-Sw      PIC X(01) VALUE "N".
000740     88  XFE-No-More-Deaths       VALUE "Y".
000750     88  XFE-More-Deaths          VALUE "N".
000760
000770* What counts as worth a look. Three different senders into
000780* one purse in a day is more than the desk sees from ordinary
000790* gifts; a death within a day of the transfer is "just before".
000800 01  XFE-Fan-In-Limit     PIC 9(03) USAGE BINARY VALUE 3.
000810 01  XFE-Death-Window     PIC 9(03) USAGE BINARY VALUE 1.
000820
000830 01  XFE-Run-Date         PIC 9(08).
000840 01  XFE-Lines-Read       PIC 9(07) USAGE BINARY VALUE 0.
000850 01  XFE-Deaths-Read      PIC 9(07) USAGE BINARY VALUE 0.
000860 01  XFE-Fan-In-Flags     PIC 9(05) USAGE BINARY VALUE 0.
000870 01  XFE-Death-Flags      PIC 9(05) USAGE BINARY VALUE 0.
000880 01  XFE-Round-Trip-Flags PIC 9(05) USAGE BINARY VALUE 0.
000890
000900* One entry per transfer reference, filled in from whichever
000910* of its two ledger lines turns up first: the debit names the
000920* sender, the credit the receiver.
000930 01  XFE-Max-Transfers    PIC 9(05) USAGE BINARY VALUE 2000.
000940 01  XFE-Transfer-Count   PIC 9(05) USAGE BINARY VALUE 0.
000950 01  XFE-TRANSFER-TABLE.
000960     05 XFE-Transfer-Entry OCCURS 1 TO 2000 TIMES
000970         DEPENDING ON XFE-Transfer-Count
000980         INDEXED BY XFE-Transfer-Index.
000990             10 XFE-Tr-Reference  PIC X(18).
001000             10 XFE-Tr-From       PIC X(20).
001010             10 XFE-Tr-To         PIC X(20).
001020             10 XFE-Tr-Date       PIC 9(08).
001030             10 XFE-Tr-Time       PIC 9(08).
001040             10 XFE-Tr-Amount     PIC 9(09) USAGE BINARY.
001050
001060* Each distinct receiver, day and sender once, then each
001070* receiver and day with how many senders and how much Gold.
001080 01  XFE-Max-Links        PIC 9(05) USAGE BINARY VALUE 2000.
001090 01  XFE-Link-Count       PIC 9(05) USAGE BINARY VALUE 0.
001100 01  XFE-LINK-TABLE.
001110     05 XFE-Link-Entry OCCURS 1 TO 2000 TIMES
001120         DEPENDING ON XFE-Link-Count
001130         INDEXED BY XFE-Link-Index.
001140             10 XFE-Ln-To         PIC X(20).
001150             10 XFE-Ln-Date       PIC 9(08).
001160             10 XFE-Ln-From       PIC X(20).
001170 01  XFE-Max-Fans         PIC 9(05) USAGE BINARY VALUE 2000.
001180 01  XFE-Fan-Count        PIC 9(05) USAGE BINARY VALUE 0.
001190 01  XFE-FAN-TABLE.
001200     05 XFE-Fan-Entry OCCURS 1 TO 2000 TIMES
001210         DEPENDING ON XFE-Fan-Count
001220         INDEXED BY XFE-Fan-Index.
001230             10 XFE-Fn-To         PIC X(20).
001240             10 XFE-Fn-Date       PIC 9(08).
001250             10 XFE-Fn-Senders    PIC 9(05) USAGE BINARY.
001260             10 XFE-Fn-Gold       PIC 9(11) USAGE BINARY.
001270
001280* Total Gold each way between every sender and receiver.
001290 01  XFE-Max-Flows        PIC 9(05) USAGE BINARY VALUE 2000.
001300 01  XFE-Flow-Count       PIC 9(05) USAGE BINARY VALUE 0.
001310 01  XFE-FLOW-TABLE.
001320     05 XFE-Flow-Entry OCCURS 1 TO 2000 TIMES
001330         DEPENDING ON XFE-Flow-Count
001340         INDEXED BY XFE-Flow-Index.
001350             10 XFE-Fl-From       PIC X(20).
001360             10 XFE-Fl-To         PIC X(20).
001370             10 XFE-Fl-Gold       PIC 9(11) USAGE BINARY.
001380
001390* Every death on the log, for the last-minute-transfer check.
001400 01  XFE-Max-Deaths       PIC 9(05) USAGE BINARY VALUE 2000.
001410 01  XFE-Death-Count      PIC 9(05) USAGE BINARY VALUE 0.
001420 01  XFE-DEATH-TABLE.
001430     05 XFE-Death-Entry OCCURS 1 TO 2000 TIMES
001440         DEPENDING ON XFE-Death-Count
001450         INDEXED BY XFE-Death-Index.
001460             10 XFE-Dt-Name       PIC X(20).
001470             10 XFE-Dt-Date       PIC 9(08).
001480             10 XFE-Dt-Time       PIC 9(08).
001490
001500 01  XFE-Sub              PIC 9(05) USAGE BINARY.
001510 01  XFE-Sub2             PIC 9(05) USAGE BINARY.
001520 01  XFE-Found-Sub        PIC 9(05) USAGE BINARY.
001530 01  XFE-Hunt-Reference   PIC X(18).
001540 01  XFE-Line-Amount      PIC 9(09) USAGE BINARY.
001550 01  XFE-Days-Apart       PIC S9(07) USAGE BINARY.
001560
001570 01  XFE-Blank-Line       PIC X(100) VALUE SPACES.
001580 01  XFE-Title-Line.
001590     05 FILLER PIC X(44)
001600         VALUE "EIGHTBOL GOLD TRANSFER EXCEPTIONS -- RUN OF ".
001610     05 XFE-Title-Date    PIC 9(08).
001620 01  XFE-Fan-Heading.
001630     05 FILLER PIC X(22) VALUE "MANY SENDERS, ONE DAY".
001640     05 FILLER PIC X(10) VALUE "DATE".
001650     05 FILLER PIC X(07) VALUE "SENDERS".
001660     05 FILLER PIC X(13) VALUE "         GOLD".
001670 01  XFE-Fan-Detail.
001680     05 XFE-FD-Receiver   PIC X(20).
001690     05 FILLER            PIC X(02) VALUE SPACES.
001700     05 XFE-FD-Date       PIC 9(08).
001710     05 FILLER            PIC X(04) VALUE SPACES.
001720     05 XFE-FD-Senders    PIC ZZZZ9.
001730     05 FILLER            PIC X(02) VALUE SPACES.
001740     05 XFE-FD-Gold       PIC ZZZZZZZZZZ9.
001750 01  XFE-Death-Heading.
001760     05 FILLER PIC X(21) VALUE "MOVED BEFORE DEATH".
001770     05 FILLER PIC X(21) VALUE "RECEIVER".
001780     05 FILLER PIC X(18) VALUE "TRANSFERRED".
001790     05 FILLER PIC X(08) VALUE "  AMOUNT".
001800     05 FILLER PIC X(17) VALUE " DIED".
001810 01  XFE-Death-Detail.
001820     05 XFE-DD-Sender     PIC X(20).
001830     05 FILLER            PIC X(01) VALUE SPACES.
001840     05 XFE-DD-Receiver   PIC X(20).
001850     05 FILLER            PIC X(01) VALUE SPACES.
001860     05 XFE-DD-Xfer-Date  PIC 9(08).
001870     05 FILLER            PIC X(01) VALUE SPACES.
001880     05 XFE-DD-Xfer-Time  PIC 9(08).
001890     05 FILLER            PIC X(01) VALUE SPACES.
001900     05 XFE-DD-Amount     PIC ZZZZZZ9.
001910     05 FILLER            PIC X(01) VALUE SPACES.
001920     05 XFE-DD-Death-Date PIC 9(08).
001930     05 FILLER            PIC X(01) VALUE SPACES.
001940     05 XFE-DD-Death-Time PIC 9(08).
001950 01  XFE-Trip-Heading.
001960     05 FILLER PIC X(22) VALUE "ROUND TRIPS TO ZERO".
001970     05 FILLER PIC X(22) VALUE "WITH".
001980     05 FILLER PIC X(15) VALUE "  GOLD EACH WAY".
001990 01  XFE-Trip-Detail.
002000     05 XFE-TD-First      PIC X(20).
002010     05 FILLER            PIC X(02) VALUE SPACES.
002020     05 XFE-TD-Second     PIC X(20).
002030     05 FILLER            PIC X(02) VALUE SPACES.
002040     05 XFE-TD-Gold       PIC ZZZZZZZZZZ9.
002050 01  XFE-Count-Display    PIC ZZZZ9.
002060 01  XFE-Summary-Line     PIC X(100).
002061
002062* One run-control log line, staged here because the FD record
002063* may not be touched before the log is open.
002064 01  XFE-Runctl-Status    PIC X(02).
002065 01  XFE-Run-Control-Line.
002066     COPY "Run-Control.cpy".
002070
002080 PROCEDURE DIVISION.
002090
002100 0000-MAINLINE.
002101     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
002110     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002120     PERFORM 2000-LOAD-ONE-LINE THRU 2000-LOAD-ONE-LINE-EXIT
002130         UNTIL XFE-No-More-Lines.
002140     PERFORM 2500-LOAD-ONE-DEATH THRU 2500-LOAD-ONE-DEATH-EXIT
002150         UNTIL XFE-No-More-Deaths.
002160     PERFORM 3000-TALLY-ONE-TRANSFER
002170         THRU 3000-TALLY-ONE-TRANSFER-EXIT
002180         VARYING XFE-Sub FROM 1 BY 1
002190         UNTIL XFE-Sub > XFE-Transfer-Count.
002200     PERFORM 4000-PRINT-FAN-IN THRU 4000-PRINT-FAN-IN-EXIT.
002210     PERFORM 5000-PRINT-DEATHS THRU 5000-PRINT-DEATHS-EXIT.
002220     PERFORM 6000-PRINT-ROUND-TRIPS
002230         THRU 6000-PRINT-ROUND-TRIPS-EXIT.
002240     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002241     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
002250     STOP RUN.
002251
002252 0100-LOG-RUN-START.
002253* Logged before anything else is touched, so a run that falls
002254* over part way still leaves a START with no FINISH behind it
002255* for the morning status report to find.
002256     MOVE SPACES TO XFE-Run-Control-Line.
002257     MOVE "PHNTXFE" TO RUN-PROGRAM.
002258     MOVE "START" TO RUN-EVENT.
002259     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002260     ACCEPT RUN-START-TIME FROM TIME.
002261     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
002262         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
002263     MOVE "NORMAL" TO RUN-TYPE.
002264     PERFORM 8950-WRITE-RUN-CONTROL
002265         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002266 0100-LOG-RUN-START-EXIT.
002267     EXIT.
002268
002270 1000-INITIALIZE.
002280     ACCEPT XFE-Run-Date FROM DATE YYYYMMDD.
002290     OPEN OUTPUT EXCEPTION-REPORT.
002300     MOVE XFE-Run-Date TO XFE-Title-Date.
002310     WRITE EXCEPTION-REPORT-LINE FROM XFE-Title-Line.
002320     WRITE EXCEPTION-REPORT-LINE FROM XFE-Blank-Line.
002330* No ledger or no death log just means nothing to look at on
002340* that side -- the sections print their headings and zeros.
002350     OPEN INPUT GOLD-LEDGER.
002360     IF NOT XFE-LS-Success THEN
002370         IF NOT XFE-LS-Not-Found THEN
002380             DISPLAY "PHNTXFE: UNABLE TO OPEN LEDGER, STATUS "
002390                 XFE-Ledger-Status
002400         END-IF
002410         MOVE "Y" TO XFE-Ledger-EOF-Sw
002420     END-IF.
002430     OPEN INPUT DEATH-LOG.
002440     IF NOT XFE-DS-Success THEN
002450         IF NOT XFE-DS-Not-Found THEN
002460             DISPLAY "PHNTXFE: UNABLE TO OPEN DEATH LOG, STATUS "
002470                 XFE-Dlog-Status
002480         END-IF
002490         MOVE "Y" TO XFE-Dlog-EOF-Sw
002500     END-IF.
002510 1000-INITIALIZE-EXIT.
002520     EXIT.
002530
002540 2000-LOAD-ONE-LINE.
002550* A transfer line is "TRANSFER " and the reference PHNTXFR
002560* handed both halves; the sign says which half this is.
002570     READ GOLD-LEDGER
002580         AT END
002590             MOVE "Y" TO XFE-Ledger-EOF-Sw
002600             CLOSE GOLD-LEDGER
002610     END-READ.
002620     IF XFE-No-More-Lines THEN
002630         GO TO 2000-LOAD-ONE-LINE-EXIT
002640     END-IF.
002650     ADD 1 TO XFE-Lines-Read.
002660     IF GL-REASON (1:9) NOT = "TRANSFER "
002670         OR GL-DATE IS NOT NUMERIC
002680         OR GL-TIME IS NOT NUMERIC
002690         OR GL-AMOUNT IS NOT NUMERIC THEN
002700         GO TO 2000-LOAD-ONE-LINE-EXIT
002710     END-IF.
002720     MOVE GL-REASON (10:18) TO XFE-Hunt-Reference.
002730     PERFORM 2100-FIND-TRANSFER THRU 2100-FIND-TRANSFER-EXIT.
002740     IF XFE-Found-Sub = 0 THEN
002750         IF XFE-Transfer-Count >= XFE-Max-Transfers THEN
002760             DISPLAY "PHNTXFE: TRANSFER TABLE FULL, "
002770                 XFE-Hunt-Reference " NOT EXAMINED"
002780             GO TO 2000-LOAD-ONE-LINE-EXIT
002790         END-IF
002800         ADD 1 TO XFE-Transfer-Count
002810         MOVE XFE-Transfer-Count TO XFE-Found-Sub
002820         MOVE XFE-Hunt-Reference
002830             TO XFE-Tr-Reference (XFE-Found-Sub)
002840         MOVE SPACES TO XFE-Tr-From (XFE-Found-Sub)
002850         MOVE SPACES TO XFE-Tr-To (XFE-Found-Sub)
002860     END-IF.
002870     IF GL-AMOUNT < 0 THEN
002880         COMPUTE XFE-Line-Amount = 0 - GL-AMOUNT
002890         MOVE GL-NAME TO XFE-Tr-From (XFE-Found-Sub)
002900     ELSE
002910         MOVE GL-AMOUNT TO XFE-Line-Amount
002920         MOVE GL-NAME TO XFE-Tr-To (XFE-Found-Sub)
002930     END-IF.
002940     MOVE GL-DATE TO XFE-Tr-Date (XFE-Found-Sub).
002950     MOVE GL-TIME TO XFE-Tr-Time (XFE-Found-Sub).
002960     MOVE XFE-Line-Amount TO XFE-Tr-Amount (XFE-Found-Sub).
002970 2000-LOAD-ONE-LINE-EXIT.
002980     EXIT.
002990
003000 2100-FIND-TRANSFER.
003010     MOVE 0 TO XFE-Found-Sub.
003020     PERFORM 2110-MATCH-ONE-TRANSFER
003030         THRU 2110-MATCH-ONE-TRANSFER-EXIT
003040         VARYING XFE-Sub2 FROM 1 BY 1
003050         UNTIL XFE-Sub2 > XFE-Transfer-Count
003060             OR XFE-Found-Sub > 0.
003070 2100-FIND-TRANSFER-EXIT.
003080     EXIT.
003090
003100 2110-MATCH-ONE-TRANSFER.
003110     IF XFE-Tr-Reference (XFE-Sub2) = XFE-Hunt-Reference THEN
003120         MOVE XFE-Sub2 TO XFE-Found-Sub
003130     END-IF.
003140 2110-MATCH-ONE-TRANSFER-EXIT.
003150     EXIT.
003160
003170 2500-LOAD-ONE-DEATH.
003180     READ DEATH-LOG
003190         AT END
003200             MOVE "Y" TO XFE-Dlog-EOF-Sw
003210             CLOSE DEATH-LOG
003220     END-READ.
003230     IF XFE-No-More-Deaths THEN
003240         GO TO 2500-LOAD-ONE-DEATH-EXIT
003250     END-IF.
003260     ADD 1 TO XFE-Deaths-Read.
003270     IF DL-NAME = SPACES
003280         OR DL-DATE IS NOT NUMERIC
003290         OR DL-TIME IS NOT NUMERIC THEN
003300         GO TO 2500-LOAD-ONE-DEATH-EXIT
003310     END-IF.
003320     IF XFE-Death-Count >= XFE-Max-Deaths THEN
003330         DISPLAY "PHNTXFE: DEATH TABLE FULL, " DL-NAME
003340             " NOT EXAMINED"
003350         GO TO 2500-LOAD-ONE-DEATH-EXIT
003360     END-IF.
003370     ADD 1 TO XFE-Death-Count.
003380     MOVE DL-NAME TO XFE-Dt-Name (XFE-Death-Count).
003390     MOVE DL-DATE TO XFE-Dt-Date (XFE-Death-Count).
003400     MOVE DL-TIME TO XFE-Dt-Time (XFE-Death-Count).
003410 2500-LOAD-ONE-DEATH-EXIT.
003420     EXIT.
003430
003440 3000-TALLY-ONE-TRANSFER.
003450* Only a transfer with both halves on this ledger is tallied;
003460* a lone half means the ledger was cut between them.
003470     IF XFE-Tr-From (XFE-Sub) = SPACES
003480         OR XFE-Tr-To (XFE-Sub) = SPACES THEN
003490         GO TO 3000-TALLY-ONE-TRANSFER-EXIT
003500     END-IF.
003510     PERFORM 3100-TALLY-LINK THRU 3100-TALLY-LINK-EXIT.
003520     PERFORM 3300-TALLY-FLOW THRU 3300-TALLY-FLOW-EXIT.
003530 3000-TALLY-ONE-TRANSFER-EXIT.
003540     EXIT.
003550
003560 3100-TALLY-LINK.
003570* A sender counts once per receiver per day however many cards
003580* they sent; the Gold counts every time.
003590     MOVE 0 TO XFE-Found-Sub.
003600     PERFORM 3110-MATCH-ONE-LINK THRU 3110-MATCH-ONE-LINK-EXIT
003610         VARYING XFE-Sub2 FROM 1 BY 1
003620         UNTIL XFE-Sub2 > XFE-Link-Count
003630             OR XFE-Found-Sub > 0.
003640     IF XFE-Found-Sub = 0 THEN
003650         IF XFE-Link-Count >= XFE-Max-Links THEN
003660             GO TO 3100-TALLY-LINK-EXIT
003670         END-IF
003680         ADD 1 TO XFE-Link-Count
003690         MOVE XFE-Tr-To (XFE-Sub)   TO XFE-Ln-To (XFE-Link-Count)
003700         MOVE XFE-Tr-Date (XFE-Sub)
003710             TO XFE-Ln-Date (XFE-Link-Count)
003720         MOVE XFE-Tr-From (XFE-Sub)
003730             TO XFE-Ln-From (XFE-Link-Count)
003740     END-IF.
003750     PERFORM 3200-TALLY-FAN THRU 3200-TALLY-FAN-EXIT.
003760 3100-TALLY-LINK-EXIT.
003770     EXIT.
003780
003790 3110-MATCH-ONE-LINK.
003800     IF XFE-Ln-To (XFE-Sub2) = XFE-Tr-To (XFE-Sub)
003810         AND XFE-Ln-Date (XFE-Sub2) = XFE-Tr-Date (XFE-Sub)
003820         AND XFE-Ln-From (XFE-Sub2) = XFE-Tr-From (XFE-Sub) THEN
003830         MOVE XFE-Sub2 TO XFE-Found-Sub
003840     END-IF.
003850 3110-MATCH-ONE-LINK-EXIT.
003860     EXIT.
003870
003880 3200-TALLY-FAN.
003890* Reached with XFE-Found-Sub zero when this is a sender the
003900* receiver has not had from yet today.
003910     MOVE XFE-Found-Sub TO XFE-Sub2.
003920     MOVE 0 TO XFE-Found-Sub.
003930     PERFORM 3210-MATCH-ONE-FAN THRU 3210-MATCH-ONE-FAN-EXIT
003940         VARYING XFE-Fan-Index FROM 1 BY 1
003950         UNTIL XFE-Fan-Index > XFE-Fan-Count
003960             OR XFE-Found-Sub > 0.
003970     IF XFE-Found-Sub = 0 THEN
003980         IF XFE-Fan-Count >= XFE-Max-Fans THEN
003990             GO TO 3200-TALLY-FAN-EXIT
004000         END-IF
004010         ADD 1 TO XFE-Fan-Count
004020         MOVE XFE-Fan-Count TO XFE-Found-Sub
004030         MOVE XFE-Tr-To (XFE-Sub)   TO XFE-Fn-To (XFE-Found-Sub)
004040         MOVE XFE-Tr-Date (XFE-Sub) TO XFE-Fn-Date (XFE-Found-Sub)
004050         MOVE 0 TO XFE-Fn-Senders (XFE-Found-Sub)
004060         MOVE 0 TO XFE-Fn-Gold (XFE-Found-Sub)
004070     END-IF.
004080     IF XFE-Sub2 = 0 THEN
004090         ADD 1 TO XFE-Fn-Senders (XFE-Found-Sub)
004100     END-IF.
004110     ADD XFE-Tr-Amount (XFE-Sub) TO XFE-Fn-Gold (XFE-Found-Sub).
004120 3200-TALLY-FAN-EXIT.
004130     EXIT.
004140
004150 3210-MATCH-ONE-FAN.
004160     IF XFE-Fn-To (XFE-Fan-Index) = XFE-Tr-To (XFE-Sub)
004170         AND XFE-Fn-Date (XFE-Fan-Index) = XFE-Tr-Date (XFE-Sub)
004180         THEN
004190         SET XFE-Found-Sub TO XFE-Fan-Index
004200     END-IF.
004210 3210-MATCH-ONE-FAN-EXIT.
004220     EXIT.
004230
004240 3300-TALLY-FLOW.
004250     MOVE 0 TO XFE-Found-Sub.
004260     PERFORM 3310-MATCH-ONE-FLOW THRU 3310-MATCH-ONE-FLOW-EXIT
004270         VARYING XFE-Sub2 FROM 1 BY 1
004280         UNTIL XFE-Sub2 > XFE-Flow-Count
004290             OR XFE-Found-Sub > 0.
004300     IF XFE-Found-Sub = 0 THEN
004310         IF XFE-Flow-Count >= XFE-Max-Flows THEN
004320             GO TO 3300-TALLY-FLOW-EXIT
004330         END-IF
004340         ADD 1 TO XFE-Flow-Count
004350         MOVE XFE-Flow-Count TO XFE-Found-Sub
004360         MOVE XFE-Tr-From (XFE-Sub) TO XFE-Fl-From (XFE-Found-Sub)
004370         MOVE XFE-Tr-To (XFE-Sub)   TO XFE-Fl-To (XFE-Found-Sub)
004380         MOVE 0 TO XFE-Fl-Gold (XFE-Found-Sub)
004390     END-IF.
004400     ADD XFE-Tr-Amount (XFE-Sub) TO XFE-Fl-Gold (XFE-Found-Sub).
004410 3300-TALLY-FLOW-EXIT.
004420     EXIT.
004430
004440 3310-MATCH-ONE-FLOW.
004450     IF XFE-Fl-From (XFE-Sub2) = XFE-Tr-From (XFE-Sub)
004460         AND XFE-Fl-To (XFE-Sub2) = XFE-Tr-To (XFE-Sub) THEN
004470         MOVE XFE-Sub2 TO XFE-Found-Sub
004480     END-IF.
004490 3310-MATCH-ONE-FLOW-EXIT.
004500     EXIT.
004510
004520 4000-PRINT-FAN-IN.
004530     WRITE EXCEPTION-REPORT-LINE FROM XFE-Fan-Heading.
004540     PERFORM 4100-PRINT-ONE-FAN THRU 4100-PRINT-ONE-FAN-EXIT
004550         VARYING XFE-Sub FROM 1 BY 1
004560         UNTIL XFE-Sub > XFE-Fan-Count.
004570     MOVE SPACES TO XFE-Summary-Line.
004580     MOVE XFE-Fan-In-Flags TO XFE-Count-Display.
004590     STRING "RECEIVERS FLAGGED: " DELIMITED BY SIZE
004600         XFE-Count-Display DELIMITED BY SIZE
004610         INTO XFE-Summary-Line.
004620     WRITE EXCEPTION-REPORT-LINE FROM XFE-Summary-Line.
004630     WRITE EXCEPTION-REPORT-LINE FROM XFE-Blank-Line.
004640 4000-PRINT-FAN-IN-EXIT.
004650     EXIT.
004660
004670 4100-PRINT-ONE-FAN.
004680     IF XFE-Fn-Senders (XFE-Sub) < XFE-Fan-In-Limit THEN
004690         GO TO 4100-PRINT-ONE-FAN-EXIT
004700     END-IF.
004710     ADD 1 TO XFE-Fan-In-Flags.
004720     MOVE XFE-Fn-To (XFE-Sub)      TO XFE-FD-Receiver.
004730     MOVE XFE-Fn-Date (XFE-Sub)    TO XFE-FD-Date.
004740     MOVE XFE-Fn-Senders (XFE-Sub) TO XFE-FD-Senders.
004750     MOVE XFE-Fn-Gold (XFE-Sub)    TO XFE-FD-Gold.
004760     WRITE EXCEPTION-REPORT-LINE FROM XFE-Fan-Detail.
004770 4100-PRINT-ONE-FAN-EXIT.
004780     EXIT.
004790
004800 5000-PRINT-DEATHS.
004810     WRITE EXCEPTION-REPORT-LINE FROM XFE-Death-Heading.
004820     PERFORM 5100-CHECK-ONE-SENDER THRU 5100-CHECK-ONE-SENDER-EXIT
004830         VARYING XFE-Sub FROM 1 BY 1
004840         UNTIL XFE-Sub > XFE-Transfer-Count.
004850     MOVE SPACES TO XFE-Summary-Line.
004860     MOVE XFE-Death-Flags TO XFE-Count-Display.
004870     STRING "TRANSFERS FLAGGED: " DELIMITED BY SIZE
004880         XFE-Count-Display DELIMITED BY SIZE
004890         INTO XFE-Summary-Line.
004900     WRITE EXCEPTION-REPORT-LINE FROM XFE-Summary-Line.
004910     WRITE EXCEPTION-REPORT-LINE FROM XFE-Blank-Line.
004920 5000-PRINT-DEATHS-EXIT.
004930     EXIT.
004940
004950 5100-CHECK-ONE-SENDER.
004960     IF XFE-Tr-From (XFE-Sub) = SPACES
004970         OR XFE-Tr-To (XFE-Sub) = SPACES THEN
004980         GO TO 5100-CHECK-ONE-SENDER-EXIT
004990     END-IF.
005000     PERFORM 5200-MATCH-ONE-DEATH THRU 5200-MATCH-ONE-DEATH-EXIT
005010         VARYING XFE-Sub2 FROM 1 BY 1
005020         UNTIL XFE-Sub2 > XFE-Death-Count.
005030 5100-CHECK-ONE-SENDER-EXIT.
005040     EXIT.
005050
005060 5200-MATCH-ONE-DEATH.
005070* The death has to come after the transfer -- Gold sent by a
005080* character already dead is a different problem -- and no
005090* more than the window's days after it.
005100     IF XFE-Dt-Name (XFE-Sub2) NOT = XFE-Tr-From (XFE-Sub) THEN
005110         GO TO 5200-MATCH-ONE-DEATH-EXIT
005120     END-IF.
005130     IF XFE-Dt-Date (XFE-Sub2) < XFE-Tr-Date (XFE-Sub) THEN
005140         GO TO 5200-MATCH-ONE-DEATH-EXIT
005150     END-IF.
005160     IF XFE-Dt-Date (XFE-Sub2) = XFE-Tr-Date (XFE-Sub)
005170         AND XFE-Dt-Time (XFE-Sub2) < XFE-Tr-Time (XFE-Sub) THEN
005180         GO TO 5200-MATCH-ONE-DEATH-EXIT
005190     END-IF.
005200     COMPUTE XFE-Days-Apart =
005210         FUNCTION INTEGER-OF-DATE (XFE-Dt-Date (XFE-Sub2))
005220         - FUNCTION INTEGER-OF-DATE (XFE-Tr-Date (XFE-Sub)).
005230     IF XFE-Days-Apart > XFE-Death-Window THEN
005240         GO TO 5200-MATCH-ONE-DEATH-EXIT
005250     END-IF.
005260     ADD 1 TO XFE-Death-Flags.
005270     MOVE XFE-Tr-From (XFE-Sub)   TO XFE-DD-Sender.
005280     MOVE XFE-Tr-To (XFE-Sub)     TO XFE-DD-Receiver.
005290     MOVE XFE-Tr-Date (XFE-Sub)   TO XFE-DD-Xfer-Date.
005300     MOVE XFE-Tr-Time (XFE-Sub)   TO XFE-DD-Xfer-Time.
005310     MOVE XFE-Tr-Amount (XFE-Sub) TO XFE-DD-Amount.
005320     MOVE XFE-Dt-Date (XFE-Sub2)  TO XFE-DD-Death-Date.
005330     MOVE XFE-Dt-Time (XFE-Sub2)  TO XFE-DD-Death-Time.
005340     WRITE EXCEPTION-REPORT-LINE FROM XFE-Death-Detail.
005350 5200-MATCH-ONE-DEATH-EXIT.
005360     EXIT.
005370
005380 6000-PRINT-ROUND-TRIPS.
005390     WRITE EXCEPTION-REPORT-LINE FROM XFE-Trip-Heading.
005400     PERFORM 6100-CHECK-ONE-FLOW THRU 6100-CHECK-ONE-FLOW-EXIT
005410         VARYING XFE-Sub FROM 1 BY 1
005420         UNTIL XFE-Sub > XFE-Flow-Count.
005430     MOVE SPACES TO XFE-Summary-Line.
005440     MOVE XFE-Round-Trip-Flags TO XFE-Count-Display.
005450     STRING "PAIRS FLAGGED:     " DELIMITED BY SIZE
005460         XFE-Count-Display DELIMITED BY SIZE
005470         INTO XFE-Summary-Line.
005480     WRITE EXCEPTION-REPORT-LINE FROM XFE-Summary-Line.
005490 6000-PRINT-ROUND-TRIPS-EXIT.
005500     EXIT.
005510
005520 6100-CHECK-ONE-FLOW.
005530* Each pair is looked at from its alphabetically first name
005540* only, so a round trip prints once, not once from each end.
005550     IF XFE-Fl-From (XFE-Sub) NOT < XFE-Fl-To (XFE-Sub) THEN
005560         GO TO 6100-CHECK-ONE-FLOW-EXIT
005570     END-IF.
005580     PERFORM 6200-MATCH-RETURN-FLOW
005585         THRU 6200-MATCH-RETURN-FLOW-EXIT
005590         VARYING XFE-Sub2 FROM 1 BY 1
005600         UNTIL XFE-Sub2 > XFE-Flow-Count.
005610 6100-CHECK-ONE-FLOW-EXIT.
005620     EXIT.
005630
005640 6200-MATCH-RETURN-FLOW.
005650     IF XFE-Fl-From (XFE-Sub2) NOT = XFE-Fl-To (XFE-Sub)
005660         OR XFE-Fl-To (XFE-Sub2) NOT = XFE-Fl-From (XFE-Sub) THEN
005670         GO TO 6200-MATCH-RETURN-FLOW-EXIT
005680     END-IF.
005690     IF XFE-Fl-Gold (XFE-Sub2) NOT = XFE-Fl-Gold (XFE-Sub) THEN
005700         GO TO 6200-MATCH-RETURN-FLOW-EXIT
005710     END-IF.
005720     ADD 1 TO XFE-Round-Trip-Flags.
005730     MOVE XFE-Fl-From (XFE-Sub) TO XFE-TD-First.
005740     MOVE XFE-Fl-To (XFE-Sub)   TO XFE-TD-Second.
005750     MOVE XFE-Fl-Gold (XFE-Sub) TO XFE-TD-Gold.
005760     WRITE EXCEPTION-REPORT-LINE FROM XFE-Trip-Detail.
005770 6200-MATCH-RETURN-FLOW-EXIT.
005780     EXIT.
005790
005800 8000-FINISH.
005810     CLOSE EXCEPTION-REPORT.
005820     DISPLAY "PHNTXFE: " XFE-Lines-Read " LEDGER LINES, "
005830         XFE-Transfer-Count " TRANSFERS, "
005840         XFE-Deaths-Read " DEATHS READ.".
005850     DISPLAY "PHNTXFE: " XFE-Fan-In-Flags " RECEIVERS, "
005860         XFE-Death-Flags " DEATHBED TRANSFERS, "
005870         XFE-Round-Trip-Flags " ROUND TRIPS FLAGGED.".
005880 8000-FINISH-EXIT.
005890     EXIT.
005900
005910 8900-LOG-RUN-FINISH.
005920* The FINISH line keeps the START line's run date and start
005930* time -- the pair the status report matches the two on.
005940     MOVE "FINISH" TO RUN-EVENT.
005950     ACCEPT RUN-END-TIME FROM TIME.
005960     MOVE XFE-Lines-Read TO RUN-RECORDS-READ.
005970     MOVE 0 TO RUN-RECORDS-UPDATED.
005980     MOVE 0 TO RUN-RECORDS-REJECTED.
005990     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
006000     PERFORM 8950-WRITE-RUN-CONTROL
006010         THRU 8950-WRITE-RUN-CONTROL-EXIT.
006020 8900-LOG-RUN-FINISH-EXIT.
006030     EXIT.
006040
006050 8950-WRITE-RUN-CONTROL.
006060* Appended to, never rewritten -- the first program to find no
006070* log starts one. A log that will not open costs the run only
006080* its entry, never its work.
006090     OPEN EXTEND RUN-CONTROL-FILE.
006100     IF XFE-Runctl-Status NOT = "00" THEN
006110         OPEN OUTPUT RUN-CONTROL-FILE
006120     END-IF.
006130     IF XFE-Runctl-Status NOT = "00" THEN
006140         DISPLAY "PHNTXFE: UNABLE TO OPEN RUN-CONTROL LOG, "
006150             "STATUS " XFE-Runctl-Status
006160         GO TO 8950-WRITE-RUN-CONTROL-EXIT
006170     END-IF.
006180     WRITE RUN-CONTROL-RECORD FROM XFE-Run-Control-Line.
006190     CLOSE RUN-CONTROL-FILE.
006200 8950-WRITE-RUN-CONTROL-EXIT.
006210     EXIT.
999999
