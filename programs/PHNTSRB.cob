000010** PHNTSRB.cob -- EIGHTBOL suspense resubmission run
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- works the desk's correction deck
000060*                     against the SUSPENSE file the deck programs
000070*                     file their turned-away cards on. Each card
000080*                     names a suspense entry by its key, as the
000090*                     aging report (PHNTSAG) prints it, and says
000100*                     R to send the card back or W to withdraw
000110*                     it. A resent card -- the corrected image
000120*                     the desk supplies, or the card as it stands
000130*                     when none is given -- is added to the end
000140*                     of the deck of the program that turned it
000150*                     away, and the entry is marked RESENT; that
000160*                     program marks it CLEARED when it takes the
000170*                     card, or reopens it if it turns the card
000180*                     away again. Only an OPEN entry is ever
000190*                     sent, so no card goes back twice.
000200
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PHNTSRB.
000230 AUTHOR. Bruce-Robert Pocock.
000240 DATE-WRITTEN. 15 OCT 2026.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SRB-CARD-FILE ASSIGN TO "SRBCARDS"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS SRB-Card-Status.
000320     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SU-SUSPENSE-KEY
000360         FILE STATUS IS SRB-Susp-Status.
000370     SELECT ARM-DECK ASSIGN TO "ARMCARDS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS SRB-Arm-Status.
000400     SELECT INN-DECK ASSIGN TO "INNCARDS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS SRB-Inn-Status.
000430     SELECT RES-DECK ASSIGN TO "RESCARDS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS SRB-Res-Status.
000460     SELECT CBT-DECK ASSIGN TO "FIGHTCRD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS SRB-Cbt-Status.
000490     SELECT EXP-DECK ASSIGN TO "EXPCARDS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SRB-Exp-Status.
000520     SELECT TRN-DECK ASSIGN TO "TRNCARDS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS SRB-Trn-Status.
000550     SELECT WKE-DECK ASSIGN TO "WKECARDS"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS SRB-Wke-Status.
000580     SELECT MNT-DECK ASSIGN TO "MNTCARDS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SRB-Mnt-Status.
000610     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SRB-Runctl-Status.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SRB-CARD-FILE.
000680* One card per suspense entry: the key in columns 1-29 exactly as
000690* the aging report prints it, the action in column 31, and in
000700* columns 33-112 the corrected card. A blank image on an R card
000710* sends the card back as it stands -- for a card that was only
000720* turned away for want of gold or a busy record.
000730 01  SRB-CARD.
000740     05 SB-SUSPENSE-KEY    PIC X(29).
000750     05 FILLER             PIC X(01).
000760     05 SB-ACTION          PIC X(01).
000770         88 SB-RESEND              VALUE "R".
000780         88 SB-WITHDRAW            VALUE "W".
000790     05 FILLER             PIC X(01).
000800     05 SB-CORRECTED-IMAGE PIC X(80).
000810 FD  SUSPENSE-FILE.
000820 01  SUSPENSE-RECORD.
000830     COPY "Suspense-Entry.cpy".
000840 FD  ARM-DECK.
000850 01  ARM-DECK-CARD        PIC X(80).
000860 FD  INN-DECK.
000870 01  INN-DECK-CARD        PIC X(80).
000880 FD  RES-DECK.
000890 01  RES-DECK-CARD        PIC X(80).
000900 FD  CBT-DECK.
000910 01  CBT-DECK-CARD        PIC X(80).
000920 FD  EXP-DECK.
000930 01  EXP-DECK-CARD        PIC X(80).
000940 FD  TRN-DECK.
000950 01  TRN-DECK-CARD        PIC X(80).
000960 FD  WKE-DECK.
000970 01  WKE-DECK-CARD        PIC X(80).
000980 FD  MNT-DECK.
000990 01  MNT-DECK-CARD        PIC X(80).
001000 FD  RUN-CONTROL-FILE.
001010 01  RUN-CONTROL-RECORD   PIC X(110).
001020
001030 WORKING-STORAGE SECTION.
001040 01  SRB-Card-Status      PIC X(02).
001050     88  SRB-CS-Success           VALUE "00".
001060 01  SRB-Susp-Status      PIC X(02).
001070     88  SRB-SS-Success           VALUE "00".
001080 01  SRB-Arm-Status       PIC X(02).
001090 01  SRB-Inn-Status       PIC X(02).
001100 01  SRB-Res-Status       PIC X(02).
001110 01  SRB-Cbt-Status       PIC X(02).
001120 01  SRB-Exp-Status       PIC X(02).
001130 01  SRB-Trn-Status       PIC X(02).
001140 01  SRB-Wke-Status       PIC X(02).
001150 01  SRB-Mnt-Status       PIC X(02).
001160 01  SRB-Deck-Status      PIC X(02).
001170     88  SRB-DK-Success           VALUE "00".
001180
001190 01  SRB-EOF-Switch       PIC X(01) VALUE "N".
001200     88  SRB-No-More-Cards        VALUE "Y".
001210     88  SRB-More-Cards           VALUE "N".
001220 01  SRB-Card-Open-Sw     PIC X(01) VALUE "N".
001230     88  SRB-Card-File-Open       VALUE "Y".
001240     88  SRB-Card-File-Shut       VALUE "N".
001250 01  SRB-Susp-Open-Sw     PIC X(01) VALUE "N".
001260     88  SRB-Suspense-Open        VALUE "Y".
001270     88  SRB-Suspense-Shut        VALUE "N".
001280 01  SRB-Decks-Open-Sw    PIC X(01) VALUE "N".
001290     88  SRB-Decks-Open           VALUE "Y".
001300     88  SRB-Decks-Shut           VALUE "N".
001310 01  SRB-Run-Switch       PIC X(01) VALUE "N".
001320     88  SRB-Run-Aborted          VALUE "Y".
001330     88  SRB-Run-Going            VALUE "N".
001340
001350* The programs whose decks a card can go back to -- the ones that
001360* file on SUSPENSE.
001370 01  SRB-Route-Program    PIC X(08).
001380     88  SRB-Known-Deck           VALUE "PHNTARM " "PHNTINN "
001390                                        "PHNTRES " "PHNTCBT "
001400                                        "PHNTEXP " "PHNTTRN "
001410                                        "PHNTWKE " "PHNTMNT ".
001420
001430 01  SRB-Run-Date         PIC 9(08).
001440 01  SRB-Send-Image       PIC X(80).
001450 01  SRB-Saved-Entry      PIC X(213).
001460
001470 01  SRB-Cards-Read       PIC 9(05) USAGE BINARY VALUE 0.
001480 01  SRB-Cards-Resent     PIC 9(05) USAGE BINARY VALUE 0.
001490 01  SRB-Withdrawn        PIC 9(05) USAGE BINARY VALUE 0.
001500 01  SRB-Cards-Refused    PIC 9(05) USAGE BINARY VALUE 0.
001510
001520* One run-control log line, staged here because the FD record
001530* may not be touched before the log is open.
001540 01  SRB-Runctl-Status    PIC X(02).
001550 01  SRB-Run-Control-Line.
001560     COPY "Run-Control.cpy".
001570
001580 PROCEDURE DIVISION.
001590
001600 0000-MAINLINE.
001610     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001630     PERFORM 2000-WORK-ONE-CARD THRU 2000-WORK-ONE-CARD-EXIT
001640         UNTIL SRB-No-More-Cards.
001650     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001660     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001670     STOP RUN.
001680
001690 0100-LOG-RUN-START.
001700* Logged before anything else is touched, so a run that falls
001710* over part way still leaves a START with no FINISH behind it
001720* for the morning status report to find.
001730     MOVE SPACES TO SRB-Run-Control-Line.
001740     MOVE "PHNTSRB" TO RUN-PROGRAM.
001750     MOVE "START" TO RUN-EVENT.
001760     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001770     ACCEPT RUN-START-TIME FROM TIME.
001780     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
001790         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
001800     MOVE "NORMAL" TO RUN-TYPE.
001810     PERFORM 8950-WRITE-RUN-CONTROL
001820         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001830 0100-LOG-RUN-START-EXIT.
001840     EXIT.
001850
001860 1000-INITIALIZE.
001870* The correction deck, the suspense file, and every program deck
001880* must all open before a single card is worked -- a card taken
001890* off suspense with nowhere to go would be lost.
001900     ACCEPT SRB-Run-Date FROM DATE YYYYMMDD.
001910     MOVE "Y" TO SRB-EOF-Switch.
001920     OPEN INPUT SRB-CARD-FILE.
001930     IF NOT SRB-CS-Success THEN
001940         DISPLAY "PHNTSRB: UNABLE TO OPEN CORRECTION DECK, "
001950             "STATUS " SRB-Card-Status
001960         MOVE "Y" TO SRB-Run-Switch
001970         GO TO 1000-INITIALIZE-EXIT
001980     END-IF.
001990     MOVE "Y" TO SRB-Card-Open-Sw.
002000     OPEN I-O SUSPENSE-FILE.
002010     IF NOT SRB-SS-Success THEN
002020         DISPLAY "PHNTSRB: UNABLE TO OPEN SUSPENSE FILE, STATUS "
002030             SRB-Susp-Status
002040         MOVE "Y" TO SRB-Run-Switch
002050         GO TO 1000-INITIALIZE-EXIT
002060     END-IF.
002070     MOVE "Y" TO SRB-Susp-Open-Sw.
002080     PERFORM 1100-OPEN-DECKS THRU 1100-OPEN-DECKS-EXIT.
002090     IF SRB-Run-Going THEN
002100         MOVE "N" TO SRB-EOF-Switch
002110     END-IF.
002120 1000-INITIALIZE-EXIT.
002130     EXIT.
002140
002150 1100-OPEN-DECKS.
002160* A resent card joins the end of its program's own deck, behind
002170* whatever is queued there already; the first card ever sent to
002180* a deck that is not there yet starts it.
002190     OPEN EXTEND ARM-DECK.
002200     IF SRB-Arm-Status NOT = "00" THEN
002210         OPEN OUTPUT ARM-DECK
002220     END-IF.
002230     OPEN EXTEND INN-DECK.
002240     IF SRB-Inn-Status NOT = "00" THEN
002250         OPEN OUTPUT INN-DECK
002260     END-IF.
002270     OPEN EXTEND RES-DECK.
002280     IF SRB-Res-Status NOT = "00" THEN
002290         OPEN OUTPUT RES-DECK
002300     END-IF.
002310     OPEN EXTEND CBT-DECK.
002320     IF SRB-Cbt-Status NOT = "00" THEN
002330         OPEN OUTPUT CBT-DECK
002340     END-IF.
002350     OPEN EXTEND EXP-DECK.
002360     IF SRB-Exp-Status NOT = "00" THEN
002370         OPEN OUTPUT EXP-DECK
002380     END-IF.
002390     OPEN EXTEND TRN-DECK.
002400     IF SRB-Trn-Status NOT = "00" THEN
002410         OPEN OUTPUT TRN-DECK
002420     END-IF.
002430     OPEN EXTEND WKE-DECK.
002440     IF SRB-Wke-Status NOT = "00" THEN
002450         OPEN OUTPUT WKE-DECK
002460     END-IF.
002470     OPEN EXTEND MNT-DECK.
002480     IF SRB-Mnt-Status NOT = "00" THEN
002490         OPEN OUTPUT MNT-DECK
002500     END-IF.
002510     MOVE "Y" TO SRB-Decks-Open-Sw.
002520     IF SRB-Arm-Status = "00" AND SRB-Inn-Status = "00"
002530         AND SRB-Res-Status = "00" AND SRB-Cbt-Status = "00"
002540         AND SRB-Exp-Status = "00" AND SRB-Trn-Status = "00"
002550         AND SRB-Wke-Status = "00" AND SRB-Mnt-Status = "00" THEN
002560         GO TO 1100-OPEN-DECKS-EXIT
002570     END-IF.
002580     DISPLAY "PHNTSRB: UNABLE TO OPEN EVERY PROGRAM DECK -- "
002590         "ARMCARDS " SRB-Arm-Status " INNCARDS " SRB-Inn-Status
002600         " RESCARDS " SRB-Res-Status " FIGHTCRD " SRB-Cbt-Status.
002610     DISPLAY "PHNTSRB: "
002620         "EXPCARDS " SRB-Exp-Status " TRNCARDS " SRB-Trn-Status
002630         " WKECARDS " SRB-Wke-Status " MNTCARDS " SRB-Mnt-Status.
002640     MOVE "Y" TO SRB-Run-Switch.
002650 1100-OPEN-DECKS-EXIT.
002660     EXIT.
002670
002680 2000-WORK-ONE-CARD.
002690     READ SRB-CARD-FILE
002700         AT END
002710             MOVE "Y" TO SRB-EOF-Switch
002720     END-READ.
002730     IF SRB-No-More-Cards THEN
002740         GO TO 2000-WORK-ONE-CARD-EXIT
002750     END-IF.
002760     ADD 1 TO SRB-Cards-Read.
002770     IF SB-SUSPENSE-KEY = SPACES THEN
002780         ADD 1 TO SRB-Cards-Refused
002790         DISPLAY "PHNTSRB: CARD " SRB-Cards-Read
002800             " NAMES NO SUSPENSE ENTRY, REFUSED"
002810         GO TO 2000-WORK-ONE-CARD-EXIT
002820     END-IF.
002830     IF NOT (SB-RESEND OR SB-WITHDRAW) THEN
002840         ADD 1 TO SRB-Cards-Refused
002850         DISPLAY "PHNTSRB: CARD " SRB-Cards-Read
002860             " ACTION NOT R OR W: " SB-ACTION
002870         GO TO 2000-WORK-ONE-CARD-EXIT
002880     END-IF.
002890     MOVE SB-SUSPENSE-KEY TO SU-SUSPENSE-KEY.
002900     READ SUSPENSE-FILE
002910         INVALID KEY
002920             ADD 1 TO SRB-Cards-Refused
002930             DISPLAY "PHNTSRB: " SB-SUSPENSE-KEY
002940                 " NOT ON THE SUSPENSE FILE"
002950             GO TO 2000-WORK-ONE-CARD-EXIT
002960     END-READ.
002970* Only an entry still waiting on the desk can be acted on: a
002980* RESENT card is already in its deck, and a CLEARED or WITHDRAWN
002990* one is finished with.
003000     IF NOT SU-IS-OPEN THEN
003010         ADD 1 TO SRB-Cards-Refused
003020         DISPLAY "PHNTSRB: " SB-SUSPENSE-KEY " IS " SU-STATUS
003030             ", NOT ACTED ON"
003040         GO TO 2000-WORK-ONE-CARD-EXIT
003050     END-IF.
003060     IF SB-WITHDRAW THEN
003070         PERFORM 2300-WITHDRAW-ENTRY THRU 2300-WITHDRAW-ENTRY-EXIT
003080     ELSE
003090         PERFORM 2100-RESEND-ENTRY THRU 2100-RESEND-ENTRY-EXIT
003100     END-IF.
003110 2000-WORK-ONE-CARD-EXIT.
003120     EXIT.
003130
003140 2100-RESEND-ENTRY.
003150* The entry is marked RESENT before the card goes out, and put
003160* back as it was should the deck refuse the card -- so a card is
003170* never in a deck while its entry still reads OPEN.
003180     MOVE SU-PROGRAM TO SRB-Route-Program.
003190     IF NOT SRB-Known-Deck THEN
003200         ADD 1 TO SRB-Cards-Refused
003210         DISPLAY "PHNTSRB: " SB-SUSPENSE-KEY " NO DECK FOR "
003220             SU-PROGRAM
003230         GO TO 2100-RESEND-ENTRY-EXIT
003240     END-IF.
003250     IF SB-CORRECTED-IMAGE = SPACES THEN
003260         MOVE SU-CURRENT-IMAGE TO SRB-Send-Image
003270     ELSE
003280         MOVE SB-CORRECTED-IMAGE TO SRB-Send-Image
003290     END-IF.
003300     MOVE SUSPENSE-RECORD TO SRB-Saved-Entry.
003310     MOVE "RESENT" TO SU-STATUS.
003320     MOVE SRB-Run-Date TO SU-STATUS-DATE.
003330     ADD 1 TO SU-RESEND-COUNT.
003340     MOVE SRB-Send-Image TO SU-CURRENT-IMAGE.
003350     REWRITE SUSPENSE-RECORD
003360         INVALID KEY
003370             ADD 1 TO SRB-Cards-Refused
003380             DISPLAY "PHNTSRB: " SB-SUSPENSE-KEY
003390                 " SUSPENSE REWRITE FAILED, STATUS "
003400                 SRB-Susp-Status
003410             GO TO 2100-RESEND-ENTRY-EXIT
003420     END-REWRITE.
003430     PERFORM 2200-WRITE-TO-DECK THRU 2200-WRITE-TO-DECK-EXIT.
003440     IF NOT SRB-DK-Success THEN
003450         MOVE SRB-Saved-Entry TO SUSPENSE-RECORD
003460         REWRITE SUSPENSE-RECORD
003461             INVALID KEY
003462                 DISPLAY "PHNTSRB: " SB-SUSPENSE-KEY
003463                     " LEFT RESENT WITH NO CARD IN ANY DECK,"
003464                     " STATUS " SRB-Susp-Status
003465                 MOVE "Y" TO SRB-Run-Switch
003466         END-REWRITE
003470         ADD 1 TO SRB-Cards-Refused
003480         DISPLAY "PHNTSRB: " SB-SUSPENSE-KEY " DECK WRITE FOR "
003490             SU-PROGRAM " FAILED, STATUS " SRB-Deck-Status
003500         GO TO 2100-RESEND-ENTRY-EXIT
003510     END-IF.
003520     ADD 1 TO SRB-Cards-Resent.
003530     DISPLAY "PHNTSRB: " SB-SUSPENSE-KEY " SENT BACK TO "
003540         SU-PROGRAM.
003550 2100-RESEND-ENTRY-EXIT.
003560     EXIT.
003570
003580 2200-WRITE-TO-DECK.
003590     EVALUATE SRB-Route-Program
003600         WHEN "PHNTARM "
003610             WRITE ARM-DECK-CARD FROM SRB-Send-Image
003620             MOVE SRB-Arm-Status TO SRB-Deck-Status
003630         WHEN "PHNTINN "
003640             WRITE INN-DECK-CARD FROM SRB-Send-Image
003650             MOVE SRB-Inn-Status TO SRB-Deck-Status
003660         WHEN "PHNTRES "
003670             WRITE RES-DECK-CARD FROM SRB-Send-Image
003680             MOVE SRB-Res-Status TO SRB-Deck-Status
003690         WHEN "PHNTCBT "
003700             WRITE CBT-DECK-CARD FROM SRB-Send-Image
003710             MOVE SRB-Cbt-Status TO SRB-Deck-Status
003720         WHEN "PHNTEXP "
003730             WRITE EXP-DECK-CARD FROM SRB-Send-Image
003740             MOVE SRB-Exp-Status TO SRB-Deck-Status
003750         WHEN "PHNTTRN "
003760             WRITE TRN-DECK-CARD FROM SRB-Send-Image
003770             MOVE SRB-Trn-Status TO SRB-Deck-Status
003780         WHEN "PHNTWKE "
003790             WRITE WKE-DECK-CARD FROM SRB-Send-Image
003800             MOVE SRB-Wke-Status TO SRB-Deck-Status
003810         WHEN "PHNTMNT "
003820             WRITE MNT-DECK-CARD FROM SRB-Send-Image
003830             MOVE SRB-Mnt-Status TO SRB-Deck-Status
003840     END-EVALUATE.
003850 2200-WRITE-TO-DECK-EXIT.
003860     EXIT.
003870
003880 2300-WITHDRAW-ENTRY.
003890* The desk has decided the card is not to run at all -- it stays
003900* on file, aged no further.
003910     MOVE "WITHDRAWN" TO SU-STATUS.
003920     MOVE SRB-Run-Date TO SU-STATUS-DATE.
003930     REWRITE SUSPENSE-RECORD
003940         INVALID KEY
003950             ADD 1 TO SRB-Cards-Refused
003960             DISPLAY "PHNTSRB: " SB-SUSPENSE-KEY
003970                 " SUSPENSE REWRITE FAILED, STATUS "
003980                 SRB-Susp-Status
003990             GO TO 2300-WITHDRAW-ENTRY-EXIT
004000     END-REWRITE.
004010     ADD 1 TO SRB-Withdrawn.
004020     DISPLAY "PHNTSRB: " SB-SUSPENSE-KEY " WITHDRAWN".
004030 2300-WITHDRAW-ENTRY-EXIT.
004040     EXIT.
004050
004060 8000-FINISH.
004070     IF SRB-Card-File-Open THEN
004080         CLOSE SRB-CARD-FILE
004090     END-IF.
004100     IF SRB-Suspense-Open THEN
004110         CLOSE SUSPENSE-FILE
004120     END-IF.
004130     IF SRB-Decks-Open THEN
004140         CLOSE ARM-DECK INN-DECK RES-DECK CBT-DECK
004150             EXP-DECK TRN-DECK WKE-DECK MNT-DECK
004160     END-IF.
004170     IF SRB-Run-Aborted THEN
004180         MOVE 12 TO RETURN-CODE
004190     END-IF.
004200     DISPLAY "PHNTSRB: " SRB-Cards-Read " CARDS READ, "
004210         SRB-Cards-Resent " RESENT, "
004220         SRB-Withdrawn " WITHDRAWN, "
004230         SRB-Cards-Refused " REFUSED.".
004240 8000-FINISH-EXIT.
004250     EXIT.
004260
004270 8900-LOG-RUN-FINISH.
004280* The FINISH line keeps the START line's run date and start
004290* time -- the pair the status report matches the two on.
004300     MOVE "FINISH" TO RUN-EVENT.
004310     ACCEPT RUN-END-TIME FROM TIME.
004320     MOVE SRB-Cards-Read TO RUN-RECORDS-READ.
004330     COMPUTE RUN-RECORDS-UPDATED =
004340         SRB-Cards-Resent
004350         + SRB-Withdrawn.
004360     MOVE SRB-Cards-Refused TO RUN-RECORDS-REJECTED.
004370     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
004380     PERFORM 8950-WRITE-RUN-CONTROL
004390         THRU 8950-WRITE-RUN-CONTROL-EXIT.
004400 8900-LOG-RUN-FINISH-EXIT.
004410     EXIT.
004420
004430 8950-WRITE-RUN-CONTROL.
004440* Appended to, never rewritten -- the first program to find no
004450* log starts one. A log that will not open costs the run only
004460* its entry, never its work.
004470     OPEN EXTEND RUN-CONTROL-FILE.
004480     IF SRB-Runctl-Status NOT = "00" THEN
004490         OPEN OUTPUT RUN-CONTROL-FILE
004500     END-IF.
004510     IF SRB-Runctl-Status NOT = "00" THEN
004520         DISPLAY "PHNTSRB: UNABLE TO OPEN RUN-CONTROL LOG, "
004530             "STATUS " SRB-Runctl-Status
004540         GO TO 8950-WRITE-RUN-CONTROL-EXIT
004550     END-IF.
004560     WRITE RUN-CONTROL-RECORD FROM SRB-Run-Control-Line.
004570     CLOSE RUN-CONTROL-FILE.
004580 8950-WRITE-RUN-CONTROL-EXIT.
004590     EXIT.
999999
