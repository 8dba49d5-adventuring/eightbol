000010** PHNTSAG.cob -- EIGHTBOL suspense aging report
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- the desk's view of the SUSPENSE
000060*                     file the deck programs file turned-away
000070*                     cards on. Every entry still outstanding --
000080*                     OPEN and waiting on the desk, or RESENT and
000090*                     waiting on its program -- is listed with
000100*                     its key (as PHNTSRB takes it), reason, age
000110*                     in days since the card was first turned
000120*                     away, the times it has been sent back, and
000130*                     the front of the card. Outstanding entries
000140*                     are then totalled by program and by reason
000150*                     into 0-1, 2-7, 8-30 and over-30-day bands,
000160*                     and cleared and withdrawn entries are
000170*                     counted.
000180
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHNTSAG.
000210 AUTHOR. Bruce-Robert Pocock.
000220 DATE-WRITTEN. 15 OCT 2026.
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS SU-SUSPENSE-KEY
000310         FILE STATUS IS SAG-Susp-Status.
000320     SELECT AGING-REPORT ASSIGN TO "SAGRPT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS SAG-Report-Status.
000350     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS SAG-Runctl-Status.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  SUSPENSE-FILE.
000420 01  SUSPENSE-RECORD.
000430     COPY "Suspense-Entry.cpy".
000440 FD  AGING-REPORT.
000450 01  AGING-REPORT-LINE    PIC X(132).
000460 FD  RUN-CONTROL-FILE.
000470 01  RUN-CONTROL-RECORD   PIC X(110).
000480
000490 WORKING-STORAGE SECTION.
000500 01  SAG-Susp-Status      PIC X(02).
000510     88  SAG-SS-Success           VALUE "00".
000520     88  SAG-SS-Not-Found         VALUE "23" "35".
000530 01  SAG-Report-Status    PIC X(02).
000540     88  SAG-RS-Success           VALUE "00".
000550
000560 01  SAG-EOF-Switch       PIC X(01) VALUE "N".
000570     88  SAG-No-More-Entries      VALUE "Y".
000580     88  SAG-More-Entries         VALUE "N".
000590 01  SAG-Susp-Open-Sw     PIC X(01) VALUE "N".
000600     88  SAG-Suspense-Open        VALUE "Y".
000610     88  SAG-Suspense-Shut        VALUE "N".
000620 01  SAG-Report-Open-Sw   PIC X(01) VALUE "N".
000630     88  SAG-Report-Open          VALUE "Y".
000640     88  SAG-Report-Shut          VALUE "N".
000650 01  SAG-Run-Switch       PIC X(01) VALUE "N".
000660     88  SAG-Run-Aborted          VALUE "Y".
000670     88  SAG-Run-Going            VALUE "N".
000680
000690 01  SAG-Run-Date         PIC 9(08).
000700 01  SAG-Age-Days         PIC S9(07) USAGE BINARY.
000710 01  SAG-Band             PIC 9(01) USAGE BINARY.
000720 01  SAG-Band-Count       PIC 9(01) USAGE BINARY VALUE 4.
000730
000740 01  SAG-Entries-Read     PIC 9(07) USAGE BINARY VALUE 0.
000750 01  SAG-Open-Count       PIC 9(07) USAGE BINARY VALUE 0.
000760 01  SAG-Resent-Count     PIC 9(07) USAGE BINARY VALUE 0.
000770 01  SAG-Cleared-Count    PIC 9(07) USAGE BINARY VALUE 0.
000780 01  SAG-Withdrawn-Count  PIC 9(07) USAGE BINARY VALUE 0.
000790 01  SAG-Unreadable-Count PIC 9(07) USAGE BINARY VALUE 0.
000800
000810* The standard reason codes, one total row each and a thirteenth
000820* for any code the table does not carry.
000830 01  SAG-Reason-Codes.
000840     COPY "Suspense-Reasons.cpy".
000850 01  SAG-Other-Reason     PIC 9(03) USAGE BINARY VALUE 13.
000860 01  SAG-REASON-TOTALS.
000870     05 SAG-RT-Row OCCURS 13 TIMES.
000880         10 SAG-RT-Band   PIC 9(07) USAGE BINARY OCCURS 4 TIMES.
000890 01  SAG-GRAND-TOTALS.
000900     05 SAG-GT-Band       PIC 9(07) USAGE BINARY OCCURS 4 TIMES.
000910
000920* One total row per program with anything outstanding, in the
000930* order the file first shows it.
000940 01  SAG-Max-Programs     PIC 9(05) USAGE BINARY VALUE 50.
000950 01  SAG-Program-Count    PIC 9(05) USAGE BINARY VALUE 0.
000960 01  SAG-PROGRAM-TABLE.
000970     05 SAG-Prog-Entry OCCURS 1 TO 50 TIMES
000980         DEPENDING ON SAG-Program-Count.
000990             10 SAG-PT-Program    PIC X(08).
001000             10 SAG-PT-Band       PIC 9(07) USAGE BINARY
001010                 OCCURS 4 TIMES.
001020
001030 01  SAG-Sub              PIC 9(05) USAGE BINARY.
001040 01  SAG-Sub2             PIC 9(05) USAGE BINARY.
001050 01  SAG-Found-Sub        PIC 9(05) USAGE BINARY.
001060 01  SAG-Row-Total        PIC 9(09) USAGE BINARY.
001070
001080 01  SAG-Blank-Line       PIC X(132) VALUE SPACES.
001090 01  SAG-Title-Line.
001100     05 FILLER PIC X(39)
001110         VALUE "EIGHTBOL SUSPENSE AGING -- RUN OF ".
001120     05 SAG-Title-Date    PIC 9(08).
001130 01  SAG-Entry-Heading.
001140     05 FILLER PIC X(31) VALUE "SUSPENSE KEY".
001150     05 FILLER PIC X(10) VALUE "STATUS".
001160     05 FILLER PIC X(36) VALUE "REASON".
001170     05 FILLER PIC X(06) VALUE "  AGE".
001180     05 FILLER PIC X(05) VALUE "SENT".
001190     05 FILLER PIC X(04) VALUE "CARD".
001200 01  SAG-Entry-Detail.
001210     05 SAG-ED-Key        PIC X(29).
001220     05 FILLER            PIC X(02).
001230     05 SAG-ED-Status     PIC X(09).
001240     05 FILLER            PIC X(01).
001250     05 SAG-ED-Reason     PIC X(04).
001260     05 FILLER            PIC X(01).
001270     05 SAG-ED-Reason-Text PIC X(30).
001280     05 FILLER            PIC X(01).
001290     05 SAG-ED-Age        PIC ZZZZ9.
001300     05 FILLER            PIC X(01).
001310     05 SAG-ED-Sent       PIC ZZ9.
001320     05 FILLER            PIC X(02).
001330     05 SAG-ED-Card       PIC X(40).
001340 01  SAG-Section-Line     PIC X(132).
001350 01  SAG-Band-Heading.
001360     05 FILLER PIC X(36) VALUE SPACES.
001370     05 FILLER PIC X(09) VALUE " 0-1 DAYS".
001380     05 FILLER PIC X(09) VALUE " 2-7 DAYS".
001390     05 FILLER PIC X(09) VALUE "8-30 DAYS".
001400     05 FILLER PIC X(09) VALUE "  OVER 30".
001410     05 FILLER PIC X(09) VALUE "    TOTAL".
001420 01  SAG-Band-Detail.
001430     05 SAG-BD-Label      PIC X(36).
001440     05 SAG-BD-Band       PIC ZZZZZZZZ9 OCCURS 4 TIMES.
001450     05 SAG-BD-Total      PIC ZZZZZZZZ9.
001460 01  SAG-Count-Display    PIC ZZZZZZ9.
001470 01  SAG-Summary-Line     PIC X(132).
001480
001490* One run-control log line, staged here because the FD record
001500* may not be touched before the log is open.
001510 01  SAG-Runctl-Status    PIC X(02).
001520 01  SAG-Run-Control-Line.
001530     COPY "Run-Control.cpy".
001540
001550 PROCEDURE DIVISION.
001560
001570 0000-MAINLINE.
001580     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001590     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001600     PERFORM 2000-AGE-ONE-ENTRY THRU 2000-AGE-ONE-ENTRY-EXIT
001610         UNTIL SAG-No-More-Entries.
001620     IF SAG-Run-Going THEN
001630         PERFORM 3000-PRINT-TOTALS THRU 3000-PRINT-TOTALS-EXIT
001640     END-IF.
001650     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001660     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001670     STOP RUN.
001680
001690 0100-LOG-RUN-START.
001700* Logged before anything else is touched, so a run that falls
001710* over part way still leaves a START with no FINISH behind it
001720* for the morning status report to find.
001730     MOVE SPACES TO SAG-Run-Control-Line.
001740     MOVE "PHNTSAG" TO RUN-PROGRAM.
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
001870     ACCEPT SAG-Run-Date FROM DATE YYYYMMDD.
001880     MOVE "Y" TO SAG-EOF-Switch.
001890     PERFORM 1100-ZERO-BANDS THRU 1100-ZERO-BANDS-EXIT
001900         VARYING SAG-Band FROM 1 BY 1
001910         UNTIL SAG-Band > SAG-Band-Count.
001920     OPEN OUTPUT AGING-REPORT.
001930     IF NOT SAG-RS-Success THEN
001940         DISPLAY "PHNTSAG: UNABLE TO OPEN AGING REPORT, STATUS "
001950             SAG-Report-Status
001960         MOVE "Y" TO SAG-Run-Switch
001970         GO TO 1000-INITIALIZE-EXIT
001980     END-IF.
001990     MOVE "Y" TO SAG-Report-Open-Sw.
002000     MOVE SAG-Run-Date TO SAG-Title-Date.
002010     WRITE AGING-REPORT-LINE FROM SAG-Title-Line.
002020     WRITE AGING-REPORT-LINE FROM SAG-Blank-Line.
002030     WRITE AGING-REPORT-LINE FROM SAG-Entry-Heading.
002040* No suspense file yet means no program has ever turned a card
002050* away -- an empty report, not a failure.
002060     OPEN INPUT SUSPENSE-FILE.
002070     IF SAG-SS-Not-Found THEN
002080         GO TO 1000-INITIALIZE-EXIT
002090     END-IF.
002100     IF NOT SAG-SS-Success THEN
002110         DISPLAY "PHNTSAG: UNABLE TO OPEN SUSPENSE FILE, STATUS "
002120             SAG-Susp-Status
002130         MOVE "Y" TO SAG-Run-Switch
002140         GO TO 1000-INITIALIZE-EXIT
002150     END-IF.
002160     MOVE "Y" TO SAG-Susp-Open-Sw.
002170     MOVE "N" TO SAG-EOF-Switch.
002180 1000-INITIALIZE-EXIT.
002190     EXIT.
002200
002210 1100-ZERO-BANDS.
002220     MOVE 0 TO SAG-GT-Band (SAG-Band).
002230     PERFORM 1110-ZERO-REASON-BAND THRU 1110-ZERO-REASON-BAND-EXIT
002240         VARYING SAG-Sub FROM 1 BY 1
002250         UNTIL SAG-Sub > SAG-Other-Reason.
002260 1100-ZERO-BANDS-EXIT.
002270     EXIT.
002280
002290 1110-ZERO-REASON-BAND.
002300     MOVE 0 TO SAG-RT-Band (SAG-Sub, SAG-Band).
002310 1110-ZERO-REASON-BAND-EXIT.
002320     EXIT.
002330
002340 2000-AGE-ONE-ENTRY.
002350     READ SUSPENSE-FILE NEXT RECORD
002360         AT END
002370             MOVE "Y" TO SAG-EOF-Switch
002380     END-READ.
002390     IF SAG-No-More-Entries THEN
002400         GO TO 2000-AGE-ONE-ENTRY-EXIT
002410     END-IF.
002420     ADD 1 TO SAG-Entries-Read.
002430     IF SU-IS-CLEARED THEN
002440         ADD 1 TO SAG-Cleared-Count
002450         GO TO 2000-AGE-ONE-ENTRY-EXIT
002460     END-IF.
002470     IF SU-IS-WITHDRAWN THEN
002480         ADD 1 TO SAG-Withdrawn-Count
002490         GO TO 2000-AGE-ONE-ENTRY-EXIT
002500     END-IF.
002510     IF NOT (SU-IS-OPEN OR SU-IS-RESENT)
002520         OR SU-RUN-DATE IS NOT NUMERIC
002530         OR SU-RUN-DATE < 16010101
002540         OR SU-RUN-DATE > SAG-Run-Date THEN
002550         ADD 1 TO SAG-Unreadable-Count
002560         DISPLAY "PHNTSAG: ENTRY " SU-SUSPENSE-KEY
002570             " UNREADABLE, NOT AGED"
002580         GO TO 2000-AGE-ONE-ENTRY-EXIT
002590     END-IF.
002600     IF SU-IS-OPEN THEN
002610         ADD 1 TO SAG-Open-Count
002620     ELSE
002630         ADD 1 TO SAG-Resent-Count
002640     END-IF.
002650     COMPUTE SAG-Age-Days =
002660         FUNCTION INTEGER-OF-DATE (SAG-Run-Date)
002670         - FUNCTION INTEGER-OF-DATE (SU-RUN-DATE).
002680     EVALUATE TRUE
002690         WHEN SAG-Age-Days <= 1
002700             MOVE 1 TO SAG-Band
002710         WHEN SAG-Age-Days <= 7
002720             MOVE 2 TO SAG-Band
002730         WHEN SAG-Age-Days <= 30
002740             MOVE 3 TO SAG-Band
002750         WHEN OTHER
002760             MOVE 4 TO SAG-Band
002770     END-EVALUATE.
002780     ADD 1 TO SAG-GT-Band (SAG-Band).
002790     PERFORM 2100-COUNT-BY-PROGRAM
002800         THRU 2100-COUNT-BY-PROGRAM-EXIT.
002810     PERFORM 2200-COUNT-BY-REASON THRU 2200-COUNT-BY-REASON-EXIT.
002820     PERFORM 2300-WRITE-ENTRY THRU 2300-WRITE-ENTRY-EXIT.
002830 2000-AGE-ONE-ENTRY-EXIT.
002840     EXIT.
002850
002860 2100-COUNT-BY-PROGRAM.
002870     MOVE 0 TO SAG-Found-Sub.
002880     PERFORM 2110-MATCH-PROGRAM THRU 2110-MATCH-PROGRAM-EXIT
002890         VARYING SAG-Sub FROM 1 BY 1
002900         UNTIL SAG-Sub > SAG-Program-Count
002910             OR SAG-Found-Sub > 0.
002920     IF SAG-Found-Sub = 0 THEN
002930         IF SAG-Program-Count >= SAG-Max-Programs THEN
002940             DISPLAY "PHNTSAG: PROGRAM TABLE FULL, " SU-PROGRAM
002950                 " NOT TOTALLED"
002960             GO TO 2100-COUNT-BY-PROGRAM-EXIT
002970         END-IF
002980         ADD 1 TO SAG-Program-Count
002990         MOVE SAG-Program-Count TO SAG-Found-Sub
003000         MOVE SU-PROGRAM TO SAG-PT-Program (SAG-Found-Sub)
003010         MOVE 0 TO SAG-PT-Band (SAG-Found-Sub, 1)
003020         MOVE 0 TO SAG-PT-Band (SAG-Found-Sub, 2)
003030         MOVE 0 TO SAG-PT-Band (SAG-Found-Sub, 3)
003040         MOVE 0 TO SAG-PT-Band (SAG-Found-Sub, 4)
003050     END-IF.
003060     ADD 1 TO SAG-PT-Band (SAG-Found-Sub, SAG-Band).
003070 2100-COUNT-BY-PROGRAM-EXIT.
003080     EXIT.
003090
003100 2110-MATCH-PROGRAM.
003110     IF SAG-PT-Program (SAG-Sub) = SU-PROGRAM THEN
003120         MOVE SAG-Sub TO SAG-Found-Sub
003130     END-IF.
003140 2110-MATCH-PROGRAM-EXIT.
003150     EXIT.
003160
003170 2200-COUNT-BY-REASON.
003180     MOVE 0 TO SAG-Found-Sub.
003190     PERFORM 2210-MATCH-REASON THRU 2210-MATCH-REASON-EXIT
003200         VARYING SAG-Sub FROM 1 BY 1
003210         UNTIL SAG-Sub > SR-REASON-COUNT
003220             OR SAG-Found-Sub > 0.
003230     IF SAG-Found-Sub = 0 THEN
003240         MOVE SAG-Other-Reason TO SAG-Found-Sub
003250     END-IF.
003260     ADD 1 TO SAG-RT-Band (SAG-Found-Sub, SAG-Band).
003270 2200-COUNT-BY-REASON-EXIT.
003280     EXIT.
003290
003300 2210-MATCH-REASON.
003310     IF SR-CODE (SAG-Sub) = SU-REASON-CODE THEN
003320         MOVE SAG-Sub TO SAG-Found-Sub
003330     END-IF.
003340 2210-MATCH-REASON-EXIT.
003350     EXIT.
003360
003370 2300-WRITE-ENTRY.
003380* SAG-Found-Sub still names the entry's reason row.
003390     MOVE SPACES TO SAG-Entry-Detail.
003400     MOVE SU-SUSPENSE-KEY TO SAG-ED-Key.
003410     MOVE SU-STATUS TO SAG-ED-Status.
003420     MOVE SU-REASON-CODE TO SAG-ED-Reason.
003430     IF SAG-Found-Sub = SAG-Other-Reason THEN
003440         MOVE "REASON CODE NOT ON THE TABLE" TO SAG-ED-Reason-Text
003450     ELSE
003460         MOVE SR-TEXT (SAG-Found-Sub) TO SAG-ED-Reason-Text
003470     END-IF.
003480     MOVE SAG-Age-Days TO SAG-ED-Age.
003490     MOVE SU-RESEND-COUNT TO SAG-ED-Sent.
003500     MOVE SU-CURRENT-IMAGE TO SAG-ED-Card.
003510     WRITE AGING-REPORT-LINE FROM SAG-Entry-Detail.
003520 2300-WRITE-ENTRY-EXIT.
003530     EXIT.
003540
003550 3000-PRINT-TOTALS.
003560     WRITE AGING-REPORT-LINE FROM SAG-Blank-Line.
003570     MOVE "OUTSTANDING BY PROGRAM" TO SAG-Section-Line.
003580     WRITE AGING-REPORT-LINE FROM SAG-Section-Line.
003590     WRITE AGING-REPORT-LINE FROM SAG-Band-Heading.
003600     PERFORM 3100-PRINT-PROGRAM THRU 3100-PRINT-PROGRAM-EXIT
003610         VARYING SAG-Sub FROM 1 BY 1
003620         UNTIL SAG-Sub > SAG-Program-Count.
003630     MOVE SPACES TO SAG-Band-Detail.
003640     MOVE "ALL PROGRAMS" TO SAG-BD-Label.
003650     MOVE 0 TO SAG-Row-Total.
003660     PERFORM 3300-GRAND-BAND THRU 3300-GRAND-BAND-EXIT
003670         VARYING SAG-Band FROM 1 BY 1
003680         UNTIL SAG-Band > SAG-Band-Count.
003690     MOVE SAG-Row-Total TO SAG-BD-Total.
003700     WRITE AGING-REPORT-LINE FROM SAG-Band-Detail.
003710     WRITE AGING-REPORT-LINE FROM SAG-Blank-Line.
003720     MOVE "OUTSTANDING BY REASON" TO SAG-Section-Line.
003730     WRITE AGING-REPORT-LINE FROM SAG-Section-Line.
003740     WRITE AGING-REPORT-LINE FROM SAG-Band-Heading.
003750     PERFORM 3200-PRINT-REASON THRU 3200-PRINT-REASON-EXIT
003760         VARYING SAG-Sub FROM 1 BY 1
003770         UNTIL SAG-Sub > SAG-Other-Reason.
003780     WRITE AGING-REPORT-LINE FROM SAG-Blank-Line.
003790     PERFORM 3400-WRITE-COUNTS THRU 3400-WRITE-COUNTS-EXIT.
003800 3000-PRINT-TOTALS-EXIT.
003810     EXIT.
003820
003830 3100-PRINT-PROGRAM.
003840     MOVE SPACES TO SAG-Band-Detail.
003850     MOVE SAG-PT-Program (SAG-Sub) TO SAG-BD-Label.
003860     MOVE 0 TO SAG-Row-Total.
003870     PERFORM 3110-PROGRAM-BAND THRU 3110-PROGRAM-BAND-EXIT
003880         VARYING SAG-Band FROM 1 BY 1
003890         UNTIL SAG-Band > SAG-Band-Count.
003900     MOVE SAG-Row-Total TO SAG-BD-Total.
003910     WRITE AGING-REPORT-LINE FROM SAG-Band-Detail.
003920 3100-PRINT-PROGRAM-EXIT.
003930     EXIT.
003940
003950 3110-PROGRAM-BAND.
003960     MOVE SAG-PT-Band (SAG-Sub, SAG-Band)
003970         TO SAG-BD-Band (SAG-Band).
003980     ADD SAG-PT-Band (SAG-Sub, SAG-Band) TO SAG-Row-Total.
003990 3110-PROGRAM-BAND-EXIT.
004000     EXIT.
004010
004020 3200-PRINT-REASON.
004030* Only the reasons something is outstanding under are listed.
004040     MOVE SPACES TO SAG-Band-Detail.
004050     MOVE 0 TO SAG-Row-Total.
004060     PERFORM 3210-REASON-BAND THRU 3210-REASON-BAND-EXIT
004070         VARYING SAG-Band FROM 1 BY 1
004080         UNTIL SAG-Band > SAG-Band-Count.
004090     IF SAG-Row-Total = 0 THEN
004100         GO TO 3200-PRINT-REASON-EXIT
004110     END-IF.
004120     IF SAG-Sub = SAG-Other-Reason THEN
004130         MOVE "OTHER CODES" TO SAG-BD-Label
004140     ELSE
004150         STRING SR-CODE (SAG-Sub) DELIMITED BY SIZE
004160             " " DELIMITED BY SIZE
004170             SR-TEXT (SAG-Sub) DELIMITED BY SIZE
004180             INTO SAG-BD-Label
004190     END-IF.
004200     MOVE SAG-Row-Total TO SAG-BD-Total.
004210     WRITE AGING-REPORT-LINE FROM SAG-Band-Detail.
004220 3200-PRINT-REASON-EXIT.
004230     EXIT.
004240
004250 3210-REASON-BAND.
004260     MOVE SAG-RT-Band (SAG-Sub, SAG-Band)
004270         TO SAG-BD-Band (SAG-Band).
004280     ADD SAG-RT-Band (SAG-Sub, SAG-Band) TO SAG-Row-Total.
004290 3210-REASON-BAND-EXIT.
004300     EXIT.
004310
004320 3300-GRAND-BAND.
004330     MOVE SAG-GT-Band (SAG-Band) TO SAG-BD-Band (SAG-Band).
004340     ADD SAG-GT-Band (SAG-Band) TO SAG-Row-Total.
004350 3300-GRAND-BAND-EXIT.
004360     EXIT.
004370
004380 3400-WRITE-COUNTS.
004390     MOVE SPACES TO SAG-Summary-Line.
004400     MOVE SAG-Open-Count TO SAG-Count-Display.
004410     STRING "OPEN, WAITING ON THE DESK:       " DELIMITED BY SIZE
004420         SAG-Count-Display DELIMITED BY SIZE
004430         INTO SAG-Summary-Line.
004440     WRITE AGING-REPORT-LINE FROM SAG-Summary-Line.
004450     MOVE SPACES TO SAG-Summary-Line.
004460     MOVE SAG-Resent-Count TO SAG-Count-Display.
004470     STRING "RESENT, WAITING ON THE PROGRAM:  " DELIMITED BY SIZE
004480         SAG-Count-Display DELIMITED BY SIZE
004490         INTO SAG-Summary-Line.
004500     WRITE AGING-REPORT-LINE FROM SAG-Summary-Line.
004510     MOVE SPACES TO SAG-Summary-Line.
004520     MOVE SAG-Cleared-Count TO SAG-Count-Display.
004530     STRING "CLEARED:                         " DELIMITED BY SIZE
004540         SAG-Count-Display DELIMITED BY SIZE
004550         INTO SAG-Summary-Line.
004560     WRITE AGING-REPORT-LINE FROM SAG-Summary-Line.
004570     MOVE SPACES TO SAG-Summary-Line.
004580     MOVE SAG-Withdrawn-Count TO SAG-Count-Display.
004590     STRING "WITHDRAWN:                       " DELIMITED BY SIZE
004600         SAG-Count-Display DELIMITED BY SIZE
004610         INTO SAG-Summary-Line.
004620     WRITE AGING-REPORT-LINE FROM SAG-Summary-Line.
004630     IF SAG-Unreadable-Count > 0 THEN
004640         MOVE SPACES TO SAG-Summary-Line
004650         MOVE SAG-Unreadable-Count TO SAG-Count-Display
004660         STRING "UNREADABLE ENTRIES SKIPPED:      "
004670             DELIMITED BY SIZE
004680             SAG-Count-Display DELIMITED BY SIZE
004690             INTO SAG-Summary-Line
004700         WRITE AGING-REPORT-LINE FROM SAG-Summary-Line
004710     END-IF.
004720 3400-WRITE-COUNTS-EXIT.
004730     EXIT.
004740
004750 8000-FINISH.
004760     IF SAG-Suspense-Open THEN
004770         CLOSE SUSPENSE-FILE
004780     END-IF.
004790     IF SAG-Report-Open THEN
004800         CLOSE AGING-REPORT
004810     END-IF.
004820     IF SAG-Run-Aborted THEN
004830         MOVE 12 TO RETURN-CODE
004840     END-IF.
004850     DISPLAY "PHNTSAG: " SAG-Entries-Read " ENTRIES READ, "
004860         SAG-Open-Count " OPEN, "
004870         SAG-Resent-Count " RESENT, "
004880         SAG-Unreadable-Count " UNREADABLE.".
004890 8000-FINISH-EXIT.
004900     EXIT.
004910
004920 8900-LOG-RUN-FINISH.
004930* The FINISH line keeps the START line's run date and start
004940* time -- the pair the status report matches the two on.
004950     MOVE "FINISH" TO RUN-EVENT.
004960     ACCEPT RUN-END-TIME FROM TIME.
004970     MOVE SAG-Entries-Read TO RUN-RECORDS-READ.
004980     MOVE 0 TO RUN-RECORDS-UPDATED.
004990     MOVE SAG-Unreadable-Count TO RUN-RECORDS-REJECTED.
005000     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
005010     PERFORM 8950-WRITE-RUN-CONTROL
005020         THRU 8950-WRITE-RUN-CONTROL-EXIT.
005030 8900-LOG-RUN-FINISH-EXIT.
005040     EXIT.
005050
005060 8950-WRITE-RUN-CONTROL.
005070* Appended to, never rewritten -- the first program to find no
005080* log starts one. A log that will not open costs the run only
005090* its entry, never its work.
005100     OPEN EXTEND RUN-CONTROL-FILE.
005110     IF SAG-Runctl-Status NOT = "00" THEN
005120         OPEN OUTPUT RUN-CONTROL-FILE
005130     END-IF.
005140     IF SAG-Runctl-Status NOT = "00" THEN
005150         DISPLAY "PHNTSAG: UNABLE TO OPEN RUN-CONTROL LOG, "
005160             "STATUS " SAG-Runctl-Status
005170         GO TO 8950-WRITE-RUN-CONTROL-EXIT
005180     END-IF.
005190     WRITE RUN-CONTROL-RECORD FROM SAG-Run-Control-Line.
005200     CLOSE RUN-CONTROL-FILE.
005210 8950-WRITE-RUN-CONTROL-EXIT.
005220     EXIT.
999999
