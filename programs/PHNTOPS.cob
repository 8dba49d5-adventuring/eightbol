000010** PHNTOPS.cob -- EIGHTBOL morning batch status report
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- reads the shared run-control
000060*                     log every batch program writes a START and
000070*                     a FINISH line to, and prints one line per
000080*                     job on the expected-jobs deck for the last
000090*                     24 hours: when it ran, what it read, updated
000100*                     and rejected, and the code it ended with.
000110*                     A job with no START is NEVER RAN; a START
000120*                     with no FINISH is ABENDED; a FINISH at RC 8
000130*                     or over is FAILED; a record count far off
000140*                     the job's recent average is LOW VOL or HIGH
000150*                     VOL. A run that resumed from a restart point
000160*                     is noted RESUMED and is not judged on
000170*                     volume, since it only did the remainder.
000180
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHNTOPS.
000210 AUTHOR. Bruce-Robert Pocock.
000220 DATE-WRITTEN. 15 OCT 2026.
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT EXPECTED-JOB-FILE ASSIGN TO "OPSJOBS"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS OPS-Job-Status.
000300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS OPS-Runctl-Status.
000330     SELECT STATUS-REPORT ASSIGN TO "OPSRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS OPS-Report-Status.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  EXPECTED-JOB-FILE.
000400* One card per job the night is expected to run: the program name
000410* in columns 1-8 and, optionally, in columns 10-12, how far (as a
000420* whole percent) its record count may stray from its recent
000430* average before it is flagged. Blank means 050.
000440 01  EXPECTED-JOB-CARD.
000450     05 OJ-PROGRAM        PIC X(08).
000460     05 FILLER            PIC X(01).
000470     05 OJ-TOLERANCE      PIC X(03).
000480     05 OJ-TOLERANCE-N REDEFINES OJ-TOLERANCE PIC 9(03).
000490     05 FILLER            PIC X(68).
000500 FD  RUN-CONTROL-FILE.
000510 01  RUN-CONTROL-RECORD   PIC X(110).
000520 FD  STATUS-REPORT.
000530 01  STATUS-REPORT-LINE   PIC X(100).
000540
000550 WORKING-STORAGE SECTION.
000560 01  OPS-Job-Status       PIC X(02).
000570     88  OPS-JS-Success           VALUE "00".
000580 01  OPS-Runctl-Status    PIC X(02).
000590     88  OPS-RN-Success           VALUE "00".
000600     88  OPS-RN-Not-Found         VALUE "23" "35".
000610 01  OPS-Report-Status    PIC X(02).
000620     88  OPS-RS-Success           VALUE "00".
000630
000640 01  OPS-Job-EOF-Sw       PIC X(01) VALUE "N".
000650     88  OPS-No-More-Jobs         VALUE "Y".
000660     88  OPS-More-Jobs            VALUE "N".
000670 01  OPS-Log-EOF-Sw       PIC X(01) VALUE "N".
000680     88  OPS-No-More-Log          VALUE "Y".
000690     88  OPS-More-Log             VALUE "N".
000700 01  OPS-Report-Open-Sw   PIC X(01) VALUE "N".
000710     88  OPS-Report-Open          VALUE "Y".
000720     88  OPS-Report-Shut          VALUE "N".
000730 01  OPS-Run-Switch       PIC X(01) VALUE "N".
000740     88  OPS-Run-Aborted          VALUE "Y".
000750     88  OPS-Run-Going            VALUE "N".
000760
000770* How far back a record count is averaged, how many earlier runs
000780* it takes before a job is judged on volume at all, and the
000790* tolerance a card that names none is given.
000800 01  OPS-History-Depth    PIC 9(03) USAGE BINARY VALUE 10.
000810 01  OPS-Min-History      PIC 9(03) USAGE BINARY VALUE 3.
000820 01  OPS-Default-Tolerance PIC 9(03) USAGE BINARY VALUE 50.
000830 01  OPS-Failed-Code      PIC 9(04) USAGE BINARY VALUE 8.
000840
000850 01  OPS-Run-Date.
000860     05 OPS-Run-Year      PIC 9(04).
000870     05 OPS-Run-Month     PIC 9(02).
000880     05 OPS-Run-Day       PIC 9(02).
000890 01  OPS-Run-Date-N REDEFINES OPS-Run-Date PIC 9(08).
000900 01  OPS-Run-Time         PIC 9(08).
000910* The report covers the 24 hours up to this run: a START at or
000920* after this date and time of day yesterday is tonight's.
000930 01  OPS-Window-Date.
000940     05 OPS-Window-Year   PIC 9(04).
000950     05 OPS-Window-Month  PIC 9(02).
000960     05 OPS-Window-Day    PIC 9(02).
000970 01  OPS-Window-Date-N REDEFINES OPS-Window-Date PIC 9(08).
000980 01  OPS-Window-Start     PIC 9(16).
000990 01  OPS-Line-Key         PIC 9(16).
001000 01  OPS-Month-Lengths    PIC X(24)
001010     VALUE "312831303130313130313031".
001020 01  OPS-Month-Table REDEFINES OPS-Month-Lengths.
001030     05 OPS-Month-Days    PIC 9(02) OCCURS 12 TIMES.
001040 01  OPS-Leap-Quotient    PIC 9(04) USAGE BINARY.
001050 01  OPS-Leap-Remainder   PIC 9(04) USAGE BINARY.
001060 01  OPS-Time-Work        PIC 9(08).
001070 01  OPS-Time-Parts REDEFINES OPS-Time-Work.
001080     05 OPS-Time-HHMMSS   PIC 9(06).
001090     05 OPS-Time-Hundredths PIC 9(02).
001100
001110 01  OPS-Cards-Read       PIC 9(07) USAGE BINARY VALUE 0.
001120 01  OPS-Log-Lines-Read   PIC 9(07) USAGE BINARY VALUE 0.
001130 01  OPS-Log-Lines-Rejected PIC 9(07) USAGE BINARY VALUE 0.
001140 01  OPS-Log-Lines-Unlisted PIC 9(07) USAGE BINARY VALUE 0.
001150 01  OPS-Jobs-Clean       PIC 9(05) USAGE BINARY VALUE 0.
001160 01  OPS-Jobs-Flagged     PIC 9(05) USAGE BINARY VALUE 0.
001170
001180* One entry per expected job: tonight's latest START and the
001190* FINISH that matches it, and a ring of the record counts of its
001200* last clean, normal runs before tonight.
001210 01  OPS-Max-Jobs         PIC 9(05) USAGE BINARY VALUE 100.
001220 01  OPS-Job-Count        PIC 9(05) USAGE BINARY VALUE 0.
001230 01  OPS-JOB-TABLE.
001240     05 OPS-Job-Entry OCCURS 1 TO 100 TIMES
001250         DEPENDING ON OPS-Job-Count
001260         INDEXED BY OPS-Job-Index.
001270             10 OPS-JT-Program    PIC X(08).
001280             10 OPS-JT-Tolerance  PIC 9(03) USAGE BINARY.
001290             10 OPS-JT-Starts     PIC 9(05) USAGE BINARY.
001300             10 OPS-JT-Start-Key  PIC 9(16).
001310             10 OPS-JT-Run-Date   PIC 9(08).
001320             10 OPS-JT-Start-Time PIC 9(08).
001330             10 OPS-JT-End-Time   PIC 9(08).
001340             10 OPS-JT-Run-Type   PIC X(07).
001350             10 OPS-JT-Finished   PIC X(01).
001360             10 OPS-JT-Read       PIC 9(09) USAGE BINARY.
001370             10 OPS-JT-Updated    PIC 9(09) USAGE BINARY.
001380             10 OPS-JT-Rejected   PIC 9(09) USAGE BINARY.
001390             10 OPS-JT-Code       PIC 9(04) USAGE BINARY.
001400             10 OPS-JT-Hist-Count PIC 9(03) USAGE BINARY.
001410             10 OPS-JT-Hist-Next  PIC 9(03) USAGE BINARY.
001420             10 OPS-JT-Hist-Read  PIC 9(09) USAGE BINARY
001430                 OCCURS 10 TIMES.
001440
001450 01  OPS-Sub              PIC 9(05) USAGE BINARY.
001460 01  OPS-Sub2             PIC 9(05) USAGE BINARY.
001470 01  OPS-Found-Sub        PIC 9(05) USAGE BINARY.
001480 01  OPS-Hunt-Program     PIC X(08).
001490 01  OPS-Hist-Total       PIC 9(11) USAGE BINARY.
001500 01  OPS-Average          PIC 9(09) USAGE BINARY.
001510 01  OPS-Scaled-Read      PIC 9(13) USAGE BINARY.
001520 01  OPS-Low-Bound        PIC 9(13) USAGE BINARY.
001530 01  OPS-High-Bound       PIC 9(13) USAGE BINARY.
001540 01  OPS-Flag-Switch      PIC X(01).
001550     88  OPS-Job-Flagged          VALUE "Y".
001560     88  OPS-Job-Clean            VALUE "N".
001570
001580 01  OPS-Blank-Line       PIC X(100) VALUE SPACES.
001590 01  OPS-Title-Line.
001600     05 FILLER PIC X(40)
001610         VALUE "EIGHTBOL MORNING BATCH STATUS -- RUN OF ".
001620     05 OPS-Title-Date    PIC 9(08).
001630     05 FILLER PIC X(13) VALUE "  RUNS SINCE ".
001640     05 OPS-Title-Since-Date PIC 9(08).
001650     05 FILLER PIC X(01) VALUE SPACES.
001660     05 OPS-Title-Since-Time PIC 9(06).
001670 01  OPS-Job-Heading.
001680     05 FILLER PIC X(10) VALUE "JOB".
001690     05 FILLER PIC X(09) VALUE "RUN DATE".
001700     05 FILLER PIC X(07) VALUE "START".
001710     05 FILLER PIC X(07) VALUE "END".
001720     05 FILLER PIC X(10) VALUE "     READ".
001730     05 FILLER PIC X(10) VALUE "  UPDATED".
001740     05 FILLER PIC X(10) VALUE " REJECTED".
001750     05 FILLER PIC X(05) VALUE "  RC".
001760     05 FILLER PIC X(11) VALUE "  AVERAGE".
001770     05 FILLER PIC X(10) VALUE "STATUS".
001780     05 FILLER PIC X(04) VALUE "NOTE".
001790 01  OPS-Job-Detail.
001800     05 OPS-JD-Program    PIC X(08).
001810     05 FILLER            PIC X(02).
001820     05 OPS-JD-Date       PIC X(08).
001830     05 FILLER            PIC X(01).
001840     05 OPS-JD-Start      PIC X(06).
001850     05 FILLER            PIC X(01).
001860     05 OPS-JD-End        PIC X(06).
001870     05 FILLER            PIC X(01).
001880     05 OPS-JD-Read       PIC ZZZZZZZZ9.
001890     05 FILLER            PIC X(01).
001900     05 OPS-JD-Updated    PIC ZZZZZZZZ9.
001910     05 FILLER            PIC X(01).
001920     05 OPS-JD-Rejected   PIC ZZZZZZZZ9.
001930     05 FILLER            PIC X(01).
001940     05 OPS-JD-Code       PIC ZZZ9.
001950     05 FILLER            PIC X(01).
001960     05 OPS-JD-Average    PIC ZZZZZZZZ9.
001970     05 FILLER            PIC X(02).
001980     05 OPS-JD-Status     PIC X(09).
001990     05 FILLER            PIC X(01).
002000     05 OPS-JD-Note       PIC X(10).
002010 01  OPS-Count-Display    PIC ZZZZ9.
002020 01  OPS-Summary-Line     PIC X(100).
002030
002040* One run-control log line. Every line read back off the log
002050* lands here too, so this run's own START line is kept aside
002060* and put back before its FINISH is built.
002070 01  OPS-Run-Control-Line.
002080     COPY "Run-Control.cpy".
002090 01  OPS-Own-Start-Line   PIC X(110).
002100
002110 PROCEDURE DIVISION.
002120
002130 0000-MAINLINE.
002140     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
002150     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002160     IF OPS-Run-Going THEN
002170         PERFORM 1200-LOAD-ONE-JOB THRU 1200-LOAD-ONE-JOB-EXIT
002180             UNTIL OPS-No-More-Jobs
002190         PERFORM 1300-OPEN-LOG THRU 1300-OPEN-LOG-EXIT
002200         PERFORM 2000-READ-ONE-LOG-LINE
002210             THRU 2000-READ-ONE-LOG-LINE-EXIT
002220             UNTIL OPS-No-More-Log
002230         WRITE STATUS-REPORT-LINE FROM OPS-Job-Heading
002240         PERFORM 3000-REPORT-ONE-JOB THRU 3000-REPORT-ONE-JOB-EXIT
002250             VARYING OPS-Sub FROM 1 BY 1
002260             UNTIL OPS-Sub > OPS-Job-Count
002270     END-IF.
002280     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002290     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
002300     STOP RUN.
002310
002320 0100-LOG-RUN-START.
002330* Logged before anything else is touched, so a run that falls
002340* over part way still leaves a START with no FINISH behind it
002350* for the next morning's report to find.
002360     MOVE SPACES TO OPS-Run-Control-Line.
002370     MOVE "PHNTOPS" TO RUN-PROGRAM.
002380     MOVE "START" TO RUN-EVENT.
002390     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002400     ACCEPT RUN-START-TIME FROM TIME.
002410     MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
002420         RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
002430     MOVE "NORMAL" TO RUN-TYPE.
002440     PERFORM 8950-WRITE-RUN-CONTROL
002450         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002460     MOVE OPS-Run-Control-Line TO OPS-Own-Start-Line.
002470 0100-LOG-RUN-START-EXIT.
002480     EXIT.
002490
002500 1000-INITIALIZE.
002510     ACCEPT OPS-Run-Date FROM DATE YYYYMMDD.
002520     ACCEPT OPS-Run-Time FROM TIME.
002530     PERFORM 1100-SET-WINDOW THRU 1100-SET-WINDOW-EXIT.
002540     OPEN OUTPUT STATUS-REPORT.
002550     IF NOT OPS-RS-Success THEN
002560         DISPLAY "PHNTOPS: UNABLE TO OPEN STATUS REPORT, STATUS "
002570             OPS-Report-Status
002580         MOVE "Y" TO OPS-Run-Switch
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF.
002610     MOVE "Y" TO OPS-Report-Open-Sw.
002620     MOVE OPS-Run-Date-N TO OPS-Title-Date.
002630     MOVE OPS-Window-Date-N TO OPS-Title-Since-Date.
002640     MOVE OPS-Run-Time TO OPS-Time-Work.
002650     MOVE OPS-Time-HHMMSS TO OPS-Title-Since-Time.
002660     WRITE STATUS-REPORT-LINE FROM OPS-Title-Line.
002670     WRITE STATUS-REPORT-LINE FROM OPS-Blank-Line.
002680* No deck, no list of what should have run -- the report cannot
002690* say anything useful, and says so.
002700     OPEN INPUT EXPECTED-JOB-FILE.
002710     IF NOT OPS-JS-Success THEN
002720         DISPLAY "PHNTOPS: UNABLE TO OPEN EXPECTED-JOBS DECK, "
002730             "STATUS " OPS-Job-Status
002740         MOVE "Y" TO OPS-Run-Switch
002750     END-IF.
002760 1000-INITIALIZE-EXIT.
002770     EXIT.
002780
002790 1100-SET-WINDOW.
002800* The window opens at this time of day, yesterday.
002810     MOVE OPS-Run-Date TO OPS-Window-Date.
002820     IF OPS-Run-Day > 1 THEN
002830         SUBTRACT 1 FROM OPS-Window-Day
002840     ELSE
002850         PERFORM 1110-PRIOR-MONTH-END
002860             THRU 1110-PRIOR-MONTH-END-EXIT
002870     END-IF.
002880     COMPUTE OPS-Window-Start =
002890         OPS-Window-Date-N * 100000000 + OPS-Run-Time.
002900 1100-SET-WINDOW-EXIT.
002910     EXIT.
002920
002930 1110-PRIOR-MONTH-END.
002940* The first of the month: yesterday was the last day of the one
002950* before.
002960     IF OPS-Run-Month = 1 THEN
002970         SUBTRACT 1 FROM OPS-Window-Year
002980         MOVE 12 TO OPS-Window-Month
002990     ELSE
003000         SUBTRACT 1 FROM OPS-Window-Month
003010     END-IF.
003020     MOVE OPS-Month-Days (OPS-Window-Month) TO OPS-Window-Day.
003030     IF OPS-Window-Month NOT = 2 THEN
003040         GO TO 1110-PRIOR-MONTH-END-EXIT
003050     END-IF.
003060     DIVIDE OPS-Window-Year BY 4 GIVING OPS-Leap-Quotient
003070         REMAINDER OPS-Leap-Remainder.
003080     IF OPS-Leap-Remainder NOT = 0 THEN
003090         GO TO 1110-PRIOR-MONTH-END-EXIT
003100     END-IF.
003110     MOVE 29 TO OPS-Window-Day.
003120     DIVIDE OPS-Window-Year BY 100 GIVING OPS-Leap-Quotient
003130         REMAINDER OPS-Leap-Remainder.
003140     IF OPS-Leap-Remainder NOT = 0 THEN
003150         GO TO 1110-PRIOR-MONTH-END-EXIT
003160     END-IF.
003170     MOVE 28 TO OPS-Window-Day.
003180     DIVIDE OPS-Window-Year BY 400 GIVING OPS-Leap-Quotient
003190         REMAINDER OPS-Leap-Remainder.
003200     IF OPS-Leap-Remainder = 0 THEN
003210         MOVE 29 TO OPS-Window-Day
003220     END-IF.
003230 1110-PRIOR-MONTH-END-EXIT.
003240     EXIT.
003250
003260 1200-LOAD-ONE-JOB.
003270     READ EXPECTED-JOB-FILE
003280         AT END
003290             MOVE "Y" TO OPS-Job-EOF-Sw
003300             CLOSE EXPECTED-JOB-FILE
003310     END-READ.
003320     IF OPS-No-More-Jobs THEN
003330         GO TO 1200-LOAD-ONE-JOB-EXIT
003340     END-IF.
003350     ADD 1 TO OPS-Cards-Read.
003360* Blank cards and comment cards (an asterisk in column 1) keep
003370* the deck readable; a job listed twice is only counted once.
003380     IF OJ-PROGRAM = SPACES OR OJ-PROGRAM (1:1) = "*" THEN
003390         GO TO 1200-LOAD-ONE-JOB-EXIT
003400     END-IF.
003410     MOVE OJ-PROGRAM TO OPS-Hunt-Program.
003420     PERFORM 2100-FIND-JOB THRU 2100-FIND-JOB-EXIT.
003430     IF OPS-Found-Sub > 0 THEN
003440         GO TO 1200-LOAD-ONE-JOB-EXIT
003450     END-IF.
003460     IF OPS-Job-Count >= OPS-Max-Jobs THEN
003470         DISPLAY "PHNTOPS: JOB TABLE FULL, " OJ-PROGRAM
003480             " NOT CHECKED"
003490         GO TO 1200-LOAD-ONE-JOB-EXIT
003500     END-IF.
003510     ADD 1 TO OPS-Job-Count.
003520     MOVE OPS-Job-Count TO OPS-Sub.
003530     MOVE OJ-PROGRAM TO OPS-JT-Program (OPS-Sub).
003540     IF OJ-TOLERANCE IS NUMERIC AND OJ-TOLERANCE-N > 0 THEN
003550         MOVE OJ-TOLERANCE-N TO OPS-JT-Tolerance (OPS-Sub)
003560     ELSE
003570         MOVE OPS-Default-Tolerance TO OPS-JT-Tolerance (OPS-Sub)
003580     END-IF.
003590     MOVE 0 TO OPS-JT-Starts (OPS-Sub).
003600     MOVE 0 TO OPS-JT-Start-Key (OPS-Sub).
003610     MOVE 0 TO OPS-JT-Run-Date (OPS-Sub).
003620     MOVE 0 TO OPS-JT-Start-Time (OPS-Sub).
003630     MOVE 0 TO OPS-JT-End-Time (OPS-Sub).
003640     MOVE SPACES TO OPS-JT-Run-Type (OPS-Sub).
003650     MOVE "N" TO OPS-JT-Finished (OPS-Sub).
003660     MOVE 0 TO OPS-JT-Read (OPS-Sub).
003670     MOVE 0 TO OPS-JT-Updated (OPS-Sub).
003680     MOVE 0 TO OPS-JT-Rejected (OPS-Sub).
003690     MOVE 0 TO OPS-JT-Code (OPS-Sub).
003700     MOVE 0 TO OPS-JT-Hist-Count (OPS-Sub).
003710     MOVE 1 TO OPS-JT-Hist-Next (OPS-Sub).
003720 1200-LOAD-ONE-JOB-EXIT.
003730     EXIT.
003740
003750 1300-OPEN-LOG.
003760* No log at all means nothing has run since it was started --
003770* every expected job then reports NEVER RAN.
003780     OPEN INPUT RUN-CONTROL-FILE.
003790     IF NOT OPS-RN-Success THEN
003800         IF NOT OPS-RN-Not-Found THEN
003810             DISPLAY "PHNTOPS: UNABLE TO OPEN RUN-CONTROL LOG, "
003820                 "STATUS " OPS-Runctl-Status
003830         END-IF
003840         MOVE "Y" TO OPS-Log-EOF-Sw
003850     END-IF.
003860 1300-OPEN-LOG-EXIT.
003870     EXIT.
003880
003890 2000-READ-ONE-LOG-LINE.
003900     READ RUN-CONTROL-FILE INTO OPS-Run-Control-Line
003910         AT END
003920             MOVE "Y" TO OPS-Log-EOF-Sw
003930             CLOSE RUN-CONTROL-FILE
003940     END-READ.
003950     IF OPS-No-More-Log THEN
003960         GO TO 2000-READ-ONE-LOG-LINE-EXIT
003970     END-IF.
003980     ADD 1 TO OPS-Log-Lines-Read.
003990     IF RUN-DATE IS NOT NUMERIC
004000         OR RUN-START-TIME IS NOT NUMERIC
004010         OR NOT (RUN-IS-START OR RUN-IS-FINISH) THEN
004020         ADD 1 TO OPS-Log-Lines-Rejected
004030         GO TO 2000-READ-ONE-LOG-LINE-EXIT
004040     END-IF.
004050     IF RUN-IS-FINISH
004060         AND (RUN-END-TIME IS NOT NUMERIC
004070             OR RUN-RECORDS-READ IS NOT NUMERIC
004080             OR RUN-RECORDS-UPDATED IS NOT NUMERIC
004090             OR RUN-RECORDS-REJECTED IS NOT NUMERIC
004100             OR RUN-COMPLETION-CODE IS NOT NUMERIC) THEN
004110         ADD 1 TO OPS-Log-Lines-Rejected
004120         GO TO 2000-READ-ONE-LOG-LINE-EXIT
004130     END-IF.
004140     MOVE RUN-PROGRAM TO OPS-Hunt-Program.
004150     PERFORM 2100-FIND-JOB THRU 2100-FIND-JOB-EXIT.
004160     IF OPS-Found-Sub = 0 THEN
004170         ADD 1 TO OPS-Log-Lines-Unlisted
004180         GO TO 2000-READ-ONE-LOG-LINE-EXIT
004190     END-IF.
004200     COMPUTE OPS-Line-Key = RUN-DATE * 100000000 + RUN-START-TIME.
004210     IF OPS-Line-Key < OPS-Window-Start THEN
004220         PERFORM 2200-ADD-HISTORY THRU 2200-ADD-HISTORY-EXIT
004230     ELSE
004240         PERFORM 2300-TAKE-TONIGHT THRU 2300-TAKE-TONIGHT-EXIT
004250     END-IF.
004260 2000-READ-ONE-LOG-LINE-EXIT.
004270     EXIT.
004280
004290 2100-FIND-JOB.
004300     MOVE 0 TO OPS-Found-Sub.
004310     PERFORM 2110-MATCH-ONE-JOB THRU 2110-MATCH-ONE-JOB-EXIT
004320         VARYING OPS-Sub2 FROM 1 BY 1
004330         UNTIL OPS-Sub2 > OPS-Job-Count
004340             OR OPS-Found-Sub > 0.
004350 2100-FIND-JOB-EXIT.
004360     EXIT.
004370
004380 2110-MATCH-ONE-JOB.
004390     IF OPS-JT-Program (OPS-Sub2) = OPS-Hunt-Program THEN
004400         MOVE OPS-Sub2 TO OPS-Found-Sub
004410     END-IF.
004420 2110-MATCH-ONE-JOB-EXIT.
004430     EXIT.
004440
004450 2200-ADD-HISTORY.
004460* Only a clean, whole run says what a normal night looks like:
004470* a resumed run did part of the work, a failed one may have
004480* stopped anywhere. The log is in time order, so the ring ends
004490* up holding the most recent of them.
004500     IF NOT RUN-IS-FINISH OR NOT RUN-IS-NORMAL
004510         OR RUN-COMPLETION-CODE >= OPS-Failed-Code THEN
004520         GO TO 2200-ADD-HISTORY-EXIT
004530     END-IF.
004540     MOVE OPS-JT-Hist-Next (OPS-Found-Sub) TO OPS-Sub2.
004550     MOVE RUN-RECORDS-READ
004560         TO OPS-JT-Hist-Read (OPS-Found-Sub, OPS-Sub2).
004570     IF OPS-JT-Hist-Count (OPS-Found-Sub) < OPS-History-Depth THEN
004580         ADD 1 TO OPS-JT-Hist-Count (OPS-Found-Sub)
004590     END-IF.
004600     ADD 1 TO OPS-JT-Hist-Next (OPS-Found-Sub).
004610     IF OPS-JT-Hist-Next (OPS-Found-Sub) > OPS-History-Depth THEN
004620         MOVE 1 TO OPS-JT-Hist-Next (OPS-Found-Sub)
004630     END-IF.
004640 2200-ADD-HISTORY-EXIT.
004650     EXIT.
004660
004670 2300-TAKE-TONIGHT.
004680* The latest START in the window is the run reported on; a
004690* FINISH counts only when it carries that START's date and
004700* start time.
004710     IF RUN-IS-START THEN
004720         ADD 1 TO OPS-JT-Starts (OPS-Found-Sub)
004730         IF OPS-Line-Key >= OPS-JT-Start-Key (OPS-Found-Sub) THEN
004740             MOVE OPS-Line-Key TO OPS-JT-Start-Key (OPS-Found-Sub)
004750             MOVE RUN-DATE TO OPS-JT-Run-Date (OPS-Found-Sub)
004760             MOVE RUN-START-TIME
004770                 TO OPS-JT-Start-Time (OPS-Found-Sub)
004780             MOVE RUN-TYPE TO OPS-JT-Run-Type (OPS-Found-Sub)
004790             MOVE "N" TO OPS-JT-Finished (OPS-Found-Sub)
004800         END-IF
004810         GO TO 2300-TAKE-TONIGHT-EXIT
004820     END-IF.
004830     IF OPS-Line-Key NOT = OPS-JT-Start-Key (OPS-Found-Sub) THEN
004840         GO TO 2300-TAKE-TONIGHT-EXIT
004850     END-IF.
004860     MOVE "Y" TO OPS-JT-Finished (OPS-Found-Sub).
004870     MOVE RUN-END-TIME TO OPS-JT-End-Time (OPS-Found-Sub).
004880     MOVE RUN-RECORDS-READ TO OPS-JT-Read (OPS-Found-Sub).
004890     MOVE RUN-RECORDS-UPDATED TO OPS-JT-Updated (OPS-Found-Sub).
004900     MOVE RUN-RECORDS-REJECTED TO OPS-JT-Rejected (OPS-Found-Sub).
004910     MOVE RUN-COMPLETION-CODE TO OPS-JT-Code (OPS-Found-Sub).
004920 2300-TAKE-TONIGHT-EXIT.
004930     EXIT.
004940
004950 3000-REPORT-ONE-JOB.
004960     MOVE SPACES TO OPS-Job-Detail.
004970     MOVE "N" TO OPS-Flag-Switch.
004980     MOVE OPS-JT-Program (OPS-Sub) TO OPS-JD-Program.
004990     PERFORM 3100-AVERAGE-HISTORY THRU 3100-AVERAGE-HISTORY-EXIT.
005000     PERFORM 3200-JUDGE-ONE-JOB THRU 3200-JUDGE-ONE-JOB-EXIT.
005010     IF OPS-Job-Flagged THEN
005020         ADD 1 TO OPS-Jobs-Flagged
005030     ELSE
005040         ADD 1 TO OPS-Jobs-Clean
005050     END-IF.
005060     WRITE STATUS-REPORT-LINE FROM OPS-Job-Detail.
005070 3000-REPORT-ONE-JOB-EXIT.
005080     EXIT.
005090
005100 3100-AVERAGE-HISTORY.
005110     MOVE 0 TO OPS-Hist-Total.
005120     MOVE 0 TO OPS-Average.
005130     IF OPS-JT-Hist-Count (OPS-Sub) = 0 THEN
005140         GO TO 3100-AVERAGE-HISTORY-EXIT
005150     END-IF.
005160     PERFORM 3110-ADD-ONE-HISTORY THRU 3110-ADD-ONE-HISTORY-EXIT
005170         VARYING OPS-Sub2 FROM 1 BY 1
005180         UNTIL OPS-Sub2 > OPS-JT-Hist-Count (OPS-Sub).
005190     DIVIDE OPS-Hist-Total BY OPS-JT-Hist-Count (OPS-Sub)
005200         GIVING OPS-Average ROUNDED.
005210     MOVE OPS-Average TO OPS-JD-Average.
005220 3100-AVERAGE-HISTORY-EXIT.
005230     EXIT.
005240
005250 3110-ADD-ONE-HISTORY.
005260     ADD OPS-JT-Hist-Read (OPS-Sub, OPS-Sub2) TO OPS-Hist-Total.
005270 3110-ADD-ONE-HISTORY-EXIT.
005280     EXIT.
005290
005300 3200-JUDGE-ONE-JOB.
005310     IF OPS-JT-Starts (OPS-Sub) = 0 THEN
005320         MOVE "NEVER RAN" TO OPS-JD-Status
005330         MOVE "Y" TO OPS-Flag-Switch
005340         GO TO 3200-JUDGE-ONE-JOB-EXIT
005350     END-IF.
005360     MOVE OPS-JT-Run-Date (OPS-Sub) TO OPS-JD-Date.
005370     MOVE OPS-JT-Start-Time (OPS-Sub) TO OPS-Time-Work.
005380     MOVE OPS-Time-HHMMSS TO OPS-JD-Start.
005390     IF OPS-JT-Run-Type (OPS-Sub) = "RESUMED" THEN
005400         MOVE "RESUMED" TO OPS-JD-Note
005410     ELSE
005420         IF OPS-JT-Starts (OPS-Sub) > 1 THEN
005430             MOVE "RERUN" TO OPS-JD-Note
005440         END-IF
005450     END-IF.
005460* A START with nothing after it: the program never got as far as
005470* its FINISH line. (A job still running when this report runs
005480* shows the same way -- schedule it after the batch window.)
005490     IF OPS-JT-Finished (OPS-Sub) NOT = "Y" THEN
005500         MOVE "ABENDED" TO OPS-JD-Status
005510         MOVE "Y" TO OPS-Flag-Switch
005520         GO TO 3200-JUDGE-ONE-JOB-EXIT
005530     END-IF.
005540     MOVE OPS-JT-End-Time (OPS-Sub) TO OPS-Time-Work.
005550     MOVE OPS-Time-HHMMSS TO OPS-JD-End.
005560     MOVE OPS-JT-Read (OPS-Sub) TO OPS-JD-Read.
005570     MOVE OPS-JT-Updated (OPS-Sub) TO OPS-JD-Updated.
005580     MOVE OPS-JT-Rejected (OPS-Sub) TO OPS-JD-Rejected.
005590     MOVE OPS-JT-Code (OPS-Sub) TO OPS-JD-Code.
005600     IF OPS-JT-Code (OPS-Sub) >= OPS-Failed-Code THEN
005610         MOVE "FAILED" TO OPS-JD-Status
005620         MOVE "Y" TO OPS-Flag-Switch
005630         GO TO 3200-JUDGE-ONE-JOB-EXIT
005640     END-IF.
005650     MOVE "OK" TO OPS-JD-Status.
005660     IF OPS-JT-Run-Type (OPS-Sub) = "RESUMED" THEN
005670         GO TO 3200-JUDGE-ONE-JOB-EXIT
005680     END-IF.
005690     IF OPS-JT-Hist-Count (OPS-Sub) < OPS-Min-History THEN
005700         IF OPS-JD-Note = SPACES THEN
005710             MOVE "NO HISTORY" TO OPS-JD-Note
005720         END-IF
005730         GO TO 3200-JUDGE-ONE-JOB-EXIT
005740     END-IF.
005750* Far off the average is more than the card's tolerance either
005760* way, worked in hundredths so no division is needed.
005770     COMPUTE OPS-Scaled-Read = OPS-JT-Read (OPS-Sub) * 100.
005780     IF OPS-JT-Tolerance (OPS-Sub) >= 100 THEN
005790         MOVE 0 TO OPS-Low-Bound
005800     ELSE
005810         COMPUTE OPS-Low-Bound =
005820             OPS-Average * (100 - OPS-JT-Tolerance (OPS-Sub))
005830     END-IF.
005840     COMPUTE OPS-High-Bound =
005850         OPS-Average * (100 + OPS-JT-Tolerance (OPS-Sub)).
005860     IF OPS-Scaled-Read < OPS-Low-Bound THEN
005870         MOVE "LOW VOL" TO OPS-JD-Status
005880         MOVE "Y" TO OPS-Flag-Switch
005890     END-IF.
005900     IF OPS-Scaled-Read > OPS-High-Bound THEN
005910         MOVE "HIGH VOL" TO OPS-JD-Status
005920         MOVE "Y" TO OPS-Flag-Switch
005930     END-IF.
005940 3200-JUDGE-ONE-JOB-EXIT.
005950     EXIT.
005960
005970 8000-FINISH.
005980     IF OPS-Report-Open THEN
005990         WRITE STATUS-REPORT-LINE FROM OPS-Blank-Line
006000         MOVE SPACES TO OPS-Summary-Line
006010         IF OPS-Run-Aborted THEN
006020             MOVE "NO EXPECTED-JOBS DECK -- NOTHING CHECKED"
006030                 TO OPS-Summary-Line
006040             WRITE STATUS-REPORT-LINE FROM OPS-Summary-Line
006050         ELSE
006060             PERFORM 8100-WRITE-SUMMARY
006070                 THRU 8100-WRITE-SUMMARY-EXIT
006080         END-IF
006090         CLOSE STATUS-REPORT
006100     END-IF.
006110     IF OPS-Run-Aborted THEN
006120         MOVE 12 TO RETURN-CODE
006130     END-IF.
006140     DISPLAY "PHNTOPS: " OPS-Job-Count " JOBS EXPECTED, "
006150         OPS-Jobs-Clean " CLEAN, "
006160         OPS-Jobs-Flagged " FLAGGED.".
006170     DISPLAY "PHNTOPS: " OPS-Log-Lines-Read " LOG LINES, "
006180         OPS-Log-Lines-Unlisted " FOR UNLISTED PROGRAMS, "
006190         OPS-Log-Lines-Rejected " UNREADABLE.".
006200 8000-FINISH-EXIT.
006210     EXIT.
006220
006230 8100-WRITE-SUMMARY.
006240     MOVE OPS-Job-Count TO OPS-Count-Display.
006250     STRING "JOBS EXPECTED:  " DELIMITED BY SIZE
006260         OPS-Count-Display DELIMITED BY SIZE
006270         INTO OPS-Summary-Line.
006280     WRITE STATUS-REPORT-LINE FROM OPS-Summary-Line.
006290     MOVE SPACES TO OPS-Summary-Line.
006300     MOVE OPS-Jobs-Clean TO OPS-Count-Display.
006310     STRING "RAN CLEAN:      " DELIMITED BY SIZE
006320         OPS-Count-Display DELIMITED BY SIZE
006330         INTO OPS-Summary-Line.
006340     WRITE STATUS-REPORT-LINE FROM OPS-Summary-Line.
006350     MOVE SPACES TO OPS-Summary-Line.
006360     MOVE OPS-Jobs-Flagged TO OPS-Count-Display.
006370     STRING "NEED A LOOK:    " DELIMITED BY SIZE
006380         OPS-Count-Display DELIMITED BY SIZE
006390         INTO OPS-Summary-Line.
006400     WRITE STATUS-REPORT-LINE FROM OPS-Summary-Line.
006410     IF OPS-Log-Lines-Rejected > 0 THEN
006420         MOVE SPACES TO OPS-Summary-Line
006430         MOVE OPS-Log-Lines-Rejected TO OPS-Count-Display
006440         STRING "UNREADABLE LOG LINES SKIPPED: " DELIMITED BY SIZE
006450             OPS-Count-Display DELIMITED BY SIZE
006460             INTO OPS-Summary-Line
006470         WRITE STATUS-REPORT-LINE FROM OPS-Summary-Line
006480     END-IF.
006490 8100-WRITE-SUMMARY-EXIT.
006500     EXIT.
006510
006520 8900-LOG-RUN-FINISH.
006530* Put this run's own START back first -- the FINISH line keeps its
006540* run date and start time, the pair the next report matches on.
006550     MOVE OPS-Own-Start-Line TO OPS-Run-Control-Line.
006560     MOVE "FINISH" TO RUN-EVENT.
006570     ACCEPT RUN-END-TIME FROM TIME.
006580     MOVE OPS-Log-Lines-Read TO RUN-RECORDS-READ.
006590     MOVE 0 TO RUN-RECORDS-UPDATED.
006600     MOVE OPS-Log-Lines-Rejected TO RUN-RECORDS-REJECTED.
006610     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
006620     PERFORM 8950-WRITE-RUN-CONTROL
006630         THRU 8950-WRITE-RUN-CONTROL-EXIT.
006640 8900-LOG-RUN-FINISH-EXIT.
006650     EXIT.
006660
006670 8950-WRITE-RUN-CONTROL.
006680* Appended to, never rewritten -- the first program to find no
006690* log starts one. A log that will not open costs the run only
006700* its entry, never its work.
006710     OPEN EXTEND RUN-CONTROL-FILE.
006720     IF OPS-Runctl-Status NOT = "00" THEN
006730         OPEN OUTPUT RUN-CONTROL-FILE
006740     END-IF.
006750     IF OPS-Runctl-Status NOT = "00" THEN
006760         DISPLAY "PHNTOPS: UNABLE TO OPEN RUN-CONTROL LOG, "
006770             "STATUS " OPS-Runctl-Status
006780         GO TO 8950-WRITE-RUN-CONTROL-EXIT
006790     END-IF.
006800     WRITE RUN-CONTROL-RECORD FROM OPS-Run-Control-Line.
006810     CLOSE RUN-CONTROL-FILE.
006820 8950-WRITE-RUN-CONTROL-EXIT.
006830     EXIT.
999999
