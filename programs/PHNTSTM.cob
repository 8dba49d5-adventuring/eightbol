000180*                     generations ahead of the live file when
000190*                     the period reaches back past the last
000200*                     backup cycle.
      *   15 OCT 2026  BRP  Reads the month-end close's carried-forward
      *                     balances (GOLDBAL) -- a period starting
      *                     after the last cut-off opens from that
      *                     balance plus the live lines since. A closed
      *                     month is stated from its ledger archive
      *                     generation, whose BALANCE FORWARD lines
      *                     give the opening; those lines set the
      *                     opening and are never printed as activity.
      *   15 OCT 2026  BRP  Writes a START and a FINISH line to the
      *                     shared run-control log (RUNCTL) with the
      *                     run's counts and completion code, for the
      *                     morning status report.
000210
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. PHNTSTM.
000470     SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS STM-Report-Status.
000491     SELECT OPENING-BALANCES ASSIGN TO "GOLDBAL"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS STM-Balance-Status.
000494     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000495         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS STM-Runctl-Status.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
001060     05 GY-DEATH-CAUSE    PIC X(30).
001070 FD  STATEMENT-REPORT.
001080 01  STATEMENT-REPORT-LINE PIC X(110).
001081 FD  OPENING-BALANCES.
001082 01  OPENING-BALANCE-RECORD.
001083     COPY "Gold-Balance.cpy" REPLACING
001084         ==BalanceName==   BY ==GB-NAME==
001085         ==BalanceCutOff== BY ==GB-CUTOFF==
001086         ==BalanceAmount== BY ==GB-AMOUNT==
001087         ==BalanceStatus== BY ==GB-STATUS==.
001088 FD  RUN-CONTROL-FILE.
001089 01  RUN-CONTROL-RECORD   PIC X(110).
001090
001100 WORKING-STORAGE SECTION.
001110 01  STM-Card-Status      PIC X(02).
001230     88  STM-GS-Success           VALUE "00".
001240     88  STM-GS-Not-Found         VALUE "23" "35".
001250 01  STM-Report-Status    PIC X(02).
001251 01  STM-Balance-Status   PIC X(02).
001252     88  STM-BS-Success           VALUE "00".
001260
001270 01  STM-Card-EOF-Sw      PIC X(01) VALUE "N".
001280     88  STM-No-More-Cards        VALUE "Y".
001360 01  STM-Dlog-EOF-Sw      PIC X(01).
001370     88  STM-No-More-Deaths       VALUE "Y".
001380     88  STM-More-Deaths          VALUE "N".
001381 01  STM-Balance-EOF-Sw   PIC X(01).
001382     88  STM-No-More-Balances     VALUE "Y".
001383     88  STM-More-Balances        VALUE "N".
001390 01  STM-Files-Open-Sw    PIC X(01) VALUE "N".
001400     88  STM-Files-Open           VALUE "Y".
001410     88  STM-Files-Shut           VALUE "N".
001500 01  STM-Period-End       PIC 9(08).
001510 01  STM-Opening-Balance  PIC S9(09) USAGE BINARY.
001520 01  STM-Running-Balance  PIC S9(09) USAGE BINARY.
001521* The date the opening balance stands at -- a close's cut-off,
001522* or zero when it is built from the ledger's first line up.
001523* Only lines after it add to the opening.
001524 01  STM-Base-Date        PIC 9(08).
001525 01  STM-Forward-Reason   PIC X(30) VALUE "BALANCE FORWARD".
001530
001540 01  STM-Cards-Read       PIC 9(05) USAGE BINARY VALUE 0.
001550 01  STM-Statements-Done  PIC 9(05) USAGE BINARY VALUE 0.
002210     05 FILLER            PIC X(08) VALUE ", CAUSE ".
002220     05 STM-GV-Cause      PIC X(30).
002230
002231* One run-control log line, staged here because the FD record
002232* may not be touched before the log is open.
002233 01  STM-Runctl-Status    PIC X(02).
002234 01  STM-Run-Control-Line.
002235     COPY "Run-Control.cpy".
002236
002240 PROCEDURE DIVISION.
002250
002260 0000-MAINLINE.
002261     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
002270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002280     PERFORM 2000-STATE-ONE-CARD THRU 2000-STATE-ONE-CARD-EXIT
002290         UNTIL STM-No-More-Cards.
002300     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002301     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
002310     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO STM-Run-Control-Line.
           MOVE "PHNTSTM" TO RUN-PROGRAM.
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
002320
002330 1000-INITIALIZE.
002340     OPEN OUTPUT STATEMENT-REPORT.
002950
002960 4000-LEDGER-SECTION.
002970* Two jobs in one pass: everything dated before the period
002980* totals into the opening balance (on top of the last close's
002990* balance, or of a BALANCE FORWARD line -- the end-of-day
003000* reconciliation proves they tie), and everything inside the
003010* period prints with a running balance. The ledger is reopened
003020* per card so a full monthly deck works through it once per
003021* statement.
003030     MOVE 0 TO STM-Opening-Balance.
003040     MOVE 0 TO STM-Ledger-Hits.
003041     PERFORM 4050-FIND-CLOSED-BALANCE
003042         THRU 4050-FIND-CLOSED-BALANCE-EXIT.
003050     MOVE "N" TO STM-Ledger-EOF-Sw.
003060     OPEN INPUT GOLD-LEDGER.
003070     IF NOT STM-LS-Success THEN
003300 4000-LEDGER-SECTION-EXIT.
003310     EXIT.
003320
       4050-FIND-CLOSED-BALANCE.
      * A close whose cut-off falls before the period is the opening
      * to build on -- only the lines after it need totalling. A
      * close at or after the period start is no help; the archive
      * generations on the ledger DD carry that month instead.
           MOVE 0 TO STM-Base-Date.
           MOVE "N" TO STM-Balance-EOF-Sw.
           OPEN INPUT OPENING-BALANCES.
           IF NOT STM-BS-Success THEN
               GO TO 4050-FIND-CLOSED-BALANCE-EXIT
           END-IF.
           PERFORM 4060-CHECK-ONE-BALANCE
               THRU 4060-CHECK-ONE-BALANCE-EXIT
               UNTIL STM-No-More-Balances.
           CLOSE OPENING-BALANCES.
       4050-FIND-CLOSED-BALANCE-EXIT.
           EXIT.
      
       4060-CHECK-ONE-BALANCE.
           READ OPENING-BALANCES
               AT END
                   MOVE "Y" TO STM-Balance-EOF-Sw
           END-READ.
           IF STM-No-More-Balances THEN
               GO TO 4060-CHECK-ONE-BALANCE-EXIT
           END-IF.
           IF GB-NAME NOT = STM-Subject-Name
               OR GB-AMOUNT IS NOT NUMERIC
               OR GB-CUTOFF IS NOT NUMERIC THEN
               GO TO 4060-CHECK-ONE-BALANCE-EXIT
           END-IF.
           IF GB-CUTOFF < STM-Period-Start THEN
               MOVE GB-AMOUNT TO STM-Opening-Balance
               MOVE GB-CUTOFF TO STM-Base-Date
           END-IF.
           MOVE "Y" TO STM-Balance-EOF-Sw.
       4060-CHECK-ONE-BALANCE-EXIT.
           EXIT.
      
003330 4100-TOTAL-OPENING.
003340     READ GOLD-LEDGER
003350         AT END
003430         OR GL-DATE IS NOT NUMERIC THEN
003440         GO TO 4100-TOTAL-OPENING-EXIT
003450     END-IF.
003460* A BALANCE FORWARD line heading an archive generation is the
      * whole balance as of its date: it replaces what has been
      * totalled so far instead of adding to it.
           IF GL-REASON = STM-Forward-Reason THEN
               IF GL-DATE < STM-Period-Start
                   AND GL-DATE NOT < STM-Base-Date THEN
                   MOVE GL-AMOUNT TO STM-Opening-Balance
                   MOVE GL-DATE TO STM-Base-Date
               END-IF
               GO TO 4100-TOTAL-OPENING-EXIT
           END-IF.
           IF GL-DATE > STM-Base-Date
               AND GL-DATE < STM-Period-Start THEN
003470         ADD GL-AMOUNT TO STM-Opening-Balance
003480     END-IF.
003490 4100-TOTAL-OPENING-EXIT.
003630         GO TO 4200-PRINT-ONE-LINE-EXIT
003640     END-IF.
003650     IF GL-DATE < STM-Period-Start
003660         OR GL-DATE > STM-Period-End
003661         OR GL-REASON = STM-Forward-Reason THEN
003670         GO TO 4200-PRINT-ONE-LINE-EXIT
003680     END-IF.
003690     ADD 1 TO STM-Ledger-Hits.
005140 8000-FINISH-EXIT.
005150     EXIT.
005160
005161 8900-LOG-RUN-FINISH.
005162* The FINISH line keeps the START line's run date and start
005163* time -- the pair the status report matches the two on.
005164     MOVE "FINISH" TO RUN-EVENT.
005165     ACCEPT RUN-END-TIME FROM TIME.
005166     MOVE STM-Cards-Read TO RUN-RECORDS-READ.
005167     MOVE STM-Statements-Done TO RUN-RECORDS-UPDATED.
005168     MOVE STM-Cards-Refused TO RUN-RECORDS-REJECTED.
005169     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
005170     PERFORM 8950-WRITE-RUN-CONTROL
005171         THRU 8950-WRITE-RUN-CONTROL-EXIT.
005172 8900-LOG-RUN-FINISH-EXIT.
005173     EXIT.
005174
005175 8950-WRITE-RUN-CONTROL.
005176* Appended to, never rewritten -- the first program to find no
005177* log starts one. A log that will not open costs the run only
005178* its entry, never its work.
005179     OPEN EXTEND RUN-CONTROL-FILE.
005180     IF STM-Runctl-Status NOT = "00" THEN
005181         OPEN OUTPUT RUN-CONTROL-FILE
005182     END-IF.
005183     IF STM-Runctl-Status NOT = "00" THEN
005184         DISPLAY "PHNTSTM: UNABLE TO OPEN RUN-CONTROL LOG, "
005185             "STATUS " STM-Runctl-Status
005186         GO TO 8950-WRITE-RUN-CONTROL-EXIT
005187     END-IF.
005188     WRITE RUN-CONTROL-RECORD FROM STM-Run-Control-Line.
005189     CLOSE RUN-CONTROL-FILE.
005190 8950-WRITE-RUN-CONTROL-EXIT.
005191     EXIT.
999999
