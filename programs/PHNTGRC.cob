000132*                     that matches its ledger total is
000133*                     reconciled, not reported, the same as a
000134*                     grave's.
      *   15 OCT 2026  BRP  Ledger totals now start from the balances
      *                     the last month-end close carried forward
      *                     (GOLDBAL) -- the close trims GOLDLEDG to the
      *                     lines after its cut-off, so opening balance
      *                     plus current lines is what ties to the
      *                     files. No balance file means no close has
      *                     run and the ledger is still the whole
      *                     history.
      *   15 OCT 2026  BRP  Writes a START and a FINISH line to the
      *                     shared run-control log (RUNCTL) with the
      *                     run's counts and completion code, for the
      *                     morning status report.
000135
000136 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. PHNTGRC.
000325         ACCESS MODE IS DYNAMIC
000326         RECORD KEY IS DR-CHARACTER-NAME
000328         FILE STATUS IS GRC-Dormant-Status.
           SELECT OPENING-BALANCES ASSIGN TO "GOLDBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRC-Balance-Status.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRC-Runctl-Status.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000666         ==Profession==   BY ==DR-PROFESSION==.
000667     05 DR-SHELVED-DATE   PIC 9(08).
000668     05 DR-LAST-ACTIVE    PIC 9(08).
       FD  OPENING-BALANCES.
       01  OPENING-BALANCE-RECORD.
           COPY "Gold-Balance.cpy" REPLACING
               ==BalanceName==   BY ==GB-NAME==
               ==BalanceCutOff== BY ==GB-CUTOFF==
               ==BalanceAmount== BY ==GB-AMOUNT==
               ==BalanceStatus== BY ==GB-STATUS==.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD   PIC X(110).
000669
000670 WORKING-STORAGE SECTION.
000671 01  GRC-Player-Status     PIC X(02).
000737 01  GRC-Dormant-Status    PIC X(02).
000738     88  GRC-DS-Success            VALUE "00".
000739     88  GRC-DS-Not-Found          VALUE "23" "35".
       01  GRC-Balance-Status    PIC X(02).
           88  GRC-BS-Success            VALUE "00".
           88  GRC-BS-Not-Found          VALUE "23" "35".
000740 01  GRC-Report-Status     PIC X(02).
000750
000760 01  GRC-Ledger-EOF-Sw     PIC X(01) VALUE "N".
000823 01  GRC-Player-Open-Sw    PIC X(01) VALUE "N".
000824     88  GRC-Player-File-Open      VALUE "Y".
000825     88  GRC-Player-File-Shut      VALUE "N".
       01  GRC-Balance-EOF-Sw    PIC X(01) VALUE "N".
           88  GRC-No-More-Balances      VALUE "Y".
           88  GRC-More-Balances         VALUE "N".
       01  GRC-Balance-Open-Sw   PIC X(01) VALUE "N".
           88  GRC-Balance-File-Open     VALUE "Y".
           88  GRC-Balance-File-Shut     VALUE "N".
000826
000830* Per-character ledger totals, accumulated from the ledger and
000840* then tied record by record to the player file -- same working
001000 01  GRC-Lines-Rejected    PIC 9(07) USAGE BINARY VALUE 0.
001010 01  GRC-Players-Checked   PIC 9(07) USAGE BINARY VALUE 0.
001020 01  GRC-Exception-Count   PIC 9(07) USAGE BINARY VALUE 0.
001021 01  GRC-Balances-Read     PIC 9(07) USAGE BINARY VALUE 0.
001030 01  GRC-Ledger-Balance    PIC S9(09) USAGE BINARY.
001040 01  GRC-Difference        PIC S9(09) USAGE BINARY.
001050
001210     05 GRC-Det-Note       PIC X(30).
001220 01  GRC-Summary-Line      PIC X(100).
001230
001231* One run-control log line, staged here because the FD record
001232* may not be touched before the log is open.
001233 01  GRC-Runctl-Status     PIC X(02).
001234 01  GRC-Run-Control-Line.
001235     COPY "Run-Control.cpy".
001236
001240 PROCEDURE DIVISION.
001250
001260 0000-MAINLINE.
001261     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001271     PERFORM 1500-LOAD-ONE-OPENING THRU 1500-LOAD-ONE-OPENING-EXIT
001272         UNTIL GRC-No-More-Balances.
001280     PERFORM 2000-TOTAL-ONE-LINE THRU 2000-TOTAL-ONE-LINE-EXIT
001290         UNTIL GRC-No-More-Ledger.
001300     PERFORM 3000-TIE-ONE-PLAYER THRU 3000-TIE-ONE-PLAYER-EXIT
001310         UNTIL GRC-No-More-Players.
001320     PERFORM 4000-SWEEP-UNTIED THRU 4000-SWEEP-UNTIED-EXIT.
001330     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001331     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001340     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO GRC-Run-Control-Line.
           MOVE "PHNTGRC" TO RUN-PROGRAM.
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
001350
001360 1000-INITIALIZE.
001370     OPEN OUTPUT RECON-REPORT.
001513     IF GRC-DS-Success THEN
001514         MOVE "Y" TO GRC-Dormant-Open-Sw
001515     END-IF.
      * The last close's carried-forward balances open every total
      * -- no balance file yet just means no close has run, and the
      * ledger still holds everything since day one.
           OPEN INPUT OPENING-BALANCES.
           IF GRC-BS-Success THEN
               MOVE "Y" TO GRC-Balance-Open-Sw
           ELSE
               IF NOT GRC-BS-Not-Found THEN
                   DISPLAY "PHNTGRC: UNABLE TO OPEN BALANCES, STATUS "
                       GRC-Balance-Status
               END-IF
               MOVE "Y" TO GRC-Balance-EOF-Sw
           END-IF.
001516     OPEN INPUT PLAYER-FILE.
001520     IF GRC-PS-Success THEN
001525         MOVE "Y" TO GRC-Player-Open-Sw
001550         MOVE "Y" TO GRC-Player-EOF-Sw
001560     END-IF.
001570 1000-INITIALIZE-EXIT.
           EXIT.
      
       1500-LOAD-ONE-OPENING.
           READ OPENING-BALANCES
               AT END
                   MOVE "Y" TO GRC-Balance-EOF-Sw
           END-READ.
           IF GRC-No-More-Balances THEN
               GO TO 1500-LOAD-ONE-OPENING-EXIT
           END-IF.
           ADD 1 TO GRC-Balances-Read.
           IF GB-NAME = SPACES
               OR GB-AMOUNT IS NOT NUMERIC THEN
               ADD 1 TO GRC-Lines-Rejected
               DISPLAY "PHNTGRC: OPENING BALANCE " GRC-Balances-Read
                   " UNREADABLE, SKIPPED"
               GO TO 1500-LOAD-ONE-OPENING-EXIT
           END-IF.
           MOVE GB-NAME TO GRC-Hunt-Name.
           PERFORM 2100-FIND-TABLE-ENTRY
               THRU 2100-FIND-TABLE-ENTRY-EXIT.
           IF GRC-Found-Sub = 0 THEN
               IF GRC-Entry-Count >= GRC-Max-Entries THEN
                   DISPLAY "PHNTGRC: LEDGER NAMES EXCEED TABLE SIZE, "
                       "BALANCE SKIPPED: " GB-NAME
                   ADD 1 TO GRC-Lines-Rejected
                   GO TO 1500-LOAD-ONE-OPENING-EXIT
               END-IF
               ADD 1 TO GRC-Entry-Count
               MOVE GRC-Entry-Count TO GRC-Found-Sub
               MOVE GRC-Hunt-Name TO GRC-Tot-Name (GRC-Found-Sub)
               MOVE 0 TO GRC-Tot-Amount (GRC-Found-Sub)
               MOVE "N" TO GRC-Tot-Tied (GRC-Found-Sub)
           END-IF.
           ADD GB-AMOUNT TO GRC-Tot-Amount (GRC-Found-Sub).
       1500-LOAD-ONE-OPENING-EXIT.
001580     EXIT.
001590
001600 2000-TOTAL-ONE-LINE.
002860     IF GRC-Player-File-Open THEN
002861         CLOSE PLAYER-FILE
002862     END-IF.
002863     IF GRC-Balance-File-Open THEN
002864         CLOSE OPENING-BALANCES
002865     END-IF.
002870     DISPLAY "PHNTGRC: " GRC-Ledger-Lines-Read
002880         " LEDGER LINES, " GRC-Players-Checked
002890         " PLAYERS, " GRC-Exception-Count " EXCEPTIONS.".
002891     DISPLAY "PHNTGRC: " GRC-Balances-Read
002892         " OPENING BALANCES CARRIED FORWARD.".
002900 8000-FINISH-EXIT.
002910     EXIT.
002920
002921 8900-LOG-RUN-FINISH.
002922* The FINISH line keeps the START line's run date and start
002923* time -- the pair the status report matches the two on.
002924     MOVE "FINISH" TO RUN-EVENT.
002925     ACCEPT RUN-END-TIME FROM TIME.
002926     MOVE GRC-Ledger-Lines-Read TO RUN-RECORDS-READ.
002927     MOVE 0 TO RUN-RECORDS-UPDATED.
002928     MOVE GRC-Exception-Count TO RUN-RECORDS-REJECTED.
002929     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
002930     PERFORM 8950-WRITE-RUN-CONTROL
002931         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002932 8900-LOG-RUN-FINISH-EXIT.
002933     EXIT.
002934
002935 8950-WRITE-RUN-CONTROL.
002936* Appended to, never rewritten -- the first program to find no
002937* log starts one. A log that will not open costs the run only
002938* its entry, never its work.
002939     OPEN EXTEND RUN-CONTROL-FILE.
002940     IF GRC-Runctl-Status NOT = "00" THEN
002941         OPEN OUTPUT RUN-CONTROL-FILE
002942     END-IF.
002943     IF GRC-Runctl-Status NOT = "00" THEN
002944         DISPLAY "PHNTGRC: UNABLE TO OPEN RUN-CONTROL LOG, "
002945             "STATUS " GRC-Runctl-Status
002946         GO TO 8950-WRITE-RUN-CONTROL-EXIT
002947     END-IF.
002948     WRITE RUN-CONTROL-RECORD FROM GRC-Run-Control-Line.
002949     CLOSE RUN-CONTROL-FILE.
002950 8950-WRITE-RUN-CONTROL-EXIT.
002951     EXIT.
999999
