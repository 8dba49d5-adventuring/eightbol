000144*                     reason codes (entries, purses, refunds)
000146*                     so PvP money shows as TOURNAMENT PLAY
000148*                     instead of piling into OTHER.
      *   15 OCT 2026  BRP  The classifier knows PHNTENR's opening
      *                     purse, so gold a character is enrolled
      *                     with shows as ENROLLMENT PURSES.
      *   15 OCT 2026  BRP  The classifier knows the "BOUNTY " reason
      *                     ClaimBounty pays under, so bounties show
      *                     as BOUNTY PAYOUTS.
      *   15 OCT 2026  BRP  The classifier knows PHNTXFR's "TRANSFER "
      *                     reason, so gold moved between characters
      *                     shows as GOLD TRANSFERS instead of riding
      *                     in with the operator adjustments.
      *   15 OCT 2026  BRP  Writes a START and a FINISH line to the
      *                     shared run-control log (RUNCTL) with the
      *                     run's counts and completion code, for the
      *                     morning status report.
000150
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PHNTGLD.
000270     SELECT GOLD-REPORT ASSIGN TO "GOLDRPT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS GLD-Report-Status.
000291     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000292         ORGANIZATION IS LINE SEQUENTIAL
000293         FILE STATUS IS GLD-Runctl-Status.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000400         ==LedgerReason== BY ==GL-REASON==.
000410 FD  GOLD-REPORT.
000420 01  GOLD-REPORT-LINE     PIC X(100).
000421 FD  RUN-CONTROL-FILE.
000422 01  RUN-CONTROL-RECORD   PIC X(110).
000430
000440 WORKING-STORAGE SECTION.
000450 01  GLD-Ledger-Status    PIC X(02).
001430     05 GLD-ND-Credits    PIC ZZZZZZZZ9.
001440 01  GLD-Summary-Line     PIC X(100).
001450
001451* One run-control log line, staged here because the FD record
001452* may not be touched before the log is open.
001453 01  GLD-Runctl-Status    PIC X(02).
001454 01  GLD-Run-Control-Line.
001455     COPY "Run-Control.cpy".
001456
001460 PROCEDURE DIVISION.
001470
001480 0000-MAINLINE.
001481     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001490     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001500     PERFORM 2000-TALLY-ONE-LINE THRU 2000-TALLY-ONE-LINE-EXIT
001510         UNTIL GLD-No-More-Lines.
001550     PERFORM 5000-PRINT-TOP-EARNERS
001560         THRU 5000-PRINT-TOP-EARNERS-EXIT.
001570     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001571     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001580     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO GLD-Run-Control-Line.
           MOVE "PHNTGLD" TO RUN-PROGRAM.
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
001590
001600 1000-INITIALIZE.
001610     OPEN OUTPUT GOLD-REPORT.
002080* Every writer in the system stamps a reason this paragraph
002090* knows: the Character class's SLEW lines and treasure
002100* payouts, PHNTRES's fee, PHNTMNT's adjustments and rename
002110* transfer pairs, PHNTARM's purchases, PHNTINN's room
002120* fees, PHNTENR's opening purses, the Character class's
002130* bounty payouts, and PHNTXFR's transfer pairs. A reason
002131* nobody here recognizes goes to OTHER so a new writer shows
002132* up on the report instead of vanishing.
002140     EVALUATE TRUE
002150         WHEN GL-REASON (1:5) = "SLEW "
002160             MOVE "MONSTER KILLS" TO GLD-Category
002280             MOVE "INN REST FEES" TO GLD-Category
002282         WHEN GL-REASON (1:11) = "TOURNAMENT "
002284             MOVE "TOURNAMENT PLAY" TO GLD-Category
               WHEN GL-REASON = "ENROLLMENT PURSE"
                   MOVE "ENROLLMENT PURSES" TO GLD-Category
               WHEN GL-REASON (1:7) = "BOUNTY "
                   MOVE "BOUNTY PAYOUTS" TO GLD-Category
               WHEN GL-REASON (1:9) = "TRANSFER "
                   MOVE "GOLD TRANSFERS" TO GLD-Category
002290         WHEN OTHER
002300             MOVE "OTHER" TO GLD-Category
002310     END-EVALUATE.
004200 8000-FINISH-EXIT.
004210     EXIT.
004220
004221 8900-LOG-RUN-FINISH.
004222* The FINISH line keeps the START line's run date and start
004223* time -- the pair the status report matches the two on.
004224     MOVE "FINISH" TO RUN-EVENT.
004225     ACCEPT RUN-END-TIME FROM TIME.
004226     MOVE GLD-Lines-Read TO RUN-RECORDS-READ.
004227     MOVE 0 TO RUN-RECORDS-UPDATED.
004228     MOVE GLD-Lines-Rejected TO RUN-RECORDS-REJECTED.
004229     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
004230     PERFORM 8950-WRITE-RUN-CONTROL
004231         THRU 8950-WRITE-RUN-CONTROL-EXIT.
004232 8900-LOG-RUN-FINISH-EXIT.
004233     EXIT.
004234
004235 8950-WRITE-RUN-CONTROL.
004236* Appended to, never rewritten -- the first program to find no
004237* log starts one. A log that will not open costs the run only
004238* its entry, never its work.
004239     OPEN EXTEND RUN-CONTROL-FILE.
004240     IF GLD-Runctl-Status NOT = "00" THEN
004241         OPEN OUTPUT RUN-CONTROL-FILE
004242     END-IF.
004243     IF GLD-Runctl-Status NOT = "00" THEN
004244         DISPLAY "PHNTGLD: UNABLE TO OPEN RUN-CONTROL LOG, "
004245             "STATUS " GLD-Runctl-Status
004246         GO TO 8950-WRITE-RUN-CONTROL-EXIT
004247     END-IF.
004248     WRITE RUN-CONTROL-RECORD FROM GLD-Run-Control-Line.
004249     CLOSE RUN-CONTROL-FILE.
004250 8950-WRITE-RUN-CONTROL-EXIT.
004251     EXIT.
999999
