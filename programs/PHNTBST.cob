000104*                     column -- a defeated foe now pays out Gold
000106*                     as well as Experience, and the payout is
000108*                     balance data, not code.
      *   15 OCT 2026  BRP  Writes a START and a FINISH line to the
      *                     shared run-control log (RUNCTL) with the
      *                     run's counts and completion code, for the
      *                     morning status report.
000110
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. PHNTBST.
000250     SELECT CARD-FILE ASSIGN TO "BSTCARDS"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS BST-Card-Status.
000271     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000272         ORGANIZATION IS LINE SEQUENTIAL
000273         FILE STATUS IS BST-Runctl-Status.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000500     05 BC-MIN-DUNGEON-LVL  PIC 9(03).
000510     05 BC-MAX-DUNGEON-LVL  PIC 9(03).
000520     05 FILLER              PIC X(31).
000521 FD  RUN-CONTROL-FILE.
000522 01  RUN-CONTROL-RECORD   PIC X(110).
000530
000540 WORKING-STORAGE SECTION.
000550 01  BST-Monster-Status    PIC X(02).
000670 01  BST-Monsters-Updated  PIC 9(05) USAGE BINARY VALUE 0.
000680 01  BST-Cards-Rejected    PIC 9(05) USAGE BINARY VALUE 0.
000690
000691* One run-control log line, staged here because the FD record
000692* may not be touched before the log is open.
000693 01  BST-Runctl-Status     PIC X(02).
000694 01  BST-Run-Control-Line.
000695     COPY "Run-Control.cpy".
000696
000700 PROCEDURE DIVISION.
000710
000720 0000-MAINLINE.
000721     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
000730     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000740     PERFORM 2000-LOAD-ONE-CARD THRU 2000-LOAD-ONE-CARD-EXIT
000750         UNTIL BST-No-More-Cards.
000760     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
000761     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
000770     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO BST-Run-Control-Line.
           MOVE "PHNTBST" TO RUN-PROGRAM.
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
000780
000790 1000-INITIALIZE.
000800* Bootstrap the indexed bestiary the first time this system has
001730 8000-FINISH-EXIT.
001740     EXIT.
001750
001751 8900-LOG-RUN-FINISH.
001752* The FINISH line keeps the START line's run date and start
001753* time -- the pair the status report matches the two on.
001754     MOVE "FINISH" TO RUN-EVENT.
001755     ACCEPT RUN-END-TIME FROM TIME.
001756     MOVE BST-Cards-Read TO RUN-RECORDS-READ.
001757     COMPUTE RUN-RECORDS-UPDATED =
001758         BST-Monsters-Added
001759         + BST-Monsters-Updated.
001760     MOVE BST-Cards-Rejected TO RUN-RECORDS-REJECTED.
001761     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
001762     PERFORM 8950-WRITE-RUN-CONTROL
001763         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001764 8900-LOG-RUN-FINISH-EXIT.
001765     EXIT.
001766
001767 8950-WRITE-RUN-CONTROL.
001768* Appended to, never rewritten -- the first program to find no
001769* log starts one. A log that will not open costs the run only
001770* its entry, never its work.
001771     OPEN EXTEND RUN-CONTROL-FILE.
001772     IF BST-Runctl-Status NOT = "00" THEN
001773         OPEN OUTPUT RUN-CONTROL-FILE
001774     END-IF.
001775     IF BST-Runctl-Status NOT = "00" THEN
001776         DISPLAY "PHNTBST: UNABLE TO OPEN RUN-CONTROL LOG, "
001777             "STATUS " BST-Runctl-Status
001778         GO TO 8950-WRITE-RUN-CONTROL-EXIT
001779     END-IF.
001780     WRITE RUN-CONTROL-RECORD FROM BST-Run-Control-Line.
001781     CLOSE RUN-CONTROL-FILE.
001782 8950-WRITE-RUN-CONTROL-EXIT.
001783     EXIT.
999999
