000140*                     file before any room is written, and the
000150*                     run reports each room restocked and the
000160*                     total gold injected.
000161*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000162*                     shared run-control log (RUNCTL) with the
000163*                     run's counts and completion code, for the
000164*                     morning status report.
000170
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. PHNTRSK.
000390     SELECT RESTOCK-REPORT ASSIGN TO "RESTKRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RSK-Report-Status.
000411     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS RSK-Runctl-Status.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000800     05 FILLER            PIC X(39).
000810 FD  RESTOCK-REPORT.
000820 01  RESTOCK-REPORT-LINE  PIC X(100).
000821 FD  RUN-CONTROL-FILE.
000822 01  RUN-CONTROL-RECORD   PIC X(110).
000830
000840 WORKING-STORAGE SECTION.
000850 01  RSK-Room-Status      PIC X(02).
001540     05 RSK-Det-Monster   PIC X(20).
001550 01  RSK-Summary-Line     PIC X(100).
001560
001561* One run-control log line, staged here because the FD record
001562* may not be touched before the log is open.
001563 01  RSK-Runctl-Status    PIC X(02).
001564 01  RSK-Run-Control-Line.
001565     COPY "Run-Control.cpy".
001566
001570 PROCEDURE DIVISION.
001580
001590 0000-MAINLINE.
001591     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001610     PERFORM 2000-LOAD-ONE-POLICY THRU 2000-LOAD-ONE-POLICY-EXIT
001620         UNTIL RSK-No-More-Cards.
001640         THRU 3000-RESTOCK-ONE-ROOM-EXIT
001650         UNTIL RSK-No-More-Rooms.
001660     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001661     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001670     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO RSK-Run-Control-Line.
           MOVE "PHNTRSK" TO RUN-PROGRAM.
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
001680
001690 1000-INITIALIZE.
001700     OPEN OUTPUT RESTOCK-REPORT.
003730 8000-FINISH-EXIT.
003740     EXIT.
003750
003751 8900-LOG-RUN-FINISH.
003752* The FINISH line keeps the START line's run date and start
003753* time -- the pair the status report matches the two on.
003754     MOVE "FINISH" TO RUN-EVENT.
003755     ACCEPT RUN-END-TIME FROM TIME.
003756     MOVE RSK-Rooms-Read TO RUN-RECORDS-READ.
003757     MOVE RSK-Rooms-Restocked TO RUN-RECORDS-UPDATED.
003758     MOVE RSK-Cards-Rejected TO RUN-RECORDS-REJECTED.
003759     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
003760     PERFORM 8950-WRITE-RUN-CONTROL
003761         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003762 8900-LOG-RUN-FINISH-EXIT.
003763     EXIT.
003764
003765 8950-WRITE-RUN-CONTROL.
003766* Appended to, never rewritten -- the first program to find no
003767* log starts one. A log that will not open costs the run only
003768* its entry, never its work.
003769     OPEN EXTEND RUN-CONTROL-FILE.
003770     IF RSK-Runctl-Status NOT = "00" THEN
003771         OPEN OUTPUT RUN-CONTROL-FILE
003772     END-IF.
003773     IF RSK-Runctl-Status NOT = "00" THEN
003774         DISPLAY "PHNTRSK: UNABLE TO OPEN RUN-CONTROL LOG, "
003775             "STATUS " RSK-Runctl-Status
003776         GO TO 8950-WRITE-RUN-CONTROL-EXIT
003777     END-IF.
003778     WRITE RUN-CONTROL-RECORD FROM RSK-Run-Control-Line.
003779     CLOSE RUN-CONTROL-FILE.
003780 8950-WRITE-RUN-CONTROL-EXIT.
003781     EXIT.
999999
