000090*                     shape PHNTBST gave the bestiary. Weapon
000100*                     and armor balance is catalog data now,
000110*                     not constants in the Character class.
000111*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000112*                     shared run-control log (RUNCTL) with the
000113*                     run's counts and completion code, for the
000114*                     morning status report.
000120
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. PHNTITM.
000260     SELECT CARD-FILE ASSIGN TO "ITMCARDS"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS ITM-Card-Status.
000281     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000282         ORGANIZATION IS LINE SEQUENTIAL
000283         FILE STATUS IS ITM-Runctl-Status.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000450     05 IT-ITEM-POWER       PIC 9(04).
000460     05 IT-ITEM-PRICE       PIC 9(07).
000470     05 FILLER              PIC X(43).
000471 FD  RUN-CONTROL-FILE.
000472 01  RUN-CONTROL-RECORD   PIC X(110).
000480
000490 WORKING-STORAGE SECTION.
000500 01  ITM-Item-Status       PIC X(02).
000680 01  ITM-Items-Updated     PIC 9(05) USAGE BINARY VALUE 0.
000690 01  ITM-Cards-Rejected    PIC 9(05) USAGE BINARY VALUE 0.
000700
000701* One run-control log line, staged here because the FD record
000702* may not be touched before the log is open.
000703 01  ITM-Runctl-Status     PIC X(02).
000704 01  ITM-Run-Control-Line.
000705     COPY "Run-Control.cpy".
000706
000710 PROCEDURE DIVISION.
000720
000730 0000-MAINLINE.
000731     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
000740     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000750     PERFORM 2000-LOAD-ONE-CARD THRU 2000-LOAD-ONE-CARD-EXIT
000760         UNTIL ITM-No-More-Cards.
000770     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
000771     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
000780     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO ITM-Run-Control-Line.
           MOVE "PHNTITM" TO RUN-PROGRAM.
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
000790
000800 1000-INITIALIZE.
000810* Bootstrap the indexed catalog the first time this system has
001680 8000-FINISH-EXIT.
001690     EXIT.
001700
001701 8900-LOG-RUN-FINISH.
001702* The FINISH line keeps the START line's run date and start
001703* time -- the pair the status report matches the two on.
001704     MOVE "FINISH" TO RUN-EVENT.
001705     ACCEPT RUN-END-TIME FROM TIME.
001706     MOVE ITM-Cards-Read TO RUN-RECORDS-READ.
001707     COMPUTE RUN-RECORDS-UPDATED =
001708         ITM-Items-Added
001709         + ITM-Items-Updated.
001710     MOVE ITM-Cards-Rejected TO RUN-RECORDS-REJECTED.
001711     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
001712     PERFORM 8950-WRITE-RUN-CONTROL
001713         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001714 8900-LOG-RUN-FINISH-EXIT.
001715     EXIT.
001716
001717 8950-WRITE-RUN-CONTROL.
001718* Appended to, never rewritten -- the first program to find no
001719* log starts one. A log that will not open costs the run only
001720* its entry, never its work.
001721     OPEN EXTEND RUN-CONTROL-FILE.
001722     IF ITM-Runctl-Status NOT = "00" THEN
001723         OPEN OUTPUT RUN-CONTROL-FILE
001724     END-IF.
001725     IF ITM-Runctl-Status NOT = "00" THEN
001726         DISPLAY "PHNTITM: UNABLE TO OPEN RUN-CONTROL LOG, "
001727             "STATUS " ITM-Runctl-Status
001728         GO TO 8950-WRITE-RUN-CONTROL-EXIT
001729     END-IF.
001730     WRITE RUN-CONTROL-RECORD FROM ITM-Run-Control-Line.
001731     CLOSE RUN-CONTROL-FILE.
001732 8950-WRITE-RUN-CONTROL-EXIT.
001733     EXIT.
999999
