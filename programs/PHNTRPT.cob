000087*   02 SEP 2026  BRP  The leaderboard shows each character's
000088*                     Profession, now that the roster is no
000089*                     longer a thousand copies of one hero.
      *   15 OCT 2026  BRP  Writes a START and a FINISH line to the
      *                     shared run-control log (RUNCTL) with the
      *                     run's counts and completion code, for the
      *                     morning status report.
000090
000091 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. PHNTRPT.
000220     SELECT LEADERBOARD ASSIGN TO "LDRBOARD"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS RPT-Print-Status.
000241     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000242         ORGANIZATION IS LINE SEQUENTIAL
000243         FILE STATUS IS RPT-Runctl-Status.
000250
000260 DATA DIVISION.
000270 FILE SECTION.
000456         ==Profession==   BY ==PF-PROFESSION==.
000460 FD  LEADERBOARD.
000470 01  LEADERBOARD-LINE        PIC X(80).
000471 FD  RUN-CONTROL-FILE.
000472 01  RUN-CONTROL-RECORD   PIC X(110).
000480
000490 WORKING-STORAGE SECTION.
000500 01  RPT-Player-Status     PIC X(02).
000892     05 FILLER                PIC X(02) VALUE SPACES.
000894     05 RPT-Detail-Profession PIC X(10).
000900
000901* One run-control log line, staged here because the FD record
000902* may not be touched before the log is open.
000903 01  RPT-Runctl-Status     PIC X(02).
000904 01  RPT-Run-Control-Line.
000905     COPY "Run-Control.cpy".
000906
000910 PROCEDURE DIVISION.
000920
000930 0000-MAINLINE.
000931     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
000940     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000950     PERFORM 2000-LOAD-ONE-ENTRY THRU 2000-LOAD-ONE-ENTRY-EXIT
000960         UNTIL RPT-No-More-Records.
000970     PERFORM 3000-RANK-TABLE THRU 3000-RANK-TABLE-EXIT.
000980     PERFORM 4000-PRINT-REPORT THRU 4000-PRINT-REPORT-EXIT.
000990     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
000991     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001000     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO RPT-Run-Control-Line.
           MOVE "PHNTRPT" TO RUN-PROGRAM.
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
001010
001020 1000-INITIALIZE.
001030     OPEN INPUT PLAYER-FILE.
001800 8000-FINISH-EXIT.
001810     EXIT.
001820
001821 8900-LOG-RUN-FINISH.
001822* The FINISH line keeps the START line's run date and start
001823* time -- the pair the status report matches the two on.
001824     MOVE "FINISH" TO RUN-EVENT.
001825     ACCEPT RUN-END-TIME FROM TIME.
001826     MOVE RPT-Entry-Count TO RUN-RECORDS-READ.
001827     MOVE 0 TO RUN-RECORDS-UPDATED.
001828     MOVE 0 TO RUN-RECORDS-REJECTED.
001829     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
001830     PERFORM 8950-WRITE-RUN-CONTROL
001831         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001832 8900-LOG-RUN-FINISH-EXIT.
001833     EXIT.
001834
001835 8950-WRITE-RUN-CONTROL.
001836* Appended to, never rewritten -- the first program to find no
001837* log starts one. A log that will not open costs the run only
001838* its entry, never its work.
001839     OPEN EXTEND RUN-CONTROL-FILE.
001840     IF RPT-Runctl-Status NOT = "00" THEN
001841         OPEN OUTPUT RUN-CONTROL-FILE
001842     END-IF.
001843     IF RPT-Runctl-Status NOT = "00" THEN
001844         DISPLAY "PHNTRPT: UNABLE TO OPEN RUN-CONTROL LOG, "
001845             "STATUS " RPT-Runctl-Status
001846         GO TO 8950-WRITE-RUN-CONTROL-EXIT
001847     END-IF.
001848     WRITE RUN-CONTROL-RECORD FROM RPT-Run-Control-Line.
001849     CLOSE RUN-CONTROL-FILE.
001850 8950-WRITE-RUN-CONTROL-EXIT.
001851     EXIT.
999999
