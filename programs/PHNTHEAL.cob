000230*                     program's name through SetCallerName, so
000231*                     the player-file journal stamps the nightly
000232*                     sweep's rewrites as PHNTHEAL.
      *   15 OCT 2026  BRP  Writes a START and a FINISH line to the
      *                     shared run-control log (RUNCTL) with the
      *                     run's counts and completion code, for the
      *                     morning status report.
000233
000234 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PHNTHEAL.
000390     SELECT RESTART-FILE ASSIGN TO "HEALRSTR"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS HEAL-Restart-Status.
000411     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS HEAL-Runctl-Status.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000626         ==Profession==   BY ==PF-PROFESSION==.
000630 FD  RESTART-FILE.
000640 01  RESTART-RECORD         PIC X(20).
000641 FD  RUN-CONTROL-FILE.
000642 01  RUN-CONTROL-RECORD   PIC X(110).
000650
000660 WORKING-STORAGE SECTION.
000670 01  HEAL-Player-Status    PIC X(02).
000880     88  HEAL-Player-File-Shut     VALUE "N".
000890 01  HEAL-Records-Healed   PIC 9(07) USAGE BINARY VALUE 0.
000900
000901* One run-control log line, staged here because the FD record
000902* may not be touched before the log is open.
000903 01  HEAL-Runctl-Status    PIC X(02).
000904 01  HEAL-Run-Control-Line.
000905     COPY "Run-Control.cpy".
000906
000910 PROCEDURE DIVISION.
000920
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000941     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
000950     PERFORM 2000-HEAL-ONE-RECORD THRU 2000-HEAL-ONE-RECORD-EXIT
000960         UNTIL HEAL-No-More-Records.
000970     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
000971     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
000980     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged once the restart file has been read, so a run that
      * picks up where a failed one stopped shows as RESUMED from
      * its START line on, with the key it resumed past.
           MOVE SPACES TO HEAL-Run-Control-Line.
           MOVE "PHNTHEAL" TO RUN-PROGRAM.
           MOVE "START" TO RUN-EVENT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
           MOVE 0 TO RUN-END-TIME RUN-RECORDS-READ RUN-RECORDS-UPDATED
               RUN-RECORDS-REJECTED RUN-COMPLETION-CODE.
           MOVE "NORMAL" TO RUN-TYPE.
           IF HEAL-Resuming THEN
               MOVE "RESUMED" TO RUN-TYPE
               MOVE HEAL-Resume-Key TO RUN-RESUME-KEY
           END-IF.
           PERFORM 8950-WRITE-RUN-CONTROL
               THRU 8950-WRITE-RUN-CONTROL-EXIT.
       0100-LOG-RUN-START-EXIT.
           EXIT.
000990
001000 1000-INITIALIZE.
001010* A restart key left over from a prior run means we resume just
001920 8100-CLEAR-RESTART-KEY-EXIT.
001922     EXIT.
001924
001925 8900-LOG-RUN-FINISH.
001926* The FINISH line keeps the START line's run date and start
001927* time -- the pair the status report matches the two on.
001928     MOVE "FINISH" TO RUN-EVENT.
001929     ACCEPT RUN-END-TIME FROM TIME.
001930     MOVE HEAL-Records-Healed TO RUN-RECORDS-READ.
001931     MOVE HEAL-Records-Healed TO RUN-RECORDS-UPDATED.
001932     MOVE 0 TO RUN-RECORDS-REJECTED.
001933     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
001934     PERFORM 8950-WRITE-RUN-CONTROL
001935         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001936 8900-LOG-RUN-FINISH-EXIT.
001937     EXIT.
001938
001939 8950-WRITE-RUN-CONTROL.
001940* Appended to, never rewritten -- the first program to find no
001941* log starts one. A log that will not open costs the run only
001942* its entry, never its work.
001943     OPEN EXTEND RUN-CONTROL-FILE.
001944     IF HEAL-Runctl-Status NOT = "00" THEN
001945         OPEN OUTPUT RUN-CONTROL-FILE
001946     END-IF.
001947     IF HEAL-Runctl-Status NOT = "00" THEN
001948         DISPLAY "PHNTHEAL: UNABLE TO OPEN RUN-CONTROL LOG, "
001949             "STATUS " HEAL-Runctl-Status
001950         GO TO 8950-WRITE-RUN-CONTROL-EXIT
001951     END-IF.
001952     WRITE RUN-CONTROL-RECORD FROM HEAL-Run-Control-Line.
001953     CLOSE RUN-CONTROL-FILE.
001954 8950-WRITE-RUN-CONTROL-EXIT.
001955     EXIT.
999999
