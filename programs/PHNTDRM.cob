000230*                     last backup. The report lists who was
000240*                     shelved and who is approaching the
000250*                     threshold.
000251*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000252*                     shared run-control log (RUNCTL) with the
000253*                     run's counts and completion code, for the
000254*                     morning status report.
000260
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PHNTDRM.
000570     SELECT DORMANCY-REPORT ASSIGN TO "DORMRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DRM-Report-Status.
000591     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS DRM-Runctl-Status.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
001160     05 FILLER            PIC X(77).
001170 FD  DORMANCY-REPORT.
001180 01  DORMANCY-REPORT-LINE PIC X(100).
001181 FD  RUN-CONTROL-FILE.
001182 01  RUN-CONTROL-RECORD   PIC X(110).
001190
001200 WORKING-STORAGE SECTION.
001210 01  DRM-Player-Status    PIC X(02).
001970 01  DRM-Shelved-Display   PIC ZZZZZZ9.
001980 01  DRM-Warned-Display    PIC ZZZZZZ9.
001990
001991* One run-control log line, staged here because the FD record
001992* may not be touched before the log is open.
001993 01  DRM-Runctl-Status    PIC X(02).
001994 01  DRM-Run-Control-Line.
001995     COPY "Run-Control.cpy".
001996
002000 PROCEDURE DIVISION.
002010
002020 0000-MAINLINE.
002021     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
002030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002040     IF DRM-Run-Going THEN
002050         PERFORM 2000-ROLL-ONE-IMAGE
002100             UNTIL DRM-No-More-Players
002110     END-IF.
002120     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
002121     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
002130     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO DRM-Run-Control-Line.
           MOVE "PHNTDRM" TO RUN-PROGRAM.
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
002140
002150 1000-INITIALIZE.
002160     ACCEPT DRM-Current-Date FROM DATE YYYYMMDD.
005090 8000-FINISH-EXIT.
005100     EXIT.
005110
005111 8900-LOG-RUN-FINISH.
005112* The FINISH line keeps the START line's run date and start
005113* time -- the pair the status report matches the two on.
005114     MOVE "FINISH" TO RUN-EVENT.
005115     ACCEPT RUN-END-TIME FROM TIME.
005116     MOVE DRM-Images-Read TO RUN-RECORDS-READ.
005117     MOVE DRM-Records-Shelved TO RUN-RECORDS-UPDATED.
005118     MOVE DRM-Records-Skipped TO RUN-RECORDS-REJECTED.
005119     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
005120     PERFORM 8950-WRITE-RUN-CONTROL
005121         THRU 8950-WRITE-RUN-CONTROL-EXIT.
005122 8900-LOG-RUN-FINISH-EXIT.
005123     EXIT.
005124
005125 8950-WRITE-RUN-CONTROL.
005126* Appended to, never rewritten -- the first program to find no
005127* log starts one. A log that will not open costs the run only
005128* its entry, never its work.
005129     OPEN EXTEND RUN-CONTROL-FILE.
005130     IF DRM-Runctl-Status NOT = "00" THEN
005131         OPEN OUTPUT RUN-CONTROL-FILE
005132     END-IF.
005133     IF DRM-Runctl-Status NOT = "00" THEN
005134         DISPLAY "PHNTDRM: UNABLE TO OPEN RUN-CONTROL LOG, "
005135             "STATUS " DRM-Runctl-Status
005136         GO TO 8950-WRITE-RUN-CONTROL-EXIT
005137     END-IF.
005138     WRITE RUN-CONTROL-RECORD FROM DRM-Run-Control-Line.
005139     CLOSE RUN-CONTROL-FILE.
005140 8950-WRITE-RUN-CONTROL-EXIT.
005141     EXIT.
999999
