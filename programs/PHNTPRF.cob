000100*                     bestiary. The Character class reads its
000110*                     starting stats, growth, swing, and spell
000120*                     costs off this file at Load.
000121*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000122*                     shared run-control log (RUNCTL) with the
000123*                     run's counts and completion code, for the
000124*                     morning status report.
000130
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. PHNTPRF.
000270     SELECT CARD-FILE ASSIGN TO "PRFCARDS"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS PRF-Card-Status.
000291     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000292         ORGANIZATION IS LINE SEQUENTIAL
000293         FILE STATUS IS PRF-Runctl-Status.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000540     05 PC-BOLT-DAMAGE     PIC 9(04).
000550     05 PC-CURE-COST       PIC 9(04).
000560     05 FILLER             PIC X(38).
000561 FD  RUN-CONTROL-FILE.
000562 01  RUN-CONTROL-RECORD   PIC X(110).
000570
000580 WORKING-STORAGE SECTION.
000590 01  PRF-Prof-Status       PIC X(02).
000770 01  PRF-Profs-Updated     PIC 9(05) USAGE BINARY VALUE 0.
000780 01  PRF-Cards-Rejected    PIC 9(05) USAGE BINARY VALUE 0.
000790
000791* One run-control log line, staged here because the FD record
000792* may not be touched before the log is open.
000793 01  PRF-Runctl-Status     PIC X(02).
000794 01  PRF-Run-Control-Line.
000795     COPY "Run-Control.cpy".
000796
000800 PROCEDURE DIVISION.
000810
000820 0000-MAINLINE.
000821     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
000830     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000840     PERFORM 2000-LOAD-ONE-CARD THRU 2000-LOAD-ONE-CARD-EXIT
000850         UNTIL PRF-No-More-Cards.
000860     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
000861     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
000870     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO PRF-Run-Control-Line.
           MOVE "PHNTPRF" TO RUN-PROGRAM.
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
000880
000890 1000-INITIALIZE.
000900* Bootstrap the indexed parameter file the first time this
001950 8000-FINISH-EXIT.
001960     EXIT.
001970
001971 8900-LOG-RUN-FINISH.
001972* The FINISH line keeps the START line's run date and start
001973* time -- the pair the status report matches the two on.
001974     MOVE "FINISH" TO RUN-EVENT.
001975     ACCEPT RUN-END-TIME FROM TIME.
001976     MOVE PRF-Cards-Read TO RUN-RECORDS-READ.
001977     COMPUTE RUN-RECORDS-UPDATED =
001978         PRF-Profs-Added
001979         + PRF-Profs-Updated.
001980     MOVE PRF-Cards-Rejected TO RUN-RECORDS-REJECTED.
001981     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
001982     PERFORM 8950-WRITE-RUN-CONTROL
001983         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001984 8900-LOG-RUN-FINISH-EXIT.
001985     EXIT.
001986
001987 8950-WRITE-RUN-CONTROL.
001988* Appended to, never rewritten -- the first program to find no
001989* log starts one. A log that will not open costs the run only
001990* its entry, never its work.
001991     OPEN EXTEND RUN-CONTROL-FILE.
001992     IF PRF-Runctl-Status NOT = "00" THEN
001993         OPEN OUTPUT RUN-CONTROL-FILE
001994     END-IF.
001995     IF PRF-Runctl-Status NOT = "00" THEN
001996         DISPLAY "PHNTPRF: UNABLE TO OPEN RUN-CONTROL LOG, "
001997             "STATUS " PRF-Runctl-Status
001998         GO TO 8950-WRITE-RUN-CONTROL-EXIT
001999     END-IF.
002000     WRITE RUN-CONTROL-RECORD FROM PRF-Run-Control-Line.
002001     CLOSE RUN-CONTROL-FILE.
002002 8950-WRITE-RUN-CONTROL-EXIT.
002003     EXIT.
999999
