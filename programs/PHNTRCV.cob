000120*                     minutes since the journal record before
000130*                     it, not a full day of every player's
000140*                     progress.
000141*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000142*                     shared run-control log (RUNCTL) with the
000143*                     run's counts and completion code, for the
000144*                     morning status report.
000150
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PHNTRCV.
000370     SELECT CONTROL-CARD-FILE ASSIGN TO "RCVCARD"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RCV-Card-Status.
000391     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000392         ORGANIZATION IS LINE SEQUENTIAL
000393         FILE STATUS IS RCV-Runctl-Status.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000870     05 FILLER            PIC X(01).
000880     05 RC-CUTOFF-TIME    PIC 9(08).
000890     05 FILLER            PIC X(63).
000891 FD  RUN-CONTROL-FILE.
000892 01  RUN-CONTROL-RECORD   PIC X(110).
000900
000910 WORKING-STORAGE SECTION.
000920 01  RCV-Backup-Status    PIC X(02).
001250 01  RCV-Images-Past-Cut  PIC 9(07) USAGE BINARY VALUE 0.
001260 01  RCV-Images-Unusable  PIC 9(07) USAGE BINARY VALUE 0.
001270
001271* One run-control log line, staged here because the FD record
001272* may not be touched before the log is open.
001273 01  RCV-Runctl-Status    PIC X(02).
001274 01  RCV-Run-Control-Line.
001275     COPY "Run-Control.cpy".
001276
001280 PROCEDURE DIVISION.
001290
001300 0000-MAINLINE.
001301     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001320     IF RCV-Run-Going THEN
001330         PERFORM 2000-COPY-ONE-BACKUP
001400             UNTIL RCV-No-More-Journal
001410     END-IF.
001420     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001421     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001430     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO RCV-Run-Control-Line.
           MOVE "PHNTRCV" TO RUN-PROGRAM.
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
001440
001450 1000-INITIALIZE.
001460* Everything has to be in place before the rebuild touches
002780 8000-FINISH-EXIT.
002790     EXIT.
002800
002801 8900-LOG-RUN-FINISH.
002802* The FINISH line keeps the START line's run date and start
002803* time -- the pair the status report matches the two on.
002804     MOVE "FINISH" TO RUN-EVENT.
002805     ACCEPT RUN-END-TIME FROM TIME.
002806     MOVE RCV-Records-Copied TO RUN-RECORDS-READ.
002807     MOVE RCV-Images-Applied TO RUN-RECORDS-UPDATED.
002808     MOVE RCV-Images-Unusable TO RUN-RECORDS-REJECTED.
002809     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
002810     PERFORM 8950-WRITE-RUN-CONTROL
002811         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002812 8900-LOG-RUN-FINISH-EXIT.
002813     EXIT.
002814
002815 8950-WRITE-RUN-CONTROL.
002816* Appended to, never rewritten -- the first program to find no
002817* log starts one. A log that will not open costs the run only
002818* its entry, never its work.
002819     OPEN EXTEND RUN-CONTROL-FILE.
002820     IF RCV-Runctl-Status NOT = "00" THEN
002821         OPEN OUTPUT RUN-CONTROL-FILE
002822     END-IF.
002823     IF RCV-Runctl-Status NOT = "00" THEN
002824         DISPLAY "PHNTRCV: UNABLE TO OPEN RUN-CONTROL LOG, "
002825             "STATUS " RCV-Runctl-Status
002826         GO TO 8950-WRITE-RUN-CONTROL-EXIT
002827     END-IF.
002828     WRITE RUN-CONTROL-RECORD FROM RCV-Run-Control-Line.
002829     CLOSE RUN-CONTROL-FILE.
002830 8950-WRITE-RUN-CONTROL-EXIT.
002831     EXIT.
999999
