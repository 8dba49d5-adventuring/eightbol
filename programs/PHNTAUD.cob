000120*                     and a readable, non-blank key name. The
000130*                     morning shift reads the report instead of
000140*                     finding corruption from player complaints.
000141*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000142*                     shared run-control log (RUNCTL) with the
000143*                     run's counts and completion code, for the
000144*                     morning status report.
000150
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PHNTAUD.
000300     SELECT AUDIT-REPORT ASSIGN TO "AUDITRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS AUD-Report-Status.
000321     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000322         ORGANIZATION IS LINE SEQUENTIAL
000323         FILE STATUS IS AUD-Runctl-Status.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000541         ==Profession==   BY ==PF-PROFESSION==.
000550 FD  AUDIT-REPORT.
000560 01  AUDIT-REPORT-LINE       PIC X(100).
000561 FD  RUN-CONTROL-FILE.
000562 01  RUN-CONTROL-RECORD   PIC X(110).
000570
000580 WORKING-STORAGE SECTION.
000590 01  AUD-Player-Status     PIC X(02).
001000     05 AUD-Det-Value-2    PIC ZZZZZZZZ9.
001010 01  AUD-Summary-Line      PIC X(100).
001020
001021* One run-control log line, staged here because the FD record
001022* may not be touched before the log is open.
001023 01  AUD-Runctl-Status     PIC X(02).
001024 01  AUD-Run-Control-Line.
001025     COPY "Run-Control.cpy".
001026
001030 PROCEDURE DIVISION.
001040
001050 0000-MAINLINE.
001051     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001060     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001070     PERFORM 2000-AUDIT-ONE-RECORD
001080         THRU 2000-AUDIT-ONE-RECORD-EXIT
001090         UNTIL AUD-No-More-Records.
001100     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001101     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001110     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO AUD-Run-Control-Line.
           MOVE "PHNTAUD" TO RUN-PROGRAM.
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
001120
001130 1000-INITIALIZE.
001140     OPEN OUTPUT AUDIT-REPORT.
002850 8000-FINISH-EXIT.
002860     EXIT.
002870
002871 8900-LOG-RUN-FINISH.
002872* The FINISH line keeps the START line's run date and start
002873* time -- the pair the status report matches the two on.
002874     MOVE "FINISH" TO RUN-EVENT.
002875     ACCEPT RUN-END-TIME FROM TIME.
002876     MOVE AUD-Records-Read TO RUN-RECORDS-READ.
002877     MOVE 0 TO RUN-RECORDS-UPDATED.
002878     MOVE AUD-Exception-Count TO RUN-RECORDS-REJECTED.
002879     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
002880     PERFORM 8950-WRITE-RUN-CONTROL
002881         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002882 8900-LOG-RUN-FINISH-EXIT.
002883     EXIT.
002884
002885 8950-WRITE-RUN-CONTROL.
002886* Appended to, never rewritten -- the first program to find no
002887* log starts one. A log that will not open costs the run only
002888* its entry, never its work.
002889     OPEN EXTEND RUN-CONTROL-FILE.
002890     IF AUD-Runctl-Status NOT = "00" THEN
002891         OPEN OUTPUT RUN-CONTROL-FILE
002892     END-IF.
002893     IF AUD-Runctl-Status NOT = "00" THEN
002894         DISPLAY "PHNTAUD: UNABLE TO OPEN RUN-CONTROL LOG, "
002895             "STATUS " AUD-Runctl-Status
002896         GO TO 8950-WRITE-RUN-CONTROL-EXIT
002897     END-IF.
002898     WRITE RUN-CONTROL-RECORD FROM AUD-Run-Control-Line.
002899     CLOSE RUN-CONTROL-FILE.
002900 8950-WRITE-RUN-CONTROL-EXIT.
002901     EXIT.
999999
