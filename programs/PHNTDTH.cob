000110*                     day-over-day trend section, so nobody
000120*                     compiles the numbers by hand from the raw
000130*                     log again.
000131*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000132*                     shared run-control log (RUNCTL) with the
000133*                     run's counts and completion code, for the
000134*                     morning status report.
000140
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. PHNTDTH.
000260     SELECT DEATH-REPORT ASSIGN TO "DEATHRPT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS DTH-Report-Status.
000281     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000282         ORGANIZATION IS LINE SEQUENTIAL
000283         FILE STATUS IS DTH-Runctl-Status.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000440     05 DL-CAUSE          PIC X(30).
000450 FD  DEATH-REPORT.
000460 01  DEATH-REPORT-LINE    PIC X(100).
000461 FD  RUN-CONTROL-FILE.
000462 01  RUN-CONTROL-RECORD   PIC X(110).
000470
000480 WORKING-STORAGE SECTION.
000490 01  DTH-Log-Status       PIC X(02).
001280     05 DTH-DD-Change     PIC ++++++9.
001290 01  DTH-Summary-Line     PIC X(100).
001300
001301* One run-control log line, staged here because the FD record
001302* may not be touched before the log is open.
001303 01  DTH-Runctl-Status    PIC X(02).
001304 01  DTH-Run-Control-Line.
001305     COPY "Run-Control.cpy".
001306
001310 PROCEDURE DIVISION.
001320
001330 0000-MAINLINE.
001331     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001350     PERFORM 2000-TALLY-ONE-LINE THRU 2000-TALLY-ONE-LINE-EXIT
001360         UNTIL DTH-No-More-Lines.
001380     PERFORM 4000-PRINT-BY-NAME THRU 4000-PRINT-BY-NAME-EXIT.
001390     PERFORM 5000-PRINT-TREND THRU 5000-PRINT-TREND-EXIT.
001400     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001401     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001410     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO DTH-Run-Control-Line.
           MOVE "PHNTDTH" TO RUN-PROGRAM.
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
001420
001430 1000-INITIALIZE.
001440     OPEN OUTPUT DEATH-REPORT.
003410 8000-FINISH-EXIT.
003420     EXIT.
003430
003431 8900-LOG-RUN-FINISH.
003432* The FINISH line keeps the START line's run date and start
003433* time -- the pair the status report matches the two on.
003434     MOVE "FINISH" TO RUN-EVENT.
003435     ACCEPT RUN-END-TIME FROM TIME.
003436     MOVE DTH-Lines-Read TO RUN-RECORDS-READ.
003437     MOVE 0 TO RUN-RECORDS-UPDATED.
003438     MOVE DTH-Lines-Rejected TO RUN-RECORDS-REJECTED.
003439     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
003440     PERFORM 8950-WRITE-RUN-CONTROL
003441         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003442 8900-LOG-RUN-FINISH-EXIT.
003443     EXIT.
003444
003445 8950-WRITE-RUN-CONTROL.
003446* Appended to, never rewritten -- the first program to find no
003447* log starts one. A log that will not open costs the run only
003448* its entry, never its work.
003449     OPEN EXTEND RUN-CONTROL-FILE.
003450     IF DTH-Runctl-Status NOT = "00" THEN
003451         OPEN OUTPUT RUN-CONTROL-FILE
003452     END-IF.
003453     IF DTH-Runctl-Status NOT = "00" THEN
003454         DISPLAY "PHNTDTH: UNABLE TO OPEN RUN-CONTROL LOG, "
003455             "STATUS " DTH-Runctl-Status
003456         GO TO 8950-WRITE-RUN-CONTROL-EXIT
003457     END-IF.
003458     WRITE RUN-CONTROL-RECORD FROM DTH-Run-Control-Line.
003459     CLOSE RUN-CONTROL-FILE.
003460 8950-WRITE-RUN-CONTROL-EXIT.
003461     EXIT.
999999
