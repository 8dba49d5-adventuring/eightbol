000070*                     rooms and rewriting ones already on file,
000080*                     the same deck-and-submit shape PHNTBST
000090*                     gave the bestiary.
000091*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000092*                     shared run-control log (RUNCTL) with the
000093*                     run's counts and completion code, for the
000094*                     morning status report.
000100
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. PHNTMAP.
000240     SELECT CARD-FILE ASSIGN TO "MAPCARDS"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS MAP-Card-Status.
000261     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000262         ORGANIZATION IS LINE SEQUENTIAL
000263         FILE STATUS IS MAP-Runctl-Status.
000270
000280 DATA DIVISION.
000290 FILE SECTION.
000460     05 MC-TREASURE-GOLD  PIC 9(07).
000470     05 MC-SPAWN-MONSTER  PIC X(20).
000480     05 FILLER            PIC X(34).
000481 FD  RUN-CONTROL-FILE.
000482 01  RUN-CONTROL-RECORD   PIC X(110).
000490
000500 WORKING-STORAGE SECTION.
000510 01  MAP-Room-Status      PIC X(02).
000660 01  MAP-Rooms-Updated    PIC 9(05) USAGE BINARY VALUE 0.
000670 01  MAP-Cards-Rejected   PIC 9(05) USAGE BINARY VALUE 0.
000680
000681* One run-control log line, staged here because the FD record
000682* may not be touched before the log is open.
000683 01  MAP-Runctl-Status    PIC X(02).
000684 01  MAP-Run-Control-Line.
000685     COPY "Run-Control.cpy".
000686
000690 PROCEDURE DIVISION.
000700
000710 0000-MAINLINE.
000711     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
000720     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000730     PERFORM 2000-LOAD-ONE-CARD THRU 2000-LOAD-ONE-CARD-EXIT
000740         UNTIL MAP-No-More-Cards.
000750     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
000751     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
000760     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO MAP-Run-Control-Line.
           MOVE "PHNTMAP" TO RUN-PROGRAM.
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
000770
000780 1000-INITIALIZE.
000790* Bootstrap the indexed map the first time this system has ever
001610 8000-FINISH-EXIT.
001620     EXIT.
001630
001631 8900-LOG-RUN-FINISH.
001632* The FINISH line keeps the START line's run date and start
001633* time -- the pair the status report matches the two on.
001634     MOVE "FINISH" TO RUN-EVENT.
001635     ACCEPT RUN-END-TIME FROM TIME.
001636     MOVE MAP-Cards-Read TO RUN-RECORDS-READ.
001637     COMPUTE RUN-RECORDS-UPDATED =
001638         MAP-Rooms-Added
001639         + MAP-Rooms-Updated.
001640     MOVE MAP-Cards-Rejected TO RUN-RECORDS-REJECTED.
001641     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
001642     PERFORM 8950-WRITE-RUN-CONTROL
001643         THRU 8950-WRITE-RUN-CONTROL-EXIT.
001644 8900-LOG-RUN-FINISH-EXIT.
001645     EXIT.
001646
001647 8950-WRITE-RUN-CONTROL.
001648* Appended to, never rewritten -- the first program to find no
001649* log starts one. A log that will not open costs the run only
001650* its entry, never its work.
001651     OPEN EXTEND RUN-CONTROL-FILE.
001652     IF MAP-Runctl-Status NOT = "00" THEN
001653         OPEN OUTPUT RUN-CONTROL-FILE
001654     END-IF.
001655     IF MAP-Runctl-Status NOT = "00" THEN
001656         DISPLAY "PHNTMAP: UNABLE TO OPEN RUN-CONTROL LOG, "
001657             "STATUS " MAP-Runctl-Status
001658         GO TO 8950-WRITE-RUN-CONTROL-EXIT
001659     END-IF.
001660     WRITE RUN-CONTROL-RECORD FROM MAP-Run-Control-Line.
001661     CLOSE RUN-CONTROL-FILE.
001662 8950-WRITE-RUN-CONTROL-EXIT.
001663     EXIT.
999999
