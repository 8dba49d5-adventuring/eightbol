000210*                     backup plus a full journal still
000220*                     recovers; a bad backup plus an archived
000230*                     journal does not.
000231*   15 OCT 2026  BRP  Writes a START and a FINISH line to the
000232*                     shared run-control log (RUNCTL) with the
000233*                     run's counts and completion code, for the
000234*                     morning status report.
000240
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PHNTBKP.
000500     SELECT JOURNAL-KEEP ASSIGN TO "JRNKEEP"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS BKP-Keep-Status.
000521     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS BKP-Runctl-Status.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000992 01  JOURNAL-ARCHIVE-RECORD PIC X(146).
000993 FD  JOURNAL-KEEP.
000994 01  JOURNAL-KEEP-RECORD    PIC X(146).
000995 FD  RUN-CONTROL-FILE.
000996 01  RUN-CONTROL-RECORD   PIC X(110).
001010
001020 WORKING-STORAGE SECTION.
001030 01  BKP-Player-Status    PIC X(02).
001550 01  BKP-Images-Archived  PIC 9(07) USAGE BINARY VALUE 0.
001560 01  BKP-Images-Retained  PIC 9(07) USAGE BINARY VALUE 0.
001570
001571* One run-control log line, staged here because the FD record
001572* may not be touched before the log is open.
001573 01  BKP-Runctl-Status    PIC X(02).
001574 01  BKP-Run-Control-Line.
001575     COPY "Run-Control.cpy".
001576
001580 PROCEDURE DIVISION.
001590
001600 0000-MAINLINE.
001601     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001620     IF BKP-Run-Going THEN
001630         PERFORM 2000-COPY-ONE-PLAYER
001795             THRU 5000-REBUILD-JOURNAL-EXIT
001800     END-IF.
001810     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001811     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001820     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO BKP-Run-Control-Line.
           MOVE "PHNTBKP" TO RUN-PROGRAM.
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
001830
001840 1000-INITIALIZE.
001850     OPEN INPUT PLAYER-FILE.
003690 8000-FINISH-EXIT.
003700     EXIT.
003710
003711 8900-LOG-RUN-FINISH.
003712* The FINISH line keeps the START line's run date and start
003713* time -- the pair the status report matches the two on.
003714     MOVE "FINISH" TO RUN-EVENT.
003715     ACCEPT RUN-END-TIME FROM TIME.
003716     MOVE BKP-Records-Copied TO RUN-RECORDS-READ.
003717     MOVE BKP-Images-Archived TO RUN-RECORDS-UPDATED.
003718     MOVE 0 TO RUN-RECORDS-REJECTED.
003719     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
003720     PERFORM 8950-WRITE-RUN-CONTROL
003721         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003722 8900-LOG-RUN-FINISH-EXIT.
003723     EXIT.
003724
003725 8950-WRITE-RUN-CONTROL.
003726* Appended to, never rewritten -- the first program to find no
003727* log starts one. A log that will not open costs the run only
003728* its entry, never its work.
003729     OPEN EXTEND RUN-CONTROL-FILE.
003730     IF BKP-Runctl-Status NOT = "00" THEN
003731         OPEN OUTPUT RUN-CONTROL-FILE
003732     END-IF.
003733     IF BKP-Runctl-Status NOT = "00" THEN
003734         DISPLAY "PHNTBKP: UNABLE TO OPEN RUN-CONTROL LOG, "
003735             "STATUS " BKP-Runctl-Status
003736         GO TO 8950-WRITE-RUN-CONTROL-EXIT
003737     END-IF.
003738     WRITE RUN-CONTROL-RECORD FROM BKP-Run-Control-Line.
003739     CLOSE RUN-CONTROL-FILE.
003740 8950-WRITE-RUN-CONTROL-EXIT.
003741     EXIT.
999999
