000130*                     journalled stamped PHNTWKE, which also
000140*                     restarts the character's activity clock
000150*                     on the next sweep.
      *   15 OCT 2026  BRP  Writes a START and a FINISH line to the
      *                     shared run-control log (RUNCTL) with the
      *                     run's counts and completion code, for the
      *                     morning status report.
      *   15 OCT 2026  BRP  Every card turned away is also filed on
      *                     the shared SUSPENSE file under a
      *                     standard reason code, with the card as
      *                     read. A card the desk sent back through
      *                     PHNTSRB clears its entry when taken, or
      *                     reopens it if turned away again.
000160
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. PHNTWKE.
000390     SELECT PLAYER-JOURNAL ASSIGN TO "PLAYRJRN"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WKE-Jrnl-Status.
000411     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WKE-Runctl-Status.
000414     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000415         ORGANIZATION IS INDEXED
000416         ACCESS MODE IS DYNAMIC
000417         RECORD KEY IS SU-SUSPENSE-KEY
000418         FILE STATUS IS WKE-Susp-Status.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000890 FD  PLAYER-JOURNAL.
000900 01  PLAYER-JOURNAL-RECORD.
000910     COPY "Player-Journal.cpy".
000911 FD  RUN-CONTROL-FILE.
000912 01  RUN-CONTROL-RECORD   PIC X(110).
000913 FD  SUSPENSE-FILE.
000914 01  SUSPENSE-RECORD.
000915     COPY "Suspense-Entry.cpy".
000920
000930 WORKING-STORAGE SECTION.
000940 01  WKE-Player-Status    PIC X(02).
001160 01  WKE-Current-Date     PIC 9(08).
001170 01  WKE-Current-Time     PIC 9(08).
001180
      * One run-control log line, staged here because the FD record
      * may not be touched before the log is open.
       01  WKE-Runctl-Status    PIC X(02).
       01  WKE-Run-Control-Line.
           COPY "Run-Control.cpy".
      
      * Suspense -- every card the run turns away is filed on
      * SUSPENSE with a standard reason code (Suspense-Reasons.cpy).
      * The table holds this program's entries the desk has sent
      * back, matched on the card as resent: taken, the entry is
      * CLEARED; turned away again, the entry is reopened rather
      * than a second one filed.
       01  WKE-Susp-Status      PIC X(02).
           88  WKE-SS-Success           VALUE "00".
           88  WKE-SS-Not-Found         VALUE "23" "35".
       01  WKE-Susp-Open-Sw     PIC X(01) VALUE "N".
           88  WKE-Suspense-Open        VALUE "Y".
           88  WKE-Suspense-Shut        VALUE "N".
       01  WKE-Susp-Scan-Sw     PIC X(01) VALUE "N".
           88  WKE-Susp-Scan-Done       VALUE "Y".
           88  WKE-Susp-Scan-Going      VALUE "N".
       01  WKE-Suspense-Reason  PIC X(04).
       01  WKE-Card-Image       PIC X(80).
       01  WKE-Cards-Suspended  PIC 9(05) USAGE BINARY VALUE 0.
       01  WKE-Resends-Cleared  PIC 9(05) USAGE BINARY VALUE 0.
       01  WKE-Resent-Max       PIC 9(05) USAGE BINARY VALUE 500.
       01  WKE-Resent-Count     PIC 9(05) USAGE BINARY VALUE 0.
       01  WKE-Resent-Sub       PIC 9(05) USAGE BINARY.
       01  WKE-Resent-Hit       PIC 9(05) USAGE BINARY.
       01  WKE-Resent-Table.
           05 WKE-Resent-Entry OCCURS 1 TO 500 TIMES
                  DEPENDING ON WKE-Resent-Count.
               10 WKE-Resent-Key     PIC X(29).
               10 WKE-Resent-Image   PIC X(80).
               10 WKE-Resent-Used    PIC X(01).
      
001190 PROCEDURE DIVISION.
001200
001210 0000-MAINLINE.
001211     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001220     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001221     PERFORM 1500-OPEN-SUSPENSE THRU 1500-OPEN-SUSPENSE-EXIT.
001230     PERFORM 2000-WAKE-ONE-CARD THRU 2000-WAKE-ONE-CARD-EXIT
001240         UNTIL WKE-No-More-Cards.
001250     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001251     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001260     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO WKE-Run-Control-Line.
           MOVE "PHNTWKE" TO RUN-PROGRAM.
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
001270
001280 1000-INITIALIZE.
001290     OPEN INPUT WKE-CARD-FILE.
001590 1000-INITIALIZE-EXIT.
001600     EXIT.
001610
       1500-OPEN-SUSPENSE.
      * Opened I-O, or started empty by the first program ever to
      * turn a card away. A suspense file that will not open costs
      * the run only its suspense entries -- every refusal is still
      * on SYSOUT as before.
           IF WKE-No-More-Cards THEN
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF WKE-SS-Not-Found THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF NOT WKE-SS-Success THEN
               DISPLAY "PHNTWKE: UNABLE TO OPEN SUSPENSE FILE, STATUS "
                   WKE-Susp-Status
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           MOVE "Y" TO WKE-Susp-Open-Sw.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           MOVE WKE-Program-Name TO SU-PROGRAM.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 1500-OPEN-SUSPENSE-EXIT
           END-START.
           MOVE "N" TO WKE-Susp-Scan-Sw.
           PERFORM 1510-LOAD-ONE-RESENT THRU 1510-LOAD-ONE-RESENT-EXIT
               UNTIL WKE-Susp-Scan-Done.
       1500-OPEN-SUSPENSE-EXIT.
           EXIT.
      
       1510-LOAD-ONE-RESENT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WKE-Susp-Scan-Sw
                   GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-READ.
           IF SU-PROGRAM NOT = WKE-Program-Name THEN
               MOVE "Y" TO WKE-Susp-Scan-Sw
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF NOT SU-IS-RESENT THEN
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF WKE-Resent-Count NOT < WKE-Resent-Max THEN
               DISPLAY "PHNTWKE: RESENT CARD TABLE FULL, ENTRY "
                   SU-SUSPENSE-KEY " LEFT FOR A LATER RUN"
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           ADD 1 TO WKE-Resent-Count.
           MOVE SU-SUSPENSE-KEY TO WKE-Resent-Key (WKE-Resent-Count).
           MOVE SU-CURRENT-IMAGE
               TO WKE-Resent-Image (WKE-Resent-Count).
           MOVE "N" TO WKE-Resent-Used (WKE-Resent-Count).
       1510-LOAD-ONE-RESENT-EXIT.
           EXIT.
      
001620 2000-WAKE-ONE-CARD.
001630     READ WKE-CARD-FILE
001640         AT END
001680         GO TO 2000-WAKE-ONE-CARD-EXIT
001690     END-IF.
001700     ADD 1 TO WKE-Cards-Read.
001701     MOVE WKE-CARD TO WKE-Card-Image.
001710     IF WC-CHARACTER-NAME = SPACES THEN
001720         ADD 1 TO WKE-Refused
001721         MOVE "BLNK" TO WKE-Suspense-Reason
001722         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001730         DISPLAY "PHNTWKE: CARD " WKE-Cards-Read
001740             " BLANK, SKIPPED"
001750         GO TO 2000-WAKE-ONE-CARD-EXIT
001840     READ DORMANT-FILE
001850         INVALID KEY
001860             ADD 1 TO WKE-Refused
001861             MOVE "NODR" TO WKE-Suspense-Reason
001862             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001870             DISPLAY "PHNTWKE: " WC-CHARACTER-NAME
001880                 " NOT ON THE DORMANT FILE"
001890             GO TO 2100-WAKE-ONE-CHARACTER-EXIT
001940             CONTINUE
001950         NOT INVALID KEY
001960             ADD 1 TO WKE-Refused
001961             MOVE "LIVE" TO WKE-Suspense-Reason
001962             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001970             DISPLAY "PHNTWKE: " WC-CHARACTER-NAME
001980                 " ALREADY AMONG THE LIVING"
001990             GO TO 2100-WAKE-ONE-CHARACTER-EXIT
002160     WRITE PLAYER-RECORD
002170         INVALID KEY
002180             ADD 1 TO WKE-Refused
002181             MOVE "FILE" TO WKE-Suspense-Reason
002182             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002190             DISPLAY "PHNTWKE: " WC-CHARACTER-NAME
002200                 " PLAYER WRITE FAILED, STATUS "
002210                 WKE-Player-Status
002250         THRU 2200-JOURNAL-THE-WRITE-EXIT.
002260     DELETE DORMANT-FILE.
002270     ADD 1 TO WKE-Woken.
002271     PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT.
002280     DISPLAY "PHNTWKE: " WC-CHARACTER-NAME
002290         " WAKES FROM DORMANCY".
002300 2100-WAKE-ONE-CHARACTER-EXIT.
002610     DISPLAY "PHNTWKE: " WKE-Cards-Read " CARDS READ, "
002620         WKE-Woken " WOKEN, "
002630         WKE-Refused " REFUSED.".
002631     IF WKE-Suspense-Open THEN
002632         CLOSE SUSPENSE-FILE
002633     END-IF.
002634     DISPLAY "PHNTWKE: " WKE-Cards-Suspended " CARDS SUSPENDED, "
002635         WKE-Resends-Cleared " RESUBMISSIONS CLEARED.".
002640 8000-FINISH-EXIT.
002650     EXIT.
002660
002661 8500-SUSPEND-CARD.
002662* File the card just read under the reason moved ahead of the
002663* PERFORM. The key carries this run's own date and start time,
002664* as its run-control START line has them.
002665     ADD 1 TO WKE-Cards-Suspended.
002666     IF WKE-Suspense-Shut THEN
002667         GO TO 8500-SUSPEND-CARD-EXIT
002668     END-IF.
002669     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
002670     IF WKE-Resent-Hit > 0 THEN
002671         PERFORM 8510-REOPEN-RESENT THRU 8510-REOPEN-RESENT-EXIT
002672         GO TO 8500-SUSPEND-CARD-EXIT
002673     END-IF.
002674     MOVE SPACES TO SUSPENSE-RECORD.
002675     MOVE WKE-Program-Name TO SU-PROGRAM.
002676     MOVE RUN-DATE TO SU-RUN-DATE.
002677     MOVE RUN-START-TIME TO SU-RUN-TIME.
002678     MOVE WKE-Cards-Suspended TO SU-SEQUENCE.
002679     MOVE WKE-Suspense-Reason TO SU-REASON-CODE.
002680     MOVE "OPEN" TO SU-STATUS.
002681     MOVE RUN-DATE TO SU-STATUS-DATE.
002682     MOVE 0 TO SU-RESEND-COUNT.
002683     MOVE WKE-Card-Image TO SU-ORIGINAL-IMAGE.
002684     MOVE WKE-Card-Image TO SU-CURRENT-IMAGE.
002685     WRITE SUSPENSE-RECORD
002686         INVALID KEY
002687             DISPLAY "PHNTWKE: SUSPENSE WRITE FAILED, STATUS "
002688                 WKE-Susp-Status
002689     END-WRITE.
002690 8500-SUSPEND-CARD-EXIT.
002691     EXIT.
002692
002693 8510-REOPEN-RESENT.
002694* A card the desk sent back, turned away again: its own entry
002695* goes back to OPEN under the new reason.
002696     MOVE "Y" TO WKE-Resent-Used (WKE-Resent-Hit).
002697     MOVE WKE-Resent-Key (WKE-Resent-Hit) TO SU-SUSPENSE-KEY.
002698     READ SUSPENSE-FILE
002699         INVALID KEY
002700             DISPLAY "PHNTWKE: SUSPENSE ENTRY " SU-SUSPENSE-KEY
002701                 " NO LONGER ON FILE"
002702             GO TO 8510-REOPEN-RESENT-EXIT
002703     END-READ.
002704     MOVE WKE-Suspense-Reason TO SU-REASON-CODE.
002705     MOVE "OPEN" TO SU-STATUS.
002706     MOVE RUN-DATE TO SU-STATUS-DATE.
002707     REWRITE SUSPENSE-RECORD
002708         INVALID KEY
002709             DISPLAY "PHNTWKE: SUSPENSE REWRITE FAILED, STATUS "
002710                 WKE-Susp-Status
002711     END-REWRITE.
002712 8510-REOPEN-RESENT-EXIT.
002713     EXIT.
002714
002715 8600-CLEAR-RESENT.
002716* A card taken that the desk had sent back closes its entry,
002717* so the desk never sends it a second time.
002718     IF WKE-Suspense-Shut OR WKE-Resent-Count = 0 THEN
002719         GO TO 8600-CLEAR-RESENT-EXIT
002720     END-IF.
002721     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
002722     IF WKE-Resent-Hit = 0 THEN
002723         GO TO 8600-CLEAR-RESENT-EXIT
002724     END-IF.
002725     MOVE "Y" TO WKE-Resent-Used (WKE-Resent-Hit).
002726     MOVE WKE-Resent-Key (WKE-Resent-Hit) TO SU-SUSPENSE-KEY.
002727     READ SUSPENSE-FILE
002728         INVALID KEY
002729             DISPLAY "PHNTWKE: SUSPENSE ENTRY " SU-SUSPENSE-KEY
002730                 " NO LONGER ON FILE"
002731             GO TO 8600-CLEAR-RESENT-EXIT
002732     END-READ.
002733     MOVE "CLEARED" TO SU-STATUS.
002734     MOVE RUN-DATE TO SU-STATUS-DATE.
002735     REWRITE SUSPENSE-RECORD
002736         INVALID KEY
002737             DISPLAY "PHNTWKE: SUSPENSE REWRITE FAILED, STATUS "
002738                 WKE-Susp-Status
002739             GO TO 8600-CLEAR-RESENT-EXIT
002740     END-REWRITE.
002741     ADD 1 TO WKE-Resends-Cleared.
002742 8600-CLEAR-RESENT-EXIT.
002743     EXIT.
002744
002745 8700-FIND-RESENT.
002746* The first entry not yet matched this run whose card as resent
002747* is the card just read, word for word.
002748     MOVE 0 TO WKE-Resent-Hit.
002749     PERFORM 8710-MATCH-ONE-RESENT THRU 8710-MATCH-ONE-RESENT-EXIT
002750         VARYING WKE-Resent-Sub FROM 1 BY 1
002751         UNTIL WKE-Resent-Sub > WKE-Resent-Count
002752             OR WKE-Resent-Hit > 0.
002753 8700-FIND-RESENT-EXIT.
002754     EXIT.
002755
002756 8710-MATCH-ONE-RESENT.
002757     IF WKE-Resent-Used (WKE-Resent-Sub) = "N"
002758         AND WKE-Resent-Image (WKE-Resent-Sub)
002759             = WKE-Card-Image THEN
002760         MOVE WKE-Resent-Sub TO WKE-Resent-Hit
002761     END-IF.
002762 8710-MATCH-ONE-RESENT-EXIT.
002763     EXIT.
002764
002765 8900-LOG-RUN-FINISH.
002766* The FINISH line keeps the START line's run date and start
002767* time -- the pair the status report matches the two on.
002768     MOVE "FINISH" TO RUN-EVENT.
002769     ACCEPT RUN-END-TIME FROM TIME.
002770     MOVE WKE-Cards-Read TO RUN-RECORDS-READ.
002771     MOVE WKE-Woken TO RUN-RECORDS-UPDATED.
002772     MOVE WKE-Refused TO RUN-RECORDS-REJECTED.
002773     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
002774     PERFORM 8950-WRITE-RUN-CONTROL
002775         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002776 8900-LOG-RUN-FINISH-EXIT.
002777     EXIT.
002778
002779 8950-WRITE-RUN-CONTROL.
002780* Appended to, never rewritten -- the first program to find no
002781* log starts one. A log that will not open costs the run only
002782* its entry, never its work.
002783     OPEN EXTEND RUN-CONTROL-FILE.
002784     IF WKE-Runctl-Status NOT = "00" THEN
002785         OPEN OUTPUT RUN-CONTROL-FILE
002786     END-IF.
002787     IF WKE-Runctl-Status NOT = "00" THEN
002788         DISPLAY "PHNTWKE: UNABLE TO OPEN RUN-CONTROL LOG, "
002789             "STATUS " WKE-Runctl-Status
002790         GO TO 8950-WRITE-RUN-CONTROL-EXIT
002791     END-IF.
002792     WRITE RUN-CONTROL-RECORD FROM WKE-Run-Control-Line.
002793     CLOSE RUN-CONTROL-FILE.
002794 8950-WRITE-RUN-CONTROL-EXIT.
002795     EXIT.
999999
