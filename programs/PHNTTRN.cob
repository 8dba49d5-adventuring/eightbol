000170*                     writes a results line per bout and the
000180*                     final bracket standings, alongside the
000190*                     PHNTRPT leaderboard.
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
000200
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PHNTTRN.
000350     SELECT TRN-RESULTS ASSIGN TO "TRNRESLT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS TRN-Results-Status.
000371     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS TRN-Runctl-Status.
000374     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000375         ORGANIZATION IS INDEXED
000376         ACCESS MODE IS DYNAMIC
000377         RECORD KEY IS SU-SUSPENSE-KEY
000378         FILE STATUS IS TRN-Susp-Status.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000460     05 FILLER             PIC X(33).
000470 FD  TRN-RESULTS.
000480 01  TRN-RESULTS-LINE      PIC X(132).
000481 FD  RUN-CONTROL-FILE.
000482 01  RUN-CONTROL-RECORD   PIC X(110).
000483 FD  SUSPENSE-FILE.
000484 01  SUSPENSE-RECORD.
000485     COPY "Suspense-Entry.cpy".
000490
000500 WORKING-STORAGE SECTION.
000510 01  TRN-Card-Status      PIC X(02).
001340     05 FILLER             PIC X(02) VALUE SPACES.
001350     05 TRN-Std-Wins       PIC ZZZZ9.
001360
      * One run-control log line, staged here because the FD record
      * may not be touched before the log is open.
       01  TRN-Runctl-Status    PIC X(02).
       01  TRN-Run-Control-Line.
           COPY "Run-Control.cpy".
      
      * Suspense -- every card the run turns away is filed on
      * SUSPENSE with a standard reason code (Suspense-Reasons.cpy).
      * The table holds this program's entries the desk has sent
      * back, matched on the card as resent: taken, the entry is
      * CLEARED; turned away again, the entry is reopened rather
      * than a second one filed.
       01  TRN-Susp-Status      PIC X(02).
           88  TRN-SS-Success           VALUE "00".
           88  TRN-SS-Not-Found         VALUE "23" "35".
       01  TRN-Susp-Open-Sw     PIC X(01) VALUE "N".
           88  TRN-Suspense-Open        VALUE "Y".
           88  TRN-Suspense-Shut        VALUE "N".
       01  TRN-Susp-Scan-Sw     PIC X(01) VALUE "N".
           88  TRN-Susp-Scan-Done       VALUE "Y".
           88  TRN-Susp-Scan-Going      VALUE "N".
       01  TRN-Suspense-Reason  PIC X(04).
       01  TRN-Card-Image       PIC X(80).
       01  TRN-Cards-Suspended  PIC 9(05) USAGE BINARY VALUE 0.
       01  TRN-Resends-Cleared  PIC 9(05) USAGE BINARY VALUE 0.
       01  TRN-Resent-Max       PIC 9(05) USAGE BINARY VALUE 500.
       01  TRN-Resent-Count     PIC 9(05) USAGE BINARY VALUE 0.
       01  TRN-Resent-Sub       PIC 9(05) USAGE BINARY.
       01  TRN-Resent-Hit       PIC 9(05) USAGE BINARY.
       01  TRN-Resent-Table.
           05 TRN-Resent-Entry OCCURS 1 TO 500 TIMES
                  DEPENDING ON TRN-Resent-Count.
               10 TRN-Resent-Key     PIC X(29).
               10 TRN-Resent-Image   PIC X(80).
               10 TRN-Resent-Used    PIC X(01).
      
001370 PROCEDURE DIVISION.
001380
001390 0000-MAINLINE.
001391     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001401     PERFORM 1500-OPEN-SUSPENSE THRU 1500-OPEN-SUSPENSE-EXIT.
001410     PERFORM 2000-FIGHT-ONE-BOUT THRU 2000-FIGHT-ONE-BOUT-EXIT
001420         UNTIL TRN-No-More-Cards.
001430     PERFORM 6000-PRINT-STANDINGS
001440         THRU 6000-PRINT-STANDINGS-EXIT.
001450     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001451     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001460     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO TRN-Run-Control-Line.
           MOVE "PHNTTRN" TO RUN-PROGRAM.
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
001470
001480 1000-INITIALIZE.
001490     OPEN INPUT TRN-CARD-FILE.
001590 1000-INITIALIZE-EXIT.
001600     EXIT.
001610
       1500-OPEN-SUSPENSE.
      * Opened I-O, or started empty by the first program ever to
      * turn a card away. A suspense file that will not open costs
      * the run only its suspense entries -- every refusal is still
      * on SYSOUT as before.
           IF TRN-No-More-Cards THEN
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF TRN-SS-Not-Found THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF NOT TRN-SS-Success THEN
               DISPLAY "PHNTTRN: UNABLE TO OPEN SUSPENSE FILE, STATUS "
                   TRN-Susp-Status
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           MOVE "Y" TO TRN-Susp-Open-Sw.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           MOVE TRN-Program-Name TO SU-PROGRAM.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 1500-OPEN-SUSPENSE-EXIT
           END-START.
           MOVE "N" TO TRN-Susp-Scan-Sw.
           PERFORM 1510-LOAD-ONE-RESENT THRU 1510-LOAD-ONE-RESENT-EXIT
               UNTIL TRN-Susp-Scan-Done.
       1500-OPEN-SUSPENSE-EXIT.
           EXIT.
      
       1510-LOAD-ONE-RESENT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRN-Susp-Scan-Sw
                   GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-READ.
           IF SU-PROGRAM NOT = TRN-Program-Name THEN
               MOVE "Y" TO TRN-Susp-Scan-Sw
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF NOT SU-IS-RESENT THEN
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF TRN-Resent-Count NOT < TRN-Resent-Max THEN
               DISPLAY "PHNTTRN: RESENT CARD TABLE FULL, ENTRY "
                   SU-SUSPENSE-KEY " LEFT FOR A LATER RUN"
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           ADD 1 TO TRN-Resent-Count.
           MOVE SU-SUSPENSE-KEY TO TRN-Resent-Key (TRN-Resent-Count).
           MOVE SU-CURRENT-IMAGE
               TO TRN-Resent-Image (TRN-Resent-Count).
           MOVE "N" TO TRN-Resent-Used (TRN-Resent-Count).
       1510-LOAD-ONE-RESENT-EXIT.
           EXIT.
      
001620 2000-FIGHT-ONE-BOUT.
001630     READ TRN-CARD-FILE
001640         AT END
001670     IF TRN-No-More-Cards THEN
001680         GO TO 2000-FIGHT-ONE-BOUT-EXIT
001690     END-IF.
001691     MOVE TRN-CARD TO TRN-Card-Image.
001700     MOVE TN-CHALLENGER-NAME TO TRN-Challenger-Name.
001710     MOVE TN-DEFENDER-NAME   TO TRN-Defender-Name.
001720     MOVE 0 TO TRN-Round-Number.
001760     PERFORM 2100-SET-UP-BOUT THRU 2100-SET-UP-BOUT-EXIT.
001770     IF TRN-Duel-Continues THEN
001780         ADD 1 TO TRN-Bouts-Fought
001781         PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT
001790         PERFORM 3000-DUEL-ROUND THRU 3000-DUEL-ROUND-EXIT
001800             UNTIL TRN-Duel-Over
001810         PERFORM 4000-SETTLE-PURSE THRU 4000-SETTLE-PURSE-EXIT
001960         OR TRN-Challenger-Name = TRN-Defender-Name
001970         OR TN-WAGER IS NOT NUMERIC THEN
001980         ADD 1 TO TRN-Cards-Refused
001981         MOVE "BADV" TO TRN-Suspense-Reason
001982         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001990         MOVE "Y" TO TRN-Duel-Switch
002000         MOVE "CARD INVALID, BOUT SCRATCHED"
002010             TO TRN-Outcome-Message
002140     INVOKE TRN-Defender "GetHP" RETURNING TRN-Def-HP-Now.
002150     IF TRN-Chal-HP-Now = 0 OR TRN-Def-HP-Now = 0 THEN
002160         ADD 1 TO TRN-Cards-Refused
002161         MOVE "NOPL" TO TRN-Suspense-Reason
002162         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002170         MOVE "Y" TO TRN-Duel-Switch
002180         MOVE "ENTRANT HAS NO LIVING RECORD"
002190             TO TRN-Outcome-Message
002240     IF TRN-Chal-Gold < TRN-Wager
002250         OR TRN-Def-Gold < TRN-Wager THEN
002260         ADD 1 TO TRN-Cards-Refused
002261         MOVE "GOLD" TO TRN-Suspense-Reason
002262         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002270         MOVE "Y" TO TRN-Duel-Switch
002280         MOVE "ENTRANT CANNOT POST THE WAGER"
002290             TO TRN-Outcome-Message
002330         TRN-Entry-Reason RETURNING TRN-Spend-Result.
002340     IF TRN-Spend-Result NOT = "Y" THEN
002350         ADD 1 TO TRN-Cards-Refused
002351         MOVE "BUSY" TO TRN-Suspense-Reason
002352         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002360         MOVE "Y" TO TRN-Duel-Switch
002370         MOVE "CHALLENGER WAGER REFUSED"
002380             TO TRN-Outcome-Message
002440         INVOKE TRN-Challenger "AwardGold" USING TRN-Wager
002450             TRN-Refund-Reason
002460         ADD 1 TO TRN-Cards-Refused
002461         MOVE "BUSY" TO TRN-Suspense-Reason
002462         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002470         MOVE "Y" TO TRN-Duel-Switch
002480         MOVE "DEFENDER WAGER REFUSED, ENTRY RETURNED"
002490             TO TRN-Outcome-Message
003950     END-IF.
003960     DISPLAY "PHNTTRN: " TRN-Bouts-Fought " BOUTS FOUGHT, "
003970         TRN-Cards-Refused " REFUSED.".
003971     IF TRN-Suspense-Open THEN
003972         CLOSE SUSPENSE-FILE
003973     END-IF.
003974     DISPLAY "PHNTTRN: " TRN-Cards-Suspended " CARDS SUSPENDED, "
003975         TRN-Resends-Cleared " RESUBMISSIONS CLEARED.".
003980 8000-FINISH-EXIT.
003990     EXIT.
004000
004001 8500-SUSPEND-CARD.
004002* File the card just read under the reason moved ahead of the
004003* PERFORM. The key carries this run's own date and start time,
004004* as its run-control START line has them.
004005     ADD 1 TO TRN-Cards-Suspended.
004006     IF TRN-Suspense-Shut THEN
004007         GO TO 8500-SUSPEND-CARD-EXIT
004008     END-IF.
004009     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
004010     IF TRN-Resent-Hit > 0 THEN
004011         PERFORM 8510-REOPEN-RESENT THRU 8510-REOPEN-RESENT-EXIT
004012         GO TO 8500-SUSPEND-CARD-EXIT
004013     END-IF.
004014     MOVE SPACES TO SUSPENSE-RECORD.
004015     MOVE TRN-Program-Name TO SU-PROGRAM.
004016     MOVE RUN-DATE TO SU-RUN-DATE.
004017     MOVE RUN-START-TIME TO SU-RUN-TIME.
004018     MOVE TRN-Cards-Suspended TO SU-SEQUENCE.
004019     MOVE TRN-Suspense-Reason TO SU-REASON-CODE.
004020     MOVE "OPEN" TO SU-STATUS.
004021     MOVE RUN-DATE TO SU-STATUS-DATE.
004022     MOVE 0 TO SU-RESEND-COUNT.
004023     MOVE TRN-Card-Image TO SU-ORIGINAL-IMAGE.
004024     MOVE TRN-Card-Image TO SU-CURRENT-IMAGE.
004025     WRITE SUSPENSE-RECORD
004026         INVALID KEY
004027             DISPLAY "PHNTTRN: SUSPENSE WRITE FAILED, STATUS "
004028                 TRN-Susp-Status
004029     END-WRITE.
004030 8500-SUSPEND-CARD-EXIT.
004031     EXIT.
004032
004033 8510-REOPEN-RESENT.
004034* A card the desk sent back, turned away again: its own entry
004035* goes back to OPEN under the new reason.
004036     MOVE "Y" TO TRN-Resent-Used (TRN-Resent-Hit).
004037     MOVE TRN-Resent-Key (TRN-Resent-Hit) TO SU-SUSPENSE-KEY.
004038     READ SUSPENSE-FILE
004039         INVALID KEY
004040             DISPLAY "PHNTTRN: SUSPENSE ENTRY " SU-SUSPENSE-KEY
004041                 " NO LONGER ON FILE"
004042             GO TO 8510-REOPEN-RESENT-EXIT
004043     END-READ.
004044     MOVE TRN-Suspense-Reason TO SU-REASON-CODE.
004045     MOVE "OPEN" TO SU-STATUS.
004046     MOVE RUN-DATE TO SU-STATUS-DATE.
004047     REWRITE SUSPENSE-RECORD
004048         INVALID KEY
004049             DISPLAY "PHNTTRN: SUSPENSE REWRITE FAILED, STATUS "
004050                 TRN-Susp-Status
004051     END-REWRITE.
004052 8510-REOPEN-RESENT-EXIT.
004053     EXIT.
004054
004055 8600-CLEAR-RESENT.
004056* A card taken that the desk had sent back closes its entry,
004057* so the desk never sends it a second time.
004058     IF TRN-Suspense-Shut OR TRN-Resent-Count = 0 THEN
004059         GO TO 8600-CLEAR-RESENT-EXIT
004060     END-IF.
004061     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
004062     IF TRN-Resent-Hit = 0 THEN
004063         GO TO 8600-CLEAR-RESENT-EXIT
004064     END-IF.
004065     MOVE "Y" TO TRN-Resent-Used (TRN-Resent-Hit).
004066     MOVE TRN-Resent-Key (TRN-Resent-Hit) TO SU-SUSPENSE-KEY.
004067     READ SUSPENSE-FILE
004068         INVALID KEY
004069             DISPLAY "PHNTTRN: SUSPENSE ENTRY " SU-SUSPENSE-KEY
004070                 " NO LONGER ON FILE"
004071             GO TO 8600-CLEAR-RESENT-EXIT
004072     END-READ.
004073     MOVE "CLEARED" TO SU-STATUS.
004074     MOVE RUN-DATE TO SU-STATUS-DATE.
004075     REWRITE SUSPENSE-RECORD
004076         INVALID KEY
004077             DISPLAY "PHNTTRN: SUSPENSE REWRITE FAILED, STATUS "
004078                 TRN-Susp-Status
004079             GO TO 8600-CLEAR-RESENT-EXIT
004080     END-REWRITE.
004081     ADD 1 TO TRN-Resends-Cleared.
004082 8600-CLEAR-RESENT-EXIT.
004083     EXIT.
004084
004085 8700-FIND-RESENT.
004086* The first entry not yet matched this run whose card as resent
004087* is the card just read, word for word.
004088     MOVE 0 TO TRN-Resent-Hit.
004089     PERFORM 8710-MATCH-ONE-RESENT THRU 8710-MATCH-ONE-RESENT-EXIT
004090         VARYING TRN-Resent-Sub FROM 1 BY 1
004091         UNTIL TRN-Resent-Sub > TRN-Resent-Count
004092             OR TRN-Resent-Hit > 0.
004093 8700-FIND-RESENT-EXIT.
004094     EXIT.
004095
004096 8710-MATCH-ONE-RESENT.
004097     IF TRN-Resent-Used (TRN-Resent-Sub) = "N"
004098         AND TRN-Resent-Image (TRN-Resent-Sub)
004099             = TRN-Card-Image THEN
004100         MOVE TRN-Resent-Sub TO TRN-Resent-Hit
004101     END-IF.
004102 8710-MATCH-ONE-RESENT-EXIT.
004103     EXIT.
004104
004105 8900-LOG-RUN-FINISH.
004106* The FINISH line keeps the START line's run date and start
004107* time -- the pair the status report matches the two on.
004108     MOVE "FINISH" TO RUN-EVENT.
004109     ACCEPT RUN-END-TIME FROM TIME.
004110     MOVE TRN-Bouts-Fought TO RUN-RECORDS-READ.
004111     MOVE 0 TO RUN-RECORDS-UPDATED.
004112     MOVE TRN-Cards-Refused TO RUN-RECORDS-REJECTED.
004113     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
004114     PERFORM 8950-WRITE-RUN-CONTROL
004115         THRU 8950-WRITE-RUN-CONTROL-EXIT.
004116 8900-LOG-RUN-FINISH-EXIT.
004117     EXIT.
004118
004119 8950-WRITE-RUN-CONTROL.
004120* Appended to, never rewritten -- the first program to find no
004121* log starts one. A log that will not open costs the run only
004122* its entry, never its work.
004123     OPEN EXTEND RUN-CONTROL-FILE.
004124     IF TRN-Runctl-Status NOT = "00" THEN
004125         OPEN OUTPUT RUN-CONTROL-FILE
004126     END-IF.
004127     IF TRN-Runctl-Status NOT = "00" THEN
004128         DISPLAY "PHNTTRN: UNABLE TO OPEN RUN-CONTROL LOG, "
004129             "STATUS " TRN-Runctl-Status
004130         GO TO 8950-WRITE-RUN-CONTROL-EXIT
004131     END-IF.
004132     WRITE RUN-CONTROL-RECORD FROM TRN-Run-Control-Line.
004133     CLOSE RUN-CONTROL-FILE.
004134 8950-WRITE-RUN-CONTROL-EXIT.
004135     EXIT.
999999
