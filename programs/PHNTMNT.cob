000190*                     means PROFESSION cards are refused, the
000191*                     same stance the rename takes on an
000192*                     unavailable graveyard.
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
000193
000194 IDENTIFICATION DIVISION.
000195 PROGRAM-ID. PHNTMNT.
000411         ACCESS MODE IS DYNAMIC
000412         RECORD KEY IS PR-PROFESSION-NAME
000413         FILE STATUS IS MNT-Prof-Status.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-Runctl-Status.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS MNT-Susp-Status.
000414
000420 DATA DIVISION.
000430 FILE SECTION.
000806         ==BoltCost==     BY ==PR-BOLT-COST==
000807         ==BoltDamage==   BY ==PR-BOLT-DAMAGE==
000808         ==CureCost==     BY ==PR-CURE-COST==.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD   PIC X(110).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY "Suspense-Entry.cpy".
000809
000810 WORKING-STORAGE SECTION.
000811 01  MNT-Player-Status    PIC X(02).
001430         ==LedgerAmount== BY ==MNT-Ledger-Amount==
001440         ==LedgerReason== BY ==MNT-Ledger-Reason==.
001450
      * One run-control log line, staged here because the FD record
      * may not be touched before the log is open.
       01  MNT-Runctl-Status    PIC X(02).
       01  MNT-Run-Control-Line.
           COPY "Run-Control.cpy".
      
      * Suspense -- every card the run turns away is filed on
      * SUSPENSE with a standard reason code (Suspense-Reasons.cpy).
      * The table holds this program's entries the desk has sent
      * back, matched on the card as resent: taken, the entry is
      * CLEARED; turned away again, the entry is reopened rather
      * than a second one filed.
       01  MNT-Susp-Status      PIC X(02).
           88  MNT-SS-Success           VALUE "00".
           88  MNT-SS-Not-Found         VALUE "23" "35".
       01  MNT-Susp-Open-Sw     PIC X(01) VALUE "N".
           88  MNT-Suspense-Open        VALUE "Y".
           88  MNT-Suspense-Shut        VALUE "N".
       01  MNT-Susp-Scan-Sw     PIC X(01) VALUE "N".
           88  MNT-Susp-Scan-Done       VALUE "Y".
           88  MNT-Susp-Scan-Going      VALUE "N".
       01  MNT-Suspense-Reason  PIC X(04).
       01  MNT-Card-Image       PIC X(80).
       01  MNT-Cards-Suspended  PIC 9(05) USAGE BINARY VALUE 0.
       01  MNT-Resends-Cleared  PIC 9(05) USAGE BINARY VALUE 0.
       01  MNT-Resent-Max       PIC 9(05) USAGE BINARY VALUE 500.
       01  MNT-Resent-Count     PIC 9(05) USAGE BINARY VALUE 0.
       01  MNT-Resent-Sub       PIC 9(05) USAGE BINARY.
       01  MNT-Resent-Hit       PIC 9(05) USAGE BINARY.
       01  MNT-Resent-Table.
           05 MNT-Resent-Entry OCCURS 1 TO 500 TIMES
                  DEPENDING ON MNT-Resent-Count.
               10 MNT-Resent-Key     PIC X(29).
               10 MNT-Resent-Image   PIC X(80).
               10 MNT-Resent-Used    PIC X(01).
      
001460 PROCEDURE DIVISION.
001470
001480 0000-MAINLINE.
001481     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001490     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001491     PERFORM 1500-OPEN-SUSPENSE THRU 1500-OPEN-SUSPENSE-EXIT.
001500     PERFORM 2000-WORK-ONE-CARD THRU 2000-WORK-ONE-CARD-EXIT
001510         UNTIL MNT-No-More-Cards.
001520     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001521     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001530     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO MNT-Run-Control-Line.
           MOVE "PHNTMNT" TO RUN-PROGRAM.
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
001540
001550 1000-INITIALIZE.
001560     OPEN INPUT MAINT-CARD-FILE.
001720 1000-INITIALIZE-EXIT.
001730     EXIT.
001740
       1500-OPEN-SUSPENSE.
      * Opened I-O, or started empty by the first program ever to
      * turn a card away. A suspense file that will not open costs
      * the run only its suspense entries -- every refusal is still
      * on SYSOUT as before.
           IF MNT-No-More-Cards THEN
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF MNT-SS-Not-Found THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF NOT MNT-SS-Success THEN
               DISPLAY "PHNTMNT: UNABLE TO OPEN SUSPENSE FILE, STATUS "
                   MNT-Susp-Status
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           MOVE "Y" TO MNT-Susp-Open-Sw.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           MOVE MNT-Program-Name TO SU-PROGRAM.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 1500-OPEN-SUSPENSE-EXIT
           END-START.
           MOVE "N" TO MNT-Susp-Scan-Sw.
           PERFORM 1510-LOAD-ONE-RESENT THRU 1510-LOAD-ONE-RESENT-EXIT
               UNTIL MNT-Susp-Scan-Done.
       1500-OPEN-SUSPENSE-EXIT.
           EXIT.
      
       1510-LOAD-ONE-RESENT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MNT-Susp-Scan-Sw
                   GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-READ.
           IF SU-PROGRAM NOT = MNT-Program-Name THEN
               MOVE "Y" TO MNT-Susp-Scan-Sw
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF NOT SU-IS-RESENT THEN
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF MNT-Resent-Count NOT < MNT-Resent-Max THEN
               DISPLAY "PHNTMNT: RESENT CARD TABLE FULL, ENTRY "
                   SU-SUSPENSE-KEY " LEFT FOR A LATER RUN"
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           ADD 1 TO MNT-Resent-Count.
           MOVE SU-SUSPENSE-KEY TO MNT-Resent-Key (MNT-Resent-Count).
           MOVE SU-CURRENT-IMAGE
               TO MNT-Resent-Image (MNT-Resent-Count).
           MOVE "N" TO MNT-Resent-Used (MNT-Resent-Count).
       1510-LOAD-ONE-RESENT-EXIT.
           EXIT.
      
001750 2000-WORK-ONE-CARD.
001760     READ MAINT-CARD-FILE
001770         AT END
001810         GO TO 2000-WORK-ONE-CARD-EXIT
001820     END-IF.
001830     ADD 1 TO MNT-Cards-Read.
001831     MOVE MAINT-CARD TO MNT-Card-Image.
001840     IF MN-CHARACTER-NAME = SPACES
001850         OR MN-OPERATOR = SPACES THEN
001860         ADD 1 TO MNT-Cards-Refused
001861         MOVE "BLNK" TO MNT-Suspense-Reason
001862         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001870         DISPLAY "PHNTMNT: CARD " MNT-Cards-Read
001880             " MISSING NAME OR OPERATOR, REFUSED"
001890         GO TO 2000-WORK-ONE-CARD-EXIT
002000                 THRU 5000-RENAME-RECORD-EXIT
002010         WHEN OTHER
002020             ADD 1 TO MNT-Cards-Refused
002021             MOVE "BADV" TO MNT-Suspense-Reason
002022             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002030             DISPLAY "PHNTMNT: CARD " MNT-Cards-Read
002040                 " OPERATION UNKNOWN: " MN-OPERATION
002050     END-EVALUATE.
002410     READ PLAYER-FILE
002420         INVALID KEY
002430             ADD 1 TO MNT-Cards-Refused
002431             MOVE "NOPL" TO MNT-Suspense-Reason
002432             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002440             DISPLAY "PHNTMNT: " MN-CHARACTER-NAME
002450                 " NOT ON PLAYER FILE"
002460             GO TO 3000-DISPLAY-RECORD-EXIT
002550         "  POISONED " PF-POISONED
002560         " TICKS " PF-POISONTICKSLEFT.
002562     DISPLAY "  PROFESSION " PF-PROFESSION.
002563     PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT.
002570 3000-DISPLAY-RECORD-EXIT.
002580     EXIT.
002590
002630         THRU 2100-READ-PLAYER-LOCKED-EXIT.
002640     IF MNT-Record-Not-Found THEN
002650         ADD 1 TO MNT-Cards-Refused
002651         MOVE "NOPL" TO MNT-Suspense-Reason
002652         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002660         DISPLAY "PHNTMNT: " MN-CHARACTER-NAME
002670             " NOT ON PLAYER FILE"
002680         GO TO 4000-UPDATE-FIELD-EXIT
002690     END-IF.
002700     IF MNT-Record-Still-Locked THEN
002710         ADD 1 TO MNT-Cards-Refused
002711         MOVE "BUSY" TO MNT-Suspense-Reason
002712         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002720         DISPLAY "PHNTMNT: " MN-CHARACTER-NAME
002730             " RECORD BUSY, CARD REFUSED"
002740         GO TO 4000-UPDATE-FIELD-EXIT
002800         REWRITE PLAYER-RECORD
002810         UNLOCK PLAYER-FILE
002820         ADD 1 TO MNT-Changes-Applied
               PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT
002821         MOVE "REWRITE " TO MNT-Jrnl-Action
002822         PERFORM 6200-JOURNAL-THE-CHANGE
002823             THRU 6200-JOURNAL-THE-CHANGE-EXIT
003630
003640 4200-REFUSE-FIELD.
003650     ADD 1 TO MNT-Cards-Refused.
003651     MOVE "BADV" TO MNT-Suspense-Reason.
003652     PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT.
003660     MOVE "N" TO MNT-Found-Switch.
003670     DISPLAY "PHNTMNT: CARD " MNT-Cards-Read
003680         " FIELD OR VALUE UNREADABLE: " MN-FIELD-NAME.
003701
003702 4300-REFUSE-PROFESSION.
003703     ADD 1 TO MNT-Cards-Refused.
           MOVE "BADV" TO MNT-Suspense-Reason.
           PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT.
003704     MOVE "N" TO MNT-Found-Switch.
003705     DISPLAY "PHNTMNT: CARD " MNT-Cards-Read
003706         " PROFESSION NOT ON FILE: " MN-NEW-VALUE (1:10).
003780         THRU 2100-READ-PLAYER-LOCKED-EXIT.
003790     IF MNT-Record-Not-Found THEN
003800         ADD 1 TO MNT-Cards-Refused
003801         MOVE "NOPL" TO MNT-Suspense-Reason
003802         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
003810         DISPLAY "PHNTMNT: " MN-CHARACTER-NAME
003820             " NOT ON PLAYER FILE"
003830         GO TO 5000-RENAME-RECORD-EXIT
003840     END-IF.
003850     IF MNT-Record-Still-Locked THEN
003860         ADD 1 TO MNT-Cards-Refused
003861         MOVE "BUSY" TO MNT-Suspense-Reason
003862         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
003870         DISPLAY "PHNTMNT: " MN-CHARACTER-NAME
003880             " RECORD BUSY, CARD REFUSED"
003890         GO TO 5000-RENAME-RECORD-EXIT
003900     END-IF.
003910     IF MN-NEW-VALUE = SPACES THEN
003920         ADD 1 TO MNT-Cards-Refused
003921         MOVE "BLNK" TO MNT-Suspense-Reason
003922         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
003930         DISPLAY "PHNTMNT: RENAME TO BLANK REFUSED"
003940         UNLOCK PLAYER-FILE
003950         GO TO 5000-RENAME-RECORD-EXIT
003964* ALREADY AMONG THE LIVING check PHNTRES makes the other way.
003965     IF MNT-Grave-Unavailable THEN
003966         ADD 1 TO MNT-Cards-Refused
               MOVE "FILE" TO MNT-Suspense-Reason
               PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
003967         DISPLAY "PHNTMNT: GRAVEYARD UNAVAILABLE, RENAME "
003968             "REFUSED"
003969         UNLOCK PLAYER-FILE
003976                 CONTINUE
003977             NOT INVALID KEY
003978                 ADD 1 TO MNT-Cards-Refused
                       MOVE "TAKN" TO MNT-Suspense-Reason
                       PERFORM 8500-SUSPEND-CARD
                           THRU 8500-SUSPEND-CARD-EXIT
003979                 DISPLAY "PHNTMNT: " MN-NEW-VALUE
003980                     " RESTING IN THE GRAVEYARD, "
003981                     "RENAME REFUSED"
003989     WRITE PLAYER-RECORD
003990         INVALID KEY
004000             ADD 1 TO MNT-Cards-Refused
004001             MOVE "TAKN" TO MNT-Suspense-Reason
004002             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
004010             DISPLAY "PHNTMNT: " MN-NEW-VALUE
004020                 " ALREADY ON PLAYER FILE, RENAME REFUSED"
004030             UNLOCK PLAYER-FILE
004113         THRU 6200-JOURNAL-THE-CHANGE-EXIT.
004120     UNLOCK PLAYER-FILE.
004130     ADD 1 TO MNT-Changes-Applied.
004131     PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT.
004140     MOVE MN-CHARACTER-NAME TO MNT-Old-Value.
004150     MOVE MN-NEW-VALUE TO MNT-New-Value-Shown.
004160     MOVE "NAME      " TO MN-FIELD-NAME.
004709     DISPLAY "PHNTMNT: " MNT-Cards-Read " CARDS READ, "
004710         MNT-Changes-Applied " CHANGES APPLIED, "
004711         MNT-Cards-Refused " REFUSED.".
           IF MNT-Suspense-Open THEN
               CLOSE SUSPENSE-FILE
           END-IF.
           DISPLAY "PHNTMNT: " MNT-Cards-Suspended " CARDS SUSPENDED, "
               MNT-Resends-Cleared " RESUBMISSIONS CLEARED.".
004712 8000-FINISH-EXIT.
004713     EXIT.
004714
004715 8500-SUSPEND-CARD.
004716* File the card just read under the reason moved ahead of the
004717* PERFORM. The key carries this run's own date and start time,
004718* as its run-control START line has them.
004719     ADD 1 TO MNT-Cards-Suspended.
004720     IF MNT-Suspense-Shut THEN
004721         GO TO 8500-SUSPEND-CARD-EXIT
004722     END-IF.
004723     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
004724     IF MNT-Resent-Hit > 0 THEN
004725         PERFORM 8510-REOPEN-RESENT THRU 8510-REOPEN-RESENT-EXIT
004726         GO TO 8500-SUSPEND-CARD-EXIT
004727     END-IF.
004728     MOVE SPACES TO SUSPENSE-RECORD.
004729     MOVE MNT-Program-Name TO SU-PROGRAM.
004730     MOVE RUN-DATE TO SU-RUN-DATE.
004731     MOVE RUN-START-TIME TO SU-RUN-TIME.
004732     MOVE MNT-Cards-Suspended TO SU-SEQUENCE.
004733     MOVE MNT-Suspense-Reason TO SU-REASON-CODE.
004734     MOVE "OPEN" TO SU-STATUS.
004735     MOVE RUN-DATE TO SU-STATUS-DATE.
004736     MOVE 0 TO SU-RESEND-COUNT.
004737     MOVE MNT-Card-Image TO SU-ORIGINAL-IMAGE.
004738     MOVE MNT-Card-Image TO SU-CURRENT-IMAGE.
004739     WRITE SUSPENSE-RECORD
004740         INVALID KEY
004741             DISPLAY "PHNTMNT: SUSPENSE WRITE FAILED, STATUS "
004742                 MNT-Susp-Status
004743     END-WRITE.
004744 8500-SUSPEND-CARD-EXIT.
004745     EXIT.
004746
004747 8510-REOPEN-RESENT.
004748* A card the desk sent back, turned away again: its own entry
004749* goes back to OPEN under the new reason.
004750     MOVE "Y" TO MNT-Resent-Used (MNT-Resent-Hit).
004751     MOVE MNT-Resent-Key (MNT-Resent-Hit) TO SU-SUSPENSE-KEY.
004752     READ SUSPENSE-FILE
004753         INVALID KEY
004754             DISPLAY "PHNTMNT: SUSPENSE ENTRY " SU-SUSPENSE-KEY
004755                 " NO LONGER ON FILE"
004756             GO TO 8510-REOPEN-RESENT-EXIT
004757     END-READ.
004758     MOVE MNT-Suspense-Reason TO SU-REASON-CODE.
004759     MOVE "OPEN" TO SU-STATUS.
004760     MOVE RUN-DATE TO SU-STATUS-DATE.
004761     REWRITE SUSPENSE-RECORD
004762         INVALID KEY
004763             DISPLAY "PHNTMNT: SUSPENSE REWRITE FAILED, STATUS "
004764                 MNT-Susp-Status
004765     END-REWRITE.
004766 8510-REOPEN-RESENT-EXIT.
004767     EXIT.
004768
004769 8600-CLEAR-RESENT.
004770* A card taken that the desk had sent back closes its entry,
004771* so the desk never sends it a second time.
004772     IF MNT-Suspense-Shut OR MNT-Resent-Count = 0 THEN
004773         GO TO 8600-CLEAR-RESENT-EXIT
004774     END-IF.
004775     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
004776     IF MNT-Resent-Hit = 0 THEN
004777         GO TO 8600-CLEAR-RESENT-EXIT
004778     END-IF.
004779     MOVE "Y" TO MNT-Resent-Used (MNT-Resent-Hit).
004780     MOVE MNT-Resent-Key (MNT-Resent-Hit) TO SU-SUSPENSE-KEY.
004781     READ SUSPENSE-FILE
004782         INVALID KEY
004783             DISPLAY "PHNTMNT: SUSPENSE ENTRY " SU-SUSPENSE-KEY
004784                 " NO LONGER ON FILE"
004785             GO TO 8600-CLEAR-RESENT-EXIT
004786     END-READ.
004787     MOVE "CLEARED" TO SU-STATUS.
004788     MOVE RUN-DATE TO SU-STATUS-DATE.
004789     REWRITE SUSPENSE-RECORD
004790         INVALID KEY
004791             DISPLAY "PHNTMNT: SUSPENSE REWRITE FAILED, STATUS "
004792                 MNT-Susp-Status
004793             GO TO 8600-CLEAR-RESENT-EXIT
004794     END-REWRITE.
004795     ADD 1 TO MNT-Resends-Cleared.
004796 8600-CLEAR-RESENT-EXIT.
004797     EXIT.
004798
004799 8700-FIND-RESENT.
004800* The first entry not yet matched this run whose card as resent
004801* is the card just read, word for word.
004802     MOVE 0 TO MNT-Resent-Hit.
004803     PERFORM 8710-MATCH-ONE-RESENT THRU 8710-MATCH-ONE-RESENT-EXIT
004804         VARYING MNT-Resent-Sub FROM 1 BY 1
004805         UNTIL MNT-Resent-Sub > MNT-Resent-Count
004806             OR MNT-Resent-Hit > 0.
004807 8700-FIND-RESENT-EXIT.
004808     EXIT.
004809
004810 8710-MATCH-ONE-RESENT.
004811     IF MNT-Resent-Used (MNT-Resent-Sub) = "N"
004812         AND MNT-Resent-Image (MNT-Resent-Sub)
004813             = MNT-Card-Image THEN
004814         MOVE MNT-Resent-Sub TO MNT-Resent-Hit
004815     END-IF.
004816 8710-MATCH-ONE-RESENT-EXIT.
004817     EXIT.
004818
004819 8900-LOG-RUN-FINISH.
004820* The FINISH line keeps the START line's run date and start
004821* time -- the pair the status report matches the two on.
004822     MOVE "FINISH" TO RUN-EVENT.
004823     ACCEPT RUN-END-TIME FROM TIME.
004824     MOVE MNT-Cards-Read TO RUN-RECORDS-READ.
004825     MOVE MNT-Changes-Applied TO RUN-RECORDS-UPDATED.
004826     MOVE MNT-Cards-Refused TO RUN-RECORDS-REJECTED.
004827     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
004828     PERFORM 8950-WRITE-RUN-CONTROL
004829         THRU 8950-WRITE-RUN-CONTROL-EXIT.
004830 8900-LOG-RUN-FINISH-EXIT.
004831     EXIT.
004832
004833 8950-WRITE-RUN-CONTROL.
004834* Appended to, never rewritten -- the first program to find no
004835* log starts one. A log that will not open costs the run only
004836* its entry, never its work.
004837     OPEN EXTEND RUN-CONTROL-FILE.
004838     IF MNT-Runctl-Status NOT = "00" THEN
004839         OPEN OUTPUT RUN-CONTROL-FILE
004840     END-IF.
004841     IF MNT-Runctl-Status NOT = "00" THEN
004842         DISPLAY "PHNTMNT: UNABLE TO OPEN RUN-CONTROL LOG, "
004843             "STATUS " MNT-Runctl-Status
004844         GO TO 8950-WRITE-RUN-CONTROL-EXIT
004845     END-IF.
004846     WRITE RUN-CONTROL-RECORD FROM MNT-Run-Control-Line.
004847     CLOSE RUN-CONTROL-FILE.
004848 8950-WRITE-RUN-CONTROL-EXIT.
004849     EXIT.
999999
