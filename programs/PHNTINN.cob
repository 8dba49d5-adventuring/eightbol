000148*                     PROFFILE parameter file -- with the old
000149*                     flat 100 kept as the fall-back when the
000150*                     file or the profession is missing.
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
000151
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PHNTINN.
000386         ACCESS MODE IS DYNAMIC
000387         RECORD KEY IS PR-PROFESSION-NAME
000388         FILE STATUS IS INN-Prof-Status.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INN-Runctl-Status.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS INN-Susp-Status.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000701         ==BoltCost==     BY ==PR-BOLT-COST==
000702         ==BoltDamage==   BY ==PR-BOLT-DAMAGE==
000703         ==CureCost==     BY ==PR-CURE-COST==.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD   PIC X(110).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY "Suspense-Entry.cpy".
000704
000710 WORKING-STORAGE SECTION.
000720 01  INN-Player-Status    PIC X(02).
001250         ==LedgerAmount== BY ==INN-Ledger-Amount==
001260         ==LedgerReason== BY ==INN-Ledger-Reason==.
001270
      * One run-control log line, staged here because the FD record
      * may not be touched before the log is open.
       01  INN-Runctl-Status    PIC X(02).
       01  INN-Run-Control-Line.
           COPY "Run-Control.cpy".
      
      * Suspense -- every card the run turns away is filed on
      * SUSPENSE with a standard reason code (Suspense-Reasons.cpy).
      * The table holds this program's entries the desk has sent
      * back, matched on the card as resent: taken, the entry is
      * CLEARED; turned away again, the entry is reopened rather
      * than a second one filed.
       01  INN-Susp-Status      PIC X(02).
           88  INN-SS-Success           VALUE "00".
           88  INN-SS-Not-Found         VALUE "23" "35".
       01  INN-Susp-Open-Sw     PIC X(01) VALUE "N".
           88  INN-Suspense-Open        VALUE "Y".
           88  INN-Suspense-Shut        VALUE "N".
       01  INN-Susp-Scan-Sw     PIC X(01) VALUE "N".
           88  INN-Susp-Scan-Done       VALUE "Y".
           88  INN-Susp-Scan-Going      VALUE "N".
       01  INN-Suspense-Reason  PIC X(04).
       01  INN-Card-Image       PIC X(80).
       01  INN-Cards-Suspended  PIC 9(05) USAGE BINARY VALUE 0.
       01  INN-Resends-Cleared  PIC 9(05) USAGE BINARY VALUE 0.
       01  INN-Resent-Max       PIC 9(05) USAGE BINARY VALUE 500.
       01  INN-Resent-Count     PIC 9(05) USAGE BINARY VALUE 0.
       01  INN-Resent-Sub       PIC 9(05) USAGE BINARY.
       01  INN-Resent-Hit       PIC 9(05) USAGE BINARY.
       01  INN-Resent-Table.
           05 INN-Resent-Entry OCCURS 1 TO 500 TIMES
                  DEPENDING ON INN-Resent-Count.
               10 INN-Resent-Key     PIC X(29).
               10 INN-Resent-Image   PIC X(80).
               10 INN-Resent-Used    PIC X(01).
      
001280 PROCEDURE DIVISION.
001290
001300 0000-MAINLINE.
001301     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001311     PERFORM 1500-OPEN-SUSPENSE THRU 1500-OPEN-SUSPENSE-EXIT.
001320     PERFORM 2000-REST-ONE-CARD THRU 2000-REST-ONE-CARD-EXIT
001330         UNTIL INN-No-More-Cards.
001340     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001341     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001350     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO INN-Run-Control-Line.
           MOVE "PHNTINN" TO RUN-PROGRAM.
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
001360
001370 1000-INITIALIZE.
001380     OPEN INPUT INN-CARD-FILE.
001540 1000-INITIALIZE-EXIT.
001550     EXIT.
001560
       1500-OPEN-SUSPENSE.
      * Opened I-O, or started empty by the first program ever to
      * turn a card away. A suspense file that will not open costs
      * the run only its suspense entries -- every refusal is still
      * on SYSOUT as before.
           IF INN-No-More-Cards THEN
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF INN-SS-Not-Found THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF NOT INN-SS-Success THEN
               DISPLAY "PHNTINN: UNABLE TO OPEN SUSPENSE FILE, STATUS "
                   INN-Susp-Status
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           MOVE "Y" TO INN-Susp-Open-Sw.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           MOVE INN-Program-Name TO SU-PROGRAM.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 1500-OPEN-SUSPENSE-EXIT
           END-START.
           MOVE "N" TO INN-Susp-Scan-Sw.
           PERFORM 1510-LOAD-ONE-RESENT THRU 1510-LOAD-ONE-RESENT-EXIT
               UNTIL INN-Susp-Scan-Done.
       1500-OPEN-SUSPENSE-EXIT.
           EXIT.
      
       1510-LOAD-ONE-RESENT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO INN-Susp-Scan-Sw
                   GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-READ.
           IF SU-PROGRAM NOT = INN-Program-Name THEN
               MOVE "Y" TO INN-Susp-Scan-Sw
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF NOT SU-IS-RESENT THEN
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF INN-Resent-Count NOT < INN-Resent-Max THEN
               DISPLAY "PHNTINN: RESENT CARD TABLE FULL, ENTRY "
                   SU-SUSPENSE-KEY " LEFT FOR A LATER RUN"
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           ADD 1 TO INN-Resent-Count.
           MOVE SU-SUSPENSE-KEY TO INN-Resent-Key (INN-Resent-Count).
           MOVE SU-CURRENT-IMAGE
               TO INN-Resent-Image (INN-Resent-Count).
           MOVE "N" TO INN-Resent-Used (INN-Resent-Count).
       1510-LOAD-ONE-RESENT-EXIT.
           EXIT.
      
001570 2000-REST-ONE-CARD.
001580     READ INN-CARD-FILE
001590         AT END
001630         GO TO 2000-REST-ONE-CARD-EXIT
001640     END-IF.
001650     ADD 1 TO INN-Cards-Read.
001651     MOVE INN-CARD TO INN-Card-Image.
001660     IF NC-CHARACTER-NAME = SPACES THEN
001670         ADD 1 TO INN-Cards-Refused
001671         MOVE "BLNK" TO INN-Suspense-Reason
001672         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001680         DISPLAY "PHNTINN: CARD " INN-Cards-Read
001690             " BLANK, SKIPPED"
001700         GO TO 2000-REST-ONE-CARD-EXIT
001800         THRU 2200-READ-PLAYER-LOCKED-EXIT.
001810     IF INN-Record-Not-Found THEN
001820         ADD 1 TO INN-Cards-Refused
001821         MOVE "NOPL" TO INN-Suspense-Reason
001822         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001830         DISPLAY "PHNTINN: " NC-CHARACTER-NAME
001840             " NOT ON PLAYER FILE"
001850         GO TO 2100-REST-ONE-GUEST-EXIT
001860     END-IF.
001870     IF INN-Record-Still-Locked THEN
001880         ADD 1 TO INN-Cards-Refused
001881         MOVE "BUSY" TO INN-Suspense-Reason
001882         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001890         DISPLAY "PHNTINN: " NC-CHARACTER-NAME
001900             " RECORD BUSY, CARD REFUSED"
001910         GO TO 2100-REST-ONE-GUEST-EXIT
001920     END-IF.
001930     IF PF-GOLD < INN-Room-Fee THEN
001940         ADD 1 TO INN-Cards-Refused
001941         MOVE "GOLD" TO INN-Suspense-Reason
001942         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001950         DISPLAY "PHNTINN: " NC-CHARACTER-NAME
001960             " CANNOT AFFORD THE ROOM FEE"
001970         UNLOCK PLAYER-FILE
002110     PERFORM 2400-POST-FEE-TO-LEDGER
002120         THRU 2400-POST-FEE-TO-LEDGER-EXIT.
002130     ADD 1 TO INN-Guests-Rested.
002131     PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT.
002140     DISPLAY "PHNTINN: " NC-CHARACTER-NAME
002150         " RESTED, FEE PAID".
002160 2100-REST-ONE-GUEST-EXIT.
002950     DISPLAY "PHNTINN: " INN-Cards-Read " CARDS READ, "
002960         INN-Guests-Rested " RESTED, "
002970         INN-Cards-Refused " REFUSED.".
002971     IF INN-Suspense-Open THEN
002972         CLOSE SUSPENSE-FILE
002973     END-IF.
002974     DISPLAY "PHNTINN: " INN-Cards-Suspended " CARDS SUSPENDED, "
002975         INN-Resends-Cleared " RESUBMISSIONS CLEARED.".
002980 8000-FINISH-EXIT.
002990     EXIT.
003000
003001 8500-SUSPEND-CARD.
003002* File the card just read under the reason moved ahead of the
003003* PERFORM. The key carries this run's own date and start time,
003004* as its run-control START line has them.
003005     ADD 1 TO INN-Cards-Suspended.
003006     IF INN-Suspense-Shut THEN
003007         GO TO 8500-SUSPEND-CARD-EXIT
003008     END-IF.
003009     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
003010     IF INN-Resent-Hit > 0 THEN
003011         PERFORM 8510-REOPEN-RESENT THRU 8510-REOPEN-RESENT-EXIT
003012         GO TO 8500-SUSPEND-CARD-EXIT
003013     END-IF.
003014     MOVE SPACES TO SUSPENSE-RECORD.
003015     MOVE INN-Program-Name TO SU-PROGRAM.
003016     MOVE RUN-DATE TO SU-RUN-DATE.
003017     MOVE RUN-START-TIME TO SU-RUN-TIME.
003018     MOVE INN-Cards-Suspended TO SU-SEQUENCE.
003019     MOVE INN-Suspense-Reason TO SU-REASON-CODE.
003020     MOVE "OPEN" TO SU-STATUS.
003021     MOVE RUN-DATE TO SU-STATUS-DATE.
003022     MOVE 0 TO SU-RESEND-COUNT.
003023     MOVE INN-Card-Image TO SU-ORIGINAL-IMAGE.
003024     MOVE INN-Card-Image TO SU-CURRENT-IMAGE.
003025     WRITE SUSPENSE-RECORD
003026         INVALID KEY
003027             DISPLAY "PHNTINN: SUSPENSE WRITE FAILED, STATUS "
003028                 INN-Susp-Status
003029     END-WRITE.
003030 8500-SUSPEND-CARD-EXIT.
003031     EXIT.
003032
003033 8510-REOPEN-RESENT.
003034* A card the desk sent back, turned away again: its own entry
003035* goes back to OPEN under the new reason.
003036     MOVE "Y" TO INN-Resent-Used (INN-Resent-Hit).
003037     MOVE INN-Resent-Key (INN-Resent-Hit) TO SU-SUSPENSE-KEY.
003038     READ SUSPENSE-FILE
003039         INVALID KEY
003040             DISPLAY "PHNTINN: SUSPENSE ENTRY " SU-SUSPENSE-KEY
003041                 " NO LONGER ON FILE"
003042             GO TO 8510-REOPEN-RESENT-EXIT
003043     END-READ.
003044     MOVE INN-Suspense-Reason TO SU-REASON-CODE.
003045     MOVE "OPEN" TO SU-STATUS.
003046     MOVE RUN-DATE TO SU-STATUS-DATE.
003047     REWRITE SUSPENSE-RECORD
003048         INVALID KEY
003049             DISPLAY "PHNTINN: SUSPENSE REWRITE FAILED, STATUS "
003050                 INN-Susp-Status
003051     END-REWRITE.
003052 8510-REOPEN-RESENT-EXIT.
003053     EXIT.
003054
003055 8600-CLEAR-RESENT.
003056* A card taken that the desk had sent back closes its entry,
003057* so the desk never sends it a second time.
003058     IF INN-Suspense-Shut OR INN-Resent-Count = 0 THEN
003059         GO TO 8600-CLEAR-RESENT-EXIT
003060     END-IF.
003061     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
003062     IF INN-Resent-Hit = 0 THEN
003063         GO TO 8600-CLEAR-RESENT-EXIT
003064     END-IF.
003065     MOVE "Y" TO INN-Resent-Used (INN-Resent-Hit).
003066     MOVE INN-Resent-Key (INN-Resent-Hit) TO SU-SUSPENSE-KEY.
003067     READ SUSPENSE-FILE
003068         INVALID KEY
003069             DISPLAY "PHNTINN: SUSPENSE ENTRY " SU-SUSPENSE-KEY
003070                 " NO LONGER ON FILE"
003071             GO TO 8600-CLEAR-RESENT-EXIT
003072     END-READ.
003073     MOVE "CLEARED" TO SU-STATUS.
003074     MOVE RUN-DATE TO SU-STATUS-DATE.
003075     REWRITE SUSPENSE-RECORD
003076         INVALID KEY
003077             DISPLAY "PHNTINN: SUSPENSE REWRITE FAILED, STATUS "
003078                 INN-Susp-Status
003079             GO TO 8600-CLEAR-RESENT-EXIT
003080     END-REWRITE.
003081     ADD 1 TO INN-Resends-Cleared.
003082 8600-CLEAR-RESENT-EXIT.
003083     EXIT.
003084
003085 8700-FIND-RESENT.
003086* The first entry not yet matched this run whose card as resent
003087* is the card just read, word for word.
003088     MOVE 0 TO INN-Resent-Hit.
003089     PERFORM 8710-MATCH-ONE-RESENT THRU 8710-MATCH-ONE-RESENT-EXIT
003090         VARYING INN-Resent-Sub FROM 1 BY 1
003091         UNTIL INN-Resent-Sub > INN-Resent-Count
003092             OR INN-Resent-Hit > 0.
003093 8700-FIND-RESENT-EXIT.
003094     EXIT.
003095
003096 8710-MATCH-ONE-RESENT.
003097     IF INN-Resent-Used (INN-Resent-Sub) = "N"
003098         AND INN-Resent-Image (INN-Resent-Sub)
003099             = INN-Card-Image THEN
003100         MOVE INN-Resent-Sub TO INN-Resent-Hit
003101     END-IF.
003102 8710-MATCH-ONE-RESENT-EXIT.
003103     EXIT.
003104
003105 8900-LOG-RUN-FINISH.
003106* The FINISH line keeps the START line's run date and start
003107* time -- the pair the status report matches the two on.
003108     MOVE "FINISH" TO RUN-EVENT.
003109     ACCEPT RUN-END-TIME FROM TIME.
003110     MOVE INN-Cards-Read TO RUN-RECORDS-READ.
003111     MOVE INN-Guests-Rested TO RUN-RECORDS-UPDATED.
003112     MOVE INN-Cards-Refused TO RUN-RECORDS-REJECTED.
003113     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
003114     PERFORM 8950-WRITE-RUN-CONTROL
003115         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003116 8900-LOG-RUN-FINISH-EXIT.
003117     EXIT.
003118
003119 8950-WRITE-RUN-CONTROL.
003120* Appended to, never rewritten -- the first program to find no
003121* log starts one. A log that will not open costs the run only
003122* its entry, never its work.
003123     OPEN EXTEND RUN-CONTROL-FILE.
003124     IF INN-Runctl-Status NOT = "00" THEN
003125         OPEN OUTPUT RUN-CONTROL-FILE
003126     END-IF.
003127     IF INN-Runctl-Status NOT = "00" THEN
003128         DISPLAY "PHNTINN: UNABLE TO OPEN RUN-CONTROL LOG, "
003129             "STATUS " INN-Runctl-Status
003130         GO TO 8950-WRITE-RUN-CONTROL-EXIT
003131     END-IF.
003132     WRITE RUN-CONTROL-RECORD FROM INN-Run-Control-Line.
003133     CLOSE RUN-CONTROL-FILE.
003134 8950-WRITE-RUN-CONTROL-EXIT.
003135     EXIT.
999999
