000149*   02 SEP 2026  BRP  The raised record keeps its Profession --
000150*                     the slot added to the shared layout rides
000151*                     back from the grave with everything else.
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
000152
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PHNTRES.
000402     SELECT PLAYER-JOURNAL ASSIGN TO "PLAYRJRN"
000404         ORGANIZATION IS SEQUENTIAL
000406         FILE STATUS IS RES-Jrnl-Status.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RES-Runctl-Status.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS RES-Susp-Status.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000902 FD  PLAYER-JOURNAL.
000904 01  PLAYER-JOURNAL-RECORD.
000906     COPY "Player-Journal.cpy".
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD   PIC X(110).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY "Suspense-Entry.cpy".
000910
000920 WORKING-STORAGE SECTION.
000930 01  RES-Player-Status    PIC X(02).
001270         ==LedgerAmount== BY ==RES-Ledger-Amount==
001280         ==LedgerReason== BY ==RES-Ledger-Reason==.
001290
      * One run-control log line, staged here because the FD record
      * may not be touched before the log is open.
       01  RES-Runctl-Status    PIC X(02).
       01  RES-Run-Control-Line.
           COPY "Run-Control.cpy".
      
      * Suspense -- every card the run turns away is filed on
      * SUSPENSE with a standard reason code (Suspense-Reasons.cpy).
      * The table holds this program's entries the desk has sent
      * back, matched on the card as resent: taken, the entry is
      * CLEARED; turned away again, the entry is reopened rather
      * than a second one filed.
       01  RES-Susp-Status      PIC X(02).
           88  RES-SS-Success           VALUE "00".
           88  RES-SS-Not-Found         VALUE "23" "35".
       01  RES-Susp-Open-Sw     PIC X(01) VALUE "N".
           88  RES-Suspense-Open        VALUE "Y".
           88  RES-Suspense-Shut        VALUE "N".
       01  RES-Susp-Scan-Sw     PIC X(01) VALUE "N".
           88  RES-Susp-Scan-Done       VALUE "Y".
           88  RES-Susp-Scan-Going      VALUE "N".
       01  RES-Suspense-Reason  PIC X(04).
       01  RES-Card-Image       PIC X(80).
       01  RES-Cards-Suspended  PIC 9(05) USAGE BINARY VALUE 0.
       01  RES-Resends-Cleared  PIC 9(05) USAGE BINARY VALUE 0.
       01  RES-Resent-Max       PIC 9(05) USAGE BINARY VALUE 500.
       01  RES-Resent-Count     PIC 9(05) USAGE BINARY VALUE 0.
       01  RES-Resent-Sub       PIC 9(05) USAGE BINARY.
       01  RES-Resent-Hit       PIC 9(05) USAGE BINARY.
       01  RES-Resent-Table.
           05 RES-Resent-Entry OCCURS 1 TO 500 TIMES
                  DEPENDING ON RES-Resent-Count.
               10 RES-Resent-Key     PIC X(29).
               10 RES-Resent-Image   PIC X(80).
               10 RES-Resent-Used    PIC X(01).
      
001300 PROCEDURE DIVISION.
001310
001320 0000-MAINLINE.
001321     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001330     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001331     PERFORM 1500-OPEN-SUSPENSE THRU 1500-OPEN-SUSPENSE-EXIT.
001340     PERFORM 2000-RAISE-ONE-CARD THRU 2000-RAISE-ONE-CARD-EXIT
001350         UNTIL RES-No-More-Cards.
001360     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001361     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001370     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO RES-Run-Control-Line.
           MOVE "PHNTRES" TO RUN-PROGRAM.
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
001380
001390 1000-INITIALIZE.
001400     OPEN INPUT RES-CARD-FILE.
001680 1000-INITIALIZE-EXIT.
001690     EXIT.
001700
       1500-OPEN-SUSPENSE.
      * Opened I-O, or started empty by the first program ever to
      * turn a card away. A suspense file that will not open costs
      * the run only its suspense entries -- every refusal is still
      * on SYSOUT as before.
           IF RES-No-More-Cards THEN
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF RES-SS-Not-Found THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF NOT RES-SS-Success THEN
               DISPLAY "PHNTRES: UNABLE TO OPEN SUSPENSE FILE, STATUS "
                   RES-Susp-Status
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           MOVE "Y" TO RES-Susp-Open-Sw.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           MOVE RES-Program-Name TO SU-PROGRAM.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 1500-OPEN-SUSPENSE-EXIT
           END-START.
           MOVE "N" TO RES-Susp-Scan-Sw.
           PERFORM 1510-LOAD-ONE-RESENT THRU 1510-LOAD-ONE-RESENT-EXIT
               UNTIL RES-Susp-Scan-Done.
       1500-OPEN-SUSPENSE-EXIT.
           EXIT.
      
       1510-LOAD-ONE-RESENT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RES-Susp-Scan-Sw
                   GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-READ.
           IF SU-PROGRAM NOT = RES-Program-Name THEN
               MOVE "Y" TO RES-Susp-Scan-Sw
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF NOT SU-IS-RESENT THEN
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF RES-Resent-Count NOT < RES-Resent-Max THEN
               DISPLAY "PHNTRES: RESENT CARD TABLE FULL, ENTRY "
                   SU-SUSPENSE-KEY " LEFT FOR A LATER RUN"
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           ADD 1 TO RES-Resent-Count.
           MOVE SU-SUSPENSE-KEY TO RES-Resent-Key (RES-Resent-Count).
           MOVE SU-CURRENT-IMAGE
               TO RES-Resent-Image (RES-Resent-Count).
           MOVE "N" TO RES-Resent-Used (RES-Resent-Count).
       1510-LOAD-ONE-RESENT-EXIT.
           EXIT.
      
001710 2000-RAISE-ONE-CARD.
001720     READ RES-CARD-FILE
001730         AT END
001770         GO TO 2000-RAISE-ONE-CARD-EXIT
001780     END-IF.
001790     ADD 1 TO RES-Cards-Read.
001791     MOVE RES-CARD TO RES-Card-Image.
001800     IF RC-CHARACTER-NAME = SPACES THEN
001810         ADD 1 TO RES-Refused
001811         MOVE "BLNK" TO RES-Suspense-Reason
001812         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001820         DISPLAY "PHNTRES: CARD " RES-Cards-Read
001830             " BLANK, SKIPPED"
001840         GO TO 2000-RAISE-ONE-CARD-EXIT
001930     READ GRAVEYARD-FILE
001940         INVALID KEY
001950             ADD 1 TO RES-Refused
001951             MOVE "NOGR" TO RES-Suspense-Reason
001952             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
001960             DISPLAY "PHNTRES: " RC-CHARACTER-NAME
001970                 " NOT IN THE GRAVEYARD"
001980             GO TO 2100-RAISE-ONE-CHARACTER-EXIT
002030             CONTINUE
002040         NOT INVALID KEY
002050             ADD 1 TO RES-Refused
002051             MOVE "LIVE" TO RES-Suspense-Reason
002052             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002060             DISPLAY "PHNTRES: " RC-CHARACTER-NAME
002070                 " ALREADY AMONG THE LIVING"
002080             GO TO 2100-RAISE-ONE-CHARACTER-EXIT
002090     END-READ.
002100     IF GY-GOLD < RES-Fee THEN
002110         ADD 1 TO RES-Refused
002111         MOVE "GOLD" TO RES-Suspense-Reason
002112         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002120         DISPLAY "PHNTRES: " RC-CHARACTER-NAME
002130             " CANNOT AFFORD THE RESURRECTION FEE"
002140         GO TO 2100-RAISE-ONE-CHARACTER-EXIT
002390     WRITE PLAYER-RECORD
002400         INVALID KEY
002410             ADD 1 TO RES-Refused
002411             MOVE "FILE" TO RES-Suspense-Reason
002412             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002420             DISPLAY "PHNTRES: " RC-CHARACTER-NAME
002430                 " PLAYER WRITE FAILED, STATUS "
002440                 RES-Player-Status
002480     PERFORM 2200-POST-FEE-TO-LEDGER
002490         THRU 2200-POST-FEE-TO-LEDGER-EXIT.
002500     ADD 1 TO RES-Raised.
002501     PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT.
002510     DISPLAY "PHNTRES: " RC-CHARACTER-NAME
002520         " WALKS AGAIN, FEE PAID".
002530 2100-RAISE-ONE-CHARACTER-EXIT.
002820     DISPLAY "PHNTRES: " RES-Cards-Read " CARDS READ, "
002830         RES-Raised " RAISED, "
002840         RES-Refused " REFUSED.".
002841     IF RES-Suspense-Open THEN
002842         CLOSE SUSPENSE-FILE
002843     END-IF.
002844     DISPLAY "PHNTRES: " RES-Cards-Suspended " CARDS SUSPENDED, "
002845         RES-Resends-Cleared " RESUBMISSIONS CLEARED.".
002850 8000-FINISH-EXIT.
002860     EXIT.
002870
002871 8500-SUSPEND-CARD.
002872* File the card just read under the reason moved ahead of the
002873* PERFORM. The key carries this run's own date and start time,
002874* as its run-control START line has them.
002875     ADD 1 TO RES-Cards-Suspended.
002876     IF RES-Suspense-Shut THEN
002877         GO TO 8500-SUSPEND-CARD-EXIT
002878     END-IF.
002879     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
002880     IF RES-Resent-Hit > 0 THEN
002881         PERFORM 8510-REOPEN-RESENT THRU 8510-REOPEN-RESENT-EXIT
002882         GO TO 8500-SUSPEND-CARD-EXIT
002883     END-IF.
002884     MOVE SPACES TO SUSPENSE-RECORD.
002885     MOVE RES-Program-Name TO SU-PROGRAM.
002886     MOVE RUN-DATE TO SU-RUN-DATE.
002887     MOVE RUN-START-TIME TO SU-RUN-TIME.
002888     MOVE RES-Cards-Suspended TO SU-SEQUENCE.
002889     MOVE RES-Suspense-Reason TO SU-REASON-CODE.
002890     MOVE "OPEN" TO SU-STATUS.
002891     MOVE RUN-DATE TO SU-STATUS-DATE.
002892     MOVE 0 TO SU-RESEND-COUNT.
002893     MOVE RES-Card-Image TO SU-ORIGINAL-IMAGE.
002894     MOVE RES-Card-Image TO SU-CURRENT-IMAGE.
002895     WRITE SUSPENSE-RECORD
002896         INVALID KEY
002897             DISPLAY "PHNTRES: SUSPENSE WRITE FAILED, STATUS "
002898                 RES-Susp-Status
002899     END-WRITE.
002900 8500-SUSPEND-CARD-EXIT.
002901     EXIT.
002902
002903 8510-REOPEN-RESENT.
002904* A card the desk sent back, turned away again: its own entry
002905* goes back to OPEN under the new reason.
002906     MOVE "Y" TO RES-Resent-Used (RES-Resent-Hit).
002907     MOVE RES-Resent-Key (RES-Resent-Hit) TO SU-SUSPENSE-KEY.
002908     READ SUSPENSE-FILE
002909         INVALID KEY
002910             DISPLAY "PHNTRES: SUSPENSE ENTRY " SU-SUSPENSE-KEY
002911                 " NO LONGER ON FILE"
002912             GO TO 8510-REOPEN-RESENT-EXIT
002913     END-READ.
002914     MOVE RES-Suspense-Reason TO SU-REASON-CODE.
002915     MOVE "OPEN" TO SU-STATUS.
002916     MOVE RUN-DATE TO SU-STATUS-DATE.
002917     REWRITE SUSPENSE-RECORD
002918         INVALID KEY
002919             DISPLAY "PHNTRES: SUSPENSE REWRITE FAILED, STATUS "
002920                 RES-Susp-Status
002921     END-REWRITE.
002922 8510-REOPEN-RESENT-EXIT.
002923     EXIT.
002924
002925 8600-CLEAR-RESENT.
002926* A card taken that the desk had sent back closes its entry,
002927* so the desk never sends it a second time.
002928     IF RES-Suspense-Shut OR RES-Resent-Count = 0 THEN
002929         GO TO 8600-CLEAR-RESENT-EXIT
002930     END-IF.
002931     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
002932     IF RES-Resent-Hit = 0 THEN
002933         GO TO 8600-CLEAR-RESENT-EXIT
002934     END-IF.
002935     MOVE "Y" TO RES-Resent-Used (RES-Resent-Hit).
002936     MOVE RES-Resent-Key (RES-Resent-Hit) TO SU-SUSPENSE-KEY.
002937     READ SUSPENSE-FILE
002938         INVALID KEY
002939             DISPLAY "PHNTRES: SUSPENSE ENTRY " SU-SUSPENSE-KEY
002940                 " NO LONGER ON FILE"
002941             GO TO 8600-CLEAR-RESENT-EXIT
002942     END-READ.
002943     MOVE "CLEARED" TO SU-STATUS.
002944     MOVE RUN-DATE TO SU-STATUS-DATE.
002945     REWRITE SUSPENSE-RECORD
002946         INVALID KEY
002947             DISPLAY "PHNTRES: SUSPENSE REWRITE FAILED, STATUS "
002948                 RES-Susp-Status
002949             GO TO 8600-CLEAR-RESENT-EXIT
002950     END-REWRITE.
002951     ADD 1 TO RES-Resends-Cleared.
002952 8600-CLEAR-RESENT-EXIT.
002953     EXIT.
002954
002955 8700-FIND-RESENT.
002956* The first entry not yet matched this run whose card as resent
002957* is the card just read, word for word.
002958     MOVE 0 TO RES-Resent-Hit.
002959     PERFORM 8710-MATCH-ONE-RESENT THRU 8710-MATCH-ONE-RESENT-EXIT
002960         VARYING RES-Resent-Sub FROM 1 BY 1
002961         UNTIL RES-Resent-Sub > RES-Resent-Count
002962             OR RES-Resent-Hit > 0.
002963 8700-FIND-RESENT-EXIT.
002964     EXIT.
002965
002966 8710-MATCH-ONE-RESENT.
002967     IF RES-Resent-Used (RES-Resent-Sub) = "N"
002968         AND RES-Resent-Image (RES-Resent-Sub)
002969             = RES-Card-Image THEN
002970         MOVE RES-Resent-Sub TO RES-Resent-Hit
002971     END-IF.
002972 8710-MATCH-ONE-RESENT-EXIT.
002973     EXIT.
002974
002975 8900-LOG-RUN-FINISH.
002976* The FINISH line keeps the START line's run date and start
002977* time -- the pair the status report matches the two on.
002978     MOVE "FINISH" TO RUN-EVENT.
002979     ACCEPT RUN-END-TIME FROM TIME.
002980     MOVE RES-Cards-Read TO RUN-RECORDS-READ.
002981     MOVE RES-Raised TO RUN-RECORDS-UPDATED.
002982     MOVE RES-Refused TO RUN-RECORDS-REJECTED.
002983     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
002984     PERFORM 8950-WRITE-RUN-CONTROL
002985         THRU 8950-WRITE-RUN-CONTROL-EXIT.
002986 8900-LOG-RUN-FINISH-EXIT.
002987     EXIT.
002988
002989 8950-WRITE-RUN-CONTROL.
002990* Appended to, never rewritten -- the first program to find no
002991* log starts one. A log that will not open costs the run only
002992* its entry, never its work.
002993     OPEN EXTEND RUN-CONTROL-FILE.
002994     IF RES-Runctl-Status NOT = "00" THEN
002995         OPEN OUTPUT RUN-CONTROL-FILE
002996     END-IF.
002997     IF RES-Runctl-Status NOT = "00" THEN
002998         DISPLAY "PHNTRES: UNABLE TO OPEN RUN-CONTROL LOG, "
002999             "STATUS " RES-Runctl-Status
003000         GO TO 8950-WRITE-RUN-CONTROL-EXIT
003001     END-IF.
003002     WRITE RUN-CONTROL-RECORD FROM RES-Run-Control-Line.
003003     CLOSE RUN-CONTROL-FILE.
003004 8950-WRITE-RUN-CONTROL-EXIT.
003005     EXIT.
999999
