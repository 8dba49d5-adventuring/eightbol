000140*                     INVNTORY file under the character's
000150*                     weapon or armor slot -- a second purchase
000160*                     into a filled slot replaces the old gear.
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
000170
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. PHNTARM.
000480     SELECT PLAYER-JOURNAL ASSIGN TO "PLAYRJRN"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS ARM-Jrnl-Status.
000501     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS ARM-Runctl-Status.
000504     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000505         ORGANIZATION IS INDEXED
000506         ACCESS MODE IS DYNAMIC
000507         RECORD KEY IS SU-SUSPENSE-KEY
000508         FILE STATUS IS ARM-Susp-Status.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000960 FD  PLAYER-JOURNAL.
000970 01  PLAYER-JOURNAL-RECORD.
000980     COPY "Player-Journal.cpy".
000981 FD  RUN-CONTROL-FILE.
000982 01  RUN-CONTROL-RECORD   PIC X(110).
000983 FD  SUSPENSE-FILE.
000984 01  SUSPENSE-RECORD.
000985     COPY "Suspense-Entry.cpy".
000990
001000 WORKING-STORAGE SECTION.
001010 01  ARM-Player-Status    PIC X(02).
001550         ==LedgerAmount== BY ==ARM-Ledger-Amount==
001560         ==LedgerReason== BY ==ARM-Ledger-Reason==.
001570
      * One run-control log line, staged here because the FD record
      * may not be touched before the log is open.
       01  ARM-Runctl-Status    PIC X(02).
       01  ARM-Run-Control-Line.
           COPY "Run-Control.cpy".
      
      * Suspense -- every card the run turns away is filed on
      * SUSPENSE with a standard reason code (Suspense-Reasons.cpy).
      * The table holds this program's entries the desk has sent
      * back, matched on the card as resent: taken, the entry is
      * CLEARED; turned away again, the entry is reopened rather
      * than a second one filed.
       01  ARM-Susp-Status      PIC X(02).
           88  ARM-SS-Success           VALUE "00".
           88  ARM-SS-Not-Found         VALUE "23" "35".
       01  ARM-Susp-Open-Sw     PIC X(01) VALUE "N".
           88  ARM-Suspense-Open        VALUE "Y".
           88  ARM-Suspense-Shut        VALUE "N".
       01  ARM-Susp-Scan-Sw     PIC X(01) VALUE "N".
           88  ARM-Susp-Scan-Done       VALUE "Y".
           88  ARM-Susp-Scan-Going      VALUE "N".
       01  ARM-Suspense-Reason  PIC X(04).
       01  ARM-Card-Image       PIC X(80).
       01  ARM-Cards-Suspended  PIC 9(05) USAGE BINARY VALUE 0.
       01  ARM-Resends-Cleared  PIC 9(05) USAGE BINARY VALUE 0.
       01  ARM-Resent-Max       PIC 9(05) USAGE BINARY VALUE 500.
       01  ARM-Resent-Count     PIC 9(05) USAGE BINARY VALUE 0.
       01  ARM-Resent-Sub       PIC 9(05) USAGE BINARY.
       01  ARM-Resent-Hit       PIC 9(05) USAGE BINARY.
       01  ARM-Resent-Table.
           05 ARM-Resent-Entry OCCURS 1 TO 500 TIMES
                  DEPENDING ON ARM-Resent-Count.
               10 ARM-Resent-Key     PIC X(29).
               10 ARM-Resent-Image   PIC X(80).
               10 ARM-Resent-Used    PIC X(01).
      
001580 PROCEDURE DIVISION.
001590
001600 0000-MAINLINE.
001601     PERFORM 0100-LOG-RUN-START THRU 0100-LOG-RUN-START-EXIT.
001610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001611     PERFORM 1500-OPEN-SUSPENSE THRU 1500-OPEN-SUSPENSE-EXIT.
001620     PERFORM 2000-SELL-ONE-CARD THRU 2000-SELL-ONE-CARD-EXIT
001630         UNTIL ARM-No-More-Cards.
001640     PERFORM 8000-FINISH THRU 8000-FINISH-EXIT.
001641     PERFORM 8900-LOG-RUN-FINISH THRU 8900-LOG-RUN-FINISH-EXIT.
001650     STOP RUN.
      
       0100-LOG-RUN-START.
      * Logged before anything else is touched, so a run that falls
      * over part way still leaves a START with no FINISH behind it
      * for the morning status report to find.
           MOVE SPACES TO ARM-Run-Control-Line.
           MOVE "PHNTARM" TO RUN-PROGRAM.
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
001660
001670 1000-INITIALIZE.
001680     OPEN INPUT ARM-CARD-FILE.
002110 1000-INITIALIZE-EXIT.
002120     EXIT.
002130
       1500-OPEN-SUSPENSE.
      * Opened I-O, or started empty by the first program ever to
      * turn a card away. A suspense file that will not open costs
      * the run only its suspense entries -- every refusal is still
      * on SYSOUT as before.
           IF ARM-No-More-Cards THEN
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF ARM-SS-Not-Found THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF NOT ARM-SS-Success THEN
               DISPLAY "PHNTARM: UNABLE TO OPEN SUSPENSE FILE, STATUS "
                   ARM-Susp-Status
               GO TO 1500-OPEN-SUSPENSE-EXIT
           END-IF.
           MOVE "Y" TO ARM-Susp-Open-Sw.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           MOVE ARM-Program-Name TO SU-PROGRAM.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 1500-OPEN-SUSPENSE-EXIT
           END-START.
           MOVE "N" TO ARM-Susp-Scan-Sw.
           PERFORM 1510-LOAD-ONE-RESENT THRU 1510-LOAD-ONE-RESENT-EXIT
               UNTIL ARM-Susp-Scan-Done.
       1500-OPEN-SUSPENSE-EXIT.
           EXIT.
      
       1510-LOAD-ONE-RESENT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ARM-Susp-Scan-Sw
                   GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-READ.
           IF SU-PROGRAM NOT = ARM-Program-Name THEN
               MOVE "Y" TO ARM-Susp-Scan-Sw
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF NOT SU-IS-RESENT THEN
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           IF ARM-Resent-Count NOT < ARM-Resent-Max THEN
               DISPLAY "PHNTARM: RESENT CARD TABLE FULL, ENTRY "
                   SU-SUSPENSE-KEY " LEFT FOR A LATER RUN"
               GO TO 1510-LOAD-ONE-RESENT-EXIT
           END-IF.
           ADD 1 TO ARM-Resent-Count.
           MOVE SU-SUSPENSE-KEY TO ARM-Resent-Key (ARM-Resent-Count).
           MOVE SU-CURRENT-IMAGE
               TO ARM-Resent-Image (ARM-Resent-Count).
           MOVE "N" TO ARM-Resent-Used (ARM-Resent-Count).
       1510-LOAD-ONE-RESENT-EXIT.
           EXIT.
      
002140 2000-SELL-ONE-CARD.
002150     READ ARM-CARD-FILE
002160         AT END
002200         GO TO 2000-SELL-ONE-CARD-EXIT
002210     END-IF.
002220     ADD 1 TO ARM-Cards-Read.
002221     MOVE ARM-CARD TO ARM-Card-Image.
002230     IF AC-CHARACTER-NAME = SPACES
002240         OR AC-ITEM-NAME = SPACES THEN
002250         ADD 1 TO ARM-Cards-Refused
002251         MOVE "BLNK" TO ARM-Suspense-Reason
002252         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002260         DISPLAY "PHNTARM: CARD " ARM-Cards-Read
002270             " MISSING NAME OR ITEM, REFUSED"
002280         GO TO 2000-SELL-ONE-CARD-EXIT
002400     READ ITEM-FILE
002410         INVALID KEY
002420             ADD 1 TO ARM-Cards-Refused
002421             MOVE "NOIT" TO ARM-Suspense-Reason
002422             PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002430             DISPLAY "PHNTARM: " AC-ITEM-NAME
002440                 " NOT ON THE CATALOG"
002450             GO TO 2100-SELL-ONE-ITEM-EXIT
002490         THRU 2200-READ-PLAYER-LOCKED-EXIT.
002500     IF ARM-Record-Not-Found THEN
002510         ADD 1 TO ARM-Cards-Refused
002511         MOVE "NOPL" TO ARM-Suspense-Reason
002512         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002520         DISPLAY "PHNTARM: " AC-CHARACTER-NAME
002530             " NOT ON PLAYER FILE"
002540         GO TO 2100-SELL-ONE-ITEM-EXIT
002550     END-IF.
002560     IF ARM-Record-Still-Locked THEN
002570         ADD 1 TO ARM-Cards-Refused
002571         MOVE "BUSY" TO ARM-Suspense-Reason
002572         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002580         DISPLAY "PHNTARM: " AC-CHARACTER-NAME
002590             " RECORD BUSY, CARD REFUSED"
002600         GO TO 2100-SELL-ONE-ITEM-EXIT
002610     END-IF.
002620     IF PF-GOLD < IC-ITEM-PRICE THEN
002630         ADD 1 TO ARM-Cards-Refused
002631         MOVE "GOLD" TO ARM-Suspense-Reason
002632         PERFORM 8500-SUSPEND-CARD THRU 8500-SUSPEND-CARD-EXIT
002640         DISPLAY "PHNTARM: " AC-CHARACTER-NAME
002650             " CANNOT AFFORD " AC-ITEM-NAME
002660         UNLOCK PLAYER-FILE
002770     PERFORM 2500-EQUIP-THE-ITEM
002780         THRU 2500-EQUIP-THE-ITEM-EXIT.
002790     ADD 1 TO ARM-Items-Sold.
002791     PERFORM 8600-CLEAR-RESENT THRU 8600-CLEAR-RESENT-EXIT.
002800     DISPLAY "PHNTARM: " AC-CHARACTER-NAME
002810         " BOUGHT " AC-ITEM-NAME.
002820 2100-SELL-ONE-ITEM-EXIT.
003830     DISPLAY "PHNTARM: " ARM-Cards-Read " CARDS READ, "
003840         ARM-Items-Sold " SOLD, "
003850         ARM-Cards-Refused " REFUSED.".
003851     IF ARM-Suspense-Open THEN
003852         CLOSE SUSPENSE-FILE
003853     END-IF.
003854     DISPLAY "PHNTARM: " ARM-Cards-Suspended " CARDS SUSPENDED, "
003855         ARM-Resends-Cleared " RESUBMISSIONS CLEARED.".
003860 8000-FINISH-EXIT.
003870     EXIT.
003880
003881 8500-SUSPEND-CARD.
003882* File the card just read under the reason moved ahead of the
003883* PERFORM. The key carries this run's own date and start time,
003884* as its run-control START line has them.
003885     ADD 1 TO ARM-Cards-Suspended.
003886     IF ARM-Suspense-Shut THEN
003887         GO TO 8500-SUSPEND-CARD-EXIT
003888     END-IF.
003889     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
003890     IF ARM-Resent-Hit > 0 THEN
003891         PERFORM 8510-REOPEN-RESENT THRU 8510-REOPEN-RESENT-EXIT
003892         GO TO 8500-SUSPEND-CARD-EXIT
003893     END-IF.
003894     MOVE SPACES TO SUSPENSE-RECORD.
003895     MOVE ARM-Program-Name TO SU-PROGRAM.
003896     MOVE RUN-DATE TO SU-RUN-DATE.
003897     MOVE RUN-START-TIME TO SU-RUN-TIME.
003898     MOVE ARM-Cards-Suspended TO SU-SEQUENCE.
003899     MOVE ARM-Suspense-Reason TO SU-REASON-CODE.
003900     MOVE "OPEN" TO SU-STATUS.
003901     MOVE RUN-DATE TO SU-STATUS-DATE.
003902     MOVE 0 TO SU-RESEND-COUNT.
003903     MOVE ARM-Card-Image TO SU-ORIGINAL-IMAGE.
003904     MOVE ARM-Card-Image TO SU-CURRENT-IMAGE.
003905     WRITE SUSPENSE-RECORD
003906         INVALID KEY
003907             DISPLAY "PHNTARM: SUSPENSE WRITE FAILED, STATUS "
003908                 ARM-Susp-Status
003909     END-WRITE.
003910 8500-SUSPEND-CARD-EXIT.
003911     EXIT.
003912
003913 8510-REOPEN-RESENT.
003914* A card the desk sent back, turned away again: its own entry
003915* goes back to OPEN under the new reason.
003916     MOVE "Y" TO ARM-Resent-Used (ARM-Resent-Hit).
003917     MOVE ARM-Resent-Key (ARM-Resent-Hit) TO SU-SUSPENSE-KEY.
003918     READ SUSPENSE-FILE
003919         INVALID KEY
003920             DISPLAY "PHNTARM: SUSPENSE ENTRY " SU-SUSPENSE-KEY
003921                 " NO LONGER ON FILE"
003922             GO TO 8510-REOPEN-RESENT-EXIT
003923     END-READ.
003924     MOVE ARM-Suspense-Reason TO SU-REASON-CODE.
003925     MOVE "OPEN" TO SU-STATUS.
003926     MOVE RUN-DATE TO SU-STATUS-DATE.
003927     REWRITE SUSPENSE-RECORD
003928         INVALID KEY
003929             DISPLAY "PHNTARM: SUSPENSE REWRITE FAILED, STATUS "
003930                 ARM-Susp-Status
003931     END-REWRITE.
003932 8510-REOPEN-RESENT-EXIT.
003933     EXIT.
003934
003935 8600-CLEAR-RESENT.
003936* A card taken that the desk had sent back closes its entry,
003937* so the desk never sends it a second time.
003938     IF ARM-Suspense-Shut OR ARM-Resent-Count = 0 THEN
003939         GO TO 8600-CLEAR-RESENT-EXIT
003940     END-IF.
003941     PERFORM 8700-FIND-RESENT THRU 8700-FIND-RESENT-EXIT.
003942     IF ARM-Resent-Hit = 0 THEN
003943         GO TO 8600-CLEAR-RESENT-EXIT
003944     END-IF.
003945     MOVE "Y" TO ARM-Resent-Used (ARM-Resent-Hit).
003946     MOVE ARM-Resent-Key (ARM-Resent-Hit) TO SU-SUSPENSE-KEY.
003947     READ SUSPENSE-FILE
003948         INVALID KEY
003949             DISPLAY "PHNTARM: SUSPENSE ENTRY " SU-SUSPENSE-KEY
003950                 " NO LONGER ON FILE"
003951             GO TO 8600-CLEAR-RESENT-EXIT
003952     END-READ.
003953     MOVE "CLEARED" TO SU-STATUS.
003954     MOVE RUN-DATE TO SU-STATUS-DATE.
003955     REWRITE SUSPENSE-RECORD
003956         INVALID KEY
003957             DISPLAY "PHNTARM: SUSPENSE REWRITE FAILED, STATUS "
003958                 ARM-Susp-Status
003959             GO TO 8600-CLEAR-RESENT-EXIT
003960     END-REWRITE.
003961     ADD 1 TO ARM-Resends-Cleared.
003962 8600-CLEAR-RESENT-EXIT.
003963     EXIT.
003964
003965 8700-FIND-RESENT.
003966* The first entry not yet matched this run whose card as resent
003967* is the card just read, word for word.
003968     MOVE 0 TO ARM-Resent-Hit.
003969     PERFORM 8710-MATCH-ONE-RESENT THRU 8710-MATCH-ONE-RESENT-EXIT
003970         VARYING ARM-Resent-Sub FROM 1 BY 1
003971         UNTIL ARM-Resent-Sub > ARM-Resent-Count
003972             OR ARM-Resent-Hit > 0.
003973 8700-FIND-RESENT-EXIT.
003974     EXIT.
003975
003976 8710-MATCH-ONE-RESENT.
003977     IF ARM-Resent-Used (ARM-Resent-Sub) = "N"
003978         AND ARM-Resent-Image (ARM-Resent-Sub)
003979             = ARM-Card-Image THEN
003980         MOVE ARM-Resent-Sub TO ARM-Resent-Hit
003981     END-IF.
003982 8710-MATCH-ONE-RESENT-EXIT.
003983     EXIT.
003984
003985 8900-LOG-RUN-FINISH.
003986* The FINISH line keeps the START line's run date and start
003987* time -- the pair the status report matches the two on.
003988     MOVE "FINISH" TO RUN-EVENT.
003989     ACCEPT RUN-END-TIME FROM TIME.
003990     MOVE ARM-Cards-Read TO RUN-RECORDS-READ.
003991     MOVE ARM-Items-Sold TO RUN-RECORDS-UPDATED.
003992     MOVE ARM-Cards-Refused TO RUN-RECORDS-REJECTED.
003993     MOVE RETURN-CODE TO RUN-COMPLETION-CODE.
003994     PERFORM 8950-WRITE-RUN-CONTROL
003995         THRU 8950-WRITE-RUN-CONTROL-EXIT.
003996 8900-LOG-RUN-FINISH-EXIT.
003997     EXIT.
003998
003999 8950-WRITE-RUN-CONTROL.
004000* Appended to, never rewritten -- the first program to find no
004001* log starts one. A log that will not open costs the run only
004002* its entry, never its work.
004003     OPEN EXTEND RUN-CONTROL-FILE.
004004     IF ARM-Runctl-Status NOT = "00" THEN
004005         OPEN OUTPUT RUN-CONTROL-FILE
004006     END-IF.
004007     IF ARM-Runctl-Status NOT = "00" THEN
004008         DISPLAY "PHNTARM: UNABLE TO OPEN RUN-CONTROL LOG, "
004009             "STATUS " ARM-Runctl-Status
004010         GO TO 8950-WRITE-RUN-CONTROL-EXIT
004011     END-IF.
004012     WRITE RUN-CONTROL-RECORD FROM ARM-Run-Control-Line.
004013     CLOSE RUN-CONTROL-FILE.
004014 8950-WRITE-RUN-CONTROL-EXIT.
004015     EXIT.
999999
