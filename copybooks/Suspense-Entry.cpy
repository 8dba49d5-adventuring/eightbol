000010** Suspense-Entry.cpy -- EIGHTBOL rejected-card suspense entry
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- one entry per card a deck
000060*                     program turned away: the program, the run
000070*                     that turned it away (run date and start
000080*                     time, as on that run's run-control START
000090*                     line), a sequence within the run, a standard
000100*                     reason code (Suspense-Reasons.cpy), and the
000110*                     card exactly as it was read. PHNTSAG ages
000120*                     what is still outstanding for the desk;
000130*                     PHNTSRB sends corrected cards back to their
000140*                     program's deck, and that program marks the
000150*                     entry CLEARED when it takes the card.
000160*
000170* Keyed on program, run date, run time and sequence, so a program
000180* STARTs on its own entries and the file reads in the order the
000190* cards were turned away.
000200     05 SU-SUSPENSE-KEY.
000210         10 SU-PROGRAM        PIC X(08).
000220         10 SU-RUN-DATE       PIC 9(08).
000230         10 SU-RUN-TIME       PIC 9(08).
000240         10 SU-SEQUENCE       PIC 9(05).
000250     05 SU-REASON-CODE        PIC X(04).
000260* OPEN waits on the desk; RESENT has gone back to the deck and
000270* waits on the program; CLEARED was taken; WITHDRAWN the desk
000280* decided not to send again.
000290     05 SU-STATUS             PIC X(09).
000300         88 SU-IS-OPEN            VALUE "OPEN     ".
000310         88 SU-IS-RESENT          VALUE "RESENT   ".
000320         88 SU-IS-CLEARED         VALUE "CLEARED  ".
000330         88 SU-IS-WITHDRAWN       VALUE "WITHDRAWN".
000340* The date of the last change of status, and how many times the
000350* card has been sent back.
000360     05 SU-STATUS-DATE        PIC 9(08).
000370     05 SU-RESEND-COUNT       PIC 9(03).
000380* The card as first turned away, and the card as last sent -- the
000390* same until the desk sends a corrected one.
000400     05 SU-ORIGINAL-IMAGE     PIC X(80).
000410     05 SU-CURRENT-IMAGE      PIC X(80).
999999
