000010** Gold-Balance.cpy -- EIGHTBOL closed-period gold balance layout
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- one line per character at a
000060*                     month-end close: the cut-off date the
000070*                     period was closed through, the Gold the
000080*                     ledger stood at for that name on that
000090*                     date, and where the character rested when
000100*                     it was closed. PHNTCLS writes a new
000110*                     generation at every close; PHNTGRC takes
000120*                     it as the opening balance the live ledger
000130*                     adds to, and PHNTSTM as the opening
000140*                     balance of a statement period that starts
000150*                     after the cut-off.
000160*
000170* COPY this directly into a WORKING-STORAGE 01 (or an FD record)
000180* the way Gold-Ledger.cpy folds into LEDGER-RECORD -- these are
000190* bare 05 slots, not a group of their own.
000200         05 BalanceName   PIC X(20).
000210         05 FILLER        PIC X(01).
000220         05 BalanceCutOff PIC 9(08).
000230         05 FILLER        PIC X(01).
000240         05 BalanceAmount PIC S9(09) SIGN IS LEADING SEPARATE.
000250         05 FILLER        PIC X(01).
000260* LIVING, DEAD, DORMANT, or NO FILE for a name whose balance is
000270* carried only until its post-close lines net it away.
000280         05 BalanceStatus PIC X(08).
999999
