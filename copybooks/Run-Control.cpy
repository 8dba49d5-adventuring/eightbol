000010** Run-Control.cpy -- EIGHTBOL batch run-control log entry
000020*** Copyright © 2026 Interworldly Adventuring, LLC
000030*
000040* Modification History:
000050*   15 OCT 2026  BRP  Original -- one line per batch program per
000060*                     event on the shared run-control log: a START
000070*                     line as the program comes up and a FINISH
000080*                     line as it closes down, both carrying the
000090*                     program, its run date and start time (the
000100*                     pair that matches a FINISH to its START),
000110*                     the records it read, updated and rejected,
000120*                     and the completion code it ended with. A
000130*                     START with no FINISH behind it is a run that
000140*                     never got to the end. PHNTOPS reads the log
000150*                     for the morning status report.
000160*
000170* The log is line sequential and every line is appended, never
000180* rewritten. All counts are DISPLAY digits so the log reads in an
000190* editor as it stands.
000200     05 RUN-PROGRAM          PIC X(08).
000210     05 FILLER               PIC X(01).
000220     05 RUN-EVENT            PIC X(06).
000230         88 RUN-IS-START         VALUE "START ".
000240         88 RUN-IS-FINISH        VALUE "FINISH".
000250     05 FILLER               PIC X(01).
000260     05 RUN-DATE             PIC 9(08).
000270     05 FILLER               PIC X(01).
000280     05 RUN-START-TIME       PIC 9(08).
000290     05 FILLER               PIC X(01).
000300     05 RUN-END-TIME         PIC 9(08).
000310     05 FILLER               PIC X(01).
000320     05 RUN-RECORDS-READ     PIC 9(09).
000330     05 FILLER               PIC X(01).
000340     05 RUN-RECORDS-UPDATED  PIC 9(09).
000350     05 FILLER               PIC X(01).
000360     05 RUN-RECORDS-REJECTED PIC 9(09).
000370     05 FILLER               PIC X(01).
000380     05 RUN-COMPLETION-CODE  PIC 9(04).
000390     05 FILLER               PIC X(01).
000400* NORMAL, or RESUMED for a run that picked up from a restart
000410* point a failed run left behind -- RUN-RESUME-KEY then names
000420* the last key that earlier run finished.
000430     05 RUN-TYPE             PIC X(07).
000440         88 RUN-IS-NORMAL        VALUE "NORMAL ".
000450         88 RUN-IS-RESUMED       VALUE "RESUMED".
000460     05 FILLER               PIC X(01).
000470     05 RUN-RESUME-KEY       PIC X(20).
000480     05 FILLER               PIC X(04).
999999
