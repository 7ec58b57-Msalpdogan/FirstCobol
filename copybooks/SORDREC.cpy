000010*-------------------------------------------------------------------
000020* SORDREC - STANDING-ORDER-MASTER record layout, one standing
000030* instruction per record keyed on the instruction number,
000040* maintained by the standing order maintenance program (SORDMNT).
000050* Each night the standing order generator (SORDGEN) writes one
000060* MONTRAN transaction for every occurrence due, then moves the
000070* next due date on by the frequency, or expires the instruction
000080* once it passes its end date.
000090*   SORD-FREQUENCY: W weekly, B every two weeks, M monthly,
000100*                   Q quarterly, A annually
000110*   SORD-END-DATE:  zero = runs until deleted
000120*   SORD-DUE-DAY:   day of month monthly, quarterly and annual
000130*                   instructions fall on, taken from the first
000140*                   due date (a short month uses its last day)
000150*   SORD-STATUS:    A active, S suspended (occurrences passed
000160*                   over, not made), X expired
000170*-------------------------------------------------------------------
000180 01  SORD-MASTER-RECORD.
000190     05  SORD-ID                     PIC X(08).
000200     05  SORD-ACCT-ID                PIC X(07).
000210     05  SORD-TRAN-CODE              PIC X(03).
000220         88  SORD-DEPOSIT            VALUE 'DEP'.
000230         88  SORD-WITHDRAWAL         VALUE 'WDR'.
000240         88  SORD-PAYMENT            VALUE 'PMT'.
000250     05  SORD-AMOUNT                 PIC 9(13)V9(2).
000260     05  SORD-FREQUENCY              PIC X(01).
000270         88  SORD-WEEKLY             VALUE 'W'.
000280         88  SORD-BIWEEKLY           VALUE 'B'.
000290         88  SORD-MONTHLY            VALUE 'M'.
000300         88  SORD-QUARTERLY          VALUE 'Q'.
000310         88  SORD-ANNUAL             VALUE 'A'.
000320         88  SORD-FREQUENCY-VALID    VALUE 'W' 'B' 'M' 'Q' 'A'.
000330     05  SORD-NEXT-DUE-DATE          PIC 9(08).
000340     05  SORD-END-DATE               PIC 9(08).
000350     05  SORD-DUE-DAY                PIC 9(02).
000360     05  SORD-STATUS                 PIC X(01).
000370         88  SORD-ACTIVE             VALUE 'A'.
000380         88  SORD-SUSPENDED          VALUE 'S'.
000390         88  SORD-EXPIRED            VALUE 'X'.
000400     05  SORD-LAST-DUE-DATE          PIC 9(08).
000410     05  SORD-GENERATED-COUNT        PIC 9(05).
000420     05  SORD-ADDED-DATE             PIC X(10).
000430     05  FILLER                      PIC X(10).
