000020* AMORTREC - AMORT-HISTORY record layouts, shared by the
000030* amortization program (PI), which writes them, and the
000040* statement program (ACCTSTMT) and any other downstream reader:
000050* one 'D' detail record per period, one 'P' posting record for
000051* each account whose closing balance reached the master, carrying
000052* the interest the posting added (new balance less old - the
000053* figure the year-end tax run INTTAX reports), one 'G' grand-
000060* totals record carrying the run's account count, interest and
000061* closing grand totals and its posting proof (accounts posted,
000070* balances posted, unposted count - the journal's POSTED line in
000071* machine-readable form, which the partition consolidation
000080* step HISTMRGE combines - and the interest those postings
000081* added to the master, for the trial balance TRIALBAL), and
000082* one 'T' trailer carrying the detail record count and the
000083* interest/closing hash totals so the receiving job can prove
000084* it got the whole file.
000085*-------------------------------------------------------------------
000090 01  HIST-DETAIL-RECORD.
000100     05  HIST-DTL-TYPE               PIC X(01).
000180                                      SIGN LEADING SEPARATE.
000190     05  HIST-DTL-CLOSING            PIC S9(36)V9(2)
000200                                      SIGN LEADING SEPARATE.
000201
000202 01  HIST-POSTED-RECORD.
000203     05  HIST-PST-TYPE               PIC X(01).
000204         88  HIST-POSTED             VALUE 'P'.
000205     05  HIST-PST-ACCT-ID            PIC X(07).
000206     05  HIST-PST-RUN-DATE           PIC X(10).
000207     05  HIST-PST-INTEREST           PIC S9(13)V9(2)
000208                                      SIGN LEADING SEPARATE.
000210
000211 01  HIST-TOTALS-RECORD.
000212     05  HIST-TOT-TYPE               PIC X(01).
000220     05  HIST-TOT-POSTED-BALANCE     PIC S9(13)V9(2)
000221                                      SIGN LEADING SEPARATE.
000222     05  HIST-TOT-UNPOSTED-COUNT     PIC 9(05).
000223     05  HIST-TOT-POSTED-INTEREST    PIC S9(13)V9(2)
000224                                      SIGN LEADING SEPARATE.
000225
000226 01  HIST-TRAILER-RECORD.
000230     05  HIST-TRL-TYPE               PIC X(01).
000240         88  HIST-TRAILER            VALUE 'T'.
000250     05  HIST-TRL-RECORD-COUNT       PIC 9(09).
