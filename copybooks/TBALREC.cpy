000010*-------------------------------------------------------------------
000020* TBALREC - TRIAL-BALANCE-HISTORY record, one per run of the
000030* trial balance (TRIALBAL): the run date and time, the number of
000040* accounts and total of ACCT-BALANCE found by its full sweep of
000050* the ACCOUNT-MASTER, the out-of-balance amount it reported, and
000060* how far into the posted-transaction history (TPSTHIST) and the
000070* recovery journal (RCVYJRNL) it proved, as record counts. The
000080* file is extended in place run after run; the last record's
000090* master total is the next run's carried-forward opening total,
000100* and its two record counts are where the next run's activity
000110* window starts - by position, not by date, so a night stream
000120* that crosses midnight loses nothing.
000130*-------------------------------------------------------------------
000140 01  TBAL-RECORD.
000150     05  TBAL-RUN-DATE               PIC X(10).
000160     05  FILLER                      PIC X(01).
000170     05  TBAL-ACCOUNT-COUNT          PIC 9(07).
000180     05  FILLER                      PIC X(01).
000190     05  TBAL-MASTER-TOTAL           PIC S9(15)V9(2)
000200                                      SIGN LEADING SEPARATE.
000210     05  FILLER                      PIC X(01).
000220     05  TBAL-OUT-OF-BALANCE         PIC S9(15)V9(2)
000230                                      SIGN LEADING SEPARATE.
000240     05  FILLER                      PIC X(01).
000250     05  TBAL-RUN-TIME               PIC X(08).
000260     05  FILLER                      PIC X(01).
000270     05  TBAL-POSTHIST-POSITION      PIC 9(09).
000280     05  FILLER                      PIC X(01).
000290     05  TBAL-RCVY-POSITION          PIC 9(09).
