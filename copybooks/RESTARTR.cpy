000040* report (EODRPT), which reads it: the account being worked, the
000050* period reached, whether that account was still in flight (A)
000060* or already complete (C), the running balance, and the operator
000070* who authorized the run, then the run's totals as they stood at
000080* the checkpoint - grand totals and posting proof - so a resumed
000090* run's grand-totals record, posting journal and GL trailer still
000100* cover every account. A zero period number means the checkpoint
000110* was cleared by a clean end of run.
000120*-------------------------------------------------------------------
000130 01  RESTART-RECORD.
000140     05  RESTART-ACCOUNT-ID          PIC X(07).
000150     05  FILLER                      PIC X(01).
000160     05  RESTART-PERIOD-NUMBER       PIC 9(03).
000170     05  FILLER                      PIC X(01).
000180     05  RESTART-STATUS              PIC X(01).
000190         88  RESTART-MID-ACCOUNT     VALUE 'A'.
000200         88  RESTART-ACCT-COMPLETE   VALUE 'C'.
000210     05  FILLER                      PIC X(01).
000220     05  RESTART-BALANCE             PIC S9(36)V9(2)
000230                                      SIGN LEADING SEPARATE.
000240     05  FILLER                      PIC X(01).
000250     05  RESTART-OPERATOR-NAME       PIC X(30).
000260     05  FILLER                      PIC X(01).
000270     05  RESTART-RUN-TOTALS.
000280         10  RESTART-GRAND-ACCOUNTS  PIC 9(05).
000290         10  RESTART-GRAND-INTEREST  PIC S9(36)V9(2)
000300                                      SIGN LEADING SEPARATE.
000310         10  RESTART-GRAND-CLOSING   PIC S9(36)V9(2)
000320                                      SIGN LEADING SEPARATE.
000330         10  RESTART-POSTED-COUNT    PIC 9(05).
000340         10  RESTART-UNPOSTED-COUNT  PIC 9(05).
000350         10  RESTART-POSTED-BALANCE  PIC S9(13)V9(2)
000360                                      SIGN LEADING SEPARATE.
000370         10  RESTART-POSTED-INTEREST PIC S9(13)V9(2)
000380                                      SIGN LEADING SEPARATE.
