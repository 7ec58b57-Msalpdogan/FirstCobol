000010*-------------------------------------------------------------------
000020* DUEREC - LOAN-DUE-SCHEDULE record, one per scheduled
000030* installment on a loan account, in account and due-date order:
000040* what is due and when, how much of it has been paid so far,
000050* and whether it has already been reported past due. The
000060* delinquency run (DELINQ) applies each night's posted payments
000070* to the oldest unpaid installments first, ages what is left,
000080* and rewrites the schedule to LOANDNEW stamped with its run
000090* date; operations swaps it in for LOANDUE. Installments are
000100* added, changed and deleted by DUEMNT, which rewrites the
000110* schedule to DUENEW the same way.
000120*   DUE-PAST-DUE-FLAG: Y = already reported newly past due (and
000130*                      late-fee'd), so it is not reported again
000140*-------------------------------------------------------------------
000150 01  DUE-SCHEDULE-RECORD.
000160     05  DUE-ACCT-ID                 PIC X(07).
000170     05  FILLER                      PIC X(01).
000180     05  DUE-DATE                    PIC 9(08).
000190     05  FILLER                      PIC X(01).
000200     05  DUE-AMOUNT                  PIC S9(13)V9(2)
000210                                      SIGN LEADING SEPARATE.
000220     05  FILLER                      PIC X(01).
000230     05  DUE-PAID-AMOUNT             PIC S9(13)V9(2)
000240                                      SIGN LEADING SEPARATE.
000250     05  FILLER                      PIC X(01).
000260     05  DUE-PAST-DUE-FLAG           PIC X(01).
000270         88  DUE-PAST-DUE-REPORTED   VALUE 'Y'.
000280     05  FILLER                      PIC X(01).
000290     05  DUE-LAST-RUN-DATE           PIC X(10).
