000010*-------------------------------------------------------------------
000020* POSTREC - POSTED-HISTORY record, one per money transaction the
000030* posting program (TRANPOST) actually applied to ACCOUNT-MASTER:
000040* the run that posted it, the transaction's own date, code,
000050* account and amount. Rejected transactions never reach this
000060* file. TRANPOST extends it in place night after night, so it is
000070* the standing record of customer money movement; downstream
000080* runs (the delinquency run DELINQ) select the run dates they
000090* need. The amount is carried unsigned-positive, as keyed.
000100* Every posting carries the unique reference number it was
000110* filed under on the posting reference file (TPSTREF). A
000120* reversal (REV) carries the amount it backed out, the
000130* reference it reversed, and that original posting's date and
000140* code - a reversed DEP reduced the balance, a reversed WDR or
000150* PMT restored it. Records from before reference numbers were
000160* issued carry spaces there.
000170*-------------------------------------------------------------------
000180 01  POSTED-TRANS-RECORD.
000190     05  PTRN-RUN-DATE               PIC X(10).
000200     05  FILLER                      PIC X(01).
000210     05  PTRN-POST-DATE              PIC X(10).
000220     05  FILLER                      PIC X(01).
000230     05  PTRN-TRAN-CODE              PIC X(03).
000240         88  PTRN-DEPOSIT            VALUE 'DEP'.
000250         88  PTRN-WITHDRAWAL         VALUE 'WDR'.
000260         88  PTRN-PAYMENT            VALUE 'PMT'.
000270         88  PTRN-REVERSAL           VALUE 'REV'.
000280     05  FILLER                      PIC X(01).
000290     05  PTRN-ACCT-ID                PIC X(07).
000300     05  FILLER                      PIC X(01).
000310     05  PTRN-AMOUNT                 PIC S9(13)V9(2)
000320                                      SIGN LEADING SEPARATE.
000330     05  FILLER                      PIC X(01).
000340     05  PTRN-REF-NUMBER             PIC 9(10).
000350     05  FILLER                      PIC X(01).
000360     05  PTRN-REVERSES-REF           PIC 9(10).
000370     05  FILLER                      PIC X(01).
000380     05  PTRN-ORIG-POST-DATE         PIC X(10).
000390     05  FILLER                      PIC X(01).
000400     05  PTRN-ORIG-TRAN-CODE         PIC X(03).
