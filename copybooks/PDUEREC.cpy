000010*-------------------------------------------------------------------
000020* PDUEREC - PAST-DUE-FILE record, one per loan account that went
000030* past due (thirty days unpaid) on tonight's delinquency run
000040* (DELINQ): the oldest installment that crossed the line, how
000050* many crossed, and their unpaid amount. The fee run (FEEPOST)
000060* reads it to assess the late fee and empties the file once it
000070* has charged it; DELINQ will not overwrite a file still holding
000080* records. An account already reported is not reported again for
000090* the same installment.
000100*-------------------------------------------------------------------
000110 01  PAST-DUE-RECORD.
000120     05  PDUE-ACCT-ID                PIC X(07).
000130     05  FILLER                      PIC X(01).
000140     05  PDUE-RUN-DATE               PIC X(10).
000150     05  FILLER                      PIC X(01).
000160     05  PDUE-PRODUCT-CODE           PIC X(04).
000170     05  FILLER                      PIC X(01).
000180     05  PDUE-OLDEST-DUE-DATE        PIC 9(08).
000190     05  FILLER                      PIC X(01).
000200     05  PDUE-INSTALLMENT-COUNT      PIC 9(03).
000210     05  FILLER                      PIC X(01).
000220     05  PDUE-UNPAID-AMOUNT          PIC S9(13)V9(2)
000230                                      SIGN LEADING SEPARATE.
