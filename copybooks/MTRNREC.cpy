000010*-------------------------------------------------------------------
000020* MTRNREC - MONEY-TRANS-FILE (MONTRAN) record, one dated money
000030* movement per record for the posting program (TRANPOST): DEP
000040* (deposit, adds to the balance), WDR (withdrawal) or PMT
000050* (payment), both of which reduce it, keyed on the account ID
000060* with the amount always carried unsigned-positive. A REV
000070* (reversal) names the reference number of the posting it
000080* backs out; its account and amount may be left blank or zero
000090* and are taken from that posting, and if keyed must agree.
000100* Operations key the file by day; ahead of the posting run the
000110* bank deposit intake (BANKDEP) adds the bank's electronic
000120* credits to it and the standing order generator (SORDGEN) the
000130* standing instructions falling due, so all post and prove
000140* together.
000150*-------------------------------------------------------------------
000160 01  MONEY-TRANS-RECORD.
000170     05  MTRN-POST-DATE              PIC X(10).
000180     05  MTRN-TRAN-CODE              PIC X(03).
000190         88  MTRN-DEPOSIT            VALUE 'DEP'.
000200         88  MTRN-WITHDRAWAL         VALUE 'WDR'.
000210         88  MTRN-PAYMENT            VALUE 'PMT'.
000220         88  MTRN-REVERSAL           VALUE 'REV'.
000230     05  MTRN-ACCT-ID                PIC X(07).
000240     05  MTRN-AMOUNT                 PIC S9(13)V9(2)
000250                                      SIGN LEADING SEPARATE.
000260     05  MTRN-ORIG-REF-NUMBER        PIC 9(10).
