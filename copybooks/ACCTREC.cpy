000060* picture of an account. ACCT-BALANCE holds real balances (the
000070* old S9(3)V9(2) could not clear $999.99); closed accounts are
000080* skipped by the calculation run; the product code is a rate-
000090* table key alongside the account ID. A dormant account ('D',
000100* set by the dormancy run DORMANT) takes no withdrawal until an
000110* ACCTMNT status change back to 'O' reactivates it. The
000120* customer number links the account to its holder's name and
000130* address on the customer master (CUSTREC); blank = not yet
000140* linked.
000150*-------------------------------------------------------------------
000160 01  ACCT-MASTER-RECORD.
000170     05  ACCT-ID                     PIC X(07).
000180     05  ACCT-NAME                   PIC X(30).
000190     05  ACCT-BALANCE                PIC S9(13)V9(2).
000200     05  ACCT-STATUS                 PIC X(01).
000210         88  ACCT-OPEN               VALUE 'O'.
000220         88  ACCT-CLOSED             VALUE 'C'.
000230         88  ACCT-DORMANT            VALUE 'D'.
000240     05  ACCT-OPEN-DATE              PIC 9(08).
000250     05  ACCT-PRODUCT-CODE           PIC X(04).
000260     05  ACCT-CUSTOMER-ID            PIC X(08).
000270     05  FILLER                      PIC X(02).
