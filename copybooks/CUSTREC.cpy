000010*-------------------------------------------------------------------
000020* CUSTREC - CUSTOMER-MASTER record layout, one record per
000030* customer keyed on the customer number, maintained by the
000040* customer maintenance program (CUSTMNT). An account is linked
000050* to its customer through ACCT-CUSTOMER-ID on ACCOUNT-MASTER, so
000060* one customer can hold several accounts; the statement run
000070* (ACCTSTMT) prints the mailing address from here and mails all
000080* of a customer's statements together. Mail sent to an address
000090* flagged as returned is held back by the statement run until a
000100* new address is keyed.
000110*   CUST-MAIL-STATUS: space = address good, R = mail returned
000120*-------------------------------------------------------------------
000130 01  CUST-MASTER-RECORD.
000140     05  CUST-ID                     PIC X(08).
000150     05  CUST-NAME                   PIC X(30).
000160     05  CUST-ADDRESS-LINE-1         PIC X(30).
000170     05  CUST-ADDRESS-LINE-2         PIC X(30).
000180     05  CUST-CITY                   PIC X(20).
000190     05  CUST-STATE                  PIC X(02).
000200     05  CUST-POSTAL-CODE            PIC X(10).
000210     05  CUST-MAIL-STATUS            PIC X(01).
000220         88  CUST-MAIL-GOOD          VALUE SPACE.
000230         88  CUST-MAIL-RETURNED      VALUE 'R'.
000240     05  CUST-RETURNED-DATE          PIC X(10).
000250     05  CUST-ADDED-DATE             PIC X(10).
000260     05  FILLER                      PIC X(09).
