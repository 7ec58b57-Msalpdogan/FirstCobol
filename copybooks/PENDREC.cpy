000070* through the approval program (MNTAPPR) before it is applied.
000080*   PEND-STATE: P = pending, A = approved and applied,
000090*               V = voided
000100* PEND-CUSTOMER-ID is the customer the account is to be linked
000110* to; blank leaves the link alone.
000120*-------------------------------------------------------------------
000130 01  PEND-RECORD.
000140     05  PEND-SEQ-NUMBER             PIC 9(05).
000150     05  FILLER                      PIC X(01).
000160     05  PEND-ACTION-CODE            PIC X(01).
000170         88  PEND-ADD                VALUE 'A'.
000180         88  PEND-CHANGE             VALUE 'C'.
000190     05  FILLER                      PIC X(01).
000200     05  PEND-ACCT-ID                PIC X(07).
000210     05  FILLER                      PIC X(01).
000220     05  PEND-ACCT-NAME              PIC X(30).
000230     05  FILLER                      PIC X(01).
000240     05  PEND-ACCT-BALANCE           PIC S9(13)V9(2)
000250                                      SIGN LEADING SEPARATE.
000260     05  FILLER                      PIC X(01).
000270     05  PEND-ACCT-STATUS            PIC X(01).
000280     05  FILLER                      PIC X(01).
000290     05  PEND-PRODUCT-CODE           PIC X(04).
000300     05  FILLER                      PIC X(01).
000310     05  PEND-MAKER-ID               PIC X(30).
000320     05  FILLER                      PIC X(01).
000330     05  PEND-ENTERED-DATE           PIC X(10).
000340     05  FILLER                      PIC X(01).
000350     05  PEND-STATE                  PIC X(01).
000360         88  PEND-PENDING            VALUE 'P'.
000370         88  PEND-APPROVED           VALUE 'A'.
000380         88  PEND-VOIDED             VALUE 'V'.
000390     05  FILLER                      PIC X(01).
000400     05  PEND-CUSTOMER-ID            PIC X(08).
