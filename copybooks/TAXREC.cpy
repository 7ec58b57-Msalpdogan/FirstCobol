000010*-------------------------------------------------------------------
000020* TAXREC - INTEREST-TAX-FILE record layouts, written by the
000030* year-end interest tax reporting program (INTTAX) for
000040* transmission to the tax authority: one 'H' header naming the
000050* tax year and the reporting threshold applied, one 'D' detail
000060* per account whose interest credited in the year reached the
000070* threshold, and one 'T' trailer carrying the detail count and
000080* interest total so the receiver can prove it got the whole
000090* file. Every record is the same fixed length.
000100*-------------------------------------------------------------------
000110 01  TAXF-HEADER-RECORD.
000120     05  TAXF-HDR-TYPE               PIC X(01).
000130         88  TAXF-HEADER             VALUE 'H'.
000140     05  TAXF-HDR-TAX-YEAR           PIC 9(04).
000150     05  TAXF-HDR-CREATED-DATE       PIC X(10).
000160     05  TAXF-HDR-THRESHOLD          PIC 9(07)V9(02).
000170     05  FILLER                      PIC X(34).
000180
000190 01  TAXF-DETAIL-RECORD.
000200     05  TAXF-DTL-TYPE               PIC X(01).
000210         88  TAXF-DETAIL             VALUE 'D'.
000220     05  TAXF-DTL-TAX-YEAR           PIC 9(04).
000230     05  TAXF-DTL-ACCT-ID            PIC X(07).
000240     05  TAXF-DTL-NAME               PIC X(30).
000250     05  TAXF-DTL-INTEREST           PIC S9(13)V9(2)
000260                                      SIGN LEADING SEPARATE.
000270
000280 01  TAXF-TRAILER-RECORD.
000290     05  TAXF-TRL-TYPE               PIC X(01).
000300         88  TAXF-TRAILER            VALUE 'T'.
000310     05  TAXF-TRL-RECORD-COUNT       PIC 9(09).
000320     05  TAXF-TRL-INTEREST-TOTAL     PIC S9(15)V9(2)
000330                                      SIGN LEADING SEPARATE.
000340     05  FILLER                      PIC X(30).
