000010*-------------------------------------------------------------------
000020* PAYQREC - PAYOFF-QUOTE-FILE record, one per payoff quotation the
000030* quote run (LOANPAY) issued: the loan, the date quoted, the date
000040* interest was priced from (the last PI posting) and through (the
000050* payoff date, which is also the date the quote is good through),
000060* and the principal, interest, payoff fee and total quoted. The
000070* closure run (LOANCLS) settles the quote once the payoff payment
000080* has posted and rewrites the file with each quote's status: still
000090* outstanding, closed, expired unpaid, or superseded by a later
000100* quote for the same loan.
000110*-------------------------------------------------------------------
000120 01  PAYOFF-QUOTE-RECORD.
000130     05  PAYQ-ACCT-ID                PIC X(07).
000140     05  FILLER                      PIC X(01).
000150     05  PAYQ-QUOTE-DATE             PIC X(10).
000160     05  FILLER                      PIC X(01).
000170     05  PAYQ-INTEREST-FROM          PIC X(10).
000180     05  FILLER                      PIC X(01).
000190     05  PAYQ-GOOD-THROUGH           PIC X(10).
000200     05  FILLER                      PIC X(01).
000210     05  PAYQ-PRINCIPAL              PIC S9(13)V9(2)
000220                                      SIGN LEADING SEPARATE.
000230     05  FILLER                      PIC X(01).
000240     05  PAYQ-INTEREST               PIC S9(13)V9(2)
000250                                      SIGN LEADING SEPARATE.
000260     05  FILLER                      PIC X(01).
000270     05  PAYQ-FEE                    PIC S9(13)V9(2)
000280                                      SIGN LEADING SEPARATE.
000290     05  FILLER                      PIC X(01).
000300     05  PAYQ-TOTAL                  PIC S9(13)V9(2)
000310                                      SIGN LEADING SEPARATE.
000320     05  FILLER                      PIC X(01).
000330     05  PAYQ-RATE                   PIC 9V9(4).
000340     05  FILLER                      PIC X(01).
000350     05  PAYQ-STATUS                 PIC X(01).
000360         88  PAYQ-OUTSTANDING        VALUE SPACE.
000370         88  PAYQ-CLOSED             VALUE 'C'.
000380         88  PAYQ-EXPIRED            VALUE 'X'.
000390         88  PAYQ-SUPERSEDED         VALUE 'S'.
000400     05  FILLER                      PIC X(01).
000410     05  PAYQ-STATUS-DATE            PIC X(10).
