000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     Loan payoff quotation, run on request: for each
000050*              loan and payoff date on the payoff request file
000060*              (PAYREQ), price the interest accrued since the last
000070*              PI posting (found on RCVYJRNL; the open date if PI
000080*              has never posted) through the payoff date, a day at
000090*              a time at the effective-dated RATETBL rate for the
000100*              account or its product - the same lookup PI prices
000110*              with, the monthly period rate taken as a daily rate
000120*              of twelve periods over 365 days - and add the
000130*              product's payoff fee from FEESCHED (fee class C).
000140*              Each quote gets a dated payoff letter good through
000150*              the payoff date (PAYLTR) and is filed on the payoff
000160*              quote file (PAYQUOTE, shared PAYQREC copybook), from
000170*              which the closure run (LOANCLS) closes the loan
000180*              once the payoff has posted. The master is only
000190*              read; the control report lists every quote and
000200*              every request refused.
000210* Tectonics:   cobc
000220*-------------------------------------------------------------------
000230* Modification History
000240* Date       Init  Description
000250* ---------- ----  ------------------------------------------------
000260* 2026-10-15  MSA  New program: payoff figures were being worked
000270*                   out by hand from the amortization listing.
000280* 2026-10-15  MSA  First run no longer ends when the payoff quote
000290*                   file is created; payoff dates are now edited
000300*                   against the month's length, leap years
000310*                   included.
000320*******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    LOANPAY.
000350 AUTHOR.        MSALPDOGAN.
000360 INSTALLATION.  OPERATIONS.
000370 DATE-WRITTEN.  10/15/2026.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PAYOFF-REQUEST-FILE ASSIGN TO "PAYREQ"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PAYREQ-STATUS.
000450
000460     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS ACCT-ID
000500         FILE STATUS IS WS-ACCTMSTR-STATUS.
000510
000520     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RCVYJRNL-STATUS.
000550
000560     SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RATETBL-STATUS.
000590
000600     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FEESCHED-STATUS.
000630
000640     SELECT OPTIONAL PAYOFF-QUOTE-FILE ASSIGN TO "PAYQUOTE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PAYQUOTE-STATUS.
000670
000680     SELECT PAYOFF-LETTER-FILE ASSIGN TO "PAYLTR"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT PAYOFF-REPORT ASSIGN TO "PAYRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*-------------------------------------------------------------------
000770* PAYOFF-REQUEST-FILE - one record per quote wanted: the loan
000780* account and the date the customer means to pay it off
000790* (YYYYMMDD).
000800*-------------------------------------------------------------------
000810 FD  PAYOFF-REQUEST-FILE.
000820 01  PAYOFF-REQUEST-RECORD.
000830     05  PREQ-ACCT-ID                PIC X(07).
000840     05  PREQ-PAYOFF-DATE            PIC X(08).
000850
000860*-------------------------------------------------------------------
000870* ACCOUNT-MASTER - read by key for each requested loan's name,
000880* status, product and balance. Record layout is the shared
000890* ACCTREC copybook.
000900*-------------------------------------------------------------------
000910 FD  ACCOUNT-MASTER.
000920 COPY ACCTREC.
000930
000940*-------------------------------------------------------------------
000950* RECOVERY-JOURNAL - every master write with its before and after
000960* images, in the shared RCVYREC layout; PI's changes date each
000970* loan's last interest posting.
000980*-------------------------------------------------------------------
000990 FD  RECOVERY-JOURNAL.
001000 COPY RCVYREC.
001010
001020*-------------------------------------------------------------------
001030* RATE-TABLE-FILE - effective-dated interest rates: account ID
001040* or product code in the key field, the date the rate takes
001050* effect (YYYYMMDD) and the period rate, as PI reads it.
001060*-------------------------------------------------------------------
001070 FD  RATE-TABLE-FILE.
001080 01  RATE-TABLE-RECORD.
001090     05  RTBL-ACCOUNT-ID             PIC X(07).
001100     05  RTBL-EFFECTIVE-DATE         PIC 9(08).
001110     05  RTBL-RATE                   PIC 9V9(4).
001120
001130*-------------------------------------------------------------------
001140* FEE-SCHEDULE-FILE - effective-dated fees by product code, as
001150* FEEPOST reads them. Only class C, the payoff or closing fee,
001160* is used here.
001170*-------------------------------------------------------------------
001180 FD  FEE-SCHEDULE-FILE.
001190 01  FEE-SCHEDULE-RECORD.
001200     05  FSCH-PRODUCT-CODE           PIC X(04).
001210     05  FSCH-EFFECTIVE-DATE         PIC 9(08).
001220     05  FSCH-FEE-TYPE               PIC X(01).
001230         88  FSCH-FLAT               VALUE 'F'.
001240         88  FSCH-PERCENT            VALUE 'P'.
001250     05  FSCH-FLAT-AMOUNT            PIC 9(07)V9(2).
001260     05  FSCH-FEE-RATE               PIC 9V9(4).
001270     05  FSCH-FEE-CLASS              PIC X(01).
001280         88  FSCH-PAYOFF-FEE         VALUE 'C'.
001290
001300*-------------------------------------------------------------------
001310* PAYOFF-QUOTE-FILE - every quote issued, extended run after run,
001320* in the shared PAYQREC layout.
001330*-------------------------------------------------------------------
001340 FD  PAYOFF-QUOTE-FILE.
001350 COPY PAYQREC.
001360
001370*-------------------------------------------------------------------
001380* PAYOFF-LETTER-FILE - the customer payoff letters, one page per
001390* quote, ready for mailing.
001400*-------------------------------------------------------------------
001410 FD  PAYOFF-LETTER-FILE.
001420 01  PLTR-PRINT-RECORD               PIC X(133).
001430
001440*-------------------------------------------------------------------
001450* PAYOFF-REPORT - the control report: one line per quote issued
001460* or request refused, then the run's counts and totals.
001470*-------------------------------------------------------------------
001480 FD  PAYOFF-REPORT.
001490 01  PRPT-PRINT-RECORD               PIC X(160).
001500
001510 WORKING-STORAGE SECTION.
001520*-------------------------------------------------------------------
001530* Payoff letter lines, kept in working storage so their VALUE
001540* clauses are honored, and written with WRITE ... FROM.
001550*-------------------------------------------------------------------
001560 01  PLTR-HEADING-LINE.
001570     05  FILLER                      PIC X(01) VALUE '1'.
001580     05  FILLER                      PIC X(40)
001590                 VALUE "LOAN PAYOFF QUOTATION".
001600     05  FILLER                      PIC X(13)
001610                 VALUE "QUOTE DATE: ".
001620     05  PLTR-QUOTE-DATE             PIC X(10).
001630
001640 01  PLTR-ACCOUNT-LINE.
001650     05  FILLER                      PIC X(01) VALUE SPACE.
001660     05  FILLER                      PIC X(09) VALUE "ACCOUNT: ".
001670     05  PLTR-ACCT-ID                PIC X(07).
001680     05  FILLER                      PIC X(03) VALUE SPACES.
001690     05  PLTR-ACCT-NAME              PIC X(30).
001700
001710 01  PLTR-AMOUNT-LINE.
001720     05  FILLER                      PIC X(01) VALUE SPACE.
001730     05  PLTR-AMT-LABEL              PIC X(50).
001740     05  PLTR-AMT-VALUE              PIC $(13)9.99CR.
001750
001760 01  PLTR-INTEREST-LABEL.
001770     05  FILLER                      PIC X(14)
001780                 VALUE "INTEREST FROM ".
001790     05  PLTR-INT-FROM               PIC X(10).
001800     05  FILLER                      PIC X(09) VALUE " THROUGH ".
001810     05  PLTR-INT-THROUGH            PIC X(10).
001820
001830 01  PLTR-RATE-LINE.
001840     05  FILLER                      PIC X(01) VALUE SPACE.
001850     05  FILLER                      PIC X(26)
001860                 VALUE "INTEREST RATE IN EFFECT: ".
001870     05  PLTR-RATE                   PIC 9.9999.
001880     05  FILLER                      PIC X(11) VALUE " PER MONTH".
001890
001900 01  PLTR-GOOD-LINE.
001910     05  FILLER                      PIC X(01) VALUE SPACE.
001920     05  FILLER                      PIC X(31)
001930                 VALUE "THIS QUOTATION IS GOOD THROUGH ".
001940     05  PLTR-GOOD-THROUGH           PIC X(10).
001950     05  FILLER                      PIC X(29)
001960                 VALUE ". THE TOTAL ABOVE MUST REACH".
001970
001980 01  PLTR-PER-DIEM-LINE.
001990     05  FILLER                      PIC X(01) VALUE SPACE.
002000     05  FILLER                      PIC X(40)
002010                 VALUE "AFTER THAT DATE INTEREST CONTINUES AT".
002020     05  PLTR-PER-DIEM               PIC $(07)9.99.
002030     05  FILLER                      PIC X(09) VALUE " PER DAY".
002040
002050 01  PLTR-TEXT-LINE.
002060     05  FILLER                      PIC X(01) VALUE SPACE.
002070     05  PLTR-TEXT                   PIC X(70).
002080
002090 01  PLTR-BLANK-LINE.
002100     05  FILLER                      PIC X(01) VALUE SPACE.
002110     05  FILLER                      PIC X(79) VALUE SPACES.
002120
002130*-------------------------------------------------------------------
002140* Control report lines.
002150*-------------------------------------------------------------------
002160 01  PRPT-HEADING-LINE.
002170     05  FILLER                      PIC X(01) VALUE '1'.
002180     05  FILLER                      PIC X(30)
002190                 VALUE "LOAN PAYOFF QUOTE RUN".
002200     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002210     05  PRPT-HDR-DATE               PIC X(10).
002220     05  FILLER                      PIC X(10) VALUE SPACES.
002230     05  FILLER                      PIC X(05) VALUE "PAGE ".
002240     05  PRPT-HDR-PAGE               PIC ZZ9.
002250
002260 01  PRPT-COLUMN-LINE.
002270     05  FILLER                      PIC X(01) VALUE SPACE.
002280     05  FILLER                      PIC X(09) VALUE "ACCOUNT".
002290     05  FILLER                      PIC X(32) VALUE "NAME".
002300     05  FILLER                      PIC X(12) VALUE "PAYOFF".
002310     05  FILLER                      PIC X(12)
002320                 VALUE "INT FROM".
002330     05  FILLER                      PIC X(06) VALUE " DAYS".
002340     05  FILLER                      PIC X(20)
002350                 VALUE "           PRINCIPAL".
002360     05  FILLER                      PIC X(20)
002370                 VALUE "            INTEREST".
002380     05  FILLER                      PIC X(20)
002390                 VALUE "                 FEE".
002400     05  FILLER                      PIC X(20)
002410                 VALUE "               TOTAL".
002420
002430 01  PRPT-DETAIL-LINE.
002440     05  FILLER                      PIC X(01) VALUE SPACE.
002450     05  PRPT-DTL-ACCT               PIC X(07).
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  PRPT-DTL-NAME               PIC X(30).
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  PRPT-DTL-PAYOFF             PIC X(10).
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  PRPT-DTL-FROM               PIC X(10).
002520     05  FILLER                      PIC X(01) VALUE SPACE.
002530     05  PRPT-DTL-DAYS               PIC ZZZZ9.
002540     05  FILLER                      PIC X(01) VALUE SPACE.
002550     05  PRPT-DTL-PRINCIPAL          PIC $(13)9.99CR.
002560     05  FILLER                      PIC X(01) VALUE SPACE.
002570     05  PRPT-DTL-INTEREST           PIC $(13)9.99CR.
002580     05  FILLER                      PIC X(01) VALUE SPACE.
002590     05  PRPT-DTL-FEE                PIC $(13)9.99CR.
002600     05  FILLER                      PIC X(01) VALUE SPACE.
002610     05  PRPT-DTL-TOTAL              PIC $(13)9.99CR.
002620
002630 01  PRPT-REJECT-LINE.
002640     05  FILLER                      PIC X(01) VALUE SPACE.
002650     05  PRPT-REJ-ACCT               PIC X(07).
002660     05  FILLER                      PIC X(02) VALUE SPACES.
002670     05  PRPT-REJ-NAME               PIC X(30).
002680     05  FILLER                      PIC X(02) VALUE SPACES.
002690     05  PRPT-REJ-PAYOFF             PIC X(08).
002700     05  FILLER                      PIC X(04) VALUE SPACES.
002710     05  FILLER                      PIC X(11)
002720                 VALUE "REFUSED -  ".
002730     05  PRPT-REJ-REASON             PIC X(40).
002740
002750 01  PRPT-SECTION-LINE.
002760     05  FILLER                      PIC X(01) VALUE SPACE.
002770     05  PRPT-SECTION-TITLE          PIC X(40).
002780
002790 01  PRPT-COUNT-LINE.
002800     05  FILLER                      PIC X(01) VALUE SPACE.
002810     05  PRPT-CNT-LABEL              PIC X(40).
002820     05  PRPT-CNT-VALUE              PIC ZZZZZZZZ9.
002830
002840 01  PRPT-AMOUNT-LINE.
002850     05  FILLER                      PIC X(01) VALUE SPACE.
002860     05  PRPT-AMT-LABEL              PIC X(40).
002870     05  PRPT-AMT-VALUE              PIC $(13)9.99CR.
002880
002890 01  WS-PAYREQ-STATUS                PIC X(02).
002900     88  WS-PAYREQ-OK                VALUE '00'.
002910     88  WS-PAYREQ-EOF               VALUE '10'.
002920     88  WS-PAYREQ-NOT-FOUND         VALUE '35'.
002930
002940 01  WS-ACCTMSTR-STATUS              PIC X(02).
002950     88  WS-ACCTMSTR-OK              VALUE '00'.
002960
002970 01  WS-RCVYJRNL-STATUS              PIC X(02).
002980     88  WS-RCVYJRNL-OK              VALUE '00'.
002990     88  WS-RCVYJRNL-EOF             VALUE '10'.
003000
003010 01  WS-RATETBL-STATUS               PIC X(02).
003020     88  WS-RATETBL-OK               VALUE '00'.
003030     88  WS-RATETBL-EOF              VALUE '10'.
003040     88  WS-RATETBL-NOT-FOUND        VALUE '35'.
003050
003060 01  WS-FEESCHED-STATUS              PIC X(02).
003070     88  WS-FEESCHED-OK              VALUE '00'.
003080     88  WS-FEESCHED-EOF             VALUE '10'.
003090     88  WS-FEESCHED-NOT-FOUND       VALUE '35'.
003100
003110 01  WS-PAYQUOTE-STATUS              PIC X(02).
003120     88  WS-PAYQUOTE-OK              VALUE '00'.
003130     88  WS-PAYQUOTE-CREATED         VALUE '05'.
003140
003150*-------------------------------------------------------------------
003160* The night's requests, held so one pass of the recovery journal
003170* can date every requested loan's last PI posting. A request file
003180* longer than the table is a set-up error and ends the run.
003190*-------------------------------------------------------------------
003200 01  WS-REQ-MAX                      PIC 9(03) VALUE 200.
003210 01  WS-REQ-TABLE-AREA.
003220     05  WS-REQ-COUNT                PIC 9(03) COMP VALUE ZERO.
003230     05  WS-REQ-ENTRY OCCURS 200 TIMES.
003240         10  WS-REQ-ACCT             PIC X(07).
003250         10  WS-REQ-PAYOFF-DATE      PIC X(08).
003260         10  WS-REQ-LAST-PI-DATE     PIC X(10).
003270
003280 01  WS-REQ-IX                       PIC 9(03) COMP.
003290 01  WS-REQ-SCAN-IX                  PIC 9(03) COMP.
003300
003310*-------------------------------------------------------------------
003320* The account's after image on the journal record in hand.
003330*-------------------------------------------------------------------
003340 01  WS-IMAGE-AREA.
003350     05  WS-IMAGE-ACCT-ID            PIC X(07).
003360     05  FILLER                      PIC X(68).
003370
003380*-------------------------------------------------------------------
003390* The rate entries for the loan being quoted - its own and its
003400* product's, effective on or before the payoff date - each with
003410* the day number it takes effect. Read afresh from RATETBL for
003420* every quote, as PI reads it afresh for every period.
003430*-------------------------------------------------------------------
003440 01  WS-RATE-MAX                     PIC 9(03) VALUE 100.
003450 01  WS-RATE-TABLE-AREA.
003460     05  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
003470     05  WS-RATE-ENTRY OCCURS 100 TIMES.
003480         10  WS-RATE-EFFECTIVE-DAY   PIC 9(07) COMP.
003490         10  WS-RATE-VALUE           PIC 9V9(4).
003500
003510 01  WS-RATE-IX                      PIC 9(03) COMP.
003520 01  WS-RATE-BEST-DAY                PIC 9(07) COMP.
003530 01  WS-RATE-FOUND-SWITCH            PIC X(01).
003540     88  WS-RATE-FOUND               VALUE 'Y'.
003550     88  WS-RATE-NOT-FOUND           VALUE 'N'.
003560 01  WS-DAY-RATE                     PIC 9V9(4).
003570
003580 01  WS-RATE-PRODUCT-KEY.
003590     05  WS-RATE-PRODUCT-CODE        PIC X(04).
003600     05  FILLER                      PIC X(03) VALUE SPACES.
003610
003620*-------------------------------------------------------------------
003630* The payoff-fee entries (class C) off the fee schedule, loaded
003640* once at start-up.
003650*-------------------------------------------------------------------
003660 01  WS-FEE-MAX                      PIC 9(03) VALUE 50.
003670 01  WS-FEE-TABLE-AREA.
003680     05  WS-FEE-COUNT                PIC 9(03) COMP VALUE ZERO.
003690     05  WS-FEE-ENTRY OCCURS 50 TIMES.
003700         10  WS-FEE-PRODUCT          PIC X(04).
003710         10  WS-FEE-EFFECTIVE-DATE   PIC 9(08).
003720         10  WS-FEE-TYPE             PIC X(01).
003730         10  WS-FEE-FLAT             PIC 9(07)V9(2).
003740         10  WS-FEE-RATE             PIC 9V9(4).
003750
003760 01  WS-FEE-IX                       PIC 9(03) COMP.
003770 01  WS-FEE-FOUND-IX                 PIC 9(03) COMP.
003780 01  WS-FEE-BEST-DATE                PIC 9(08).
003790
003800*-------------------------------------------------------------------
003810* The quote being priced.
003820*-------------------------------------------------------------------
003830 01  WS-PAYOFF-DATE                  PIC 9(08).
003840 01  WS-PAYOFF-DATE-GROUP REDEFINES WS-PAYOFF-DATE.
003850     05  WS-PAYOFF-YYYY              PIC 9(04).
003860     05  WS-PAYOFF-MM                PIC 9(02).
003870     05  WS-PAYOFF-DD                PIC 9(02).
003880 01  WS-PAYOFF-EDIT                  PIC X(10).
003890 01  WS-PAYOFF-DAY-NUMBER            PIC 9(07) COMP.
003900
003910 01  WS-LAST-PI-GROUP.
003920     05  WS-LAST-PI-YYYY             PIC 9(04).
003930     05  FILLER                      PIC X(01).
003940     05  WS-LAST-PI-MM               PIC 9(02).
003950     05  FILLER                      PIC X(01).
003960     05  WS-LAST-PI-DD               PIC 9(02).
003970 01  WS-INTEREST-FROM-DATE           PIC 9(08).
003980 01  WS-INTEREST-FROM-GROUP REDEFINES WS-INTEREST-FROM-DATE.
003990     05  WS-FROM-YYYY                PIC 9(04).
004000     05  WS-FROM-MM                  PIC 9(02).
004010     05  WS-FROM-DD                  PIC 9(02).
004020 01  WS-INTEREST-FROM-EDIT           PIC X(10).
004030 01  WS-INTEREST-FROM-DAY            PIC 9(07) COMP.
004040 01  WS-ACCRUE-DAY                   PIC 9(07) COMP.
004050 01  WS-ACCRUE-DAYS                  PIC 9(05) COMP.
004060
004070 01  WS-DAILY-INTEREST               PIC S9(13)V9(8).
004080 01  WS-INTEREST-ACCUM               PIC S9(13)V9(8).
004090 01  WS-QUOTE-INTEREST               PIC S9(13)V9(2).
004100 01  WS-QUOTE-FEE                    PIC S9(13)V9(2).
004110 01  WS-QUOTE-TOTAL                  PIC S9(13)V9(2).
004120 01  WS-QUOTE-RATE                   PIC 9V9(4).
004130 01  WS-PER-DIEM                     PIC S9(09)V9(2).
004140 01  WS-REJECT-REASON                PIC X(40).
004150
004160*-------------------------------------------------------------------
004170* Run counters and totals.
004180*-------------------------------------------------------------------
004190 01  WS-REQUEST-COUNT                PIC 9(07) COMP VALUE ZERO.
004200 01  WS-QUOTE-COUNT                  PIC 9(07) COMP VALUE ZERO.
004210 01  WS-REFUSED-COUNT                PIC 9(07) COMP VALUE ZERO.
004220 01  WS-PRINCIPAL-TOTAL              PIC S9(15)V9(2) VALUE ZERO.
004230 01  WS-INTEREST-TOTAL               PIC S9(15)V9(2) VALUE ZERO.
004240 01  WS-FEE-TOTAL                    PIC S9(15)V9(2) VALUE ZERO.
004250 01  WS-QUOTED-TOTAL                 PIC S9(15)V9(2) VALUE ZERO.
004260
004270*-------------------------------------------------------------------
004280* Date edit: the date in WS-EDIT-DATE is checked for a real
004290* calendar date, the month's last day worked out for the month
004300* and year in hand.
004310*-------------------------------------------------------------------
004320 01  WS-EDIT-DATE                    PIC 9(08).
004330 01  WS-EDIT-DATE-GROUP REDEFINES WS-EDIT-DATE.
004340     05  WS-EDIT-YYYY                PIC 9(04).
004350     05  WS-EDIT-MM                  PIC 9(02).
004360     05  WS-EDIT-DD                  PIC 9(02).
004370 01  WS-MONTH-END-DAY                PIC 9(02).
004380 01  WS-LEAP-QUOTIENT                PIC 9(04).
004390 01  WS-LEAP-REMAINDER               PIC 9(04).
004400 01  WS-DATE-SWITCH                  PIC X(01).
004410     88  WS-DATE-VALID               VALUE 'Y'.
004420     88  WS-DATE-INVALID             VALUE 'N'.
004430
004440*-------------------------------------------------------------------
004450* Day-count fields: a calendar date turned into a running day
004460* number, so two dates can be subtracted to give the days
004470* between them (March-based year, leap days by the Gregorian
004480* rule).
004490*-------------------------------------------------------------------
004500 01  WS-DAYS-DATE                    PIC 9(08).
004510 01  WS-DAYS-DATE-GROUP REDEFINES WS-DAYS-DATE.
004520     05  WS-DAYS-YYYY                PIC 9(04).
004530     05  WS-DAYS-MM                  PIC 9(02).
004540     05  WS-DAYS-DD                  PIC 9(02).
004550 01  WS-DAYS-YEAR                    PIC 9(05) COMP.
004560 01  WS-DAYS-MONTH                   PIC 9(03) COMP.
004570 01  WS-DAYS-LEAP-4                  PIC 9(05) COMP.
004580 01  WS-DAYS-LEAP-100                PIC 9(05) COMP.
004590 01  WS-DAYS-LEAP-400                PIC 9(05) COMP.
004600 01  WS-DAYS-MONTH-PART              PIC 9(05) COMP.
004610 01  WS-DAY-NUMBER                   PIC 9(07) COMP.
004620
004630*-------------------------------------------------------------------
004640* Report date and pagination fields.
004650*-------------------------------------------------------------------
004660 01  WS-CURRENT-DATE                 PIC 9(08).
004670 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
004680     05  WS-DATE-YYYY                PIC 9(04).
004690     05  WS-DATE-MM                  PIC 9(02).
004700     05  WS-DATE-DD                  PIC 9(02).
004710 01  WS-REPORT-DATE                  PIC X(10).
004720
004730 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
004740 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
004750 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
004760
004770 PROCEDURE DIVISION.
004780*-------------------------------------------------------------------
004790* 0000-MAINLINE - load the requests and the payoff fees, date
004800* each loan's last PI posting from the recovery journal, then
004810* price and letter each request in turn, and print the run's
004820* counts.
004830*-------------------------------------------------------------------
004840 0000-MAINLINE.
004850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004860     PERFORM 1400-FIND-LAST-POSTINGS THRU 1400-EXIT
004870     PERFORM 2000-QUOTE-ONE-REQUEST THRU 2000-EXIT
004880         VARYING WS-REQ-IX FROM 1 BY 1
004890         UNTIL WS-REQ-IX > WS-REQ-COUNT
004900     PERFORM 8500-PRINT-COUNTS THRU 8500-EXIT
004910     GO TO 9999-TERMINATE.
004920
004930*-------------------------------------------------------------------
004940* 1000-INITIALIZE - open the report, letters, master and quote
004950* file, stamp the run date, and load the requests and the payoff
004960* fees.
004970*-------------------------------------------------------------------
004980 1000-INITIALIZE.
004990     OPEN OUTPUT PAYOFF-REPORT
005000     OPEN OUTPUT PAYOFF-LETTER-FILE
005010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005020     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
005030         DELIMITED BY SIZE INTO WS-REPORT-DATE
005040     OPEN INPUT ACCOUNT-MASTER
005050     IF NOT WS-ACCTMSTR-OK
005060         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
005070             "ATED"
005080         MOVE 16 TO RETURN-CODE
005090         GO TO 9999-TERMINATE
005100     END-IF
005110     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT
005120     PERFORM 1200-LOAD-PAYOFF-FEES THRU 1200-EXIT
005130     OPEN EXTEND PAYOFF-QUOTE-FILE
005140     IF NOT WS-PAYQUOTE-OK AND NOT WS-PAYQUOTE-CREATED
005150         DISPLAY "PAYOFF QUOTE FILE WILL NOT OPEN - RUN TERMINAT"
005160             "ED"
005170         MOVE 16 TO RETURN-CODE
005180         GO TO 9999-TERMINATE
005190     END-IF
005200     .
005210 1000-EXIT.
005220     EXIT.
005230
005240*-------------------------------------------------------------------
005250* 1100-LOAD-REQUESTS - the request file into the table. With no
005260* requests there is nothing to quote, so the run ends.
005270*-------------------------------------------------------------------
005280 1100-LOAD-REQUESTS.
005290     OPEN INPUT PAYOFF-REQUEST-FILE
005300     IF WS-PAYREQ-NOT-FOUND
005310         DISPLAY "PAYOFF REQUESTS EMPTY OR MISSING - RUN TERMINAT"
005320             "ED"
005330         MOVE 16 TO RETURN-CODE
005340         GO TO 9999-TERMINATE
005350     END-IF
005360     PERFORM 1110-READ-REQUEST THRU 1110-EXIT
005370         UNTIL NOT WS-PAYREQ-OK
005380     CLOSE PAYOFF-REQUEST-FILE
005390     .
005400 1100-EXIT.
005410     EXIT.
005420
005430*-------------------------------------------------------------------
005440* 1110-READ-REQUEST - one request into the table.
005450*-------------------------------------------------------------------
005460 1110-READ-REQUEST.
005470     READ PAYOFF-REQUEST-FILE
005480         AT END
005490             GO TO 1110-EXIT
005500     END-READ
005510     IF WS-REQ-COUNT >= WS-REQ-MAX
005520         DISPLAY "PAYOFF REQUEST TABLE FULL - RUN TERMINATED"
005530         MOVE 16 TO RETURN-CODE
005540         GO TO 9999-TERMINATE
005550     END-IF
005560     ADD 1 TO WS-REQ-COUNT
005570     ADD 1 TO WS-REQUEST-COUNT
005580     MOVE PREQ-ACCT-ID TO WS-REQ-ACCT (WS-REQ-COUNT)
005590     MOVE PREQ-PAYOFF-DATE TO WS-REQ-PAYOFF-DATE (WS-REQ-COUNT)
005600     MOVE SPACES TO WS-REQ-LAST-PI-DATE (WS-REQ-COUNT)
005610     .
005620 1110-EXIT.
005630     EXIT.
005640
005650*-------------------------------------------------------------------
005660* 1200-LOAD-PAYOFF-FEES - the fee schedule's class C entries into
005670* the table. A missing schedule means no payoff fee.
005680*-------------------------------------------------------------------
005690 1200-LOAD-PAYOFF-FEES.
005700     OPEN INPUT FEE-SCHEDULE-FILE
005710     IF WS-FEESCHED-NOT-FOUND
005720         GO TO 1200-EXIT
005730     END-IF
005740     PERFORM 1210-READ-FEE-ENTRY THRU 1210-EXIT
005750         UNTIL NOT WS-FEESCHED-OK
005760     CLOSE FEE-SCHEDULE-FILE
005770     .
005780 1200-EXIT.
005790     EXIT.
005800
005810*-------------------------------------------------------------------
005820* 1210-READ-FEE-ENTRY - one fee-schedule record; only payoff fees
005830* are kept.
005840*-------------------------------------------------------------------
005850 1210-READ-FEE-ENTRY.
005860     READ FEE-SCHEDULE-FILE
005870         AT END
005880             GO TO 1210-EXIT
005890     END-READ
005900     IF NOT FSCH-PAYOFF-FEE
005910         GO TO 1210-EXIT
005920     END-IF
005930     IF WS-FEE-COUNT >= WS-FEE-MAX
005940         DISPLAY "PAYOFF FEE TABLE FULL - RUN TERMINATED"
005950         MOVE 16 TO RETURN-CODE
005960         GO TO 9999-TERMINATE
005970     END-IF
005980     ADD 1 TO WS-FEE-COUNT
005990     MOVE FSCH-PRODUCT-CODE TO WS-FEE-PRODUCT (WS-FEE-COUNT)
006000     MOVE FSCH-EFFECTIVE-DATE
006010         TO WS-FEE-EFFECTIVE-DATE (WS-FEE-COUNT)
006020     MOVE FSCH-FEE-TYPE TO WS-FEE-TYPE (WS-FEE-COUNT)
006030     MOVE FSCH-FLAT-AMOUNT TO WS-FEE-FLAT (WS-FEE-COUNT)
006040     MOVE FSCH-FEE-RATE TO WS-FEE-RATE (WS-FEE-COUNT)
006050     .
006060 1210-EXIT.
006070     EXIT.
006080
006090*-------------------------------------------------------------------
006100* 1400-FIND-LAST-POSTINGS - one pass of the recovery journal: the
006110* latest date PI changed each requested loan is the date its
006120* interest was last posted through. A missing journal leaves every
006130* loan priced from its open date.
006140*-------------------------------------------------------------------
006150 1400-FIND-LAST-POSTINGS.
006160     OPEN INPUT RECOVERY-JOURNAL
006170     IF NOT WS-RCVYJRNL-OK
006180         DISPLAY "NO RECOVERY JOURNAL - INTEREST PRICED FROM OPEN"
006190             " DATE"
006200         GO TO 1400-EXIT
006210     END-IF
006220     PERFORM 1410-READ-JOURNAL THRU 1410-EXIT
006230         UNTIL NOT WS-RCVYJRNL-OK
006240     CLOSE RECOVERY-JOURNAL
006250     .
006260 1400-EXIT.
006270     EXIT.
006280
006290*-------------------------------------------------------------------
006300* 1410-READ-JOURNAL - one journal record; a change by PI or one of
006310* its partitions dates the requests for that account.
006320*-------------------------------------------------------------------
006330 1410-READ-JOURNAL.
006340     READ RECOVERY-JOURNAL
006350         AT END
006360             GO TO 1410-EXIT
006370     END-READ
006380     IF NOT RCVY-CHANGE
006390         GO TO 1410-EXIT
006400     END-IF
006410     IF RCVY-PROGRAM-ID NOT = "PI" AND NOT = "PI1"
006420         AND NOT = "PI2" AND NOT = "PI3" AND NOT = "PI4"
006430         GO TO 1410-EXIT
006440     END-IF
006450     MOVE RCVY-AFTER-IMAGE TO WS-IMAGE-AREA
006460     PERFORM 1420-DATE-REQUEST THRU 1420-EXIT
006470         VARYING WS-REQ-SCAN-IX FROM 1 BY 1
006480         UNTIL WS-REQ-SCAN-IX > WS-REQ-COUNT
006490     .
006500 1410-EXIT.
006510     EXIT.
006520
006530*-------------------------------------------------------------------
006540* 1420-DATE-REQUEST - one request against the journal record in
006550* hand; the latest PI date is kept.
006560*-------------------------------------------------------------------
006570 1420-DATE-REQUEST.
006580     IF WS-REQ-ACCT (WS-REQ-SCAN-IX) = WS-IMAGE-ACCT-ID
006590         AND RCVY-DATE > WS-REQ-LAST-PI-DATE (WS-REQ-SCAN-IX)
006600         MOVE RCVY-DATE TO WS-REQ-LAST-PI-DATE (WS-REQ-SCAN-IX)
006610     END-IF
006620     .
006630 1420-EXIT.
006640     EXIT.
006650
006660*-------------------------------------------------------------------
006670* 2000-QUOTE-ONE-REQUEST - edit one request against the master,
006680* price it and issue the quote. A request that cannot be quoted
006690* is listed with its reason and no letter goes out.
006700*-------------------------------------------------------------------
006710 2000-QUOTE-ONE-REQUEST.
006720     MOVE SPACES TO ACCT-NAME
006730     MOVE WS-REQ-ACCT (WS-REQ-IX) TO ACCT-ID
006740     IF WS-REQ-PAYOFF-DATE (WS-REQ-IX) NOT NUMERIC
006750         MOVE "PAYOFF DATE NOT VALID" TO WS-REJECT-REASON
006760         PERFORM 8200-PRINT-REFUSED-LINE THRU 8200-EXIT
006770         GO TO 2000-EXIT
006780     END-IF
006790     MOVE WS-REQ-PAYOFF-DATE (WS-REQ-IX) TO WS-PAYOFF-DATE
006800     MOVE WS-PAYOFF-DATE TO WS-EDIT-DATE
006810     PERFORM 7600-EDIT-DATE THRU 7600-EXIT
006820     IF WS-DATE-INVALID
006830         MOVE "PAYOFF DATE NOT VALID" TO WS-REJECT-REASON
006840         PERFORM 8200-PRINT-REFUSED-LINE THRU 8200-EXIT
006850         GO TO 2000-EXIT
006860     END-IF
006870     IF WS-PAYOFF-DATE < WS-CURRENT-DATE
006880         MOVE "PAYOFF DATE BEFORE TODAY" TO WS-REJECT-REASON
006890         PERFORM 8200-PRINT-REFUSED-LINE THRU 8200-EXIT
006900         GO TO 2000-EXIT
006910     END-IF
006920     READ ACCOUNT-MASTER
006930         INVALID KEY
006940             MOVE SPACES TO ACCT-NAME
006950             MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
006960             PERFORM 8200-PRINT-REFUSED-LINE THRU 8200-EXIT
006970             GO TO 2000-EXIT
006980     END-READ
006990     IF ACCT-CLOSED
007000         MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
007010         PERFORM 8200-PRINT-REFUSED-LINE THRU 8200-EXIT
007020         GO TO 2000-EXIT
007030     END-IF
007040     IF ACCT-PRODUCT-CODE NOT = "LOAN"
007050         MOVE "NOT A LOAN ACCOUNT" TO WS-REJECT-REASON
007060         PERFORM 8200-PRINT-REFUSED-LINE THRU 8200-EXIT
007070         GO TO 2000-EXIT
007080     END-IF
007090     IF ACCT-BALANCE NOT > ZERO
007100         MOVE "NO BALANCE OUTSTANDING" TO WS-REJECT-REASON
007110         PERFORM 8200-PRINT-REFUSED-LINE THRU 8200-EXIT
007120         GO TO 2000-EXIT
007130     END-IF
007140     PERFORM 2100-FIND-INTEREST-FROM THRU 2100-EXIT
007150     IF WS-INTEREST-FROM-DATE = ZERO
007160         MOVE "NO LAST POSTING OR OPEN DATE" TO WS-REJECT-REASON
007170         PERFORM 8200-PRINT-REFUSED-LINE THRU 8200-EXIT
007180         GO TO 2000-EXIT
007190     END-IF
007200     PERFORM 2200-LOAD-ACCOUNT-RATES THRU 2200-EXIT
007210     PERFORM 2300-ACCRUE-INTEREST THRU 2300-EXIT
007220     IF WS-RATE-NOT-FOUND
007230         MOVE "NO RATE IN EFFECT FOR THE WHOLE PERIOD"
007240             TO WS-REJECT-REASON
007250         PERFORM 8200-PRINT-REFUSED-LINE THRU 8200-EXIT
007260         GO TO 2000-EXIT
007270     END-IF
007280     PERFORM 2400-FIND-PAYOFF-FEE THRU 2400-EXIT
007290     COMPUTE WS-QUOTE-TOTAL = ACCT-BALANCE + WS-QUOTE-INTEREST
007300         + WS-QUOTE-FEE
007310     PERFORM 3000-WRITE-QUOTE THRU 3000-EXIT
007320     PERFORM 3100-PRINT-LETTER THRU 3100-EXIT
007330     PERFORM 8100-PRINT-QUOTE-LINE THRU 8100-EXIT
007340     .
007350 2000-EXIT.
007360     EXIT.
007370
007380*-------------------------------------------------------------------
007390* 2100-FIND-INTEREST-FROM - the date interest was last posted
007400* through: the loan's last PI posting, or its open date if PI has
007410* not posted it since it was opened. Zero means neither is
007420* usable.
007430*-------------------------------------------------------------------
007440 2100-FIND-INTEREST-FROM.
007450     MOVE ZERO TO WS-INTEREST-FROM-DATE
007460     IF WS-REQ-LAST-PI-DATE (WS-REQ-IX) NOT = SPACES
007470         MOVE WS-REQ-LAST-PI-DATE (WS-REQ-IX) TO WS-LAST-PI-GROUP
007480         IF WS-LAST-PI-YYYY NUMERIC AND WS-LAST-PI-MM NUMERIC
007490             AND WS-LAST-PI-DD NUMERIC
007500             COMPUTE WS-INTEREST-FROM-DATE =
007510                 WS-LAST-PI-YYYY * 10000
007520                 + WS-LAST-PI-MM * 100 + WS-LAST-PI-DD
007530         END-IF
007540     END-IF
007550     IF ACCT-OPEN-DATE NUMERIC
007560         AND ACCT-OPEN-DATE > WS-INTEREST-FROM-DATE
007570         MOVE ACCT-OPEN-DATE TO WS-INTEREST-FROM-DATE
007580     END-IF
007590     IF WS-INTEREST-FROM-DATE = ZERO
007600         GO TO 2100-EXIT
007610     END-IF
007620     STRING WS-FROM-YYYY "-" WS-FROM-MM "-" WS-FROM-DD
007630         DELIMITED BY SIZE INTO WS-INTEREST-FROM-EDIT
007640     STRING WS-PAYOFF-YYYY "-" WS-PAYOFF-MM "-" WS-PAYOFF-DD
007650         DELIMITED BY SIZE INTO WS-PAYOFF-EDIT
007660     MOVE WS-INTEREST-FROM-DATE TO WS-DAYS-DATE
007670     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
007680     MOVE WS-DAY-NUMBER TO WS-INTEREST-FROM-DAY
007690     MOVE WS-PAYOFF-DATE TO WS-DAYS-DATE
007700     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
007710     MOVE WS-DAY-NUMBER TO WS-PAYOFF-DAY-NUMBER
007720     .
007730 2100-EXIT.
007740     EXIT.
007750
007760*-------------------------------------------------------------------
007770* 2200-LOAD-ACCOUNT-RATES - the rate entries for this loan or its
007780* product, effective on or before the payoff date, into the table
007790* with their day numbers.
007800*-------------------------------------------------------------------
007810 2200-LOAD-ACCOUNT-RATES.
007820     MOVE ZERO TO WS-RATE-COUNT
007830     MOVE ACCT-PRODUCT-CODE TO WS-RATE-PRODUCT-CODE
007840     OPEN INPUT RATE-TABLE-FILE
007850     IF WS-RATETBL-NOT-FOUND
007860         GO TO 2200-EXIT
007870     END-IF
007880     PERFORM 2210-READ-RATE-ENTRY THRU 2210-EXIT
007890         UNTIL NOT WS-RATETBL-OK
007900     CLOSE RATE-TABLE-FILE
007910     .
007920 2200-EXIT.
007930     EXIT.
007940
007950*-------------------------------------------------------------------
007960* 2210-READ-RATE-ENTRY - one rate-table record; an entry for the
007970* loan or its product that takes effect by the payoff date is
007980* kept.
007990*-------------------------------------------------------------------
008000 2210-READ-RATE-ENTRY.
008010     READ RATE-TABLE-FILE
008020         AT END
008030             GO TO 2210-EXIT
008040     END-READ
008050     IF RTBL-ACCOUNT-ID NOT = ACCT-ID
008060         AND RTBL-ACCOUNT-ID NOT = WS-RATE-PRODUCT-KEY
008070         GO TO 2210-EXIT
008080     END-IF
008090     IF RTBL-EFFECTIVE-DATE NOT NUMERIC
008100         OR RTBL-EFFECTIVE-DATE > WS-PAYOFF-DATE
008110         GO TO 2210-EXIT
008120     END-IF
008130     IF WS-RATE-COUNT >= WS-RATE-MAX
008140         DISPLAY "ACCOUNT RATE TABLE FULL - RUN TERMINATED"
008150         MOVE 16 TO RETURN-CODE
008160         GO TO 9999-TERMINATE
008170     END-IF
008180     ADD 1 TO WS-RATE-COUNT
008190     MOVE RTBL-EFFECTIVE-DATE TO WS-DAYS-DATE
008200     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
008210     MOVE WS-DAY-NUMBER TO WS-RATE-EFFECTIVE-DAY (WS-RATE-COUNT)
008220     MOVE RTBL-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
008230     .
008240 2210-EXIT.
008250     EXIT.
008260
008270*-------------------------------------------------------------------
008280* 2300-ACCRUE-INTEREST - price every day after the interest-from
008290* date through the payoff date on the balance at the day's rate,
008300* then the rate and per-diem on the payoff date for the letter.
008310* A day with no rate in effect refuses the quote.
008320*-------------------------------------------------------------------
008330 2300-ACCRUE-INTEREST.
008340     MOVE ZERO TO WS-INTEREST-ACCUM
008350     MOVE ZERO TO WS-ACCRUE-DAYS
008360     SET WS-RATE-FOUND TO TRUE
008370     IF WS-PAYOFF-DAY-NUMBER > WS-INTEREST-FROM-DAY
008380         COMPUTE WS-ACCRUE-DAYS = WS-PAYOFF-DAY-NUMBER
008390             - WS-INTEREST-FROM-DAY
008400         COMPUTE WS-ACCRUE-DAY = WS-INTEREST-FROM-DAY + 1
008410         PERFORM 2310-ACCRUE-ONE-DAY THRU 2310-EXIT
008420             UNTIL WS-ACCRUE-DAY > WS-PAYOFF-DAY-NUMBER
008430             OR WS-RATE-NOT-FOUND
008440     END-IF
008450     IF WS-RATE-NOT-FOUND
008460         GO TO 2300-EXIT
008470     END-IF
008480     MOVE WS-PAYOFF-DAY-NUMBER TO WS-ACCRUE-DAY
008490     PERFORM 2320-FIND-DAY-RATE THRU 2320-EXIT
008500     IF WS-RATE-NOT-FOUND
008510         GO TO 2300-EXIT
008520     END-IF
008530     MOVE WS-DAY-RATE TO WS-QUOTE-RATE
008540     COMPUTE WS-QUOTE-INTEREST ROUNDED = WS-INTEREST-ACCUM
008550     COMPUTE WS-PER-DIEM ROUNDED = ACCT-BALANCE * WS-QUOTE-RATE
008560         * 12 / 365
008570     .
008580 2300-EXIT.
008590     EXIT.
008600
008610*-------------------------------------------------------------------
008620* 2310-ACCRUE-ONE-DAY - one day's interest: the balance at the
008630* day's period rate, twelve periods to 365 days.
008640*-------------------------------------------------------------------
008650 2310-ACCRUE-ONE-DAY.
008660     PERFORM 2320-FIND-DAY-RATE THRU 2320-EXIT
008670     IF WS-RATE-NOT-FOUND
008680         GO TO 2310-EXIT
008690     END-IF
008700     COMPUTE WS-DAILY-INTEREST = ACCT-BALANCE * WS-DAY-RATE
008710         * 12 / 365
008720     ADD WS-DAILY-INTEREST TO WS-INTEREST-ACCUM
008730     ADD 1 TO WS-ACCRUE-DAY
008740     .
008750 2310-EXIT.
008760     EXIT.
008770
008780*-------------------------------------------------------------------
008790* 2320-FIND-DAY-RATE - the rate in effect on WS-ACCRUE-DAY: the
008800* loaded entry with the latest effective day on or before it; an
008810* account entry and a product entry effective the same day go to
008820* whichever RATETBL lists later, as in PI.
008830*-------------------------------------------------------------------
008840 2320-FIND-DAY-RATE.
008850     SET WS-RATE-NOT-FOUND TO TRUE
008860     MOVE ZERO TO WS-RATE-BEST-DAY
008870     PERFORM 2330-CHECK-DAY-RATE THRU 2330-EXIT
008880         VARYING WS-RATE-IX FROM 1 BY 1
008890         UNTIL WS-RATE-IX > WS-RATE-COUNT
008900     .
008910 2320-EXIT.
008920     EXIT.
008930
008940*-------------------------------------------------------------------
008950* 2330-CHECK-DAY-RATE - one loaded rate entry against the day.
008960*-------------------------------------------------------------------
008970 2330-CHECK-DAY-RATE.
008980     IF WS-RATE-EFFECTIVE-DAY (WS-RATE-IX) NOT > WS-ACCRUE-DAY
008990         AND WS-RATE-EFFECTIVE-DAY (WS-RATE-IX)
009000             NOT < WS-RATE-BEST-DAY
009010         MOVE WS-RATE-EFFECTIVE-DAY (WS-RATE-IX)
009020             TO WS-RATE-BEST-DAY
009030         MOVE WS-RATE-VALUE (WS-RATE-IX) TO WS-DAY-RATE
009040         SET WS-RATE-FOUND TO TRUE
009050     END-IF
009060     .
009070 2330-EXIT.
009080     EXIT.
009090
009100*-------------------------------------------------------------------
009110* 2400-FIND-PAYOFF-FEE - the product's payoff fee with the latest
009120* effective date on or before the payoff date: F charges the flat
009130* amount, P the rate against the balance. No entry, no fee.
009140*-------------------------------------------------------------------
009150 2400-FIND-PAYOFF-FEE.
009160     MOVE ZERO TO WS-QUOTE-FEE
009170     MOVE ZERO TO WS-FEE-FOUND-IX
009180     MOVE ZERO TO WS-FEE-BEST-DATE
009190     PERFORM 2410-CHECK-FEE-ENTRY THRU 2410-EXIT
009200         VARYING WS-FEE-IX FROM 1 BY 1
009210         UNTIL WS-FEE-IX > WS-FEE-COUNT
009220     IF WS-FEE-FOUND-IX = ZERO
009230         GO TO 2400-EXIT
009240     END-IF
009250     IF WS-FEE-TYPE (WS-FEE-FOUND-IX) = 'P'
009260         COMPUTE WS-QUOTE-FEE ROUNDED = ACCT-BALANCE
009270             * WS-FEE-RATE (WS-FEE-FOUND-IX)
009280     ELSE
009290         MOVE WS-FEE-FLAT (WS-FEE-FOUND-IX) TO WS-QUOTE-FEE
009300     END-IF
009310     .
009320 2400-EXIT.
009330     EXIT.
009340
009350*-------------------------------------------------------------------
009360* 2410-CHECK-FEE-ENTRY - one payoff-fee entry against the loan's
009370* product and the payoff date.
009380*-------------------------------------------------------------------
009390 2410-CHECK-FEE-ENTRY.
009400     IF WS-FEE-PRODUCT (WS-FEE-IX) = ACCT-PRODUCT-CODE
009410         AND WS-FEE-EFFECTIVE-DATE (WS-FEE-IX)
009420             NOT > WS-PAYOFF-DATE
009430         AND WS-FEE-EFFECTIVE-DATE (WS-FEE-IX)
009440             NOT < WS-FEE-BEST-DATE
009450         MOVE WS-FEE-EFFECTIVE-DATE (WS-FEE-IX)
009460             TO WS-FEE-BEST-DATE
009470         MOVE WS-FEE-IX TO WS-FEE-FOUND-IX
009480     END-IF
009490     .
009500 2410-EXIT.
009510     EXIT.
009520
009530*-------------------------------------------------------------------
009540* 3000-WRITE-QUOTE - the quote onto the payoff quote file,
009550* outstanding until the closure run settles it.
009560*-------------------------------------------------------------------
009570 3000-WRITE-QUOTE.
009580     MOVE SPACES TO PAYOFF-QUOTE-RECORD
009590     MOVE ACCT-ID TO PAYQ-ACCT-ID
009600     MOVE WS-REPORT-DATE TO PAYQ-QUOTE-DATE
009610     MOVE WS-INTEREST-FROM-EDIT TO PAYQ-INTEREST-FROM
009620     MOVE WS-PAYOFF-EDIT TO PAYQ-GOOD-THROUGH
009630     MOVE ACCT-BALANCE TO PAYQ-PRINCIPAL
009640     MOVE WS-QUOTE-INTEREST TO PAYQ-INTEREST
009650     MOVE WS-QUOTE-FEE TO PAYQ-FEE
009660     MOVE WS-QUOTE-TOTAL TO PAYQ-TOTAL
009670     MOVE WS-QUOTE-RATE TO PAYQ-RATE
009680     SET PAYQ-OUTSTANDING TO TRUE
009690     MOVE WS-REPORT-DATE TO PAYQ-STATUS-DATE
009700     WRITE PAYOFF-QUOTE-RECORD
009710     ADD 1 TO WS-QUOTE-COUNT
009720     ADD ACCT-BALANCE TO WS-PRINCIPAL-TOTAL
009730     ADD WS-QUOTE-INTEREST TO WS-INTEREST-TOTAL
009740     ADD WS-QUOTE-FEE TO WS-FEE-TOTAL
009750     ADD WS-QUOTE-TOTAL TO WS-QUOTED-TOTAL
009760     .
009770 3000-EXIT.
009780     EXIT.
009790
009800*-------------------------------------------------------------------
009810* 3100-PRINT-LETTER - the customer's payoff letter, a page of its
009820* own: the amounts making up the payoff, the rate, the date the
009830* figure is good through and the daily interest after it.
009840*-------------------------------------------------------------------
009850 3100-PRINT-LETTER.
009860     MOVE WS-REPORT-DATE TO PLTR-QUOTE-DATE
009870     WRITE PLTR-PRINT-RECORD FROM PLTR-HEADING-LINE
009880     WRITE PLTR-PRINT-RECORD FROM PLTR-BLANK-LINE
009890     MOVE ACCT-ID TO PLTR-ACCT-ID
009900     MOVE ACCT-NAME TO PLTR-ACCT-NAME
009910     WRITE PLTR-PRINT-RECORD FROM PLTR-ACCOUNT-LINE
009920     WRITE PLTR-PRINT-RECORD FROM PLTR-BLANK-LINE
009930     MOVE "PRINCIPAL BALANCE" TO PLTR-AMT-LABEL
009940     MOVE ACCT-BALANCE TO PLTR-AMT-VALUE
009950     WRITE PLTR-PRINT-RECORD FROM PLTR-AMOUNT-LINE
009960     MOVE WS-INTEREST-FROM-EDIT TO PLTR-INT-FROM
009970     MOVE WS-PAYOFF-EDIT TO PLTR-INT-THROUGH
009980     MOVE PLTR-INTEREST-LABEL TO PLTR-AMT-LABEL
009990     MOVE WS-QUOTE-INTEREST TO PLTR-AMT-VALUE
010000     WRITE PLTR-PRINT-RECORD FROM PLTR-AMOUNT-LINE
010010     MOVE "PAYOFF AND CLOSING FEE" TO PLTR-AMT-LABEL
010020     MOVE WS-QUOTE-FEE TO PLTR-AMT-VALUE
010030     WRITE PLTR-PRINT-RECORD FROM PLTR-AMOUNT-LINE
010040     MOVE "TOTAL AMOUNT TO PAY OFF THE LOAN" TO PLTR-AMT-LABEL
010050     MOVE WS-QUOTE-TOTAL TO PLTR-AMT-VALUE
010060     WRITE PLTR-PRINT-RECORD FROM PLTR-AMOUNT-LINE
010070     WRITE PLTR-PRINT-RECORD FROM PLTR-BLANK-LINE
010080     MOVE WS-QUOTE-RATE TO PLTR-RATE
010090     WRITE PLTR-PRINT-RECORD FROM PLTR-RATE-LINE
010100     MOVE WS-PAYOFF-EDIT TO PLTR-GOOD-THROUGH
010110     WRITE PLTR-PRINT-RECORD FROM PLTR-GOOD-LINE
010120     MOVE "US AND BE POSTED BY THAT DATE; THE LOAN IS THEN CLOSED"
010130         TO PLTR-TEXT
010140     WRITE PLTR-PRINT-RECORD FROM PLTR-TEXT-LINE
010150     MOVE WS-PER-DIEM TO PLTR-PER-DIEM
010160     WRITE PLTR-PRINT-RECORD FROM PLTR-PER-DIEM-LINE
010170     MOVE "AND A NEW QUOTATION MUST BE REQUESTED." TO PLTR-TEXT
010180     WRITE PLTR-PRINT-RECORD FROM PLTR-TEXT-LINE
010190     .
010200 3100-EXIT.
010210     EXIT.
010220
010230*-------------------------------------------------------------------
010240* 7600-EDIT-DATE - WS-EDIT-DATE is a real calendar date: a month
010250* of the year and a day within that month, February's length
010260* following the leap year rule.
010270*-------------------------------------------------------------------
010280 7600-EDIT-DATE.
010290     SET WS-DATE-INVALID TO TRUE
010300     IF WS-EDIT-YYYY < 1990 OR WS-EDIT-YYYY > 2099
010310         GO TO 7600-EXIT
010320     END-IF
010330     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
010340         GO TO 7600-EXIT
010350     END-IF
010360     EVALUATE WS-EDIT-MM
010370         WHEN 4
010380         WHEN 6
010390         WHEN 9
010400         WHEN 11
010410             MOVE 30 TO WS-MONTH-END-DAY
010420         WHEN 2
010430             MOVE 28 TO WS-MONTH-END-DAY
010440             DIVIDE WS-EDIT-YYYY BY 4
010450                 GIVING WS-LEAP-QUOTIENT
010460                 REMAINDER WS-LEAP-REMAINDER
010470             IF WS-LEAP-REMAINDER = ZERO
010480                 MOVE 29 TO WS-MONTH-END-DAY
010490             END-IF
010500             DIVIDE WS-EDIT-YYYY BY 100
010510                 GIVING WS-LEAP-QUOTIENT
010520                 REMAINDER WS-LEAP-REMAINDER
010530             IF WS-LEAP-REMAINDER = ZERO
010540                 MOVE 28 TO WS-MONTH-END-DAY
010550                 DIVIDE WS-EDIT-YYYY BY 400
010560                     GIVING WS-LEAP-QUOTIENT
010570                     REMAINDER WS-LEAP-REMAINDER
010580                 IF WS-LEAP-REMAINDER = ZERO
010590                     MOVE 29 TO WS-MONTH-END-DAY
010600                 END-IF
010610             END-IF
010620         WHEN OTHER
010630             MOVE 31 TO WS-MONTH-END-DAY
010640     END-EVALUATE
010650     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-END-DAY
010660         GO TO 7600-EXIT
010670     END-IF
010680     SET WS-DATE-VALID TO TRUE
010690     .
010700 7600-EXIT.
010710     EXIT.
010720
010730*-------------------------------------------------------------------
010740* 7800-COMPUTE-DAY-NUMBER - the date in WS-DAYS-DATE as a running
010750* day number in WS-DAY-NUMBER. The year is counted from March so
010760* the leap day falls at its end; whole-number DIVIDEs drop the
010770* remainders the leap-year rule needs dropped.
010780*-------------------------------------------------------------------
010790 7800-COMPUTE-DAY-NUMBER.
010800     MOVE WS-DAYS-YYYY TO WS-DAYS-YEAR
010810     MOVE WS-DAYS-MM TO WS-DAYS-MONTH
010820     IF WS-DAYS-MONTH < 3
010830         SUBTRACT 1 FROM WS-DAYS-YEAR
010840         ADD 12 TO WS-DAYS-MONTH
010850     END-IF
010860     DIVIDE WS-DAYS-YEAR BY 4 GIVING WS-DAYS-LEAP-4
010870     DIVIDE WS-DAYS-YEAR BY 100 GIVING WS-DAYS-LEAP-100
010880     DIVIDE WS-DAYS-YEAR BY 400 GIVING WS-DAYS-LEAP-400
010890     COMPUTE WS-DAYS-MONTH-PART = 153 * (WS-DAYS-MONTH - 3) + 2
010900     DIVIDE WS-DAYS-MONTH-PART BY 5 GIVING WS-DAYS-MONTH-PART
010910     COMPUTE WS-DAY-NUMBER = 365 * WS-DAYS-YEAR
010920         + WS-DAYS-LEAP-4 - WS-DAYS-LEAP-100 + WS-DAYS-LEAP-400
010930         + WS-DAYS-MONTH-PART + WS-DAYS-DD
010940     .
010950 7800-EXIT.
010960     EXIT.
010970
010980*-------------------------------------------------------------------
010990* 8000-PRINT-HEADINGS - report header and column line, printed
011000* at the top of every page.
011010*-------------------------------------------------------------------
011020 8000-PRINT-HEADINGS.
011030     ADD 1 TO WS-PAGE-NUMBER
011040     MOVE WS-REPORT-DATE TO PRPT-HDR-DATE
011050     MOVE WS-PAGE-NUMBER TO PRPT-HDR-PAGE
011060     WRITE PRPT-PRINT-RECORD FROM PRPT-HEADING-LINE
011070     WRITE PRPT-PRINT-RECORD FROM PRPT-COLUMN-LINE
011080     MOVE 1 TO WS-LINE-COUNT
011090     .
011100 8000-EXIT.
011110     EXIT.
011120
011130*-------------------------------------------------------------------
011140* 8100-PRINT-QUOTE-LINE - one quote issued, paging when the page
011150* is full.
011160*-------------------------------------------------------------------
011170 8100-PRINT-QUOTE-LINE.
011180     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011190         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
011200     END-IF
011210     MOVE ACCT-ID TO PRPT-DTL-ACCT
011220     MOVE ACCT-NAME TO PRPT-DTL-NAME
011230     MOVE WS-PAYOFF-EDIT TO PRPT-DTL-PAYOFF
011240     MOVE WS-INTEREST-FROM-EDIT TO PRPT-DTL-FROM
011250     MOVE WS-ACCRUE-DAYS TO PRPT-DTL-DAYS
011260     MOVE ACCT-BALANCE TO PRPT-DTL-PRINCIPAL
011270     MOVE WS-QUOTE-INTEREST TO PRPT-DTL-INTEREST
011280     MOVE WS-QUOTE-FEE TO PRPT-DTL-FEE
011290     MOVE WS-QUOTE-TOTAL TO PRPT-DTL-TOTAL
011300     WRITE PRPT-PRINT-RECORD FROM PRPT-DETAIL-LINE
011310     ADD 1 TO WS-LINE-COUNT
011320     .
011330 8100-EXIT.
011340     EXIT.
011350
011360*-------------------------------------------------------------------
011370* 8200-PRINT-REFUSED-LINE - one request that could not be quoted,
011380* with its reason, paging when the page is full.
011390*-------------------------------------------------------------------
011400 8200-PRINT-REFUSED-LINE.
011410     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011420         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
011430     END-IF
011440     ADD 1 TO WS-REFUSED-COUNT
011450     MOVE WS-REQ-ACCT (WS-REQ-IX) TO PRPT-REJ-ACCT
011460     MOVE ACCT-NAME TO PRPT-REJ-NAME
011470     MOVE WS-REQ-PAYOFF-DATE (WS-REQ-IX) TO PRPT-REJ-PAYOFF
011480     MOVE WS-REJECT-REASON TO PRPT-REJ-REASON
011490     WRITE PRPT-PRINT-RECORD FROM PRPT-REJECT-LINE
011500     ADD 1 TO WS-LINE-COUNT
011510     .
011520 8200-EXIT.
011530     EXIT.
011540
011550*-------------------------------------------------------------------
011560* 8500-PRINT-COUNTS - the run's counts and the totals quoted.
011570*-------------------------------------------------------------------
011580 8500-PRINT-COUNTS.
011590     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011600         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
011610     END-IF
011620     MOVE SPACES TO PRPT-SECTION-TITLE
011630     WRITE PRPT-PRINT-RECORD FROM PRPT-SECTION-LINE
011640     MOVE "PAYOFF QUOTE RUN COUNTS" TO PRPT-SECTION-TITLE
011650     WRITE PRPT-PRINT-RECORD FROM PRPT-SECTION-LINE
011660     MOVE "PAYOFF REQUESTS READ" TO PRPT-CNT-LABEL
011670     MOVE WS-REQUEST-COUNT TO PRPT-CNT-VALUE
011680     WRITE PRPT-PRINT-RECORD FROM PRPT-COUNT-LINE
011690     MOVE "QUOTES ISSUED" TO PRPT-CNT-LABEL
011700     MOVE WS-QUOTE-COUNT TO PRPT-CNT-VALUE
011710     WRITE PRPT-PRINT-RECORD FROM PRPT-COUNT-LINE
011720     MOVE "REQUESTS REFUSED" TO PRPT-CNT-LABEL
011730     MOVE WS-REFUSED-COUNT TO PRPT-CNT-VALUE
011740     WRITE PRPT-PRINT-RECORD FROM PRPT-COUNT-LINE
011750     MOVE "PRINCIPAL QUOTED" TO PRPT-AMT-LABEL
011760     MOVE WS-PRINCIPAL-TOTAL TO PRPT-AMT-VALUE
011770     WRITE PRPT-PRINT-RECORD FROM PRPT-AMOUNT-LINE
011780     MOVE "INTEREST QUOTED" TO PRPT-AMT-LABEL
011790     MOVE WS-INTEREST-TOTAL TO PRPT-AMT-VALUE
011800     WRITE PRPT-PRINT-RECORD FROM PRPT-AMOUNT-LINE
011810     MOVE "PAYOFF FEES QUOTED" TO PRPT-AMT-LABEL
011820     MOVE WS-FEE-TOTAL TO PRPT-AMT-VALUE
011830     WRITE PRPT-PRINT-RECORD FROM PRPT-AMOUNT-LINE
011840     MOVE "TOTAL PAYOFF QUOTED" TO PRPT-AMT-LABEL
011850     MOVE WS-QUOTED-TOTAL TO PRPT-AMT-VALUE
011860     WRITE PRPT-PRINT-RECORD FROM PRPT-AMOUNT-LINE
011870     .
011880 8500-EXIT.
011890     EXIT.
011900
011910*-------------------------------------------------------------------
011920* 9999-TERMINATE - single exit point for the run.
011930*-------------------------------------------------------------------
011940 9999-TERMINATE.
011950     CLOSE PAYOFF-REPORT
011960     CLOSE PAYOFF-LETTER-FILE
011970     CLOSE ACCOUNT-MASTER
011980     CLOSE PAYOFF-QUOTE-FILE
011990     STOP RUN.
012000 END PROGRAM LOANPAY.
