002050*                   HISTMRGE to combine. Run control is checked
002060*                   after the PARM record is read, since the
002070*                   partition ID rides on it.
002080* 2026-10-15  MSA  The 'G' grand-totals record now also carries
002090*                   the interest actually posted to the master
002100*                   (new balance less old, posted accounts only)
002110*                   for the nightly trial balance.
002120* 2026-10-15  MSA  Each posted account now also files a 'P'
002130*                   posting record on the history with the
002140*                   interest its posting added, for the year-end
002150*                   tax run. The checkpoint now carries the run's
002160*                   grand totals and posting proof, restored on a
002170*                   resume, and a resumed run extends the posting
002180*                   journal and GL extract instead of starting
002190*                   them over, so the grand-totals record, the
002200*                   journal's POSTED line and the GL trailer all
002210*                   cover the accounts posted before the abend.
002220*******************************************************************
002230 IDENTIFICATION DIVISION.
002240 PROGRAM-ID.    PI.
002250 AUTHOR.        MSALPDOGAN.
002260 INSTALLATION.  OPERATIONS.
002270 DATE-WRITTEN.  03/12/2019.
002280 DATE-COMPILED.
002290 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002310 FILE-CONTROL.
002320     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
002330         ORGANIZATION IS INDEXED
002340         ACCESS MODE IS DYNAMIC
002350         RECORD KEY IS ACCT-ID
002360         FILE STATUS IS WS-ACCTMSTR-STATUS.
002370
002380     SELECT RUN-AUTH-FILE ASSIGN TO "RUNAUTH"
002390         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-RUNAUTH-STATUS.
002410
002420     SELECT RESTART-FILE ASSIGN TO "RESTART"
002430         ORGANIZATION IS LINE SEQUENTIAL
002440         FILE STATUS IS WS-RESTART-FILE-STATUS.
002450
002460     SELECT PARM-FILE ASSIGN TO "PARMFILE"
002470         ORGANIZATION IS LINE SEQUENTIAL
002480         FILE STATUS IS WS-PARM-STATUS.
002490
002500     SELECT BALANCE-FILE ASSIGN TO "BALFILE"
002510         ORGANIZATION IS LINE SEQUENTIAL
002520         FILE STATUS IS WS-BALANCE-STATUS.
002530
002540     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
002550         ORGANIZATION IS LINE SEQUENTIAL.
002560
002570     SELECT POSTING-JOURNAL ASSIGN TO "POSTJRNL"
002580         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS WS-POSTJRNL-STATUS.
002600
002610     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS WS-GLEXTR-STATUS.
002640
002650     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
002660         ORGANIZATION IS LINE SEQUENTIAL
002670         FILE STATUS IS WS-RUNCTL-STATUS.
002680     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
002690         ORGANIZATION IS LINE SEQUENTIAL.
002700
002710     SELECT AMORT-HISTORY ASSIGN TO "AMORTHST"
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS WS-AMORTHST-STATUS.
002740
002750     SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
002760         ORGANIZATION IS LINE SEQUENTIAL
002770         FILE STATUS IS WS-RATETBL-STATUS.
002780
002790     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
002800         ORGANIZATION IS LINE SEQUENTIAL
002810         FILE STATUS IS WS-SUSPENSE-STATUS.
002820
002830     SELECT HIST-WORK-FILE ASSIGN TO "HISTWORK"
002840         ORGANIZATION IS LINE SEQUENTIAL
002850         FILE STATUS IS WS-HISTWORK-STATUS.
002860
002870 DATA DIVISION.
002880 FILE SECTION.
002890*-------------------------------------------------------------------
002900* ACCOUNT-MASTER - one record per account, keyed on account ID.
002910* Record layout is the shared ACCTREC copybook, common to this
002920* program and the master maintenance program (ACCTMNT).
002930*-------------------------------------------------------------------
002940 FD  ACCOUNT-MASTER.
002950 COPY ACCTREC.
002960
002970*-------------------------------------------------------------------
002980* RUN-AUTH-FILE - single-record run authorization written by the
002990* sign-on program on an accepted sign-on. Record layout is the
003000* shared RUNAUTH copybook. No fresh same-day record, no run.
003010*-------------------------------------------------------------------
003020 FD  RUN-AUTH-FILE.
003030 COPY RUNAUTH.
003040
003050*-------------------------------------------------------------------
003060* RESTART-FILE - single-record checkpoint of the amortization run:
003070* the account being worked, the period reached, and whether that
003080* account was still in flight (A) or already complete (C) when the
003090* checkpoint was taken.
003100*-------------------------------------------------------------------
003110 FD  RESTART-FILE.
003120 COPY RESTARTR.
003130
003140*-------------------------------------------------------------------
003150* PARM-FILE - one control record per account to amortize, so
003160* operations can drive a whole night's batch through one JCL
003170* submission. An account ID of *ALL on the first record sweeps
003180* every ACCOUNT-MASTER record using that record's rate and counts.
003190*-------------------------------------------------------------------
003200 FD  PARM-FILE.
003210 01  PARM-RECORD.
003220     05  PARM-ACCOUNT-ID             PIC X(07).
003230     05  PARM-INTEREST-RATE          PIC 9V9(4).
003240     05  PARM-PERIOD-COUNT           PIC 9(03).
003250     05  PARM-NUM1-NEGATIVE          PIC S9(3)V9(2)
003260                                      SIGN LEADING SEPARATE.
003270     05  PARM-NUM3                   PIC S9(3)V9(3)
003280                                      SIGN LEADING SEPARATE.
003290     05  PARM-RANGE-FROM             PIC X(07).
003300     05  PARM-RANGE-THRU             PIC X(07).
003310     05  PARM-PARTITION-ID           PIC X(01).
003320
003330*-------------------------------------------------------------------
003340* BALANCE-FILE - one control record per account, in PARM-FILE
003350* order, supplying the expected total that WS-NUM1_Answer must
003360* match before that account's amortization schedule is allowed
003370* to run.
003380*-------------------------------------------------------------------
003390 FD  BALANCE-FILE.
003400 COPY BALREC.
003410
003420*-------------------------------------------------------------------
003430* REPORT-FILE - headed, paginated print report of the run's inputs.
003440*-------------------------------------------------------------------
003450 FD  REPORT-FILE.
003460 01  RPT-PRINT-RECORD  PIC X(160).
003470
003480*-------------------------------------------------------------------
003490* AMORT-HISTORY - machine-readable amortization schedule, one
003500* fixed-layout detail record per period plus a trailer carrying
003510* the detail record count and interest/closing hash totals so
003520* the receiving job can prove it got the whole file.
003530*-------------------------------------------------------------------
003540 FD  AMORT-HISTORY.
003550 COPY AMORTREC.
003560
003570*-------------------------------------------------------------------
003580* HIST-WORK-FILE - restart scratch file: on a resume the kept
003590* history records pass through here while AMORT-HISTORY is
003600* rewritten without the periods that will be recomputed.
003610*-------------------------------------------------------------------
003620 FD  HIST-WORK-FILE.
003630 01  HIST-WORK-RECORD                PIC X(138).
003640
003650
003660*-------------------------------------------------------------------
003670* RATE-TABLE-FILE - effective-dated interest rates: account ID
003680* or product code in the key field,
003690* the date the rate takes effect (YYYYMMDD) and the rate. The
003700* entry with the latest effective date on or before the period
003710* being priced wins; PARM-FILE's rate is the fallback.
003720*-------------------------------------------------------------------
003730 FD  RATE-TABLE-FILE.
003740 01  RATE-TABLE-RECORD.
003750     05  RTBL-ACCOUNT-ID             PIC X(07).
003760     05  RTBL-EFFECTIVE-DATE         PIC 9(08).
003770     05  RTBL-RATE                   PIC 9V9(4).
003780
003790*-------------------------------------------------------------------
003800* SUSPENSE-FILE - one record per proof-total break, extended in
003810* place by this program and worked by a supervisor through the
003820* SUSPREV review program: S = suspended, R = released,
003830* J = rejected.
003840*-------------------------------------------------------------------
003850 FD  SUSPENSE-FILE.
003860 COPY SUSPREC.
003870
003880*-------------------------------------------------------------------
003890* POSTING-JOURNAL - headed print journal of balances posted back
003900* to ACCOUNT-MASTER: one line per account with the old balance,
003910* the interest applied and the new balance, and a run-level
003920* proof total of balances posted.
003930*-------------------------------------------------------------------
003940 FD  POSTING-JOURNAL.
003950 01  PJRN-PRINT-RECORD  PIC X(160).
003960
003970*-------------------------------------------------------------------
003980* GL-EXTRACT-FILE - machine-readable companion to the posting
003990* journal: balanced debit/credit pairs for each account posted,
004000* under a batch header and trailer, in the shared GLEXTREC
004010* layouts, for loading into the accounting system.
004020*-------------------------------------------------------------------
004030 FD  GL-EXTRACT-FILE.
004040 COPY GLEXTREC.
004050
004060*-------------------------------------------------------------------
004070* RUN-CONTROL-FILE - the night stream's shared run-sequence
004080* control, one record per batch program in the shared RUNCTLR
004090* layout, checked and stamped by every program in the stream.
004100*-------------------------------------------------------------------
004110 FD  RUN-CONTROL-FILE.
004120 COPY RUNCTLR.
004130*-------------------------------------------------------------------
004140* RECOVERY-JOURNAL - before/after images of every master write,
004150* in the shared RCVYREC layout, extended in place across the
004160* night and replayed by the ACCTRCVR recovery utility.
004170*-------------------------------------------------------------------
004180 FD  RECOVERY-JOURNAL.
004190 COPY RCVYREC.
004200
004210 WORKING-STORAGE SECTION.
004220*-------------------------------------------------------------------
004230* Print lines, kept in working storage so their VALUE clauses
004240* are honored (VALUE on FILE SECTION entries is commentary
004250* only), and written with WRITE ... FROM.
004260*-------------------------------------------------------------------
004270 01  PJRN-HEADING-LINE.
004280     05  FILLER                      PIC X(01) VALUE '1'.
004290     05  FILLER                      PIC X(25)
004300                                 VALUE "BALANCE POSTING JOURNAL".
004310     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
004320     05  PJRN-HDR-DATE               PIC X(10).
004330     05  FILLER                      PIC X(10) VALUE SPACES.
004340     05  FILLER                      PIC X(05) VALUE "PAGE ".
004350     05  PJRN-HDR-PAGE               PIC ZZ9.
004360
004370 01  PJRN-DETAIL-LINE.
004380     05  FILLER                      PIC X(01) VALUE SPACE.
004390     05  PJRN-DTL-ACCT               PIC X(07).
004400     05  FILLER                      PIC X(02) VALUE SPACES.
004410     05  FILLER                      PIC X(04) VALUE "OLD".
004420     05  PJRN-DTL-OLD-BALANCE        PIC $(13)9.99CR.
004430     05  FILLER                      PIC X(02) VALUE SPACES.
004440     05  FILLER                      PIC X(09) VALUE "INTEREST".
004450     05  PJRN-DTL-INTEREST           PIC $(35)9.99CR.
004460     05  FILLER                      PIC X(02) VALUE SPACES.
004470     05  FILLER                      PIC X(04) VALUE "NEW".
004480     05  PJRN-DTL-NEW-BALANCE        PIC $(13)9.99CR.
004490     05  FILLER                      PIC X(02) VALUE SPACES.
004500     05  PJRN-DTL-RESULT             PIC X(34).
004510
004520 01  PJRN-TOTAL-LINE.
004530     05  FILLER                      PIC X(01) VALUE SPACE.
004540     05  FILLER                      PIC X(15)
004550                                      VALUE "POSTED".
004560     05  PJRN-TOT-COUNT              PIC ZZZZ9.
004570     05  FILLER                      PIC X(09)
004580                                      VALUE " ACCOUNTS".
004590     05  FILLER                      PIC X(04) VALUE SPACES.
004600     05  FILLER                      PIC X(15)
004610                                      VALUE "BALANCES POSTED".
004620     05  FILLER                      PIC X(01) VALUE SPACE.
004630     05  PJRN-TOT-BALANCE            PIC $(12)9.99CR.
004640     05  FILLER                      PIC X(04) VALUE SPACES.
004650     05  FILLER                      PIC X(09)
004660                                      VALUE "UNPOSTED".
004670     05  PJRN-TOT-UNPOSTED           PIC ZZZZ9.
004680
004690*-------------------------------------------------------------------
004700* Print lines, kept in working storage so their VALUE clauses
004710* are honored (VALUE on FILE SECTION entries is commentary
004720* only), and written with WRITE ... FROM.
004730*-------------------------------------------------------------------
004740 01  RPT-HEADING-LINE.
004750     05  FILLER                      PIC X(01) VALUE '1'.
004760     05  FILLER                      PIC X(20)
004770                                      VALUE "AMORTIZATION REPORT".
004780     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
004790     05  RPT-HDR-DATE                PIC X(10).
004800     05  FILLER                      PIC X(10) VALUE SPACES.
004810     05  FILLER                      PIC X(05) VALUE "PAGE ".
004820     05  RPT-HDR-PAGE                PIC ZZ9.
004830
004840 01  RPT-OPERATOR-LINE.
004850     05  FILLER                      PIC X(01) VALUE SPACE.
004860     05  FILLER                      PIC X(15)
004870                                      VALUE "AUTHORIZED BY: ".
004880     05  RPT-HDR-OPERATOR            PIC X(30).
004890
004900 01  RPT-COLUMN-HEADING-LINE.
004910     05  FILLER                      PIC X(01) VALUE SPACE.
004920     05  FILLER                      PIC X(12) VALUE "ACCOUNT-ID".
004930     05  FILLER                      PIC X(24) VALUE "WS-NUM1".
004940     05  FILLER                      PIC X(14)
004950                                      VALUE "WS-NUM1-NEG".
004960     05  FILLER                      PIC X(41)
004970                                      VALUE "WS-NUM1-ANSWER".
004980     05  FILLER                      PIC X(08) VALUE "WS-NUM2".
004990     05  FILLER                      PIC X(08) VALUE "WS-NUM3".
005000
005010 01  RPT-DETAIL-LINE.
005020     05  FILLER                      PIC X(01) VALUE SPACE.
005030     05  RPT-DTL-ACCT                PIC X(12).
005040     05  RPT-DTL-NUM1                PIC $(13)9.99CR.
005050     05  FILLER                      PIC X(05) VALUE SPACES.
005060     05  RPT-DTL-NUM1-NEG            PIC $$$9.99CR.
005070     05  FILLER                      PIC X(05) VALUE SPACES.
005080     05  RPT-DTL-ANSWER              PIC $(35)9.99CR.
005090     05  RPT-DTL-NUM2                PIC ZZ9.
005100     05  FILLER                      PIC X(05) VALUE SPACES.
005110     05  RPT-DTL-NUM3                PIC -ZZ9.999.
005120
005130 01  RPT-PERIOD-COLUMN-HEADING-LINE.
005140     05  FILLER                      PIC X(01) VALUE SPACE.
005150     05  FILLER                      PIC X(10) VALUE "PERIOD".
005160     05  FILLER                      PIC X(10) VALUE "RATE".
005170     05  FILLER                      PIC X(41)
005180                                      VALUE "OPENING BALANCE".
005190     05  FILLER                      PIC X(41)
005200                                      VALUE "INTEREST ACCRUED".
005210     05  FILLER                      PIC X(41)
005220                                      VALUE "CLOSING BALANCE".
005230
005240 01  RPT-PERIOD-DETAIL-LINE.
005250     05  FILLER                      PIC X(01) VALUE SPACE.
005260     05  RPT-PRD-NUMBER              PIC ZZ9.
005270     05  FILLER                      PIC X(07) VALUE SPACES.
005280     05  RPT-PRD-RATE                PIC 9.9(4).
005290     05  FILLER                      PIC X(04) VALUE SPACES.
005300     05  RPT-PRD-OPENING             PIC $(35)9.99CR.
005310     05  RPT-PRD-INTEREST            PIC $(35)9.99CR.
005320     05  RPT-PRD-CLOSING             PIC $(35)9.99CR.
005330
005340 01  RPT-ACCOUNT-TOTAL-LINE.
005350     05  FILLER                      PIC X(01) VALUE SPACE.
005360     05  FILLER                      PIC X(15)
005370                                      VALUE "ACCOUNT TOTAL".
005380     05  RPT-ACT-ACCT                PIC X(07).
005390     05  FILLER                      PIC X(03) VALUE SPACES.
005400     05  FILLER                      PIC X(08) VALUE "PERIODS".
005410     05  RPT-ACT-PERIODS             PIC ZZ9.
005420     05  FILLER                      PIC X(03) VALUE SPACES.
005430     05  FILLER                      PIC X(09) VALUE "INTEREST".
005440     05  RPT-ACT-INTEREST            PIC $(35)9.99CR.
005450     05  FILLER                      PIC X(02) VALUE SPACES.
005460     05  FILLER                      PIC X(08) VALUE "CLOSING".
005470     05  RPT-ACT-CLOSING             PIC $(35)9.99CR.
005480
005490 01  RPT-GRAND-TOTAL-LINE.
005500     05  FILLER                      PIC X(01) VALUE SPACE.
005510     05  FILLER                      PIC X(15)
005520                                      VALUE "GRAND TOTAL".
005530     05  RPT-GRD-ACCOUNTS            PIC ZZZZ9.
005540     05  FILLER                      PIC X(09)
005550                                      VALUE " ACCOUNTS".
005560     05  FILLER                      PIC X(04) VALUE SPACES.
005570     05  FILLER                      PIC X(09) VALUE "INTEREST".
005580     05  RPT-GRD-INTEREST            PIC $(35)9.99CR.
005590     05  FILLER                      PIC X(02) VALUE SPACES.
005600     05  FILLER                      PIC X(08) VALUE "CLOSING".
005610     05  RPT-GRD-CLOSING             PIC $(35)9.99CR.
005620
005630 01  WS-NUM1                         PIC S9(13)V9(2).
005640*parantez ici karakter sayisi veriyo S olunca + - farketmiyo **--
005650 01  WS-NUM1-Negative                PIC S9(3)V9(2).
005660 01  WS-NUM1_Answer                  PIC S9(36)V9(2).
005670 01  WS-NUM2                         PIC 999.
005680*3 karakterli bir sayi 'asd' yazinca hata veriyo demekki sadece sayi **--
005690*Artik WS-NUM2, PERFORM ... TIMES icin donem sayisi olarak kullaniliyor,
005700*PARM-FILE'dan okunuyor **--
005710 01  WS-NUM3                         PIC S9(3)V9(3).
005720*V .'dan sonraki karakter sayisi veriyo S oldugundan + - farketmiyo **--
005730*WS-NAME/WS-ID replaced by the shared OPERID copybook so this program
005740*and YOUR-PROGRAM-NAME use matching identification fields **--
005750 COPY OPERID.
005760*OPERID-ACCOUNT-ID is read from PARM-FILE and used as the key into
005770*ACCOUNT-MASTER **--
005780
005790 01  WS-RUNAUTH-STATUS               PIC X(02).
005800     88  WS-RUNAUTH-OK               VALUE '00'.
005810     88  WS-RUNAUTH-NOT-FOUND        VALUE '35'.
005820
005830 01  WS-ACCTMSTR-STATUS              PIC X(02).
005840     88  WS-ACCTMSTR-FOUND           VALUE '00'.
005850     88  WS-ACCTMSTR-EOF             VALUE '10'.
005860     88  WS-ACCTMSTR-NOT-FOUND       VALUE '23'.
005870
005880 01  WS-PARM-STATUS                  PIC X(02).
005890     88  WS-PARM-FOUND               VALUE '00'.
005900     88  WS-PARM-EOF                 VALUE '10'.
005910     88  WS-PARM-NOT-FOUND           VALUE '35'.
005920
005930 01  WS-BALANCE-STATUS               PIC X(02).
005940     88  WS-BALANCE-FOUND            VALUE '00'.
005950     88  WS-BALANCE-EOF              VALUE '10'.
005960     88  WS-BALANCE-NOT-FOUND        VALUE '35'.
005970
005980*-------------------------------------------------------------------
005990* Batch-mode control fields.
006000*-------------------------------------------------------------------
006010 01  WS-RUN-MODE-SWITCH              PIC X(01) VALUE 'P'.
006020     88  WS-PARM-MODE                VALUE 'P'.
006030     88  WS-SWEEP-MODE               VALUE 'S'.
006040
006050 01  WS-SKIP-SWITCH                  PIC X(01) VALUE 'N'.
006060     88  WS-SKIP-THIS-ACCOUNT        VALUE 'Y'.
006070     88  WS-PROCESS-THIS-ACCOUNT     VALUE 'N'.
006080
006090*-------------------------------------------------------------------
006100* Sweep partition range, from the *ALL PARM record: blank from
006110* and thru keys sweep the whole master; otherwise the sweep
006120* starts at the from key and stops past the thru key, so
006130* several partitions can run side by side, each on its own
006140* checkpoint, report and history files.
006150*-------------------------------------------------------------------
006160 01  WS-SWEEP-FROM-ACCOUNT           PIC X(07) VALUE SPACES.
006170 01  WS-SWEEP-THRU-ACCOUNT           PIC X(07) VALUE SPACES.
006180
006190 01  WS-SUSPENSE-STATUS              PIC X(02).
006200     88  WS-SUSPENSE-OK              VALUE '00'.
006210     88  WS-SUSPENSE-NOT-FOUND       VALUE '35'.
006220
006230 01  WS-SUSPEND-SWITCH               PIC X(01) VALUE 'N'.
006240     88  WS-ACCOUNT-SUSPENDED        VALUE 'Y'.
006250     88  WS-ACCOUNT-NOT-SUSPENDED    VALUE 'N'.
006260
006270 01  WS-SUSPENDED-COUNT              PIC 9(05) COMP VALUE ZERO.
006280
006290*-------------------------------------------------------------------
006300* BALANCE-FILE control lookup: the file itself is scanned per
006310* account at proof time, so capacity never depends on an
006320* in-core copy and a control record can never be dropped for
006330* being past a fixed count.
006340*-------------------------------------------------------------------
006350 01  WS-BAL-FOUND-SWITCH             PIC X(01) VALUE 'N'.
006360     88  WS-BAL-CONTROL-FOUND        VALUE 'Y'.
006370     88  WS-BAL-CONTROL-MISSING      VALUE 'N'.
006380 01  WS-BAL-CONTROL-AMOUNT           PIC S9(13)V9(2).
006390
006400*-------------------------------------------------------------------
006410* Amortization schedule working fields.
006420*-------------------------------------------------------------------
006430 01  WS-INTEREST-RATE                PIC 9V9(4).
006440 01  WS-PERIOD-NUMBER                PIC 999 COMP VALUE ZERO.
006450 01  WS-PERIOD-OPENING               PIC S9(36)V9(2).
006460 01  WS-PERIOD-INTEREST              PIC S9(36)V9(2).
006470 01  WS-PERIOD-CLOSING               PIC S9(36)V9(2).
006480 01  WS-REMAINING-PERIODS            PIC 999.
006490
006500*-------------------------------------------------------------------
006510* Per-account and run-level totals.
006520*-------------------------------------------------------------------
006530 01  WS-ACCT-INTEREST-TOTAL          PIC S9(36)V9(2).
006540 01  WS-GRAND-ACCOUNT-COUNT          PIC 9(05) COMP VALUE ZERO.
006550 01  WS-GRAND-INTEREST-TOTAL         PIC S9(36)V9(2) VALUE ZERO.
006560 01  WS-GRAND-CLOSING-TOTAL          PIC S9(36)V9(2) VALUE ZERO.
006570
006580*-------------------------------------------------------------------
006590* Balance-posting working fields.
006600*-------------------------------------------------------------------
006610 01  WS-POSTED-COUNT             PIC 9(05) COMP VALUE ZERO.
006620 01  WS-UNPOSTED-COUNT           PIC 9(05) COMP VALUE ZERO.
006630 01  WS-POSTED-BALANCE-TOTAL     PIC S9(13)V9(2) VALUE ZERO.
006640 01  WS-POSTED-INTEREST-TOTAL    PIC S9(13)V9(2) VALUE ZERO.
006650 01  WS-ACCT-OLD-BALANCE         PIC S9(13)V9(2).
006660
006670 01  WS-POSTJRNL-STATUS          PIC X(02).
006680     88  WS-POSTJRNL-OK          VALUE '00'.
006690 01  WS-GLEXTR-STATUS            PIC X(02).
006700     88  WS-GLEXTR-OK            VALUE '00'.
006710
006720 01  WS-PJRN-PAGE-NUMBER         PIC 999 COMP VALUE ZERO.
006730 01  WS-PJRN-LINE-COUNT          PIC 99 COMP VALUE 99.
006740
006750*-------------------------------------------------------------------
006760* GL-extract working fields: the product-code-to-GL-account
006770* assignment table (unmatched product codes post to the catch-
006780* all GL account for accounting to reclassify), the interest
006790* income account every pair credits, and the trailer totals.
006800*-------------------------------------------------------------------
006810 01  WS-GL-PRODUCT-VALUES.
006820     05  FILLER                  PIC X(10) VALUE "LOAN110100".
006830     05  FILLER                  PIC X(10) VALUE "SAVE120100".
006840     05  FILLER                  PIC X(10) VALUE "CERT130100".
006850 01  WS-GL-PRODUCT-TABLE REDEFINES WS-GL-PRODUCT-VALUES.
006860     05  WS-GL-PRODUCT-ENTRY OCCURS 3 TIMES.
006870         10  WS-GL-PRODUCT       PIC X(04).
006880         10  WS-GL-NUMBER        PIC 9(06).
006890 01  WS-GL-PRODUCT-MAX           PIC 9(03) VALUE 3.
006900 01  WS-GL-IX                    PIC 9(03) COMP.
006910 01  WS-GL-SUSPENSE-ACCOUNT      PIC 9(06) VALUE 190100.
006920 01  WS-GL-INCOME-ACCOUNT        PIC 9(06) VALUE 410100.
006930 01  WS-GL-POSTING-ACCOUNT       PIC 9(06).
006940 01  WS-GL-INTEREST-POSTED       PIC S9(13)V9(2).
006950 01  WS-GL-DEBIT-TOTAL           PIC S9(13)V9(2) VALUE ZERO.
006960 01  WS-GL-CREDIT-TOTAL          PIC S9(13)V9(2) VALUE ZERO.
006970
006980*-------------------------------------------------------------------
006990* Amortization-history working fields. The hash totals are hash
007000* totals: they wrap silently at field capacity on both the
007010* writing and the proving side.
007020*-------------------------------------------------------------------
007030 01  WS-AMORTHST-STATUS              PIC X(02).
007040     88  WS-AMORTHST-OK              VALUE '00'.
007050     88  WS-AMORTHST-EOF             VALUE '10'.
007060     88  WS-AMORTHST-NOT-FOUND       VALUE '35'.
007070
007080 01  WS-HIST-RECORD-COUNT            PIC 9(09) VALUE ZERO.
007090 01  WS-HIST-INTEREST-HASH           PIC S9(36)V9(2) VALUE ZERO.
007100 01  WS-HIST-CLOSING-HASH            PIC S9(36)V9(2) VALUE ZERO.
007110 01  WS-RESUME-INTEREST-TOTAL        PIC S9(36)V9(2) VALUE ZERO.
007120
007130 01  WS-HISTWORK-STATUS              PIC X(02).
007140     88  WS-HISTWORK-OK              VALUE '00'.
007150     88  WS-HISTWORK-EOF             VALUE '10'.
007160
007170 01  WS-PAST-CHECKPOINT-SWITCH       PIC X(01) VALUE 'N'.
007180     88  WS-PAST-CHECKPOINT          VALUE 'Y'.
007190     88  WS-NOT-PAST-CHECKPOINT      VALUE 'N'.
007200
007210*-------------------------------------------------------------------
007220* Effective-dated rate lookup: RATE-TABLE-FILE is read through
007230* per period, so capacity never depends on an in-core copy and
007240* a repricing entry can never be dropped for being past a
007250* fixed count. A missing file still just means PARM rates.
007260*-------------------------------------------------------------------
007270 01  WS-RATETBL-STATUS               PIC X(02).
007280     88  WS-RATETBL-OK               VALUE '00'.
007290     88  WS-RATETBL-EOF              VALUE '10'.
007300     88  WS-RATETBL-NOT-FOUND        VALUE '35'.
007310
007320 01  WS-RATE-BEST-DATE               PIC 9(08) VALUE ZERO.
007330
007340 01  WS-RATE-PRODUCT-KEY.
007350     05  WS-RATE-PRODUCT-CODE        PIC X(04).
007360     05  FILLER                      PIC X(03) VALUE SPACES.
007370
007380 01  WS-ACCT-ELIGIBLE-SWITCH         PIC X(01) VALUE 'N'.
007390     88  WS-ACCT-ELIGIBLE            VALUE 'Y'.
007400     88  WS-ACCT-NOT-ELIGIBLE        VALUE 'N'.
007410 01  WS-PERIOD-RATE                  PIC 9V9(4).
007420
007430 01  WS-PERIOD-CALC-DATE             PIC 9(08).
007440 01  WS-PERIOD-CALC-GROUP REDEFINES WS-PERIOD-CALC-DATE.
007450     05  WS-PCALC-YYYY               PIC 9(04).
007460     05  WS-PCALC-MM                 PIC 9(02).
007470     05  WS-PCALC-DD                 PIC 9(02).
007480
007490*-------------------------------------------------------------------
007500* Checkpoint/restart working fields.
007510*-------------------------------------------------------------------
007520
007530 01  WS-RESTART-FILE-STATUS          PIC X(02).
007540     88  WS-RESTART-FILE-FOUND       VALUE '00'.
007550     88  WS-RESTART-FILE-NOT-FOUND   VALUE '35'.
007560
007570 01  WS-RESTART-SWITCH               PIC X(01) VALUE 'N'.
007580     88  WS-RESTART-ACTIVE           VALUE 'Y'.
007590     88  WS-RESTART-NOT-ACTIVE       VALUE 'N'.
007600
007610 01  WS-RESTART-PENDING-SWITCH       PIC X(01) VALUE 'N'.
007620     88  WS-RESTART-PENDING          VALUE 'Y'.
007630     88  WS-RESTART-NOT-PENDING      VALUE 'N'.
007640
007650 01  WS-RESTART-SAVE-STATUS          PIC X(01) VALUE SPACE.
007660     88  WS-RESTART-MID-ACCOUNT      VALUE 'A'.
007670     88  WS-RESTART-ACCT-COMPLETE    VALUE 'C'.
007680
007690 01  WS-RESTART-ACCOUNT              PIC X(07).
007700 01  WS-RESTART-SAVE-PERIOD          PIC 9(03).
007710 01  WS-RESTART-SAVE-BALANCE         PIC S9(36)V9(2).
007720
007730*-------------------------------------------------------------------
007740* Print-report pagination fields.
007750*-------------------------------------------------------------------
007760 01  WS-CURRENT-DATE                 PIC 9(08).
007770 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
007780     05  WS-DATE-YYYY                PIC 9(04).
007790     05  WS-DATE-MM                  PIC 9(02).
007800     05  WS-DATE-DD                  PIC 9(02).
007810 01  WS-REPORT-DATE                  PIC X(10).
007820
007830 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
007840 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
007850 01  WS-LINES-PER-PAGE               PIC 99 VALUE 20.
007860
007870*-------------------------------------------------------------------
007880* Run-sequence control: the shared RUNCTL file loaded at
007890* start-up, checked, stamped with this run's start, and stamped
007900* again with its end and return code at termination. The rules
007910* the checks enforce are with the RUNCTLR copybook.
007920*-------------------------------------------------------------------
007930 01  WS-RUNCTL-STATUS                PIC X(02).
007940     88  WS-RUNCTL-OK                VALUE '00'.
007950     88  WS-RUNCTL-CREATED           VALUE '05'.
007960
007970 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
007980 01  WS-RCTL-TABLE-AREA.
007990     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
008000     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
008010         10  WS-RCTL-PROGRAM         PIC X(08).
008020         10  WS-RCTL-STATE           PIC X(01).
008030         10  WS-RCTL-MASTER          PIC X(01).
008040         10  WS-RCTL-START-DATE      PIC X(10).
008050         10  WS-RCTL-START-TIME      PIC X(08).
008060         10  WS-RCTL-END-DATE        PIC X(10).
008070         10  WS-RCTL-END-TIME        PIC X(08).
008080         10  WS-RCTL-RC              PIC 9(02).
008090
008100 01  WS-RCTL-IX                      PIC 9(03) COMP.
008110 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
008120 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
008130 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
008140
008150 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "PI".
008160 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "TRANPOST".
008170 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE 'M'.
008180
008190 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
008200     88  WS-RCTL-STAMPED             VALUE 'Y'.
008210
008220 01  WS-CURRENT-TIME                 PIC 9(08).
008230 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
008240     05  WS-TIME-HH                  PIC 9(02).
008250     05  WS-TIME-MN                  PIC 9(02).
008260     05  WS-TIME-SS                  PIC 9(02).
008270     05  WS-TIME-CC                  PIC 9(02).
008280 01  WS-RUN-TIME-EDIT                PIC X(08).
008290*-------------------------------------------------------------------
008300* Master recovery journaling: every write to ACCOUNT-MASTER files
008310* its before and after images (shared RCVYREC copybook) so the
008320* recovery utility (ACCTRCVR) can roll a backup master forward.
008330*-------------------------------------------------------------------
008340 01  WS-RCVY-ACTION                  PIC X(01).
008350 01  WS-RCVY-BEFORE-IMAGE            PIC X(75).
008360 01  WS-RCVY-AFTER-IMAGE             PIC X(75).
008370
008380 PROCEDURE DIVISION.
008390*-------------------------------------------------------------------
008400* 0000-MAINLINE - amortize every account requested on PARM-FILE
008410* (or every ACCOUNT-MASTER record in sweep mode), then print the
008420* grand totals and retire the checkpoint.
008430*-------------------------------------------------------------------
008440 0000-MAINLINE.
008450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008460     PERFORM 1500-CHECK-RESTART THRU 1500-EXIT
008470     PERFORM 1600-OPEN-HISTORY THRU 1600-EXIT
008480     PERFORM 1700-OPEN-POSTING-OUTPUTS THRU 1700-EXIT
008490     IF WS-SWEEP-MODE
008500         PERFORM 2500-SWEEP-NEXT-ACCOUNT THRU 2500-EXIT
008510             UNTIL WS-ACCTMSTR-EOF
008520     ELSE
008530         PERFORM 2000-PROCESS-PARM-ACCOUNT THRU 2000-EXIT
008540             UNTIL WS-PARM-EOF
008550     END-IF
008560     PERFORM 8500-PRINT-GRAND-TOTALS THRU 8500-EXIT
008570     PERFORM 8700-PRINT-POSTING-TOTALS THRU 8700-EXIT
008580     PERFORM 8750-WRITE-GL-TRAILER THRU 8750-EXIT
008590     PERFORM 8800-WRITE-HISTORY-TRAILER THRU 8800-EXIT
008600     PERFORM 8900-CLEAR-CHECKPOINT THRU 8900-EXIT
008610     GO TO 9999-TERMINATE.
008620
008630*-------------------------------------------------------------------
008640* 1000-INITIALIZE - open the batch's files and read the first
008650* PARM-FILE record, which decides whether this run works the
008660* PARM-FILE list or sweeps the whole ACCOUNT-MASTER.
008670*-------------------------------------------------------------------
008680 1000-INITIALIZE.
008690     OPEN OUTPUT REPORT-FILE
008700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
008710     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
008720         DELIMITED BY SIZE INTO WS-REPORT-DATE
008730     PERFORM 1100-CHECK-RUN-AUTH THRU 1100-EXIT
008740     OPEN INPUT PARM-FILE
008750     IF WS-PARM-NOT-FOUND
008760         DISPLAY "PARM-FILE EMPTY OR MISSING - RUN TERMINATED"
008770         MOVE 16 TO RETURN-CODE
008780         GO TO 9999-TERMINATE
008790     END-IF
008800     READ PARM-FILE
008810         AT END
008820             DISPLAY "PARM-FILE EMPTY OR MISSING - RUN TERMINATED"
008830             MOVE 16 TO RETURN-CODE
008840             GO TO 9999-TERMINATE
008850     END-READ
008860     IF PARM-ACCOUNT-ID = "*ALL"
008870         SET WS-SWEEP-MODE TO TRUE
008880         MOVE PARM-INTEREST-RATE TO WS-INTEREST-RATE
008890         MOVE PARM-PERIOD-COUNT TO WS-NUM2
008900         MOVE PARM-NUM1-NEGATIVE TO WS-NUM1-Negative
008910         MOVE PARM-NUM3 TO WS-NUM3
008920         MOVE PARM-RANGE-FROM TO WS-SWEEP-FROM-ACCOUNT
008930         MOVE PARM-RANGE-THRU TO WS-SWEEP-THRU-ACCOUNT
008940         IF PARM-PARTITION-ID NOT = SPACE
008950             MOVE SPACES TO WS-RCTL-OWN-PROGRAM
008960             STRING "PI" PARM-PARTITION-ID DELIMITED BY SIZE
008970                 INTO WS-RCTL-OWN-PROGRAM
008980         END-IF
008990     ELSE
009000         SET WS-PARM-MODE TO TRUE
009010     END-IF
009020     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
009030     OPEN I-O ACCOUNT-MASTER
009040     IF NOT WS-ACCTMSTR-FOUND
009050         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERM"
009060             "INATED"
009070         MOVE 16 TO RETURN-CODE
009080         GO TO 9999-TERMINATE
009090     END-IF
009100     OPEN EXTEND RECOVERY-JOURNAL
009110     IF WS-SWEEP-MODE
009120         AND WS-SWEEP-FROM-ACCOUNT NOT = SPACES
009130         PERFORM 1400-POSITION-SWEEP THRU 1400-EXIT
009140     END-IF
009150     IF WS-PARM-MODE
009160         PERFORM 1300-VERIFY-BALANCE-FILE THRU 1300-EXIT
009170     END-IF
009180     .
009190 1000-EXIT.
009200     EXIT.
009210
009220*-------------------------------------------------------------------
009230* 1100-CHECK-RUN-AUTH - no fresh same-day authorization from the
009240* sign-on program, no run: submitting this program directly must
009250* not bypass operator validation. The authorizing operator's
009260* name is kept for the report headings and the checkpoint.
009270*-------------------------------------------------------------------
009280 1100-CHECK-RUN-AUTH.
009290     OPEN INPUT RUN-AUTH-FILE
009300     IF NOT WS-RUNAUTH-OK
009310         DISPLAY "NO RUN AUTHORIZATION ON FILE - SIGN ON FIRST"
009320             " - RUN TERMINATED"
009330         MOVE 16 TO RETURN-CODE
009340         GO TO 9999-TERMINATE
009350     END-IF
009360     READ RUN-AUTH-FILE
009370         AT END
009380             DISPLAY "NO RUN AUTHORIZATION ON FILE - SIGN ON F"
009390                 "IRST - RUN TERMINATED"
009400             MOVE 16 TO RETURN-CODE
009410             GO TO 9999-TERMINATE
009420     END-READ
009430     IF RAUTH-AUTH-DATE NOT = WS-REPORT-DATE
009440         DISPLAY "RUN AUTHORIZATION IS STALE - DATED "
009450             RAUTH-AUTH-DATE " - SIGN ON AGAIN - RUN TERMINATED"
009460         CLOSE RUN-AUTH-FILE
009470         MOVE 16 TO RETURN-CODE
009480         GO TO 9999-TERMINATE
009490     END-IF
009500     MOVE RAUTH-OPERATOR-NAME TO OPERID-OPERATOR-NAME
009510     CLOSE RUN-AUTH-FILE
009520     .
009530 1100-EXIT.
009540     EXIT.
009550
009560*-------------------------------------------------------------------
009570* 1150-RUN-CONTROL-START - load the shared run-control file,
009580* refuse the run while the predecessor step has not ended clean
009590* or another master-updating step is marked in flight, then
009600* stamp this program's entry in flight and write the file back.
009610* An empty or missing file is first-time set-up: the run
009620* proceeds and the file is built from this entry.
009630*-------------------------------------------------------------------
009640 1150-RUN-CONTROL-START.
009650     ACCEPT WS-CURRENT-TIME FROM TIME
009660     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
009670         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
009680     OPEN INPUT RUN-CONTROL-FILE
009690     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
009700         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
009710             UNTIL NOT WS-RUNCTL-OK
009720         CLOSE RUN-CONTROL-FILE
009730     END-IF
009740     MOVE ZERO TO WS-RCTL-OWN-IX
009750     MOVE ZERO TO WS-RCTL-PRED-IX
009760     MOVE ZERO TO WS-RCTL-BLOCKER-IX
009770     IF WS-RCTL-COUNT = ZERO
009780         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
009790         GO TO 1150-STAMP-START
009800     END-IF
009810     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
009820         VARYING WS-RCTL-IX FROM 1 BY 1
009830         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
009840     IF WS-RCTL-PREDECESSOR NOT = SPACES
009850         IF WS-RCTL-PRED-IX = ZERO
009860             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
009870                 "ED: " WS-RCTL-PREDECESSOR
009880             MOVE 16 TO RETURN-CODE
009890             GO TO 9999-TERMINATE
009900         END-IF
009910         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
009920             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
009930                 "UN REFUSED: " WS-RCTL-PREDECESSOR
009940             MOVE 16 TO RETURN-CODE
009950             GO TO 9999-TERMINATE
009960         END-IF
009970     END-IF
009980     IF WS-RCTL-BLOCKER-IX > ZERO
009990         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
010000             "RUN REFUSED: "
010010             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
010020         MOVE 16 TO RETURN-CODE
010030         GO TO 9999-TERMINATE
010040     END-IF
010050     .
010060 1150-STAMP-START.
010070     IF WS-RCTL-OWN-IX > ZERO
010080         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
010090         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
010100             "RT ASSUMED"
010110     END-IF
010120     IF WS-RCTL-OWN-IX = ZERO
010130         IF WS-RCTL-COUNT >= WS-RCTL-MAX
010140             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
010150             MOVE 16 TO RETURN-CODE
010160             GO TO 9999-TERMINATE
010170         END-IF
010180         ADD 1 TO WS-RCTL-COUNT
010190         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
010200         MOVE WS-RCTL-OWN-PROGRAM
010210             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
010220     END-IF
010230     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010240     MOVE WS-RCTL-OWN-MASTER-FLAG
010250         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
010260     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
010270     MOVE WS-RUN-TIME-EDIT
010280         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
010290     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
010300     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
010310     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
010320     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
010330     SET WS-RCTL-STAMPED TO TRUE
010340     .
010350 1150-EXIT.
010360     EXIT.
010370
010380*-------------------------------------------------------------------
010390* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
010400*-------------------------------------------------------------------
010410 1160-LOAD-RUN-ENTRY.
010420     READ RUN-CONTROL-FILE
010430         AT END
010440             GO TO 1160-EXIT
010450     END-READ
010460     IF WS-RCTL-COUNT >= WS-RCTL-MAX
010470         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
010480             RCTL-PROGRAM-ID
010490         GO TO 1160-EXIT
010500     END-IF
010510     ADD 1 TO WS-RCTL-COUNT
010520     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
010530     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
010540     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
010550     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
010560     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
010570     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
010580     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
010590     IF RCTL-RETURN-CODE NUMERIC
010600         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
010610     ELSE
010620         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
010630     END-IF
010640     .
010650 1160-EXIT.
010660     EXIT.
010670
010680*-------------------------------------------------------------------
010690* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
010700* program's own entry and its predecessor's sit, and any other
010710* master-updating step still marked in flight. Sibling sweep
010720* partitions (PI1-PI4 and the base PI entry) do not block this
010730* program - they are this same calculation running side by
010740* side - but their in-flight M entries still hold every other
010750* program out until the last partition ends clean.
010760*-------------------------------------------------------------------
010770 1170-SCAN-RUN-ENTRY.
010780     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
010790         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
010800         GO TO 1170-EXIT
010810     END-IF
010820     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
010830         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
010840     END-IF
010850     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
010860         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
010870         AND WS-RCTL-PROGRAM (WS-RCTL-IX) (1:2) NOT = "PI"
010880         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
010890     END-IF
010900     .
010910 1170-EXIT.
010920     EXIT.
010930
010940*-------------------------------------------------------------------
010950* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
010960* file, this program's entry updated in place.
010970*-------------------------------------------------------------------
010980 1190-WRITE-RUN-CONTROL.
010990     OPEN OUTPUT RUN-CONTROL-FILE
011000     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
011010         VARYING WS-RCTL-IX FROM 1 BY 1
011020         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
011030     CLOSE RUN-CONTROL-FILE
011040     .
011050 1190-EXIT.
011060     EXIT.
011070
011080*-------------------------------------------------------------------
011090* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
011100*-------------------------------------------------------------------
011110 1195-WRITE-ONE-RUN-ENTRY.
011120     MOVE SPACES TO RUNCTL-RECORD
011130     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
011140     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
011150     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
011160     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
011170     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
011180     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
011190     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
011200     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
011210     WRITE RUNCTL-RECORD
011220     .
011230 1195-EXIT.
011240     EXIT.
011250
011260*-------------------------------------------------------------------
011270* 1300-VERIFY-BALANCE-FILE - a PARM-mode run must have the
011280* control file on hand before any account is worked; the
011290* per-account proof lookup reads it in place at proof time, so
011300* nothing is loaded here. A missing file is a set-up error and
011310* ends the run.
011320*-------------------------------------------------------------------
011330 1300-VERIFY-BALANCE-FILE.
011340     OPEN INPUT BALANCE-FILE
011350     IF WS-BALANCE-NOT-FOUND
011360         DISPLAY "BALANCE-FILE EMPTY OR MISSING - RUN TERM"
011370             "INATED"
011380         MOVE 16 TO RETURN-CODE
011390         GO TO 9999-TERMINATE
011400     END-IF
011410     CLOSE BALANCE-FILE
011420     .
011430 1300-EXIT.
011440     EXIT.
011450
011460*-------------------------------------------------------------------
011470* 1400-POSITION-SWEEP - start the partition's sweep at its from
011480* key; a from key past every account is an empty partition and
011490* a clean no-work run.
011500*-------------------------------------------------------------------
011510 1400-POSITION-SWEEP.
011520     MOVE WS-SWEEP-FROM-ACCOUNT TO ACCT-ID
011530     START ACCOUNT-MASTER KEY NOT < ACCT-ID
011540         INVALID KEY
011550             DISPLAY "SWEEP PARTITION EMPTY - NO ACCOUNT AT OR "
011560                 "PAST " WS-SWEEP-FROM-ACCOUNT
011570             SET WS-ACCTMSTR-EOF TO TRUE
011580     END-START
011590     .
011600 1400-EXIT.
011610     EXIT.
011620
011630*-------------------------------------------------------------------
011640* 1500-CHECK-RESTART - pick up a prior checkpoint, if one exists,
011650* so an abended batch can resume at the account and period it was
011660* working instead of starting over. The checkpoint values are
011670* saved to working storage because the record area is reused by
011680* the checkpoint writes; the run's totals as they stood at the
011690* checkpoint go straight back into the run totals.
011700*-------------------------------------------------------------------
011710 1500-CHECK-RESTART.
011720     SET WS-RESTART-NOT-ACTIVE TO TRUE
011730     SET WS-RESTART-NOT-PENDING TO TRUE
011740     OPEN INPUT RESTART-FILE
011750     IF WS-RESTART-FILE-FOUND
011760         READ RESTART-FILE
011770             AT END
011780                 CONTINUE
011790             NOT AT END
011800                 IF RESTART-PERIOD-NUMBER > ZERO
011810                     MOVE RESTART-ACCOUNT-ID
011820                         TO WS-RESTART-ACCOUNT
011830                     MOVE RESTART-PERIOD-NUMBER
011840                         TO WS-RESTART-SAVE-PERIOD
011850                     MOVE RESTART-BALANCE
011860                         TO WS-RESTART-SAVE-BALANCE
011870                     MOVE RESTART-STATUS
011880                         TO WS-RESTART-SAVE-STATUS
011890                     SET WS-RESTART-PENDING TO TRUE
011900                     PERFORM 1510-RESTORE-RUN-TOTALS
011910                         THRU 1510-EXIT
011920                     IF WS-RESTART-MID-ACCOUNT
011930                         SET WS-RESTART-ACTIVE TO TRUE
011940                     END-IF
011950                     DISPLAY "RESUMING FROM CHECKPOINT AT ACCOUN"
011960                         "T " WS-RESTART-ACCOUNT " PERIOD "
011970                         WS-RESTART-SAVE-PERIOD
011980                 END-IF
011990         END-READ
012000         CLOSE RESTART-FILE
012010     END-IF
012020     .
012030 1500-EXIT.
012040     EXIT.
012050
012060*-------------------------------------------------------------------
012070* 1510-RESTORE-RUN-TOTALS - the grand totals and posting proof of
012080* every account finished before the checkpoint. The GL debit and
012090* credit totals are both the interest posted, pair for pair. A
012100* checkpoint with no totals on it leaves them to count from the
012110* resume.
012120*-------------------------------------------------------------------
012130 1510-RESTORE-RUN-TOTALS.
012140     IF RESTART-GRAND-ACCOUNTS NOT NUMERIC
012150         OR RESTART-GRAND-INTEREST NOT NUMERIC
012160         OR RESTART-GRAND-CLOSING NOT NUMERIC
012170         OR RESTART-POSTED-COUNT NOT NUMERIC
012180         OR RESTART-UNPOSTED-COUNT NOT NUMERIC
012190         OR RESTART-POSTED-BALANCE NOT NUMERIC
012200         OR RESTART-POSTED-INTEREST NOT NUMERIC
012210         DISPLAY "CHECKPOINT CARRIES NO RUN TOTALS - TOTALS COV"
012220             "ER THE RESUMED ACCOUNTS ONLY"
012230         IF RETURN-CODE < 8
012240             MOVE 8 TO RETURN-CODE
012250         END-IF
012260         GO TO 1510-EXIT
012270     END-IF
012280     MOVE RESTART-GRAND-ACCOUNTS TO WS-GRAND-ACCOUNT-COUNT
012290     MOVE RESTART-GRAND-INTEREST TO WS-GRAND-INTEREST-TOTAL
012300     MOVE RESTART-GRAND-CLOSING TO WS-GRAND-CLOSING-TOTAL
012310     MOVE RESTART-POSTED-COUNT TO WS-POSTED-COUNT
012320     MOVE RESTART-UNPOSTED-COUNT TO WS-UNPOSTED-COUNT
012330     MOVE RESTART-POSTED-BALANCE TO WS-POSTED-BALANCE-TOTAL
012340     MOVE RESTART-POSTED-INTEREST TO WS-POSTED-INTEREST-TOTAL
012350     MOVE RESTART-POSTED-INTEREST TO WS-GL-DEBIT-TOTAL
012360     MOVE RESTART-POSTED-INTEREST TO WS-GL-CREDIT-TOTAL
012370     .
012380 1510-EXIT.
012390     EXIT.
012400
012410*-------------------------------------------------------------------
012420* 1600-OPEN-HISTORY - open the amortization-history file. On a
012430* fresh run the file starts over. On a restart resume the
012440* records written before the abend are rescanned into the count
012450* and hash totals and carried through the work file back into a
012460* rewritten AMORT-HISTORY - minus anything written past the
012470* checkpoint, which the resumed run recomputes - so the trailer
012480* written at end of run proves a file with no period counted
012490* twice.
012500*-------------------------------------------------------------------
012510 1600-OPEN-HISTORY.
012520     IF WS-RESTART-NOT-PENDING
012530         OPEN OUTPUT AMORT-HISTORY
012540         GO TO 1600-EXIT
012550     END-IF
012560     OPEN INPUT AMORT-HISTORY
012570     IF WS-AMORTHST-NOT-FOUND
012580         OPEN OUTPUT AMORT-HISTORY
012590         GO TO 1600-EXIT
012600     END-IF
012610     SET WS-NOT-PAST-CHECKPOINT TO TRUE
012620     OPEN OUTPUT HIST-WORK-FILE
012630     PERFORM 1610-SCAN-HISTORY THRU 1610-EXIT
012640         UNTIL NOT WS-AMORTHST-OK
012650     CLOSE AMORT-HISTORY
012660     CLOSE HIST-WORK-FILE
012670     OPEN INPUT HIST-WORK-FILE
012680     OPEN OUTPUT AMORT-HISTORY
012690     PERFORM 1620-COPY-HISTORY-BACK THRU 1620-EXIT
012700         UNTIL NOT WS-HISTWORK-OK
012710     CLOSE HIST-WORK-FILE
012720     .
012730 1600-EXIT.
012740     EXIT.
012750
012760*-------------------------------------------------------------------
012770* 1610-SCAN-HISTORY - one existing history record: records up to
012780* and including the checkpointed account and period are kept -
012790* counted, hashed and filed on the work file; everything written
012800* after the checkpoint was in flight when the run abended and
012810* will be recomputed, so it is dropped here. A posting record
012820* is kept with the details it follows, and the checkpointed
012830* account's own is kept too: once written, that account's
012840* balance is on the master. A trailer from an earlier run is
012850* ignored: the one written at this run's end replaces it. The
012860* kept interest of the account being resumed is saved so its
012870* subtotal and posting lines still prove.
012880*-------------------------------------------------------------------
012890 1610-SCAN-HISTORY.
012900     READ AMORT-HISTORY
012910         AT END
012920             GO TO 1610-EXIT
012930     END-READ
012940     IF HIST-POSTED
012950         IF WS-NOT-PAST-CHECKPOINT
012960             OR HIST-PST-ACCT-ID = WS-RESTART-ACCOUNT
012970             MOVE HIST-POSTED-RECORD TO HIST-WORK-RECORD
012980             WRITE HIST-WORK-RECORD
012990         END-IF
013000         GO TO 1610-EXIT
013010     END-IF
013020     IF NOT HIST-DETAIL
013030         GO TO 1610-EXIT
013040     END-IF
013050     IF WS-PAST-CHECKPOINT
013060         GO TO 1610-EXIT
013070     END-IF
013080     ADD 1 TO WS-HIST-RECORD-COUNT
013090     ADD HIST-DTL-INTEREST TO WS-HIST-INTEREST-HASH
013100     ADD HIST-DTL-CLOSING TO WS-HIST-CLOSING-HASH
013110     IF HIST-DTL-ACCT-ID = WS-RESTART-ACCOUNT
013120         ADD HIST-DTL-INTEREST TO WS-RESUME-INTEREST-TOTAL
013130     END-IF
013140     MOVE HIST-DETAIL-RECORD TO HIST-WORK-RECORD
013150     WRITE HIST-WORK-RECORD
013160     IF HIST-DTL-ACCT-ID = WS-RESTART-ACCOUNT
013170         AND HIST-DTL-PERIOD = WS-RESTART-SAVE-PERIOD
013180         SET WS-PAST-CHECKPOINT TO TRUE
013190     END-IF
013200     .
013210 1610-EXIT.
013220     EXIT.
013230
013240*-------------------------------------------------------------------
013250* 1620-COPY-HISTORY-BACK - one kept record from the work file
013260* back into the rewritten AMORT-HISTORY, which is then left
013270* open for the resumed run to extend.
013280*-------------------------------------------------------------------
013290 1620-COPY-HISTORY-BACK.
013300     READ HIST-WORK-FILE
013310         AT END
013320             GO TO 1620-EXIT
013330     END-READ
013340     WRITE HIST-DETAIL-RECORD FROM HIST-WORK-RECORD
013350     .
013360 1620-EXIT.
013370     EXIT.
013380
013390*-------------------------------------------------------------------
013400* 1700-OPEN-POSTING-OUTPUTS - open the posting journal and the GL
013410* extract. A fresh run starts both over under a new GL batch
013420* header; a resumed run extends what the abended run wrote, so
013430* the pairs and journal lines of accounts posted before the
013440* abend stay with the restored totals. If there is nothing to
013450* extend, the file starts over.
013460*-------------------------------------------------------------------
013470 1700-OPEN-POSTING-OUTPUTS.
013480     IF WS-RESTART-PENDING
013490         OPEN EXTEND POSTING-JOURNAL
013500         IF NOT WS-POSTJRNL-OK
013510             OPEN OUTPUT POSTING-JOURNAL
013520         END-IF
013530         OPEN EXTEND GL-EXTRACT-FILE
013540         IF WS-GLEXTR-OK
013550             GO TO 1700-EXIT
013560         END-IF
013570     ELSE
013580         OPEN OUTPUT POSTING-JOURNAL
013590     END-IF
013600     OPEN OUTPUT GL-EXTRACT-FILE
013610     MOVE 'H' TO GLX-HDR-TYPE
013620     MOVE WS-REPORT-DATE TO GLX-HDR-RUN-DATE
013630     MOVE "INTPOST " TO GLX-HDR-SOURCE
013640     WRITE GL-HEADER-RECORD
013650     .
013660 1700-EXIT.
013670     EXIT.
013680
013690*-------------------------------------------------------------------
013700* 2000-PROCESS-PARM-ACCOUNT - one PARM-FILE record: load the
013710* account's scenario inputs, honor a pending restart skip, look
013720* the account up and amortize it, then read the next record.
013730*-------------------------------------------------------------------
013740 2000-PROCESS-PARM-ACCOUNT.
013750     MOVE PARM-ACCOUNT-ID TO OPERID-ACCOUNT-ID
013760     MOVE PARM-INTEREST-RATE TO WS-INTEREST-RATE
013770     MOVE PARM-PERIOD-COUNT TO WS-NUM2
013780     MOVE PARM-NUM1-NEGATIVE TO WS-NUM1-Negative
013790     MOVE PARM-NUM3 TO WS-NUM3
013800     PERFORM 2900-CHECK-RESTART-SKIP THRU 2900-EXIT
013810     IF WS-SKIP-THIS-ACCOUNT
013820         GO TO 2000-NEXT-PARM
013830     END-IF
013840     PERFORM 2100-LOOKUP-ACCOUNT THRU 2100-EXIT
013850     IF WS-ACCTMSTR-FOUND AND WS-ACCT-ELIGIBLE
013860         PERFORM 2600-AMORTIZE-ACCOUNT THRU 2600-EXIT
013870     END-IF
013880     .
013890 2000-NEXT-PARM.
013900     READ PARM-FILE
013910         AT END
013920             CONTINUE
013930     END-READ
013940     .
013950 2000-EXIT.
013960     EXIT.
013970
013980*-------------------------------------------------------------------
013990* 2100-LOOKUP-ACCOUNT - read ACCOUNT-MASTER for the account's
014000* real starting balance. In batch mode a missing account is
014010* skipped with a warning so the rest of the night's work still
014020* runs; RETURN-CODE 8 flags the skip for operations.
014030*-------------------------------------------------------------------
014040 2100-LOOKUP-ACCOUNT.
014050     MOVE OPERID-ACCOUNT-ID TO ACCT-ID
014060     READ ACCOUNT-MASTER
014070         INVALID KEY
014080             SET WS-ACCTMSTR-NOT-FOUND TO TRUE
014090     END-READ
014100     IF WS-ACCTMSTR-FOUND
014110         SET WS-ACCT-ELIGIBLE TO TRUE
014120         IF ACCT-CLOSED
014130             DISPLAY "ACCOUNT CLOSED - SKIPPED: "
014140                 OPERID-ACCOUNT-ID
014150             SET WS-ACCT-NOT-ELIGIBLE TO TRUE
014160             GO TO 2100-EXIT
014170         END-IF
014180         MOVE ACCT-BALANCE TO WS-NUM1
014190         MOVE ACCT-PRODUCT-CODE TO WS-RATE-PRODUCT-CODE
014200     ELSE
014210         DISPLAY "ACCOUNT NOT FOUND ON ACCOUNT-MASTER: "
014220            OPERID-ACCOUNT-ID
014230         DISPLAY "ACCOUNT SKIPPED - BATCH CONTINUES"
014240         IF RETURN-CODE < 8
014250             MOVE 8 TO RETURN-CODE
014260         END-IF
014270     END-IF
014280     .
014290 2100-EXIT.
014300     EXIT.
014310
014320*-------------------------------------------------------------------
014330* 2500-SWEEP-NEXT-ACCOUNT - sweep mode: amortize the next
014340* ACCOUNT-MASTER record in key order, using the scenario inputs
014350* from the single *ALL PARM-FILE record. The BALANCE-FILE proof
014360* step applies to PARM-FILE mode only.
014370*-------------------------------------------------------------------
014380 2500-SWEEP-NEXT-ACCOUNT.
014390     READ ACCOUNT-MASTER NEXT
014400         AT END
014410             GO TO 2500-EXIT
014420     END-READ
014430     IF WS-SWEEP-THRU-ACCOUNT NOT = SPACES
014440         AND ACCT-ID > WS-SWEEP-THRU-ACCOUNT
014450         SET WS-ACCTMSTR-EOF TO TRUE
014460         GO TO 2500-EXIT
014470     END-IF
014480     MOVE ACCT-ID TO OPERID-ACCOUNT-ID
014490     PERFORM 2900-CHECK-RESTART-SKIP THRU 2900-EXIT
014500     IF WS-SKIP-THIS-ACCOUNT
014510         GO TO 2500-EXIT
014520     END-IF
014530     IF ACCT-CLOSED
014540         DISPLAY "ACCOUNT CLOSED - SKIPPED: "
014550             OPERID-ACCOUNT-ID
014560         GO TO 2500-EXIT
014570     END-IF
014580     MOVE ACCT-BALANCE TO WS-NUM1
014590     MOVE ACCT-PRODUCT-CODE TO WS-RATE-PRODUCT-CODE
014600     PERFORM 2600-AMORTIZE-ACCOUNT THRU 2600-EXIT
014610     .
014620 2500-EXIT.
014630     EXIT.
014640
014650*-------------------------------------------------------------------
014660* 2600-AMORTIZE-ACCOUNT - one account's full schedule: either a
014670* fresh start (input line printed and proof total checked) or a
014680* checkpoint resume, then the period loop, the account subtotal
014690* line, and the roll into the grand totals.
014700*-------------------------------------------------------------------
014710 2600-AMORTIZE-ACCOUNT.
014720     MOVE ZERO TO WS-ACCT-INTEREST-TOTAL
014730     IF WS-RESTART-ACTIVE
014740         AND OPERID-ACCOUNT-ID = WS-RESTART-ACCOUNT
014750         MOVE WS-RESTART-SAVE-PERIOD TO WS-PERIOD-NUMBER
014760         MOVE WS-RESTART-SAVE-BALANCE TO WS-NUM1_Answer
014770         MOVE WS-RESUME-INTEREST-TOTAL
014780             TO WS-ACCT-INTEREST-TOTAL
014790     ELSE
014800         MOVE ZERO TO WS-PERIOD-NUMBER
014810         PERFORM 3000-PRINT-INPUT-LINE THRU 3000-EXIT
014820         IF WS-PARM-MODE
014830             PERFORM 3500-CHECK-BALANCE THRU 3500-EXIT
014840             IF WS-ACCOUNT-SUSPENDED
014850                 GO TO 2600-EXIT
014860             END-IF
014870         END-IF
014880     END-IF
014890     MOVE WS-CURRENT-DATE TO WS-PERIOD-CALC-DATE
014900     IF WS-PERIOD-NUMBER > ZERO
014910         PERFORM 4160-ADVANCE-PERIOD-DATE THRU 4160-EXIT
014920             WS-PERIOD-NUMBER TIMES
014930     END-IF
014940     PERFORM 4000-CALCULATE-INTEREST THRU 4000-EXIT
014950     SET WS-RESTART-NOT-ACTIVE TO TRUE
014960     PERFORM 8400-PRINT-ACCOUNT-TOTALS THRU 8400-EXIT
014970     ADD 1 TO WS-GRAND-ACCOUNT-COUNT
014980     ADD WS-ACCT-INTEREST-TOTAL TO WS-GRAND-INTEREST-TOTAL
014990         ON SIZE ERROR
015000             DISPLAY "GRAND INTEREST TOTAL OVERFLOW - TOTAL UNR"
015010                 "ELIABLE"
015020     END-ADD
015030     ADD WS-NUM1_Answer TO WS-GRAND-CLOSING-TOTAL
015040         ON SIZE ERROR
015050             DISPLAY "GRAND CLOSING TOTAL OVERFLOW - TOTAL UNRE"
015060                 "LIABLE"
015070     END-ADD
015080     PERFORM 5000-POST-ACCOUNT-BALANCE THRU 5000-EXIT
015090     PERFORM 4300-MARK-ACCOUNT-COMPLETE THRU 4300-EXIT
015100     .
015110 2600-EXIT.
015120     EXIT.
015130
015140*-------------------------------------------------------------------
015150* 2900-CHECK-RESTART-SKIP - while a restart is pending, accounts
015160* ahead of the checkpointed account have already been amortized
015170* and are skipped. At the checkpointed account itself, a
015180* mid-account checkpoint resumes in place; an account-complete
015190* checkpoint skips it and runs everything after it fresh.
015200*-------------------------------------------------------------------
015210 2900-CHECK-RESTART-SKIP.
015220     SET WS-PROCESS-THIS-ACCOUNT TO TRUE
015230     IF WS-RESTART-PENDING
015240         IF OPERID-ACCOUNT-ID = WS-RESTART-ACCOUNT
015250             SET WS-RESTART-NOT-PENDING TO TRUE
015260             IF WS-RESTART-ACCT-COMPLETE
015270                 SET WS-RESTART-NOT-ACTIVE TO TRUE
015280                 SET WS-SKIP-THIS-ACCOUNT TO TRUE
015290             END-IF
015300         ELSE
015310             SET WS-SKIP-THIS-ACCOUNT TO TRUE
015320         END-IF
015330     END-IF
015340     .
015350 2900-EXIT.
015360     EXIT.
015370
015380*-------------------------------------------------------------------
015390* 3000-PRINT-INPUT-LINE - print the account's input values as one
015400* headed report line instead of scrolling them to console DISPLAY.
015410* Not performed on a restart resume, since WS-NUM1_Answer is by
015420* then the mid-run compounded balance, not the sum this line reports.
015430*-------------------------------------------------------------------
015440 3000-PRINT-INPUT-LINE.
015450     ADD WS-NUM1 WS-NUM1-Negative GIVING WS-NUM1_Answer
015460*add a b GIVING answer   **--
015470     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT
015480     .
015490 3000-EXIT.
015500     EXIT.
015510
015520*-------------------------------------------------------------------
015530* 3500-CHECK-BALANCE - find the account's control record by
015540* reading BALANCE-FILE itself and compare the freshly computed
015550* WS-NUM1_Answer against it before the account's amortization
015560* schedule runs, the same way a proof total is checked on any
015570* other end-of-day balancing job. The file is scanned per
015580* account, so no in-core copy caps how many control records
015590* the run can carry. A break (or a missing control record)
015600* suspends the account and the batch carries on; the schedule
015610* runs only for accounts that prove.
015620*-------------------------------------------------------------------
015630 3500-CHECK-BALANCE.
015640     SET WS-ACCOUNT-NOT-SUSPENDED TO TRUE
015650     SET WS-BAL-CONTROL-MISSING TO TRUE
015660     MOVE ZERO TO WS-BAL-CONTROL-AMOUNT
015670     OPEN INPUT BALANCE-FILE
015680     IF WS-BALANCE-FOUND
015690         PERFORM 3510-SCAN-BAL-ENTRY THRU 3510-EXIT
015700             UNTIL NOT WS-BALANCE-FOUND
015710                OR WS-BAL-CONTROL-FOUND
015720         CLOSE BALANCE-FILE
015730     END-IF
015740     IF WS-BAL-CONTROL-MISSING
015750         DISPLAY "NO BALANCE-FILE CONTROL RECORD FOR ACCOUNT: "
015760             OPERID-ACCOUNT-ID
015770         MOVE ZERO TO WS-BAL-CONTROL-AMOUNT
015780         PERFORM 3600-SUSPEND-ACCOUNT THRU 3600-EXIT
015790         GO TO 3500-EXIT
015800     END-IF
015810     IF WS-BAL-CONTROL-AMOUNT NOT = WS-NUM1_Answer
015820         DISPLAY "OUT OF BALANCE - CONTROL TOTAL DOES NOT MATCH"
015830         DISPLAY "  ACCOUNT:        " OPERID-ACCOUNT-ID
015840         DISPLAY "  CONTROL TOTAL:  " WS-BAL-CONTROL-AMOUNT
015850         DISPLAY "  COMPUTED TOTAL: " WS-NUM1_Answer
015860         PERFORM 3600-SUSPEND-ACCOUNT THRU 3600-EXIT
015870     END-IF
015880     .
015890 3500-EXIT.
015900     EXIT.
015910
015920*-------------------------------------------------------------------
015930* 3510-SCAN-BAL-ENTRY - one control record off the file against
015940* the account being worked.
015950*-------------------------------------------------------------------
015960 3510-SCAN-BAL-ENTRY.
015970     READ BALANCE-FILE
015980         AT END
015990             GO TO 3510-EXIT
016000     END-READ
016010     IF BAL-ACCOUNT-ID = OPERID-ACCOUNT-ID
016020         MOVE BAL-CONTROL-TOTAL TO WS-BAL-CONTROL-AMOUNT
016030         SET WS-BAL-CONTROL-FOUND TO TRUE
016040     END-IF
016050     .
016060 3510-EXIT.
016070     EXIT.
016080
016090*-------------------------------------------------------------------
016100* 3600-SUSPEND-ACCOUNT - a proof-total break no longer halts the
016110* batch: the break is filed on the suspense file for a
016120* supervisor to work through SUSPREV, the account is skipped,
016130* and RETURN-CODE 8 flags the run.
016140*-------------------------------------------------------------------
016150 3600-SUSPEND-ACCOUNT.
016160     OPEN EXTEND SUSPENSE-FILE
016170     MOVE SPACES TO SUSPENSE-RECORD
016180     MOVE OPERID-ACCOUNT-ID TO SUSP-ACCOUNT-ID
016190     MOVE WS-NUM1_Answer TO SUSP-COMPUTED-TOTAL
016200     MOVE WS-BAL-CONTROL-AMOUNT TO SUSP-CONTROL-TOTAL
016210     COMPUTE SUSP-DIFFERENCE =
016220         WS-NUM1_Answer - WS-BAL-CONTROL-AMOUNT
016230     MOVE WS-REPORT-DATE TO SUSP-DATE
016240     SET SUSP-SUSPENDED TO TRUE
016250     WRITE SUSPENSE-RECORD
016260     CLOSE SUSPENSE-FILE
016270     SET WS-ACCOUNT-SUSPENDED TO TRUE
016280     ADD 1 TO WS-SUSPENDED-COUNT
016290     DISPLAY "ACCOUNT SUSPENDED - BATCH CONTINUES: "
016300         OPERID-ACCOUNT-ID
016310     IF RETURN-CODE < 8
016320         MOVE 8 TO RETURN-CODE
016330     END-IF
016340     .
016350 3600-EXIT.
016360     EXIT.
016370
016380*-------------------------------------------------------------------
016390* 4000-CALCULATE-INTEREST - run the amortization schedule for
016400* WS-NUM2 periods at WS-INTEREST-RATE, one line of output per
016410* period. WS-NUM2 can drive up to 999 periods; WS-NUM1_Answer is
016420* PIC S9(36)V9(2), so a long-running compounding pass can approach
016430* that field's capacity.
016440*-------------------------------------------------------------------
016450 4000-CALCULATE-INTEREST.
016460     IF WS-PERIOD-NUMBER >= WS-NUM2
016470         DISPLAY "RESTART PERIOD NUMBER EXCEEDS PARM-FILE PERIOD "
016480             "COUNT - RUN TERMINATED"
016490         MOVE 16 TO RETURN-CODE
016500         GO TO 9999-TERMINATE
016510     END-IF
016520     COMPUTE WS-REMAINING-PERIODS = WS-NUM2 - WS-PERIOD-NUMBER
016530     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
016540     PERFORM 4100-CALCULATE-PERIOD THRU 4100-EXIT
016550         WS-REMAINING-PERIODS TIMES
016560     .
016570 4000-EXIT.
016580     EXIT.
016590
016600*-------------------------------------------------------------------
016610* 4050-FIND-PERIOD-RATE - price the period being calculated by
016620* reading RATE-TABLE-FILE itself: the entry for this account
016630* (or its product code) with the latest effective date on or
016640* before the period date wins; with no matching entry the
016650* PARM-FILE rate stands, and a missing file still just means
016660* PARM rates throughout. The file is read through per period,
016670* so no in-core copy caps how many effective-dated entries
016680* repricing can add.
016690*-------------------------------------------------------------------
016700 4050-FIND-PERIOD-RATE.
016710     MOVE WS-INTEREST-RATE TO WS-PERIOD-RATE
016720     MOVE ZERO TO WS-RATE-BEST-DATE
016730     OPEN INPUT RATE-TABLE-FILE
016740     IF WS-RATETBL-NOT-FOUND
016750         GO TO 4050-EXIT
016760     END-IF
016770     PERFORM 4060-CHECK-RATE-ENTRY THRU 4060-EXIT
016780         UNTIL NOT WS-RATETBL-OK
016790     CLOSE RATE-TABLE-FILE
016800     .
016810 4050-EXIT.
016820     EXIT.
016830
016840*-------------------------------------------------------------------
016850* 4060-CHECK-RATE-ENTRY - one rate-table record off the file
016860* against the account and period date being priced.
016870*-------------------------------------------------------------------
016880 4060-CHECK-RATE-ENTRY.
016890     READ RATE-TABLE-FILE
016900         AT END
016910             GO TO 4060-EXIT
016920     END-READ
016930     IF (RTBL-ACCOUNT-ID = OPERID-ACCOUNT-ID
016940         OR RTBL-ACCOUNT-ID = WS-RATE-PRODUCT-KEY)
016950         AND RTBL-EFFECTIVE-DATE NOT > WS-PERIOD-CALC-DATE
016960         AND RTBL-EFFECTIVE-DATE NOT < WS-RATE-BEST-DATE
016970         MOVE RTBL-EFFECTIVE-DATE TO WS-RATE-BEST-DATE
016980         MOVE RTBL-RATE TO WS-PERIOD-RATE
016990     END-IF
017000     .
017010 4060-EXIT.
017020     EXIT.
017030
017040*-------------------------------------------------------------------
017050* 4100-CALCULATE-PERIOD - one amortization period: interest accrued
017060* on the opening balance, rolled into the closing balance which
017070* becomes next period's opening balance.
017080*-------------------------------------------------------------------
017090 4100-CALCULATE-PERIOD.
017100     ADD 1 TO WS-PERIOD-NUMBER
017110     PERFORM 4050-FIND-PERIOD-RATE THRU 4050-EXIT
017120     MOVE WS-NUM1_Answer TO WS-PERIOD-OPENING
017130     COMPUTE WS-PERIOD-INTEREST ROUNDED =
017140         WS-PERIOD-OPENING * WS-PERIOD-RATE
017150         ON SIZE ERROR
017160             DISPLAY "AMORTIZATION OVERFLOW AT PERIOD "
017170                 WS-PERIOD-NUMBER
017180             DISPLAY "RUN TERMINATED - BALANCE CAPACITY EXCEEDED"
017190             MOVE 12 TO RETURN-CODE
017200             GO TO 9999-TERMINATE
017210     END-COMPUTE
017220     ADD WS-PERIOD-OPENING WS-PERIOD-INTEREST
017230         GIVING WS-PERIOD-CLOSING
017240         ON SIZE ERROR
017250             DISPLAY "AMORTIZATION OVERFLOW AT PERIOD "
017260                 WS-PERIOD-NUMBER
017270             DISPLAY "RUN TERMINATED - BALANCE CAPACITY EXCEEDED"
017280             MOVE 12 TO RETURN-CODE
017290             GO TO 9999-TERMINATE
017300     END-ADD
017310     MOVE WS-PERIOD-CLOSING TO WS-NUM1_Answer
017320     ADD WS-PERIOD-INTEREST TO WS-ACCT-INTEREST-TOTAL
017330     PERFORM 8300-PRINT-PERIOD-DETAIL THRU 8300-EXIT
017340     PERFORM 4150-WRITE-HISTORY-DETAIL THRU 4150-EXIT
017350     PERFORM 4200-WRITE-CHECKPOINT THRU 4200-EXIT
017360     PERFORM 4160-ADVANCE-PERIOD-DATE THRU 4160-EXIT
017370     .
017380 4100-EXIT.
017390     EXIT.
017400
017410*-------------------------------------------------------------------
017420* 4150-WRITE-HISTORY-DETAIL - file the period just calculated as
017430* one fixed-layout history record, and roll it into the trailer
017440* count and hash totals.
017450*-------------------------------------------------------------------
017460 4150-WRITE-HISTORY-DETAIL.
017470     MOVE 'D' TO HIST-DTL-TYPE
017480     MOVE OPERID-ACCOUNT-ID TO HIST-DTL-ACCT-ID
017490     MOVE WS-REPORT-DATE TO HIST-DTL-RUN-DATE
017500     MOVE WS-PERIOD-NUMBER TO HIST-DTL-PERIOD
017510     MOVE WS-PERIOD-OPENING TO HIST-DTL-OPENING
017520     MOVE WS-PERIOD-INTEREST TO HIST-DTL-INTEREST
017530     MOVE WS-PERIOD-CLOSING TO HIST-DTL-CLOSING
017540     WRITE HIST-DETAIL-RECORD
017550     ADD 1 TO WS-HIST-RECORD-COUNT
017560     ADD WS-PERIOD-INTEREST TO WS-HIST-INTEREST-HASH
017570     ADD WS-PERIOD-CLOSING TO WS-HIST-CLOSING-HASH
017580     .
017590 4150-EXIT.
017600     EXIT.
017610
017620*-------------------------------------------------------------------
017630* 4160-ADVANCE-PERIOD-DATE - one period equals one calendar
017640* month: roll the period date to the next month, carrying the
017650* year at December.
017660*-------------------------------------------------------------------
017670 4160-ADVANCE-PERIOD-DATE.
017680     ADD 1 TO WS-PCALC-MM
017690     IF WS-PCALC-MM > 12
017700         MOVE 1 TO WS-PCALC-MM
017710         ADD 1 TO WS-PCALC-YYYY
017720     END-IF
017730     .
017740 4160-EXIT.
017750     EXIT.
017760
017770*-------------------------------------------------------------------
017780* 4200-WRITE-CHECKPOINT - save the account being worked, the
017790* period reached and the running balance so the batch can resume
017800* here if it abends before completion. Taken every period, right
017810* after that period's history record, so the checkpoint and
017820* AMORT-HISTORY can never drift more than the one in-flight
017830* period - which the restart rescan drops.
017840*-------------------------------------------------------------------
017850 4200-WRITE-CHECKPOINT.
017860     OPEN OUTPUT RESTART-FILE
017870     MOVE SPACES TO RESTART-RECORD
017880     MOVE OPERID-ACCOUNT-ID TO RESTART-ACCOUNT-ID
017890     MOVE WS-PERIOD-NUMBER TO RESTART-PERIOD-NUMBER
017900     MOVE 'A' TO RESTART-STATUS
017910     MOVE OPERID-OPERATOR-NAME TO RESTART-OPERATOR-NAME
017920     MOVE WS-NUM1_Answer TO RESTART-BALANCE
017930     PERFORM 4250-MOVE-RUN-TOTALS THRU 4250-EXIT
017940     WRITE RESTART-RECORD
017950     CLOSE RESTART-FILE
017960     .
017970 4200-EXIT.
017980     EXIT.
017990
018000*-------------------------------------------------------------------
018010* 4250-MOVE-RUN-TOTALS - the run's grand totals and posting proof
018020* so far onto the checkpoint record, so a resume carries them on.
018030*-------------------------------------------------------------------
018040 4250-MOVE-RUN-TOTALS.
018050     MOVE WS-GRAND-ACCOUNT-COUNT TO RESTART-GRAND-ACCOUNTS
018060     MOVE WS-GRAND-INTEREST-TOTAL TO RESTART-GRAND-INTEREST
018070     MOVE WS-GRAND-CLOSING-TOTAL TO RESTART-GRAND-CLOSING
018080     MOVE WS-POSTED-COUNT TO RESTART-POSTED-COUNT
018090     MOVE WS-UNPOSTED-COUNT TO RESTART-UNPOSTED-COUNT
018100     MOVE WS-POSTED-BALANCE-TOTAL TO RESTART-POSTED-BALANCE
018110     MOVE WS-POSTED-INTEREST-TOTAL TO RESTART-POSTED-INTEREST
018120     .
018130 4250-EXIT.
018140     EXIT.
018150
018160*-------------------------------------------------------------------
018170* 4300-MARK-ACCOUNT-COMPLETE - the account's schedule finished
018180* cleanly; checkpoint it as complete so an abend later in the
018190* batch resumes at the NEXT account instead of redoing this one.
018200*-------------------------------------------------------------------
018210 4300-MARK-ACCOUNT-COMPLETE.
018220     OPEN OUTPUT RESTART-FILE
018230     MOVE SPACES TO RESTART-RECORD
018240     MOVE OPERID-ACCOUNT-ID TO RESTART-ACCOUNT-ID
018250     MOVE WS-PERIOD-NUMBER TO RESTART-PERIOD-NUMBER
018260     MOVE 'C' TO RESTART-STATUS
018270     MOVE OPERID-OPERATOR-NAME TO RESTART-OPERATOR-NAME
018280     MOVE WS-NUM1_Answer TO RESTART-BALANCE
018290     PERFORM 4250-MOVE-RUN-TOTALS THRU 4250-EXIT
018300     WRITE RESTART-RECORD
018310     CLOSE RESTART-FILE
018320     .
018330 4300-EXIT.
018340     EXIT.
018350
018360*-------------------------------------------------------------------
018370* 5000-POST-ACCOUNT-BALANCE - the account's schedule completed
018380* cleanly, so its final closing balance is posted back to the
018390* master instead of being thrown away, and the posting is
018400* journaled. A result too large for ACCT-BALANCE is left
018410* unposted: the master keeps its old balance, the journal says
018420* so, and RETURN-CODE 8 flags the run for operations.
018430*-------------------------------------------------------------------
018440 5000-POST-ACCOUNT-BALANCE.
018450     MOVE ACCT-BALANCE TO WS-ACCT-OLD-BALANCE
018460     MOVE ACCT-MASTER-RECORD TO WS-RCVY-BEFORE-IMAGE
018470     COMPUTE ACCT-BALANCE = WS-NUM1_Answer
018480         ON SIZE ERROR
018490             ADD 1 TO WS-UNPOSTED-COUNT
018500             MOVE WS-ACCT-OLD-BALANCE TO ACCT-BALANCE
018510             MOVE "NOT POSTED - EXCEEDS MASTER FIELD"
018520                 TO PJRN-DTL-RESULT
018530             PERFORM 8650-PRINT-POSTING-DETAIL THRU 8650-EXIT
018540             IF RETURN-CODE < 8
018550                 MOVE 8 TO RETURN-CODE
018560             END-IF
018570             GO TO 5000-EXIT
018580     END-COMPUTE
018590     REWRITE ACCT-MASTER-RECORD
018600         INVALID KEY
018610             ADD 1 TO WS-UNPOSTED-COUNT
018620             MOVE "NOT POSTED - MASTER REWRITE FAILED"
018630                 TO PJRN-DTL-RESULT
018640             PERFORM 8650-PRINT-POSTING-DETAIL THRU 8650-EXIT
018650             IF RETURN-CODE < 8
018660                 MOVE 8 TO RETURN-CODE
018670             END-IF
018680             GO TO 5000-EXIT
018690     END-REWRITE
018700     MOVE 'C' TO WS-RCVY-ACTION
018710     MOVE ACCT-MASTER-RECORD TO WS-RCVY-AFTER-IMAGE
018720     PERFORM 7500-WRITE-RECOVERY-IMAGE THRU 7500-EXIT
018730     ADD 1 TO WS-POSTED-COUNT
018740     ADD ACCT-BALANCE TO WS-POSTED-BALANCE-TOTAL
018750     MOVE "POSTED" TO PJRN-DTL-RESULT
018760     PERFORM 8650-PRINT-POSTING-DETAIL THRU 8650-EXIT
018770     PERFORM 5100-WRITE-GL-PAIR THRU 5100-EXIT
018780     PERFORM 5200-WRITE-HISTORY-POSTING THRU 5200-EXIT
018790     .
018800 5000-EXIT.
018810     EXIT.
018820
018830*-------------------------------------------------------------------
018840* 5100-WRITE-GL-PAIR - the interest just posted, as one balanced
018850* debit/credit pair on the GL extract: debit the product's GL
018860* account, credit interest income. Only posted accounts cut a
018870* pair, so the trailer proves back to the journal's POSTED line.
018880*-------------------------------------------------------------------
018890 5100-WRITE-GL-PAIR.
018900     COMPUTE WS-GL-INTEREST-POSTED =
018910         ACCT-BALANCE - WS-ACCT-OLD-BALANCE
018920     MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-GL-POSTING-ACCOUNT
018930     PERFORM 5110-ASSIGN-GL-ACCOUNT THRU 5110-EXIT
018940         VARYING WS-GL-IX FROM 1 BY 1
018950         UNTIL WS-GL-IX > WS-GL-PRODUCT-MAX
018960     MOVE 'D' TO GLX-DTL-TYPE
018970     MOVE WS-GL-POSTING-ACCOUNT TO GLX-DTL-GL-ACCOUNT
018980     MOVE OPERID-ACCOUNT-ID TO GLX-DTL-ACCT-ID
018990     MOVE WS-REPORT-DATE TO GLX-DTL-RUN-DATE
019000     SET GLX-DEBIT TO TRUE
019010     MOVE WS-GL-INTEREST-POSTED TO GLX-DTL-AMOUNT
019020     WRITE GL-DETAIL-RECORD
019030     ADD WS-GL-INTEREST-POSTED TO WS-GL-DEBIT-TOTAL
019040     ADD WS-GL-INTEREST-POSTED TO WS-POSTED-INTEREST-TOTAL
019050     MOVE 'D' TO GLX-DTL-TYPE
019060     MOVE WS-GL-INCOME-ACCOUNT TO GLX-DTL-GL-ACCOUNT
019070     MOVE OPERID-ACCOUNT-ID TO GLX-DTL-ACCT-ID
019080     MOVE WS-REPORT-DATE TO GLX-DTL-RUN-DATE
019090     SET GLX-CREDIT TO TRUE
019100     MOVE WS-GL-INTEREST-POSTED TO GLX-DTL-AMOUNT
019110     WRITE GL-DETAIL-RECORD
019120     ADD WS-GL-INTEREST-POSTED TO WS-GL-CREDIT-TOTAL
019130     .
019140 5100-EXIT.
019150     EXIT.
019160
019170*-------------------------------------------------------------------
019180* 5110-ASSIGN-GL-ACCOUNT - one assignment-table entry against the
019190* account's product code; no match leaves the catch-all GL
019200* account for accounting to reclassify.
019210*-------------------------------------------------------------------
019220 5110-ASSIGN-GL-ACCOUNT.
019230     IF WS-GL-PRODUCT (WS-GL-IX) = ACCT-PRODUCT-CODE
019240         MOVE WS-GL-NUMBER (WS-GL-IX) TO WS-GL-POSTING-ACCOUNT
019250     END-IF
019260     .
019270 5110-EXIT.
019280     EXIT.
019290
019300*-------------------------------------------------------------------
019310* 5200-WRITE-HISTORY-POSTING - the interest just posted, filed on
019320* the history behind the account's details. Not a detail: it is
019330* outside the trailer's count and hash totals.
019340*-------------------------------------------------------------------
019350 5200-WRITE-HISTORY-POSTING.
019360     MOVE SPACES TO HIST-POSTED-RECORD
019370     MOVE 'P' TO HIST-PST-TYPE
019380     MOVE OPERID-ACCOUNT-ID TO HIST-PST-ACCT-ID
019390     MOVE WS-REPORT-DATE TO HIST-PST-RUN-DATE
019400     MOVE WS-GL-INTEREST-POSTED TO HIST-PST-INTEREST
019410     WRITE HIST-POSTED-RECORD
019420     .
019430 5200-EXIT.
019440     EXIT.
019450
019460*-------------------------------------------------------------------
019470* 8900-CLEAR-CHECKPOINT - the batch completed normally, so the
019480* checkpoint no longer applies; reset it for the next run.
019490*-------------------------------------------------------------------
019500 8900-CLEAR-CHECKPOINT.
019510     OPEN OUTPUT RESTART-FILE
019520     MOVE SPACES TO RESTART-RECORD
019530     MOVE SPACES TO RESTART-ACCOUNT-ID
019540     MOVE ZERO TO RESTART-PERIOD-NUMBER
019550     MOVE ZERO TO RESTART-BALANCE
019560     WRITE RESTART-RECORD
019570     CLOSE RESTART-FILE
019580     .
019590 8900-EXIT.
019600     EXIT.
019610
019620*-------------------------------------------------------------------
019630* 8000-PRINT-HEADINGS - report header and column headings, printed
019640* at the top of every page.
019650*-------------------------------------------------------------------
019660 8000-PRINT-HEADINGS.
019670     ADD 1 TO WS-PAGE-NUMBER
019680     MOVE WS-REPORT-DATE TO RPT-HDR-DATE
019690     MOVE WS-PAGE-NUMBER TO RPT-HDR-PAGE
019700     WRITE RPT-PRINT-RECORD FROM RPT-HEADING-LINE
019710     MOVE OPERID-OPERATOR-NAME TO RPT-HDR-OPERATOR
019720     WRITE RPT-PRINT-RECORD FROM RPT-OPERATOR-LINE
019730     WRITE RPT-PRINT-RECORD FROM RPT-COLUMN-HEADING-LINE
019740     MOVE ZERO TO WS-LINE-COUNT
019750     .
019760 8000-EXIT.
019770     EXIT.
019780
019790*-------------------------------------------------------------------
019800* 8100-PRINT-DETAIL - one detail line, paging when the current
019810* page is full.
019820*-------------------------------------------------------------------
019830 8100-PRINT-DETAIL.
019840     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
019850         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
019860     END-IF
019870     MOVE OPERID-ACCOUNT-ID TO RPT-DTL-ACCT
019880     MOVE WS-NUM1 TO RPT-DTL-NUM1
019890     MOVE WS-NUM1-Negative TO RPT-DTL-NUM1-NEG
019900     MOVE WS-NUM1_Answer TO RPT-DTL-ANSWER
019910     MOVE WS-NUM2 TO RPT-DTL-NUM2
019920     MOVE WS-NUM3 TO RPT-DTL-NUM3
019930     WRITE RPT-PRINT-RECORD FROM RPT-DETAIL-LINE
019940     ADD 1 TO WS-LINE-COUNT
019950     .
019960 8100-EXIT.
019970     EXIT.
019980
019990*-------------------------------------------------------------------
020000* 8200-PRINT-PERIOD-HEADINGS - report header and the amortization
020010* schedule's own column headings, printed at the top of every page
020020* of the per-period detail.
020030*-------------------------------------------------------------------
020040 8200-PRINT-PERIOD-HEADINGS.
020050     ADD 1 TO WS-PAGE-NUMBER
020060     MOVE WS-REPORT-DATE TO RPT-HDR-DATE
020070     MOVE WS-PAGE-NUMBER TO RPT-HDR-PAGE
020080     WRITE RPT-PRINT-RECORD FROM RPT-HEADING-LINE
020090     MOVE OPERID-OPERATOR-NAME TO RPT-HDR-OPERATOR
020100     WRITE RPT-PRINT-RECORD FROM RPT-OPERATOR-LINE
020110     WRITE RPT-PRINT-RECORD FROM RPT-PERIOD-COLUMN-HEADING-LINE
020120     MOVE ZERO TO WS-LINE-COUNT
020130     .
020140 8200-EXIT.
020150     EXIT.
020160
020170*-------------------------------------------------------------------
020180* 8300-PRINT-PERIOD-DETAIL - one amortization schedule line: the
020190* period's opening balance, interest accrued and closing balance,
020200* filed to REPORT-FILE instead of scrolling to console DISPLAY.
020210*-------------------------------------------------------------------
020220 8300-PRINT-PERIOD-DETAIL.
020230     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
020240         PERFORM 8200-PRINT-PERIOD-HEADINGS THRU 8200-EXIT
020250     END-IF
020260     MOVE WS-PERIOD-NUMBER TO RPT-PRD-NUMBER
020270     MOVE WS-PERIOD-RATE TO RPT-PRD-RATE
020280     MOVE WS-PERIOD-OPENING TO RPT-PRD-OPENING
020290     MOVE WS-PERIOD-INTEREST TO RPT-PRD-INTEREST
020300     MOVE WS-PERIOD-CLOSING TO RPT-PRD-CLOSING
020310     WRITE RPT-PRINT-RECORD FROM RPT-PERIOD-DETAIL-LINE
020320     ADD 1 TO WS-LINE-COUNT
020330     .
020340 8300-EXIT.
020350     EXIT.
020360
020370*-------------------------------------------------------------------
020380* 8400-PRINT-ACCOUNT-TOTALS - one subtotal line at the end of an
020390* account's schedule: periods run, interest accrued and closing
020400* balance for that account.
020410*-------------------------------------------------------------------
020420 8400-PRINT-ACCOUNT-TOTALS.
020430     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
020440         PERFORM 8200-PRINT-PERIOD-HEADINGS THRU 8200-EXIT
020450     END-IF
020460     MOVE OPERID-ACCOUNT-ID TO RPT-ACT-ACCT
020470     MOVE WS-PERIOD-NUMBER TO RPT-ACT-PERIODS
020480     MOVE WS-ACCT-INTEREST-TOTAL TO RPT-ACT-INTEREST
020490     MOVE WS-NUM1_Answer TO RPT-ACT-CLOSING
020500     WRITE RPT-PRINT-RECORD FROM RPT-ACCOUNT-TOTAL-LINE
020510     ADD 1 TO WS-LINE-COUNT
020520     .
020530 8400-EXIT.
020540     EXIT.
020550
020560*-------------------------------------------------------------------
020570* 8500-PRINT-GRAND-TOTALS - one grand-total line at the end of
020580* the batch: accounts amortized, total interest accrued and total
020590* closing balances across the whole run.
020600*-------------------------------------------------------------------
020610 8500-PRINT-GRAND-TOTALS.
020620     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
020630         PERFORM 8200-PRINT-PERIOD-HEADINGS THRU 8200-EXIT
020640     END-IF
020650     MOVE WS-GRAND-ACCOUNT-COUNT TO RPT-GRD-ACCOUNTS
020660     MOVE WS-GRAND-INTEREST-TOTAL TO RPT-GRD-INTEREST
020670     MOVE WS-GRAND-CLOSING-TOTAL TO RPT-GRD-CLOSING
020680     WRITE RPT-PRINT-RECORD FROM RPT-GRAND-TOTAL-LINE
020690     ADD 1 TO WS-LINE-COUNT
020700     .
020710 8500-EXIT.
020720     EXIT.
020730
020740*-------------------------------------------------------------------
020750* 7500-WRITE-RECOVERY-IMAGE - one before/after image pair to the
020760* recovery journal for the master write just made; the caller
020770* set the action and both images.
020780*-------------------------------------------------------------------
020790 7500-WRITE-RECOVERY-IMAGE.
020800     ACCEPT WS-CURRENT-TIME FROM TIME
020810     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
020820         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
020830     MOVE SPACES TO RCVY-RECORD
020840     MOVE WS-RCTL-OWN-PROGRAM TO RCVY-PROGRAM-ID
020850     MOVE WS-REPORT-DATE TO RCVY-DATE
020860     MOVE WS-RUN-TIME-EDIT TO RCVY-TIME
020870     MOVE WS-RCVY-ACTION TO RCVY-ACTION
020880     MOVE WS-RCVY-BEFORE-IMAGE TO RCVY-BEFORE-IMAGE
020890     MOVE WS-RCVY-AFTER-IMAGE TO RCVY-AFTER-IMAGE
020900     WRITE RCVY-RECORD
020910     .
020920 7500-EXIT.
020930     EXIT.
020940
020950*-------------------------------------------------------------------
020960* 8600-PRINT-POSTING-HEADINGS - posting-journal header, printed
020970* at the top of every journal page.
020980*-------------------------------------------------------------------
020990 8600-PRINT-POSTING-HEADINGS.
021000     ADD 1 TO WS-PJRN-PAGE-NUMBER
021010     MOVE WS-REPORT-DATE TO PJRN-HDR-DATE
021020     MOVE WS-PJRN-PAGE-NUMBER TO PJRN-HDR-PAGE
021030     WRITE PJRN-PRINT-RECORD FROM PJRN-HEADING-LINE
021040     MOVE ZERO TO WS-PJRN-LINE-COUNT
021050     .
021060 8600-EXIT.
021070     EXIT.
021080
021090*-------------------------------------------------------------------
021100* 8650-PRINT-POSTING-DETAIL - one posting-journal line: account,
021110* old balance, interest applied, new balance and the posting
021120* result, paging when the journal page is full.
021130*-------------------------------------------------------------------
021140 8650-PRINT-POSTING-DETAIL.
021150     IF WS-PJRN-LINE-COUNT >= WS-LINES-PER-PAGE
021160         PERFORM 8600-PRINT-POSTING-HEADINGS THRU 8600-EXIT
021170     END-IF
021180     MOVE OPERID-ACCOUNT-ID TO PJRN-DTL-ACCT
021190     MOVE WS-ACCT-OLD-BALANCE TO PJRN-DTL-OLD-BALANCE
021200     MOVE WS-ACCT-INTEREST-TOTAL TO PJRN-DTL-INTEREST
021210     MOVE ACCT-BALANCE TO PJRN-DTL-NEW-BALANCE
021220     WRITE PJRN-PRINT-RECORD FROM PJRN-DETAIL-LINE
021230     ADD 1 TO WS-PJRN-LINE-COUNT
021240     .
021250 8650-EXIT.
021260     EXIT.
021270
021280*-------------------------------------------------------------------
021290* 8700-PRINT-POSTING-TOTALS - the run-level posting proof: how
021300* many accounts posted, the total of balances posted, and how
021310* many were left unposted.
021320*-------------------------------------------------------------------
021330 8700-PRINT-POSTING-TOTALS.
021340     IF WS-PJRN-LINE-COUNT >= WS-LINES-PER-PAGE
021350         PERFORM 8600-PRINT-POSTING-HEADINGS THRU 8600-EXIT
021360     END-IF
021370     MOVE WS-POSTED-COUNT TO PJRN-TOT-COUNT
021380     MOVE WS-POSTED-BALANCE-TOTAL TO PJRN-TOT-BALANCE
021390     MOVE WS-UNPOSTED-COUNT TO PJRN-TOT-UNPOSTED
021400     WRITE PJRN-PRINT-RECORD FROM PJRN-TOTAL-LINE
021410     .
021420 8700-EXIT.
021430     EXIT.
021440
021450*-------------------------------------------------------------------
021460* 8750-WRITE-GL-TRAILER - close the GL extract off with its batch
021470* trailer: the pair count and balance total accounting proves
021480* against the journal's POSTED line, and the debit and credit
021490* totals, which must agree before the batch loads.
021500*-------------------------------------------------------------------
021510 8750-WRITE-GL-TRAILER.
021520     MOVE 'T' TO GLX-TRL-TYPE
021530     MOVE WS-POSTED-COUNT TO GLX-TRL-ACCOUNT-COUNT
021540     MOVE WS-GL-DEBIT-TOTAL TO GLX-TRL-DEBIT-TOTAL
021550     MOVE WS-GL-CREDIT-TOTAL TO GLX-TRL-CREDIT-TOTAL
021560     MOVE WS-POSTED-BALANCE-TOTAL TO GLX-TRL-BALANCE-TOTAL
021570     WRITE GL-TRAILER-RECORD
021580     .
021590 8750-EXIT.
021600     EXIT.
021610
021620*-------------------------------------------------------------------
021630* 8800-WRITE-HISTORY-TRAILER - close the history file off with
021640* its grand-totals record - the run's account count, interest
021650* and closing grand totals and its posting proof, machine-
021660* readable so HISTMRGE can combine partitions - and then its
021670* proof record: detail record count and the interest and
021680* closing hash totals.
021690*-------------------------------------------------------------------
021700 8800-WRITE-HISTORY-TRAILER.
021710     MOVE 'G' TO HIST-TOT-TYPE
021720     MOVE WS-GRAND-ACCOUNT-COUNT TO HIST-TOT-ACCOUNT-COUNT
021730     MOVE WS-GRAND-INTEREST-TOTAL TO HIST-TOT-INTEREST-TOTAL
021740     MOVE WS-GRAND-CLOSING-TOTAL TO HIST-TOT-CLOSING-TOTAL
021750     MOVE WS-POSTED-COUNT TO HIST-TOT-POSTED-COUNT
021760     MOVE WS-POSTED-BALANCE-TOTAL TO HIST-TOT-POSTED-BALANCE
021770     MOVE WS-UNPOSTED-COUNT TO HIST-TOT-UNPOSTED-COUNT
021780     MOVE WS-POSTED-INTEREST-TOTAL TO HIST-TOT-POSTED-INTEREST
021790     WRITE HIST-TOTALS-RECORD
021800     MOVE 'T' TO HIST-TRL-TYPE
021810     MOVE WS-HIST-RECORD-COUNT TO HIST-TRL-RECORD-COUNT
021820     MOVE WS-HIST-INTEREST-HASH TO HIST-TRL-INTEREST-HASH
021830     MOVE WS-HIST-CLOSING-HASH TO HIST-TRL-CLOSING-HASH
021840     WRITE HIST-TRAILER-RECORD
021850     .
021860 8800-EXIT.
021870     EXIT.
021880
021890*-------------------------------------------------------------------
021900* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
021910* and its return code on the shared run-control file. Nothing
021920* to stamp when the run was refused before its start was
021930* stamped.
021940* The shared file is re-read before stamping, so entries other
021950* programs (or sibling sweep partitions) wrote since start-up
021960* are carried forward, not overwritten from a stale copy.
021970*-------------------------------------------------------------------
021980 9800-RUN-CONTROL-END.
021990     IF NOT WS-RCTL-STAMPED
022000         GO TO 9800-EXIT
022010     END-IF
022020     ACCEPT WS-CURRENT-TIME FROM TIME
022030     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
022040         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
022050     MOVE ZERO TO WS-RCTL-COUNT
022060     OPEN INPUT RUN-CONTROL-FILE
022070     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
022080         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
022090             UNTIL NOT WS-RUNCTL-OK
022100         CLOSE RUN-CONTROL-FILE
022110     END-IF
022120     MOVE ZERO TO WS-RCTL-OWN-IX
022130     MOVE ZERO TO WS-RCTL-PRED-IX
022140     MOVE ZERO TO WS-RCTL-BLOCKER-IX
022150     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
022160         VARYING WS-RCTL-IX FROM 1 BY 1
022170         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
022180     IF WS-RCTL-OWN-IX = ZERO
022190         IF WS-RCTL-COUNT >= WS-RCTL-MAX
022200             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
022210             GO TO 9800-EXIT
022220         END-IF
022230         ADD 1 TO WS-RCTL-COUNT
022240         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
022250         MOVE WS-RCTL-OWN-PROGRAM
022260             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
022270         MOVE WS-RCTL-OWN-MASTER-FLAG
022280             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
022290     END-IF
022300     IF RETURN-CODE < 16
022310         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
022320     ELSE
022330         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
022340     END-IF
022350     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
022360     MOVE WS-RUN-TIME-EDIT
022370         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
022380     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
022390     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
022400     .
022410 9800-EXIT.
022420     EXIT.
022430
022440*-------------------------------------------------------------------
022450* 9999-TERMINATE - single exit point for the run.
022460*-------------------------------------------------------------------
022470 9999-TERMINATE.
022480     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
022490     CLOSE REPORT-FILE
022500     CLOSE POSTING-JOURNAL
022510     CLOSE GL-EXTRACT-FILE
022520     CLOSE RECOVERY-JOURNAL
022530     CLOSE AMORT-HISTORY
022540     CLOSE PARM-FILE
022550     CLOSE ACCOUNT-MASTER
022560     STOP RUN.
022570 END PROGRAM PI.
