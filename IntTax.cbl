000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     Year-end interest tax reporting: total the interest
000050*              credited to each account in a tax year from the
000060*              amortization archive (AMORTARC) the history archive
000070*              program (HISTARCH) keeps - every archived run's 'P'
000080*              posting records, the interest PI actually posted to
000090*              the master, by account - and report it. A run
000100*              archived before PI filed posting records counts
000110*              its 'D' detail interest instead. Each total is
000120*              joined to ACCOUNT-MASTER for the customer's name;
000130*              loan accounts are passed over, their interest being
000140*              charged, not credited; a total reaching the
000150*              reporting threshold on the tax parameter record
000160*              (TAXPARM) gets a customer tax notice and a detail
000170*              record on the fixed-format tax reporting file
000180*              (TAXFILE), which carries a control trailer for
000190*              transmission. The archive must hold a proven run
000200*              for every business day of the year - every weekday
000210*              not on the holiday calendar (HOLIDAYS) - or nothing
000220*              is produced.
000230* Tectonics:   cobc
000240*-------------------------------------------------------------------
000250* Modification History
000260* Date       Init  Description
000270* ---------- ----  ------------------------------------------------
000280* 2026-10-15  MSA  New program: the year's interest was being
000290*                   added up by hand from one HISTARCH extract per
000300*                   account.
000310* 2026-10-15  MSA  Totals now come from PI's 'P' posting records,
000320*                   so an account whose posting failed is not
000330*                   reported, and loan accounts are passed over.
000340*                   Runs archived before posting records existed
000350*                   still count their details, and one that left
000360*                   accounts unposted is listed as a warning.
000370*******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    INTTAX.
000400 AUTHOR.        MSALPDOGAN.
000410 INSTALLATION.  OPERATIONS.
000420 DATE-WRITTEN.  10/15/2026.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT TAX-PARM-FILE ASSIGN TO "TAXPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TAXPARM-STATUS.
000500
000510     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-HOLIDAY-STATUS.
000540
000550     SELECT OPTIONAL AMORT-ARCHIVE ASSIGN TO "AMORTARC"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ARCHIVE-STATUS.
000580
000590     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS ACCT-ID
000630         FILE STATUS IS WS-ACCTMSTR-STATUS.
000640
000650     SELECT SORTED-INTEREST ASSIGN TO "TAXSINT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SINT-STATUS.
000680
000690     SELECT INTEREST-SORT-FILE ASSIGN TO "TAXSWK".
000700
000710     SELECT INTEREST-TAX-FILE ASSIGN TO "TAXFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-TAXFILE-STATUS.
000740
000750     SELECT TAX-NOTICE-FILE ASSIGN TO "TAXNOTC"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-TAXNOTC-STATUS.
000780
000790     SELECT TAX-REPORT ASSIGN TO "TAXRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840*-------------------------------------------------------------------
000850* TAX-PARM-FILE - the single control record: the calendar year
000860* being reported and the reporting threshold. A year's interest
000870* below the threshold is totalled but not reported.
000880*-------------------------------------------------------------------
000890 FD  TAX-PARM-FILE.
000900 01  TAX-PARM-RECORD.
000910     05  TXPM-TAX-YEAR               PIC 9(04).
000920     05  TXPM-THRESHOLD              PIC 9(07)V9(02).
000930
000940*-------------------------------------------------------------------
000950* HOLIDAY-FILE - the bank's holiday calendar, one date per
000960* record. A weekday on it is not a business day, so no archived
000970* run is expected for it. Dates outside the tax year are passed
000980* over; a missing file means every weekday is a business day.
000990*-------------------------------------------------------------------
001000 FD  HOLIDAY-FILE.
001010 01  HOLIDAY-RECORD.
001020     05  HOLI-DATE                   PIC 9(08).
001030     05  HOLI-DATE-GROUP REDEFINES HOLI-DATE.
001040         10  HOLI-YYYY               PIC 9(04).
001050         10  HOLI-MM                 PIC 9(02).
001060         10  HOLI-DD                 PIC 9(02).
001070     05  FILLER                      PIC X(01).
001080     05  HOLI-DESCRIPTION            PIC X(30).
001090
001100*-------------------------------------------------------------------
001110* AMORT-ARCHIVE - the cumulative archive, every record carrying
001120* the date of the run it came from. Record layout is the shared
001130* ARCHREC copybook; the archived image is worked through the
001140* AMORTREC layouts in working storage.
001150*-------------------------------------------------------------------
001160 FD  AMORT-ARCHIVE.
001170 COPY ARCHREC.
001180
001190*-------------------------------------------------------------------
001200* ACCOUNT-MASTER - read by key for the name on each account's
001210* notice and tax record. Record layout is the shared ACCTREC
001220* copybook.
001230*-------------------------------------------------------------------
001240 FD  ACCOUNT-MASTER.
001250 COPY ACCTREC.
001260
001270*-------------------------------------------------------------------
001280* SORTED-INTEREST - every posting's interest for the tax year
001290* (details, for a run with no posting records), in account
001300* order, ready to be totalled per account.
001310*-------------------------------------------------------------------
001320 FD  SORTED-INTEREST.
001330 01  SINT-RECORD.
001340     05  SINT-ACCT-ID                PIC X(07).
001350     05  SINT-INTEREST               PIC S9(36)V9(2)
001360                                      SIGN LEADING SEPARATE.
001370
001380 SD  INTEREST-SORT-FILE.
001390 01  ISRT-RECORD.
001400     05  ISRT-ACCT-ID                PIC X(07).
001410     05  ISRT-INTEREST               PIC S9(36)V9(2)
001420                                      SIGN LEADING SEPARATE.
001430
001440*-------------------------------------------------------------------
001450* INTEREST-TAX-FILE - the fixed-format file for the tax
001460* authority, in the shared TAXREC layouts: header, one detail per
001470* reported account, control trailer.
001480*-------------------------------------------------------------------
001490 FD  INTEREST-TAX-FILE.
001500 COPY TAXREC.
001510
001520*-------------------------------------------------------------------
001530* TAX-NOTICE-FILE - the customer tax notices, one page per
001540* reported account, ready for mailing.
001550*-------------------------------------------------------------------
001560 FD  TAX-NOTICE-FILE.
001570 01  TAXN-PRINT-RECORD               PIC X(133).
001580
001590*-------------------------------------------------------------------
001600* TAX-REPORT - the control report: archive coverage exceptions
001610* when the run is refused, otherwise one line per account
001620* totalled, then the run's counts and totals.
001630*-------------------------------------------------------------------
001640 FD  TAX-REPORT.
001650 01  TAXR-PRINT-RECORD               PIC X(160).
001660
001670 WORKING-STORAGE SECTION.
001680*-------------------------------------------------------------------
001690* The archived image in hand, seen through the AMORT-HISTORY
001700* layouts it was archived from.
001710*-------------------------------------------------------------------
001720 COPY AMORTREC.
001730
001740*-------------------------------------------------------------------
001750* Customer tax notice lines, kept in working storage so their
001760* VALUE clauses are honored, and written with WRITE ... FROM.
001770*-------------------------------------------------------------------
001780 01  TAXN-HEADING-LINE.
001790     05  FILLER                      PIC X(01) VALUE '1'.
001800     05  FILLER                      PIC X(40)
001810                 VALUE "STATEMENT OF INTEREST CREDITED".
001820     05  FILLER                      PIC X(10) VALUE "TAX YEAR: ".
001830     05  TAXN-HDR-TAX-YEAR           PIC 9(04).
001840
001850 01  TAXN-DATE-LINE.
001860     05  FILLER                      PIC X(01) VALUE SPACE.
001870     05  FILLER                      PIC X(13)
001880                 VALUE "NOTICE DATE: ".
001890     05  TAXN-NOTICE-DATE            PIC X(10).
001900
001910 01  TAXN-ACCOUNT-LINE.
001920     05  FILLER                      PIC X(01) VALUE SPACE.
001930     05  FILLER                      PIC X(09) VALUE "ACCOUNT: ".
001940     05  TAXN-ACCT-ID                PIC X(07).
001950     05  FILLER                      PIC X(03) VALUE SPACES.
001960     05  TAXN-ACCT-NAME              PIC X(30).
001970
001980 01  TAXN-INTEREST-LINE.
001990     05  FILLER                      PIC X(01) VALUE SPACE.
002000     05  FILLER                      PIC X(40)
002010                 VALUE "INTEREST CREDITED IN THE TAX YEAR".
002020     05  TAXN-INTEREST               PIC $(13)9.99CR.
002030
002040 01  TAXN-TEXT-LINE.
002050     05  FILLER                      PIC X(01) VALUE SPACE.
002060     05  TAXN-TEXT                   PIC X(70).
002070
002080 01  TAXN-BLANK-LINE.
002090     05  FILLER                      PIC X(01) VALUE SPACE.
002100     05  FILLER                      PIC X(79) VALUE SPACES.
002110
002120*-------------------------------------------------------------------
002130* Control report lines.
002140*-------------------------------------------------------------------
002150 01  TAXR-HEADING-LINE.
002160     05  FILLER                      PIC X(01) VALUE '1'.
002170     05  FILLER                      PIC X(30)
002180                 VALUE "INTEREST TAX REPORTING".
002190     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002200     05  TAXR-HDR-DATE               PIC X(10).
002210     05  FILLER                      PIC X(10) VALUE SPACES.
002220     05  FILLER                      PIC X(05) VALUE "PAGE ".
002230     05  TAXR-HDR-PAGE               PIC ZZ9.
002240
002250 01  TAXR-PARM-LINE.
002260     05  FILLER                      PIC X(01) VALUE SPACE.
002270     05  FILLER                      PIC X(10) VALUE "TAX YEAR: ".
002280     05  TAXR-PARM-TAX-YEAR          PIC 9(04).
002290     05  FILLER                      PIC X(05) VALUE SPACES.
002300     05  FILLER                      PIC X(21)
002310                 VALUE "REPORTING THRESHOLD: ".
002320     05  TAXR-PARM-THRESHOLD         PIC $(07)9.99.
002330
002340 01  TAXR-COLUMN-LINE.
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  FILLER                      PIC X(09) VALUE "ACCOUNT".
002370     05  FILLER                      PIC X(32) VALUE "NAME".
002380     05  FILLER                      PIC X(20)
002390                 VALUE "   INTEREST CREDITED".
002400     05  FILLER                      PIC X(02) VALUE SPACES.
002410     05  FILLER                      PIC X(22) VALUE "NOTE".
002420
002430 01  TAXR-DETAIL-LINE.
002440     05  FILLER                      PIC X(01) VALUE SPACE.
002450     05  TAXR-DTL-ACCT               PIC X(07).
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  TAXR-DTL-NAME               PIC X(30).
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  TAXR-DTL-INTEREST           PIC $(13)9.99CR.
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  TAXR-DTL-NOTE               PIC X(22).
002520
002530 01  TAXR-EXCEPTION-LINE.
002540     05  FILLER                      PIC X(01) VALUE SPACE.
002550     05  TAXR-EXC-DATE               PIC X(10).
002560     05  FILLER                      PIC X(02) VALUE SPACES.
002570     05  TAXR-EXC-TEXT               PIC X(50).
002580
002590 01  TAXR-SECTION-LINE.
002600     05  FILLER                      PIC X(01) VALUE SPACE.
002610     05  TAXR-SECTION-TITLE          PIC X(60).
002620
002630 01  TAXR-COUNT-LINE.
002640     05  FILLER                      PIC X(01) VALUE SPACE.
002650     05  TAXR-CNT-LABEL              PIC X(40).
002660     05  TAXR-CNT-VALUE              PIC ZZZZZZZZ9.
002670
002680 01  TAXR-AMOUNT-LINE.
002690     05  FILLER                      PIC X(01) VALUE SPACE.
002700     05  TAXR-AMT-LABEL              PIC X(40).
002710     05  TAXR-AMT-VALUE              PIC $(13)9.99CR.
002720
002730 01  WS-TAXPARM-STATUS               PIC X(02).
002740     88  WS-TAXPARM-OK               VALUE '00'.
002750     88  WS-TAXPARM-NOT-FOUND        VALUE '35'.
002760
002770 01  WS-HOLIDAY-STATUS               PIC X(02).
002780     88  WS-HOLIDAY-OK               VALUE '00'.
002790     88  WS-HOLIDAY-CREATED          VALUE '05'.
002800     88  WS-HOLIDAY-EOF              VALUE '10'.
002810
002820 01  WS-ARCHIVE-STATUS               PIC X(02).
002830     88  WS-ARCHIVE-OK               VALUE '00'.
002840     88  WS-ARCHIVE-CREATED          VALUE '05'.
002850     88  WS-ARCHIVE-EOF              VALUE '10'.
002860
002870 01  WS-ACCTMSTR-STATUS              PIC X(02).
002880     88  WS-ACCTMSTR-OK              VALUE '00'.
002890
002900 01  WS-SINT-STATUS                  PIC X(02).
002910     88  WS-SINT-OK                  VALUE '00'.
002920     88  WS-SINT-EOF                 VALUE '10'.
002930
002940 01  WS-TAXFILE-STATUS               PIC X(02).
002950 01  WS-TAXNOTC-STATUS               PIC X(02).
002960
002970*-------------------------------------------------------------------
002980* The tax year's calendar: its first day as a running day number,
002990* its length, a known Monday's day number to find each day's
003000* weekday from, and the length of each month for walking it a
003010* day at a time.
003020*-------------------------------------------------------------------
003030 01  WS-TAX-YEAR-X                   PIC X(04).
003040 01  WS-JAN1-DAY-NUMBER              PIC 9(07) COMP.
003050 01  WS-MONDAY-DAY-NUMBER            PIC 9(07) COMP.
003060 01  WS-DAYS-IN-YEAR                 PIC 9(03) COMP.
003070 01  WS-DAY-OF-YEAR                  PIC S9(07) COMP.
003080 01  WS-DAYS-SINCE-MONDAY            PIC 9(07) COMP.
003090 01  WS-WEEKS-SINCE-MONDAY           PIC 9(07) COMP.
003100 01  WS-WEEKDAY                      PIC 9(01) COMP.
003110
003120 01  WS-MONTH-DAYS-VALUES            PIC X(24)
003130                 VALUE "312831303130313130313031".
003140 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
003150     05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.
003160
003170 01  WS-WALK-DATE-GROUP.
003180     05  WS-WALK-YYYY                PIC 9(04).
003190     05  WS-WALK-MM                  PIC 9(02).
003200     05  WS-WALK-DD                  PIC 9(02).
003210 01  WS-WALK-DATE-EDIT               PIC X(10).
003220
003230*-------------------------------------------------------------------
003240* One flag per day of the tax year: a proven-or-not archived run
003250* was found for it, that run carries posting records, and it is
003260* on the holiday calendar.
003270*-------------------------------------------------------------------
003280 01  WS-RUN-DAY-TABLE.
003290     05  WS-RUN-DAY-FLAG             PIC X(01) OCCURS 366 TIMES.
003300 01  WS-POSTING-DAY-TABLE.
003310     05  WS-POSTING-DAY-FLAG         PIC X(01) OCCURS 366 TIMES.
003320 01  WS-HOLIDAY-TABLE.
003330     05  WS-HOLIDAY-FLAG             PIC X(01) OCCURS 366 TIMES.
003340
003350 01  WS-ARCHIVE-SWITCH               PIC X(01) VALUE 'Y'.
003360     88  WS-ARCHIVE-COMPLETE         VALUE 'Y'.
003370     88  WS-ARCHIVE-INCOMPLETE       VALUE 'N'.
003380
003390*-------------------------------------------------------------------
003400* Run proof fields for the archived run in hand: the trailer's
003410* claims and what its details add up to, same as HISTARCH proved
003420* the run before archiving it. The hash totals wrap at field
003430* capacity on both sides, same as the writer.
003440*-------------------------------------------------------------------
003450 01  WS-PROOF-RUN-DATE               PIC X(10) VALUE SPACES.
003460 01  WS-PROOF-DATE-GROUP.
003470     05  WS-PROOF-YYYY               PIC 9(04).
003480     05  FILLER                      PIC X(01).
003490     05  WS-PROOF-MM                 PIC 9(02).
003500     05  FILLER                      PIC X(01).
003510     05  WS-PROOF-DD                 PIC 9(02).
003520 01  WS-HIST-RECORD-COUNT            PIC 9(09).
003530 01  WS-HIST-INTEREST-HASH           PIC S9(36)V9(2).
003540 01  WS-HIST-CLOSING-HASH            PIC S9(36)V9(2).
003550 01  WS-TRAILER-SEEN-SWITCH          PIC X(01).
003560     88  WS-TRAILER-SEEN             VALUE 'Y'.
003570     88  WS-TRAILER-NOT-SEEN         VALUE 'N'.
003580 01  WS-TRL-RECORD-COUNT             PIC 9(09).
003590 01  WS-TRL-INTEREST-HASH            PIC S9(36)V9(2).
003600 01  WS-TRL-CLOSING-HASH             PIC S9(36)V9(2).
003610 01  WS-EXCEPTION-TEXT               PIC X(50).
003620 01  WS-FLAGGED-RUN-DATE             PIC X(10) VALUE SPACES.
003630 01  WS-RUN-POSTING-SWITCH           PIC X(01).
003640     88  WS-RUN-HAS-POSTINGS         VALUE 'Y'.
003650     88  WS-RUN-HAS-NO-POSTINGS      VALUE 'N'.
003660 01  WS-RUN-UNPOSTED-COUNT           PIC 9(05).
003670
003680*-------------------------------------------------------------------
003690* Account totalling: the sorted account in hand, raised to
003700* HIGH-VALUES at end of file, and the year's interest for the
003710* account being totalled.
003720*-------------------------------------------------------------------
003730 01  WS-SINT-ACCT                    PIC X(07).
003740 01  WS-TAX-ACCT                     PIC X(07).
003750 01  WS-ACCT-INTEREST                PIC S9(13)V9(2).
003760 01  WS-TAX-NAME                     PIC X(30).
003770 01  WS-TAX-NOTE                     PIC X(22).
003780 01  WS-MASTER-SWITCH                PIC X(01).
003790     88  WS-MASTER-FOUND             VALUE 'Y'.
003800     88  WS-MASTER-MISSING           VALUE 'N'.
003810 01  WS-LISTING-SWITCH               PIC X(01) VALUE 'N'.
003820     88  WS-LISTING-ACCOUNTS         VALUE 'Y'.
003830
003840*-------------------------------------------------------------------
003850* Run counters and totals.
003860*-------------------------------------------------------------------
003870 01  WS-RUNS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
003880 01  WS-RUNS-UNPROVEN-COUNT          PIC 9(07) COMP VALUE ZERO.
003890 01  WS-DETAIL-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
003900 01  WS-POSTING-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
003910 01  WS-DETAIL-RUN-COUNT             PIC 9(07) COMP VALUE ZERO.
003920 01  WS-LOAN-SKIPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
003930 01  WS-HOLIDAY-COUNT                PIC 9(05) COMP VALUE ZERO.
003940 01  WS-BUSINESS-DAY-COUNT           PIC 9(05) COMP VALUE ZERO.
003950 01  WS-MISSING-DAY-COUNT            PIC 9(05) COMP VALUE ZERO.
003960 01  WS-ACCOUNTS-TOTALLED            PIC 9(07) COMP VALUE ZERO.
003970 01  WS-BELOW-THRESHOLD-COUNT        PIC 9(07) COMP VALUE ZERO.
003980 01  WS-NOTICE-COUNT                 PIC 9(07) COMP VALUE ZERO.
003990 01  WS-NO-NOTICE-COUNT              PIC 9(07) COMP VALUE ZERO.
004000 01  WS-TAX-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
004010 01  WS-ALL-INTEREST-TOTAL           PIC S9(15)V9(2) VALUE ZERO.
004020 01  WS-REPORTED-INTEREST-TOTAL      PIC S9(15)V9(2) VALUE ZERO.
004030
004040*-------------------------------------------------------------------
004050* Day-count fields: a calendar date turned into a running day
004060* number, so two dates can be subtracted to give the days
004070* between them (March-based year, leap days by the Gregorian
004080* rule).
004090*-------------------------------------------------------------------
004100 01  WS-DAYS-DATE                    PIC 9(08).
004110 01  WS-DAYS-DATE-GROUP REDEFINES WS-DAYS-DATE.
004120     05  WS-DAYS-YYYY                PIC 9(04).
004130     05  WS-DAYS-MM                  PIC 9(02).
004140     05  WS-DAYS-DD                  PIC 9(02).
004150 01  WS-DAYS-YEAR                    PIC 9(05) COMP.
004160 01  WS-DAYS-MONTH                   PIC 9(03) COMP.
004170 01  WS-DAYS-LEAP-4                  PIC 9(05) COMP.
004180 01  WS-DAYS-LEAP-100                PIC 9(05) COMP.
004190 01  WS-DAYS-LEAP-400                PIC 9(05) COMP.
004200 01  WS-DAYS-MONTH-PART              PIC 9(05) COMP.
004210 01  WS-DAY-NUMBER                   PIC 9(07) COMP.
004220
004230*-------------------------------------------------------------------
004240* Report date and pagination fields.
004250*-------------------------------------------------------------------
004260 01  WS-CURRENT-DATE                 PIC 9(08).
004270 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
004280     05  WS-DATE-YYYY                PIC 9(04).
004290     05  WS-DATE-MM                  PIC 9(02).
004300     05  WS-DATE-DD                  PIC 9(02).
004310 01  WS-REPORT-DATE                  PIC X(10).
004320
004330 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
004340 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
004350 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
004360
004370 PROCEDURE DIVISION.
004380*-------------------------------------------------------------------
004390* 0000-MAINLINE - sort the tax year's archived interest to
004400* account order, proving every archived run on the way; refuse
004410* the year if a run is missing or unproven; otherwise total and
004420* report each account and close the tax file with its trailer.
004430*-------------------------------------------------------------------
004440 0000-MAINLINE.
004450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004460     SORT INTEREST-SORT-FILE
004470         ON ASCENDING KEY ISRT-ACCT-ID
004480         INPUT PROCEDURE IS 2000-SELECT-INTEREST
004490             THRU 2000-EXIT
004500         GIVING SORTED-INTEREST
004510     PERFORM 3000-CHECK-ARCHIVE-COVERAGE THRU 3000-EXIT
004520     IF WS-ARCHIVE-INCOMPLETE
004530         PERFORM 8400-PRINT-COVERAGE-COUNTS THRU 8400-EXIT
004540         MOVE SPACES TO TAXR-SECTION-TITLE
004550         WRITE TAXR-PRINT-RECORD FROM TAXR-SECTION-LINE
004560         MOVE "ARCHIVE INCOMPLETE - NO NOTICES OR TAX FILE"
004570             TO TAXR-SECTION-TITLE
004580         WRITE TAXR-PRINT-RECORD FROM TAXR-SECTION-LINE
004590         DISPLAY "ARCHIVE INCOMPLETE FOR TAX YEAR - RUN TERMIN"
004600             "ATED"
004610         MOVE 16 TO RETURN-CODE
004620         GO TO 9999-TERMINATE
004630     END-IF
004640     PERFORM 4000-OPEN-REPORTING-FILES THRU 4000-EXIT
004650     PERFORM 5000-REPORT-NEXT-ACCOUNT THRU 5000-EXIT
004660         UNTIL WS-SINT-ACCT = HIGH-VALUES
004670     PERFORM 6000-WRITE-TAX-TRAILER THRU 6000-EXIT
004680     PERFORM 8400-PRINT-COVERAGE-COUNTS THRU 8400-EXIT
004690     PERFORM 8500-PRINT-COUNTS THRU 8500-EXIT
004700     GO TO 9999-TERMINATE.
004710
004720*-------------------------------------------------------------------
004730* 1000-INITIALIZE - open the report, stamp the run date, read
004740* the tax parameters, lay out the tax year's calendar, mark its
004750* holidays and the days whose runs carry posting records.
004760*-------------------------------------------------------------------
004770 1000-INITIALIZE.
004780     OPEN OUTPUT TAX-REPORT
004790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004800     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
004810         DELIMITED BY SIZE INTO WS-REPORT-DATE
004820     PERFORM 1100-READ-TAX-PARM THRU 1100-EXIT
004830     PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
004840     PERFORM 1200-SET-TAX-CALENDAR THRU 1200-EXIT
004850     PERFORM 1300-LOAD-HOLIDAYS THRU 1300-EXIT
004860     PERFORM 1500-FIND-POSTING-RUNS THRU 1500-EXIT
004870     .
004880 1000-EXIT.
004890     EXIT.
004900
004910*-------------------------------------------------------------------
004920* 1100-READ-TAX-PARM - the control record. The year must be a
004930* closed one - a year still running cannot be reported - and the
004940* threshold must be numeric.
004950*-------------------------------------------------------------------
004960 1100-READ-TAX-PARM.
004970     OPEN INPUT TAX-PARM-FILE
004980     IF WS-TAXPARM-NOT-FOUND
004990         DISPLAY "TAXPARM EMPTY OR MISSING - RUN TERMINATED"
005000         MOVE 16 TO RETURN-CODE
005010         GO TO 9999-TERMINATE
005020     END-IF
005030     READ TAX-PARM-FILE
005040         AT END
005050             DISPLAY "TAXPARM EMPTY OR MISSING - RUN TERMINATED"
005060             MOVE 16 TO RETURN-CODE
005070             GO TO 9999-TERMINATE
005080     END-READ
005090     CLOSE TAX-PARM-FILE
005100     IF TXPM-TAX-YEAR NOT NUMERIC
005110         OR TXPM-TAX-YEAR < 1901
005120         DISPLAY "TAX YEAR INVALID ON TAXPARM - RUN TERMINATED"
005130         MOVE 16 TO RETURN-CODE
005140         GO TO 9999-TERMINATE
005150     END-IF
005160     IF TXPM-TAX-YEAR NOT < WS-DATE-YYYY
005170         DISPLAY "TAX YEAR NOT YET ENDED - RUN TERMINATED"
005180         MOVE 16 TO RETURN-CODE
005190         GO TO 9999-TERMINATE
005200     END-IF
005210     IF TXPM-THRESHOLD NOT NUMERIC
005220         DISPLAY "REPORTING THRESHOLD INVALID ON TAXPARM - RUN T"
005230             "ERMINATED"
005240         MOVE 16 TO RETURN-CODE
005250         GO TO 9999-TERMINATE
005260     END-IF
005270     MOVE TXPM-TAX-YEAR TO WS-TAX-YEAR-X
005280     .
005290 1100-EXIT.
005300     EXIT.
005310
005320*-------------------------------------------------------------------
005330* 1200-SET-TAX-CALENDAR - the tax year's first day number and
005340* length, February's length to match, and the day number of
005350* Monday 1900-01-01 to count weekdays from.
005360*-------------------------------------------------------------------
005370 1200-SET-TAX-CALENDAR.
005380     MOVE SPACES TO WS-RUN-DAY-TABLE
005390     MOVE SPACES TO WS-HOLIDAY-TABLE
005400     MOVE TXPM-TAX-YEAR TO WS-DAYS-YYYY
005410     MOVE 1 TO WS-DAYS-MM
005420     MOVE 1 TO WS-DAYS-DD
005430     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
005440     MOVE WS-DAY-NUMBER TO WS-JAN1-DAY-NUMBER
005450     MOVE 12 TO WS-DAYS-MM
005460     MOVE 31 TO WS-DAYS-DD
005470     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
005480     COMPUTE WS-DAYS-IN-YEAR =
005490         WS-DAY-NUMBER - WS-JAN1-DAY-NUMBER + 1
005500     IF WS-DAYS-IN-YEAR = 366
005510         MOVE 29 TO WS-MONTH-DAYS (2)
005520     END-IF
005530     MOVE 19000101 TO WS-DAYS-DATE
005540     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
005550     MOVE WS-DAY-NUMBER TO WS-MONDAY-DAY-NUMBER
005560     .
005570 1200-EXIT.
005580     EXIT.
005590
005600*-------------------------------------------------------------------
005610* 1300-LOAD-HOLIDAYS - the tax year's holidays onto the day
005620* table. With no calendar every weekday is a business day.
005630*-------------------------------------------------------------------
005640 1300-LOAD-HOLIDAYS.
005650     OPEN INPUT HOLIDAY-FILE
005660     IF NOT WS-HOLIDAY-OK
005670         DISPLAY "NO HOLIDAY CALENDAR - EVERY WEEKDAY IS A BUSIN"
005680             "ESS DAY"
005690         IF WS-HOLIDAY-CREATED
005700             CLOSE HOLIDAY-FILE
005710         END-IF
005720         GO TO 1300-EXIT
005730     END-IF
005740     PERFORM 1310-READ-HOLIDAY THRU 1310-EXIT
005750         UNTIL NOT WS-HOLIDAY-OK
005760     CLOSE HOLIDAY-FILE
005770     .
005780 1300-EXIT.
005790     EXIT.
005800
005810*-------------------------------------------------------------------
005820* 1310-READ-HOLIDAY - one calendar date; only the tax year's
005830* dates are marked.
005840*-------------------------------------------------------------------
005850 1310-READ-HOLIDAY.
005860     READ HOLIDAY-FILE
005870         AT END
005880             GO TO 1310-EXIT
005890     END-READ
005900     IF HOLI-DATE NOT NUMERIC
005910         DISPLAY "HOLIDAY DATE NOT NUMERIC - IGNORED: " HOLI-DATE
005920         GO TO 1310-EXIT
005930     END-IF
005940     IF HOLI-YYYY NOT = TXPM-TAX-YEAR
005950         OR HOLI-MM < 1 OR HOLI-MM > 12
005960         GO TO 1310-EXIT
005970     END-IF
005980     MOVE HOLI-DATE TO WS-DAYS-DATE
005990     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
006000     COMPUTE WS-DAY-OF-YEAR =
006010         WS-DAY-NUMBER - WS-JAN1-DAY-NUMBER + 1
006020     IF WS-DAY-OF-YEAR < 1 OR WS-DAY-OF-YEAR > WS-DAYS-IN-YEAR
006030         GO TO 1310-EXIT
006040     END-IF
006050     MOVE 'Y' TO WS-HOLIDAY-FLAG (WS-DAY-OF-YEAR)
006060     ADD 1 TO WS-HOLIDAY-COUNT
006070     .
006080 1310-EXIT.
006090     EXIT.
006100
006110*-------------------------------------------------------------------
006120* 1500-FIND-POSTING-RUNS - a first pass over the archive marking
006130* each day of the tax year whose run carries posting records, so
006140* the selecting pass knows, from a run's first record, whether to
006150* take its postings or its details. No archive, nothing marked.
006160*-------------------------------------------------------------------
006170 1500-FIND-POSTING-RUNS.
006180     MOVE ALL 'N' TO WS-POSTING-DAY-TABLE
006190     OPEN INPUT AMORT-ARCHIVE
006200     IF NOT WS-ARCHIVE-OK
006210         IF WS-ARCHIVE-CREATED
006220             CLOSE AMORT-ARCHIVE
006230         END-IF
006240         GO TO 1500-EXIT
006250     END-IF
006260     PERFORM 1510-MARK-POSTING-RUN THRU 1510-EXIT
006270         UNTIL NOT WS-ARCHIVE-OK
006280     CLOSE AMORT-ARCHIVE
006290     .
006300 1500-EXIT.
006310     EXIT.
006320
006330*-------------------------------------------------------------------
006340* 1510-MARK-POSTING-RUN - one archived record: the first posting
006350* record of a run in the tax year marks that run's day.
006360*-------------------------------------------------------------------
006370 1510-MARK-POSTING-RUN.
006380     READ AMORT-ARCHIVE
006390         AT END
006400             GO TO 1510-EXIT
006410     END-READ
006420     IF ARCH-RUN-DATE (1:4) NOT = WS-TAX-YEAR-X
006430         OR ARCH-RUN-DATE = WS-FLAGGED-RUN-DATE
006440         GO TO 1510-EXIT
006450     END-IF
006460     MOVE ARCH-HIST-IMAGE TO HIST-POSTED-RECORD
006470     IF NOT HIST-POSTED
006480         GO TO 1510-EXIT
006490     END-IF
006500     MOVE ARCH-RUN-DATE TO WS-FLAGGED-RUN-DATE
006510     MOVE ARCH-RUN-DATE TO WS-PROOF-DATE-GROUP
006520     PERFORM 7700-RUN-DAY-OF-YEAR THRU 7700-EXIT
006530     IF WS-DAY-OF-YEAR > ZERO
006540         MOVE 'Y' TO WS-POSTING-DAY-FLAG (WS-DAY-OF-YEAR)
006550     END-IF
006560     .
006570 1510-EXIT.
006580     EXIT.
006590
006600*-------------------------------------------------------------------
006610* 2000-SELECT-INTEREST - feed the sort: every posting (or, for a
006620* run with none, every detail) of a run dated in the tax year,
006630* each run proved against its own trailer as it passes. With no
006640* archive every business day is missing, and the coverage check
006650* refuses the year.
006660*-------------------------------------------------------------------
006670 2000-SELECT-INTEREST.
006680     OPEN INPUT AMORT-ARCHIVE
006690     IF NOT WS-ARCHIVE-OK
006700         DISPLAY "NO AMORTIZATION ARCHIVE ON FILE"
006710         IF WS-ARCHIVE-CREATED
006720             CLOSE AMORT-ARCHIVE
006730         END-IF
006740         GO TO 2000-EXIT
006750     END-IF
006760     PERFORM 2100-TAKE-ARCHIVED-RECORD THRU 2100-EXIT
006770         UNTIL NOT WS-ARCHIVE-OK
006780     CLOSE AMORT-ARCHIVE
006790     PERFORM 2300-CLOSE-RUN-PROOF THRU 2300-EXIT
006800     .
006810 2000-EXIT.
006820     EXIT.
006830
006840*-------------------------------------------------------------------
006850* 2100-TAKE-ARCHIVED-RECORD - one archived record. Runs of other
006860* years are passed over; a new run date closes the proof of the
006870* run before it. Postings go to the sort; details go into the
006880* proof, and to the sort only for a run with no postings; the
006890* grand-totals record's unposted count and the trailer's claims
006900* are kept for the close of the run.
006910*-------------------------------------------------------------------
006920 2100-TAKE-ARCHIVED-RECORD.
006930     READ AMORT-ARCHIVE
006940         AT END
006950             GO TO 2100-EXIT
006960     END-READ
006970     IF ARCH-RUN-DATE (1:4) NOT = WS-TAX-YEAR-X
006980         GO TO 2100-EXIT
006990     END-IF
007000     IF ARCH-RUN-DATE NOT = WS-PROOF-RUN-DATE
007010         PERFORM 2300-CLOSE-RUN-PROOF THRU 2300-EXIT
007020         PERFORM 2200-START-RUN-PROOF THRU 2200-EXIT
007030     END-IF
007040     MOVE ARCH-HIST-IMAGE TO HIST-POSTED-RECORD
007050     IF HIST-POSTED
007060         MOVE HIST-PST-ACCT-ID TO ISRT-ACCT-ID
007070         MOVE HIST-PST-INTEREST TO ISRT-INTEREST
007080         RELEASE ISRT-RECORD
007090         ADD 1 TO WS-POSTING-READ-COUNT
007100         GO TO 2100-EXIT
007110     END-IF
007120     MOVE ARCH-HIST-IMAGE TO HIST-DETAIL-RECORD
007130     IF HIST-DETAIL
007140         ADD 1 TO WS-HIST-RECORD-COUNT
007150         ADD HIST-DTL-INTEREST TO WS-HIST-INTEREST-HASH
007160         ADD HIST-DTL-CLOSING TO WS-HIST-CLOSING-HASH
007170         ADD 1 TO WS-DETAIL-READ-COUNT
007180         IF WS-RUN-HAS-NO-POSTINGS
007190             MOVE HIST-DTL-ACCT-ID TO ISRT-ACCT-ID
007200             MOVE HIST-DTL-INTEREST TO ISRT-INTEREST
007210             RELEASE ISRT-RECORD
007220         END-IF
007230         GO TO 2100-EXIT
007240     END-IF
007250     MOVE ARCH-HIST-IMAGE TO HIST-TOTALS-RECORD
007260     IF HIST-TOTALS
007270         IF HIST-TOT-UNPOSTED-COUNT NUMERIC
007280             MOVE HIST-TOT-UNPOSTED-COUNT TO WS-RUN-UNPOSTED-COUNT
007290         END-IF
007300         GO TO 2100-EXIT
007310     END-IF
007320     MOVE ARCH-HIST-IMAGE TO HIST-TRAILER-RECORD
007330     IF HIST-TRAILER
007340         SET WS-TRAILER-SEEN TO TRUE
007350         MOVE HIST-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
007360         MOVE HIST-TRL-INTEREST-HASH TO WS-TRL-INTEREST-HASH
007370         MOVE HIST-TRL-CLOSING-HASH TO WS-TRL-CLOSING-HASH
007380     END-IF
007390     .
007400 2100-EXIT.
007410     EXIT.
007420
007430*-------------------------------------------------------------------
007440* 2200-START-RUN-PROOF - a new archived run: clear its proof,
007450* mark its day on the day table, and note whether it carries
007460* posting records.
007470*-------------------------------------------------------------------
007480 2200-START-RUN-PROOF.
007490     MOVE ARCH-RUN-DATE TO WS-PROOF-RUN-DATE
007500     MOVE ZERO TO WS-HIST-RECORD-COUNT
007510     MOVE ZERO TO WS-HIST-INTEREST-HASH
007520     MOVE ZERO TO WS-HIST-CLOSING-HASH
007530     SET WS-TRAILER-NOT-SEEN TO TRUE
007540     MOVE ZERO TO WS-RUN-UNPOSTED-COUNT
007550     SET WS-RUN-HAS-NO-POSTINGS TO TRUE
007560     ADD 1 TO WS-RUNS-READ-COUNT
007570     MOVE ARCH-RUN-DATE TO WS-PROOF-DATE-GROUP
007580     PERFORM 7700-RUN-DAY-OF-YEAR THRU 7700-EXIT
007590     IF WS-DAY-OF-YEAR > ZERO
007600         MOVE 'Y' TO WS-RUN-DAY-FLAG (WS-DAY-OF-YEAR)
007610         IF WS-POSTING-DAY-FLAG (WS-DAY-OF-YEAR) = 'Y'
007620             SET WS-RUN-HAS-POSTINGS TO TRUE
007630         END-IF
007640     END-IF
007650     .
007660 2200-EXIT.
007670     EXIT.
007680
007690*-------------------------------------------------------------------
007700* 2300-CLOSE-RUN-PROOF - the run just finished against its
007710* trailer. A run with no trailer, or one that does not prove,
007720* cannot be trusted for a tax figure and fails the year. A run
007730* with no posting records was taken from its details; if it left
007740* accounts unposted, their interest is in the totals, and the
007750* run is listed for the reported figures to be checked.
007760*-------------------------------------------------------------------
007770 2300-CLOSE-RUN-PROOF.
007780     IF WS-PROOF-RUN-DATE = SPACES
007790         GO TO 2300-EXIT
007800     END-IF
007810     IF WS-TRAILER-NOT-SEEN
007820         MOVE "ARCHIVED RUN HAS NO TRAILER" TO WS-EXCEPTION-TEXT
007830         PERFORM 2400-LIST-UNPROVEN-RUN THRU 2400-EXIT
007840         GO TO 2300-EXIT
007850     END-IF
007860     IF WS-TRL-RECORD-COUNT NOT = WS-HIST-RECORD-COUNT
007870         OR WS-TRL-INTEREST-HASH NOT = WS-HIST-INTEREST-HASH
007880         OR WS-TRL-CLOSING-HASH NOT = WS-HIST-CLOSING-HASH
007890         MOVE "ARCHIVED RUN DOES NOT PROVE TO ITS TRAILER"
007900             TO WS-EXCEPTION-TEXT
007910         PERFORM 2400-LIST-UNPROVEN-RUN THRU 2400-EXIT
007920         GO TO 2300-EXIT
007930     END-IF
007940     IF WS-RUN-HAS-POSTINGS
007950         GO TO 2300-EXIT
007960     END-IF
007970     ADD 1 TO WS-DETAIL-RUN-COUNT
007980     IF WS-RUN-UNPOSTED-COUNT > ZERO
007990         DISPLAY "RUN WITH UNPOSTED ACCOUNTS TAKEN FROM DETAILS: "
008000             WS-PROOF-RUN-DATE
008010         IF RETURN-CODE < 8
008020             MOVE 8 TO RETURN-CODE
008030         END-IF
008040         MOVE WS-PROOF-RUN-DATE TO TAXR-EXC-DATE
008050         MOVE "NO POSTING RECORDS - UNPOSTED INTEREST INCLUDED"
008060             TO TAXR-EXC-TEXT
008070         PERFORM 8200-PRINT-EXCEPTION-LINE THRU 8200-EXIT
008080     END-IF
008090     .
008100 2300-EXIT.
008110     EXIT.
008120
008130*-------------------------------------------------------------------
008140* 2400-LIST-UNPROVEN-RUN - one failed run onto the report.
008150*-------------------------------------------------------------------
008160 2400-LIST-UNPROVEN-RUN.
008170     ADD 1 TO WS-RUNS-UNPROVEN-COUNT
008180     SET WS-ARCHIVE-INCOMPLETE TO TRUE
008190     MOVE WS-PROOF-RUN-DATE TO TAXR-EXC-DATE
008200     MOVE WS-EXCEPTION-TEXT TO TAXR-EXC-TEXT
008210     PERFORM 8200-PRINT-EXCEPTION-LINE THRU 8200-EXIT
008220     .
008230 2400-EXIT.
008240     EXIT.
008250
008260*-------------------------------------------------------------------
008270* 3000-CHECK-ARCHIVE-COVERAGE - walk the tax year a day at a
008280* time; every weekday not on the holiday calendar is a business
008290* day and must have an archived run.
008300*-------------------------------------------------------------------
008310 3000-CHECK-ARCHIVE-COVERAGE.
008320     MOVE TXPM-TAX-YEAR TO WS-WALK-YYYY
008330     MOVE 1 TO WS-WALK-MM
008340     MOVE 1 TO WS-WALK-DD
008350     PERFORM 3100-CHECK-ONE-DAY THRU 3100-EXIT
008360         VARYING WS-DAY-OF-YEAR FROM 1 BY 1
008370         UNTIL WS-DAY-OF-YEAR > WS-DAYS-IN-YEAR
008380     .
008390 3000-EXIT.
008400     EXIT.
008410
008420*-------------------------------------------------------------------
008430* 3100-CHECK-ONE-DAY - one day of the year: its weekday from the
008440* days since a known Monday (0 = Monday .. 6 = Sunday), then the
008450* walk date moved on a day.
008460*-------------------------------------------------------------------
008470 3100-CHECK-ONE-DAY.
008480     COMPUTE WS-DAYS-SINCE-MONDAY = WS-JAN1-DAY-NUMBER
008490         + WS-DAY-OF-YEAR - 1 - WS-MONDAY-DAY-NUMBER
008500     DIVIDE WS-DAYS-SINCE-MONDAY BY 7
008510         GIVING WS-WEEKS-SINCE-MONDAY REMAINDER WS-WEEKDAY
008520     IF WS-WEEKDAY < 5
008530         AND WS-HOLIDAY-FLAG (WS-DAY-OF-YEAR) NOT = 'Y'
008540         ADD 1 TO WS-BUSINESS-DAY-COUNT
008550         IF WS-RUN-DAY-FLAG (WS-DAY-OF-YEAR) NOT = 'Y'
008560             PERFORM 3200-LIST-MISSING-DAY THRU 3200-EXIT
008570         END-IF
008580     END-IF
008590     ADD 1 TO WS-WALK-DD
008600     IF WS-WALK-DD > WS-MONTH-DAYS (WS-WALK-MM)
008610         MOVE 1 TO WS-WALK-DD
008620         ADD 1 TO WS-WALK-MM
008630     END-IF
008640     .
008650 3100-EXIT.
008660     EXIT.
008670
008680*-------------------------------------------------------------------
008690* 3200-LIST-MISSING-DAY - one business day with no archived run
008700* onto the report.
008710*-------------------------------------------------------------------
008720 3200-LIST-MISSING-DAY.
008730     ADD 1 TO WS-MISSING-DAY-COUNT
008740     SET WS-ARCHIVE-INCOMPLETE TO TRUE
008750     MOVE SPACES TO WS-WALK-DATE-EDIT
008760     STRING WS-WALK-YYYY "-" WS-WALK-MM "-" WS-WALK-DD
008770         DELIMITED BY SIZE INTO WS-WALK-DATE-EDIT
008780     MOVE WS-WALK-DATE-EDIT TO TAXR-EXC-DATE
008790     MOVE "NO ARCHIVED RUN FOR THIS BUSINESS DAY"
008800         TO TAXR-EXC-TEXT
008810     PERFORM 8200-PRINT-EXCEPTION-LINE THRU 8200-EXIT
008820     .
008830 3200-EXIT.
008840     EXIT.
008850
008860*-------------------------------------------------------------------
008870* 4000-OPEN-REPORTING-FILES - the archive is whole: open the
008880* master for the name lookup, the sorted interest, the tax file
008890* and the notices, write the tax file header and prime the first
008900* sorted record.
008910*-------------------------------------------------------------------
008920 4000-OPEN-REPORTING-FILES.
008930     OPEN INPUT ACCOUNT-MASTER
008940     IF NOT WS-ACCTMSTR-OK
008950         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
008960             "ATED"
008970         MOVE 16 TO RETURN-CODE
008980         GO TO 9999-TERMINATE
008990     END-IF
009000     OPEN OUTPUT INTEREST-TAX-FILE
009010     OPEN OUTPUT TAX-NOTICE-FILE
009020     MOVE SPACES TO TAXF-HEADER-RECORD
009030     SET TAXF-HEADER TO TRUE
009040     MOVE TXPM-TAX-YEAR TO TAXF-HDR-TAX-YEAR
009050     MOVE WS-REPORT-DATE TO TAXF-HDR-CREATED-DATE
009060     MOVE TXPM-THRESHOLD TO TAXF-HDR-THRESHOLD
009070     WRITE TAXF-HEADER-RECORD
009080     SET WS-LISTING-ACCOUNTS TO TRUE
009090     MOVE 99 TO WS-LINE-COUNT
009100     OPEN INPUT SORTED-INTEREST
009110     IF NOT WS-SINT-OK
009120         MOVE HIGH-VALUES TO WS-SINT-ACCT
009130     ELSE
009140         PERFORM 7100-READ-SORTED-INTEREST THRU 7100-EXIT
009150     END-IF
009160     .
009170 4000-EXIT.
009180     EXIT.
009190
009200*-------------------------------------------------------------------
009210* 5000-REPORT-NEXT-ACCOUNT - total the next account's interest
009220* for the year and join it to the master. A loan account's
009230* interest is charged to the customer, not credited, so it is
009240* listed but not reported. A total reaching the threshold goes
009250* on the tax file and gets a notice; an account
009260* no longer on the master is still reported, but there is no
009270* name or address to send a notice to.
009280*-------------------------------------------------------------------
009290 5000-REPORT-NEXT-ACCOUNT.
009300     MOVE WS-SINT-ACCT TO WS-TAX-ACCT
009310     MOVE ZERO TO WS-ACCT-INTEREST
009320     PERFORM 5100-ADD-INTEREST THRU 5100-EXIT
009330         UNTIL WS-SINT-ACCT NOT = WS-TAX-ACCT
009340     MOVE WS-TAX-ACCT TO ACCT-ID
009350     SET WS-MASTER-FOUND TO TRUE
009360     READ ACCOUNT-MASTER
009370         INVALID KEY
009380             SET WS-MASTER-MISSING TO TRUE
009390     END-READ
009400     IF WS-MASTER-FOUND
009410         MOVE ACCT-NAME TO WS-TAX-NAME
009420     ELSE
009430         MOVE "*** NOT ON ACCOUNT-MASTER ***" TO WS-TAX-NAME
009440     END-IF
009450     IF WS-MASTER-FOUND
009460         AND ACCT-PRODUCT-CODE = "LOAN"
009470         ADD 1 TO WS-LOAN-SKIPPED-COUNT
009480         MOVE "LOAN - NOT REPORTED" TO WS-TAX-NOTE
009490         PERFORM 8100-PRINT-ACCOUNT-LINE THRU 8100-EXIT
009500         GO TO 5000-EXIT
009510     END-IF
009520     ADD 1 TO WS-ACCOUNTS-TOTALLED
009530     ADD WS-ACCT-INTEREST TO WS-ALL-INTEREST-TOTAL
009540     IF WS-ACCT-INTEREST NOT > ZERO
009550         OR WS-ACCT-INTEREST < TXPM-THRESHOLD
009560         ADD 1 TO WS-BELOW-THRESHOLD-COUNT
009570         MOVE "BELOW THRESHOLD" TO WS-TAX-NOTE
009580         PERFORM 8100-PRINT-ACCOUNT-LINE THRU 8100-EXIT
009590         GO TO 5000-EXIT
009600     END-IF
009610     PERFORM 5200-WRITE-TAX-DETAIL THRU 5200-EXIT
009620     IF WS-MASTER-MISSING
009630         DISPLAY "REPORTED ACCOUNT NOT ON MASTER - NO NOTICE: "
009640             WS-TAX-ACCT
009650         IF RETURN-CODE < 8
009660             MOVE 8 TO RETURN-CODE
009670         END-IF
009680         ADD 1 TO WS-NO-NOTICE-COUNT
009690         MOVE "REPORTED - NO NOTICE" TO WS-TAX-NOTE
009700     ELSE
009710         PERFORM 5300-PRINT-TAX-NOTICE THRU 5300-EXIT
009720         MOVE "REPORTED - NOTICE SENT" TO WS-TAX-NOTE
009730     END-IF
009740     PERFORM 8100-PRINT-ACCOUNT-LINE THRU 8100-EXIT
009750     .
009760 5000-EXIT.
009770     EXIT.
009780
009790*-------------------------------------------------------------------
009800* 5100-ADD-INTEREST - one archived posting's (or detail's)
009810* interest into the account's total.
009820*-------------------------------------------------------------------
009830 5100-ADD-INTEREST.
009840     ADD SINT-INTEREST TO WS-ACCT-INTEREST
009850     PERFORM 7100-READ-SORTED-INTEREST THRU 7100-EXIT
009860     .
009870 5100-EXIT.
009880     EXIT.
009890
009900*-------------------------------------------------------------------
009910* 5200-WRITE-TAX-DETAIL - the account's record on the tax file,
009920* into the trailer's count and total.
009930*-------------------------------------------------------------------
009940 5200-WRITE-TAX-DETAIL.
009950     MOVE SPACES TO TAXF-DETAIL-RECORD
009960     SET TAXF-DETAIL TO TRUE
009970     MOVE TXPM-TAX-YEAR TO TAXF-DTL-TAX-YEAR
009980     MOVE WS-TAX-ACCT TO TAXF-DTL-ACCT-ID
009990     MOVE WS-TAX-NAME TO TAXF-DTL-NAME
010000     MOVE WS-ACCT-INTEREST TO TAXF-DTL-INTEREST
010010     WRITE TAXF-DETAIL-RECORD
010020     ADD 1 TO WS-TAX-DETAIL-COUNT
010030     ADD WS-ACCT-INTEREST TO WS-REPORTED-INTEREST-TOTAL
010040     .
010050 5200-EXIT.
010060     EXIT.
010070
010080*-------------------------------------------------------------------
010090* 5300-PRINT-TAX-NOTICE - the customer's notice, a page of its
010100* own.
010110*-------------------------------------------------------------------
010120 5300-PRINT-TAX-NOTICE.
010130     MOVE TXPM-TAX-YEAR TO TAXN-HDR-TAX-YEAR
010140     WRITE TAXN-PRINT-RECORD FROM TAXN-HEADING-LINE
010150     MOVE WS-REPORT-DATE TO TAXN-NOTICE-DATE
010160     WRITE TAXN-PRINT-RECORD FROM TAXN-DATE-LINE
010170     WRITE TAXN-PRINT-RECORD FROM TAXN-BLANK-LINE
010180     MOVE WS-TAX-ACCT TO TAXN-ACCT-ID
010190     MOVE WS-TAX-NAME TO TAXN-ACCT-NAME
010200     WRITE TAXN-PRINT-RECORD FROM TAXN-ACCOUNT-LINE
010210     WRITE TAXN-PRINT-RECORD FROM TAXN-BLANK-LINE
010220     MOVE WS-ACCT-INTEREST TO TAXN-INTEREST
010230     WRITE TAXN-PRINT-RECORD FROM TAXN-INTEREST-LINE
010240     WRITE TAXN-PRINT-RECORD FROM TAXN-BLANK-LINE
010250     MOVE "THIS AMOUNT HAS BEEN REPORTED TO THE TAX AUTHORITY."
010260         TO TAXN-TEXT
010270     WRITE TAXN-PRINT-RECORD FROM TAXN-TEXT-LINE
010280     MOVE "PLEASE KEEP THIS NOTICE WITH YOUR TAX RECORDS."
010290         TO TAXN-TEXT
010300     WRITE TAXN-PRINT-RECORD FROM TAXN-TEXT-LINE
010310     ADD 1 TO WS-NOTICE-COUNT
010320     .
010330 5300-EXIT.
010340     EXIT.
010350
010360*-------------------------------------------------------------------
010370* 6000-WRITE-TAX-TRAILER - the tax file's control trailer: the
010380* detail count and the interest total reported.
010390*-------------------------------------------------------------------
010400 6000-WRITE-TAX-TRAILER.
010410     MOVE SPACES TO TAXF-TRAILER-RECORD
010420     SET TAXF-TRAILER TO TRUE
010430     MOVE WS-TAX-DETAIL-COUNT TO TAXF-TRL-RECORD-COUNT
010440     MOVE WS-REPORTED-INTEREST-TOTAL TO TAXF-TRL-INTEREST-TOTAL
010450     WRITE TAXF-TRAILER-RECORD
010460     .
010470 6000-EXIT.
010480     EXIT.
010490
010500*-------------------------------------------------------------------
010510* 7100-READ-SORTED-INTEREST - next sorted detail; HIGH-VALUES in
010520* the account in hand ends the totalling at end of file.
010530*-------------------------------------------------------------------
010540 7100-READ-SORTED-INTEREST.
010550     READ SORTED-INTEREST
010560         AT END
010570             MOVE HIGH-VALUES TO WS-SINT-ACCT
010580             GO TO 7100-EXIT
010590     END-READ
010600     MOVE SINT-ACCT-ID TO WS-SINT-ACCT
010610     .
010620 7100-EXIT.
010630     EXIT.
010640
010650*-------------------------------------------------------------------
010660* 7700-RUN-DAY-OF-YEAR - the archived run date in the proof date
010670* fields as a day of the tax year; zero for a date that is not
010680* valid or not in the year.
010690*-------------------------------------------------------------------
010700 7700-RUN-DAY-OF-YEAR.
010710     MOVE ZERO TO WS-DAY-OF-YEAR
010720     IF WS-PROOF-YYYY NOT NUMERIC OR WS-PROOF-MM NOT NUMERIC
010730         OR WS-PROOF-DD NOT NUMERIC
010740         OR WS-PROOF-MM < 1 OR WS-PROOF-MM > 12
010750         GO TO 7700-EXIT
010760     END-IF
010770     MOVE WS-PROOF-YYYY TO WS-DAYS-YYYY
010780     MOVE WS-PROOF-MM TO WS-DAYS-MM
010790     MOVE WS-PROOF-DD TO WS-DAYS-DD
010800     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
010810     COMPUTE WS-DAY-OF-YEAR =
010820         WS-DAY-NUMBER - WS-JAN1-DAY-NUMBER + 1
010830     IF WS-DAY-OF-YEAR < 1
010840         OR WS-DAY-OF-YEAR > WS-DAYS-IN-YEAR
010850         MOVE ZERO TO WS-DAY-OF-YEAR
010860     END-IF
010870     .
010880 7700-EXIT.
010890     EXIT.
010900
010910*-------------------------------------------------------------------
010920* 7800-COMPUTE-DAY-NUMBER - the date in WS-DAYS-DATE as a running
010930* day number in WS-DAY-NUMBER. The year is counted from March so
010940* the leap day falls at its end; whole-number DIVIDEs drop the
010950* remainders the leap-year rule needs dropped.
010960*-------------------------------------------------------------------
010970 7800-COMPUTE-DAY-NUMBER.
010980     MOVE WS-DAYS-YYYY TO WS-DAYS-YEAR
010990     MOVE WS-DAYS-MM TO WS-DAYS-MONTH
011000     IF WS-DAYS-MONTH < 3
011010         SUBTRACT 1 FROM WS-DAYS-YEAR
011020         ADD 12 TO WS-DAYS-MONTH
011030     END-IF
011040     DIVIDE WS-DAYS-YEAR BY 4 GIVING WS-DAYS-LEAP-4
011050     DIVIDE WS-DAYS-YEAR BY 100 GIVING WS-DAYS-LEAP-100
011060     DIVIDE WS-DAYS-YEAR BY 400 GIVING WS-DAYS-LEAP-400
011070     COMPUTE WS-DAYS-MONTH-PART = 153 * (WS-DAYS-MONTH - 3) + 2
011080     DIVIDE WS-DAYS-MONTH-PART BY 5 GIVING WS-DAYS-MONTH-PART
011090     COMPUTE WS-DAY-NUMBER = 365 * WS-DAYS-YEAR
011100         + WS-DAYS-LEAP-4 - WS-DAYS-LEAP-100 + WS-DAYS-LEAP-400
011110         + WS-DAYS-MONTH-PART + WS-DAYS-DD
011120     .
011130 7800-EXIT.
011140     EXIT.
011150
011160*-------------------------------------------------------------------
011170* 8000-PRINT-HEADINGS - report header and the tax year line,
011180* printed at the top of every page, with the column line once
011190* the accounts are being listed.
011200*-------------------------------------------------------------------
011210 8000-PRINT-HEADINGS.
011220     ADD 1 TO WS-PAGE-NUMBER
011230     MOVE WS-REPORT-DATE TO TAXR-HDR-DATE
011240     MOVE WS-PAGE-NUMBER TO TAXR-HDR-PAGE
011250     WRITE TAXR-PRINT-RECORD FROM TAXR-HEADING-LINE
011260     MOVE TXPM-TAX-YEAR TO TAXR-PARM-TAX-YEAR
011270     MOVE TXPM-THRESHOLD TO TAXR-PARM-THRESHOLD
011280     WRITE TAXR-PRINT-RECORD FROM TAXR-PARM-LINE
011290     MOVE 2 TO WS-LINE-COUNT
011300     IF WS-LISTING-ACCOUNTS
011310         WRITE TAXR-PRINT-RECORD FROM TAXR-COLUMN-LINE
011320         ADD 1 TO WS-LINE-COUNT
011330     END-IF
011340     .
011350 8000-EXIT.
011360     EXIT.
011370
011380*-------------------------------------------------------------------
011390* 8100-PRINT-ACCOUNT-LINE - one account's year total and what
011400* was done with it, paging when the page is full.
011410*-------------------------------------------------------------------
011420 8100-PRINT-ACCOUNT-LINE.
011430     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011440         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
011450     END-IF
011460     MOVE WS-TAX-ACCT TO TAXR-DTL-ACCT
011470     MOVE WS-TAX-NAME TO TAXR-DTL-NAME
011480     MOVE WS-ACCT-INTEREST TO TAXR-DTL-INTEREST
011490     MOVE WS-TAX-NOTE TO TAXR-DTL-NOTE
011500     WRITE TAXR-PRINT-RECORD FROM TAXR-DETAIL-LINE
011510     ADD 1 TO WS-LINE-COUNT
011520     .
011530 8100-EXIT.
011540     EXIT.
011550
011560*-------------------------------------------------------------------
011570* 8200-PRINT-EXCEPTION-LINE - one archive coverage exception,
011580* paging when the page is full.
011590*-------------------------------------------------------------------
011600 8200-PRINT-EXCEPTION-LINE.
011610     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011620         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
011630     END-IF
011640     WRITE TAXR-PRINT-RECORD FROM TAXR-EXCEPTION-LINE
011650     ADD 1 TO WS-LINE-COUNT
011660     .
011670 8200-EXIT.
011680     EXIT.
011690
011700*-------------------------------------------------------------------
011710* 8400-PRINT-COVERAGE-COUNTS - the archive's coverage of the tax
011720* year: runs read and unproven, business days expected and
011730* missing.
011740*-------------------------------------------------------------------
011750 8400-PRINT-COVERAGE-COUNTS.
011760     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011770         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
011780     END-IF
011790     MOVE SPACES TO TAXR-SECTION-TITLE
011800     WRITE TAXR-PRINT-RECORD FROM TAXR-SECTION-LINE
011810     MOVE "ARCHIVE COVERAGE OF THE TAX YEAR" TO TAXR-SECTION-TITLE
011820     WRITE TAXR-PRINT-RECORD FROM TAXR-SECTION-LINE
011830     MOVE "ARCHIVED RUNS READ" TO TAXR-CNT-LABEL
011840     MOVE WS-RUNS-READ-COUNT TO TAXR-CNT-VALUE
011850     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
011860     MOVE "ARCHIVED RUNS NOT PROVEN" TO TAXR-CNT-LABEL
011870     MOVE WS-RUNS-UNPROVEN-COUNT TO TAXR-CNT-VALUE
011880     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
011890     MOVE "ARCHIVED DETAIL RECORDS READ" TO TAXR-CNT-LABEL
011900     MOVE WS-DETAIL-READ-COUNT TO TAXR-CNT-VALUE
011910     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
011920     MOVE "ARCHIVED POSTING RECORDS READ" TO TAXR-CNT-LABEL
011930     MOVE WS-POSTING-READ-COUNT TO TAXR-CNT-VALUE
011940     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
011950     MOVE "RUNS TAKEN FROM DETAILS - NO POSTINGS"
011960         TO TAXR-CNT-LABEL
011970     MOVE WS-DETAIL-RUN-COUNT TO TAXR-CNT-VALUE
011980     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
011990     MOVE "HOLIDAYS ON THE CALENDAR" TO TAXR-CNT-LABEL
012000     MOVE WS-HOLIDAY-COUNT TO TAXR-CNT-VALUE
012010     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
012020     MOVE "BUSINESS DAYS IN THE TAX YEAR" TO TAXR-CNT-LABEL
012030     MOVE WS-BUSINESS-DAY-COUNT TO TAXR-CNT-VALUE
012040     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
012050     MOVE "BUSINESS DAYS WITH NO ARCHIVED RUN" TO TAXR-CNT-LABEL
012060     MOVE WS-MISSING-DAY-COUNT TO TAXR-CNT-VALUE
012070     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
012080     ADD 10 TO WS-LINE-COUNT
012090     .
012100 8400-EXIT.
012110     EXIT.
012120
012130*-------------------------------------------------------------------
012140* 8500-PRINT-COUNTS - the reporting counts and totals; the tax
012150* file trailer carries the same count and amount reported.
012160*-------------------------------------------------------------------
012170 8500-PRINT-COUNTS.
012180     MOVE SPACES TO TAXR-SECTION-TITLE
012190     WRITE TAXR-PRINT-RECORD FROM TAXR-SECTION-LINE
012200     MOVE "INTEREST TAX REPORTING COUNTS" TO TAXR-SECTION-TITLE
012210     WRITE TAXR-PRINT-RECORD FROM TAXR-SECTION-LINE
012220     MOVE "ACCOUNTS WITH INTEREST IN THE YEAR" TO TAXR-CNT-LABEL
012230     MOVE WS-ACCOUNTS-TOTALLED TO TAXR-CNT-VALUE
012240     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
012250     MOVE "LOAN ACCOUNTS - NOT REPORTED" TO TAXR-CNT-LABEL
012260     MOVE WS-LOAN-SKIPPED-COUNT TO TAXR-CNT-VALUE
012270     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
012280     MOVE "ACCOUNTS BELOW THRESHOLD" TO TAXR-CNT-LABEL
012290     MOVE WS-BELOW-THRESHOLD-COUNT TO TAXR-CNT-VALUE
012300     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
012310     MOVE "ACCOUNTS REPORTED ON TAX FILE" TO TAXR-CNT-LABEL
012320     MOVE WS-TAX-DETAIL-COUNT TO TAXR-CNT-VALUE
012330     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
012340     MOVE "CUSTOMER NOTICES PRINTED" TO TAXR-CNT-LABEL
012350     MOVE WS-NOTICE-COUNT TO TAXR-CNT-VALUE
012360     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
012370     MOVE "REPORTED - NOT ON MASTER, NO NOTICE" TO TAXR-CNT-LABEL
012380     MOVE WS-NO-NOTICE-COUNT TO TAXR-CNT-VALUE
012390     WRITE TAXR-PRINT-RECORD FROM TAXR-COUNT-LINE
012400     MOVE "INTEREST CREDITED - ALL ACCOUNTS" TO TAXR-AMT-LABEL
012410     MOVE WS-ALL-INTEREST-TOTAL TO TAXR-AMT-VALUE
012420     WRITE TAXR-PRINT-RECORD FROM TAXR-AMOUNT-LINE
012430     MOVE "INTEREST REPORTED ON TAX FILE" TO TAXR-AMT-LABEL
012440     MOVE WS-REPORTED-INTEREST-TOTAL TO TAXR-AMT-VALUE
012450     WRITE TAXR-PRINT-RECORD FROM TAXR-AMOUNT-LINE
012460     .
012470 8500-EXIT.
012480     EXIT.
012490
012500*-------------------------------------------------------------------
012510* 9999-TERMINATE - single exit point for the run.
012520*-------------------------------------------------------------------
012530 9999-TERMINATE.
012540     CLOSE TAX-REPORT
012550     CLOSE ACCOUNT-MASTER
012560     CLOSE SORTED-INTEREST
012570     CLOSE INTEREST-TAX-FILE
012580     CLOSE TAX-NOTICE-FILE
012590     STOP RUN.
012600 END PROGRAM INTTAX.
