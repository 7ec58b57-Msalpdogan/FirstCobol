000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     Nightly loan delinquency run: apply the payments
000050*              TRANPOST actually posted (its TPSTHIST posted-
000060*              transaction history) since each loan's payment-
000070*              due schedule was last aged to that schedule,
000080*              oldest unpaid installment first, age every unpaid
000090*              amount into current, 30, 60 and 90+ day buckets,
000100*              and print the collections aging report with a
000110*              summary by product code. Loans that went thirty
000120*              days past due tonight are written to the past-due
000130*              file, where the fee run picks them up for the
000140*              late fee. The schedule is rewritten to
000150*              LOANDNEW with each installment's paid amount and
000160*              past-due flag; operations swaps it in for LOANDUE.
000170*              Installments are put on the schedule, changed and
000180*              taken off by the maintenance run DUEMNT.
000190* Tectonics:   cobc
000200*-------------------------------------------------------------------
000210* Modification History
000220* Date       Init  Description
000230* ---------- ----  ------------------------------------------------
000240* 2026-10-15  MSA  New program: collections was working the
000250*                   delinquent list from a spreadsheet keyed off
000260*                   the TPSTJRNL printout.
000270* 2026-10-15  MSA  A dormant loan that goes past due is sent to
000280*                   the fee run like an open one; only a closed
000290*                   loan is held back.
000300* 2026-10-15  MSA  A payment reversed by TRANPOST tonight is
000310*                   taken back off the schedule, newest paid
000320*                   installment first, so the loan ages as if
000330*                   the payment had never been made.
000340* 2026-10-15  MSA  Payments are taken from every run since the
000350*                   loan's schedule was last aged, not tonight's
000360*                   run only, so a night DELINQ missed or whose
000370*                   LOANDNEW was not swapped in is not lost.
000380*                   The past-due file is not overwritten while
000390*                   it holds loans the fee run (FEEPOST) has not
000400*                   charged; FEEPOST empties it once charged.
000410* 2026-10-15  MSA  No LOANDUE yet means no loans scheduled, not a
000420*                   failed run, so FEEPOST is not held up behind
000430*                   it; the schedule is kept by the new DUEMNT.
000440*******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.    DELINQ.
000470 AUTHOR.        MSALPDOGAN.
000480 INSTALLATION.  OPERATIONS.
000490 DATE-WRITTEN.  10/15/2026.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS ACCT-ID
000580         FILE STATUS IS WS-ACCTMSTR-STATUS.
000590
000600     SELECT OPTIONAL POSTED-HISTORY ASSIGN TO "TPSTHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-POSTHIST-STATUS.
000630
000640     SELECT SORTED-PAYMENTS ASSIGN TO "DLQPMTS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SPMT-STATUS.
000670
000680     SELECT PAYMENT-SORT-FILE ASSIGN TO "DLQSWK".
000690
000700     SELECT DUE-SCHEDULE-FILE ASSIGN TO "LOANDUE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-LOANDUE-STATUS.
000730
000740     SELECT DUE-NEW-FILE ASSIGN TO "LOANDNEW"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760
000770     SELECT OPTIONAL PAST-DUE-FILE ASSIGN TO "PASTDUE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PASTDUE-STATUS.
000800
000810     SELECT AGING-REPORT ASSIGN TO "DLQRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830
000840     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-RUNCTL-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900*-------------------------------------------------------------------
000910* ACCOUNT-MASTER - read by key for each scheduled loan's name,
000920* product code and status; never written here. Record layout is
000930* the shared ACCTREC copybook.
000940*-------------------------------------------------------------------
000950 FD  ACCOUNT-MASTER.
000960 COPY ACCTREC.
000970
000980*-------------------------------------------------------------------
000990* POSTED-HISTORY - TRANPOST's record of every transaction it
001000* applied, in the shared POSTREC layout; only the payments since
001010* the schedule was last aged are of interest here. A missing
001020* file just means no payments.
001030*-------------------------------------------------------------------
001040 FD  POSTED-HISTORY.
001050 COPY POSTREC.
001060
001070*-------------------------------------------------------------------
001080* SORTED-PAYMENTS - the posted payments in account order, each
001090* with the run date it was posted on, ready for the
001100* co-sequential match with the schedule.
001110*-------------------------------------------------------------------
001120 FD  SORTED-PAYMENTS.
001130 01  SPMT-RECORD.
001140     05  SPMT-ACCT-ID                PIC X(07).
001150     05  SPMT-AMOUNT                 PIC S9(13)V9(2)
001160                                      SIGN LEADING SEPARATE.
001170     05  SPMT-RUN-DATE               PIC X(10).
001180
001190 SD  PAYMENT-SORT-FILE.
001200 01  PSRT-RECORD.
001210     05  PSRT-ACCT-ID                PIC X(07).
001220     05  PSRT-AMOUNT                 PIC S9(13)V9(2)
001230                                      SIGN LEADING SEPARATE.
001240     05  PSRT-RUN-DATE               PIC X(10).
001250
001260*-------------------------------------------------------------------
001270* DUE-SCHEDULE-FILE - the standing payment-due schedule, one
001280* record per installment in account and due-date order, in the
001290* shared DUEREC layout.
001300*-------------------------------------------------------------------
001310 FD  DUE-SCHEDULE-FILE.
001320 COPY DUEREC.
001330
001340*-------------------------------------------------------------------
001350* DUE-NEW-FILE - the schedule rewritten with tonight's payments
001360* applied and past-due flags set; operations swaps it in.
001370*-------------------------------------------------------------------
001380 FD  DUE-NEW-FILE.
001390 01  DUE-NEW-RECORD                  PIC X(66).
001400
001410*-------------------------------------------------------------------
001420* PAST-DUE-FILE - the loans that went past due tonight, in the
001430* shared PDUEREC layout, for the fee run's late fee. The fee
001440* run empties it once charged, so it is read first to see that
001450* the last one was.
001460*-------------------------------------------------------------------
001470 FD  PAST-DUE-FILE.
001480 COPY PDUEREC.
001490
001500*-------------------------------------------------------------------
001510* AGING-REPORT - the collections aging report: one line per loan
001520* with anything due and unpaid, then the summary by product.
001530*-------------------------------------------------------------------
001540 FD  AGING-REPORT.
001550 01  DRPT-PRINT-RECORD  PIC X(160).
001560
001570*-------------------------------------------------------------------
001580* RUN-CONTROL-FILE - the night stream's shared run-sequence
001590* control, one record per batch program in the shared RUNCTLR
001600* layout, checked and stamped by every program in the stream.
001610*-------------------------------------------------------------------
001620 FD  RUN-CONTROL-FILE.
001630 COPY RUNCTLR.
001640
001650 WORKING-STORAGE SECTION.
001660*-------------------------------------------------------------------
001670* Run-sequence control: the shared RUNCTL file loaded at
001680* start-up, checked, stamped with this run's start, and stamped
001690* again with its end and return code at termination. The rules
001700* the checks enforce are with the RUNCTLR copybook.
001710*-------------------------------------------------------------------
001720 01  WS-RUNCTL-STATUS                PIC X(02).
001730     88  WS-RUNCTL-OK                VALUE '00'.
001740     88  WS-RUNCTL-CREATED           VALUE '05'.
001750
001760 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
001770 01  WS-RCTL-TABLE-AREA.
001780     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
001790     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
001800         10  WS-RCTL-PROGRAM         PIC X(08).
001810         10  WS-RCTL-STATE           PIC X(01).
001820         10  WS-RCTL-MASTER          PIC X(01).
001830         10  WS-RCTL-START-DATE      PIC X(10).
001840         10  WS-RCTL-START-TIME      PIC X(08).
001850         10  WS-RCTL-END-DATE        PIC X(10).
001860         10  WS-RCTL-END-TIME        PIC X(08).
001870         10  WS-RCTL-RC              PIC 9(02).
001880
001890 01  WS-RCTL-IX                      PIC 9(03) COMP.
001900 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
001910 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
001920 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
001930
001940 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "DELINQ".
001950 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "TRANPOST".
001960 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE SPACE.
001970
001980 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
001990     88  WS-RCTL-STAMPED             VALUE 'Y'.
002000
002010 01  WS-CURRENT-TIME                 PIC 9(08).
002020 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
002030     05  WS-TIME-HH                  PIC 9(02).
002040     05  WS-TIME-MN                  PIC 9(02).
002050     05  WS-TIME-SS                  PIC 9(02).
002060     05  WS-TIME-CC                  PIC 9(02).
002070 01  WS-RUN-TIME-EDIT                PIC X(08).
002080
002090*-------------------------------------------------------------------
002100* Print lines, kept in working storage so their VALUE clauses
002110* are honored (VALUE on FILE SECTION entries is commentary
002120* only), and written with WRITE ... FROM.
002130*-------------------------------------------------------------------
002140 01  DRPT-HEADING-LINE.
002150     05  FILLER                      PIC X(01) VALUE '1'.
002160     05  FILLER                      PIC X(30)
002170                 VALUE "COLLECTIONS AGING REPORT".
002180     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002190     05  DRPT-HDR-DATE               PIC X(10).
002200     05  FILLER                      PIC X(10) VALUE SPACES.
002210     05  FILLER                      PIC X(05) VALUE "PAGE ".
002220     05  DRPT-HDR-PAGE               PIC ZZ9.
002230
002240 01  DRPT-COLUMN-LINE.
002250     05  FILLER                      PIC X(01) VALUE SPACE.
002260     05  FILLER                      PIC X(09) VALUE "ACCOUNT".
002270     05  FILLER                      PIC X(32) VALUE "NAME".
002280     05  FILLER                      PIC X(06) VALUE "PROD".
002290     05  FILLER                      PIC X(20)
002300                 VALUE "             CURRENT".
002310     05  FILLER                      PIC X(20)
002320                 VALUE "             30 DAYS".
002330     05  FILLER                      PIC X(20)
002340                 VALUE "             60 DAYS".
002350     05  FILLER                      PIC X(20)
002360                 VALUE "            90+ DAYS".
002370
002380 01  DRPT-DETAIL-LINE.
002390     05  FILLER                      PIC X(01) VALUE SPACE.
002400     05  DRPT-DTL-ACCT               PIC X(07).
002410     05  FILLER                      PIC X(02) VALUE SPACES.
002420     05  DRPT-DTL-NAME               PIC X(30).
002430     05  FILLER                      PIC X(02) VALUE SPACES.
002440     05  DRPT-DTL-PRODUCT            PIC X(04).
002450     05  FILLER                      PIC X(02) VALUE SPACES.
002460     05  DRPT-DTL-CURRENT            PIC $(13)9.99CR.
002470     05  FILLER                      PIC X(01) VALUE SPACE.
002480     05  DRPT-DTL-DAYS-30            PIC $(13)9.99CR.
002490     05  FILLER                      PIC X(01) VALUE SPACE.
002500     05  DRPT-DTL-DAYS-60            PIC $(13)9.99CR.
002510     05  FILLER                      PIC X(01) VALUE SPACE.
002520     05  DRPT-DTL-DAYS-90            PIC $(13)9.99CR.
002530     05  FILLER                      PIC X(02) VALUE SPACES.
002540     05  DRPT-DTL-NOTE               PIC X(16).
002550
002560 01  DRPT-SECTION-LINE.
002570     05  FILLER                      PIC X(01) VALUE SPACE.
002580     05  DRPT-SECTION-TITLE          PIC X(40).
002590
002600 01  DRPT-SUMMARY-LINE.
002610     05  FILLER                      PIC X(01) VALUE SPACE.
002620     05  FILLER                      PIC X(08) VALUE "PRODUCT".
002630     05  DRPT-SUM-PRODUCT            PIC X(12).
002640     05  FILLER                      PIC X(09) VALUE "ACCOUNTS".
002650     05  DRPT-SUM-ACCOUNTS           PIC ZZZZ9.
002660     05  FILLER                      PIC X(13) VALUE SPACES.
002670     05  DRPT-SUM-CURRENT            PIC $(13)9.99CR.
002680     05  FILLER                      PIC X(01) VALUE SPACE.
002690     05  DRPT-SUM-DAYS-30            PIC $(13)9.99CR.
002700     05  FILLER                      PIC X(01) VALUE SPACE.
002710     05  DRPT-SUM-DAYS-60            PIC $(13)9.99CR.
002720     05  FILLER                      PIC X(01) VALUE SPACE.
002730     05  DRPT-SUM-DAYS-90            PIC $(13)9.99CR.
002740
002750 01  DRPT-COUNT-LINE.
002760     05  FILLER                      PIC X(01) VALUE SPACE.
002770     05  DRPT-CNT-LABEL              PIC X(40).
002780     05  DRPT-CNT-VALUE              PIC ZZZZZZZZ9.
002790
002800 01  DRPT-AMOUNT-LINE.
002810     05  FILLER                      PIC X(01) VALUE SPACE.
002820     05  DRPT-AMT-LABEL              PIC X(40).
002830     05  DRPT-AMT-VALUE              PIC $(13)9.99CR.
002840
002850 01  WS-ACCTMSTR-STATUS              PIC X(02).
002860     88  WS-ACCTMSTR-OK              VALUE '00'.
002870     88  WS-ACCTMSTR-NOT-FOUND       VALUE '23'.
002880
002890 01  WS-POSTHIST-STATUS              PIC X(02).
002900     88  WS-POSTHIST-OK              VALUE '00'.
002910     88  WS-POSTHIST-EOF             VALUE '10'.
002920
002930 01  WS-SPMT-STATUS                  PIC X(02).
002940     88  WS-SPMT-OK                  VALUE '00'.
002950     88  WS-SPMT-EOF                 VALUE '10'.
002960
002970 01  WS-PASTDUE-STATUS               PIC X(02).
002980     88  WS-PASTDUE-OK               VALUE '00'.
002990     88  WS-PASTDUE-EOF              VALUE '10'.
003000
003010 01  WS-LOANDUE-STATUS               PIC X(02).
003020     88  WS-LOANDUE-OK               VALUE '00'.
003030     88  WS-LOANDUE-EOF              VALUE '10'.
003040     88  WS-LOANDUE-NOT-FOUND        VALUE '35'.
003050
003060*-------------------------------------------------------------------
003070* Match control: the schedule and sorted-payment accounts in
003080* hand, raised to HIGH-VALUES at end of file so the match loop
003090* drains cleanly.
003100*-------------------------------------------------------------------
003110 01  WS-DUE-ACCT                     PIC X(07).
003120 01  WS-SPMT-ACCT                    PIC X(07).
003130 01  WS-AGE-ACCT                     PIC X(07).
003140
003150*-------------------------------------------------------------------
003160* One loan's installments, loaded from the schedule for the
003170* payment application and the aging. A loan with more
003180* installments than the table holds is a set-up error and ends
003190* the run before the new schedule can be swapped in.
003200*-------------------------------------------------------------------
003210 01  WS-INST-MAX                     PIC 9(03) VALUE 360.
003220 01  WS-INST-TABLE-AREA.
003230     05  WS-INST-COUNT               PIC 9(03) COMP VALUE ZERO.
003240     05  WS-INST-ENTRY OCCURS 360 TIMES.
003250         10  WS-INST-DUE-DATE        PIC 9(08).
003260         10  WS-INST-AMOUNT          PIC S9(13)V9(2).
003270         10  WS-INST-PAID            PIC S9(13)V9(2).
003280         10  WS-INST-FLAG            PIC X(01).
003290
003300 01  WS-INST-IX                      PIC 9(03) COMP.
003310
003320*-------------------------------------------------------------------
003330* Per-loan working fields: the run date the loan's schedule was
003340* last aged on, its payments since, what is left of them as they
003350* are applied, and the aged buckets.
003360*-------------------------------------------------------------------
003370 01  WS-LOAN-AGED-THRU               PIC X(10).
003380 01  WS-PAYMENT-TOTAL                PIC S9(13)V9(2).
003390 01  WS-PAYMENT-LEFT                 PIC S9(13)V9(2).
003400 01  WS-INST-UNPAID                  PIC S9(13)V9(2).
003410 01  WS-APPLY-AMOUNT                 PIC S9(13)V9(2).
003420 01  WS-BUCKET-CURRENT               PIC S9(13)V9(2).
003430 01  WS-BUCKET-30                    PIC S9(13)V9(2).
003440 01  WS-BUCKET-60                    PIC S9(13)V9(2).
003450 01  WS-BUCKET-90                    PIC S9(13)V9(2).
003460 01  WS-NEW-PAST-DUE-AMOUNT          PIC S9(13)V9(2).
003470 01  WS-NEW-PAST-DUE-COUNT           PIC 9(03).
003480 01  WS-NEW-PAST-DUE-OLDEST          PIC 9(08).
003490 01  WS-DAYS-PAST-DUE                PIC S9(07) COMP.
003500
003510 01  WS-MASTER-FOUND-SWITCH          PIC X(01).
003520     88  WS-MASTER-FOUND             VALUE 'Y'.
003530     88  WS-MASTER-MISSING           VALUE 'N'.
003540
003550*-------------------------------------------------------------------
003560* Aging buckets by product code for the summary, accumulated as
003570* each loan is aged. Products are few; one past the table's
003580* capacity is folded into the last entry's line with a warning.
003590*-------------------------------------------------------------------
003600 01  WS-PROD-MAX                     PIC 9(03) VALUE 20.
003610 01  WS-PROD-TABLE-AREA.
003620     05  WS-PROD-COUNT               PIC 9(03) COMP VALUE ZERO.
003630     05  WS-PROD-ENTRY OCCURS 20 TIMES.
003640         10  WS-PROD-CODE            PIC X(04).
003650         10  WS-PROD-ACCOUNTS        PIC 9(05) COMP.
003660         10  WS-PROD-CURRENT         PIC S9(13)V9(2).
003670         10  WS-PROD-DAYS-30         PIC S9(13)V9(2).
003680         10  WS-PROD-DAYS-60         PIC S9(13)V9(2).
003690         10  WS-PROD-DAYS-90         PIC S9(13)V9(2).
003700
003710 01  WS-PROD-IX                      PIC 9(03) COMP.
003720 01  WS-PROD-FOUND-IX                PIC 9(03) COMP.
003730 01  WS-REPORT-PRODUCT               PIC X(04).
003740
003750*-------------------------------------------------------------------
003760* Run counters and grand totals.
003770*-------------------------------------------------------------------
003780 01  WS-SCHEDULE-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
003790 01  WS-LOANS-AGED-COUNT             PIC 9(05) COMP VALUE ZERO.
003800 01  WS-LOANS-DELINQUENT-COUNT       PIC 9(05) COMP VALUE ZERO.
003810 01  WS-NEW-PAST-DUE-ACCOUNTS        PIC 9(05) COMP VALUE ZERO.
003820 01  WS-PAYMENTS-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
003830 01  WS-REVERSALS-READ-COUNT         PIC 9(05) COMP VALUE ZERO.
003840 01  WS-UNSCHEDULED-COUNT            PIC 9(05) COMP VALUE ZERO.
003850 01  WS-PAYMENTS-PASSED-COUNT        PIC 9(05) COMP VALUE ZERO.
003860 01  WS-PAYMENTS-APPLIED-TOTAL       PIC S9(13)V9(2) VALUE ZERO.
003870 01  WS-OVERPAID-TOTAL               PIC S9(13)V9(2) VALUE ZERO.
003880 01  WS-UNREVERSED-TOTAL             PIC S9(13)V9(2) VALUE ZERO.
003890 01  WS-TOTAL-CURRENT                PIC S9(13)V9(2) VALUE ZERO.
003900 01  WS-TOTAL-DAYS-30                PIC S9(13)V9(2) VALUE ZERO.
003910 01  WS-TOTAL-DAYS-60                PIC S9(13)V9(2) VALUE ZERO.
003920 01  WS-TOTAL-DAYS-90                PIC S9(13)V9(2) VALUE ZERO.
003930
003940*-------------------------------------------------------------------
003950* Day-count fields: a calendar date turned into a running day
003960* number, so two dates can be subtracted to give the days
003970* between them (March-based year, leap days by the Gregorian
003980* rule).
003990*-------------------------------------------------------------------
004000 01  WS-DAYS-DATE                    PIC 9(08).
004010 01  WS-DAYS-DATE-GROUP REDEFINES WS-DAYS-DATE.
004020     05  WS-DAYS-YYYY                PIC 9(04).
004030     05  WS-DAYS-MM                  PIC 9(02).
004040     05  WS-DAYS-DD                  PIC 9(02).
004050 01  WS-DAYS-YEAR                    PIC 9(05) COMP.
004060 01  WS-DAYS-MONTH                   PIC 9(03) COMP.
004070 01  WS-DAYS-LEAP-4                  PIC 9(05) COMP.
004080 01  WS-DAYS-LEAP-100                PIC 9(05) COMP.
004090 01  WS-DAYS-LEAP-400                PIC 9(05) COMP.
004100 01  WS-DAYS-MONTH-PART              PIC 9(05) COMP.
004110 01  WS-DAY-NUMBER                   PIC 9(07) COMP.
004120 01  WS-RUN-DAY-NUMBER               PIC 9(07) COMP.
004130
004140*-------------------------------------------------------------------
004150* Report date and pagination fields.
004160*-------------------------------------------------------------------
004170 01  WS-CURRENT-DATE                 PIC 9(08).
004180 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
004190     05  WS-DATE-YYYY                PIC 9(04).
004200     05  WS-DATE-MM                  PIC 9(02).
004210     05  WS-DATE-DD                  PIC 9(02).
004220 01  WS-REPORT-DATE                  PIC X(10).
004230
004240*-------------------------------------------------------------------
004250* The earliest run date any schedule record was last aged on;
004260* payments posted on or before it are on every schedule already.
004270* Spaces when no record has been aged yet.
004280*-------------------------------------------------------------------
004290 01  WS-SCHEDULE-AGED-FLOOR          PIC X(10) VALUE SPACES.
004300
004310 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
004320 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
004330 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
004340
004350 PROCEDURE DIVISION.
004360*-------------------------------------------------------------------
004370* 0000-MAINLINE - sort the payments to account order, then
004380* age the schedule one loan at a time against them, and print
004390* the product summary and run counts.
004400*-------------------------------------------------------------------
004410 0000-MAINLINE.
004420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004430     SORT PAYMENT-SORT-FILE
004440         ON ASCENDING KEY PSRT-ACCT-ID
004450         INPUT PROCEDURE IS 1500-SELECT-PAYMENTS
004460             THRU 1500-EXIT
004470         GIVING SORTED-PAYMENTS
004480     PERFORM 1800-OPEN-MATCH-FILES THRU 1800-EXIT
004490     PERFORM 2000-AGE-ONE-LOAN THRU 2000-EXIT
004500         UNTIL WS-DUE-ACCT = HIGH-VALUES
004510     PERFORM 2900-SKIP-UNSCHEDULED-PAYMENT THRU 2900-EXIT
004520         UNTIL WS-SPMT-ACCT = HIGH-VALUES
004530     PERFORM 8500-PRINT-SUMMARY THRU 8500-EXIT
004540     GO TO 9999-TERMINATE.
004550
004560*-------------------------------------------------------------------
004570* 1000-INITIALIZE - open the report, stamp the run date and its
004580* day number, check in with run control, see that last night's
004590* past-due file was charged, and find how far back the schedule
004600* needs payments.
004610*-------------------------------------------------------------------
004620 1000-INITIALIZE.
004630     OPEN OUTPUT AGING-REPORT
004640     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004650     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
004660         DELIMITED BY SIZE INTO WS-REPORT-DATE
004670     MOVE WS-CURRENT-DATE TO WS-DAYS-DATE
004680     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
004690     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
004700     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
004710     PERFORM 1250-CHECK-PAST-DUE-CHARGED THRU 1250-EXIT
004720     PERFORM 1300-FIND-AGED-FLOOR THRU 1300-EXIT
004730     .
004740 1000-EXIT.
004750     EXIT.
004760
004770*-------------------------------------------------------------------
004780* 1150-RUN-CONTROL-START - load the shared run-control file,
004790* refuse the run while the predecessor step has not ended clean
004800* or another master-updating step is marked in flight, then
004810* stamp this program's entry in flight and write the file back.
004820* An empty or missing file is first-time set-up: the run
004830* proceeds and the file is built from this entry.
004840*-------------------------------------------------------------------
004850 1150-RUN-CONTROL-START.
004860     ACCEPT WS-CURRENT-TIME FROM TIME
004870     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
004880         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
004890     OPEN INPUT RUN-CONTROL-FILE
004900     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
004910         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
004920             UNTIL NOT WS-RUNCTL-OK
004930         CLOSE RUN-CONTROL-FILE
004940     END-IF
004950     MOVE ZERO TO WS-RCTL-OWN-IX
004960     MOVE ZERO TO WS-RCTL-PRED-IX
004970     MOVE ZERO TO WS-RCTL-BLOCKER-IX
004980     IF WS-RCTL-COUNT = ZERO
004990         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
005000         GO TO 1150-STAMP-START
005010     END-IF
005020     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
005030         VARYING WS-RCTL-IX FROM 1 BY 1
005040         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
005050     IF WS-RCTL-PREDECESSOR NOT = SPACES
005060         IF WS-RCTL-PRED-IX = ZERO
005070             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
005080                 "ED: " WS-RCTL-PREDECESSOR
005090             MOVE 16 TO RETURN-CODE
005100             GO TO 9999-TERMINATE
005110         END-IF
005120         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
005130             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
005140                 "UN REFUSED: " WS-RCTL-PREDECESSOR
005150             MOVE 16 TO RETURN-CODE
005160             GO TO 9999-TERMINATE
005170         END-IF
005180     END-IF
005190     IF WS-RCTL-BLOCKER-IX > ZERO
005200         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
005210             "RUN REFUSED: "
005220             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
005230         MOVE 16 TO RETURN-CODE
005240         GO TO 9999-TERMINATE
005250     END-IF
005260     .
005270 1150-STAMP-START.
005280     IF WS-RCTL-OWN-IX > ZERO
005290         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
005300         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
005310             "RT ASSUMED"
005320     END-IF
005330     IF WS-RCTL-OWN-IX = ZERO
005340         IF WS-RCTL-COUNT >= WS-RCTL-MAX
005350             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
005360             MOVE 16 TO RETURN-CODE
005370             GO TO 9999-TERMINATE
005380         END-IF
005390         ADD 1 TO WS-RCTL-COUNT
005400         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
005410         MOVE WS-RCTL-OWN-PROGRAM
005420             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
005430     END-IF
005440     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
005450     MOVE WS-RCTL-OWN-MASTER-FLAG
005460         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
005470     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
005480     MOVE WS-RUN-TIME-EDIT
005490         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
005500     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
005510     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
005520     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
005530     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
005540     SET WS-RCTL-STAMPED TO TRUE
005550     .
005560 1150-EXIT.
005570     EXIT.
005580
005590*-------------------------------------------------------------------
005600* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
005610*-------------------------------------------------------------------
005620 1160-LOAD-RUN-ENTRY.
005630     READ RUN-CONTROL-FILE
005640         AT END
005650             GO TO 1160-EXIT
005660     END-READ
005670     IF WS-RCTL-COUNT >= WS-RCTL-MAX
005680         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
005690             RCTL-PROGRAM-ID
005700         GO TO 1160-EXIT
005710     END-IF
005720     ADD 1 TO WS-RCTL-COUNT
005730     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
005740     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
005750     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
005760     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
005770     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
005780     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
005790     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
005800     IF RCTL-RETURN-CODE NUMERIC
005810         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
005820     ELSE
005830         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
005840     END-IF
005850     .
005860 1160-EXIT.
005870     EXIT.
005880
005890*-------------------------------------------------------------------
005900* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
005910* program's own entry and its predecessor's sit, and any other
005920* master-updating step still marked in flight.
005930*-------------------------------------------------------------------
005940 1170-SCAN-RUN-ENTRY.
005950     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
005960         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
005970         GO TO 1170-EXIT
005980     END-IF
005990     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
006000         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
006010     END-IF
006020     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
006030         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
006040         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
006050     END-IF
006060     .
006070 1170-EXIT.
006080     EXIT.
006090
006100*-------------------------------------------------------------------
006110* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
006120* file, this program's entry updated in place.
006130*-------------------------------------------------------------------
006140 1190-WRITE-RUN-CONTROL.
006150     OPEN OUTPUT RUN-CONTROL-FILE
006160     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
006170         VARYING WS-RCTL-IX FROM 1 BY 1
006180         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
006190     CLOSE RUN-CONTROL-FILE
006200     .
006210 1190-EXIT.
006220     EXIT.
006230
006240*-------------------------------------------------------------------
006250* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
006260*-------------------------------------------------------------------
006270 1195-WRITE-ONE-RUN-ENTRY.
006280     MOVE SPACES TO RUNCTL-RECORD
006290     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
006300     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
006310     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
006320     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
006330     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
006340     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
006350     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
006360     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
006370     WRITE RUNCTL-RECORD
006380     .
006390 1195-EXIT.
006400     EXIT.
006410
006420*-------------------------------------------------------------------
006430* 1250-CHECK-PAST-DUE-CHARGED - tonight's past-due file replaces
006440* the last one, and the fee run empties it once it has charged
006450* it, so a file still holding a record means loans the fee run
006460* has not charged yet. The run is refused rather than losing
006470* their late fees; run FEEPOST first.
006480*-------------------------------------------------------------------
006490 1250-CHECK-PAST-DUE-CHARGED.
006500     OPEN INPUT PAST-DUE-FILE
006510     IF NOT WS-PASTDUE-OK
006520         GO TO 1250-EXIT
006530     END-IF
006540     READ PAST-DUE-FILE
006550         AT END
006560             CLOSE PAST-DUE-FILE
006570             GO TO 1250-EXIT
006580     END-READ
006590     DISPLAY "PAST-DUE FILE NOT YET CHARGED BY FEEPOST - RUN RE"
006600         "FUSED: " PDUE-RUN-DATE
006610     MOVE 12 TO RETURN-CODE
006620     GO TO 9999-TERMINATE
006630     .
006640 1250-EXIT.
006650     EXIT.
006660
006670*-------------------------------------------------------------------
006680* 1300-FIND-AGED-FLOOR - a pass over the schedule for the
006690* earliest run date any installment was last aged on, which
006700* bounds the payments the sort needs. A missing schedule has
006710* nothing to age; 1800 sees to it.
006720*-------------------------------------------------------------------
006730 1300-FIND-AGED-FLOOR.
006740     OPEN INPUT DUE-SCHEDULE-FILE
006750     IF NOT WS-LOANDUE-OK
006760         GO TO 1300-EXIT
006770     END-IF
006780     PERFORM 1310-CHECK-AGED-DATE THRU 1310-EXIT
006790         UNTIL NOT WS-LOANDUE-OK
006800     CLOSE DUE-SCHEDULE-FILE
006810     .
006820 1300-EXIT.
006830     EXIT.
006840
006850*-------------------------------------------------------------------
006860* 1310-CHECK-AGED-DATE - one schedule record against the floor.
006870*-------------------------------------------------------------------
006880 1310-CHECK-AGED-DATE.
006890     READ DUE-SCHEDULE-FILE
006900         AT END
006910             GO TO 1310-EXIT
006920     END-READ
006930     IF DUE-LAST-RUN-DATE = SPACES
006940         GO TO 1310-EXIT
006950     END-IF
006960     IF WS-SCHEDULE-AGED-FLOOR = SPACES
006970         OR DUE-LAST-RUN-DATE < WS-SCHEDULE-AGED-FLOOR
006980         MOVE DUE-LAST-RUN-DATE TO WS-SCHEDULE-AGED-FLOOR
006990     END-IF
007000     .
007010 1310-EXIT.
007020     EXIT.
007030
007040*-------------------------------------------------------------------
007050* 1500-SELECT-PAYMENTS - feed the sort: the payments TRANPOST
007060* posted after the earliest date the schedule was last aged on,
007070* up to tonight's run, and the reversals of payments in the same
007080* runs as negative amounts. Deposits and withdrawals do not pay a
007090* loan down. Each loan takes only the runs after its own last
007100* aging in 2200. A missing history just means no payments.
007110*-------------------------------------------------------------------
007120 1500-SELECT-PAYMENTS.
007130     OPEN INPUT POSTED-HISTORY
007140     IF NOT WS-POSTHIST-OK
007150         DISPLAY "NO POSTED-TRANSACTION HISTORY - NO PAYMENTS A"
007160             "PPLIED TONIGHT"
007170         GO TO 1500-EXIT
007180     END-IF
007190     PERFORM 1510-RELEASE-PAYMENT THRU 1510-EXIT
007200         UNTIL NOT WS-POSTHIST-OK
007210     CLOSE POSTED-HISTORY
007220     .
007230 1500-EXIT.
007240     EXIT.
007250
007260*-------------------------------------------------------------------
007270* 1510-RELEASE-PAYMENT - one posted transaction to the sort if it
007280* is a payment, or the reversal of one, from a run after the
007290* schedule floor and not after tonight's. With no aged schedule
007300* record at all, tonight's run only.
007310*-------------------------------------------------------------------
007320 1510-RELEASE-PAYMENT.
007330     READ POSTED-HISTORY
007340         AT END
007350             GO TO 1510-EXIT
007360     END-READ
007370     IF PTRN-RUN-DATE > WS-REPORT-DATE
007380         GO TO 1510-EXIT
007390     END-IF
007400     IF WS-SCHEDULE-AGED-FLOOR = SPACES
007410         IF PTRN-RUN-DATE NOT = WS-REPORT-DATE
007420             GO TO 1510-EXIT
007430         END-IF
007440     ELSE
007450         IF PTRN-RUN-DATE NOT > WS-SCHEDULE-AGED-FLOOR
007460             GO TO 1510-EXIT
007470         END-IF
007480     END-IF
007490     MOVE PTRN-ACCT-ID TO PSRT-ACCT-ID
007500     MOVE PTRN-RUN-DATE TO PSRT-RUN-DATE
007510     IF PTRN-REVERSAL AND PTRN-ORIG-TRAN-CODE = 'PMT'
007520         COMPUTE PSRT-AMOUNT = ZERO - PTRN-AMOUNT
007530         RELEASE PSRT-RECORD
007540         ADD 1 TO WS-REVERSALS-READ-COUNT
007550         GO TO 1510-EXIT
007560     END-IF
007570     IF NOT PTRN-PAYMENT
007580         GO TO 1510-EXIT
007590     END-IF
007600     MOVE PTRN-AMOUNT TO PSRT-AMOUNT
007610     RELEASE PSRT-RECORD
007620     ADD 1 TO WS-PAYMENTS-READ-COUNT
007630     .
007640 1510-EXIT.
007650     EXIT.
007660
007670*-------------------------------------------------------------------
007680* 1800-OPEN-MATCH-FILES - open the master, the schedule and the
007690* sorted payments, open tonight's outputs, and prime the first
007700* record from each side of the match. No schedule means no loans
007710* scheduled yet (DUEMNT builds it): the run ends clean with an
007720* empty LOANDNEW and past-due file, and any payments are counted
007730* as unscheduled.
007740*-------------------------------------------------------------------
007750 1800-OPEN-MATCH-FILES.
007760     OPEN INPUT ACCOUNT-MASTER
007770     IF NOT WS-ACCTMSTR-OK
007780         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
007790             "ATED"
007800         MOVE 16 TO RETURN-CODE
007810         GO TO 9999-TERMINATE
007820     END-IF
007830     OPEN OUTPUT DUE-NEW-FILE
007840     OPEN OUTPUT PAST-DUE-FILE
007850     OPEN INPUT SORTED-PAYMENTS
007860     IF NOT WS-SPMT-OK
007870         MOVE HIGH-VALUES TO WS-SPMT-ACCT
007880     ELSE
007890         PERFORM 7100-READ-SORTED-PAYMENT THRU 7100-EXIT
007900     END-IF
007910     OPEN INPUT DUE-SCHEDULE-FILE
007920     IF WS-LOANDUE-NOT-FOUND
007930         DISPLAY "NO LOAN DUE SCHEDULE - NO LOANS SCHEDULED TO AG"
007940             "E"
007950         MOVE HIGH-VALUES TO WS-DUE-ACCT
007960         GO TO 1800-EXIT
007970     END-IF
007980     PERFORM 7000-READ-SCHEDULE THRU 7000-EXIT
007990     .
008000 1800-EXIT.
008010     EXIT.
008020
008030*-------------------------------------------------------------------
008040* 2000-AGE-ONE-LOAN - the co-sequential match, one loan at a
008050* time: pass over payments for accounts with no schedule, load
008060* this loan's installments, take its payments, apply them
008070* oldest installment first - or, where its reversals
008080* outweigh its payments, take the difference back newest paid
008090* installment first - age what is left, and write the
008100* schedule back.
008110*-------------------------------------------------------------------
008120 2000-AGE-ONE-LOAN.
008130     PERFORM 2900-SKIP-UNSCHEDULED-PAYMENT THRU 2900-EXIT
008140         UNTIL WS-SPMT-ACCT NOT < WS-DUE-ACCT
008150     MOVE WS-DUE-ACCT TO WS-AGE-ACCT
008160     MOVE ZERO TO WS-INST-COUNT
008170     MOVE SPACES TO WS-LOAN-AGED-THRU
008180     PERFORM 2100-LOAD-INSTALLMENT THRU 2100-EXIT
008190         UNTIL WS-DUE-ACCT NOT = WS-AGE-ACCT
008200     MOVE ZERO TO WS-PAYMENT-TOTAL
008210     PERFORM 2200-TAKE-PAYMENT THRU 2200-EXIT
008220         UNTIL WS-SPMT-ACCT NOT = WS-AGE-ACCT
008230     PERFORM 2300-LOOK-UP-LOAN THRU 2300-EXIT
008240     MOVE WS-PAYMENT-TOTAL TO WS-PAYMENT-LEFT
008250     PERFORM 2400-APPLY-PAYMENT THRU 2400-EXIT
008260         VARYING WS-INST-IX FROM 1 BY 1
008270         UNTIL WS-INST-IX > WS-INST-COUNT
008280         OR WS-PAYMENT-LEFT NOT > ZERO
008290     IF WS-PAYMENT-LEFT > ZERO
008300         DISPLAY "PAYMENT EXCEEDS DUE SCHEDULE - NOT APPLIED: "
008310             WS-AGE-ACCT
008320         ADD WS-PAYMENT-LEFT TO WS-OVERPAID-TOTAL
008330     END-IF
008340     PERFORM 2450-REMOVE-PAYMENT THRU 2450-EXIT
008350         VARYING WS-INST-IX FROM WS-INST-COUNT BY -1
008360         UNTIL WS-INST-IX < 1
008370         OR WS-PAYMENT-LEFT NOT < ZERO
008380     IF WS-PAYMENT-LEFT < ZERO
008390         DISPLAY "PAYMENT REVERSAL EXCEEDS AMOUNT PAID - NOT TA"
008400             "KEN BACK: " WS-AGE-ACCT
008410         SUBTRACT WS-PAYMENT-LEFT FROM WS-UNREVERSED-TOTAL
008420         IF RETURN-CODE < 8
008430             MOVE 8 TO RETURN-CODE
008440         END-IF
008450     END-IF
008460     MOVE ZERO TO WS-BUCKET-CURRENT
008470     MOVE ZERO TO WS-BUCKET-30
008480     MOVE ZERO TO WS-BUCKET-60
008490     MOVE ZERO TO WS-BUCKET-90
008500     MOVE ZERO TO WS-NEW-PAST-DUE-AMOUNT
008510     MOVE ZERO TO WS-NEW-PAST-DUE-COUNT
008520     MOVE ZERO TO WS-NEW-PAST-DUE-OLDEST
008530     PERFORM 2500-AGE-INSTALLMENT THRU 2500-EXIT
008540         VARYING WS-INST-IX FROM 1 BY 1
008550         UNTIL WS-INST-IX > WS-INST-COUNT
008560     PERFORM 2600-WRITE-INSTALLMENT THRU 2600-EXIT
008570         VARYING WS-INST-IX FROM 1 BY 1
008580         UNTIL WS-INST-IX > WS-INST-COUNT
008590     ADD 1 TO WS-LOANS-AGED-COUNT
008600     IF WS-NEW-PAST-DUE-COUNT > ZERO
008610         PERFORM 2700-WRITE-PAST-DUE THRU 2700-EXIT
008620     END-IF
008630     IF WS-BUCKET-CURRENT = ZERO AND WS-BUCKET-30 = ZERO
008640         AND WS-BUCKET-60 = ZERO AND WS-BUCKET-90 = ZERO
008650         GO TO 2000-EXIT
008660     END-IF
008670     PERFORM 2800-ADD-PRODUCT-TOTALS THRU 2800-EXIT
008680     PERFORM 8100-PRINT-AGING-LINE THRU 8100-EXIT
008690     .
008700 2000-EXIT.
008710     EXIT.
008720
008730*-------------------------------------------------------------------
008740* 2100-LOAD-INSTALLMENT - one schedule record into the loan's
008750* table. A schedule record already stamped with tonight's run
008760* date means tonight's payments were applied to it once, so the
008770* run is refused rather than applying them twice. The latest
008780* run date on the loan's records is kept as the date its
008790* schedule was last aged through.
008800*-------------------------------------------------------------------
008810 2100-LOAD-INSTALLMENT.
008820     IF DUE-LAST-RUN-DATE = WS-REPORT-DATE
008830         DISPLAY "DUE SCHEDULE ALREADY AGED ON THIS RUN DATE - "
008840             "RUN TERMINATED"
008850         MOVE 16 TO RETURN-CODE
008860         GO TO 9999-TERMINATE
008870     END-IF
008880     IF WS-INST-COUNT >= WS-INST-MAX
008890         DISPLAY "INSTALLMENT TABLE FULL - RUN TERMINATED: "
008900             WS-AGE-ACCT
008910         MOVE 16 TO RETURN-CODE
008920         GO TO 9999-TERMINATE
008930     END-IF
008940     IF DUE-LAST-RUN-DATE > WS-LOAN-AGED-THRU
008950         MOVE DUE-LAST-RUN-DATE TO WS-LOAN-AGED-THRU
008960     END-IF
008970     ADD 1 TO WS-INST-COUNT
008980     MOVE DUE-DATE TO WS-INST-DUE-DATE (WS-INST-COUNT)
008990     MOVE DUE-AMOUNT TO WS-INST-AMOUNT (WS-INST-COUNT)
009000     IF DUE-PAID-AMOUNT NUMERIC
009010         MOVE DUE-PAID-AMOUNT TO WS-INST-PAID (WS-INST-COUNT)
009020     ELSE
009030         MOVE ZERO TO WS-INST-PAID (WS-INST-COUNT)
009040     END-IF
009050     MOVE DUE-PAST-DUE-FLAG TO WS-INST-FLAG (WS-INST-COUNT)
009060     PERFORM 7000-READ-SCHEDULE THRU 7000-EXIT
009070     .
009080 2100-EXIT.
009090     EXIT.
009100
009110*-------------------------------------------------------------------
009120* 2200-TAKE-PAYMENT - one payment for the loan in hand into its
009130* payment total, if it was posted after the loan's schedule was
009140* last aged; one posted on or before that run is already on the
009150* schedule and is passed over. A loan never aged takes tonight's
009160* run only.
009170*-------------------------------------------------------------------
009180 2200-TAKE-PAYMENT.
009190     IF SPMT-RUN-DATE NOT > WS-LOAN-AGED-THRU
009200         OR (WS-LOAN-AGED-THRU = SPACES
009210             AND SPMT-RUN-DATE NOT = WS-REPORT-DATE)
009220         ADD 1 TO WS-PAYMENTS-PASSED-COUNT
009230     ELSE
009240         ADD SPMT-AMOUNT TO WS-PAYMENT-TOTAL
009250         ADD SPMT-AMOUNT TO WS-PAYMENTS-APPLIED-TOTAL
009260     END-IF
009270     PERFORM 7100-READ-SORTED-PAYMENT THRU 7100-EXIT
009280     .
009290 2200-EXIT.
009300     EXIT.
009310
009320*-------------------------------------------------------------------
009330* 2300-LOOK-UP-LOAN - the loan's master record for the report's
009340* name and product code. A schedule with no master account is
009350* still aged and carried, but flagged for follow-up.
009360*-------------------------------------------------------------------
009370 2300-LOOK-UP-LOAN.
009380     SET WS-MASTER-FOUND TO TRUE
009390     MOVE WS-AGE-ACCT TO ACCT-ID
009400     READ ACCOUNT-MASTER
009410         INVALID KEY
009420             SET WS-MASTER-MISSING TO TRUE
009430     END-READ
009440     IF WS-MASTER-FOUND
009450         MOVE ACCT-PRODUCT-CODE TO WS-REPORT-PRODUCT
009460     ELSE
009470         DISPLAY "DUE SCHEDULE WITH NO MASTER ACCOUNT: "
009480             WS-AGE-ACCT
009490         MOVE SPACES TO ACCT-MASTER-RECORD
009500         MOVE "*** NOT ON ACCOUNT-MASTER ***" TO ACCT-NAME
009510         MOVE "????" TO WS-REPORT-PRODUCT
009520         IF RETURN-CODE < 8
009530             MOVE 8 TO RETURN-CODE
009540         END-IF
009550     END-IF
009560     .
009570 2300-EXIT.
009580     EXIT.
009590
009600*-------------------------------------------------------------------
009610* 2400-APPLY-PAYMENT - what is left of tonight's payments against
009620* one installment, oldest first: the installment's unpaid part
009630* is paid off as far as the money goes.
009640*-------------------------------------------------------------------
009650 2400-APPLY-PAYMENT.
009660     COMPUTE WS-INST-UNPAID = WS-INST-AMOUNT (WS-INST-IX)
009670         - WS-INST-PAID (WS-INST-IX)
009680     IF WS-INST-UNPAID NOT > ZERO
009690         GO TO 2400-EXIT
009700     END-IF
009710     IF WS-PAYMENT-LEFT < WS-INST-UNPAID
009720         MOVE WS-PAYMENT-LEFT TO WS-APPLY-AMOUNT
009730     ELSE
009740         MOVE WS-INST-UNPAID TO WS-APPLY-AMOUNT
009750     END-IF
009760     ADD WS-APPLY-AMOUNT TO WS-INST-PAID (WS-INST-IX)
009770     SUBTRACT WS-APPLY-AMOUNT FROM WS-PAYMENT-LEFT
009780     .
009790 2400-EXIT.
009800     EXIT.
009810
009820*-------------------------------------------------------------------
009830* 2450-REMOVE-PAYMENT - a reversed payment still outstanding
009840* against one installment, newest first: what was paid on it
009850* is taken back as far as the reversal goes.
009860*-------------------------------------------------------------------
009870 2450-REMOVE-PAYMENT.
009880     IF WS-INST-PAID (WS-INST-IX) NOT > ZERO
009890         GO TO 2450-EXIT
009900     END-IF
009910     IF ZERO - WS-PAYMENT-LEFT < WS-INST-PAID (WS-INST-IX)
009920         COMPUTE WS-APPLY-AMOUNT = ZERO - WS-PAYMENT-LEFT
009930     ELSE
009940         MOVE WS-INST-PAID (WS-INST-IX) TO WS-APPLY-AMOUNT
009950     END-IF
009960     SUBTRACT WS-APPLY-AMOUNT FROM WS-INST-PAID (WS-INST-IX)
009970     ADD WS-APPLY-AMOUNT TO WS-PAYMENT-LEFT
009980     .
009990 2450-EXIT.
010000     EXIT.
010010
010020*-------------------------------------------------------------------
010030* 2500-AGE-INSTALLMENT - one installment's unpaid part into its
010040* bucket by days past its due date: under 30 is current, then
010050* 30, 60 and 90-plus. Installments not yet due are not aged.
010060* One that reaches thirty days unpaid for the first time is
010070* newly past due: flagged so it is reported once, and added to
010080* tonight's past-due record for the late fee.
010090*-------------------------------------------------------------------
010100 2500-AGE-INSTALLMENT.
010110     IF WS-INST-DUE-DATE (WS-INST-IX) > WS-CURRENT-DATE
010120         GO TO 2500-EXIT
010130     END-IF
010140     COMPUTE WS-INST-UNPAID = WS-INST-AMOUNT (WS-INST-IX)
010150         - WS-INST-PAID (WS-INST-IX)
010160     IF WS-INST-UNPAID NOT > ZERO
010170         GO TO 2500-EXIT
010180     END-IF
010190     MOVE WS-INST-DUE-DATE (WS-INST-IX) TO WS-DAYS-DATE
010200     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
010210     COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
010220     EVALUATE TRUE
010230         WHEN WS-DAYS-PAST-DUE < 30
010240             ADD WS-INST-UNPAID TO WS-BUCKET-CURRENT
010250         WHEN WS-DAYS-PAST-DUE < 60
010260             ADD WS-INST-UNPAID TO WS-BUCKET-30
010270         WHEN WS-DAYS-PAST-DUE < 90
010280             ADD WS-INST-UNPAID TO WS-BUCKET-60
010290         WHEN OTHER
010300             ADD WS-INST-UNPAID TO WS-BUCKET-90
010310     END-EVALUATE
010320     IF WS-DAYS-PAST-DUE < 30
010330         GO TO 2500-EXIT
010340     END-IF
010350     IF WS-INST-FLAG (WS-INST-IX) = 'Y'
010360         GO TO 2500-EXIT
010370     END-IF
010380     MOVE 'Y' TO WS-INST-FLAG (WS-INST-IX)
010390     ADD 1 TO WS-NEW-PAST-DUE-COUNT
010400     ADD WS-INST-UNPAID TO WS-NEW-PAST-DUE-AMOUNT
010410     IF WS-NEW-PAST-DUE-OLDEST = ZERO
010420         MOVE WS-INST-DUE-DATE (WS-INST-IX)
010430             TO WS-NEW-PAST-DUE-OLDEST
010440     END-IF
010450     .
010460 2500-EXIT.
010470     EXIT.
010480
010490*-------------------------------------------------------------------
010500* 2600-WRITE-INSTALLMENT - one installment back to the new
010510* schedule, stamped with tonight's run date.
010520*-------------------------------------------------------------------
010530 2600-WRITE-INSTALLMENT.
010540     MOVE SPACES TO DUE-SCHEDULE-RECORD
010550     MOVE WS-AGE-ACCT TO DUE-ACCT-ID
010560     MOVE WS-INST-DUE-DATE (WS-INST-IX) TO DUE-DATE
010570     MOVE WS-INST-AMOUNT (WS-INST-IX) TO DUE-AMOUNT
010580     MOVE WS-INST-PAID (WS-INST-IX) TO DUE-PAID-AMOUNT
010590     MOVE WS-INST-FLAG (WS-INST-IX) TO DUE-PAST-DUE-FLAG
010600     MOVE WS-REPORT-DATE TO DUE-LAST-RUN-DATE
010610     WRITE DUE-NEW-RECORD FROM DUE-SCHEDULE-RECORD
010620     .
010630 2600-EXIT.
010640     EXIT.
010650
010660*-------------------------------------------------------------------
010670* 2700-WRITE-PAST-DUE - the loan's newly past-due installments as
010680* one record for the fee run. A loan closed or gone from the
010690* master cannot be charged, so it is reported on the aging only;
010700* a dormant loan is sent, and the fee run decides.
010710*-------------------------------------------------------------------
010720 2700-WRITE-PAST-DUE.
010730     IF WS-MASTER-MISSING OR ACCT-CLOSED
010740         GO TO 2700-EXIT
010750     END-IF
010760     MOVE SPACES TO PAST-DUE-RECORD
010770     MOVE WS-AGE-ACCT TO PDUE-ACCT-ID
010780     MOVE WS-REPORT-DATE TO PDUE-RUN-DATE
010790     MOVE ACCT-PRODUCT-CODE TO PDUE-PRODUCT-CODE
010800     MOVE WS-NEW-PAST-DUE-OLDEST TO PDUE-OLDEST-DUE-DATE
010810     MOVE WS-NEW-PAST-DUE-COUNT TO PDUE-INSTALLMENT-COUNT
010820     MOVE WS-NEW-PAST-DUE-AMOUNT TO PDUE-UNPAID-AMOUNT
010830     WRITE PAST-DUE-RECORD
010840     ADD 1 TO WS-NEW-PAST-DUE-ACCOUNTS
010850     .
010860 2700-EXIT.
010870     EXIT.
010880
010890*-------------------------------------------------------------------
010900* 2800-ADD-PRODUCT-TOTALS - the loan's buckets into its product's
010910* summary entry and the grand totals.
010920*-------------------------------------------------------------------
010930 2800-ADD-PRODUCT-TOTALS.
010940     ADD 1 TO WS-LOANS-DELINQUENT-COUNT
010950     ADD WS-BUCKET-CURRENT TO WS-TOTAL-CURRENT
010960     ADD WS-BUCKET-30 TO WS-TOTAL-DAYS-30
010970     ADD WS-BUCKET-60 TO WS-TOTAL-DAYS-60
010980     ADD WS-BUCKET-90 TO WS-TOTAL-DAYS-90
010990     MOVE ZERO TO WS-PROD-FOUND-IX
011000     PERFORM 2810-FIND-PRODUCT THRU 2810-EXIT
011010         VARYING WS-PROD-IX FROM 1 BY 1
011020         UNTIL WS-PROD-IX > WS-PROD-COUNT
011030         OR WS-PROD-FOUND-IX > ZERO
011040     IF WS-PROD-FOUND-IX = ZERO
011050         IF WS-PROD-COUNT >= WS-PROD-MAX
011060             DISPLAY "PRODUCT SUMMARY TABLE FULL - FOLDED INTO "
011070                 "LAST LINE: " WS-REPORT-PRODUCT
011080             MOVE WS-PROD-COUNT TO WS-PROD-FOUND-IX
011090         ELSE
011100             ADD 1 TO WS-PROD-COUNT
011110             MOVE WS-PROD-COUNT TO WS-PROD-FOUND-IX
011120             MOVE WS-REPORT-PRODUCT
011130                 TO WS-PROD-CODE (WS-PROD-FOUND-IX)
011140             MOVE ZERO TO WS-PROD-ACCOUNTS (WS-PROD-FOUND-IX)
011150             MOVE ZERO TO WS-PROD-CURRENT (WS-PROD-FOUND-IX)
011160             MOVE ZERO TO WS-PROD-DAYS-30 (WS-PROD-FOUND-IX)
011170             MOVE ZERO TO WS-PROD-DAYS-60 (WS-PROD-FOUND-IX)
011180             MOVE ZERO TO WS-PROD-DAYS-90 (WS-PROD-FOUND-IX)
011190         END-IF
011200     END-IF
011210     ADD 1 TO WS-PROD-ACCOUNTS (WS-PROD-FOUND-IX)
011220     ADD WS-BUCKET-CURRENT TO WS-PROD-CURRENT (WS-PROD-FOUND-IX)
011230     ADD WS-BUCKET-30 TO WS-PROD-DAYS-30 (WS-PROD-FOUND-IX)
011240     ADD WS-BUCKET-60 TO WS-PROD-DAYS-60 (WS-PROD-FOUND-IX)
011250     ADD WS-BUCKET-90 TO WS-PROD-DAYS-90 (WS-PROD-FOUND-IX)
011260     .
011270 2800-EXIT.
011280     EXIT.
011290
011300*-------------------------------------------------------------------
011310* 2810-FIND-PRODUCT - one summary entry against the loan's
011320* product code.
011330*-------------------------------------------------------------------
011340 2810-FIND-PRODUCT.
011350     IF WS-PROD-CODE (WS-PROD-IX) = WS-REPORT-PRODUCT
011360         MOVE WS-PROD-IX TO WS-PROD-FOUND-IX
011370     END-IF
011380     .
011390 2810-EXIT.
011400     EXIT.
011410
011420*-------------------------------------------------------------------
011430* 2900-SKIP-UNSCHEDULED-PAYMENT - a posted payment for an account
011440* with no due schedule. Payments on other products are routine;
011450* one on a LOAN account means its schedule was never set up.
011460*-------------------------------------------------------------------
011470 2900-SKIP-UNSCHEDULED-PAYMENT.
011480     ADD 1 TO WS-UNSCHEDULED-COUNT
011490     MOVE WS-SPMT-ACCT TO ACCT-ID
011500     READ ACCOUNT-MASTER
011510         INVALID KEY
011520             MOVE SPACES TO ACCT-PRODUCT-CODE
011530     END-READ
011540     IF ACCT-PRODUCT-CODE = "LOAN"
011550         DISPLAY "LOAN PAYMENT WITH NO DUE SCHEDULE: "
011560             WS-SPMT-ACCT
011570         IF RETURN-CODE < 8
011580             MOVE 8 TO RETURN-CODE
011590         END-IF
011600     END-IF
011610     PERFORM 7100-READ-SORTED-PAYMENT THRU 7100-EXIT
011620     .
011630 2900-EXIT.
011640     EXIT.
011650
011660*-------------------------------------------------------------------
011670* 7000-READ-SCHEDULE - next installment on the schedule;
011680* HIGH-VALUES in the account in hand drains the match at end of
011690* file.
011700*-------------------------------------------------------------------
011710 7000-READ-SCHEDULE.
011720     READ DUE-SCHEDULE-FILE
011730         AT END
011740             MOVE HIGH-VALUES TO WS-DUE-ACCT
011750             GO TO 7000-EXIT
011760     END-READ
011770     ADD 1 TO WS-SCHEDULE-READ-COUNT
011780     MOVE DUE-ACCT-ID TO WS-DUE-ACCT
011790     .
011800 7000-EXIT.
011810     EXIT.
011820
011830*-------------------------------------------------------------------
011840* 7100-READ-SORTED-PAYMENT - next sorted payment; HIGH-VALUES in
011850* the account in hand drains the match at end of file.
011860*-------------------------------------------------------------------
011870 7100-READ-SORTED-PAYMENT.
011880     READ SORTED-PAYMENTS
011890         AT END
011900             MOVE HIGH-VALUES TO WS-SPMT-ACCT
011910             GO TO 7100-EXIT
011920     END-READ
011930     MOVE SPMT-ACCT-ID TO WS-SPMT-ACCT
011940     .
011950 7100-EXIT.
011960     EXIT.
011970
011980*-------------------------------------------------------------------
011990* 7800-COMPUTE-DAY-NUMBER - the date in WS-DAYS-DATE as a running
012000* day number in WS-DAY-NUMBER. The year is counted from March so
012010* the leap day falls at its end; whole-number DIVIDEs drop the
012020* remainders the leap-year rule needs dropped.
012030*-------------------------------------------------------------------
012040 7800-COMPUTE-DAY-NUMBER.
012050     MOVE WS-DAYS-YYYY TO WS-DAYS-YEAR
012060     MOVE WS-DAYS-MM TO WS-DAYS-MONTH
012070     IF WS-DAYS-MONTH < 3
012080         SUBTRACT 1 FROM WS-DAYS-YEAR
012090         ADD 12 TO WS-DAYS-MONTH
012100     END-IF
012110     DIVIDE WS-DAYS-YEAR BY 4 GIVING WS-DAYS-LEAP-4
012120     DIVIDE WS-DAYS-YEAR BY 100 GIVING WS-DAYS-LEAP-100
012130     DIVIDE WS-DAYS-YEAR BY 400 GIVING WS-DAYS-LEAP-400
012140     COMPUTE WS-DAYS-MONTH-PART = 153 * (WS-DAYS-MONTH - 3) + 2
012150     DIVIDE WS-DAYS-MONTH-PART BY 5 GIVING WS-DAYS-MONTH-PART
012160     COMPUTE WS-DAY-NUMBER = 365 * WS-DAYS-YEAR
012170         + WS-DAYS-LEAP-4 - WS-DAYS-LEAP-100 + WS-DAYS-LEAP-400
012180         + WS-DAYS-MONTH-PART + WS-DAYS-DD
012190     .
012200 7800-EXIT.
012210     EXIT.
012220
012230*-------------------------------------------------------------------
012240* 8000-PRINT-HEADINGS - report header and column line, printed
012250* at the top of every page.
012260*-------------------------------------------------------------------
012270 8000-PRINT-HEADINGS.
012280     ADD 1 TO WS-PAGE-NUMBER
012290     MOVE WS-REPORT-DATE TO DRPT-HDR-DATE
012300     MOVE WS-PAGE-NUMBER TO DRPT-HDR-PAGE
012310     WRITE DRPT-PRINT-RECORD FROM DRPT-HEADING-LINE
012320     WRITE DRPT-PRINT-RECORD FROM DRPT-COLUMN-LINE
012330     MOVE 1 TO WS-LINE-COUNT
012340     .
012350 8000-EXIT.
012360     EXIT.
012370
012380*-------------------------------------------------------------------
012390* 8100-PRINT-AGING-LINE - one loan's aged buckets, marked when it
012400* went past due tonight, paging when the page is full.
012410*-------------------------------------------------------------------
012420 8100-PRINT-AGING-LINE.
012430     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012440         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
012450     END-IF
012460     MOVE WS-AGE-ACCT TO DRPT-DTL-ACCT
012470     MOVE ACCT-NAME TO DRPT-DTL-NAME
012480     MOVE WS-REPORT-PRODUCT TO DRPT-DTL-PRODUCT
012490     MOVE WS-BUCKET-CURRENT TO DRPT-DTL-CURRENT
012500     MOVE WS-BUCKET-30 TO DRPT-DTL-DAYS-30
012510     MOVE WS-BUCKET-60 TO DRPT-DTL-DAYS-60
012520     MOVE WS-BUCKET-90 TO DRPT-DTL-DAYS-90
012530     IF WS-NEW-PAST-DUE-COUNT > ZERO
012540         MOVE "NEW PAST DUE" TO DRPT-DTL-NOTE
012550     ELSE
012560         MOVE SPACES TO DRPT-DTL-NOTE
012570     END-IF
012580     WRITE DRPT-PRINT-RECORD FROM DRPT-DETAIL-LINE
012590     ADD 1 TO WS-LINE-COUNT
012600     .
012610 8100-EXIT.
012620     EXIT.
012630
012640*-------------------------------------------------------------------
012650* 8500-PRINT-SUMMARY - the aging summary by product code, the
012660* all-products total, and the run's counts: schedule records
012670* read, loans aged and delinquent, payments applied and left
012680* over, and loans sent to the fee run as newly past due.
012690*-------------------------------------------------------------------
012700 8500-PRINT-SUMMARY.
012710     PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
012720     MOVE "AGING SUMMARY BY PRODUCT CODE" TO DRPT-SECTION-TITLE
012730     WRITE DRPT-PRINT-RECORD FROM DRPT-SECTION-LINE
012740     PERFORM 8510-PRINT-PRODUCT-LINE THRU 8510-EXIT
012750         VARYING WS-PROD-IX FROM 1 BY 1
012760         UNTIL WS-PROD-IX > WS-PROD-COUNT
012770     MOVE "ALL" TO DRPT-SUM-PRODUCT
012780     MOVE WS-LOANS-DELINQUENT-COUNT TO DRPT-SUM-ACCOUNTS
012790     MOVE WS-TOTAL-CURRENT TO DRPT-SUM-CURRENT
012800     MOVE WS-TOTAL-DAYS-30 TO DRPT-SUM-DAYS-30
012810     MOVE WS-TOTAL-DAYS-60 TO DRPT-SUM-DAYS-60
012820     MOVE WS-TOTAL-DAYS-90 TO DRPT-SUM-DAYS-90
012830     WRITE DRPT-PRINT-RECORD FROM DRPT-SUMMARY-LINE
012840     MOVE SPACES TO DRPT-SECTION-TITLE
012850     WRITE DRPT-PRINT-RECORD FROM DRPT-SECTION-LINE
012860     MOVE "SCHEDULE RECORDS READ" TO DRPT-CNT-LABEL
012870     MOVE WS-SCHEDULE-READ-COUNT TO DRPT-CNT-VALUE
012880     WRITE DRPT-PRINT-RECORD FROM DRPT-COUNT-LINE
012890     MOVE "LOANS AGED" TO DRPT-CNT-LABEL
012900     MOVE WS-LOANS-AGED-COUNT TO DRPT-CNT-VALUE
012910     WRITE DRPT-PRINT-RECORD FROM DRPT-COUNT-LINE
012920     MOVE "LOANS WITH AMOUNTS DUE AND UNPAID" TO DRPT-CNT-LABEL
012930     MOVE WS-LOANS-DELINQUENT-COUNT TO DRPT-CNT-VALUE
012940     WRITE DRPT-PRINT-RECORD FROM DRPT-COUNT-LINE
012950     MOVE "LOANS NEWLY PAST DUE - SENT FOR LATE FEE"
012960         TO DRPT-CNT-LABEL
012970     MOVE WS-NEW-PAST-DUE-ACCOUNTS TO DRPT-CNT-VALUE
012980     WRITE DRPT-PRINT-RECORD FROM DRPT-COUNT-LINE
012990     MOVE "PAYMENTS POSTED SINCE LAST AGED" TO DRPT-CNT-LABEL
013000     MOVE WS-PAYMENTS-READ-COUNT TO DRPT-CNT-VALUE
013010     WRITE DRPT-PRINT-RECORD FROM DRPT-COUNT-LINE
013020     MOVE "PAYMENTS REVERSED SINCE LAST AGED" TO DRPT-CNT-LABEL
013030     MOVE WS-REVERSALS-READ-COUNT TO DRPT-CNT-VALUE
013040     WRITE DRPT-PRINT-RECORD FROM DRPT-COUNT-LINE
013050     MOVE "PAYMENTS ALREADY ON THE SCHEDULE" TO DRPT-CNT-LABEL
013060     MOVE WS-PAYMENTS-PASSED-COUNT TO DRPT-CNT-VALUE
013070     WRITE DRPT-PRINT-RECORD FROM DRPT-COUNT-LINE
013080     MOVE "PAYMENTS ON ACCOUNTS WITH NO SCHEDULE"
013090         TO DRPT-CNT-LABEL
013100     MOVE WS-UNSCHEDULED-COUNT TO DRPT-CNT-VALUE
013110     WRITE DRPT-PRINT-RECORD FROM DRPT-COUNT-LINE
013120     MOVE "PAYMENTS APPLIED TO SCHEDULES" TO DRPT-AMT-LABEL
013130     MOVE WS-PAYMENTS-APPLIED-TOTAL TO DRPT-AMT-VALUE
013140     WRITE DRPT-PRINT-RECORD FROM DRPT-AMOUNT-LINE
013150     MOVE "PAYMENTS BEYOND SCHEDULE - NOT APPLIED"
013160         TO DRPT-AMT-LABEL
013170     MOVE WS-OVERPAID-TOTAL TO DRPT-AMT-VALUE
013180     WRITE DRPT-PRINT-RECORD FROM DRPT-AMOUNT-LINE
013190     MOVE "REVERSALS BEYOND AMOUNT PAID - NOT TAKEN"
013200         TO DRPT-AMT-LABEL
013210     MOVE WS-UNREVERSED-TOTAL TO DRPT-AMT-VALUE
013220     WRITE DRPT-PRINT-RECORD FROM DRPT-AMOUNT-LINE
013230     .
013240 8500-EXIT.
013250     EXIT.
013260
013270*-------------------------------------------------------------------
013280* 8510-PRINT-PRODUCT-LINE - one product's aged buckets.
013290*-------------------------------------------------------------------
013300 8510-PRINT-PRODUCT-LINE.
013310     MOVE WS-PROD-CODE (WS-PROD-IX) TO DRPT-SUM-PRODUCT
013320     MOVE WS-PROD-ACCOUNTS (WS-PROD-IX) TO DRPT-SUM-ACCOUNTS
013330     MOVE WS-PROD-CURRENT (WS-PROD-IX) TO DRPT-SUM-CURRENT
013340     MOVE WS-PROD-DAYS-30 (WS-PROD-IX) TO DRPT-SUM-DAYS-30
013350     MOVE WS-PROD-DAYS-60 (WS-PROD-IX) TO DRPT-SUM-DAYS-60
013360     MOVE WS-PROD-DAYS-90 (WS-PROD-IX) TO DRPT-SUM-DAYS-90
013370     WRITE DRPT-PRINT-RECORD FROM DRPT-SUMMARY-LINE
013380     .
013390 8510-EXIT.
013400     EXIT.
013410
013420*-------------------------------------------------------------------
013430* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
013440* and its return code on the shared run-control file. Nothing
013450* to stamp when the run was refused before its start was
013460* stamped.
013470* The shared file is re-read before stamping, so entries other
013480* programs (or sibling sweep partitions) wrote since start-up
013490* are carried forward, not overwritten from a stale copy.
013500*-------------------------------------------------------------------
013510 9800-RUN-CONTROL-END.
013520     IF NOT WS-RCTL-STAMPED
013530         GO TO 9800-EXIT
013540     END-IF
013550     ACCEPT WS-CURRENT-TIME FROM TIME
013560     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
013570         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
013580     MOVE ZERO TO WS-RCTL-COUNT
013590     OPEN INPUT RUN-CONTROL-FILE
013600     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
013610         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
013620             UNTIL NOT WS-RUNCTL-OK
013630         CLOSE RUN-CONTROL-FILE
013640     END-IF
013650     MOVE ZERO TO WS-RCTL-OWN-IX
013660     MOVE ZERO TO WS-RCTL-PRED-IX
013670     MOVE ZERO TO WS-RCTL-BLOCKER-IX
013680     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
013690         VARYING WS-RCTL-IX FROM 1 BY 1
013700         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
013710     IF WS-RCTL-OWN-IX = ZERO
013720         IF WS-RCTL-COUNT >= WS-RCTL-MAX
013730             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
013740             GO TO 9800-EXIT
013750         END-IF
013760         ADD 1 TO WS-RCTL-COUNT
013770         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
013780         MOVE WS-RCTL-OWN-PROGRAM
013790             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
013800         MOVE WS-RCTL-OWN-MASTER-FLAG
013810             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
013820     END-IF
013830     IF RETURN-CODE < 16
013840         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
013850     ELSE
013860         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
013870     END-IF
013880     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
013890     MOVE WS-RUN-TIME-EDIT
013900         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
013910     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
013920     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
013930     .
013940 9800-EXIT.
013950     EXIT.
013960
013970*-------------------------------------------------------------------
013980* 9999-TERMINATE - single exit point for the run.
013990*-------------------------------------------------------------------
014000 9999-TERMINATE.
014010     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
014020     CLOSE AGING-REPORT
014030     CLOSE ACCOUNT-MASTER
014040     CLOSE DUE-SCHEDULE-FILE
014050     CLOSE DUE-NEW-FILE
014060     CLOSE PAST-DUE-FILE
014070     CLOSE SORTED-PAYMENTS
014080     STOP RUN.
014090 END PROGRAM DELINQ.
