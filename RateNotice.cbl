000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     Rate-change notices, run on request after RATEMNT:
000050*              every future-dated entry on the rate table - the
000060*              RATENEW RATEMNT has just written, or RATETBL once
000070*              it is swapped in, as the notice parameter record
000080*              (NTCPARM) says - is priced against each open
000090*              account it applies to with the same lookup PI
000100*              prices with (the latest entry effective by the
000110*              date for the account or its product; an account
000120*              entry and a product entry effective the same day
000130*              go to whichever the table lists later). Where the
000140*              rate in effect on the change date differs from the
000150*              rate in effect the day before, the customer is due
000160*              a rate-change letter (NTCLTR) at the address on the
000170*              customer master, with the old rate, the new rate
000180*              and the date it takes effect. A change taking
000190*              effect inside the notice period on NTCPARM gets no
000200*              letter and is listed as an exception, as is an
000210*              account with no mailing address. Every letter sent
000220*              goes onto the notice log (NTCLOG), so no account is
000230*              noticed twice for the same change. Where the table
000240*              has no entry before the change, the rate in effect
000250*              is the one PI falls back to: the account's own
000260*              PARMFILE record, else the *ALL record's rate. The
000270*              master is only read.
000280* Tectonics:   cobc
000290*-------------------------------------------------------------------
000300* Modification History
000310* Date       Init  Description
000320* ---------- ----  ------------------------------------------------
000330* 2026-10-15  MSA  New program: future-dated rate changes were
000340*                   going into effect without notice to customers.
000350* 2026-10-15  MSA  Old rate falls back to PARMFILE, as PI prices,
000360*                   when the table has no entry before the change;
000370*                   CUSTMSTR created on open ('05') is open.
000380*******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    RATENTC.
000410 AUTHOR.        MSALPDOGAN.
000420 INSTALLATION.  OPERATIONS.
000430 DATE-WRITTEN.  10/15/2026.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT NOTICE-PARM-FILE ASSIGN TO "NTCPARM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-NTCPARM-STATUS.
000510
000520     SELECT RATE-NEW-FILE ASSIGN TO "RATENEW"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RATENEW-STATUS.
000550
000560     SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RATETBL-STATUS.
000590
000600     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS ACCT-ID
000640         FILE STATUS IS WS-ACCTMSTR-STATUS.
000650
000660     SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CUST-ID
000700         FILE STATUS IS WS-CUSTMSTR-STATUS.
000710
000720     SELECT OPTIONAL NOTICE-LOG ASSIGN TO "NTCLOG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-NTCLOG-STATUS.
000750
000760     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PARM-STATUS.
000790
000800     SELECT NOTICE-LETTER-FILE ASSIGN TO "NTCLTR"
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT NOTICE-REPORT ASSIGN TO "NTCRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880*-------------------------------------------------------------------
000890* NOTICE-PARM-FILE - the single control record: the notice period
000900* in days a rate change must be given, and which table to notice
000910* from (N = RATENEW, T or blank = RATETBL).
000920*-------------------------------------------------------------------
000930 FD  NOTICE-PARM-FILE.
000940 01  NOTICE-PARM-RECORD.
000950     05  NTCP-NOTICE-DAYS            PIC 9(03).
000960     05  NTCP-RATE-SOURCE            PIC X(01).
000970         88  NTCP-FROM-RATENEW       VALUE 'N'.
000980         88  NTCP-FROM-RATETBL       VALUE 'T' ' '.
000990
001000*-------------------------------------------------------------------
001010* RATE-NEW-FILE - the rate table as RATEMNT rewrote it, with the
001020* latest maintenance batch applied, not yet swapped in.
001030*-------------------------------------------------------------------
001040 FD  RATE-NEW-FILE.
001050 01  RATE-NEW-RECORD.
001060     05  RNEW-ACCOUNT-ID             PIC X(07).
001070     05  RNEW-EFFECTIVE-DATE         PIC 9(08).
001080     05  RNEW-RATE                   PIC 9V9(4).
001090
001100*-------------------------------------------------------------------
001110* RATE-TABLE-FILE - effective-dated interest rates: account ID
001120* or product code in the key field, the date the rate takes
001130* effect (YYYYMMDD) and the period rate, as PI reads it.
001140*-------------------------------------------------------------------
001150 FD  RATE-TABLE-FILE.
001160 01  RATE-TABLE-RECORD.
001170     05  RTBL-ACCOUNT-ID             PIC X(07).
001180     05  RTBL-EFFECTIVE-DATE         PIC 9(08).
001190     05  RTBL-RATE                   PIC 9V9(4).
001200
001210*-------------------------------------------------------------------
001220* ACCOUNT-MASTER - swept in key order for every account a rate
001230* change applies to. Record layout is the shared ACCTREC
001240* copybook.
001250*-------------------------------------------------------------------
001260 FD  ACCOUNT-MASTER.
001270 COPY ACCTREC.
001280
001290*-------------------------------------------------------------------
001300* CUSTOMER-MASTER - the customer's name and mailing address for
001310* the letter, read by the account's customer number. Shared
001320* CUSTREC layout.
001330*-------------------------------------------------------------------
001340 FD  CUSTOMER-MASTER.
001350 COPY CUSTREC.
001360
001370*-------------------------------------------------------------------
001380* NOTICE-LOG - one record per letter sent: the account, the
001390* change it was told of (effective date and new rate), the rate
001400* it replaces, the table entry behind it, and when and with how
001410* many days' notice it went out. Read at start-up, extended with
001420* the run's letters.
001430*-------------------------------------------------------------------
001440 FD  NOTICE-LOG.
001450 01  NOTICE-LOG-RECORD.
001460     05  NLOG-ACCT-ID                PIC X(07).
001470     05  NLOG-EFFECTIVE-DATE         PIC 9(08).
001480     05  NLOG-NEW-RATE               PIC 9V9(4).
001490     05  NLOG-OLD-RATE               PIC 9V9(4).
001500     05  NLOG-RATE-KEY               PIC X(07).
001510     05  NLOG-NOTICE-DATE            PIC X(10).
001520     05  NLOG-DAYS-NOTICE            PIC 9(05).
001530
001540*-------------------------------------------------------------------
001550* PARM-FILE - PI's control records: an account ID and the rate PI
001560* prices it at when the rate table has no entry for the date, or
001570* *ALL and the rate for every account in a sweep. Only the account
001580* and the rate are read here.
001590*-------------------------------------------------------------------
001600 FD  PARM-FILE.
001610 01  PARM-RECORD.
001620     05  PARM-ACCOUNT-ID             PIC X(07).
001630     05  PARM-INTEREST-RATE          PIC 9V9(4).
001640     05  FILLER                      PIC X(31).
001650
001660*-------------------------------------------------------------------
001670* NOTICE-LETTER-FILE - the customer rate-change letters, one page
001680* per notice, ready for mailing.
001690*-------------------------------------------------------------------
001700 FD  NOTICE-LETTER-FILE.
001710 01  NLTR-PRINT-RECORD               PIC X(133).
001720
001730*-------------------------------------------------------------------
001740* NOTICE-REPORT - the control report: one line per notice sent or
001750* exception, then the run's counts.
001760*-------------------------------------------------------------------
001770 FD  NOTICE-REPORT.
001780 01  NRPT-PRINT-RECORD               PIC X(160).
001790
001800 WORKING-STORAGE SECTION.
001810*-------------------------------------------------------------------
001820* Rate-change letter lines, kept in working storage so their
001830* VALUE clauses are honored, and written with WRITE ... FROM.
001840*-------------------------------------------------------------------
001850 01  NLTR-HEADING-LINE.
001860     05  FILLER                      PIC X(01) VALUE '1'.
001870     05  FILLER                      PIC X(40)
001880                 VALUE "NOTICE OF INTEREST RATE CHANGE".
001890     05  FILLER                      PIC X(06) VALUE "DATE: ".
001900     05  NLTR-NOTICE-DATE            PIC X(10).
001910
001920 01  NLTR-ADDRESS-LINE.
001930     05  FILLER                      PIC X(01) VALUE SPACE.
001940     05  NLTR-ADDRESS                PIC X(40).
001950
001960 01  NLTR-ACCOUNT-LINE.
001970     05  FILLER                      PIC X(01) VALUE SPACE.
001980     05  FILLER                      PIC X(09) VALUE "ACCOUNT: ".
001990     05  NLTR-ACCT-ID                PIC X(07).
002000     05  FILLER                      PIC X(03) VALUE SPACES.
002010     05  NLTR-ACCT-NAME              PIC X(30).
002020
002030 01  NLTR-RATE-LINE.
002040     05  FILLER                      PIC X(01) VALUE SPACE.
002050     05  NLTR-RATE-LABEL             PIC X(34).
002060     05  NLTR-RATE                   PIC 9.9999.
002070     05  FILLER                      PIC X(11) VALUE " PER MONTH".
002080
002090 01  NLTR-DATE-LINE.
002100     05  FILLER                      PIC X(01) VALUE SPACE.
002110     05  FILLER                      PIC X(34)
002120                 VALUE "NEW RATE TAKES EFFECT ON:".
002130     05  NLTR-EFFECTIVE-DATE         PIC X(10).
002140
002150 01  NLTR-TEXT-LINE.
002160     05  FILLER                      PIC X(01) VALUE SPACE.
002170     05  NLTR-TEXT                   PIC X(70).
002180
002190 01  NLTR-BLANK-LINE.
002200     05  FILLER                      PIC X(01) VALUE SPACE.
002210     05  FILLER                      PIC X(79) VALUE SPACES.
002220
002230*-------------------------------------------------------------------
002240* Control report lines.
002250*-------------------------------------------------------------------
002260 01  NRPT-HEADING-LINE.
002270     05  FILLER                      PIC X(01) VALUE '1'.
002280     05  FILLER                      PIC X(30)
002290                 VALUE "RATE CHANGE NOTICE RUN".
002300     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002310     05  NRPT-HDR-DATE               PIC X(10).
002320     05  FILLER                      PIC X(10) VALUE SPACES.
002330     05  FILLER                      PIC X(05) VALUE "PAGE ".
002340     05  NRPT-HDR-PAGE               PIC ZZ9.
002350
002360 01  NRPT-PARM-LINE.
002370     05  FILLER                      PIC X(01) VALUE SPACE.
002380     05  FILLER                      PIC X(12)
002390                 VALUE "RATES FROM: ".
002400     05  NRPT-PARM-SOURCE            PIC X(07).
002410     05  FILLER                      PIC X(03) VALUE SPACES.
002420     05  FILLER                      PIC X(15)
002430                 VALUE "NOTICE PERIOD: ".
002440     05  NRPT-PARM-DAYS              PIC ZZ9.
002450     05  FILLER                      PIC X(05) VALUE " DAYS".
002460
002470 01  NRPT-COLUMN-LINE.
002480     05  FILLER                      PIC X(01) VALUE SPACE.
002490     05  FILLER                      PIC X(09) VALUE "ACCOUNT".
002500     05  FILLER                      PIC X(32) VALUE "NAME".
002510     05  FILLER                      PIC X(12) VALUE "EFFECTIVE".
002520     05  FILLER                      PIC X(09) VALUE "OLD RATE".
002530     05  FILLER                      PIC X(09) VALUE "NEW RATE".
002540     05  FILLER                      PIC X(09) VALUE "ENTRY".
002550     05  FILLER                      PIC X(07) VALUE "  DAYS".
002560     05  FILLER                      PIC X(45) VALUE "RESULT".
002570
002580 01  NRPT-DETAIL-LINE.
002590     05  FILLER                      PIC X(01) VALUE SPACE.
002600     05  NRPT-DTL-ACCT               PIC X(07).
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  NRPT-DTL-NAME               PIC X(30).
002630     05  FILLER                      PIC X(02) VALUE SPACES.
002640     05  NRPT-DTL-EFFECTIVE          PIC X(10).
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  NRPT-DTL-OLD-RATE           PIC 9.9999.
002670     05  FILLER                      PIC X(03) VALUE SPACES.
002680     05  NRPT-DTL-NEW-RATE           PIC 9.9999.
002690     05  FILLER                      PIC X(03) VALUE SPACES.
002700     05  NRPT-DTL-KEY                PIC X(07).
002710     05  FILLER                      PIC X(02) VALUE SPACES.
002720     05  NRPT-DTL-DAYS               PIC ZZZZ9.
002730     05  FILLER                      PIC X(02) VALUE SPACES.
002740     05  NRPT-DTL-RESULT             PIC X(45).
002750
002760 01  NRPT-SECTION-LINE.
002770     05  FILLER                      PIC X(01) VALUE SPACE.
002780     05  NRPT-SECTION-TITLE          PIC X(40).
002790
002800 01  NRPT-COUNT-LINE.
002810     05  FILLER                      PIC X(01) VALUE SPACE.
002820     05  NRPT-CNT-LABEL              PIC X(40).
002830     05  NRPT-CNT-VALUE              PIC ZZZZZZZZ9.
002840
002850 01  WS-NTCPARM-STATUS               PIC X(02).
002860     88  WS-NTCPARM-OK               VALUE '00'.
002870     88  WS-NTCPARM-NOT-FOUND        VALUE '35'.
002880
002890 01  WS-RATENEW-STATUS               PIC X(02).
002900     88  WS-RATENEW-OK               VALUE '00'.
002910     88  WS-RATENEW-EOF              VALUE '10'.
002920     88  WS-RATENEW-NOT-FOUND        VALUE '35'.
002930
002940 01  WS-RATETBL-STATUS               PIC X(02).
002950     88  WS-RATETBL-OK               VALUE '00'.
002960     88  WS-RATETBL-EOF              VALUE '10'.
002970     88  WS-RATETBL-NOT-FOUND        VALUE '35'.
002980
002990 01  WS-ACCTMSTR-STATUS              PIC X(02).
003000     88  WS-ACCTMSTR-OK              VALUE '00'.
003010     88  WS-ACCTMSTR-EOF             VALUE '10'.
003020
003030 01  WS-CUSTMSTR-STATUS              PIC X(02).
003040     88  WS-CUSTMSTR-OK              VALUE '00'.
003050     88  WS-CUSTMSTR-CREATED         VALUE '05'.
003060 01  WS-CUSTMSTR-SWITCH              PIC X(01) VALUE 'N'.
003070     88  WS-CUSTMSTR-OPEN            VALUE 'Y'.
003080
003090 01  WS-NTCLOG-STATUS                PIC X(02).
003100     88  WS-NTCLOG-OK                VALUE '00'.
003110     88  WS-NTCLOG-EOF               VALUE '10'.
003120     88  WS-NTCLOG-CREATED           VALUE '05'.
003130
003140 01  WS-PARM-STATUS                  PIC X(02).
003150     88  WS-PARM-FOUND               VALUE '00'.
003160     88  WS-PARM-EOF                 VALUE '10'.
003170
003180*-------------------------------------------------------------------
003190* The rate table being noticed from, loaded once at start-up in
003200* file order, so a same-day tie goes to the later entry as it
003210* does in PI.
003220*-------------------------------------------------------------------
003230 01  WS-RATE-MAX                     PIC 9(03) VALUE 500.
003240 01  WS-RATE-TABLE-AREA.
003250     05  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
003260     05  WS-RATE-ENTRY OCCURS 500 TIMES.
003270         10  WS-RATE-KEY             PIC X(07).
003280         10  WS-RATE-EFFECTIVE-DATE  PIC 9(08).
003290         10  WS-RATE-VALUE           PIC 9V9(4).
003300
003310 01  WS-RATE-IX                      PIC 9(03) COMP.
003320 01  WS-RATE-SCAN-IX                 PIC 9(03) COMP.
003330 01  WS-RATE-BEST-DATE               PIC 9(08).
003340 01  WS-NEW-RATE-IX                  PIC 9(03) COMP.
003350 01  WS-OLD-RATE-IX                  PIC 9(03) COMP.
003360
003370 01  WS-RATE-SOURCE-NAME             PIC X(07).
003380
003390 01  WS-LOAD-RATE-ENTRY.
003400     05  WS-LOAD-KEY                 PIC X(07).
003410     05  WS-LOAD-EFFECTIVE-DATE      PIC 9(08).
003420     05  WS-LOAD-RATE                PIC 9V9(4).
003430
003440 01  WS-RATE-PRODUCT-KEY.
003450     05  WS-RATE-PRODUCT-CODE        PIC X(04).
003460     05  FILLER                      PIC X(03) VALUE SPACES.
003470
003480*-------------------------------------------------------------------
003490* PI's fallback rates off PARMFILE: one entry per account record,
003500* and the *ALL record's rate kept apart. A missing PARMFILE leaves
003510* both empty.
003520*-------------------------------------------------------------------
003530 01  WS-PARM-RATE-MAX                PIC 9(03) VALUE 500.
003540 01  WS-PARM-RATE-AREA.
003550     05  WS-PARM-RATE-COUNT          PIC 9(03) COMP VALUE ZERO.
003560     05  WS-PARM-RATE-ENTRY OCCURS 500 TIMES.
003570         10  WS-PARM-RATE-ACCT       PIC X(07).
003580         10  WS-PARM-RATE-VALUE      PIC 9V9(4).
003590
003600 01  WS-PARM-RATE-IX                 PIC 9(03) COMP.
003610 01  WS-PARM-ALL-RATE                PIC 9V9(4) VALUE ZERO.
003620 01  WS-PARM-ALL-SWITCH              PIC X(01) VALUE 'N'.
003630     88  WS-PARM-ALL-LOADED          VALUE 'Y'.
003640 01  WS-PARM-RATE-SWITCH             PIC X(01).
003650     88  WS-PARM-RATE-FOUND          VALUE 'Y'.
003660     88  WS-PARM-RATE-NOT-FOUND      VALUE 'N'.
003670
003680*-------------------------------------------------------------------
003690* The notices already sent, off the notice log: account,
003700* effective date and new rate. A log longer than the table is a
003710* set-up error and ends the run.
003720*-------------------------------------------------------------------
003730 01  WS-LOG-MAX                      PIC 9(05) VALUE 5000.
003740 01  WS-LOG-TABLE-AREA.
003750     05  WS-LOG-COUNT                PIC 9(05) COMP VALUE ZERO.
003760     05  WS-LOG-ENTRY OCCURS 5000 TIMES.
003770         10  WS-LOG-ACCT             PIC X(07).
003780         10  WS-LOG-EFFECTIVE-DATE   PIC 9(08).
003790         10  WS-LOG-NEW-RATE         PIC 9V9(4).
003800
003810 01  WS-LOG-IX                       PIC 9(05) COMP.
003820 01  WS-LOGGED-SWITCH                PIC X(01).
003830     88  WS-ALREADY-NOTICED          VALUE 'Y'.
003840     88  WS-NOT-YET-NOTICED          VALUE 'N'.
003850
003860*-------------------------------------------------------------------
003870* The change being noticed.
003880*-------------------------------------------------------------------
003890 01  WS-CHANGE-DATE                  PIC 9(08).
003900 01  WS-CHANGE-DATE-GROUP REDEFINES WS-CHANGE-DATE.
003910     05  WS-CHANGE-YYYY              PIC 9(04).
003920     05  WS-CHANGE-MM                PIC 9(02).
003930     05  WS-CHANGE-DD                PIC 9(02).
003940 01  WS-CHANGE-EDIT                  PIC X(10).
003950 01  WS-CHANGE-KEY                   PIC X(07).
003960 01  WS-NEW-RATE                     PIC 9V9(4).
003970 01  WS-OLD-RATE                     PIC 9V9(4).
003980 01  WS-DAYS-NOTICE                  PIC 9(05) COMP.
003990 01  WS-NOTICE-RESULT                PIC X(45).
004000
004010*-------------------------------------------------------------------
004020* The letter's address block, from the customer master.
004030*-------------------------------------------------------------------
004040 01  WS-HOLD-REASON                  PIC X(30).
004050 01  WS-ADDRESS-LINE-1               PIC X(40).
004060 01  WS-ADDRESS-LINE-2               PIC X(40).
004070 01  WS-ADDRESS-LINE-3               PIC X(40).
004080 01  WS-ADDRESS-LINE-4               PIC X(40).
004090
004100*-------------------------------------------------------------------
004110* Run counters.
004120*-------------------------------------------------------------------
004130 01  WS-RATE-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
004140 01  WS-FUTURE-COUNT                 PIC 9(07) COMP VALUE ZERO.
004150 01  WS-LOG-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
004160 01  WS-ACCOUNTS-READ                PIC 9(07) COMP VALUE ZERO.
004170 01  WS-CLOSED-COUNT                 PIC 9(07) COMP VALUE ZERO.
004180 01  WS-NOTICE-COUNT                 PIC 9(07) COMP VALUE ZERO.
004190 01  WS-ALREADY-COUNT                PIC 9(07) COMP VALUE ZERO.
004200 01  WS-NO-MOVEMENT-COUNT            PIC 9(07) COMP VALUE ZERO.
004210 01  WS-INSIDE-PERIOD-COUNT          PIC 9(07) COMP VALUE ZERO.
004220 01  WS-NO-OLD-RATE-COUNT            PIC 9(07) COMP VALUE ZERO.
004230 01  WS-PARM-OLD-RATE-COUNT          PIC 9(07) COMP VALUE ZERO.
004240 01  WS-HELD-COUNT                   PIC 9(07) COMP VALUE ZERO.
004250
004260*-------------------------------------------------------------------
004270* Day-count fields: a calendar date turned into a running day
004280* number, so two dates can be subtracted to give the days
004290* between them (March-based year, leap days by the Gregorian
004300* rule).
004310*-------------------------------------------------------------------
004320 01  WS-DAYS-DATE                    PIC 9(08).
004330 01  WS-DAYS-DATE-GROUP REDEFINES WS-DAYS-DATE.
004340     05  WS-DAYS-YYYY                PIC 9(04).
004350     05  WS-DAYS-MM                  PIC 9(02).
004360     05  WS-DAYS-DD                  PIC 9(02).
004370 01  WS-DAYS-YEAR                    PIC 9(05) COMP.
004380 01  WS-DAYS-MONTH                   PIC 9(03) COMP.
004390 01  WS-DAYS-LEAP-4                  PIC 9(05) COMP.
004400 01  WS-DAYS-LEAP-100                PIC 9(05) COMP.
004410 01  WS-DAYS-LEAP-400                PIC 9(05) COMP.
004420 01  WS-DAYS-MONTH-PART              PIC 9(05) COMP.
004430 01  WS-DAY-NUMBER                   PIC 9(07) COMP.
004440 01  WS-TODAY-DAY-NUMBER             PIC 9(07) COMP.
004450
004460*-------------------------------------------------------------------
004470* Report date and pagination fields.
004480*-------------------------------------------------------------------
004490 01  WS-CURRENT-DATE                 PIC 9(08).
004500 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
004510     05  WS-DATE-YYYY                PIC 9(04).
004520     05  WS-DATE-MM                  PIC 9(02).
004530     05  WS-DATE-DD                  PIC 9(02).
004540 01  WS-REPORT-DATE                  PIC X(10).
004550
004560 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
004570 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
004580 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
004590
004600 PROCEDURE DIVISION.
004610*-------------------------------------------------------------------
004620* 0000-MAINLINE - load the parameters, the rate table and the
004630* notice log, sweep the master for the accounts each future
004640* change reprices, and print the run's counts.
004650*-------------------------------------------------------------------
004660 0000-MAINLINE.
004670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004680     IF WS-FUTURE-COUNT = ZERO
004690         DISPLAY "NO FUTURE-DATED RATE CHANGES - NO NOTICES DUE"
004700     ELSE
004710         PERFORM 2000-NOTICE-NEXT-ACCOUNT THRU 2000-EXIT
004720             UNTIL WS-ACCTMSTR-EOF
004730     END-IF
004740     PERFORM 8500-PRINT-COUNTS THRU 8500-EXIT
004750     GO TO 9999-TERMINATE.
004760
004770*-------------------------------------------------------------------
004780* 1000-INITIALIZE - open the report and letters, stamp the run
004790* date, read the parameters, load the rate table, PI's PARMFILE
004800* rates and the notice log, and open the masters and the log for
004810* the run's notices. A customer master created empty on open is
004820* open all the same; every notice is then held.
004830*-------------------------------------------------------------------
004840 1000-INITIALIZE.
004850     OPEN OUTPUT NOTICE-REPORT
004860     OPEN OUTPUT NOTICE-LETTER-FILE
004870     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004880     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
004890         DELIMITED BY SIZE INTO WS-REPORT-DATE
004900     MOVE WS-CURRENT-DATE TO WS-DAYS-DATE
004910     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
004920     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
004930     PERFORM 1100-READ-NOTICE-PARM THRU 1100-EXIT
004940     PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
004950     PERFORM 1200-LOAD-RATES THRU 1200-EXIT
004960     PERFORM 1300-LOAD-NOTICE-LOG THRU 1300-EXIT
004970     PERFORM 1400-LOAD-PARM-RATES THRU 1400-EXIT
004980     OPEN INPUT ACCOUNT-MASTER
004990     IF NOT WS-ACCTMSTR-OK
005000         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
005010             "ATED"
005020         MOVE 16 TO RETURN-CODE
005030         GO TO 9999-TERMINATE
005040     END-IF
005050     OPEN INPUT CUSTOMER-MASTER
005060     IF WS-CUSTMSTR-OK OR WS-CUSTMSTR-CREATED
005070         SET WS-CUSTMSTR-OPEN TO TRUE
005080     ELSE
005090         DISPLAY "NO CUSTOMER MASTER - ALL NOTICES WILL BE HELD"
005100     END-IF
005110     OPEN EXTEND NOTICE-LOG
005120     IF NOT WS-NTCLOG-OK AND NOT WS-NTCLOG-CREATED
005130         DISPLAY "NOTICE LOG WILL NOT OPEN - RUN TERMINATED"
005140         MOVE 16 TO RETURN-CODE
005150         GO TO 9999-TERMINATE
005160     END-IF
005170     .
005180 1000-EXIT.
005190     EXIT.
005200
005210*-------------------------------------------------------------------
005220* 1100-READ-NOTICE-PARM - the control record. The notice period
005230* must be numeric and the table one of the two known.
005240*-------------------------------------------------------------------
005250 1100-READ-NOTICE-PARM.
005260     OPEN INPUT NOTICE-PARM-FILE
005270     IF WS-NTCPARM-NOT-FOUND
005280         DISPLAY "NTCPARM EMPTY OR MISSING - RUN TERMINATED"
005290         MOVE 16 TO RETURN-CODE
005300         GO TO 9999-TERMINATE
005310     END-IF
005320     READ NOTICE-PARM-FILE
005330         AT END
005340             DISPLAY "NTCPARM EMPTY OR MISSING - RUN TERMINATED"
005350             MOVE 16 TO RETURN-CODE
005360             GO TO 9999-TERMINATE
005370     END-READ
005380     CLOSE NOTICE-PARM-FILE
005390     IF NTCP-NOTICE-DAYS NOT NUMERIC
005400         DISPLAY "NOTICE PERIOD INVALID ON NTCPARM - RUN TERMINAT"
005410             "ED"
005420         MOVE 16 TO RETURN-CODE
005430         GO TO 9999-TERMINATE
005440     END-IF
005450     IF NTCP-FROM-RATENEW
005460         MOVE "RATENEW" TO WS-RATE-SOURCE-NAME
005470     ELSE
005480         IF NTCP-FROM-RATETBL
005490             MOVE "RATETBL" TO WS-RATE-SOURCE-NAME
005500         ELSE
005510             DISPLAY "RATE SOURCE INVALID ON NTCPARM - RUN TERMIN"
005520                 "ATED"
005530             MOVE 16 TO RETURN-CODE
005540             GO TO 9999-TERMINATE
005550         END-IF
005560     END-IF
005570     .
005580 1100-EXIT.
005590     EXIT.
005600
005610*-------------------------------------------------------------------
005620* 1200-LOAD-RATES - the table named on NTCPARM into the rate
005630* table. With no table there is nothing to notice from, so the
005640* run ends.
005650*-------------------------------------------------------------------
005660 1200-LOAD-RATES.
005670     IF NTCP-FROM-RATENEW
005680         OPEN INPUT RATE-NEW-FILE
005690         IF WS-RATENEW-NOT-FOUND
005700             DISPLAY "RATENEW EMPTY OR MISSING - RUN TERMINATED"
005710             MOVE 16 TO RETURN-CODE
005720             GO TO 9999-TERMINATE
005730         END-IF
005740         PERFORM 1210-READ-RATENEW THRU 1210-EXIT
005750             UNTIL NOT WS-RATENEW-OK
005760         CLOSE RATE-NEW-FILE
005770     ELSE
005780         OPEN INPUT RATE-TABLE-FILE
005790         IF WS-RATETBL-NOT-FOUND
005800             DISPLAY "RATETBL EMPTY OR MISSING - RUN TERMINATED"
005810             MOVE 16 TO RETURN-CODE
005820             GO TO 9999-TERMINATE
005830         END-IF
005840         PERFORM 1220-READ-RATETBL THRU 1220-EXIT
005850             UNTIL NOT WS-RATETBL-OK
005860         CLOSE RATE-TABLE-FILE
005870     END-IF
005880     .
005890 1200-EXIT.
005900     EXIT.
005910
005920*-------------------------------------------------------------------
005930* 1210-READ-RATENEW - one RATENEW record into the table.
005940*-------------------------------------------------------------------
005950 1210-READ-RATENEW.
005960     READ RATE-NEW-FILE
005970         AT END
005980             GO TO 1210-EXIT
005990     END-READ
006000     MOVE RNEW-ACCOUNT-ID TO WS-LOAD-KEY
006010     MOVE RNEW-EFFECTIVE-DATE TO WS-LOAD-EFFECTIVE-DATE
006020     MOVE RNEW-RATE TO WS-LOAD-RATE
006030     PERFORM 1230-STORE-RATE-ENTRY THRU 1230-EXIT
006040     .
006050 1210-EXIT.
006060     EXIT.
006070
006080*-------------------------------------------------------------------
006090* 1220-READ-RATETBL - one RATETBL record into the table.
006100*-------------------------------------------------------------------
006110 1220-READ-RATETBL.
006120     READ RATE-TABLE-FILE
006130         AT END
006140             GO TO 1220-EXIT
006150     END-READ
006160     MOVE RTBL-ACCOUNT-ID TO WS-LOAD-KEY
006170     MOVE RTBL-EFFECTIVE-DATE TO WS-LOAD-EFFECTIVE-DATE
006180     MOVE RTBL-RATE TO WS-LOAD-RATE
006190     PERFORM 1230-STORE-RATE-ENTRY THRU 1230-EXIT
006200     .
006210 1220-EXIT.
006220     EXIT.
006230
006240*-------------------------------------------------------------------
006250* 1230-STORE-RATE-ENTRY - one rate entry into the table; an entry
006260* without a numeric effective date is passed over, as PI would
006270* never price from it.
006280*-------------------------------------------------------------------
006290 1230-STORE-RATE-ENTRY.
006300     ADD 1 TO WS-RATE-READ-COUNT
006310     IF WS-LOAD-EFFECTIVE-DATE NOT NUMERIC
006320         OR WS-LOAD-RATE NOT NUMERIC
006330         GO TO 1230-EXIT
006340     END-IF
006350     IF WS-RATE-COUNT >= WS-RATE-MAX
006360         DISPLAY "RATE TABLE FULL - RUN TERMINATED"
006370         MOVE 16 TO RETURN-CODE
006380         GO TO 9999-TERMINATE
006390     END-IF
006400     ADD 1 TO WS-RATE-COUNT
006410     MOVE WS-LOAD-KEY TO WS-RATE-KEY (WS-RATE-COUNT)
006420     MOVE WS-LOAD-EFFECTIVE-DATE
006430         TO WS-RATE-EFFECTIVE-DATE (WS-RATE-COUNT)
006440     MOVE WS-LOAD-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
006450     IF WS-LOAD-EFFECTIVE-DATE > WS-CURRENT-DATE
006460         ADD 1 TO WS-FUTURE-COUNT
006470     END-IF
006480     .
006490 1230-EXIT.
006500     EXIT.
006510
006520*-------------------------------------------------------------------
006530* 1300-LOAD-NOTICE-LOG - the notices already sent into the table.
006540* A missing log means none has been sent yet.
006550*-------------------------------------------------------------------
006560 1300-LOAD-NOTICE-LOG.
006570     OPEN INPUT NOTICE-LOG
006580     IF NOT WS-NTCLOG-OK AND NOT WS-NTCLOG-CREATED
006590         GO TO 1300-EXIT
006600     END-IF
006610     PERFORM 1310-READ-NOTICE-LOG THRU 1310-EXIT
006620         UNTIL NOT WS-NTCLOG-OK
006630     CLOSE NOTICE-LOG
006640     .
006650 1300-EXIT.
006660     EXIT.
006670
006680*-------------------------------------------------------------------
006690* 1310-READ-NOTICE-LOG - one logged notice into the table.
006700*-------------------------------------------------------------------
006710 1310-READ-NOTICE-LOG.
006720     READ NOTICE-LOG
006730         AT END
006740             GO TO 1310-EXIT
006750     END-READ
006760     ADD 1 TO WS-LOG-READ-COUNT
006770     IF WS-LOG-COUNT >= WS-LOG-MAX
006780         DISPLAY "NOTICE LOG TABLE FULL - RUN TERMINATED"
006790         MOVE 16 TO RETURN-CODE
006800         GO TO 9999-TERMINATE
006810     END-IF
006820     ADD 1 TO WS-LOG-COUNT
006830     MOVE NLOG-ACCT-ID TO WS-LOG-ACCT (WS-LOG-COUNT)
006840     MOVE NLOG-EFFECTIVE-DATE
006850         TO WS-LOG-EFFECTIVE-DATE (WS-LOG-COUNT)
006860     MOVE NLOG-NEW-RATE TO WS-LOG-NEW-RATE (WS-LOG-COUNT)
006870     .
006880 1310-EXIT.
006890     EXIT.
006900
006910*-------------------------------------------------------------------
006920* 1400-LOAD-PARM-RATES - PI's PARMFILE rates into the table. With
006930* no PARMFILE there is no fallback rate, and a change with no
006940* table entry before it stays an exception.
006950*-------------------------------------------------------------------
006960 1400-LOAD-PARM-RATES.
006970     OPEN INPUT PARM-FILE
006980     IF NOT WS-PARM-FOUND
006990         DISPLAY "NO PARMFILE - NO FALLBACK RATES FOR OLD RATE"
007000         CLOSE PARM-FILE
007010         GO TO 1400-EXIT
007020     END-IF
007030     PERFORM 1410-READ-PARM-RATE THRU 1410-EXIT
007040         UNTIL NOT WS-PARM-FOUND
007050     CLOSE PARM-FILE
007060     .
007070 1400-EXIT.
007080     EXIT.
007090
007100*-------------------------------------------------------------------
007110* 1410-READ-PARM-RATE - one PARMFILE record: the first *ALL rate
007120* is kept apart, an account's rate goes into the table. A record
007130* without a numeric rate is passed over, as PI would not price
007140* from it.
007150*-------------------------------------------------------------------
007160 1410-READ-PARM-RATE.
007170     READ PARM-FILE
007180         AT END
007190             GO TO 1410-EXIT
007200     END-READ
007210     IF PARM-INTEREST-RATE NOT NUMERIC
007220         GO TO 1410-EXIT
007230     END-IF
007240     IF PARM-ACCOUNT-ID = "*ALL"
007250         IF NOT WS-PARM-ALL-LOADED
007260             MOVE PARM-INTEREST-RATE TO WS-PARM-ALL-RATE
007270             SET WS-PARM-ALL-LOADED TO TRUE
007280         END-IF
007290         GO TO 1410-EXIT
007300     END-IF
007310     IF WS-PARM-RATE-COUNT >= WS-PARM-RATE-MAX
007320         DISPLAY "PARMFILE RATE TABLE FULL - RUN TERMINATED"
007330         MOVE 16 TO RETURN-CODE
007340         GO TO 9999-TERMINATE
007350     END-IF
007360     ADD 1 TO WS-PARM-RATE-COUNT
007370     MOVE PARM-ACCOUNT-ID
007380         TO WS-PARM-RATE-ACCT (WS-PARM-RATE-COUNT)
007390     MOVE PARM-INTEREST-RATE
007400         TO WS-PARM-RATE-VALUE (WS-PARM-RATE-COUNT)
007410     .
007420 1410-EXIT.
007430     EXIT.
007440
007450*-------------------------------------------------------------------
007460* 2000-NOTICE-NEXT-ACCOUNT - the next account in key order; every
007470* account not closed is checked against each future-dated entry.
007480*-------------------------------------------------------------------
007490 2000-NOTICE-NEXT-ACCOUNT.
007500     READ ACCOUNT-MASTER NEXT
007510         AT END
007520             GO TO 2000-EXIT
007530     END-READ
007540     ADD 1 TO WS-ACCOUNTS-READ
007550     IF ACCT-CLOSED
007560         ADD 1 TO WS-CLOSED-COUNT
007570         GO TO 2000-EXIT
007580     END-IF
007590     MOVE ACCT-PRODUCT-CODE TO WS-RATE-PRODUCT-CODE
007600     PERFORM 2100-CHECK-RATE-CHANGE THRU 2100-EXIT
007610         VARYING WS-RATE-IX FROM 1 BY 1
007620         UNTIL WS-RATE-IX > WS-RATE-COUNT
007630     .
007640 2000-EXIT.
007650     EXIT.
007660
007670*-------------------------------------------------------------------
007680* 2100-CHECK-RATE-CHANGE - one rate entry against the account. A
007690* future-dated entry for the account or its product reprices it
007700* when it is the entry PI will price from on its date, and the
007710* rate it sets differs from the rate in effect the day before.
007720* An account entry listed after a product entry for the same day
007730* is the one that governs; the product entry gives way to it.
007740*-------------------------------------------------------------------
007750 2100-CHECK-RATE-CHANGE.
007760     IF WS-RATE-KEY (WS-RATE-IX) NOT = ACCT-ID
007770         AND WS-RATE-KEY (WS-RATE-IX) NOT = WS-RATE-PRODUCT-KEY
007780         GO TO 2100-EXIT
007790     END-IF
007800     IF WS-RATE-EFFECTIVE-DATE (WS-RATE-IX) NOT > WS-CURRENT-DATE
007810         GO TO 2100-EXIT
007820     END-IF
007830     MOVE WS-RATE-EFFECTIVE-DATE (WS-RATE-IX) TO WS-CHANGE-DATE
007840     PERFORM 2200-FIND-NEW-RATE THRU 2200-EXIT
007850     IF WS-NEW-RATE-IX NOT = WS-RATE-IX
007860         GO TO 2100-EXIT
007870     END-IF
007880     MOVE WS-RATE-KEY (WS-RATE-IX) TO WS-CHANGE-KEY
007890     MOVE WS-RATE-VALUE (WS-RATE-IX) TO WS-NEW-RATE
007900     STRING WS-CHANGE-YYYY "-" WS-CHANGE-MM "-" WS-CHANGE-DD
007910         DELIMITED BY SIZE INTO WS-CHANGE-EDIT
007920     MOVE WS-CHANGE-DATE TO WS-DAYS-DATE
007930     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
007940     COMPUTE WS-DAYS-NOTICE = WS-DAY-NUMBER - WS-TODAY-DAY-NUMBER
007950     PERFORM 2300-FIND-OLD-RATE THRU 2300-EXIT
007960     IF WS-OLD-RATE-IX = ZERO
007970         PERFORM 2350-FIND-PARM-RATE THRU 2350-EXIT
007980         IF WS-PARM-RATE-NOT-FOUND
007990             MOVE ZERO TO WS-OLD-RATE
008000             ADD 1 TO WS-NO-OLD-RATE-COUNT
008010             MOVE "EXCEPTION - NO RATE IN EFFECT BEFORE CHANGE"
008020                 TO WS-NOTICE-RESULT
008030             PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
008040             GO TO 2100-EXIT
008050         END-IF
008060         ADD 1 TO WS-PARM-OLD-RATE-COUNT
008070     ELSE
008080         MOVE WS-RATE-VALUE (WS-OLD-RATE-IX) TO WS-OLD-RATE
008090     END-IF
008100     IF WS-OLD-RATE = WS-NEW-RATE
008110         ADD 1 TO WS-NO-MOVEMENT-COUNT
008120         GO TO 2100-EXIT
008130     END-IF
008140     PERFORM 2400-CHECK-NOTICE-LOG THRU 2400-EXIT
008150     IF WS-ALREADY-NOTICED
008160         ADD 1 TO WS-ALREADY-COUNT
008170         GO TO 2100-EXIT
008180     END-IF
008190     IF WS-DAYS-NOTICE < NTCP-NOTICE-DAYS
008200         ADD 1 TO WS-INSIDE-PERIOD-COUNT
008210         MOVE "EXCEPTION - INSIDE NOTICE PERIOD"
008220             TO WS-NOTICE-RESULT
008230         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
008240         GO TO 2100-EXIT
008250     END-IF
008260     PERFORM 2500-FIND-CUSTOMER THRU 2500-EXIT
008270     IF WS-HOLD-REASON NOT = SPACES
008280         ADD 1 TO WS-HELD-COUNT
008290         MOVE SPACES TO WS-NOTICE-RESULT
008300         STRING "HELD - " WS-HOLD-REASON
008310             DELIMITED BY SIZE INTO WS-NOTICE-RESULT
008320         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
008330         GO TO 2100-EXIT
008340     END-IF
008350     PERFORM 3000-PRINT-LETTER THRU 3000-EXIT
008360     PERFORM 3100-LOG-NOTICE THRU 3100-EXIT
008370     MOVE "NOTICE SENT" TO WS-NOTICE-RESULT
008380     PERFORM 8100-PRINT-DETAIL-LINE THRU 8100-EXIT
008390     .
008400 2100-EXIT.
008410     EXIT.
008420
008430*-------------------------------------------------------------------
008440* 2200-FIND-NEW-RATE - the entry PI prices the account from on the
008450* change date: the latest for the account or its product
008460* effective on or before it, a tie going to the entry listed
008470* later.
008480*-------------------------------------------------------------------
008490 2200-FIND-NEW-RATE.
008500     MOVE ZERO TO WS-NEW-RATE-IX
008510     MOVE ZERO TO WS-RATE-BEST-DATE
008520     PERFORM 2210-CHECK-NEW-RATE THRU 2210-EXIT
008530         VARYING WS-RATE-SCAN-IX FROM 1 BY 1
008540         UNTIL WS-RATE-SCAN-IX > WS-RATE-COUNT
008550     .
008560 2200-EXIT.
008570     EXIT.
008580
008590*-------------------------------------------------------------------
008600* 2210-CHECK-NEW-RATE - one rate entry against the change date.
008610*-------------------------------------------------------------------
008620 2210-CHECK-NEW-RATE.
008630     IF WS-RATE-KEY (WS-RATE-SCAN-IX) NOT = ACCT-ID
008640         AND WS-RATE-KEY (WS-RATE-SCAN-IX)
008650             NOT = WS-RATE-PRODUCT-KEY
008660         GO TO 2210-EXIT
008670     END-IF
008680     IF WS-RATE-EFFECTIVE-DATE (WS-RATE-SCAN-IX)
008690             NOT > WS-CHANGE-DATE
008700         AND WS-RATE-EFFECTIVE-DATE (WS-RATE-SCAN-IX)
008710             NOT < WS-RATE-BEST-DATE
008720         MOVE WS-RATE-EFFECTIVE-DATE (WS-RATE-SCAN-IX)
008730             TO WS-RATE-BEST-DATE
008740         MOVE WS-RATE-SCAN-IX TO WS-NEW-RATE-IX
008750     END-IF
008760     .
008770 2210-EXIT.
008780     EXIT.
008790
008800*-------------------------------------------------------------------
008810* 2300-FIND-OLD-RATE - the entry PI prices the account from the
008820* day before the change: the latest for the account or its
008830* product effective before the change date. None found leaves
008840* the index zero, and the PARMFILE rate is the one in effect.
008850*-------------------------------------------------------------------
008860 2300-FIND-OLD-RATE.
008870     MOVE ZERO TO WS-OLD-RATE-IX
008880     MOVE ZERO TO WS-RATE-BEST-DATE
008890     PERFORM 2310-CHECK-OLD-RATE THRU 2310-EXIT
008900         VARYING WS-RATE-SCAN-IX FROM 1 BY 1
008910         UNTIL WS-RATE-SCAN-IX > WS-RATE-COUNT
008920     .
008930 2300-EXIT.
008940     EXIT.
008950
008960*-------------------------------------------------------------------
008970* 2310-CHECK-OLD-RATE - one rate entry against the day before the
008980* change date.
008990*-------------------------------------------------------------------
009000 2310-CHECK-OLD-RATE.
009010     IF WS-RATE-KEY (WS-RATE-SCAN-IX) NOT = ACCT-ID
009020         AND WS-RATE-KEY (WS-RATE-SCAN-IX)
009030             NOT = WS-RATE-PRODUCT-KEY
009040         GO TO 2310-EXIT
009050     END-IF
009060     IF WS-RATE-EFFECTIVE-DATE (WS-RATE-SCAN-IX)
009070             < WS-CHANGE-DATE
009080         AND WS-RATE-EFFECTIVE-DATE (WS-RATE-SCAN-IX)
009090             NOT < WS-RATE-BEST-DATE
009100         MOVE WS-RATE-EFFECTIVE-DATE (WS-RATE-SCAN-IX)
009110             TO WS-RATE-BEST-DATE
009120         MOVE WS-RATE-SCAN-IX TO WS-OLD-RATE-IX
009130     END-IF
009140     .
009150 2310-EXIT.
009160     EXIT.
009170
009180*-------------------------------------------------------------------
009190* 2350-FIND-PARM-RATE - the rate PI prices the account at when the
009200* table has nothing for the date: the account's own PARMFILE
009210* record, else the *ALL record's rate. Found, it goes to the old
009220* rate.
009230*-------------------------------------------------------------------
009240 2350-FIND-PARM-RATE.
009250     SET WS-PARM-RATE-NOT-FOUND TO TRUE
009260     PERFORM 2360-CHECK-PARM-RATE THRU 2360-EXIT
009270         VARYING WS-PARM-RATE-IX FROM 1 BY 1
009280         UNTIL WS-PARM-RATE-IX > WS-PARM-RATE-COUNT
009290         OR WS-PARM-RATE-FOUND
009300     IF WS-PARM-RATE-NOT-FOUND AND WS-PARM-ALL-LOADED
009310         MOVE WS-PARM-ALL-RATE TO WS-OLD-RATE
009320         SET WS-PARM-RATE-FOUND TO TRUE
009330     END-IF
009340     .
009350 2350-EXIT.
009360     EXIT.
009370
009380*-------------------------------------------------------------------
009390* 2360-CHECK-PARM-RATE - one PARMFILE account rate against the
009400* account.
009410*-------------------------------------------------------------------
009420 2360-CHECK-PARM-RATE.
009430     IF WS-PARM-RATE-ACCT (WS-PARM-RATE-IX) = ACCT-ID
009440         MOVE WS-PARM-RATE-VALUE (WS-PARM-RATE-IX) TO WS-OLD-RATE
009450         SET WS-PARM-RATE-FOUND TO TRUE
009460     END-IF
009470     .
009480 2360-EXIT.
009490     EXIT.
009500
009510*-------------------------------------------------------------------
009520* 2400-CHECK-NOTICE-LOG - whether the account has already been
009530* sent notice of this change: the same effective date and new
009540* rate on the notice log.
009550*-------------------------------------------------------------------
009560 2400-CHECK-NOTICE-LOG.
009570     SET WS-NOT-YET-NOTICED TO TRUE
009580     PERFORM 2410-CHECK-LOG-ENTRY THRU 2410-EXIT
009590         VARYING WS-LOG-IX FROM 1 BY 1
009600         UNTIL WS-LOG-IX > WS-LOG-COUNT
009610         OR WS-ALREADY-NOTICED
009620     .
009630 2400-EXIT.
009640     EXIT.
009650
009660*-------------------------------------------------------------------
009670* 2410-CHECK-LOG-ENTRY - one logged notice against the change.
009680*-------------------------------------------------------------------
009690 2410-CHECK-LOG-ENTRY.
009700     IF WS-LOG-ACCT (WS-LOG-IX) = ACCT-ID
009710         AND WS-LOG-EFFECTIVE-DATE (WS-LOG-IX) = WS-CHANGE-DATE
009720         AND WS-LOG-NEW-RATE (WS-LOG-IX) = WS-NEW-RATE
009730         SET WS-ALREADY-NOTICED TO TRUE
009740     END-IF
009750     .
009760 2410-EXIT.
009770     EXIT.
009780
009790*-------------------------------------------------------------------
009800* 2500-FIND-CUSTOMER - the account's customer and mailing address.
009810* The notice is held, and listed with the reason, when the
009820* account has no customer, the customer is not on file, or mail
009830* to the address has come back.
009840*-------------------------------------------------------------------
009850 2500-FIND-CUSTOMER.
009860     MOVE SPACES TO WS-HOLD-REASON
009870     IF ACCT-CUSTOMER-ID = SPACES
009880         MOVE "NO CUSTOMER LINKED TO ACCOUNT" TO WS-HOLD-REASON
009890         GO TO 2500-EXIT
009900     END-IF
009910     IF NOT WS-CUSTMSTR-OPEN
009920         MOVE "CUSTOMER NOT ON FILE" TO WS-HOLD-REASON
009930         GO TO 2500-EXIT
009940     END-IF
009950     MOVE ACCT-CUSTOMER-ID TO CUST-ID
009960     READ CUSTOMER-MASTER
009970         INVALID KEY
009980             MOVE "CUSTOMER NOT ON FILE" TO WS-HOLD-REASON
009990             GO TO 2500-EXIT
010000     END-READ
010010     IF CUST-MAIL-RETURNED
010020         STRING "MAIL RETURNED " CUST-RETURNED-DATE
010030             DELIMITED BY SIZE INTO WS-HOLD-REASON
010040         GO TO 2500-EXIT
010050     END-IF
010060     PERFORM 2510-BUILD-ADDRESS THRU 2510-EXIT
010070     .
010080 2500-EXIT.
010090     EXIT.
010100
010110*-------------------------------------------------------------------
010120* 2510-BUILD-ADDRESS - the customer's name and address as the
010130* lines of the address block, a blank second address line closed
010140* up so the city line follows the street.
010150*-------------------------------------------------------------------
010160 2510-BUILD-ADDRESS.
010170     MOVE CUST-NAME TO WS-ADDRESS-LINE-1
010180     MOVE CUST-ADDRESS-LINE-1 TO WS-ADDRESS-LINE-2
010190     MOVE SPACES TO WS-ADDRESS-LINE-3
010200     MOVE SPACES TO WS-ADDRESS-LINE-4
010210     IF CUST-ADDRESS-LINE-2 = SPACES
010220         STRING CUST-CITY DELIMITED BY "  "
010230             ", " CUST-STATE "  " CUST-POSTAL-CODE
010240             DELIMITED BY SIZE INTO WS-ADDRESS-LINE-3
010250     ELSE
010260         MOVE CUST-ADDRESS-LINE-2 TO WS-ADDRESS-LINE-3
010270         STRING CUST-CITY DELIMITED BY "  "
010280             ", " CUST-STATE "  " CUST-POSTAL-CODE
010290             DELIMITED BY SIZE INTO WS-ADDRESS-LINE-4
010300     END-IF
010310     .
010320 2510-EXIT.
010330     EXIT.
010340
010350*-------------------------------------------------------------------
010360* 2900-LIST-EXCEPTION - a change the account gets no letter for,
010370* listed with the reason. Operations must see to it before the
010380* change takes effect, so the run ends with a warning.
010390*-------------------------------------------------------------------
010400 2900-LIST-EXCEPTION.
010410     PERFORM 8100-PRINT-DETAIL-LINE THRU 8100-EXIT
010420     IF RETURN-CODE < 8
010430         MOVE 8 TO RETURN-CODE
010440     END-IF
010450     .
010460 2900-EXIT.
010470     EXIT.
010480
010490*-------------------------------------------------------------------
010500* 3000-PRINT-LETTER - the customer's rate-change letter, a page
010510* of its own: the address block, the account, the rate now in
010520* effect, the new rate and the date it takes effect.
010530*-------------------------------------------------------------------
010540 3000-PRINT-LETTER.
010550     MOVE WS-REPORT-DATE TO NLTR-NOTICE-DATE
010560     WRITE NLTR-PRINT-RECORD FROM NLTR-HEADING-LINE
010570     WRITE NLTR-PRINT-RECORD FROM NLTR-BLANK-LINE
010580     MOVE WS-ADDRESS-LINE-1 TO NLTR-ADDRESS
010590     WRITE NLTR-PRINT-RECORD FROM NLTR-ADDRESS-LINE
010600     MOVE WS-ADDRESS-LINE-2 TO NLTR-ADDRESS
010610     WRITE NLTR-PRINT-RECORD FROM NLTR-ADDRESS-LINE
010620     MOVE WS-ADDRESS-LINE-3 TO NLTR-ADDRESS
010630     WRITE NLTR-PRINT-RECORD FROM NLTR-ADDRESS-LINE
010640     MOVE WS-ADDRESS-LINE-4 TO NLTR-ADDRESS
010650     WRITE NLTR-PRINT-RECORD FROM NLTR-ADDRESS-LINE
010660     WRITE NLTR-PRINT-RECORD FROM NLTR-BLANK-LINE
010670     MOVE ACCT-ID TO NLTR-ACCT-ID
010680     MOVE ACCT-NAME TO NLTR-ACCT-NAME
010690     WRITE NLTR-PRINT-RECORD FROM NLTR-ACCOUNT-LINE
010700     WRITE NLTR-PRINT-RECORD FROM NLTR-BLANK-LINE
010710     MOVE "WE ARE WRITING TO GIVE YOU NOTICE THAT THE INTERE"
010720         & "ST RATE ON" TO NLTR-TEXT
010730     WRITE NLTR-PRINT-RECORD FROM NLTR-TEXT-LINE
010740     MOVE "THE ACCOUNT ABOVE WILL CHANGE ON THE DATE SHOWN BELOW."
010750         TO NLTR-TEXT
010760     WRITE NLTR-PRINT-RECORD FROM NLTR-TEXT-LINE
010770     WRITE NLTR-PRINT-RECORD FROM NLTR-BLANK-LINE
010780     MOVE "RATE IN EFFECT BEFORE THE CHANGE:" TO NLTR-RATE-LABEL
010790     MOVE WS-OLD-RATE TO NLTR-RATE
010800     WRITE NLTR-PRINT-RECORD FROM NLTR-RATE-LINE
010810     MOVE "NEW INTEREST RATE:" TO NLTR-RATE-LABEL
010820     MOVE WS-NEW-RATE TO NLTR-RATE
010830     WRITE NLTR-PRINT-RECORD FROM NLTR-RATE-LINE
010840     MOVE WS-CHANGE-EDIT TO NLTR-EFFECTIVE-DATE
010850     WRITE NLTR-PRINT-RECORD FROM NLTR-DATE-LINE
010860     WRITE NLTR-PRINT-RECORD FROM NLTR-BLANK-LINE
010870     MOVE "THE NEW RATE APPLIES FROM THAT DATE WITHOUT FURTH"
010880         & "ER NOTICE." TO NLTR-TEXT
010890     WRITE NLTR-PRINT-RECORD FROM NLTR-TEXT-LINE
010900     MOVE "PLEASE CONTACT YOUR BRANCH WITH ANY QUESTIONS."
010910         TO NLTR-TEXT
010920     WRITE NLTR-PRINT-RECORD FROM NLTR-TEXT-LINE
010930     ADD 1 TO WS-NOTICE-COUNT
010940     .
010950 3000-EXIT.
010960     EXIT.
010970
010980*-------------------------------------------------------------------
010990* 3100-LOG-NOTICE - the notice onto the notice log, and into the
011000* table, so the change is not noticed to the account again.
011010*-------------------------------------------------------------------
011020 3100-LOG-NOTICE.
011030     MOVE SPACES TO NOTICE-LOG-RECORD
011040     MOVE ACCT-ID TO NLOG-ACCT-ID
011050     MOVE WS-CHANGE-DATE TO NLOG-EFFECTIVE-DATE
011060     MOVE WS-NEW-RATE TO NLOG-NEW-RATE
011070     MOVE WS-OLD-RATE TO NLOG-OLD-RATE
011080     MOVE WS-CHANGE-KEY TO NLOG-RATE-KEY
011090     MOVE WS-REPORT-DATE TO NLOG-NOTICE-DATE
011100     MOVE WS-DAYS-NOTICE TO NLOG-DAYS-NOTICE
011110     WRITE NOTICE-LOG-RECORD
011120     IF WS-LOG-COUNT < WS-LOG-MAX
011130         ADD 1 TO WS-LOG-COUNT
011140         MOVE ACCT-ID TO WS-LOG-ACCT (WS-LOG-COUNT)
011150         MOVE WS-CHANGE-DATE
011160             TO WS-LOG-EFFECTIVE-DATE (WS-LOG-COUNT)
011170         MOVE WS-NEW-RATE TO WS-LOG-NEW-RATE (WS-LOG-COUNT)
011180     END-IF
011190     .
011200 3100-EXIT.
011210     EXIT.
011220
011230*-------------------------------------------------------------------
011240* 7800-COMPUTE-DAY-NUMBER - the date in WS-DAYS-DATE as a running
011250* day number in WS-DAY-NUMBER. The year is counted from March so
011260* the leap day falls at its end; whole-number DIVIDEs drop the
011270* remainders the leap-year rule needs dropped.
011280*-------------------------------------------------------------------
011290 7800-COMPUTE-DAY-NUMBER.
011300     MOVE WS-DAYS-YYYY TO WS-DAYS-YEAR
011310     MOVE WS-DAYS-MM TO WS-DAYS-MONTH
011320     IF WS-DAYS-MONTH < 3
011330         SUBTRACT 1 FROM WS-DAYS-YEAR
011340         ADD 12 TO WS-DAYS-MONTH
011350     END-IF
011360     DIVIDE WS-DAYS-YEAR BY 4 GIVING WS-DAYS-LEAP-4
011370     DIVIDE WS-DAYS-YEAR BY 100 GIVING WS-DAYS-LEAP-100
011380     DIVIDE WS-DAYS-YEAR BY 400 GIVING WS-DAYS-LEAP-400
011390     COMPUTE WS-DAYS-MONTH-PART = 153 * (WS-DAYS-MONTH - 3) + 2
011400     DIVIDE WS-DAYS-MONTH-PART BY 5 GIVING WS-DAYS-MONTH-PART
011410     COMPUTE WS-DAY-NUMBER = 365 * WS-DAYS-YEAR
011420         + WS-DAYS-LEAP-4 - WS-DAYS-LEAP-100 + WS-DAYS-LEAP-400
011430         + WS-DAYS-MONTH-PART + WS-DAYS-DD
011440     .
011450 7800-EXIT.
011460     EXIT.
011470
011480*-------------------------------------------------------------------
011490* 8000-PRINT-HEADINGS - report header, the run's parameters and
011500* the column line, printed at the top of every page.
011510*-------------------------------------------------------------------
011520 8000-PRINT-HEADINGS.
011530     ADD 1 TO WS-PAGE-NUMBER
011540     MOVE WS-REPORT-DATE TO NRPT-HDR-DATE
011550     MOVE WS-PAGE-NUMBER TO NRPT-HDR-PAGE
011560     WRITE NRPT-PRINT-RECORD FROM NRPT-HEADING-LINE
011570     MOVE WS-RATE-SOURCE-NAME TO NRPT-PARM-SOURCE
011580     MOVE NTCP-NOTICE-DAYS TO NRPT-PARM-DAYS
011590     WRITE NRPT-PRINT-RECORD FROM NRPT-PARM-LINE
011600     WRITE NRPT-PRINT-RECORD FROM NRPT-COLUMN-LINE
011610     MOVE 2 TO WS-LINE-COUNT
011620     .
011630 8000-EXIT.
011640     EXIT.
011650
011660*-------------------------------------------------------------------
011670* 8100-PRINT-DETAIL-LINE - one change for one account, noticed or
011680* not, with the result, paging when the page is full.
011690*-------------------------------------------------------------------
011700 8100-PRINT-DETAIL-LINE.
011710     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011720         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
011730     END-IF
011740     MOVE ACCT-ID TO NRPT-DTL-ACCT
011750     MOVE ACCT-NAME TO NRPT-DTL-NAME
011760     MOVE WS-CHANGE-EDIT TO NRPT-DTL-EFFECTIVE
011770     MOVE WS-OLD-RATE TO NRPT-DTL-OLD-RATE
011780     MOVE WS-NEW-RATE TO NRPT-DTL-NEW-RATE
011790     MOVE WS-CHANGE-KEY TO NRPT-DTL-KEY
011800     MOVE WS-DAYS-NOTICE TO NRPT-DTL-DAYS
011810     MOVE WS-NOTICE-RESULT TO NRPT-DTL-RESULT
011820     WRITE NRPT-PRINT-RECORD FROM NRPT-DETAIL-LINE
011830     ADD 1 TO WS-LINE-COUNT
011840     .
011850 8100-EXIT.
011860     EXIT.
011870
011880*-------------------------------------------------------------------
011890* 8500-PRINT-COUNTS - the run's counts.
011900*-------------------------------------------------------------------
011910 8500-PRINT-COUNTS.
011920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011930         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
011940     END-IF
011950     MOVE SPACES TO NRPT-SECTION-TITLE
011960     WRITE NRPT-PRINT-RECORD FROM NRPT-SECTION-LINE
011970     MOVE "RATE CHANGE NOTICE RUN COUNTS" TO NRPT-SECTION-TITLE
011980     WRITE NRPT-PRINT-RECORD FROM NRPT-SECTION-LINE
011990     MOVE "RATE ENTRIES READ" TO NRPT-CNT-LABEL
012000     MOVE WS-RATE-READ-COUNT TO NRPT-CNT-VALUE
012010     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012020     MOVE "FUTURE-DATED RATE ENTRIES" TO NRPT-CNT-LABEL
012030     MOVE WS-FUTURE-COUNT TO NRPT-CNT-VALUE
012040     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012050     MOVE "NOTICES ON LOG AT START" TO NRPT-CNT-LABEL
012060     MOVE WS-LOG-READ-COUNT TO NRPT-CNT-VALUE
012070     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012080     MOVE "ACCOUNTS READ" TO NRPT-CNT-LABEL
012090     MOVE WS-ACCOUNTS-READ TO NRPT-CNT-VALUE
012100     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012110     MOVE "CLOSED ACCOUNTS PASSED OVER" TO NRPT-CNT-LABEL
012120     MOVE WS-CLOSED-COUNT TO NRPT-CNT-VALUE
012130     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012140     MOVE "NOTICES SENT" TO NRPT-CNT-LABEL
012150     MOVE WS-NOTICE-COUNT TO NRPT-CNT-VALUE
012160     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012170     MOVE "ALREADY NOTICED - NOT SENT AGAIN" TO NRPT-CNT-LABEL
012180     MOVE WS-ALREADY-COUNT TO NRPT-CNT-VALUE
012190     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012200     MOVE "CHANGES LEAVING THE RATE UNCHANGED" TO NRPT-CNT-LABEL
012210     MOVE WS-NO-MOVEMENT-COUNT TO NRPT-CNT-VALUE
012220     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012230     MOVE "EXCEPTIONS - INSIDE NOTICE PERIOD" TO NRPT-CNT-LABEL
012240     MOVE WS-INSIDE-PERIOD-COUNT TO NRPT-CNT-VALUE
012250     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012260     MOVE "OLD RATES TAKEN FROM PARMFILE" TO NRPT-CNT-LABEL
012270     MOVE WS-PARM-OLD-RATE-COUNT TO NRPT-CNT-VALUE
012280     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012290     MOVE "EXCEPTIONS - NO RATE BEFORE CHANGE" TO NRPT-CNT-LABEL
012300     MOVE WS-NO-OLD-RATE-COUNT TO NRPT-CNT-VALUE
012310     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012320     MOVE "EXCEPTIONS - NOTICE HELD" TO NRPT-CNT-LABEL
012330     MOVE WS-HELD-COUNT TO NRPT-CNT-VALUE
012340     WRITE NRPT-PRINT-RECORD FROM NRPT-COUNT-LINE
012350     .
012360 8500-EXIT.
012370     EXIT.
012380
012390*-------------------------------------------------------------------
012400* 9999-TERMINATE - single exit point for the run.
012410*-------------------------------------------------------------------
012420 9999-TERMINATE.
012430     CLOSE NOTICE-REPORT
012440     CLOSE NOTICE-LETTER-FILE
012450     CLOSE ACCOUNT-MASTER
012460     IF WS-CUSTMSTR-OPEN
012470         CLOSE CUSTOMER-MASTER
012480     END-IF
012490     CLOSE NOTICE-LOG
012500     STOP RUN.
012510 END PROGRAM RATENTC.
