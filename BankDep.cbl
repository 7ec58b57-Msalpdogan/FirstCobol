000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     Bank deposit intake: take in the bank's batched
000050*              electronic credit file (BANKCRED) - file header,
000060*              batch headers, entry details, batch controls and
000070*              file control - and turn its entries into MONTRAN
000080*              deposits and loan payments for the posting run
000090*              (TRANPOST), instead of operations retyping them.
000100*              The whole file is proved first: each batch's entry
000110*              count and amount against its batch control, and
000120*              the file's against the file control. A batch that
000130*              does not prove is returned whole; a file that does
000140*              not hold together, or was already taken in, is
000150*              refused whole. Entries are matched to
000160*              ACCOUNT-MASTER; those that cannot be applied go to
000170*              the return file (BANKRTN) with a reason code for
000180*              the bank. The intake report (BANKRPT) balances the
000190*              file control to the entries accepted plus those
000200*              returned.
000210* Tectonics:   cobc
000220*-------------------------------------------------------------------
000230* Modification History
000240* Date       Init  Description
000250* ---------- ----  ------------------------------------------------
000260* 2026-10-15  MSA  New program: bank credits were being rekeyed
000270*                   into MONTRAN by hand, the source of most
000280*                   TPSTREJT rejects.
000290* 2026-10-15  MSA  Batch effective date now edited against the
000300*                   month's length, leap years included, so no
000310*                   impossible date reaches MONTRAN.
000320*******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    BANKDEP.
000350 AUTHOR.        MSALPDOGAN.
000360 INSTALLATION.  OPERATIONS.
000370 DATE-WRITTEN.  10/15/2026.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL BANK-CREDIT-FILE ASSIGN TO "BANKCRED"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-BANKCRED-STATUS.
000450
000460     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS ACCT-ID
000500         FILE STATUS IS WS-ACCTMSTR-STATUS.
000510
000520     SELECT OPTIONAL MONEY-TRANS-FILE ASSIGN TO "MONTRAN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRANS-STATUS.
000550
000560     SELECT BANK-RETURN-FILE ASSIGN TO "BANKRTN"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000590     SELECT OPTIONAL BANK-INTAKE-LOG ASSIGN TO "BANKLOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BANKLOG-STATUS.
000620
000630     SELECT INTAKE-REPORT ASSIGN TO "BANKRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RUNCTL-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720*-------------------------------------------------------------------
000730* BANK-CREDIT-FILE - the bank's electronic credit file, 94-byte
000740* records typed by their first byte:
000750*   1 = file header: sending bank, file date and file ID
000760*   5 = batch header: batch number, effective date, company
000770*   6 = entry detail: bank transaction code (22 checking credit,
000780*       32 savings credit, 52 loan payment), our account number,
000790*       amount, payer name and the bank's trace number
000800*   8 = batch control: the batch's entry count and amount total
000810*   9 = file control: the file's batch count, entry count and
000820*       amount total
000830* A missing or empty file means the bank sent nothing tonight.
000840*-------------------------------------------------------------------
000850 FD  BANK-CREDIT-FILE.
000860 01  BANK-CREDIT-RECORD.
000870     05  BANK-RECORD-TYPE            PIC X(01).
000880         88  BANK-FILE-HEADER        VALUE '1'.
000890         88  BANK-BATCH-HEADER       VALUE '5'.
000900         88  BANK-ENTRY-DETAIL       VALUE '6'.
000910         88  BANK-BATCH-CONTROL      VALUE '8'.
000920         88  BANK-FILE-CONTROL       VALUE '9'.
000930     05  FILLER                      PIC X(93).
000940
000950 01  BFH-RECORD.
000960     05  FILLER                      PIC X(01).
000970     05  BFH-ORIGIN-BANK             PIC X(10).
000980     05  BFH-FILE-DATE               PIC 9(08).
000990     05  BFH-FILE-ID                 PIC X(06).
001000     05  BFH-ORIGIN-NAME             PIC X(23).
001010     05  FILLER                      PIC X(46).
001020
001030 01  BBH-RECORD.
001040     05  FILLER                      PIC X(01).
001050     05  BBH-BATCH-NUMBER            PIC 9(07).
001060     05  BBH-EFFECTIVE-DATE          PIC 9(08).
001070     05  BBH-EFFECTIVE-GROUP REDEFINES BBH-EFFECTIVE-DATE.
001080         10  BBH-EFF-YYYY            PIC 9(04).
001090         10  BBH-EFF-MM              PIC 9(02).
001100         10  BBH-EFF-DD              PIC 9(02).
001110     05  BBH-COMPANY-NAME            PIC X(16).
001120     05  BBH-COMPANY-ID              PIC X(10).
001130     05  FILLER                      PIC X(52).
001140
001150 01  BED-RECORD.
001160     05  FILLER                      PIC X(01).
001170     05  BED-TRAN-CODE               PIC X(02).
001180         88  BED-CHECKING-CREDIT     VALUE '22'.
001190         88  BED-SAVINGS-CREDIT      VALUE '32'.
001200         88  BED-LOAN-CREDIT         VALUE '52'.
001210     05  BED-ACCOUNT-NUMBER          PIC X(17).
001220     05  BED-ACCOUNT-GROUP REDEFINES BED-ACCOUNT-NUMBER.
001230         10  BED-ACCT-ID             PIC X(07).
001240         10  BED-ACCT-OVERFLOW       PIC X(10).
001250     05  BED-AMOUNT                  PIC 9(08)V9(2).
001260     05  BED-PAYER-NAME              PIC X(22).
001270     05  BED-TRACE-NUMBER            PIC X(15).
001280     05  FILLER                      PIC X(27).
001290
001300 01  BBC-RECORD.
001310     05  FILLER                      PIC X(01).
001320     05  BBC-BATCH-NUMBER            PIC 9(07).
001330     05  BBC-ENTRY-COUNT             PIC 9(06).
001340     05  BBC-AMOUNT-TOTAL            PIC 9(10)V9(2).
001350     05  FILLER                      PIC X(68).
001360
001370 01  BFC-RECORD.
001380     05  FILLER                      PIC X(01).
001390     05  BFC-BATCH-COUNT             PIC 9(06).
001400     05  BFC-ENTRY-COUNT             PIC 9(08).
001410     05  BFC-AMOUNT-TOTAL            PIC 9(12)V9(2).
001420     05  FILLER                      PIC X(65).
001430
001440*-------------------------------------------------------------------
001450* ACCOUNT-MASTER - read by account ID to match each entry. Record
001460* layout is the shared ACCTREC copybook.
001470*-------------------------------------------------------------------
001480 FD  ACCOUNT-MASTER.
001490 COPY ACCTREC.
001500
001510*-------------------------------------------------------------------
001520* MONEY-TRANS-FILE - the posting run's input, extended with one
001530* DEP or PMT per accepted entry, in the shared MTRNREC layout.
001540*-------------------------------------------------------------------
001550 FD  MONEY-TRANS-FILE.
001560 COPY MTRNREC.
001570
001580*-------------------------------------------------------------------
001590* BANK-RETURN-FILE - every entry not taken in, image intact, with
001600* the file and batch it came in and the reason code for the bank:
001610*   R02 account closed
001620*   R03 no such account on the master
001630*   R04 account number not in our format
001640*   R17 entry fails edit (not a credit code, zero amount)
001650*   R20 wrong account type (a loan payment to a deposit account,
001660*       or a deposit credit to a loan)
001670*   B01 whole batch returned - batch not proven to its control
001680*   B02 whole batch returned - batch effective date invalid
001690*-------------------------------------------------------------------
001700 FD  BANK-RETURN-FILE.
001710 01  BANK-RETURN-RECORD.
001720     05  BRTN-ORIGIN-BANK            PIC X(10).
001730     05  BRTN-FILE-DATE              PIC 9(08).
001740     05  BRTN-FILE-ID                PIC X(06).
001750     05  BRTN-BATCH-NUMBER           PIC 9(07).
001760     05  BRTN-REASON-CODE            PIC X(03).
001770     05  FILLER                      PIC X(01).
001780     05  BRTN-REASON-TEXT            PIC X(30).
001790     05  FILLER                      PIC X(01).
001800     05  BRTN-ENTRY-IMAGE            PIC X(94).
001810
001820*-------------------------------------------------------------------
001830* BANK-INTAKE-LOG - one record per bank file taken in, extended in
001840* place, so the same file is never taken in twice.
001850*-------------------------------------------------------------------
001860 FD  BANK-INTAKE-LOG.
001870 01  BANK-LOG-RECORD.
001880     05  BLOG-ORIGIN-BANK            PIC X(10).
001890     05  FILLER                      PIC X(01).
001900     05  BLOG-FILE-DATE              PIC 9(08).
001910     05  FILLER                      PIC X(01).
001920     05  BLOG-FILE-ID                PIC X(06).
001930     05  FILLER                      PIC X(01).
001940     05  BLOG-INTAKE-DATE            PIC X(10).
001950     05  FILLER                      PIC X(01).
001960     05  BLOG-INTAKE-TIME            PIC X(08).
001970     05  FILLER                      PIC X(01).
001980     05  BLOG-ACCEPTED-COUNT         PIC 9(08).
001990     05  FILLER                      PIC X(01).
002000     05  BLOG-ACCEPTED-AMOUNT        PIC 9(12)V9(2).
002010     05  FILLER                      PIC X(01).
002020     05  BLOG-RETURNED-COUNT         PIC 9(08).
002030     05  FILLER                      PIC X(01).
002040     05  BLOG-RETURNED-AMOUNT        PIC 9(12)V9(2).
002050
002060*-------------------------------------------------------------------
002070* INTAKE-REPORT - each batch with its proof and result, every
002080* entry returned, and the file's balance.
002090*-------------------------------------------------------------------
002100 FD  INTAKE-REPORT.
002110 01  BRPT-PRINT-RECORD  PIC X(160).
002120
002130*-------------------------------------------------------------------
002140* RUN-CONTROL-FILE - the night stream's shared run-sequence
002150* control, one record per batch program in the shared RUNCTLR
002160* layout, checked and stamped by every program in the stream.
002170*-------------------------------------------------------------------
002180 FD  RUN-CONTROL-FILE.
002190 COPY RUNCTLR.
002200
002210 WORKING-STORAGE SECTION.
002220*-------------------------------------------------------------------
002230* Run-sequence control: the shared RUNCTL file loaded at
002240* start-up, checked, stamped with this run's start, and stamped
002250* again with its end and return code at termination. The rules
002260* the checks enforce are with the RUNCTLR copybook.
002270*-------------------------------------------------------------------
002280 01  WS-RUNCTL-STATUS                PIC X(02).
002290     88  WS-RUNCTL-OK                VALUE '00'.
002300     88  WS-RUNCTL-CREATED           VALUE '05'.
002310
002320 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
002330 01  WS-RCTL-TABLE-AREA.
002340     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
002350     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
002360         10  WS-RCTL-PROGRAM         PIC X(08).
002370         10  WS-RCTL-STATE           PIC X(01).
002380         10  WS-RCTL-MASTER          PIC X(01).
002390         10  WS-RCTL-START-DATE      PIC X(10).
002400         10  WS-RCTL-START-TIME      PIC X(08).
002410         10  WS-RCTL-END-DATE        PIC X(10).
002420         10  WS-RCTL-END-TIME        PIC X(08).
002430         10  WS-RCTL-RC              PIC 9(02).
002440
002450 01  WS-RCTL-IX                      PIC 9(03) COMP.
002460 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
002470 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
002480 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
002490
002500 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "BANKDEP".
002510 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "ACCTMNT".
002520 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE SPACE.
002530
002540 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
002550     88  WS-RCTL-STAMPED             VALUE 'Y'.
002560
002570 01  WS-CURRENT-TIME                 PIC 9(08).
002580 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
002590     05  WS-TIME-HH                  PIC 9(02).
002600     05  WS-TIME-MN                  PIC 9(02).
002610     05  WS-TIME-SS                  PIC 9(02).
002620     05  WS-TIME-CC                  PIC 9(02).
002630 01  WS-RUN-TIME-EDIT                PIC X(08).
002640
002650*-------------------------------------------------------------------
002660* Print lines, kept in working storage so their VALUE clauses
002670* are honored (VALUE on FILE SECTION entries is commentary
002680* only), and written with WRITE ... FROM.
002690*-------------------------------------------------------------------
002700 01  BRPT-HEADING-LINE.
002710     05  FILLER                      PIC X(01) VALUE '1'.
002720     05  FILLER                      PIC X(30)
002730                 VALUE "BANK DEPOSIT INTAKE REPORT".
002740     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002750     05  BRPT-HDR-DATE               PIC X(10).
002760     05  FILLER                      PIC X(10) VALUE SPACES.
002770     05  FILLER                      PIC X(05) VALUE "PAGE ".
002780     05  BRPT-HDR-PAGE               PIC ZZ9.
002790
002800 01  BRPT-FILE-LINE.
002810     05  FILLER                      PIC X(01) VALUE SPACE.
002820     05  FILLER                      PIC X(10) VALUE "FILE FROM".
002830     05  BRPT-FIL-ORIGIN             PIC X(10).
002840     05  FILLER                      PIC X(02) VALUE SPACES.
002850     05  BRPT-FIL-NAME               PIC X(23).
002860     05  FILLER                      PIC X(02) VALUE SPACES.
002870     05  FILLER                      PIC X(07) VALUE "DATED".
002880     05  BRPT-FIL-DATE               PIC 9999/99/99.
002890     05  FILLER                      PIC X(02) VALUE SPACES.
002900     05  FILLER                      PIC X(09) VALUE "FILE ID".
002910     05  BRPT-FIL-ID                 PIC X(06).
002920
002930 01  BRPT-BATCH-LINE.
002940     05  FILLER                      PIC X(01) VALUE SPACE.
002950     05  FILLER                      PIC X(06) VALUE "BATCH".
002960     05  BRPT-BAT-NUMBER             PIC 9(07).
002970     05  FILLER                      PIC X(02) VALUE SPACES.
002980     05  FILLER                      PIC X(08) VALUE "COMPANY".
002990     05  BRPT-BAT-COMPANY            PIC X(16).
003000     05  FILLER                      PIC X(02) VALUE SPACES.
003010     05  FILLER                      PIC X(10) VALUE "EFFECTIVE".
003020     05  BRPT-BAT-EFFECTIVE          PIC 9999/99/99.
003030     05  FILLER                      PIC X(02) VALUE SPACES.
003040     05  BRPT-BAT-RESULT             PIC X(45).
003050
003060 01  BRPT-BATCH-TOTAL-LINE.
003070     05  FILLER                      PIC X(03) VALUE SPACES.
003080     05  FILLER                      PIC X(06) VALUE "READ".
003090     05  BRPT-BTT-READ-COUNT         PIC ZZZZZ9.
003100     05  BRPT-BTT-READ-AMOUNT        PIC $(13)9.99.
003110     05  FILLER                      PIC X(11) VALUE "  CONTROL".
003120     05  BRPT-BTT-CTL-COUNT          PIC ZZZZZ9.
003130     05  BRPT-BTT-CTL-AMOUNT         PIC $(13)9.99.
003140     05  FILLER                      PIC X(12) VALUE "  ACCEPTED".
003150     05  BRPT-BTT-ACC-COUNT          PIC ZZZZZ9.
003160     05  BRPT-BTT-ACC-AMOUNT         PIC $(13)9.99.
003170     05  FILLER                      PIC X(12) VALUE "  RETURNED".
003180     05  BRPT-BTT-RTN-COUNT          PIC ZZZZZ9.
003190     05  BRPT-BTT-RTN-AMOUNT         PIC $(13)9.99.
003200
003210 01  BRPT-RETURN-LINE.
003220     05  FILLER                      PIC X(03) VALUE SPACES.
003230     05  FILLER                      PIC X(07) VALUE "RETURN".
003240     05  BRPT-RTN-CODE               PIC X(03).
003250     05  FILLER                      PIC X(02) VALUE SPACES.
003260     05  BRPT-RTN-REASON             PIC X(30).
003270     05  FILLER                      PIC X(02) VALUE SPACES.
003280     05  FILLER                      PIC X(06) VALUE "TRACE".
003290     05  BRPT-RTN-TRACE              PIC X(15).
003300     05  FILLER                      PIC X(02) VALUE SPACES.
003310     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
003320     05  BRPT-RTN-ACCOUNT            PIC X(17).
003330     05  FILLER                      PIC X(02) VALUE SPACES.
003340     05  BRPT-RTN-TRAN-CODE          PIC X(02).
003350     05  BRPT-RTN-AMOUNT             PIC $(13)9.99.
003360     05  FILLER                      PIC X(02) VALUE SPACES.
003370     05  BRPT-RTN-PAYER              PIC X(22).
003380
003390 01  BRPT-MESSAGE-LINE.
003400     05  FILLER                      PIC X(01) VALUE SPACE.
003410     05  BRPT-MESSAGE                PIC X(80).
003420
003430 01  BRPT-SECTION-LINE.
003440     05  FILLER                      PIC X(01) VALUE SPACE.
003450     05  BRPT-SECTION-TITLE          PIC X(40).
003460
003470 01  BRPT-TALLY-LINE.
003480     05  FILLER                      PIC X(01) VALUE SPACE.
003490     05  BRPT-TLY-LABEL              PIC X(40).
003500     05  BRPT-TLY-VALUE              PIC ZZZZZZZZ9.
003510
003520 01  BRPT-COUNT-LINE.
003530     05  FILLER                      PIC X(01) VALUE SPACE.
003540     05  BRPT-CNT-LABEL              PIC X(40).
003550     05  BRPT-CNT-VALUE              PIC ZZZZZZZZ9.
003560     05  FILLER                      PIC X(02) VALUE SPACES.
003570     05  BRPT-CNT-AMOUNT             PIC $(13)9.99.
003580
003590 01  WS-BANKCRED-STATUS              PIC X(02).
003600     88  WS-BANKCRED-OK              VALUE '00'.
003610     88  WS-BANKCRED-EOF             VALUE '10'.
003620     88  WS-BANKCRED-CREATED         VALUE '05'.
003630
003640 01  WS-ACCTMSTR-STATUS              PIC X(02).
003650     88  WS-ACCTMSTR-OK              VALUE '00'.
003660
003670 01  WS-TRANS-STATUS                 PIC X(02).
003680     88  WS-TRANS-OK                 VALUE '00'.
003690     88  WS-TRANS-CREATED            VALUE '05'.
003700
003710 01  WS-BANKLOG-STATUS               PIC X(02).
003720     88  WS-BANKLOG-OK               VALUE '00'.
003730     88  WS-BANKLOG-CREATED          VALUE '05'.
003740
003750*-------------------------------------------------------------------
003760* The file as its header and file control describe it, and as
003770* the proving pass found it. A refusal reason means the file
003780* does not hold together and nothing is taken in.
003790*-------------------------------------------------------------------
003800 01  WS-FILE-ORIGIN-BANK             PIC X(10).
003810 01  WS-FILE-ORIGIN-NAME             PIC X(23).
003820 01  WS-FILE-DATE                    PIC 9(08) VALUE ZERO.
003830 01  WS-FILE-ID                      PIC X(06).
003840
003850 01  WS-FCTL-BATCH-COUNT             PIC 9(06) VALUE ZERO.
003860 01  WS-FCTL-ENTRY-COUNT             PIC 9(08) VALUE ZERO.
003870 01  WS-FCTL-AMOUNT                  PIC 9(12)V9(2) VALUE ZERO.
003880
003890 01  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
003900 01  WS-REFUSAL-RECORD               PIC 9(07) VALUE ZERO.
003910 01  WS-FILE-REFUSAL                 PIC X(40) VALUE SPACES.
003920 01  WS-LOGGED-DATE                  PIC X(10).
003930
003940 01  WS-HEADER-SWITCH                PIC X(01) VALUE 'N'.
003950     88  WS-HEADER-SEEN              VALUE 'Y'.
003960 01  WS-FILE-CONTROL-SWITCH          PIC X(01) VALUE 'N'.
003970     88  WS-FILE-CONTROL-SEEN        VALUE 'Y'.
003980 01  WS-BATCH-OPEN-SWITCH            PIC X(01) VALUE 'N'.
003990     88  WS-BATCH-OPEN               VALUE 'Y'.
004000     88  WS-BATCH-CLOSED             VALUE 'N'.
004010
004020*-------------------------------------------------------------------
004030* One entry per batch in file order, filled by the proving pass
004040* (read and control totals, and whether the batch proved) and
004050* the take-in pass (accepted and returned totals). A file with
004060* more batches than the table holds is refused.
004070*-------------------------------------------------------------------
004080 01  WS-BTCH-MAX                     PIC 9(03) VALUE 200.
004090 01  WS-BTCH-TABLE-AREA.
004100     05  WS-BTCH-COUNT               PIC 9(03) COMP VALUE ZERO.
004110     05  WS-BTCH-ENTRY OCCURS 200 TIMES.
004120         10  WS-BTCH-NUMBER          PIC 9(07).
004130         10  WS-BTCH-RESULT          PIC X(01).
004140             88  WS-BTCH-PROVEN      VALUE 'P'.
004150             88  WS-BTCH-NOT-PROVEN  VALUE 'N'.
004160         10  WS-BTCH-REASON-CODE     PIC X(03).
004170         10  WS-BTCH-REASON-TEXT     PIC X(30).
004180         10  WS-BTCH-READ-COUNT      PIC 9(07) COMP.
004190         10  WS-BTCH-READ-AMOUNT     PIC 9(12)V9(2).
004200         10  WS-BTCH-CTL-COUNT       PIC 9(06).
004210         10  WS-BTCH-CTL-AMOUNT      PIC 9(10)V9(2).
004220         10  WS-BTCH-ACC-COUNT       PIC 9(07) COMP.
004230         10  WS-BTCH-ACC-AMOUNT      PIC 9(12)V9(2).
004240         10  WS-BTCH-RTN-COUNT       PIC 9(07) COMP.
004250         10  WS-BTCH-RTN-AMOUNT      PIC 9(12)V9(2).
004260
004270 01  WS-BTCH-IX                      PIC 9(03) COMP.
004280
004290*-------------------------------------------------------------------
004300* Take-in working fields: the batch's posting date, and the
004310* return reason for the entry in hand (spaces = accepted).
004320*-------------------------------------------------------------------
004330 01  WS-BATCH-POST-DATE              PIC X(10).
004340 01  WS-RETURN-REASON-CODE           PIC X(03).
004350 01  WS-RETURN-REASON-TEXT           PIC X(30).
004360
004370*-------------------------------------------------------------------
004380* Run counters and totals: the file as read, and as taken in.
004390*-------------------------------------------------------------------
004400 01  WS-FILE-ENTRY-COUNT             PIC 9(08) VALUE ZERO.
004410 01  WS-FILE-ENTRY-AMOUNT            PIC 9(12)V9(2) VALUE ZERO.
004420 01  WS-BATCHES-PROVEN               PIC 9(05) COMP VALUE ZERO.
004430 01  WS-BATCHES-NOT-PROVEN           PIC 9(05) COMP VALUE ZERO.
004440 01  WS-DEPOSIT-COUNT                PIC 9(08) VALUE ZERO.
004450 01  WS-DEPOSIT-AMOUNT               PIC 9(12)V9(2) VALUE ZERO.
004460 01  WS-PAYMENT-COUNT                PIC 9(08) VALUE ZERO.
004470 01  WS-PAYMENT-AMOUNT               PIC 9(12)V9(2) VALUE ZERO.
004480 01  WS-ACCEPTED-COUNT               PIC 9(08) VALUE ZERO.
004490 01  WS-ACCEPTED-AMOUNT              PIC 9(12)V9(2) VALUE ZERO.
004500 01  WS-RETURNED-COUNT               PIC 9(08) VALUE ZERO.
004510 01  WS-RETURNED-AMOUNT              PIC 9(12)V9(2) VALUE ZERO.
004520 01  WS-BALANCE-COUNT                PIC 9(08) VALUE ZERO.
004530 01  WS-BALANCE-AMOUNT               PIC 9(12)V9(2) VALUE ZERO.
004540
004550*-------------------------------------------------------------------
004560* Date edit: the date in WS-EDIT-DATE is checked for a real
004570* calendar date, the month's last day worked out for the month
004580* and year in hand.
004590*-------------------------------------------------------------------
004600 01  WS-EDIT-DATE                    PIC 9(08).
004610 01  WS-EDIT-DATE-GROUP REDEFINES WS-EDIT-DATE.
004620     05  WS-EDIT-YYYY                PIC 9(04).
004630     05  WS-EDIT-MM                  PIC 9(02).
004640     05  WS-EDIT-DD                  PIC 9(02).
004650 01  WS-MONTH-END-DAY                PIC 9(02).
004660 01  WS-LEAP-QUOTIENT                PIC 9(04).
004670 01  WS-LEAP-REMAINDER               PIC 9(04).
004680 01  WS-DATE-SWITCH                  PIC X(01).
004690     88  WS-DATE-VALID               VALUE 'Y'.
004700     88  WS-DATE-INVALID             VALUE 'N'.
004710
004720*-------------------------------------------------------------------
004730* Report date and pagination fields.
004740*-------------------------------------------------------------------
004750 01  WS-CURRENT-DATE                 PIC 9(08).
004760 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
004770     05  WS-DATE-YYYY                PIC 9(04).
004780     05  WS-DATE-MM                  PIC 9(02).
004790     05  WS-DATE-DD                  PIC 9(02).
004800 01  WS-REPORT-DATE                  PIC X(10).
004810
004820 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
004830 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
004840 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
004850
004860 PROCEDURE DIVISION.
004870*-------------------------------------------------------------------
004880* 0000-MAINLINE - prove the whole bank file, then take it in:
004890* accepted entries onto MONTRAN, the rest returned, and the file
004900* balanced on the report.
004910*-------------------------------------------------------------------
004920 0000-MAINLINE.
004930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004940     PERFORM 2000-PROVE-FILE THRU 2000-EXIT
004950     PERFORM 3000-TAKE-IN-FILE THRU 3000-EXIT
004960     PERFORM 8500-PRINT-BALANCE THRU 8500-EXIT
004970     PERFORM 3900-LOG-INTAKE THRU 3900-EXIT
004980     DISPLAY "BANK ENTRIES ACCEPTED: " WS-ACCEPTED-COUNT
004990     DISPLAY "BANK ENTRIES RETURNED: " WS-RETURNED-COUNT
005000     GO TO 9999-TERMINATE.
005010
005020*-------------------------------------------------------------------
005030* 1000-INITIALIZE - open the report and return file, stamp the
005040* run date and check in with run control.
005050*-------------------------------------------------------------------
005060 1000-INITIALIZE.
005070     OPEN OUTPUT INTAKE-REPORT
005080     OPEN OUTPUT BANK-RETURN-FILE
005090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005100     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
005110         DELIMITED BY SIZE INTO WS-REPORT-DATE
005120     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
005130     PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
005140     .
005150 1000-EXIT.
005160     EXIT.
005170
005180*-------------------------------------------------------------------
005190* 1150-RUN-CONTROL-START - load the shared run-control file,
005200* refuse the run while the predecessor step has not ended clean
005210* or another master-updating step is marked in flight, then
005220* stamp this program's entry in flight and write the file back.
005230* An empty or missing file is first-time set-up: the run
005240* proceeds and the file is built from this entry.
005250*-------------------------------------------------------------------
005260 1150-RUN-CONTROL-START.
005270     ACCEPT WS-CURRENT-TIME FROM TIME
005280     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
005290         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
005300     OPEN INPUT RUN-CONTROL-FILE
005310     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
005320         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
005330             UNTIL NOT WS-RUNCTL-OK
005340         CLOSE RUN-CONTROL-FILE
005350     END-IF
005360     MOVE ZERO TO WS-RCTL-OWN-IX
005370     MOVE ZERO TO WS-RCTL-PRED-IX
005380     MOVE ZERO TO WS-RCTL-BLOCKER-IX
005390     IF WS-RCTL-COUNT = ZERO
005400         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
005410         GO TO 1150-STAMP-START
005420     END-IF
005430     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
005440         VARYING WS-RCTL-IX FROM 1 BY 1
005450         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
005460     IF WS-RCTL-PREDECESSOR NOT = SPACES
005470         IF WS-RCTL-PRED-IX = ZERO
005480             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
005490                 "ED: " WS-RCTL-PREDECESSOR
005500             MOVE 16 TO RETURN-CODE
005510             GO TO 9999-TERMINATE
005520         END-IF
005530         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
005540             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
005550                 "UN REFUSED: " WS-RCTL-PREDECESSOR
005560             MOVE 16 TO RETURN-CODE
005570             GO TO 9999-TERMINATE
005580         END-IF
005590     END-IF
005600     IF WS-RCTL-BLOCKER-IX > ZERO
005610         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
005620             "RUN REFUSED: "
005630             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
005640         MOVE 16 TO RETURN-CODE
005650         GO TO 9999-TERMINATE
005660     END-IF
005670     .
005680 1150-STAMP-START.
005690     IF WS-RCTL-OWN-IX > ZERO
005700         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
005710         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
005720             "RT ASSUMED"
005730     END-IF
005740     IF WS-RCTL-OWN-IX = ZERO
005750         IF WS-RCTL-COUNT >= WS-RCTL-MAX
005760             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
005770             MOVE 16 TO RETURN-CODE
005780             GO TO 9999-TERMINATE
005790         END-IF
005800         ADD 1 TO WS-RCTL-COUNT
005810         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
005820         MOVE WS-RCTL-OWN-PROGRAM
005830             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
005840     END-IF
005850     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
005860     MOVE WS-RCTL-OWN-MASTER-FLAG
005870         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
005880     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
005890     MOVE WS-RUN-TIME-EDIT
005900         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
005910     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
005920     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
005930     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
005940     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
005950     SET WS-RCTL-STAMPED TO TRUE
005960     .
005970 1150-EXIT.
005980     EXIT.
005990
006000*-------------------------------------------------------------------
006010* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
006020*-------------------------------------------------------------------
006030 1160-LOAD-RUN-ENTRY.
006040     READ RUN-CONTROL-FILE
006050         AT END
006060             GO TO 1160-EXIT
006070     END-READ
006080     IF WS-RCTL-COUNT >= WS-RCTL-MAX
006090         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
006100             RCTL-PROGRAM-ID
006110         GO TO 1160-EXIT
006120     END-IF
006130     ADD 1 TO WS-RCTL-COUNT
006140     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
006150     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
006160     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
006170     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
006180     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
006190     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
006200     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
006210     IF RCTL-RETURN-CODE NUMERIC
006220         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
006230     ELSE
006240         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
006250     END-IF
006260     .
006270 1160-EXIT.
006280     EXIT.
006290
006300*-------------------------------------------------------------------
006310* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
006320* program's own entry and its predecessor's sit, and any other
006330* master-updating step still marked in flight.
006340*-------------------------------------------------------------------
006350 1170-SCAN-RUN-ENTRY.
006360     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
006370         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
006380         GO TO 1170-EXIT
006390     END-IF
006400     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
006410         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
006420     END-IF
006430     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
006440         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
006450         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
006460     END-IF
006470     .
006480 1170-EXIT.
006490     EXIT.
006500
006510*-------------------------------------------------------------------
006520* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
006530* file, this program's entry updated in place.
006540*-------------------------------------------------------------------
006550 1190-WRITE-RUN-CONTROL.
006560     OPEN OUTPUT RUN-CONTROL-FILE
006570     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
006580         VARYING WS-RCTL-IX FROM 1 BY 1
006590         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
006600     CLOSE RUN-CONTROL-FILE
006610     .
006620 1190-EXIT.
006630     EXIT.
006640
006650*-------------------------------------------------------------------
006660* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
006670*-------------------------------------------------------------------
006680 1195-WRITE-ONE-RUN-ENTRY.
006690     MOVE SPACES TO RUNCTL-RECORD
006700     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
006710     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
006720     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
006730     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
006740     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
006750     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
006760     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
006770     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
006780     WRITE RUNCTL-RECORD
006790     .
006800 1195-EXIT.
006810     EXIT.
006820
006830*-------------------------------------------------------------------
006840* 2000-PROVE-FILE - read the whole file once before anything is
006850* taken in: its structure, each batch against its batch control
006860* and the file against the file control. No file, or an empty
006870* one, means nothing came from the bank tonight. A file that does
006880* not hold together, or was already taken in, is refused whole.
006890*-------------------------------------------------------------------
006900 2000-PROVE-FILE.
006910     OPEN INPUT BANK-CREDIT-FILE
006920     IF WS-BANKCRED-OK OR WS-BANKCRED-CREATED
006930         PERFORM 2100-PROVE-RECORD THRU 2100-EXIT
006940             UNTIL NOT WS-BANKCRED-OK
006950             OR WS-FILE-REFUSAL NOT = SPACES
006960         CLOSE BANK-CREDIT-FILE
006970     END-IF
006980     IF WS-RECORDS-READ = ZERO
006990         DISPLAY "NO BANK CREDIT FILE TONIGHT - NOTHING TAKEN IN"
007000         MOVE "NO BANK CREDIT FILE RECEIVED - NOTHING TAKEN IN"
007010             TO BRPT-MESSAGE
007020         WRITE BRPT-PRINT-RECORD FROM BRPT-MESSAGE-LINE
007030         GO TO 9999-TERMINATE
007040     END-IF
007050     IF WS-FILE-REFUSAL NOT = SPACES
007060         GO TO 2000-REFUSE
007070     END-IF
007080     IF NOT WS-FILE-CONTROL-SEEN
007090         MOVE "FILE CONTROL RECORD MISSING" TO WS-FILE-REFUSAL
007100         MOVE WS-RECORDS-READ TO WS-REFUSAL-RECORD
007110         GO TO 2000-REFUSE
007120     END-IF
007130     IF WS-FCTL-BATCH-COUNT NOT = WS-BTCH-COUNT
007140         OR WS-FCTL-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
007150         OR WS-FCTL-AMOUNT NOT = WS-FILE-ENTRY-AMOUNT
007160         MOVE "FILE CONTROL DOES NOT AGREE WITH FILE"
007170             TO WS-FILE-REFUSAL
007180         MOVE WS-RECORDS-READ TO WS-REFUSAL-RECORD
007190         GO TO 2000-REFUSE
007200     END-IF
007210     PERFORM 2200-CHECK-INTAKE-LOG THRU 2200-EXIT
007220     IF WS-FILE-REFUSAL = SPACES
007230         GO TO 2000-EXIT
007240     END-IF
007250     .
007260 2000-REFUSE.
007270     PERFORM 8900-PRINT-REFUSAL THRU 8900-EXIT
007280     DISPLAY "BANK CREDIT FILE REFUSED - " WS-FILE-REFUSAL
007290     MOVE 12 TO RETURN-CODE
007300     GO TO 9999-TERMINATE
007310     .
007320 2000-EXIT.
007330     EXIT.
007340
007350*-------------------------------------------------------------------
007360* 2100-PROVE-RECORD - one record of the proving pass. The file
007370* header must come first and once; entries and the batch control
007380* only inside a batch; nothing after the file control.
007390*-------------------------------------------------------------------
007400 2100-PROVE-RECORD.
007410     READ BANK-CREDIT-FILE
007420         AT END
007430             GO TO 2100-EXIT
007440     END-READ
007450     ADD 1 TO WS-RECORDS-READ
007460     MOVE WS-RECORDS-READ TO WS-REFUSAL-RECORD
007470     IF WS-FILE-CONTROL-SEEN
007480         MOVE "RECORDS FOUND AFTER FILE CONTROL"
007490             TO WS-FILE-REFUSAL
007500         GO TO 2100-EXIT
007510     END-IF
007520     IF NOT WS-HEADER-SEEN AND NOT BANK-FILE-HEADER
007530         MOVE "FILE HEADER MISSING" TO WS-FILE-REFUSAL
007540         GO TO 2100-EXIT
007550     END-IF
007560     EVALUATE TRUE
007570         WHEN BANK-FILE-HEADER
007580             PERFORM 2110-PROVE-FILE-HEADER THRU 2110-EXIT
007590         WHEN BANK-BATCH-HEADER
007600             PERFORM 2120-PROVE-BATCH-HEADER THRU 2120-EXIT
007610         WHEN BANK-ENTRY-DETAIL
007620             PERFORM 2130-PROVE-ENTRY THRU 2130-EXIT
007630         WHEN BANK-BATCH-CONTROL
007640             PERFORM 2140-PROVE-BATCH-CONTROL THRU 2140-EXIT
007650         WHEN BANK-FILE-CONTROL
007660             PERFORM 2150-PROVE-FILE-CONTROL THRU 2150-EXIT
007670         WHEN OTHER
007680             MOVE "UNKNOWN RECORD TYPE" TO WS-FILE-REFUSAL
007690     END-EVALUATE
007700     .
007710 2100-EXIT.
007720     EXIT.
007730
007740*-------------------------------------------------------------------
007750* 2110-PROVE-FILE-HEADER - the sending bank, file date and file
007760* ID, kept for the duplicate check, the report and the log.
007770*-------------------------------------------------------------------
007780 2110-PROVE-FILE-HEADER.
007790     IF WS-HEADER-SEEN
007800         MOVE "SECOND FILE HEADER IN FILE" TO WS-FILE-REFUSAL
007810         GO TO 2110-EXIT
007820     END-IF
007830     SET WS-HEADER-SEEN TO TRUE
007840     MOVE BFH-ORIGIN-BANK TO WS-FILE-ORIGIN-BANK
007850     MOVE BFH-ORIGIN-NAME TO WS-FILE-ORIGIN-NAME
007860     MOVE BFH-FILE-ID TO WS-FILE-ID
007870     IF BFH-FILE-DATE NOT NUMERIC
007880         MOVE "FILE HEADER DATE NOT NUMERIC" TO WS-FILE-REFUSAL
007890         GO TO 2110-EXIT
007900     END-IF
007910     MOVE BFH-FILE-DATE TO WS-FILE-DATE
007920     .
007930 2110-EXIT.
007940     EXIT.
007950
007960*-------------------------------------------------------------------
007970* 2120-PROVE-BATCH-HEADER - a new batch entry in the table. A
007980* batch whose effective date is no date is marked to be returned
007990* whole; its entries still count toward the file's totals.
008000*-------------------------------------------------------------------
008010 2120-PROVE-BATCH-HEADER.
008020     IF WS-BATCH-OPEN
008030         MOVE "BATCH HEADER BEFORE BATCH CONTROL"
008040             TO WS-FILE-REFUSAL
008050         GO TO 2120-EXIT
008060     END-IF
008070     IF BBH-BATCH-NUMBER NOT NUMERIC
008080         MOVE "BATCH NUMBER NOT NUMERIC" TO WS-FILE-REFUSAL
008090         GO TO 2120-EXIT
008100     END-IF
008110     IF WS-BTCH-COUNT >= WS-BTCH-MAX
008120         MOVE "MORE BATCHES THAN INTAKE TABLE HOLDS"
008130             TO WS-FILE-REFUSAL
008140         GO TO 2120-EXIT
008150     END-IF
008160     ADD 1 TO WS-BTCH-COUNT
008170     MOVE BBH-BATCH-NUMBER TO WS-BTCH-NUMBER (WS-BTCH-COUNT)
008180     MOVE SPACE TO WS-BTCH-RESULT (WS-BTCH-COUNT)
008190     MOVE SPACES TO WS-BTCH-REASON-CODE (WS-BTCH-COUNT)
008200     MOVE SPACES TO WS-BTCH-REASON-TEXT (WS-BTCH-COUNT)
008210     MOVE ZERO TO WS-BTCH-READ-COUNT (WS-BTCH-COUNT)
008220     MOVE ZERO TO WS-BTCH-READ-AMOUNT (WS-BTCH-COUNT)
008230     MOVE ZERO TO WS-BTCH-CTL-COUNT (WS-BTCH-COUNT)
008240     MOVE ZERO TO WS-BTCH-CTL-AMOUNT (WS-BTCH-COUNT)
008250     MOVE ZERO TO WS-BTCH-ACC-COUNT (WS-BTCH-COUNT)
008260     MOVE ZERO TO WS-BTCH-ACC-AMOUNT (WS-BTCH-COUNT)
008270     MOVE ZERO TO WS-BTCH-RTN-COUNT (WS-BTCH-COUNT)
008280     MOVE ZERO TO WS-BTCH-RTN-AMOUNT (WS-BTCH-COUNT)
008290     SET WS-BATCH-OPEN TO TRUE
008300     SET WS-DATE-INVALID TO TRUE
008310     IF BBH-EFFECTIVE-DATE NUMERIC
008320         MOVE BBH-EFFECTIVE-DATE TO WS-EDIT-DATE
008330         PERFORM 7600-EDIT-DATE THRU 7600-EXIT
008340     END-IF
008350     IF WS-DATE-INVALID
008360         SET WS-BTCH-NOT-PROVEN (WS-BTCH-COUNT) TO TRUE
008370         MOVE "B02" TO WS-BTCH-REASON-CODE (WS-BTCH-COUNT)
008380         MOVE "BATCH EFFECTIVE DATE INVALID"
008390             TO WS-BTCH-REASON-TEXT (WS-BTCH-COUNT)
008400     END-IF
008410     .
008420 2120-EXIT.
008430     EXIT.
008440
008450*-------------------------------------------------------------------
008460* 2130-PROVE-ENTRY - one entry into its batch's and the file's
008470* count and amount. An amount that is not a number leaves the
008480* file unprovable.
008490*-------------------------------------------------------------------
008500 2130-PROVE-ENTRY.
008510     IF NOT WS-BATCH-OPEN
008520         MOVE "ENTRY DETAIL OUTSIDE A BATCH" TO WS-FILE-REFUSAL
008530         GO TO 2130-EXIT
008540     END-IF
008550     IF BED-AMOUNT NOT NUMERIC
008560         MOVE "ENTRY AMOUNT NOT NUMERIC" TO WS-FILE-REFUSAL
008570         GO TO 2130-EXIT
008580     END-IF
008590     ADD 1 TO WS-BTCH-READ-COUNT (WS-BTCH-COUNT)
008600     ADD BED-AMOUNT TO WS-BTCH-READ-AMOUNT (WS-BTCH-COUNT)
008610     ADD 1 TO WS-FILE-ENTRY-COUNT
008620     ADD BED-AMOUNT TO WS-FILE-ENTRY-AMOUNT
008630     .
008640 2130-EXIT.
008650     EXIT.
008660
008670*-------------------------------------------------------------------
008680* 2140-PROVE-BATCH-CONTROL - close the batch: it proves when its
008690* entry count and amount equal its control's. One that does not
008700* is returned whole.
008710*-------------------------------------------------------------------
008720 2140-PROVE-BATCH-CONTROL.
008730     IF NOT WS-BATCH-OPEN
008740         MOVE "BATCH CONTROL WITHOUT BATCH HEADER"
008750             TO WS-FILE-REFUSAL
008760         GO TO 2140-EXIT
008770     END-IF
008780     IF BBC-BATCH-NUMBER NOT = WS-BTCH-NUMBER (WS-BTCH-COUNT)
008790         MOVE "BATCH CONTROL DOES NOT MATCH HEADER"
008800             TO WS-FILE-REFUSAL
008810         GO TO 2140-EXIT
008820     END-IF
008830     SET WS-BATCH-CLOSED TO TRUE
008840     IF BBC-ENTRY-COUNT NUMERIC
008850         MOVE BBC-ENTRY-COUNT TO WS-BTCH-CTL-COUNT (WS-BTCH-COUNT)
008860     END-IF
008870     IF BBC-AMOUNT-TOTAL NUMERIC
008880         MOVE BBC-AMOUNT-TOTAL
008890             TO WS-BTCH-CTL-AMOUNT (WS-BTCH-COUNT)
008900     END-IF
008910     IF WS-BTCH-NOT-PROVEN (WS-BTCH-COUNT)
008920         ADD 1 TO WS-BATCHES-NOT-PROVEN
008930         GO TO 2140-EXIT
008940     END-IF
008950     IF BBC-ENTRY-COUNT NOT NUMERIC
008960         OR BBC-AMOUNT-TOTAL NOT NUMERIC
008970         OR BBC-ENTRY-COUNT
008980             NOT = WS-BTCH-READ-COUNT (WS-BTCH-COUNT)
008990         OR BBC-AMOUNT-TOTAL
009000             NOT = WS-BTCH-READ-AMOUNT (WS-BTCH-COUNT)
009010         SET WS-BTCH-NOT-PROVEN (WS-BTCH-COUNT) TO TRUE
009020         MOVE "B01" TO WS-BTCH-REASON-CODE (WS-BTCH-COUNT)
009030         MOVE "BATCH NOT PROVEN TO CONTROL"
009040             TO WS-BTCH-REASON-TEXT (WS-BTCH-COUNT)
009050         ADD 1 TO WS-BATCHES-NOT-PROVEN
009060         GO TO 2140-EXIT
009070     END-IF
009080     SET WS-BTCH-PROVEN (WS-BTCH-COUNT) TO TRUE
009090     ADD 1 TO WS-BATCHES-PROVEN
009100     .
009110 2140-EXIT.
009120     EXIT.
009130
009140*-------------------------------------------------------------------
009150* 2150-PROVE-FILE-CONTROL - the file's declared batch count,
009160* entry count and amount, compared once the file is read.
009170*-------------------------------------------------------------------
009180 2150-PROVE-FILE-CONTROL.
009190     IF WS-BATCH-OPEN
009200         MOVE "FILE CONTROL INSIDE AN OPEN BATCH"
009210             TO WS-FILE-REFUSAL
009220         GO TO 2150-EXIT
009230     END-IF
009240     IF BFC-BATCH-COUNT NOT NUMERIC
009250         OR BFC-ENTRY-COUNT NOT NUMERIC
009260         OR BFC-AMOUNT-TOTAL NOT NUMERIC
009270         MOVE "FILE CONTROL NOT NUMERIC" TO WS-FILE-REFUSAL
009280         GO TO 2150-EXIT
009290     END-IF
009300     SET WS-FILE-CONTROL-SEEN TO TRUE
009310     MOVE BFC-BATCH-COUNT TO WS-FCTL-BATCH-COUNT
009320     MOVE BFC-ENTRY-COUNT TO WS-FCTL-ENTRY-COUNT
009330     MOVE BFC-AMOUNT-TOTAL TO WS-FCTL-AMOUNT
009340     .
009350 2150-EXIT.
009360     EXIT.
009370
009380*-------------------------------------------------------------------
009390* 2200-CHECK-INTAKE-LOG - refuse a file already taken in: the
009400* same sending bank, file date and file ID on the intake log.
009410*-------------------------------------------------------------------
009420 2200-CHECK-INTAKE-LOG.
009430     OPEN INPUT BANK-INTAKE-LOG
009440     IF NOT WS-BANKLOG-OK AND NOT WS-BANKLOG-CREATED
009450         GO TO 2200-EXIT
009460     END-IF
009470     PERFORM 2210-CHECK-LOG-ENTRY THRU 2210-EXIT
009480         UNTIL NOT WS-BANKLOG-OK
009490         OR WS-FILE-REFUSAL NOT = SPACES
009500     CLOSE BANK-INTAKE-LOG
009510     .
009520 2200-EXIT.
009530     EXIT.
009540
009550*-------------------------------------------------------------------
009560* 2210-CHECK-LOG-ENTRY - one intake log record against the file.
009570*-------------------------------------------------------------------
009580 2210-CHECK-LOG-ENTRY.
009590     READ BANK-INTAKE-LOG
009600         AT END
009610             GO TO 2210-EXIT
009620     END-READ
009630     IF BLOG-ORIGIN-BANK = WS-FILE-ORIGIN-BANK
009640         AND BLOG-FILE-DATE = WS-FILE-DATE
009650         AND BLOG-FILE-ID = WS-FILE-ID
009660         MOVE BLOG-INTAKE-DATE TO WS-LOGGED-DATE
009670         STRING "FILE ALREADY TAKEN IN ON " WS-LOGGED-DATE
009680             DELIMITED BY SIZE INTO WS-FILE-REFUSAL
009690         MOVE ZERO TO WS-REFUSAL-RECORD
009700     END-IF
009710     .
009720 2210-EXIT.
009730     EXIT.
009740
009750*-------------------------------------------------------------------
009760* 3000-TAKE-IN-FILE - the second pass over the proven file, with
009770* the master open to match each entry and MONTRAN extended with
009780* those accepted.
009790*-------------------------------------------------------------------
009800 3000-TAKE-IN-FILE.
009810     OPEN INPUT ACCOUNT-MASTER
009820     IF NOT WS-ACCTMSTR-OK
009830         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
009840             "ATED"
009850         MOVE 16 TO RETURN-CODE
009860         GO TO 9999-TERMINATE
009870     END-IF
009880     OPEN EXTEND MONEY-TRANS-FILE
009890     IF NOT WS-TRANS-OK AND NOT WS-TRANS-CREATED
009900         DISPLAY "MONEY-TRANS-FILE WILL NOT OPEN - RUN TERMINATED"
009910         MOVE 16 TO RETURN-CODE
009920         GO TO 9999-TERMINATE
009930     END-IF
009940     MOVE WS-FILE-ORIGIN-BANK TO BRPT-FIL-ORIGIN
009950     MOVE WS-FILE-ORIGIN-NAME TO BRPT-FIL-NAME
009960     MOVE WS-FILE-DATE TO BRPT-FIL-DATE
009970     MOVE WS-FILE-ID TO BRPT-FIL-ID
009980     WRITE BRPT-PRINT-RECORD FROM BRPT-FILE-LINE
009990     ADD 1 TO WS-LINE-COUNT
010000     MOVE ZERO TO WS-BTCH-IX
010010     OPEN INPUT BANK-CREDIT-FILE
010020     PERFORM 3100-TAKE-IN-RECORD THRU 3100-EXIT
010030         UNTIL NOT WS-BANKCRED-OK
010040     CLOSE BANK-CREDIT-FILE
010050     IF WS-BATCHES-NOT-PROVEN > ZERO
010060         IF RETURN-CODE < 8
010070             MOVE 8 TO RETURN-CODE
010080         END-IF
010090     END-IF
010100     .
010110 3000-EXIT.
010120     EXIT.
010130
010140*-------------------------------------------------------------------
010150* 3100-TAKE-IN-RECORD - one record of the take-in pass: a batch
010160* header starts the next batch in the table, each entry is taken
010170* in or returned, and the batch control prints the batch's
010180* totals.
010190*-------------------------------------------------------------------
010200 3100-TAKE-IN-RECORD.
010210     READ BANK-CREDIT-FILE
010220         AT END
010230             GO TO 3100-EXIT
010240     END-READ
010250     EVALUATE TRUE
010260         WHEN BANK-BATCH-HEADER
010270             ADD 1 TO WS-BTCH-IX
010280             MOVE SPACES TO WS-BATCH-POST-DATE
010290             STRING BBH-EFF-YYYY "-" BBH-EFF-MM "-" BBH-EFF-DD
010300                 DELIMITED BY SIZE INTO WS-BATCH-POST-DATE
010310             PERFORM 8100-PRINT-BATCH-LINE THRU 8100-EXIT
010320         WHEN BANK-ENTRY-DETAIL
010330             PERFORM 3200-TAKE-IN-ENTRY THRU 3200-EXIT
010340         WHEN BANK-BATCH-CONTROL
010350             PERFORM 8200-PRINT-BATCH-TOTALS THRU 8200-EXIT
010360     END-EVALUATE
010370     .
010380 3100-EXIT.
010390     EXIT.
010400
010410*-------------------------------------------------------------------
010420* 3200-TAKE-IN-ENTRY - every entry of a batch that did not prove
010430* goes back with the batch's reason; any other is edited and
010440* matched to the master, and either written to MONTRAN or
010450* returned with the reason it cannot be applied.
010460*-------------------------------------------------------------------
010470 3200-TAKE-IN-ENTRY.
010480     MOVE SPACES TO WS-RETURN-REASON-CODE
010490     MOVE SPACES TO WS-RETURN-REASON-TEXT
010500     IF NOT WS-BTCH-PROVEN (WS-BTCH-IX)
010510         MOVE WS-BTCH-REASON-CODE (WS-BTCH-IX)
010520             TO WS-RETURN-REASON-CODE
010530         MOVE WS-BTCH-REASON-TEXT (WS-BTCH-IX)
010540             TO WS-RETURN-REASON-TEXT
010550         PERFORM 3400-RETURN-ENTRY THRU 3400-EXIT
010560         GO TO 3200-EXIT
010570     END-IF
010580     PERFORM 3300-MATCH-ENTRY THRU 3300-EXIT
010590     IF WS-RETURN-REASON-CODE NOT = SPACES
010600         PERFORM 3400-RETURN-ENTRY THRU 3400-EXIT
010610         GO TO 3200-EXIT
010620     END-IF
010630     PERFORM 3500-WRITE-MONEY-TRANS THRU 3500-EXIT
010640     .
010650 3200-EXIT.
010660     EXIT.
010670
010680*-------------------------------------------------------------------
010690* 3300-MATCH-ENTRY - edit the entry and find its account: a
010700* credit code and an amount, an account number in our seven-
010710* character form, on the master and not closed, and of the right
010720* type - a loan payment (52) only to a loan, a deposit credit (22
010730* or 32) only to a deposit account. A dormant account still takes
010740* credits, as it does keyed.
010750*-------------------------------------------------------------------
010760 3300-MATCH-ENTRY.
010770     IF NOT BED-CHECKING-CREDIT AND NOT BED-SAVINGS-CREDIT
010780         AND NOT BED-LOAN-CREDIT
010790         MOVE "R17" TO WS-RETURN-REASON-CODE
010800         MOVE "TRANSACTION CODE NOT A CREDIT"
010810             TO WS-RETURN-REASON-TEXT
010820         GO TO 3300-EXIT
010830     END-IF
010840     IF BED-AMOUNT = ZERO
010850         MOVE "R17" TO WS-RETURN-REASON-CODE
010860         MOVE "ENTRY AMOUNT ZERO" TO WS-RETURN-REASON-TEXT
010870         GO TO 3300-EXIT
010880     END-IF
010890     IF BED-ACCT-ID = SPACES OR BED-ACCT-OVERFLOW NOT = SPACES
010900         MOVE "R04" TO WS-RETURN-REASON-CODE
010910         MOVE "INVALID ACCOUNT NUMBER" TO WS-RETURN-REASON-TEXT
010920         GO TO 3300-EXIT
010930     END-IF
010940     MOVE BED-ACCT-ID TO ACCT-ID
010950     READ ACCOUNT-MASTER
010960         INVALID KEY
010970             MOVE "R03" TO WS-RETURN-REASON-CODE
010980             MOVE "NO ACCOUNT - UNABLE TO LOCATE"
010990                 TO WS-RETURN-REASON-TEXT
011000             GO TO 3300-EXIT
011010     END-READ
011020     IF ACCT-CLOSED
011030         MOVE "R02" TO WS-RETURN-REASON-CODE
011040         MOVE "ACCOUNT CLOSED" TO WS-RETURN-REASON-TEXT
011050         GO TO 3300-EXIT
011060     END-IF
011070     IF BED-LOAN-CREDIT AND ACCT-PRODUCT-CODE NOT = "LOAN"
011080         MOVE "R20" TO WS-RETURN-REASON-CODE
011090         MOVE "LOAN PAYMENT TO NON-LOAN ACCT"
011100             TO WS-RETURN-REASON-TEXT
011110         GO TO 3300-EXIT
011120     END-IF
011130     IF NOT BED-LOAN-CREDIT AND ACCT-PRODUCT-CODE = "LOAN"
011140         MOVE "R20" TO WS-RETURN-REASON-CODE
011150         MOVE "DEPOSIT CREDIT TO LOAN ACCOUNT"
011160             TO WS-RETURN-REASON-TEXT
011170     END-IF
011180     .
011190 3300-EXIT.
011200     EXIT.
011210
011220*-------------------------------------------------------------------
011230* 3400-RETURN-ENTRY - the entry, image intact, onto the return
011240* file with the file and batch it came in and the reason code,
011250* into the batch's and the run's returned totals, and listed.
011260*-------------------------------------------------------------------
011270 3400-RETURN-ENTRY.
011280     MOVE SPACES TO BANK-RETURN-RECORD
011290     MOVE WS-FILE-ORIGIN-BANK TO BRTN-ORIGIN-BANK
011300     MOVE WS-FILE-DATE TO BRTN-FILE-DATE
011310     MOVE WS-FILE-ID TO BRTN-FILE-ID
011320     MOVE WS-BTCH-NUMBER (WS-BTCH-IX) TO BRTN-BATCH-NUMBER
011330     MOVE WS-RETURN-REASON-CODE TO BRTN-REASON-CODE
011340     MOVE WS-RETURN-REASON-TEXT TO BRTN-REASON-TEXT
011350     MOVE BANK-CREDIT-RECORD TO BRTN-ENTRY-IMAGE
011360     WRITE BANK-RETURN-RECORD
011370     ADD 1 TO WS-BTCH-RTN-COUNT (WS-BTCH-IX)
011380     ADD BED-AMOUNT TO WS-BTCH-RTN-AMOUNT (WS-BTCH-IX)
011390     ADD 1 TO WS-RETURNED-COUNT
011400     ADD BED-AMOUNT TO WS-RETURNED-AMOUNT
011410     PERFORM 8300-PRINT-RETURN-LINE THRU 8300-EXIT
011420     .
011430 3400-EXIT.
011440     EXIT.
011450
011460*-------------------------------------------------------------------
011470* 3500-WRITE-MONEY-TRANS - the accepted entry as a MONTRAN
011480* transaction dated the batch's effective date: a loan payment
011490* as a PMT, any other credit as a DEP.
011500*-------------------------------------------------------------------
011510 3500-WRITE-MONEY-TRANS.
011520     MOVE SPACES TO MONEY-TRANS-RECORD
011530     MOVE WS-BATCH-POST-DATE TO MTRN-POST-DATE
011540     MOVE BED-ACCT-ID TO MTRN-ACCT-ID
011550     MOVE BED-AMOUNT TO MTRN-AMOUNT
011560     MOVE ZERO TO MTRN-ORIG-REF-NUMBER
011570     IF BED-LOAN-CREDIT
011580         SET MTRN-PAYMENT TO TRUE
011590         ADD 1 TO WS-PAYMENT-COUNT
011600         ADD BED-AMOUNT TO WS-PAYMENT-AMOUNT
011610     ELSE
011620         SET MTRN-DEPOSIT TO TRUE
011630         ADD 1 TO WS-DEPOSIT-COUNT
011640         ADD BED-AMOUNT TO WS-DEPOSIT-AMOUNT
011650     END-IF
011660     WRITE MONEY-TRANS-RECORD
011670     ADD 1 TO WS-BTCH-ACC-COUNT (WS-BTCH-IX)
011680     ADD BED-AMOUNT TO WS-BTCH-ACC-AMOUNT (WS-BTCH-IX)
011690     ADD 1 TO WS-ACCEPTED-COUNT
011700     ADD BED-AMOUNT TO WS-ACCEPTED-AMOUNT
011710     .
011720 3500-EXIT.
011730     EXIT.
011740
011750*-------------------------------------------------------------------
011760* 3900-LOG-INTAKE - the file taken in onto the intake log, with
011770* what was accepted and returned, so it cannot be taken in again.
011780*-------------------------------------------------------------------
011790 3900-LOG-INTAKE.
011800     OPEN EXTEND BANK-INTAKE-LOG
011810     IF NOT WS-BANKLOG-OK AND NOT WS-BANKLOG-CREATED
011820         DISPLAY "BANK INTAKE LOG WILL NOT OPEN - FILE NOT LOGGED"
011830         IF RETURN-CODE < 12
011840             MOVE 12 TO RETURN-CODE
011850         END-IF
011860         GO TO 3900-EXIT
011870     END-IF
011880     ACCEPT WS-CURRENT-TIME FROM TIME
011890     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
011900         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
011910     MOVE SPACES TO BANK-LOG-RECORD
011920     MOVE WS-FILE-ORIGIN-BANK TO BLOG-ORIGIN-BANK
011930     MOVE WS-FILE-DATE TO BLOG-FILE-DATE
011940     MOVE WS-FILE-ID TO BLOG-FILE-ID
011950     MOVE WS-REPORT-DATE TO BLOG-INTAKE-DATE
011960     MOVE WS-RUN-TIME-EDIT TO BLOG-INTAKE-TIME
011970     MOVE WS-ACCEPTED-COUNT TO BLOG-ACCEPTED-COUNT
011980     MOVE WS-ACCEPTED-AMOUNT TO BLOG-ACCEPTED-AMOUNT
011990     MOVE WS-RETURNED-COUNT TO BLOG-RETURNED-COUNT
012000     MOVE WS-RETURNED-AMOUNT TO BLOG-RETURNED-AMOUNT
012010     WRITE BANK-LOG-RECORD
012020     CLOSE BANK-INTAKE-LOG
012030     .
012040 3900-EXIT.
012050     EXIT.
012060
012070*-------------------------------------------------------------------
012080* 7600-EDIT-DATE - WS-EDIT-DATE is a real calendar date: a month
012090* of the year and a day within that month, February's length
012100* following the leap year rule.
012110*-------------------------------------------------------------------
012120 7600-EDIT-DATE.
012130     SET WS-DATE-INVALID TO TRUE
012140     IF WS-EDIT-YYYY < 1990 OR WS-EDIT-YYYY > 2099
012150         GO TO 7600-EXIT
012160     END-IF
012170     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
012180         GO TO 7600-EXIT
012190     END-IF
012200     EVALUATE WS-EDIT-MM
012210         WHEN 4
012220         WHEN 6
012230         WHEN 9
012240         WHEN 11
012250             MOVE 30 TO WS-MONTH-END-DAY
012260         WHEN 2
012270             MOVE 28 TO WS-MONTH-END-DAY
012280             DIVIDE WS-EDIT-YYYY BY 4
012290                 GIVING WS-LEAP-QUOTIENT
012300                 REMAINDER WS-LEAP-REMAINDER
012310             IF WS-LEAP-REMAINDER = ZERO
012320                 MOVE 29 TO WS-MONTH-END-DAY
012330             END-IF
012340             DIVIDE WS-EDIT-YYYY BY 100
012350                 GIVING WS-LEAP-QUOTIENT
012360                 REMAINDER WS-LEAP-REMAINDER
012370             IF WS-LEAP-REMAINDER = ZERO
012380                 MOVE 28 TO WS-MONTH-END-DAY
012390                 DIVIDE WS-EDIT-YYYY BY 400
012400                     GIVING WS-LEAP-QUOTIENT
012410                     REMAINDER WS-LEAP-REMAINDER
012420                 IF WS-LEAP-REMAINDER = ZERO
012430                     MOVE 29 TO WS-MONTH-END-DAY
012440                 END-IF
012450             END-IF
012460         WHEN OTHER
012470             MOVE 31 TO WS-MONTH-END-DAY
012480     END-EVALUATE
012490     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-END-DAY
012500         GO TO 7600-EXIT
012510     END-IF
012520     SET WS-DATE-VALID TO TRUE
012530     .
012540 7600-EXIT.
012550     EXIT.
012560
012570*-------------------------------------------------------------------
012580* 8000-PRINT-HEADINGS - report header, printed at the top of
012590* every page.
012600*-------------------------------------------------------------------
012610 8000-PRINT-HEADINGS.
012620     ADD 1 TO WS-PAGE-NUMBER
012630     MOVE WS-REPORT-DATE TO BRPT-HDR-DATE
012640     MOVE WS-PAGE-NUMBER TO BRPT-HDR-PAGE
012650     WRITE BRPT-PRINT-RECORD FROM BRPT-HEADING-LINE
012660     MOVE 1 TO WS-LINE-COUNT
012670     .
012680 8000-EXIT.
012690     EXIT.
012700
012710*-------------------------------------------------------------------
012720* 8100-PRINT-BATCH-LINE - the batch header: number, company,
012730* effective date, and whether the batch proved.
012740*-------------------------------------------------------------------
012750 8100-PRINT-BATCH-LINE.
012760     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
012770         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
012780     END-IF
012790     MOVE BBH-BATCH-NUMBER TO BRPT-BAT-NUMBER
012800     MOVE BBH-COMPANY-NAME TO BRPT-BAT-COMPANY
012810     IF BBH-EFFECTIVE-DATE NUMERIC
012820         MOVE BBH-EFFECTIVE-DATE TO BRPT-BAT-EFFECTIVE
012830     ELSE
012840         MOVE ZERO TO BRPT-BAT-EFFECTIVE
012850     END-IF
012860     MOVE SPACES TO BRPT-BAT-RESULT
012870     IF WS-BTCH-PROVEN (WS-BTCH-IX)
012880         MOVE "PROVEN" TO BRPT-BAT-RESULT
012890     ELSE
012900         STRING "RETURNED " WS-BTCH-REASON-CODE (WS-BTCH-IX)
012910             " " WS-BTCH-REASON-TEXT (WS-BTCH-IX)
012920             DELIMITED BY SIZE INTO BRPT-BAT-RESULT
012930     END-IF
012940     MOVE SPACES TO BRPT-MESSAGE
012950     WRITE BRPT-PRINT-RECORD FROM BRPT-MESSAGE-LINE
012960     WRITE BRPT-PRINT-RECORD FROM BRPT-BATCH-LINE
012970     ADD 2 TO WS-LINE-COUNT
012980     .
012990 8100-EXIT.
013000     EXIT.
013010
013020*-------------------------------------------------------------------
013030* 8200-PRINT-BATCH-TOTALS - the batch as read against its control,
013040* and what was accepted and returned from it.
013050*-------------------------------------------------------------------
013060 8200-PRINT-BATCH-TOTALS.
013070     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
013080         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
013090     END-IF
013100     MOVE WS-BTCH-READ-COUNT (WS-BTCH-IX) TO BRPT-BTT-READ-COUNT
013110     MOVE WS-BTCH-READ-AMOUNT (WS-BTCH-IX) TO BRPT-BTT-READ-AMOUNT
013120     MOVE WS-BTCH-CTL-COUNT (WS-BTCH-IX) TO BRPT-BTT-CTL-COUNT
013130     MOVE WS-BTCH-CTL-AMOUNT (WS-BTCH-IX) TO BRPT-BTT-CTL-AMOUNT
013140     MOVE WS-BTCH-ACC-COUNT (WS-BTCH-IX) TO BRPT-BTT-ACC-COUNT
013150     MOVE WS-BTCH-ACC-AMOUNT (WS-BTCH-IX) TO BRPT-BTT-ACC-AMOUNT
013160     MOVE WS-BTCH-RTN-COUNT (WS-BTCH-IX) TO BRPT-BTT-RTN-COUNT
013170     MOVE WS-BTCH-RTN-AMOUNT (WS-BTCH-IX) TO BRPT-BTT-RTN-AMOUNT
013180     WRITE BRPT-PRINT-RECORD FROM BRPT-BATCH-TOTAL-LINE
013190     ADD 1 TO WS-LINE-COUNT
013200     .
013210 8200-EXIT.
013220     EXIT.
013230
013240*-------------------------------------------------------------------
013250* 8300-PRINT-RETURN-LINE - one returned entry with its reason.
013260*-------------------------------------------------------------------
013270 8300-PRINT-RETURN-LINE.
013280     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
013290         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
013300     END-IF
013310     MOVE WS-RETURN-REASON-CODE TO BRPT-RTN-CODE
013320     MOVE WS-RETURN-REASON-TEXT TO BRPT-RTN-REASON
013330     MOVE BED-TRACE-NUMBER TO BRPT-RTN-TRACE
013340     MOVE BED-ACCOUNT-NUMBER TO BRPT-RTN-ACCOUNT
013350     MOVE BED-TRAN-CODE TO BRPT-RTN-TRAN-CODE
013360     MOVE BED-AMOUNT TO BRPT-RTN-AMOUNT
013370     MOVE BED-PAYER-NAME TO BRPT-RTN-PAYER
013380     WRITE BRPT-PRINT-RECORD FROM BRPT-RETURN-LINE
013390     ADD 1 TO WS-LINE-COUNT
013400     .
013410 8300-EXIT.
013420     EXIT.
013430
013440*-------------------------------------------------------------------
013450* 8500-PRINT-BALANCE - the file's balance: the batches proved and
013460* returned, then the file control against the entries accepted
013470* plus those returned. Any difference is out of balance.
013480*-------------------------------------------------------------------
013490 8500-PRINT-BALANCE.
013500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 12
013510         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
013520     END-IF
013530     MOVE SPACES TO BRPT-SECTION-TITLE
013540     WRITE BRPT-PRINT-RECORD FROM BRPT-SECTION-LINE
013550     MOVE "INTAKE BALANCE" TO BRPT-SECTION-TITLE
013560     WRITE BRPT-PRINT-RECORD FROM BRPT-SECTION-LINE
013570     MOVE "BATCHES PROVEN" TO BRPT-TLY-LABEL
013580     MOVE WS-BATCHES-PROVEN TO BRPT-TLY-VALUE
013590     WRITE BRPT-PRINT-RECORD FROM BRPT-TALLY-LINE
013600     MOVE "BATCHES NOT PROVEN - RETURNED WHOLE" TO BRPT-TLY-LABEL
013610     MOVE WS-BATCHES-NOT-PROVEN TO BRPT-TLY-VALUE
013620     WRITE BRPT-PRINT-RECORD FROM BRPT-TALLY-LINE
013630     MOVE "FILE CONTROL ENTRIES AND AMOUNT" TO BRPT-CNT-LABEL
013640     MOVE WS-FCTL-ENTRY-COUNT TO BRPT-CNT-VALUE
013650     MOVE WS-FCTL-AMOUNT TO BRPT-CNT-AMOUNT
013660     WRITE BRPT-PRINT-RECORD FROM BRPT-COUNT-LINE
013670     MOVE "  ACCEPTED AS DEPOSITS (DEP)" TO BRPT-CNT-LABEL
013680     MOVE WS-DEPOSIT-COUNT TO BRPT-CNT-VALUE
013690     MOVE WS-DEPOSIT-AMOUNT TO BRPT-CNT-AMOUNT
013700     WRITE BRPT-PRINT-RECORD FROM BRPT-COUNT-LINE
013710     MOVE "  ACCEPTED AS LOAN PAYMENTS (PMT)" TO BRPT-CNT-LABEL
013720     MOVE WS-PAYMENT-COUNT TO BRPT-CNT-VALUE
013730     MOVE WS-PAYMENT-AMOUNT TO BRPT-CNT-AMOUNT
013740     WRITE BRPT-PRINT-RECORD FROM BRPT-COUNT-LINE
013750     MOVE "ENTRIES ACCEPTED TO MONTRAN" TO BRPT-CNT-LABEL
013760     MOVE WS-ACCEPTED-COUNT TO BRPT-CNT-VALUE
013770     MOVE WS-ACCEPTED-AMOUNT TO BRPT-CNT-AMOUNT
013780     WRITE BRPT-PRINT-RECORD FROM BRPT-COUNT-LINE
013790     MOVE "ENTRIES RETURNED TO BANK" TO BRPT-CNT-LABEL
013800     MOVE WS-RETURNED-COUNT TO BRPT-CNT-VALUE
013810     MOVE WS-RETURNED-AMOUNT TO BRPT-CNT-AMOUNT
013820     WRITE BRPT-PRINT-RECORD FROM BRPT-COUNT-LINE
013830     COMPUTE WS-BALANCE-COUNT =
013840         WS-ACCEPTED-COUNT + WS-RETURNED-COUNT
013850     COMPUTE WS-BALANCE-AMOUNT =
013860         WS-ACCEPTED-AMOUNT + WS-RETURNED-AMOUNT
013870     MOVE "ACCEPTED PLUS RETURNED" TO BRPT-CNT-LABEL
013880     MOVE WS-BALANCE-COUNT TO BRPT-CNT-VALUE
013890     MOVE WS-BALANCE-AMOUNT TO BRPT-CNT-AMOUNT
013900     WRITE BRPT-PRINT-RECORD FROM BRPT-COUNT-LINE
013910     ADD 10 TO WS-LINE-COUNT
013920     IF WS-BALANCE-COUNT = WS-FCTL-ENTRY-COUNT
013930         AND WS-BALANCE-AMOUNT = WS-FCTL-AMOUNT
013940         MOVE "INTAKE IN BALANCE - FILE CONTROL = ACCEPTED + RETU"
013950             & "RNED" TO BRPT-MESSAGE
013960     ELSE
013970         MOVE "*** INTAKE OUT OF BALANCE - FILE CONTROL NOT EQUAL"
013980             & " TO ACCEPTED + RETURNED ***" TO BRPT-MESSAGE
013990         DISPLAY "BANK INTAKE OUT OF BALANCE"
014000         IF RETURN-CODE < 12
014010             MOVE 12 TO RETURN-CODE
014020         END-IF
014030     END-IF
014040     WRITE BRPT-PRINT-RECORD FROM BRPT-MESSAGE-LINE
014050     ADD 1 TO WS-LINE-COUNT
014060     .
014070 8500-EXIT.
014080     EXIT.
014090
014100*-------------------------------------------------------------------
014110* 8900-PRINT-REFUSAL - a refused file: what the header said, why
014120* it was refused and at which record; nothing was taken in.
014130*-------------------------------------------------------------------
014140 8900-PRINT-REFUSAL.
014150     IF WS-HEADER-SEEN
014160         MOVE WS-FILE-ORIGIN-BANK TO BRPT-FIL-ORIGIN
014170         MOVE WS-FILE-ORIGIN-NAME TO BRPT-FIL-NAME
014180         MOVE WS-FILE-DATE TO BRPT-FIL-DATE
014190         MOVE WS-FILE-ID TO BRPT-FIL-ID
014200         WRITE BRPT-PRINT-RECORD FROM BRPT-FILE-LINE
014210     END-IF
014220     MOVE SPACES TO BRPT-MESSAGE
014230     IF WS-REFUSAL-RECORD = ZERO
014240         STRING "FILE REFUSED - " WS-FILE-REFUSAL
014250             DELIMITED BY SIZE INTO BRPT-MESSAGE
014260     ELSE
014270         STRING "FILE REFUSED - " DELIMITED BY SIZE
014280             WS-FILE-REFUSAL DELIMITED BY "  "
014290             " AT RECORD " WS-REFUSAL-RECORD DELIMITED BY SIZE
014300             INTO BRPT-MESSAGE
014310     END-IF
014320     WRITE BRPT-PRINT-RECORD FROM BRPT-MESSAGE-LINE
014330     MOVE "NOTHING TAKEN IN - FILE TO BE RESENT OR WORKED WITH "
014340         & "THE BANK" TO BRPT-MESSAGE
014350     WRITE BRPT-PRINT-RECORD FROM BRPT-MESSAGE-LINE
014360     .
014370 8900-EXIT.
014380     EXIT.
014390
014400*-------------------------------------------------------------------
014410* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
014420* and its return code on the shared run-control file. Nothing
014430* to stamp when the run was refused before its start was
014440* stamped.
014450* The shared file is re-read before stamping, so entries other
014460* programs (or sibling sweep partitions) wrote since start-up
014470* are carried forward, not overwritten from a stale copy.
014480*-------------------------------------------------------------------
014490 9800-RUN-CONTROL-END.
014500     IF NOT WS-RCTL-STAMPED
014510         GO TO 9800-EXIT
014520     END-IF
014530     ACCEPT WS-CURRENT-TIME FROM TIME
014540     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
014550         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
014560     MOVE ZERO TO WS-RCTL-COUNT
014570     OPEN INPUT RUN-CONTROL-FILE
014580     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
014590         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
014600             UNTIL NOT WS-RUNCTL-OK
014610         CLOSE RUN-CONTROL-FILE
014620     END-IF
014630     MOVE ZERO TO WS-RCTL-OWN-IX
014640     MOVE ZERO TO WS-RCTL-PRED-IX
014650     MOVE ZERO TO WS-RCTL-BLOCKER-IX
014660     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
014670         VARYING WS-RCTL-IX FROM 1 BY 1
014680         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
014690     IF WS-RCTL-OWN-IX = ZERO
014700         IF WS-RCTL-COUNT >= WS-RCTL-MAX
014710             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
014720             GO TO 9800-EXIT
014730         END-IF
014740         ADD 1 TO WS-RCTL-COUNT
014750         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
014760         MOVE WS-RCTL-OWN-PROGRAM
014770             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
014780         MOVE WS-RCTL-OWN-MASTER-FLAG
014790             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
014800     END-IF
014810     IF RETURN-CODE < 16
014820         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
014830     ELSE
014840         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
014850     END-IF
014860     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
014870     MOVE WS-RUN-TIME-EDIT
014880         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
014890     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
014900     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
014910     .
014920 9800-EXIT.
014930     EXIT.
014940
014950*-------------------------------------------------------------------
014960* 9999-TERMINATE - single exit point for the run.
014970*-------------------------------------------------------------------
014980 9999-TERMINATE.
014990     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
015000     CLOSE INTAKE-REPORT
015010     CLOSE BANK-RETURN-FILE
015020     CLOSE ACCOUNT-MASTER
015030     CLOSE MONEY-TRANS-FILE
015040     STOP RUN.
015050 END PROGRAM BANKDEP.
